      ******************************************************************
      * Author: Cristian Silva
      * Date: 15/10/2026
      * Purpose: Busca ativa - daily early warning off the call
      *          journal (CHAMADA.DAT), run every morning instead of
      *          waiting for GeraFrequencia/ApuraFrequencia at the end
      *          of the bimestre. For the bimestre asked it lines up,
      *          turma by turma and in date order, the school days on
      *          which the turma had at least one call list, and flags
      *          in BUSCAATIVA.REL every matricula:
      *            AUSENTE - listed in CHA-FALTA, in any disciplina of
      *            the turma, on N or more consecutive school days (N
      *            asked, default 3) - the run still going on at
      *            the turma's latest call list first, as "ainda
      *            ausente", then the longest earlier run if there
      *            was a different one;
      *            FALTAS - whose running falta percentage in a
      *            disciplina (aulas missed over aulas given so far)
      *            has passed the warning level asked (default 15%,
      *            ahead of the 25% that makes REPROV FALTA).
      *          Each flagged student comes out with the guardian
      *          name and telefone from CADASTRO.DAT and the latest
      *          attempt already logged in CONTATOS.DAT, so the
      *          secretaria starts calling the same morning and
      *          records each attempt in ContatoResponsavel. Students
      *          no longer active, or now enrolled in another turma,
      *          are left out.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BuscaAtiva.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHAMADA-DIARIO ASSIGN TO "CHAMADA.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS CHA-CHAVE
               FILE STATUS IS WS-CHAMADA-STATUS.
           SELECT CADASTRO-MASTER ASSIGN TO "CADASTRO.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS CAD-MATRICULA
               FILE STATUS IS WS-CADASTRO-STATUS.
           SELECT CONTATOS-FILE ASSIGN TO "CONTATOS.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CTT-CHAVE
               FILE STATUS IS WS-CONTATOS-STATUS.
           SELECT RELATORIO ASSIGN TO "BUSCAATIVA.REL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.
           SELECT ARQ-SORT ASSIGN TO "SORTWK5".

       DATA DIVISION.
       FILE SECTION.
       FD  CHAMADA-DIARIO.
       COPY "CHAMADAREG.cpy".

       FD  CADASTRO-MASTER.
       COPY "CADREG.cpy".

       FD  CONTATOS-FILE.
       COPY "CONTATOREG.cpy".

       FD  RELATORIO.
       01 LINHA-RELATORIO PIC X(130).

      * One "0" record per call list (the day happened, with its
      * aulas) and one "1" record per matricula absent from it; the
      * "0" sorts ahead of the faltas of the same turma and date.
       SD  ARQ-SORT.
       01 SORT-REG.
           02 SBA-TURMA          PIC X(6).
           02 SBA-DATA           PIC X(10).
           02 SBA-TIPO           PIC X(1).
           02 SBA-MATRICULA      PIC 9(5).
           02 SBA-DISCIPLINA     PIC X(12).
           02 SBA-AULAS          PIC 9(2).

       WORKING-STORAGE SECTION.
       01 WS-CHAMADA-STATUS   PIC X(2).
       01 WS-CADASTRO-STATUS  PIC X(2).
       01 WS-CONTATOS-STATUS  PIC X(2).
       01 WS-RELATORIO-STATUS PIC X(2).
       01 WS-TEM-CONTATOS     PIC X(1) VALUE "N".
       01 WS-FIM-ARQUIVO      PIC X(1) VALUE "N".
       01 WS-FIM-SORT         PIC X(1) VALUE "N".
       01 WS-FIM-CONTATOS     PIC X(1).
       01 WS-PRIMEIRO         PIC X(1) VALUE "S".
       01 WS-BIMESTRE         PIC 9(1).
       01 WS-MIN-DIAS         PIC 9(2) VALUE 0.
       01 WS-LIMITE-PCT       PIC 9(2) VALUE 0.
       01 WS-IND              PIC 9(2).
      * The turma being lined up: its school days so far, the
      * disciplinas with the aulas given, and every matricula absent
      * at least once with its current and longest run of days.
       01 WS-TURMA-ATUAL      PIC X(6).
       01 WS-DATA-ANT         PIC X(10).
       01 WS-QTD-DIAS         PIC 9(3).
       01 WS-ULTIMA-DATA      PIC X(10).
       01 WS-QTD-DISC         PIC 9(2).
       01 WS-IND-DISC         PIC 9(2).
       01 TABELA-DISCIPLINAS.
           02 TAB-DISC OCCURS 20 TIMES.
               03 TAB-DISC-CODIGO PIC X(12).
               03 TAB-DISC-AULAS  PIC 9(4).
       01 WS-QTD-ALU          PIC 9(3).
       01 WS-IND-ALU          PIC 9(3).
       01 TABELA-ALUNOS.
           02 TAB-ALU OCCURS 100 TIMES.
               03 TAB-ALU-MATRICULA    PIC 9(5).
               03 TAB-ALU-ULTIMO-DIA   PIC 9(3).
               03 TAB-ALU-SEQ          PIC 9(3).
               03 TAB-ALU-SEQ-INICIO   PIC X(10).
               03 TAB-ALU-MAIOR        PIC 9(3).
               03 TAB-ALU-MAIOR-INICIO PIC X(10).
               03 TAB-ALU-MAIOR-FIM    PIC X(10).
               03 TAB-ALU-FALTAS OCCURS 20 TIMES PIC 9(4).
       01 WS-ACHOU            PIC X(1).
       01 WS-CAD-OK           PIC X(1).
       01 WS-TEM-ALERTA       PIC X(1).
       01 WS-PCT-FALTAS       PIC 9(3).
       01 WS-AINDA-AUSENTE    PIC X(1).
       01 WS-DESC-RESULTADO   PIC X(30).
       01 WS-ULTIMO-CONTATO   PIC X(14).
       01 WS-ULTIMO-RESULTADO PIC X(1).
      * Totals.
       01 WS-TOTAL-CHAMADAS   PIC 9(7) VALUE 0.
       01 WS-TOTAL-ALERTAS    PIC 9(5) VALUE 0.
       01 WS-TOTAL-SEGUIDAS   PIC 9(5) VALUE 0.
       01 WS-TOTAL-PERCENTUAL PIC 9(5) VALUE 0.
       01 WS-TOTAL-SEM-CONTATO PIC 9(5) VALUE 0.
       01 WS-TOTAL-IGNORADOS  PIC 9(5) VALUE 0.
       01 WS-LINHA-SAIDA      PIC X(130).

       PROCEDURE DIVISION.

       Inicio.
           DISPLAY "Busca ativa - alerta de faltas".
           DISPLAY "Bimestre (1 a 4): ".
           ACCEPT WS-BIMESTRE.
           PERFORM UNTIL WS-BIMESTRE >= 1 AND WS-BIMESTRE <= 4
               DISPLAY "Bimestre invalido, digite 1 a 4: "
               ACCEPT WS-BIMESTRE
           END-PERFORM.
           DISPLAY "Dias letivos seguidos de falta que geram alerta "
               "(0 = padrao 3): ".
           ACCEPT WS-MIN-DIAS.
           IF WS-MIN-DIAS = 0
               MOVE 3 TO WS-MIN-DIAS
           END-IF.
           DISPLAY "Percentual de faltas que gera alerta "
               "(0 = padrao 15): ".
           ACCEPT WS-LIMITE-PCT.
           IF WS-LIMITE-PCT = 0
               MOVE 15 TO WS-LIMITE-PCT
           END-IF.
           OPEN INPUT CHAMADA-DIARIO.
           IF WS-CHAMADA-STATUS NOT = "00"
               DISPLAY "Nao foi possivel abrir CHAMADA.DAT (status "
                   WS-CHAMADA-STATUS ")"
               STOP RUN
           END-IF.
           OPEN INPUT CADASTRO-MASTER.
           IF WS-CADASTRO-STATUS NOT = "00"
               DISPLAY "Nao foi possivel abrir CADASTRO.DAT (status "
                   WS-CADASTRO-STATUS ")"
               CLOSE CHAMADA-DIARIO
               STOP RUN
           END-IF.
           OPEN INPUT CONTATOS-FILE.
           IF WS-CONTATOS-STATUS = "00"
               MOVE "S" TO WS-TEM-CONTATOS
           END-IF.
           SORT ARQ-SORT
               ON ASCENDING KEY SBA-TURMA SBA-DATA SBA-TIPO
                   SBA-MATRICULA
               INPUT PROCEDURE IS Seleciona-Chamadas
               OUTPUT PROCEDURE IS Imprime-Busca-Ativa.
           CLOSE CHAMADA-DIARIO.
           CLOSE CADASTRO-MASTER.
           IF WS-TEM-CONTATOS = "S"
               CLOSE CONTATOS-FILE
           END-IF.
           STOP RUN.

      ******************************************************************
      * Input procedure - the bimestre's call lists, one record per
      * call and one per falta.
      ******************************************************************
       Seleciona-Chamadas.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ CHAMADA-DIARIO
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF CHA-BIMESTRE = WS-BIMESTRE
                           PERFORM Libera-Chamada
                       END-IF
               END-READ
           END-PERFORM.

       Libera-Chamada.
           ADD 1 TO WS-TOTAL-CHAMADAS.
           MOVE CHA-TURMA      TO SBA-TURMA.
           MOVE CHA-DATA       TO SBA-DATA.
           MOVE CHA-DISCIPLINA TO SBA-DISCIPLINA.
           MOVE CHA-AULAS      TO SBA-AULAS.
           MOVE "0"            TO SBA-TIPO.
           MOVE 0              TO SBA-MATRICULA.
           RELEASE SORT-REG.
           MOVE "1" TO SBA-TIPO.
           MOVE 1 TO WS-IND.
           PERFORM UNTIL WS-IND > CHA-QTD-FALTAS OR WS-IND > 50
               IF CHA-FALTA (WS-IND) > 0
                   MOVE CHA-FALTA (WS-IND) TO SBA-MATRICULA
                   RELEASE SORT-REG
               END-IF
               ADD 1 TO WS-IND
           END-PERFORM.

      ******************************************************************
      * Output procedure - one turma at a time, in date order.
      ******************************************************************
       Imprime-Busca-Ativa.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING "Busca ativa - bimestre " WS-BIMESTRE
               " - alerta com " WS-MIN-DIAS
               " dia(s) letivo(s) seguido(s) de falta ou "
               WS-LIMITE-PCT "% de faltas numa disciplina"
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           PERFORM Grava-Linha.
           PERFORM UNTIL WS-FIM-SORT = "S"
               RETURN ARQ-SORT
                   AT END
                       MOVE "S" TO WS-FIM-SORT
                   NOT AT END
                       PERFORM Acumula-Registro
               END-RETURN
           END-PERFORM.
           IF WS-PRIMEIRO = "N"
               PERFORM Fecha-Turma
           END-IF.
           PERFORM Imprime-Resumo.
           CLOSE RELATORIO.

       Acumula-Registro.
           IF WS-PRIMEIRO = "S"
               PERFORM Inicia-Turma
               MOVE "N" TO WS-PRIMEIRO
           ELSE
               IF SBA-TURMA NOT = WS-TURMA-ATUAL
                   PERFORM Fecha-Turma
                   PERFORM Inicia-Turma
               END-IF
           END-IF.
           IF SBA-DATA NOT = WS-DATA-ANT
               ADD 1 TO WS-QTD-DIAS
               MOVE SBA-DATA TO WS-DATA-ANT
               MOVE SBA-DATA TO WS-ULTIMA-DATA
           END-IF.
           PERFORM Procura-Disciplina.
           IF SBA-TIPO = "0"
               IF WS-IND-DISC > 0
                   ADD SBA-AULAS TO TAB-DISC-AULAS (WS-IND-DISC)
               END-IF
           ELSE
               PERFORM Registra-Falta
           END-IF.

       Inicia-Turma.
           MOVE SBA-TURMA TO WS-TURMA-ATUAL.
           MOVE SPACES TO WS-DATA-ANT.
           MOVE SPACES TO WS-ULTIMA-DATA.
           MOVE 0 TO WS-QTD-DIAS.
           MOVE 0 TO WS-QTD-DISC.
           MOVE 0 TO WS-QTD-ALU.

      * WS-IND-DISC comes back 0 only when the table is full.
       Procura-Disciplina.
           MOVE 0 TO WS-IND-DISC.
           MOVE 1 TO WS-IND.
           PERFORM UNTIL WS-IND > WS-QTD-DISC OR WS-IND-DISC > 0
               IF TAB-DISC-CODIGO (WS-IND) = SBA-DISCIPLINA
                   MOVE WS-IND TO WS-IND-DISC
               END-IF
               ADD 1 TO WS-IND
           END-PERFORM.
           IF WS-IND-DISC = 0 AND WS-QTD-DISC < 20
               ADD 1 TO WS-QTD-DISC
               MOVE WS-QTD-DISC TO WS-IND-DISC
               MOVE SBA-DISCIPLINA TO TAB-DISC-CODIGO (WS-IND-DISC)
               MOVE 0 TO TAB-DISC-AULAS (WS-IND-DISC)
           END-IF.

      * A student absent in two disciplinas the same day is one day
      * of the run; the aulas missed count in each disciplina.
       Registra-Falta.
           PERFORM Procura-Aluno.
           IF WS-IND-ALU = 0
               ADD 1 TO WS-TOTAL-IGNORADOS
           ELSE
               IF WS-IND-DISC > 0
                   ADD SBA-AULAS
                       TO TAB-ALU-FALTAS (WS-IND-ALU, WS-IND-DISC)
               END-IF
               IF TAB-ALU-ULTIMO-DIA (WS-IND-ALU) NOT = WS-QTD-DIAS
                   IF TAB-ALU-ULTIMO-DIA (WS-IND-ALU) > 0
                       AND TAB-ALU-ULTIMO-DIA (WS-IND-ALU) + 1
                           = WS-QTD-DIAS
                       ADD 1 TO TAB-ALU-SEQ (WS-IND-ALU)
                   ELSE
                       MOVE 1 TO TAB-ALU-SEQ (WS-IND-ALU)
                       MOVE SBA-DATA TO TAB-ALU-SEQ-INICIO (WS-IND-ALU)
                   END-IF
                   MOVE WS-QTD-DIAS TO TAB-ALU-ULTIMO-DIA (WS-IND-ALU)
                   IF TAB-ALU-SEQ (WS-IND-ALU)
                       > TAB-ALU-MAIOR (WS-IND-ALU)
                       MOVE TAB-ALU-SEQ (WS-IND-ALU)
                           TO TAB-ALU-MAIOR (WS-IND-ALU)
                       MOVE TAB-ALU-SEQ-INICIO (WS-IND-ALU)
                           TO TAB-ALU-MAIOR-INICIO (WS-IND-ALU)
                       MOVE SBA-DATA TO TAB-ALU-MAIOR-FIM (WS-IND-ALU)
                   END-IF
               END-IF
           END-IF.

      * WS-IND-ALU comes back 0 only when the table is full.
       Procura-Aluno.
           MOVE 1 TO WS-IND-ALU.
           MOVE "N" TO WS-ACHOU.
           PERFORM UNTIL WS-IND-ALU > WS-QTD-ALU OR WS-ACHOU = "S"
               IF TAB-ALU-MATRICULA (WS-IND-ALU) = SBA-MATRICULA
                   MOVE "S" TO WS-ACHOU
               ELSE
                   ADD 1 TO WS-IND-ALU
               END-IF
           END-PERFORM.
           IF WS-ACHOU = "N"
               IF WS-QTD-ALU < 100
                   ADD 1 TO WS-QTD-ALU
                   MOVE WS-QTD-ALU TO WS-IND-ALU
                   MOVE SBA-MATRICULA
                       TO TAB-ALU-MATRICULA (WS-IND-ALU)
                   MOVE 0 TO TAB-ALU-ULTIMO-DIA (WS-IND-ALU)
                   MOVE 0 TO TAB-ALU-SEQ (WS-IND-ALU)
                   MOVE 0 TO TAB-ALU-MAIOR (WS-IND-ALU)
                   MOVE SPACES TO TAB-ALU-SEQ-INICIO (WS-IND-ALU)
                   MOVE SPACES TO TAB-ALU-MAIOR-INICIO (WS-IND-ALU)
                   MOVE SPACES TO TAB-ALU-MAIOR-FIM (WS-IND-ALU)
                   MOVE 1 TO WS-IND
                   PERFORM UNTIL WS-IND > 20
                       MOVE 0 TO TAB-ALU-FALTAS (WS-IND-ALU, WS-IND)
                       ADD 1 TO WS-IND
                   END-PERFORM
               ELSE
                   MOVE 0 TO WS-IND-ALU
               END-IF
           END-IF.

       Fecha-Turma.
           MOVE 1 TO WS-IND-ALU.
           PERFORM UNTIL WS-IND-ALU > WS-QTD-ALU
               PERFORM Avalia-Aluno
               ADD 1 TO WS-IND-ALU
           END-PERFORM.

       Avalia-Aluno.
           MOVE "N" TO WS-TEM-ALERTA.
           IF TAB-ALU-MAIOR (WS-IND-ALU) >= WS-MIN-DIAS
               MOVE "S" TO WS-TEM-ALERTA
           END-IF.
           MOVE 1 TO WS-IND-DISC.
           PERFORM UNTIL WS-IND-DISC > WS-QTD-DISC
               PERFORM Calcula-Percentual
               IF WS-PCT-FALTAS >= WS-LIMITE-PCT
                   MOVE "S" TO WS-TEM-ALERTA
               END-IF
               ADD 1 TO WS-IND-DISC
           END-PERFORM.
           IF WS-TEM-ALERTA = "S"
               PERFORM Le-Cadastro
               IF WS-CAD-OK = "S"
                   PERFORM Imprime-Aluno
               END-IF
           END-IF.

       Calcula-Percentual.
           MOVE 0 TO WS-PCT-FALTAS.
           IF TAB-DISC-AULAS (WS-IND-DISC) > 0
               COMPUTE WS-PCT-FALTAS ROUNDED =
                   TAB-ALU-FALTAS (WS-IND-ALU, WS-IND-DISC) * 100
                   / TAB-DISC-AULAS (WS-IND-DISC)
           END-IF.

      * Only an active student still enrolled in this turma is
      * chased; a blank CAD-TURMA (carried over, never stamped) is
      * taken as this turma.
       Le-Cadastro.
           MOVE "N" TO WS-CAD-OK.
           MOVE TAB-ALU-MATRICULA (WS-IND-ALU) TO CAD-MATRICULA.
           READ CADASTRO-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CAD-ATIVO = "S"
                       AND (CAD-TURMA = SPACES
                           OR CAD-TURMA = WS-TURMA-ATUAL)
                       MOVE "S" TO WS-CAD-OK
                   END-IF
           END-READ.

       Imprime-Aluno.
           ADD 1 TO WS-TOTAL-ALERTAS.
           MOVE SPACES TO WS-LINHA-SAIDA.
           PERFORM Grava-Linha.
           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING CAD-MATRICULA " " FUNCTION TRIM(CAD-NOME)
               " (turma " FUNCTION TRIM(WS-TURMA-ATUAL) ")"
               " - responsavel: " FUNCTION TRIM(CAD-RESPONSAVEL)
               " tel. " FUNCTION TRIM(CAD-TELEFONE)
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           PERFORM Grava-Linha.
           IF TAB-ALU-MAIOR (WS-IND-ALU) >= WS-MIN-DIAS
               ADD 1 TO WS-TOTAL-SEGUIDAS
           END-IF.
           PERFORM Imprime-Sequencias.
           MOVE "N" TO WS-ACHOU.
           MOVE 1 TO WS-IND-DISC.
           PERFORM UNTIL WS-IND-DISC > WS-QTD-DISC
               PERFORM Calcula-Percentual
               IF WS-PCT-FALTAS >= WS-LIMITE-PCT
                   MOVE "S" TO WS-ACHOU
                   MOVE SPACES TO WS-LINHA-SAIDA
                   STRING "   FALTAS " WS-PCT-FALTAS "% em "
                       FUNCTION TRIM(TAB-DISC-CODIGO (WS-IND-DISC))
                       " (" TAB-ALU-FALTAS (WS-IND-ALU, WS-IND-DISC)
                       " de " TAB-DISC-AULAS (WS-IND-DISC)
                       " aulas dadas ate agora)"
                       DELIMITED BY SIZE INTO WS-LINHA-SAIDA
                   PERFORM Grava-Linha
               END-IF
               ADD 1 TO WS-IND-DISC
           END-PERFORM.
           IF WS-ACHOU = "S"
               ADD 1 TO WS-TOTAL-PERCENTUAL
           END-IF.
           PERFORM Ultimo-Contato.

      * A run that reaches the turma's latest call list is the one
      * the busca ativa is for, so it is shown as it stands now even
      * when an earlier run was as long or longer; that earlier
      * longest run follows on its own line.
       Imprime-Sequencias.
           MOVE "N" TO WS-AINDA-AUSENTE.
           IF TAB-ALU-ULTIMO-DIA (WS-IND-ALU) = WS-QTD-DIAS
               AND TAB-ALU-SEQ (WS-IND-ALU) >= WS-MIN-DIAS
               MOVE "S" TO WS-AINDA-AUSENTE
               MOVE SPACES TO WS-LINHA-SAIDA
               STRING "   AUSENTE " TAB-ALU-SEQ (WS-IND-ALU)
                   " dias letivos seguidos: de "
                   TAB-ALU-SEQ-INICIO (WS-IND-ALU) " a "
                   WS-ULTIMA-DATA " - ainda ausente"
                   DELIMITED BY SIZE INTO WS-LINHA-SAIDA
               PERFORM Grava-Linha
           END-IF.
           IF TAB-ALU-MAIOR (WS-IND-ALU) >= WS-MIN-DIAS
               IF WS-AINDA-AUSENTE = "N"
                   OR TAB-ALU-MAIOR-INICIO (WS-IND-ALU)
                       NOT = TAB-ALU-SEQ-INICIO (WS-IND-ALU)
                   MOVE SPACES TO WS-LINHA-SAIDA
                   STRING "   AUSENTE " TAB-ALU-MAIOR (WS-IND-ALU)
                       " dias letivos seguidos: de "
                       TAB-ALU-MAIOR-INICIO (WS-IND-ALU) " a "
                       TAB-ALU-MAIOR-FIM (WS-IND-ALU)
                       DELIMITED BY SIZE INTO WS-LINHA-SAIDA
                   PERFORM Grava-Linha
               END-IF
           END-IF.

      * The contact log is keyed matricula + date/time, so the last
      * record of the matricula is the latest attempt.
       Ultimo-Contato.
           MOVE SPACES TO WS-ULTIMO-CONTATO.
           IF WS-TEM-CONTATOS = "S"
               MOVE "N" TO WS-FIM-CONTATOS
               MOVE CAD-MATRICULA TO CTT-MATRICULA
               MOVE LOW-VALUES    TO CTT-DATA-HORA
               START CONTATOS-FILE KEY >= CTT-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-FIM-CONTATOS
               END-START
               PERFORM UNTIL WS-FIM-CONTATOS = "S"
                   READ CONTATOS-FILE NEXT
                       AT END
                           MOVE "S" TO WS-FIM-CONTATOS
                       NOT AT END
                           IF CTT-MATRICULA NOT = CAD-MATRICULA
                               MOVE "S" TO WS-FIM-CONTATOS
                           ELSE
                               MOVE CTT-DATA-HORA
                                   TO WS-ULTIMO-CONTATO
                               MOVE CTT-RESULTADO
                                   TO WS-ULTIMO-RESULTADO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           MOVE SPACES TO WS-LINHA-SAIDA.
           IF WS-ULTIMO-CONTATO = SPACES
               ADD 1 TO WS-TOTAL-SEM-CONTATO
               MOVE "   Nenhum contato registrado." TO WS-LINHA-SAIDA
           ELSE
               PERFORM Descreve-Resultado
               STRING "   Ultimo contato: " WS-ULTIMO-CONTATO (1:4)
                   "-" WS-ULTIMO-CONTATO (5:2)
                   "-" WS-ULTIMO-CONTATO (7:2)
                   " " WS-ULTIMO-CONTATO (9:2)
                   ":" WS-ULTIMO-CONTATO (11:2)
                   " - " FUNCTION TRIM(WS-DESC-RESULTADO)
                   DELIMITED BY SIZE INTO WS-LINHA-SAIDA
           END-IF.
           PERFORM Grava-Linha.

       Descreve-Resultado.
           EVALUATE WS-ULTIMO-RESULTADO
               WHEN "F"
                   MOVE "contato feito" TO WS-DESC-RESULTADO
               WHEN "N"
                   MOVE "sem resposta" TO WS-DESC-RESULTADO
               WHEN "R"
                   MOVE "recado deixado" TO WS-DESC-RESULTADO
               WHEN "I"
                   MOVE "telefone/endereco invalido"
                       TO WS-DESC-RESULTADO
               WHEN "E"
                   MOVE "encaminhado ao Conselho Tutelar"
                       TO WS-DESC-RESULTADO
               WHEN "V"
                   MOVE "aluno voltou a frequentar"
                       TO WS-DESC-RESULTADO
               WHEN OTHER
                   MOVE WS-ULTIMO-RESULTADO TO WS-DESC-RESULTADO
           END-EVALUATE.

       Imprime-Resumo.
           MOVE SPACES TO WS-LINHA-SAIDA.
           PERFORM Grava-Linha.
           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING "Chamadas lidas: " WS-TOTAL-CHAMADAS
               " Alunos em alerta: " WS-TOTAL-ALERTAS
               " (dias seguidos: " WS-TOTAL-SEGUIDAS
               " percentual: " WS-TOTAL-PERCENTUAL ")"
               " Sem contato registrado: " WS-TOTAL-SEM-CONTATO
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           PERFORM Grava-Linha.
           IF WS-TOTAL-IGNORADOS > 0
               MOVE SPACES TO WS-LINHA-SAIDA
               STRING "EXCECAO: " WS-TOTAL-IGNORADOS
                   " falta(s) fora da tabela de 100 alunos por turma"
                   " - nao analisadas"
                   DELIMITED BY SIZE INTO WS-LINHA-SAIDA
               PERFORM Grava-Linha
           END-IF.

       Grava-Linha.
           DISPLAY WS-LINHA-SAIDA.
           MOVE WS-LINHA-SAIDA TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
       END PROGRAM BuscaAtiva.
