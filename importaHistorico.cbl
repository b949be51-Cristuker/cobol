      ******************************************************************
      * Author: Cristian Silva
      * Date: 15/10/2026
      * Purpose: Intake of the historico a transfer-in student brings
      *          from the previous school, so HistoricoAluno and the
      *          guia de transferencia of DocumentoAluno show the
      *          years cursados em outra escola. ImportaMovimento only
      *          creates the cadastro; this puts the earlier years
      *          into HISTORICO.DAT. Two ways in:
      *            (D)igitar - the secretaria keys the paper
      *                transcript: matricula, ano, school, serie and
      *                the school's grading scale once, then one
      *                disciplina/nota/situacao after another;
      *            (A)rquivo - HISTIMPORT.DAT, one fixed-width line
      *                per disciplina/ano, framed like MOVIMENTO.DAT
      *                (H record with the file date, T record with the
      *                detail count, checked and alerted) with the
      *                lines that cannot be loaded written to
      *                HISTIMPORT.REJ with a reason code and the
      *                totals to RUNCTL.DAT;
      *          and (E)xcluir removes a year keyed by mistake.
      *          Each result goes to HISTORICO.DAT as the annual
      *          result of the disciplina (bimestre 0), with the nota
      *          converted to our 0 a 10 scale (nota * 10 / nota
      *          maxima of the school's scale), the serie in the turma
      *          and the situacao the school gave (A aprovado, R
      *          reprovado, F reprovado por falta). Next to it,
      *          ORIGEM.DAT (copybooks/ORIGREG.cpy) keeps the school,
      *          municipio/UF, the disciplina as the transcript named
      *          it and the original nota and scale - that record is
      *          what marks the year as cursado em outra escola.
      *          The transcript disciplina is used as it is when it
      *          is a code of DISCIPLINAS.DAT, otherwise it is mapped
      *          through the equivalence table (EQUIVALENCIA.DAT,
      *          kept in ManutTabelas).
      *          Detail layout (139 bytes): tipo X(1) = "D",
      *          matricula 9(5), ano 9(4), serie X(6), disciplina de
      *          origem X(30), nota 9(3)V99 and nota maxima da escala
      *          9(3)V99 (5 digitos, duas decimais implicitas - 07850
      *          de 10000 carrega 78.50 de 100), situacao X(1), escola
      *          X(50), municipio X(30), UF X(2).
      *          Reason codes: 01 tipo de registro invalido, 02
      *          matricula nao cadastrada, 03 ano invalido (must be
      *          before the current year), 04 disciplina sem
      *          equivalencia, 05 escala invalida, 06 nota invalida
      *          (above the scale), 07 situacao invalida, 08 escola em
      *          branco, 09 ano cursado nesta escola (the historico
      *          already has that year from our own ViraAno), 10
      *          disciplina ja no historico. Every record written or
      *          removed is audited with the operator.
      * Tectonics: calls the shared ACESSO, AUDITLOG and RUNCTL
      *            subprograms, so all three must be compiled together
      *            with this one - see build.sh.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ImportaHistorico.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTRADA-HISTORICO ASSIGN TO "HISTIMPORT.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ENTRADA-STATUS.
           SELECT REJEITADOS ASSIGN TO "HISTIMPORT.REJ"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REJEITO-STATUS.
           SELECT CADASTRO-MASTER ASSIGN TO "CADASTRO.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS CAD-MATRICULA
               FILE STATUS IS WS-CADASTRO-STATUS.
           SELECT DISCIPLINAS-TAB ASSIGN TO "DISCIPLINAS.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS DIS-CODIGO
               FILE STATUS IS WS-DISC-STATUS.
           SELECT EQUIVALENCIA-TAB ASSIGN TO "EQUIVALENCIA.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS EQV-DISC-ORIGEM
               FILE STATUS IS WS-EQUIV-STATUS.
           SELECT HISTORICO-MASTER ASSIGN TO "HISTORICO.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS HIST-CHAVE
               FILE STATUS IS WS-HISTORICO-STATUS.
           SELECT ORIGEM-FILE ASSIGN TO "ORIGEM.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS ORI-CHAVE
               FILE STATUS IS WS-ORIGEM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ENTRADA-HISTORICO.
       01 REG-ENTRADA.
           02 ENT-TIPO        PIC X(1).
           02 ENT-MATRICULA   PIC 9(5).
           02 ENT-ANO         PIC 9(4).
           02 ENT-SERIE       PIC X(6).
           02 ENT-DISC-ORIGEM PIC X(30).
           02 ENT-NOTA        PIC 9(3)V99.
           02 ENT-ESCALA      PIC 9(3)V99.
           02 ENT-SITUACAO    PIC X(1).
           02 ENT-ESCOLA      PIC X(50).
           02 ENT-MUNICIPIO   PIC X(30).
           02 ENT-UF          PIC X(2).
       01 REG-ENTRADA-HDR REDEFINES REG-ENTRADA.
           02 HDR-TIPO PIC X(1).
           02 HDR-DATA PIC X(10).
           02 FILLER   PIC X(128).
       01 REG-ENTRADA-TRL REDEFINES REG-ENTRADA.
           02 TRL-TIPO PIC X(1).
           02 TRL-QTD  PIC 9(7).
           02 FILLER   PIC X(131).

       FD  REJEITADOS.
       01 REG-REJEITADO.
           02 REJ-DADOS   PIC X(139).
           02 FILLER      PIC X(1).
           02 REJ-MOTIVO  PIC X(2).
           02 FILLER      PIC X(1).
           02 REJ-DESCR   PIC X(28).

       FD  CADASTRO-MASTER.
       COPY "CADREG.cpy".

       FD  DISCIPLINAS-TAB.
       COPY "DISCREG.cpy".

       FD  EQUIVALENCIA-TAB.
       COPY "EQUIVREG.cpy".

       FD  HISTORICO-MASTER.
       COPY "HISTREG.cpy".

       FD  ORIGEM-FILE.
       COPY "ORIGREG.cpy".

       WORKING-STORAGE SECTION.
       01 WS-ENTRADA-STATUS   PIC X(2).
       01 WS-REJEITO-STATUS   PIC X(2).
       01 WS-CADASTRO-STATUS  PIC X(2).
       01 WS-DISC-STATUS      PIC X(2).
       01 WS-EQUIV-STATUS     PIC X(2).
       01 WS-HISTORICO-STATUS PIC X(2).
       01 WS-ORIGEM-STATUS    PIC X(2).
       01 WS-TEM-EQUIVALENCIA PIC X(1) VALUE "N".
       01 WS-CONTINUAR        PIC X(1) VALUE "S".
       01 WS-OPCAO            PIC X(1).
       01 WS-CONFIRMA         PIC X(1).
       01 WS-FIM-ARQUIVO      PIC X(1).
       01 WS-FIM-LISTA        PIC X(1).
       01 WS-FIM-DIGITACAO    PIC X(1).
       01 WS-TEM-HEADER       PIC X(1).
       01 WS-TEM-TRAILER      PIC X(1).
       01 WS-DATA-ARQUIVO     PIC X(10).
       01 WS-QTD-TRAILER      PIC 9(7).
       01 WS-CAD-OK           PIC X(1).
       01 WS-ANO-NOSSO        PIC X(1).
       01 WS-MOTIVO           PIC X(2).
       01 WS-DESCR-MOTIVO     PIC X(28).
      * One transcript line, keyed or read from the file.
       01 WS-IMP-MATRICULA    PIC 9(5).
       01 WS-IMP-ANO          PIC 9(4).
       01 WS-IMP-SERIE        PIC X(6).
       01 WS-IMP-DISC-ORIGEM  PIC X(30).
       01 WS-IMP-NOTA         PIC 9(3)V99.
       01 WS-IMP-ESCALA       PIC 9(3)V99.
       01 WS-IMP-SITUACAO     PIC X(1).
       01 WS-IMP-ESCOLA       PIC X(50).
       01 WS-IMP-MUNICIPIO    PIC X(30).
       01 WS-IMP-UF           PIC X(2).
       01 WS-IMP-CARGA        PIC X(1).
       01 WS-DISCIPLINA       PIC X(12).
       01 WS-MEDIA-CONVERTIDA PIC 9(2)V99.
       01 WS-SITUACAO-HIST    PIC X(12).
       01 WS-MEDIA-ED         PIC Z9.99.
       01 WS-NOTA-ED          PIC ZZ9.99.
       01 WS-ESCALA-ED        PIC ZZ9.99.
       01 WS-QTD-ANO          PIC 9(3).
       01 WS-TOTAL-LIDOS      PIC 9(7) VALUE 0.
       01 WS-TOTAL-GRAVADOS   PIC 9(7) VALUE 0.
       01 WS-TOTAL-REJEITOS   PIC 9(7) VALUE 0.
       01 WS-TOTAL-ALERTAS    PIC 9(5) VALUE 0.
       01 WS-DATA-HOJE.
           02 WS-HOJE-ANO     PIC 9(4).
           02 FILLER          PIC X(1) VALUE "-".
           02 WS-HOJE-MES     PIC 9(2).
           02 FILLER          PIC X(1) VALUE "-".
           02 WS-HOJE-DIA     PIC 9(2).
       01 WS-RUN-INICIO.
           02 WS-RI-HH PIC X(2).
           02 FILLER   PIC X(1) VALUE ":".
           02 WS-RI-MM PIC X(2).
           02 FILLER   PIC X(1) VALUE ":".
           02 WS-RI-SS PIC X(2).
       01 WS-ACS-NIVEL       PIC 9(1) VALUE 3.
       01 WS-ACS-OPERADOR    PIC X(8).
       01 WS-ACS-RESULTADO   PIC X(1).
       01 WS-AUD-PROGRAMA  PIC X(20) VALUE "ImportaHistorico".
       01 WS-AUD-SESSAO    PIC X(14).
       01 WS-AUD-ENTRADA   PIC X(90).
       01 WS-AUD-RESULTADO PIC X(90).
       01 WS-AUD-ACAO      PIC X(10).

       PROCEDURE DIVISION.

       Inicio.
           DISPLAY "Historico de escola anterior - aluno transferido".
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-AUD-SESSAO.
           MOVE WS-AUD-SESSAO (1:4) TO WS-HOJE-ANO.
           MOVE WS-AUD-SESSAO (5:2) TO WS-HOJE-MES.
           MOVE WS-AUD-SESSAO (7:2) TO WS-HOJE-DIA.
           MOVE WS-AUD-SESSAO (9:2)  TO WS-RI-HH.
           MOVE WS-AUD-SESSAO (11:2) TO WS-RI-MM.
           MOVE WS-AUD-SESSAO (13:2) TO WS-RI-SS.
           CALL "ACESSO" USING WS-AUD-PROGRAMA WS-ACS-NIVEL
               WS-ACS-OPERADOR WS-ACS-RESULTADO.
           IF WS-ACS-RESULTADO NOT = "S"
               STOP RUN
           END-IF.
           PERFORM Abre-Arquivos.
           PERFORM UNTIL WS-CONTINUAR = "N" OR WS-CONTINUAR = "n"
               DISPLAY "(D)igitar historico, (A)rquivo HISTIMPORT.DAT"
                   ", (E)xcluir ano importado: "
               ACCEPT WS-OPCAO
               EVALUATE WS-OPCAO
                   WHEN "D"
                   WHEN "d"
                       PERFORM Digita-Historico
                   WHEN "A"
                   WHEN "a"
                       PERFORM Carrega-Arquivo
                   WHEN "E"
                   WHEN "e"
                       PERFORM Exclui-Ano
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               DISPLAY "Outra operacao (S/N): "
               ACCEPT WS-CONTINUAR
           END-PERFORM.
           CLOSE CADASTRO-MASTER.
           CLOSE DISCIPLINAS-TAB.
           IF WS-TEM-EQUIVALENCIA = "S"
               CLOSE EQUIVALENCIA-TAB
           END-IF.
           CLOSE HISTORICO-MASTER.
           CLOSE ORIGEM-FILE.
           STOP RUN.

      * The equivalence table is optional - without it only
      * transcript disciplinas that are already our codes load.
       Abre-Arquivos.
           OPEN INPUT CADASTRO-MASTER.
           IF WS-CADASTRO-STATUS NOT = "00"
               DISPLAY "Nao foi possivel abrir CADASTRO.DAT (status "
                   WS-CADASTRO-STATUS ")"
               STOP RUN
           END-IF.
           OPEN INPUT DISCIPLINAS-TAB.
           IF WS-DISC-STATUS NOT = "00"
               DISPLAY "Nao foi possivel abrir DISCIPLINAS.DAT "
                   "(status " WS-DISC-STATUS ") - cadastre as "
                   "disciplinas em ManutTabelas"
               CLOSE CADASTRO-MASTER
               STOP RUN
           END-IF.
           OPEN INPUT EQUIVALENCIA-TAB.
           IF WS-EQUIV-STATUS = "00"
               MOVE "S" TO WS-TEM-EQUIVALENCIA
           END-IF.
           OPEN I-O HISTORICO-MASTER.
           IF WS-HISTORICO-STATUS = "35"
               OPEN OUTPUT HISTORICO-MASTER
               CLOSE HISTORICO-MASTER
               OPEN I-O HISTORICO-MASTER
           END-IF.
           IF WS-HISTORICO-STATUS NOT = "00"
               DISPLAY "Nao foi possivel abrir HISTORICO.DAT (status "
                   WS-HISTORICO-STATUS ")"
               CLOSE CADASTRO-MASTER
               CLOSE DISCIPLINAS-TAB
               STOP RUN
           END-IF.
           OPEN I-O ORIGEM-FILE.
           IF WS-ORIGEM-STATUS = "35"
               OPEN OUTPUT ORIGEM-FILE
               CLOSE ORIGEM-FILE
               OPEN I-O ORIGEM-FILE
           END-IF.
           IF WS-ORIGEM-STATUS NOT = "00"
               DISPLAY "Nao foi possivel abrir ORIGEM.DAT (status "
                   WS-ORIGEM-STATUS ")"
               CLOSE CADASTRO-MASTER
               CLOSE DISCIPLINAS-TAB
               CLOSE HISTORICO-MASTER
               STOP RUN
           END-IF.

      ******************************************************************
      * Keyed entry - one ano letivo of one transcript.
      ******************************************************************
       Digita-Historico.
           DISPLAY "Matricula do aluno: ".
           ACCEPT WS-IMP-MATRICULA.
           PERFORM Procura-Cadastro.
           IF WS-CAD-OK = "N"
               DISPLAY "Matricula nao cadastrada: " WS-IMP-MATRICULA
           ELSE
               DISPLAY "Aluno : " FUNCTION TRIM(CAD-NOME)
               DISPLAY "Ano letivo cursado na escola de origem "
                   "(AAAA): "
               ACCEPT WS-IMP-ANO
               PERFORM Verifica-Ano
               EVALUATE TRUE
                   WHEN WS-IMP-ANO < 1950
                       OR WS-IMP-ANO >= WS-HOJE-ANO
                       DISPLAY "Ano invalido - somente anos "
                           "anteriores a " WS-HOJE-ANO
                   WHEN WS-ANO-NOSSO = "S"
                       DISPLAY "O historico ja tem o ano "
                           WS-IMP-ANO " cursado nesta escola."
                   WHEN OTHER
                       PERFORM Pede-Escola
                       PERFORM Digita-Disciplinas
               END-EVALUATE
           END-IF.

       Pede-Escola.
           DISPLAY "Escola de origem: ".
           ACCEPT WS-IMP-ESCOLA.
           PERFORM UNTIL WS-IMP-ESCOLA NOT = SPACES
               DISPLAY "Escola de origem e obrigatoria: "
               ACCEPT WS-IMP-ESCOLA
           END-PERFORM.
           DISPLAY "Municipio: ".
           ACCEPT WS-IMP-MUNICIPIO.
           DISPLAY "UF: ".
           ACCEPT WS-IMP-UF.
           INSPECT WS-IMP-UF CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           DISPLAY "Serie/ano cursado (ex.: 5, 6EF): ".
           ACCEPT WS-IMP-SERIE.
           DISPLAY "Nota maxima da escala da escola (ex.: 10, 100): ".
           ACCEPT WS-IMP-ESCALA.
           PERFORM UNTIL WS-IMP-ESCALA > 0
               DISPLAY "Nota maxima deve ser maior que 0: "
               ACCEPT WS-IMP-ESCALA
           END-PERFORM.

       Digita-Disciplinas.
           MOVE "D" TO WS-IMP-CARGA.
           MOVE 0 TO WS-QTD-ANO.
           MOVE "N" TO WS-FIM-DIGITACAO.
           PERFORM UNTIL WS-FIM-DIGITACAO = "S"
               DISPLAY "Disciplina como consta no historico "
                   "(em branco encerra o ano): "
               ACCEPT WS-IMP-DISC-ORIGEM
               IF WS-IMP-DISC-ORIGEM = SPACES
                   MOVE "S" TO WS-FIM-DIGITACAO
               ELSE
                   DISPLAY "Nota na escala da escola: "
                   ACCEPT WS-IMP-NOTA
                   DISPLAY "Situacao: (A)provado, (R)eprovado, "
                       "reprovado por (F)alta: "
                   ACCEPT WS-IMP-SITUACAO
                   PERFORM Processa-Linha
                   IF WS-MOTIVO NOT = SPACES
                       DISPLAY "Nao gravado: " WS-DESCR-MOTIVO
                   ELSE
                       ADD 1 TO WS-QTD-ANO
                   END-IF
               END-IF
           END-PERFORM.
           DISPLAY WS-QTD-ANO " disciplina(s) gravada(s) no "
               "historico de " WS-IMP-ANO ".".

      ******************************************************************
      * File load - HISTIMPORT.DAT with header/trailer and rejects.
      ******************************************************************
       Carrega-Arquivo.
           OPEN INPUT ENTRADA-HISTORICO.
           IF WS-ENTRADA-STATUS NOT = "00"
               DISPLAY "Nao foi possivel abrir HISTIMPORT.DAT (status "
                   WS-ENTRADA-STATUS ")"
           ELSE
               OPEN OUTPUT REJEITADOS
               MOVE "A" TO WS-IMP-CARGA
               MOVE "N" TO WS-FIM-ARQUIVO WS-TEM-HEADER WS-TEM-TRAILER
               MOVE SPACES TO WS-DATA-ARQUIVO
               MOVE 0 TO WS-TOTAL-LIDOS WS-TOTAL-GRAVADOS
                   WS-TOTAL-REJEITOS WS-TOTAL-ALERTAS
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ENTRADA-HISTORICO
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           PERFORM Processa-Registro
                   END-READ
               END-PERFORM
               PERFORM Confere-Totais
               CLOSE ENTRADA-HISTORICO
               CLOSE REJEITADOS
               DISPLAY "Linhas lidas: " WS-TOTAL-LIDOS
                   " Gravadas: " WS-TOTAL-GRAVADOS
                   " Rejeitadas: " WS-TOTAL-REJEITOS
                   " Alertas: " WS-TOTAL-ALERTAS
               PERFORM Audita-Carga
               CALL "RUNCTL" USING WS-AUD-PROGRAMA WS-RUN-INICIO
                   WS-TOTAL-LIDOS WS-TOTAL-GRAVADOS
                   WS-TOTAL-REJEITOS
           END-IF.

       Processa-Registro.
           EVALUATE ENT-TIPO
               WHEN "H"
                   MOVE "S" TO WS-TEM-HEADER
                   MOVE HDR-DATA TO WS-DATA-ARQUIVO
               WHEN "T"
                   MOVE "S" TO WS-TEM-TRAILER
                   MOVE TRL-QTD TO WS-QTD-TRAILER
               WHEN "D"
                   ADD 1 TO WS-TOTAL-LIDOS
                   PERFORM Processa-Detalhe
               WHEN OTHER
                   ADD 1 TO WS-TOTAL-LIDOS
                   MOVE "01" TO WS-MOTIVO
                   MOVE "TIPO DE REGISTRO INVALIDO" TO WS-DESCR-MOTIVO
                   PERFORM Grava-Rejeito
           END-EVALUATE.

      * Numeric fields are checked before they are moved, so a
      * misaligned line is rejected instead of loading garbage.
       Processa-Detalhe.
           MOVE SPACES TO WS-MOTIVO WS-DESCR-MOTIVO.
           EVALUATE TRUE
               WHEN ENT-MATRICULA NOT NUMERIC
                   MOVE "02" TO WS-MOTIVO
                   MOVE "MATRICULA NAO CADASTRADA" TO WS-DESCR-MOTIVO
               WHEN ENT-ANO NOT NUMERIC
                   MOVE "03" TO WS-MOTIVO
                   MOVE "ANO INVALIDO" TO WS-DESCR-MOTIVO
               WHEN ENT-ESCALA NOT NUMERIC
                   MOVE "05" TO WS-MOTIVO
                   MOVE "ESCALA INVALIDA" TO WS-DESCR-MOTIVO
               WHEN ENT-NOTA NOT NUMERIC
                   MOVE "06" TO WS-MOTIVO
                   MOVE "NOTA INVALIDA" TO WS-DESCR-MOTIVO
           END-EVALUATE.
           IF WS-MOTIVO NOT = SPACES
               PERFORM Grava-Rejeito
           ELSE
               MOVE ENT-MATRICULA   TO WS-IMP-MATRICULA
               MOVE ENT-ANO         TO WS-IMP-ANO
               MOVE ENT-SERIE       TO WS-IMP-SERIE
               MOVE ENT-DISC-ORIGEM TO WS-IMP-DISC-ORIGEM
               MOVE ENT-NOTA        TO WS-IMP-NOTA
               MOVE ENT-ESCALA      TO WS-IMP-ESCALA
               MOVE ENT-SITUACAO    TO WS-IMP-SITUACAO
               MOVE ENT-ESCOLA      TO WS-IMP-ESCOLA
               MOVE ENT-MUNICIPIO   TO WS-IMP-MUNICIPIO
               MOVE ENT-UF          TO WS-IMP-UF
               PERFORM Procura-Cadastro
               PERFORM Verifica-Ano
               PERFORM Processa-Linha
               IF WS-MOTIVO NOT = SPACES
                   PERFORM Grava-Rejeito
               END-IF
           END-IF.

       Grava-Rejeito.
           ADD 1 TO WS-TOTAL-REJEITOS.
           MOVE SPACES TO REG-REJEITADO.
           MOVE REG-ENTRADA TO REJ-DADOS.
           MOVE WS-MOTIVO TO REJ-MOTIVO.
           MOVE WS-DESCR-MOTIVO TO REJ-DESCR.
           WRITE REG-REJEITADO.

       Confere-Totais.
           IF WS-TEM-HEADER = "N"
               ADD 1 TO WS-TOTAL-ALERTAS
               DISPLAY "ALERTA: arquivo sem registro header (H)."
           END-IF.
           IF WS-TEM-TRAILER = "N"
               ADD 1 TO WS-TOTAL-ALERTAS
               DISPLAY "ALERTA: arquivo sem registro trailer (T)."
           ELSE
               IF WS-QTD-TRAILER NOT = WS-TOTAL-LIDOS
                   ADD 1 TO WS-TOTAL-ALERTAS
                   DISPLAY "ALERTA: trailer informa " WS-QTD-TRAILER
                       " linhas mas o arquivo trouxe "
                       WS-TOTAL-LIDOS "."
               END-IF
           END-IF.

      ******************************************************************
      * Rules shared by both ways in. Procura-Cadastro and
      * Verifica-Ano have been performed for the matricula/ano.
      ******************************************************************
       Processa-Linha.
           MOVE SPACES TO WS-MOTIVO WS-DESCR-MOTIVO.
           INSPECT WS-IMP-SITUACAO CONVERTING "arf" TO "ARF".
           PERFORM Resolve-Disciplina.
           EVALUATE TRUE
               WHEN WS-CAD-OK = "N"
                   MOVE "02" TO WS-MOTIVO
                   MOVE "MATRICULA NAO CADASTRADA" TO WS-DESCR-MOTIVO
               WHEN WS-IMP-ANO < 1950 OR WS-IMP-ANO >= WS-HOJE-ANO
                   MOVE "03" TO WS-MOTIVO
                   MOVE "ANO INVALIDO" TO WS-DESCR-MOTIVO
               WHEN WS-DISCIPLINA = SPACES
                   MOVE "04" TO WS-MOTIVO
                   MOVE "DISCIPLINA SEM EQUIVALENCIA"
                       TO WS-DESCR-MOTIVO
               WHEN WS-IMP-ESCALA = 0
                   MOVE "05" TO WS-MOTIVO
                   MOVE "ESCALA INVALIDA" TO WS-DESCR-MOTIVO
               WHEN WS-IMP-NOTA > WS-IMP-ESCALA
                   MOVE "06" TO WS-MOTIVO
                   MOVE "NOTA INVALIDA" TO WS-DESCR-MOTIVO
               WHEN WS-IMP-SITUACAO NOT = "A"
                   AND WS-IMP-SITUACAO NOT = "R"
                   AND WS-IMP-SITUACAO NOT = "F"
                   MOVE "07" TO WS-MOTIVO
                   MOVE "SITUACAO INVALIDA" TO WS-DESCR-MOTIVO
               WHEN WS-IMP-ESCOLA = SPACES
                   MOVE "08" TO WS-MOTIVO
                   MOVE "ESCOLA EM BRANCO" TO WS-DESCR-MOTIVO
               WHEN WS-ANO-NOSSO = "S"
                   MOVE "09" TO WS-MOTIVO
                   MOVE "ANO CURSADO NESTA ESCOLA" TO WS-DESCR-MOTIVO
           END-EVALUATE.
           IF WS-MOTIVO = SPACES
               PERFORM Grava-Historico
           END-IF.

       Procura-Cadastro.
           MOVE "N" TO WS-CAD-OK.
           IF WS-IMP-MATRICULA > 0
               MOVE WS-IMP-MATRICULA TO CAD-MATRICULA
               READ CADASTRO-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WS-CAD-OK
               END-READ
           END-IF.

      * A year already on the historico without an ORIGEM.DAT record
      * was archived by ViraAno from our own master - a transcript
      * from elsewhere cannot be laid over it.
       Verifica-Ano.
           MOVE "N" TO WS-ANO-NOSSO.
           MOVE WS-IMP-MATRICULA TO HIST-MATRICULA.
           MOVE WS-IMP-ANO       TO HIST-ANO.
           MOVE LOW-VALUES       TO HIST-DISCIPLINA.
           MOVE 0                TO HIST-BIMESTRE.
           START HISTORICO-MASTER KEY >= HIST-CHAVE
               INVALID KEY
                   CONTINUE
           END-START.
           IF WS-HISTORICO-STATUS = "00"
               READ HISTORICO-MASTER NEXT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF HIST-MATRICULA = WS-IMP-MATRICULA
                           AND HIST-ANO = WS-IMP-ANO
                           MOVE HIST-MATRICULA  TO ORI-MATRICULA
                           MOVE HIST-ANO        TO ORI-ANO
                           MOVE HIST-DISCIPLINA TO ORI-DISCIPLINA
                           READ ORIGEM-FILE
                               INVALID KEY
                                   MOVE "S" TO WS-ANO-NOSSO
                           END-READ
                       END-IF
               END-READ
           END-IF.

      * The transcript name, in upper case, is taken as it is when it
      * is one of our codes, otherwise through an active equivalence
      * to a disciplina on file. Blank when neither resolves.
       Resolve-Disciplina.
           MOVE SPACES TO WS-DISCIPLINA.
           INSPECT WS-IMP-DISC-ORIGEM CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF WS-IMP-DISC-ORIGEM NOT = SPACES
               AND WS-IMP-DISC-ORIGEM (13:18) = SPACES
               MOVE WS-IMP-DISC-ORIGEM (1:12) TO DIS-CODIGO
               READ DISCIPLINAS-TAB
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DIS-CODIGO TO WS-DISCIPLINA
               END-READ
           END-IF.
           IF WS-DISCIPLINA = SPACES AND WS-TEM-EQUIVALENCIA = "S"
               AND WS-IMP-DISC-ORIGEM NOT = SPACES
               MOVE WS-IMP-DISC-ORIGEM TO EQV-DISC-ORIGEM
               READ EQUIVALENCIA-TAB
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF EQV-ATIVO = "S"
                           MOVE EQV-DISCIPLINA TO DIS-CODIGO
                           READ DISCIPLINAS-TAB
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   MOVE DIS-CODIGO TO WS-DISCIPLINA
                           END-READ
                       END-IF
               END-READ
           END-IF.

      * The annual result goes in as bimestre 0, the converted nota as
      * the media; the bimestre notas and pesos are not on a
      * transcript and stay zero.
       Grava-Historico.
           COMPUTE WS-MEDIA-CONVERTIDA ROUNDED =
               WS-IMP-NOTA * 10 / WS-IMP-ESCALA.
           EVALUATE WS-IMP-SITUACAO
               WHEN "A"
                   MOVE "APROVADO" TO WS-SITUACAO-HIST
               WHEN "R"
                   MOVE "REPROVADO" TO WS-SITUACAO-HIST
               WHEN "F"
                   MOVE "REPROV FALTA" TO WS-SITUACAO-HIST
           END-EVALUATE.
           MOVE WS-IMP-MATRICULA    TO HIST-MATRICULA.
           MOVE WS-IMP-ANO          TO HIST-ANO.
           MOVE WS-DISCIPLINA       TO HIST-DISCIPLINA.
           MOVE 0                   TO HIST-BIMESTRE.
           MOVE WS-IMP-SERIE        TO HIST-TURMA.
           MOVE CAD-NOME            TO HIST-NOME.
           MOVE 0 TO HIST-NOTA1 HIST-NOTA2 HIST-NOTA3 HIST-NOTA4.
           MOVE 0 TO HIST-PESO1 HIST-PESO2 HIST-PESO3 HIST-PESO4.
           MOVE WS-MEDIA-CONVERTIDA TO HIST-MEDIA.
           MOVE WS-SITUACAO-HIST    TO HIST-SITUACAO.
           WRITE HISTORICO-REG
               INVALID KEY
                   MOVE "10" TO WS-MOTIVO
                   MOVE "DISCIPLINA JA NO HISTORICO" TO WS-DESCR-MOTIVO
               NOT INVALID KEY
                   PERFORM Grava-Origem
           END-WRITE.

       Grava-Origem.
           MOVE WS-IMP-MATRICULA    TO ORI-MATRICULA.
           MOVE WS-IMP-ANO          TO ORI-ANO.
           MOVE WS-DISCIPLINA       TO ORI-DISCIPLINA.
           MOVE WS-IMP-ESCOLA       TO ORI-ESCOLA.
           MOVE WS-IMP-MUNICIPIO    TO ORI-MUNICIPIO.
           MOVE WS-IMP-UF           TO ORI-UF.
           MOVE WS-IMP-DISC-ORIGEM  TO ORI-DISC-ORIGEM.
           MOVE WS-IMP-NOTA         TO ORI-NOTA-ORIGINAL.
           MOVE WS-IMP-ESCALA       TO ORI-ESCALA-MAXIMA.
           MOVE WS-IMP-CARGA        TO ORI-CARGA.
           MOVE WS-ACS-OPERADOR     TO ORI-OPERADOR.
           MOVE WS-DATA-HOJE        TO ORI-DATA-REGISTRO.
           WRITE ORIGEM-REG
               INVALID KEY
                   REWRITE ORIGEM-REG
           END-WRITE.
           ADD 1 TO WS-TOTAL-GRAVADOS.
           MOVE WS-MEDIA-CONVERTIDA TO WS-MEDIA-ED.
           MOVE WS-IMP-NOTA TO WS-NOTA-ED.
           MOVE WS-IMP-ESCALA TO WS-ESCALA-ED.
           IF WS-IMP-CARGA = "D"
               DISPLAY "Gravado: " WS-DISCIPLINA " " WS-NOTA-ED
                   " de " WS-ESCALA-ED " -> media " WS-MEDIA-ED
                   " " WS-SITUACAO-HIST
           END-IF.
           MOVE "INCLUSAO" TO WS-AUD-ACAO.
           PERFORM Audita-Registro.

      ******************************************************************
      * Removal of an imported year - only records with an origin,
      * so a year of our own can never be removed from here.
      ******************************************************************
       Exclui-Ano.
           DISPLAY "Matricula do aluno: ".
           ACCEPT WS-IMP-MATRICULA.
           DISPLAY "Ano letivo importado (AAAA): ".
           ACCEPT WS-IMP-ANO.
           MOVE 0 TO WS-QTD-ANO.
           PERFORM Posiciona-Origem.
           PERFORM UNTIL WS-FIM-LISTA = "S"
               READ ORIGEM-FILE NEXT
                   AT END
                       MOVE "S" TO WS-FIM-LISTA
                   NOT AT END
                       IF ORI-MATRICULA NOT = WS-IMP-MATRICULA
                           OR ORI-ANO NOT = WS-IMP-ANO
                           MOVE "S" TO WS-FIM-LISTA
                       ELSE
                           ADD 1 TO WS-QTD-ANO
                           MOVE ORI-NOTA-ORIGINAL TO WS-NOTA-ED
                           MOVE ORI-ESCALA-MAXIMA TO WS-ESCALA-ED
                           DISPLAY ORI-DISCIPLINA " " WS-NOTA-ED
                               " de " WS-ESCALA-ED " - "
                               FUNCTION TRIM(ORI-ESCOLA)
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-QTD-ANO = 0
               DISPLAY "Nenhum ano importado para a matricula "
                   WS-IMP-MATRICULA " em " WS-IMP-ANO
           ELSE
               DISPLAY "Excluir estas " WS-QTD-ANO
                   " disciplina(s) do historico (S/N): "
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                   PERFORM Exclui-Registros
               END-IF
           END-IF.

       Posiciona-Origem.
           MOVE "N" TO WS-FIM-LISTA.
           MOVE WS-IMP-MATRICULA TO ORI-MATRICULA.
           MOVE WS-IMP-ANO       TO ORI-ANO.
           MOVE LOW-VALUES       TO ORI-DISCIPLINA.
           START ORIGEM-FILE KEY >= ORI-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-LISTA
           END-START.

       Exclui-Registros.
           MOVE 0 TO WS-QTD-ANO.
           PERFORM Posiciona-Origem.
           PERFORM UNTIL WS-FIM-LISTA = "S"
               READ ORIGEM-FILE NEXT
                   AT END
                       MOVE "S" TO WS-FIM-LISTA
                   NOT AT END
                       IF ORI-MATRICULA NOT = WS-IMP-MATRICULA
                           OR ORI-ANO NOT = WS-IMP-ANO
                           MOVE "S" TO WS-FIM-LISTA
                       ELSE
                           PERFORM Exclui-Registro
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY WS-QTD-ANO " disciplina(s) excluida(s).".

       Exclui-Registro.
           MOVE ORI-MATRICULA  TO HIST-MATRICULA.
           MOVE ORI-ANO        TO HIST-ANO.
           MOVE ORI-DISCIPLINA TO HIST-DISCIPLINA.
           MOVE 0              TO HIST-BIMESTRE.
           DELETE HISTORICO-MASTER
               INVALID KEY
                   CONTINUE
           END-DELETE.
           MOVE ORI-DISCIPLINA TO WS-DISCIPLINA.
           MOVE ORI-CARGA TO WS-IMP-CARGA.
           MOVE ORI-NOTA-ORIGINAL TO WS-IMP-NOTA.
           MOVE ORI-ESCALA-MAXIMA TO WS-IMP-ESCALA.
           MOVE 0 TO WS-MEDIA-CONVERTIDA.
           MOVE SPACES TO WS-SITUACAO-HIST.
           DELETE ORIGEM-FILE
               INVALID KEY
                   DISPLAY "Erro ao excluir (status "
                       WS-ORIGEM-STATUS ")"
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-ANO
                   MOVE "EXCLUSAO" TO WS-AUD-ACAO
                   PERFORM Audita-Registro
           END-DELETE.

       Audita-Registro.
           MOVE SPACES TO WS-AUD-ENTRADA.
           STRING "operador=" FUNCTION TRIM(WS-ACS-OPERADOR)
               " matricula=" WS-IMP-MATRICULA
               " ano=" WS-IMP-ANO
               " disc=" FUNCTION TRIM(WS-DISCIPLINA)
               " carga=" WS-IMP-CARGA
               DELIMITED BY SIZE INTO WS-AUD-ENTRADA.
           MOVE SPACES TO WS-AUD-RESULTADO.
           STRING "acao=" FUNCTION TRIM(WS-AUD-ACAO)
               " nota=" WS-IMP-NOTA
               " escala=" WS-IMP-ESCALA
               " media=" WS-MEDIA-CONVERTIDA
               " " FUNCTION TRIM(WS-SITUACAO-HIST)
               DELIMITED BY SIZE INTO WS-AUD-RESULTADO.
           PERFORM Grava-Auditoria.

       Audita-Carga.
           MOVE SPACES TO WS-AUD-ENTRADA.
           STRING "operador=" FUNCTION TRIM(WS-ACS-OPERADOR)
               " arquivo=HISTIMPORT.DAT data=" WS-DATA-ARQUIVO
               " lidos=" WS-TOTAL-LIDOS
               DELIMITED BY SIZE INTO WS-AUD-ENTRADA.
           MOVE SPACES TO WS-AUD-RESULTADO.
           STRING "gravados=" WS-TOTAL-GRAVADOS
               " rejeitados=" WS-TOTAL-REJEITOS
               " alertas=" WS-TOTAL-ALERTAS
               DELIMITED BY SIZE INTO WS-AUD-RESULTADO.
           PERFORM Grava-Auditoria.

       Grava-Auditoria.
           CALL "AUDITLOG" USING WS-AUD-PROGRAMA WS-AUD-SESSAO
               WS-AUD-ENTRADA
               WS-AUD-RESULTADO.
       END PROGRAM ImportaHistorico.
