      ******************************************************************
      * Author: Cristian Silva
      * Date: 15/10/2026
      * Purpose: Rendimento escolar for the state school-performance
      *          census (Secretaria de Educacao), instead of counting
      *          it by hand off FECHAMENTO.REL and the cadastro. Run
      *          after FechaAno (and the conselho de classe) for the
      *          closing ano letivo. Every student of CADASTRO.DAT is
      *          counted once, in the turma of the annual result
      *          (RESULTADO.DAT) or, with no result, the cadastro
      *          turma:
      *            - withdrawn during the year (CAD-ATIVO "N" with the
      *              baixa in the ano letivo) - TRANSFERIDO or
      *              ABANDONO by the motivo da baixa ImportaMovimento
      *              or CadastroAluno recorded; withdrawals of earlier
      *              years are left out of the census. A concluinte
      *              (baixa "C", given by Rematricula once the year
      *              is over) is no withdrawal and is counted by the
      *              results below;
      *            - otherwise by the annual results, the way
      *              Rematricula reads them: any REPROV FALTA is
      *              reprovado por falta, any REPROVADO the conselho
      *              did not approve (CONSELHO.DAT) is reprovado, all
      *              APROVADO is aprovado.
      *          A student that cannot be classified - no result, an
      *          INCOMPLETO result, a withdrawal with no motivo - is
      *          counted as PENDENTE. RENDIMENTO.REL prints the counts
      *          per turma with the serie subtotals (the serie is the
      *          leading digits of the turma code, 6A -> 6) and the
      *          total, with the rates over the matriculas less the
      *          transferidos and the attendance rate from
      *          FREQUENCIA.DAT, then the exceptions: the pendentes
      *          and the students counted as transferido that also
      *          carry a reprovacao. The census file RENDIMENTO.TXT is
      *          only written when there are no exceptions or the
      *          secretaria types CONFIRMA after reviewing them.
      *          Layout (fixed width, 62 bytes): header H + file date
      *          X(10) + ano letivo 9(4); one detail D per turma -
      *          serie X(6), turma X(6), matriculas, aprovados,
      *          reprovados, reprovados por falta, transferidos,
      *          abandonos, pendentes 9(5) each, aulas dadas and
      *          presencas 9(7) each; trailer T with the detail count
      *          9(7) and the total of matriculas 9(7).
      * Tectonics: calls the shared AUDITLOG subprogram (shared/
      *            AUDITLOG.cbl), so that file must be compiled
      *            together with this one - see build.sh.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RendimentoEscolar.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADASTRO-MASTER ASSIGN TO "CADASTRO.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS CAD-MATRICULA
               FILE STATUS IS WS-CADASTRO-STATUS.
           SELECT RESULTADO-ANUAL ASSIGN TO "RESULTADO.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS RES-CHAVE
               FILE STATUS IS WS-RESULTADO-STATUS.
           SELECT CONSELHO-FILE ASSIGN TO "CONSELHO.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS CON-CHAVE
               FILE STATUS IS WS-CONSELHO-STATUS.
           SELECT FREQUENCIA-FILE ASSIGN TO "FREQUENCIA.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS FREQ-CHAVE
               FILE STATUS IS WS-FREQ-STATUS.
           SELECT RELATORIO ASSIGN TO "RENDIMENTO.REL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.
           SELECT ARQUIVO-CENSO ASSIGN TO "RENDIMENTO.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CENSO-STATUS.
           SELECT ARQ-SORT ASSIGN TO "SORTWK7".

       DATA DIVISION.
       FILE SECTION.
       FD  CADASTRO-MASTER.
       COPY "CADREG.cpy".

       FD  RESULTADO-ANUAL.
       COPY "RESULTREG.cpy".

       FD  CONSELHO-FILE.
       COPY "CONSREG.cpy".

       FD  FREQUENCIA-FILE.
       COPY "FREQREG.cpy".

       FD  RELATORIO.
       01 LINHA-RELATORIO PIC X(130).

       FD  ARQUIVO-CENSO.
       01 REG-CENSO.
           02 CEN-TIPO            PIC X(1).
           02 CEN-SERIE           PIC X(6).
           02 CEN-TURMA           PIC X(6).
           02 CEN-MATRICULAS      PIC 9(5).
           02 CEN-APROVADOS       PIC 9(5).
           02 CEN-REPROVADOS      PIC 9(5).
           02 CEN-REPROV-FALTA    PIC 9(5).
           02 CEN-TRANSFERIDOS    PIC 9(5).
           02 CEN-ABANDONOS       PIC 9(5).
           02 CEN-PENDENTES       PIC 9(5).
           02 CEN-AULAS-DADAS     PIC 9(7).
           02 CEN-AULAS-PRESENTES PIC 9(7).
       01 REG-CENSO-HDR REDEFINES REG-CENSO.
           02 CEH-TIPO  PIC X(1).
           02 CEH-DATA  PIC X(10).
           02 CEH-ANO   PIC 9(4).
           02 FILLER    PIC X(47).
       01 REG-CENSO-TRL REDEFINES REG-CENSO.
           02 CET-TIPO       PIC X(1).
           02 CET-QTD        PIC 9(7).
           02 CET-MATRICULAS PIC 9(7).
           02 FILLER         PIC X(47).

      * SRT-GRUPO orders the report: 1 the students counted per
      * serie/turma, 2 the exceptions. SRT-CATEGORIA: A aprovado,
      * R reprovado, F reprovado por falta, T transferido,
      * B abandono, P pendente.
       SD  ARQ-SORT.
       01 SORT-REG.
           02 SRT-GRUPO           PIC X(1).
           02 SRT-SERIE           PIC X(6).
           02 SRT-TURMA           PIC X(6).
           02 SRT-NOME            PIC X(50).
           02 SRT-MATRICULA       PIC 9(5).
           02 SRT-CATEGORIA       PIC X(1).
           02 SRT-AULAS-DADAS     PIC 9(5).
           02 SRT-AULAS-PRESENTES PIC 9(5).
           02 SRT-MOTIVO          PIC X(30).

       WORKING-STORAGE SECTION.
       01 WS-CADASTRO-STATUS  PIC X(2).
       01 WS-RESULTADO-STATUS PIC X(2).
       01 WS-CONSELHO-STATUS  PIC X(2).
       01 WS-FREQ-STATUS      PIC X(2).
       01 WS-RELATORIO-STATUS PIC X(2).
       01 WS-CENSO-STATUS     PIC X(2).
       01 WS-TEM-CONSELHO     PIC X(1) VALUE "N".
       01 WS-TEM-FREQUENCIA   PIC X(1) VALUE "N".
       01 WS-FIM-ARQUIVO      PIC X(1) VALUE "N".
       01 WS-FIM-RESULTADO    PIC X(1).
       01 WS-FIM-FREQUENCIA   PIC X(1).
       01 WS-FIM-SORT         PIC X(1) VALUE "N".
       01 WS-PRIMEIRO         PIC X(1) VALUE "S".
       01 WS-EM-EXCECOES      PIC X(1) VALUE "N".
       01 WS-CONFIRMA         PIC X(8).
       01 WS-ANO-LETIVO       PIC 9(4).
       01 WS-ANO-BAIXA        PIC X(4).
       01 WS-DATA-HOJE.
           02 WS-HOJE-ANO     PIC X(4).
           02 FILLER          PIC X(1) VALUE "-".
           02 WS-HOJE-MES     PIC X(2).
           02 FILLER          PIC X(1) VALUE "-".
           02 WS-HOJE-DIA     PIC X(2).
      * Results and attendance of the student being classified.
       01 WS-TURMA-RESULTADO  PIC X(6).
       01 WS-QTD-RESULTADOS   PIC 9(3).
       01 WS-QTD-APROVADOS    PIC 9(3).
       01 WS-QTD-REPROVADOS   PIC 9(3).
       01 WS-QTD-FALTA        PIC 9(3).
       01 WS-QTD-INCOMPLETOS  PIC 9(3).
       01 WS-AULAS-DADAS      PIC 9(5).
       01 WS-AULAS-PRESENTES  PIC 9(5).
       01 WS-BAIXA-NO-ANO     PIC X(1).
       01 WS-IND              PIC 9(1).
       01 WS-POS              PIC 9(1).
      * Report control - level 1 the turma, 2 the serie, 3 the total.
       01 WS-SERIE-ATUAL      PIC X(6).
       01 WS-TURMA-ATUAL      PIC X(6).
       01 WS-NIVEL            PIC 9(1).
       01 WS-ROTULO           PIC X(18).
       01 WS-CONTADORES.
           02 WS-CNT OCCURS 3 TIMES.
               03 CNT-MATRICULAS   PIC 9(5).
               03 CNT-APROVADOS    PIC 9(5).
               03 CNT-REPROVADOS   PIC 9(5).
               03 CNT-FALTA        PIC 9(5).
               03 CNT-TRANSFERIDOS PIC 9(5).
               03 CNT-ABANDONOS    PIC 9(5).
               03 CNT-PENDENTES    PIC 9(5).
               03 CNT-DADAS        PIC 9(7).
               03 CNT-PRESENTES    PIC 9(7).
      * Turma totals kept for the census file.
       01 WS-QTD-TURMAS       PIC 9(3) VALUE 0.
       01 WS-TURMAS-EXCEDIDAS PIC 9(3) VALUE 0.
       01 WS-TAB-TURMAS.
           02 WS-TAB-TURMA OCCURS 200 TIMES.
               03 TAB-SERIE        PIC X(6).
               03 TAB-TURMA        PIC X(6).
               03 TAB-MATRICULAS   PIC 9(5).
               03 TAB-APROVADOS    PIC 9(5).
               03 TAB-REPROVADOS   PIC 9(5).
               03 TAB-FALTA        PIC 9(5).
               03 TAB-TRANSFERIDOS PIC 9(5).
               03 TAB-ABANDONOS    PIC 9(5).
               03 TAB-PENDENTES    PIC 9(5).
               03 TAB-DADAS        PIC 9(7).
               03 TAB-PRESENTES    PIC 9(7).
       01 WS-IND-TURMA        PIC 9(3).
      * Rates.
       01 WS-BASE             PIC 9(5).
       01 WS-TAXA             PIC 9(3)V9.
       01 WS-TAXA-APROV-ED    PIC ZZ9.9.
       01 WS-TAXA-REPROV-ED   PIC ZZ9.9.
       01 WS-TAXA-ABAND-ED    PIC ZZ9.9.
       01 WS-TAXA-FREQ-ED     PIC ZZ9.9.
       01 WS-MATRIC-ED        PIC ZZZZ9.
       01 WS-APROV-ED         PIC ZZZZ9.
       01 WS-REPROV-ED        PIC ZZZZ9.
       01 WS-FALTA-ED         PIC ZZZZ9.
       01 WS-TRANSF-ED        PIC ZZZZ9.
       01 WS-ABAND-ED         PIC ZZZZ9.
       01 WS-PEND-ED          PIC ZZZZ9.
      * Totals.
       01 WS-TOTAL-LIDOS      PIC 9(7) VALUE 0.
       01 WS-TOTAL-FORA       PIC 9(7) VALUE 0.
       01 WS-TOTAL-EXCECOES   PIC 9(5) VALUE 0.
       01 WS-TOTAL-DETALHES   PIC 9(7) VALUE 0.
       01 WS-TOTAL-MATRICULAS PIC 9(7) VALUE 0.
       01 WS-GEROU-ARQUIVO    PIC X(1) VALUE "N".
       01 WS-LINHA-SAIDA      PIC X(130).
       01 WS-AUD-PROGRAMA  PIC X(20) VALUE "RendimentoEscolar".
       01 WS-AUD-SESSAO    PIC X(14).
       01 WS-AUD-ENTRADA   PIC X(90).
       01 WS-AUD-RESULTADO PIC X(90).

       PROCEDURE DIVISION.

       Inicio.
           DISPLAY "Rendimento escolar - censo da Secretaria".
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-AUD-SESSAO.
           MOVE WS-AUD-SESSAO (1:4) TO WS-HOJE-ANO.
           MOVE WS-AUD-SESSAO (5:2) TO WS-HOJE-MES.
           MOVE WS-AUD-SESSAO (7:2) TO WS-HOJE-DIA.
           DISPLAY "Ano letivo do censo (AAAA): ".
           ACCEPT WS-ANO-LETIVO.
           PERFORM UNTIL WS-ANO-LETIVO >= 2000
               AND WS-ANO-LETIVO <= 2099
               DISPLAY "Ano invalido, digite AAAA: "
               ACCEPT WS-ANO-LETIVO
           END-PERFORM.
           PERFORM Abre-Arquivos.
           SORT ARQ-SORT
               ON ASCENDING KEY SRT-GRUPO SRT-SERIE SRT-TURMA SRT-NOME
               INPUT PROCEDURE IS Classifica-Alunos
               OUTPUT PROCEDURE IS Imprime-Rendimento.
           CLOSE CADASTRO-MASTER.
           CLOSE RESULTADO-ANUAL.
           IF WS-TEM-CONSELHO = "S"
               CLOSE CONSELHO-FILE
           END-IF.
           IF WS-TEM-FREQUENCIA = "S"
               CLOSE FREQUENCIA-FILE
           END-IF.
           DISPLAY "Relatorio gravado em RENDIMENTO.REL.".
           IF WS-TOTAL-EXCECOES = 0
               PERFORM Grava-Censo
           ELSE
               DISPLAY WS-TOTAL-EXCECOES " excecao(oes) listada(s) "
                   "no RENDIMENTO.REL - resolva antes de enviar."
               DISPLAY "Digite CONFIRMA para gerar o arquivo do "
                   "censo assim mesmo: "
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = "CONFIRMA"
                   PERFORM Grava-Censo
               ELSE
                   DISPLAY "Arquivo do censo nao gerado."
               END-IF
           END-IF.
           PERFORM Grava-Auditoria.
           STOP RUN.

       Abre-Arquivos.
           OPEN INPUT CADASTRO-MASTER.
           IF WS-CADASTRO-STATUS NOT = "00"
               DISPLAY "Nao foi possivel abrir CADASTRO.DAT (status "
                   WS-CADASTRO-STATUS ")"
               STOP RUN
           END-IF.
           OPEN INPUT RESULTADO-ANUAL.
           IF WS-RESULTADO-STATUS NOT = "00"
               DISPLAY "Nao foi possivel abrir RESULTADO.DAT (status "
                   WS-RESULTADO-STATUS ") - rode o fechamento anual "
                   "(FechaAno) antes do censo"
               CLOSE CADASTRO-MASTER
               STOP RUN
           END-IF.
           OPEN INPUT CONSELHO-FILE.
           IF WS-CONSELHO-STATUS = "00"
               MOVE "S" TO WS-TEM-CONSELHO
           END-IF.
           OPEN INPUT FREQUENCIA-FILE.
           IF WS-FREQ-STATUS = "00"
               MOVE "S" TO WS-TEM-FREQUENCIA
           ELSE
               DISPLAY "Sem FREQUENCIA.DAT - taxa de frequencia "
                   "sai zerada."
           END-IF.

      ******************************************************************
      * Input procedure - one classification per student of the
      * cadastro in the census year, plus an exception record for
      * the ones the secretaria has to look at.
      ******************************************************************
       Classifica-Alunos.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ CADASTRO-MASTER NEXT
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       ADD 1 TO WS-TOTAL-LIDOS
                       PERFORM Classifica-Aluno
               END-READ
           END-PERFORM.

      * A withdrawal counts in the census year it happened in; one
      * after the year closed does not change the year's result, and
      * one from an earlier year (or of unknown date, with no result
      * this year) is not part of this census.
       Classifica-Aluno.
           PERFORM Le-Resultados.
           MOVE "N" TO WS-BAIXA-NO-ANO.
           MOVE CAD-BAIXA-DATA (1:4) TO WS-ANO-BAIXA.
           IF CAD-ATIVO = "N"
               IF WS-ANO-BAIXA = WS-ANO-LETIVO
                   MOVE "S" TO WS-BAIXA-NO-ANO
               ELSE
                   IF WS-ANO-BAIXA = SPACES
                       AND WS-QTD-RESULTADOS > 0
                       MOVE "S" TO WS-BAIXA-NO-ANO
                   END-IF
               END-IF
           END-IF.
           IF CAD-ATIVO = "N" AND WS-BAIXA-NO-ANO = "N"
               AND (WS-ANO-BAIXA < WS-ANO-LETIVO
                   OR WS-QTD-RESULTADOS = 0)
               ADD 1 TO WS-TOTAL-FORA
           ELSE
               PERFORM Le-Frequencia
               PERFORM Monta-Classificacao
           END-IF.

       Monta-Classificacao.
           MOVE SPACES TO SORT-REG.
           MOVE "1" TO SRT-GRUPO.
           IF WS-QTD-RESULTADOS > 0
               MOVE WS-TURMA-RESULTADO TO SRT-TURMA
           ELSE
               MOVE CAD-TURMA TO SRT-TURMA
           END-IF.
           PERFORM Extrai-Serie.
           MOVE CAD-NOME           TO SRT-NOME.
           MOVE CAD-MATRICULA      TO SRT-MATRICULA.
           MOVE WS-AULAS-DADAS     TO SRT-AULAS-DADAS.
           MOVE WS-AULAS-PRESENTES TO SRT-AULAS-PRESENTES.
           IF WS-BAIXA-NO-ANO = "S" AND CAD-BAIXA-MOTIVO NOT = "C"
               EVALUATE CAD-BAIXA-MOTIVO
                   WHEN "T"
                       MOVE "T" TO SRT-CATEGORIA
                       IF WS-QTD-REPROVADOS > 0 OR WS-QTD-FALTA > 0
                           MOVE "TRANSFERIDO E REPROVADO"
                               TO SRT-MOTIVO
                       END-IF
                   WHEN "A"
                       MOVE "B" TO SRT-CATEGORIA
                   WHEN OTHER
                       MOVE "P" TO SRT-CATEGORIA
                       MOVE "BAIXA SEM MOTIVO" TO SRT-MOTIVO
               END-EVALUATE
           ELSE
               EVALUATE TRUE
                   WHEN WS-QTD-RESULTADOS = 0
                       MOVE "P" TO SRT-CATEGORIA
                       MOVE "SEM RESULTADO ANUAL" TO SRT-MOTIVO
                   WHEN WS-QTD-FALTA > 0
                       MOVE "F" TO SRT-CATEGORIA
                   WHEN WS-QTD-REPROVADOS > 0
                       MOVE "R" TO SRT-CATEGORIA
                   WHEN WS-QTD-INCOMPLETOS > 0
                       MOVE "P" TO SRT-CATEGORIA
                       MOVE "RESULTADO INCOMPLETO" TO SRT-MOTIVO
                   WHEN OTHER
                       MOVE "A" TO SRT-CATEGORIA
               END-EVALUATE
           END-IF.
           RELEASE SORT-REG.
           IF SRT-MOTIVO NOT = SPACES
               ADD 1 TO WS-TOTAL-EXCECOES
               MOVE "2" TO SRT-GRUPO
               RELEASE SORT-REG
           END-IF.

      * The serie is the leading digits of the turma code (6A -> 6);
      * a code with no leading digit is its own serie.
       Extrai-Serie.
           MOVE SPACES TO SRT-SERIE.
           MOVE 1 TO WS-POS.
           PERFORM UNTIL WS-POS > 6
               IF SRT-TURMA (WS-POS:1) IS NUMERIC
                   MOVE SRT-TURMA (WS-POS:1) TO SRT-SERIE (WS-POS:1)
                   ADD 1 TO WS-POS
               ELSE
                   MOVE 7 TO WS-POS
               END-IF
           END-PERFORM.
           IF SRT-SERIE = SPACES
               MOVE SRT-TURMA TO SRT-SERIE
           END-IF.

      * RESULTADO.DAT is keyed matricula/disciplina, so a START on
      * the matricula walks all of the student's disciplinas. A
      * REPROVADO the conselho de classe approved counts as approved.
       Le-Resultados.
           MOVE 0 TO WS-QTD-RESULTADOS WS-QTD-APROVADOS
               WS-QTD-REPROVADOS WS-QTD-FALTA WS-QTD-INCOMPLETOS.
           MOVE SPACES TO WS-TURMA-RESULTADO.
           MOVE "N" TO WS-FIM-RESULTADO.
           MOVE CAD-MATRICULA TO RES-MATRICULA.
           MOVE LOW-VALUES    TO RES-DISCIPLINA.
           START RESULTADO-ANUAL KEY >= RES-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-RESULTADO
           END-START.
           PERFORM UNTIL WS-FIM-RESULTADO = "S"
               READ RESULTADO-ANUAL NEXT
                   AT END
                       MOVE "S" TO WS-FIM-RESULTADO
                   NOT AT END
                       IF RES-MATRICULA NOT = CAD-MATRICULA
                           MOVE "S" TO WS-FIM-RESULTADO
                       ELSE
                           PERFORM Conta-Resultado
                       END-IF
               END-READ
           END-PERFORM.

       Conta-Resultado.
           ADD 1 TO WS-QTD-RESULTADOS.
           MOVE RES-TURMA TO WS-TURMA-RESULTADO.
           EVALUATE RES-SITUACAO
               WHEN "APROVADO"
                   ADD 1 TO WS-QTD-APROVADOS
               WHEN "INCOMPLETO"
                   ADD 1 TO WS-QTD-INCOMPLETOS
               WHEN "REPROV FALTA"
                   ADD 1 TO WS-QTD-FALTA
               WHEN "REPROVADO"
                   PERFORM Consulta-Conselho
               WHEN OTHER
                   ADD 1 TO WS-QTD-REPROVADOS
           END-EVALUATE.

       Consulta-Conselho.
           IF WS-TEM-CONSELHO = "S"
               MOVE RES-MATRICULA  TO CON-MATRICULA
               MOVE WS-ANO-LETIVO  TO CON-ANO
               MOVE RES-DISCIPLINA TO CON-DISCIPLINA
               READ CONSELHO-FILE
                   INVALID KEY
                       ADD 1 TO WS-QTD-REPROVADOS
                   NOT INVALID KEY
                       IF CON-SITUACAO = "APROVADO PELO CONSELHO"
                           ADD 1 TO WS-QTD-APROVADOS
                       ELSE
                           ADD 1 TO WS-QTD-REPROVADOS
                       END-IF
               END-READ
           ELSE
               ADD 1 TO WS-QTD-REPROVADOS
           END-IF.

      * Classes held and attended over every disciplina and bimestre
      * of the matricula - FREQUENCIA.DAT is keyed matricula first.
       Le-Frequencia.
           MOVE 0 TO WS-AULAS-DADAS WS-AULAS-PRESENTES.
           IF WS-TEM-FREQUENCIA = "S"
               MOVE "N" TO WS-FIM-FREQUENCIA
               MOVE CAD-MATRICULA TO FREQ-MATRICULA
               MOVE LOW-VALUES    TO FREQ-DISCIPLINA
               MOVE 0             TO FREQ-BIMESTRE
               START FREQUENCIA-FILE KEY >= FREQ-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-FIM-FREQUENCIA
               END-START
               PERFORM UNTIL WS-FIM-FREQUENCIA = "S"
                   READ FREQUENCIA-FILE NEXT
                       AT END
                           MOVE "S" TO WS-FIM-FREQUENCIA
                       NOT AT END
                           IF FREQ-MATRICULA NOT = CAD-MATRICULA
                               MOVE "S" TO WS-FIM-FREQUENCIA
                           ELSE
                               ADD FREQ-AULAS-DADAS
                                   TO WS-AULAS-DADAS
                               ADD FREQ-AULAS-PRESENTES
                                   TO WS-AULAS-PRESENTES
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      ******************************************************************
      * Output procedure - one line per turma, a subtotal per serie,
      * the total, then the exception list.
      ******************************************************************
       Imprime-Rendimento.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING "Rendimento escolar - ano letivo " WS-ANO-LETIVO
               " - emitido em " WS-DATA-HOJE
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           PERFORM Grava-Linha.
           MOVE SPACES TO WS-LINHA-SAIDA.
           PERFORM Grava-Linha.
           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING "Turma/serie       Matric  Aprov Reprov R.Falt "
               "Transf  Aband   Pend  %Aprov %Reprov  %Aband   %Freq"
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           PERFORM Grava-Linha.
           INITIALIZE WS-CONTADORES.
           PERFORM UNTIL WS-FIM-SORT = "S"
               RETURN ARQ-SORT
                   AT END
                       MOVE "S" TO WS-FIM-SORT
                   NOT AT END
                       IF SRT-GRUPO = "1"
                           PERFORM Conta-Aluno
                       ELSE
                           PERFORM Imprime-Excecao
                       END-IF
               END-RETURN
           END-PERFORM.
           IF WS-EM-EXCECOES = "N"
               PERFORM Fecha-Contagem
           END-IF.
           MOVE SPACES TO WS-LINHA-SAIDA.
           PERFORM Grava-Linha.
           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING "Cadastro lidos=" WS-TOTAL-LIDOS
               " fora do censo (baixa de outro ano)=" WS-TOTAL-FORA
               " turmas=" WS-QTD-TURMAS
               " excecoes=" WS-TOTAL-EXCECOES
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           PERFORM Grava-Linha.
           IF WS-TURMAS-EXCEDIDAS > 0
               MOVE SPACES TO WS-LINHA-SAIDA
               STRING "ATENCAO: " WS-TURMAS-EXCEDIDAS
                   " turma(s) alem de 200 ficaram fora do arquivo "
                   "do censo"
                   DELIMITED BY SIZE INTO WS-LINHA-SAIDA
               PERFORM Grava-Linha
           END-IF.
           CLOSE RELATORIO.

       Conta-Aluno.
           IF WS-PRIMEIRO = "S"
               MOVE "N" TO WS-PRIMEIRO
               MOVE SRT-SERIE TO WS-SERIE-ATUAL
               MOVE SRT-TURMA TO WS-TURMA-ATUAL
           ELSE
               IF SRT-SERIE NOT = WS-SERIE-ATUAL
                   PERFORM Fecha-Turma
                   PERFORM Fecha-Serie
                   MOVE SRT-SERIE TO WS-SERIE-ATUAL
                   MOVE SRT-TURMA TO WS-TURMA-ATUAL
               ELSE
                   IF SRT-TURMA NOT = WS-TURMA-ATUAL
                       PERFORM Fecha-Turma
                       MOVE SRT-TURMA TO WS-TURMA-ATUAL
                   END-IF
               END-IF
           END-IF.
           MOVE 1 TO WS-IND.
           PERFORM UNTIL WS-IND > 3
               ADD 1 TO CNT-MATRICULAS (WS-IND)
               EVALUATE SRT-CATEGORIA
                   WHEN "A"
                       ADD 1 TO CNT-APROVADOS (WS-IND)
                   WHEN "R"
                       ADD 1 TO CNT-REPROVADOS (WS-IND)
                   WHEN "F"
                       ADD 1 TO CNT-FALTA (WS-IND)
                   WHEN "T"
                       ADD 1 TO CNT-TRANSFERIDOS (WS-IND)
                   WHEN "B"
                       ADD 1 TO CNT-ABANDONOS (WS-IND)
                   WHEN OTHER
                       ADD 1 TO CNT-PENDENTES (WS-IND)
               END-EVALUATE
               ADD SRT-AULAS-DADAS     TO CNT-DADAS (WS-IND)
               ADD SRT-AULAS-PRESENTES TO CNT-PRESENTES (WS-IND)
               ADD 1 TO WS-IND
           END-PERFORM.

      * Closes the last turma, serie and the total before the
      * exception list starts (or at the end when there is none).
       Fecha-Contagem.
           IF WS-PRIMEIRO = "N"
               PERFORM Fecha-Turma
               PERFORM Fecha-Serie
           END-IF.
           MOVE SPACES TO WS-LINHA-SAIDA.
           PERFORM Grava-Linha.
           MOVE 3 TO WS-NIVEL.
           MOVE "TOTAL GERAL" TO WS-ROTULO.
           PERFORM Imprime-Nivel.

       Fecha-Turma.
           MOVE 1 TO WS-NIVEL.
           MOVE SPACES TO WS-ROTULO.
           STRING "  " WS-TURMA-ATUAL DELIMITED BY SIZE
               INTO WS-ROTULO.
           PERFORM Imprime-Nivel.
           PERFORM Guarda-Turma.
           INITIALIZE WS-CNT (1).

       Fecha-Serie.
           MOVE 2 TO WS-NIVEL.
           MOVE SPACES TO WS-ROTULO.
           STRING "Serie " WS-SERIE-ATUAL DELIMITED BY SIZE
               INTO WS-ROTULO.
           PERFORM Imprime-Nivel.
           MOVE SPACES TO WS-LINHA-SAIDA.
           PERFORM Grava-Linha.
           INITIALIZE WS-CNT (2).

      * Rates over the students who stayed the year (matriculas less
      * transferidos); attendance over the classes held.
       Imprime-Nivel.
           COMPUTE WS-BASE = CNT-MATRICULAS (WS-NIVEL)
               - CNT-TRANSFERIDOS (WS-NIVEL).
           MOVE 0 TO WS-TAXA.
           IF WS-BASE > 0
               COMPUTE WS-TAXA ROUNDED =
                   CNT-APROVADOS (WS-NIVEL) * 100 / WS-BASE
           END-IF.
           MOVE WS-TAXA TO WS-TAXA-APROV-ED.
           MOVE 0 TO WS-TAXA.
           IF WS-BASE > 0
               COMPUTE WS-TAXA ROUNDED =
                   (CNT-REPROVADOS (WS-NIVEL) + CNT-FALTA (WS-NIVEL))
                   * 100 / WS-BASE
           END-IF.
           MOVE WS-TAXA TO WS-TAXA-REPROV-ED.
           MOVE 0 TO WS-TAXA.
           IF WS-BASE > 0
               COMPUTE WS-TAXA ROUNDED =
                   CNT-ABANDONOS (WS-NIVEL) * 100 / WS-BASE
           END-IF.
           MOVE WS-TAXA TO WS-TAXA-ABAND-ED.
           MOVE 0 TO WS-TAXA.
           IF CNT-DADAS (WS-NIVEL) > 0
               COMPUTE WS-TAXA ROUNDED =
                   CNT-PRESENTES (WS-NIVEL) * 100
                   / CNT-DADAS (WS-NIVEL)
           END-IF.
           MOVE WS-TAXA TO WS-TAXA-FREQ-ED.
           MOVE CNT-MATRICULAS (WS-NIVEL)   TO WS-MATRIC-ED.
           MOVE CNT-APROVADOS (WS-NIVEL)    TO WS-APROV-ED.
           MOVE CNT-REPROVADOS (WS-NIVEL)   TO WS-REPROV-ED.
           MOVE CNT-FALTA (WS-NIVEL)        TO WS-FALTA-ED.
           MOVE CNT-TRANSFERIDOS (WS-NIVEL) TO WS-TRANSF-ED.
           MOVE CNT-ABANDONOS (WS-NIVEL)    TO WS-ABAND-ED.
           MOVE CNT-PENDENTES (WS-NIVEL)    TO WS-PEND-ED.
           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING WS-ROTULO " " WS-MATRIC-ED "  " WS-APROV-ED
               "  " WS-REPROV-ED "  " WS-FALTA-ED
               "  " WS-TRANSF-ED "  " WS-ABAND-ED
               "  " WS-PEND-ED
               "   " WS-TAXA-APROV-ED "   " WS-TAXA-REPROV-ED
               "   " WS-TAXA-ABAND-ED "   " WS-TAXA-FREQ-ED
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           PERFORM Grava-Linha.

       Guarda-Turma.
           IF WS-QTD-TURMAS < 200
               ADD 1 TO WS-QTD-TURMAS
               MOVE WS-SERIE-ATUAL TO TAB-SERIE (WS-QTD-TURMAS)
               MOVE WS-TURMA-ATUAL TO TAB-TURMA (WS-QTD-TURMAS)
               MOVE CNT-MATRICULAS (1)
                   TO TAB-MATRICULAS (WS-QTD-TURMAS)
               MOVE CNT-APROVADOS (1) TO TAB-APROVADOS (WS-QTD-TURMAS)
               MOVE CNT-REPROVADOS (1)
                   TO TAB-REPROVADOS (WS-QTD-TURMAS)
               MOVE CNT-FALTA (1) TO TAB-FALTA (WS-QTD-TURMAS)
               MOVE CNT-TRANSFERIDOS (1)
                   TO TAB-TRANSFERIDOS (WS-QTD-TURMAS)
               MOVE CNT-ABANDONOS (1) TO TAB-ABANDONOS (WS-QTD-TURMAS)
               MOVE CNT-PENDENTES (1) TO TAB-PENDENTES (WS-QTD-TURMAS)
               MOVE CNT-DADAS (1) TO TAB-DADAS (WS-QTD-TURMAS)
               MOVE CNT-PRESENTES (1) TO TAB-PRESENTES (WS-QTD-TURMAS)
           ELSE
               ADD 1 TO WS-TURMAS-EXCEDIDAS
           END-IF.

       Imprime-Excecao.
           IF WS-EM-EXCECOES = "N"
               MOVE "S" TO WS-EM-EXCECOES
               PERFORM Fecha-Contagem
               MOVE SPACES TO WS-LINHA-SAIDA
               PERFORM Grava-Linha
               MOVE SPACES TO WS-LINHA-SAIDA
               STRING "=== Excecoes - resolver antes de enviar "
                   "o censo ==="
                   DELIMITED BY SIZE INTO WS-LINHA-SAIDA
               PERFORM Grava-Linha
           END-IF.
           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING SRT-MATRICULA " " SRT-NOME " turma=" SRT-TURMA
               " " SRT-MOTIVO
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           PERFORM Grava-Linha.

       Grava-Linha.
           DISPLAY WS-LINHA-SAIDA.
           MOVE WS-LINHA-SAIDA TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

      ******************************************************************
      * Census file - header, one detail per turma, trailer with the
      * detail count and the total of matriculas for the Secretaria
      * to verify it got the complete file.
      ******************************************************************
       Grava-Censo.
           OPEN OUTPUT ARQUIVO-CENSO.
           MOVE SPACES TO REG-CENSO.
           MOVE "H" TO CEH-TIPO.
           MOVE WS-DATA-HOJE TO CEH-DATA.
           MOVE WS-ANO-LETIVO TO CEH-ANO.
           WRITE REG-CENSO.
           MOVE 1 TO WS-IND-TURMA.
           PERFORM UNTIL WS-IND-TURMA > WS-QTD-TURMAS
               PERFORM Grava-Detalhe-Censo
               ADD 1 TO WS-IND-TURMA
           END-PERFORM.
           MOVE SPACES TO REG-CENSO.
           MOVE "T" TO CET-TIPO.
           MOVE WS-TOTAL-DETALHES TO CET-QTD.
           MOVE WS-TOTAL-MATRICULAS TO CET-MATRICULAS.
           WRITE REG-CENSO.
           CLOSE ARQUIVO-CENSO.
           MOVE "S" TO WS-GEROU-ARQUIVO.
           DISPLAY "Arquivo do censo gravado em RENDIMENTO.TXT: "
               WS-TOTAL-DETALHES " turma(s), " WS-TOTAL-MATRICULAS
               " matricula(s).".

       Grava-Detalhe-Censo.
           MOVE SPACES TO REG-CENSO.
           MOVE "D" TO CEN-TIPO.
           MOVE TAB-SERIE (WS-IND-TURMA)        TO CEN-SERIE.
           MOVE TAB-TURMA (WS-IND-TURMA)        TO CEN-TURMA.
           MOVE TAB-MATRICULAS (WS-IND-TURMA)   TO CEN-MATRICULAS.
           MOVE TAB-APROVADOS (WS-IND-TURMA)    TO CEN-APROVADOS.
           MOVE TAB-REPROVADOS (WS-IND-TURMA)   TO CEN-REPROVADOS.
           MOVE TAB-FALTA (WS-IND-TURMA)        TO CEN-REPROV-FALTA.
           MOVE TAB-TRANSFERIDOS (WS-IND-TURMA) TO CEN-TRANSFERIDOS.
           MOVE TAB-ABANDONOS (WS-IND-TURMA)    TO CEN-ABANDONOS.
           MOVE TAB-PENDENTES (WS-IND-TURMA)    TO CEN-PENDENTES.
           MOVE TAB-DADAS (WS-IND-TURMA)        TO CEN-AULAS-DADAS.
           MOVE TAB-PRESENTES (WS-IND-TURMA)    TO CEN-AULAS-PRESENTES.
           WRITE REG-CENSO.
           ADD 1 TO WS-TOTAL-DETALHES.
           ADD TAB-MATRICULAS (WS-IND-TURMA) TO WS-TOTAL-MATRICULAS.

       Grava-Auditoria.
           MOVE SPACES TO WS-AUD-ENTRADA.
           STRING "ano=" WS-ANO-LETIVO
               " lidos=" WS-TOTAL-LIDOS
               " fora=" WS-TOTAL-FORA
               DELIMITED BY SIZE INTO WS-AUD-ENTRADA.
           MOVE SPACES TO WS-AUD-RESULTADO.
           STRING "turmas=" WS-QTD-TURMAS
               " excecoes=" WS-TOTAL-EXCECOES
               " arquivo=" WS-GEROU-ARQUIVO
               " matriculas=" WS-TOTAL-MATRICULAS
               DELIMITED BY SIZE INTO WS-AUD-RESULTADO.
           CALL "AUDITLOG" USING WS-AUD-PROGRAMA WS-AUD-SESSAO
               WS-AUD-ENTRADA
               WS-AUD-RESULTADO.
       END PROGRAM RendimentoEscolar.
