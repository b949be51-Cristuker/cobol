      *              resolvida por ProcessaRecuperacao antes do
      *              fechamento).
      *          This replaces the December spreadsheet off ALUNOS.CSV.
      *          Conselho de classe decisions already keyed for the ano
      *          letivo (CONSELHO.DAT, see ConselhoClasse) are printed
      *          next to the result they deliberated on; the media and
      *          situacao in RESULTADO.DAT stay as computed here.
      * Tectonics: calls the shared AUDITLOG subprogram (shared/
      *            AUDITLOG.cbl), so that file must be compiled
      *            together with this one - see build.sh.
           SELECT RELATORIO ASSIGN TO "FECHAMENTO.REL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.
           SELECT CONSELHO-FILE ASSIGN TO "CONSELHO.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS CON-CHAVE
               FILE STATUS IS WS-CONSELHO-STATUS.
           SELECT ARQ-SORT ASSIGN TO "SORTWK3".

       DATA DIVISION.
       FD  RELATORIO.
       01 LINHA-RELATORIO PIC X(130).

       FD  CONSELHO-FILE.
       COPY "CONSREG.cpy".

       SD  ARQ-SORT.
       01 SORT-REG.
           02 SRT-TURMA       PIC X(6).
       01 WS-ALUNOS-STATUS    PIC X(2).
       01 WS-RESULTADO-STATUS PIC X(2).
       01 WS-RELATORIO-STATUS PIC X(2).
       01 WS-CONSELHO-STATUS  PIC X(2).
       01 WS-TEM-CONSELHO     PIC X(1) VALUE "N".
       01 WS-ANO-LETIVO       PIC 9(4).
       01 WS-FIM-ARQUIVO      PIC X(1) VALUE "N".
       01 WS-FIM-SORT         PIC X(1) VALUE "N".
       01 WS-PRIMEIRO         PIC X(1) VALUE "S".
       01 WS-TRM-REPROVADOS   PIC 9(5) VALUE 0.
       01 WS-TRM-FALTAS       PIC 9(5) VALUE 0.
       01 WS-TRM-INCOMPLETOS  PIC 9(5) VALUE 0.
       01 WS-TRM-CONSELHO     PIC 9(5) VALUE 0.
      * Grand totals over the whole closing.
       01 WS-TOTAL-LIDOS      PIC 9(7) VALUE 0.
       01 WS-TOTAL-GRUPOS     PIC 9(7) VALUE 0.
       01 WS-TOTAL-REPROVADOS PIC 9(5) VALUE 0.
       01 WS-TOTAL-FALTAS     PIC 9(5) VALUE 0.
       01 WS-TOTAL-INCOMPLETO PIC 9(5) VALUE 0.
       01 WS-TOTAL-CONSELHO   PIC 9(5) VALUE 0.
       01 WS-LINHA-SAIDA      PIC X(130).
       01 WS-ACS-NIVEL     PIC 9(1) VALUE 2.
       01 WS-ACS-OPERADOR  PIC X(8).
           IF WS-ACS-RESULTADO NOT = "S"
               STOP RUN
           END-IF.
           DISPLAY "Ano letivo que esta sendo fechado (AAAA): ".
           ACCEPT WS-ANO-LETIVO.
           PERFORM UNTIL WS-ANO-LETIVO >= 2000
               AND WS-ANO-LETIVO <= 2099
               DISPLAY "Ano invalido, digite AAAA: "
               ACCEPT WS-ANO-LETIVO
           END-PERFORM.
           SORT ARQ-SORT
               ON ASCENDING KEY SRT-TURMA SRT-NOME SRT-DISCIPLINA
               INPUT PROCEDURE IS Consolida-Master
      ******************************************************************
       Gera-Fechamento.
           OPEN OUTPUT RELATORIO.
           OPEN INPUT CONSELHO-FILE.
           IF WS-CONSELHO-STATUS = "00"
               MOVE "S" TO WS-TEM-CONSELHO
           END-IF.
           MOVE "Fechamento anual por turma" TO WS-LINHA-SAIDA.
           PERFORM Grava-Linha.
           MOVE "S" TO WS-PRIMEIRO.
               PERFORM Imprime-Resumo
           END-IF.
           CLOSE RELATORIO.
           IF WS-TEM-CONSELHO = "S"
               CLOSE CONSELHO-FILE
           END-IF.

       Imprime-Resultado.
           IF WS-PRIMEIRO = "S"
               " " SRT-SITUACAO
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           PERFORM Grava-Linha.
           IF WS-TEM-CONSELHO = "S"
               PERFORM Imprime-Conselho
           END-IF.

      * The council's decision goes on its own line under the result
      * it deliberated on; the result line itself is left as computed.
       Imprime-Conselho.
           MOVE SRT-MATRICULA  TO CON-MATRICULA.
           MOVE WS-ANO-LETIVO  TO CON-ANO.
           MOVE SRT-DISCIPLINA TO CON-DISCIPLINA.
           READ CONSELHO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CON-SITUACAO = "APROVADO PELO CONSELHO"
                       ADD 1 TO WS-TRM-CONSELHO
                       ADD 1 TO WS-TOTAL-CONSELHO
                   END-IF
                   MOVE SPACES TO WS-LINHA-SAIDA
                   STRING "      conselho de classe: "
                       FUNCTION TRIM(CON-SITUACAO)
                       " ata=" FUNCTION TRIM(CON-ATA)
                       " reuniao=" CON-DATA-REUNIAO
                       DELIMITED BY SIZE INTO WS-LINHA-SAIDA
                   PERFORM Grava-Linha
           END-READ.

       Imprime-Cabecalho-Turma.
           MOVE SPACES TO WS-LINHA-SAIDA.
               " reprovados=" WS-TRM-REPROVADOS
               " reprov-falta=" WS-TRM-FALTAS
               " incompletos=" WS-TRM-INCOMPLETOS
               " aprov-conselho=" WS-TRM-CONSELHO
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           PERFORM Grava-Linha.
           MOVE ZEROS TO WS-TRM-ALUNOS WS-TRM-APROVADOS
               WS-TRM-REPROVADOS WS-TRM-FALTAS WS-TRM-INCOMPLETOS
               WS-TRM-CONSELHO.

       Imprime-Resumo.
           MOVE SPACES TO WS-LINHA-SAIDA.
               " reprovados=" WS-TOTAL-REPROVADOS
               " reprov-falta=" WS-TOTAL-FALTAS
               " incompletos=" WS-TOTAL-INCOMPLETO
               " aprov-conselho=" WS-TOTAL-CONSELHO
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           PERFORM Grava-Linha.

       Grava-Auditoria.
           MOVE SPACES TO WS-AUD-ENTRADA.
           STRING "arquivo=ALUNOS.DAT lidos=" WS-TOTAL-LIDOS
               " ano=" WS-ANO-LETIVO
               DELIMITED BY SIZE INTO WS-AUD-ENTRADA.
           MOVE SPACES TO WS-AUD-RESULTADO.
           STRING "resultados=" WS-TOTAL-GRUPOS
