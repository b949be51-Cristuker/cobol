      *          of the medias, so the receiving system can verify it
      *          got the complete file. Logs one line with the record
      *          count to the shared AUDITLOG.
      *          Where the conselho de classe deliberated on a
      *          matricula/disciplina in the current ano letivo
      *          (CONSELHO.DAT, see ConselhoClasse) a "C" row follows
      *          the first detail row of that matricula/disciplina
      *          with the ano letivo, the decision, the ata and the
      *          meeting date. The header announces this as layout
      *          version 2 ("H;date;ALUNOS;2"); the trailer is
      *          unchanged - its row count and hash total cover the
      *          "D" rows only.
      * Tectonics: calls the shared AUDITLOG subprogram (shared/
      *            AUDITLOG.cbl), so that file must be compiled
      *            together with this one - see build.sh.
           SELECT INTERFACE-CSV ASSIGN TO "ALUNOS.CSV"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.
           SELECT CONSELHO-FILE ASSIGN TO "CONSELHO.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS CON-CHAVE
               FILE STATUS IS WS-CONSELHO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INTERFACE-CSV.
       01 LINHA-CSV PIC X(250).

       FD  CONSELHO-FILE.
       COPY "CONSREG.cpy".

       WORKING-STORAGE SECTION.
       01 WS-ALUNOS-STATUS PIC X(2).
       01 WS-CSV-STATUS    PIC X(2).
       01 WS-CONSELHO-STATUS PIC X(2).
       01 WS-TEM-CONSELHO  PIC X(1) VALUE "N".
       01 WS-MAT-ANTERIOR  PIC 9(5) VALUE 0.
       01 WS-DISC-ANTERIOR PIC X(12) VALUE SPACES.
       01 WS-TOTAL-CONSELHO PIC 9(7) VALUE 0.
       01 WS-FIM-ARQUIVO   PIC X(1) VALUE "N".
       01 WS-TIMESTAMP     PIC X(21).
       01 WS-DATA-EXTRACAO.
               GOBACK
           END-IF.
           OPEN OUTPUT INTERFACE-CSV.
           OPEN INPUT CONSELHO-FILE.
           IF WS-CONSELHO-STATUS = "00"
               MOVE "S" TO WS-TEM-CONSELHO
           END-IF.
           PERFORM Grava-Cabecalho.
           PERFORM Exporta-Alunos.
           PERFORM Grava-Trailer.
           CLOSE ALUNOS-MASTER.
           CLOSE INTERFACE-CSV.
           IF WS-TEM-CONSELHO = "S"
               CLOSE CONSELHO-FILE
           END-IF.
           DISPLAY "Registros exportados: " WS-TOTAL-LINHAS
               " Decisoes do conselho: " WS-TOTAL-CONSELHO.
           PERFORM Grava-Auditoria.
           GOBACK.

           MOVE WS-TIMESTAMP(5:2) TO WS-EXT-MES.
           MOVE WS-TIMESTAMP(7:2) TO WS-EXT-DIA.
           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING "H;" WS-DATA-EXTRACAO ";ALUNOS;2"
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           PERFORM Grava-Linha.

               ";" FUNCTION TRIM(ALU-SITUACAO)
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           PERFORM Grava-Linha.
           IF WS-TEM-CONSELHO = "S"
               IF ALU-MATRICULA NOT = WS-MAT-ANTERIOR
                   OR ALU-DISCIPLINA NOT = WS-DISC-ANTERIOR
                   MOVE ALU-MATRICULA  TO WS-MAT-ANTERIOR
                   MOVE ALU-DISCIPLINA TO WS-DISC-ANTERIOR
                   PERFORM Exporta-Conselho
               END-IF
           END-IF.

      * Only the decision of the ano letivo being exported (the
      * extraction year, as ALUNOS.DAT holds the current year) -
      * the same direct read Rematricula does; a decision from an
      * earlier year belongs to that year's result, not this one.
       Exporta-Conselho.
           MOVE ALU-MATRICULA  TO CON-MATRICULA.
           MOVE WS-EXT-ANO     TO CON-ANO.
           MOVE ALU-DISCIPLINA TO CON-DISCIPLINA.
           READ CONSELHO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-CONSELHO
                   PERFORM Monta-Linha-Conselho
                   PERFORM Grava-Linha
           END-READ.

       Monta-Linha-Conselho.
           MOVE CON-MEDIA-ANUAL TO WS-MEDIA-ED.
           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING "C;" CON-MATRICULA
               ";" FUNCTION TRIM(CON-DISCIPLINA)
               ";" CON-ANO
               ";" WS-MEDIA-ED
               ";" FUNCTION TRIM(CON-SIT-ORIGINAL)
               ";" FUNCTION TRIM(CON-SITUACAO)
               ";" FUNCTION TRIM(CON-ATA)
               ";" CON-DATA-REUNIAO
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.

       Grava-Trailer.
           MOVE SPACES TO WS-LINHA-SAIDA.
           MOVE SPACES TO WS-AUD-RESULTADO.
           STRING "exportados=" WS-TOTAL-LINHAS
               " hash-medias=" WS-HASH-ED
               " conselho=" WS-TOTAL-CONSELHO
               DELIMITED BY SIZE INTO WS-AUD-RESULTADO.
           CALL "AUDITLOG" USING WS-AUD-PROGRAMA WS-AUD-SESSAO
               WS-AUD-ENTRADA
