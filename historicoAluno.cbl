      *          one line per disciplina/bimestre with media and
      *          situacao - to HISTORICO.REL and to the screen. Loops
      *          so the secretaria can print several transcripts in
      *          one sitting. Conselho de classe decisions
      *          (CONSELHO.DAT, see ConselhoClasse) are printed at the
      *          end of the ano letivo they belong to. Years brought
      *          from a transfer-in student's previous school by
      *          ImportaHistorico (ORIGEM.DAT) are flagged "cursado em
      *          outra escola" with the school, and their lines show
      *          the annual result with the original nota and scale
      *          and the disciplina as the transcript named it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT RELATORIO ASSIGN TO "HISTORICO.REL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.
           SELECT CONSELHO-FILE ASSIGN TO "CONSELHO.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CON-CHAVE
               FILE STATUS IS WS-CONSELHO-STATUS.
           SELECT ORIGEM-FILE ASSIGN TO "ORIGEM.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS ORI-CHAVE
               FILE STATUS IS WS-ORIGEM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RELATORIO.
       01 LINHA-RELATORIO PIC X(130).

       FD  CONSELHO-FILE.
       COPY "CONSREG.cpy".

       FD  ORIGEM-FILE.
       COPY "ORIGREG.cpy".

       WORKING-STORAGE SECTION.
       01 WS-HISTORICO-STATUS PIC X(2).
       01 WS-RELATORIO-STATUS PIC X(2).
       01 WS-CONSELHO-STATUS  PIC X(2).
       01 WS-TEM-CONSELHO     PIC X(1) VALUE "N".
       01 WS-FIM-CONSELHO     PIC X(1).
       01 WS-ORIGEM-STATUS    PIC X(2).
       01 WS-TEM-ORIGEM       PIC X(1) VALUE "N".
       01 WS-OUTRA-ESCOLA     PIC X(1).
       01 WS-NOTA-ED          PIC ZZ9.99.
       01 WS-ESCALA-ED        PIC ZZ9.99.
       01 WS-CONTINUAR        PIC X(1) VALUE "S".
       01 WS-FIM-ALUNO        PIC X(1).
       01 WS-MATRICULA        PIC 9(5).
               STOP RUN
           END-IF.
           OPEN OUTPUT RELATORIO.
           OPEN INPUT CONSELHO-FILE.
           IF WS-CONSELHO-STATUS = "00"
               MOVE "S" TO WS-TEM-CONSELHO
           END-IF.
           OPEN INPUT ORIGEM-FILE.
           IF WS-ORIGEM-STATUS = "00"
               MOVE "S" TO WS-TEM-ORIGEM
           END-IF.
           PERFORM UNTIL WS-CONTINUAR = "N" OR WS-CONTINUAR = "n"
               PERFORM Emite-Historico
               DISPLAY "Consultar outro aluno (S/N): "
           END-PERFORM.
           CLOSE HISTORICO-MASTER.
           CLOSE RELATORIO.
           IF WS-TEM-CONSELHO = "S"
               CLOSE CONSELHO-FILE
           END-IF.
           IF WS-TEM-ORIGEM = "S"
               CLOSE ORIGEM-FILE
           END-IF.
           DISPLAY "Historicos gravados em HISTORICO.REL.".
           STOP RUN.

                   DISPLAY "Nenhum historico para a matricula "
                       WS-MATRICULA
               ELSE
                   PERFORM Imprime-Conselho-Ano
                   PERFORM Fecha-Historico
               END-IF
           END-IF.
           END-PERFORM.

       Lista-Registro.
           PERFORM Le-Origem.
           IF WS-PRIMEIRO = "S"
               PERFORM Imprime-Cabecalho
               MOVE HIST-ANO TO WS-ANO-ATUAL
               MOVE "N" TO WS-PRIMEIRO
           ELSE
               IF HIST-ANO NOT = WS-ANO-ATUAL
                   PERFORM Imprime-Conselho-Ano
                   MOVE HIST-ANO TO WS-ANO-ATUAL
                   PERFORM Imprime-Ano
               END-IF
           ADD 1 TO WS-TOTAL-LINHAS.
           MOVE HIST-MEDIA TO WS-MEDIA-ED.
           MOVE SPACES TO WS-LINHA-SAIDA.
           IF WS-OUTRA-ESCOLA = "S"
               MOVE ORI-NOTA-ORIGINAL TO WS-NOTA-ED
               MOVE ORI-ESCALA-MAXIMA TO WS-ESCALA-ED
               STRING "  " FUNCTION TRIM(HIST-DISCIPLINA)
                   " anual serie=" HIST-TURMA
                   " media=" WS-MEDIA-ED
                   " " HIST-SITUACAO
                   " (nota " FUNCTION TRIM(WS-NOTA-ED)
                   " de " FUNCTION TRIM(WS-ESCALA-ED)
                   " na origem, como "
                   FUNCTION TRIM(ORI-DISC-ORIGEM) ")"
                   DELIMITED BY SIZE INTO WS-LINHA-SAIDA
           ELSE
               STRING "  " FUNCTION TRIM(HIST-DISCIPLINA)
                   " bim=" HIST-BIMESTRE
                   " turma=" HIST-TURMA
                   " media=" WS-MEDIA-ED
                   " " HIST-SITUACAO
                   DELIMITED BY SIZE INTO WS-LINHA-SAIDA
           END-IF.
           PERFORM Grava-Linha.

      * An ORIGEM.DAT record next to the historico record means the
      * line came from another school's transcript.
       Le-Origem.
           MOVE "N" TO WS-OUTRA-ESCOLA.
           IF WS-TEM-ORIGEM = "S"
               MOVE HIST-MATRICULA  TO ORI-MATRICULA
               MOVE HIST-ANO        TO ORI-ANO
               MOVE HIST-DISCIPLINA TO ORI-DISCIPLINA
               READ ORIGEM-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WS-OUTRA-ESCOLA
               END-READ
           END-IF.

       Imprime-Cabecalho.
           MOVE ALL "=" TO WS-LINHA-SAIDA.
           PERFORM Grava-Linha.

       Imprime-Ano.
           MOVE SPACES TO WS-LINHA-SAIDA.
           IF WS-OUTRA-ESCOLA = "S"
               STRING "--- Ano letivo " WS-ANO-ATUAL
                   " --- cursado em outra escola: "
                   FUNCTION TRIM(ORI-ESCOLA) " - "
                   FUNCTION TRIM(ORI-MUNICIPIO) "/" ORI-UF
                   DELIMITED BY SIZE INTO WS-LINHA-SAIDA
           ELSE
               STRING "--- Ano letivo " WS-ANO-ATUAL " ---"
                   DELIMITED BY SIZE INTO WS-LINHA-SAIDA
           END-IF.
           PERFORM Grava-Linha.

      * Decisions of the conselho de classe for the ano letivo just
      * listed - the bimestre lines above keep the media and situacao
      * as they were; the decision is shown as a separate line.
       Imprime-Conselho-Ano.
           IF WS-TEM-CONSELHO = "S"
               MOVE WS-MATRICULA TO CON-MATRICULA
               MOVE WS-ANO-ATUAL TO CON-ANO
               MOVE LOW-VALUES   TO CON-DISCIPLINA
               MOVE "N" TO WS-FIM-CONSELHO
               START CONSELHO-FILE KEY >= CON-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-FIM-CONSELHO
               END-START
               PERFORM UNTIL WS-FIM-CONSELHO = "S"
                   READ CONSELHO-FILE NEXT
                       AT END
                           MOVE "S" TO WS-FIM-CONSELHO
                       NOT AT END
                           IF CON-MATRICULA NOT = WS-MATRICULA
                               OR CON-ANO NOT = WS-ANO-ATUAL
                               MOVE "S" TO WS-FIM-CONSELHO
                           ELSE
                               PERFORM Imprime-Conselho
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       Imprime-Conselho.
           MOVE CON-MEDIA-ANUAL TO WS-MEDIA-ED.
           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING "  Conselho de classe: "
               FUNCTION TRIM(CON-DISCIPLINA)
               " media-anual=" WS-MEDIA-ED
               " " FUNCTION TRIM(CON-SIT-ORIGINAL)
               " -> " FUNCTION TRIM(CON-SITUACAO)
               " (ata " FUNCTION TRIM(CON-ATA)
               " de " CON-DATA-REUNIAO ")"
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           PERFORM Grava-Linha.

