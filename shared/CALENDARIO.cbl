      ******************************************************************
      * Author: Cristian Silva
      * Date: 15/10/2026
      * Purpose: Shared grade-closing check against the academic
      *          calendar (CALENDARIO.DAT, layout in
      *          copybooks/CALREG.cpy). Every program that changes a
      *          bimestre in ALUNOS.DAT, AVALIACOES.DAT or
      *          CHAMADA.DAT CALLs this with the bimestre (and, for a
      *          dated record such as a call list, the date) before
      *          writing. Returns in resultado:
      *            S - change allowed (before the closing date,
      *                inside a reopening window, or no calendar
      *                keyed for the bimestre in the current year
      *                yet);
      *            F - bimestre closed: today is past the closing
      *                date and there is no open reopening window;
      *            D - the date given is outside the bimestre's
      *                first/last school day.
      *          mensagem carries the text to show the operator (or
      *          to print on a reject line). The calendar is read
      *          once per run and kept here, like the ACESSO session.
      * Tectonics: this file has no main entry point of its own and
      *            must be compiled together with whichever program
      *            CALLs it - see build.sh at the repo root.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALENDARIO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDARIO-FILE ASSIGN TO "CALENDARIO.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS CAL-BIMESTRE
               FILE STATUS IS WS-CALENDARIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALENDARIO-FILE.
       COPY "CALREG.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CALENDARIO-STATUS PIC X(2).
       01 WS-CARREGADO     PIC X(1) VALUE "N".
       01 WS-FIM-ARQUIVO   PIC X(1).
       01 WS-TIMESTAMP     PIC X(21).
       01 WS-DATA-HOJE.
           02 WS-HOJE-ANO  PIC 9(4).
           02 FILLER       PIC X(1) VALUE "-".
           02 WS-HOJE-MES  PIC 9(2).
           02 FILLER       PIC X(1) VALUE "-".
           02 WS-HOJE-DIA  PIC 9(2).
      * The four bimestres of the calendar, kept for the whole run.
       01 WS-TABELA-CALENDARIO.
           02 WS-TAB-BIMESTRE OCCURS 4 TIMES.
               03 WS-TAB-EXISTE     PIC X(1).
               03 WS-TAB-INICIO     PIC X(10).
               03 WS-TAB-FIM        PIC X(10).
               03 WS-TAB-FECHAMENTO PIC X(10).
               03 WS-TAB-REABERTO   PIC X(10).
       01 WS-IND           PIC 9(1).

       LINKAGE SECTION.
       01 LK-BIMESTRE  PIC 9(1).
       01 LK-DATA      PIC X(10).
       01 LK-RESULTADO PIC X(1).
       01 LK-MENSAGEM  PIC X(80).

       PROCEDURE DIVISION USING LK-BIMESTRE LK-DATA LK-RESULTADO
           LK-MENSAGEM.
       Inicio-Calendario.
           MOVE "S" TO LK-RESULTADO.
           MOVE SPACES TO LK-MENSAGEM.
           IF WS-CARREGADO = "N"
               PERFORM Carrega-Calendario
           END-IF.
           IF LK-BIMESTRE < 1 OR LK-BIMESTRE > 4
               GOBACK
           END-IF.
           MOVE LK-BIMESTRE TO WS-IND.
           IF WS-TAB-EXISTE (WS-IND) NOT = "S"
               GOBACK
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE WS-TIMESTAMP (1:4) TO WS-HOJE-ANO.
           MOVE WS-TIMESTAMP (5:2) TO WS-HOJE-MES.
           MOVE WS-TIMESTAMP (7:2) TO WS-HOJE-DIA.
           IF WS-DATA-HOJE > WS-TAB-FECHAMENTO (WS-IND)
               AND (WS-TAB-REABERTO (WS-IND) = SPACES
                   OR WS-DATA-HOJE > WS-TAB-REABERTO (WS-IND))
               MOVE "F" TO LK-RESULTADO
               STRING "Bimestre " LK-BIMESTRE " encerrado em "
                   WS-TAB-FECHAMENTO (WS-IND)
                   " - alteracao recusada"
                   DELIMITED BY SIZE INTO LK-MENSAGEM
               GOBACK
           END-IF.
           IF LK-DATA NOT = SPACES
               AND (LK-DATA < WS-TAB-INICIO (WS-IND)
                   OR LK-DATA > WS-TAB-FIM (WS-IND))
               MOVE "D" TO LK-RESULTADO
               STRING "Data " LK-DATA " fora do bimestre "
                   LK-BIMESTRE " (" WS-TAB-INICIO (WS-IND)
                   " a " WS-TAB-FIM (WS-IND) ")"
                   DELIMITED BY SIZE INTO LK-MENSAGEM
           END-IF.
           GOBACK.

      * No CALENDARIO.DAT (or a bimestre not keyed yet) locks
      * nothing - the school keeps working until the administrator
      * sets the dates in ManutCalendario. A bimestre still holding
      * last year's dates (after ViraAno, before the calendar is
      * re-keyed) counts as not keyed: its closing date is past and
      * would lock the whole new year.
       Carrega-Calendario.
           MOVE "S" TO WS-CARREGADO.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE WS-TIMESTAMP (1:4) TO WS-HOJE-ANO.
           MOVE 1 TO WS-IND.
           PERFORM UNTIL WS-IND > 4
               MOVE "N" TO WS-TAB-EXISTE (WS-IND)
               ADD 1 TO WS-IND
           END-PERFORM.
           OPEN INPUT CALENDARIO-FILE.
           IF WS-CALENDARIO-STATUS = "00"
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ CALENDARIO-FILE NEXT
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           PERFORM Guarda-Bimestre
                   END-READ
               END-PERFORM
               CLOSE CALENDARIO-FILE
           END-IF.

       Guarda-Bimestre.
           IF CAL-BIMESTRE >= 1 AND CAL-BIMESTRE <= 4
               AND CAL-ANO = WS-HOJE-ANO
               MOVE CAL-BIMESTRE TO WS-IND
               MOVE "S"                 TO WS-TAB-EXISTE (WS-IND)
               MOVE CAL-DATA-INICIO     TO WS-TAB-INICIO (WS-IND)
               MOVE CAL-DATA-FIM        TO WS-TAB-FIM (WS-IND)
               MOVE CAL-DATA-FECHAMENTO TO WS-TAB-FECHAMENTO (WS-IND)
               MOVE CAL-REABERTO-ATE    TO WS-TAB-REABERTO (WS-IND)
           END-IF.
       END PROGRAM CALENDARIO.
