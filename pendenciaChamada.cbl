      ******************************************************************
      * Author: Cristian Silva
      * Date: 15/10/2026
      * Purpose: Missing call list report. For the bimestre asked,
      *          walks every active entry of the weekly timetable
      *          (GRADE.DAT, kept in ManutTabelas) and every school
      *          day from the bimestre's first day - taken from the
      *          academic calendar (CALENDARIO.DAT), or asked when
      *          the bimestre has no calendar yet - up to today or
      *          the bimestre's last day. A weekday with aulas in the
      *          timetable that is not on the feriados list
      *          (FERIADOS.DAT, kept in ManutCalendario) must have a
      *          call list in CHAMADA.DAT; every one that does not is
      *          listed in PENDENCIAS.REL with a count per turma/
      *          disciplina and a total, so the secretaria chases the
      *          teacher the same week instead of finding the gap
      *          when GeraFrequencia runs at period end.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PendenciaChamada.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRADE-TAB ASSIGN TO "GRADE.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS GRD-CHAVE
               FILE STATUS IS WS-GRADE-STATUS.
           SELECT CHAMADA-DIARIO ASSIGN TO "CHAMADA.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS CHA-CHAVE
               FILE STATUS IS WS-CHAMADA-STATUS.
           SELECT TURMAS-TAB ASSIGN TO "TURMAS.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS TRM-CODIGO
               FILE STATUS IS WS-TURMA-STATUS.
           SELECT FERIADOS-FILE ASSIGN TO "FERIADOS.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS FER-DATA
               FILE STATUS IS WS-FERIADOS-STATUS.
           SELECT CALENDARIO-FILE ASSIGN TO "CALENDARIO.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS CAL-BIMESTRE
               FILE STATUS IS WS-CALENDARIO-STATUS.
           SELECT RELATORIO ASSIGN TO "PENDENCIAS.REL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GRADE-TAB.
       COPY "GRADEREG.cpy".

       FD  CHAMADA-DIARIO.
       COPY "CHAMADAREG.cpy".

       FD  TURMAS-TAB.
       COPY "TURMAREG.cpy".

       FD  FERIADOS-FILE.
       COPY "FERIAREG.cpy".

       FD  CALENDARIO-FILE.
       COPY "CALREG.cpy".

       FD  RELATORIO.
       01 LINHA-RELATORIO PIC X(130).

       WORKING-STORAGE SECTION.
       01 WS-GRADE-STATUS      PIC X(2).
       01 WS-CHAMADA-STATUS    PIC X(2).
       01 WS-TURMA-STATUS      PIC X(2).
       01 WS-FERIADOS-STATUS   PIC X(2).
       01 WS-CALENDARIO-STATUS PIC X(2).
       01 WS-RELATORIO-STATUS  PIC X(2).
       01 WS-TEM-CHAMADA       PIC X(1) VALUE "N".
       01 WS-TEM-FERIADOS      PIC X(1) VALUE "N".
       01 WS-TEM-CALENDARIO    PIC X(1) VALUE "N".
       01 WS-FIM-GRADE         PIC X(1) VALUE "N".
       01 WS-BIMESTRE          PIC 9(1).
       01 WS-DATA              PIC X(10).
       01 WS-DATA-OK           PIC X(1).
       01 WS-DATA-INICIO       PIC X(10).
       01 WS-DATA-FIM          PIC X(10).
       01 WS-DATA-HOJE         PIC X(10).
       01 WS-TIMESTAMP         PIC X(21).
      * Day numbers (INTEGER-OF-DATE) of the period; the loop walks
      * them and turns each back into an AAAA-MM-DD date.
       01 WS-DATA-NUM-X.
           02 WS-DATA-NUM-ANO  PIC 9(4).
           02 WS-DATA-NUM-MES  PIC 9(2).
           02 WS-DATA-NUM-DIA  PIC 9(2).
       01 WS-DATA-NUM REDEFINES WS-DATA-NUM-X PIC 9(8).
       01 WS-DIAS-DATA         PIC 9(7).
       01 WS-DIA-INICIO        PIC 9(7).
       01 WS-DIA-FIM           PIC 9(7).
       01 WS-DIA-ATUAL         PIC 9(7).
       01 WS-DIA-SEMANA        PIC 9(1).
       01 WS-DATA-ATUAL.
           02 WS-ATUAL-ANO     PIC 9(4).
           02 FILLER           PIC X(1) VALUE "-".
           02 WS-ATUAL-MES     PIC 9(2).
           02 FILLER           PIC X(1) VALUE "-".
           02 WS-ATUAL-DIA     PIC 9(2).
       01 WS-NOMES-DIAS        PIC X(56) VALUE
           "segunda terca   quarta  quinta  sexta   sabado  domingo ".
       01 WS-TAB-DIAS REDEFINES WS-NOMES-DIAS.
           02 WS-NOME-DIA OCCURS 7 TIMES PIC X(8).
       01 WS-FERIADO           PIC X(1).
       01 WS-TURMA-OK          PIC X(1).
       01 WS-PEND-GRUPO        PIC 9(5).
       01 WS-TOTAL-GRADES      PIC 9(5) VALUE 0.
       01 WS-TOTAL-ESPERADAS   PIC 9(7) VALUE 0.
       01 WS-TOTAL-PENDENTES   PIC 9(7) VALUE 0.
       01 WS-TOTAL-GRUPOS-PEND PIC 9(5) VALUE 0.
       01 WS-LINHA-SAIDA       PIC X(130).

       PROCEDURE DIVISION.

       Inicio.
           DISPLAY "Chamadas pendentes".
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           STRING WS-TIMESTAMP (1:4) "-" WS-TIMESTAMP (5:2) "-"
               WS-TIMESTAMP (7:2)
               DELIMITED BY SIZE INTO WS-DATA-HOJE.
           DISPLAY "Bimestre (1 a 4): ".
           ACCEPT WS-BIMESTRE.
           PERFORM UNTIL WS-BIMESTRE >= 1 AND WS-BIMESTRE <= 4
               DISPLAY "Bimestre invalido, digite 1 a 4: "
               ACCEPT WS-BIMESTRE
           END-PERFORM.
           OPEN INPUT GRADE-TAB.
           IF WS-GRADE-STATUS NOT = "00"
               DISPLAY "Nao foi possivel abrir GRADE.DAT (status "
                   WS-GRADE-STATUS ") - cadastre a grade horaria em "
                   "ManutTabelas"
               STOP RUN
           END-IF.
           OPEN INPUT TURMAS-TAB.
           IF WS-TURMA-STATUS NOT = "00"
               DISPLAY "Nao foi possivel abrir TURMAS.DAT (status "
                   WS-TURMA-STATUS ")"
               CLOSE GRADE-TAB
               STOP RUN
           END-IF.
           OPEN INPUT CHAMADA-DIARIO.
           IF WS-CHAMADA-STATUS = "00"
               MOVE "S" TO WS-TEM-CHAMADA
           END-IF.
           OPEN INPUT FERIADOS-FILE.
           IF WS-FERIADOS-STATUS = "00"
               MOVE "S" TO WS-TEM-FERIADOS
           END-IF.
           PERFORM Define-Periodo.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING "Chamadas pendentes - bimestre " WS-BIMESTRE
               " - de " WS-DATA-INICIO " a " WS-DATA-FIM
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           PERFORM Grava-Linha.
           IF WS-TEM-FERIADOS = "N"
               MOVE SPACES TO WS-LINHA-SAIDA
               STRING "Aviso: FERIADOS.DAT ausente - nenhum feriado "
                   "descontado." DELIMITED BY SIZE INTO WS-LINHA-SAIDA
               PERFORM Grava-Linha
           END-IF.
           IF WS-DATA-INICIO > WS-DATA-FIM
               MOVE "Periodo ainda nao iniciado - nada a conferir."
                   TO WS-LINHA-SAIDA
               PERFORM Grava-Linha
           ELSE
               PERFORM Processa-Grade
           END-IF.
           PERFORM Imprime-Resumo.
           CLOSE GRADE-TAB.
           CLOSE TURMAS-TAB.
           IF WS-TEM-CHAMADA = "S"
               CLOSE CHAMADA-DIARIO
           END-IF.
           IF WS-TEM-FERIADOS = "S"
               CLOSE FERIADOS-FILE
           END-IF.
           CLOSE RELATORIO.
           STOP RUN.

      * The bimestre's first and last school day from the academic
      * calendar of the current year (last year's dates, still on
      * file until the calendar is re-keyed after ViraAno, do not
      * count); without one the operator keys the period. Days
      * after today are not due yet, so the period stops at today.
       Define-Periodo.
           OPEN INPUT CALENDARIO-FILE.
           IF WS-CALENDARIO-STATUS = "00"
               MOVE WS-BIMESTRE TO CAL-BIMESTRE
               READ CALENDARIO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CAL-ANO = WS-DATA-HOJE (1:4)
                           MOVE "S" TO WS-TEM-CALENDARIO
                           MOVE CAL-DATA-INICIO TO WS-DATA-INICIO
                           MOVE CAL-DATA-FIM    TO WS-DATA-FIM
                       END-IF
               END-READ
               CLOSE CALENDARIO-FILE
           END-IF.
           IF WS-TEM-CALENDARIO = "N"
               DISPLAY "Bimestre sem calendario cadastrado para "
                   "o ano."
               DISPLAY "Primeiro dia do periodo (AAAA-MM-DD): "
               PERFORM Pede-Data
               MOVE WS-DATA TO WS-DATA-INICIO
               DISPLAY "Ultimo dia do periodo (AAAA-MM-DD): "
               PERFORM Pede-Data
               PERFORM UNTIL WS-DATA NOT < WS-DATA-INICIO
                   DISPLAY "O fim nao pode ser antes do inicio, "
                       "de novo: "
                   PERFORM Pede-Data
               END-PERFORM
               MOVE WS-DATA TO WS-DATA-FIM
           END-IF.
           IF WS-DATA-FIM > WS-DATA-HOJE
               MOVE WS-DATA-HOJE TO WS-DATA-FIM
           END-IF.
           MOVE WS-DATA-INICIO TO WS-DATA.
           PERFORM Valida-Data.
           MOVE WS-DIAS-DATA TO WS-DIA-INICIO.
           MOVE WS-DATA-FIM TO WS-DATA.
           PERFORM Valida-Data.
           MOVE WS-DIAS-DATA TO WS-DIA-FIM.

       Pede-Data.
           ACCEPT WS-DATA.
           PERFORM Valida-Data.
           PERFORM UNTIL WS-DATA-OK = "S"
               DISPLAY "Data invalida, digite AAAA-MM-DD: "
               ACCEPT WS-DATA
               PERFORM Valida-Data
           END-PERFORM.

      * Same check as LancaChamada: digits and dashes in place, and a
      * day number of 0 for a date that does not exist.
       Valida-Data.
           MOVE "N" TO WS-DATA-OK.
           MOVE 0 TO WS-DIAS-DATA.
           IF WS-DATA (1:4) IS NUMERIC
               AND WS-DATA (5:1) = "-"
               AND WS-DATA (6:2) IS NUMERIC
               AND WS-DATA (8:1) = "-"
               AND WS-DATA (9:2) IS NUMERIC
               IF WS-DATA (6:2) >= "01"
                   AND WS-DATA (6:2) <= "12"
                   AND WS-DATA (9:2) >= "01"
                   AND WS-DATA (9:2) <= "31"
                   AND WS-DATA (1:4) >= "1601"
                   MOVE WS-DATA (1:4) TO WS-DATA-NUM-ANO
                   MOVE WS-DATA (6:2) TO WS-DATA-NUM-MES
                   MOVE WS-DATA (9:2) TO WS-DATA-NUM-DIA
                   COMPUTE WS-DIAS-DATA =
                       FUNCTION INTEGER-OF-DATE(WS-DATA-NUM)
                   IF WS-DIAS-DATA > 0
                       MOVE "S" TO WS-DATA-OK
                   END-IF
               END-IF
           END-IF.

       Processa-Grade.
           PERFORM UNTIL WS-FIM-GRADE = "S"
               READ GRADE-TAB
                   AT END
                       MOVE "S" TO WS-FIM-GRADE
                   NOT AT END
                       PERFORM Confere-Grade
               END-READ
           END-PERFORM.

      * An inactive timetable entry or a turma taken off the table
      * expects no call lists.
       Confere-Grade.
           MOVE "N" TO WS-TURMA-OK.
           MOVE GRD-TURMA TO TRM-CODIGO.
           READ TURMAS-TAB
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF TRM-ATIVO = "S"
                       MOVE "S" TO WS-TURMA-OK
                   END-IF
           END-READ.
           IF GRD-ATIVO = "S" AND WS-TURMA-OK = "S"
               ADD 1 TO WS-TOTAL-GRADES
               MOVE 0 TO WS-PEND-GRUPO
               MOVE WS-DIA-INICIO TO WS-DIA-ATUAL
               PERFORM UNTIL WS-DIA-ATUAL > WS-DIA-FIM
                   PERFORM Confere-Dia
                   ADD 1 TO WS-DIA-ATUAL
               END-PERFORM
               IF WS-PEND-GRUPO > 0
                   ADD 1 TO WS-TOTAL-GRUPOS-PEND
                   MOVE SPACES TO WS-LINHA-SAIDA
                   STRING "   " GRD-TURMA " "
                       FUNCTION TRIM(GRD-DISCIPLINA)
                       ": " WS-PEND-GRUPO " chamada(s) pendente(s)"
                       DELIMITED BY SIZE INTO WS-LINHA-SAIDA
                   PERFORM Grava-Linha
               END-IF
           END-IF.

      * 1601-01-01, day 1, was a segunda.
       Confere-Dia.
           COMPUTE WS-DIA-SEMANA =
               FUNCTION MOD(WS-DIA-ATUAL - 1, 7) + 1.
           IF GRD-AULAS-DIA (WS-DIA-SEMANA) > 0
               COMPUTE WS-DATA-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-DIA-ATUAL)
               MOVE WS-DATA-NUM-ANO TO WS-ATUAL-ANO
               MOVE WS-DATA-NUM-MES TO WS-ATUAL-MES
               MOVE WS-DATA-NUM-DIA TO WS-ATUAL-DIA
               PERFORM Verifica-Feriado
               IF WS-FERIADO = "N"
                   ADD 1 TO WS-TOTAL-ESPERADAS
                   PERFORM Verifica-Chamada
               END-IF
           END-IF.

       Verifica-Feriado.
           MOVE "N" TO WS-FERIADO.
           IF WS-TEM-FERIADOS = "S"
               MOVE WS-DATA-ATUAL TO FER-DATA
               READ FERIADOS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WS-FERIADO
               END-READ
           END-IF.

       Verifica-Chamada.
           IF WS-TEM-CHAMADA = "S"
               MOVE GRD-TURMA      TO CHA-TURMA
               MOVE GRD-DISCIPLINA TO CHA-DISCIPLINA
               MOVE WS-DATA-ATUAL  TO CHA-DATA
               READ CHAMADA-DIARIO
                   INVALID KEY
                       PERFORM Lista-Pendente
               END-READ
           ELSE
               PERFORM Lista-Pendente
           END-IF.

       Lista-Pendente.
           ADD 1 TO WS-PEND-GRUPO.
           ADD 1 TO WS-TOTAL-PENDENTES.
           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING "PENDENTE: turma=" GRD-TURMA
               " disc=" GRD-DISCIPLINA
               " data=" WS-DATA-ATUAL
               " (" FUNCTION TRIM(WS-NOME-DIA (WS-DIA-SEMANA))
               ", " GRD-AULAS-DIA (WS-DIA-SEMANA) " aula(s))"
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           PERFORM Grava-Linha.

       Imprime-Resumo.
           MOVE SPACES TO WS-LINHA-SAIDA.
           PERFORM Grava-Linha.
           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING "Turmas/disciplinas na grade: " WS-TOTAL-GRADES
               " Dias de aula esperados: " WS-TOTAL-ESPERADAS
               " Chamadas pendentes: " WS-TOTAL-PENDENTES
               " em " WS-TOTAL-GRUPOS-PEND " turma(s)/disciplina(s)"
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           PERFORM Grava-Linha.

       Grava-Linha.
           DISPLAY WS-LINHA-SAIDA.
           MOVE WS-LINHA-SAIDA TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
       END PROGRAM PendenciaChamada.
