      *          absent, straight from the teacher's paper call list.
      *          Turma and disciplina are validated against the
      *          reference tables, each absent matricula against the
      *          student cadastro and the turma it holds there.
      *          Re-keying an already keyed day offers to replace it,
      *          so a corrected call list just gets typed again.
      *          The date must be a real date inside the bimestre
      *          keyed with it, and a bimestre past its grade-closing
      *          date takes no calls (academic calendar, shared
      *          CALENDARIO). The call is checked against the weekly
      *          timetable (GRADE.DAT) and the feriados list
      *          (FERIADOS.DAT) when those are kept: a feriado, a day
      *          with no aulas in the timetable or a different number
      *          of aulas gets a warning, but the call list is still
      *          recorded as the teacher gave it. A professor signed
      *          on below nivel 3 only takes calls for the turma/
      *          disciplinas assigned to them in ManutTabelas (shared
      *          ATRIBUICAO). GeraFrequencia aggregates this journal
      *          into FREQUENCIA.DAT at period end.
      * Tectonics: calls the shared ACESSO, AUDITLOG, CALENDARIO and
      *            ATRIBUICAO subprograms (shared/), so those files
      *            must be compiled together with this one - see
      *            build.sh.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LancaChamada.
               ACCESS MODE RANDOM
               RECORD KEY IS TRM-CODIGO
               FILE STATUS IS WS-TURMA-STATUS.
           SELECT GRADE-TAB ASSIGN TO "GRADE.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS GRD-CHAVE
               FILE STATUS IS WS-GRADE-STATUS.
           SELECT FERIADOS-FILE ASSIGN TO "FERIADOS.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS FER-DATA
               FILE STATUS IS WS-FERIADOS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TURMAS-TAB.
       COPY "TURMAREG.cpy".

       FD  GRADE-TAB.
       COPY "GRADEREG.cpy".

       FD  FERIADOS-FILE.
       COPY "FERIAREG.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CHAMADA-STATUS  PIC X(2).
       01 WS-CADASTRO-STATUS PIC X(2).
       01 WS-DISC-STATUS     PIC X(2).
       01 WS-TURMA-STATUS    PIC X(2).
       01 WS-GRADE-STATUS    PIC X(2).
       01 WS-FERIADOS-STATUS PIC X(2).
       01 WS-TEM-GRADE       PIC X(1) VALUE "N".
       01 WS-TEM-FERIADOS    PIC X(1) VALUE "N".
       01 WS-DATA-OK         PIC X(1).
       01 WS-DATA-NUM-X.
           02 WS-DATA-NUM-ANO PIC 9(4).
           02 WS-DATA-NUM-MES PIC 9(2).
           02 WS-DATA-NUM-DIA PIC 9(2).
       01 WS-DATA-NUM REDEFINES WS-DATA-NUM-X PIC 9(8).
       01 WS-DIAS-DATA       PIC 9(7).
       01 WS-DIA-SEMANA      PIC 9(1).
       01 WS-NOMES-DIAS      PIC X(56) VALUE
           "segunda terca   quarta  quinta  sexta   sabado  domingo ".
       01 WS-TAB-DIAS REDEFINES WS-NOMES-DIAS.
           02 WS-NOME-DIA OCCURS 7 TIMES PIC X(8).
       01 WS-CONTINUAR       PIC X(1) VALUE "S".
       01 WS-CONFIRMA        PIC X(1).
       01 WS-TURMA           PIC X(6).
       01 WS-ACS-NIVEL     PIC 9(1) VALUE 2.
       01 WS-ACS-OPERADOR  PIC X(8).
       01 WS-ACS-RESULTADO PIC X(1).
       01 WS-CAL-BIMESTRE  PIC 9(1).
       01 WS-CAL-DATA      PIC X(10).
       01 WS-CAL-RESULTADO PIC X(1).
       01 WS-CAL-MENSAGEM  PIC X(80).
       01 WS-ATR-RESULTADO PIC X(1).
       01 WS-ATR-MENSAGEM  PIC X(80).
       01 WS-AUD-PROGRAMA  PIC X(20) VALUE "LancaChamada".
       01 WS-AUD-SESSAO    PIC X(14).
       01 WS-AUD-ENTRADA   PIC X(90).
               CLOSE DISCIPLINAS-TAB
               STOP RUN
           END-IF.
           OPEN INPUT GRADE-TAB.
           IF WS-GRADE-STATUS = "00"
               MOVE "S" TO WS-TEM-GRADE
           END-IF.
           OPEN INPUT FERIADOS-FILE.
           IF WS-FERIADOS-STATUS = "00"
               MOVE "S" TO WS-TEM-FERIADOS
           END-IF.
           PERFORM UNTIL WS-CONTINUAR = "N" OR WS-CONTINUAR = "n"
               PERFORM Lanca-Dia
               DISPLAY "Lancar outra chamada (S/N): "
           CLOSE CADASTRO-MASTER.
           CLOSE DISCIPLINAS-TAB.
           CLOSE TURMAS-TAB.
           IF WS-TEM-GRADE = "S"
               CLOSE GRADE-TAB
           END-IF.
           IF WS-TEM-FERIADOS = "S"
               CLOSE FERIADOS-FILE
           END-IF.
           STOP RUN.

       Lanca-Dia.
               ACCEPT WS-DISCIPLINA
               PERFORM Valida-Disciplina
           END-PERFORM.
           CALL "ATRIBUICAO" USING WS-AUD-PROGRAMA WS-ACS-OPERADOR
               WS-TURMA WS-DISCIPLINA WS-ATR-RESULTADO
               WS-ATR-MENSAGEM.
           IF WS-ATR-RESULTADO NOT = "S"
               DISPLAY FUNCTION TRIM(WS-ATR-MENSAGEM)
                   " - chamada nao lancada."
           ELSE
               PERFORM Lanca-Dia-Atribuido
           END-IF.

       Lanca-Dia-Atribuido.
           PERFORM Pede-Data-Bimestre.
           PERFORM UNTIL WS-CAL-RESULTADO NOT = "D"
               DISPLAY FUNCTION TRIM(WS-CAL-MENSAGEM)
                   " - digite de novo."
               PERFORM Pede-Data-Bimestre
           END-PERFORM.
           IF WS-CAL-RESULTADO = "S"
               PERFORM Lanca-Aulas
           ELSE
               DISPLAY FUNCTION TRIM(WS-CAL-MENSAGEM)
                   " - chamada nao lancada."
           END-IF.

      * The date must fall inside the bimestre it is keyed with, and
      * the bimestre must not be past its grade-closing date - both
      * from the academic calendar kept in ManutCalendario.
       Pede-Data-Bimestre.
           DISPLAY "Data da aula (AAAA-MM-DD): ".
           ACCEPT WS-DATA.
           PERFORM Valida-Data.
           PERFORM UNTIL WS-DATA-OK = "S"
               DISPLAY "Data invalida, digite AAAA-MM-DD: "
               ACCEPT WS-DATA
               PERFORM Valida-Data
           END-PERFORM.
           DISPLAY "Bimestre (1 a 4): ".
           ACCEPT WS-BIMESTRE.
           PERFORM UNTIL WS-BIMESTRE >= 1 AND WS-BIMESTRE <= 4
               DISPLAY "Bimestre invalido, digite 1 a 4: "
               ACCEPT WS-BIMESTRE
           END-PERFORM.
           MOVE WS-BIMESTRE TO WS-CAL-BIMESTRE.
           MOVE WS-DATA     TO WS-CAL-DATA.
           CALL "CALENDARIO" USING WS-CAL-BIMESTRE WS-CAL-DATA
               WS-CAL-RESULTADO WS-CAL-MENSAGEM.

       Lanca-Aulas.
           DISPLAY "Aulas dadas no dia: ".
           ACCEPT WS-AULAS.
           PERFORM UNTIL WS-AULAS > 0
               DISPLAY "Aulas deve ser maior que 0: "
               ACCEPT WS-AULAS
           END-PERFORM.
           PERFORM Confere-Grade.
           PERFORM Monta-Registro.
           PERFORM Lanca-Faltas.
           PERFORM Grava-Chamada.

      * A real calendar date - the day number of 0 catches a
      * 2026-02-30 that passes the digit checks. It also gives the
      * weekday (1601-01-01, day 1, was a segunda).
       Valida-Data.
           MOVE "N" TO WS-DATA-OK.
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
                       COMPUTE WS-DIA-SEMANA =
                           FUNCTION MOD(WS-DIAS-DATA - 1, 7) + 1
                       MOVE "S" TO WS-DATA-OK
                   END-IF
               END-IF
           END-IF.

      * Warnings only - a make-up class on a feriado or an extra aula
      * is real and the call list is recorded as given; the point is
      * to catch a mistyped date or turma before it is saved.
       Confere-Grade.
           IF WS-TEM-FERIADOS = "S"
               MOVE WS-DATA TO FER-DATA
               READ FERIADOS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY "Aviso: " WS-DATA " consta como "
                           "feriado/dia nao letivo ("
                           FUNCTION TRIM(FER-DESCRICAO) ")."
               END-READ
           END-IF.
           IF WS-TEM-GRADE = "S"
               MOVE WS-TURMA      TO GRD-TURMA
               MOVE WS-DISCIPLINA TO GRD-DISCIPLINA
               READ GRADE-TAB
                   INVALID KEY
                       DISPLAY "Aviso: turma/disciplina sem grade "
                           "horaria cadastrada."
                   NOT INVALID KEY
                       IF GRD-ATIVO = "S"
                           AND GRD-AULAS-DIA (WS-DIA-SEMANA)
                               NOT = WS-AULAS
                           DISPLAY "Aviso: a grade horaria preve "
                               GRD-AULAS-DIA (WS-DIA-SEMANA)
                               " aula(s) na "
                               FUNCTION TRIM(WS-NOME-DIA
                               (WS-DIA-SEMANA))
                               ", lancadas " WS-AULAS "."
                       END-IF
               END-READ
           END-IF.

       Monta-Registro.
           MOVE SPACES TO CHAMADA-REG.
           MOVE WS-TURMA      TO CHA-TURMA.
           END-PERFORM.

      * Matricula 0 ends the list; each absent student must exist in
      * the cadastro, enrolled in the turma of the call, so a typo on
      * the call does not invent a falta.
       Lanca-Faltas.
           DISPLAY "Matriculas ausentes, uma por vez (0 encerra):".
           MOVE 1 TO WS-MATRICULA.
               ACCEPT WS-MATRICULA
               IF WS-MATRICULA > 0
                   PERFORM Valida-Matricula
                   EVALUATE WS-CAD-OK
                       WHEN "S"
                           ADD 1 TO WS-QTD-FALTAS
                           MOVE WS-MATRICULA
                               TO CHA-FALTA (WS-QTD-FALTAS)
                       WHEN "T"
                           DISPLAY "Matricula de outra turma ("
                               CAD-TURMA "), ignorada: "
                               WS-MATRICULA
                       WHEN OTHER
                           DISPLAY "Matricula nao cadastrada, "
                               "ignorada: " WS-MATRICULA
                   END-EVALUATE
               END-IF
           END-PERFORM.
           MOVE WS-QTD-FALTAS TO CHA-QTD-FALTAS.
                   CONTINUE
               NOT INVALID KEY
                   IF CAD-ATIVO = "S"
                       IF CAD-TURMA = SPACES OR CAD-TURMA = WS-TURMA
                           MOVE "S" TO WS-CAD-OK
                       ELSE
                           MOVE "T" TO WS-CAD-OK
                       END-IF
                   END-IF
           END-READ.

