      ******************************************************************
      * Record layout for the academic calendar (CALENDARIO.DAT),
      * keyed on the bimestre and maintained by the administrator in
      * ManutCalendario: the first and last school day of each
      * bimestre and the grade-closing date, after which the shared
      * CALENDARIO subprogram refuses any change to that bimestre in
      * ALUNOS.DAT, AVALIACOES.DAT or CHAMADA.DAT. All dates are
      * AAAA-MM-DD, so they compare as plain text. A closed bimestre
      * can be reopened by a nivel 4 operator up to CAL-REABERTO-ATE
      * (inclusive); the reason and who reopened it stay on the
      * record (and on the AUDITLOG) until the next reopening.
      * CAL-ANO is the ano letivo the dates belong to - the calendar
      * is re-keyed every year after ViraAno.
      ******************************************************************
       01 CALENDARIO-REG.
           02 CAL-BIMESTRE       PIC 9(1).
           02 CAL-ANO            PIC 9(4).
           02 CAL-DATA-INICIO    PIC X(10).
           02 CAL-DATA-FIM       PIC X(10).
           02 CAL-DATA-FECHAMENTO PIC X(10).
           02 CAL-REABERTO-ATE   PIC X(10).
           02 CAL-MOTIVO-REABERTURA PIC X(60).
           02 CAL-OPERADOR-REABERTURA PIC X(8).
           02 CAL-DATA-REABERTURA PIC X(10).
