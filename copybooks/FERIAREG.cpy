      ******************************************************************
      * Record layout for the holiday / non-school-day list
      * (FERIADOS.DAT), keyed on the date (AAAA-MM-DD) and maintained
      * with the academic calendar in ManutCalendario: feriados,
      * recessos and any other day the timetable does not run.
      * PendenciaChamada expects no call list on these days and
      * LancaChamada warns when a call list is keyed for one.
      ******************************************************************
       01 FERIADO-REG.
           02 FER-DATA      PIC X(10).
           02 FER-DESCRICAO PIC X(40).
