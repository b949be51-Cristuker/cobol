      ******************************************************************
      * Record layout for the weekly timetable (GRADE.DAT - the grade
      * horaria), keyed turma/disciplina and maintained in
      * ManutTabelas: how many aulas of the disciplina the turma has
      * on each weekday, GRD-AULAS-DIA (1) = segunda through
      * GRD-AULAS-DIA (7) = domingo. LancaChamada warns when a call
      * list's CHA-AULAS differs from the day's entry, and
      * PendenciaChamada lists every school day the timetable
      * expects a call list that CHAMADA.DAT does not have. GRD-ATIVO
      * "N" keeps the entry on file but stops expecting call lists.
      ******************************************************************
       01 GRADE-REG.
           02 GRD-CHAVE.
               03 GRD-TURMA      PIC X(6).
               03 GRD-DISCIPLINA PIC X(12).
           02 GRD-AULAS-SEMANA.
               03 GRD-AULAS-DIA OCCURS 7 TIMES PIC 9(2).
           02 GRD-ATIVO      PIC X(1).
