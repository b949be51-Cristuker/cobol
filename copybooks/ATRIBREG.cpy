      ******************************************************************
      * Record layout for the class assignment file (ATRIBUICAO.DAT),
      * keyed ano letivo/professor/turma/disciplina and maintained by
      * ManutTabelas: which professor (PROFESSORES.DAT, by operator
      * ID) teaches which turma/disciplina in which year. Keyed on
      * the professor so the shared ATRIBUICAO check is a single
      * read and PendenciaProfessor walks each professor's classes
      * in order; a turma/disciplina shared by two professors is
      * simply assigned to both. The check and the report use the
      * current calendar year as ano letivo. ATR-ATIVO "N" keeps the
      * entry on file but stops granting the class.
      ******************************************************************
       01 ATRIBUICAO-REG.
           02 ATR-CHAVE.
               03 ATR-ANO        PIC 9(4).
               03 ATR-PROFESSOR  PIC X(8).
               03 ATR-TURMA      PIC X(6).
               03 ATR-DISCIPLINA PIC X(12).
           02 ATR-ATIVO      PIC X(1).
