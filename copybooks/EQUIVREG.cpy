      ******************************************************************
      * Record layout for the disciplina equivalence table
      * (EQUIVALENCIA.DAT), keyed on a disciplina name as other
      * schools write it on their transcripts ("LINGUA PORTUGUESA",
      * "MATEMATICA I"), in upper case. Maintained by ManutTabelas;
      * ImportaHistorico maps every transcript disciplina that is not
      * itself a code of DISCIPLINAS.DAT through it to EQV-DISCIPLINA,
      * which must be on DISCIPLINAS.DAT. EQV-ATIVO "N" keeps the
      * entry on file but stops mapping.
      ******************************************************************
       01 EQUIVALENCIA-REG.
           02 EQV-DISC-ORIGEM PIC X(30).
           02 EQV-DISCIPLINA  PIC X(12).
           02 EQV-ATIVO       PIC X(1).
