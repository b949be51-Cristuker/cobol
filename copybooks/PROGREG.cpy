      ******************************************************************
      * Record layout for the turma progression table
      * (PROGRESSAO.DAT), keyed on the turma of origin - kept
      * alongside TURMAS.DAT and maintained by ManutTabelas. Each
      * entry says which turma of the next serie an approved student
      * of PRG-TURMA-ORIGEM moves to at the rematricula (6A -> 7A).
      * A blank PRG-TURMA-DESTINO marks the last serie of the school:
      * approved students there conclude instead of moving on.
      * PRG-ATIVO is "N" for an entry no longer in use.
      ******************************************************************
       01 PROGRESSAO-REG.
           02 PRG-TURMA-ORIGEM  PIC X(6).
           02 PRG-TURMA-DESTINO PIC X(6).
           02 PRG-ATIVO         PIC X(1).
