      ******************************************************************
      * Record layout for the professor file (PROFESSORES.DAT), keyed
      * on the operator ID the teacher signs on with (OPER-ID of
      * OPERADOR.DAT) and maintained by ManutTabelas. An operator on
      * this file below nivel 3 is a professor: the shared
      * ATRIBUICAO check lets NotaAlunos, LancaAvaliacao,
      * LancaChamada and the list correction of Equacao2Grau post
      * only for the turma/disciplinas assigned to them in
      * ATRIBUICAO.DAT (copybooks/ATRIBREG.cpy). Secretaria and
      * coordenacao (nivel 3 and up) are never restricted, and an
      * operator not on this file keeps working as before.
      * PRF-ATIVO "N" is a professor who left: kept on file so the
      * assignments of past years still resolve, but refused
      * everywhere.
      ******************************************************************
       01 PROFESSOR-REG.
           02 PRF-OPERADOR PIC X(8).
           02 PRF-NOME     PIC X(50).
           02 PRF-ATIVO    PIC X(1).
