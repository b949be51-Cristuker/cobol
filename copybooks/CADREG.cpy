      * and pull the name from it, so the same student can no longer
      * be spelled three ways across disciplinas. CAD-ATIVO is "S"
      * for an enrolled student and "N" after a withdrawal.
      * CAD-TURMA is the turma the student is enrolled in now - set at
      * inclusion, moved by a "T" movement of ImportaMovimento and by
      * the yearly Rematricula run; NotaAlunos, CargaNotas and
      * LancaChamada check grades and calls against it. Blank for a
      * record carried over by ConverteCadastro with no grades yet.
      * CAD-BAIXA-MOTIVO/CAD-BAIXA-DATA say why and when an inactive
      * student left - "T" transferido para outra escola, "A"
      * abandono - set by the "B" movement of ImportaMovimento or
      * the desativacao in CadastroAluno and cleared on
      * reactivation; RendimentoEscolar counts the census on them.
      * "C" concluinte is set by Rematricula for a student who
      * finished the last serie (CAD-TURMA is blanked with it).
      * Blank on a withdrawal recorded before the reason was kept.
      ******************************************************************
       01 CADASTRO-REG.
           02 CAD-MATRICULA   PIC 9(5).
           02 CAD-TELEFONE    PIC X(15).
           02 CAD-ENDERECO    PIC X(60).
           02 CAD-ATIVO       PIC X(1).
           02 CAD-TURMA       PIC X(6).
           02 CAD-BAIXA-MOTIVO PIC X(1).
           02 CAD-BAIXA-DATA  PIC X(10).
