      ******************************************************************
      * Record layout for the register of documents issued to
      * students (DOCUMENTOS.DAT), keyed on the document number
      * AAAA + sequencia of the year, written by DocumentoAluno for
      * every declaracao de matricula/escolaridade (DOC-TIPO "D") and
      * guia de transferencia ("G") it prints. The register is what
      * a document presented elsewhere is checked against: number,
      * student, date and operator, and the figures the document
      * carried - turma and cadastro status at issue, the completed
      * years listed, the disciplinas of the year in course, the
      * overall attendance and the situacao printed.
      ******************************************************************
       01 DOCUMENTO-REG.
           02 DOC-NUMERO.
               03 DOC-NUM-ANO    PIC 9(4).
               03 DOC-NUM-SEQ    PIC 9(4).
           02 DOC-TIPO           PIC X(1).
           02 DOC-MATRICULA      PIC 9(5).
           02 DOC-NOME           PIC A(50).
           02 DOC-TURMA          PIC X(6).
           02 DOC-ATIVO          PIC X(1).
           02 DOC-FINALIDADE     PIC X(60).
           02 DOC-DATA-EMISSAO   PIC X(10).
           02 DOC-HORA-EMISSAO   PIC X(8).
           02 DOC-OPERADOR       PIC X(8).
           02 DOC-ANOS-CONCLUIDOS PIC 9(2).
           02 DOC-DISC-EM-CURSO  PIC 9(2).
           02 DOC-FREQUENCIA     PIC 9(3)V9.
           02 DOC-SITUACAO       PIC X(20).
