      ******************************************************************
      * Record layout for the grade revision requests (pedidos de
      * revisao, REVISAO.DAT), keyed on the protocol number
      * AAAA + sequencia of the year, maintained by PedidoRevisao.
      * The secretaria registers the request (REV-TIPO "N" contests
      * the nota/media, "F" a REPROV FALTA) with the reason and the
      * date it was received; REV-MEDIA-ANTES/REV-SIT-ANTES keep the
      * ALUNOS.DAT result the guardian contested. A coordinator
      * records the decision: REV-STATUS "P" pendente, "D" deferido
      * (the correction was applied to ALUNOS.DAT/AVALIACOES.DAT and
      * REV-CORRECAO/REV-MEDIA-DEPOIS/REV-SIT-DEPOIS describe it) or
      * "I" indeferido. REV-DATA-CARTA is the date the response
      * letter was last printed.
      ******************************************************************
       01 REVISAO-REG.
           02 REV-PROTOCOLO.
               03 REV-PROT-ANO   PIC 9(4).
               03 REV-PROT-SEQ   PIC 9(4).
           02 REV-MATRICULA     PIC 9(5).
           02 REV-DISCIPLINA    PIC X(12).
           02 REV-BIMESTRE      PIC 9(1).
           02 REV-TURMA         PIC X(6).
           02 REV-TIPO          PIC X(1).
           02 REV-MOTIVO        PIC X(100).
           02 REV-DATA-PEDIDO   PIC X(10).
           02 REV-OPER-PEDIDO   PIC X(8).
           02 REV-MEDIA-ANTES   PIC 9(2)V99.
           02 REV-SIT-ANTES     PIC X(12).
           02 REV-STATUS        PIC X(1).
           02 REV-DATA-DECISAO  PIC X(10).
           02 REV-OPER-DECISAO  PIC X(8).
           02 REV-PARECER       PIC X(100).
           02 REV-CORRECAO      PIC X(40).
           02 REV-MEDIA-DEPOIS  PIC 9(2)V99.
           02 REV-SIT-DEPOIS    PIC X(12).
           02 REV-DATA-CARTA    PIC X(10).
