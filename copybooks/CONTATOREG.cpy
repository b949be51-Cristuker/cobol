      ******************************************************************
      * Record layout for the busca ativa contact log (CONTATOS.DAT),
      * keyed matricula + date/time of the attempt (AAAAMMDDHHMMSS),
      * so a student's attempts read back in order. Written by
      * ContatoResponsavel each time the secretaria tries to reach a
      * guardian; BuscaAtiva prints the latest attempt next to each
      * student it flags.
      *   CTT-MEIO:      T telefone, M mensagem, V visita domiciliar,
      *                  R reuniao na escola, C Conselho Tutelar.
      *   CTT-RESULTADO: F contato feito, N sem resposta, R recado
      *                  deixado, I telefone/endereco invalido,
      *                  E encaminhado ao Conselho Tutelar, V aluno
      *                  voltou a frequentar.
      ******************************************************************
       01 CONTATO-REG.
           02 CTT-CHAVE.
               03 CTT-MATRICULA  PIC 9(5).
               03 CTT-DATA-HORA  PIC X(14).
           02 CTT-OPERADOR   PIC X(8).
           02 CTT-MEIO       PIC X(1).
           02 CTT-RESULTADO  PIC X(1).
           02 CTT-OBSERVACAO PIC X(60).
