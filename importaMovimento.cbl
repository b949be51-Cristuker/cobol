      *          discipline ExportaAlunos writes: H record with the
      *          file date, T record with the detail count) and
      *          applies each movement:
      *            I - inclusao: new enrollment into CADASTRO.DAT,
      *                in the turma of the movement;
      *            T - transferencia: new turma stamped on the
      *                cadastro and on every ALUNOS.DAT record of
      *                the matricula;
      *            B - baixa: withdrawal, cadastro set inactive (the
      *                grade records stay for the historico), with
      *                the motivo da baixa (T transferido para outra
      *                escola, A abandono) and the file date as the
      *                date of the withdrawal.
      *          Detail layout (199 bytes): tipo X(1) = "D",
      *          acao X(1), matricula 9(5), turma X(6), nome X(50),
      *          nascimento X(10), responsavel X(50), telefone X(15),
      *          endereco X(60), motivo da baixa X(1) (only on "B";
      *          files from before it was added load with the motivo
      *          blank, which RendimentoEscolar reports).
      *          Unprocessable movements go to MOVIMENTO.REJ with a
      *          reason code: 01 tipo de registro invalido, 02 acao
      *          invalida, 03 matricula invalida, 04 matricula ja
      *          cadastrada, 05 matricula nao cadastrada, 06 turma
      *          invalida, 07 nome em branco, 08 motivo da baixa
      *          invalido. A missing header or a
      *          trailer count that does not match is reported and
      *          alerted. Totals go to RUNCTL.DAT so VerificaRunctl
      *          can see whether the load ran.
           02 MOV-RESPONSAVEL PIC X(50).
           02 MOV-TELEFONE    PIC X(15).
           02 MOV-ENDERECO    PIC X(60).
           02 MOV-MOTIVO-BAIXA PIC X(1).
       01 REG-MOVIMENTO-HDR REDEFINES REG-MOVIMENTO.
           02 HDR-TIPO PIC X(1).
           02 HDR-DATA PIC X(10).
           02 FILLER   PIC X(188).
       01 REG-MOVIMENTO-TRL REDEFINES REG-MOVIMENTO.
           02 TRL-TIPO PIC X(1).
           02 TRL-QTD  PIC 9(7).
           02 FILLER   PIC X(191).

       FD  CADASTRO-MASTER.
       COPY "CADREG.cpy".

       FD  REJEITADOS.
       01 REG-REJEITADO.
           02 REJ-DADOS   PIC X(199).
           02 FILLER      PIC X(1).
           02 REJ-MOTIVO  PIC X(2).
           02 FILLER      PIC X(1).
       01 WS-FIM-TRANSFERE    PIC X(1).
       01 WS-TEM-HEADER       PIC X(1) VALUE "N".
       01 WS-TEM-TRAILER      PIC X(1) VALUE "N".
       01 WS-DATA-MOVIMENTO   PIC X(10) VALUE SPACES.
       01 WS-QTD-TRAILER      PIC 9(7).
       01 WS-MOTIVO           PIC X(2).
       01 WS-DESCR-MOTIVO     PIC X(28).
       01 WS-JRN-OPERACAO  PIC X(1).
       01 WS-JRN-ANTES     PIC X(130).
       01 WS-JRN-DEPOIS    PIC X(130).
       01 WS-JRN-REFERENCIA PIC X(20) VALUE SPACES.
       01 WS-TRAVA-ACAO      PIC X(1).
       01 WS-TRAVA-OPERADOR  PIC X(20) VALUE SPACES.
       01 WS-TRAVA-RESULTADO PIC X(1).
                   AND WS-TURMA-OK = "N"
                   MOVE "06" TO WS-MOTIVO
                   MOVE "TURMA INVALIDA" TO WS-DESCR-MOTIVO
               WHEN MOV-ACAO = "B" AND MOV-MOTIVO-BAIXA NOT = "T"
                   AND MOV-MOTIVO-BAIXA NOT = "A"
                   AND MOV-MOTIVO-BAIXA NOT = SPACES
                   MOVE "08" TO WS-MOTIVO
                   MOVE "MOTIVO DA BAIXA INVALIDO" TO WS-DESCR-MOTIVO
           END-EVALUATE.

       Procura-Cadastro.
           MOVE MOV-TELEFONE    TO CAD-TELEFONE.
           MOVE MOV-ENDERECO    TO CAD-ENDERECO.
           MOVE "S"             TO CAD-ATIVO.
           MOVE MOV-TURMA       TO CAD-TURMA.
           MOVE SPACES          TO CAD-BAIXA-MOTIVO.
           MOVE SPACES          TO CAD-BAIXA-DATA.
           WRITE CADASTRO-REG
               INVALID KEY
                   MOVE "04" TO WS-MOTIVO
                   ADD 1 TO WS-TOTAL-APLICADOS
           END-WRITE.

      * The new turma is stamped on the cadastro (read by
      * Procura-Cadastro) and on every grade record of the
      * matricula - the master is keyed matricula/disciplina/
      * bimestre, so a START on the matricula walks them all.
       Transfere-Turma.
                       END-IF
               END-READ
           END-PERFORM.
           MOVE MOV-TURMA TO CAD-TURMA.
           REWRITE CADASTRO-REG
               INVALID KEY
                   DISPLAY "Erro ao regravar o cadastro (status "
                       WS-CADASTRO-STATUS "): matricula "
                       MOV-MATRICULA
           END-REWRITE.
           ADD 1 TO WS-TOTAL-APLICADOS.
           DISPLAY "Transferencia: matricula " MOV-MATRICULA
               " para a turma " MOV-TURMA " ("
           MOVE "R" TO WS-JRN-OPERACAO.
           MOVE ALUNO-REG TO WS-JRN-DEPOIS.
           CALL "JORNAL" USING WS-AUD-PROGRAMA WS-JRN-OPERACAO
               WS-JRN-ANTES WS-JRN-DEPOIS
               WS-ACS-OPERADOR WS-JRN-REFERENCIA.

      * Withdrawal deactivates the cadastro; the grade records stay
      * on the master for the historico. The file date is the date of
      * the withdrawal (today's when the header is missing).
       Baixa-Cadastro.
           MOVE "N" TO CAD-ATIVO.
           MOVE MOV-MOTIVO-BAIXA TO CAD-BAIXA-MOTIVO.
           IF WS-DATA-MOVIMENTO NOT = SPACES
               MOVE WS-DATA-MOVIMENTO TO CAD-BAIXA-DATA
           ELSE
               MOVE WS-AUD-SESSAO (1:4) TO CAD-BAIXA-DATA (1:4)
               MOVE "-" TO CAD-BAIXA-DATA (5:1)
               MOVE WS-AUD-SESSAO (5:2) TO CAD-BAIXA-DATA (6:2)
               MOVE "-" TO CAD-BAIXA-DATA (8:1)
               MOVE WS-AUD-SESSAO (7:2) TO CAD-BAIXA-DATA (9:2)
           END-IF.
           REWRITE CADASTRO-REG
               INVALID KEY
                   MOVE "05" TO WS-MOTIVO
