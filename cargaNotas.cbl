      *          invalido, 04 nota acima de 10, 05 pesos nao somam
      *          100, 06 registro ja existe, 07 matricula nao
      *          cadastrada, 08 disciplina invalida, 09 turma
      *          invalida, 10 turma diferente da turma do aluno no
      *          cadastro, 11 bimestre encerrado (past its
      *          grade-closing date in the academic calendar, see
      *          ManutCalendario). (03 nome em branco retired - the
      *          name now comes from the cadastro.)
      * Tectonics: calls the shared AUDITLOG and RUNCTL subprograms
      *            (shared/AUDITLOG.cbl, shared/RUNCTL.cbl), so both
      *            must be compiled together with this one - see
       01 WS-JRN-OPERACAO  PIC X(1).
       01 WS-JRN-ANTES     PIC X(130).
       01 WS-JRN-DEPOIS    PIC X(130).
       01 WS-JRN-REFERENCIA PIC X(20) VALUE SPACES.
       01 WS-TRAVA-ACAO      PIC X(1).
       01 WS-TRAVA-OPERADOR  PIC X(20) VALUE SPACES.
       01 WS-TRAVA-RESULTADO PIC X(1).
       01 WS-ACS-NIVEL       PIC 9(1) VALUE 2.
       01 WS-ACS-OPERADOR    PIC X(8).
       01 WS-ACS-RESULTADO   PIC X(1).
       01 WS-CAL-BIMESTRE    PIC 9(1).
       01 WS-CAL-DATA        PIC X(10).
       01 WS-CAL-RESULTADO   PIC X(1).
       01 WS-CAL-MENSAGEM    PIC X(80).

       PROCEDURE DIVISION.

           PERFORM Procura-Cadastro.
           PERFORM Procura-Disciplina.
           PERFORM Procura-Turma.
           PERFORM Verifica-Calendario.
           EVALUATE TRUE
               WHEN CRG-MATRICULA NOT NUMERIC OR CRG-MATRICULA = 0
                   MOVE "01" TO WS-MOTIVO
               WHEN WS-TURMA-OK = "N"
                   MOVE "09" TO WS-MOTIVO
                   MOVE "TURMA INVALIDA" TO WS-DESCR-MOTIVO
               WHEN CAD-TURMA NOT = SPACES
                   AND CRG-TURMA NOT = CAD-TURMA
                   MOVE "10" TO WS-MOTIVO
                   MOVE "TURMA DIFERENTE DO CADASTRO"
                       TO WS-DESCR-MOTIVO
               WHEN CRG-BIMESTRE NOT NUMERIC
                   OR CRG-BIMESTRE < 1 OR CRG-BIMESTRE > 4
                   MOVE "02" TO WS-MOTIVO
                   MOVE "BIMESTRE INVALIDO" TO WS-DESCR-MOTIVO
               WHEN WS-CAL-RESULTADO NOT = "S"
                   MOVE "11" TO WS-MOTIVO
                   MOVE "BIMESTRE ENCERRADO" TO WS-DESCR-MOTIVO
               WHEN CRG-NOTA1 NOT NUMERIC OR CRG-NOTA2 NOT NUMERIC
                   OR CRG-NOTA3 NOT NUMERIC OR CRG-NOTA4 NOT NUMERIC
                   OR CRG-NOTA1 > WS-NOTA-MAXIMA
                   END-IF
           END-READ.

      * A bimestre past its grade-closing date takes no grades from
      * the load either, unless the administrator reopened it.
       Verifica-Calendario.
           MOVE "S" TO WS-CAL-RESULTADO.
           IF CRG-BIMESTRE NUMERIC
               MOVE CRG-BIMESTRE TO WS-CAL-BIMESTRE
               MOVE SPACES TO WS-CAL-DATA
               CALL "CALENDARIO" USING WS-CAL-BIMESTRE WS-CAL-DATA
                   WS-CAL-RESULTADO WS-CAL-MENSAGEM
           END-IF.

      * Media and situacao computed exactly as the Processo paragraph
      * of NotaAlunos does.
       Grava-Aluno.
           MOVE SPACES TO WS-JRN-ANTES.
           MOVE ALUNO-REG TO WS-JRN-DEPOIS.
           CALL "JORNAL" USING WS-AUD-PROGRAMA WS-JRN-OPERACAO
               WS-JRN-ANTES WS-JRN-DEPOIS
               WS-ACS-OPERADOR WS-JRN-REFERENCIA.

       Grava-Rejeito.
           ADD 1 TO WS-TOTAL-REJEITOS.
