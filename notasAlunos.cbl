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
       01 WS-ATR-RESULTADO   PIC X(1).
       01 WS-ATR-MENSAGEM    PIC X(80).

       PROCEDURE DIVISION.

           PERFORM UNTIL WS-CONTINUAR = "N" OR WS-CONTINUAR = "n"
               MOVE ZEROS TO DADOS
               PERFORM Entrada
               IF WS-ATR-RESULTADO = "S" AND WS-CAL-RESULTADO = "S"
                   PERFORM Entrada-Notas
                   PERFORM Processo
               END-IF
               PERFORM Pergunta-Continuar
           END-PERFORM.
           CLOSE CADASTRO-MASTER.
           END-PERFORM.
           MOVE CAD-NOME TO nomeAluno.
           DISPLAY "Aluno: " FUNCTION TRIM(nomeAluno).
           IF CAD-TURMA NOT = SPACES
               MOVE CAD-TURMA TO turma
               DISPLAY "Turma: " turma
           ELSE
               DISPLAY MSG16
               ACCEPT turma
           END-IF.
           PERFORM Valida-Turma.
           PERFORM UNTIL WS-TURMA-OK = "S"
               DISPLAY "Turma nao cadastrada/inativa, de novo: "
               DISPLAY MSG19
               ACCEPT bimestre
           END-PERFORM.
           PERFORM Verifica-Atribuicao.
           PERFORM Verifica-Calendario.

       Entrada-Notas.
           DISPLAY MSG1.
           PERFORM Aceita-Nota.
           MOVE WS-NOTA-ACEITA TO nota1.

      * The matricula must exist in the cadastro (CadastroAluno) and
      * be active; the name always comes from there, never from the
      * keyboard, and so does the turma once the cadastro has one.
       Valida-Matricula.
           MOVE "N" TO WS-CAD-OK.
           IF matricula > 0
                   END-IF
           END-READ.

      * A professor below nivel 3 posts only for the turma/
      * disciplinas assigned to them in ManutTabelas.
       Verifica-Atribuicao.
           CALL "ATRIBUICAO" USING WS-AUD-PROGRAMA WS-ACS-OPERADOR
               turma disciplina WS-ATR-RESULTADO WS-ATR-MENSAGEM.
           IF WS-ATR-RESULTADO NOT = "S"
               DISPLAY FUNCTION TRIM(WS-ATR-MENSAGEM)
           END-IF.

      * A bimestre past its grade-closing date (academic calendar,
      * ManutCalendario) takes no new grades unless reopened.
       Verifica-Calendario.
           MOVE bimestre TO WS-CAL-BIMESTRE.
           MOVE SPACES TO WS-CAL-DATA.
           CALL "CALENDARIO" USING WS-CAL-BIMESTRE WS-CAL-DATA
               WS-CAL-RESULTADO WS-CAL-MENSAGEM.
           IF WS-CAL-RESULTADO NOT = "S"
               DISPLAY FUNCTION TRIM(WS-CAL-MENSAGEM)
           END-IF.

       Entrada-Pesos.
           MOVE ZEROS TO WS-SOMA-PESOS.
           PERFORM WITH TEST AFTER UNTIL WS-SOMA-PESOS = 100
           MOVE SPACES TO WS-JRN-ANTES.
           MOVE ALUNO-REG TO WS-JRN-DEPOIS.
           CALL "JORNAL" USING WS-AUD-PROGRAMA WS-JRN-OPERACAO
               WS-JRN-ANTES WS-JRN-DEPOIS
               WS-ACS-OPERADOR WS-JRN-REFERENCIA.

       Grava-Auditoria.
           MOVE SPACES TO WS-AUD-ENTRADA.
