      *          records with no matching student. Students present
      *          in one file but missing from the other come out as
      *          exceptions in FREQUENCIA.REL, so nobody is silently
      *          skipped. A bimestre past its grade-closing date
      *          (academic calendar) is not re-marked - the student
      *          is listed instead.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 WS-TOTAL-REPROV     PIC 9(5) VALUE 0.
       01 WS-TOTAL-SEM-FREQ   PIC 9(5) VALUE 0.
       01 WS-TOTAL-SEM-ALUNO  PIC 9(5) VALUE 0.
       01 WS-TOTAL-ENCERRADOS PIC 9(5) VALUE 0.
       01 WS-LINHA-SAIDA      PIC X(130).
       01 WS-JRN-PROGRAMA     PIC X(20) VALUE "ApuraFrequencia".
       01 WS-JRN-OPERACAO     PIC X(1).
       01 WS-JRN-ANTES        PIC X(130).
       01 WS-JRN-DEPOIS       PIC X(130).
       01 WS-JRN-REFERENCIA   PIC X(20) VALUE SPACES.
       01 WS-TRAVA-ACAO       PIC X(1).
       01 WS-TRAVA-OPERADOR   PIC X(20) VALUE SPACES.
       01 WS-TRAVA-RESULTADO  PIC X(1).
       01 WS-ACS-NIVEL        PIC 9(1) VALUE 2.
       01 WS-ACS-OPERADOR     PIC X(8).
       01 WS-ACS-RESULTADO    PIC X(1).
       01 WS-CAL-BIMESTRE     PIC 9(1).
       01 WS-CAL-DATA         PIC X(10).
       01 WS-CAL-RESULTADO    PIC X(1).
       01 WS-CAL-MENSAGEM     PIC X(80).

       PROCEDURE DIVISION.

                   DELIMITED BY SIZE INTO WS-LINHA-SAIDA
               PERFORM Grava-Linha
           ELSE
               MOVE "S" TO WS-CAL-RESULTADO
               COMPUTE WS-PCT-FREQ ROUNDED =
                   FREQ-AULAS-PRESENTES * 100 / FREQ-AULAS-DADAS
               IF WS-PCT-FREQ < WS-LIMITE-FREQ
                   AND ALU-SITUACAO NOT = "REPROV FALTA"
                   PERFORM Verifica-Calendario
               END-IF
               IF WS-PCT-FREQ < WS-LIMITE-FREQ
                   AND WS-CAL-RESULTADO NOT = "S"
                   ADD 1 TO WS-TOTAL-ENCERRADOS
                   MOVE SPACES TO WS-LINHA-SAIDA
                   STRING "BIMESTRE ENCERRADO, nao marcado: "
                       ALU-MATRICULA " " FUNCTION TRIM(ALU-NOME)
                       " disc=" FUNCTION TRIM(ALU-DISCIPLINA)
                       " bim=" ALU-BIMESTRE
                       " frequencia=" WS-PCT-FREQ "%"
                       DELIMITED BY SIZE INTO WS-LINHA-SAIDA
                   PERFORM Grava-Linha
               END-IF
               IF WS-PCT-FREQ < WS-LIMITE-FREQ
                   AND WS-CAL-RESULTADO = "S"
                   MOVE SPACES TO WS-JRN-ANTES
                   MOVE ALUNO-REG TO WS-JRN-ANTES
                   MOVE "REPROV FALTA" TO ALU-SITUACAO
               END-IF
           END-IF.

      * A bimestre past its grade-closing date (academic calendar,
      * ManutCalendario) keeps the situacao it was closed with.
       Verifica-Calendario.
           MOVE ALU-BIMESTRE TO WS-CAL-BIMESTRE.
           MOVE SPACES TO WS-CAL-DATA.
           CALL "CALENDARIO" USING WS-CAL-BIMESTRE WS-CAL-DATA
               WS-CAL-RESULTADO WS-CAL-MENSAGEM.

      * Before/after images to JORNAL.DAT so RecuperaMaster can
      * rebuild the master from the last generation plus the journal.
       Grava-Jornal.
           MOVE "R" TO WS-JRN-OPERACAO.
           MOVE ALUNO-REG TO WS-JRN-DEPOIS.
           CALL "JORNAL" USING WS-JRN-PROGRAMA WS-JRN-OPERACAO
               WS-JRN-ANTES WS-JRN-DEPOIS
               WS-ACS-OPERADOR WS-JRN-REFERENCIA.

      * Second pass: every attendance record must point at a student
      * record - the master is read back by key to check.
               " Reprovados por falta: " WS-TOTAL-REPROV
               " Sem frequencia: " WS-TOTAL-SEM-FREQ
               " Frequencia sem aluno: " WS-TOTAL-SEM-ALUNO
               " Bimestre encerrado: " WS-TOTAL-ENCERRADOS
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           PERFORM Grava-Linha.

