      *          rules NotaAlunos applies) or delete the record. Every
      *          change is written to the shared AUDITLOG with the
      *          operator's name, so we can see who changed what -
      *          no more editing ALUNOS.DAT in a text editor. A
      *          bimestre past its grade-closing date (academic
      *          calendar) can be consulted but not changed.
      * Tectonics: calls the shared AUDITLOG subprogram (shared/
      *            AUDITLOG.cbl), so that file must be compiled
      *            together with this one - see build.sh.
       01 WS-JRN-OPERACAO  PIC X(1).
       01 WS-JRN-ANTES     PIC X(130).
       01 WS-JRN-DEPOIS    PIC X(130).
       01 WS-JRN-REFERENCIA PIC X(20) VALUE SPACES.
       01 WS-TRAVA-ACAO      PIC X(1).
       01 WS-TRAVA-RESULTADO PIC X(1).
       01 WS-ACS-NIVEL       PIC 9(1) VALUE 3.
       01 WS-ACS-OPERADOR    PIC X(8).
       01 WS-ACS-RESULTADO   PIC X(1).
       01 WS-CAL-BIMESTRE    PIC 9(1).
       01 WS-CAL-DATA        PIC X(10).
       01 WS-CAL-RESULTADO   PIC X(1).
       01 WS-CAL-MENSAGEM    PIC X(80).

       PROCEDURE DIVISION.

                   MOVE SPACES TO WS-JRN-ANTES
                   MOVE ALUNO-REG TO WS-JRN-ANTES
                   PERFORM Mostra-Aluno
                   PERFORM Verifica-Calendario
                   IF WS-CAL-RESULTADO = "S"
                       PERFORM Menu-Acao
                   ELSE
                       DISPLAY FUNCTION TRIM(WS-CAL-MENSAGEM)
                           " - somente consulta."
                   END-IF
           END-READ.

      * A bimestre past its grade-closing date (academic calendar,
      * ManutCalendario) is shown but not changed unless the
      * administrator reopened it.
       Verifica-Calendario.
           MOVE ALU-BIMESTRE TO WS-CAL-BIMESTRE.
           MOVE SPACES TO WS-CAL-DATA.
           CALL "CALENDARIO" USING WS-CAL-BIMESTRE WS-CAL-DATA
               WS-CAL-RESULTADO WS-CAL-MENSAGEM.

       Mostra-Aluno.
           DISPLAY "Matricula: " ALU-MATRICULA.
           DISPLAY "Turma    : " ALU-TURMA
      * Busca-Registro.
       Grava-Jornal.
           CALL "JORNAL" USING WS-AUD-PROGRAMA WS-JRN-OPERACAO
               WS-JRN-ANTES WS-JRN-DEPOIS
               WS-ACS-OPERADOR WS-JRN-REFERENCIA.

       Exclui-Aluno.
           DISPLAY "Confirma a exclusao de "
