      *          APROVADO or REPROVADO and writes a before/after line
      *          to RECUPERA.REL. Run once per bimestre after the
      *          recovery exams - this replaces the paper list.
      *          Records of a bimestre past its grade-closing date
      *          (academic calendar) are listed but left as they
      *          are.
      * Tectonics: calls the shared AUDITLOG subprogram (shared/
      *            AUDITLOG.cbl), so that file must be compiled
      *            together with this one - see build.sh.
       01 WS-TOTAL-PROCESSA   PIC 9(5) VALUE 0.
       01 WS-TOTAL-APROVADOS  PIC 9(5) VALUE 0.
       01 WS-TOTAL-REPROVADOS PIC 9(5) VALUE 0.
       01 WS-TOTAL-ENCERRADOS PIC 9(5) VALUE 0.
       01 WS-LINHA-SAIDA      PIC X(130).
       01 WS-AUD-PROGRAMA  PIC X(20) VALUE "ProcessaRecuperacao".
       01 WS-AUD-SESSAO    PIC X(14).
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

                   NOT AT END
                       IF ALU-SITUACAO = "RECUPERACAO"
                           ADD 1 TO WS-TOTAL-SELECAO
                           PERFORM Verifica-Calendario
                           IF WS-CAL-RESULTADO = "S"
                               PERFORM Processa-Recuperacao
                           ELSE
                               PERFORM Grava-Linha-Encerrado
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * A bimestre past its grade-closing date (academic calendar,
      * ManutCalendario) is not touched unless the administrator
      * reopened it - the student is only listed.
       Verifica-Calendario.
           MOVE ALU-BIMESTRE TO WS-CAL-BIMESTRE.
           MOVE SPACES TO WS-CAL-DATA.
           CALL "CALENDARIO" USING WS-CAL-BIMESTRE WS-CAL-DATA
               WS-CAL-RESULTADO WS-CAL-MENSAGEM.

       Grava-Linha-Encerrado.
           ADD 1 TO WS-TOTAL-ENCERRADOS.
           MOVE ALU-MEDIA TO WS-MEDIA-ED.
           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING ALU-MATRICULA " " FUNCTION TRIM(ALU-NOME)
               " bim=" ALU-BIMESTRE
               " media-antes=" WS-MEDIA-ED
               " BIMESTRE ENCERRADO - mantido em RECUPERACAO"
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           PERFORM Grava-Linha.

       Processa-Recuperacao.
           MOVE ALU-MEDIA TO WS-MEDIA-ED.
           DISPLAY "Aluno " ALU-MATRICULA " "
           MOVE "R" TO WS-JRN-OPERACAO.
           MOVE ALUNO-REG TO WS-JRN-DEPOIS.
           CALL "JORNAL" USING WS-AUD-PROGRAMA WS-JRN-OPERACAO
               WS-JRN-ANTES WS-JRN-DEPOIS
               WS-ACS-OPERADOR WS-JRN-REFERENCIA.

       Grava-Linha-Resultado.
           MOVE WS-MEDIA-ANTES TO WS-ANTES-ED.
               " Processados: " WS-TOTAL-PROCESSA
               " Aprovados: " WS-TOTAL-APROVADOS
               " Reprovados: " WS-TOTAL-REPROVADOS
               " Bimestre encerrado: " WS-TOTAL-ENCERRADOS
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           PERFORM Grava-Linha.

