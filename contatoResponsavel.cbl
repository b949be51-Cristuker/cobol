      ******************************************************************
      * Author: Cristian Silva
      * Date: 15/10/2026
      * Purpose: Busca ativa contact log (CONTATOS.DAT, layout in
      *          copybooks/CONTATOREG.cpy). For a matricula flagged by
      *          BuscaAtiva the secretaria sees the student's turma,
      *          guardian and telefone from the cadastro and every
      *          attempt already logged, then records the new one:
      *          how the guardian was sought (telefone, mensagem,
      *          visita, reuniao, Conselho Tutelar), the outcome and a
      *          free note. Attempts are never altered - a correction
      *          is a new attempt - so the log stands as the school's
      *          record of what was done and when. Requires lancamento
      *          (nivel 2) through the shared ACESSO sign-on; every
      *          attempt is also written to the shared AUDITLOG.
      * Tectonics: calls the shared ACESSO and AUDITLOG subprograms
      *            (shared/ACESSO.cbl, shared/AUDITLOG.cbl), so both
      *            must be compiled together with this one - see
      *            build.sh.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ContatoResponsavel.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTATOS-FILE ASSIGN TO "CONTATOS.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CTT-CHAVE
               FILE STATUS IS WS-CONTATOS-STATUS.
           SELECT CADASTRO-MASTER ASSIGN TO "CADASTRO.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS CAD-MATRICULA
               FILE STATUS IS WS-CADASTRO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTATOS-FILE.
       COPY "CONTATOREG.cpy".

       FD  CADASTRO-MASTER.
       COPY "CADREG.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CONTATOS-STATUS PIC X(2).
       01 WS-CADASTRO-STATUS PIC X(2).
       01 WS-CONTINUAR       PIC X(1) VALUE "S".
       01 WS-OPCAO           PIC X(1).
       01 WS-FIM-LISTA       PIC X(1).
       01 WS-MATRICULA       PIC 9(5).
       01 WS-CAD-OK          PIC X(1).
       01 WS-MEIO            PIC X(1).
       01 WS-RESULTADO       PIC X(1).
       01 WS-OBSERVACAO      PIC X(60).
       01 WS-TEM-OBSERVACAO  PIC X(1).
       01 WS-QTD-CONTATOS    PIC 9(3).
       01 WS-DESC-MEIO       PIC X(20).
       01 WS-DESC-RESULTADO  PIC X(30).
       01 WS-ACS-NIVEL     PIC 9(1) VALUE 2.
       01 WS-ACS-OPERADOR  PIC X(8).
       01 WS-ACS-RESULTADO PIC X(1).
       01 WS-AUD-PROGRAMA  PIC X(20) VALUE "ContatoResponsavel".
       01 WS-AUD-SESSAO    PIC X(14).
       01 WS-AUD-ENTRADA   PIC X(90).
       01 WS-AUD-RESULTADO PIC X(90).

       PROCEDURE DIVISION.

       Inicio.
           DISPLAY "Busca ativa - registro de contato com o "
               "responsavel".
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-AUD-SESSAO.
           CALL "ACESSO" USING WS-AUD-PROGRAMA WS-ACS-NIVEL
               WS-ACS-OPERADOR WS-ACS-RESULTADO.
           IF WS-ACS-RESULTADO NOT = "S"
               STOP RUN
           END-IF.
           OPEN I-O CONTATOS-FILE.
           IF WS-CONTATOS-STATUS = "35"
               OPEN OUTPUT CONTATOS-FILE
               CLOSE CONTATOS-FILE
               OPEN I-O CONTATOS-FILE
           END-IF.
           IF WS-CONTATOS-STATUS NOT = "00"
               DISPLAY "Nao foi possivel abrir CONTATOS.DAT (status "
                   WS-CONTATOS-STATUS ")"
               STOP RUN
           END-IF.
           OPEN INPUT CADASTRO-MASTER.
           IF WS-CADASTRO-STATUS NOT = "00"
               DISPLAY "Nao foi possivel abrir CADASTRO.DAT (status "
                   WS-CADASTRO-STATUS ")"
               CLOSE CONTATOS-FILE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-CONTINUAR = "N" OR WS-CONTINUAR = "n"
               PERFORM Atende-Matricula
               DISPLAY "Outro aluno (S/N): "
               ACCEPT WS-CONTINUAR
           END-PERFORM.
           CLOSE CONTATOS-FILE.
           CLOSE CADASTRO-MASTER.
           STOP RUN.

       Atende-Matricula.
           DISPLAY "Matricula: ".
           ACCEPT WS-MATRICULA.
           MOVE "N" TO WS-CAD-OK.
           MOVE WS-MATRICULA TO CAD-MATRICULA.
           READ CADASTRO-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-CAD-OK
           END-READ.
           IF WS-CAD-OK = "N"
               DISPLAY "Matricula nao cadastrada: " WS-MATRICULA
           ELSE
               DISPLAY CAD-MATRICULA " " FUNCTION TRIM(CAD-NOME)
                   " turma " CAD-TURMA " ativo=" CAD-ATIVO
               DISPLAY "Responsavel: " FUNCTION TRIM(CAD-RESPONSAVEL)
                   " tel. " FUNCTION TRIM(CAD-TELEFONE)
               DISPLAY "Endereco: " FUNCTION TRIM(CAD-ENDERECO)
               PERFORM Lista-Contatos
               DISPLAY "(R)egistrar tentativa de contato ou "
                   "(V)oltar: "
               ACCEPT WS-OPCAO
               IF WS-OPCAO = "R" OR WS-OPCAO = "r"
                   PERFORM Registra-Contato
               END-IF
           END-IF.

      * The key starts with the matricula, so the student's attempts
      * come back together and in date/time order.
       Lista-Contatos.
           MOVE 0 TO WS-QTD-CONTATOS.
           MOVE "N" TO WS-FIM-LISTA.
           MOVE WS-MATRICULA TO CTT-MATRICULA.
           MOVE LOW-VALUES   TO CTT-DATA-HORA.
           START CONTATOS-FILE KEY >= CTT-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-LISTA
           END-START.
           PERFORM UNTIL WS-FIM-LISTA = "S"
               READ CONTATOS-FILE NEXT
                   AT END
                       MOVE "S" TO WS-FIM-LISTA
                   NOT AT END
                       IF CTT-MATRICULA NOT = WS-MATRICULA
                           MOVE "S" TO WS-FIM-LISTA
                       ELSE
                           ADD 1 TO WS-QTD-CONTATOS
                           PERFORM Mostra-Contato
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-QTD-CONTATOS = 0
               DISPLAY "Nenhum contato registrado."
           END-IF.

       Mostra-Contato.
           PERFORM Descreve-Contato.
           DISPLAY "  " CTT-DATA-HORA (1:4) "-" CTT-DATA-HORA (5:2)
               "-" CTT-DATA-HORA (7:2) " " CTT-DATA-HORA (9:2) ":"
               CTT-DATA-HORA (11:2) " " FUNCTION TRIM(WS-DESC-MEIO)
               " - " FUNCTION TRIM(WS-DESC-RESULTADO)
               " (" FUNCTION TRIM(CTT-OPERADOR) ") "
               FUNCTION TRIM(CTT-OBSERVACAO).

       Descreve-Contato.
           EVALUATE CTT-MEIO
               WHEN "T"
                   MOVE "telefone" TO WS-DESC-MEIO
               WHEN "M"
                   MOVE "mensagem" TO WS-DESC-MEIO
               WHEN "V"
                   MOVE "visita domiciliar" TO WS-DESC-MEIO
               WHEN "R"
                   MOVE "reuniao na escola" TO WS-DESC-MEIO
               WHEN "C"
                   MOVE "Conselho Tutelar" TO WS-DESC-MEIO
               WHEN OTHER
                   MOVE CTT-MEIO TO WS-DESC-MEIO
           END-EVALUATE.
           EVALUATE CTT-RESULTADO
               WHEN "F"
                   MOVE "contato feito" TO WS-DESC-RESULTADO
               WHEN "N"
                   MOVE "sem resposta" TO WS-DESC-RESULTADO
               WHEN "R"
                   MOVE "recado deixado" TO WS-DESC-RESULTADO
               WHEN "I"
                   MOVE "telefone/endereco invalido"
                       TO WS-DESC-RESULTADO
               WHEN "E"
                   MOVE "encaminhado ao Conselho Tutelar"
                       TO WS-DESC-RESULTADO
               WHEN "V"
                   MOVE "aluno voltou a frequentar"
                       TO WS-DESC-RESULTADO
               WHEN OTHER
                   MOVE CTT-RESULTADO TO WS-DESC-RESULTADO
           END-EVALUATE.

       Registra-Contato.
           DISPLAY "Meio: (T)elefone, (M)ensagem, (V)isita, "
               "(R)euniao na escola, (C)onselho Tutelar: ".
           ACCEPT WS-MEIO.
           INSPECT WS-MEIO CONVERTING "tmvrc" TO "TMVRC".
           PERFORM UNTIL WS-MEIO = "T" OR WS-MEIO = "M"
               OR WS-MEIO = "V" OR WS-MEIO = "R" OR WS-MEIO = "C"
               DISPLAY "Meio invalido, digite T, M, V, R ou C: "
               ACCEPT WS-MEIO
               INSPECT WS-MEIO CONVERTING "tmvrc" TO "TMVRC"
           END-PERFORM.
           DISPLAY "Resultado: (F)eito, (N)ao respondeu, (R)ecado, "
               "(I)nvalido, (E)ncaminhado, (V)oltou: ".
           ACCEPT WS-RESULTADO.
           INSPECT WS-RESULTADO CONVERTING "fnriev" TO "FNRIEV".
           PERFORM UNTIL WS-RESULTADO = "F" OR WS-RESULTADO = "N"
               OR WS-RESULTADO = "R" OR WS-RESULTADO = "I"
               OR WS-RESULTADO = "E" OR WS-RESULTADO = "V"
               DISPLAY "Resultado invalido, digite F, N, R, I, E "
                   "ou V: "
               ACCEPT WS-RESULTADO
               INSPECT WS-RESULTADO CONVERTING "fnriev" TO "FNRIEV"
           END-PERFORM.
           DISPLAY "Observacao (com quem falou, o que ficou "
               "combinado): ".
           ACCEPT WS-OBSERVACAO.
           MOVE WS-MATRICULA    TO CTT-MATRICULA.
           MOVE FUNCTION CURRENT-DATE (1:14) TO CTT-DATA-HORA.
           MOVE WS-ACS-OPERADOR TO CTT-OPERADOR.
           MOVE WS-MEIO         TO CTT-MEIO.
           MOVE WS-RESULTADO    TO CTT-RESULTADO.
           MOVE WS-OBSERVACAO   TO CTT-OBSERVACAO.
           WRITE CONTATO-REG
               INVALID KEY
                   DISPLAY "Erro ao gravar o contato (status "
                       WS-CONTATOS-STATUS ") - tente de novo."
               NOT INVALID KEY
                   DISPLAY "Contato registrado."
                   PERFORM Grava-Auditoria
           END-WRITE.

      * Only whether a note was written goes to the trail, never its
      * text: the note may hold an address or a telefone, which the
      * LGPD anonymization masks in CONTATOS.DAT but could not reach
      * in AUDITLOG.DAT.
       Grava-Auditoria.
           MOVE SPACES TO WS-AUD-ENTRADA.
           STRING "operador=" FUNCTION TRIM(WS-ACS-OPERADOR)
               " matricula=" CTT-MATRICULA
               " meio=" CTT-MEIO
               " resultado=" CTT-RESULTADO
               DELIMITED BY SIZE INTO WS-AUD-ENTRADA.
           IF CTT-OBSERVACAO = SPACES
               MOVE "N" TO WS-TEM-OBSERVACAO
           ELSE
               MOVE "S" TO WS-TEM-OBSERVACAO
           END-IF.
           MOVE SPACES TO WS-AUD-RESULTADO.
           STRING "data-hora=" CTT-DATA-HORA
               " obs=" WS-TEM-OBSERVACAO
               DELIMITED BY SIZE INTO WS-AUD-RESULTADO.
           CALL "AUDITLOG" USING WS-AUD-PROGRAMA WS-AUD-SESSAO
               WS-AUD-ENTRADA
               WS-AUD-RESULTADO.
       END PROGRAM ContatoResponsavel.
