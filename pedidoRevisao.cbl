      ******************************************************************
      * Author: Cristian Silva
      * Date: 15/10/2026
      * Purpose: Grade revision requests (pedidos de revisao) kept
      *          in REVISAO.DAT (layout in copybooks/REVREG.cpy),
      *          replacing the note on someone's desk and the quiet
      *          edit in ManutAluno.
      *          (R)egistrar (nivel 2, secretaria): matricula/
      *          disciplina/bimestre of an ALUNOS.DAT record, what is
      *          contested (the nota/media or a REPROV FALTA), the
      *          reason and the date the request came in; the
      *          protocol AAAA/NNNN is the next number of the year
      *          and the contested media/situacao are kept with it.
      *          (D)ecidir (nivel 3, coordenacao): deferido or
      *          indeferido with a written parecer. A deferido
      *          request is applied on the spot - an assessment nota
      *          in AVALIACOES.DAT (media recomputed from the whole
      *          detail, as LancaAvaliacao does), a Nota 1..4 slot
      *          for records kept the old way (media recomputed as
      *          ManutAluno does) or, for a REPROV FALTA, the
      *          situacao the media gives - with the protocol on the
      *          AUDITLOG and JORNAL.DAT entries. The correction is an
      *          authorized one and is not held by the grade-closing
      *          date of the academic calendar.
      *          (C)onsultar a protocol, and (I)mprimir the response
      *          letter to the guardian in REVISAO.REL, in the same
      *          style as CartaResponsavel's CARTAS.REL. Requests
      *          still waiting are listed by RevisaoPendente.
      * Tectonics: calls the shared ACESSO, AUDITLOG, JORNAL, TRAVA
      *            and MODOLOTE subprograms, so all of them must be
      *            compiled together with this one - see build.sh.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PedidoRevisao.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REVISAO-FILE ASSIGN TO "REVISAO.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS REV-PROTOCOLO
               FILE STATUS IS WS-REVISAO-STATUS.
           SELECT ALUNOS-MASTER ASSIGN TO "ALUNOS.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS ALU-CHAVE
               FILE STATUS IS WS-ALUNOS-STATUS.
           SELECT AVALIACOES-DET ASSIGN TO "AVALIACOES.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS AVA-CHAVE
               FILE STATUS IS WS-AVAL-STATUS.
           SELECT CADASTRO-MASTER ASSIGN TO "CADASTRO.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS CAD-MATRICULA
               FILE STATUS IS WS-CADASTRO-STATUS.
           SELECT RELATORIO ASSIGN TO "REVISAO.REL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REVISAO-FILE.
       COPY "REVREG.cpy".

       FD  ALUNOS-MASTER.
       COPY "ALUNOREG.cpy".

       FD  AVALIACOES-DET.
       COPY "AVALREG.cpy".

       FD  CADASTRO-MASTER.
       COPY "CADREG.cpy".

       FD  RELATORIO.
       01 LINHA-RELATORIO PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-REVISAO-STATUS   PIC X(2).
       01 WS-ALUNOS-STATUS    PIC X(2).
       01 WS-AVAL-STATUS      PIC X(2).
       01 WS-CADASTRO-STATUS  PIC X(2).
       01 WS-RELATORIO-STATUS PIC X(2).
       01 WS-TEM-AVALIACOES   PIC X(1) VALUE "N".
       01 WS-CONTINUAR        PIC X(1) VALUE "S".
       01 WS-OPCAO            PIC X(1).
       01 WS-DECISAO          PIC X(1).
       01 WS-CONFIRMA         PIC X(1).
       01 WS-FIM-LISTA        PIC X(1).
       01 WS-MATRICULA        PIC 9(5).
       01 WS-DISCIPLINA       PIC X(12).
       01 WS-BIMESTRE         PIC 9(1).
       01 WS-SEQUENCIA        PIC 9(2).
       01 WS-SLOT             PIC 9(1).
       01 WS-TIPO             PIC X(1).
       01 WS-MOTIVO           PIC X(100).
       01 WS-PARECER          PIC X(100).
       01 WS-ALUNO-OK         PIC X(1).
       01 WS-PEDIDO-OK        PIC X(1).
       01 WS-CORRECAO-OK      PIC X(1).
       01 WS-DETALHE-OK       PIC X(1).
       01 WS-AVAL-PENDENTE    PIC X(1).
       01 WS-ULTIMA-SEQ       PIC 9(4).
       01 WS-PENDENTES        PIC 9(3).
       01 WS-PROTOCOLO-TEXTO  PIC X(9).
       01 WS-PROTOCOLO-ED.
           02 WS-PROT-ED-ANO  PIC 9(4).
           02 FILLER          PIC X(1) VALUE "/".
           02 WS-PROT-ED-SEQ  PIC 9(4).
       01 WS-DATA             PIC X(10).
       01 WS-DATA-OK          PIC X(1).
       01 WS-DATA-NUM-X.
           02 WS-DATA-NUM-ANO PIC 9(4).
           02 WS-DATA-NUM-MES PIC 9(2).
           02 WS-DATA-NUM-DIA PIC 9(2).
       01 WS-DATA-NUM REDEFINES WS-DATA-NUM-X PIC 9(8).
       01 WS-DIAS-DATA        PIC 9(7).
       01 WS-DATA-HOJE.
           02 WS-HOJE-ANO     PIC 9(4).
           02 FILLER          PIC X(1) VALUE "-".
           02 WS-HOJE-MES     PIC 9(2).
           02 FILLER          PIC X(1) VALUE "-".
           02 WS-HOJE-DIA     PIC 9(2).
       01 WS-DATA-CARTA.
           02 WS-CARTA-DIA    PIC X(2).
           02 FILLER          PIC X(1) VALUE "/".
           02 WS-CARTA-MES    PIC X(2).
           02 FILLER          PIC X(1) VALUE "/".
           02 WS-CARTA-ANO    PIC X(4).
       01 WS-NOTA-MAXIMA      PIC 9(2)V99 VALUE 10.
       01 WS-NOTA-TEXTO       PIC X(6).
       01 WS-NOTA-ACEITA      PIC 9(2)V99.
       01 WS-NOTA-ANTES       PIC 9(2)V99.
       01 WS-NOTA-ED          PIC Z9.99.
       01 WS-NOTA-ANTES-ED    PIC Z9.99.
       01 WS-MEDIA-ED         PIC Z9.99.
       01 WS-SOMA-PONDERADA   PIC 9(7)V99.
       01 WS-SOMA-PESOS       PIC 9(5).
       01 WS-QTD-AVALIACOES   PIC 9(2).
       01 WS-MEDIA-NOVA       PIC 9(2)V99.
       01 WS-SITUACAO-NOVA    PIC X(12).
       01 WS-SIT-ENTRADA      PIC X(12).
       01 WS-SIT-TEXTO        PIC X(50).
       01 WS-TEM-CADASTRO     PIC X(1).
       01 WS-LINHA-SAIDA      PIC X(80).
       01 WS-ACS-NIVEL       PIC 9(1).
       01 WS-ACS-OPERADOR    PIC X(8).
       01 WS-ACS-RESULTADO   PIC X(1).
       01 WS-TRAVA-ACAO      PIC X(1).
       01 WS-TRAVA-OPERADOR  PIC X(20) VALUE SPACES.
       01 WS-TRAVA-RESULTADO PIC X(1).
       01 WS-AUD-PROGRAMA  PIC X(20) VALUE "PedidoRevisao".
       01 WS-AUD-SESSAO    PIC X(14).
       01 WS-AUD-ENTRADA   PIC X(90).
       01 WS-AUD-RESULTADO PIC X(90).
       01 WS-JRN-OPERACAO  PIC X(1).
       01 WS-JRN-ANTES     PIC X(130).
       01 WS-JRN-DEPOIS    PIC X(130).
       01 WS-JRN-REFERENCIA PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.

      * Registering and consulting is secretaria work (nivel 2); the
      * decision asks ACESSO again for nivel 3.
       Inicio.
           DISPLAY "Pedidos de revisao de notas".
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-AUD-SESSAO.
           MOVE WS-AUD-SESSAO (1:4) TO WS-HOJE-ANO.
           MOVE WS-AUD-SESSAO (5:2) TO WS-HOJE-MES.
           MOVE WS-AUD-SESSAO (7:2) TO WS-HOJE-DIA.
           MOVE 2 TO WS-ACS-NIVEL.
           CALL "ACESSO" USING WS-AUD-PROGRAMA WS-ACS-NIVEL
               WS-ACS-OPERADOR WS-ACS-RESULTADO.
           IF WS-ACS-RESULTADO NOT = "S"
               STOP RUN
           END-IF.
           MOVE WS-ACS-OPERADOR TO WS-TRAVA-OPERADOR.
           PERFORM Abre-Arquivos.
           PERFORM UNTIL WS-CONTINUAR = "N" OR WS-CONTINUAR = "n"
               PERFORM Menu-Revisao
               DISPLAY "Outra operacao (S/N): "
               ACCEPT WS-CONTINUAR
           END-PERFORM.
           CLOSE REVISAO-FILE.
           CLOSE ALUNOS-MASTER.
           CLOSE CADASTRO-MASTER.
           IF WS-TEM-AVALIACOES = "S"
               CLOSE AVALIACOES-DET
           END-IF.
           STOP RUN.

      * ALUNOS.DAT and AVALIACOES.DAT stay open for reading; they are
      * reopened for update, under the master lock, only while a
      * deferido request is applied.
       Abre-Arquivos.
           OPEN I-O REVISAO-FILE.
           IF WS-REVISAO-STATUS = "35"
               OPEN OUTPUT REVISAO-FILE
               CLOSE REVISAO-FILE
               OPEN I-O REVISAO-FILE
           END-IF.
           IF WS-REVISAO-STATUS NOT = "00"
               DISPLAY "Nao foi possivel abrir REVISAO.DAT (status "
                   WS-REVISAO-STATUS ")"
               STOP RUN
           END-IF.
           OPEN INPUT ALUNOS-MASTER.
           IF WS-ALUNOS-STATUS NOT = "00"
               DISPLAY "Nao foi possivel abrir ALUNOS.DAT (status "
                   WS-ALUNOS-STATUS ")"
               CLOSE REVISAO-FILE
               STOP RUN
           END-IF.
           OPEN INPUT CADASTRO-MASTER.
           IF WS-CADASTRO-STATUS NOT = "00"
               DISPLAY "Nao foi possivel abrir CADASTRO.DAT (status "
                   WS-CADASTRO-STATUS ") - os dados do responsavel "
                   "vem do cadastro"
               CLOSE REVISAO-FILE
               CLOSE ALUNOS-MASTER
               STOP RUN
           END-IF.
           OPEN INPUT AVALIACOES-DET.
           IF WS-AVAL-STATUS = "00"
               MOVE "S" TO WS-TEM-AVALIACOES
           END-IF.

       Menu-Revisao.
           DISPLAY "(R)egistrar pedido, (D)ecidir, (C)onsultar, "
               "(I)mprimir carta: ".
           ACCEPT WS-OPCAO.
           EVALUATE WS-OPCAO
               WHEN "R"
               WHEN "r"
                   PERFORM Registra-Pedido
               WHEN "D"
               WHEN "d"
                   MOVE 3 TO WS-ACS-NIVEL
                   CALL "ACESSO" USING WS-AUD-PROGRAMA WS-ACS-NIVEL
                       WS-ACS-OPERADOR WS-ACS-RESULTADO
                   IF WS-ACS-RESULTADO = "S"
                       PERFORM Decide-Pedido
                   END-IF
               WHEN "C"
               WHEN "c"
                   PERFORM Pede-Protocolo
                   IF WS-PEDIDO-OK = "S"
                       PERFORM Mostra-Pedido
                   END-IF
               WHEN "I"
               WHEN "i"
                   PERFORM Pede-Protocolo
                   IF WS-PEDIDO-OK = "S"
                       IF REV-STATUS = "P"
                           DISPLAY "Pedido ainda pendente - a carta "
                               "sai depois da decisao."
                       ELSE
                           PERFORM Imprime-Carta
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      ******************************************************************
      * Registration.
      ******************************************************************
       Registra-Pedido.
           PERFORM Pede-Aluno.
           IF WS-ALUNO-OK = "S"
               PERFORM Pede-Tipo
               DISPLAY "Motivo do pedido: "
               ACCEPT WS-MOTIVO
               PERFORM UNTIL WS-MOTIVO NOT = SPACES
                   DISPLAY "Motivo e obrigatorio: "
                   ACCEPT WS-MOTIVO
               END-PERFORM
               PERFORM Pede-Data-Pedido
               PERFORM Conta-Pendentes
               IF WS-PENDENTES > 0
                   DISPLAY "Aviso: ja ha " WS-PENDENTES
                       " pedido(s) pendente(s) para este aluno/"
                       "disciplina/bimestre."
               END-IF
               PERFORM Proximo-Protocolo
               PERFORM Grava-Pedido
           END-IF.

       Pede-Aluno.
           MOVE "N" TO WS-ALUNO-OK.
           DISPLAY "Matricula do aluno: ".
           ACCEPT WS-MATRICULA.
           DISPLAY "Disciplina: ".
           ACCEPT WS-DISCIPLINA.
           DISPLAY "Bimestre (1 a 4): ".
           ACCEPT WS-BIMESTRE.
           PERFORM UNTIL WS-BIMESTRE >= 1 AND WS-BIMESTRE <= 4
               DISPLAY "Bimestre invalido, digite 1 a 4: "
               ACCEPT WS-BIMESTRE
           END-PERFORM.
           MOVE WS-MATRICULA  TO ALU-MATRICULA.
           MOVE WS-DISCIPLINA TO ALU-DISCIPLINA.
           MOVE WS-BIMESTRE   TO ALU-BIMESTRE.
           READ ALUNOS-MASTER
               INVALID KEY
                   DISPLAY "Registro nao encontrado: matricula "
                       WS-MATRICULA " disciplina "
                       FUNCTION TRIM(WS-DISCIPLINA)
                       " bimestre " WS-BIMESTRE
               NOT INVALID KEY
                   MOVE "S" TO WS-ALUNO-OK
                   MOVE ALU-MEDIA TO WS-MEDIA-ED
                   DISPLAY "Aluno    : " FUNCTION TRIM(ALU-NOME)
                       " turma " ALU-TURMA
                   DISPLAY "Media    : " WS-MEDIA-ED
                       " situacao " ALU-SITUACAO
           END-READ.

      * A REPROV FALTA can be contested on the faltas or on the nota;
      * any other situacao only on the nota.
       Pede-Tipo.
           MOVE "N" TO WS-TIPO.
           IF ALU-SITUACAO = "REPROV FALTA"
               DISPLAY "Contesta a (N)ota ou a reprovacao por "
                   "(F)alta: "
               ACCEPT WS-TIPO
               PERFORM UNTIL WS-TIPO = "N" OR WS-TIPO = "n"
                   OR WS-TIPO = "F" OR WS-TIPO = "f"
                   DISPLAY "Digite N ou F: "
                   ACCEPT WS-TIPO
               END-PERFORM
               IF WS-TIPO = "n"
                   MOVE "N" TO WS-TIPO
               END-IF
               IF WS-TIPO = "f"
                   MOVE "F" TO WS-TIPO
               END-IF
           END-IF.

       Pede-Data-Pedido.
           DISPLAY "Data do pedido (AAAA-MM-DD, Enter = hoje): ".
           MOVE SPACES TO WS-DATA.
           ACCEPT WS-DATA.
           IF WS-DATA = SPACES
               MOVE WS-DATA-HOJE TO WS-DATA
           END-IF.
           PERFORM Valida-Data.
           PERFORM UNTIL WS-DATA-OK = "S"
               DISPLAY "Data invalida ou futura, digite AAAA-MM-DD: "
               ACCEPT WS-DATA
               PERFORM Valida-Data
           END-PERFORM.

       Valida-Data.
           MOVE "N" TO WS-DATA-OK.
           IF WS-DATA (1:4) IS NUMERIC
               AND WS-DATA (5:1) = "-"
               AND WS-DATA (6:2) IS NUMERIC
               AND WS-DATA (8:1) = "-"
               AND WS-DATA (9:2) IS NUMERIC
               AND WS-DATA NOT > WS-DATA-HOJE
               IF WS-DATA (6:2) >= "01"
                   AND WS-DATA (6:2) <= "12"
                   AND WS-DATA (9:2) >= "01"
                   AND WS-DATA (9:2) <= "31"
                   AND WS-DATA (1:4) >= "1601"
                   MOVE WS-DATA (1:4) TO WS-DATA-NUM-ANO
                   MOVE WS-DATA (6:2) TO WS-DATA-NUM-MES
                   MOVE WS-DATA (9:2) TO WS-DATA-NUM-DIA
                   COMPUTE WS-DIAS-DATA =
                       FUNCTION INTEGER-OF-DATE(WS-DATA-NUM)
                   IF WS-DIAS-DATA > 0
                       MOVE "S" TO WS-DATA-OK
                   END-IF
               END-IF
           END-IF.

       Conta-Pendentes.
           MOVE 0 TO WS-PENDENTES.
           MOVE "N" TO WS-FIM-LISTA.
           MOVE LOW-VALUES TO REV-PROTOCOLO.
           START REVISAO-FILE KEY >= REV-PROTOCOLO
               INVALID KEY
                   MOVE "S" TO WS-FIM-LISTA
           END-START.
           PERFORM UNTIL WS-FIM-LISTA = "S"
               READ REVISAO-FILE NEXT
                   AT END
                       MOVE "S" TO WS-FIM-LISTA
                   NOT AT END
                       IF REV-MATRICULA = WS-MATRICULA
                           AND REV-DISCIPLINA = WS-DISCIPLINA
                           AND REV-BIMESTRE = WS-BIMESTRE
                           AND REV-STATUS = "P"
                           ADD 1 TO WS-PENDENTES
                       END-IF
               END-READ
           END-PERFORM.

      * Protocols run AAAA/0001 upward within the year of the
      * registration.
       Proximo-Protocolo.
           MOVE 0 TO WS-ULTIMA-SEQ.
           MOVE "N" TO WS-FIM-LISTA.
           MOVE WS-HOJE-ANO TO REV-PROT-ANO.
           MOVE 0           TO REV-PROT-SEQ.
           START REVISAO-FILE KEY > REV-PROTOCOLO
               INVALID KEY
                   MOVE "S" TO WS-FIM-LISTA
           END-START.
           PERFORM UNTIL WS-FIM-LISTA = "S"
               READ REVISAO-FILE NEXT
                   AT END
                       MOVE "S" TO WS-FIM-LISTA
                   NOT AT END
                       IF REV-PROT-ANO NOT = WS-HOJE-ANO
                           MOVE "S" TO WS-FIM-LISTA
                       ELSE
                           MOVE REV-PROT-SEQ TO WS-ULTIMA-SEQ
                       END-IF
               END-READ
           END-PERFORM.

       Grava-Pedido.
           MOVE SPACES TO REVISAO-REG.
           MOVE WS-HOJE-ANO      TO REV-PROT-ANO.
           COMPUTE REV-PROT-SEQ = WS-ULTIMA-SEQ + 1.
           MOVE WS-MATRICULA     TO REV-MATRICULA.
           MOVE WS-DISCIPLINA    TO REV-DISCIPLINA.
           MOVE WS-BIMESTRE      TO REV-BIMESTRE.
           MOVE ALU-TURMA        TO REV-TURMA.
           MOVE WS-TIPO          TO REV-TIPO.
           MOVE WS-MOTIVO        TO REV-MOTIVO.
           MOVE WS-DATA          TO REV-DATA-PEDIDO.
           MOVE WS-ACS-OPERADOR  TO REV-OPER-PEDIDO.
           MOVE ALU-MEDIA        TO REV-MEDIA-ANTES.
           MOVE ALU-SITUACAO     TO REV-SIT-ANTES.
           MOVE "P"              TO REV-STATUS.
           MOVE ALU-MEDIA        TO REV-MEDIA-DEPOIS.
           MOVE ALU-SITUACAO     TO REV-SIT-DEPOIS.
           PERFORM Edita-Protocolo.
           WRITE REVISAO-REG
               INVALID KEY
                   DISPLAY "Erro ao gravar o pedido (status "
                       WS-REVISAO-STATUS ")"
               NOT INVALID KEY
                   DISPLAY "Pedido registrado - protocolo "
                       WS-PROTOCOLO-ED
                   MOVE SPACES TO WS-AUD-RESULTADO
                   STRING "acao=REGISTRO tipo=" REV-TIPO
                       " pedido=" REV-DATA-PEDIDO
                       " media=" REV-MEDIA-ANTES
                       " situacao=" REV-SIT-ANTES
                       DELIMITED BY SIZE INTO WS-AUD-RESULTADO
                   PERFORM Grava-Auditoria
           END-WRITE.

      ******************************************************************
      * Consultation.
      ******************************************************************
       Pede-Protocolo.
           MOVE "N" TO WS-PEDIDO-OK.
           DISPLAY "Protocolo (AAAA/NNNN): ".
           ACCEPT WS-PROTOCOLO-TEXTO.
           IF WS-PROTOCOLO-TEXTO (1:4) IS NUMERIC
               AND WS-PROTOCOLO-TEXTO (5:1) = "/"
               AND WS-PROTOCOLO-TEXTO (6:4) IS NUMERIC
               MOVE WS-PROTOCOLO-TEXTO (1:4) TO REV-PROT-ANO
               MOVE WS-PROTOCOLO-TEXTO (6:4) TO REV-PROT-SEQ
               READ REVISAO-FILE
                   INVALID KEY
                       DISPLAY "Protocolo nao encontrado: "
                           WS-PROTOCOLO-TEXTO
                   NOT INVALID KEY
                       MOVE "S" TO WS-PEDIDO-OK
                       PERFORM Edita-Protocolo
               END-READ
           ELSE
               DISPLAY "Protocolo invalido - digite AAAA/NNNN."
           END-IF.

       Edita-Protocolo.
           MOVE REV-PROT-ANO TO WS-PROT-ED-ANO.
           MOVE REV-PROT-SEQ TO WS-PROT-ED-SEQ.
           MOVE SPACES TO WS-JRN-REFERENCIA.
           STRING "REVISAO " WS-PROTOCOLO-ED
               DELIMITED BY SIZE INTO WS-JRN-REFERENCIA.

       Mostra-Pedido.
           DISPLAY "Protocolo  : " WS-PROTOCOLO-ED
               " recebido em " REV-DATA-PEDIDO
               " por " REV-OPER-PEDIDO.
           DISPLAY "Aluno      : " REV-MATRICULA
               " turma " REV-TURMA
               " disciplina " FUNCTION TRIM(REV-DISCIPLINA)
               " bimestre " REV-BIMESTRE.
           MOVE REV-MEDIA-ANTES TO WS-MEDIA-ED.
           IF REV-TIPO = "F"
               DISPLAY "Contesta  : reprovacao por falta - media "
                   WS-MEDIA-ED " " REV-SIT-ANTES
           ELSE
               DISPLAY "Contesta  : nota - media "
                   WS-MEDIA-ED " " REV-SIT-ANTES
           END-IF.
           DISPLAY "Motivo     : " FUNCTION TRIM(REV-MOTIVO).
           EVALUATE REV-STATUS
               WHEN "P"
                   DISPLAY "Situacao   : PENDENTE"
               WHEN "D"
                   DISPLAY "Situacao   : DEFERIDO em " REV-DATA-DECISAO
                       " por " REV-OPER-DECISAO
                   DISPLAY "Correcao   : " FUNCTION TRIM(REV-CORRECAO)
                   MOVE REV-MEDIA-DEPOIS TO WS-MEDIA-ED
                   DISPLAY "Resultado  : media " WS-MEDIA-ED " "
                       REV-SIT-DEPOIS
               WHEN OTHER
                   DISPLAY "Situacao   : INDEFERIDO em "
                       REV-DATA-DECISAO " por " REV-OPER-DECISAO
           END-EVALUATE.
           IF REV-STATUS NOT = "P"
               DISPLAY "Parecer    : " FUNCTION TRIM(REV-PARECER)
               IF REV-DATA-CARTA NOT = SPACES
                   DISPLAY "Carta      : impressa em " REV-DATA-CARTA
               END-IF
           END-IF.

      ******************************************************************
      * Decision (nivel 3).
      ******************************************************************
       Decide-Pedido.
           PERFORM Pede-Protocolo.
           IF WS-PEDIDO-OK = "S"
               PERFORM Mostra-Pedido
               IF REV-STATUS NOT = "P"
                   DISPLAY "Pedido ja decidido."
               ELSE
                   PERFORM Pede-Decisao
                   MOVE "N" TO WS-CORRECAO-OK
                   IF WS-DECISAO = "D"
                       PERFORM Aplica-Correcao
                   END-IF
                   IF WS-DECISAO = "I" OR WS-CORRECAO-OK = "S"
                       PERFORM Grava-Decisao
                   ELSE
                       DISPLAY "Correcao nao aplicada - o pedido "
                           "continua pendente."
                   END-IF
               END-IF
           END-IF.

       Pede-Decisao.
           DISPLAY "(D)eferir ou (I)ndeferir: ".
           ACCEPT WS-DECISAO.
           PERFORM UNTIL WS-DECISAO = "D" OR WS-DECISAO = "d"
               OR WS-DECISAO = "I" OR WS-DECISAO = "i"
               DISPLAY "Digite D ou I: "
               ACCEPT WS-DECISAO
           END-PERFORM.
           IF WS-DECISAO = "d"
               MOVE "D" TO WS-DECISAO
           END-IF.
           IF WS-DECISAO = "i"
               MOVE "I" TO WS-DECISAO
           END-IF.
           DISPLAY "Parecer da coordenacao: ".
           ACCEPT WS-PARECER.
           PERFORM UNTIL WS-PARECER NOT = SPACES
               DISPLAY "Parecer e obrigatorio: "
               ACCEPT WS-PARECER
           END-PERFORM.

       Grava-Decisao.
           MOVE WS-DECISAO      TO REV-STATUS.
           MOVE WS-DATA-HOJE    TO REV-DATA-DECISAO.
           MOVE WS-ACS-OPERADOR TO REV-OPER-DECISAO.
           MOVE WS-PARECER      TO REV-PARECER.
           IF WS-DECISAO = "I"
               MOVE SPACES          TO REV-CORRECAO
               MOVE REV-MEDIA-ANTES TO REV-MEDIA-DEPOIS
               MOVE REV-SIT-ANTES   TO REV-SIT-DEPOIS
           END-IF.
           REWRITE REVISAO-REG
               INVALID KEY
                   DISPLAY "Erro ao regravar o pedido (status "
                       WS-REVISAO-STATUS ")"
               NOT INVALID KEY
                   MOVE SPACES TO WS-AUD-RESULTADO
                   IF WS-DECISAO = "D"
                       DISPLAY "Pedido DEFERIDO."
                       STRING "acao=DEFERIDO media=" REV-MEDIA-DEPOIS
                           " situacao=" REV-SIT-DEPOIS
                           " " REV-CORRECAO
                           DELIMITED BY SIZE INTO WS-AUD-RESULTADO
                   ELSE
                       DISPLAY "Pedido INDEFERIDO."
                       STRING "acao=INDEFERIDO media=" REV-MEDIA-ANTES
                           " situacao=" REV-SIT-ANTES
                           DELIMITED BY SIZE INTO WS-AUD-RESULTADO
                   END-IF
                   PERFORM Grava-Auditoria
                   DISPLAY "Imprimir a carta ao responsavel agora "
                       "(S/N): "
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                       PERFORM Imprime-Carta
                   END-IF
           END-REWRITE.

      ******************************************************************
      * Applies a deferido request to the master under the in-use
      * lock. Only a correction actually written sets WS-CORRECAO-OK;
      * anything else leaves the request pending.
      ******************************************************************
       Aplica-Correcao.
           CLOSE ALUNOS-MASTER.
           MOVE "A" TO WS-TRAVA-ACAO.
           CALL "TRAVA" USING WS-TRAVA-ACAO WS-AUD-PROGRAMA
               WS-TRAVA-OPERADOR WS-TRAVA-RESULTADO.
           IF WS-TRAVA-RESULTADO NOT = "S"
               DISPLAY "Master em uso - tente a decisao mais tarde."
           ELSE
               OPEN I-O ALUNOS-MASTER
               IF WS-ALUNOS-STATUS NOT = "00"
                   DISPLAY "Nao foi possivel abrir ALUNOS.DAT para "
                       "atualizacao (status " WS-ALUNOS-STATUS ")"
               ELSE
                   PERFORM Abre-Detalhe-Atualizacao
                   IF WS-DETALHE-OK = "S"
                       PERFORM Corrige-Master
                   END-IF
                   CLOSE ALUNOS-MASTER
                   PERFORM Reabre-Detalhe-Consulta
               END-IF
               MOVE "L" TO WS-TRAVA-ACAO
               CALL "TRAVA" USING WS-TRAVA-ACAO WS-AUD-PROGRAMA
                   WS-TRAVA-OPERADOR WS-TRAVA-RESULTADO
           END-IF.
           OPEN INPUT ALUNOS-MASTER.

       Abre-Detalhe-Atualizacao.
           MOVE "S" TO WS-DETALHE-OK.
           IF WS-TEM-AVALIACOES = "S"
               CLOSE AVALIACOES-DET
               OPEN I-O AVALIACOES-DET
               IF WS-AVAL-STATUS NOT = "00"
                   MOVE "N" TO WS-DETALHE-OK
                   DISPLAY "Nao foi possivel abrir AVALIACOES.DAT para "
                       "atualizacao (status " WS-AVAL-STATUS ")"
               END-IF
           END-IF.

       Reabre-Detalhe-Consulta.
           IF WS-TEM-AVALIACOES = "S"
               IF WS-DETALHE-OK = "S"
                   CLOSE AVALIACOES-DET
               END-IF
               OPEN INPUT AVALIACOES-DET
               IF WS-AVAL-STATUS NOT = "00"
                   MOVE "N" TO WS-TEM-AVALIACOES
               END-IF
           END-IF.

       Corrige-Master.
           MOVE "N" TO WS-AVAL-PENDENTE.
           MOVE REV-MATRICULA  TO ALU-MATRICULA.
           MOVE REV-DISCIPLINA TO ALU-DISCIPLINA.
           MOVE REV-BIMESTRE   TO ALU-BIMESTRE.
           READ ALUNOS-MASTER
               INVALID KEY
                   DISPLAY "Registro do aluno nao esta mais no "
                       "master (status " WS-ALUNOS-STATUS ")"
               NOT INVALID KEY
                   MOVE SPACES TO WS-JRN-ANTES
                   MOVE ALUNO-REG TO WS-JRN-ANTES
                   MOVE ALU-MEDIA TO WS-MEDIA-ED
                   DISPLAY "Resultado atual: media " WS-MEDIA-ED
                       " situacao " ALU-SITUACAO
                   IF REV-TIPO = "F"
                       PERFORM Corrige-Falta
                   ELSE
                       PERFORM Conta-Detalhe
                       IF WS-QTD-AVALIACOES > 0
                           PERFORM Corrige-Avaliacao
                       ELSE
                           PERFORM Corrige-Nota
                       END-IF
                   END-IF
                   IF WS-CORRECAO-OK = "S"
                       PERFORM Regrava-Master
                   END-IF
                   IF WS-CORRECAO-OK = "S" AND WS-AVAL-PENDENTE = "S"
                       PERFORM Regrava-Avaliacao
                   END-IF
           END-READ.

      * A granted REPROV FALTA takes the situacao the media gives.
       Corrige-Falta.
           IF ALU-SITUACAO NOT = "REPROV FALTA"
               DISPLAY "A situacao ja nao e REPROV FALTA - nada a "
                   "corrigir; indefira ou revise pela nota."
           ELSE
               MOVE ALU-MEDIA TO WS-MEDIA-NOVA
               PERFORM Calcula-Situacao
               MOVE WS-SITUACAO-NOVA TO ALU-SITUACAO
               MOVE SPACES TO REV-CORRECAO
               STRING "REPROV FALTA -> " WS-SITUACAO-NOVA
                   DELIMITED BY SIZE INTO REV-CORRECAO
               MOVE "S" TO WS-CORRECAO-OK
           END-IF.

       Conta-Detalhe.
           MOVE 0 TO WS-QTD-AVALIACOES.
           IF WS-TEM-AVALIACOES = "S"
               PERFORM Lista-Detalhe
           END-IF.

      * The bimestre kept in AVALIACOES.DAT: one assessment nota is
      * corrected and the media recomputed from the whole detail. The
      * assessment itself is only rewritten once the master has taken
      * the new media (Regrava-Avaliacao), so a master that cannot be
      * rewritten leaves both as they were and the request pending.
       Corrige-Avaliacao.
           DISPLAY "Sequencia da avaliacao a corrigir: ".
           ACCEPT WS-SEQUENCIA.
           MOVE REV-MATRICULA  TO AVA-MATRICULA.
           MOVE REV-DISCIPLINA TO AVA-DISCIPLINA.
           MOVE REV-BIMESTRE   TO AVA-BIMESTRE.
           MOVE WS-SEQUENCIA   TO AVA-SEQUENCIA.
           READ AVALIACOES-DET
               INVALID KEY
                   DISPLAY "Avaliacao nao encontrada: seq "
                       WS-SEQUENCIA
               NOT INVALID KEY
                   MOVE AVA-NOTA TO WS-NOTA-ANTES
                   MOVE AVA-NOTA TO WS-NOTA-ANTES-ED
                   DISPLAY "Nota atual " WS-NOTA-ANTES-ED
                       " - nova nota (0 a 10, ex. 7.5): "
                   PERFORM Aceita-Nota
                   MOVE WS-NOTA-ACEITA TO AVA-NOTA
                   PERFORM Recalcula-Detalhe
                   MOVE WS-MEDIA-NOVA TO ALU-MEDIA
                   IF ALU-SITUACAO NOT = "REPROV FALTA"
                       MOVE WS-SITUACAO-NOVA TO ALU-SITUACAO
                   END-IF
                   MOVE WS-NOTA-ACEITA TO WS-NOTA-ED
                   MOVE SPACES TO REV-CORRECAO
                   STRING "AVALIACAO SEQ " WS-SEQUENCIA ": "
                       WS-NOTA-ANTES-ED " -> " WS-NOTA-ED
                       DELIMITED BY SIZE INTO REV-CORRECAO
                   MOVE "S" TO WS-AVAL-PENDENTE
                   MOVE "S" TO WS-CORRECAO-OK
           END-READ.

       Regrava-Avaliacao.
           REWRITE AVALIACAO-REG
               INVALID KEY
                   DISPLAY "Erro ao regravar a avaliacao (status "
                       WS-AVAL-STATUS ") - o master ja tem a media "
                       "revista; corrija a seq " WS-SEQUENCIA
                       " em LancaAvaliacao"
               NOT INVALID KEY
                   MOVE SPACES TO WS-AUD-RESULTADO
                   STRING "acao=AVALIACAO seq=" WS-SEQUENCIA
                       " nota=" WS-NOTA-ANTES
                       "->" AVA-NOTA
                       DELIMITED BY SIZE INTO WS-AUD-RESULTADO
                   PERFORM Grava-Auditoria
                   DISPLAY "Avaliacoes apos a correcao:"
                   PERFORM Lista-Detalhe
           END-REWRITE.

      * Lists the detail of the request's key and sums it - media =
      * soma(nota x peso) / soma(pesos), as in LancaAvaliacao.
       Lista-Detalhe.
           MOVE 0 TO WS-SOMA-PONDERADA WS-SOMA-PESOS
               WS-QTD-AVALIACOES.
           MOVE "N" TO WS-FIM-LISTA.
           MOVE REV-MATRICULA  TO AVA-MATRICULA.
           MOVE REV-DISCIPLINA TO AVA-DISCIPLINA.
           MOVE REV-BIMESTRE   TO AVA-BIMESTRE.
           MOVE 0              TO AVA-SEQUENCIA.
           START AVALIACOES-DET KEY >= AVA-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-LISTA
           END-START.
           PERFORM UNTIL WS-FIM-LISTA = "S"
               READ AVALIACOES-DET NEXT
                   AT END
                       MOVE "S" TO WS-FIM-LISTA
                   NOT AT END
                       IF AVA-MATRICULA NOT = REV-MATRICULA
                           OR AVA-DISCIPLINA NOT = REV-DISCIPLINA
                           OR AVA-BIMESTRE NOT = REV-BIMESTRE
                           MOVE "S" TO WS-FIM-LISTA
                       ELSE
                           ADD 1 TO WS-QTD-AVALIACOES
                           COMPUTE WS-SOMA-PONDERADA =
                               WS-SOMA-PONDERADA
                               + AVA-NOTA * AVA-PESO
                           ADD AVA-PESO TO WS-SOMA-PESOS
                           MOVE AVA-NOTA TO WS-NOTA-ED
                           DISPLAY "  seq " AVA-SEQUENCIA
                               " " AVA-DATA
                               " " AVA-TIPO
                               " nota " WS-NOTA-ED
                               " peso " AVA-PESO
                       END-IF
               END-READ
           END-PERFORM.

      * The sums Conta-Detalhe took still carry the assessment's old
      * nota; swapping in the new one gives the media the detail will
      * have once it is rewritten.
       Recalcula-Detalhe.
           COMPUTE WS-SOMA-PONDERADA = WS-SOMA-PONDERADA
               - WS-NOTA-ANTES * AVA-PESO + AVA-NOTA * AVA-PESO.
           IF WS-SOMA-PESOS > 0
               COMPUTE WS-MEDIA-NOVA ROUNDED =
                   WS-SOMA-PONDERADA / WS-SOMA-PESOS
           ELSE
               MOVE 0 TO WS-MEDIA-NOVA
           END-IF.
           PERFORM Calcula-Situacao.

      * A record kept the old way: one Nota 1..4 slot is corrected
      * and the media recomputed over the pesos, as in ManutAluno.
       Corrige-Nota.
           MOVE SPACES TO WS-LINHA-SAIDA.
           MOVE ALU-NOTA1 TO WS-NOTA-ED.
           MOVE WS-NOTA-ED TO WS-LINHA-SAIDA (1:5).
           MOVE ALU-NOTA2 TO WS-NOTA-ED.
           MOVE WS-NOTA-ED TO WS-LINHA-SAIDA (7:5).
           MOVE ALU-NOTA3 TO WS-NOTA-ED.
           MOVE WS-NOTA-ED TO WS-LINHA-SAIDA (13:5).
           MOVE ALU-NOTA4 TO WS-NOTA-ED.
           MOVE WS-NOTA-ED TO WS-LINHA-SAIDA (19:5).
           DISPLAY "Notas    : " WS-LINHA-SAIDA (1:23).
           DISPLAY "Nota a corrigir (1 a 4): ".
           ACCEPT WS-SLOT.
           PERFORM UNTIL WS-SLOT >= 1 AND WS-SLOT <= 4
               DISPLAY "Digite 1 a 4: "
               ACCEPT WS-SLOT
           END-PERFORM.
           EVALUATE WS-SLOT
               WHEN 1
                   MOVE ALU-NOTA1 TO WS-NOTA-ANTES
               WHEN 2
                   MOVE ALU-NOTA2 TO WS-NOTA-ANTES
               WHEN 3
                   MOVE ALU-NOTA3 TO WS-NOTA-ANTES
               WHEN OTHER
                   MOVE ALU-NOTA4 TO WS-NOTA-ANTES
           END-EVALUATE.
           MOVE WS-NOTA-ANTES TO WS-NOTA-ANTES-ED.
           DISPLAY "Nota atual " WS-NOTA-ANTES-ED
               " - nova nota (0 a 10, ex. 7.5): ".
           PERFORM Aceita-Nota.
           EVALUATE WS-SLOT
               WHEN 1
                   MOVE WS-NOTA-ACEITA TO ALU-NOTA1
               WHEN 2
                   MOVE WS-NOTA-ACEITA TO ALU-NOTA2
               WHEN 3
                   MOVE WS-NOTA-ACEITA TO ALU-NOTA3
               WHEN OTHER
                   MOVE WS-NOTA-ACEITA TO ALU-NOTA4
           END-EVALUATE.
           COMPUTE WS-MEDIA-NOVA ROUNDED =
               (ALU-NOTA1 * ALU-PESO1 + ALU-NOTA2 * ALU-PESO2 +
                ALU-NOTA3 * ALU-PESO3 + ALU-NOTA4 * ALU-PESO4) / 100.
           PERFORM Calcula-Situacao.
           MOVE WS-MEDIA-NOVA TO ALU-MEDIA.
           IF ALU-SITUACAO NOT = "REPROV FALTA"
               MOVE WS-SITUACAO-NOVA TO ALU-SITUACAO
           END-IF.
           MOVE WS-NOTA-ACEITA TO WS-NOTA-ED.
           MOVE SPACES TO REV-CORRECAO.
           STRING "NOTA" WS-SLOT ": " WS-NOTA-ANTES-ED " -> "
               WS-NOTA-ED
               DELIMITED BY SIZE INTO REV-CORRECAO.
           MOVE "S" TO WS-CORRECAO-OK.

      * Same 7/5 thresholds as NotaAlunos.
       Calcula-Situacao.
           EVALUATE TRUE
               WHEN WS-MEDIA-NOVA >= 7
                   MOVE "APROVADO" TO WS-SITUACAO-NOVA
               WHEN WS-MEDIA-NOVA >= 5
                   MOVE "RECUPERACAO" TO WS-SITUACAO-NOVA
               WHEN OTHER
                   MOVE "REPROVADO" TO WS-SITUACAO-NOVA
           END-EVALUATE.

       Aceita-Nota.
           ACCEPT WS-NOTA-TEXTO.
           COMPUTE WS-NOTA-ACEITA = FUNCTION NUMVAL(WS-NOTA-TEXTO).
           PERFORM UNTIL WS-NOTA-ACEITA NOT > WS-NOTA-MAXIMA
               DISPLAY "Nota invalida, 0 a 10 (ex. 7.5): "
               ACCEPT WS-NOTA-TEXTO
               COMPUTE WS-NOTA-ACEITA =
                   FUNCTION NUMVAL(WS-NOTA-TEXTO)
           END-PERFORM.

       Regrava-Master.
           REWRITE ALUNO-REG
               INVALID KEY
                   MOVE "N" TO WS-CORRECAO-OK
                   DISPLAY "Erro ao regravar o master (status "
                       WS-ALUNOS-STATUS ")"
               NOT INVALID KEY
                   MOVE ALU-MEDIA    TO REV-MEDIA-DEPOIS
                   MOVE ALU-SITUACAO TO REV-SIT-DEPOIS
                   MOVE ALU-MEDIA TO WS-MEDIA-ED
                   DISPLAY "Resultado revisto: media " WS-MEDIA-ED
                       " situacao " ALU-SITUACAO
                   MOVE "R" TO WS-JRN-OPERACAO
                   MOVE ALUNO-REG TO WS-JRN-DEPOIS
                   PERFORM Grava-Jornal
           END-REWRITE.

      * The protocol goes on the journal entry as its reference, so
      * the history of the record shows why it changed.
       Grava-Jornal.
           CALL "JORNAL" USING WS-AUD-PROGRAMA WS-JRN-OPERACAO
               WS-JRN-ANTES WS-JRN-DEPOIS
               WS-ACS-OPERADOR WS-JRN-REFERENCIA.

      ******************************************************************
      * Response letter - one letter per run of the option, in the
      * layout of CartaResponsavel's CARTAS.REL.
      ******************************************************************
       Imprime-Carta.
           PERFORM Busca-Responsavel.
           MOVE WS-HOJE-DIA TO WS-CARTA-DIA.
           MOVE WS-HOJE-MES TO WS-CARTA-MES.
           MOVE WS-HOJE-ANO TO WS-CARTA-ANO.
           OPEN OUTPUT RELATORIO.
           MOVE ALL "=" TO WS-LINHA-SAIDA.
           PERFORM Grava-Linha.
           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING "RESPOSTA AO PEDIDO DE REVISAO - PROTOCOLO "
               WS-PROTOCOLO-ED " - " WS-DATA-CARTA
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           PERFORM Grava-Linha.
           MOVE ALL "=" TO WS-LINHA-SAIDA.
           PERFORM Grava-Linha.
           MOVE SPACES TO WS-LINHA-SAIDA.
           IF WS-TEM-CADASTRO = "S"
               STRING "Ao Sr.(a) " FUNCTION TRIM(CAD-RESPONSAVEL)
                   DELIMITED BY SIZE INTO WS-LINHA-SAIDA
           ELSE
               MOVE "Ao responsavel (cadastro nao encontrado)"
                   TO WS-LINHA-SAIDA
           END-IF.
           PERFORM Grava-Linha.
           IF WS-TEM-CADASTRO = "S"
               MOVE SPACES TO WS-LINHA-SAIDA
               STRING FUNCTION TRIM(CAD-ENDERECO)
                   "  Tel: " CAD-TELEFONE
                   DELIMITED BY SIZE INTO WS-LINHA-SAIDA
               PERFORM Grava-Linha
           END-IF.
           MOVE SPACES TO WS-LINHA-SAIDA.
           PERFORM Grava-Linha.
           MOVE REV-DATA-PEDIDO (9:2) TO WS-CARTA-DIA.
           MOVE REV-DATA-PEDIDO (6:2) TO WS-CARTA-MES.
           MOVE REV-DATA-PEDIDO (1:4) TO WS-CARTA-ANO.
           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING "Em resposta ao pedido de revisao recebido em "
               WS-DATA-CARTA ","
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           PERFORM Grava-Linha.
           MOVE SPACES TO WS-LINHA-SAIDA.
           IF WS-TEM-CADASTRO = "S"
               STRING "referente ao(a) aluno(a) "
                   FUNCTION TRIM(CAD-NOME)
                   DELIMITED BY SIZE INTO WS-LINHA-SAIDA
           ELSE
               STRING "referente ao(a) aluno(a) de matricula "
                   REV-MATRICULA
                   DELIMITED BY SIZE INTO WS-LINHA-SAIDA
           END-IF.
           PERFORM Grava-Linha.
           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING "(matricula " REV-MATRICULA
               ", turma " REV-TURMA "), disciplina "
               FUNCTION TRIM(REV-DISCIPLINA)
               ", " REV-BIMESTRE "o bimestre,"
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           PERFORM Grava-Linha.
           MOVE REV-MEDIA-ANTES TO WS-MEDIA-ED.
           MOVE REV-SIT-ANTES TO WS-SIT-ENTRADA.
           PERFORM Traduz-Situacao.
           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING "resultado contestado: media " WS-MEDIA-ED
               " - " FUNCTION TRIM(WS-SIT-TEXTO) ","
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           PERFORM Grava-Linha.
           IF REV-STATUS = "D"
               MOVE SPACES TO WS-LINHA-SAIDA
               STRING "informamos que o pedido foi DEFERIDO pela "
                   "coordenacao."
                   DELIMITED BY SIZE INTO WS-LINHA-SAIDA
               PERFORM Grava-Linha
               MOVE SPACES TO WS-LINHA-SAIDA
               PERFORM Grava-Linha
               MOVE REV-MEDIA-DEPOIS TO WS-MEDIA-ED
               MOVE REV-SIT-DEPOIS TO WS-SIT-ENTRADA
               PERFORM Traduz-Situacao
               MOVE SPACES TO WS-LINHA-SAIDA
               STRING "Resultado revisto: media " WS-MEDIA-ED
                   " - " FUNCTION TRIM(WS-SIT-TEXTO)
                   DELIMITED BY SIZE INTO WS-LINHA-SAIDA
               PERFORM Grava-Linha
           ELSE
               MOVE SPACES TO WS-LINHA-SAIDA
               STRING "informamos que o pedido foi INDEFERIDO pela "
                   "coordenacao"
                   DELIMITED BY SIZE INTO WS-LINHA-SAIDA
               PERFORM Grava-Linha
               MOVE "e o resultado acima fica mantido."
                   TO WS-LINHA-SAIDA
               PERFORM Grava-Linha
           END-IF.
           MOVE SPACES TO WS-LINHA-SAIDA.
           PERFORM Grava-Linha.
           MOVE "Parecer da coordenacao:" TO WS-LINHA-SAIDA.
           PERFORM Grava-Linha.
           MOVE REV-PARECER (1:70) TO WS-LINHA-SAIDA.
           PERFORM Grava-Linha.
           IF REV-PARECER (71:30) NOT = SPACES
               MOVE REV-PARECER (71:30) TO WS-LINHA-SAIDA
               PERFORM Grava-Linha
           END-IF.
           MOVE SPACES TO WS-LINHA-SAIDA.
           PERFORM Grava-Linha.
           MOVE "Atenciosamente, a Coordenacao."
               TO WS-LINHA-SAIDA.
           PERFORM Grava-Linha.
           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING "Ciente do responsavel: ____________________"
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           PERFORM Grava-Linha.
           MOVE SPACES TO WS-LINHA-SAIDA.
           PERFORM Grava-Linha.
           CLOSE RELATORIO.
           MOVE WS-DATA-HOJE TO REV-DATA-CARTA.
           REWRITE REVISAO-REG
               INVALID KEY
                   DISPLAY "Erro ao regravar o pedido (status "
                       WS-REVISAO-STATUS ")"
               NOT INVALID KEY
                   DISPLAY "Carta gravada em REVISAO.REL."
           END-REWRITE.

       Busca-Responsavel.
           MOVE "N" TO WS-TEM-CADASTRO.
           MOVE REV-MATRICULA TO CAD-MATRICULA.
           READ CADASTRO-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-TEM-CADASTRO
           END-READ.

      * Same wording BoletimAluno and CartaResponsavel print, so the
      * letters never disagree.
       Traduz-Situacao.
           EVALUATE WS-SIT-ENTRADA
               WHEN "RECUPERACAO"
                   MOVE "EM RECUPERACAO - fara novo exame"
                       TO WS-SIT-TEXTO
               WHEN "REPROVADO"
                   MOVE "REPROVADO POR NOTA" TO WS-SIT-TEXTO
               WHEN "REPROV FALTA"
                   MOVE "REPROVADO POR FALTA (frequencia abaixo de 75%)"
                       TO WS-SIT-TEXTO
               WHEN OTHER
                   MOVE WS-SIT-ENTRADA TO WS-SIT-TEXTO
           END-EVALUATE.

       Grava-Linha.
           MOVE WS-LINHA-SAIDA TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       Grava-Auditoria.
           MOVE SPACES TO WS-AUD-ENTRADA.
           STRING "operador=" FUNCTION TRIM(WS-ACS-OPERADOR)
               " protocolo=" WS-PROTOCOLO-ED
               " matricula=" REV-MATRICULA
               " disc=" FUNCTION TRIM(REV-DISCIPLINA)
               " bim=" REV-BIMESTRE
               DELIMITED BY SIZE INTO WS-AUD-ENTRADA.
           CALL "AUDITLOG" USING WS-AUD-PROGRAMA WS-AUD-SESSAO
               WS-AUD-ENTRADA
               WS-AUD-RESULTADO.
       END PROGRAM PedidoRevisao.
