      ******************************************************************
      * Author: Cristian Silva
      * Date: 15/10/2026
      * Purpose: Pending grade revision requests - every pedido de
      *          revisao in REVISAO.DAT (PedidoRevisao) still waiting
      *          for the coordinator's decision, in protocol order,
      *          with the student's name, what is contested and the
      *          age of the request in days since it came in. The
      *          regimento gives the school a deadline to answer:
      *          the prazo in days is asked (default 30) and each
      *          request is marked VENCIDO past it or with the days
      *          still left. Decided requests whose response letter
      *          was never printed are listed after them. Written to
      *          REVPENDENTE.REL and ends with the totals.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RevisaoPendente.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REVISAO-FILE ASSIGN TO "REVISAO.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS REV-PROTOCOLO
               FILE STATUS IS WS-REVISAO-STATUS.
           SELECT CADASTRO-MASTER ASSIGN TO "CADASTRO.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS CAD-MATRICULA
               FILE STATUS IS WS-CADASTRO-STATUS.
           SELECT RELATORIO ASSIGN TO "REVPENDENTE.REL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REVISAO-FILE.
       COPY "REVREG.cpy".

       FD  CADASTRO-MASTER.
       COPY "CADREG.cpy".

       FD  RELATORIO.
       01 LINHA-RELATORIO PIC X(130).

       WORKING-STORAGE SECTION.
       01 WS-REVISAO-STATUS   PIC X(2).
       01 WS-CADASTRO-STATUS  PIC X(2).
       01 WS-RELATORIO-STATUS PIC X(2).
       01 WS-TEM-CADASTRO     PIC X(1) VALUE "N".
       01 WS-FIM-ARQUIVO      PIC X(1).
       01 WS-PRAZO            PIC 9(3).
       01 WS-NOME             PIC X(30).
       01 WS-TIPO-TEXTO       PIC X(12).
       01 WS-PRAZO-TEXTO      PIC X(20).
       01 WS-PROTOCOLO-ED.
           02 WS-PROT-ED-ANO  PIC 9(4).
           02 FILLER          PIC X(1) VALUE "/".
           02 WS-PROT-ED-SEQ  PIC 9(4).
       01 WS-DATA-NUM-X.
           02 WS-DATA-NUM-ANO PIC 9(4).
           02 WS-DATA-NUM-MES PIC 9(2).
           02 WS-DATA-NUM-DIA PIC 9(2).
       01 WS-DATA-NUM REDEFINES WS-DATA-NUM-X PIC 9(8).
       01 WS-DIAS-HOJE        PIC 9(7).
       01 WS-DIAS-PEDIDO      PIC 9(7).
       01 WS-IDADE            PIC 9(5).
       01 WS-RESTAM           PIC 9(5).
       01 WS-IDADE-ED         PIC ZZZZ9.
       01 WS-RESTAM-ED        PIC ZZZZ9.
       01 WS-TIMESTAMP        PIC X(21).
       01 WS-TOTAL-PENDENTES  PIC 9(5) VALUE 0.
       01 WS-TOTAL-VENCIDOS   PIC 9(5) VALUE 0.
       01 WS-TOTAL-SEM-CARTA  PIC 9(5) VALUE 0.
       01 WS-TOTAL-DECIDIDOS  PIC 9(5) VALUE 0.
       01 WS-MAIOR-IDADE      PIC 9(5) VALUE 0.
       01 WS-LINHA-SAIDA      PIC X(130).

       PROCEDURE DIVISION.

       Inicio.
           DISPLAY "Pedidos de revisao pendentes".
           DISPLAY "Prazo de resposta do regimento em dias "
               "(Enter = 30): ".
           MOVE 0 TO WS-PRAZO.
           ACCEPT WS-PRAZO.
           IF WS-PRAZO = 0
               MOVE 30 TO WS-PRAZO
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE WS-TIMESTAMP (1:8) TO WS-DATA-NUM-X.
           COMPUTE WS-DIAS-HOJE = FUNCTION INTEGER-OF-DATE(WS-DATA-NUM).
           OPEN INPUT REVISAO-FILE.
           IF WS-REVISAO-STATUS NOT = "00"
               DISPLAY "Nao foi possivel abrir REVISAO.DAT (status "
                   WS-REVISAO-STATUS ") - nenhum pedido registrado "
                   "em PedidoRevisao"
               STOP RUN
           END-IF.
           OPEN INPUT CADASTRO-MASTER.
           IF WS-CADASTRO-STATUS = "00"
               MOVE "S" TO WS-TEM-CADASTRO
           END-IF.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING "PEDIDOS DE REVISAO PENDENTES - posicao em "
               WS-TIMESTAMP (7:2) "/" WS-TIMESTAMP (5:2) "/"
               WS-TIMESTAMP (1:4) " - prazo de " WS-PRAZO " dias"
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           PERFORM Grava-Linha.
           MOVE SPACES TO WS-LINHA-SAIDA.
           PERFORM Grava-Linha.
           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING "Protocolo Recebido   Idade Matr. Aluno"
               "                          Turma  Disciplina   B "
               "Contesta     Prazo"
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           PERFORM Grava-Linha.
           PERFORM Lista-Pendentes.
           PERFORM Lista-Sem-Carta.
           PERFORM Imprime-Resumo.
           CLOSE REVISAO-FILE.
           IF WS-TEM-CADASTRO = "S"
               CLOSE CADASTRO-MASTER
           END-IF.
           CLOSE RELATORIO.
           DISPLAY "Pendentes: " WS-TOTAL-PENDENTES
               " (vencidos: " WS-TOTAL-VENCIDOS
               ") - relatorio em REVPENDENTE.REL.".
           STOP RUN.

       Lista-Pendentes.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ REVISAO-FILE
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF REV-STATUS = "P"
                           PERFORM Imprime-Pendente
                       ELSE
                           ADD 1 TO WS-TOTAL-DECIDIDOS
                           IF REV-DATA-CARTA = SPACES
                               ADD 1 TO WS-TOTAL-SEM-CARTA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * Age counts calendar days from the date the request came in,
      * as the regimento's prazo does.
       Imprime-Pendente.
           ADD 1 TO WS-TOTAL-PENDENTES.
           PERFORM Calcula-Idade.
           PERFORM Busca-Nome.
           IF REV-TIPO = "F"
               MOVE "REPROV FALTA" TO WS-TIPO-TEXTO
           ELSE
               MOVE "NOTA" TO WS-TIPO-TEXTO
           END-IF.
           MOVE SPACES TO WS-PRAZO-TEXTO.
           IF WS-IDADE > WS-PRAZO
               ADD 1 TO WS-TOTAL-VENCIDOS
               MOVE "VENCIDO" TO WS-PRAZO-TEXTO
           ELSE
               COMPUTE WS-RESTAM = WS-PRAZO - WS-IDADE
               MOVE WS-RESTAM TO WS-RESTAM-ED
               STRING "restam " WS-RESTAM-ED " dia(s)"
                   DELIMITED BY SIZE INTO WS-PRAZO-TEXTO
           END-IF.
           PERFORM Edita-Protocolo.
           MOVE WS-IDADE TO WS-IDADE-ED.
           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING WS-PROTOCOLO-ED " " REV-DATA-PEDIDO " " WS-IDADE-ED
               " " REV-MATRICULA " " WS-NOME " " REV-TURMA " "
               REV-DISCIPLINA " " REV-BIMESTRE " " WS-TIPO-TEXTO " "
               WS-PRAZO-TEXTO
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           PERFORM Grava-Linha.
           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING "          Motivo: " FUNCTION TRIM(REV-MOTIVO)
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           PERFORM Grava-Linha.

       Calcula-Idade.
           MOVE 0 TO WS-IDADE.
           IF REV-DATA-PEDIDO (1:4) IS NUMERIC
               AND REV-DATA-PEDIDO (6:2) IS NUMERIC
               AND REV-DATA-PEDIDO (9:2) IS NUMERIC
               MOVE REV-DATA-PEDIDO (1:4) TO WS-DATA-NUM-ANO
               MOVE REV-DATA-PEDIDO (6:2) TO WS-DATA-NUM-MES
               MOVE REV-DATA-PEDIDO (9:2) TO WS-DATA-NUM-DIA
               COMPUTE WS-DIAS-PEDIDO =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-NUM)
               IF WS-DIAS-PEDIDO > 0
                   AND WS-DIAS-PEDIDO < WS-DIAS-HOJE
                   COMPUTE WS-IDADE = WS-DIAS-HOJE - WS-DIAS-PEDIDO
               END-IF
           END-IF.
           IF WS-IDADE > WS-MAIOR-IDADE
               MOVE WS-IDADE TO WS-MAIOR-IDADE
           END-IF.

       Busca-Nome.
           MOVE "(sem cadastro)" TO WS-NOME.
           IF WS-TEM-CADASTRO = "S"
               MOVE REV-MATRICULA TO CAD-MATRICULA
               READ CADASTRO-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CAD-NOME TO WS-NOME
               END-READ
           END-IF.

       Edita-Protocolo.
           MOVE REV-PROT-ANO TO WS-PROT-ED-ANO.
           MOVE REV-PROT-SEQ TO WS-PROT-ED-SEQ.

      * A decision the guardian was never told about is as good as
      * no answer - second pass over the file for those.
       Lista-Sem-Carta.
           IF WS-TOTAL-SEM-CARTA > 0
               MOVE SPACES TO WS-LINHA-SAIDA
               PERFORM Grava-Linha
               MOVE "=== Decididos sem carta ao responsavel ==="
                   TO WS-LINHA-SAIDA
               PERFORM Grava-Linha
               CLOSE REVISAO-FILE
               OPEN INPUT REVISAO-FILE
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ REVISAO-FILE
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF REV-STATUS NOT = "P"
                               AND REV-DATA-CARTA = SPACES
                               PERFORM Imprime-Sem-Carta
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       Imprime-Sem-Carta.
           PERFORM Edita-Protocolo.
           PERFORM Busca-Nome.
           MOVE SPACES TO WS-LINHA-SAIDA.
           IF REV-STATUS = "D"
               STRING WS-PROTOCOLO-ED " " REV-MATRICULA " " WS-NOME
                   " DEFERIDO em " REV-DATA-DECISAO
                   " - imprimir a carta em PedidoRevisao"
                   DELIMITED BY SIZE INTO WS-LINHA-SAIDA
           ELSE
               STRING WS-PROTOCOLO-ED " " REV-MATRICULA " " WS-NOME
                   " INDEFERIDO em " REV-DATA-DECISAO
                   " - imprimir a carta em PedidoRevisao"
                   DELIMITED BY SIZE INTO WS-LINHA-SAIDA
           END-IF.
           PERFORM Grava-Linha.

       Imprime-Resumo.
           MOVE SPACES TO WS-LINHA-SAIDA.
           PERFORM Grava-Linha.
           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING "Pendentes: " WS-TOTAL-PENDENTES
               "  Vencidos: " WS-TOTAL-VENCIDOS
               "  Mais antigo: " WS-MAIOR-IDADE " dia(s)"
               "  Decididos: " WS-TOTAL-DECIDIDOS
               "  Sem carta: " WS-TOTAL-SEM-CARTA
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           PERFORM Grava-Linha.

       Grava-Linha.
           DISPLAY WS-LINHA-SAIDA.
           MOVE WS-LINHA-SAIDA TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
       END PROGRAM RevisaoPendente.
