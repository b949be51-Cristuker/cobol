      ******************************************************************
      * Author: Cristian Silva
      * Date: 15/10/2026
      * Purpose: Assessment statistics off AVALIACOES.DAT, for the
      *          pedagogical meeting's question of whether a prova
      *          itself was the problem. For every turma/disciplina/
      *          bimestre and AVA-SEQUENCIA (the turma is the one on
      *          the student's ALUNOS.DAT record for that bimestre)
      *          it prints in ESTATISTICA.REL the number of notas,
      *          mean, standard deviation, lowest and highest nota,
      *          the share of notas below 5 and a histogram in
      *          1-point bands (the last band takes the 10s). An
      *          assessment is flagged when its mean is off, by at
      *          least the number of points asked (default 2):
      *            the turma's other assessments of the same
      *            disciplina and bimestre, taken together; or
      *            the same sequencia in the parallel turmas of the
      *            disciplina, taken together.
      *          Closes with the number of assessments analysed and
      *          flagged.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EstatisticaAvaliacao.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AVALIACOES-FILE ASSIGN TO "AVALIACOES.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS AVA-CHAVE
               FILE STATUS IS WS-AVAL-STATUS.
           SELECT ALUNOS-MASTER ASSIGN TO "ALUNOS.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS ALU-CHAVE
               FILE STATUS IS WS-ALUNOS-STATUS.
           SELECT RELATORIO ASSIGN TO "ESTATISTICA.REL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.
           SELECT ARQ-SORT ASSIGN TO "SORTWK6".

       DATA DIVISION.
       FILE SECTION.
       FD  AVALIACOES-FILE.
       COPY "AVALREG.cpy".

       FD  ALUNOS-MASTER.
       COPY "ALUNOREG.cpy".

       FD  RELATORIO.
       01 LINHA-RELATORIO PIC X(130).

      * Disciplina and bimestre lead the key so every turma of a
      * disciplina is in memory together for the comparison.
       SD  ARQ-SORT.
       01 SORT-REG.
           02 SEA-DISCIPLINA     PIC X(12).
           02 SEA-BIMESTRE       PIC 9(1).
           02 SEA-TURMA          PIC X(6).
           02 SEA-SEQUENCIA      PIC 9(2).
           02 SEA-NOTA           PIC 9(2)V99.
           02 SEA-TIPO           PIC X(12).
           02 SEA-DATA           PIC X(10).

       WORKING-STORAGE SECTION.
       01 WS-AVAL-STATUS      PIC X(2).
       01 WS-ALUNOS-STATUS    PIC X(2).
       01 WS-RELATORIO-STATUS PIC X(2).
       01 WS-FIM-ARQUIVO      PIC X(1) VALUE "N".
       01 WS-FIM-SORT         PIC X(1) VALUE "N".
       01 WS-PRIMEIRO         PIC X(1) VALUE "S".
       01 WS-BIMESTRE         PIC 9(1) VALUE 0.
       01 WS-LIMITE-DESVIO    PIC 9(2) VALUE 0.
      * The disciplina/bimestre being analysed, one entry per turma
      * and sequencia.
       01 WS-DISC-ATUAL       PIC X(12).
       01 WS-BIM-ATUAL        PIC 9(1).
       01 WS-QTD-AV           PIC 9(3).
       01 WS-IND-AV           PIC 9(3).
       01 WS-IND-OUTRA        PIC 9(3).
       01 WS-IND-FAIXA        PIC 9(2).
       01 TABELA-AVALIACOES.
           02 TAB-AV OCCURS 200 TIMES.
               03 TAB-AV-TURMA     PIC X(6).
               03 TAB-AV-SEQ       PIC 9(2).
               03 TAB-AV-TIPO      PIC X(12).
               03 TAB-AV-DATA      PIC X(10).
               03 TAB-AV-QTD       PIC 9(4).
               03 TAB-AV-SOMA      PIC 9(6)V99.
               03 TAB-AV-SOMA-QUAD PIC 9(8)V9999.
               03 TAB-AV-MINIMO    PIC 9(2)V99.
               03 TAB-AV-MAXIMO    PIC 9(2)V99.
               03 TAB-AV-ABAIXO    PIC 9(4).
               03 TAB-AV-FAIXA OCCURS 10 TIMES PIC 9(4).
       01 WS-MEDIA            PIC 9(2)V99.
       01 WS-VARIANCIA        PIC S9(4)V9999.
       01 WS-DESVIO           PIC 9(2)V99.
       01 WS-PCT-ABAIXO       PIC 9(3).
       01 WS-OUTRAS-SOMA      PIC 9(7)V99.
       01 WS-OUTRAS-QTD       PIC 9(5).
       01 WS-MEDIA-OUTRAS     PIC 9(2)V99.
       01 WS-DIFERENCA        PIC S9(2)V99.
       01 WS-DIFERENCA-ABS    PIC 9(2)V99.
       01 WS-SENTIDO          PIC X(6).
       01 WS-COMPARACAO       PIC X(40).
       01 WS-TEM-ALERTA       PIC X(1).
       01 WS-MEDIA-ED         PIC Z9.99.
       01 WS-DESVIO-ED        PIC Z9.99.
       01 WS-MINIMO-ED        PIC Z9.99.
       01 WS-MAXIMO-ED        PIC Z9.99.
       01 WS-OUTRAS-ED        PIC Z9.99.
       01 WS-DIFERENCA-ED     PIC Z9.99.
       01 WS-HISTOGRAMA       PIC X(100).
       01 WS-PONTEIRO         PIC 9(3).
       01 WS-FAIXA-ED         PIC 9.
       01 WS-FAIXA-FIM-ED     PIC Z9.
      * Totals.
       01 WS-TOTAL-NOTAS      PIC 9(7) VALUE 0.
       01 WS-TOTAL-AVALIACOES PIC 9(5) VALUE 0.
       01 WS-TOTAL-ALERTAS    PIC 9(5) VALUE 0.
       01 WS-TOTAL-SEM-TURMA  PIC 9(5) VALUE 0.
       01 WS-TOTAL-IGNORADOS  PIC 9(5) VALUE 0.
       01 WS-LINHA-SAIDA      PIC X(130).

       PROCEDURE DIVISION.

       Inicio.
           DISPLAY "Estatistica das avaliacoes".
           DISPLAY "Bimestre (1 a 4, 0 = todos): ".
           ACCEPT WS-BIMESTRE.
           PERFORM UNTIL WS-BIMESTRE <= 4
               DISPLAY "Bimestre invalido, digite 0 a 4: "
               ACCEPT WS-BIMESTRE
           END-PERFORM.
           DISPLAY "Diferenca de media, em pontos, que gera alerta "
               "(0 = padrao 2): ".
           ACCEPT WS-LIMITE-DESVIO.
           IF WS-LIMITE-DESVIO = 0
               MOVE 2 TO WS-LIMITE-DESVIO
           END-IF.
           OPEN INPUT AVALIACOES-FILE.
           IF WS-AVAL-STATUS NOT = "00"
               DISPLAY "Nao foi possivel abrir AVALIACOES.DAT (status "
                   WS-AVAL-STATUS ")"
               STOP RUN
           END-IF.
           OPEN INPUT ALUNOS-MASTER.
           IF WS-ALUNOS-STATUS NOT = "00"
               DISPLAY "Nao foi possivel abrir ALUNOS.DAT (status "
                   WS-ALUNOS-STATUS ")"
               CLOSE AVALIACOES-FILE
               STOP RUN
           END-IF.
           SORT ARQ-SORT
               ON ASCENDING KEY SEA-DISCIPLINA SEA-BIMESTRE SEA-TURMA
                   SEA-SEQUENCIA
               INPUT PROCEDURE IS Seleciona-Notas
               OUTPUT PROCEDURE IS Imprime-Estatistica.
           CLOSE AVALIACOES-FILE.
           CLOSE ALUNOS-MASTER.
           STOP RUN.

      ******************************************************************
      * Input procedure - every nota of the bimestre(s) asked, with
      * the turma of the student's master record.
      ******************************************************************
       Seleciona-Notas.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ AVALIACOES-FILE
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF WS-BIMESTRE = 0
                           OR AVA-BIMESTRE = WS-BIMESTRE
                           PERFORM Libera-Nota
                       END-IF
               END-READ
           END-PERFORM.

       Libera-Nota.
           MOVE AVA-MATRICULA  TO ALU-MATRICULA.
           MOVE AVA-DISCIPLINA TO ALU-DISCIPLINA.
           MOVE AVA-BIMESTRE   TO ALU-BIMESTRE.
           READ ALUNOS-MASTER
               INVALID KEY
                   MOVE SPACES TO ALU-TURMA
           END-READ.
           IF ALU-TURMA = SPACES
               ADD 1 TO WS-TOTAL-SEM-TURMA
           ELSE
               MOVE AVA-DISCIPLINA TO SEA-DISCIPLINA
               MOVE AVA-BIMESTRE   TO SEA-BIMESTRE
               MOVE ALU-TURMA      TO SEA-TURMA
               MOVE AVA-SEQUENCIA  TO SEA-SEQUENCIA
               MOVE AVA-NOTA       TO SEA-NOTA
               MOVE AVA-TIPO       TO SEA-TIPO
               MOVE AVA-DATA       TO SEA-DATA
               RELEASE SORT-REG
           END-IF.

      ******************************************************************
      * Output procedure - one disciplina/bimestre at a time.
      ******************************************************************
       Imprime-Estatistica.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO WS-LINHA-SAIDA.
           IF WS-BIMESTRE = 0
               STRING "Estatistica das avaliacoes - todos os "
                   "bimestres - alerta com diferenca de "
                   WS-LIMITE-DESVIO " ponto(s)"
                   DELIMITED BY SIZE INTO WS-LINHA-SAIDA
           ELSE
               STRING "Estatistica das avaliacoes - bimestre "
                   WS-BIMESTRE " - alerta com diferenca de "
                   WS-LIMITE-DESVIO " ponto(s)"
                   DELIMITED BY SIZE INTO WS-LINHA-SAIDA
           END-IF.
           PERFORM Grava-Linha.
           PERFORM UNTIL WS-FIM-SORT = "S"
               RETURN ARQ-SORT
                   AT END
                       MOVE "S" TO WS-FIM-SORT
                   NOT AT END
                       PERFORM Acumula-Nota
               END-RETURN
           END-PERFORM.
           IF WS-PRIMEIRO = "N"
               PERFORM Fecha-Disciplina
           END-IF.
           PERFORM Imprime-Resumo.
           CLOSE RELATORIO.

       Acumula-Nota.
           ADD 1 TO WS-TOTAL-NOTAS.
           IF WS-PRIMEIRO = "S"
               PERFORM Inicia-Disciplina
               MOVE "N" TO WS-PRIMEIRO
           ELSE
               IF SEA-DISCIPLINA NOT = WS-DISC-ATUAL
                   OR SEA-BIMESTRE NOT = WS-BIM-ATUAL
                   PERFORM Fecha-Disciplina
                   PERFORM Inicia-Disciplina
               END-IF
           END-IF.
           IF WS-QTD-AV = 0
               PERFORM Nova-Avaliacao
           ELSE
               IF SEA-TURMA NOT = TAB-AV-TURMA (WS-QTD-AV)
                   OR SEA-SEQUENCIA NOT = TAB-AV-SEQ (WS-QTD-AV)
                   PERFORM Nova-Avaliacao
               END-IF
           END-IF.
           IF WS-IND-AV = 0
               ADD 1 TO WS-TOTAL-IGNORADOS
           ELSE
               PERFORM Soma-Nota
           END-IF.

       Inicia-Disciplina.
           MOVE SEA-DISCIPLINA TO WS-DISC-ATUAL.
           MOVE SEA-BIMESTRE   TO WS-BIM-ATUAL.
           MOVE 0 TO WS-QTD-AV.

      * WS-IND-AV comes back 0 only when the table is full.
       Nova-Avaliacao.
           IF WS-QTD-AV < 200
               ADD 1 TO WS-QTD-AV
               MOVE WS-QTD-AV TO WS-IND-AV
               MOVE SEA-TURMA     TO TAB-AV-TURMA (WS-IND-AV)
               MOVE SEA-SEQUENCIA TO TAB-AV-SEQ (WS-IND-AV)
               MOVE SEA-TIPO      TO TAB-AV-TIPO (WS-IND-AV)
               MOVE SEA-DATA      TO TAB-AV-DATA (WS-IND-AV)
               MOVE 0  TO TAB-AV-QTD (WS-IND-AV)
               MOVE 0  TO TAB-AV-SOMA (WS-IND-AV)
               MOVE 0  TO TAB-AV-SOMA-QUAD (WS-IND-AV)
               MOVE 99 TO TAB-AV-MINIMO (WS-IND-AV)
               MOVE 0  TO TAB-AV-MAXIMO (WS-IND-AV)
               MOVE 0  TO TAB-AV-ABAIXO (WS-IND-AV)
               MOVE 1 TO WS-IND-FAIXA
               PERFORM UNTIL WS-IND-FAIXA > 10
                   MOVE 0 TO TAB-AV-FAIXA (WS-IND-AV, WS-IND-FAIXA)
                   ADD 1 TO WS-IND-FAIXA
               END-PERFORM
           ELSE
               MOVE 0 TO WS-IND-AV
           END-IF.

      * Band 1 is 0 to 0.99, ... band 10 is 9 to 10.
       Soma-Nota.
           ADD 1 TO TAB-AV-QTD (WS-IND-AV).
           ADD SEA-NOTA TO TAB-AV-SOMA (WS-IND-AV).
           COMPUTE TAB-AV-SOMA-QUAD (WS-IND-AV) =
               TAB-AV-SOMA-QUAD (WS-IND-AV) + SEA-NOTA * SEA-NOTA.
           IF SEA-NOTA < TAB-AV-MINIMO (WS-IND-AV)
               MOVE SEA-NOTA TO TAB-AV-MINIMO (WS-IND-AV)
           END-IF.
           IF SEA-NOTA > TAB-AV-MAXIMO (WS-IND-AV)
               MOVE SEA-NOTA TO TAB-AV-MAXIMO (WS-IND-AV)
           END-IF.
           IF SEA-NOTA < 5
               ADD 1 TO TAB-AV-ABAIXO (WS-IND-AV)
           END-IF.
           COMPUTE WS-IND-FAIXA = SEA-NOTA + 1.
           IF WS-IND-FAIXA > 10
               MOVE 10 TO WS-IND-FAIXA
           END-IF.
           ADD 1 TO TAB-AV-FAIXA (WS-IND-AV, WS-IND-FAIXA).

       Fecha-Disciplina.
           MOVE SPACES TO WS-LINHA-SAIDA.
           PERFORM Grava-Linha.
           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING "=== " FUNCTION TRIM(WS-DISC-ATUAL)
               " - bimestre " WS-BIM-ATUAL " ==="
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           PERFORM Grava-Linha.
           MOVE 1 TO WS-IND-AV.
           PERFORM UNTIL WS-IND-AV > WS-QTD-AV
               PERFORM Imprime-Avaliacao
               ADD 1 TO WS-IND-AV
           END-PERFORM.

       Imprime-Avaliacao.
           ADD 1 TO WS-TOTAL-AVALIACOES.
           MOVE "N" TO WS-TEM-ALERTA.
           COMPUTE WS-MEDIA ROUNDED =
               TAB-AV-SOMA (WS-IND-AV) / TAB-AV-QTD (WS-IND-AV).
           COMPUTE WS-VARIANCIA ROUNDED =
               TAB-AV-SOMA-QUAD (WS-IND-AV) / TAB-AV-QTD (WS-IND-AV)
               - (TAB-AV-SOMA (WS-IND-AV) / TAB-AV-QTD (WS-IND-AV))
               * (TAB-AV-SOMA (WS-IND-AV) / TAB-AV-QTD (WS-IND-AV)).
           IF WS-VARIANCIA < 0
               MOVE 0 TO WS-VARIANCIA
           END-IF.
           COMPUTE WS-DESVIO ROUNDED = FUNCTION SQRT(WS-VARIANCIA).
           COMPUTE WS-PCT-ABAIXO ROUNDED =
               TAB-AV-ABAIXO (WS-IND-AV) * 100 / TAB-AV-QTD (WS-IND-AV).
           MOVE WS-MEDIA                 TO WS-MEDIA-ED.
           MOVE WS-DESVIO                TO WS-DESVIO-ED.
           MOVE TAB-AV-MINIMO (WS-IND-AV) TO WS-MINIMO-ED.
           MOVE TAB-AV-MAXIMO (WS-IND-AV) TO WS-MAXIMO-ED.
           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING "Turma " TAB-AV-TURMA (WS-IND-AV)
               " sequencia " TAB-AV-SEQ (WS-IND-AV)
               " " TAB-AV-TIPO (WS-IND-AV)
               " " TAB-AV-DATA (WS-IND-AV)
               " notas=" TAB-AV-QTD (WS-IND-AV)
               " media=" WS-MEDIA-ED
               " desvio=" WS-DESVIO-ED
               " min=" WS-MINIMO-ED
               " max=" WS-MAXIMO-ED
               " abaixo de 5=" WS-PCT-ABAIXO "%"
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           PERFORM Grava-Linha.
           PERFORM Monta-Histograma.
           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING "   faixas: " WS-HISTOGRAMA
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           PERFORM Grava-Linha.
           PERFORM Compara-Mesma-Turma.
           PERFORM Compara-Turmas-Paralelas.
           IF WS-TEM-ALERTA = "S"
               ADD 1 TO WS-TOTAL-ALERTAS
           END-IF.

       Monta-Histograma.
           MOVE SPACES TO WS-HISTOGRAMA.
           MOVE 1 TO WS-PONTEIRO.
           MOVE 1 TO WS-IND-FAIXA.
           PERFORM UNTIL WS-IND-FAIXA > 10
               COMPUTE WS-FAIXA-ED = WS-IND-FAIXA - 1
               MOVE WS-IND-FAIXA TO WS-FAIXA-FIM-ED
               STRING WS-FAIXA-ED "-" FUNCTION TRIM(WS-FAIXA-FIM-ED)
                   ":" TAB-AV-FAIXA (WS-IND-AV, WS-IND-FAIXA) " "
                   DELIMITED BY SIZE INTO WS-HISTOGRAMA
                   WITH POINTER WS-PONTEIRO
               ADD 1 TO WS-IND-FAIXA
           END-PERFORM.

      * The turma's other assessments of the disciplina/bimestre,
      * all their notas pooled.
       Compara-Mesma-Turma.
           MOVE 0 TO WS-OUTRAS-SOMA.
           MOVE 0 TO WS-OUTRAS-QTD.
           MOVE 1 TO WS-IND-OUTRA.
           PERFORM UNTIL WS-IND-OUTRA > WS-QTD-AV
               IF WS-IND-OUTRA NOT = WS-IND-AV
                   AND TAB-AV-TURMA (WS-IND-OUTRA)
                       = TAB-AV-TURMA (WS-IND-AV)
                   ADD TAB-AV-SOMA (WS-IND-OUTRA) TO WS-OUTRAS-SOMA
                   ADD TAB-AV-QTD (WS-IND-OUTRA) TO WS-OUTRAS-QTD
               END-IF
               ADD 1 TO WS-IND-OUTRA
           END-PERFORM.
           MOVE "outras avaliacoes da turma" TO WS-COMPARACAO.
           PERFORM Avalia-Diferenca.

      * The same sequencia in the other turmas of the disciplina.
       Compara-Turmas-Paralelas.
           MOVE 0 TO WS-OUTRAS-SOMA.
           MOVE 0 TO WS-OUTRAS-QTD.
           MOVE 1 TO WS-IND-OUTRA.
           PERFORM UNTIL WS-IND-OUTRA > WS-QTD-AV
               IF TAB-AV-TURMA (WS-IND-OUTRA)
                   NOT = TAB-AV-TURMA (WS-IND-AV)
                   AND TAB-AV-SEQ (WS-IND-OUTRA)
                       = TAB-AV-SEQ (WS-IND-AV)
                   ADD TAB-AV-SOMA (WS-IND-OUTRA) TO WS-OUTRAS-SOMA
                   ADD TAB-AV-QTD (WS-IND-OUTRA) TO WS-OUTRAS-QTD
               END-IF
               ADD 1 TO WS-IND-OUTRA
           END-PERFORM.
           MOVE "turmas paralelas (mesma sequencia)"
               TO WS-COMPARACAO.
           PERFORM Avalia-Diferenca.

       Avalia-Diferenca.
           IF WS-OUTRAS-QTD > 0
               COMPUTE WS-MEDIA-OUTRAS ROUNDED =
                   WS-OUTRAS-SOMA / WS-OUTRAS-QTD
               COMPUTE WS-DIFERENCA = WS-MEDIA - WS-MEDIA-OUTRAS
               IF WS-DIFERENCA < 0
                   COMPUTE WS-DIFERENCA-ABS = 0 - WS-DIFERENCA
                   MOVE "abaixo" TO WS-SENTIDO
               ELSE
                   MOVE WS-DIFERENCA TO WS-DIFERENCA-ABS
                   MOVE "acima" TO WS-SENTIDO
               END-IF
               IF WS-DIFERENCA-ABS >= WS-LIMITE-DESVIO
                   MOVE "S" TO WS-TEM-ALERTA
                   MOVE WS-DIFERENCA-ABS TO WS-DIFERENCA-ED
                   MOVE WS-MEDIA-OUTRAS  TO WS-OUTRAS-ED
                   MOVE SPACES TO WS-LINHA-SAIDA
                   STRING "   ALERTA: media " WS-DIFERENCA-ED
                       " ponto(s) " FUNCTION TRIM(WS-SENTIDO)
                       " das " FUNCTION TRIM(WS-COMPARACAO)
                       " (media " WS-OUTRAS-ED ")"
                       DELIMITED BY SIZE INTO WS-LINHA-SAIDA
                   PERFORM Grava-Linha
               END-IF
           END-IF.

       Imprime-Resumo.
           MOVE SPACES TO WS-LINHA-SAIDA.
           PERFORM Grava-Linha.
           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING "Notas lidas: " WS-TOTAL-NOTAS
               " Avaliacoes analisadas: " WS-TOTAL-AVALIACOES
               " Com alerta: " WS-TOTAL-ALERTAS
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           PERFORM Grava-Linha.
           IF WS-TOTAL-SEM-TURMA > 0
               MOVE SPACES TO WS-LINHA-SAIDA
               STRING "EXCECAO: " WS-TOTAL-SEM-TURMA
                   " nota(s) sem registro no master (turma "
                   "desconhecida) - fora da estatistica"
                   DELIMITED BY SIZE INTO WS-LINHA-SAIDA
               PERFORM Grava-Linha
           END-IF.
           IF WS-TOTAL-IGNORADOS > 0
               MOVE SPACES TO WS-LINHA-SAIDA
               STRING "EXCECAO: " WS-TOTAL-IGNORADOS
                   " nota(s) alem de 200 avaliacoes por disciplina/"
                   "bimestre - fora da estatistica"
                   DELIMITED BY SIZE INTO WS-LINHA-SAIDA
               PERFORM Grava-Linha
           END-IF.

       Grava-Linha.
           DISPLAY WS-LINHA-SAIDA.
           MOVE WS-LINHA-SAIDA TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
       END PROGRAM EstatisticaAvaliacao.
