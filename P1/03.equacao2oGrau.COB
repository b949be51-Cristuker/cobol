           SELECT RELATORIO-EQUACOES ASSIGN TO "EQUACOES.REL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.
           SELECT RESPOSTAS-ALUNOS ASSIGN TO "RESPOSTAS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RESPOSTAS-STATUS.
           SELECT RELATORIO-CORRECAO ASSIGN TO "CORRECAO.REL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CORRECAO-STATUS.
           SELECT AVALIACOES-DET ASSIGN TO "AVALIACOES.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS AVA-CHAVE
               FILE STATUS IS WS-AVAL-STATUS.
           SELECT ALUNOS-MASTER ASSIGN TO "ALUNOS.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS ALU-CHAVE
               FILE STATUS IS WS-ALUNOS-STATUS.
           SELECT CADASTRO-MASTER ASSIGN TO "CADASTRO.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS CAD-MATRICULA
               FILE STATUS IS WS-CADASTRO-STATUS.
           SELECT DISCIPLINAS-TAB ASSIGN TO "DISCIPLINAS.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS DIS-CODIGO
               FILE STATUS IS WS-DISC-STATUS.
           SELECT TURMAS-TAB ASSIGN TO "TURMAS.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS TRM-CODIGO
               FILE STATUS IS WS-TURMA-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD  RELATORIO-EQUACOES.
           01 LINHA-EQUACOES PIC X(80).

      * Grading run (modo C): the students' answers to the list in
      * EQUACOES.DAT, one line per matricula and item, item being
      * the position of the equation in EQUACOES.DAT (1 = first
      * equation line after the optional VERSAO header). 22 bytes:
      *   matricula 9(5), item 9(2), tipo X(1), X1 and X2 as
      *   S9(4)V9(2) with trailing separate sign (7 bytes each).
      * tipo is the case the student found: R = duas raizes reais
      * (X1 and X2 in any order), U = raiz unica (X1 only, X2 may be
      * blank), C = raizes complexas (X1 = parte real, X2 = parte
      * imaginaria, sign ignored). Student 12345 answering item 3
      * with X1=2, X2=-1.5 is "1234503R000200+000150-".
           FD  RESPOSTAS-ALUNOS.
           01 REG-RESPOSTA PIC X(22).

           FD  RELATORIO-CORRECAO.
           01 LINHA-CORRECAO PIC X(80).

           FD  AVALIACOES-DET.
           COPY "AVALREG.cpy".

           FD  ALUNOS-MASTER.
           COPY "ALUNOREG.cpy".

           FD  CADASTRO-MASTER.
           COPY "CADREG.cpy".

           FD  DISCIPLINAS-TAB.
           COPY "DISCREG.cpy".

           FD  TURMAS-TAB.
           COPY "TURMAREG.cpy".

       WORKING-STORAGE SECTION.
           01 WS-ENTRADA-STATUS PIC X(2).
           01 WS-RELATORIO-STATUS PIC X(2).
           01 WS-A-AUD PIC -999.99.
           01 WS-B-AUD PIC -999.99.
           01 WS-C-AUD PIC -999.99.
      * Grading run (modo C).
           01 WS-RESPOSTAS-STATUS PIC X(2).
           01 WS-CORRECAO-STATUS PIC X(2).
           01 WS-AVAL-STATUS PIC X(2).
           01 WS-ALUNOS-STATUS PIC X(2).
           01 WS-CADASTRO-STATUS PIC X(2).
           01 WS-DISC-STATUS PIC X(2).
           01 WS-TURMA-STATUS PIC X(2).
           01 WS-CORRECAO PIC X(1) VALUE "N".
           01 WS-ARQUIVOS-OK PIC X(1).
           01 WS-LANCA PIC X(1).
           01 WS-FIM-RESPOSTAS PIC X(1).
           01 WS-FIM-LISTA PIC X(1).
           01 WS-DISCIPLINA PIC X(12).
           01 WS-DISC-OK PIC X(1).
           01 WS-BIMESTRE PIC 9(1).
           01 WS-DATA-LISTA PIC X(10).
           01 WS-PESO-LISTA PIC 9(3).
           01 WS-TURMA PIC X(6).
           01 WS-TURMA-OK PIC X(1).
           01 WS-TOLERANCIA PIC 9(2)V9(4).
           01 WS-TOLERANCIA-E PIC Z9.9999.
           01 WS-MATRICULA PIC 9(5).
           01 WS-SEQUENCIA PIC 9(2).
           01 WS-SEQ-MAIOR PIC 9(2).
           01 WS-RESP-LIDO PIC X(22).
           01 WS-RESP REDEFINES WS-RESP-LIDO.
               02 RSP-MATRICULA PIC 9(5).
               02 RSP-ITEM PIC 9(2).
               02 RSP-TIPO PIC X(1).
               02 RSP-X1 PIC S9(4)V9(2) SIGN IS TRAILING SEPARATE.
               02 RSP-X2 PIC S9(4)V9(2) SIGN IS TRAILING SEPARATE.
           01 WS-MOTIVO PIC X(30).
           01 WS-LINHA-RESP PIC 9(5) VALUE 0.
           01 WS-QTD-REJ-RESP PIC 9(5) VALUE 0.
      * The answer key: one entry per equation line of EQUACOES.DAT,
      * TAB-ITEM-TIPO R/U/C as in the answer file, X = anulada (A=0).
           01 WS-QTD-ITENS PIC 9(2) VALUE 0.
           01 WS-QTD-VALIDOS PIC 9(2) VALUE 0.
           01 WS-IND-ITEM PIC 9(2).
           01 TABELA-ITENS.
               02 TAB-ITEM OCCURS 50 TIMES.
                   03 TAB-ITEM-TIPO PIC X(1).
                   03 TAB-ITEM-X1 PIC S9(4)V9(4).
                   03 TAB-ITEM-X2 PIC S9(4)V9(4).
                   03 TAB-ITEM-COEF PIC X(27).
                   03 TAB-ITEM-GABARITO PIC X(50).
                   03 TAB-ITEM-CERTOS PIC 9(3).
                   03 TAB-ITEM-ERRADOS PIC 9(3).
      * Students found in RESPOSTAS.DAT, TAB-ALU-RESP per item:
      * space = em branco, C = certa, E = errada.
           01 WS-QTD-ALU PIC 9(3) VALUE 0.
           01 WS-IND-ALU PIC 9(3).
           01 WS-ACHOU PIC X(1).
           01 TABELA-ALUNOS.
               02 TAB-ALU OCCURS 100 TIMES.
                   03 TAB-ALU-MATRICULA PIC 9(5).
                   03 TAB-ALU-ACERTOS PIC 9(2).
                   03 TAB-ALU-RESPOSTAS.
                       04 TAB-ALU-RESP OCCURS 50 TIMES PIC X(1).
           01 WS-CERTA PIC X(1).
           01 WS-PAR-OK PIC X(1).
           01 WS-DENTRO PIC X(1).
           01 WS-VALOR-RESP PIC S9(5)V9(4).
           01 WS-VALOR-GAB PIC S9(5)V9(4).
           01 WS-DIFERENCA PIC S9(5)V9(4).
           01 WS-NOTA-LISTA PIC 9(2)V99.
           01 WS-NOTA-ED PIC Z9.99.
           01 WS-MEDIA-ED PIC Z9.99.
           01 WS-NOME-ALUNO PIC X(24).
           01 WS-STATUS-ALUNO PIC X(24).
           01 WS-QTD-LANCADAS PIC 9(3) VALUE 0.
           01 WS-QTD-NAO-LANCADAS PIC 9(3) VALUE 0.
           01 WS-BRANCOS PIC 9(3).
           01 WS-CERTOS-E PIC ZZ9.
           01 WS-ERRADOS-E PIC ZZ9.
           01 WS-BRANCOS-E PIC ZZ9.
           01 WS-CASO-TIPO PIC X(1).
           01 WS-CASO-TEXTO PIC X(18).
           01 WS-CASO-DESCR PIC X(12).
           01 WS-CASO-ALERTA PIC X(16).
           01 WS-CASO-ITENS PIC 9(2).
           01 WS-CASO-CERTAS PIC 9(5).
           01 WS-CASO-POSSIVEIS PIC 9(5).
           01 WS-CASO-PCT PIC 9(3).
           01 WS-CASO-PCT-E PIC ZZ9.
      * Bimestre media recomputation, as in LancaAvaliacao.
           01 WS-SOMA-PONDERADA PIC 9(7)V99.
           01 WS-SOMA-PESOS PIC 9(5).
           01 WS-QTD-AVALIACOES PIC 9(2).
           01 WS-MEDIA-NOVA PIC 9(2)V99.
           01 WS-SITUACAO-NOVA PIC X(12).
           01 WS-ACS-NIVEL PIC 9(1) VALUE 2.
           01 WS-ACS-OPERADOR PIC X(8).
           01 WS-ACS-RESULTADO PIC X(1).
           01 WS-TRAVA-ACAO PIC X(1).
           01 WS-TRAVA-OPERADOR PIC X(20) VALUE SPACES.
           01 WS-TRAVA-RESULTADO PIC X(1).
           01 WS-JRN-OPERACAO PIC X(1).
           01 WS-JRN-ANTES PIC X(130).
           01 WS-JRN-DEPOIS PIC X(130).
           01 WS-JRN-REFERENCIA PIC X(20) VALUE SPACES.
           01 WS-CAL-BIMESTRE PIC 9(1).
           01 WS-CAL-DATA PIC X(10).
           01 WS-CAL-RESULTADO PIC X(1).
           01 WS-CAL-MENSAGEM PIC X(80).
           01 WS-TURMA-ALUNO PIC X(6).
           01 WS-ATR-RESULTADO PIC X(1).
           01 WS-ATR-MENSAGEM PIC X(80).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE WS-AUD-SESSAO (9:2)  TO WS-RI-HH.
           MOVE WS-AUD-SESSAO (11:2) TO WS-RI-MM.
           MOVE WS-AUD-SESSAO (13:2) TO WS-RI-SS.
           DISPLAY "Modo (I)nterativo, (B)atch ou "
               "(C)orrecao de lista: ".
           ACCEPT WS-MODO.

           EVALUATE WS-MODO
               WHEN "B"
               WHEN "b"
                   PERFORM MODO-BATCH
               WHEN "C"
               WHEN "c"
                   PERFORM MODO-CORRECAO
               WHEN OTHER
                   PERFORM MODO-INTERATIVO
           END-EVALUATE.

           GOBACK.

               PERFORM Grava-Linha-Relatorio
               ADD 1 TO WS-RUN-GRAVADOS
           END-IF.
           IF WS-CORRECAO = "S"
               PERFORM Guarda-Item
           END-IF.

      * 4AC goes through a work field: chaining the multiplications
      * inside the subtraction loses the product under this dialect's
           CALL "AUDITLOG" USING WS-AUD-PROGRAMA WS-AUD-SESSAO
               WS-AUD-ENTRADA
               WS-AUD-RESULTADO.

      * Grading run: the list in EQUACOES.DAT is solved exactly as in
      * modo batch (EQUACOES.REL is the answer key), then every
      * answer in RESPOSTAS.DAT is checked against it within the
      * tolerance. The score (acertos x 10 / equacoes validas) posts
      * to AVALIACOES.DAT as an assessment of tipo LISTA and the
      * bimestre media is recomputed as LancaAvaliacao does.
      * CORRECAO.REL carries the scores and the per-equation result.
       MODO-CORRECAO.
           MOVE "S" TO WS-CORRECAO.
           CALL "ACESSO" USING WS-AUD-PROGRAMA WS-ACS-NIVEL
               WS-ACS-OPERADOR WS-ACS-RESULTADO.
           IF WS-ACS-RESULTADO NOT = "S"
               DISPLAY "Correcao de lista nao autorizada."
           ELSE
               PERFORM MODO-BATCH
               IF WS-QTD-VALIDOS = 0
                   DISPLAY "Nenhuma equacao valida em EQUACOES.DAT "
                       "- correcao nao realizada."
               ELSE
                   PERFORM Inicia-Correcao
               END-IF
           END-IF.

      * Same in-use lock as every other master updater; the lock is
      * taken before ALUNOS.DAT is opened and released on every path.
       Inicia-Correcao.
           MOVE WS-ACS-OPERADOR TO WS-TRAVA-OPERADOR.
           MOVE "A" TO WS-TRAVA-ACAO.
           CALL "TRAVA" USING WS-TRAVA-ACAO WS-AUD-PROGRAMA
               WS-TRAVA-OPERADOR WS-TRAVA-RESULTADO.
           IF WS-TRAVA-RESULTADO NOT = "S"
               DISPLAY "Correcao nao iniciada - master em uso."
           ELSE
               PERFORM Abre-Arquivos-Correcao
               IF WS-ARQUIVOS-OK = "S"
                   PERFORM Corrige-Lista
                   CLOSE RESPOSTAS-ALUNOS
                   CLOSE AVALIACOES-DET
                   CLOSE ALUNOS-MASTER
                   CLOSE CADASTRO-MASTER
                   CLOSE DISCIPLINAS-TAB
                   CLOSE TURMAS-TAB
                   CLOSE RELATORIO-CORRECAO
               END-IF
               PERFORM Libera-Trava
           END-IF.

       Libera-Trava.
           MOVE "L" TO WS-TRAVA-ACAO.
           CALL "TRAVA" USING WS-TRAVA-ACAO WS-AUD-PROGRAMA
               WS-TRAVA-OPERADOR WS-TRAVA-RESULTADO.

      * Each open paragraph opens the next file only when its own
      * open worked, and closes its file again when a later one
      * failed, so a failure leaves nothing open.
       Abre-Arquivos-Correcao.
           MOVE "N" TO WS-ARQUIVOS-OK.
           OPEN INPUT RESPOSTAS-ALUNOS.
           IF WS-RESPOSTAS-STATUS NOT = "00"
               DISPLAY "Nao foi possivel abrir RESPOSTAS.DAT (status "
                   WS-RESPOSTAS-STATUS ")"
           ELSE
               PERFORM Abre-Avaliacoes
               IF WS-ARQUIVOS-OK NOT = "S"
                   CLOSE RESPOSTAS-ALUNOS
               END-IF
           END-IF.

       Abre-Avaliacoes.
           OPEN I-O AVALIACOES-DET.
           IF WS-AVAL-STATUS = "35"
               OPEN OUTPUT AVALIACOES-DET
               CLOSE AVALIACOES-DET
               OPEN I-O AVALIACOES-DET
           END-IF.
           IF WS-AVAL-STATUS NOT = "00"
               DISPLAY "Nao foi possivel abrir AVALIACOES.DAT "
                   "(status " WS-AVAL-STATUS ")"
           ELSE
               PERFORM Abre-Alunos
               IF WS-ARQUIVOS-OK NOT = "S"
                   CLOSE AVALIACOES-DET
               END-IF
           END-IF.

       Abre-Alunos.
           OPEN I-O ALUNOS-MASTER.
           IF WS-ALUNOS-STATUS = "35"
               OPEN OUTPUT ALUNOS-MASTER
               CLOSE ALUNOS-MASTER
               OPEN I-O ALUNOS-MASTER
           END-IF.
           IF WS-ALUNOS-STATUS NOT = "00"
               DISPLAY "Nao foi possivel abrir ALUNOS.DAT (status "
                   WS-ALUNOS-STATUS ")"
           ELSE
               PERFORM Abre-Cadastro
               IF WS-ARQUIVOS-OK NOT = "S"
                   CLOSE ALUNOS-MASTER
               END-IF
           END-IF.

       Abre-Cadastro.
           OPEN INPUT CADASTRO-MASTER.
           IF WS-CADASTRO-STATUS NOT = "00"
               DISPLAY "Nao foi possivel abrir CADASTRO.DAT (status "
                   WS-CADASTRO-STATUS ") - cadastre os alunos em "
                   "CadastroAluno antes de corrigir listas"
           ELSE
               PERFORM Abre-Disciplinas
               IF WS-ARQUIVOS-OK NOT = "S"
                   CLOSE CADASTRO-MASTER
               END-IF
           END-IF.

       Abre-Disciplinas.
           OPEN INPUT DISCIPLINAS-TAB.
           IF WS-DISC-STATUS NOT = "00"
               DISPLAY "Nao foi possivel abrir DISCIPLINAS.DAT "
                   "(status " WS-DISC-STATUS ")"
           ELSE
               PERFORM Abre-Turmas
               IF WS-ARQUIVOS-OK NOT = "S"
                   CLOSE DISCIPLINAS-TAB
               END-IF
           END-IF.

       Abre-Turmas.
           OPEN INPUT TURMAS-TAB.
           IF WS-TURMA-STATUS NOT = "00"
               DISPLAY "Nao foi possivel abrir TURMAS.DAT (status "
                   WS-TURMA-STATUS ")"
           ELSE
               OPEN OUTPUT RELATORIO-CORRECAO
               IF WS-CORRECAO-STATUS NOT = "00"
                   DISPLAY "Nao foi possivel criar CORRECAO.REL "
                       "(status " WS-CORRECAO-STATUS ")"
                   CLOSE TURMAS-TAB
               ELSE
                   MOVE "S" TO WS-ARQUIVOS-OK
               END-IF
           END-IF.

       Corrige-Lista.
           PERFORM Pede-Dados-Lista.
           PERFORM Verifica-Calendario.
           PERFORM Imprime-Cabecalho-Correcao.
           PERFORM Le-Respostas.
           PERFORM Lanca-Notas.
           PERFORM Imprime-Itens.
           PERFORM Imprime-Casos.
           DISPLAY "Correcao concluida: alunos " WS-QTD-ALU
               " lancadas " WS-QTD-LANCADAS
               " nao lancadas " WS-QTD-NAO-LANCADAS
               " linhas rejeitadas " WS-QTD-REJ-RESP.
           DISPLAY "Detalhe em CORRECAO.REL".
           PERFORM Audita-Correcao.

       Pede-Dados-Lista.
           DISPLAY "Disciplina da lista: ".
           ACCEPT WS-DISCIPLINA.
           PERFORM Valida-Disciplina.
           PERFORM UNTIL WS-DISC-OK = "S"
               DISPLAY "Disciplina nao cadastrada/inativa, de novo: "
               ACCEPT WS-DISCIPLINA
               PERFORM Valida-Disciplina
           END-PERFORM.
           DISPLAY "Bimestre (1 a 4): ".
           ACCEPT WS-BIMESTRE.
           PERFORM UNTIL WS-BIMESTRE >= 1 AND WS-BIMESTRE <= 4
               DISPLAY "Bimestre invalido, digite 1 a 4: "
               ACCEPT WS-BIMESTRE
           END-PERFORM.
           DISPLAY "Data da lista (AAAA-MM-DD): ".
           ACCEPT WS-DATA-LISTA.
           DISPLAY "Peso da lista: ".
           ACCEPT WS-PESO-LISTA.
           PERFORM UNTIL WS-PESO-LISTA > 0
               DISPLAY "Peso deve ser maior que 0: "
               ACCEPT WS-PESO-LISTA
           END-PERFORM.
           DISPLAY "Turma (para aluno ainda sem registro no master, "
               "ex.: 1A): ".
           ACCEPT WS-TURMA.
           PERFORM Valida-Turma.
           PERFORM UNTIL WS-TURMA-OK = "S"
               DISPLAY "Turma nao cadastrada/inativa, de novo: "
               ACCEPT WS-TURMA
               PERFORM Valida-Turma
           END-PERFORM.
           DISPLAY "Tolerancia por raiz (ex. 0.01, ENTER = 0.01): ".
           MOVE SPACES TO WS-COEF-TXT.
           ACCEPT WS-COEF-TXT.
           IF WS-COEF-TXT = SPACES
               MOVE 0.01 TO WS-TOLERANCIA
           ELSE
               COMPUTE WS-TOLERANCIA = FUNCTION NUMVAL(WS-COEF-TXT)
           END-IF.
           MOVE WS-TOLERANCIA TO WS-TOLERANCIA-E.

       Valida-Disciplina.
           MOVE "N" TO WS-DISC-OK.
           MOVE WS-DISCIPLINA TO DIS-CODIGO.
           READ DISCIPLINAS-TAB
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DIS-ATIVO = "S"
                       MOVE "S" TO WS-DISC-OK
                   END-IF
           END-READ.

       Valida-Turma.
           MOVE "N" TO WS-TURMA-OK.
           MOVE WS-TURMA TO TRM-CODIGO.
           READ TURMAS-TAB
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF TRM-ATIVO = "S"
                       MOVE "S" TO WS-TURMA-OK
                   END-IF
           END-READ.

      * A bimestre past its grade-closing date (ManutCalendario) is
      * still graded and reported, but nothing is posted.
       Verifica-Calendario.
           MOVE WS-BIMESTRE TO WS-CAL-BIMESTRE.
           MOVE SPACES TO WS-CAL-DATA.
           CALL "CALENDARIO" USING WS-CAL-BIMESTRE WS-CAL-DATA
               WS-CAL-RESULTADO WS-CAL-MENSAGEM.
           IF WS-CAL-RESULTADO = "S"
               MOVE "S" TO WS-LANCA
           ELSE
               MOVE "N" TO WS-LANCA
               DISPLAY FUNCTION TRIM(WS-CAL-MENSAGEM)
                   " - lista corrigida, notas nao lancadas."
           END-IF.

      * Called from PROCESSA-LINHA-BATCH after each equation line is
      * solved, while RESOLVE-EQUACAO's results are still in place.
       Guarda-Item.
           IF WS-QTD-ITENS >= 50
               DISPLAY "AVISO: lista com mais de 50 equacoes - as "
                   "excedentes ficam fora da correcao"
           ELSE
               ADD 1 TO WS-QTD-ITENS
               MOVE WS-QTD-ITENS TO WS-IND-ITEM
               MOVE 0 TO TAB-ITEM-X1 (WS-IND-ITEM)
               MOVE 0 TO TAB-ITEM-X2 (WS-IND-ITEM)
               MOVE 0 TO TAB-ITEM-CERTOS (WS-IND-ITEM)
               MOVE 0 TO TAB-ITEM-ERRADOS (WS-IND-ITEM)
               MOVE SPACES TO TAB-ITEM-COEF (WS-IND-ITEM)
               STRING "A=" WS-A-AUD " B=" WS-B-AUD " C=" WS-C-AUD
                   DELIMITED BY SIZE
                   INTO TAB-ITEM-COEF (WS-IND-ITEM)
               MOVE SPACES TO TAB-ITEM-GABARITO (WS-IND-ITEM)
               PERFORM Guarda-Gabarito
           END-IF.

      * Roots are kept as the key shows them (2 decimals); the
      * imaginary part is kept without sign, the answer file's sign
      * being ignored for it.
       Guarda-Gabarito.
           EVALUATE TRUE
               WHEN A = 0
                   MOVE "X" TO TAB-ITEM-TIPO (WS-IND-ITEM)
                   MOVE "anulada: A nao pode ser 0"
                       TO TAB-ITEM-GABARITO (WS-IND-ITEM)
               WHEN V-DELTA < 0
                   MOVE "C" TO TAB-ITEM-TIPO (WS-IND-ITEM)
                   MOVE PARTE-REAL-E TO TAB-ITEM-X1 (WS-IND-ITEM)
                   MOVE PARTE-IMAGINARIA-E
                       TO TAB-ITEM-X2 (WS-IND-ITEM)
                   IF TAB-ITEM-X2 (WS-IND-ITEM) < 0
                       COMPUTE TAB-ITEM-X2 (WS-IND-ITEM) =
                           0 - TAB-ITEM-X2 (WS-IND-ITEM)
                   END-IF
                   STRING "X1=" PARTE-REAL-E "+" PARTE-IMAGINARIA-E
                       "i X2=" PARTE-REAL-E "-" PARTE-IMAGINARIA-E "i"
                       DELIMITED BY SIZE
                       INTO TAB-ITEM-GABARITO (WS-IND-ITEM)
                   ADD 1 TO WS-QTD-VALIDOS
               WHEN V-DELTA = 0
                   MOVE "U" TO TAB-ITEM-TIPO (WS-IND-ITEM)
                   MOVE WS-X1-E TO TAB-ITEM-X1 (WS-IND-ITEM)
                   STRING "X=" WS-X1-E
                       DELIMITED BY SIZE
                       INTO TAB-ITEM-GABARITO (WS-IND-ITEM)
                   ADD 1 TO WS-QTD-VALIDOS
               WHEN OTHER
                   MOVE "R" TO TAB-ITEM-TIPO (WS-IND-ITEM)
                   MOVE WS-X1-E TO TAB-ITEM-X1 (WS-IND-ITEM)
                   MOVE WS-X2-E TO TAB-ITEM-X2 (WS-IND-ITEM)
                   STRING "X1=" WS-X1-E " X2=" WS-X2-E
                       DELIMITED BY SIZE
                       INTO TAB-ITEM-GABARITO (WS-IND-ITEM)
                   ADD 1 TO WS-QTD-VALIDOS
           END-EVALUATE.

       Imprime-Cabecalho-Correcao.
           MOVE "CORRECAO DE LISTA - EQUACOES DO 2o GRAU"
               TO LINHA-CORRECAO.
           WRITE LINHA-CORRECAO.
           MOVE SPACES TO LINHA-CORRECAO.
           STRING "Disciplina: " WS-DISCIPLINA
               " Bimestre: " WS-BIMESTRE
               " Data: " WS-DATA-LISTA
               " Peso: " WS-PESO-LISTA
               " Turma: " WS-TURMA
               DELIMITED BY SIZE INTO LINHA-CORRECAO.
           WRITE LINHA-CORRECAO.
           MOVE SPACES TO LINHA-CORRECAO.
           STRING "Equacoes: " WS-QTD-ITENS
               " (validas " WS-QTD-VALIDOS ")"
               " Tolerancia: " WS-TOLERANCIA-E
               " Operador: " WS-ACS-OPERADOR
               DELIMITED BY SIZE INTO LINHA-CORRECAO.
           WRITE LINHA-CORRECAO.
           IF WS-LANCA NOT = "S"
               MOVE SPACES TO LINHA-CORRECAO
               STRING "Bimestre fechado no calendario - "
                   "notas NAO lancadas."
                   DELIMITED BY SIZE INTO LINHA-CORRECAO
               WRITE LINHA-CORRECAO
           END-IF.
           MOVE SPACES TO LINHA-CORRECAO.
           WRITE LINHA-CORRECAO.

       Le-Respostas.
           MOVE "N" TO WS-FIM-RESPOSTAS.
           PERFORM UNTIL WS-FIM-RESPOSTAS = "S"
               READ RESPOSTAS-ALUNOS
                   AT END
                       MOVE "S" TO WS-FIM-RESPOSTAS
                   NOT AT END
                       ADD 1 TO WS-LINHA-RESP
                       IF REG-RESPOSTA NOT = SPACES
                           PERFORM Trata-Resposta
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-QTD-REJ-RESP > 0
               MOVE SPACES TO LINHA-CORRECAO
               WRITE LINHA-CORRECAO
           END-IF.

       Trata-Resposta.
           MOVE REG-RESPOSTA TO WS-RESP-LIDO.
           INSPECT RSP-TIPO CONVERTING "ruc" TO "RUC".
           MOVE SPACES TO WS-MOTIVO.
           EVALUATE TRUE
               WHEN RSP-MATRICULA NOT NUMERIC
                   MOVE "matricula invalida" TO WS-MOTIVO
               WHEN RSP-MATRICULA = 0
                   MOVE "matricula invalida" TO WS-MOTIVO
               WHEN RSP-ITEM NOT NUMERIC
                   MOVE "item invalido" TO WS-MOTIVO
               WHEN RSP-ITEM = 0 OR RSP-ITEM > WS-QTD-ITENS
                   MOVE "item fora da lista" TO WS-MOTIVO
               WHEN TAB-ITEM-TIPO (RSP-ITEM) = "X"
                   MOVE "equacao anulada (A = 0)" TO WS-MOTIVO
               WHEN RSP-TIPO NOT = "R" AND RSP-TIPO NOT = "U"
                   AND RSP-TIPO NOT = "C"
                   MOVE "tipo deve ser R, U ou C" TO WS-MOTIVO
               WHEN RSP-X1 NOT NUMERIC
                   MOVE "X1 nao numerico" TO WS-MOTIVO
               WHEN RSP-TIPO NOT = "U" AND RSP-X2 NOT NUMERIC
                   MOVE "X2 nao numerico" TO WS-MOTIVO
               WHEN OTHER
                   PERFORM Registra-Resposta
           END-EVALUATE.
           IF WS-MOTIVO NOT = SPACES
               ADD 1 TO WS-QTD-REJ-RESP
               IF WS-QTD-REJ-RESP = 1
                   MOVE "Linhas de RESPOSTAS.DAT rejeitadas:"
                       TO LINHA-CORRECAO
                   WRITE LINHA-CORRECAO
               END-IF
               MOVE SPACES TO LINHA-CORRECAO
               STRING "  linha " WS-LINHA-RESP ": " REG-RESPOSTA
                   " - " WS-MOTIVO
                   DELIMITED BY SIZE INTO LINHA-CORRECAO
               WRITE LINHA-CORRECAO
           END-IF.

       Registra-Resposta.
           PERFORM Procura-Aluno.
           MOVE RSP-ITEM TO WS-IND-ITEM.
           EVALUATE TRUE
               WHEN WS-IND-ALU = 0
                   MOVE "mais de 100 alunos na lista" TO WS-MOTIVO
               WHEN TAB-ALU-RESP (WS-IND-ALU, WS-IND-ITEM) NOT = SPACE
                   MOVE "item respondido duas vezes" TO WS-MOTIVO
               WHEN OTHER
                   PERFORM Confere-Resposta
                   IF WS-CERTA = "S"
                       MOVE "C"
                           TO TAB-ALU-RESP (WS-IND-ALU, WS-IND-ITEM)
                       ADD 1 TO TAB-ALU-ACERTOS (WS-IND-ALU)
                       ADD 1 TO TAB-ITEM-CERTOS (WS-IND-ITEM)
                   ELSE
                       MOVE "E"
                           TO TAB-ALU-RESP (WS-IND-ALU, WS-IND-ITEM)
                       ADD 1 TO TAB-ITEM-ERRADOS (WS-IND-ITEM)
                   END-IF
           END-EVALUATE.

      * WS-IND-ALU comes back 0 only when the table is full.
       Procura-Aluno.
           MOVE 1 TO WS-IND-ALU.
           MOVE "N" TO WS-ACHOU.
           PERFORM UNTIL WS-IND-ALU > WS-QTD-ALU OR WS-ACHOU = "S"
               IF TAB-ALU-MATRICULA (WS-IND-ALU) = RSP-MATRICULA
                   MOVE "S" TO WS-ACHOU
               ELSE
                   ADD 1 TO WS-IND-ALU
               END-IF
           END-PERFORM.
           IF WS-ACHOU = "N"
               IF WS-QTD-ALU < 100
                   ADD 1 TO WS-QTD-ALU
                   MOVE WS-QTD-ALU TO WS-IND-ALU
                   MOVE RSP-MATRICULA
                       TO TAB-ALU-MATRICULA (WS-IND-ALU)
                   MOVE 0 TO TAB-ALU-ACERTOS (WS-IND-ALU)
                   MOVE SPACES TO TAB-ALU-RESPOSTAS (WS-IND-ALU)
               ELSE
                   MOVE 0 TO WS-IND-ALU
               END-IF
           END-IF.

      * The student's case must match the key's; then every root
      * must be within the tolerance - two real roots in either
      * order, complex roots by parte real and |parte imaginaria|.
       Confere-Resposta.
           MOVE "N" TO WS-CERTA.
           IF RSP-TIPO = TAB-ITEM-TIPO (WS-IND-ITEM)
               EVALUATE RSP-TIPO
                   WHEN "U"
                       MOVE RSP-X1 TO WS-VALOR-RESP
                       MOVE TAB-ITEM-X1 (WS-IND-ITEM) TO WS-VALOR-GAB
                       PERFORM Compara-Valor
                       MOVE WS-DENTRO TO WS-CERTA
                   WHEN "C"
                       MOVE RSP-X1 TO WS-VALOR-RESP
                       MOVE TAB-ITEM-X1 (WS-IND-ITEM) TO WS-VALOR-GAB
                       PERFORM Compara-Valor
                       IF WS-DENTRO = "S"
                           MOVE RSP-X2 TO WS-VALOR-RESP
                           IF WS-VALOR-RESP < 0
                               COMPUTE WS-VALOR-RESP =
                                   0 - WS-VALOR-RESP
                           END-IF
                           MOVE TAB-ITEM-X2 (WS-IND-ITEM)
                               TO WS-VALOR-GAB
                           PERFORM Compara-Valor
                           MOVE WS-DENTRO TO WS-CERTA
                       END-IF
                   WHEN OTHER
                       PERFORM Confere-Raizes-Reais
               END-EVALUATE
           END-IF.

       Confere-Raizes-Reais.
           MOVE RSP-X1 TO WS-VALOR-RESP.
           MOVE TAB-ITEM-X1 (WS-IND-ITEM) TO WS-VALOR-GAB.
           PERFORM Compara-Valor.
           MOVE WS-DENTRO TO WS-PAR-OK.
           IF WS-PAR-OK = "S"
               MOVE RSP-X2 TO WS-VALOR-RESP
               MOVE TAB-ITEM-X2 (WS-IND-ITEM) TO WS-VALOR-GAB
               PERFORM Compara-Valor
               MOVE WS-DENTRO TO WS-PAR-OK
           END-IF.
           IF WS-PAR-OK = "S"
               MOVE "S" TO WS-CERTA
           ELSE
               MOVE RSP-X1 TO WS-VALOR-RESP
               MOVE TAB-ITEM-X2 (WS-IND-ITEM) TO WS-VALOR-GAB
               PERFORM Compara-Valor
               MOVE WS-DENTRO TO WS-PAR-OK
               IF WS-PAR-OK = "S"
                   MOVE RSP-X2 TO WS-VALOR-RESP
                   MOVE TAB-ITEM-X1 (WS-IND-ITEM) TO WS-VALOR-GAB
                   PERFORM Compara-Valor
                   MOVE WS-DENTRO TO WS-CERTA
               END-IF
           END-IF.

       Compara-Valor.
           COMPUTE WS-DIFERENCA = WS-VALOR-RESP - WS-VALOR-GAB.
           IF WS-DIFERENCA < 0
               COMPUTE WS-DIFERENCA = 0 - WS-DIFERENCA
           END-IF.
           IF WS-DIFERENCA > WS-TOLERANCIA
               MOVE "N" TO WS-DENTRO
           ELSE
               MOVE "S" TO WS-DENTRO
           END-IF.

      * A professor below nivel 3 posts only for the turma/
      * disciplinas assigned to them in ManutTabelas - the student's
      * turma from the cadastro, or the one keyed for the list.
       Verifica-Atribuicao.
           MOVE CAD-TURMA TO WS-TURMA-ALUNO.
           IF WS-TURMA-ALUNO = SPACES
               MOVE WS-TURMA TO WS-TURMA-ALUNO
           END-IF.
           CALL "ATRIBUICAO" USING WS-AUD-PROGRAMA WS-ACS-OPERADOR
               WS-TURMA-ALUNO WS-DISCIPLINA WS-ATR-RESULTADO
               WS-ATR-MENSAGEM.
           IF WS-ATR-RESULTADO NOT = "S"
               MOVE "nao lanc.: nao atribuida" TO WS-STATUS-ALUNO
           END-IF.

      * An equation the student left out of RESPOSTAS.DAT counts as
      * wrong; anuladas (A = 0) count for nobody.
       Lanca-Notas.
           MOVE "Alunos (nota = acertos x 10 / equacoes validas):"
               TO LINHA-CORRECAO.
           WRITE LINHA-CORRECAO.
           MOVE 1 TO WS-IND-ALU.
           PERFORM UNTIL WS-IND-ALU > WS-QTD-ALU
               PERFORM Lanca-Nota-Aluno
               ADD 1 TO WS-IND-ALU
           END-PERFORM.
           IF WS-QTD-ALU = 0
               MOVE "  (nenhuma resposta valida em RESPOSTAS.DAT)"
                   TO LINHA-CORRECAO
               WRITE LINHA-CORRECAO
           END-IF.
           MOVE SPACES TO LINHA-CORRECAO.
           WRITE LINHA-CORRECAO.

       Lanca-Nota-Aluno.
           MOVE TAB-ALU-MATRICULA (WS-IND-ALU) TO WS-MATRICULA.
           COMPUTE WS-NOTA-LISTA ROUNDED =
               TAB-ALU-ACERTOS (WS-IND-ALU) * 10 / WS-QTD-VALIDOS.
           MOVE SPACES TO WS-STATUS-ALUNO.
           MOVE "(nao cadastrado)" TO WS-NOME-ALUNO.
           MOVE WS-MATRICULA TO CAD-MATRICULA.
           READ CADASTRO-MASTER
               INVALID KEY
                   MOVE "nao lanc.: sem cadastro" TO WS-STATUS-ALUNO
               NOT INVALID KEY
                   MOVE CAD-NOME TO WS-NOME-ALUNO
                   IF CAD-ATIVO NOT = "S"
                       MOVE "nao lanc.: inativo" TO WS-STATUS-ALUNO
                   END-IF
           END-READ.
           MOVE WS-NOTA-LISTA TO WS-NOTA-ED.
           IF WS-STATUS-ALUNO = SPACES AND WS-LANCA NOT = "S"
               MOVE "nao lanc.: bim. fechado" TO WS-STATUS-ALUNO
           END-IF.
           IF WS-STATUS-ALUNO = SPACES
               PERFORM Verifica-Atribuicao
           END-IF.
           IF WS-STATUS-ALUNO = SPACES
               PERFORM Proxima-Sequencia
               IF WS-SEQUENCIA = 0
                   MOVE "nao lanc.: sem seq. livre"
                       TO WS-STATUS-ALUNO
               ELSE
                   PERFORM Grava-Avaliacao-Lista
               END-IF
           END-IF.
           IF WS-STATUS-ALUNO (1:7) = "lancada"
               ADD 1 TO WS-QTD-LANCADAS
           ELSE
               ADD 1 TO WS-QTD-NAO-LANCADAS
           END-IF.
           MOVE SPACES TO LINHA-CORRECAO.
           STRING WS-MATRICULA " " WS-NOME-ALUNO
               " acertos " TAB-ALU-ACERTOS (WS-IND-ALU)
               "/" WS-QTD-VALIDOS
               " nota " WS-NOTA-ED " " WS-STATUS-ALUNO
               DELIMITED BY SIZE INTO LINHA-CORRECAO.
           WRITE LINHA-CORRECAO.

      * The list goes in as the next free sequencia of the
      * matricula/disciplina/bimestre, after whatever LancaAvaliacao
      * or an earlier list already put there.
       Proxima-Sequencia.
           MOVE 0 TO WS-SEQ-MAIOR.
           MOVE "N" TO WS-FIM-LISTA.
           PERFORM Posiciona-Detalhe.
           PERFORM UNTIL WS-FIM-LISTA = "S"
               READ AVALIACOES-DET NEXT
                   AT END
                       MOVE "S" TO WS-FIM-LISTA
                   NOT AT END
                       IF AVA-MATRICULA NOT = WS-MATRICULA
                           OR AVA-DISCIPLINA NOT = WS-DISCIPLINA
                           OR AVA-BIMESTRE NOT = WS-BIMESTRE
                           MOVE "S" TO WS-FIM-LISTA
                       ELSE
                           MOVE AVA-SEQUENCIA TO WS-SEQ-MAIOR
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-SEQ-MAIOR = 99
               MOVE 0 TO WS-SEQUENCIA
           ELSE
               COMPUTE WS-SEQUENCIA = WS-SEQ-MAIOR + 1
           END-IF.

       Posiciona-Detalhe.
           MOVE WS-MATRICULA  TO AVA-MATRICULA.
           MOVE WS-DISCIPLINA TO AVA-DISCIPLINA.
           MOVE WS-BIMESTRE   TO AVA-BIMESTRE.
           MOVE 0             TO AVA-SEQUENCIA.
           START AVALIACOES-DET KEY >= AVA-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-LISTA
           END-START.

       Grava-Avaliacao-Lista.
           MOVE WS-MATRICULA  TO AVA-MATRICULA.
           MOVE WS-DISCIPLINA TO AVA-DISCIPLINA.
           MOVE WS-BIMESTRE   TO AVA-BIMESTRE.
           MOVE WS-SEQUENCIA  TO AVA-SEQUENCIA.
           MOVE WS-DATA-LISTA TO AVA-DATA.
           MOVE "LISTA"       TO AVA-TIPO.
           MOVE WS-NOTA-LISTA TO AVA-NOTA.
           MOVE WS-PESO-LISTA TO AVA-PESO.
           WRITE AVALIACAO-REG
               INVALID KEY
                   MOVE "nao lanc.: erro gravacao" TO WS-STATUS-ALUNO
               NOT INVALID KEY
                   STRING "lancada seq " WS-SEQUENCIA
                       DELIMITED BY SIZE INTO WS-STATUS-ALUNO
                   PERFORM Recalcula-Master
           END-WRITE.

      ******************************************************************
      * Same recomputation as LancaAvaliacao: media = soma(nota x
      * peso) / soma(pesos) over the whole detail of the key, written
      * to the derived ALU-MEDIA/ALU-SITUACAO of the master (created
      * when the key has no record yet). A REPROV FALTA set by
      * ApuraFrequencia is preserved.
      ******************************************************************
       Recalcula-Master.
           MOVE 0 TO WS-SOMA-PONDERADA WS-SOMA-PESOS
               WS-QTD-AVALIACOES.
           MOVE "N" TO WS-FIM-LISTA.
           PERFORM Posiciona-Detalhe.
           PERFORM UNTIL WS-FIM-LISTA = "S"
               READ AVALIACOES-DET NEXT
                   AT END
                       MOVE "S" TO WS-FIM-LISTA
                   NOT AT END
                       IF AVA-MATRICULA NOT = WS-MATRICULA
                           OR AVA-DISCIPLINA NOT = WS-DISCIPLINA
                           OR AVA-BIMESTRE NOT = WS-BIMESTRE
                           MOVE "S" TO WS-FIM-LISTA
                       ELSE
                           ADD 1 TO WS-QTD-AVALIACOES
                           COMPUTE WS-SOMA-PONDERADA =
                               WS-SOMA-PONDERADA
                               + AVA-NOTA * AVA-PESO
                           ADD AVA-PESO TO WS-SOMA-PESOS
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-SOMA-PESOS > 0
               COMPUTE WS-MEDIA-NOVA ROUNDED =
                   WS-SOMA-PONDERADA / WS-SOMA-PESOS
           ELSE
               MOVE 0 TO WS-MEDIA-NOVA
           END-IF.
           EVALUATE TRUE
               WHEN WS-MEDIA-NOVA >= 7
                   MOVE "APROVADO" TO WS-SITUACAO-NOVA
               WHEN WS-MEDIA-NOVA >= 5
                   MOVE "RECUPERACAO" TO WS-SITUACAO-NOVA
               WHEN OTHER
                   MOVE "REPROVADO" TO WS-SITUACAO-NOVA
           END-EVALUATE.
           PERFORM Atualiza-Master.
           MOVE WS-MEDIA-NOVA TO WS-MEDIA-ED.
           PERFORM Audita-Lancamento.

       Atualiza-Master.
           MOVE WS-MATRICULA  TO ALU-MATRICULA.
           MOVE WS-DISCIPLINA TO ALU-DISCIPLINA.
           MOVE WS-BIMESTRE   TO ALU-BIMESTRE.
           READ ALUNOS-MASTER
               INVALID KEY
                   PERFORM Cria-Registro-Master
               NOT INVALID KEY
                   PERFORM Regrava-Registro-Master
           END-READ.

       Regrava-Registro-Master.
           MOVE SPACES TO WS-JRN-ANTES.
           MOVE ALUNO-REG TO WS-JRN-ANTES.
           MOVE WS-MEDIA-NOVA TO ALU-MEDIA.
           IF ALU-SITUACAO NOT = "REPROV FALTA"
               MOVE WS-SITUACAO-NOVA TO ALU-SITUACAO
           END-IF.
           REWRITE ALUNO-REG
               INVALID KEY
                   DISPLAY "Erro ao regravar o master (status "
                       WS-ALUNOS-STATUS ") matricula " WS-MATRICULA
               NOT INVALID KEY
                   MOVE "R" TO WS-JRN-OPERACAO
                   MOVE ALUNO-REG TO WS-JRN-DEPOIS
                   PERFORM Grava-Jornal
           END-REWRITE.

      * First assessment of the key: a purely derived master record,
      * in the turma given for the list, Nota 1..4 slots zeroed
      * because the truth lives in AVALIACOES.DAT.
       Cria-Registro-Master.
           MOVE WS-MATRICULA  TO ALU-MATRICULA.
           MOVE WS-DISCIPLINA TO ALU-DISCIPLINA.
           MOVE WS-BIMESTRE   TO ALU-BIMESTRE.
           MOVE WS-TURMA-ALUNO TO ALU-TURMA.
           MOVE CAD-NOME      TO ALU-NOME.
           MOVE ZEROS TO ALU-NOTA1 ALU-NOTA2 ALU-NOTA3 ALU-NOTA4
               ALU-PESO1 ALU-PESO2 ALU-PESO3 ALU-PESO4.
           MOVE WS-MEDIA-NOVA    TO ALU-MEDIA.
           MOVE WS-SITUACAO-NOVA TO ALU-SITUACAO.
           WRITE ALUNO-REG
               INVALID KEY
                   DISPLAY "Erro ao criar o registro do master "
                       "(status " WS-ALUNOS-STATUS ") matricula "
                       WS-MATRICULA
               NOT INVALID KEY
                   MOVE "W" TO WS-JRN-OPERACAO
                   MOVE SPACES TO WS-JRN-ANTES
                   MOVE ALUNO-REG TO WS-JRN-DEPOIS
                   PERFORM Grava-Jornal
           END-WRITE.

       Grava-Jornal.
           CALL "JORNAL" USING WS-AUD-PROGRAMA WS-JRN-OPERACAO
               WS-JRN-ANTES WS-JRN-DEPOIS
               WS-ACS-OPERADOR WS-JRN-REFERENCIA.

      * Per-equation result in list order; a marker flags every
      * equation most of the class missed.
       Imprime-Itens.
           MOVE SPACES TO LINHA-CORRECAO.
           STRING "Resultado por equacao (C=certas E=erradas "
               "B=em branco):"
               DELIMITED BY SIZE INTO LINHA-CORRECAO.
           WRITE LINHA-CORRECAO.
           MOVE 1 TO WS-IND-ITEM.
           PERFORM UNTIL WS-IND-ITEM > WS-QTD-ITENS
               PERFORM Imprime-Item
               ADD 1 TO WS-IND-ITEM
           END-PERFORM.
           MOVE SPACES TO LINHA-CORRECAO.
           WRITE LINHA-CORRECAO.

       Imprime-Item.
           MOVE TAB-ITEM-TIPO (WS-IND-ITEM) TO WS-CASO-TIPO.
           PERFORM Descreve-Caso.
           MOVE SPACES TO WS-CASO-ALERTA.
           MOVE SPACES TO LINHA-CORRECAO.
           IF WS-CASO-TIPO = "X"
               STRING WS-IND-ITEM ". " TAB-ITEM-COEF (WS-IND-ITEM)
                   " " WS-CASO-DESCR
                   DELIMITED BY SIZE INTO LINHA-CORRECAO
           ELSE
               COMPUTE WS-BRANCOS = WS-QTD-ALU
                   - TAB-ITEM-CERTOS (WS-IND-ITEM)
                   - TAB-ITEM-ERRADOS (WS-IND-ITEM)
               MOVE TAB-ITEM-CERTOS (WS-IND-ITEM) TO WS-CERTOS-E
               MOVE TAB-ITEM-ERRADOS (WS-IND-ITEM) TO WS-ERRADOS-E
               MOVE WS-BRANCOS TO WS-BRANCOS-E
               IF TAB-ITEM-CERTOS (WS-IND-ITEM) * 2 < WS-QTD-ALU
                   MOVE "<< maioria errou" TO WS-CASO-ALERTA
               END-IF
               STRING WS-IND-ITEM ". " TAB-ITEM-COEF (WS-IND-ITEM)
                   " " WS-CASO-DESCR
                   " C=" WS-CERTOS-E " E=" WS-ERRADOS-E
                   " B=" WS-BRANCOS-E " " WS-CASO-ALERTA
                   DELIMITED BY SIZE INTO LINHA-CORRECAO
           END-IF.
           WRITE LINHA-CORRECAO.
           MOVE SPACES TO LINHA-CORRECAO.
           STRING "    gabarito: " TAB-ITEM-GABARITO (WS-IND-ITEM)
               DELIMITED BY SIZE INTO LINHA-CORRECAO.
           WRITE LINHA-CORRECAO.

       Descreve-Caso.
           EVALUATE WS-CASO-TIPO
               WHEN "R"
                   MOVE "2 raizes" TO WS-CASO-DESCR
                   MOVE "duas raizes reais" TO WS-CASO-TEXTO
               WHEN "U"
                   MOVE "raiz unica" TO WS-CASO-DESCR
                   MOVE "raiz unica" TO WS-CASO-TEXTO
               WHEN "C"
                   MOVE "complexas" TO WS-CASO-DESCR
                   MOVE "raizes complexas" TO WS-CASO-TEXTO
               WHEN OTHER
                   MOVE "ANULADA" TO WS-CASO-DESCR
                   MOVE "anulada" TO WS-CASO-TEXTO
           END-EVALUATE.

      * How the class did on each kind of equation - the complex and
      * single-root cases are the ones the teachers watch.
       Imprime-Casos.
           MOVE SPACES TO LINHA-CORRECAO.
           STRING "Acertos por caso (respostas certas / alunos x "
               "equacoes):"
               DELIMITED BY SIZE INTO LINHA-CORRECAO.
           WRITE LINHA-CORRECAO.
           MOVE "R" TO WS-CASO-TIPO.
           PERFORM Imprime-Caso.
           MOVE "U" TO WS-CASO-TIPO.
           PERFORM Imprime-Caso.
           MOVE "C" TO WS-CASO-TIPO.
           PERFORM Imprime-Caso.

       Imprime-Caso.
           PERFORM Descreve-Caso.
           MOVE 0 TO WS-CASO-ITENS WS-CASO-CERTAS.
           MOVE 1 TO WS-IND-ITEM.
           PERFORM UNTIL WS-IND-ITEM > WS-QTD-ITENS
               IF TAB-ITEM-TIPO (WS-IND-ITEM) = WS-CASO-TIPO
                   ADD 1 TO WS-CASO-ITENS
                   ADD TAB-ITEM-CERTOS (WS-IND-ITEM) TO WS-CASO-CERTAS
               END-IF
               ADD 1 TO WS-IND-ITEM
           END-PERFORM.
           COMPUTE WS-CASO-POSSIVEIS = WS-CASO-ITENS * WS-QTD-ALU.
           MOVE SPACES TO LINHA-CORRECAO.
           IF WS-CASO-ITENS = 0
               STRING "  " WS-CASO-TEXTO
                   ": nenhuma equacao deste caso na lista"
                   DELIMITED BY SIZE INTO LINHA-CORRECAO
           ELSE
               IF WS-CASO-POSSIVEIS > 0
                   COMPUTE WS-CASO-PCT ROUNDED =
                       WS-CASO-CERTAS * 100 / WS-CASO-POSSIVEIS
               ELSE
                   MOVE 0 TO WS-CASO-PCT
               END-IF
               MOVE WS-CASO-PCT TO WS-CASO-PCT-E
               STRING "  " WS-CASO-TEXTO
                   ": equacoes " WS-CASO-ITENS
                   " certas " WS-CASO-CERTAS
                   " de " WS-CASO-POSSIVEIS
                   " (" WS-CASO-PCT-E "%)"
                   DELIMITED BY SIZE INTO LINHA-CORRECAO
           END-IF.
           WRITE LINHA-CORRECAO.

       Audita-Lancamento.
           MOVE SPACES TO WS-AUD-ENTRADA.
           STRING "operador=" FUNCTION TRIM(WS-ACS-OPERADOR)
               " matricula=" WS-MATRICULA
               " disc=" FUNCTION TRIM(WS-DISCIPLINA)
               " bim=" WS-BIMESTRE
               " seq=" WS-SEQUENCIA
               DELIMITED BY SIZE INTO WS-AUD-ENTRADA.
           MOVE SPACES TO WS-AUD-RESULTADO.
           STRING "acao=LISTA acertos=" TAB-ALU-ACERTOS (WS-IND-ALU)
               "/" WS-QTD-VALIDOS
               " nota=" WS-NOTA-ED
               " media=" WS-MEDIA-ED
               " situacao=" ALU-SITUACAO
               DELIMITED BY SIZE INTO WS-AUD-RESULTADO.
           CALL "AUDITLOG" USING WS-AUD-PROGRAMA WS-AUD-SESSAO
               WS-AUD-ENTRADA
               WS-AUD-RESULTADO.

       Audita-Correcao.
           MOVE SPACES TO WS-AUD-ENTRADA.
           STRING "operador=" FUNCTION TRIM(WS-ACS-OPERADOR)
               " correcao disc=" FUNCTION TRIM(WS-DISCIPLINA)
               " bim=" WS-BIMESTRE
               " equacoes=" WS-QTD-VALIDOS
               " tol=" WS-TOLERANCIA-E
               DELIMITED BY SIZE INTO WS-AUD-ENTRADA.
           MOVE SPACES TO WS-AUD-RESULTADO.
           STRING "alunos=" WS-QTD-ALU
               " lancadas=" WS-QTD-LANCADAS
               " nao-lancadas=" WS-QTD-NAO-LANCADAS
               " rejeitadas=" WS-QTD-REJ-RESP
               DELIMITED BY SIZE INTO WS-AUD-RESULTADO.
           CALL "AUDITLOG" USING WS-AUD-PROGRAMA WS-AUD-SESSAO
               WS-AUD-ENTRADA
               WS-AUD-RESULTADO.
       END PROGRAM Equacao2Grau.
