      ******************************************************************
      * Author: Cristian Silva
      * Date: 15/10/2026
      * Purpose: Official printed diario de classe for one turma/
      *          disciplina/bimestre, written to DIARIO.REL for the
      *          teacher and coordinator to sign - the paper diario
      *          kept in parallel can be dropped.
      *            FRENTE - frequencia: the students of the turma
      *            (ALUNOS.DAT records of the disciplina/bimestre) in
      *            alphabetical order against every day of CHAMADA.DAT,
      *            P or F per day, with the aulas of each day, in
      *            blocks of 15 days; then each student's aulas dadas,
      *            presencas and faltas counted the way GeraFrequencia
      *            does, side by side with FREQUENCIA.DAT and marked
      *            DIVERGE when the two disagree.
      *            VERSO - notas: one column per assessment in
      *            AVALIACOES.DAT (sequencia and type), or the Nota
      *            1..4 slots when the bimestre was kept the old way,
      *            then the media and situacao from ALUNOS.DAT, and
      *            the signature lines for professor and coordenador.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DiarioClasse.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALUNOS-MASTER ASSIGN TO "ALUNOS.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS ALU-CHAVE
               FILE STATUS IS WS-ALUNOS-STATUS.
           SELECT CHAMADA-DIARIO ASSIGN TO "CHAMADA.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CHA-CHAVE
               FILE STATUS IS WS-CHAMADA-STATUS.
           SELECT AVALIACOES-DET ASSIGN TO "AVALIACOES.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS AVA-CHAVE
               FILE STATUS IS WS-AVAL-STATUS.
           SELECT FREQUENCIA-MASTER ASSIGN TO "FREQUENCIA.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS FREQ-CHAVE
               FILE STATUS IS WS-FREQ-STATUS.
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
           SELECT RELATORIO ASSIGN TO "DIARIO.REL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALUNOS-MASTER.
       COPY "ALUNOREG.cpy".

       FD  CHAMADA-DIARIO.
       COPY "CHAMADAREG.cpy".

       FD  AVALIACOES-DET.
       COPY "AVALREG.cpy".

       FD  FREQUENCIA-MASTER.
       COPY "FREQREG.cpy".

       FD  DISCIPLINAS-TAB.
       COPY "DISCREG.cpy".

       FD  TURMAS-TAB.
       COPY "TURMAREG.cpy".

       FD  RELATORIO.
       01 LINHA-RELATORIO PIC X(130).

       WORKING-STORAGE SECTION.
       01 WS-ALUNOS-STATUS    PIC X(2).
       01 WS-CHAMADA-STATUS   PIC X(2).
       01 WS-AVAL-STATUS      PIC X(2).
       01 WS-FREQ-STATUS      PIC X(2).
       01 WS-DISC-STATUS      PIC X(2).
       01 WS-TURMA-STATUS     PIC X(2).
       01 WS-RELATORIO-STATUS PIC X(2).
       01 WS-TEM-CHAMADA      PIC X(1) VALUE "N".
       01 WS-TEM-AVALIACOES   PIC X(1) VALUE "N".
       01 WS-TEM-FREQUENCIA   PIC X(1) VALUE "N".
       01 WS-FIM-ARQUIVO      PIC X(1).
       01 WS-TURMA            PIC X(6).
       01 WS-DISCIPLINA       PIC X(12).
       01 WS-BIMESTRE         PIC 9(1).
       01 WS-TURMA-OK         PIC X(1).
       01 WS-DISC-OK          PIC X(1).
       01 WS-DESC-TURMA       PIC X(40).
       01 WS-DESC-DISCIPLINA  PIC X(40).
       01 WS-IND              PIC 9(3).
       01 WS-IND-ALU          PIC 9(3).
       01 WS-IND-DIA          PIC 9(3).
       01 WS-IND-COL          PIC 9(2).
       01 WS-IND-BLOCO        PIC 9(3).
       01 WS-FIM-BLOCO        PIC 9(3).
       01 WS-PONTEIRO         PIC 9(3).
      * The students of the diario, kept in name order as loaded.
       01 WS-QTD-ALU          PIC 9(3) VALUE 0.
       01 TABELA-ALUNOS.
           02 TAB-ALU OCCURS 60 TIMES.
               03 TAB-ALU-MATRICULA PIC 9(5).
               03 TAB-ALU-NOME      PIC X(50).
               03 TAB-ALU-NOTA OCCURS 4 TIMES PIC 9(2)V99.
               03 TAB-ALU-MEDIA     PIC 9(2)V99.
               03 TAB-ALU-SITUACAO  PIC X(12).
               03 TAB-ALU-FALTAS    PIC 9(3).
               03 TAB-ALU-MARCA OCCURS 60 TIMES PIC X(1).
               03 TAB-ALU-AV-TEM OCCURS 10 TIMES PIC X(1).
               03 TAB-ALU-AV-NOTA OCCURS 10 TIMES PIC 9(2)V99.
       01 WS-PESOS.
           02 WS-PESO OCCURS 4 TIMES PIC 9(3).
      * The school days of the journal, in date order.
       01 WS-QTD-DIAS         PIC 9(3) VALUE 0.
       01 WS-AULAS-DADAS      PIC 9(3) VALUE 0.
       01 TABELA-DIAS.
           02 TAB-DIA OCCURS 60 TIMES.
               03 TAB-DIA-DATA  PIC X(10).
               03 TAB-DIA-AULAS PIC 9(2).
      * One back-page column per assessment sequencia.
       01 WS-QTD-COL          PIC 9(2) VALUE 0.
       01 TABELA-COLUNAS.
           02 TAB-COL OCCURS 10 TIMES.
               03 TAB-COL-SEQ   PIC 9(2).
               03 TAB-COL-TIPO  PIC X(12).
       01 WS-ACHOU            PIC X(1).
       01 WS-PRESENTES        PIC 9(3).
       01 WS-PCT-FREQ         PIC 9(3).
       01 WS-CONFERE          PIC X(30).
       01 WS-NUMERO-ED        PIC Z9.
       01 WS-AULAS-ED         PIC Z9.
       01 WS-NOTA-ED          PIC Z9.99.
       01 WS-CELULA           PIC X(6).
       01 WS-NOME-CURTO       PIC X(25).
      * Totals and exceptions.
       01 WS-TOTAL-DIAS-FORA  PIC 9(5) VALUE 0.
       01 WS-TOTAL-FALTAS-FORA PIC 9(5) VALUE 0.
       01 WS-TOTAL-ALU-FORA   PIC 9(5) VALUE 0.
       01 WS-TOTAL-COL-FORA   PIC 9(5) VALUE 0.
       01 WS-TOTAL-DIVERGE    PIC 9(5) VALUE 0.
       01 WS-LINHA-SAIDA      PIC X(130).

       PROCEDURE DIVISION.

       Inicio.
           DISPLAY "Diario de classe".
           PERFORM Abre-Arquivos.
           PERFORM Pede-Diario.
           PERFORM Carrega-Alunos.
           IF WS-QTD-ALU = 0
               DISPLAY "Nenhum aluno da turma " FUNCTION TRIM(WS-TURMA)
                   " em " FUNCTION TRIM(WS-DISCIPLINA)
                   " no bimestre " WS-BIMESTRE " - nada a imprimir."
           ELSE
               PERFORM Carrega-Chamadas
               PERFORM Carrega-Avaliacoes
               OPEN OUTPUT RELATORIO
               PERFORM Imprime-Cabecalho
               PERFORM Imprime-Frente
               PERFORM Imprime-Verso
               PERFORM Imprime-Excecoes
               CLOSE RELATORIO
               DISPLAY "Diario gravado em DIARIO.REL."
           END-IF.
           PERFORM Fecha-Arquivos.
           STOP RUN.

       Abre-Arquivos.
           OPEN INPUT ALUNOS-MASTER.
           IF WS-ALUNOS-STATUS NOT = "00"
               DISPLAY "Nao foi possivel abrir ALUNOS.DAT (status "
                   WS-ALUNOS-STATUS ")"
               STOP RUN
           END-IF.
           OPEN INPUT DISCIPLINAS-TAB.
           IF WS-DISC-STATUS NOT = "00"
               DISPLAY "Nao foi possivel abrir DISCIPLINAS.DAT "
                   "(status " WS-DISC-STATUS ")"
               CLOSE ALUNOS-MASTER
               STOP RUN
           END-IF.
           OPEN INPUT TURMAS-TAB.
           IF WS-TURMA-STATUS NOT = "00"
               DISPLAY "Nao foi possivel abrir TURMAS.DAT (status "
                   WS-TURMA-STATUS ")"
               CLOSE ALUNOS-MASTER
               CLOSE DISCIPLINAS-TAB
               STOP RUN
           END-IF.
           OPEN INPUT CHAMADA-DIARIO.
           IF WS-CHAMADA-STATUS = "00"
               MOVE "S" TO WS-TEM-CHAMADA
           END-IF.
           OPEN INPUT AVALIACOES-DET.
           IF WS-AVAL-STATUS = "00"
               MOVE "S" TO WS-TEM-AVALIACOES
           END-IF.
           OPEN INPUT FREQUENCIA-MASTER.
           IF WS-FREQ-STATUS = "00"
               MOVE "S" TO WS-TEM-FREQUENCIA
           END-IF.

       Fecha-Arquivos.
           CLOSE ALUNOS-MASTER.
           CLOSE DISCIPLINAS-TAB.
           CLOSE TURMAS-TAB.
           IF WS-TEM-CHAMADA = "S"
               CLOSE CHAMADA-DIARIO
           END-IF.
           IF WS-TEM-AVALIACOES = "S"
               CLOSE AVALIACOES-DET
           END-IF.
           IF WS-TEM-FREQUENCIA = "S"
               CLOSE FREQUENCIA-MASTER
           END-IF.

       Pede-Diario.
           DISPLAY "Turma: ".
           ACCEPT WS-TURMA.
           PERFORM Valida-Turma.
           PERFORM UNTIL WS-TURMA-OK = "S"
               DISPLAY "Turma nao cadastrada, de novo: "
               ACCEPT WS-TURMA
               PERFORM Valida-Turma
           END-PERFORM.
           DISPLAY "Disciplina: ".
           ACCEPT WS-DISCIPLINA.
           PERFORM Valida-Disciplina.
           PERFORM UNTIL WS-DISC-OK = "S"
               DISPLAY "Disciplina nao cadastrada, de novo: "
               ACCEPT WS-DISCIPLINA
               PERFORM Valida-Disciplina
           END-PERFORM.
           DISPLAY "Bimestre (1 a 4): ".
           ACCEPT WS-BIMESTRE.
           PERFORM UNTIL WS-BIMESTRE >= 1 AND WS-BIMESTRE <= 4
               DISPLAY "Bimestre invalido, digite 1 a 4: "
               ACCEPT WS-BIMESTRE
           END-PERFORM.

      * An inactive turma or disciplina still prints - the diario of
      * a past bimestre may be asked for after the table changed.
       Valida-Turma.
           MOVE "N" TO WS-TURMA-OK.
           MOVE WS-TURMA TO TRM-CODIGO.
           READ TURMAS-TAB
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-TURMA-OK
                   MOVE TRM-DESCRICAO TO WS-DESC-TURMA
           END-READ.

       Valida-Disciplina.
           MOVE "N" TO WS-DISC-OK.
           MOVE WS-DISCIPLINA TO DIS-CODIGO.
           READ DISCIPLINAS-TAB
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-DISC-OK
                   MOVE DIS-DESCRICAO TO WS-DESC-DISCIPLINA
           END-READ.

      ******************************************************************
      * Loading - students, journal days and assessments.
      ******************************************************************
       Carrega-Alunos.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ALUNOS-MASTER
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF ALU-TURMA = WS-TURMA
                           AND ALU-DISCIPLINA = WS-DISCIPLINA
                           AND ALU-BIMESTRE = WS-BIMESTRE
                           PERFORM Insere-Aluno
                       END-IF
               END-READ
           END-PERFORM.

      * Insertion in name order: the entries after the new name move
      * one place down.
       Insere-Aluno.
           IF WS-QTD-ALU >= 60
               ADD 1 TO WS-TOTAL-ALU-FORA
           ELSE
               MOVE 1 TO WS-IND-ALU
               PERFORM UNTIL WS-IND-ALU > WS-QTD-ALU
                   OR TAB-ALU-NOME (WS-IND-ALU) > ALU-NOME
                   ADD 1 TO WS-IND-ALU
               END-PERFORM
               MOVE WS-QTD-ALU TO WS-IND
               PERFORM UNTIL WS-IND < WS-IND-ALU
                   MOVE TAB-ALU (WS-IND) TO TAB-ALU (WS-IND + 1)
                   SUBTRACT 1 FROM WS-IND
               END-PERFORM
               ADD 1 TO WS-QTD-ALU
               MOVE ALU-MATRICULA TO TAB-ALU-MATRICULA (WS-IND-ALU)
               MOVE ALU-NOME      TO TAB-ALU-NOME (WS-IND-ALU)
               MOVE ALU-NOTA1     TO TAB-ALU-NOTA (WS-IND-ALU, 1)
               MOVE ALU-NOTA2     TO TAB-ALU-NOTA (WS-IND-ALU, 2)
               MOVE ALU-NOTA3     TO TAB-ALU-NOTA (WS-IND-ALU, 3)
               MOVE ALU-NOTA4     TO TAB-ALU-NOTA (WS-IND-ALU, 4)
               MOVE ALU-PESO1     TO WS-PESO (1)
               MOVE ALU-PESO2     TO WS-PESO (2)
               MOVE ALU-PESO3     TO WS-PESO (3)
               MOVE ALU-PESO4     TO WS-PESO (4)
               MOVE ALU-MEDIA     TO TAB-ALU-MEDIA (WS-IND-ALU)
               MOVE ALU-SITUACAO  TO TAB-ALU-SITUACAO (WS-IND-ALU)
               MOVE 0             TO TAB-ALU-FALTAS (WS-IND-ALU)
               MOVE 1 TO WS-IND
               PERFORM UNTIL WS-IND > 60
                   MOVE "P" TO TAB-ALU-MARCA (WS-IND-ALU, WS-IND)
                   ADD 1 TO WS-IND
               END-PERFORM
               MOVE 1 TO WS-IND
               PERFORM UNTIL WS-IND > 10
                   MOVE "N" TO TAB-ALU-AV-TEM (WS-IND-ALU, WS-IND)
                   MOVE 0 TO TAB-ALU-AV-NOTA (WS-IND-ALU, WS-IND)
                   ADD 1 TO WS-IND
               END-PERFORM
           END-IF.

      * The journal key starts with turma/disciplina, so the days of
      * the diario come back together and in date order.
       Carrega-Chamadas.
           IF WS-TEM-CHAMADA = "S"
               MOVE "N" TO WS-FIM-ARQUIVO
               MOVE WS-TURMA      TO CHA-TURMA
               MOVE WS-DISCIPLINA TO CHA-DISCIPLINA
               MOVE LOW-VALUES    TO CHA-DATA
               START CHAMADA-DIARIO KEY >= CHA-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-FIM-ARQUIVO
               END-START
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ CHAMADA-DIARIO NEXT
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF CHA-TURMA NOT = WS-TURMA
                               OR CHA-DISCIPLINA NOT = WS-DISCIPLINA
                               MOVE "S" TO WS-FIM-ARQUIVO
                           ELSE
                               IF CHA-BIMESTRE = WS-BIMESTRE
                                   PERFORM Registra-Dia
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      * Every day counts in the totals; only the first 60 fit the
      * grid.
       Registra-Dia.
           ADD CHA-AULAS TO WS-AULAS-DADAS.
           IF WS-QTD-DIAS < 60
               ADD 1 TO WS-QTD-DIAS
               MOVE WS-QTD-DIAS TO WS-IND-DIA
               MOVE CHA-DATA  TO TAB-DIA-DATA (WS-IND-DIA)
               MOVE CHA-AULAS TO TAB-DIA-AULAS (WS-IND-DIA)
           ELSE
               MOVE 0 TO WS-IND-DIA
               ADD 1 TO WS-TOTAL-DIAS-FORA
           END-IF.
           MOVE 1 TO WS-IND.
           PERFORM UNTIL WS-IND > CHA-QTD-FALTAS OR WS-IND > 50
               PERFORM Registra-Falta
               ADD 1 TO WS-IND
           END-PERFORM.

       Registra-Falta.
           MOVE "N" TO WS-ACHOU.
           MOVE 1 TO WS-IND-ALU.
           PERFORM UNTIL WS-IND-ALU > WS-QTD-ALU OR WS-ACHOU = "S"
               IF TAB-ALU-MATRICULA (WS-IND-ALU) = CHA-FALTA (WS-IND)
                   MOVE "S" TO WS-ACHOU
               ELSE
                   ADD 1 TO WS-IND-ALU
               END-IF
           END-PERFORM.
           IF WS-ACHOU = "N"
               ADD 1 TO WS-TOTAL-FALTAS-FORA
           ELSE
               ADD CHA-AULAS TO TAB-ALU-FALTAS (WS-IND-ALU)
               IF WS-IND-DIA > 0
                   MOVE "F" TO TAB-ALU-MARCA (WS-IND-ALU, WS-IND-DIA)
               END-IF
           END-IF.

       Carrega-Avaliacoes.
           IF WS-TEM-AVALIACOES = "S"
               MOVE 1 TO WS-IND-ALU
               PERFORM UNTIL WS-IND-ALU > WS-QTD-ALU
                   PERFORM Le-Avaliacoes-Aluno
                   ADD 1 TO WS-IND-ALU
               END-PERFORM
           END-IF.

       Le-Avaliacoes-Aluno.
           MOVE "N" TO WS-FIM-ARQUIVO.
           MOVE TAB-ALU-MATRICULA (WS-IND-ALU) TO AVA-MATRICULA.
           MOVE WS-DISCIPLINA TO AVA-DISCIPLINA.
           MOVE WS-BIMESTRE   TO AVA-BIMESTRE.
           MOVE 0             TO AVA-SEQUENCIA.
           START AVALIACOES-DET KEY >= AVA-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-START.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ AVALIACOES-DET NEXT
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF AVA-MATRICULA
                           NOT = TAB-ALU-MATRICULA (WS-IND-ALU)
                           OR AVA-DISCIPLINA NOT = WS-DISCIPLINA
                           OR AVA-BIMESTRE NOT = WS-BIMESTRE
                           MOVE "S" TO WS-FIM-ARQUIVO
                       ELSE
                           PERFORM Registra-Avaliacao
                       END-IF
               END-READ
           END-PERFORM.

      * Columns are kept in sequencia order, whatever order the
      * students bring them in.
       Registra-Avaliacao.
           MOVE 0 TO WS-IND-COL.
           MOVE 1 TO WS-IND.
           PERFORM UNTIL WS-IND > WS-QTD-COL OR WS-IND-COL > 0
               IF TAB-COL-SEQ (WS-IND) = AVA-SEQUENCIA
                   MOVE WS-IND TO WS-IND-COL
               END-IF
               ADD 1 TO WS-IND
           END-PERFORM.
           IF WS-IND-COL = 0
               IF WS-QTD-COL >= 10
                   ADD 1 TO WS-TOTAL-COL-FORA
               ELSE
                   PERFORM Nova-Coluna
               END-IF
           END-IF.
           IF WS-IND-COL > 0
               MOVE "S" TO TAB-ALU-AV-TEM (WS-IND-ALU, WS-IND-COL)
               MOVE AVA-NOTA TO TAB-ALU-AV-NOTA (WS-IND-ALU, WS-IND-COL)
           END-IF.

       Nova-Coluna.
           MOVE 1 TO WS-IND-COL.
           PERFORM UNTIL WS-IND-COL > WS-QTD-COL
               OR TAB-COL-SEQ (WS-IND-COL) > AVA-SEQUENCIA
               ADD 1 TO WS-IND-COL
           END-PERFORM.
           MOVE WS-QTD-COL TO WS-IND.
           PERFORM UNTIL WS-IND < WS-IND-COL
               MOVE TAB-COL (WS-IND) TO TAB-COL (WS-IND + 1)
               PERFORM Desloca-Notas
               SUBTRACT 1 FROM WS-IND
           END-PERFORM.
           ADD 1 TO WS-QTD-COL.
           MOVE AVA-SEQUENCIA TO TAB-COL-SEQ (WS-IND-COL).
           MOVE AVA-TIPO      TO TAB-COL-TIPO (WS-IND-COL).
           PERFORM Limpa-Coluna.

      * A column moving right takes every student's nota along.
       Desloca-Notas.
           MOVE 1 TO WS-IND-BLOCO.
           PERFORM UNTIL WS-IND-BLOCO > WS-QTD-ALU
               MOVE TAB-ALU-AV-TEM (WS-IND-BLOCO, WS-IND)
                   TO TAB-ALU-AV-TEM (WS-IND-BLOCO, WS-IND + 1)
               MOVE TAB-ALU-AV-NOTA (WS-IND-BLOCO, WS-IND)
                   TO TAB-ALU-AV-NOTA (WS-IND-BLOCO, WS-IND + 1)
               ADD 1 TO WS-IND-BLOCO
           END-PERFORM.

       Limpa-Coluna.
           MOVE 1 TO WS-IND-BLOCO.
           PERFORM UNTIL WS-IND-BLOCO > WS-QTD-ALU
               MOVE "N" TO TAB-ALU-AV-TEM (WS-IND-BLOCO, WS-IND-COL)
               MOVE 0 TO TAB-ALU-AV-NOTA (WS-IND-BLOCO, WS-IND-COL)
               ADD 1 TO WS-IND-BLOCO
           END-PERFORM.

      ******************************************************************
      * Printing.
      ******************************************************************
       Imprime-Cabecalho.
           MOVE "DIARIO DE CLASSE" TO WS-LINHA-SAIDA.
           PERFORM Grava-Linha.
           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING "Turma: " FUNCTION TRIM(WS-TURMA) " - "
               FUNCTION TRIM(WS-DESC-TURMA)
               "   Disciplina: " FUNCTION TRIM(WS-DISCIPLINA) " - "
               FUNCTION TRIM(WS-DESC-DISCIPLINA)
               "   Bimestre: " WS-BIMESTRE
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           PERFORM Grava-Linha.

       Imprime-Frente.
           MOVE SPACES TO WS-LINHA-SAIDA.
           PERFORM Grava-Linha.
           MOVE "=== FRENTE - FREQUENCIA (P presente, F falta) ==="
               TO WS-LINHA-SAIDA.
           PERFORM Grava-Linha.
           IF WS-QTD-DIAS = 0
               MOVE "Nenhuma chamada lancada para este bimestre."
                   TO WS-LINHA-SAIDA
               PERFORM Grava-Linha
           END-IF.
           MOVE 1 TO WS-IND-BLOCO.
           PERFORM UNTIL WS-IND-BLOCO > WS-QTD-DIAS
               COMPUTE WS-FIM-BLOCO = WS-IND-BLOCO + 14
               IF WS-FIM-BLOCO > WS-QTD-DIAS
                   MOVE WS-QTD-DIAS TO WS-FIM-BLOCO
               END-IF
               PERFORM Imprime-Bloco
               ADD 15 TO WS-IND-BLOCO
           END-PERFORM.
           PERFORM Imprime-Totais-Frequencia.

      * Fifteen days side by side: the dates, the aulas of each day,
      * then one line per student.
       Imprime-Bloco.
           MOVE SPACES TO WS-LINHA-SAIDA.
           PERFORM Grava-Linha.
           MOVE SPACES TO WS-LINHA-SAIDA.
           MOVE "Nr Aluno" TO WS-LINHA-SAIDA.
           MOVE 31 TO WS-PONTEIRO.
           MOVE WS-IND-BLOCO TO WS-IND-DIA.
           PERFORM UNTIL WS-IND-DIA > WS-FIM-BLOCO
               STRING TAB-DIA-DATA (WS-IND-DIA) (9:2) "/"
                   TAB-DIA-DATA (WS-IND-DIA) (6:2) " "
                   DELIMITED BY SIZE INTO WS-LINHA-SAIDA
                   WITH POINTER WS-PONTEIRO
               ADD 1 TO WS-IND-DIA
           END-PERFORM.
           PERFORM Grava-Linha.
           MOVE SPACES TO WS-LINHA-SAIDA.
           MOVE "   Aulas no dia" TO WS-LINHA-SAIDA.
           MOVE 31 TO WS-PONTEIRO.
           MOVE WS-IND-BLOCO TO WS-IND-DIA.
           PERFORM UNTIL WS-IND-DIA > WS-FIM-BLOCO
               MOVE TAB-DIA-AULAS (WS-IND-DIA) TO WS-AULAS-ED
               STRING " " WS-AULAS-ED "   "
                   DELIMITED BY SIZE INTO WS-LINHA-SAIDA
                   WITH POINTER WS-PONTEIRO
               ADD 1 TO WS-IND-DIA
           END-PERFORM.
           PERFORM Grava-Linha.
           MOVE 1 TO WS-IND-ALU.
           PERFORM UNTIL WS-IND-ALU > WS-QTD-ALU
               PERFORM Imprime-Linha-Grade
               ADD 1 TO WS-IND-ALU
           END-PERFORM.

       Imprime-Linha-Grade.
           PERFORM Monta-Nome-Aluno.
           MOVE 31 TO WS-PONTEIRO.
           MOVE WS-IND-BLOCO TO WS-IND-DIA.
           PERFORM UNTIL WS-IND-DIA > WS-FIM-BLOCO
               MOVE SPACES TO WS-CELULA
               MOVE TAB-ALU-MARCA (WS-IND-ALU, WS-IND-DIA)
                   TO WS-CELULA (3:1)
               STRING WS-CELULA DELIMITED BY SIZE INTO WS-LINHA-SAIDA
                   WITH POINTER WS-PONTEIRO
               ADD 1 TO WS-IND-DIA
           END-PERFORM.
           PERFORM Grava-Linha.

      * Columns 1-30 of every grid line: number and name.
       Monta-Nome-Aluno.
           MOVE SPACES TO WS-LINHA-SAIDA.
           MOVE WS-IND-ALU TO WS-NUMERO-ED.
           MOVE TAB-ALU-NOME (WS-IND-ALU) TO WS-NOME-CURTO.
           STRING WS-NUMERO-ED " " WS-NOME-CURTO
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.

      * Counted as GeraFrequencia does: dadas is every aula of the
      * turma's journal, each falta takes that day's aulas off.
       Imprime-Totais-Frequencia.
           MOVE SPACES TO WS-LINHA-SAIDA.
           PERFORM Grava-Linha.
           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING "Nr Aluno                        Dadas Presencas "
               "Faltas Freq.  FREQUENCIA.DAT"
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           PERFORM Grava-Linha.
           MOVE 1 TO WS-IND-ALU.
           PERFORM UNTIL WS-IND-ALU > WS-QTD-ALU
               PERFORM Imprime-Total-Aluno
               ADD 1 TO WS-IND-ALU
           END-PERFORM.

       Imprime-Total-Aluno.
           IF TAB-ALU-FALTAS (WS-IND-ALU) > WS-AULAS-DADAS
               MOVE 0 TO WS-PRESENTES
           ELSE
               COMPUTE WS-PRESENTES =
                   WS-AULAS-DADAS - TAB-ALU-FALTAS (WS-IND-ALU)
           END-IF.
           MOVE 0 TO WS-PCT-FREQ.
           IF WS-AULAS-DADAS > 0
               COMPUTE WS-PCT-FREQ ROUNDED =
                   WS-PRESENTES * 100 / WS-AULAS-DADAS
           END-IF.
           PERFORM Confere-Frequencia.
           PERFORM Monta-Nome-Aluno.
           MOVE 31 TO WS-PONTEIRO.
           STRING "  " WS-AULAS-DADAS "       " WS-PRESENTES
               "    " TAB-ALU-FALTAS (WS-IND-ALU)
               "  " WS-PCT-FREQ "%  " WS-CONFERE
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA
               WITH POINTER WS-PONTEIRO.
           PERFORM Grava-Linha.

       Confere-Frequencia.
           MOVE "nao gerada" TO WS-CONFERE.
           IF WS-TEM-FREQUENCIA = "S"
               MOVE TAB-ALU-MATRICULA (WS-IND-ALU) TO FREQ-MATRICULA
               MOVE WS-DISCIPLINA TO FREQ-DISCIPLINA
               MOVE WS-BIMESTRE   TO FREQ-BIMESTRE
               READ FREQUENCIA-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FREQ-AULAS-DADAS = WS-AULAS-DADAS
                           AND FREQ-AULAS-PRESENTES = WS-PRESENTES
                           MOVE "confere" TO WS-CONFERE
                       ELSE
                           ADD 1 TO WS-TOTAL-DIVERGE
                           MOVE SPACES TO WS-CONFERE
                           STRING "DIVERGE (" FREQ-AULAS-DADAS "/"
                               FREQ-AULAS-PRESENTES ")"
                               DELIMITED BY SIZE INTO WS-CONFERE
                       END-IF
               END-READ
           END-IF.

       Imprime-Verso.
           MOVE SPACES TO WS-LINHA-SAIDA.
           PERFORM Grava-Linha.
           MOVE "=== VERSO - AVALIACOES ===" TO WS-LINHA-SAIDA.
           PERFORM Grava-Linha.
           IF WS-QTD-COL > 0
               PERFORM Imprime-Colunas-Avaliacao
           ELSE
               PERFORM Imprime-Colunas-Notas
           END-IF.
           MOVE 1 TO WS-IND-ALU.
           PERFORM UNTIL WS-IND-ALU > WS-QTD-ALU
               PERFORM Imprime-Notas-Aluno
               ADD 1 TO WS-IND-ALU
           END-PERFORM.
           PERFORM Imprime-Assinaturas.

      * Two header lines: the sequencia, then the first letters of
      * the type.
       Imprime-Colunas-Avaliacao.
           MOVE SPACES TO WS-LINHA-SAIDA.
           MOVE "Nr Aluno" TO WS-LINHA-SAIDA.
           MOVE 31 TO WS-PONTEIRO.
           MOVE 1 TO WS-IND-COL.
           PERFORM UNTIL WS-IND-COL > WS-QTD-COL
               STRING "Av." TAB-COL-SEQ (WS-IND-COL) "  "
                   DELIMITED BY SIZE INTO WS-LINHA-SAIDA
                   WITH POINTER WS-PONTEIRO
               ADD 1 TO WS-IND-COL
           END-PERFORM.
           STRING " Media Situacao"
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA
               WITH POINTER WS-PONTEIRO.
           PERFORM Grava-Linha.
           MOVE SPACES TO WS-LINHA-SAIDA.
           MOVE 31 TO WS-PONTEIRO.
           MOVE 1 TO WS-IND-COL.
           PERFORM UNTIL WS-IND-COL > WS-QTD-COL
               STRING TAB-COL-TIPO (WS-IND-COL) (1:6) " "
                   DELIMITED BY SIZE INTO WS-LINHA-SAIDA
                   WITH POINTER WS-PONTEIRO
               ADD 1 TO WS-IND-COL
           END-PERFORM.
           PERFORM Grava-Linha.

       Imprime-Colunas-Notas.
           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING "Nr Aluno                      Nota1  Nota2  "
               "Nota3  Nota4   Media Situacao"
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           PERFORM Grava-Linha.
           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING "   Pesos: " WS-PESO (1) "    " WS-PESO (2)
               "    " WS-PESO (3) "    " WS-PESO (4)
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           PERFORM Grava-Linha.

       Imprime-Notas-Aluno.
           PERFORM Monta-Nome-Aluno.
           MOVE 31 TO WS-PONTEIRO.
           IF WS-QTD-COL > 0
               MOVE 1 TO WS-IND-COL
               PERFORM UNTIL WS-IND-COL > WS-QTD-COL
                   IF TAB-ALU-AV-TEM (WS-IND-ALU, WS-IND-COL) = "S"
                       MOVE TAB-ALU-AV-NOTA (WS-IND-ALU, WS-IND-COL)
                           TO WS-NOTA-ED
                       STRING WS-NOTA-ED "  "
                           DELIMITED BY SIZE INTO WS-LINHA-SAIDA
                           WITH POINTER WS-PONTEIRO
                   ELSE
                       STRING "   -   "
                           DELIMITED BY SIZE INTO WS-LINHA-SAIDA
                           WITH POINTER WS-PONTEIRO
                   END-IF
                   ADD 1 TO WS-IND-COL
               END-PERFORM
           ELSE
               MOVE 1 TO WS-IND-COL
               PERFORM UNTIL WS-IND-COL > 4
                   MOVE TAB-ALU-NOTA (WS-IND-ALU, WS-IND-COL)
                       TO WS-NOTA-ED
                   STRING WS-NOTA-ED "  "
                       DELIMITED BY SIZE INTO WS-LINHA-SAIDA
                       WITH POINTER WS-PONTEIRO
                   ADD 1 TO WS-IND-COL
               END-PERFORM
           END-IF.
           MOVE TAB-ALU-MEDIA (WS-IND-ALU) TO WS-NOTA-ED.
           STRING " " WS-NOTA-ED " " TAB-ALU-SITUACAO (WS-IND-ALU)
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA
               WITH POINTER WS-PONTEIRO.
           PERFORM Grava-Linha.

       Imprime-Assinaturas.
           MOVE SPACES TO WS-LINHA-SAIDA.
           PERFORM Grava-Linha.
           MOVE SPACES TO WS-LINHA-SAIDA.
           PERFORM Grava-Linha.
           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING "______________________________      "
               "______________________________      "
               "Data: ____/____/________"
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           PERFORM Grava-Linha.
           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING "       Professor(a)                  "
               "      Coordenador(a)"
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           PERFORM Grava-Linha.

       Imprime-Excecoes.
           IF WS-TOTAL-ALU-FORA > 0
               MOVE SPACES TO WS-LINHA-SAIDA
               STRING "EXCECAO: " WS-TOTAL-ALU-FORA
                   " aluno(s) alem de 60 - fora deste diario"
                   DELIMITED BY SIZE INTO WS-LINHA-SAIDA
               PERFORM Grava-Linha
           END-IF.
           IF WS-TOTAL-DIAS-FORA > 0
               MOVE SPACES TO WS-LINHA-SAIDA
               STRING "EXCECAO: " WS-TOTAL-DIAS-FORA
                   " dia(s) alem de 60 - contados nos totais, fora "
                   "da grade"
                   DELIMITED BY SIZE INTO WS-LINHA-SAIDA
               PERFORM Grava-Linha
           END-IF.
           IF WS-TOTAL-FALTAS-FORA > 0
               MOVE SPACES TO WS-LINHA-SAIDA
               STRING "EXCECAO: " WS-TOTAL-FALTAS-FORA
                   " falta(s) de matricula sem registro da turma "
                   "neste bimestre"
                   DELIMITED BY SIZE INTO WS-LINHA-SAIDA
               PERFORM Grava-Linha
           END-IF.
           IF WS-TOTAL-COL-FORA > 0
               MOVE SPACES TO WS-LINHA-SAIDA
               STRING "EXCECAO: " WS-TOTAL-COL-FORA
                   " nota(s) de avaliacao alem da 10a coluna - ver "
                   "BoletimAluno"
                   DELIMITED BY SIZE INTO WS-LINHA-SAIDA
               PERFORM Grava-Linha
           END-IF.
           IF WS-TOTAL-DIVERGE > 0
               MOVE SPACES TO WS-LINHA-SAIDA
               STRING "ATENCAO: " WS-TOTAL-DIVERGE
                   " aluno(s) com FREQUENCIA.DAT diferente do diario"
                   " - rodar GeraFrequencia do bimestre"
                   DELIMITED BY SIZE INTO WS-LINHA-SAIDA
               PERFORM Grava-Linha
           END-IF.

       Grava-Linha.
           DISPLAY WS-LINHA-SAIDA.
           MOVE WS-LINHA-SAIDA TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
       END PROGRAM DiarioClasse.
