      ******************************************************************
      * Author: Cristian Silva
      * Date: 15/10/2026
      * Purpose: One-time conversion of the student cadastro to the
      *          layout with the student's current turma (CAD-TURMA)
      *          and the withdrawal reason/date (CAD-BAIXA-MOTIVO,
      *          CAD-BAIXA-DATA).
      *          Before running, rename the current CADASTRO.DAT to
      *          CADASTRO.ANT; this program reads the old-layout file
      *          and loads the new one, carrying every field over
      *          unchanged. The turma is taken from the student's
      *          grade records in ALUNOS.DAT when there are any, so
      *          the secretaria only has to fill in the students with
      *          no grades yet (CadastroAluno, or the next
      *          Rematricula run). Without ALUNOS.DAT every turma is
      *          left blank. The withdrawal reason is not known for the
      *          students already inactive, so it is carried blank -
      *          RendimentoEscolar lists them until the secretaria
      *          records it in CadastroAluno.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConverteCadastro.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADASTRO-ANTIGO ASSIGN TO "CADASTRO.ANT"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS CAN-MATRICULA
               FILE STATUS IS WS-ANTIGO-STATUS.
           SELECT CADASTRO-MASTER ASSIGN TO "CADASTRO.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS CAD-MATRICULA
               FILE STATUS IS WS-CADASTRO-STATUS.
           SELECT ALUNOS-MASTER ASSIGN TO "ALUNOS.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS ALU-CHAVE
               FILE STATUS IS WS-ALUNOS-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Old cadastro layout, as CadastroAluno and ImportaMovimento
      * wrote it before the current turma was kept in the cadastro.
       FD  CADASTRO-ANTIGO.
       01 CADASTRO-ANTIGO-REG.
           02 CAN-MATRICULA   PIC 9(5).
           02 CAN-NOME        PIC A(50).
           02 CAN-NASCIMENTO  PIC X(10).
           02 CAN-RESPONSAVEL PIC X(50).
           02 CAN-TELEFONE    PIC X(15).
           02 CAN-ENDERECO    PIC X(60).
           02 CAN-ATIVO       PIC X(1).

       FD  CADASTRO-MASTER.
       COPY "CADREG.cpy".

       FD  ALUNOS-MASTER.
       COPY "ALUNOREG.cpy".

       WORKING-STORAGE SECTION.
       01 WS-ANTIGO-STATUS   PIC X(2).
       01 WS-CADASTRO-STATUS PIC X(2).
       01 WS-ALUNOS-STATUS   PIC X(2).
       01 WS-TEM-ALUNOS      PIC X(1) VALUE "N".
       01 WS-FIM-ARQUIVO     PIC X(1) VALUE "N".
       01 WS-TOTAL-LIDOS     PIC 9(7) VALUE 0.
       01 WS-TOTAL-CARGA     PIC 9(7) VALUE 0.
       01 WS-TOTAL-TURMA     PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.

       Inicio.
           DISPLAY "Conversao do cadastro - turma atual do aluno".
           OPEN INPUT CADASTRO-ANTIGO.
           IF WS-ANTIGO-STATUS NOT = "00"
               DISPLAY "Nao foi possivel abrir CADASTRO.ANT - renomeie "
                   "o CADASTRO.DAT antigo para CADASTRO.ANT antes de "
                   "converter"
               STOP RUN
           END-IF.
           OPEN OUTPUT CADASTRO-MASTER.
           IF WS-CADASTRO-STATUS NOT = "00"
               DISPLAY "Nao foi possivel criar o novo CADASTRO.DAT "
                   "(status " WS-CADASTRO-STATUS ")"
               CLOSE CADASTRO-ANTIGO
               STOP RUN
           END-IF.
           OPEN INPUT ALUNOS-MASTER.
           IF WS-ALUNOS-STATUS = "00"
               MOVE "S" TO WS-TEM-ALUNOS
           ELSE
               DISPLAY "Sem ALUNOS.DAT - turmas ficam em branco."
           END-IF.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ CADASTRO-ANTIGO NEXT
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       ADD 1 TO WS-TOTAL-LIDOS
                       PERFORM Carrega-Cadastro
               END-READ
           END-PERFORM.
           CLOSE CADASTRO-ANTIGO.
           CLOSE CADASTRO-MASTER.
           IF WS-TEM-ALUNOS = "S"
               CLOSE ALUNOS-MASTER
           END-IF.
           DISPLAY "Cadastro: lidos " WS-TOTAL-LIDOS
               " carregados " WS-TOTAL-CARGA
               " com turma " WS-TOTAL-TURMA.
           STOP RUN.

       Carrega-Cadastro.
           MOVE CAN-MATRICULA   TO CAD-MATRICULA.
           MOVE CAN-NOME        TO CAD-NOME.
           MOVE CAN-NASCIMENTO  TO CAD-NASCIMENTO.
           MOVE CAN-RESPONSAVEL TO CAD-RESPONSAVEL.
           MOVE CAN-TELEFONE    TO CAD-TELEFONE.
           MOVE CAN-ENDERECO    TO CAD-ENDERECO.
           MOVE CAN-ATIVO       TO CAD-ATIVO.
           MOVE SPACES          TO CAD-TURMA.
           MOVE SPACES          TO CAD-BAIXA-MOTIVO.
           MOVE SPACES          TO CAD-BAIXA-DATA.
           IF WS-TEM-ALUNOS = "S"
               PERFORM Procura-Turma
           END-IF.
           WRITE CADASTRO-REG
               INVALID KEY
                   DISPLAY "Chave duplicada, registro ignorado: "
                       CAN-MATRICULA
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-CARGA
                   IF CAD-TURMA NOT = SPACES
                       ADD 1 TO WS-TOTAL-TURMA
                   END-IF
           END-WRITE.

      * Any grade record of the matricula carries its turma - the
      * master is keyed matricula/disciplina/bimestre, so the first
      * record at or after the matricula is enough.
       Procura-Turma.
           MOVE CAN-MATRICULA TO ALU-MATRICULA.
           MOVE LOW-VALUES    TO ALU-DISCIPLINA.
           MOVE 0             TO ALU-BIMESTRE.
           START ALUNOS-MASTER KEY >= ALU-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ ALUNOS-MASTER NEXT
                       AT END
                           CONTINUE
                       NOT AT END
                           IF ALU-MATRICULA = CAN-MATRICULA
                               MOVE ALU-TURMA TO CAD-TURMA
                           END-IF
                   END-READ
           END-START.
       END PROGRAM ConverteCadastro.
