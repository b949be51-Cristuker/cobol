      ******************************************************************
      * Author: Cristian Silva
      * Date: 15/10/2026
      * Purpose: Personal-data protection (LGPD) for the student
      *          cadastro and the files that copy from it.
      *          (E)xtrato do titular (nivel 3): for one matricula,
      *          EXTRATO.REL lists every personal field CADASTRO.DAT
      *          holds (name, birth date, guardian, telefone,
      *          endereco, turma, withdrawal) and every other file
      *          that holds the student's data, with how many
      *          records or lines carry it - ALUNOS.DAT,
      *          HISTORICO.DAT, RESULTADO.DAT, DOCUMENTOS.DAT,
      *          ORIGEM.DAT, CONTATOS.DAT, REVISAO.DAT, CONSELHO.DAT,
      *          AVALIACOES.DAT, FREQUENCIA.DAT, CHAMADA.DAT (the
      *          faltas lists), REMATRICULA.DAT, the ALUNOS.CSV
      *          interface file, the CARTAS.REL letters, the
      *          AUDITLOG.DAT trail
      *          and the JORNAL.DAT update journal - followed by the
      *          reports and backup generations that carry the same
      *          data whenever they are produced. This is the answer
      *          to a guardian's data-subject request.
      *          (A)nonimizacao (nivel 4): every student inactive for
      *          longer than the retention period asked (years after
      *          CAD-BAIXA-DATA, default 5) has CAD-RESPONSAVEL and
      *          CAD-ENDERECO masked and CAD-TELEFONE blanked, and the
      *          free-text observacoes of the busca ativa contact log
      *          (CONTATOS.DAT) masked. Matricula, name, birth date
      *          and every grade file (HISTORICO.DAT included) are
      *          kept for the legal transcripts. A (S)imulacao run
      *          lists who would be anonymized without changing
      *          anything. ANONIMIZA.REL lists each student, the
      *          inactive students left alone because their
      *          withdrawal date was never recorded, and the totals;
      *          every anonymization, every extract and every run is
      *          written to the shared AUDITLOG, and the run totals
      *          to RUNCTL.DAT.
      * Tectonics: calls the shared ACESSO, AUDITLOG and RUNCTL
      *            subprograms, so all three must be compiled together
      *            with this one - see build.sh.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProtecaoDados.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADASTRO-MASTER ASSIGN TO "CADASTRO.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CAD-MATRICULA
               FILE STATUS IS WS-CADASTRO-STATUS.
           SELECT ALUNOS-MASTER ASSIGN TO "ALUNOS.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS ALU-CHAVE
               FILE STATUS IS WS-ALUNOS-STATUS.
           SELECT HISTORICO-MASTER ASSIGN TO "HISTORICO.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS HIST-CHAVE
               FILE STATUS IS WS-HIST-STATUS.
           SELECT RESULTADO-FILE ASSIGN TO "RESULTADO.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS RES-CHAVE
               FILE STATUS IS WS-RESULT-STATUS.
           SELECT DOCUMENTOS-FILE ASSIGN TO "DOCUMENTOS.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS DOC-NUMERO
               FILE STATUS IS WS-DOC-STATUS.
           SELECT ORIGEM-FILE ASSIGN TO "ORIGEM.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS ORI-CHAVE
               FILE STATUS IS WS-ORIGEM-STATUS.
           SELECT CONTATOS-FILE ASSIGN TO "CONTATOS.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CTT-CHAVE
               FILE STATUS IS WS-CONTATOS-STATUS.
           SELECT REVISAO-FILE ASSIGN TO "REVISAO.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS REV-PROTOCOLO
               FILE STATUS IS WS-REVISAO-STATUS.
           SELECT CONSELHO-FILE ASSIGN TO "CONSELHO.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CON-CHAVE
               FILE STATUS IS WS-CONSELHO-STATUS.
           SELECT AVALIACOES-DET ASSIGN TO "AVALIACOES.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS AVA-CHAVE
               FILE STATUS IS WS-AVAL-STATUS.
           SELECT FREQUENCIA-MASTER ASSIGN TO "FREQUENCIA.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS FREQ-CHAVE
               FILE STATUS IS WS-FREQ-STATUS.
           SELECT CHAMADA-DIARIO ASSIGN TO "CHAMADA.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS CHA-CHAVE
               FILE STATUS IS WS-CHAMADA-STATUS.
           SELECT MOVIMENTO-REMAT ASSIGN TO "REMATRICULA.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REMAT-STATUS.
           SELECT INTERFACE-CSV ASSIGN TO "ALUNOS.CSV"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.
           SELECT CARTAS-FILE ASSIGN TO "CARTAS.REL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CARTAS-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT JORNAL-FILE ASSIGN TO "JORNAL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JORNAL-STATUS.
           SELECT EXTRATO-REL ASSIGN TO "EXTRATO.REL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRATO-STATUS.
           SELECT ANONIMIZA-REL ASSIGN TO "ANONIMIZA.REL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ANONIMIZA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CADASTRO-MASTER.
       COPY "CADREG.cpy".

       FD  ALUNOS-MASTER.
       COPY "ALUNOREG.cpy".

       FD  HISTORICO-MASTER.
       COPY "HISTREG.cpy".

       FD  RESULTADO-FILE.
       COPY "RESULTREG.cpy".

       FD  DOCUMENTOS-FILE.
       COPY "DOCREG.cpy".

       FD  ORIGEM-FILE.
       COPY "ORIGREG.cpy".

       FD  CONTATOS-FILE.
       COPY "CONTATOREG.cpy".

       FD  REVISAO-FILE.
       COPY "REVREG.cpy".

       FD  CONSELHO-FILE.
       COPY "CONSREG.cpy".

       FD  AVALIACOES-DET.
       COPY "AVALREG.cpy".

       FD  FREQUENCIA-MASTER.
       COPY "FREQREG.cpy".

       FD  CHAMADA-DIARIO.
       COPY "CHAMADAREG.cpy".

      * Rematricula decisions as Rematricula writes them.
       FD  MOVIMENTO-REMAT.
       01 REG-REMATRICULA.
           02 REM-MATRICULA      PIC 9(5).
           02 FILLER             PIC X(1).
           02 REM-TURMA-ANTERIOR PIC X(6).
           02 FILLER             PIC X(1).
           02 REM-TURMA-NOVA     PIC X(6).
           02 FILLER             PIC X(1).
           02 REM-SITUACAO       PIC X(12).

       FD  INTERFACE-CSV.
       01 LINHA-CSV PIC X(250).

       FD  CARTAS-FILE.
       01 LINHA-CARTA PIC X(80).

       FD  AUDIT-FILE.
       COPY "AUDITREG.cpy".

       FD  JORNAL-FILE.
       COPY "JRNREG.cpy".

       FD  EXTRATO-REL.
       01 LINHA-EXTRATO PIC X(80).

       FD  ANONIMIZA-REL.
       01 LINHA-ANONIMIZA PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-CADASTRO-STATUS  PIC X(2).
       01 WS-ALUNOS-STATUS    PIC X(2).
       01 WS-HIST-STATUS      PIC X(2).
       01 WS-RESULT-STATUS    PIC X(2).
       01 WS-DOC-STATUS       PIC X(2).
       01 WS-ORIGEM-STATUS    PIC X(2).
       01 WS-CONTATOS-STATUS  PIC X(2).
       01 WS-REVISAO-STATUS   PIC X(2).
       01 WS-CONSELHO-STATUS  PIC X(2).
       01 WS-AVAL-STATUS      PIC X(2).
       01 WS-FREQ-STATUS      PIC X(2).
       01 WS-CHAMADA-STATUS   PIC X(2).
       01 WS-REMAT-STATUS     PIC X(2).
       01 WS-CSV-STATUS       PIC X(2).
       01 WS-CARTAS-STATUS    PIC X(2).
       01 WS-AUDIT-STATUS     PIC X(2).
       01 WS-JORNAL-STATUS    PIC X(2).
       01 WS-EXTRATO-STATUS   PIC X(2).
       01 WS-ANONIMIZA-STATUS PIC X(2).
       01 WS-OPCAO            PIC X(1).
       01 WS-CONFIRMA         PIC X(1).
       01 WS-FIM-ARQUIVO      PIC X(1).
       01 WS-MATRICULA        PIC 9(5).
       01 WS-DATA-HOJE.
           02 WS-HOJE-ANO     PIC 9(4).
           02 FILLER          PIC X(1) VALUE "-".
           02 WS-HOJE-MES     PIC X(2).
           02 FILLER          PIC X(1) VALUE "-".
           02 WS-HOJE-DIA     PIC X(2).
      * Contact data of an anonymized student is overwritten with
      * this text - also how a second run knows it was already done.
       01 WS-MASCARA          PIC X(20) VALUE "ANONIMIZADO (LGPD)".
      * Extract: one line per file holding the student's data.
       01 WS-ARQ-NOME         PIC X(15).
       01 WS-ARQ-DADOS        PIC X(70).
       01 WS-ARQ-UNIDADE      PIC X(10).
       01 WS-ARQ-TEM          PIC X(1).
       01 WS-ARQ-QTD          PIC 9(5).
       01 WS-ARQ-QTD-ED       PIC ZZZZ9.
       01 WS-ARQ-COM-DADOS    PIC 9(2) VALUE 0.
       01 WS-NUM-SECAO        PIC 9(2) VALUE 0.
       01 WS-NUM-SECAO-ED     PIC Z9.
       01 WS-TALLY            PIC 9(3).
       01 WS-IND              PIC 9(2).
       01 WS-PADRAO-AUDIT.
           02 FILLER          PIC X(10) VALUE "matricula=".
           02 WS-PA-MATRICULA PIC 9(5).
       01 WS-PADRAO-CARTA.
           02 FILLER          PIC X(11) VALUE "(matricula ".
           02 WS-PC-MATRICULA PIC 9(5).
       01 WS-SITUACAO-CAD     PIC X(60).
      * Anonymization run.
       01 WS-PRAZO-ANOS       PIC 9(2) VALUE 0.
       01 WS-DATA-CORTE.
           02 WS-CORTE-ANO    PIC 9(4).
           02 FILLER          PIC X(1) VALUE "-".
           02 WS-CORTE-MES    PIC X(2).
           02 FILLER          PIC X(1) VALUE "-".
           02 WS-CORTE-DIA    PIC X(2).
       01 WS-EXECUTA          PIC X(1).
       01 WS-MODO-TEXTO       PIC X(10).
       01 WS-TEM-CONTATOS     PIC X(1) VALUE "N".
       01 WS-FIM-CONTATOS     PIC X(1).
       01 WS-QTD-OBS          PIC 9(3).
       01 WS-STATUS-LINHA     PIC X(22).
       01 WS-QTD-ATIVOS       PIC 9(7) VALUE 0.
       01 WS-QTD-ANONIMIZADOS PIC 9(7) VALUE 0.
       01 WS-QTD-JA-FEITOS    PIC 9(7) VALUE 0.
       01 WS-QTD-SEM-DATA     PIC 9(7) VALUE 0.
       01 WS-QTD-NO-PRAZO     PIC 9(7) VALUE 0.
       01 WS-QTD-OBS-TOTAL    PIC 9(7) VALUE 0.
       01 WS-RUN-INICIO.
           02 WS-RI-HH PIC X(2).
           02 FILLER   PIC X(1) VALUE ":".
           02 WS-RI-MM PIC X(2).
           02 FILLER   PIC X(1) VALUE ":".
           02 WS-RI-SS PIC X(2).
       01 WS-RUN-LIDOS        PIC 9(7) VALUE 0.
       01 WS-RUN-GRAVADOS     PIC 9(7) VALUE 0.
       01 WS-RUN-REJEITADOS   PIC 9(7) VALUE 0.
       01 WS-ACS-NIVEL        PIC 9(1).
       01 WS-ACS-OPERADOR     PIC X(8).
       01 WS-ACS-RESULTADO    PIC X(1).
       01 WS-AUD-PROGRAMA  PIC X(20) VALUE "ProtecaoDados".
       01 WS-AUD-SESSAO    PIC X(14).
       01 WS-AUD-ENTRADA   PIC X(90).
       01 WS-AUD-RESULTADO PIC X(90).

       PROCEDURE DIVISION.

      * The extract is secretaria work; the anonymization destroys
      * contact data for good, so it asks for administracao on top.
       Inicio.
           DISPLAY "Protecao de dados pessoais (LGPD)".
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-AUD-SESSAO.
           MOVE WS-AUD-SESSAO (1:4)  TO WS-HOJE-ANO.
           MOVE WS-AUD-SESSAO (5:2)  TO WS-HOJE-MES.
           MOVE WS-AUD-SESSAO (7:2)  TO WS-HOJE-DIA.
           MOVE WS-AUD-SESSAO (9:2)  TO WS-RI-HH.
           MOVE WS-AUD-SESSAO (11:2) TO WS-RI-MM.
           MOVE WS-AUD-SESSAO (13:2) TO WS-RI-SS.
           MOVE 3 TO WS-ACS-NIVEL.
           CALL "ACESSO" USING WS-AUD-PROGRAMA WS-ACS-NIVEL
               WS-ACS-OPERADOR WS-ACS-RESULTADO.
           IF WS-ACS-RESULTADO NOT = "S"
               STOP RUN
           END-IF.
           DISPLAY "(E)xtrato do titular ou (A)nonimizacao de "
               "ex-alunos: ".
           ACCEPT WS-OPCAO.
           IF WS-OPCAO = "A" OR WS-OPCAO = "a"
               MOVE 4 TO WS-ACS-NIVEL
               CALL "ACESSO" USING WS-AUD-PROGRAMA WS-ACS-NIVEL
                   WS-ACS-OPERADOR WS-ACS-RESULTADO
               IF WS-ACS-RESULTADO = "S"
                   PERFORM Anonimizacao
               END-IF
           ELSE
               PERFORM Extrato
           END-IF.
           STOP RUN.

      ******************************************************************
      * (E)xtrato - everything held on one matricula, file by file.
      ******************************************************************
       Extrato.
           OPEN INPUT CADASTRO-MASTER.
           IF WS-CADASTRO-STATUS NOT = "00"
               DISPLAY "Nao foi possivel abrir CADASTRO.DAT (status "
                   WS-CADASTRO-STATUS ")"
               STOP RUN
           END-IF.
           DISPLAY "Matricula do aluno: ".
           ACCEPT WS-MATRICULA.
           PERFORM UNTIL WS-MATRICULA > 0
               DISPLAY "Matricula deve ser maior que 0: "
               ACCEPT WS-MATRICULA
           END-PERFORM.
           MOVE WS-MATRICULA TO CAD-MATRICULA.
           READ CADASTRO-MASTER
               INVALID KEY
                   DISPLAY "Matricula nao cadastrada: " WS-MATRICULA
                   CLOSE CADASTRO-MASTER
                   STOP RUN
           END-READ.
           OPEN OUTPUT EXTRATO-REL.
           PERFORM Imprime-Cadastro.
           CLOSE CADASTRO-MASTER.
           PERFORM Conta-Alunos.
           PERFORM Conta-Historico.
           PERFORM Conta-Resultado.
           PERFORM Conta-Documentos.
           PERFORM Conta-Origem.
           PERFORM Conta-Contatos.
           PERFORM Conta-Revisao.
           PERFORM Conta-Conselho.
           PERFORM Conta-Avaliacoes.
           PERFORM Conta-Frequencia.
           PERFORM Conta-Chamada.
           PERFORM Conta-Rematricula.
           PERFORM Conta-Csv.
           PERFORM Conta-Cartas.
           PERFORM Conta-Auditoria.
           PERFORM Conta-Jornal.
           PERFORM Imprime-Outros-Arquivos.
           CLOSE EXTRATO-REL.
           DISPLAY "Extrato gravado em EXTRATO.REL - " WS-ARQ-COM-DADOS
               " arquivo(s) com dados do aluno alem do cadastro.".
           PERFORM Audita-Extrato.

       Imprime-Cadastro.
           MOVE "EXTRATO DE DADOS PESSOAIS - LGPD" TO LINHA-EXTRATO.
           WRITE LINHA-EXTRATO.
           MOVE SPACES TO LINHA-EXTRATO.
           STRING "Matricula " WS-MATRICULA
               " - emitido em " WS-DATA-HOJE
               " por " WS-ACS-OPERADOR
               DELIMITED BY SIZE INTO LINHA-EXTRATO.
           WRITE LINHA-EXTRATO.
           MOVE SPACES TO LINHA-EXTRATO.
           WRITE LINHA-EXTRATO.
           MOVE " 1. CADASTRO.DAT - cadastro do aluno (CadastroAluno)"
               TO LINHA-EXTRATO.
           WRITE LINHA-EXTRATO.
           MOVE SPACES TO LINHA-EXTRATO.
           STRING "      Nome .........: " CAD-NOME
               DELIMITED BY SIZE INTO LINHA-EXTRATO.
           WRITE LINHA-EXTRATO.
           MOVE SPACES TO LINHA-EXTRATO.
           STRING "      Nascimento ...: " CAD-NASCIMENTO
               DELIMITED BY SIZE INTO LINHA-EXTRATO.
           WRITE LINHA-EXTRATO.
           MOVE SPACES TO LINHA-EXTRATO.
           STRING "      Responsavel ..: " CAD-RESPONSAVEL
               DELIMITED BY SIZE INTO LINHA-EXTRATO.
           WRITE LINHA-EXTRATO.
           MOVE SPACES TO LINHA-EXTRATO.
           STRING "      Telefone .....: " CAD-TELEFONE
               DELIMITED BY SIZE INTO LINHA-EXTRATO.
           WRITE LINHA-EXTRATO.
           MOVE SPACES TO LINHA-EXTRATO.
           MOVE "      Endereco .....:" TO LINHA-EXTRATO.
           WRITE LINHA-EXTRATO.
           MOVE SPACES TO LINHA-EXTRATO.
           STRING "        " CAD-ENDERECO
               DELIMITED BY SIZE INTO LINHA-EXTRATO.
           WRITE LINHA-EXTRATO.
           MOVE SPACES TO LINHA-EXTRATO.
           STRING "      Turma ........: " CAD-TURMA
               DELIMITED BY SIZE INTO LINHA-EXTRATO.
           WRITE LINHA-EXTRATO.
           MOVE SPACES TO WS-SITUACAO-CAD.
           IF CAD-ATIVO = "S"
               MOVE "ativo" TO WS-SITUACAO-CAD
           ELSE
               STRING "inativo - baixa " CAD-BAIXA-MOTIVO
                   " em " CAD-BAIXA-DATA
                   DELIMITED BY SIZE INTO WS-SITUACAO-CAD
           END-IF.
           MOVE SPACES TO LINHA-EXTRATO.
           STRING "      Situacao .....: " WS-SITUACAO-CAD
               DELIMITED BY SIZE INTO LINHA-EXTRATO.
           WRITE LINHA-EXTRATO.
           IF CAD-ATIVO NOT = "S"
               MOVE "      (baixa: T transferido, A abandono, "
                   TO LINHA-EXTRATO
               MOVE "C concluinte)" TO LINHA-EXTRATO (42:13)
               WRITE LINHA-EXTRATO
           END-IF.
           IF CAD-RESPONSAVEL = WS-MASCARA
               MOVE "      (dados de contato ja anonimizados)"
                   TO LINHA-EXTRATO
               WRITE LINHA-EXTRATO
           END-IF.
           MOVE 1 TO WS-NUM-SECAO.

      * The master files are keyed on matricula first, so each count
      * starts at the matricula and stops at the next one.
       Conta-Alunos.
           MOVE 0 TO WS-ARQ-QTD.
           MOVE "N" TO WS-ARQ-TEM.
           OPEN INPUT ALUNOS-MASTER.
           IF WS-ALUNOS-STATUS = "00"
               MOVE "S" TO WS-ARQ-TEM
               MOVE "N" TO WS-FIM-ARQUIVO
               MOVE WS-MATRICULA TO ALU-MATRICULA
               MOVE LOW-VALUES TO ALU-DISCIPLINA
               MOVE 0 TO ALU-BIMESTRE
               START ALUNOS-MASTER KEY >= ALU-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-FIM-ARQUIVO
               END-START
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ALUNOS-MASTER NEXT
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF ALU-MATRICULA NOT = WS-MATRICULA
                               MOVE "S" TO WS-FIM-ARQUIVO
                           ELSE
                               ADD 1 TO WS-ARQ-QTD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALUNOS-MASTER
           END-IF.
           MOVE "ALUNOS.DAT" TO WS-ARQ-NOME.
           MOVE "registros" TO WS-ARQ-UNIDADE.
           MOVE "nome, turma, notas e situacao do ano em curso por "
               TO WS-ARQ-DADOS.
           MOVE "disciplina/bimestre" TO WS-ARQ-DADOS (51:19).
           PERFORM Imprime-Ocorrencia.

       Conta-Historico.
           MOVE 0 TO WS-ARQ-QTD.
           MOVE "N" TO WS-ARQ-TEM.
           OPEN INPUT HISTORICO-MASTER.
           IF WS-HIST-STATUS = "00"
               MOVE "S" TO WS-ARQ-TEM
               MOVE "N" TO WS-FIM-ARQUIVO
               MOVE WS-MATRICULA TO HIST-MATRICULA
               MOVE 0 TO HIST-ANO
               MOVE LOW-VALUES TO HIST-DISCIPLINA
               MOVE 0 TO HIST-BIMESTRE
               START HISTORICO-MASTER KEY >= HIST-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-FIM-ARQUIVO
               END-START
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ HISTORICO-MASTER NEXT
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF HIST-MATRICULA NOT = WS-MATRICULA
                               MOVE "S" TO WS-FIM-ARQUIVO
                           ELSE
                               ADD 1 TO WS-ARQ-QTD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORICO-MASTER
           END-IF.
           MOVE "HISTORICO.DAT" TO WS-ARQ-NOME.
           MOVE "registros" TO WS-ARQ-UNIDADE.
           MOVE "nome, turma e notas dos anos letivos encerrados"
               TO WS-ARQ-DADOS.
           PERFORM Imprime-Ocorrencia.

       Conta-Resultado.
           MOVE 0 TO WS-ARQ-QTD.
           MOVE "N" TO WS-ARQ-TEM.
           OPEN INPUT RESULTADO-FILE.
           IF WS-RESULT-STATUS = "00"
               MOVE "S" TO WS-ARQ-TEM
               MOVE "N" TO WS-FIM-ARQUIVO
               MOVE WS-MATRICULA TO RES-MATRICULA
               MOVE LOW-VALUES TO RES-DISCIPLINA
               START RESULTADO-FILE KEY >= RES-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-FIM-ARQUIVO
               END-START
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ RESULTADO-FILE NEXT
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF RES-MATRICULA NOT = WS-MATRICULA
                               MOVE "S" TO WS-FIM-ARQUIVO
                           ELSE
                               ADD 1 TO WS-ARQ-QTD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESULTADO-FILE
           END-IF.
           MOVE "RESULTADO.DAT" TO WS-ARQ-NOME.
           MOVE "registros" TO WS-ARQ-UNIDADE.
           MOVE "nome, turma e resultado anual por disciplina"
               TO WS-ARQ-DADOS.
           PERFORM Imprime-Ocorrencia.

      * DOCUMENTOS.DAT is keyed on the document number, so it is
      * read through.
       Conta-Documentos.
           MOVE 0 TO WS-ARQ-QTD.
           MOVE "N" TO WS-ARQ-TEM.
           OPEN INPUT DOCUMENTOS-FILE.
           IF WS-DOC-STATUS = "00"
               MOVE "S" TO WS-ARQ-TEM
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ DOCUMENTOS-FILE
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF DOC-MATRICULA = WS-MATRICULA
                               ADD 1 TO WS-ARQ-QTD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DOCUMENTOS-FILE
           END-IF.
           MOVE "DOCUMENTOS.DAT" TO WS-ARQ-NOME.
           MOVE "documentos" TO WS-ARQ-UNIDADE.
           MOVE "nome, turma e finalidade das declaracoes e guias "
               TO WS-ARQ-DADOS.
           MOVE "emitidas" TO WS-ARQ-DADOS (50:8).
           PERFORM Imprime-Ocorrencia.

       Conta-Origem.
           MOVE 0 TO WS-ARQ-QTD.
           MOVE "N" TO WS-ARQ-TEM.
           OPEN INPUT ORIGEM-FILE.
           IF WS-ORIGEM-STATUS = "00"
               MOVE "S" TO WS-ARQ-TEM
               MOVE "N" TO WS-FIM-ARQUIVO
               MOVE WS-MATRICULA TO ORI-MATRICULA
               MOVE 0 TO ORI-ANO
               MOVE LOW-VALUES TO ORI-DISCIPLINA
               START ORIGEM-FILE KEY >= ORI-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-FIM-ARQUIVO
               END-START
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ORIGEM-FILE NEXT
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF ORI-MATRICULA NOT = WS-MATRICULA
                               MOVE "S" TO WS-FIM-ARQUIVO
                           ELSE
                               ADD 1 TO WS-ARQ-QTD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ORIGEM-FILE
           END-IF.
           MOVE "ORIGEM.DAT" TO WS-ARQ-NOME.
           MOVE "registros" TO WS-ARQ-UNIDADE.
           MOVE "escola de origem e notas do historico importado"
               TO WS-ARQ-DADOS.
           PERFORM Imprime-Ocorrencia.

       Conta-Contatos.
           MOVE 0 TO WS-ARQ-QTD.
           MOVE "N" TO WS-ARQ-TEM.
           OPEN INPUT CONTATOS-FILE.
           IF WS-CONTATOS-STATUS = "00"
               MOVE "S" TO WS-ARQ-TEM
               MOVE "N" TO WS-FIM-ARQUIVO
               MOVE WS-MATRICULA TO CTT-MATRICULA
               MOVE LOW-VALUES TO CTT-DATA-HORA
               START CONTATOS-FILE KEY >= CTT-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-FIM-ARQUIVO
               END-START
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ CONTATOS-FILE NEXT
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF CTT-MATRICULA NOT = WS-MATRICULA
                               MOVE "S" TO WS-FIM-ARQUIVO
                           ELSE
                               ADD 1 TO WS-ARQ-QTD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTATOS-FILE
           END-IF.
           MOVE "CONTATOS.DAT" TO WS-ARQ-NOME.
           MOVE "contatos" TO WS-ARQ-UNIDADE.
           MOVE "tentativas de contato com o responsavel (busca ativa)"
               TO WS-ARQ-DADOS.
           MOVE " e observacoes" TO WS-ARQ-DADOS (54:14).
           PERFORM Imprime-Ocorrencia.

      * REVISAO.DAT is keyed on the protocol number, so it is read
      * through.
       Conta-Revisao.
           MOVE 0 TO WS-ARQ-QTD.
           MOVE "N" TO WS-ARQ-TEM.
           OPEN INPUT REVISAO-FILE.
           IF WS-REVISAO-STATUS = "00"
               MOVE "S" TO WS-ARQ-TEM
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ REVISAO-FILE
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF REV-MATRICULA = WS-MATRICULA
                               ADD 1 TO WS-ARQ-QTD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REVISAO-FILE
           END-IF.
           MOVE "REVISAO.DAT" TO WS-ARQ-NOME.
           MOVE "pedidos" TO WS-ARQ-UNIDADE.
           MOVE "pedidos de revisao de nota - motivo e parecer em "
               TO WS-ARQ-DADOS.
           MOVE "texto livre" TO WS-ARQ-DADOS (50:11).
           PERFORM Imprime-Ocorrencia.

       Conta-Conselho.
           MOVE 0 TO WS-ARQ-QTD.
           MOVE "N" TO WS-ARQ-TEM.
           OPEN INPUT CONSELHO-FILE.
           IF WS-CONSELHO-STATUS = "00"
               MOVE "S" TO WS-ARQ-TEM
               MOVE "N" TO WS-FIM-ARQUIVO
               MOVE WS-MATRICULA TO CON-MATRICULA
               MOVE 0 TO CON-ANO
               MOVE LOW-VALUES TO CON-DISCIPLINA
               START CONSELHO-FILE KEY >= CON-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-FIM-ARQUIVO
               END-START
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ CONSELHO-FILE NEXT
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF CON-MATRICULA NOT = WS-MATRICULA
                               MOVE "S" TO WS-FIM-ARQUIVO
                           ELSE
                               ADD 1 TO WS-ARQ-QTD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONSELHO-FILE
           END-IF.
           MOVE "CONSELHO.DAT" TO WS-ARQ-NOME.
           MOVE "registros" TO WS-ARQ-UNIDADE.
           MOVE "decisoes do conselho de classe e justificativas "
               TO WS-ARQ-DADOS.
           MOVE "em texto livre" TO WS-ARQ-DADOS (49:14).
           PERFORM Imprime-Ocorrencia.

       Conta-Avaliacoes.
           MOVE 0 TO WS-ARQ-QTD.
           MOVE "N" TO WS-ARQ-TEM.
           OPEN INPUT AVALIACOES-DET.
           IF WS-AVAL-STATUS = "00"
               MOVE "S" TO WS-ARQ-TEM
               MOVE "N" TO WS-FIM-ARQUIVO
               MOVE WS-MATRICULA TO AVA-MATRICULA
               MOVE LOW-VALUES TO AVA-DISCIPLINA
               MOVE 0 TO AVA-BIMESTRE
               MOVE 0 TO AVA-SEQUENCIA
               START AVALIACOES-DET KEY >= AVA-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-FIM-ARQUIVO
               END-START
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ AVALIACOES-DET NEXT
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF AVA-MATRICULA NOT = WS-MATRICULA
                               MOVE "S" TO WS-FIM-ARQUIVO
                           ELSE
                               ADD 1 TO WS-ARQ-QTD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AVALIACOES-DET
           END-IF.
           MOVE "AVALIACOES.DAT" TO WS-ARQ-NOME.
           MOVE "avaliacoes" TO WS-ARQ-UNIDADE.
           MOVE "data, tipo, nota e peso de cada avaliacao lancada"
               TO WS-ARQ-DADOS.
           PERFORM Imprime-Ocorrencia.

       Conta-Frequencia.
           MOVE 0 TO WS-ARQ-QTD.
           MOVE "N" TO WS-ARQ-TEM.
           OPEN INPUT FREQUENCIA-MASTER.
           IF WS-FREQ-STATUS = "00"
               MOVE "S" TO WS-ARQ-TEM
               MOVE "N" TO WS-FIM-ARQUIVO
               MOVE WS-MATRICULA TO FREQ-MATRICULA
               MOVE LOW-VALUES TO FREQ-DISCIPLINA
               MOVE 0 TO FREQ-BIMESTRE
               START FREQUENCIA-MASTER KEY >= FREQ-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-FIM-ARQUIVO
               END-START
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ FREQUENCIA-MASTER NEXT
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF FREQ-MATRICULA NOT = WS-MATRICULA
                               MOVE "S" TO WS-FIM-ARQUIVO
                           ELSE
                               ADD 1 TO WS-ARQ-QTD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FREQUENCIA-MASTER
           END-IF.
           MOVE "FREQUENCIA.DAT" TO WS-ARQ-NOME.
           MOVE "registros" TO WS-ARQ-UNIDADE.
           MOVE "aulas dadas e presencas por disciplina/bimestre"
               TO WS-ARQ-DADOS.
           PERFORM Imprime-Ocorrencia.

      * CHAMADA.DAT is keyed turma/disciplina/data; the student only
      * appears in the CHA-FALTA list of the calls they missed.
       Conta-Chamada.
           MOVE 0 TO WS-ARQ-QTD.
           MOVE "N" TO WS-ARQ-TEM.
           OPEN INPUT CHAMADA-DIARIO.
           IF WS-CHAMADA-STATUS = "00"
               MOVE "S" TO WS-ARQ-TEM
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ CHAMADA-DIARIO
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           PERFORM Conta-Falta-Chamada
                   END-READ
               END-PERFORM
               CLOSE CHAMADA-DIARIO
           END-IF.
           MOVE "CHAMADA.DAT" TO WS-ARQ-NOME.
           MOVE "faltas" TO WS-ARQ-UNIDADE.
           MOVE "faltas registradas nas chamadas diarias (turma, "
               TO WS-ARQ-DADOS.
           MOVE "disciplina e data)" TO WS-ARQ-DADOS (50:18).
           PERFORM Imprime-Ocorrencia.

       Conta-Falta-Chamada.
           MOVE 1 TO WS-IND.
           PERFORM UNTIL WS-IND > CHA-QTD-FALTAS OR WS-IND > 50
               IF CHA-FALTA (WS-IND) = WS-MATRICULA
                   ADD 1 TO WS-ARQ-QTD
               END-IF
               ADD 1 TO WS-IND
           END-PERFORM.

      * REMATRICULA.DAT holds the last Rematricula run's decisions,
      * matricula first.
       Conta-Rematricula.
           MOVE 0 TO WS-ARQ-QTD.
           MOVE "N" TO WS-ARQ-TEM.
           OPEN INPUT MOVIMENTO-REMAT.
           IF WS-REMAT-STATUS = "00"
               MOVE "S" TO WS-ARQ-TEM
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ MOVIMENTO-REMAT
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF REM-MATRICULA = WS-MATRICULA
                               ADD 1 TO WS-ARQ-QTD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MOVIMENTO-REMAT
           END-IF.
           MOVE "REMATRICULA.DAT" TO WS-ARQ-NOME.
           MOVE "linhas" TO WS-ARQ-UNIDADE.
           MOVE "turma anterior, turma nova e situacao da rematricula"
               TO WS-ARQ-DADOS.
           PERFORM Imprime-Ocorrencia.

      * The interface file as ExportaAlunos last wrote it: "D" rows
      * (and "C" conselho rows) start with the matricula.
       Conta-Csv.
           MOVE 0 TO WS-ARQ-QTD.
           MOVE "N" TO WS-ARQ-TEM.
           OPEN INPUT INTERFACE-CSV.
           IF WS-CSV-STATUS = "00"
               MOVE "S" TO WS-ARQ-TEM
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ INTERFACE-CSV
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF (LINHA-CSV (1:2) = "D;"
                               OR LINHA-CSV (1:2) = "C;")
                               AND LINHA-CSV (3:5) = WS-MATRICULA
                               ADD 1 TO WS-ARQ-QTD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INTERFACE-CSV
           END-IF.
           MOVE "ALUNOS.CSV" TO WS-ARQ-NOME.
           MOVE "linhas" TO WS-ARQ-UNIDADE.
           MOVE "nome, turma e notas enviados ao sistema academico "
               TO WS-ARQ-DADOS.
           MOVE "(ExportaAlunos)" TO WS-ARQ-DADOS (51:15).
           PERFORM Imprime-Ocorrencia.

      * CartaResponsavel prints "(matricula NNNNN, turma ...)" once
      * per letter.
       Conta-Cartas.
           MOVE 0 TO WS-ARQ-QTD.
           MOVE "N" TO WS-ARQ-TEM.
           MOVE WS-MATRICULA TO WS-PC-MATRICULA.
           OPEN INPUT CARTAS-FILE.
           IF WS-CARTAS-STATUS = "00"
               MOVE "S" TO WS-ARQ-TEM
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ CARTAS-FILE
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           MOVE 0 TO WS-TALLY
                           INSPECT LINHA-CARTA TALLYING WS-TALLY
                               FOR ALL WS-PADRAO-CARTA
                           ADD WS-TALLY TO WS-ARQ-QTD
                   END-READ
               END-PERFORM
               CLOSE CARTAS-FILE
           END-IF.
           MOVE "CARTAS.REL" TO WS-ARQ-NOME.
           MOVE "cartas" TO WS-ARQ-UNIDADE.
           MOVE "nome, responsavel, endereco e telefone nas cartas "
               TO WS-ARQ-DADOS.
           MOVE "ao responsavel" TO WS-ARQ-DADOS (51:14).
           PERFORM Imprime-Ocorrencia.

       Conta-Auditoria.
           MOVE 0 TO WS-ARQ-QTD.
           MOVE "N" TO WS-ARQ-TEM.
           MOVE WS-MATRICULA TO WS-PA-MATRICULA.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS = "00"
               MOVE "S" TO WS-ARQ-TEM
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ AUDIT-FILE
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           MOVE 0 TO WS-TALLY
                           INSPECT AUDIT-REG TALLYING WS-TALLY
                               FOR ALL WS-PADRAO-AUDIT
                           IF WS-TALLY > 0
                               ADD 1 TO WS-ARQ-QTD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.
           MOVE "AUDITLOG.DAT" TO WS-ARQ-NOME.
           MOVE "linhas" TO WS-ARQ-UNIDADE.
           MOVE "trilha de auditoria - nome e observacoes de contato "
               TO WS-ARQ-DADOS.
           MOVE "em parte" TO WS-ARQ-DADOS (53:8).
           PERFORM Imprime-Ocorrencia.

      * Journal images are ALUNO-REG images, matricula first.
       Conta-Jornal.
           MOVE 0 TO WS-ARQ-QTD.
           MOVE "N" TO WS-ARQ-TEM.
           OPEN INPUT JORNAL-FILE.
           IF WS-JORNAL-STATUS = "00"
               MOVE "S" TO WS-ARQ-TEM
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ JORNAL-FILE
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF JRN-ANTES (1:5) = WS-MATRICULA
                               OR JRN-DEPOIS (1:5) = WS-MATRICULA
                               ADD 1 TO WS-ARQ-QTD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JORNAL-FILE
           END-IF.
           MOVE "JORNAL.DAT" TO WS-ARQ-NOME.
           MOVE "linhas" TO WS-ARQ-UNIDADE.
           MOVE "imagens antes/depois do registro de notas (nome, "
               TO WS-ARQ-DADOS.
           MOVE "notas)" TO WS-ARQ-DADOS (50:6).
           PERFORM Imprime-Ocorrencia.

       Imprime-Ocorrencia.
           ADD 1 TO WS-NUM-SECAO.
           MOVE WS-NUM-SECAO TO WS-NUM-SECAO-ED.
           MOVE SPACES TO LINHA-EXTRATO.
           IF WS-ARQ-TEM NOT = "S"
               STRING WS-NUM-SECAO-ED ". " WS-ARQ-NOME
                   " - arquivo nao encontrado"
                   DELIMITED BY SIZE INTO LINHA-EXTRATO
           ELSE
               IF WS-ARQ-QTD > 0
                   ADD 1 TO WS-ARQ-COM-DADOS
               END-IF
               MOVE WS-ARQ-QTD TO WS-ARQ-QTD-ED
               STRING WS-NUM-SECAO-ED ". " WS-ARQ-NOME
                   " - " WS-ARQ-QTD-ED " " WS-ARQ-UNIDADE
                   DELIMITED BY SIZE INTO LINHA-EXTRATO
           END-IF.
           WRITE LINHA-EXTRATO.
           MOVE SPACES TO LINHA-EXTRATO.
           STRING "      " WS-ARQ-DADOS
               DELIMITED BY SIZE INTO LINHA-EXTRATO.
           WRITE LINHA-EXTRATO.

      * Files not searched: reports overwritten on every run and the
      * backup generations - listed so the answer is complete.
       Imprime-Outros-Arquivos.
           MOVE SPACES TO LINHA-EXTRATO.
           WRITE LINHA-EXTRATO.
           MOVE "Tambem trazem estes dados, quando emitidos:"
               TO LINHA-EXTRATO.
           WRITE LINHA-EXTRATO.
           MOVE "  BUSCAATIVA.REL e DOCUMENTO.REL - nome, responsavel "
               TO LINHA-EXTRATO.
           MOVE "e telefone" TO LINHA-EXTRATO (54:10).
           WRITE LINHA-EXTRATO.
           MOVE "  REVISAO.REL - nome, responsavel, endereco e telefone"
               TO LINHA-EXTRATO.
           WRITE LINHA-EXTRATO.
           MOVE "  BOLETIM.REL, TURMA.REL, HISTORICO.REL - nome e notas"
               TO LINHA-EXTRATO.
           WRITE LINHA-EXTRATO.
           MOVE "  CADASTRO.ANT, ALUNOS.ANT, HISTORICO.ANT - copias "
               TO LINHA-EXTRATO.
           MOVE "das conversoes" TO LINHA-EXTRATO (52:14).
           WRITE LINHA-EXTRATO.
           MOVE "  AUDITARC.*.DAT e JORNARC.*.DAT - trilha e jornal "
               TO LINHA-EXTRATO.
           MOVE "arquivados" TO LINHA-EXTRATO (52:10).
           WRITE LINHA-EXTRATO.

       Audita-Extrato.
           MOVE SPACES TO WS-AUD-ENTRADA.
           STRING "operador=" FUNCTION TRIM(WS-ACS-OPERADOR)
               " matricula=" WS-MATRICULA
               DELIMITED BY SIZE INTO WS-AUD-ENTRADA.
           MOVE SPACES TO WS-AUD-RESULTADO.
           STRING "acao=EXTRATO arquivos-com-dados=" WS-ARQ-COM-DADOS
               " relatorio=EXTRATO.REL"
               DELIMITED BY SIZE INTO WS-AUD-RESULTADO.
           CALL "AUDITLOG" USING WS-AUD-PROGRAMA WS-AUD-SESSAO
               WS-AUD-ENTRADA
               WS-AUD-RESULTADO.

      ******************************************************************
      * (A)nonimizacao - students whose withdrawal is older than the
      * retention period lose their contact data; name, matricula
      * and grades stay for the legal transcripts.
      ******************************************************************
       Anonimizacao.
           DISPLAY "Prazo de guarda apos a baixa, em anos "
               "(ENTER = 5): ".
           ACCEPT WS-PRAZO-ANOS.
           IF WS-PRAZO-ANOS = 0
               MOVE 5 TO WS-PRAZO-ANOS
           END-IF.
           COMPUTE WS-CORTE-ANO = WS-HOJE-ANO - WS-PRAZO-ANOS.
           MOVE WS-HOJE-MES TO WS-CORTE-MES.
           MOVE WS-HOJE-DIA TO WS-CORTE-DIA.
           DISPLAY "Alunos com baixa anterior a " WS-DATA-CORTE
               " serao anonimizados.".
           DISPLAY "(S)imular - so o relatorio - ou (E)xecutar: ".
           ACCEPT WS-OPCAO.
           IF WS-OPCAO = "E" OR WS-OPCAO = "e"
               MOVE "S" TO WS-EXECUTA
               MOVE "EXECUCAO" TO WS-MODO-TEXTO
               DISPLAY "A anonimizacao nao pode ser desfeita. "
                   "Confirma (S/N): "
               ACCEPT WS-CONFIRMA
           ELSE
               MOVE "N" TO WS-EXECUTA
               MOVE "SIMULACAO" TO WS-MODO-TEXTO
               MOVE "S" TO WS-CONFIRMA
           END-IF.
           IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
               PERFORM Executa-Anonimizacao
           ELSE
               DISPLAY "Anonimizacao cancelada."
           END-IF.

       Executa-Anonimizacao.
           OPEN I-O CADASTRO-MASTER.
           IF WS-CADASTRO-STATUS NOT = "00"
               DISPLAY "Nao foi possivel abrir CADASTRO.DAT (status "
                   WS-CADASTRO-STATUS ")"
               STOP RUN
           END-IF.
           OPEN I-O CONTATOS-FILE.
           IF WS-CONTATOS-STATUS = "00"
               MOVE "S" TO WS-TEM-CONTATOS
           END-IF.
           OPEN OUTPUT ANONIMIZA-REL.
           PERFORM Cabecalho-Anonimizacao.
           MOVE "N" TO WS-FIM-ARQUIVO.
           MOVE 0 TO CAD-MATRICULA.
           START CADASTRO-MASTER KEY >= CAD-MATRICULA
               INVALID KEY
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-START.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ CADASTRO-MASTER NEXT
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       ADD 1 TO WS-RUN-LIDOS
                       PERFORM Avalia-Cadastro
               END-READ
           END-PERFORM.
           PERFORM Rodape-Anonimizacao.
           CLOSE ANONIMIZA-REL.
           CLOSE CADASTRO-MASTER.
           IF WS-TEM-CONTATOS = "S"
               CLOSE CONTATOS-FILE
           END-IF.
           DISPLAY WS-MODO-TEXTO ": lidos " WS-RUN-LIDOS
               " anonimizados " WS-QTD-ANONIMIZADOS
               " sem data de baixa " WS-QTD-SEM-DATA.
           DISPLAY "Detalhe em ANONIMIZA.REL".
           CALL "RUNCTL" USING WS-AUD-PROGRAMA WS-RUN-INICIO
               WS-RUN-LIDOS WS-RUN-GRAVADOS WS-RUN-REJEITADOS.
           PERFORM Audita-Execucao.

       Cabecalho-Anonimizacao.
           MOVE "ANONIMIZACAO DE EX-ALUNOS - LGPD" TO LINHA-ANONIMIZA.
           WRITE LINHA-ANONIMIZA.
           MOVE SPACES TO LINHA-ANONIMIZA.
           STRING "Emitido em " WS-DATA-HOJE
               " por " WS-ACS-OPERADOR
               " - " WS-MODO-TEXTO
               DELIMITED BY SIZE INTO LINHA-ANONIMIZA.
           WRITE LINHA-ANONIMIZA.
           MOVE SPACES TO LINHA-ANONIMIZA.
           STRING "Prazo de guarda: " WS-PRAZO-ANOS
               " anos - baixa anterior a " WS-DATA-CORTE
               DELIMITED BY SIZE INTO LINHA-ANONIMIZA.
           WRITE LINHA-ANONIMIZA.
           MOVE "Mascarados: responsavel, telefone, endereco e "
               TO LINHA-ANONIMIZA.
           MOVE "observacoes de contato" TO LINHA-ANONIMIZA (47:22).
           WRITE LINHA-ANONIMIZA.
           MOVE SPACES TO LINHA-ANONIMIZA.
           WRITE LINHA-ANONIMIZA.
           MOVE "Matric Nome                           Baixa       "
               TO LINHA-ANONIMIZA.
           MOVE "Acao" TO LINHA-ANONIMIZA (53:4).
           WRITE LINHA-ANONIMIZA.

      * Only inactive students qualify. One whose withdrawal date was
      * never recorded cannot be timed and is listed for a manual
      * decision instead.
       Avalia-Cadastro.
           EVALUATE TRUE
               WHEN CAD-ATIVO NOT = "N"
                   ADD 1 TO WS-QTD-ATIVOS
               WHEN CAD-RESPONSAVEL = WS-MASCARA
                   ADD 1 TO WS-QTD-JA-FEITOS
               WHEN CAD-BAIXA-DATA = SPACES
                   ADD 1 TO WS-QTD-SEM-DATA
                   ADD 1 TO WS-RUN-REJEITADOS
                   MOVE "sem data de baixa" TO WS-STATUS-LINHA
                   PERFORM Imprime-Linha-Anonimiza
               WHEN CAD-BAIXA-DATA NOT < WS-DATA-CORTE
                   ADD 1 TO WS-QTD-NO-PRAZO
               WHEN OTHER
                   PERFORM Anonimiza-Aluno
           END-EVALUATE.

       Anonimiza-Aluno.
           PERFORM Anonimiza-Contatos.
           IF WS-EXECUTA = "S"
               MOVE WS-MASCARA TO CAD-RESPONSAVEL
               MOVE SPACES     TO CAD-TELEFONE
               MOVE WS-MASCARA TO CAD-ENDERECO
               REWRITE CADASTRO-REG
                   INVALID KEY
                       ADD 1 TO WS-RUN-REJEITADOS
                       MOVE SPACES TO WS-STATUS-LINHA
                       STRING "ERRO status " WS-CADASTRO-STATUS
                           DELIMITED BY SIZE INTO WS-STATUS-LINHA
                   NOT INVALID KEY
                       ADD 1 TO WS-QTD-ANONIMIZADOS
                       ADD 1 TO WS-RUN-GRAVADOS
                       MOVE SPACES TO WS-STATUS-LINHA
                       STRING "ANONIMIZADO obs=" WS-QTD-OBS
                           DELIMITED BY SIZE INTO WS-STATUS-LINHA
                       PERFORM Audita-Anonimizacao
               END-REWRITE
           ELSE
               ADD 1 TO WS-QTD-ANONIMIZADOS
               MOVE SPACES TO WS-STATUS-LINHA
               STRING "a anonimizar obs=" WS-QTD-OBS
                   DELIMITED BY SIZE INTO WS-STATUS-LINHA
           END-IF.
           PERFORM Imprime-Linha-Anonimiza.

      * Busca ativa attempts stay (date, meio, resultado) - only the
      * free-text observacao, where addresses and numbers get noted,
      * is masked. In a simulacao they are only counted.
       Anonimiza-Contatos.
           MOVE 0 TO WS-QTD-OBS.
           IF WS-TEM-CONTATOS = "S"
               MOVE "N" TO WS-FIM-CONTATOS
               MOVE CAD-MATRICULA TO CTT-MATRICULA
               MOVE LOW-VALUES TO CTT-DATA-HORA
               START CONTATOS-FILE KEY >= CTT-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-FIM-CONTATOS
               END-START
               PERFORM UNTIL WS-FIM-CONTATOS = "S"
                   READ CONTATOS-FILE NEXT
                       AT END
                           MOVE "S" TO WS-FIM-CONTATOS
                       NOT AT END
                           IF CTT-MATRICULA NOT = CAD-MATRICULA
                               MOVE "S" TO WS-FIM-CONTATOS
                           ELSE
                               PERFORM Mascara-Contato
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       Mascara-Contato.
           IF CTT-OBSERVACAO NOT = SPACES
               AND CTT-OBSERVACAO NOT = WS-MASCARA
               ADD 1 TO WS-QTD-OBS
               ADD 1 TO WS-QTD-OBS-TOTAL
               IF WS-EXECUTA = "S"
                   MOVE WS-MASCARA TO CTT-OBSERVACAO
                   REWRITE CONTATO-REG
                       INVALID KEY
                           DISPLAY "Erro ao regravar CONTATOS.DAT "
                               "(status " WS-CONTATOS-STATUS ")"
                   END-REWRITE
               END-IF
           END-IF.

       Imprime-Linha-Anonimiza.
           MOVE SPACES TO LINHA-ANONIMIZA.
           STRING CAD-MATRICULA "  " CAD-NOME (1:30)
               " " CAD-BAIXA-MOTIVO " " CAD-BAIXA-DATA
               "  " WS-STATUS-LINHA
               DELIMITED BY SIZE INTO LINHA-ANONIMIZA.
           WRITE LINHA-ANONIMIZA.

       Rodape-Anonimizacao.
           MOVE SPACES TO LINHA-ANONIMIZA.
           WRITE LINHA-ANONIMIZA.
           MOVE SPACES TO LINHA-ANONIMIZA.
           STRING "Cadastros lidos ..............: " WS-RUN-LIDOS
               DELIMITED BY SIZE INTO LINHA-ANONIMIZA.
           WRITE LINHA-ANONIMIZA.
           MOVE SPACES TO LINHA-ANONIMIZA.
           STRING "Ativos .......................: " WS-QTD-ATIVOS
               DELIMITED BY SIZE INTO LINHA-ANONIMIZA.
           WRITE LINHA-ANONIMIZA.
           MOVE SPACES TO LINHA-ANONIMIZA.
           STRING "Inativos dentro do prazo .....: " WS-QTD-NO-PRAZO
               DELIMITED BY SIZE INTO LINHA-ANONIMIZA.
           WRITE LINHA-ANONIMIZA.
           MOVE SPACES TO LINHA-ANONIMIZA.
           STRING "Ja anonimizados antes ........: " WS-QTD-JA-FEITOS
               DELIMITED BY SIZE INTO LINHA-ANONIMIZA.
           WRITE LINHA-ANONIMIZA.
           MOVE SPACES TO LINHA-ANONIMIZA.
           STRING "Sem data de baixa (rever) ....: " WS-QTD-SEM-DATA
               DELIMITED BY SIZE INTO LINHA-ANONIMIZA.
           WRITE LINHA-ANONIMIZA.
           MOVE SPACES TO LINHA-ANONIMIZA.
           IF WS-EXECUTA = "S"
               STRING "Anonimizados nesta execucao ..: "
                   WS-QTD-ANONIMIZADOS
                   DELIMITED BY SIZE INTO LINHA-ANONIMIZA
           ELSE
               STRING "A anonimizar (simulacao) .....: "
                   WS-QTD-ANONIMIZADOS
                   DELIMITED BY SIZE INTO LINHA-ANONIMIZA
           END-IF.
           WRITE LINHA-ANONIMIZA.
           MOVE SPACES TO LINHA-ANONIMIZA.
           STRING "Observacoes de contato .......: " WS-QTD-OBS-TOTAL
               DELIMITED BY SIZE INTO LINHA-ANONIMIZA.
           WRITE LINHA-ANONIMIZA.
           IF WS-TEM-CONTATOS NOT = "S"
               MOVE "(CONTATOS.DAT nao encontrado)" TO LINHA-ANONIMIZA
               WRITE LINHA-ANONIMIZA
           END-IF.

       Audita-Anonimizacao.
           MOVE SPACES TO WS-AUD-ENTRADA.
           STRING "operador=" FUNCTION TRIM(WS-ACS-OPERADOR)
               " matricula=" CAD-MATRICULA
               " baixa=" CAD-BAIXA-MOTIVO " " CAD-BAIXA-DATA
               " prazo=" WS-PRAZO-ANOS
               DELIMITED BY SIZE INTO WS-AUD-ENTRADA.
           MOVE SPACES TO WS-AUD-RESULTADO.
           STRING "acao=ANONIMIZA responsavel/telefone/endereco "
               "mascarados obs=" WS-QTD-OBS
               DELIMITED BY SIZE INTO WS-AUD-RESULTADO.
           CALL "AUDITLOG" USING WS-AUD-PROGRAMA WS-AUD-SESSAO
               WS-AUD-ENTRADA
               WS-AUD-RESULTADO.

       Audita-Execucao.
           MOVE SPACES TO WS-AUD-ENTRADA.
           STRING "operador=" FUNCTION TRIM(WS-ACS-OPERADOR)
               " modo=" FUNCTION TRIM(WS-MODO-TEXTO)
               " prazo=" WS-PRAZO-ANOS
               " corte=" WS-DATA-CORTE
               DELIMITED BY SIZE INTO WS-AUD-ENTRADA.
           MOVE SPACES TO WS-AUD-RESULTADO.
           STRING "lidos=" WS-RUN-LIDOS
               " anonimizados=" WS-QTD-ANONIMIZADOS
               " ja-feitos=" WS-QTD-JA-FEITOS
               " sem-data=" WS-QTD-SEM-DATA
               " obs=" WS-QTD-OBS-TOTAL
               DELIMITED BY SIZE INTO WS-AUD-RESULTADO.
           CALL "AUDITLOG" USING WS-AUD-PROGRAMA WS-AUD-SESSAO
               WS-AUD-ENTRADA
               WS-AUD-RESULTADO.
       END PROGRAM ProtecaoDados.
