      ******************************************************************
      * Author: Cristian Silva
      * Date: 15/10/2026
      * Purpose: Student documents issued at the front desk, instead
      *          of typing them in a word processor off HistoricoAluno,
      *          BoletimAluno and FREQUENCIA.REL. Keyed by matricula:
      *          (D)eclaracao de matricula/escolaridade - the student
      *          is (or was, with the date and reason of the baixa)
      *          enrolled, in the current turma of CADASTRO.DAT, for
      *          the purpose the family asked;
      *          (G)uia de transferencia - every completed ano letivo
      *          of HISTORICO.DAT, one line per disciplina with the
      *          bimestre medias and the annual result worked out
      *          the way FechaAno does (conselho de classe approvals
      *          from CONSELHO.DAT shown; years brought from a previous
      *          school by ImportaHistorico - ORIGEM.DAT - flagged as
      *          cursado em outra escola with the school and the
      *          annual result it gave), then the year in course
      *          from ALUNOS.DAT with the bimestre medias so far, the
      *          attendance per disciplina and overall from
      *          FREQUENCIA.DAT and the situacao to date.
      *          Every document gets the next number of the year
      *          (AAAA/NNNN) and the date, is printed to DOCUMENTO.REL
      *          (80 columns, CartaResponsavel style) and is logged in
      *          DOCUMENTOS.DAT (layout in copybooks/DOCREG.cpy) and
      *          the AUDITLOG. (V)erificar looks a number up in the
      *          register, so a document presented elsewhere can be
      *          confirmed as ours - number, student, date and what
      *          it said.
      * Tectonics: calls the shared ACESSO and AUDITLOG subprograms,
      *            so both must be compiled together with this one -
      *            see build.sh.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DocumentoAluno.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOCUMENTOS-FILE ASSIGN TO "DOCUMENTOS.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS DOC-NUMERO
               FILE STATUS IS WS-DOCUMENTOS-STATUS.
           SELECT CADASTRO-MASTER ASSIGN TO "CADASTRO.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS CAD-MATRICULA
               FILE STATUS IS WS-CADASTRO-STATUS.
           SELECT HISTORICO-MASTER ASSIGN TO "HISTORICO.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS HIST-CHAVE
               FILE STATUS IS WS-HISTORICO-STATUS.
           SELECT ALUNOS-MASTER ASSIGN TO "ALUNOS.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS ALU-CHAVE
               FILE STATUS IS WS-ALUNOS-STATUS.
           SELECT FREQUENCIA-FILE ASSIGN TO "FREQUENCIA.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS FREQ-CHAVE
               FILE STATUS IS WS-FREQ-STATUS.
           SELECT CONSELHO-FILE ASSIGN TO "CONSELHO.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS CON-CHAVE
               FILE STATUS IS WS-CONSELHO-STATUS.
           SELECT ORIGEM-FILE ASSIGN TO "ORIGEM.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS ORI-CHAVE
               FILE STATUS IS WS-ORIGEM-STATUS.
           SELECT TURMAS-TAB ASSIGN TO "TURMAS.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS TRM-CODIGO
               FILE STATUS IS WS-TURMA-STATUS.
           SELECT RELATORIO ASSIGN TO "DOCUMENTO.REL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DOCUMENTOS-FILE.
       COPY "DOCREG.cpy".

       FD  CADASTRO-MASTER.
       COPY "CADREG.cpy".

       FD  HISTORICO-MASTER.
       COPY "HISTREG.cpy".

       FD  ALUNOS-MASTER.
       COPY "ALUNOREG.cpy".

       FD  FREQUENCIA-FILE.
       COPY "FREQREG.cpy".

       FD  CONSELHO-FILE.
       COPY "CONSREG.cpy".

       FD  ORIGEM-FILE.
       COPY "ORIGREG.cpy".

       FD  TURMAS-TAB.
       COPY "TURMAREG.cpy".

       FD  RELATORIO.
       01 LINHA-RELATORIO PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-DOCUMENTOS-STATUS PIC X(2).
       01 WS-CADASTRO-STATUS  PIC X(2).
       01 WS-HISTORICO-STATUS PIC X(2).
       01 WS-ALUNOS-STATUS    PIC X(2).
       01 WS-FREQ-STATUS      PIC X(2).
       01 WS-CONSELHO-STATUS  PIC X(2).
       01 WS-ORIGEM-STATUS    PIC X(2).
       01 WS-TURMA-STATUS     PIC X(2).
       01 WS-RELATORIO-STATUS PIC X(2).
       01 WS-TEM-HISTORICO    PIC X(1) VALUE "N".
       01 WS-TEM-ALUNOS       PIC X(1) VALUE "N".
       01 WS-TEM-FREQUENCIA   PIC X(1) VALUE "N".
       01 WS-TEM-CONSELHO     PIC X(1) VALUE "N".
       01 WS-TEM-ORIGEM       PIC X(1) VALUE "N".
       01 WS-OUTRA-ESCOLA     PIC X(1).
       01 WS-TEM-TURMAS       PIC X(1) VALUE "N".
       01 WS-CONTINUAR        PIC X(1) VALUE "S".
       01 WS-OPCAO            PIC X(1).
       01 WS-CONFIRMA         PIC X(1).
       01 WS-TIPO-DOC         PIC X(1).
       01 WS-ALUNO-OK         PIC X(1).
       01 WS-FIM-LISTA        PIC X(1).
       01 WS-PRIMEIRO         PIC X(1).
       01 WS-MATRICULA        PIC 9(5).
       01 WS-FINALIDADE       PIC X(60).
       01 WS-ULTIMA-SEQ       PIC 9(4).
       01 WS-NUMERO-TEXTO     PIC X(9).
       01 WS-NUMERO-ED.
           02 WS-NUM-ED-ANO   PIC 9(4).
           02 FILLER          PIC X(1) VALUE "/".
           02 WS-NUM-ED-SEQ   PIC 9(4).
       01 WS-DATA-HOJE.
           02 WS-HOJE-ANO     PIC 9(4).
           02 FILLER          PIC X(1) VALUE "-".
           02 WS-HOJE-MES     PIC 9(2).
           02 FILLER          PIC X(1) VALUE "-".
           02 WS-HOJE-DIA     PIC 9(2).
       01 WS-HORA-AGORA.
           02 WS-AGORA-HH     PIC X(2).
           02 FILLER          PIC X(1) VALUE ":".
           02 WS-AGORA-MM     PIC X(2).
           02 FILLER          PIC X(1) VALUE ":".
           02 WS-AGORA-SS     PIC X(2).
      * AAAA-MM-DD in, DD/MM/AAAA out.
       01 WS-DATA-ENTRADA     PIC X(10).
       01 WS-DATA-BR.
           02 WS-BR-DIA       PIC X(2).
           02 FILLER          PIC X(1) VALUE "/".
           02 WS-BR-MES       PIC X(2).
           02 FILLER          PIC X(1) VALUE "/".
           02 WS-BR-ANO       PIC X(4).
       01 WS-DATA-TEXTO       PIC X(10).
       01 WS-EMISSAO-TEXTO    PIC X(10).
       01 WS-DESC-TURMA       PIC X(40).
       01 WS-SITUACAO-CAD     PIC X(20).
      * One disciplina being accumulated - completed year or year in
      * course.
       01 WS-ANO-ATUAL        PIC 9(4).
       01 WS-DISC-ATUAL       PIC X(12).
       01 WS-BIM              PIC 9(1).
       01 WS-TAB-BIMESTRES.
           02 WS-TAB-BIM OCCURS 4 TIMES.
               03 TB-TEM      PIC X(1).
               03 TB-MEDIA    PIC 9(2)V99.
               03 TB-SITUACAO PIC X(12).
      * Annual result of a year from another school (bimestre 0).
       01 WS-TEM-ANUAL        PIC X(1).
       01 WS-ANUAL-MEDIA      PIC 9(2)V99.
       01 WS-ANUAL-SITUACAO   PIC X(12).
       01 WS-QTD-BIM          PIC 9(1).
       01 WS-SOMA-MEDIAS      PIC 9(3)V99.
       01 WS-MEDIA-DISC       PIC 9(2)V99.
       01 WS-TEM-FALTA        PIC X(1).
       01 WS-SITUACAO-DISC    PIC X(22).
       01 WS-ULTIMO-BIM       PIC 9(1).
       01 WS-DISC-DADAS       PIC 9(5).
       01 WS-DISC-PRESENTES   PIC 9(5).
       01 WS-GERAL-DADAS      PIC 9(7).
       01 WS-GERAL-PRESENTES  PIC 9(7).
       01 WS-FREQ-PCT         PIC 9(3)V9.
       01 WS-FREQ-ED          PIC ZZ9.9.
       01 WS-MEDIA-ED         PIC Z9.99.
       01 WS-DADAS-ED         PIC ZZZZZZ9.
       01 WS-PRESENTES-ED     PIC ZZZZZZ9.
       01 WS-QTD-ANOS         PIC 9(2).
       01 WS-QTD-DISC-ANO     PIC 9(2).
       01 WS-QTD-FALTA-ANO    PIC 9(2).
      * Detail line of the guia.
       01 WS-LINHA-NOTAS.
           02 FILLER          PIC X(1).
           02 LN-DISCIPLINA   PIC X(12).
           02 LN-BIMESTRE OCCURS 4 TIMES.
               03 FILLER      PIC X(1).
               03 LN-BIM-MEDIA PIC X(5).
           02 FILLER          PIC X(2).
           02 LN-MEDIA        PIC X(5).
           02 FILLER          PIC X(1).
           02 LN-FREQ         PIC X(6).
           02 FILLER          PIC X(1).
           02 LN-SITUACAO     PIC X(22).
       01 WS-LINHA-SAIDA      PIC X(80).
       01 WS-TITULO           PIC X(40).
       01 WS-ACS-NIVEL       PIC 9(1) VALUE 2.
       01 WS-ACS-OPERADOR    PIC X(8).
       01 WS-ACS-RESULTADO   PIC X(1).
       01 WS-AUD-PROGRAMA  PIC X(20) VALUE "DocumentoAluno".
       01 WS-AUD-SESSAO    PIC X(14).
       01 WS-AUD-ENTRADA   PIC X(90).
       01 WS-AUD-RESULTADO PIC X(90).

       PROCEDURE DIVISION.

       Inicio.
           DISPLAY "Documentos do aluno - declaracao e guia".
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-AUD-SESSAO.
           MOVE WS-AUD-SESSAO (1:4) TO WS-HOJE-ANO.
           MOVE WS-AUD-SESSAO (5:2) TO WS-HOJE-MES.
           MOVE WS-AUD-SESSAO (7:2) TO WS-HOJE-DIA.
           MOVE WS-DATA-HOJE TO WS-DATA-ENTRADA.
           PERFORM Formata-Data.
           MOVE WS-DATA-BR TO WS-EMISSAO-TEXTO.
           CALL "ACESSO" USING WS-AUD-PROGRAMA WS-ACS-NIVEL
               WS-ACS-OPERADOR WS-ACS-RESULTADO.
           IF WS-ACS-RESULTADO NOT = "S"
               STOP RUN
           END-IF.
           PERFORM Abre-Arquivos.
           PERFORM UNTIL WS-CONTINUAR = "N" OR WS-CONTINUAR = "n"
               PERFORM Menu-Documento
               DISPLAY "Outra operacao (S/N): "
               ACCEPT WS-CONTINUAR
           END-PERFORM.
           CLOSE DOCUMENTOS-FILE.
           CLOSE CADASTRO-MASTER.
           IF WS-TEM-HISTORICO = "S"
               CLOSE HISTORICO-MASTER
           END-IF.
           IF WS-TEM-ALUNOS = "S"
               CLOSE ALUNOS-MASTER
           END-IF.
           IF WS-TEM-FREQUENCIA = "S"
               CLOSE FREQUENCIA-FILE
           END-IF.
           IF WS-TEM-CONSELHO = "S"
               CLOSE CONSELHO-FILE
           END-IF.
           IF WS-TEM-ORIGEM = "S"
               CLOSE ORIGEM-FILE
           END-IF.
           IF WS-TEM-TURMAS = "S"
               CLOSE TURMAS-TAB
           END-IF.
           STOP RUN.

      * Only the register and the cadastro are required; a school
      * with no completed year yet has no HISTORICO.DAT.
       Abre-Arquivos.
           OPEN I-O DOCUMENTOS-FILE.
           IF WS-DOCUMENTOS-STATUS = "35"
               OPEN OUTPUT DOCUMENTOS-FILE
               CLOSE DOCUMENTOS-FILE
               OPEN I-O DOCUMENTOS-FILE
           END-IF.
           IF WS-DOCUMENTOS-STATUS NOT = "00"
               DISPLAY "Nao foi possivel abrir DOCUMENTOS.DAT (status "
                   WS-DOCUMENTOS-STATUS ")"
               STOP RUN
           END-IF.
           OPEN INPUT CADASTRO-MASTER.
           IF WS-CADASTRO-STATUS NOT = "00"
               DISPLAY "Nao foi possivel abrir CADASTRO.DAT (status "
                   WS-CADASTRO-STATUS ")"
               CLOSE DOCUMENTOS-FILE
               STOP RUN
           END-IF.
           OPEN INPUT HISTORICO-MASTER.
           IF WS-HISTORICO-STATUS = "00"
               MOVE "S" TO WS-TEM-HISTORICO
           END-IF.
           OPEN INPUT ALUNOS-MASTER.
           IF WS-ALUNOS-STATUS = "00"
               MOVE "S" TO WS-TEM-ALUNOS
           END-IF.
           OPEN INPUT FREQUENCIA-FILE.
           IF WS-FREQ-STATUS = "00"
               MOVE "S" TO WS-TEM-FREQUENCIA
           END-IF.
           OPEN INPUT CONSELHO-FILE.
           IF WS-CONSELHO-STATUS = "00"
               MOVE "S" TO WS-TEM-CONSELHO
           END-IF.
           OPEN INPUT ORIGEM-FILE.
           IF WS-ORIGEM-STATUS = "00"
               MOVE "S" TO WS-TEM-ORIGEM
           END-IF.
           OPEN INPUT TURMAS-TAB.
           IF WS-TURMA-STATUS = "00"
               MOVE "S" TO WS-TEM-TURMAS
           END-IF.

       Menu-Documento.
           DISPLAY "(D)eclaracao de matricula, (G)uia de "
               "transferencia, (V)erificar documento: ".
           ACCEPT WS-OPCAO.
           EVALUATE WS-OPCAO
               WHEN "D"
               WHEN "d"
                   MOVE "D" TO WS-TIPO-DOC
                   PERFORM Emite-Documento
               WHEN "G"
               WHEN "g"
                   MOVE "G" TO WS-TIPO-DOC
                   PERFORM Emite-Documento
               WHEN "V"
               WHEN "v"
                   PERFORM Verifica-Documento
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      ******************************************************************
      * Issue - the number is taken, the document printed and then
      * registered with the figures it carried.
      ******************************************************************
       Emite-Documento.
           PERFORM Pede-Aluno.
           IF WS-ALUNO-OK = "S"
               MOVE SPACES TO WS-FINALIDADE
               IF WS-TIPO-DOC = "D"
                   DISPLAY "Finalidade (branco = para os devidos "
                       "fins): "
                   ACCEPT WS-FINALIDADE
               ELSE
                   MOVE "transferencia" TO WS-FINALIDADE
                   IF CAD-ATIVO = "S"
                       DISPLAY "Aluno ainda ativo no cadastro - a "
                           "guia sai com a situacao ate hoje. "
                           "Confirma (S/N): "
                       ACCEPT WS-CONFIRMA
                       IF WS-CONFIRMA NOT = "S"
                           AND WS-CONFIRMA NOT = "s"
                           MOVE "N" TO WS-ALUNO-OK
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF WS-ALUNO-OK = "S"
               PERFORM Proximo-Numero
               MOVE WS-HOJE-ANO TO WS-NUM-ED-ANO
               COMPUTE WS-NUM-ED-SEQ = WS-ULTIMA-SEQ + 1
               PERFORM Prepara-Registro
               OPEN OUTPUT RELATORIO
               IF WS-TIPO-DOC = "D"
                   PERFORM Imprime-Declaracao
               ELSE
                   PERFORM Imprime-Guia
               END-IF
               PERFORM Imprime-Autenticidade
               CLOSE RELATORIO
               PERFORM Grava-Documento
           END-IF.

       Pede-Aluno.
           MOVE "N" TO WS-ALUNO-OK.
           DISPLAY "Matricula do aluno: ".
           ACCEPT WS-MATRICULA.
           MOVE WS-MATRICULA TO CAD-MATRICULA.
           READ CADASTRO-MASTER
               INVALID KEY
                   DISPLAY "Matricula nao cadastrada: " WS-MATRICULA
               NOT INVALID KEY
                   MOVE "S" TO WS-ALUNO-OK
                   DISPLAY "Aluno : " FUNCTION TRIM(CAD-NOME)
                       " turma " CAD-TURMA " ativo=" CAD-ATIVO
           END-READ.

      * Numbers run AAAA/0001 upward within the year of issue.
       Proximo-Numero.
           MOVE 0 TO WS-ULTIMA-SEQ.
           MOVE "N" TO WS-FIM-LISTA.
           MOVE WS-HOJE-ANO TO DOC-NUM-ANO.
           MOVE 0           TO DOC-NUM-SEQ.
           START DOCUMENTOS-FILE KEY > DOC-NUMERO
               INVALID KEY
                   MOVE "S" TO WS-FIM-LISTA
           END-START.
           PERFORM UNTIL WS-FIM-LISTA = "S"
               READ DOCUMENTOS-FILE NEXT
                   AT END
                       MOVE "S" TO WS-FIM-LISTA
                   NOT AT END
                       IF DOC-NUM-ANO NOT = WS-HOJE-ANO
                           MOVE "S" TO WS-FIM-LISTA
                       ELSE
                           MOVE DOC-NUM-SEQ TO WS-ULTIMA-SEQ
                       END-IF
               END-READ
           END-PERFORM.

      * Register entry filled from the cadastro; the guia adds its
      * totals while it prints.
       Prepara-Registro.
           MOVE SPACES TO DOCUMENTO-REG.
           MOVE WS-NUM-ED-ANO   TO DOC-NUM-ANO.
           MOVE WS-NUM-ED-SEQ   TO DOC-NUM-SEQ.
           MOVE WS-TIPO-DOC     TO DOC-TIPO.
           MOVE CAD-MATRICULA   TO DOC-MATRICULA.
           MOVE CAD-NOME        TO DOC-NOME.
           MOVE CAD-TURMA       TO DOC-TURMA.
           MOVE CAD-ATIVO       TO DOC-ATIVO.
           MOVE WS-FINALIDADE   TO DOC-FINALIDADE.
           MOVE WS-DATA-HOJE    TO DOC-DATA-EMISSAO.
           MOVE WS-AUD-SESSAO (9:2)  TO WS-AGORA-HH.
           MOVE WS-AUD-SESSAO (11:2) TO WS-AGORA-MM.
           MOVE WS-AUD-SESSAO (13:2) TO WS-AGORA-SS.
           MOVE WS-HORA-AGORA   TO DOC-HORA-EMISSAO.
           MOVE WS-ACS-OPERADOR TO DOC-OPERADOR.
           MOVE 0 TO DOC-ANOS-CONCLUIDOS DOC-DISC-EM-CURSO
               DOC-FREQUENCIA.
           PERFORM Monta-Situacao-Cadastro.
           MOVE WS-SITUACAO-CAD TO DOC-SITUACAO.
           MOVE SPACES TO WS-DESC-TURMA.
           IF WS-TEM-TURMAS = "S" AND CAD-TURMA NOT = SPACES
               MOVE CAD-TURMA TO TRM-CODIGO
               READ TURMAS-TAB
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TRM-DESCRICAO TO WS-DESC-TURMA
               END-READ
           END-IF.

       Monta-Situacao-Cadastro.
           IF CAD-ATIVO = "S"
               MOVE "CURSANDO" TO WS-SITUACAO-CAD
           ELSE
               EVALUATE CAD-BAIXA-MOTIVO
                   WHEN "T"
                       MOVE "TRANSFERIDO" TO WS-SITUACAO-CAD
                   WHEN "A"
                       MOVE "ABANDONO" TO WS-SITUACAO-CAD
                   WHEN "C"
                       MOVE "CONCLUINTE" TO WS-SITUACAO-CAD
                   WHEN OTHER
                       MOVE "DESLIGADO" TO WS-SITUACAO-CAD
               END-EVALUATE
           END-IF.

       Grava-Documento.
           WRITE DOCUMENTO-REG
               INVALID KEY
                   DISPLAY "Erro ao registrar o documento (status "
                       WS-DOCUMENTOS-STATUS ") - descarte a "
                       "impressao e emita de novo"
               NOT INVALID KEY
                   DISPLAY "Documento " WS-NUMERO-ED
                       " gravado em DOCUMENTO.REL."
                   MOVE SPACES TO WS-AUD-RESULTADO
                   STRING "acao=EMISSAO tipo=" DOC-TIPO
                       " turma=" DOC-TURMA
                       " ativo=" DOC-ATIVO
                       " anos=" DOC-ANOS-CONCLUIDOS
                       " disc=" DOC-DISC-EM-CURSO
                       " situacao=" DOC-SITUACAO
                       DELIMITED BY SIZE INTO WS-AUD-RESULTADO
                   PERFORM Grava-Auditoria
           END-WRITE.

      ******************************************************************
      * Declaracao de matricula/escolaridade.
      ******************************************************************
       Imprime-Declaracao.
           MOVE "DECLARACAO DE MATRICULA / ESCOLARIDADE"
               TO WS-TITULO.
           PERFORM Imprime-Titulo.
           MOVE SPACES TO WS-LINHA-SAIDA.
           IF WS-FINALIDADE = SPACES
               STRING "Declaramos, para os devidos fins, que "
                   FUNCTION TRIM(CAD-NOME) ","
                   DELIMITED BY SIZE INTO WS-LINHA-SAIDA
           ELSE
               STRING "Declaramos, para fins de "
                   FUNCTION TRIM(WS-FINALIDADE) ", que"
                   DELIMITED BY SIZE INTO WS-LINHA-SAIDA
               PERFORM Grava-Linha
               MOVE SPACES TO WS-LINHA-SAIDA
               STRING FUNCTION TRIM(CAD-NOME) ","
                   DELIMITED BY SIZE INTO WS-LINHA-SAIDA
           END-IF.
           PERFORM Grava-Linha.
           MOVE CAD-NASCIMENTO TO WS-DATA-ENTRADA.
           PERFORM Formata-Data.
           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING "matricula " CAD-MATRICULA
               ", nascido(a) em " WS-DATA-TEXTO ","
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           PERFORM Grava-Linha.
           IF CAD-ATIVO = "S"
               MOVE SPACES TO WS-LINHA-SAIDA
               STRING "encontra-se regularmente matriculado(a) nesta "
                   "escola no ano letivo de " WS-HOJE-ANO ","
                   DELIMITED BY SIZE INTO WS-LINHA-SAIDA
               PERFORM Grava-Linha
               MOVE SPACES TO WS-LINHA-SAIDA
               IF WS-DESC-TURMA NOT = SPACES
                   STRING "na turma " FUNCTION TRIM(CAD-TURMA)
                       " - " FUNCTION TRIM(WS-DESC-TURMA) "."
                       DELIMITED BY SIZE INTO WS-LINHA-SAIDA
               ELSE
                   STRING "na turma " FUNCTION TRIM(CAD-TURMA) "."
                       DELIMITED BY SIZE INTO WS-LINHA-SAIDA
               END-IF
               PERFORM Grava-Linha
           ELSE
               MOVE CAD-BAIXA-DATA TO WS-DATA-ENTRADA
               PERFORM Formata-Data
               MOVE SPACES TO WS-LINHA-SAIDA
               IF CAD-TURMA NOT = SPACES
                   STRING "esteve matriculado(a) nesta escola, na "
                       "turma " FUNCTION TRIM(CAD-TURMA) ", tendo sido"
                       DELIMITED BY SIZE INTO WS-LINHA-SAIDA
               ELSE
                   MOVE "esteve matriculado(a) nesta escola, tendo sido"
                       TO WS-LINHA-SAIDA
               END-IF
               PERFORM Grava-Linha
               MOVE SPACES TO WS-LINHA-SAIDA
               EVALUATE CAD-BAIXA-MOTIVO
                   WHEN "T"
                       STRING "desligado(a) em " WS-DATA-TEXTO
                           " por transferencia para outra escola."
                           DELIMITED BY SIZE INTO WS-LINHA-SAIDA
                   WHEN "A"
                       STRING "desligado(a) em " WS-DATA-TEXTO
                           " por abandono."
                           DELIMITED BY SIZE INTO WS-LINHA-SAIDA
                   WHEN "C"
                       STRING "desligado(a) em " WS-DATA-TEXTO
                           " por conclusao do curso."
                           DELIMITED BY SIZE INTO WS-LINHA-SAIDA
                   WHEN OTHER
                       STRING "desligado(a) em " WS-DATA-TEXTO "."
                           DELIMITED BY SIZE INTO WS-LINHA-SAIDA
               END-EVALUATE
               PERFORM Grava-Linha
           END-IF.
           MOVE SPACES TO WS-LINHA-SAIDA.
           PERFORM Grava-Linha.
           PERFORM Imprime-Assinatura.

      ******************************************************************
      * Guia de transferencia.
      ******************************************************************
       Imprime-Guia.
           MOVE "GUIA DE TRANSFERENCIA" TO WS-TITULO.
           PERFORM Imprime-Titulo.
           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING "Aluno(a)   : " FUNCTION TRIM(CAD-NOME)
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           PERFORM Grava-Linha.
           MOVE CAD-NASCIMENTO TO WS-DATA-ENTRADA.
           PERFORM Formata-Data.
           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING "Matricula  : " CAD-MATRICULA
               "   Nascimento: " WS-DATA-TEXTO
               "   Turma: " CAD-TURMA
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           PERFORM Grava-Linha.
           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING "Responsavel: " FUNCTION TRIM(CAD-RESPONSAVEL)
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           PERFORM Grava-Linha.
           MOVE SPACES TO WS-LINHA-SAIDA.
           IF CAD-ATIVO = "S"
               MOVE "Situacao   : matriculado(a), cursando"
                   TO WS-LINHA-SAIDA
           ELSE
               MOVE CAD-BAIXA-DATA TO WS-DATA-ENTRADA
               PERFORM Formata-Data
               STRING "Situacao   : " FUNCTION TRIM(WS-SITUACAO-CAD)
                   " em " WS-DATA-TEXTO
                   DELIMITED BY SIZE INTO WS-LINHA-SAIDA
           END-IF.
           PERFORM Grava-Linha.
           MOVE SPACES TO WS-LINHA-SAIDA.
           PERFORM Grava-Linha.
           PERFORM Imprime-Anos-Concluidos.
           MOVE SPACES TO WS-LINHA-SAIDA.
           PERFORM Grava-Linha.
           PERFORM Imprime-Ano-Em-Curso.
           MOVE SPACES TO WS-LINHA-SAIDA.
           PERFORM Grava-Linha.
           PERFORM Imprime-Assinatura.

      * HISTORICO.DAT is keyed matricula/ano/disciplina/bimestre, so
      * the student's years come in order with the four bimestres of
      * each disciplina together.
       Imprime-Anos-Concluidos.
           MOVE "ANOS LETIVOS CONCLUIDOS" TO WS-LINHA-SAIDA.
           PERFORM Grava-Linha.
           MOVE 0 TO WS-QTD-ANOS.
           MOVE "S" TO WS-PRIMEIRO.
           IF WS-TEM-HISTORICO = "S"
               MOVE WS-MATRICULA TO HIST-MATRICULA
               MOVE 0            TO HIST-ANO
               MOVE LOW-VALUES   TO HIST-DISCIPLINA
               MOVE 0            TO HIST-BIMESTRE
               MOVE "N" TO WS-FIM-LISTA
               START HISTORICO-MASTER KEY >= HIST-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-FIM-LISTA
               END-START
               PERFORM UNTIL WS-FIM-LISTA = "S"
                   READ HISTORICO-MASTER NEXT
                       AT END
                           MOVE "S" TO WS-FIM-LISTA
                       NOT AT END
                           IF HIST-MATRICULA NOT = WS-MATRICULA
                               MOVE "S" TO WS-FIM-LISTA
                           ELSE
                               PERFORM Acumula-Historico
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-PRIMEIRO = "N"
                   PERFORM Fecha-Disciplina-Hist
               END-IF
           END-IF.
           IF WS-QTD-ANOS = 0
               MOVE " Nenhum ano letivo concluido registrado."
                   TO WS-LINHA-SAIDA
               PERFORM Grava-Linha
           END-IF.
           MOVE WS-QTD-ANOS TO DOC-ANOS-CONCLUIDOS.

       Acumula-Historico.
           IF WS-PRIMEIRO = "S"
               MOVE "N" TO WS-PRIMEIRO
               PERFORM Inicia-Ano-Hist
               PERFORM Inicia-Disciplina
           ELSE
               IF HIST-ANO NOT = WS-ANO-ATUAL
                   PERFORM Fecha-Disciplina-Hist
                   PERFORM Inicia-Ano-Hist
                   PERFORM Inicia-Disciplina
               ELSE
                   IF HIST-DISCIPLINA NOT = WS-DISC-ATUAL
                       PERFORM Fecha-Disciplina-Hist
                       PERFORM Inicia-Disciplina
                   END-IF
               END-IF
           END-IF.
           IF HIST-BIMESTRE >= 1 AND HIST-BIMESTRE <= 4
               MOVE "S" TO TB-TEM (HIST-BIMESTRE)
               MOVE HIST-MEDIA TO TB-MEDIA (HIST-BIMESTRE)
               MOVE HIST-SITUACAO TO TB-SITUACAO (HIST-BIMESTRE)
           END-IF.
           IF HIST-BIMESTRE = 0
               MOVE "S" TO WS-TEM-ANUAL
               MOVE HIST-MEDIA TO WS-ANUAL-MEDIA
               MOVE HIST-SITUACAO TO WS-ANUAL-SITUACAO
           END-IF.

       Inicia-Ano-Hist.
           ADD 1 TO WS-QTD-ANOS.
           MOVE HIST-ANO TO WS-ANO-ATUAL.
           PERFORM Le-Origem.
           MOVE SPACES TO WS-LINHA-SAIDA.
           IF WS-OUTRA-ESCOLA = "S"
               STRING "--- Ano letivo " HIST-ANO " - serie "
                   FUNCTION TRIM(HIST-TURMA)
                   " - cursado em outra escola ---"
                   DELIMITED BY SIZE INTO WS-LINHA-SAIDA
               PERFORM Grava-Linha
               MOVE SPACES TO WS-LINHA-SAIDA
               STRING " " FUNCTION TRIM(ORI-ESCOLA) " - "
                   FUNCTION TRIM(ORI-MUNICIPIO) "/" ORI-UF
                   DELIMITED BY SIZE INTO WS-LINHA-SAIDA
           ELSE
               STRING "--- Ano letivo " HIST-ANO " - turma "
                   HIST-TURMA " ---"
                   DELIMITED BY SIZE INTO WS-LINHA-SAIDA
           END-IF.
           PERFORM Grava-Linha.
           PERFORM Imprime-Colunas.

      * The year is another school's when the historico record has an
      * ORIGEM.DAT record next to it.
       Le-Origem.
           MOVE "N" TO WS-OUTRA-ESCOLA.
           IF WS-TEM-ORIGEM = "S"
               MOVE HIST-MATRICULA  TO ORI-MATRICULA
               MOVE HIST-ANO        TO ORI-ANO
               MOVE HIST-DISCIPLINA TO ORI-DISCIPLINA
               READ ORIGEM-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WS-OUTRA-ESCOLA
               END-READ
           END-IF.

       Inicia-Disciplina.
           MOVE HIST-DISCIPLINA TO WS-DISC-ATUAL.
           MOVE "N" TO WS-TEM-ANUAL.
           PERFORM Limpa-Bimestres.

       Limpa-Bimestres.
           MOVE 1 TO WS-BIM.
           PERFORM UNTIL WS-BIM > 4
               MOVE "N" TO TB-TEM (WS-BIM)
               MOVE 0 TO TB-MEDIA (WS-BIM)
               MOVE SPACES TO TB-SITUACAO (WS-BIM)
               ADD 1 TO WS-BIM
           END-PERFORM.

      * Annual result with FechaAno's rules: REPROV FALTA in any
      * bimestre, fewer than 4 bimestres INCOMPLETO, media anual
      * (simple mean of the bimestres) 7 or more APROVADO, otherwise
      * REPROVADO - unless the conselho de classe approved it. A year
      * from another school has only the annual result it gave.
       Fecha-Disciplina-Hist.
           PERFORM Soma-Bimestres.
           IF WS-TEM-ANUAL = "S"
               MOVE WS-ANUAL-SITUACAO TO WS-SITUACAO-DISC
           ELSE
               EVALUATE TRUE
                   WHEN WS-TEM-FALTA = "S"
                       MOVE "REPROV FALTA" TO WS-SITUACAO-DISC
                   WHEN WS-QTD-BIM < 4
                       MOVE "INCOMPLETO" TO WS-SITUACAO-DISC
                   WHEN WS-MEDIA-DISC >= 7
                       MOVE "APROVADO" TO WS-SITUACAO-DISC
                   WHEN OTHER
                       MOVE "REPROVADO" TO WS-SITUACAO-DISC
                       PERFORM Consulta-Conselho
               END-EVALUATE
           END-IF.
           PERFORM Monta-Linha-Notas.
           IF WS-TEM-ANUAL = "S"
               MOVE WS-ANUAL-MEDIA TO WS-MEDIA-ED
               MOVE WS-MEDIA-ED TO LN-MEDIA
           END-IF.
           MOVE SPACES TO LN-FREQ.
           MOVE WS-LINHA-NOTAS TO WS-LINHA-SAIDA.
           PERFORM Grava-Linha.

       Consulta-Conselho.
           IF WS-TEM-CONSELHO = "S"
               MOVE WS-MATRICULA  TO CON-MATRICULA
               MOVE WS-ANO-ATUAL  TO CON-ANO
               MOVE WS-DISC-ATUAL TO CON-DISCIPLINA
               READ CONSELHO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CON-SITUACAO = "APROVADO PELO CONSELHO"
                           MOVE CON-SITUACAO TO WS-SITUACAO-DISC
                       END-IF
               END-READ
           END-IF.

       Soma-Bimestres.
           MOVE 0 TO WS-QTD-BIM WS-SOMA-MEDIAS WS-MEDIA-DISC
               WS-ULTIMO-BIM.
           MOVE "N" TO WS-TEM-FALTA.
           MOVE 1 TO WS-BIM.
           PERFORM UNTIL WS-BIM > 4
               IF TB-TEM (WS-BIM) = "S"
                   ADD 1 TO WS-QTD-BIM
                   ADD TB-MEDIA (WS-BIM) TO WS-SOMA-MEDIAS
                   MOVE WS-BIM TO WS-ULTIMO-BIM
                   IF TB-SITUACAO (WS-BIM) = "REPROV FALTA"
                       MOVE "S" TO WS-TEM-FALTA
                   END-IF
               END-IF
               ADD 1 TO WS-BIM
           END-PERFORM.
           IF WS-QTD-BIM > 0
               COMPUTE WS-MEDIA-DISC ROUNDED =
                   WS-SOMA-MEDIAS / WS-QTD-BIM
           END-IF.

       Monta-Linha-Notas.
           MOVE SPACES TO WS-LINHA-NOTAS.
           MOVE WS-DISC-ATUAL TO LN-DISCIPLINA.
           MOVE 1 TO WS-BIM.
           PERFORM UNTIL WS-BIM > 4
               IF TB-TEM (WS-BIM) = "S"
                   MOVE TB-MEDIA (WS-BIM) TO WS-MEDIA-ED
                   MOVE WS-MEDIA-ED TO LN-BIM-MEDIA (WS-BIM)
               ELSE
                   MOVE "  -  " TO LN-BIM-MEDIA (WS-BIM)
               END-IF
               ADD 1 TO WS-BIM
           END-PERFORM.
           IF WS-QTD-BIM > 0
               MOVE WS-MEDIA-DISC TO WS-MEDIA-ED
               MOVE WS-MEDIA-ED TO LN-MEDIA
           ELSE
               MOVE "  -  " TO LN-MEDIA
           END-IF.
           MOVE WS-SITUACAO-DISC TO LN-SITUACAO.

       Imprime-Colunas.
           MOVE SPACES TO WS-LINHA-NOTAS.
           MOVE "Disciplina" TO LN-DISCIPLINA.
           MOVE "  1oB" TO LN-BIM-MEDIA (1).
           MOVE "  2oB" TO LN-BIM-MEDIA (2).
           MOVE "  3oB" TO LN-BIM-MEDIA (3).
           MOVE "  4oB" TO LN-BIM-MEDIA (4).
           MOVE "Media" TO LN-MEDIA.
           MOVE " Freq." TO LN-FREQ.
           MOVE "Situacao" TO LN-SITUACAO.
           MOVE WS-LINHA-NOTAS TO WS-LINHA-SAIDA.
           PERFORM Grava-Linha.

      * The year in course from ALUNOS.DAT (keyed matricula/
      * disciplina/bimestre), with the attendance of each bimestre
      * read by the same key from FREQUENCIA.DAT. The situacao to
      * date is REPROV FALTA when any bimestre has it, otherwise the
      * situacao of the latest bimestre posted.
       Imprime-Ano-Em-Curso.
           MOVE "ANO LETIVO EM CURSO (ate a data de emissao)"
               TO WS-LINHA-SAIDA.
           PERFORM Grava-Linha.
           MOVE 0 TO WS-QTD-DISC-ANO WS-QTD-FALTA-ANO.
           MOVE 0 TO WS-GERAL-DADAS WS-GERAL-PRESENTES.
           MOVE "S" TO WS-PRIMEIRO.
           IF WS-TEM-ALUNOS = "S"
               MOVE WS-MATRICULA TO ALU-MATRICULA
               MOVE LOW-VALUES   TO ALU-DISCIPLINA
               MOVE 0            TO ALU-BIMESTRE
               MOVE "N" TO WS-FIM-LISTA
               START ALUNOS-MASTER KEY >= ALU-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-FIM-LISTA
               END-START
               PERFORM UNTIL WS-FIM-LISTA = "S"
                   READ ALUNOS-MASTER NEXT
                       AT END
                           MOVE "S" TO WS-FIM-LISTA
                       NOT AT END
                           IF ALU-MATRICULA NOT = WS-MATRICULA
                               MOVE "S" TO WS-FIM-LISTA
                           ELSE
                               PERFORM Acumula-Ano-Em-Curso
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-PRIMEIRO = "N"
                   PERFORM Fecha-Disciplina-Curso
               END-IF
           END-IF.
           IF WS-QTD-DISC-ANO = 0
               MOVE " Nenhuma nota lancada no ano letivo em curso."
                   TO WS-LINHA-SAIDA
               PERFORM Grava-Linha
           ELSE
               MOVE 0 TO WS-FREQ-PCT
               IF WS-GERAL-DADAS > 0
                   COMPUTE WS-FREQ-PCT ROUNDED =
                       WS-GERAL-PRESENTES * 100 / WS-GERAL-DADAS
               END-IF
               MOVE WS-FREQ-PCT TO WS-FREQ-ED
               MOVE WS-GERAL-DADAS TO WS-DADAS-ED
               MOVE WS-GERAL-PRESENTES TO WS-PRESENTES-ED
               MOVE SPACES TO WS-LINHA-SAIDA
               PERFORM Grava-Linha
               MOVE SPACES TO WS-LINHA-SAIDA
               STRING "Frequencia geral: " WS-FREQ-ED "% ("
                   FUNCTION TRIM(WS-PRESENTES-ED) " presencas em "
                   FUNCTION TRIM(WS-DADAS-ED) " aulas dadas)"
                   DELIMITED BY SIZE INTO WS-LINHA-SAIDA
               PERFORM Grava-Linha
               MOVE SPACES TO WS-LINHA-SAIDA
               STRING "Situacao ate a data: "
                   FUNCTION TRIM(WS-SITUACAO-CAD)
                   " - " WS-QTD-DISC-ANO " disciplina(s), "
                   WS-QTD-FALTA-ANO " com reprovacao por falta"
                   DELIMITED BY SIZE INTO WS-LINHA-SAIDA
               PERFORM Grava-Linha
               MOVE WS-FREQ-PCT TO DOC-FREQUENCIA
           END-IF.
           MOVE WS-QTD-DISC-ANO TO DOC-DISC-EM-CURSO.

       Acumula-Ano-Em-Curso.
           IF WS-PRIMEIRO = "S"
               MOVE "N" TO WS-PRIMEIRO
               PERFORM Imprime-Colunas
               PERFORM Inicia-Disciplina-Curso
           ELSE
               IF ALU-DISCIPLINA NOT = WS-DISC-ATUAL
                   PERFORM Fecha-Disciplina-Curso
                   PERFORM Inicia-Disciplina-Curso
               END-IF
           END-IF.
           IF ALU-BIMESTRE >= 1 AND ALU-BIMESTRE <= 4
               MOVE "S" TO TB-TEM (ALU-BIMESTRE)
               MOVE ALU-MEDIA TO TB-MEDIA (ALU-BIMESTRE)
               MOVE ALU-SITUACAO TO TB-SITUACAO (ALU-BIMESTRE)
           END-IF.
           IF WS-TEM-FREQUENCIA = "S"
               MOVE ALU-MATRICULA  TO FREQ-MATRICULA
               MOVE ALU-DISCIPLINA TO FREQ-DISCIPLINA
               MOVE ALU-BIMESTRE   TO FREQ-BIMESTRE
               READ FREQUENCIA-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD FREQ-AULAS-DADAS TO WS-DISC-DADAS
                       ADD FREQ-AULAS-PRESENTES TO WS-DISC-PRESENTES
               END-READ
           END-IF.

       Inicia-Disciplina-Curso.
           MOVE ALU-DISCIPLINA TO WS-DISC-ATUAL.
           MOVE 0 TO WS-DISC-DADAS WS-DISC-PRESENTES.
           PERFORM Limpa-Bimestres.

       Fecha-Disciplina-Curso.
           ADD 1 TO WS-QTD-DISC-ANO.
           PERFORM Soma-Bimestres.
           IF WS-TEM-FALTA = "S"
               MOVE "REPROV FALTA" TO WS-SITUACAO-DISC
               ADD 1 TO WS-QTD-FALTA-ANO
           ELSE
               IF WS-ULTIMO-BIM > 0
                   MOVE TB-SITUACAO (WS-ULTIMO-BIM)
                       TO WS-SITUACAO-DISC
               ELSE
                   MOVE SPACES TO WS-SITUACAO-DISC
               END-IF
           END-IF.
           PERFORM Monta-Linha-Notas.
           IF WS-DISC-DADAS > 0
               COMPUTE WS-FREQ-PCT ROUNDED =
                   WS-DISC-PRESENTES * 100 / WS-DISC-DADAS
               MOVE WS-FREQ-PCT TO WS-FREQ-ED
               STRING WS-FREQ-ED "%" DELIMITED BY SIZE INTO LN-FREQ
           ELSE
               MOVE "   -  " TO LN-FREQ
           END-IF.
           MOVE WS-LINHA-NOTAS TO WS-LINHA-SAIDA.
           PERFORM Grava-Linha.
           ADD WS-DISC-DADAS TO WS-GERAL-DADAS.
           ADD WS-DISC-PRESENTES TO WS-GERAL-PRESENTES.

      ******************************************************************
      * Parts common to both documents.
      ******************************************************************
       Imprime-Titulo.
           MOVE ALL "=" TO WS-LINHA-SAIDA.
           PERFORM Grava-Linha.
           MOVE WS-TITULO TO WS-LINHA-SAIDA.
           PERFORM Grava-Linha.
           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING "Documento n. " WS-NUMERO-ED
               " - emitido em " WS-EMISSAO-TEXTO
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           PERFORM Grava-Linha.
           MOVE ALL "=" TO WS-LINHA-SAIDA.
           PERFORM Grava-Linha.
           MOVE SPACES TO WS-LINHA-SAIDA.
           PERFORM Grava-Linha.

       Imprime-Assinatura.
           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING "Emitido em " WS-EMISSAO-TEXTO "."
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           PERFORM Grava-Linha.
           MOVE SPACES TO WS-LINHA-SAIDA.
           PERFORM Grava-Linha.
           MOVE "______________________________   "
               TO WS-LINHA-SAIDA.
           MOVE "______________________________"
               TO WS-LINHA-SAIDA (36:30).
           PERFORM Grava-Linha.
           MOVE "Secretario(a) escolar" TO WS-LINHA-SAIDA.
           MOVE "Diretor(a)" TO WS-LINHA-SAIDA (36:10).
           PERFORM Grava-Linha.

       Imprime-Autenticidade.
           MOVE SPACES TO WS-LINHA-SAIDA.
           PERFORM Grava-Linha.
           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING "A autenticidade deste documento pode ser "
               "confirmada na secretaria"
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           PERFORM Grava-Linha.
           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING "pelo numero " WS-NUMERO-ED
               " e a matricula do(a) aluno(a)."
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           PERFORM Grava-Linha.
           MOVE SPACES TO WS-LINHA-SAIDA.
           PERFORM Grava-Linha.

      * Dates are kept AAAA-MM-DD; documents print DD/MM/AAAA. A
      * blank or odd date prints as it is.
       Formata-Data.
           IF WS-DATA-ENTRADA (5:1) = "-"
               AND WS-DATA-ENTRADA (8:1) = "-"
               MOVE WS-DATA-ENTRADA (9:2) TO WS-BR-DIA
               MOVE WS-DATA-ENTRADA (6:2) TO WS-BR-MES
               MOVE WS-DATA-ENTRADA (1:4) TO WS-BR-ANO
               MOVE WS-DATA-BR TO WS-DATA-TEXTO
           ELSE
               MOVE WS-DATA-ENTRADA TO WS-DATA-TEXTO
           END-IF.

      ******************************************************************
      * Verification - a number presented elsewhere, checked against
      * the register and the matricula on the document.
      ******************************************************************
       Verifica-Documento.
           DISPLAY "Numero do documento (AAAA/NNNN): ".
           ACCEPT WS-NUMERO-TEXTO.
           DISPLAY "Matricula que consta no documento: ".
           ACCEPT WS-MATRICULA.
           MOVE SPACES TO WS-AUD-RESULTADO.
           IF WS-NUMERO-TEXTO (1:4) IS NUMERIC
               AND WS-NUMERO-TEXTO (5:1) = "/"
               AND WS-NUMERO-TEXTO (6:4) IS NUMERIC
               MOVE WS-NUMERO-TEXTO (1:4) TO DOC-NUM-ANO
               MOVE WS-NUMERO-TEXTO (6:4) TO DOC-NUM-SEQ
               MOVE DOC-NUM-ANO TO WS-NUM-ED-ANO
               MOVE DOC-NUM-SEQ TO WS-NUM-ED-SEQ
               READ DOCUMENTOS-FILE
                   INVALID KEY
                       DISPLAY "NAO CONFERE - numero " WS-NUMERO-ED
                           " nao foi emitido por esta escola."
                       MOVE "acao=VERIFICACAO resultado=INEXISTENTE"
                           TO WS-AUD-RESULTADO
                   NOT INVALID KEY
                       PERFORM Mostra-Documento
               END-READ
           ELSE
               DISPLAY "Numero invalido - use AAAA/NNNN."
               MOVE "acao=VERIFICACAO resultado=NUMERO INVALIDO"
                   TO WS-AUD-RESULTADO
           END-IF.
           PERFORM Grava-Auditoria.

       Mostra-Documento.
           IF DOC-MATRICULA = WS-MATRICULA
               DISPLAY "CONFERE - documento emitido por esta escola."
               MOVE "acao=VERIFICACAO resultado=CONFERE"
                   TO WS-AUD-RESULTADO
           ELSE
               DISPLAY "NAO CONFERE - o numero foi emitido para "
                   "outra matricula."
               MOVE "acao=VERIFICACAO resultado=OUTRA MATRICULA"
                   TO WS-AUD-RESULTADO
           END-IF.
           IF DOC-TIPO = "D"
               DISPLAY "Tipo       : declaracao de matricula"
           ELSE
               DISPLAY "Tipo       : guia de transferencia"
           END-IF.
           MOVE DOC-DATA-EMISSAO TO WS-DATA-ENTRADA.
           PERFORM Formata-Data.
           DISPLAY "Emitido em : " WS-DATA-TEXTO " " DOC-HORA-EMISSAO
               " por " DOC-OPERADOR.
           DISPLAY "Aluno      : " DOC-MATRICULA " "
               FUNCTION TRIM(DOC-NOME).
           DISPLAY "Turma      : " DOC-TURMA " ativo=" DOC-ATIVO
               " situacao=" DOC-SITUACAO.
           IF DOC-TIPO = "D"
               DISPLAY "Finalidade : " FUNCTION TRIM(DOC-FINALIDADE)
           ELSE
               MOVE DOC-FREQUENCIA TO WS-FREQ-ED
               DISPLAY "Conteudo   : " DOC-ANOS-CONCLUIDOS
                   " ano(s) concluido(s), " DOC-DISC-EM-CURSO
                   " disciplina(s) em curso, frequencia "
                   WS-FREQ-ED "%"
           END-IF.

       Grava-Linha.
           MOVE WS-LINHA-SAIDA TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       Grava-Auditoria.
           MOVE SPACES TO WS-AUD-ENTRADA.
           STRING "operador=" FUNCTION TRIM(WS-ACS-OPERADOR)
               " documento=" WS-NUMERO-ED
               " matricula=" WS-MATRICULA
               DELIMITED BY SIZE INTO WS-AUD-ENTRADA.
           CALL "AUDITLOG" USING WS-AUD-PROGRAMA WS-AUD-SESSAO
               WS-AUD-ENTRADA
               WS-AUD-RESULTADO.
       END PROGRAM DocumentoAluno.
