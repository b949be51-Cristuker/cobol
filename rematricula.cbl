      ******************************************************************
      * Author: Cristian Silva
      * Date: 15/10/2026
      * Purpose: Rematricula - promotion of the students into next
      *          year's turmas. Run after FechaAno (and the conselho
      *          de classe) has built RESULTADO.DAT for the closing
      *          year. Walks the active students of the cadastro
      *          (inactive ones are left out) and, from their annual
      *          results, decides each one's turma for the new year:
      *            - every disciplina APROVADO (or approved by the
      *              conselho de classe, CONSELHO.DAT) - PROMOVIDO to
      *              the turma the progression table (PROGRESSAO.DAT,
      *              kept by ManutTabelas) gives for the result's
      *              turma; a blank destino is the last serie and the
      *              student CONCLUINTE;
      *            - any disciplina REPROVADO or REPROV FALTA - RETIDO
      *              in the same turma/serie;
      *            - any disciplina INCOMPLETO, no result at all, or a
      *              turma with no progression entry - exception,
      *              left for the secretaria to resolve by hand.
      *          REMATRICULA.REL lists the students per new turma,
      *          then the concluintes, then the exceptions; the
      *          decisions also go to REMATRICULA.DAT. Only after the
      *          secretaria types CONFIRMA is the new turma stamped on
      *          CAD-TURMA, so NotaAlunos, CargaNotas and LancaChamada
      *          work against it from the first day of the year, and
      *          the concluintes are given baixa (CAD-ATIVO "N",
      *          CAD-BAIXA-MOTIVO "C", CAD-TURMA blank) so they no
      *          longer count as enrolled. The run can be repeated -
      *          it always starts from the result's turma - until the
      *          lists are right.
      * Tectonics: calls the shared AUDITLOG and ACESSO subprograms
      *            (shared/), so those files must be compiled
      *            together with this one - see build.sh.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Rematricula.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADASTRO-MASTER ASSIGN TO "CADASTRO.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CAD-MATRICULA
               FILE STATUS IS WS-CADASTRO-STATUS.
           SELECT RESULTADO-ANUAL ASSIGN TO "RESULTADO.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS RES-CHAVE
               FILE STATUS IS WS-RESULTADO-STATUS.
           SELECT CONSELHO-FILE ASSIGN TO "CONSELHO.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS CON-CHAVE
               FILE STATUS IS WS-CONSELHO-STATUS.
           SELECT PROGRESSAO-TAB ASSIGN TO "PROGRESSAO.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS PRG-TURMA-ORIGEM
               FILE STATUS IS WS-PROG-STATUS.
           SELECT RELATORIO ASSIGN TO "REMATRICULA.REL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.
           SELECT MOVIMENTO-REMAT ASSIGN TO "REMATRICULA.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REMAT-STATUS.
           SELECT ARQ-SORT ASSIGN TO "SORTWK4".

       DATA DIVISION.
       FILE SECTION.
       FD  CADASTRO-MASTER.
       COPY "CADREG.cpy".

       FD  RESULTADO-ANUAL.
       COPY "RESULTREG.cpy".

       FD  CONSELHO-FILE.
       COPY "CONSREG.cpy".

       FD  PROGRESSAO-TAB.
       COPY "PROGREG.cpy".

       FD  RELATORIO.
       01 LINHA-RELATORIO PIC X(130).

      * One line per student to be stamped: the turma the result was
      * in and the turma of the new year (blank for a concluinte).
       FD  MOVIMENTO-REMAT.
       01 REG-REMATRICULA.
           02 REM-MATRICULA      PIC 9(5).
           02 FILLER             PIC X(1).
           02 REM-TURMA-ANTERIOR PIC X(6).
           02 FILLER             PIC X(1).
           02 REM-TURMA-NOVA     PIC X(6).
           02 FILLER             PIC X(1).
           02 REM-SITUACAO       PIC X(12).

      * SRM-GRUPO orders the report: 1 rematricula per new turma,
      * 2 concluintes, 3 excecoes.
       SD  ARQ-SORT.
       01 SORT-REG.
           02 SRM-GRUPO          PIC X(1).
           02 SRM-TURMA-NOVA     PIC X(6).
           02 SRM-NOME           PIC X(50).
           02 SRM-MATRICULA      PIC 9(5).
           02 SRM-TURMA-ANTERIOR PIC X(6).
           02 SRM-SITUACAO       PIC X(12).
           02 SRM-MOTIVO         PIC X(30).

       WORKING-STORAGE SECTION.
       01 WS-CADASTRO-STATUS  PIC X(2).
       01 WS-RESULTADO-STATUS PIC X(2).
       01 WS-CONSELHO-STATUS  PIC X(2).
       01 WS-PROG-STATUS      PIC X(2).
       01 WS-RELATORIO-STATUS PIC X(2).
       01 WS-REMAT-STATUS     PIC X(2).
       01 WS-TEM-CONSELHO     PIC X(1) VALUE "N".
       01 WS-FIM-ARQUIVO      PIC X(1) VALUE "N".
       01 WS-FIM-RESULTADO    PIC X(1).
       01 WS-FIM-SORT         PIC X(1) VALUE "N".
       01 WS-PRIMEIRO         PIC X(1) VALUE "S".
       01 WS-CONFIRMA         PIC X(8).
       01 WS-ANO-LETIVO       PIC 9(4).
       01 WS-TIMESTAMP        PIC X(21).
       01 WS-DATA-HOJE        PIC X(10).
      * Results of the student being classified.
       01 WS-TURMA-RESULTADO  PIC X(6).
       01 WS-QTD-RESULTADOS   PIC 9(3).
       01 WS-QTD-APROVADOS    PIC 9(3).
       01 WS-QTD-REPROVADOS   PIC 9(3).
       01 WS-QTD-INCOMPLETOS  PIC 9(3).
      * Report control.
       01 WS-GRUPO-ATUAL      PIC X(1).
       01 WS-TURMA-ATUAL      PIC X(6).
       01 WS-TRM-ALUNOS       PIC 9(5) VALUE 0.
      * Totals.
       01 WS-TOTAL-LIDOS      PIC 9(7) VALUE 0.
       01 WS-TOTAL-INATIVOS   PIC 9(7) VALUE 0.
       01 WS-TOTAL-PROMOVIDOS PIC 9(5) VALUE 0.
       01 WS-TOTAL-RETIDOS    PIC 9(5) VALUE 0.
       01 WS-TOTAL-CONCLUINTES PIC 9(5) VALUE 0.
       01 WS-TOTAL-EXCECOES   PIC 9(5) VALUE 0.
       01 WS-TOTAL-REMATRICULA PIC 9(5) VALUE 0.
       01 WS-TOTAL-GRAVADOS   PIC 9(5) VALUE 0.
       01 WS-TOTAL-DESLIGADOS PIC 9(5) VALUE 0.
       01 WS-LINHA-SAIDA      PIC X(130).
       01 WS-ACS-NIVEL     PIC 9(1) VALUE 3.
       01 WS-ACS-OPERADOR  PIC X(8).
       01 WS-ACS-RESULTADO PIC X(1).
       01 WS-AUD-PROGRAMA  PIC X(20) VALUE "Rematricula".
       01 WS-AUD-SESSAO    PIC X(14).
       01 WS-AUD-ENTRADA   PIC X(90).
       01 WS-AUD-RESULTADO PIC X(90).

       PROCEDURE DIVISION.

       Inicio.
           DISPLAY "Rematricula - promocao para as turmas do novo ano".
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-AUD-SESSAO.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           STRING WS-TIMESTAMP (1:4) "-" WS-TIMESTAMP (5:2) "-"
               WS-TIMESTAMP (7:2)
               DELIMITED BY SIZE INTO WS-DATA-HOJE.
           CALL "ACESSO" USING WS-AUD-PROGRAMA WS-ACS-NIVEL
               WS-ACS-OPERADOR WS-ACS-RESULTADO.
           IF WS-ACS-RESULTADO NOT = "S"
               STOP RUN
           END-IF.
           DISPLAY "Ano letivo que foi fechado (AAAA): ".
           ACCEPT WS-ANO-LETIVO.
           PERFORM UNTIL WS-ANO-LETIVO >= 2000
               AND WS-ANO-LETIVO <= 2099
               DISPLAY "Ano invalido, digite AAAA: "
               ACCEPT WS-ANO-LETIVO
           END-PERFORM.
           PERFORM Abre-Arquivos.
           SORT ARQ-SORT
               ON ASCENDING KEY SRM-GRUPO SRM-TURMA-NOVA SRM-NOME
               INPUT PROCEDURE IS Classifica-Alunos
               OUTPUT PROCEDURE IS Imprime-Rematricula.
           CLOSE MOVIMENTO-REMAT.
           CLOSE CADASTRO-MASTER.
           CLOSE RESULTADO-ANUAL.
           CLOSE PROGRESSAO-TAB.
           IF WS-TEM-CONSELHO = "S"
               CLOSE CONSELHO-FILE
           END-IF.
           DISPLAY "Listas gravadas em REMATRICULA.REL.".
           IF WS-TOTAL-REMATRICULA = 0 AND WS-TOTAL-CONCLUINTES = 0
               DISPLAY "Nenhum aluno a rematricular."
           ELSE
               DISPLAY "Isto grava a turma do novo ano no cadastro de "
                   WS-TOTAL-REMATRICULA " aluno(s) e da baixa em "
                   WS-TOTAL-CONCLUINTES " concluinte(s)."
               DISPLAY "Digite CONFIRMA para prosseguir: "
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = "CONFIRMA"
                   PERFORM Aplica-Rematricula
               ELSE
                   DISPLAY "Rematricula nao aplicada - cadastro "
                       "inalterado."
               END-IF
           END-IF.
           PERFORM Grava-Auditoria.
           STOP RUN.

       Abre-Arquivos.
           OPEN INPUT CADASTRO-MASTER.
           IF WS-CADASTRO-STATUS NOT = "00"
               DISPLAY "Nao foi possivel abrir CADASTRO.DAT (status "
                   WS-CADASTRO-STATUS ")"
               STOP RUN
           END-IF.
           OPEN INPUT RESULTADO-ANUAL.
           IF WS-RESULTADO-STATUS NOT = "00"
               DISPLAY "Nao foi possivel abrir RESULTADO.DAT (status "
                   WS-RESULTADO-STATUS ") - rode o fechamento anual "
                   "(FechaAno) antes da rematricula"
               CLOSE CADASTRO-MASTER
               STOP RUN
           END-IF.
           OPEN INPUT PROGRESSAO-TAB.
           IF WS-PROG-STATUS NOT = "00"
               DISPLAY "Nao foi possivel abrir PROGRESSAO.DAT (status "
                   WS-PROG-STATUS ") - cadastre a progressao das "
                   "turmas em ManutTabelas"
               CLOSE CADASTRO-MASTER
               CLOSE RESULTADO-ANUAL
               STOP RUN
           END-IF.
           OPEN INPUT CONSELHO-FILE.
           IF WS-CONSELHO-STATUS = "00"
               MOVE "S" TO WS-TEM-CONSELHO
           END-IF.
           OPEN OUTPUT MOVIMENTO-REMAT.
           IF WS-REMAT-STATUS NOT = "00"
               DISPLAY "Nao foi possivel criar REMATRICULA.DAT (status "
                   WS-REMAT-STATUS ")"
               CLOSE CADASTRO-MASTER
               CLOSE RESULTADO-ANUAL
               CLOSE PROGRESSAO-TAB
               IF WS-TEM-CONSELHO = "S"
                   CLOSE CONSELHO-FILE
               END-IF
               STOP RUN
           END-IF.

      ******************************************************************
      * Input procedure - one decision per active student of the
      * cadastro, released to the sort for the report and, when the
      * student gets a turma for the new year, written to
      * REMATRICULA.DAT for the confirmation step.
      ******************************************************************
       Classifica-Alunos.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ CADASTRO-MASTER NEXT
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       ADD 1 TO WS-TOTAL-LIDOS
                       IF CAD-ATIVO = "S"
                           PERFORM Classifica-Aluno
                       ELSE
                           ADD 1 TO WS-TOTAL-INATIVOS
                       END-IF
               END-READ
           END-PERFORM.

       Classifica-Aluno.
           PERFORM Le-Resultados.
           MOVE SPACES TO SORT-REG.
           MOVE CAD-NOME           TO SRM-NOME.
           MOVE CAD-MATRICULA      TO SRM-MATRICULA.
           MOVE WS-TURMA-RESULTADO TO SRM-TURMA-ANTERIOR.
           EVALUATE TRUE
               WHEN WS-QTD-RESULTADOS = 0
                   MOVE "3" TO SRM-GRUPO
                   MOVE CAD-TURMA TO SRM-TURMA-ANTERIOR
                   MOVE "SEM RESULTADO ANUAL" TO SRM-MOTIVO
               WHEN WS-QTD-INCOMPLETOS > 0
                   MOVE "3" TO SRM-GRUPO
                   MOVE "RESULTADO INCOMPLETO" TO SRM-MOTIVO
               WHEN WS-QTD-REPROVADOS > 0
                   MOVE "1" TO SRM-GRUPO
                   MOVE WS-TURMA-RESULTADO TO SRM-TURMA-NOVA
                   MOVE "RETIDO" TO SRM-SITUACAO
               WHEN OTHER
                   PERFORM Procura-Progressao
           END-EVALUATE.
           EVALUATE SRM-GRUPO
               WHEN "1"
                   IF SRM-SITUACAO = "RETIDO"
                       ADD 1 TO WS-TOTAL-RETIDOS
                   ELSE
                       ADD 1 TO WS-TOTAL-PROMOVIDOS
                   END-IF
                   ADD 1 TO WS-TOTAL-REMATRICULA
                   PERFORM Grava-Movimento
               WHEN "2"
                   ADD 1 TO WS-TOTAL-CONCLUINTES
                   PERFORM Grava-Movimento
               WHEN OTHER
                   ADD 1 TO WS-TOTAL-EXCECOES
           END-EVALUATE.
           RELEASE SORT-REG.

      * RESULTADO.DAT is keyed matricula/disciplina, so a START on
      * the matricula walks all of the student's disciplinas. A
      * REPROVADO the conselho de classe approved counts as approved.
       Le-Resultados.
           MOVE 0 TO WS-QTD-RESULTADOS WS-QTD-APROVADOS
               WS-QTD-REPROVADOS WS-QTD-INCOMPLETOS.
           MOVE SPACES TO WS-TURMA-RESULTADO.
           MOVE "N" TO WS-FIM-RESULTADO.
           MOVE CAD-MATRICULA TO RES-MATRICULA.
           MOVE LOW-VALUES    TO RES-DISCIPLINA.
           START RESULTADO-ANUAL KEY >= RES-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-RESULTADO
           END-START.
           PERFORM UNTIL WS-FIM-RESULTADO = "S"
               READ RESULTADO-ANUAL NEXT
                   AT END
                       MOVE "S" TO WS-FIM-RESULTADO
                   NOT AT END
                       IF RES-MATRICULA NOT = CAD-MATRICULA
                           MOVE "S" TO WS-FIM-RESULTADO
                       ELSE
                           PERFORM Conta-Resultado
                       END-IF
               END-READ
           END-PERFORM.

       Conta-Resultado.
           ADD 1 TO WS-QTD-RESULTADOS.
           MOVE RES-TURMA TO WS-TURMA-RESULTADO.
           EVALUATE RES-SITUACAO
               WHEN "APROVADO"
                   ADD 1 TO WS-QTD-APROVADOS
               WHEN "INCOMPLETO"
                   ADD 1 TO WS-QTD-INCOMPLETOS
               WHEN "REPROVADO"
                   PERFORM Consulta-Conselho
               WHEN OTHER
                   ADD 1 TO WS-QTD-REPROVADOS
           END-EVALUATE.

       Consulta-Conselho.
           IF WS-TEM-CONSELHO = "S"
               MOVE RES-MATRICULA  TO CON-MATRICULA
               MOVE WS-ANO-LETIVO  TO CON-ANO
               MOVE RES-DISCIPLINA TO CON-DISCIPLINA
               READ CONSELHO-FILE
                   INVALID KEY
                       ADD 1 TO WS-QTD-REPROVADOS
                   NOT INVALID KEY
                       IF CON-SITUACAO = "APROVADO PELO CONSELHO"
                           ADD 1 TO WS-QTD-APROVADOS
                       ELSE
                           ADD 1 TO WS-QTD-REPROVADOS
                       END-IF
               END-READ
           ELSE
               ADD 1 TO WS-QTD-REPROVADOS
           END-IF.

       Procura-Progressao.
           MOVE WS-TURMA-RESULTADO TO PRG-TURMA-ORIGEM.
           READ PROGRESSAO-TAB
               INVALID KEY
                   MOVE "3" TO SRM-GRUPO
                   MOVE "TURMA SEM PROGRESSAO" TO SRM-MOTIVO
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN PRG-ATIVO NOT = "S"
                           MOVE "3" TO SRM-GRUPO
                           MOVE "PROGRESSAO DA TURMA INATIVA"
                               TO SRM-MOTIVO
                       WHEN PRG-TURMA-DESTINO = SPACES
                           MOVE "2" TO SRM-GRUPO
                           MOVE "CONCLUINTE" TO SRM-SITUACAO
                       WHEN OTHER
                           MOVE "1" TO SRM-GRUPO
                           MOVE PRG-TURMA-DESTINO TO SRM-TURMA-NOVA
                           MOVE "PROMOVIDO" TO SRM-SITUACAO
                   END-EVALUATE
           END-READ.

       Grava-Movimento.
           MOVE SPACES TO REG-REMATRICULA.
           MOVE SRM-MATRICULA      TO REM-MATRICULA.
           MOVE SRM-TURMA-ANTERIOR TO REM-TURMA-ANTERIOR.
           MOVE SRM-TURMA-NOVA     TO REM-TURMA-NOVA.
           MOVE SRM-SITUACAO       TO REM-SITUACAO.
           WRITE REG-REMATRICULA.

      ******************************************************************
      * Output procedure - the rematricula list, one section per new
      * turma, then the concluintes and the exception list.
      ******************************************************************
       Imprime-Rematricula.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING "Rematricula - resultado do ano letivo "
               WS-ANO-LETIVO
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           PERFORM Grava-Linha.
           PERFORM UNTIL WS-FIM-SORT = "S"
               RETURN ARQ-SORT
                   AT END
                       MOVE "S" TO WS-FIM-SORT
                   NOT AT END
                       PERFORM Imprime-Aluno
               END-RETURN
           END-PERFORM.
           IF WS-PRIMEIRO = "N"
               PERFORM Imprime-Totais-Secao
           END-IF.
           PERFORM Imprime-Resumo.
           CLOSE RELATORIO.

       Imprime-Aluno.
           IF WS-PRIMEIRO = "S"
               PERFORM Inicia-Secao
               MOVE "N" TO WS-PRIMEIRO
           ELSE
               IF SRM-GRUPO NOT = WS-GRUPO-ATUAL
                   OR (SRM-GRUPO = "1"
                       AND SRM-TURMA-NOVA NOT = WS-TURMA-ATUAL)
                   PERFORM Imprime-Totais-Secao
                   PERFORM Inicia-Secao
               END-IF
           END-IF.
           ADD 1 TO WS-TRM-ALUNOS.
           MOVE SPACES TO WS-LINHA-SAIDA.
           EVALUATE SRM-GRUPO
               WHEN "1"
                   STRING SRM-MATRICULA " " FUNCTION TRIM(SRM-NOME)
                       " turma-anterior=" SRM-TURMA-ANTERIOR
                       " " SRM-SITUACAO
                       DELIMITED BY SIZE INTO WS-LINHA-SAIDA
               WHEN "2"
                   STRING SRM-MATRICULA " " FUNCTION TRIM(SRM-NOME)
                       " turma=" SRM-TURMA-ANTERIOR
                       " CONCLUINTE"
                       DELIMITED BY SIZE INTO WS-LINHA-SAIDA
               WHEN OTHER
                   STRING SRM-MATRICULA " " FUNCTION TRIM(SRM-NOME)
                       " turma=" SRM-TURMA-ANTERIOR
                       " " FUNCTION TRIM(SRM-MOTIVO)
                       DELIMITED BY SIZE INTO WS-LINHA-SAIDA
           END-EVALUATE.
           PERFORM Grava-Linha.

       Inicia-Secao.
           MOVE SRM-GRUPO      TO WS-GRUPO-ATUAL.
           MOVE SRM-TURMA-NOVA TO WS-TURMA-ATUAL.
           MOVE SPACES TO WS-LINHA-SAIDA.
           PERFORM Grava-Linha.
           MOVE SPACES TO WS-LINHA-SAIDA.
           EVALUATE SRM-GRUPO
               WHEN "1"
                   STRING "=== Rematricula na turma " WS-TURMA-ATUAL
                       " ==="
                       DELIMITED BY SIZE INTO WS-LINHA-SAIDA
               WHEN "2"
                   MOVE "=== Concluintes (ultima serie) ==="
                       TO WS-LINHA-SAIDA
               WHEN OTHER
                   MOVE "=== Excecoes - resolver antes do novo ano ==="
                       TO WS-LINHA-SAIDA
           END-EVALUATE.
           PERFORM Grava-Linha.

       Imprime-Totais-Secao.
           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING "Alunos na secao: " WS-TRM-ALUNOS
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           PERFORM Grava-Linha.
           MOVE 0 TO WS-TRM-ALUNOS.

       Imprime-Resumo.
           MOVE SPACES TO WS-LINHA-SAIDA.
           PERFORM Grava-Linha.
           MOVE "=== Total geral ===" TO WS-LINHA-SAIDA.
           PERFORM Grava-Linha.
           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING "Cadastro lidos=" WS-TOTAL-LIDOS
               " inativos=" WS-TOTAL-INATIVOS
               " promovidos=" WS-TOTAL-PROMOVIDOS
               " retidos=" WS-TOTAL-RETIDOS
               " concluintes=" WS-TOTAL-CONCLUINTES
               " excecoes=" WS-TOTAL-EXCECOES
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           PERFORM Grava-Linha.

       Grava-Linha.
           DISPLAY WS-LINHA-SAIDA.
           MOVE WS-LINHA-SAIDA TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

      ******************************************************************
      * Confirmation step - stamps the new turma from REMATRICULA.DAT
      * on each student's cadastro and gives the concluintes their
      * baixa, one audit line per student.
      ******************************************************************
       Aplica-Rematricula.
           OPEN I-O CADASTRO-MASTER.
           IF WS-CADASTRO-STATUS NOT = "00"
               DISPLAY "Nao foi possivel abrir CADASTRO.DAT (status "
                   WS-CADASTRO-STATUS ") - rematricula nao aplicada"
           ELSE
               OPEN INPUT MOVIMENTO-REMAT
               IF WS-REMAT-STATUS NOT = "00"
                   DISPLAY "Nao foi possivel abrir REMATRICULA.DAT "
                       "(status " WS-REMAT-STATUS ") - rematricula "
                       "nao aplicada"
                   CLOSE CADASTRO-MASTER
               ELSE
                   PERFORM Aplica-Movimentos
               END-IF
           END-IF.

       Aplica-Movimentos.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ MOVIMENTO-REMAT
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       PERFORM Grava-Turma-Nova
               END-READ
           END-PERFORM.
           CLOSE MOVIMENTO-REMAT.
           CLOSE CADASTRO-MASTER.
           DISPLAY "Turma do novo ano gravada para "
               WS-TOTAL-GRAVADOS " aluno(s); baixa de "
               WS-TOTAL-DESLIGADOS " concluinte(s).".

      * A concluinte leaves the school with the year: inactive, baixa
      * "C" dated today and no turma, so the new year's validations,
      * BuscaAtiva, PendenciaProfessor and the census no longer see
      * an enrolled student.
       Grava-Turma-Nova.
           MOVE REM-MATRICULA TO CAD-MATRICULA.
           READ CADASTRO-MASTER
               INVALID KEY
                   DISPLAY "Matricula sumiu do cadastro: "
                       REM-MATRICULA
               NOT INVALID KEY
                   IF REM-SITUACAO = "CONCLUINTE"
                       MOVE "N"          TO CAD-ATIVO
                       MOVE "C"          TO CAD-BAIXA-MOTIVO
                       MOVE WS-DATA-HOJE TO CAD-BAIXA-DATA
                       MOVE SPACES       TO CAD-TURMA
                   ELSE
                       MOVE REM-TURMA-NOVA TO CAD-TURMA
                   END-IF
                   REWRITE CADASTRO-REG
                       INVALID KEY
                           DISPLAY "Erro ao regravar (status "
                               WS-CADASTRO-STATUS "): matricula "
                               REM-MATRICULA
                       NOT INVALID KEY
                           PERFORM Conta-Gravado
                           PERFORM Audita-Aluno
                   END-REWRITE
           END-READ.

       Conta-Gravado.
           IF REM-SITUACAO = "CONCLUINTE"
               ADD 1 TO WS-TOTAL-DESLIGADOS
           ELSE
               ADD 1 TO WS-TOTAL-GRAVADOS
           END-IF.

       Audita-Aluno.
           MOVE SPACES TO WS-AUD-ENTRADA.
           STRING "operador=" FUNCTION TRIM(WS-ACS-OPERADOR)
               " matricula=" REM-MATRICULA
               " turma-anterior=" REM-TURMA-ANTERIOR
               DELIMITED BY SIZE INTO WS-AUD-ENTRADA.
           MOVE SPACES TO WS-AUD-RESULTADO.
           STRING "acao=REMATRICULA turma-nova=" REM-TURMA-NOVA
               " situacao=" REM-SITUACAO
               DELIMITED BY SIZE INTO WS-AUD-RESULTADO.
           CALL "AUDITLOG" USING WS-AUD-PROGRAMA WS-AUD-SESSAO
               WS-AUD-ENTRADA
               WS-AUD-RESULTADO.

       Grava-Auditoria.
           MOVE SPACES TO WS-AUD-ENTRADA.
           STRING "operador=" FUNCTION TRIM(WS-ACS-OPERADOR)
               " ano=" WS-ANO-LETIVO
               " lidos=" WS-TOTAL-LIDOS
               " excecoes=" WS-TOTAL-EXCECOES
               DELIMITED BY SIZE INTO WS-AUD-ENTRADA.
           MOVE SPACES TO WS-AUD-RESULTADO.
           STRING "promovidos=" WS-TOTAL-PROMOVIDOS
               " retidos=" WS-TOTAL-RETIDOS
               " concluintes=" WS-TOTAL-CONCLUINTES
               " gravados=" WS-TOTAL-GRAVADOS
               " baixas=" WS-TOTAL-DESLIGADOS
               DELIMITED BY SIZE INTO WS-AUD-RESULTADO.
           CALL "AUDITLOG" USING WS-AUD-PROGRAMA WS-AUD-SESSAO
               WS-AUD-ENTRADA
               WS-AUD-RESULTADO.
       END PROGRAM Rematricula.
