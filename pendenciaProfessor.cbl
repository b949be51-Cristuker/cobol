      ******************************************************************
      * Author: Cristian Silva
      * Date: 15/10/2026
      * Purpose: Pending work per professor. For the bimestre asked
      *          (and one professor, or all of them) walks the class
      *          assignments of the current year (ATRIBUICAO.DAT,
      *          kept in ManutTabelas) professor by professor, and
      *          for each assigned turma/disciplina lists in
      *          PENDPROF.REL:
      *            - every active student of the turma (CADASTRO.DAT)
      *              with no grade record for the disciplina and
      *              bimestre in ALUNOS.DAT, or no assessment for
      *              them in AVALIACOES.DAT;
      *            - every school day the weekly timetable (GRADE.DAT)
      *              expects a call list that CHAMADA.DAT does not
      *              have, from the bimestre's first day (academic
      *              calendar, or asked when the bimestre has no
      *              calendar yet) up to today or its last day, less
      *              the feriados (FERIADOS.DAT) - the same rule as
      *              PendenciaChamada.
      *          Counts per turma/disciplina, per professor and in
      *          total close the report, so the coordenacao knows
      *          whom to chase before the grade-closing date.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PendenciaProfessor.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATRIBUICAO-TAB ASSIGN TO "ATRIBUICAO.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS ATR-CHAVE
               FILE STATUS IS WS-ATRIB-STATUS.
           SELECT PROFESSORES-TAB ASSIGN TO "PROFESSORES.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS PRF-OPERADOR
               FILE STATUS IS WS-PROF-STATUS.
           SELECT CADASTRO-MASTER ASSIGN TO "CADASTRO.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CAD-MATRICULA
               FILE STATUS IS WS-CADASTRO-STATUS.
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
           SELECT GRADE-TAB ASSIGN TO "GRADE.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS GRD-CHAVE
               FILE STATUS IS WS-GRADE-STATUS.
           SELECT CHAMADA-DIARIO ASSIGN TO "CHAMADA.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS CHA-CHAVE
               FILE STATUS IS WS-CHAMADA-STATUS.
           SELECT FERIADOS-FILE ASSIGN TO "FERIADOS.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS FER-DATA
               FILE STATUS IS WS-FERIADOS-STATUS.
           SELECT CALENDARIO-FILE ASSIGN TO "CALENDARIO.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS CAL-BIMESTRE
               FILE STATUS IS WS-CALENDARIO-STATUS.
           SELECT RELATORIO ASSIGN TO "PENDPROF.REL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ATRIBUICAO-TAB.
       COPY "ATRIBREG.cpy".

       FD  PROFESSORES-TAB.
       COPY "PROFREG.cpy".

       FD  CADASTRO-MASTER.
       COPY "CADREG.cpy".

       FD  ALUNOS-MASTER.
       COPY "ALUNOREG.cpy".

       FD  AVALIACOES-DET.
       COPY "AVALREG.cpy".

       FD  GRADE-TAB.
       COPY "GRADEREG.cpy".

       FD  CHAMADA-DIARIO.
       COPY "CHAMADAREG.cpy".

       FD  FERIADOS-FILE.
       COPY "FERIAREG.cpy".

       FD  CALENDARIO-FILE.
       COPY "CALREG.cpy".

       FD  RELATORIO.
       01 LINHA-RELATORIO PIC X(130).

       WORKING-STORAGE SECTION.
       01 WS-ATRIB-STATUS      PIC X(2).
       01 WS-PROF-STATUS       PIC X(2).
       01 WS-CADASTRO-STATUS   PIC X(2).
       01 WS-ALUNOS-STATUS     PIC X(2).
       01 WS-AVAL-STATUS       PIC X(2).
       01 WS-GRADE-STATUS      PIC X(2).
       01 WS-CHAMADA-STATUS    PIC X(2).
       01 WS-FERIADOS-STATUS   PIC X(2).
       01 WS-CALENDARIO-STATUS PIC X(2).
       01 WS-RELATORIO-STATUS  PIC X(2).
       01 WS-TEM-PROFESSORES   PIC X(1) VALUE "N".
       01 WS-TEM-ALUNOS        PIC X(1) VALUE "N".
       01 WS-TEM-AVALIACOES    PIC X(1) VALUE "N".
       01 WS-TEM-GRADE         PIC X(1) VALUE "N".
       01 WS-TEM-CHAMADA       PIC X(1) VALUE "N".
       01 WS-TEM-FERIADOS      PIC X(1) VALUE "N".
       01 WS-TEM-CALENDARIO    PIC X(1) VALUE "N".
       01 WS-FIM-ATRIBUICAO    PIC X(1) VALUE "N".
       01 WS-FIM-CADASTRO      PIC X(1).
       01 WS-BIMESTRE          PIC 9(1).
       01 WS-ANO-LETIVO        PIC 9(4).
       01 WS-PROF-FILTRO       PIC X(8).
       01 WS-PROF-ATUAL        PIC X(8) VALUE SPACES.
       01 WS-NOME-PROF         PIC X(50).
       01 WS-DATA              PIC X(10).
       01 WS-DATA-OK           PIC X(1).
       01 WS-DATA-INICIO       PIC X(10).
       01 WS-DATA-FIM          PIC X(10).
       01 WS-DATA-HOJE         PIC X(10).
       01 WS-TIMESTAMP         PIC X(21).
      * Day numbers (INTEGER-OF-DATE) of the period, as in
      * PendenciaChamada.
       01 WS-DATA-NUM-X.
           02 WS-DATA-NUM-ANO  PIC 9(4).
           02 WS-DATA-NUM-MES  PIC 9(2).
           02 WS-DATA-NUM-DIA  PIC 9(2).
       01 WS-DATA-NUM REDEFINES WS-DATA-NUM-X PIC 9(8).
       01 WS-DIAS-DATA         PIC 9(7).
       01 WS-DIA-INICIO        PIC 9(7).
       01 WS-DIA-FIM           PIC 9(7).
       01 WS-DIA-ATUAL         PIC 9(7).
       01 WS-DIA-SEMANA        PIC 9(1).
       01 WS-DATA-ATUAL.
           02 WS-ATUAL-ANO     PIC 9(4).
           02 FILLER           PIC X(1) VALUE "-".
           02 WS-ATUAL-MES     PIC 9(2).
           02 FILLER           PIC X(1) VALUE "-".
           02 WS-ATUAL-DIA     PIC 9(2).
       01 WS-NOMES-DIAS        PIC X(56) VALUE
           "segunda terca   quarta  quinta  sexta   sabado  domingo ".
       01 WS-TAB-DIAS REDEFINES WS-NOMES-DIAS.
           02 WS-NOME-DIA OCCURS 7 TIMES PIC X(8).
       01 WS-FERIADO           PIC X(1).
       01 WS-SEM-NOTA          PIC X(1).
       01 WS-SEM-AVALIACAO     PIC X(1).
       01 WS-PENDENCIA-ALUNO   PIC X(40).
      * Counts of the turma/disciplina being checked.
       01 WS-QTD-ALUNOS        PIC 9(3).
       01 WS-QTD-SEM-NOTA      PIC 9(3).
       01 WS-QTD-SEM-AVAL      PIC 9(3).
       01 WS-QTD-CHAM-PEND     PIC 9(3).
      * Per professor and for the whole report.
       01 WS-PROF-CLASSES      PIC 9(3) VALUE 0.
       01 WS-PROF-CLASSES-PEND PIC 9(3) VALUE 0.
       01 WS-TOTAL-PROFESSORES PIC 9(3) VALUE 0.
       01 WS-TOTAL-CLASSES     PIC 9(5) VALUE 0.
       01 WS-TOTAL-CLASSES-PEND PIC 9(5) VALUE 0.
       01 WS-TOTAL-SEM-NOTA    PIC 9(5) VALUE 0.
       01 WS-TOTAL-SEM-AVAL    PIC 9(5) VALUE 0.
       01 WS-TOTAL-CHAM-PEND   PIC 9(5) VALUE 0.
       01 WS-LINHA-SAIDA       PIC X(130).

       PROCEDURE DIVISION.

       Inicio.
           DISPLAY "Pendencias por professor".
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           STRING WS-TIMESTAMP (1:4) "-" WS-TIMESTAMP (5:2) "-"
               WS-TIMESTAMP (7:2)
               DELIMITED BY SIZE INTO WS-DATA-HOJE.
           MOVE WS-TIMESTAMP (1:4) TO WS-ANO-LETIVO.
           DISPLAY "Bimestre (1 a 4): ".
           ACCEPT WS-BIMESTRE.
           PERFORM UNTIL WS-BIMESTRE >= 1 AND WS-BIMESTRE <= 4
               DISPLAY "Bimestre invalido, digite 1 a 4: "
               ACCEPT WS-BIMESTRE
           END-PERFORM.
           DISPLAY "Professor - operador (ID) (ENTER = todos): ".
           MOVE SPACES TO WS-PROF-FILTRO.
           ACCEPT WS-PROF-FILTRO.
           OPEN INPUT ATRIBUICAO-TAB.
           IF WS-ATRIB-STATUS NOT = "00"
               DISPLAY "Nao foi possivel abrir ATRIBUICAO.DAT (status "
                   WS-ATRIB-STATUS ") - cadastre as atribuicoes em "
                   "ManutTabelas"
               STOP RUN
           END-IF.
           OPEN INPUT CADASTRO-MASTER.
           IF WS-CADASTRO-STATUS NOT = "00"
               DISPLAY "Nao foi possivel abrir CADASTRO.DAT (status "
                   WS-CADASTRO-STATUS ")"
               CLOSE ATRIBUICAO-TAB
               STOP RUN
           END-IF.
           PERFORM Abre-Opcionais.
           PERFORM Define-Periodo.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING "Pendencias por professor - ano " WS-ANO-LETIVO
               " bimestre " WS-BIMESTRE
               " - chamadas de " WS-DATA-INICIO " a " WS-DATA-FIM
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           PERFORM Grava-Linha.
           IF WS-TEM-FERIADOS = "N"
               MOVE SPACES TO WS-LINHA-SAIDA
               STRING "Aviso: FERIADOS.DAT ausente - nenhum feriado "
                   "descontado." DELIMITED BY SIZE INTO WS-LINHA-SAIDA
               PERFORM Grava-Linha
           END-IF.
           PERFORM Processa-Atribuicoes.
           IF WS-PROF-ATUAL NOT = SPACES
               PERFORM Fecha-Professor
           END-IF.
           PERFORM Imprime-Resumo.
           PERFORM Fecha-Arquivos.
           STOP RUN.

      * Everything but the assignments and the cadastro may still be
      * missing early in the year; a missing file just means nothing
      * on it yet.
       Abre-Opcionais.
           OPEN INPUT PROFESSORES-TAB.
           IF WS-PROF-STATUS = "00"
               MOVE "S" TO WS-TEM-PROFESSORES
           END-IF.
           OPEN INPUT ALUNOS-MASTER.
           IF WS-ALUNOS-STATUS = "00"
               MOVE "S" TO WS-TEM-ALUNOS
           END-IF.
           OPEN INPUT AVALIACOES-DET.
           IF WS-AVAL-STATUS = "00"
               MOVE "S" TO WS-TEM-AVALIACOES
           END-IF.
           OPEN INPUT GRADE-TAB.
           IF WS-GRADE-STATUS = "00"
               MOVE "S" TO WS-TEM-GRADE
           END-IF.
           OPEN INPUT CHAMADA-DIARIO.
           IF WS-CHAMADA-STATUS = "00"
               MOVE "S" TO WS-TEM-CHAMADA
           END-IF.
           OPEN INPUT FERIADOS-FILE.
           IF WS-FERIADOS-STATUS = "00"
               MOVE "S" TO WS-TEM-FERIADOS
           END-IF.

       Fecha-Arquivos.
           CLOSE ATRIBUICAO-TAB.
           CLOSE CADASTRO-MASTER.
           IF WS-TEM-PROFESSORES = "S"
               CLOSE PROFESSORES-TAB
           END-IF.
           IF WS-TEM-ALUNOS = "S"
               CLOSE ALUNOS-MASTER
           END-IF.
           IF WS-TEM-AVALIACOES = "S"
               CLOSE AVALIACOES-DET
           END-IF.
           IF WS-TEM-GRADE = "S"
               CLOSE GRADE-TAB
           END-IF.
           IF WS-TEM-CHAMADA = "S"
               CLOSE CHAMADA-DIARIO
           END-IF.
           IF WS-TEM-FERIADOS = "S"
               CLOSE FERIADOS-FILE
           END-IF.
           CLOSE RELATORIO.

      * Same period rule as PendenciaChamada: the bimestre's first
      * and last school day from the academic calendar of the ano
      * letivo (a bimestre still holding last year's dates counts as
      * not keyed), keyed by the operator when there is none, and
      * never past today.
       Define-Periodo.
           OPEN INPUT CALENDARIO-FILE.
           IF WS-CALENDARIO-STATUS = "00"
               MOVE WS-BIMESTRE TO CAL-BIMESTRE
               READ CALENDARIO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CAL-ANO = WS-ANO-LETIVO
                           MOVE "S" TO WS-TEM-CALENDARIO
                           MOVE CAL-DATA-INICIO TO WS-DATA-INICIO
                           MOVE CAL-DATA-FIM    TO WS-DATA-FIM
                       END-IF
               END-READ
               CLOSE CALENDARIO-FILE
           END-IF.
           IF WS-TEM-CALENDARIO = "N"
               DISPLAY "Bimestre sem calendario cadastrado para "
                   "o ano."
               DISPLAY "Primeiro dia do periodo (AAAA-MM-DD): "
               PERFORM Pede-Data
               MOVE WS-DATA TO WS-DATA-INICIO
               DISPLAY "Ultimo dia do periodo (AAAA-MM-DD): "
               PERFORM Pede-Data
               PERFORM UNTIL WS-DATA NOT < WS-DATA-INICIO
                   DISPLAY "O fim nao pode ser antes do inicio, "
                       "de novo: "
                   PERFORM Pede-Data
               END-PERFORM
               MOVE WS-DATA TO WS-DATA-FIM
           END-IF.
           IF WS-DATA-FIM > WS-DATA-HOJE
               MOVE WS-DATA-HOJE TO WS-DATA-FIM
           END-IF.
           MOVE WS-DATA-INICIO TO WS-DATA.
           PERFORM Valida-Data.
           MOVE WS-DIAS-DATA TO WS-DIA-INICIO.
           MOVE WS-DATA-FIM TO WS-DATA.
           PERFORM Valida-Data.
           MOVE WS-DIAS-DATA TO WS-DIA-FIM.

       Pede-Data.
           ACCEPT WS-DATA.
           PERFORM Valida-Data.
           PERFORM UNTIL WS-DATA-OK = "S"
               DISPLAY "Data invalida, digite AAAA-MM-DD: "
               ACCEPT WS-DATA
               PERFORM Valida-Data
           END-PERFORM.

       Valida-Data.
           MOVE "N" TO WS-DATA-OK.
           MOVE 0 TO WS-DIAS-DATA.
           IF WS-DATA (1:4) IS NUMERIC
               AND WS-DATA (5:1) = "-"
               AND WS-DATA (6:2) IS NUMERIC
               AND WS-DATA (8:1) = "-"
               AND WS-DATA (9:2) IS NUMERIC
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

      * Assignments are keyed year/professor/turma/disciplina, so one
      * START lands on the year (or on the professor asked) and the
      * records come professor by professor.
       Processa-Atribuicoes.
           MOVE LOW-VALUES TO ATR-CHAVE.
           MOVE WS-ANO-LETIVO TO ATR-ANO.
           IF WS-PROF-FILTRO NOT = SPACES
               MOVE WS-PROF-FILTRO TO ATR-PROFESSOR
           END-IF.
           START ATRIBUICAO-TAB KEY >= ATR-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-ATRIBUICAO
           END-START.
           PERFORM UNTIL WS-FIM-ATRIBUICAO = "S"
               READ ATRIBUICAO-TAB NEXT
                   AT END
                       MOVE "S" TO WS-FIM-ATRIBUICAO
                   NOT AT END
                       IF ATR-ANO NOT = WS-ANO-LETIVO
                           OR (WS-PROF-FILTRO NOT = SPACES
                               AND ATR-PROFESSOR NOT = WS-PROF-FILTRO)
                           MOVE "S" TO WS-FIM-ATRIBUICAO
                       ELSE
                           IF ATR-ATIVO = "S"
                               PERFORM Confere-Atribuicao
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-TOTAL-CLASSES = 0
               MOVE SPACES TO WS-LINHA-SAIDA
               STRING "Nenhuma atribuicao ativa em " WS-ANO-LETIVO
                   DELIMITED BY SIZE INTO WS-LINHA-SAIDA
               PERFORM Grava-Linha
           END-IF.

       Confere-Atribuicao.
           IF ATR-PROFESSOR NOT = WS-PROF-ATUAL
               IF WS-PROF-ATUAL NOT = SPACES
                   PERFORM Fecha-Professor
               END-IF
               PERFORM Abre-Professor
           END-IF.
           ADD 1 TO WS-PROF-CLASSES.
           ADD 1 TO WS-TOTAL-CLASSES.
           MOVE 0 TO WS-QTD-ALUNOS.
           MOVE 0 TO WS-QTD-SEM-NOTA.
           MOVE 0 TO WS-QTD-SEM-AVAL.
           MOVE 0 TO WS-QTD-CHAM-PEND.
           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING "  " ATR-TURMA " " ATR-DISCIPLINA
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           PERFORM Grava-Linha.
           PERFORM Confere-Alunos.
           PERFORM Confere-Chamadas.
           MOVE SPACES TO WS-LINHA-SAIDA.
           IF WS-QTD-SEM-NOTA = 0 AND WS-QTD-SEM-AVAL = 0
               AND WS-QTD-CHAM-PEND = 0
               STRING "      " WS-QTD-ALUNOS " aluno(s) - sem "
                   "pendencias"
                   DELIMITED BY SIZE INTO WS-LINHA-SAIDA
           ELSE
               ADD 1 TO WS-PROF-CLASSES-PEND
               ADD 1 TO WS-TOTAL-CLASSES-PEND
               STRING "      " WS-QTD-ALUNOS " aluno(s), sem nota "
                   WS-QTD-SEM-NOTA ", sem avaliacao " WS-QTD-SEM-AVAL
                   ", chamadas pendentes " WS-QTD-CHAM-PEND
                   DELIMITED BY SIZE INTO WS-LINHA-SAIDA
           END-IF.
           PERFORM Grava-Linha.

       Abre-Professor.
           MOVE ATR-PROFESSOR TO WS-PROF-ATUAL.
           MOVE 0 TO WS-PROF-CLASSES.
           MOVE 0 TO WS-PROF-CLASSES-PEND.
           ADD 1 TO WS-TOTAL-PROFESSORES.
           MOVE "(nao cadastrado em PROFESSORES.DAT)" TO WS-NOME-PROF.
           IF WS-TEM-PROFESSORES = "S"
               MOVE ATR-PROFESSOR TO PRF-OPERADOR
               READ PROFESSORES-TAB
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PRF-NOME TO WS-NOME-PROF
                       IF PRF-ATIVO NOT = "S"
                           MOVE " (desativado)"
                               TO WS-NOME-PROF (37:14)
                       END-IF
               END-READ
           END-IF.
           MOVE SPACES TO WS-LINHA-SAIDA.
           PERFORM Grava-Linha.
           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING "Professor " WS-PROF-ATUAL " - " WS-NOME-PROF
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           PERFORM Grava-Linha.

       Fecha-Professor.
           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING "  Turma/disciplinas atribuidas: " WS-PROF-CLASSES
               " - com pendencia: " WS-PROF-CLASSES-PEND
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           PERFORM Grava-Linha.

      * Every active student the cadastro holds in the turma must
      * have the bimestre's grade record for the disciplina and at
      * least one assessment behind it.
       Confere-Alunos.
           MOVE "N" TO WS-FIM-CADASTRO.
           MOVE 0 TO CAD-MATRICULA.
           START CADASTRO-MASTER KEY >= CAD-MATRICULA
               INVALID KEY
                   MOVE "S" TO WS-FIM-CADASTRO
           END-START.
           PERFORM UNTIL WS-FIM-CADASTRO = "S"
               READ CADASTRO-MASTER NEXT
                   AT END
                       MOVE "S" TO WS-FIM-CADASTRO
                   NOT AT END
                       IF CAD-ATIVO = "S"
                           AND CAD-TURMA = ATR-TURMA
                           PERFORM Confere-Aluno
                       END-IF
               END-READ
           END-PERFORM.

       Confere-Aluno.
           ADD 1 TO WS-QTD-ALUNOS.
           MOVE "S" TO WS-SEM-NOTA.
           IF WS-TEM-ALUNOS = "S"
               MOVE CAD-MATRICULA  TO ALU-MATRICULA
               MOVE ATR-DISCIPLINA TO ALU-DISCIPLINA
               MOVE WS-BIMESTRE    TO ALU-BIMESTRE
               READ ALUNOS-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "N" TO WS-SEM-NOTA
               END-READ
           END-IF.
           MOVE "S" TO WS-SEM-AVALIACAO.
           IF WS-TEM-AVALIACOES = "S"
               MOVE CAD-MATRICULA  TO AVA-MATRICULA
               MOVE ATR-DISCIPLINA TO AVA-DISCIPLINA
               MOVE WS-BIMESTRE    TO AVA-BIMESTRE
               MOVE 0              TO AVA-SEQUENCIA
               START AVALIACOES-DET KEY >= AVA-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM Le-Avaliacao
               END-START
           END-IF.
           IF WS-SEM-NOTA = "S" OR WS-SEM-AVALIACAO = "S"
               PERFORM Lista-Aluno
           END-IF.

       Le-Avaliacao.
           READ AVALIACOES-DET NEXT
               AT END
                   CONTINUE
               NOT AT END
                   IF AVA-MATRICULA = CAD-MATRICULA
                       AND AVA-DISCIPLINA = ATR-DISCIPLINA
                       AND AVA-BIMESTRE = WS-BIMESTRE
                       MOVE "N" TO WS-SEM-AVALIACAO
                   END-IF
           END-READ.

       Lista-Aluno.
           MOVE SPACES TO WS-PENDENCIA-ALUNO.
           EVALUATE TRUE
               WHEN WS-SEM-NOTA = "S" AND WS-SEM-AVALIACAO = "S"
                   ADD 1 TO WS-QTD-SEM-NOTA
                   ADD 1 TO WS-QTD-SEM-AVAL
                   MOVE "sem nota e sem avaliacao"
                       TO WS-PENDENCIA-ALUNO
               WHEN WS-SEM-NOTA = "S"
                   ADD 1 TO WS-QTD-SEM-NOTA
                   MOVE "sem nota (ALUNOS.DAT)" TO WS-PENDENCIA-ALUNO
               WHEN OTHER
                   ADD 1 TO WS-QTD-SEM-AVAL
                   MOVE "sem avaliacao (AVALIACOES.DAT)"
                       TO WS-PENDENCIA-ALUNO
           END-EVALUATE.
           IF WS-SEM-NOTA = "S"
               ADD 1 TO WS-TOTAL-SEM-NOTA
           END-IF.
           IF WS-SEM-AVALIACAO = "S"
               ADD 1 TO WS-TOTAL-SEM-AVAL
           END-IF.
           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING "      " CAD-MATRICULA " " CAD-NOME (1:40)
               " " WS-PENDENCIA-ALUNO
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           PERFORM Grava-Linha.

      * The timetable says on which weekdays the class meets; every
      * such day of the period that is not a feriado needs a call
      * list in CHAMADA.DAT.
       Confere-Chamadas.
           IF WS-TEM-GRADE = "N"
               MOVE "      (GRADE.DAT ausente - chamadas nao "
                   TO WS-LINHA-SAIDA
               MOVE "conferidas)" TO WS-LINHA-SAIDA (42:11)
               PERFORM Grava-Linha
           ELSE
               MOVE ATR-TURMA      TO GRD-TURMA
               MOVE ATR-DISCIPLINA TO GRD-DISCIPLINA
               READ GRADE-TAB
                   INVALID KEY
                       MOVE "      (sem grade horaria - chamadas nao "
                           TO WS-LINHA-SAIDA
                       MOVE "conferidas)" TO WS-LINHA-SAIDA (42:11)
                       PERFORM Grava-Linha
                   NOT INVALID KEY
                       IF GRD-ATIVO = "S"
                           PERFORM Confere-Periodo
                       END-IF
               END-READ
           END-IF.

       Confere-Periodo.
           MOVE WS-DIA-INICIO TO WS-DIA-ATUAL.
           PERFORM UNTIL WS-DIA-ATUAL > WS-DIA-FIM
               PERFORM Confere-Dia
               ADD 1 TO WS-DIA-ATUAL
           END-PERFORM.

      * 1601-01-01, day 1, was a segunda.
       Confere-Dia.
           COMPUTE WS-DIA-SEMANA =
               FUNCTION MOD(WS-DIA-ATUAL - 1, 7) + 1.
           IF GRD-AULAS-DIA (WS-DIA-SEMANA) > 0
               COMPUTE WS-DATA-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-DIA-ATUAL)
               MOVE WS-DATA-NUM-ANO TO WS-ATUAL-ANO
               MOVE WS-DATA-NUM-MES TO WS-ATUAL-MES
               MOVE WS-DATA-NUM-DIA TO WS-ATUAL-DIA
               PERFORM Verifica-Feriado
               IF WS-FERIADO = "N"
                   PERFORM Verifica-Chamada
               END-IF
           END-IF.

       Verifica-Feriado.
           MOVE "N" TO WS-FERIADO.
           IF WS-TEM-FERIADOS = "S"
               MOVE WS-DATA-ATUAL TO FER-DATA
               READ FERIADOS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WS-FERIADO
               END-READ
           END-IF.

       Verifica-Chamada.
           IF WS-TEM-CHAMADA = "S"
               MOVE ATR-TURMA      TO CHA-TURMA
               MOVE ATR-DISCIPLINA TO CHA-DISCIPLINA
               MOVE WS-DATA-ATUAL  TO CHA-DATA
               READ CHAMADA-DIARIO
                   INVALID KEY
                       PERFORM Lista-Chamada
               END-READ
           ELSE
               PERFORM Lista-Chamada
           END-IF.

       Lista-Chamada.
           ADD 1 TO WS-QTD-CHAM-PEND.
           ADD 1 TO WS-TOTAL-CHAM-PEND.
           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING "      chamada pendente: " WS-DATA-ATUAL
               " (" FUNCTION TRIM(WS-NOME-DIA (WS-DIA-SEMANA))
               ", " GRD-AULAS-DIA (WS-DIA-SEMANA) " aula(s))"
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           PERFORM Grava-Linha.

       Imprime-Resumo.
           MOVE SPACES TO WS-LINHA-SAIDA.
           PERFORM Grava-Linha.
           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING "Professores: " WS-TOTAL-PROFESSORES
               " Turma/disciplinas: " WS-TOTAL-CLASSES
               " com pendencia: " WS-TOTAL-CLASSES-PEND
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           PERFORM Grava-Linha.
           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING "Alunos sem nota: " WS-TOTAL-SEM-NOTA
               " Alunos sem avaliacao: " WS-TOTAL-SEM-AVAL
               " Chamadas pendentes: " WS-TOTAL-CHAM-PEND
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           PERFORM Grava-Linha.

       Grava-Linha.
           DISPLAY WS-LINHA-SAIDA.
           MOVE WS-LINHA-SAIDA TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
       END PROGRAM PendenciaProfessor.
