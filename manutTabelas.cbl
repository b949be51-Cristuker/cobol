      * Purpose: Maintenance of the reference tables of valid
      *          disciplinas (DISCIPLINAS.DAT) and turmas
      *          (TURMAS.DAT) - layouts in copybooks/DISCREG.cpy and
      *          TURMAREG.cpy - and of the turma progression table
      *          (PROGRESSAO.DAT, copybooks/PROGREG.cpy) the
      *          Rematricula run uses to move approved students to
      *          the next serie, and of the weekly timetable
      *          (GRADE.DAT, copybooks/GRADEREG.cpy) - how many aulas
      *          each turma has of each disciplina on each weekday,
      *          which LancaChamada checks call lists against and
      *          PendenciaChamada uses to find the missing ones - and
      *          of the disciplina equivalence table
      *          (EQUIVALENCIA.DAT, copybooks/EQUIVREG.cpy) that maps
      *          the disciplina names of other schools' transcripts to
      *          our codes for ImportaHistorico - and of the
      *          professors (PROFESSORES.DAT, copybooks/PROFREG.cpy),
      *          each linked to the operator ID they sign on with,
      *          and of the class assignments of each year
      *          (ATRIBUICAO.DAT, copybooks/ATRIBREG.cpy) that the
      *          shared ATRIBUICAO check enforces in the grade and
      *          call list entry programs and PendenciaProfessor
      *          reports on.
      *          Include, deactivate, reactivate and list entries.
      *          NotaAlunos, CargaNotas and ManutAluno validate
      *          every disciplina/turma against these tables,
      *          so this program is where a new disciplina or turma
      *          enters the system - and the only place. Every change
      *          is written to the shared AUDITLOG with the operator's
               ACCESS MODE DYNAMIC
               RECORD KEY IS TRM-CODIGO
               FILE STATUS IS WS-TURMA-STATUS.
           SELECT PROGRESSAO-TAB ASSIGN TO "PROGRESSAO.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS PRG-TURMA-ORIGEM
               FILE STATUS IS WS-PROG-STATUS.
           SELECT GRADE-TAB ASSIGN TO "GRADE.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS GRD-CHAVE
               FILE STATUS IS WS-GRADE-STATUS.
           SELECT EQUIVALENCIA-TAB ASSIGN TO "EQUIVALENCIA.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS EQV-DISC-ORIGEM
               FILE STATUS IS WS-EQUIV-STATUS.
           SELECT PROFESSORES-TAB ASSIGN TO "PROFESSORES.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS PRF-OPERADOR
               FILE STATUS IS WS-PROF-STATUS.
           SELECT ATRIBUICAO-TAB ASSIGN TO "ATRIBUICAO.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS ATR-CHAVE
               FILE STATUS IS WS-ATRIB-STATUS.
           SELECT OPERADOR-FILE ASSIGN TO "OPERADOR.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPERADOR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TURMAS-TAB.
       COPY "TURMAREG.cpy".

       FD  PROGRESSAO-TAB.
       COPY "PROGREG.cpy".

       FD  GRADE-TAB.
       COPY "GRADEREG.cpy".

       FD  EQUIVALENCIA-TAB.
       COPY "EQUIVREG.cpy".

       FD  PROFESSORES-TAB.
       COPY "PROFREG.cpy".

       FD  ATRIBUICAO-TAB.
       COPY "ATRIBREG.cpy".

       FD  OPERADOR-FILE.
       COPY "OPERREG.cpy".

       WORKING-STORAGE SECTION.
       01 WS-DISC-STATUS   PIC X(2).
       01 WS-TURMA-STATUS  PIC X(2).
       01 WS-PROG-STATUS   PIC X(2).
       01 WS-GRADE-STATUS  PIC X(2).
       01 WS-EQUIV-STATUS  PIC X(2).
       01 WS-PROF-STATUS   PIC X(2).
       01 WS-ATRIB-STATUS  PIC X(2).
       01 WS-OPERADOR-STATUS PIC X(2).
       01 WS-OPERADOR      PIC X(20).
       01 WS-TABELA        PIC X(1).
       01 WS-OPCAO         PIC X(1).
       01 WS-FIM-LISTA     PIC X(1).
       01 WS-CODIGO-DISC   PIC X(12).
       01 WS-CODIGO-TURMA  PIC X(6).
       01 WS-DISC-ORIGEM   PIC X(30).
       01 WS-TURMA-DESTINO PIC X(6).
       01 WS-TURMA-OK      PIC X(1).
       01 WS-DISC-OK       PIC X(1).
       01 WS-PROFESSOR     PIC X(8).
       01 WS-NOME-PROF     PIC X(50).
       01 WS-PROF-OK       PIC X(1).
       01 WS-OPER-OK       PIC X(1).
       01 WS-ANO-LETIVO    PIC 9(4).
       01 WS-ANO-ATUAL     PIC 9(4).
       01 WS-AULAS-DIA     PIC 9(2).
       01 WS-TOTAL-SEMANA  PIC 9(3).
       01 WS-AULAS-SEMANA.
           02 WS-AULAS-SEM-DIA OCCURS 7 TIMES PIC 9(2).
       01 WS-IND-DIA       PIC 9(1).
       01 WS-NOMES-DIAS    PIC X(56) VALUE
           "segunda terca   quarta  quinta  sexta   sabado  domingo ".
       01 WS-TAB-DIAS REDEFINES WS-NOMES-DIAS.
           02 WS-NOME-DIA OCCURS 7 TIMES PIC X(8).
       01 WS-DESCRICAO     PIC X(40).
       01 WS-ACS-NIVEL     PIC 9(1) VALUE 3.
       01 WS-ACS-OPERADOR  PIC X(8).
       Inicio.
           DISPLAY "Manutencao das tabelas de referencia".
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-AUD-SESSAO.
           MOVE WS-AUD-SESSAO (1:4) TO WS-ANO-ATUAL.
           CALL "ACESSO" USING WS-AUD-PROGRAMA WS-ACS-NIVEL
               WS-ACS-OPERADOR WS-ACS-RESULTADO.
           IF WS-ACS-RESULTADO NOT = "S"
           MOVE WS-ACS-OPERADOR TO WS-OPERADOR.
           PERFORM Abre-Tabelas.
           PERFORM UNTIL WS-CONTINUAR = "N" OR WS-CONTINUAR = "n"
               DISPLAY "Tabela: (D)isciplinas, (T)urmas, "
                   "(P)rogressao de turmas, (G)rade horaria, "
                   "(E)quivalencia de disciplinas, Pr(o)fessores ou "
                   "(A)tribuicao de aulas: "
               ACCEPT WS-TABELA
               DISPLAY "(I)ncluir, (B)aixar, (R)eativar, (L)istar: "
               ACCEPT WS-OPCAO
               EVALUATE WS-TABELA
                   WHEN "D"
                   WHEN "d"
                       PERFORM Opera-Disciplina
                   WHEN "P"
                   WHEN "p"
                       PERFORM Opera-Progressao
                   WHEN "G"
                   WHEN "g"
                       PERFORM Opera-Grade
                   WHEN "E"
                   WHEN "e"
                       PERFORM Opera-Equivalencia
                   WHEN "O"
                   WHEN "o"
                       PERFORM Opera-Professor
                   WHEN "A"
                   WHEN "a"
                       PERFORM Opera-Atribuicao
                   WHEN OTHER
                       PERFORM Opera-Turma
               END-EVALUATE
               DISPLAY "Outra operacao (S/N): "
               ACCEPT WS-CONTINUAR
           END-PERFORM.
           CLOSE DISCIPLINAS-TAB.
           CLOSE TURMAS-TAB.
           CLOSE PROGRESSAO-TAB.
           CLOSE GRADE-TAB.
           CLOSE EQUIVALENCIA-TAB.
           CLOSE PROFESSORES-TAB.
           CLOSE ATRIBUICAO-TAB.
           CLOSE OPERADOR-FILE.
           STOP RUN.

       Abre-Tabelas.
               CLOSE DISCIPLINAS-TAB
               STOP RUN
           END-IF.
           OPEN I-O PROGRESSAO-TAB.
           IF WS-PROG-STATUS = "35"
               OPEN OUTPUT PROGRESSAO-TAB
               CLOSE PROGRESSAO-TAB
               OPEN I-O PROGRESSAO-TAB
           END-IF.
           IF WS-PROG-STATUS NOT = "00"
               DISPLAY "Nao foi possivel abrir PROGRESSAO.DAT "
                   "(status " WS-PROG-STATUS ")"
               CLOSE DISCIPLINAS-TAB
               CLOSE TURMAS-TAB
               STOP RUN
           END-IF.
           OPEN I-O GRADE-TAB.
           IF WS-GRADE-STATUS = "35"
               OPEN OUTPUT GRADE-TAB
               CLOSE GRADE-TAB
               OPEN I-O GRADE-TAB
           END-IF.
           IF WS-GRADE-STATUS NOT = "00"
               DISPLAY "Nao foi possivel abrir GRADE.DAT (status "
                   WS-GRADE-STATUS ")"
               CLOSE DISCIPLINAS-TAB
               CLOSE TURMAS-TAB
               CLOSE PROGRESSAO-TAB
               STOP RUN
           END-IF.
           OPEN I-O EQUIVALENCIA-TAB.
           IF WS-EQUIV-STATUS = "35"
               OPEN OUTPUT EQUIVALENCIA-TAB
               CLOSE EQUIVALENCIA-TAB
               OPEN I-O EQUIVALENCIA-TAB
           END-IF.
           IF WS-EQUIV-STATUS NOT = "00"
               DISPLAY "Nao foi possivel abrir EQUIVALENCIA.DAT "
                   "(status " WS-EQUIV-STATUS ")"
               CLOSE DISCIPLINAS-TAB
               CLOSE TURMAS-TAB
               CLOSE PROGRESSAO-TAB
               CLOSE GRADE-TAB
               STOP RUN
           END-IF.
           OPEN I-O PROFESSORES-TAB.
           IF WS-PROF-STATUS = "35"
               OPEN OUTPUT PROFESSORES-TAB
               CLOSE PROFESSORES-TAB
               OPEN I-O PROFESSORES-TAB
           END-IF.
           IF WS-PROF-STATUS NOT = "00"
               DISPLAY "Nao foi possivel abrir PROFESSORES.DAT "
                   "(status " WS-PROF-STATUS ")"
               CLOSE DISCIPLINAS-TAB
               CLOSE TURMAS-TAB
               CLOSE PROGRESSAO-TAB
               CLOSE GRADE-TAB
               CLOSE EQUIVALENCIA-TAB
               STOP RUN
           END-IF.
           OPEN I-O ATRIBUICAO-TAB.
           IF WS-ATRIB-STATUS = "35"
               OPEN OUTPUT ATRIBUICAO-TAB
               CLOSE ATRIBUICAO-TAB
               OPEN I-O ATRIBUICAO-TAB
           END-IF.
           IF WS-ATRIB-STATUS NOT = "00"
               DISPLAY "Nao foi possivel abrir ATRIBUICAO.DAT "
                   "(status " WS-ATRIB-STATUS ")"
               CLOSE DISCIPLINAS-TAB
               CLOSE TURMAS-TAB
               CLOSE PROGRESSAO-TAB
               CLOSE GRADE-TAB
               CLOSE EQUIVALENCIA-TAB
               CLOSE PROFESSORES-TAB
               STOP RUN
           END-IF.
           OPEN INPUT OPERADOR-FILE.
           IF WS-OPERADOR-STATUS NOT = "00"
               DISPLAY "Nao foi possivel abrir OPERADOR.DAT (status "
                   WS-OPERADOR-STATUS ")"
               CLOSE DISCIPLINAS-TAB
               CLOSE TURMAS-TAB
               CLOSE PROGRESSAO-TAB
               CLOSE GRADE-TAB
               CLOSE EQUIVALENCIA-TAB
               CLOSE PROFESSORES-TAB
               CLOSE ATRIBUICAO-TAB
               STOP RUN
           END-IF.

       Opera-Disciplina.
           EVALUATE WS-OPCAO
               END-READ
           END-PERFORM.

       Opera-Progressao.
           EVALUATE WS-OPCAO
               WHEN "I"
               WHEN "i"
                   PERFORM Inclui-Progressao
               WHEN "B"
               WHEN "b"
                   PERFORM Baixa-Progressao
               WHEN "R"
               WHEN "r"
                   PERFORM Reativa-Progressao
               WHEN "L"
               WHEN "l"
                   PERFORM Lista-Progressao
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * Both ends must be turmas on file; a blank destino is the last
      * serie. Keying an origem already on the table replaces its
      * destino, so next year's new turma codes just get typed again.
       Inclui-Progressao.
           DISPLAY "Turma de origem (ex.: 6A): ".
           ACCEPT WS-CODIGO-TURMA.
           MOVE WS-CODIGO-TURMA TO TRM-CODIGO.
           PERFORM Procura-Turma.
           IF WS-TURMA-OK = "N"
               DISPLAY "Turma nao encontrada: "
                   FUNCTION TRIM(WS-CODIGO-TURMA)
           ELSE
               DISPLAY "Turma de destino na serie seguinte "
                   "(em branco = ultima serie): "
               ACCEPT WS-TURMA-DESTINO
               MOVE "S" TO WS-TURMA-OK
               IF WS-TURMA-DESTINO NOT = SPACES
                   MOVE WS-TURMA-DESTINO TO TRM-CODIGO
                   PERFORM Procura-Turma
               END-IF
               IF WS-TURMA-OK = "N"
                   DISPLAY "Turma nao encontrada: "
                       FUNCTION TRIM(WS-TURMA-DESTINO)
               ELSE
                   PERFORM Grava-Progressao
               END-IF
           END-IF.

       Procura-Turma.
           MOVE "N" TO WS-TURMA-OK.
           READ TURMAS-TAB
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-TURMA-OK
           END-READ.

       Grava-Progressao.
           MOVE WS-CODIGO-TURMA  TO PRG-TURMA-ORIGEM.
           READ PROGRESSAO-TAB
               INVALID KEY
                   MOVE WS-TURMA-DESTINO TO PRG-TURMA-DESTINO
                   MOVE "S" TO PRG-ATIVO
                   WRITE PROGRESSAO-REG
                   DISPLAY "Progressao incluida."
                   MOVE "INCLUSAO" TO WS-AUD-ACAO
               NOT INVALID KEY
                   MOVE WS-TURMA-DESTINO TO PRG-TURMA-DESTINO
                   MOVE "S" TO PRG-ATIVO
                   REWRITE PROGRESSAO-REG
                   DISPLAY "Progressao alterada."
                   MOVE "ALTERACAO" TO WS-AUD-ACAO
           END-READ.
           PERFORM Audita-Progressao.

       Baixa-Progressao.
           DISPLAY "Turma de origem: ".
           ACCEPT WS-CODIGO-TURMA.
           MOVE WS-CODIGO-TURMA TO PRG-TURMA-ORIGEM.
           READ PROGRESSAO-TAB
               INVALID KEY
                   DISPLAY "Progressao nao encontrada: "
                       FUNCTION TRIM(WS-CODIGO-TURMA)
               NOT INVALID KEY
                   MOVE "N" TO PRG-ATIVO
                   REWRITE PROGRESSAO-REG
                   DISPLAY "Progressao desativada."
                   MOVE "DESATIVA" TO WS-AUD-ACAO
                   PERFORM Audita-Progressao
           END-READ.

       Reativa-Progressao.
           DISPLAY "Turma de origem: ".
           ACCEPT WS-CODIGO-TURMA.
           MOVE WS-CODIGO-TURMA TO PRG-TURMA-ORIGEM.
           READ PROGRESSAO-TAB
               INVALID KEY
                   DISPLAY "Progressao nao encontrada: "
                       FUNCTION TRIM(WS-CODIGO-TURMA)
               NOT INVALID KEY
                   MOVE "S" TO PRG-ATIVO
                   REWRITE PROGRESSAO-REG
                   DISPLAY "Progressao reativada."
                   MOVE "REATIVA" TO WS-AUD-ACAO
                   PERFORM Audita-Progressao
           END-READ.

       Lista-Progressao.
           MOVE "N" TO WS-FIM-LISTA.
           MOVE LOW-VALUES TO PRG-TURMA-ORIGEM.
           START PROGRESSAO-TAB KEY >= PRG-TURMA-ORIGEM
               INVALID KEY
                   MOVE "S" TO WS-FIM-LISTA
           END-START.
           PERFORM UNTIL WS-FIM-LISTA = "S"
               READ PROGRESSAO-TAB NEXT
                   AT END
                       MOVE "S" TO WS-FIM-LISTA
                   NOT AT END
                       IF PRG-TURMA-DESTINO = SPACES
                           DISPLAY PRG-TURMA-ORIGEM " -> (conclui)"
                               " ativo=" PRG-ATIVO
                       ELSE
                           DISPLAY PRG-TURMA-ORIGEM " -> "
                               PRG-TURMA-DESTINO
                               " ativo=" PRG-ATIVO
                       END-IF
               END-READ
           END-PERFORM.

       Opera-Grade.
           EVALUATE WS-OPCAO
               WHEN "I"
               WHEN "i"
                   PERFORM Inclui-Grade
               WHEN "B"
               WHEN "b"
                   PERFORM Baixa-Grade
               WHEN "R"
               WHEN "r"
                   PERFORM Reativa-Grade
               WHEN "L"
               WHEN "l"
                   PERFORM Lista-Grade
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * Turma and disciplina must both be on file. Keying a pair
      * already in the grade replaces its week, so a timetable change
      * mid-year is just typed again; domingo is asked like the rest
      * for the odd Sunday make-up day, and left 0 otherwise.
       Inclui-Grade.
           DISPLAY "Turma (ex.: 1A): ".
           ACCEPT WS-CODIGO-TURMA.
           MOVE WS-CODIGO-TURMA TO TRM-CODIGO.
           PERFORM Procura-Turma.
           IF WS-TURMA-OK = "N"
               DISPLAY "Turma nao encontrada: "
                   FUNCTION TRIM(WS-CODIGO-TURMA)
           ELSE
               DISPLAY "Disciplina: "
               ACCEPT WS-CODIGO-DISC
               MOVE WS-CODIGO-DISC TO DIS-CODIGO
               PERFORM Procura-Disciplina
               IF WS-DISC-OK = "N"
                   DISPLAY "Disciplina nao encontrada: "
                       FUNCTION TRIM(WS-CODIGO-DISC)
               ELSE
                   PERFORM Pede-Aulas-Semana
                   PERFORM Grava-Grade
               END-IF
           END-IF.

       Procura-Disciplina.
           MOVE "N" TO WS-DISC-OK.
           READ DISCIPLINAS-TAB
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-DISC-OK
           END-READ.

       Pede-Aulas-Semana.
           MOVE ZERO TO WS-TOTAL-SEMANA.
           MOVE 1 TO WS-IND-DIA.
           PERFORM UNTIL WS-IND-DIA > 7
               DISPLAY "Aulas na " FUNCTION TRIM(WS-NOME-DIA
                   (WS-IND-DIA)) " (0 = nenhuma): "
               ACCEPT WS-AULAS-DIA
               MOVE WS-AULAS-DIA TO WS-AULAS-SEM-DIA (WS-IND-DIA)
               ADD WS-AULAS-DIA TO WS-TOTAL-SEMANA
               ADD 1 TO WS-IND-DIA
           END-PERFORM.

       Grava-Grade.
           MOVE WS-CODIGO-TURMA TO GRD-TURMA.
           MOVE WS-CODIGO-DISC  TO GRD-DISCIPLINA.
           READ GRADE-TAB
               INVALID KEY
                   MOVE WS-AULAS-SEMANA TO GRD-AULAS-SEMANA
                   MOVE "S" TO GRD-ATIVO
                   WRITE GRADE-REG
                   DISPLAY "Grade incluida (" WS-TOTAL-SEMANA
                       " aulas por semana)."
                   MOVE "INCLUSAO" TO WS-AUD-ACAO
               NOT INVALID KEY
                   MOVE WS-AULAS-SEMANA TO GRD-AULAS-SEMANA
                   MOVE "S" TO GRD-ATIVO
                   REWRITE GRADE-REG
                   DISPLAY "Grade alterada (" WS-TOTAL-SEMANA
                       " aulas por semana)."
                   MOVE "ALTERACAO" TO WS-AUD-ACAO
           END-READ.
           PERFORM Audita-Grade.

       Baixa-Grade.
           PERFORM Pede-Chave-Grade.
           READ GRADE-TAB
               INVALID KEY
                   DISPLAY "Grade nao encontrada: "
                       FUNCTION TRIM(WS-CODIGO-TURMA) " "
                       FUNCTION TRIM(WS-CODIGO-DISC)
               NOT INVALID KEY
                   MOVE "N" TO GRD-ATIVO
                   REWRITE GRADE-REG
                   DISPLAY "Grade desativada."
                   MOVE "DESATIVA" TO WS-AUD-ACAO
                   PERFORM Audita-Grade
           END-READ.

       Reativa-Grade.
           PERFORM Pede-Chave-Grade.
           READ GRADE-TAB
               INVALID KEY
                   DISPLAY "Grade nao encontrada: "
                       FUNCTION TRIM(WS-CODIGO-TURMA) " "
                       FUNCTION TRIM(WS-CODIGO-DISC)
               NOT INVALID KEY
                   MOVE "S" TO GRD-ATIVO
                   REWRITE GRADE-REG
                   DISPLAY "Grade reativada."
                   MOVE "REATIVA" TO WS-AUD-ACAO
                   PERFORM Audita-Grade
           END-READ.

       Pede-Chave-Grade.
           DISPLAY "Turma: ".
           ACCEPT WS-CODIGO-TURMA.
           DISPLAY "Disciplina: ".
           ACCEPT WS-CODIGO-DISC.
           MOVE WS-CODIGO-TURMA TO GRD-TURMA.
           MOVE WS-CODIGO-DISC  TO GRD-DISCIPLINA.

       Lista-Grade.
           MOVE "N" TO WS-FIM-LISTA.
           MOVE LOW-VALUES TO GRD-CHAVE.
           START GRADE-TAB KEY >= GRD-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-LISTA
           END-START.
           DISPLAY "Turma  Disciplina   seg ter qua qui sex sab dom".
           PERFORM UNTIL WS-FIM-LISTA = "S"
               READ GRADE-TAB NEXT
                   AT END
                       MOVE "S" TO WS-FIM-LISTA
                   NOT AT END
                       DISPLAY GRD-TURMA " " GRD-DISCIPLINA
                           "  " GRD-AULAS-DIA (1)
                           "  " GRD-AULAS-DIA (2)
                           "  " GRD-AULAS-DIA (3)
                           "  " GRD-AULAS-DIA (4)
                           "  " GRD-AULAS-DIA (5)
                           "  " GRD-AULAS-DIA (6)
                           "  " GRD-AULAS-DIA (7)
                           " ativo=" GRD-ATIVO
               END-READ
           END-PERFORM.

       Opera-Equivalencia.
           EVALUATE WS-OPCAO
               WHEN "I"
               WHEN "i"
                   PERFORM Inclui-Equivalencia
               WHEN "B"
               WHEN "b"
                   PERFORM Baixa-Equivalencia
               WHEN "R"
               WHEN "r"
                   PERFORM Reativa-Equivalencia
               WHEN "L"
               WHEN "l"
                   PERFORM Lista-Equivalencia
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * The name is kept in upper case, the way ImportaHistorico looks
      * it up, and must map to a disciplina on file. Keying a name
      * already on the table replaces its disciplina, like the
      * progressao.
       Inclui-Equivalencia.
           PERFORM Pede-Disc-Origem.
           DISPLAY "Disciplina equivalente nesta escola: ".
           ACCEPT WS-CODIGO-DISC.
           MOVE WS-CODIGO-DISC TO DIS-CODIGO.
           PERFORM Procura-Disciplina.
           IF WS-DISC-OK = "N"
               DISPLAY "Disciplina nao encontrada: "
                   FUNCTION TRIM(WS-CODIGO-DISC)
           ELSE
               PERFORM Grava-Equivalencia
           END-IF.

       Pede-Disc-Origem.
           DISPLAY "Disciplina como consta no historico de origem: ".
           ACCEPT WS-DISC-ORIGEM.
           INSPECT WS-DISC-ORIGEM CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE WS-DISC-ORIGEM TO EQV-DISC-ORIGEM.

       Grava-Equivalencia.
           MOVE WS-DISC-ORIGEM TO EQV-DISC-ORIGEM.
           READ EQUIVALENCIA-TAB
               INVALID KEY
                   MOVE WS-CODIGO-DISC TO EQV-DISCIPLINA
                   MOVE "S" TO EQV-ATIVO
                   WRITE EQUIVALENCIA-REG
                   DISPLAY "Equivalencia incluida."
                   MOVE "INCLUSAO" TO WS-AUD-ACAO
               NOT INVALID KEY
                   MOVE WS-CODIGO-DISC TO EQV-DISCIPLINA
                   MOVE "S" TO EQV-ATIVO
                   REWRITE EQUIVALENCIA-REG
                   DISPLAY "Equivalencia alterada."
                   MOVE "ALTERACAO" TO WS-AUD-ACAO
           END-READ.
           PERFORM Audita-Equivalencia.

       Baixa-Equivalencia.
           PERFORM Pede-Disc-Origem.
           READ EQUIVALENCIA-TAB
               INVALID KEY
                   DISPLAY "Equivalencia nao encontrada: "
                       FUNCTION TRIM(WS-DISC-ORIGEM)
               NOT INVALID KEY
                   MOVE "N" TO EQV-ATIVO
                   REWRITE EQUIVALENCIA-REG
                   DISPLAY "Equivalencia desativada."
                   MOVE "DESATIVA" TO WS-AUD-ACAO
                   PERFORM Audita-Equivalencia
           END-READ.

       Reativa-Equivalencia.
           PERFORM Pede-Disc-Origem.
           READ EQUIVALENCIA-TAB
               INVALID KEY
                   DISPLAY "Equivalencia nao encontrada: "
                       FUNCTION TRIM(WS-DISC-ORIGEM)
               NOT INVALID KEY
                   MOVE "S" TO EQV-ATIVO
                   REWRITE EQUIVALENCIA-REG
                   DISPLAY "Equivalencia reativada."
                   MOVE "REATIVA" TO WS-AUD-ACAO
                   PERFORM Audita-Equivalencia
           END-READ.

       Lista-Equivalencia.
           MOVE "N" TO WS-FIM-LISTA.
           MOVE LOW-VALUES TO EQV-DISC-ORIGEM.
           START EQUIVALENCIA-TAB KEY >= EQV-DISC-ORIGEM
               INVALID KEY
                   MOVE "S" TO WS-FIM-LISTA
           END-START.
           PERFORM UNTIL WS-FIM-LISTA = "S"
               READ EQUIVALENCIA-TAB NEXT
                   AT END
                       MOVE "S" TO WS-FIM-LISTA
                   NOT AT END
                       DISPLAY EQV-DISC-ORIGEM " -> " EQV-DISCIPLINA
                           " ativo=" EQV-ATIVO
               END-READ
           END-PERFORM.

       Opera-Professor.
           EVALUATE WS-OPCAO
               WHEN "I"
               WHEN "i"
                   PERFORM Inclui-Professor
               WHEN "B"
               WHEN "b"
                   PERFORM Baixa-Professor
               WHEN "R"
               WHEN "r"
                   PERFORM Reativa-Professor
               WHEN "L"
               WHEN "l"
                   PERFORM Lista-Professores
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * A professor is an operator already registered in
      * ManutOperador - the ID is what ties the sign-on to the
      * classes. The name defaults to the operator's; keying a
      * professor already on file replaces the name, like the
      * progressao.
       Inclui-Professor.
           DISPLAY "Operador (ID) do professor: ".
           ACCEPT WS-PROFESSOR.
           MOVE WS-PROFESSOR TO OPER-ID.
           PERFORM Procura-Operador.
           IF WS-OPER-OK = "N"
               DISPLAY "Operador nao cadastrado: "
                   FUNCTION TRIM(WS-PROFESSOR)
                   " - inclua-o antes em ManutOperador"
           ELSE
               DISPLAY "Nome (ENTER = " FUNCTION TRIM(OPER-NOME)
                   "): "
               MOVE SPACES TO WS-NOME-PROF
               ACCEPT WS-NOME-PROF
               IF WS-NOME-PROF = SPACES
                   MOVE OPER-NOME TO WS-NOME-PROF
               END-IF
               IF OPER-NIVEL >= 3
                   DISPLAY "Aviso: operador de nivel " OPER-NIVEL
                       " - nao fica restrito as turmas atribuidas."
               END-IF
               PERFORM Grava-Professor
           END-IF.

       Procura-Operador.
           MOVE "N" TO WS-OPER-OK.
           READ OPERADOR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-OPER-OK
           END-READ.

       Grava-Professor.
           MOVE WS-PROFESSOR TO PRF-OPERADOR.
           READ PROFESSORES-TAB
               INVALID KEY
                   MOVE WS-NOME-PROF TO PRF-NOME
                   MOVE "S" TO PRF-ATIVO
                   WRITE PROFESSOR-REG
                   DISPLAY "Professor incluido."
                   MOVE "INCLUSAO" TO WS-AUD-ACAO
               NOT INVALID KEY
                   MOVE WS-NOME-PROF TO PRF-NOME
                   MOVE "S" TO PRF-ATIVO
                   REWRITE PROFESSOR-REG
                   DISPLAY "Professor alterado."
                   MOVE "ALTERACAO" TO WS-AUD-ACAO
           END-READ.
           PERFORM Audita-Professor.

       Baixa-Professor.
           DISPLAY "Operador (ID) do professor: ".
           ACCEPT WS-PROFESSOR.
           MOVE WS-PROFESSOR TO PRF-OPERADOR.
           READ PROFESSORES-TAB
               INVALID KEY
                   DISPLAY "Professor nao encontrado: "
                       FUNCTION TRIM(WS-PROFESSOR)
               NOT INVALID KEY
                   MOVE "N" TO PRF-ATIVO
                   REWRITE PROFESSOR-REG
                   DISPLAY "Professor desativado."
                   MOVE "DESATIVA" TO WS-AUD-ACAO
                   PERFORM Audita-Professor
           END-READ.

       Reativa-Professor.
           DISPLAY "Operador (ID) do professor: ".
           ACCEPT WS-PROFESSOR.
           MOVE WS-PROFESSOR TO PRF-OPERADOR.
           READ PROFESSORES-TAB
               INVALID KEY
                   DISPLAY "Professor nao encontrado: "
                       FUNCTION TRIM(WS-PROFESSOR)
               NOT INVALID KEY
                   MOVE "S" TO PRF-ATIVO
                   REWRITE PROFESSOR-REG
                   DISPLAY "Professor reativado."
                   MOVE "REATIVA" TO WS-AUD-ACAO
                   PERFORM Audita-Professor
           END-READ.

       Lista-Professores.
           MOVE "N" TO WS-FIM-LISTA.
           MOVE LOW-VALUES TO PRF-OPERADOR.
           START PROFESSORES-TAB KEY >= PRF-OPERADOR
               INVALID KEY
                   MOVE "S" TO WS-FIM-LISTA
           END-START.
           PERFORM UNTIL WS-FIM-LISTA = "S"
               READ PROFESSORES-TAB NEXT
                   AT END
                       MOVE "S" TO WS-FIM-LISTA
                   NOT AT END
                       DISPLAY PRF-OPERADOR " " PRF-NOME
                           " ativo=" PRF-ATIVO
               END-READ
           END-PERFORM.

       Opera-Atribuicao.
           EVALUATE WS-OPCAO
               WHEN "I"
               WHEN "i"
                   PERFORM Inclui-Atribuicao
               WHEN "B"
               WHEN "b"
                   PERFORM Baixa-Atribuicao
               WHEN "R"
               WHEN "r"
                   PERFORM Reativa-Atribuicao
               WHEN "L"
               WHEN "l"
                   PERFORM Lista-Atribuicao
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * Professor (active), turma and disciplina must all be on file.
      * The year defaults to the current one, so next year's classes
      * can be keyed ahead of ViraAno.
       Inclui-Atribuicao.
           PERFORM Pede-Ano-Letivo.
           DISPLAY "Operador (ID) do professor: ".
           ACCEPT WS-PROFESSOR.
           MOVE WS-PROFESSOR TO PRF-OPERADOR.
           PERFORM Procura-Professor.
           IF WS-PROF-OK = "N"
               DISPLAY "Professor nao cadastrado/inativo: "
                   FUNCTION TRIM(WS-PROFESSOR)
           ELSE
               DISPLAY "Turma: "
               ACCEPT WS-CODIGO-TURMA
               MOVE WS-CODIGO-TURMA TO TRM-CODIGO
               PERFORM Procura-Turma
               IF WS-TURMA-OK = "N"
                   DISPLAY "Turma nao encontrada: "
                       FUNCTION TRIM(WS-CODIGO-TURMA)
               ELSE
                   DISPLAY "Disciplina: "
                   ACCEPT WS-CODIGO-DISC
                   MOVE WS-CODIGO-DISC TO DIS-CODIGO
                   PERFORM Procura-Disciplina
                   IF WS-DISC-OK = "N"
                       DISPLAY "Disciplina nao encontrada: "
                           FUNCTION TRIM(WS-CODIGO-DISC)
                   ELSE
                       PERFORM Grava-Atribuicao
                   END-IF
               END-IF
           END-IF.

       Pede-Ano-Letivo.
           DISPLAY "Ano letivo (ENTER = " WS-ANO-ATUAL "): ".
           MOVE 0 TO WS-ANO-LETIVO.
           ACCEPT WS-ANO-LETIVO.
           IF WS-ANO-LETIVO = 0
               MOVE WS-ANO-ATUAL TO WS-ANO-LETIVO
           END-IF.
           PERFORM UNTIL WS-ANO-LETIVO >= 2000
               AND WS-ANO-LETIVO <= 2099
               DISPLAY "Ano invalido, digite de 2000 a 2099: "
               ACCEPT WS-ANO-LETIVO
           END-PERFORM.

       Procura-Professor.
           MOVE "N" TO WS-PROF-OK.
           READ PROFESSORES-TAB
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PRF-ATIVO = "S"
                       MOVE "S" TO WS-PROF-OK
                   END-IF
           END-READ.

       Grava-Atribuicao.
           MOVE WS-ANO-LETIVO   TO ATR-ANO.
           MOVE WS-PROFESSOR    TO ATR-PROFESSOR.
           MOVE WS-CODIGO-TURMA TO ATR-TURMA.
           MOVE WS-CODIGO-DISC  TO ATR-DISCIPLINA.
           READ ATRIBUICAO-TAB
               INVALID KEY
                   MOVE "S" TO ATR-ATIVO
                   WRITE ATRIBUICAO-REG
                   DISPLAY "Atribuicao incluida."
                   MOVE "INCLUSAO" TO WS-AUD-ACAO
                   PERFORM Audita-Atribuicao
               NOT INVALID KEY
                   IF ATR-ATIVO = "S"
                       DISPLAY "Atribuicao ja existe."
                   ELSE
                       MOVE "S" TO ATR-ATIVO
                       REWRITE ATRIBUICAO-REG
                       DISPLAY "Atribuicao reativada."
                       MOVE "REATIVA" TO WS-AUD-ACAO
                       PERFORM Audita-Atribuicao
                   END-IF
           END-READ.

       Baixa-Atribuicao.
           PERFORM Pede-Chave-Atribuicao.
           READ ATRIBUICAO-TAB
               INVALID KEY
                   DISPLAY "Atribuicao nao encontrada."
               NOT INVALID KEY
                   MOVE "N" TO ATR-ATIVO
                   REWRITE ATRIBUICAO-REG
                   DISPLAY "Atribuicao desativada."
                   MOVE "DESATIVA" TO WS-AUD-ACAO
                   PERFORM Audita-Atribuicao
           END-READ.

       Reativa-Atribuicao.
           PERFORM Pede-Chave-Atribuicao.
           READ ATRIBUICAO-TAB
               INVALID KEY
                   DISPLAY "Atribuicao nao encontrada."
               NOT INVALID KEY
                   MOVE "S" TO ATR-ATIVO
                   REWRITE ATRIBUICAO-REG
                   DISPLAY "Atribuicao reativada."
                   MOVE "REATIVA" TO WS-AUD-ACAO
                   PERFORM Audita-Atribuicao
           END-READ.

       Pede-Chave-Atribuicao.
           PERFORM Pede-Ano-Letivo.
           DISPLAY "Operador (ID) do professor: ".
           ACCEPT WS-PROFESSOR.
           DISPLAY "Turma: ".
           ACCEPT WS-CODIGO-TURMA.
           DISPLAY "Disciplina: ".
           ACCEPT WS-CODIGO-DISC.
           MOVE WS-ANO-LETIVO   TO ATR-ANO.
           MOVE WS-PROFESSOR    TO ATR-PROFESSOR.
           MOVE WS-CODIGO-TURMA TO ATR-TURMA.
           MOVE WS-CODIGO-DISC  TO ATR-DISCIPLINA.

       Lista-Atribuicao.
           PERFORM Pede-Ano-Letivo.
           MOVE "N" TO WS-FIM-LISTA.
           MOVE LOW-VALUES TO ATR-CHAVE.
           MOVE WS-ANO-LETIVO TO ATR-ANO.
           START ATRIBUICAO-TAB KEY >= ATR-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-LISTA
           END-START.
           DISPLAY "Ano  Professor Turma  Disciplina".
           PERFORM UNTIL WS-FIM-LISTA = "S"
               READ ATRIBUICAO-TAB NEXT
                   AT END
                       MOVE "S" TO WS-FIM-LISTA
                   NOT AT END
                       IF ATR-ANO NOT = WS-ANO-LETIVO
                           MOVE "S" TO WS-FIM-LISTA
                       ELSE
                           DISPLAY ATR-ANO " " ATR-PROFESSOR "  "
                               ATR-TURMA " " ATR-DISCIPLINA
                               " ativo=" ATR-ATIVO
                       END-IF
               END-READ
           END-PERFORM.

       Audita-Disciplina.
           MOVE SPACES TO WS-AUD-ENTRADA.
           STRING "operador=" FUNCTION TRIM(WS-OPERADOR)
               DELIMITED BY SIZE INTO WS-AUD-ENTRADA.
           PERFORM Grava-Auditoria.

       Audita-Progressao.
           MOVE SPACES TO WS-AUD-ENTRADA.
           STRING "operador=" FUNCTION TRIM(WS-OPERADOR)
               " tabela=PROGRESSAO origem="
               FUNCTION TRIM(PRG-TURMA-ORIGEM)
               " destino=" PRG-TURMA-DESTINO
               DELIMITED BY SIZE INTO WS-AUD-ENTRADA.
           PERFORM Grava-Auditoria.

       Audita-Grade.
           MOVE SPACES TO WS-AUD-ENTRADA.
           STRING "operador=" FUNCTION TRIM(WS-OPERADOR)
               " tabela=GRADE turma="
               FUNCTION TRIM(GRD-TURMA)
               " disciplina=" FUNCTION TRIM(GRD-DISCIPLINA)
               " aulas=" GRD-AULAS-SEMANA
               DELIMITED BY SIZE INTO WS-AUD-ENTRADA.
           PERFORM Grava-Auditoria.

       Audita-Equivalencia.
           MOVE SPACES TO WS-AUD-ENTRADA.
           STRING "operador=" FUNCTION TRIM(WS-OPERADOR)
               " tabela=EQUIVALENCIA origem="
               FUNCTION TRIM(EQV-DISC-ORIGEM)
               " disciplina=" FUNCTION TRIM(EQV-DISCIPLINA)
               DELIMITED BY SIZE INTO WS-AUD-ENTRADA.
           PERFORM Grava-Auditoria.

       Audita-Professor.
           MOVE SPACES TO WS-AUD-ENTRADA.
           STRING "operador=" FUNCTION TRIM(WS-OPERADOR)
               " tabela=PROFESSORES professor="
               FUNCTION TRIM(PRF-OPERADOR)
               " nome=" FUNCTION TRIM(PRF-NOME)
               DELIMITED BY SIZE INTO WS-AUD-ENTRADA.
           PERFORM Grava-Auditoria.

       Audita-Atribuicao.
           MOVE SPACES TO WS-AUD-ENTRADA.
           STRING "operador=" FUNCTION TRIM(WS-OPERADOR)
               " tabela=ATRIBUICAO ano=" ATR-ANO
               " professor=" FUNCTION TRIM(ATR-PROFESSOR)
               " turma=" FUNCTION TRIM(ATR-TURMA)
               " disciplina=" FUNCTION TRIM(ATR-DISCIPLINA)
               DELIMITED BY SIZE INTO WS-AUD-ENTRADA.
           PERFORM Grava-Auditoria.

       Grava-Auditoria.
           MOVE SPACES TO WS-AUD-RESULTADO.
           STRING "acao=" FUNCTION TRIM(WS-AUD-ACAO)
