      ******************************************************************
      * Author: Cristian Silva
      * Date: 15/10/2026
      * Purpose: Shared class assignment check. Every program that
      *          posts grades, assessments or call lists CALLs this
      *          with the signed-on operator (from ACESSO) and the
      *          turma/disciplina about to be changed. An operator
      *          below nivel 3 who is on the professor file
      *          (PROFESSORES.DAT, copybooks/PROFREG.cpy) may only
      *          work on the turma/disciplinas assigned to them for
      *          the current year in ATRIBUICAO.DAT
      *          (copybooks/ATRIBREG.cpy); secretaria and coordenacao
      *          (nivel 3 and up) and operators who are not
      *          professors are not restricted. Returns in resultado:
      *            S - allowed;
      *            N - not one of the professor's classes (or the
      *                professor is deactivated).
      *          mensagem carries the text to show the operator (or
      *          to print on a reject line). The operator's level and
      *          professor record are read once per run and kept
      *          here, like the ACESSO session; every refusal is
      *          written to the shared AUDITLOG.
      * Tectonics: this file has no main entry point of its own and
      *            must be compiled together with whichever program
      *            CALLs it, along with shared/AUDITLOG.cbl - see
      *            build.sh at the repo root.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATRIBUICAO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERADOR-FILE ASSIGN TO "OPERADOR.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPERADOR-STATUS.
           SELECT PROFESSORES-TAB ASSIGN TO "PROFESSORES.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS PRF-OPERADOR
               FILE STATUS IS WS-PROF-STATUS.
           SELECT ATRIBUICAO-TAB ASSIGN TO "ATRIBUICAO.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS ATR-CHAVE
               FILE STATUS IS WS-ATRIB-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERADOR-FILE.
       COPY "OPERREG.cpy".

       FD  PROFESSORES-TAB.
       COPY "PROFREG.cpy".

       FD  ATRIBUICAO-TAB.
       COPY "ATRIBREG.cpy".

       WORKING-STORAGE SECTION.
       01 WS-OPERADOR-STATUS PIC X(2).
       01 WS-PROF-STATUS     PIC X(2).
       01 WS-ATRIB-STATUS    PIC X(2).
      * Operator of the run - reloaded only if a different one calls.
       01 WS-OPER-CARREGADO  PIC X(8) VALUE SPACES.
       01 WS-NIVEL           PIC 9(1) VALUE 0.
       01 WS-RESTRITO        PIC X(1) VALUE "N".
       01 WS-PROF-ATIVO      PIC X(1) VALUE "N".
       01 WS-ANO-LETIVO      PIC 9(4).
       01 WS-ATRIBUIDA       PIC X(1).
       01 WS-AUD-PROGRAMA  PIC X(20) VALUE "ATRIBUICAO".
       01 WS-AUD-SESSAO    PIC X(14) VALUE SPACES.
       01 WS-AUD-ENTRADA   PIC X(90).
       01 WS-AUD-RESULTADO PIC X(90).

       LINKAGE SECTION.
       01 LK-PROGRAMA   PIC X(20).
       01 LK-OPERADOR   PIC X(8).
       01 LK-TURMA      PIC X(6).
       01 LK-DISCIPLINA PIC X(12).
       01 LK-RESULTADO  PIC X(1).
       01 LK-MENSAGEM   PIC X(80).

       PROCEDURE DIVISION USING LK-PROGRAMA LK-OPERADOR LK-TURMA
           LK-DISCIPLINA LK-RESULTADO LK-MENSAGEM.
       Inicio-Atribuicao.
           MOVE "S" TO LK-RESULTADO.
           MOVE SPACES TO LK-MENSAGEM.
           IF WS-AUD-SESSAO = SPACES
               MOVE FUNCTION CURRENT-DATE (1:14) TO WS-AUD-SESSAO
               MOVE WS-AUD-SESSAO (1:4) TO WS-ANO-LETIVO
           END-IF.
           IF LK-OPERADOR NOT = WS-OPER-CARREGADO
               PERFORM Carrega-Operador
           END-IF.
           IF WS-RESTRITO = "N"
               GOBACK
           END-IF.
           IF WS-PROF-ATIVO NOT = "S"
               MOVE "N" TO LK-RESULTADO
               STRING "Professor " FUNCTION TRIM(LK-OPERADOR)
                   " desativado - nenhuma turma atribuida"
                   DELIMITED BY SIZE INTO LK-MENSAGEM
               PERFORM Audita-Recusa
               GOBACK
           END-IF.
           PERFORM Procura-Atribuicao.
           IF WS-ATRIBUIDA NOT = "S"
               MOVE "N" TO LK-RESULTADO
               STRING "Turma " FUNCTION TRIM(LK-TURMA) " / "
                   FUNCTION TRIM(LK-DISCIPLINA)
                   " nao atribuida ao professor "
                   FUNCTION TRIM(LK-OPERADOR) " em " WS-ANO-LETIVO
                   DELIMITED BY SIZE INTO LK-MENSAGEM
               PERFORM Audita-Recusa
           END-IF.
           GOBACK.

      * Only a professor below nivel 3 is restricted. No
      * PROFESSORES.DAT at all restricts nobody, so the school keeps
      * working until the professors are registered in ManutTabelas.
       Carrega-Operador.
           MOVE LK-OPERADOR TO WS-OPER-CARREGADO.
           MOVE 0 TO WS-NIVEL.
           MOVE "N" TO WS-RESTRITO.
           MOVE "N" TO WS-PROF-ATIVO.
           OPEN INPUT OPERADOR-FILE.
           IF WS-OPERADOR-STATUS = "00"
               MOVE LK-OPERADOR TO OPER-ID
               READ OPERADOR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE OPER-NIVEL TO WS-NIVEL
               END-READ
               CLOSE OPERADOR-FILE
           END-IF.
           IF WS-NIVEL < 3
               OPEN INPUT PROFESSORES-TAB
               IF WS-PROF-STATUS = "00"
                   MOVE LK-OPERADOR TO PRF-OPERADOR
                   READ PROFESSORES-TAB
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "S" TO WS-RESTRITO
                           MOVE PRF-ATIVO TO WS-PROF-ATIVO
                   END-READ
                   CLOSE PROFESSORES-TAB
               END-IF
           END-IF.

      * A professor with no ATRIBUICAO.DAT yet has no classes.
       Procura-Atribuicao.
           MOVE "N" TO WS-ATRIBUIDA.
           OPEN INPUT ATRIBUICAO-TAB.
           IF WS-ATRIB-STATUS = "00"
               MOVE WS-ANO-LETIVO TO ATR-ANO
               MOVE LK-OPERADOR   TO ATR-PROFESSOR
               MOVE LK-TURMA      TO ATR-TURMA
               MOVE LK-DISCIPLINA TO ATR-DISCIPLINA
               READ ATRIBUICAO-TAB
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ATR-ATIVO = "S"
                           MOVE "S" TO WS-ATRIBUIDA
                       END-IF
               END-READ
               CLOSE ATRIBUICAO-TAB
           END-IF.

       Audita-Recusa.
           MOVE SPACES TO WS-AUD-ENTRADA.
           STRING "operador=" FUNCTION TRIM(LK-OPERADOR)
               " programa=" FUNCTION TRIM(LK-PROGRAMA)
               " turma=" LK-TURMA
               " disc=" FUNCTION TRIM(LK-DISCIPLINA)
               DELIMITED BY SIZE INTO WS-AUD-ENTRADA.
           MOVE SPACES TO WS-AUD-RESULTADO.
           STRING "atribuicao=NEGADA ano=" WS-ANO-LETIVO
               " professor-ativo=" WS-PROF-ATIVO
               DELIMITED BY SIZE INTO WS-AUD-RESULTADO.
           CALL "AUDITLOG" USING WS-AUD-PROGRAMA WS-AUD-SESSAO
               WS-AUD-ENTRADA
               WS-AUD-RESULTADO.
       END PROGRAM ATRIBUICAO.
