      *          REPROV FALTA set by ApuraFrequencia is preserved:
      *          only the media moves, the attendance override
      *          stands. Master updates are journaled to JORNAL.DAT
      *          and audited like every other updater. A bimestre
      *          past its grade-closing date (shared CALENDARIO) is
      *          shown but not changed, and so is a turma/disciplina
      *          not assigned to the professor signed on (shared
      *          ATRIBUICAO - secretaria and coordenacao excepted).
      *          The turma is the cadastro's, or the master record's
      *          for a student the cadastro has none for, or else
      *          keyed in (and checked against TURMAS.DAT) before
      *          the assignment check.
      * Tectonics: calls the shared ACESSO, AUDITLOG, JORNAL, TRAVA,
      *            CALENDARIO and ATRIBUICAO subprograms, so all of
      *            them must be compiled together with this one - see
      *            build.sh.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LancaAvaliacao.
       01 WS-JRN-OPERACAO  PIC X(1).
       01 WS-JRN-ANTES     PIC X(130).
       01 WS-JRN-DEPOIS    PIC X(130).
       01 WS-JRN-REFERENCIA PIC X(20) VALUE SPACES.
       01 WS-CAL-BIMESTRE  PIC 9(1).
       01 WS-CAL-DATA      PIC X(10).
       01 WS-CAL-RESULTADO PIC X(1).
       01 WS-CAL-MENSAGEM  PIC X(80).
       01 WS-ATR-RESULTADO PIC X(1).
       01 WS-ATR-MENSAGEM  PIC X(80).

       PROCEDURE DIVISION.

               DISPLAY "Bimestre invalido, digite 1 a 4: "
               ACCEPT WS-BIMESTRE
           END-PERFORM.
           PERFORM Define-Turma.
           PERFORM Lista-Avaliacoes.
           CALL "ATRIBUICAO" USING WS-AUD-PROGRAMA WS-ACS-OPERADOR
               WS-TURMA WS-DISCIPLINA WS-ATR-RESULTADO
               WS-ATR-MENSAGEM.
           PERFORM Verifica-Calendario.
           EVALUATE TRUE
               WHEN WS-ATR-RESULTADO NOT = "S"
                   DISPLAY FUNCTION TRIM(WS-ATR-MENSAGEM)
                       " - somente consulta."
               WHEN WS-CAL-RESULTADO = "S"
                   PERFORM Menu-Avaliacao
               WHEN OTHER
                   DISPLAY FUNCTION TRIM(WS-CAL-MENSAGEM)
                       " - somente consulta."
           END-EVALUATE.

      * The student's turma - from the cadastro record Valida-Matricula
      * just read, or from the master record when the cadastro has
      * none yet. With neither, the turma is asked for here, so the
      * assignment check and a new master record both have one.
       Define-Turma.
           MOVE CAD-TURMA TO WS-TURMA.
           IF WS-TURMA = SPACES
               MOVE WS-MATRICULA  TO ALU-MATRICULA
               MOVE WS-DISCIPLINA TO ALU-DISCIPLINA
               MOVE WS-BIMESTRE   TO ALU-BIMESTRE
               READ ALUNOS-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ALU-TURMA TO WS-TURMA
               END-READ
           END-IF.
           IF WS-TURMA = SPACES
               DISPLAY "Aluno sem turma no cadastro. Turma (ex.: 1A): "
               ACCEPT WS-TURMA
               PERFORM Valida-Turma
               PERFORM UNTIL WS-TURMA-OK = "S"
                   DISPLAY "Turma nao cadastrada/inativa, de novo: "
                   ACCEPT WS-TURMA
                   PERFORM Valida-Turma
               END-PERFORM
           END-IF.
           DISPLAY "Turma: " WS-TURMA.

      * A bimestre past its grade-closing date (academic calendar,
      * ManutCalendario) can be listed but not changed unless the
      * administrator reopened it.
       Verifica-Calendario.
           MOVE WS-BIMESTRE TO WS-CAL-BIMESTRE.
           MOVE SPACES TO WS-CAL-DATA.
           CALL "CALENDARIO" USING WS-CAL-BIMESTRE WS-CAL-DATA
               WS-CAL-RESULTADO WS-CAL-MENSAGEM.

       Menu-Avaliacao.
           DISPLAY "(I)ncluir, (A)lterar, (E)xcluir, (V)oltar: ".
           ACCEPT WS-OPCAO.
           EVALUATE WS-OPCAO
      * in AVALIACOES.DAT (VerificaMaster knows to skip the slot
      * checks when detail exists).
       Cria-Registro-Master.
           MOVE WS-MATRICULA  TO ALU-MATRICULA.
           MOVE WS-DISCIPLINA TO ALU-DISCIPLINA.
           MOVE WS-BIMESTRE   TO ALU-BIMESTRE.

       Grava-Jornal.
           CALL "JORNAL" USING WS-AUD-PROGRAMA WS-JRN-OPERACAO
               WS-JRN-ANTES WS-JRN-DEPOIS
               WS-ACS-OPERADOR WS-JRN-REFERENCIA.

       Grava-Auditoria.
           MOVE SPACES TO WS-AUD-ENTRADA.
