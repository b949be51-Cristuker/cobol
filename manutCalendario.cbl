      ******************************************************************
      * Author: Cristian Silva
      * Date: 15/10/2026
      * Purpose: Maintenance of the academic calendar
      *          (CALENDARIO.DAT, layout in copybooks/CALREG.cpy):
      *          the first and last school day and the grade-closing
      *          date of each bimestre, keyed once a year after
      *          ViraAno. After the closing date the shared
      *          CALENDARIO subprogram makes NotaAlunos, CargaNotas,
      *          LancaAvaliacao, ManutAluno, ProcessaRecuperacao and
      *          LancaChamada refuse changes to that bimestre. A
      *          closed bimestre can be reopened here up to a given
      *          date, with a required reason; the reopening can be
      *          ended early. The list of feriados and other
      *          non-school days (FERIADOS.DAT, copybooks/
      *          FERIAREG.cpy) is kept here too, for LancaChamada and
      *          PendenciaChamada. Requires administracao (nivel 4)
      *          through the shared ACESSO sign-on; every change is
      *          written to the shared AUDITLOG with the operator ID
      *          and, for a reopening, the reason.
      * Tectonics: calls the shared ACESSO and AUDITLOG subprograms
      *            (shared/ACESSO.cbl, shared/AUDITLOG.cbl), so both
      *            must be compiled together with this one - see
      *            build.sh.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ManutCalendario.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDARIO-FILE ASSIGN TO "CALENDARIO.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CAL-BIMESTRE
               FILE STATUS IS WS-CALENDARIO-STATUS.
           SELECT FERIADOS-FILE ASSIGN TO "FERIADOS.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS FER-DATA
               FILE STATUS IS WS-FERIADOS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALENDARIO-FILE.
       COPY "CALREG.cpy".

       FD  FERIADOS-FILE.
       COPY "FERIAREG.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CALENDARIO-STATUS PIC X(2).
       01 WS-FERIADOS-STATUS PIC X(2).
       01 WS-DESCRICAO     PIC X(40).
       01 WS-OPCAO         PIC X(1).
       01 WS-CONTINUAR     PIC X(1) VALUE "S".
       01 WS-FIM-LISTA     PIC X(1).
       01 WS-JA-EXISTE     PIC X(1).
       01 WS-BIMESTRE      PIC 9(1).
       01 WS-ANO-LETIVO    PIC 9(4).
       01 WS-DATA          PIC X(10).
       01 WS-DATA-OK       PIC X(1).
       01 WS-DATA-INICIO   PIC X(10).
       01 WS-DATA-FIM      PIC X(10).
       01 WS-DATA-FECHAMENTO PIC X(10).
       01 WS-MOTIVO        PIC X(60).
       01 WS-SITUACAO-BIM  PIC X(30).
       01 WS-DATA-HOJE.
           02 WS-HOJE-ANO  PIC 9(4).
           02 FILLER       PIC X(1) VALUE "-".
           02 WS-HOJE-MES  PIC 9(2).
           02 FILLER       PIC X(1) VALUE "-".
           02 WS-HOJE-DIA  PIC 9(2).
       01 WS-ACS-NIVEL     PIC 9(1) VALUE 4.
       01 WS-ACS-OPERADOR  PIC X(8).
       01 WS-ACS-RESULTADO PIC X(1).
       01 WS-AUD-PROGRAMA  PIC X(20) VALUE "ManutCalendario".
       01 WS-AUD-SESSAO    PIC X(14).
       01 WS-AUD-ENTRADA   PIC X(90).
       01 WS-AUD-RESULTADO PIC X(90).
       01 WS-AUD-ACAO      PIC X(10).

       PROCEDURE DIVISION.

       Inicio.
           DISPLAY "Manutencao do calendario escolar".
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-AUD-SESSAO.
           MOVE WS-AUD-SESSAO (1:4) TO WS-HOJE-ANO.
           MOVE WS-AUD-SESSAO (5:2) TO WS-HOJE-MES.
           MOVE WS-AUD-SESSAO (7:2) TO WS-HOJE-DIA.
           CALL "ACESSO" USING WS-AUD-PROGRAMA WS-ACS-NIVEL
               WS-ACS-OPERADOR WS-ACS-RESULTADO.
           IF WS-ACS-RESULTADO NOT = "S"
               STOP RUN
           END-IF.
           OPEN I-O CALENDARIO-FILE.
           IF WS-CALENDARIO-STATUS = "35"
               OPEN OUTPUT CALENDARIO-FILE
               CLOSE CALENDARIO-FILE
               OPEN I-O CALENDARIO-FILE
           END-IF.
           IF WS-CALENDARIO-STATUS NOT = "00"
               DISPLAY "Nao foi possivel abrir CALENDARIO.DAT (status "
                   WS-CALENDARIO-STATUS ")"
               STOP RUN
           END-IF.
           OPEN I-O FERIADOS-FILE.
           IF WS-FERIADOS-STATUS = "35"
               OPEN OUTPUT FERIADOS-FILE
               CLOSE FERIADOS-FILE
               OPEN I-O FERIADOS-FILE
           END-IF.
           IF WS-FERIADOS-STATUS NOT = "00"
               DISPLAY "Nao foi possivel abrir FERIADOS.DAT (status "
                   WS-FERIADOS-STATUS ")"
               CLOSE CALENDARIO-FILE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-CONTINUAR = "N" OR WS-CONTINUAR = "n"
               PERFORM Menu-Calendario
               DISPLAY "Outra operacao (S/N): "
               ACCEPT WS-CONTINUAR
           END-PERFORM.
           CLOSE CALENDARIO-FILE.
           CLOSE FERIADOS-FILE.
           STOP RUN.

       Menu-Calendario.
           DISPLAY "(D)atas do bimestre, (R)eabrir bimestre, "
               "(E)ncerrar reabertura, (L)istar, (F)eriados: ".
           ACCEPT WS-OPCAO.
           EVALUATE WS-OPCAO
               WHEN "D"
               WHEN "d"
                   PERFORM Grava-Datas
               WHEN "R"
               WHEN "r"
                   PERFORM Reabre-Bimestre
               WHEN "E"
               WHEN "e"
                   PERFORM Encerra-Reabertura
               WHEN "L"
               WHEN "l"
                   PERFORM Lista-Calendario
               WHEN "F"
               WHEN "f"
                   PERFORM Menu-Feriados
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       Pede-Bimestre.
           DISPLAY "Bimestre (1 a 4): ".
           ACCEPT WS-BIMESTRE.
           PERFORM UNTIL WS-BIMESTRE >= 1 AND WS-BIMESTRE <= 4
               DISPLAY "Bimestre invalido, digite 1 a 4: "
               ACCEPT WS-BIMESTRE
           END-PERFORM.

      * Asks one AAAA-MM-DD date into WS-DATA until it is valid.
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
           IF WS-DATA (1:4) IS NUMERIC
               AND WS-DATA (5:1) = "-"
               AND WS-DATA (6:2) IS NUMERIC
               AND WS-DATA (8:1) = "-"
               AND WS-DATA (9:2) IS NUMERIC
               IF WS-DATA (6:2) >= "01"
                   AND WS-DATA (6:2) <= "12"
                   AND WS-DATA (9:2) >= "01"
                   AND WS-DATA (9:2) <= "31"
                   MOVE "S" TO WS-DATA-OK
               END-IF
           END-IF.

      * Keys (or re-keys) the three dates of a bimestre. Re-keying
      * keeps nothing of an old reopening - a new year's dates start
      * clean.
       Grava-Datas.
           PERFORM Pede-Bimestre.
           MOVE WS-BIMESTRE TO CAL-BIMESTRE.
           READ CALENDARIO-FILE
               INVALID KEY
                   MOVE "N" TO WS-JA-EXISTE
               NOT INVALID KEY
                   MOVE "S" TO WS-JA-EXISTE
                   PERFORM Mostra-Bimestre
           END-READ.
           DISPLAY "Ano letivo (AAAA): ".
           ACCEPT WS-ANO-LETIVO.
           PERFORM UNTIL WS-ANO-LETIVO >= 2000
               AND WS-ANO-LETIVO <= 2099
               DISPLAY "Ano invalido, digite AAAA: "
               ACCEPT WS-ANO-LETIVO
           END-PERFORM.
           DISPLAY "Primeiro dia letivo (AAAA-MM-DD): ".
           PERFORM Pede-Data.
           MOVE WS-DATA TO WS-DATA-INICIO.
           DISPLAY "Ultimo dia letivo (AAAA-MM-DD): ".
           PERFORM Pede-Data.
           PERFORM UNTIL WS-DATA NOT < WS-DATA-INICIO
               DISPLAY "O fim nao pode ser antes do inicio, de novo: "
               PERFORM Pede-Data
           END-PERFORM.
           MOVE WS-DATA TO WS-DATA-FIM.
           DISPLAY "Fechamento das notas (AAAA-MM-DD): ".
           PERFORM Pede-Data.
           PERFORM UNTIL WS-DATA NOT < WS-DATA-FIM
               DISPLAY "O fechamento nao pode ser antes do fim do "
                   "bimestre, de novo: "
               PERFORM Pede-Data
           END-PERFORM.
           MOVE WS-DATA TO WS-DATA-FECHAMENTO.
           MOVE SPACES             TO CALENDARIO-REG.
           MOVE WS-BIMESTRE        TO CAL-BIMESTRE.
           MOVE WS-ANO-LETIVO      TO CAL-ANO.
           MOVE WS-DATA-INICIO     TO CAL-DATA-INICIO.
           MOVE WS-DATA-FIM        TO CAL-DATA-FIM.
           MOVE WS-DATA-FECHAMENTO TO CAL-DATA-FECHAMENTO.
           MOVE "DATAS" TO WS-AUD-ACAO.
           MOVE SPACES TO WS-MOTIVO.
           IF WS-JA-EXISTE = "S"
               REWRITE CALENDARIO-REG
                   INVALID KEY
                       DISPLAY "Erro ao regravar (status "
                           WS-CALENDARIO-STATUS ")"
                   NOT INVALID KEY
                       DISPLAY "Calendario do bimestre atualizado."
                       PERFORM Grava-Auditoria
               END-REWRITE
           ELSE
               WRITE CALENDARIO-REG
                   INVALID KEY
                       DISPLAY "Erro ao gravar (status "
                           WS-CALENDARIO-STATUS ")"
                   NOT INVALID KEY
                       DISPLAY "Calendario do bimestre incluido."
                       PERFORM Grava-Auditoria
               END-WRITE
           END-IF.

      * Only a bimestre already past its closing date needs (or
      * gets) a reopening; the window ends on the date given,
      * inclusive, and the reason is required.
       Reabre-Bimestre.
           PERFORM Pede-Bimestre.
           MOVE WS-BIMESTRE TO CAL-BIMESTRE.
           READ CALENDARIO-FILE
               INVALID KEY
                   DISPLAY "Bimestre sem calendario - nada a reabrir."
               NOT INVALID KEY
                   PERFORM Mostra-Bimestre
                   IF WS-DATA-HOJE NOT > CAL-DATA-FECHAMENTO
                       DISPLAY "Bimestre ainda aberto ate "
                           CAL-DATA-FECHAMENTO " - nada a reabrir."
                   ELSE
                       PERFORM Pede-Reabertura
                   END-IF
           END-READ.

       Pede-Reabertura.
           DISPLAY "Reaberto ate (AAAA-MM-DD): ".
           PERFORM Pede-Data.
           PERFORM UNTIL WS-DATA NOT < WS-DATA-HOJE
               DISPLAY "A reabertura nao pode terminar antes de "
                   "hoje, de novo: "
               PERFORM Pede-Data
           END-PERFORM.
           DISPLAY "Motivo da reabertura: ".
           ACCEPT WS-MOTIVO.
           PERFORM UNTIL WS-MOTIVO NOT = SPACES
               DISPLAY "O motivo e obrigatorio: "
               ACCEPT WS-MOTIVO
           END-PERFORM.
           MOVE WS-DATA         TO CAL-REABERTO-ATE.
           MOVE WS-MOTIVO       TO CAL-MOTIVO-REABERTURA.
           MOVE WS-ACS-OPERADOR TO CAL-OPERADOR-REABERTURA.
           MOVE WS-DATA-HOJE    TO CAL-DATA-REABERTURA.
           MOVE "REABRE" TO WS-AUD-ACAO.
           PERFORM Regrava-Calendario.

       Encerra-Reabertura.
           PERFORM Pede-Bimestre.
           MOVE WS-BIMESTRE TO CAL-BIMESTRE.
           READ CALENDARIO-FILE
               INVALID KEY
                   DISPLAY "Bimestre sem calendario."
               NOT INVALID KEY
                   IF CAL-REABERTO-ATE = SPACES
                       OR CAL-REABERTO-ATE < WS-DATA-HOJE
                       DISPLAY "Bimestre nao esta reaberto."
                   ELSE
                       MOVE CAL-MOTIVO-REABERTURA TO WS-MOTIVO
                       MOVE SPACES TO CAL-REABERTO-ATE
                       MOVE "ENCERRA" TO WS-AUD-ACAO
                       PERFORM Regrava-Calendario
                   END-IF
           END-READ.

       Regrava-Calendario.
           REWRITE CALENDARIO-REG
               INVALID KEY
                   DISPLAY "Erro ao regravar (status "
                       WS-CALENDARIO-STATUS ")"
               NOT INVALID KEY
                   DISPLAY "Calendario do bimestre atualizado."
                   PERFORM Grava-Auditoria
           END-REWRITE.

       Lista-Calendario.
           MOVE "N" TO WS-FIM-LISTA.
           MOVE 0 TO CAL-BIMESTRE.
           START CALENDARIO-FILE KEY >= CAL-BIMESTRE
               INVALID KEY
                   MOVE "S" TO WS-FIM-LISTA
                   DISPLAY "Nenhum bimestre no calendario."
           END-START.
           PERFORM UNTIL WS-FIM-LISTA = "S"
               READ CALENDARIO-FILE NEXT
                   AT END
                       MOVE "S" TO WS-FIM-LISTA
                   NOT AT END
                       PERFORM Mostra-Bimestre
               END-READ
           END-PERFORM.

       Mostra-Bimestre.
           EVALUATE TRUE
               WHEN WS-DATA-HOJE NOT > CAL-DATA-FECHAMENTO
                   MOVE "aberto" TO WS-SITUACAO-BIM
               WHEN CAL-REABERTO-ATE NOT = SPACES
                   AND WS-DATA-HOJE NOT > CAL-REABERTO-ATE
                   MOVE "REABERTO" TO WS-SITUACAO-BIM
               WHEN OTHER
                   MOVE "ENCERRADO" TO WS-SITUACAO-BIM
           END-EVALUATE.
           DISPLAY "Bimestre " CAL-BIMESTRE " de " CAL-ANO
               ": " CAL-DATA-INICIO " a " CAL-DATA-FIM
               " fechamento " CAL-DATA-FECHAMENTO
               " - " FUNCTION TRIM(WS-SITUACAO-BIM).
           IF CAL-REABERTO-ATE NOT = SPACES
               DISPLAY "   reaberto ate " CAL-REABERTO-ATE
                   " por " FUNCTION TRIM(CAL-OPERADOR-REABERTURA)
                   " em " CAL-DATA-REABERTURA ": "
                   FUNCTION TRIM(CAL-MOTIVO-REABERTURA)
           END-IF.

       Menu-Feriados.
           DISPLAY "Feriados: (I)ncluir, (E)xcluir, (L)istar: ".
           ACCEPT WS-OPCAO.
           EVALUATE WS-OPCAO
               WHEN "I"
               WHEN "i"
                   PERFORM Inclui-Feriado
               WHEN "E"
               WHEN "e"
                   PERFORM Exclui-Feriado
               WHEN "L"
               WHEN "l"
                   PERFORM Lista-Feriados
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * A feriado, recesso or any other day the timetable does not
      * run; keying a date already on the list replaces the
      * description.
       Inclui-Feriado.
           DISPLAY "Data (AAAA-MM-DD): ".
           PERFORM Pede-Data.
           DISPLAY "Descricao (ex.: Tiradentes, recesso): ".
           ACCEPT WS-DESCRICAO.
           PERFORM UNTIL WS-DESCRICAO NOT = SPACES
               DISPLAY "A descricao e obrigatoria: "
               ACCEPT WS-DESCRICAO
           END-PERFORM.
           MOVE WS-DATA TO FER-DATA.
           READ FERIADOS-FILE
               INVALID KEY
                   MOVE WS-DESCRICAO TO FER-DESCRICAO
                   WRITE FERIADO-REG
                   DISPLAY "Feriado incluido."
                   MOVE "INCLUSAO" TO WS-AUD-ACAO
               NOT INVALID KEY
                   MOVE WS-DESCRICAO TO FER-DESCRICAO
                   REWRITE FERIADO-REG
                   DISPLAY "Feriado alterado."
                   MOVE "ALTERACAO" TO WS-AUD-ACAO
           END-READ.
           PERFORM Audita-Feriado.

       Exclui-Feriado.
           DISPLAY "Data (AAAA-MM-DD): ".
           PERFORM Pede-Data.
           MOVE WS-DATA TO FER-DATA.
           READ FERIADOS-FILE
               INVALID KEY
                   DISPLAY "Data nao consta como feriado: " WS-DATA
               NOT INVALID KEY
                   DELETE FERIADOS-FILE
                   DISPLAY "Feriado excluido."
                   MOVE "EXCLUSAO" TO WS-AUD-ACAO
                   PERFORM Audita-Feriado
           END-READ.

       Lista-Feriados.
           MOVE "N" TO WS-FIM-LISTA.
           MOVE LOW-VALUES TO FER-DATA.
           START FERIADOS-FILE KEY >= FER-DATA
               INVALID KEY
                   MOVE "S" TO WS-FIM-LISTA
                   DISPLAY "Nenhum feriado cadastrado."
           END-START.
           PERFORM UNTIL WS-FIM-LISTA = "S"
               READ FERIADOS-FILE NEXT
                   AT END
                       MOVE "S" TO WS-FIM-LISTA
                   NOT AT END
                       DISPLAY FER-DATA " " FER-DESCRICAO
               END-READ
           END-PERFORM.

       Audita-Feriado.
           MOVE SPACES TO WS-AUD-ENTRADA.
           STRING "operador=" FUNCTION TRIM(WS-ACS-OPERADOR)
               " feriado=" FER-DATA
               " acao=" FUNCTION TRIM(WS-AUD-ACAO)
               DELIMITED BY SIZE INTO WS-AUD-ENTRADA.
           MOVE SPACES TO WS-AUD-RESULTADO.
           STRING "descricao=" FUNCTION TRIM(FER-DESCRICAO)
               DELIMITED BY SIZE INTO WS-AUD-RESULTADO.
           CALL "AUDITLOG" USING WS-AUD-PROGRAMA WS-AUD-SESSAO
               WS-AUD-ENTRADA
               WS-AUD-RESULTADO.

       Grava-Auditoria.
           MOVE SPACES TO WS-AUD-ENTRADA.
           STRING "operador=" FUNCTION TRIM(WS-ACS-OPERADOR)
               " bim=" CAL-BIMESTRE
               " acao=" FUNCTION TRIM(WS-AUD-ACAO)
               " motivo=" FUNCTION TRIM(WS-MOTIVO)
               DELIMITED BY SIZE INTO WS-AUD-ENTRADA.
           MOVE SPACES TO WS-AUD-RESULTADO.
           STRING "ano=" CAL-ANO
               " inicio=" CAL-DATA-INICIO
               " fim=" CAL-DATA-FIM
               " fechamento=" CAL-DATA-FECHAMENTO
               " reaberto-ate=" CAL-REABERTO-ATE
               DELIMITED BY SIZE INTO WS-AUD-RESULTADO.
           CALL "AUDITLOG" USING WS-AUD-PROGRAMA WS-AUD-SESSAO
               WS-AUD-ENTRADA
               WS-AUD-RESULTADO.
       END PROGRAM ManutCalendario.
