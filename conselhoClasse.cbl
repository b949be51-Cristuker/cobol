      ******************************************************************
      * Author: Cristian Silva
      * Date: 15/10/2026
      * Purpose: Conselho de classe deliberations on the annual
      *          result. After FechaAno builds RESULTADO.DAT the
      *          council meets and may approve a student FechaAno
      *          marked REPROVADO (or confirm the reprovacao). This
      *          program records, per matricula/disciplina of the
      *          ano letivo, the decision (APROVADO PELO CONSELHO or
      *          REPROVADO mantido), the ata number, the meeting date
      *          and the written justification in CONSELHO.DAT
      *          (layout in copybooks/CONSREG.cpy). RESULTADO.DAT is
      *          only read - the media is never changed to make a
      *          student pass. FechaAno, HistoricoAluno and
      *          ExportaAlunos show the decisions; every inclusion,
      *          change and exclusion goes to the shared AUDITLOG with
      *          the operator ID.
      * Tectonics: calls the shared AUDITLOG and ACESSO subprograms
      *            (shared/), so those files must be compiled
      *            together with this one - see build.sh.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConselhoClasse.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONSELHO-FILE ASSIGN TO "CONSELHO.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS CON-CHAVE
               FILE STATUS IS WS-CONSELHO-STATUS.
           SELECT RESULTADO-ANUAL ASSIGN TO "RESULTADO.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS RES-CHAVE
               FILE STATUS IS WS-RESULTADO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONSELHO-FILE.
       COPY "CONSREG.cpy".

       FD  RESULTADO-ANUAL.
       COPY "RESULTREG.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CONSELHO-STATUS  PIC X(2).
       01 WS-RESULTADO-STATUS PIC X(2).
       01 WS-CONTINUAR        PIC X(1) VALUE "S".
       01 WS-OPCAO            PIC X(1).
       01 WS-DECISAO          PIC X(1).
       01 WS-CONFIRMA         PIC X(1).
       01 WS-ANO-LETIVO       PIC 9(4).
       01 WS-MATRICULA        PIC 9(5).
       01 WS-DISCIPLINA       PIC X(12).
       01 WS-RESULTADO-OK     PIC X(1).
       01 WS-JA-EXISTE        PIC X(1).
       01 WS-DATA-OK          PIC X(1).
       01 WS-DATA-REUNIAO     PIC X(10).
       01 WS-ATA              PIC X(10).
       01 WS-JUSTIFICATIVA    PIC X(200).
       01 WS-MEDIA-ED         PIC Z9.99.
       01 WS-DATA-HOJE.
           02 WS-HOJE-ANO     PIC 9(4).
           02 FILLER          PIC X(1) VALUE "-".
           02 WS-HOJE-MES     PIC 9(2).
           02 FILLER          PIC X(1) VALUE "-".
           02 WS-HOJE-DIA     PIC 9(2).
       01 WS-ACS-NIVEL     PIC 9(1) VALUE 3.
       01 WS-ACS-OPERADOR  PIC X(8).
       01 WS-ACS-RESULTADO PIC X(1).
       01 WS-AUD-PROGRAMA  PIC X(20) VALUE "ConselhoClasse".
       01 WS-AUD-SESSAO    PIC X(14).
       01 WS-AUD-ENTRADA   PIC X(90).
       01 WS-AUD-RESULTADO PIC X(90).
       01 WS-AUD-ACAO      PIC X(10).

       PROCEDURE DIVISION.

       Inicio.
           DISPLAY "Conselho de classe - deliberacoes do ano".
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-AUD-SESSAO.
           MOVE WS-AUD-SESSAO (1:4) TO WS-HOJE-ANO.
           MOVE WS-AUD-SESSAO (5:2) TO WS-HOJE-MES.
           MOVE WS-AUD-SESSAO (7:2) TO WS-HOJE-DIA.
           CALL "ACESSO" USING WS-AUD-PROGRAMA WS-ACS-NIVEL
               WS-ACS-OPERADOR WS-ACS-RESULTADO.
           IF WS-ACS-RESULTADO NOT = "S"
               STOP RUN
           END-IF.
           OPEN INPUT RESULTADO-ANUAL.
           IF WS-RESULTADO-STATUS NOT = "00"
               DISPLAY "Nao foi possivel abrir RESULTADO.DAT (status "
                   WS-RESULTADO-STATUS ") - rode o fechamento anual "
                   "(FechaAno) antes do conselho"
               STOP RUN
           END-IF.
           OPEN I-O CONSELHO-FILE.
           IF WS-CONSELHO-STATUS = "35"
               OPEN OUTPUT CONSELHO-FILE
               CLOSE CONSELHO-FILE
               OPEN I-O CONSELHO-FILE
           END-IF.
           IF WS-CONSELHO-STATUS NOT = "00"
               DISPLAY "Nao foi possivel abrir CONSELHO.DAT (status "
                   WS-CONSELHO-STATUS ")"
               CLOSE RESULTADO-ANUAL
               STOP RUN
           END-IF.
           DISPLAY "Ano letivo do conselho (AAAA): ".
           ACCEPT WS-ANO-LETIVO.
           PERFORM UNTIL WS-ANO-LETIVO >= 2000
               AND WS-ANO-LETIVO <= 2099
               DISPLAY "Ano invalido, digite AAAA: "
               ACCEPT WS-ANO-LETIVO
           END-PERFORM.
           PERFORM UNTIL WS-CONTINUAR = "N" OR WS-CONTINUAR = "n"
               PERFORM Menu-Conselho
               DISPLAY "Outra deliberacao (S/N): "
               ACCEPT WS-CONTINUAR
           END-PERFORM.
           CLOSE CONSELHO-FILE.
           CLOSE RESULTADO-ANUAL.
           STOP RUN.

       Menu-Conselho.
           DISPLAY "(R)egistrar decisao, (C)onsultar, (E)xcluir: ".
           ACCEPT WS-OPCAO.
           EVALUATE WS-OPCAO
               WHEN "R"
               WHEN "r"
                   PERFORM Registra-Decisao
               WHEN "C"
               WHEN "c"
                   PERFORM Consulta-Decisao
               WHEN "E"
               WHEN "e"
                   PERFORM Exclui-Decisao
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       Pede-Chave.
           DISPLAY "Matricula do aluno: ".
           ACCEPT WS-MATRICULA.
           PERFORM UNTIL WS-MATRICULA > 0
               DISPLAY "Matricula deve ser maior que 0: "
               ACCEPT WS-MATRICULA
           END-PERFORM.
           DISPLAY "Disciplina: ".
           ACCEPT WS-DISCIPLINA.
           MOVE WS-MATRICULA  TO CON-MATRICULA.
           MOVE WS-ANO-LETIVO TO CON-ANO.
           MOVE WS-DISCIPLINA TO CON-DISCIPLINA.

      * The council deliberates on a closed annual result only: the
      * matricula/disciplina must be in RESULTADO.DAT, and only a
      * REPROVADO by nota goes to the council - REPROV FALTA follows
      * the 75% rule and INCOMPLETO still has grades to chase.
       Le-Resultado.
           MOVE "N" TO WS-RESULTADO-OK.
           MOVE WS-MATRICULA  TO RES-MATRICULA.
           MOVE WS-DISCIPLINA TO RES-DISCIPLINA.
           READ RESULTADO-ANUAL
               INVALID KEY
                   DISPLAY "Sem resultado anual para a matricula "
                       WS-MATRICULA " disciplina "
                       FUNCTION TRIM(WS-DISCIPLINA)
               NOT INVALID KEY
                   MOVE RES-MEDIA-ANUAL TO WS-MEDIA-ED
                   DISPLAY "Aluno      : " FUNCTION TRIM(RES-NOME)
                       " turma " RES-TURMA
                   DISPLAY "Media anual: " WS-MEDIA-ED
                       " bimestres " RES-BIMESTRES
                       " situacao " RES-SITUACAO
                   IF RES-SITUACAO = "REPROVADO"
                       MOVE "S" TO WS-RESULTADO-OK
                   ELSE
                       DISPLAY "Somente resultado REPROVADO vai ao "
                           "conselho - situacao atual: " RES-SITUACAO
                   END-IF
           END-READ.

       Registra-Decisao.
           PERFORM Pede-Chave.
           PERFORM Le-Resultado.
           IF WS-RESULTADO-OK = "S"
               MOVE "N" TO WS-JA-EXISTE
               READ CONSELHO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WS-JA-EXISTE
                       DISPLAY "Ja existe decisao registrada:"
                       PERFORM Mostra-Decisao
               END-READ
               PERFORM Pede-Decisao
               PERFORM Grava-Decisao
           END-IF.

       Pede-Decisao.
           DISPLAY "Decisao: (A)provado pelo conselho ou "
               "(M)antida a reprovacao: ".
           ACCEPT WS-DECISAO.
           PERFORM UNTIL WS-DECISAO = "A" OR WS-DECISAO = "a"
               OR WS-DECISAO = "M" OR WS-DECISAO = "m"
               DISPLAY "Decisao invalida, digite A ou M: "
               ACCEPT WS-DECISAO
           END-PERFORM.
           DISPLAY "Numero da ata: ".
           ACCEPT WS-ATA.
           PERFORM UNTIL WS-ATA NOT = SPACES
               DISPLAY "Numero da ata e obrigatorio: "
               ACCEPT WS-ATA
           END-PERFORM.
           DISPLAY "Data da reuniao (AAAA-MM-DD): ".
           ACCEPT WS-DATA-REUNIAO.
           PERFORM Valida-Data.
           PERFORM UNTIL WS-DATA-OK = "S"
               DISPLAY "Data invalida, digite AAAA-MM-DD: "
               ACCEPT WS-DATA-REUNIAO
               PERFORM Valida-Data
           END-PERFORM.
           DISPLAY "Justificativa do conselho: ".
           ACCEPT WS-JUSTIFICATIVA.
           PERFORM UNTIL WS-JUSTIFICATIVA NOT = SPACES
               DISPLAY "Justificativa e obrigatoria: "
               ACCEPT WS-JUSTIFICATIVA
           END-PERFORM.

       Valida-Data.
           MOVE "N" TO WS-DATA-OK.
           IF WS-DATA-REUNIAO (1:4) IS NUMERIC
               AND WS-DATA-REUNIAO (5:1) = "-"
               AND WS-DATA-REUNIAO (6:2) IS NUMERIC
               AND WS-DATA-REUNIAO (8:1) = "-"
               AND WS-DATA-REUNIAO (9:2) IS NUMERIC
               IF WS-DATA-REUNIAO (6:2) >= "01"
                   AND WS-DATA-REUNIAO (6:2) <= "12"
                   AND WS-DATA-REUNIAO (9:2) >= "01"
                   AND WS-DATA-REUNIAO (9:2) <= "31"
                   MOVE "S" TO WS-DATA-OK
               END-IF
           END-IF.

       Grava-Decisao.
           MOVE WS-MATRICULA     TO CON-MATRICULA.
           MOVE WS-ANO-LETIVO    TO CON-ANO.
           MOVE WS-DISCIPLINA    TO CON-DISCIPLINA.
           MOVE RES-TURMA        TO CON-TURMA.
           MOVE RES-MEDIA-ANUAL  TO CON-MEDIA-ANUAL.
           MOVE RES-SITUACAO     TO CON-SIT-ORIGINAL.
           IF WS-DECISAO = "A" OR WS-DECISAO = "a"
               MOVE "APROVADO PELO CONSELHO" TO CON-SITUACAO
           ELSE
               MOVE "REPROVADO" TO CON-SITUACAO
           END-IF.
           MOVE WS-ATA           TO CON-ATA.
           MOVE WS-DATA-REUNIAO  TO CON-DATA-REUNIAO.
           MOVE WS-JUSTIFICATIVA TO CON-JUSTIFICATIVA.
           MOVE WS-ACS-OPERADOR  TO CON-OPERADOR.
           MOVE WS-DATA-HOJE     TO CON-DATA-REGISTRO.
           IF WS-JA-EXISTE = "S"
               REWRITE CONSELHO-REG
                   INVALID KEY
                       DISPLAY "Erro ao regravar (status "
                           WS-CONSELHO-STATUS ")"
                   NOT INVALID KEY
                       DISPLAY "Decisao do conselho alterada."
                       MOVE "ALTERACAO" TO WS-AUD-ACAO
                       PERFORM Grava-Auditoria
               END-REWRITE
           ELSE
               WRITE CONSELHO-REG
                   INVALID KEY
                       DISPLAY "Erro ao gravar (status "
                           WS-CONSELHO-STATUS ")"
                   NOT INVALID KEY
                       DISPLAY "Decisao do conselho registrada."
                       MOVE "INCLUSAO" TO WS-AUD-ACAO
                       PERFORM Grava-Auditoria
               END-WRITE
           END-IF.

       Consulta-Decisao.
           PERFORM Pede-Chave.
           READ CONSELHO-FILE
               INVALID KEY
                   DISPLAY "Nenhuma decisao do conselho para a "
                       "matricula/disciplina neste ano."
               NOT INVALID KEY
                   PERFORM Mostra-Decisao
           END-READ.

       Exclui-Decisao.
           PERFORM Pede-Chave.
           READ CONSELHO-FILE
               INVALID KEY
                   DISPLAY "Nenhuma decisao do conselho para a "
                       "matricula/disciplina neste ano."
               NOT INVALID KEY
                   PERFORM Mostra-Decisao
                   DISPLAY "Excluir esta decisao (S/N): "
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                       DELETE CONSELHO-FILE
                           INVALID KEY
                               DISPLAY "Erro ao excluir (status "
                                   WS-CONSELHO-STATUS ")"
                           NOT INVALID KEY
                               DISPLAY "Decisao excluida."
                               MOVE "EXCLUSAO" TO WS-AUD-ACAO
                               PERFORM Grava-Auditoria
                       END-DELETE
                   END-IF
           END-READ.

       Mostra-Decisao.
           MOVE CON-MEDIA-ANUAL TO WS-MEDIA-ED.
           DISPLAY "Matricula  : " CON-MATRICULA
               " ano " CON-ANO
               " disciplina " FUNCTION TRIM(CON-DISCIPLINA).
           DISPLAY "Resultado  : " WS-MEDIA-ED " " CON-SIT-ORIGINAL.
           DISPLAY "Decisao    : " CON-SITUACAO.
           DISPLAY "Ata        : " CON-ATA
               " reuniao " CON-DATA-REUNIAO.
           DISPLAY "Justific.  : " FUNCTION TRIM(CON-JUSTIFICATIVA).
           DISPLAY "Registrado : " CON-DATA-REGISTRO
               " por " CON-OPERADOR.

       Grava-Auditoria.
           MOVE SPACES TO WS-AUD-ENTRADA.
           STRING "operador=" FUNCTION TRIM(WS-ACS-OPERADOR)
               " matricula=" CON-MATRICULA
               " ano=" CON-ANO
               " disc=" FUNCTION TRIM(CON-DISCIPLINA)
               " ata=" FUNCTION TRIM(CON-ATA)
               DELIMITED BY SIZE INTO WS-AUD-ENTRADA.
           MOVE SPACES TO WS-AUD-RESULTADO.
           STRING "acao=" FUNCTION TRIM(WS-AUD-ACAO)
               " situacao=" FUNCTION TRIM(CON-SITUACAO)
               " media=" CON-MEDIA-ANUAL
               " reuniao=" CON-DATA-REUNIAO
               DELIMITED BY SIZE INTO WS-AUD-RESULTADO.
           CALL "AUDITLOG" USING WS-AUD-PROGRAMA WS-AUD-SESSAO
               WS-AUD-ENTRADA
               WS-AUD-RESULTADO.
       END PROGRAM ConselhoClasse.
