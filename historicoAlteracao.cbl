      ******************************************************************
      * Author: Cristian Silva
      * Date: 15/10/2026
      * Purpose: Per-student change history from the update journal
      *          - who changed a grade and when, answered from the
      *          before/after images the shared JORNAL subprogram
      *          writes, instead of the free-text AUDITLOG lines.
      *          (C)onsulta (nivel 1): by matricula, optionally a
      *          disciplina, a bimestre and a date range. Every
      *          journal entry of the student is unpacked through
      *          the ALUNO-REG layout and printed to HISTALT.REL with
      *          date, time, program, operator, operation and the
      *          change reference (pedido de revisao protocol), and
      *          only the fields that changed with old and new value
      *          ("NOTA2 05.50 -> 07.00, SITUACAO RECUPERACAO ->
      *          APROVADO"); an inclusion lists the values written and
      *          an exclusion the values removed. The archived
      *          journal segments listed in JORNARC.LST are searched
      *          first, then the live JORNAL.DAT, so the history runs
      *          in time order however old the dispute.
      *          (A)rquivamento (nivel 4): the journal counterpart of
      *          AuditoriaUtil's rollover - JORNAL.DAT is copied to
      *          JORNAL.BAK, entries older than the cutoff date move
      *          to JORNARC.AAAAMMDD.DAT (registered in JORNARC.LST)
      *          and the live journal keeps the rest. RecuperaMaster
      *          only replays the live journal, so the cutoff must
      *          not pass the latest BackupMaster generation.
      * Tectonics: calls the shared ACESSO, AUDITLOG, TRAVA and
      *            MODOLOTE subprograms, so all of them must be
      *            compiled together with this one - see build.sh.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HistoricoAlteracao.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JORNAL-FILE ASSIGN TO DYNAMIC WS-NOME-JORNAL
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JORNAL-STATUS.
           SELECT JORNAL-BACKUP ASSIGN TO "JORNAL.BAK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BACKUP-STATUS.
           SELECT ARQUIVO-MORTO ASSIGN TO DYNAMIC WS-NOME-ARQMORTO
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MORTO-STATUS.
           SELECT LISTA-ARQUIVOS ASSIGN TO "JORNARC.LST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LISTA-STATUS.
           SELECT RELATORIO ASSIGN TO "HISTALT.REL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JORNAL-FILE.
       COPY "JRNREG.cpy".

      * The safety copy and the archive segments carry the journal
      * record as it is, so they take their layout from the same
      * copybook and follow it whenever JRNREG.cpy grows.
       FD  JORNAL-BACKUP.
       COPY "JRNREG.cpy" REPLACING ==JORNAL-REG== BY ==REG-BACKUP==
           LEADING ==JRN-== BY ==BAK-==.

       FD  ARQUIVO-MORTO.
       COPY "JRNREG.cpy" REPLACING ==JORNAL-REG== BY ==REG-MORTO==
           LEADING ==JRN-== BY ==MRT-==.

       FD  LISTA-ARQUIVOS.
       01 REG-LISTA PIC X(21).

       FD  RELATORIO.
       01 LINHA-RELATORIO PIC X(130).

       WORKING-STORAGE SECTION.
       COPY "ALUNOREG.cpy".
       01 WS-JORNAL-STATUS    PIC X(2).
       01 WS-BACKUP-STATUS    PIC X(2).
       01 WS-MORTO-STATUS     PIC X(2).
       01 WS-LISTA-STATUS     PIC X(2).
       01 WS-RELATORIO-STATUS PIC X(2).
       01 WS-NOME-JORNAL      PIC X(21) VALUE "JORNAL.DAT".
       01 WS-NOME-ARQMORTO    PIC X(21).
       01 WS-FIM-ARQUIVO      PIC X(1).
       01 WS-FIM-LISTA        PIC X(1).
       01 WS-OPCAO            PIC X(1).
       01 WS-CONFIRMA         PIC X(1).
       01 WS-MATRICULA        PIC 9(5).
       01 WS-DISCIPLINA       PIC X(12).
       01 WS-BIMESTRE         PIC 9(1).
       01 WS-DATA-INICIO      PIC X(10).
       01 WS-DATA-FIM         PIC X(10).
       01 WS-DATA-CORTE       PIC X(10).
       01 WS-INCLUI-ARQUIVO   PIC X(1).
       01 WS-SEGMENTO-NOVO    PIC X(1).
       01 WS-IND              PIC 9(2).
       01 WS-PONTEIRO         PIC 9(3).
       01 WS-TAM-ITEM         PIC 9(3).
       01 WS-ITEM             PIC X(130).
       01 WS-NOTA-ED          PIC 99.99.
       01 WS-OPERADOR-ED      PIC X(8).
       01 WS-OPERACAO-TEXTO   PIC X(9).
      * Field names of ALUNO-REG in the order the images are unpacked.
       01 WS-NOMES-CAMPOS-X.
           02 FILLER PIC X(10) VALUE "TURMA".
           02 FILLER PIC X(10) VALUE "NOME".
           02 FILLER PIC X(10) VALUE "NOTA1".
           02 FILLER PIC X(10) VALUE "NOTA2".
           02 FILLER PIC X(10) VALUE "NOTA3".
           02 FILLER PIC X(10) VALUE "NOTA4".
           02 FILLER PIC X(10) VALUE "PESO1".
           02 FILLER PIC X(10) VALUE "PESO2".
           02 FILLER PIC X(10) VALUE "PESO3".
           02 FILLER PIC X(10) VALUE "PESO4".
           02 FILLER PIC X(10) VALUE "MEDIA".
           02 FILLER PIC X(10) VALUE "SITUACAO".
       01 WS-NOMES-CAMPOS REDEFINES WS-NOMES-CAMPOS-X.
           02 WS-NOME-CAMPO OCCURS 12 TIMES PIC X(10).
       01 WS-VALORES-ATUAL.
           02 WS-VAL-ATUAL  OCCURS 12 TIMES PIC X(50).
       01 WS-VALORES-ANTES.
           02 WS-VAL-ANTES  OCCURS 12 TIMES PIC X(50).
       01 WS-VALORES-DEPOIS.
           02 WS-VAL-DEPOIS OCCURS 12 TIMES PIC X(50).
       01 WS-CHAVE-IMAGEM.
           02 WS-IMG-MATRICULA  PIC 9(5).
           02 WS-IMG-DISCIPLINA PIC X(12).
           02 WS-IMG-BIMESTRE   PIC 9(1).
       01 WS-TOTAL-LIDOS      PIC 9(7) VALUE 0.
       01 WS-TOTAL-LISTADOS   PIC 9(7) VALUE 0.
       01 WS-TOTAL-SEGMENTOS  PIC 9(3) VALUE 0.
       01 WS-TOTAL-SEM-ARQ    PIC 9(3) VALUE 0.
       01 WS-TOTAL-MANTIDOS   PIC 9(7) VALUE 0.
       01 WS-TOTAL-ARQUIVADOS PIC 9(7) VALUE 0.
       01 WS-LINHA-SAIDA      PIC X(130).
       01 WS-ACS-PROGRAMA     PIC X(20) VALUE "HistoricoAlteracao".
       01 WS-ACS-NIVEL        PIC 9(1).
       01 WS-ACS-OPERADOR     PIC X(8).
       01 WS-ACS-RESULTADO    PIC X(1).
       01 WS-TRAVA-ACAO       PIC X(1).
       01 WS-TRAVA-OPERADOR   PIC X(20) VALUE SPACES.
       01 WS-TRAVA-RESULTADO  PIC X(1).
       01 WS-AUD-SESSAO       PIC X(14).
       01 WS-AUD-ENTRADA      PIC X(90).
       01 WS-AUD-RESULTADO    PIC X(90).

       PROCEDURE DIVISION.

      * The query is consulta; the arquivamento rewrites the live
      * journal, so it asks for administracao on top.
       Inicio.
           DISPLAY "Historico de alteracoes do aluno".
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-AUD-SESSAO.
           MOVE 1 TO WS-ACS-NIVEL.
           CALL "ACESSO" USING WS-ACS-PROGRAMA WS-ACS-NIVEL
               WS-ACS-OPERADOR WS-ACS-RESULTADO.
           IF WS-ACS-RESULTADO NOT = "S"
               STOP RUN
           END-IF.
           MOVE WS-ACS-OPERADOR TO WS-TRAVA-OPERADOR.
           DISPLAY "(C)onsulta ou (A)rquivamento do jornal: ".
           ACCEPT WS-OPCAO.
           IF WS-OPCAO = "A" OR WS-OPCAO = "a"
               MOVE 4 TO WS-ACS-NIVEL
               CALL "ACESSO" USING WS-ACS-PROGRAMA WS-ACS-NIVEL
                   WS-ACS-OPERADOR WS-ACS-RESULTADO
               IF WS-ACS-RESULTADO = "S"
                   PERFORM Arquivamento
               END-IF
           ELSE
               PERFORM Consulta
           END-IF.
           STOP RUN.

      ******************************************************************
      * (C)onsulta - archived segments in JORNARC.LST order, then the
      * live journal.
      ******************************************************************
       Consulta.
           DISPLAY "Matricula do aluno: ".
           ACCEPT WS-MATRICULA.
           PERFORM UNTIL WS-MATRICULA > 0
               DISPLAY "Matricula deve ser maior que 0: "
               ACCEPT WS-MATRICULA
           END-PERFORM.
           DISPLAY "Disciplina (branco = todas): ".
           ACCEPT WS-DISCIPLINA.
           DISPLAY "Bimestre (0 = todos): ".
           MOVE 0 TO WS-BIMESTRE.
           ACCEPT WS-BIMESTRE.
           DISPLAY "Data inicial (AAAA-MM-DD, branco = todas): ".
           ACCEPT WS-DATA-INICIO.
           DISPLAY "Data final (AAAA-MM-DD, branco = todas): ".
           ACCEPT WS-DATA-FIM.
           DISPLAY "Pesquisar tambem o jornal arquivado (S/N): ".
           ACCEPT WS-INCLUI-ARQUIVO.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING "HISTORICO DE ALTERACOES - matricula " WS-MATRICULA
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           PERFORM Grava-Linha.
           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING "Disciplina: " WS-DISCIPLINA
               " Bimestre: " WS-BIMESTRE
               " Periodo: " WS-DATA-INICIO " a " WS-DATA-FIM
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           PERFORM Grava-Linha.
           MOVE SPACES TO WS-LINHA-SAIDA.
           PERFORM Grava-Linha.
           IF WS-INCLUI-ARQUIVO = "S" OR WS-INCLUI-ARQUIVO = "s"
               PERFORM Pesquisa-Arquivados
           END-IF.
           MOVE "JORNAL.DAT" TO WS-NOME-JORNAL.
           PERFORM Pesquisa-Segmento.
           MOVE SPACES TO WS-LINHA-SAIDA.
           PERFORM Grava-Linha.
           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING "Entradas lidas: " WS-TOTAL-LIDOS
               "  Listadas: " WS-TOTAL-LISTADOS
               "  Segmentos arquivados lidos: " WS-TOTAL-SEGMENTOS
               "  Nao encontrados: " WS-TOTAL-SEM-ARQ
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           PERFORM Grava-Linha.
           CLOSE RELATORIO.
           DISPLAY "Historico gravado em HISTALT.REL.".

       Pesquisa-Arquivados.
           OPEN INPUT LISTA-ARQUIVOS.
           IF WS-LISTA-STATUS = "00"
               MOVE "N" TO WS-FIM-LISTA
               PERFORM UNTIL WS-FIM-LISTA = "S"
                   READ LISTA-ARQUIVOS
                       AT END
                           MOVE "S" TO WS-FIM-LISTA
                       NOT AT END
                           IF REG-LISTA NOT = SPACES
                               MOVE REG-LISTA TO WS-NOME-JORNAL
                               PERFORM Pesquisa-Segmento
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LISTA-ARQUIVOS
           ELSE
               MOVE "(nenhum jornal arquivado - JORNARC.LST ausente)"
                   TO WS-LINHA-SAIDA
               PERFORM Grava-Linha
           END-IF.

      * A segment missing from disk is reported, not fatal - the
      * history shows what can still be read.
       Pesquisa-Segmento.
           OPEN INPUT JORNAL-FILE.
           IF WS-JORNAL-STATUS NOT = "00"
               IF WS-NOME-JORNAL NOT = "JORNAL.DAT"
                   ADD 1 TO WS-TOTAL-SEM-ARQ
               END-IF
               MOVE SPACES TO WS-LINHA-SAIDA
               STRING "(" FUNCTION TRIM(WS-NOME-JORNAL)
                   " nao pode ser lido - status " WS-JORNAL-STATUS ")"
                   DELIMITED BY SIZE INTO WS-LINHA-SAIDA
               PERFORM Grava-Linha
           ELSE
               IF WS-NOME-JORNAL NOT = "JORNAL.DAT"
                   ADD 1 TO WS-TOTAL-SEGMENTOS
               END-IF
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ JORNAL-FILE
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           ADD 1 TO WS-TOTAL-LIDOS
                           PERFORM Filtra-Entrada
                   END-READ
               END-PERFORM
               CLOSE JORNAL-FILE
           END-IF.

      * The key comes from whichever image exists: the after image
      * of a W/R, the before image of a D.
       Filtra-Entrada.
           IF JRN-OPERACAO = "D"
               MOVE JRN-ANTES TO ALUNO-REG
           ELSE
               MOVE JRN-DEPOIS TO ALUNO-REG
           END-IF.
           MOVE ALU-CHAVE TO WS-CHAVE-IMAGEM.
           IF WS-IMG-MATRICULA = WS-MATRICULA
               AND (WS-DISCIPLINA = SPACES
                   OR WS-IMG-DISCIPLINA = WS-DISCIPLINA)
               AND (WS-BIMESTRE = 0
                   OR WS-IMG-BIMESTRE = WS-BIMESTRE)
               AND (WS-DATA-INICIO = SPACES
                   OR JRN-DATA >= WS-DATA-INICIO)
               AND (WS-DATA-FIM = SPACES
                   OR JRN-DATA <= WS-DATA-FIM)
               ADD 1 TO WS-TOTAL-LISTADOS
               PERFORM Imprime-Entrada
           END-IF.

       Imprime-Entrada.
           EVALUATE JRN-OPERACAO
               WHEN "W"
                   MOVE "INCLUSAO" TO WS-OPERACAO-TEXTO
               WHEN "R"
                   MOVE "ALTERACAO" TO WS-OPERACAO-TEXTO
               WHEN "D"
                   MOVE "EXCLUSAO" TO WS-OPERACAO-TEXTO
               WHEN OTHER
                   MOVE JRN-OPERACAO TO WS-OPERACAO-TEXTO
           END-EVALUATE.
           MOVE JRN-OPERADOR TO WS-OPERADOR-ED.
           IF WS-OPERADOR-ED = SPACES
               MOVE "(n/d)" TO WS-OPERADOR-ED
           END-IF.
           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING JRN-DATA " " JRN-HORA " " JRN-PROGRAMA " "
               WS-OPERADOR-ED " " WS-OPERACAO-TEXTO " "
               WS-IMG-DISCIPLINA " bim " WS-IMG-BIMESTRE
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           IF JRN-REFERENCIA NOT = SPACES
               MOVE 100 TO WS-PONTEIRO
               STRING "ref: " FUNCTION TRIM(JRN-REFERENCIA)
                   DELIMITED BY SIZE INTO WS-LINHA-SAIDA
                   WITH POINTER WS-PONTEIRO
           END-IF.
           PERFORM Grava-Linha.
           MOVE JRN-ANTES TO ALUNO-REG.
           PERFORM Desempacota-Imagem.
           MOVE WS-VALORES-ATUAL TO WS-VALORES-ANTES.
           MOVE JRN-DEPOIS TO ALUNO-REG.
           PERFORM Desempacota-Imagem.
           MOVE WS-VALORES-ATUAL TO WS-VALORES-DEPOIS.
           MOVE SPACES TO WS-LINHA-SAIDA.
           MOVE 6 TO WS-PONTEIRO.
           MOVE 1 TO WS-IND.
           PERFORM UNTIL WS-IND > 12
               EVALUATE JRN-OPERACAO
                   WHEN "W"
                       PERFORM Monta-Valor-Depois
                   WHEN "D"
                       PERFORM Monta-Valor-Antes
                   WHEN OTHER
                       IF WS-VAL-ANTES (WS-IND)
                           NOT = WS-VAL-DEPOIS (WS-IND)
                           PERFORM Monta-Diferenca
                       END-IF
               END-EVALUATE
               ADD 1 TO WS-IND
           END-PERFORM.
           IF WS-PONTEIRO = 6
               MOVE "(nenhum campo alterado)" TO WS-ITEM
               MOVE 24 TO WS-TAM-ITEM
               PERFORM Acrescenta-Item
           END-IF.
           PERFORM Grava-Linha.

      * One ALUNO-REG image into printable values, field by field.
       Desempacota-Imagem.
           MOVE ALU-TURMA    TO WS-VAL-ATUAL (1).
           MOVE ALU-NOME     TO WS-VAL-ATUAL (2).
           MOVE ALU-NOTA1    TO WS-NOTA-ED.
           MOVE WS-NOTA-ED   TO WS-VAL-ATUAL (3).
           MOVE ALU-NOTA2    TO WS-NOTA-ED.
           MOVE WS-NOTA-ED   TO WS-VAL-ATUAL (4).
           MOVE ALU-NOTA3    TO WS-NOTA-ED.
           MOVE WS-NOTA-ED   TO WS-VAL-ATUAL (5).
           MOVE ALU-NOTA4    TO WS-NOTA-ED.
           MOVE WS-NOTA-ED   TO WS-VAL-ATUAL (6).
           MOVE ALU-PESO1    TO WS-VAL-ATUAL (7).
           MOVE ALU-PESO2    TO WS-VAL-ATUAL (8).
           MOVE ALU-PESO3    TO WS-VAL-ATUAL (9).
           MOVE ALU-PESO4    TO WS-VAL-ATUAL (10).
           MOVE ALU-MEDIA    TO WS-NOTA-ED.
           MOVE WS-NOTA-ED   TO WS-VAL-ATUAL (11).
           MOVE ALU-SITUACAO TO WS-VAL-ATUAL (12).

       Monta-Diferenca.
           MOVE SPACES TO WS-ITEM.
           MOVE 1 TO WS-TAM-ITEM.
           STRING FUNCTION TRIM(WS-NOME-CAMPO (WS-IND)) " "
               FUNCTION TRIM(WS-VAL-ANTES (WS-IND)) " -> "
               FUNCTION TRIM(WS-VAL-DEPOIS (WS-IND))
               DELIMITED BY SIZE INTO WS-ITEM
               WITH POINTER WS-TAM-ITEM.
           SUBTRACT 1 FROM WS-TAM-ITEM.
           PERFORM Acrescenta-Item.

       Monta-Valor-Depois.
           MOVE SPACES TO WS-ITEM.
           MOVE 1 TO WS-TAM-ITEM.
           STRING FUNCTION TRIM(WS-NOME-CAMPO (WS-IND)) " "
               FUNCTION TRIM(WS-VAL-DEPOIS (WS-IND))
               DELIMITED BY SIZE INTO WS-ITEM
               WITH POINTER WS-TAM-ITEM.
           SUBTRACT 1 FROM WS-TAM-ITEM.
           PERFORM Acrescenta-Item.

       Monta-Valor-Antes.
           MOVE SPACES TO WS-ITEM.
           MOVE 1 TO WS-TAM-ITEM.
           STRING FUNCTION TRIM(WS-NOME-CAMPO (WS-IND)) " "
               FUNCTION TRIM(WS-VAL-ANTES (WS-IND))
               DELIMITED BY SIZE INTO WS-ITEM
               WITH POINTER WS-TAM-ITEM.
           SUBTRACT 1 FROM WS-TAM-ITEM.
           PERFORM Acrescenta-Item.

      * Items go on indented lines, comma separated, wrapping before
      * column 128.
       Acrescenta-Item.
           IF WS-PONTEIRO > 6
               AND WS-PONTEIRO + WS-TAM-ITEM + 2 > 128
               PERFORM Grava-Linha
               MOVE SPACES TO WS-LINHA-SAIDA
               MOVE 6 TO WS-PONTEIRO
           END-IF.
           IF WS-PONTEIRO > 6
               STRING ", " DELIMITED BY SIZE INTO WS-LINHA-SAIDA
                   WITH POINTER WS-PONTEIRO
           END-IF.
           STRING WS-ITEM (1:WS-TAM-ITEM)
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA
               WITH POINTER WS-PONTEIRO.

      ******************************************************************
      * (A)rquivamento - safety copy, then split the live journal on
      * the cutoff date, under the master lock so no updater writes
      * to it meanwhile.
      ******************************************************************
       Arquivamento.
           DISPLAY "Data de corte (AAAA-MM-DD) - entradas anteriores "
               "serao arquivadas: ".
           ACCEPT WS-DATA-CORTE.
           IF WS-DATA-CORTE (1:4) IS NOT NUMERIC
               OR WS-DATA-CORTE (5:1) NOT = "-"
               OR WS-DATA-CORTE (6:2) IS NOT NUMERIC
               OR WS-DATA-CORTE (8:1) NOT = "-"
               OR WS-DATA-CORTE (9:2) IS NOT NUMERIC
               DISPLAY "Data de corte invalida"
               STOP RUN
           END-IF.
           DISPLAY "RecuperaMaster so aplica o jornal vivo: a data de "
               "corte nao pode passar da ultima geracao do "
               "BackupMaster. Confirma (S/N): ".
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               DISPLAY "Arquivamento cancelado."
               STOP RUN
           END-IF.
           MOVE "A" TO WS-TRAVA-ACAO.
           CALL "TRAVA" USING WS-TRAVA-ACAO WS-ACS-PROGRAMA
               WS-TRAVA-OPERADOR WS-TRAVA-RESULTADO.
           IF WS-TRAVA-RESULTADO NOT = "S"
               DISPLAY "Arquivamento nao iniciado - master em uso."
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-NOME-ARQMORTO.
           STRING "JORNARC." WS-DATA-CORTE (1:4)
               WS-DATA-CORTE (6:2) WS-DATA-CORTE (9:2) ".DAT"
               DELIMITED BY SIZE INTO WS-NOME-ARQMORTO.
           PERFORM Copia-Para-Backup.
           PERFORM Reparte-Backup.
           IF WS-SEGMENTO-NOVO = "S"
               PERFORM Registra-Segmento
           END-IF.
           MOVE "L" TO WS-TRAVA-ACAO.
           CALL "TRAVA" USING WS-TRAVA-ACAO WS-ACS-PROGRAMA
               WS-TRAVA-OPERADOR WS-TRAVA-RESULTADO.
           DISPLAY "Mantidas: " WS-TOTAL-MANTIDOS
               " Arquivadas: " WS-TOTAL-ARQUIVADOS.
           DISPLAY "Jornal arquivado: " WS-NOME-ARQMORTO.
           DISPLAY "Copia de seguranca: JORNAL.BAK".
           PERFORM Grava-Auditoria.

       Copia-Para-Backup.
           MOVE "JORNAL.DAT" TO WS-NOME-JORNAL.
           OPEN INPUT JORNAL-FILE.
           IF WS-JORNAL-STATUS NOT = "00"
               DISPLAY "Nao foi possivel abrir JORNAL.DAT (status "
                   WS-JORNAL-STATUS ")"
               PERFORM Libera-Trava
               STOP RUN
           END-IF.
           OPEN OUTPUT JORNAL-BACKUP.
           IF WS-BACKUP-STATUS NOT = "00"
               DISPLAY "Nao foi possivel criar JORNAL.BAK (status "
                   WS-BACKUP-STATUS ") - jornal nao alterado"
               CLOSE JORNAL-FILE
               PERFORM Libera-Trava
               STOP RUN
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ JORNAL-FILE
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       MOVE JORNAL-REG TO REG-BACKUP
                       WRITE REG-BACKUP
               END-READ
           END-PERFORM.
           CLOSE JORNAL-FILE.
           CLOSE JORNAL-BACKUP.

      * Archiving twice with the same cutoff adds to the segment
      * instead of overwriting it.
       Reparte-Backup.
           MOVE "N" TO WS-SEGMENTO-NOVO.
           OPEN EXTEND ARQUIVO-MORTO.
           IF WS-MORTO-STATUS = "35"
               OPEN OUTPUT ARQUIVO-MORTO
               MOVE "S" TO WS-SEGMENTO-NOVO
           END-IF.
           IF WS-MORTO-STATUS NOT = "00"
               DISPLAY "Nao foi possivel abrir "
                   FUNCTION TRIM(WS-NOME-ARQMORTO) " (status "
                   WS-MORTO-STATUS ") - jornal nao alterado"
               PERFORM Libera-Trava
               STOP RUN
           END-IF.
           OPEN INPUT JORNAL-BACKUP.
           IF WS-BACKUP-STATUS NOT = "00"
               DISPLAY "Nao foi possivel abrir JORNAL.BAK (status "
                   WS-BACKUP-STATUS ") - jornal nao alterado"
               CLOSE ARQUIVO-MORTO
               PERFORM Libera-Trava
               STOP RUN
           END-IF.
           OPEN OUTPUT JORNAL-FILE.
           IF WS-JORNAL-STATUS NOT = "00"
               DISPLAY "Nao foi possivel regravar JORNAL.DAT (status "
                   WS-JORNAL-STATUS ") - jornal nao alterado, copia "
                   "em JORNAL.BAK"
               CLOSE JORNAL-BACKUP
               CLOSE ARQUIVO-MORTO
               PERFORM Libera-Trava
               STOP RUN
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ JORNAL-BACKUP
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       PERFORM Reparte-Linha
               END-READ
           END-PERFORM.
           CLOSE JORNAL-BACKUP.
           CLOSE JORNAL-FILE.
           CLOSE ARQUIVO-MORTO.

       Reparte-Linha.
           IF BAK-DATA < WS-DATA-CORTE
               ADD 1 TO WS-TOTAL-ARQUIVADOS
               MOVE REG-BACKUP TO REG-MORTO
               WRITE REG-MORTO
           ELSE
               ADD 1 TO WS-TOTAL-MANTIDOS
               MOVE REG-BACKUP TO JORNAL-REG
               WRITE JORNAL-REG
           END-IF.

       Registra-Segmento.
           OPEN EXTEND LISTA-ARQUIVOS.
           IF WS-LISTA-STATUS = "35"
               OPEN OUTPUT LISTA-ARQUIVOS
           END-IF.
           MOVE WS-NOME-ARQMORTO TO REG-LISTA.
           WRITE REG-LISTA.
           CLOSE LISTA-ARQUIVOS.

       Libera-Trava.
           MOVE "L" TO WS-TRAVA-ACAO.
           CALL "TRAVA" USING WS-TRAVA-ACAO WS-ACS-PROGRAMA
               WS-TRAVA-OPERADOR WS-TRAVA-RESULTADO.

       Grava-Auditoria.
           MOVE SPACES TO WS-AUD-ENTRADA.
           STRING "operador=" FUNCTION TRIM(WS-ACS-OPERADOR)
               " corte=" WS-DATA-CORTE
               " arquivo=" FUNCTION TRIM(WS-NOME-ARQMORTO)
               DELIMITED BY SIZE INTO WS-AUD-ENTRADA.
           MOVE SPACES TO WS-AUD-RESULTADO.
           STRING "acao=ARQUIVAMENTO mantidas=" WS-TOTAL-MANTIDOS
               " arquivadas=" WS-TOTAL-ARQUIVADOS
               DELIMITED BY SIZE INTO WS-AUD-RESULTADO.
           CALL "AUDITLOG" USING WS-ACS-PROGRAMA WS-AUD-SESSAO
               WS-AUD-ENTRADA
               WS-AUD-RESULTADO.

       Grava-Linha.
           DISPLAY WS-LINHA-SAIDA.
           MOVE WS-LINHA-SAIDA TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
       END PROGRAM HistoricoAlteracao.
