      *          (CADASTRO.DAT, keyed on matricula - layout in
      *          copybooks/CADREG.cpy): include a new student, alter
      *          the stored data, consult, reactivate or deactivate
      *          (withdrawal), with the turma the student is enrolled
      *          in (validated against TURMAS.DAT). A withdrawal
      *          records why the student left (T transferido para
      *          outra escola, A abandono) and the date, for the
      *          census counted by RendimentoEscolar; deactivating an
      *          already inactive student just corrects the reason.
      *          The grade programs (NotaAlunos, CargaNotas,
      *          ManutAluno) validate every matricula against this
      *          file and pull the name from it, so the name is
      *          keyed exactly once - here. Every change is written
      *          to the shared AUDITLOG with the operator's name.
      * Tectonics: calls the shared AUDITLOG subprogram (shared/
      *            AUDITLOG.cbl), so that file must be compiled
      *            together with this one - see build.sh.
               ACCESS MODE RANDOM
               RECORD KEY IS CAD-MATRICULA
               FILE STATUS IS WS-CADASTRO-STATUS.
           SELECT TURMAS-TAB ASSIGN TO "TURMAS.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS TRM-CODIGO
               FILE STATUS IS WS-TURMA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CADASTRO-MASTER.
       COPY "CADREG.cpy".

       FD  TURMAS-TAB.
       COPY "TURMAREG.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CADASTRO-STATUS PIC X(2).
       01 WS-TURMA-STATUS    PIC X(2).
       01 WS-TURMA-OK        PIC X(1).
       01 WS-OPERADOR        PIC X(20).
       01 WS-MATRICULA       PIC 9(5).
       01 WS-OPCAO           PIC X(1).
       01 WS-CONTINUAR       PIC X(1) VALUE "S".
       01 WS-MOTIVO-BAIXA    PIC X(1).
       01 WS-DATA-HOJE.
           02 WS-HOJE-ANO    PIC X(4).
           02 FILLER         PIC X(1) VALUE "-".
           02 WS-HOJE-MES    PIC X(2).
           02 FILLER         PIC X(1) VALUE "-".
           02 WS-HOJE-DIA    PIC X(2).
       01 DADOS.
           02 nomeAluno   PIC A(50).
           02 nascimento  PIC X(10).
           02 responsavel PIC X(50).
           02 telefone    PIC X(15).
           02 endereco    PIC X(60).
           02 turma       PIC X(6).
       01 WS-ACS-NIVEL     PIC 9(1) VALUE 3.
       01 WS-ACS-OPERADOR  PIC X(8).
       01 WS-ACS-RESULTADO PIC X(1).
       Inicio.
           DISPLAY "Cadastro de alunos".
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-AUD-SESSAO.
           MOVE WS-AUD-SESSAO (1:4) TO WS-HOJE-ANO.
           MOVE WS-AUD-SESSAO (5:2) TO WS-HOJE-MES.
           MOVE WS-AUD-SESSAO (7:2) TO WS-HOJE-DIA.
           CALL "ACESSO" USING WS-AUD-PROGRAMA WS-ACS-NIVEL
               WS-ACS-OPERADOR WS-ACS-RESULTADO.
           IF WS-ACS-RESULTADO NOT = "S"
                   WS-CADASTRO-STATUS ")"
               STOP RUN
           END-IF.
           OPEN INPUT TURMAS-TAB.
           IF WS-TURMA-STATUS NOT = "00"
               DISPLAY "Nao foi possivel abrir TURMAS.DAT (status "
                   WS-TURMA-STATUS ") - cadastre as turmas em "
                   "ManutTabelas"
               CLOSE CADASTRO-MASTER
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-CONTINUAR = "N" OR WS-CONTINUAR = "n"
               PERFORM Menu-Cadastro
               DISPLAY "Outra operacao (S/N): "
               ACCEPT WS-CONTINUAR
           END-PERFORM.
           CLOSE CADASTRO-MASTER.
           CLOSE TURMAS-TAB.
           STOP RUN.

       Menu-Cadastro.
           ACCEPT telefone.
           DISPLAY "Endereco: ".
           ACCEPT endereco.
           DISPLAY "Turma (ex.: 1A): ".
           ACCEPT turma.
           PERFORM Valida-Turma.
           PERFORM UNTIL WS-TURMA-OK = "S"
               DISPLAY "Turma nao cadastrada/inativa, de novo: "
               ACCEPT turma
               PERFORM Valida-Turma
           END-PERFORM.

       Valida-Turma.
           MOVE "N" TO WS-TURMA-OK.
           MOVE turma TO TRM-CODIGO.
           READ TURMAS-TAB
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF TRM-ATIVO = "S"
                       MOVE "S" TO WS-TURMA-OK
                   END-IF
           END-READ.

       Inclui-Aluno.
           PERFORM Pede-Matricula.
           MOVE telefone     TO CAD-TELEFONE.
           MOVE endereco     TO CAD-ENDERECO.
           MOVE "S"          TO CAD-ATIVO.
           MOVE turma        TO CAD-TURMA.
           MOVE SPACES       TO CAD-BAIXA-MOTIVO.
           MOVE SPACES       TO CAD-BAIXA-DATA.
           WRITE CADASTRO-REG
               INVALID KEY
                   DISPLAY "Matricula ja cadastrada: " WS-MATRICULA
                   MOVE responsavel TO CAD-RESPONSAVEL
                   MOVE telefone    TO CAD-TELEFONE
                   MOVE endereco    TO CAD-ENDERECO
                   MOVE turma       TO CAD-TURMA
                   PERFORM Regrava-Aluno
           END-READ.

               INVALID KEY
                   DISPLAY "Matricula nao cadastrada: " WS-MATRICULA
               NOT INVALID KEY
                   PERFORM Pede-Motivo-Baixa
                   IF CAD-ATIVO NOT = "N"
                       MOVE WS-DATA-HOJE TO CAD-BAIXA-DATA
                   END-IF
                   MOVE "N" TO CAD-ATIVO
                   MOVE WS-MOTIVO-BAIXA TO CAD-BAIXA-MOTIVO
                   MOVE "DESATIVA" TO WS-AUD-ACAO
                   PERFORM Regrava-Aluno-Acao
           END-READ.
                   DISPLAY "Matricula nao cadastrada: " WS-MATRICULA
               NOT INVALID KEY
                   MOVE "S" TO CAD-ATIVO
                   MOVE SPACES TO CAD-BAIXA-MOTIVO
                   MOVE SPACES TO CAD-BAIXA-DATA
                   MOVE "REATIVA" TO WS-AUD-ACAO
                   PERFORM Regrava-Aluno-Acao
           END-READ.

       Pede-Motivo-Baixa.
           DISPLAY "Motivo da baixa - (T)ransferido para outra "
               "escola ou (A)bandono: ".
           ACCEPT WS-MOTIVO-BAIXA.
           INSPECT WS-MOTIVO-BAIXA CONVERTING "ta" TO "TA".
           PERFORM UNTIL WS-MOTIVO-BAIXA = "T"
               OR WS-MOTIVO-BAIXA = "A"
               DISPLAY "Digite T ou A: "
               ACCEPT WS-MOTIVO-BAIXA
               INSPECT WS-MOTIVO-BAIXA CONVERTING "ta" TO "TA"
           END-PERFORM.

       Mostra-Aluno.
           DISPLAY "Matricula  : " CAD-MATRICULA.
           DISPLAY "Nome       : " FUNCTION TRIM(CAD-NOME).
           DISPLAY "Responsavel: " FUNCTION TRIM(CAD-RESPONSAVEL).
           DISPLAY "Telefone   : " CAD-TELEFONE.
           DISPLAY "Endereco   : " FUNCTION TRIM(CAD-ENDERECO).
           DISPLAY "Turma      : " CAD-TURMA.
           DISPLAY "Ativo      : " CAD-ATIVO.
           IF CAD-ATIVO = "N"
               DISPLAY "Baixa      : " CAD-BAIXA-MOTIVO " em "
                   CAD-BAIXA-DATA
           END-IF.

       Regrava-Aluno.
           MOVE "ALTERACAO" TO WS-AUD-ACAO.
           MOVE SPACES TO WS-AUD-RESULTADO.
           STRING "acao=" FUNCTION TRIM(WS-AUD-ACAO)
               " ativo=" CAD-ATIVO
               " turma=" CAD-TURMA
               " baixa=" CAD-BAIXA-MOTIVO
               DELIMITED BY SIZE INTO WS-AUD-RESULTADO.
           CALL "AUDITLOG" USING WS-AUD-PROGRAMA WS-AUD-SESSAO
               WS-AUD-ENTRADA
