      *          fielded record (copybooks/JRNREG.cpy) to JORNAL.DAT
      *          for every WRITE (W), REWRITE (R) and DELETE (D) a
      *          program applies to the student master ALUNOS.DAT:
      *          timestamp, calling program, operation, the full
      *          before/after record images, the signed-on operator
      *          and the caller's reference for the change (spaces
      *          when there is none). Together with the dated
      *          generations BackupMaster cuts, this is what lets
      *          RecuperaMaster rebuild the master after a crash
      *          mid-update - generation plus journal replay up to a
       01 LK-OPERACAO  PIC X(1).
       01 LK-ANTES     PIC X(130).
       01 LK-DEPOIS    PIC X(130).
       01 LK-OPERADOR  PIC X(8).
       01 LK-REFERENCIA PIC X(20).

       PROCEDURE DIVISION USING LK-PROGRAMA LK-OPERACAO LK-ANTES
           LK-DEPOIS LK-OPERADOR LK-REFERENCIA.
       Grava-Jornal.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE WS-TIMESTAMP(1:4)  TO WS-ANO.
           MOVE LK-OPERACAO     TO JRN-OPERACAO.
           MOVE LK-ANTES        TO JRN-ANTES.
           MOVE LK-DEPOIS       TO JRN-DEPOIS.
           MOVE LK-OPERADOR     TO JRN-OPERADOR.
           MOVE LK-REFERENCIA   TO JRN-REFERENCIA.
           WRITE JORNAL-REG.
           CLOSE JORNAL-FILE.
           GOBACK.
