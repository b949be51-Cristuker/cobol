      * Fielded record layout of the master update journal
      * (JORNAL.DAT), written by the JORNAL subprogram on every
      * WRITE (W), REWRITE (R) and DELETE (D) a program applies to
      * ALUNOS.DAT: timestamp, program, operation, the full
      * before/after record images, the signed-on operator and an
      * optional reference for the change (the pedido de revisao
      * protocol when a granted revision is applied, spaces
      * otherwise). The last two fields sit after the images, so
      * entries written before they existed read back with them
      * blank. RecuperaMaster replays the
      * after-images on top of a restored generation to rebuild the
      * master up to a point in time. The image fields are sized
      * with room beyond the current ALUNO-REG length so a layout
           02 JRN-ANTES     PIC X(130).
           02 FILLER        PIC X(1).
           02 JRN-DEPOIS    PIC X(130).
           02 FILLER        PIC X(1).
           02 JRN-OPERADOR  PIC X(8).
           02 FILLER        PIC X(1).
           02 JRN-REFERENCIA PIC X(20).
