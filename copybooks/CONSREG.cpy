      ******************************************************************
      * Record layout for the conselho de classe deliberations
      * (CONSELHO.DAT), keyed matricula/ano/disciplina - one record
      * per annual result the council deliberated on, maintained by
      * ConselhoClasse. The council never touches the media: the
      * RESULTADO.DAT record stays exactly as FechaAno computed it
      * and the decision lives here, next to it. CON-SITUACAO is
      * "APROVADO PELO CONSELHO" or "REPROVADO" (reprovacao mantida);
      * CON-SIT-ORIGINAL and CON-MEDIA-ANUAL keep a copy of the
      * result the council saw, so the transcript still shows it
      * after RESULTADO.DAT is rebuilt for the next year.
      * CON-OPERADOR/CON-DATA-REGISTRO record who keyed the decision.
      ******************************************************************
       01 CONSELHO-REG.
           02 CON-CHAVE.
               03 CON-MATRICULA  PIC 9(5).
               03 CON-ANO        PIC 9(4).
               03 CON-DISCIPLINA PIC X(12).
           02 CON-TURMA         PIC X(6).
           02 CON-MEDIA-ANUAL   PIC 9(2)V99.
           02 CON-SIT-ORIGINAL  PIC X(12).
           02 CON-SITUACAO      PIC X(22).
           02 CON-ATA           PIC X(10).
           02 CON-DATA-REUNIAO  PIC X(10).
           02 CON-JUSTIFICATIVA PIC X(200).
           02 CON-OPERADOR      PIC X(8).
           02 CON-DATA-REGISTRO PIC X(10).
