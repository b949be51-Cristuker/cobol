      ******************************************************************
      * Record layout for the prior-school origin of historico entries
      * (ORIGEM.DAT), keyed matricula/ano/disciplina exactly like the
      * HISTORICO.DAT records it annotates - written by
      * ImportaHistorico next to every annual result it loads from a
      * transfer-in student's transcript. A HISTORICO.DAT year with
      * ORIGEM.DAT records was "cursado em outra escola"; without
      * them it was ours. The historico keeps the result converted to
      * our 0 a 10 scale (bimestre 0 = resultado anual); this record
      * keeps the school, the disciplina as the transcript named it
      * and the nota in the school's own scale (ORI-NOTA-ORIGINAL out
      * of ORI-ESCALA-MAXIMA). ORI-CARGA is "D" when the secretaria
      * keyed it and "A" when it came from the HISTIMPORT.DAT file.
      ******************************************************************
       01 ORIGEM-REG.
           02 ORI-CHAVE.
               03 ORI-MATRICULA  PIC 9(5).
               03 ORI-ANO        PIC 9(4).
               03 ORI-DISCIPLINA PIC X(12).
           02 ORI-ESCOLA         PIC X(50).
           02 ORI-MUNICIPIO      PIC X(30).
           02 ORI-UF             PIC X(2).
           02 ORI-DISC-ORIGEM    PIC X(30).
           02 ORI-NOTA-ORIGINAL  PIC 9(3)V99.
           02 ORI-ESCALA-MAXIMA  PIC 9(3)V99.
           02 ORI-CARGA          PIC X(1).
           02 ORI-OPERADOR       PIC X(8).
           02 ORI-DATA-REGISTRO  PIC X(10).
