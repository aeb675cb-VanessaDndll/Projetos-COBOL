      *                       historico das materias ja cadastradas).
      *                       Aluno abaixo do piso e REPROV-FALTA
      *                       independentemente da media.
      *   15/10/2026 vdndll - PAR-MEDIA-MIN-REC: media minima para o
      *                       aluno REPROVADO! ter direito a prova de
      *                       recuperacao (janela de elegibilidade de
      *                       PAR-MEDIA-MIN-REC ate abaixo de
      *                       PAR-NOTA-CORTE; 0 = sem piso, todo
      *                       REPROVADO! por nota e elegivel).
      ******************************************************************
       01  PAR-REGISTRO.
           03 PAR-MATERIA             PIC X(20).
           03 PAR-PESO OCCURS 6 TIMES PIC 9V999.
           03 PAR-NOTA-CORTE          PIC 99V99.
           03 PAR-FREQ-MINIMA         PIC 9(03).
           03 PAR-MEDIA-MIN-REC       PIC 99V99.
