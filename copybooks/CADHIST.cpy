      *   02/09/2026 vdndll - imagens alargadas para X(169) junto com
      *                       CADREG (frequencia); nova origem F
      *                       (carga de frequencia).
      *   15/10/2026 vdndll - nova origem V (revisao de nota aprovada,
      *                       aplicada por revisao_nota).
      ******************************************************************
       01  HIS-REGISTRO.
           03 HIS-DATA                 PIC 9(08).
               88 ORIGEM-LOTE               VALUE 'L'.
               88 ORIGEM-RECUPERACAO        VALUE 'R'.
               88 ORIGEM-FREQUENCIA         VALUE 'F'.
               88 ORIGEM-REVISAO            VALUE 'V'.
           03 HIS-IMAGEM-ANTES         PIC X(169).
           03 HIS-IMAGEM-DEPOIS        PIC X(169).
