      *                       sem piso); a transacao traz o campo novo
      *                       e as imagens de PARHIST foram alargadas
      *                       junto com o registro.
      *   15/10/2026 vdndll - PARMAT ganhou a media minima para a
      *                       recuperacao PAR-MEDIA-MIN-REC (0-10,
      *                       abaixo da nota de corte; 0 = sem piso);
      *                       transacao e imagens de PARHIST alargadas
      *                       junto com o registro.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. manutencao_parmat.
           03 TRN-PESO OCCURS 6 TIMES  PIC 9V999.
           03 TRN-NOTA-CORTE           PIC 99V99.
           03 TRN-FREQ-MINIMA          PIC 9(03).
           03 TRN-MEDIA-MIN-REC        PIC 99V99.

       FD  ARQ-REJEITADAS.
       01  REJ-LINHA                   PIC X(100).
           03 HST-DATA                 PIC 9(08).
           03 HST-HORA                 PIC 9(08).
           03 HST-OPERACAO             PIC X(01).
           03 HST-IMAGEM-ANTES         PIC X(56).
           03 HST-IMAGEM-DEPOIS        PIC X(56).

       WORKING-STORAGE SECTION.
         77 WS-FS-PARAMETROS       PIC X(02) VALUE SPACES.
            88 MATERIA-JA-EXISTE       VALUE 'S'.
         77 WS-SOMA-PESOS          PIC 9(02)V999 VALUE ZERO.
         77 WS-MOTIVO-REJEICAO     PIC X(60) VALUE SPACES.
         77 WS-IMAGEM-ANTES        PIC X(56) VALUE SPACES.
         77 WS-DATA-HOJE           PIC 9(08) VALUE ZERO.
         77 WS-HORA-AGORA          PIC 9(08) VALUE ZERO.
         77 WS-CONT-LIDAS          PIC 9(05) VALUE ZERO.
               MOVE 'FREQUENCIA MINIMA FORA DO INTERVALO 0-100'
                   TO WS-MOTIVO-REJEICAO
               MOVE 'N' TO WS-SW-TRN-VALIDA
               GO TO P220-FIM
           END-IF

      * A janela de recuperacao vai da media minima ate abaixo do
      * corte; um piso igual ou acima do corte nao deixaria nenhum
      * reprovado elegivel.
           IF TRN-MEDIA-MIN-REC NOT NUMERIC
               OR (TRN-MEDIA-MIN-REC > 0
                   AND TRN-MEDIA-MIN-REC NOT < TRN-NOTA-CORTE)
               MOVE 'MEDIA MINIMA DE RECUPERACAO INVALIDA OU >= CORTE'
                   TO WS-MOTIVO-REJEICAO
               MOVE 'N' TO WS-SW-TRN-VALIDA
           END-IF
           .
       P220-FIM.
           END-PERFORM
           MOVE TRN-NOTA-CORTE TO PAR-NOTA-CORTE
           MOVE TRN-FREQ-MINIMA TO PAR-FREQ-MINIMA
           MOVE TRN-MEDIA-MIN-REC TO PAR-MEDIA-MIN-REC
           .

      * Acrescenta em PARHIST a imagem antes/depois da transacao
