      ******************************************************************
      * Author: vdndll
      * Date: 15/10/2026
      * Purpose: manutencao das regras de pre-requisito entre materias
      *          (PREREQ). Le as transacoes em lote de PRQTRAN
      *          (inclusao/alteracao/exclusao da regra de uma
      *          materia), valida cada uma (materia e cada
      *          pre-requisito cadastrados em PARMAT, materia que nao
      *          exige a si mesma, de 1 a 6 pre-requisitos na lista e
      *          quantidade exigida entre 1 e o tamanho da lista),
      *          grava as aceitas em PREREQ, rejeita as invalidas com
      *          o motivo em PRQREJ e acrescenta em PRQHIST a imagem
      *          antes/depois de cada alteracao, no mesmo molde de
      *          manutencao_parmat. calculo_media e critica_lotes
      *          consultam este arquivo antes de aceitar o primeiro
      *          lancamento de uma materia para uma matricula.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 vdndll - versao inicial.
      *   15/10/2026 vdndll - pre-requisito repetido na lista da regra
      *                       e rejeitado: com a mesma materia duas
      *                       vezes, uma unica aprovacao contava em
      *                       dobro para a quantidade exigida.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. manutencao_prereq.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PREREQUISITOS ASSIGN TO "PREREQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRE-MATERIA
               FILE STATUS IS WS-FS-PREREQUISITOS.

           SELECT ARQ-PARAMETROS ASSIGN TO "PARMAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAR-MATERIA
               FILE STATUS IS WS-FS-PARAMETROS.

           SELECT ARQ-TRANSACAO ASSIGN TO "PRQTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRANSACAO.

           SELECT ARQ-REJEITADAS ASSIGN TO "PRQREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REJEITADAS.

           SELECT ARQ-HISTORICO ASSIGN TO "PRQHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HISTORICO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PREREQUISITOS.
           COPY PREREG.

       FD  ARQ-PARAMETROS.
           COPY PARMAT.

      * Cada transacao traz o codigo da operacao (I=inclusao,
      * A=alteracao, E=exclusao) seguido do mesmo layout de
      * PRE-REGISTRO; na exclusao apenas TRN-MATERIA e considerada.
       FD  ARQ-TRANSACAO.
       01  TRN-REGISTRO.
           03 TRN-OPERACAO             PIC X(01).
              88 TRN-INCLUSAO               VALUE 'I'.
              88 TRN-ALTERACAO              VALUE 'A'.
              88 TRN-EXCLUSAO               VALUE 'E'.
           03 TRN-MATERIA              PIC X(20).
           03 TRN-QTD-EXIGIDA          PIC 9(01).
           03 TRN-QTD-REQUISITOS       PIC 9(01).
           03 TRN-REQUISITO OCCURS 6 TIMES
                                       PIC X(20).

       FD  ARQ-REJEITADAS.
       01  REJ-LINHA                   PIC X(100).

      * Imagem antes/depois de cada transacao aceita. Na inclusao a
      * imagem-antes fica em branco; na exclusao, a imagem-depois.
       FD  ARQ-HISTORICO.
       01  HST-REGISTRO.
           03 HST-DATA                 PIC 9(08).
           03 HST-HORA                 PIC 9(08).
           03 HST-OPERACAO             PIC X(01).
           03 HST-IMAGEM-ANTES         PIC X(142).
           03 HST-IMAGEM-DEPOIS        PIC X(142).

       WORKING-STORAGE SECTION.
         77 WS-FS-PREREQUISITOS    PIC X(02) VALUE SPACES.
         77 WS-FS-PARAMETROS       PIC X(02) VALUE SPACES.
         77 WS-FS-TRANSACAO        PIC X(02) VALUE SPACES.
         77 WS-FS-REJEITADAS       PIC X(02) VALUE SPACES.
         77 WS-FS-HISTORICO        PIC X(02) VALUE SPACES.
         77 WS-I                   PIC 9(02) COMP VALUE ZERO.
         77 WS-J                   PIC 9(02) COMP VALUE ZERO.
         77 WS-SW-FIM-TRANSACAO    PIC X(01) VALUE 'N'.
            88 FIM-TRANSACOES          VALUE 'S'.
         77 WS-SW-TRAN-ABERTO      PIC X(01) VALUE 'N'.
            88 TRANSACOES-ABERTAS      VALUE 'S'.
         77 WS-SW-TRN-VALIDA       PIC X(01) VALUE 'S'.
            88 TRANSACAO-VALIDA        VALUE 'S'.
         77 WS-SW-JA-EXISTE        PIC X(01) VALUE 'N'.
            88 REGRA-JA-EXISTE         VALUE 'S'.
         77 WS-MOTIVO-REJEICAO     PIC X(60) VALUE SPACES.
         77 WS-IMAGEM-ANTES        PIC X(142) VALUE SPACES.
         77 WS-DATA-HOJE           PIC 9(08) VALUE ZERO.
         77 WS-HORA-AGORA          PIC 9(08) VALUE ZERO.
         77 WS-CONT-LIDAS          PIC 9(05) VALUE ZERO.
         77 WS-CONT-ACEITAS        PIC 9(05) VALUE ZERO.
         77 WS-CONT-REJEITADAS     PIC 9(05) VALUE ZERO.
         77 WS-EDIT-CONTADOR       PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM P010-ABRIR-ARQUIVOS.
           PERFORM P100-PROCESSAR-TRANSACOES THRU P100-FIM
               UNTIL FIM-TRANSACOES.
           PERFORM P999-FINAL.

      * PREREQ recebe o mesmo tratamento de "arquivo ainda nao
      * existe" dos demais indexados: status 35 no OPEN I-O cria o
      * arquivo vazio antes de reabrir. PARMAT e apenas consultado.
      * PRQHIST e acumulativo (EXTEND), como os demais logs.
       P010-ABRIR-ARQUIVOS.
           OPEN I-O ARQ-PREREQUISITOS
           IF WS-FS-PREREQUISITOS = '35'
               OPEN OUTPUT ARQ-PREREQUISITOS
               CLOSE ARQ-PREREQUISITOS
               OPEN I-O ARQ-PREREQUISITOS
           END-IF

           OPEN INPUT ARQ-PARAMETROS

           OPEN INPUT ARQ-TRANSACAO
           IF WS-FS-TRANSACAO = '00'
               SET TRANSACOES-ABERTAS TO TRUE
           ELSE
               DISPLAY 'ARQUIVO DE TRANSACOES PRQTRAN NAO ENCONTRADO.'
               SET FIM-TRANSACOES TO TRUE
           END-IF

           OPEN OUTPUT ARQ-REJEITADAS

           OPEN EXTEND ARQ-HISTORICO
           IF WS-FS-HISTORICO = '05' OR WS-FS-HISTORICO = '35'
               OPEN OUTPUT ARQ-HISTORICO
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           .

       P100-PROCESSAR-TRANSACOES.
           READ ARQ-TRANSACAO
               AT END
                   SET FIM-TRANSACOES TO TRUE
               NOT AT END
                   ADD 1 TO WS-CONT-LIDAS
                   PERFORM P200-PROCESSAR-TRANSACAO THRU P200-FIM
           END-READ
           .
       P100-FIM.

       P200-PROCESSAR-TRANSACAO.
           MOVE 'S' TO WS-SW-TRN-VALIDA
           MOVE SPACES TO WS-MOTIVO-REJEICAO

           PERFORM P210-LOCALIZAR-REGRA
           PERFORM P220-VALIDAR-TRANSACAO THRU P220-FIM

           IF TRANSACAO-VALIDA
               PERFORM P300-APLICAR-TRANSACAO THRU P300-FIM
           END-IF

      * P300 derruba TRANSACAO-VALIDA quando a gravacao em PREREQ
      * falha, para a transacao cair na rejeicao em vez de ser aceita
      * (e historiada) sem ter chegado ao arquivo.
           IF TRANSACAO-VALIDA
               ADD 1 TO WS-CONT-ACEITAS
           ELSE
               PERFORM P400-GRAVAR-REJEICAO
               ADD 1 TO WS-CONT-REJEITADAS
           END-IF
           .
       P200-FIM.

      * Verifica se a materia da transacao ja tem regra em PREREQ;
      * quando tem, PRE-REGISTRO fica carregado com o registro atual,
      * que sera a imagem-antes do historico.
       P210-LOCALIZAR-REGRA.
           MOVE 'N' TO WS-SW-JA-EXISTE
           MOVE SPACES TO WS-IMAGEM-ANTES
           MOVE TRN-MATERIA TO PRE-MATERIA
           READ ARQ-PREREQUISITOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET REGRA-JA-EXISTE TO TRUE
                   MOVE PRE-REGISTRO TO WS-IMAGEM-ANTES
           END-READ
           .

      * A materia e cada pre-requisito da lista precisam existir em
      * PARMAT (regra sobre materia desconhecida nunca seria
      * cumprida); a materia nao pode exigir a si mesma; a lista vai
      * de 1 a 6 materias, sem posicao em branco dentro da
      * quantidade informada, e a quantidade exigida vai de 1 ao
      * tamanho da lista. Inclusao de regra ja existente e alteracao
      * ou exclusao de regra inexistente sao rejeitadas.
       P220-VALIDAR-TRANSACAO.
           IF TRN-MATERIA = SPACES
               MOVE 'MATERIA EM BRANCO' TO WS-MOTIVO-REJEICAO
               MOVE 'N' TO WS-SW-TRN-VALIDA
               GO TO P220-FIM
           END-IF

           EVALUATE TRUE
               WHEN TRN-INCLUSAO
                   IF REGRA-JA-EXISTE
                       MOVE 'INCLUSAO DE REGRA JA CADASTRADA'
                           TO WS-MOTIVO-REJEICAO
                       MOVE 'N' TO WS-SW-TRN-VALIDA
                       GO TO P220-FIM
                   END-IF
               WHEN TRN-ALTERACAO
                   IF NOT REGRA-JA-EXISTE
                       MOVE 'ALTERACAO DE REGRA NAO CADASTRADA'
                           TO WS-MOTIVO-REJEICAO
                       MOVE 'N' TO WS-SW-TRN-VALIDA
                       GO TO P220-FIM
                   END-IF
               WHEN TRN-EXCLUSAO
                   IF NOT REGRA-JA-EXISTE
                       MOVE 'EXCLUSAO DE REGRA NAO CADASTRADA'
                           TO WS-MOTIVO-REJEICAO
                       MOVE 'N' TO WS-SW-TRN-VALIDA
                   END-IF
                   GO TO P220-FIM
               WHEN OTHER
                   MOVE 'CODIGO DE OPERACAO INVALIDO (USE I/A/E)'
                       TO WS-MOTIVO-REJEICAO
                   MOVE 'N' TO WS-SW-TRN-VALIDA
                   GO TO P220-FIM
           END-EVALUATE

           MOVE TRN-MATERIA TO PAR-MATERIA
           READ ARQ-PARAMETROS
               INVALID KEY
                   MOVE 'MATERIA NAO CADASTRADA EM PARMAT'
                       TO WS-MOTIVO-REJEICAO
                   MOVE 'N' TO WS-SW-TRN-VALIDA
                   GO TO P220-FIM
           END-READ

           IF TRN-QTD-REQUISITOS < 1 OR TRN-QTD-REQUISITOS > 6
               MOVE 'QTD DE PRE-REQUISITOS FORA DO INTERVALO 1-6'
                   TO WS-MOTIVO-REJEICAO
               MOVE 'N' TO WS-SW-TRN-VALIDA
               GO TO P220-FIM
           END-IF

           IF TRN-QTD-EXIGIDA < 1
               OR TRN-QTD-EXIGIDA > TRN-QTD-REQUISITOS
               MOVE 'QTD EXIGIDA FORA DO INTERVALO 1-QTD DA LISTA'
                   TO WS-MOTIVO-REJEICAO
               MOVE 'N' TO WS-SW-TRN-VALIDA
               GO TO P220-FIM
           END-IF

           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > TRN-QTD-REQUISITOS
                   OR NOT TRANSACAO-VALIDA
               IF TRN-REQUISITO (WS-I) = SPACES
                   MOVE 'PRE-REQUISITO EM BRANCO NA LISTA'
                       TO WS-MOTIVO-REJEICAO
                   MOVE 'N' TO WS-SW-TRN-VALIDA
               ELSE
                   IF TRN-REQUISITO (WS-I) = TRN-MATERIA
                       MOVE 'MATERIA EXIGE A SI MESMA'
                           TO WS-MOTIVO-REJEICAO
                       MOVE 'N' TO WS-SW-TRN-VALIDA
                   ELSE
                       PERFORM VARYING WS-J FROM 1 BY 1
                               UNTIL WS-J NOT < WS-I
                               OR NOT TRANSACAO-VALIDA
                           IF TRN-REQUISITO (WS-J) =
                              TRN-REQUISITO (WS-I)
                               MOVE 'PRE-REQUISITO REPETIDO NA LISTA'
                                   TO WS-MOTIVO-REJEICAO
                               MOVE 'N' TO WS-SW-TRN-VALIDA
                           END-IF
                       END-PERFORM
                   END-IF
                   IF TRANSACAO-VALIDA
                       MOVE TRN-REQUISITO (WS-I) TO PAR-MATERIA
                       READ ARQ-PARAMETROS
                           INVALID KEY
                               MOVE SPACES TO WS-MOTIVO-REJEICAO
                               STRING 'PRE-REQUISITO NAO CADASTRADO '
                                          DELIMITED BY SIZE
                                      'EM PARMAT: ' DELIMITED BY SIZE
                                      TRN-REQUISITO (WS-I)
                                          DELIMITED BY SIZE
                                   INTO WS-MOTIVO-REJEICAO
                               MOVE 'N' TO WS-SW-TRN-VALIDA
                       END-READ
                   END-IF
               END-IF
           END-PERFORM
           .
       P220-FIM.

      * O status de arquivo e conferido apos cada operacao, como em
      * manutencao_parmat: uma gravacao que falhou nao pode ser
      * contada como aceita nem ganhar imagem em PRQHIST.
       P300-APLICAR-TRANSACAO.
           EVALUATE TRUE
               WHEN TRN-INCLUSAO
                   PERFORM P310-MONTAR-REGISTRO
                   WRITE PRE-REGISTRO
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               WHEN TRN-ALTERACAO
                   PERFORM P310-MONTAR-REGISTRO
                   REWRITE PRE-REGISTRO
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               WHEN TRN-EXCLUSAO
                   MOVE TRN-MATERIA TO PRE-MATERIA
                   DELETE ARQ-PREREQUISITOS
                       INVALID KEY
                           CONTINUE
                   END-DELETE
           END-EVALUATE

           IF WS-FS-PREREQUISITOS = '00'
               PERFORM P320-GRAVAR-HISTORICO
               DISPLAY 'TRANSACAO ' TRN-OPERACAO ' APLICADA: '
                       TRN-MATERIA
           ELSE
               MOVE SPACES TO WS-MOTIVO-REJEICAO
               STRING 'ERRO DE GRAVACAO EM PREREQ (STATUS '
                          DELIMITED BY SIZE
                      WS-FS-PREREQUISITOS DELIMITED BY SIZE
                      ')' DELIMITED BY SIZE
                   INTO WS-MOTIVO-REJEICAO
               MOVE 'N' TO WS-SW-TRN-VALIDA
           END-IF
           .
       P300-FIM.

      * Posicoes alem de TRN-QTD-REQUISITOS sao gravadas em branco,
      * para uma lista encurtada na alteracao nao deixar sobras.
       P310-MONTAR-REGISTRO.
           MOVE TRN-MATERIA        TO PRE-MATERIA
           MOVE TRN-QTD-EXIGIDA    TO PRE-QTD-EXIGIDA
           MOVE TRN-QTD-REQUISITOS TO PRE-QTD-REQUISITOS
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 6
               IF WS-I > TRN-QTD-REQUISITOS
                   MOVE SPACES TO PRE-REQUISITO (WS-I)
               ELSE
                   MOVE TRN-REQUISITO (WS-I) TO PRE-REQUISITO (WS-I)
               END-IF
           END-PERFORM
           .

      * Acrescenta em PRQHIST a imagem antes/depois da transacao
      * aplicada. Na exclusao nao ha imagem-depois; na inclusao nao
      * ha imagem-antes (WS-IMAGEM-ANTES ficou em branco em P210).
       P320-GRAVAR-HISTORICO.
           ACCEPT WS-HORA-AGORA FROM TIME
           MOVE WS-DATA-HOJE    TO HST-DATA
           MOVE WS-HORA-AGORA   TO HST-HORA
           MOVE TRN-OPERACAO    TO HST-OPERACAO
           MOVE WS-IMAGEM-ANTES TO HST-IMAGEM-ANTES
           IF TRN-EXCLUSAO
               MOVE SPACES TO HST-IMAGEM-DEPOIS
           ELSE
               MOVE PRE-REGISTRO TO HST-IMAGEM-DEPOIS
           END-IF
           WRITE HST-REGISTRO
           .

       P400-GRAVAR-REJEICAO.
           MOVE SPACES TO REJ-LINHA
           STRING TRN-OPERACAO       DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  TRN-MATERIA        DELIMITED BY SIZE
                  ' REJEITADA: '     DELIMITED BY SIZE
                  WS-MOTIVO-REJEICAO DELIMITED BY SIZE
               INTO REJ-LINHA
           WRITE REJ-LINHA
           DISPLAY REJ-LINHA
           .

       P999-FINAL.
           MOVE WS-CONT-LIDAS TO WS-EDIT-CONTADOR
           DISPLAY 'TRANSACOES LIDAS.....: ' WS-EDIT-CONTADOR
           MOVE WS-CONT-ACEITAS TO WS-EDIT-CONTADOR
           DISPLAY 'TRANSACOES ACEITAS...: ' WS-EDIT-CONTADOR
           MOVE WS-CONT-REJEITADAS TO WS-EDIT-CONTADOR
           DISPLAY 'TRANSACOES REJEITADAS: ' WS-EDIT-CONTADOR
           CLOSE ARQ-PREREQUISITOS
           CLOSE ARQ-PARAMETROS
           IF TRANSACOES-ABERTAS
               CLOSE ARQ-TRANSACAO
           END-IF
           CLOSE ARQ-REJEITADAS
           CLOSE ARQ-HISTORICO
           DISPLAY 'MANUTENCAO DE PREREQ FINALIZADA.'
            STOP RUN.
       END PROGRAM manutencao_prereq.
