      ******************************************************************
      * Author: vdndll
      * Date: 15/10/2026
      * Purpose: registro e decisao dos pedidos de revisao de nota
      *          (REVNOTA, ver REVREG). Le as transacoes em lote de
      *          REVTRAN: a inclusao registra um pedido novo como
      *          pendente (P); a alteracao corrige os dados de um
      *          pedido ainda pendente e e por ela que a coordenacao
      *          decide - situacao A (aprovado) ou N (negado); a
      *          exclusao retira um pedido ainda pendente. Valida cada
      *          transacao (registro de notas existente em CADMEST,
      *          ocorrencia de CAD-NOTA dentro da quantidade de notas
      *          do registro, nota proposta entre 0 e 10 e diferente
      *          da atual, justificativa e solicitante informados),
      *          grava as aceitas em REVNOTA, rejeita as invalidas com
      *          o motivo em REVREJ e acrescenta em REVHIST a imagem
      *          antes/depois, no mesmo molde de manutencao_parmat.
      *          Pedido ja decidido nao muda mais por aqui; os
      *          aprovados sao aplicados ao cadastro-mestre por
      *          revisao_nota.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 vdndll - versao inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. manutencao_revisao.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-REVISAO ASSIGN TO "REVNOTA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REV-NUMERO
               FILE STATUS IS WS-FS-REVISAO.

           SELECT ARQ-CADASTRO ASSIGN TO "CADMEST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAD-CHAVE
               ALTERNATE RECORD KEY IS CAD-NOME WITH DUPLICATES
               FILE STATUS IS WS-FS-CADASTRO.

           SELECT ARQ-TRANSACAO ASSIGN TO "REVTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRANSACAO.

           SELECT ARQ-REJEITADAS ASSIGN TO "REVREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REJEITADAS.

           SELECT ARQ-HISTORICO ASSIGN TO "REVHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HISTORICO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-REVISAO.
           COPY REVREG.

       FD  ARQ-CADASTRO.
           COPY CADREG.

      * Cada transacao traz o codigo da operacao (I=inclusao,
      * A=alteracao, E=exclusao) seguido dos dados do pedido; na
      * exclusao apenas TRN-NUMERO e considerado e na inclusao
      * TRN-SITUACAO e ignorada (todo pedido nasce pendente).
       FD  ARQ-TRANSACAO.
       01  TRN-REGISTRO.
           03 TRN-OPERACAO             PIC X(01).
              88 TRN-INCLUSAO               VALUE 'I'.
              88 TRN-ALTERACAO              VALUE 'A'.
              88 TRN-EXCLUSAO               VALUE 'E'.
           03 TRN-NUMERO               PIC 9(06).
           03 TRN-MATRICULA            PIC 9(08).
           03 TRN-ANO-LETIVO           PIC 9(04).
           03 TRN-SEMESTRE             PIC 9(01).
           03 TRN-MATERIA              PIC X(20).
           03 TRN-OCORRENCIA           PIC 9(01).
           03 TRN-NOTA-PROPOSTA        PIC 99V99.
           03 TRN-JUSTIFICATIVA        PIC X(60).
           03 TRN-SOLICITANTE          PIC X(30).
           03 TRN-SITUACAO             PIC X(01).
              88 TRN-SITUACAO-VALIDA        VALUE 'P' 'A' 'N'.

       FD  ARQ-REJEITADAS.
       01  REJ-LINHA                   PIC X(120).

      * Imagem antes/depois de cada transacao aceita. Na inclusao a
      * imagem-antes fica em branco; na exclusao, a imagem-depois.
       FD  ARQ-HISTORICO.
       01  HST-REGISTRO.
           03 HST-DATA                 PIC 9(08).
           03 HST-HORA                 PIC 9(08).
           03 HST-OPERACAO             PIC X(01).
           03 HST-IMAGEM-ANTES         PIC X(195).
           03 HST-IMAGEM-DEPOIS        PIC X(195).

       WORKING-STORAGE SECTION.
         77 WS-FS-REVISAO          PIC X(02) VALUE SPACES.
         77 WS-FS-CADASTRO         PIC X(02) VALUE SPACES.
         77 WS-FS-TRANSACAO        PIC X(02) VALUE SPACES.
         77 WS-FS-REJEITADAS       PIC X(02) VALUE SPACES.
         77 WS-FS-HISTORICO        PIC X(02) VALUE SPACES.
         77 WS-SW-FIM-TRANSACAO    PIC X(01) VALUE 'N'.
            88 FIM-TRANSACOES          VALUE 'S'.
         77 WS-SW-TRAN-ABERTO      PIC X(01) VALUE 'N'.
            88 TRANSACOES-ABERTAS      VALUE 'S'.
         77 WS-SW-TRN-VALIDA       PIC X(01) VALUE 'S'.
            88 TRANSACAO-VALIDA        VALUE 'S'.
         77 WS-SW-JA-EXISTE        PIC X(01) VALUE 'N'.
            88 PEDIDO-JA-EXISTE        VALUE 'S'.
         77 WS-MOTIVO-REJEICAO     PIC X(60) VALUE SPACES.
         77 WS-IMAGEM-ANTES        PIC X(195) VALUE SPACES.
         77 WS-DATA-PEDIDO         PIC 9(08) VALUE ZERO.
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

      * REVNOTA recebe o mesmo tratamento de "arquivo ainda nao
      * existe" dos demais indexados: status 35 no OPEN I-O cria o
      * arquivo vazio antes de reabrir. CADMEST e apenas consultado.
      * REVHIST e acumulativo (EXTEND), como os demais logs.
       P010-ABRIR-ARQUIVOS.
           OPEN I-O ARQ-REVISAO
           IF WS-FS-REVISAO = '35'
               OPEN OUTPUT ARQ-REVISAO
               CLOSE ARQ-REVISAO
               OPEN I-O ARQ-REVISAO
           END-IF

           OPEN INPUT ARQ-CADASTRO
           IF WS-FS-CADASTRO = '35'
               OPEN OUTPUT ARQ-CADASTRO
               CLOSE ARQ-CADASTRO
               OPEN INPUT ARQ-CADASTRO
           END-IF

           OPEN INPUT ARQ-TRANSACAO
           IF WS-FS-TRANSACAO = '00'
               SET TRANSACOES-ABERTAS TO TRUE
           ELSE
               DISPLAY 'ARQUIVO DE TRANSACOES REVTRAN NAO ENCONTRADO.'
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

           PERFORM P210-LOCALIZAR-PEDIDO
           PERFORM P220-VALIDAR-TRANSACAO THRU P220-FIM

           IF TRANSACAO-VALIDA
               PERFORM P300-APLICAR-TRANSACAO THRU P300-FIM
           END-IF

      * P300 derruba TRANSACAO-VALIDA quando a gravacao em REVNOTA
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

      * Verifica se o numero da transacao ja tem pedido em REVNOTA;
      * quando tem, REV-REGISTRO fica carregado com o registro atual,
      * que sera a imagem-antes do historico.
       P210-LOCALIZAR-PEDIDO.
           MOVE 'N' TO WS-SW-JA-EXISTE
           MOVE SPACES TO WS-IMAGEM-ANTES
           MOVE ZERO TO WS-DATA-PEDIDO
           MOVE TRN-NUMERO TO REV-NUMERO
           READ ARQ-REVISAO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET PEDIDO-JA-EXISTE TO TRUE
                   MOVE REV-REGISTRO    TO WS-IMAGEM-ANTES
                   MOVE REV-DATA-PEDIDO TO WS-DATA-PEDIDO
           END-READ
           .

      * So pedido pendente pode ser alterado, decidido ou excluido:
      * depois de aprovado ou negado o pedido e a prova da decisao e
      * nao muda mais. O registro de notas apontado precisa existir
      * em CADMEST (revisao nao cria lancamento), a ocorrencia de
      * CAD-NOTA tem de estar dentro de CAD-QTD-NOTAS do registro e a
      * nota proposta vai de 0 a 10, diferente da nota atual.
       P220-VALIDAR-TRANSACAO.
           IF TRN-NUMERO NOT NUMERIC OR TRN-NUMERO = ZERO
               MOVE 'NUMERO DO PEDIDO INVALIDO' TO WS-MOTIVO-REJEICAO
               MOVE 'N' TO WS-SW-TRN-VALIDA
               GO TO P220-FIM
           END-IF

           EVALUATE TRUE
               WHEN TRN-INCLUSAO
                   IF PEDIDO-JA-EXISTE
                       MOVE 'INCLUSAO DE PEDIDO JA CADASTRADO'
                           TO WS-MOTIVO-REJEICAO
                       MOVE 'N' TO WS-SW-TRN-VALIDA
                       GO TO P220-FIM
                   END-IF
               WHEN TRN-ALTERACAO
                   IF NOT PEDIDO-JA-EXISTE
                       MOVE 'ALTERACAO DE PEDIDO NAO CADASTRADO'
                           TO WS-MOTIVO-REJEICAO
                       MOVE 'N' TO WS-SW-TRN-VALIDA
                       GO TO P220-FIM
                   END-IF
                   IF NOT REVISAO-PENDENTE
                       MOVE SPACES TO WS-MOTIVO-REJEICAO
                       STRING 'PEDIDO JA DECIDIDO (SITUACAO '
                                  DELIMITED BY SIZE
                              REV-SITUACAO DELIMITED BY SIZE
                              ')' DELIMITED BY SIZE
                           INTO WS-MOTIVO-REJEICAO
                       MOVE 'N' TO WS-SW-TRN-VALIDA
                       GO TO P220-FIM
                   END-IF
                   IF NOT TRN-SITUACAO-VALIDA
                       MOVE 'SITUACAO INVALIDA (USE P/A/N)'
                           TO WS-MOTIVO-REJEICAO
                       MOVE 'N' TO WS-SW-TRN-VALIDA
                       GO TO P220-FIM
                   END-IF
               WHEN TRN-EXCLUSAO
                   IF NOT PEDIDO-JA-EXISTE
                       MOVE 'EXCLUSAO DE PEDIDO NAO CADASTRADO'
                           TO WS-MOTIVO-REJEICAO
                       MOVE 'N' TO WS-SW-TRN-VALIDA
                       GO TO P220-FIM
                   END-IF
                   IF NOT REVISAO-PENDENTE
                       MOVE SPACES TO WS-MOTIVO-REJEICAO
                       STRING 'PEDIDO JA DECIDIDO (SITUACAO '
                                  DELIMITED BY SIZE
                              REV-SITUACAO DELIMITED BY SIZE
                              ')' DELIMITED BY SIZE
                           INTO WS-MOTIVO-REJEICAO
                       MOVE 'N' TO WS-SW-TRN-VALIDA
                   END-IF
                   GO TO P220-FIM
               WHEN OTHER
                   MOVE 'CODIGO DE OPERACAO INVALIDO (USE I/A/E)'
                       TO WS-MOTIVO-REJEICAO
                   MOVE 'N' TO WS-SW-TRN-VALIDA
                   GO TO P220-FIM
           END-EVALUATE

           IF TRN-JUSTIFICATIVA = SPACES
               MOVE 'JUSTIFICATIVA EM BRANCO' TO WS-MOTIVO-REJEICAO
               MOVE 'N' TO WS-SW-TRN-VALIDA
               GO TO P220-FIM
           END-IF

           IF TRN-SOLICITANTE = SPACES
               MOVE 'SOLICITANTE EM BRANCO' TO WS-MOTIVO-REJEICAO
               MOVE 'N' TO WS-SW-TRN-VALIDA
               GO TO P220-FIM
           END-IF

           IF TRN-NOTA-PROPOSTA NOT NUMERIC
               OR TRN-NOTA-PROPOSTA > 10
               MOVE 'NOTA PROPOSTA FORA DO INTERVALO 0-10'
                   TO WS-MOTIVO-REJEICAO
               MOVE 'N' TO WS-SW-TRN-VALIDA
               GO TO P220-FIM
           END-IF

           MOVE TRN-MATRICULA  TO CAD-MATRICULA
           MOVE TRN-ANO-LETIVO TO CAD-ANO-LETIVO
           MOVE TRN-SEMESTRE   TO CAD-SEMESTRE
           MOVE TRN-MATERIA    TO CAD-MATERIA
           READ ARQ-CADASTRO
               INVALID KEY
                   MOVE 'SEM REGISTRO DE NOTAS EM CADMEST'
                       TO WS-MOTIVO-REJEICAO
                   MOVE 'N' TO WS-SW-TRN-VALIDA
                   GO TO P220-FIM
           END-READ

           IF TRN-OCORRENCIA < 1 OR TRN-OCORRENCIA > CAD-QTD-NOTAS
               MOVE SPACES TO WS-MOTIVO-REJEICAO
               STRING 'OCORRENCIA DE NOTA FORA DO INTERVALO 1-'
                          DELIMITED BY SIZE
                      CAD-QTD-NOTAS DELIMITED BY SIZE
                   INTO WS-MOTIVO-REJEICAO
               MOVE 'N' TO WS-SW-TRN-VALIDA
               GO TO P220-FIM
           END-IF

           IF TRN-NOTA-PROPOSTA = CAD-NOTA (TRN-OCORRENCIA)
               MOVE 'NOTA PROPOSTA IGUAL A NOTA ATUAL'
                   TO WS-MOTIVO-REJEICAO
               MOVE 'N' TO WS-SW-TRN-VALIDA
           END-IF
           .
       P220-FIM.

      * O status de arquivo e conferido apos cada operacao, como em
      * manutencao_parmat: uma gravacao que falhou nao pode ser
      * contada como aceita nem ganhar imagem em REVHIST.
       P300-APLICAR-TRANSACAO.
           EVALUATE TRUE
               WHEN TRN-INCLUSAO
                   PERFORM P310-MONTAR-REGISTRO
                   WRITE REV-REGISTRO
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               WHEN TRN-ALTERACAO
                   PERFORM P310-MONTAR-REGISTRO
                   REWRITE REV-REGISTRO
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               WHEN TRN-EXCLUSAO
                   MOVE TRN-NUMERO TO REV-NUMERO
                   DELETE ARQ-REVISAO
                       INVALID KEY
                           CONTINUE
                   END-DELETE
           END-EVALUATE

           IF WS-FS-REVISAO = '00'
               PERFORM P320-GRAVAR-HISTORICO
               DISPLAY 'TRANSACAO ' TRN-OPERACAO ' APLICADA: PEDIDO '
                       TRN-NUMERO
           ELSE
               MOVE SPACES TO WS-MOTIVO-REJEICAO
               STRING 'ERRO DE GRAVACAO EM REVNOTA (STATUS '
                          DELIMITED BY SIZE
                      WS-FS-REVISAO DELIMITED BY SIZE
                      ')' DELIMITED BY SIZE
                   INTO WS-MOTIVO-REJEICAO
               MOVE 'N' TO WS-SW-TRN-VALIDA
           END-IF
           .
       P300-FIM.

      * Na inclusao o pedido nasce pendente, datado de hoje; na
      * alteracao a data do pedido original e preservada e a data da
      * situacao passa a ser a da decisao (ou da correcao). Os campos
      * de aplicacao (nota anterior e motivo) so sao preenchidos por
      * revisao_nota.
       P310-MONTAR-REGISTRO.
           MOVE TRN-NUMERO        TO REV-NUMERO
           MOVE TRN-MATRICULA     TO REV-MATRICULA
           MOVE TRN-ANO-LETIVO    TO REV-ANO-LETIVO
           MOVE TRN-SEMESTRE      TO REV-SEMESTRE
           MOVE TRN-MATERIA       TO REV-MATERIA
           MOVE TRN-OCORRENCIA    TO REV-OCORRENCIA
           MOVE TRN-NOTA-PROPOSTA TO REV-NOTA-PROPOSTA
           MOVE TRN-JUSTIFICATIVA TO REV-JUSTIFICATIVA
           MOVE TRN-SOLICITANTE   TO REV-SOLICITANTE
           IF TRN-INCLUSAO
               MOVE WS-DATA-HOJE  TO REV-DATA-PEDIDO
               SET REVISAO-PENDENTE TO TRUE
           ELSE
               MOVE WS-DATA-PEDIDO TO REV-DATA-PEDIDO
               MOVE TRN-SITUACAO  TO REV-SITUACAO
           END-IF
           MOVE WS-DATA-HOJE      TO REV-DATA-SITUACAO
           MOVE ZERO              TO REV-NOTA-ANTERIOR
           MOVE SPACES            TO REV-MOTIVO
           .

      * Acrescenta em REVHIST a imagem antes/depois da transacao
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
               MOVE REV-REGISTRO TO HST-IMAGEM-DEPOIS
           END-IF
           WRITE HST-REGISTRO
           .

       P400-GRAVAR-REJEICAO.
           MOVE SPACES TO REJ-LINHA
           STRING TRN-OPERACAO       DELIMITED BY SIZE
                  ' PEDIDO '         DELIMITED BY SIZE
                  TRN-NUMERO         DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  TRN-MATRICULA      DELIMITED BY SIZE
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
           CLOSE ARQ-REVISAO
           CLOSE ARQ-CADASTRO
           IF TRANSACOES-ABERTAS
               CLOSE ARQ-TRANSACAO
           END-IF
           CLOSE ARQ-REJEITADAS
           CLOSE ARQ-HISTORICO
           DISPLAY 'MANUTENCAO DE REVNOTA FINALIZADA.'
            STOP RUN.
       END PROGRAM manutencao_revisao.
