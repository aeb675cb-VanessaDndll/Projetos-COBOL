      *                       reconcilia_extrato. Os layouts de
      *                       CALCSAID/CALCLOG/CALCERR acompanham o
      *                       campo ID= novo da calculadora.
      *   15/10/2026 vdndll - sessoes de calculo encadeado da
      *                       calculadora: o relatorio passa a mostrar
      *                       as sessoes abertas e fechadas no
      *                       CALCTRAN (classificado pela sessao em
      *                       SORTWK3), as que ficaram sem registro de
      *                       fechamento, os SUBTOTAIS de CALCSAID
      *                       (concluidos e falhados) e as falhas de
      *                       sessao de CALCERR (codigo 07), com o
      *                       batimento fechamentos x subtotais. O
      *                       par transacao/resultado de fechamento e
      *                       conferido contra a linha de SUBTOTAL; o
      *                       primeiro operando de item que usa o
      *                       saldo da sessao nao e comparado. Codigos
      *                       de motivo 07-10 novos.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. controle_calculadora.

           SELECT ARQ-CLASSIF-SAIDA ASSIGN TO "SORTWK2".

           SELECT ARQ-CLASSIF-SESSAO ASSIGN TO "SORTWK3".

           SELECT ARQ-LOG-AUDITORIA ASSIGN TO "CALCLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOG-AUDIT.
       DATA DIVISION.
       FILE SECTION.
      * Mesmo layout do FD de calculadora.cbl (ID da transacao +
      * operandos assinados, sinal a esquerda separado + sessao e
      * funcao na sessao: S usa o saldo, F fecha).
       FD  ARQ-TRANSACAO.
       01  TRAN-REGISTRO.
           03 TRAN-ID                  PIC X(08).
           03 TRAN-OPERACAO            PIC X(01).
           03 TRAN-N2                  PIC S9(07)V99
                                       SIGN LEADING SEPARATE.
           03 TRAN-SESSAO             PIC X(08).
           03 TRAN-FUNCAO-SESSAO      PIC X(01).

       FD  ARQ-SAIDA.
       01  SAI-LINHA                   PIC X(100).
           03 TOR-OPERACAO             PIC X(01).
           03 TOR-N2                   PIC S9(07)V99
                                       SIGN LEADING SEPARATE.
           03 TOR-SESSAO              PIC X(08).
           03 TOR-FUNCAO-SESSAO       PIC X(01).

      * Copia de CALCSAID classificada pelo ID; linha como gravada
      * por calculadora/P450-PROCESSAR-TRANSACAO, campos editados em
           03 SOR-RESULTADO-ED         PIC X(20).
           03 FILLER                   PIC X(06).
           03 SOR-SW-ERRO              PIC X(01).
           03 FILLER                   PIC X(08).
           03 SOR-SESSAO               PIC X(08).
           03 FILLER                   PIC X(17).
      * Linha de SUBTOTAL gravada no fechamento de uma sessao
      * (calculadora/P480-FECHAR-SESSAO).
       01  SOR-SUBTOTAL.
           03 FILLER                   PIC X(12).
           03 SOR-SUB-MARCA            PIC X(08).
           03 FILLER                   PIC X(08).
           03 SOR-SUB-SESSAO           PIC X(08).
           03 FILLER                   PIC X(07).
           03 SOR-SUB-ITENS            PIC X(05).
           03 FILLER                   PIC X(07).
           03 SOR-SUB-SALDO-ED         PIC X(20).
           03 FILLER                   PIC X(10).
           03 SOR-SUB-SITUACAO         PIC X(06).
           03 FILLER                   PIC X(09).

       SD  ARQ-CLASSIF-TRAN.
       01  STR-REGISTRO.
           03 STR-OPERACAO             PIC X(01).
           03 STR-N2                   PIC S9(07)V99
                                       SIGN LEADING SEPARATE.
           03 STR-SESSAO              PIC X(08).
           03 STR-FUNCAO-SESSAO       PIC X(01).

       SD  ARQ-CLASSIF-SAIDA.
       01  SSA-REGISTRO.
           03 SSA-ID                   PIC X(08).
           03 FILLER                   PIC X(89).

      * CALCTRAN classificado pela sessao, para contar as sessoes.
       SD  ARQ-CLASSIF-SESSAO.
       01  SSE-REGISTRO.
           03 SSE-ID                   PIC X(08).
           03 FILLER                   PIC X(21).
           03 SSE-SESSAO               PIC X(08).
           03 SSE-FUNCAO-SESSAO        PIC X(01).

      * Linha de CALCLOG como gravada por P600-GRAVAR-LOG.
       FD  ARQ-LOG-AUDITORIA.
       01  LOG-REGISTRO.
           03 FILLER                   PIC X(18).

      * Linha de CALCERR como gravada por P070-GRAVAR-LOG-ERRO; o
      * codigo de motivo (01-10) vem apos o rotulo COD-ERRO= e a
      * sessao apos SESSAO=.
       FD  ARQ-LOG-ERRO.
       01  ERR-REGISTRO.
           03 ERR-DATA                 PIC X(08).
           03 ERR-N2-ED                PIC X(11).
           03 FILLER                   PIC X(10).
           03 ERR-COD-ERRO             PIC X(02).
           03 FILLER                   PIC X(08).
           03 ERR-SESSAO               PIC X(08).
           03 FILLER                   PIC X(08).

       FD  ARQ-CONTROLE.
       01  CTL-LINHA                   PIC X(132).
         77 WS-CONT-OP-DIVISAO     PIC 9(07) VALUE ZERO.
         77 WS-CONT-OP-INVALIDA    PIC 9(07) VALUE ZERO.
         77 WS-CONT-COD-OUTROS     PIC 9(07) VALUE ZERO.
         77 WS-SW-FIM-SESSOES      PIC X(01) VALUE 'N'.
            88 FIM-SESSOES            VALUE 'S'.
         77 WS-SW-SESSAO-FECHADA   PIC X(01) VALUE 'N'.
            88 SESSAO-FECHADA         VALUE 'S'.
         77 WS-SESSAO-ATUAL        PIC X(08) VALUE SPACES.
         77 WS-CONT-SES-ABERTAS    PIC 9(07) VALUE ZERO.
         77 WS-CONT-SES-FECHADAS   PIC 9(07) VALUE ZERO.
         77 WS-CONT-SES-SEM-FECHO  PIC 9(07) VALUE ZERO.
         77 WS-CONT-SUBTOTAIS      PIC 9(07) VALUE ZERO.
         77 WS-CONT-SUB-OK         PIC 9(07) VALUE ZERO.
         77 WS-CONT-SUB-FALHOU     PIC 9(07) VALUE ZERO.
         77 WS-C                   PIC 9(02) COMP VALUE ZERO.
         77 WS-N1-ED               PIC -9(07).99.
         77 WS-N2-ED               PIC -9(07).99.
         77 WS-CHAVE-TRAN          PIC X(08) VALUE SPACES.
         77 WS-CHAVE-SAIDA         PIC X(08) VALUE SPACES.

      * Contagem de erros por codigo de motivo 01-10 (mesmos codigos
      * do WS-COD-ERRO de calculadora.cbl).
         01 WS-ERROS-POR-CODIGO.
           03 WS-CONT-CODIGO OCCURS 10 TIMES PIC 9(07).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM P010-ABRIR-ARQUIVOS.
           PERFORM P050-CLASSIFICAR-POR-ID.
           PERFORM P060-CONTAR-SESSOES.
           PERFORM P100-CABECALHO.
           PERFORM P150-LER-TRANSACAO THRU P150-FIM.
           PERFORM P160-LER-SAIDA THRU P160-FIM.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-DATA-HOJE TO WS-DATA-HOJE-X

           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > 10
               MOVE ZERO TO WS-CONT-CODIGO (WS-C)
           END-PERFORM
           .
           OPEN INPUT ARQ-SAIDA-ORD
           .

      * Sessoes do CALCTRAN: cada chave de sessao distinta e uma
      * sessao aberta; a que tem registro de fechamento (funcao F)
      * conta como fechada, a que nao tem fica sem fechamento.
       P060-CONTAR-SESSOES.
           OPEN INPUT ARQ-TRANSACAO
           IF WS-FS-TRANSACAO = '00'
               CLOSE ARQ-TRANSACAO
               SORT ARQ-CLASSIF-SESSAO
                   ASCENDING KEY SSE-SESSAO
                                 SSE-ID
                   USING ARQ-TRANSACAO
                   OUTPUT PROCEDURE IS P070-CONTAR-SESSAO
                       THRU P070-FIM
           END-IF
           .

       P070-CONTAR-SESSAO.
           PERFORM P075-RETORNAR-SESSAO THRU P075-FIM
               UNTIL FIM-SESSOES
           IF WS-SESSAO-ATUAL NOT = SPACES
               AND NOT SESSAO-FECHADA
               ADD 1 TO WS-CONT-SES-SEM-FECHO
           END-IF
           .
       P070-FIM.

       P075-RETORNAR-SESSAO.
           RETURN ARQ-CLASSIF-SESSAO
               AT END
                   SET FIM-SESSOES TO TRUE
                   GO TO P075-FIM
           END-RETURN
           IF SSE-SESSAO = SPACES
               GO TO P075-FIM
           END-IF
           IF SSE-SESSAO NOT = WS-SESSAO-ATUAL
               IF WS-SESSAO-ATUAL NOT = SPACES
                   AND NOT SESSAO-FECHADA
                   ADD 1 TO WS-CONT-SES-SEM-FECHO
               END-IF
               MOVE SSE-SESSAO TO WS-SESSAO-ATUAL
               MOVE 'N' TO WS-SW-SESSAO-FECHADA
               ADD 1 TO WS-CONT-SES-ABERTAS
           END-IF
           IF SSE-FUNCAO-SESSAO = 'F'
               SET SESSAO-FECHADA TO TRUE
               ADD 1 TO WS-CONT-SES-FECHADAS
           END-IF
           .
       P075-FIM.

       P100-CABECALHO.
           MOVE SPACES TO CTL-LINHA
           STRING 'CONTROLE OPERACIONAL DA CALCULADORA'
                   ADD 1 TO WS-CONT-TRANSACOES
                   MOVE TOR-ID TO WS-CHAVE-TRAN
                   PERFORM P210-CLASSIFICAR-OPERACAO
                       THRU P210-FIM
           END-READ
           .
       P150-FIM.
               NOT AT END
                   ADD 1 TO WS-CONT-SAIDAS
                   MOVE SOR-ID TO WS-CHAVE-SAIDA
                   IF SOR-SUB-MARCA = 'SUBTOTAL'
                       ADD 1 TO WS-CONT-SUBTOTAIS
                       IF SOR-SUB-SITUACAO = 'OK'
                           ADD 1 TO WS-CONT-SUB-OK
                       ELSE
                           ADD 1 TO WS-CONT-SUB-FALHOU
                       END-IF
                   END-IF
           END-READ
           .
       P160-FIM.
                   PERFORM P240-REPORTAR-ORFA
                   PERFORM P160-LER-SAIDA THRU P160-FIM
               WHEN OTHER
                   PERFORM P230-CONFERIR-PAR THRU P230-FIM
                   PERFORM P150-LER-TRANSACAO THRU P150-FIM
                   PERFORM P160-LER-SAIDA THRU P160-FIM
           END-EVALUATE
           .
       P200-FIM.

      * O registro de fechamento de sessao nao tem operacao.
       P210-CLASSIFICAR-OPERACAO.
           IF TOR-FUNCAO-SESSAO = 'F'
               GO TO P210-FIM
           END-IF
           EVALUATE TOR-OPERACAO
               WHEN '+'
                   ADD 1 TO WS-CONT-OP-SOMA
                   ADD 1 TO WS-CONT-OP-INVALIDA
           END-EVALUATE
           .
       P210-FIM.

      * A transacao e a linha de saida com o mesmo ID precisam falar
      * dos mesmos operandos, da mesma operacao e da mesma sessao;
      * divergencia indica ID reutilizado ou arquivo montado a mao.
      * Item que usa o saldo da sessao grava o saldo como primeiro
      * operando, que entao nao e comparado; o fechamento de sessao
      * tem de corresponder a uma linha de SUBTOTAL da mesma sessao.
       P230-CONFERIR-PAR.
           MOVE TOR-N1 TO WS-N1-ED
           MOVE TOR-N2 TO WS-N2-ED
           IF TOR-FUNCAO-SESSAO = 'F'
               IF SOR-SUB-MARCA NOT = 'SUBTOTAL'
                   OR SOR-SUB-SESSAO NOT = TOR-SESSAO
                   ADD 1 TO WS-CONT-PARES-DIVERG
                   MOVE SPACES TO CTL-LINHA
                   STRING 'PAR DIVERGENTE ID ' DELIMITED BY SIZE
                          TOR-ID          DELIMITED BY SIZE
                          ': FECHAMENTO DA SESSAO '
                                          DELIMITED BY SIZE
                          TOR-SESSAO      DELIMITED BY SIZE
                          ' SEM SUBTOTAL CORRESPONDENTE'
                                          DELIMITED BY SIZE
                       INTO CTL-LINHA
                   WRITE CTL-LINHA
                   DISPLAY CTL-LINHA
               END-IF
               GO TO P230-FIM
           END-IF
           IF TOR-FUNCAO-SESSAO = 'S'
               MOVE SOR-N1-ED TO WS-N1-ED
           END-IF
           IF SOR-N1-ED NOT = WS-N1-ED
               OR SOR-OPERACAO NOT = TOR-OPERACAO
               OR SOR-N2-ED NOT = WS-N2-ED
               OR SOR-SESSAO NOT = TOR-SESSAO
               ADD 1 TO WS-CONT-PARES-DIVERG
               MOVE SPACES TO CTL-LINHA
               STRING 'PAR DIVERGENTE ID ' DELIMITED BY SIZE
               DISPLAY CTL-LINHA
           END-IF
           .
       P230-FIM.

       P220-REPORTAR-SEM-SAIDA.
           MOVE TOR-N1 TO WS-N1-ED
                   ELSE
                       ADD 1 TO WS-CONT-ERROS
                       IF ERR-COD-ERRO >= '01'
                           AND ERR-COD-ERRO <= '10'
                           MOVE ERR-COD-ERRO TO WS-EDIT-CODIGO
                           ADD 1 TO WS-CONT-CODIGO (WS-EDIT-CODIGO)
                       ELSE
           MOVE WS-CONT-CODIGO (6) TO WS-EDIT-CONTADOR
           MOVE '  06 OPERACAO INVALIDA.........: ' TO CTL-LINHA
           PERFORM P820-GRAVAR-CONTADOR THRU P820-FIM
           MOVE WS-CONT-CODIGO (7) TO WS-EDIT-CONTADOR
           MOVE '  07 SESSAO FALHOU.............: ' TO CTL-LINHA
           PERFORM P820-GRAVAR-CONTADOR THRU P820-FIM
           MOVE WS-CONT-CODIGO (8) TO WS-EDIT-CONTADOR
           MOVE '  08 ITEM DE SESSAO FALHADA....: ' TO CTL-LINHA
           PERFORM P820-GRAVAR-CONTADOR THRU P820-FIM
           MOVE WS-CONT-CODIGO (9) TO WS-EDIT-CONTADOR
           MOVE '  09 SESSAO INEXISTENTE........: ' TO CTL-LINHA
           PERFORM P820-GRAVAR-CONTADOR THRU P820-FIM
           MOVE WS-CONT-CODIGO (10) TO WS-EDIT-CONTADOR
           MOVE '  10 SALDO NAO CABE NO OPERANDO: ' TO CTL-LINHA
           PERFORM P820-GRAVAR-CONTADOR THRU P820-FIM
           MOVE WS-CONT-COD-OUTROS TO WS-EDIT-CONTADOR
           MOVE '  OUTROS CODIGOS...............: ' TO CTL-LINHA
           PERFORM P820-GRAVAR-CONTADOR THRU P820-FIM
           MOVE WS-CONT-PARES-DIVERG TO WS-EDIT-CONTADOR
           MOVE 'PARES DIVERGENTES..............: ' TO CTL-LINHA
           PERFORM P820-GRAVAR-CONTADOR THRU P820-FIM

           MOVE SPACES TO CTL-LINHA
           WRITE CTL-LINHA

           MOVE 'SESSOES DE CALCULO:' TO CTL-LINHA
           WRITE CTL-LINHA
           DISPLAY CTL-LINHA
           MOVE WS-CONT-SES-ABERTAS TO WS-EDIT-CONTADOR
           MOVE '  ABERTAS (CALCTRAN)...........: ' TO CTL-LINHA
           PERFORM P820-GRAVAR-CONTADOR THRU P820-FIM
           MOVE WS-CONT-SES-FECHADAS TO WS-EDIT-CONTADOR
           MOVE '  FECHADAS (CALCTRAN)..........: ' TO CTL-LINHA
           PERFORM P820-GRAVAR-CONTADOR THRU P820-FIM
           MOVE WS-CONT-SES-SEM-FECHO TO WS-EDIT-CONTADOR
           MOVE '  SEM REGISTRO DE FECHAMENTO...: ' TO CTL-LINHA
           PERFORM P820-GRAVAR-CONTADOR THRU P820-FIM
           MOVE WS-CONT-SUBTOTAIS TO WS-EDIT-CONTADOR
           MOVE '  SUBTOTAIS EM CALCSAID........: ' TO CTL-LINHA
           PERFORM P820-GRAVAR-CONTADOR THRU P820-FIM
           MOVE WS-CONT-SUB-OK TO WS-EDIT-CONTADOR
           MOVE '    CONCLUIDAS.................: ' TO CTL-LINHA
           PERFORM P820-GRAVAR-CONTADOR THRU P820-FIM
           MOVE WS-CONT-SUB-FALHOU TO WS-EDIT-CONTADOR
           MOVE '    FALHADAS...................: ' TO CTL-LINHA
           PERFORM P820-GRAVAR-CONTADOR THRU P820-FIM
           MOVE WS-CONT-CODIGO (7) TO WS-EDIT-CONTADOR
           MOVE '  FALHAS DO DIA (CALCERR 07)...: ' TO CTL-LINHA
           PERFORM P820-GRAVAR-CONTADOR THRU P820-FIM

           IF WS-CONT-SES-FECHADAS = WS-CONT-SUBTOTAIS
               MOVE 'BATIMENTO FECHAMENTO X SUBTOTAL: OK'
                   TO CTL-LINHA
           ELSE
               MOVE 'BATIMENTO FECHAMENTO X SUBTOTAL: *** DIVERGENTE'
                   TO CTL-LINHA
           END-IF
           WRITE CTL-LINHA
           DISPLAY CTL-LINHA
           .
       P800-FIM.

