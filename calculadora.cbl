      *                       gerar saida nem log. Dispensa remontar
      *                       um CALCTRAN novo para repetir meia duzia
      *                       de linhas falhadas.
      *   15/10/2026 vdndll - sessoes de calculo encadeado: a
      *                       transacao ganha a chave de sessao
      *                       TRAN-SESSAO e a funcao TRAN-FUNCAO-
      *                       SESSAO (S = o primeiro operando e o
      *                       saldo corrente da sessao; F = fecha a
      *                       sessao e grava em CALCSAID a linha de
      *                       SUBTOTAL com a quantidade de itens e o
      *                       saldo final). Um erro em qualquer item
      *                       marca a sessao como falhada em CALCERR
      *                       (codigo 07) e os itens seguintes nao sao
      *                       executados (codigo 08), em vez de
      *                       continuar de um saldo errado. Codigos 09
      *                       (sessao inexistente ou sem saldo) e 10
      *                       (saldo nao cabe no operando) novos;
      *                       CALCSAID, CALCLOG e CALCERR levam o
      *                       campo SESSAO=. No item que usa o
      *                       saldo, a subtracao e saldo - N2 (o
      *                       estorno sai do saldo); a transacao
      *                       avulsa continua N2 - N1, como sempre.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. calculadora.
       FILE SECTION.
      * Operandos assinados com centavos; o sinal vem a esquerda,
      * separado (ex.: +0001000.50 gravado como +000100050), para os
      * estornos negativos dos ajustes financeiros. TRAN-SESSAO em
      * branco e a transacao avulsa de sempre; preenchida, a linha e
      * item (ou, com funcao F, fechamento) daquela sessao - a sessao
      * abre no primeiro item com a chave. Registros antigos, sem os
      * campos de sessao, continuam validos como avulsos.
       FD  ARQ-TRANSACAO.
       01  TRAN-REGISTRO.
           03 TRAN-ID                  PIC X(08).
           03 TRAN-OPERACAO            PIC X(01).
           03 TRAN-N2                  PIC S9(07)V99
                                       SIGN LEADING SEPARATE.
           03 TRAN-SESSAO              PIC X(08).
           03 TRAN-FUNCAO-SESSAO       PIC X(01).
               88 TRAN-USA-SALDO             VALUE 'S'.
               88 TRAN-FECHA-SESSAO          VALUE 'F'.

      * Um ID de transacao por linha, a reprocessar do CALCTRAN.
       FD  ARQ-REPROCESSO.
              88 ERRO-DIVISAO-POR-ZERO     VALUE '04'.
              88 ERRO-ESTOURO-DIVISAO      VALUE '05'.
              88 ERRO-OPERACAO-INVALIDA    VALUE '06'.
              88 ERRO-SESSAO-FALHOU        VALUE '07'.
              88 ERRO-ITEM-SESSAO-FALHADA  VALUE '08'.
              88 ERRO-SESSAO-INEXISTENTE   VALUE '09'.
              88 ERRO-ESTOURO-SALDO        VALUE '10'.

         01 WS-CAMPOS-LOG.
           03 WS-LOG-DATA           PIC 9(08).
                         INDEXED BY WS-NDX-REPR
                                    PIC X(08).

      * Sessoes em andamento no lote (as chaves podem se intercalar
      * no CALCTRAN). Posicao livre (situacao L ou branco) e
      * reaproveitada quando a sessao fecha.
         01 WS-CONTROLE-SESSOES.
           03 WS-SESSAO-ATUAL       PIC X(08) VALUE SPACES.
           03 WS-SW-SESSAO-ACHADA   PIC X(01) VALUE 'N'.
              88 SESSAO-ACHADA           VALUE 'S'.
           03 WS-SES-ITENS-ED       PIC 9(05) VALUE ZERO.
           03 WS-SES-SITUACAO-ED    PIC X(06) VALUE SPACES.
           03 WS-COD-ERRO-ITEM      PIC X(02) VALUE SPACES.
           03 WS-SW-ITEM-SALDO      PIC X(01) VALUE 'N'.
              88 ITEM-USA-SALDO          VALUE 'S'.
           03 WS-CONT-SES-ABERTAS   PIC 9(07) VALUE ZERO.
           03 WS-CONT-SES-FECHADAS  PIC 9(07) VALUE ZERO.
           03 WS-CONT-SES-FALHADAS  PIC 9(07) VALUE ZERO.
           03 WS-CONT-SES-PENDENTES PIC 9(07) VALUE ZERO.
         01 WS-TABELA-SESSOES.
           03 WS-SESSAO OCCURS 500 TIMES
                        INDEXED BY WS-NDX-SES.
              05 WS-SES-CHAVE       PIC X(08).
              05 WS-SES-SITUACAO    PIC X(01).
                 88 SESSAO-LIVRE         VALUE 'L' SPACE.
                 88 SESSAO-EM-DIA        VALUE 'O'.
                 88 SESSAO-FALHADA       VALUE 'F'.
              05 WS-SES-TEM-SALDO   PIC X(01).
                 88 SESSAO-COM-SALDO     VALUE 'S'.
              05 WS-SES-ITENS       PIC 9(05).
              05 WS-SES-SALDO       PIC S9(14)V9(04).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.


       P100-INICIALIZA.
           INITIALIZE WS-VARIAVEIS
           INITIALIZE WS-TABELA-SESSOES
           SET NAO-OCORREU-ERRO TO TRUE
           MOVE SPACES TO WS-COD-ERRO
           ACCEPT WS-LOG-DATA FROM DATE YYYYMMDD
           MOVE TRAN-N1        TO WS-N1
           MOVE TRAN-OPERACAO  TO WS-OPERACAO
           MOVE TRAN-N2        TO WS-N2
           MOVE TRAN-SESSAO    TO WS-SESSAO-ATUAL
           MOVE 'N'            TO WS-SW-ITEM-SALDO

           IF TRAN-FECHA-SESSAO
               PERFORM P480-FECHAR-SESSAO THRU P480-FIM
               GO TO P450-FIM
           END-IF

           IF WS-SESSAO-ATUAL NOT = SPACES
               PERFORM P470-PREPARAR-ITEM THRU P470-FIM
           ELSE
               IF TRAN-USA-SALDO
                   SET ERRO-SESSAO-INEXISTENTE TO TRUE
                   PERFORM P000-ERRO
               END-IF
           END-IF

           IF NAO-OCORREU-ERRO
               PERFORM P510-EXECUTAR-OPERACAO
           END-IF

           IF WS-SESSAO-ATUAL NOT = SPACES
               PERFORM P475-ATUALIZAR-SESSAO
           END-IF

           MOVE WS-N1        TO WS-N1-ED
           MOVE WS-N2        TO WS-N2-ED
                  WS-RESULTADO-ED DELIMITED BY SIZE
                  ' ERRO='       DELIMITED BY SIZE
                  WS-SW-ERRO     DELIMITED BY SIZE
                  ' SESSAO='     DELIMITED BY SIZE
                  WS-SESSAO-ATUAL DELIMITED BY SIZE
               INTO SAID-REGISTRO
           WRITE SAID-REGISTRO

           .
       P460-FIM.

      * Localiza a sessao do item (abrindo-a no primeiro item com a
      * chave). Sessao ja falhada nao executa mais nada; com funcao
      * S o saldo corrente, arredondado aos centavos, vira o
      * primeiro operando. No reprocesso a sessao so tem saldo se o
      * CALCREPR listar todos os itens dela desde o primeiro.
       P470-PREPARAR-ITEM.
           PERFORM P490-LOCALIZAR-SESSAO THRU P490-FIM
           IF NOT SESSAO-ACHADA
               SET WS-NDX-SES TO 1
               SEARCH WS-SESSAO
                   AT END
                       DISPLAY 'TABELA DE SESSOES CHEIA - SESSAO '
                               WS-SESSAO-ATUAL ' NAO ABERTA.'
                       SET ERRO-SESSAO-INEXISTENTE TO TRUE
                       PERFORM P000-ERRO
                       GO TO P470-FIM
                   WHEN SESSAO-LIVRE (WS-NDX-SES)
                       MOVE WS-SESSAO-ATUAL
                           TO WS-SES-CHAVE (WS-NDX-SES)
                       SET SESSAO-EM-DIA (WS-NDX-SES) TO TRUE
                       MOVE 'N'  TO WS-SES-TEM-SALDO (WS-NDX-SES)
                       MOVE ZERO TO WS-SES-ITENS (WS-NDX-SES)
                       MOVE ZERO TO WS-SES-SALDO (WS-NDX-SES)
                       SET SESSAO-ACHADA TO TRUE
                       ADD 1 TO WS-CONT-SES-ABERTAS
               END-SEARCH
           END-IF

           ADD 1 TO WS-SES-ITENS (WS-NDX-SES)
           IF SESSAO-FALHADA (WS-NDX-SES)
               SET ERRO-ITEM-SESSAO-FALHADA TO TRUE
               PERFORM P000-ERRO
               GO TO P470-FIM
           END-IF

           IF TRAN-USA-SALDO
               IF NOT SESSAO-COM-SALDO (WS-NDX-SES)
                   SET ERRO-SESSAO-INEXISTENTE TO TRUE
                   PERFORM P000-ERRO
                   GO TO P470-FIM
               END-IF
               COMPUTE WS-N1 ROUNDED = WS-SES-SALDO (WS-NDX-SES)
                   ON SIZE ERROR
                       SET ERRO-ESTOURO-SALDO TO TRUE
                       PERFORM P000-ERRO
               END-COMPUTE
               SET ITEM-USA-SALDO TO TRUE
           END-IF
           .
       P470-FIM.

      * Item certo atualiza o saldo corrente; o primeiro erro da
      * sessao grava em CALCERR a marca de sessao falhada (codigo 07,
      * uma vez por sessao).
       P475-ATUALIZAR-SESSAO.
           IF NOT SESSAO-ACHADA
               CONTINUE
           ELSE
               IF NAO-OCORREU-ERRO
                   MOVE WS-RESULTADO TO WS-SES-SALDO (WS-NDX-SES)
                   MOVE 'S' TO WS-SES-TEM-SALDO (WS-NDX-SES)
               ELSE
                   IF SESSAO-EM-DIA (WS-NDX-SES)
                       SET SESSAO-FALHADA (WS-NDX-SES) TO TRUE
                       ADD 1 TO WS-CONT-SES-FALHADAS
                       DISPLAY 'SESSAO ' WS-SESSAO-ATUAL
                               ' FALHOU NA TRANSACAO '
                               WS-ID-TRANSACAO
                       MOVE WS-COD-ERRO TO WS-COD-ERRO-ITEM
                       SET ERRO-SESSAO-FALHOU TO TRUE
                       PERFORM P070-GRAVAR-LOG-ERRO
                       MOVE WS-COD-ERRO-ITEM TO WS-COD-ERRO
                   END-IF
               END-IF
           END-IF
           .

      * Fechamento: a linha de SUBTOTAL vai para CALCSAID com o ID da
      * propria transacao de fechamento (o batimento de
      * controle_calculadora continua um para um) e o log de
      * auditoria registra o saldo final com operacao '='. Fechar
      * sessao que nao esta aberta e erro 09.
       P480-FECHAR-SESSAO.
           MOVE ZERO   TO WS-SES-ITENS-ED
           MOVE ZERO   TO WS-RESULTADO
           MOVE 'FALHOU' TO WS-SES-SITUACAO-ED
           PERFORM P490-LOCALIZAR-SESSAO THRU P490-FIM
           IF SESSAO-ACHADA
               MOVE WS-SES-ITENS (WS-NDX-SES) TO WS-SES-ITENS-ED
               MOVE WS-SES-SALDO (WS-NDX-SES) TO WS-RESULTADO
               IF SESSAO-EM-DIA (WS-NDX-SES)
                   MOVE 'OK' TO WS-SES-SITUACAO-ED
               END-IF
               MOVE 'L' TO WS-SES-SITUACAO (WS-NDX-SES)
               ADD 1 TO WS-CONT-SES-FECHADAS
           ELSE
               SET ERRO-SESSAO-INEXISTENTE TO TRUE
               PERFORM P000-ERRO
           END-IF

           MOVE WS-RESULTADO TO WS-RESULTADO-ED
           MOVE SPACES TO SAID-REGISTRO
           STRING 'ID='              DELIMITED BY SIZE
                  WS-ID-TRANSACAO    DELIMITED BY SIZE
                  ' SUBTOTAL SESSAO=' DELIMITED BY SIZE
                  WS-SESSAO-ATUAL    DELIMITED BY SIZE
                  ' ITENS='          DELIMITED BY SIZE
                  WS-SES-ITENS-ED    DELIMITED BY SIZE
                  ' SALDO='          DELIMITED BY SIZE
                  WS-RESULTADO-ED    DELIMITED BY SIZE
                  ' SITUACAO='       DELIMITED BY SIZE
                  WS-SES-SITUACAO-ED DELIMITED BY SIZE
               INTO SAID-REGISTRO
           WRITE SAID-REGISTRO
           DISPLAY 'SESSAO ' WS-SESSAO-ATUAL ' FECHADA: '
                   WS-SES-ITENS-ED ' ITEM(NS), SALDO '
                   WS-RESULTADO-ED ' - ' WS-SES-SITUACAO-ED

           MOVE ZERO TO WS-N1
           MOVE ZERO TO WS-N2
           MOVE '='  TO WS-OPERACAO
           PERFORM P600-GRAVAR-LOG
           .
       P480-FIM.

       P490-LOCALIZAR-SESSAO.
           MOVE 'N' TO WS-SW-SESSAO-ACHADA
           IF WS-SESSAO-ATUAL = SPACES
               GO TO P490-FIM
           END-IF
           SET WS-NDX-SES TO 1
           SEARCH WS-SESSAO
               AT END
                   CONTINUE
               WHEN WS-SES-CHAVE (WS-NDX-SES) = WS-SESSAO-ATUAL
                   AND NOT SESSAO-LIVRE (WS-NDX-SES)
                   SET SESSAO-ACHADA TO TRUE
           END-SEARCH
           .
       P490-FIM.

      * No modo interativo o ID da transacao e a hora da execucao,
      * para a linha de log continuar rastreavel pelo mesmo campo.
       P500-CALC.

      * Nucleo aritmetico usado tanto pelo modo interativo (P500-CALC)
      * quanto pelo modo lote (P450-PROCESSAR-TRANSACAO), a partir de
      * WS-N1/WS-OPERACAO/WS-N2 ja preenchidos pelo chamador. A
      * subtracao e N2 - N1, exceto no item de sessao que usa o saldo
      * (WS-N1 = saldo corrente), em que o estorno N2 sai do saldo.
       P510-EXECUTAR-OPERACAO.
           EVALUATE WS-OPERACAO
               WHEN '+'
                   END-IF

               WHEN '-'
                   IF ITEM-USA-SALDO
                       SUBTRACT WS-N2 FROM WS-N1 GIVING WS-RESULTADO
                                 ON SIZE ERROR
                                     SET ERRO-ESTOURO-SUBTRACAO TO TRUE
                                     PERFORM P000-ERRO
                       END-SUBTRACT
                   ELSE
                       SUBTRACT WS-N1 FROM WS-N2 GIVING WS-RESULTADO
                                 ON SIZE ERROR
                                     SET ERRO-ESTOURO-SUBTRACAO TO TRUE
                                     PERFORM P000-ERRO
                       END-SUBTRACT
                   END-IF
                   IF NAO-OCORREU-ERRO
                       MOVE WS-RESULTADO TO WS-RESULTADO-ED
                       DISPLAY 'RESULTADO DA SUBTRACAO: '
                  WS-RESULTADO-ED     DELIMITED BY SIZE
                  ' ERRO='            DELIMITED BY SIZE
                  WS-SW-ERRO          DELIMITED BY SIZE
                  ' SESSAO='          DELIMITED BY SIZE
                  WS-SESSAO-ATUAL     DELIMITED BY SIZE
               INTO LOG-REGISTRO
           WRITE LOG-REGISTRO
           .
                  WS-N2-ED            DELIMITED BY SIZE
                  ' COD-ERRO='        DELIMITED BY SIZE
                  WS-COD-ERRO         DELIMITED BY SIZE
                  ' SESSAO='          DELIMITED BY SIZE
                  WS-SESSAO-ATUAL     DELIMITED BY SIZE
               INTO ERRO-REGISTRO
           WRITE ERRO-REGISTRO
           .

      * Sessao sem registro de fechamento no fim do lote nao gera
      * SUBTOTAL; fica apontada aqui e no controle_calculadora.
       P999-FIM.
           IF MODO-LOTE OR MODO-REPROCESSO
               PERFORM VARYING WS-NDX-SES FROM 1 BY 1
                       UNTIL WS-NDX-SES > 500
                   IF NOT SESSAO-LIVRE (WS-NDX-SES)
                       ADD 1 TO WS-CONT-SES-PENDENTES
                       DISPLAY 'SESSAO ' WS-SES-CHAVE (WS-NDX-SES)
                               ' SEM REGISTRO DE FECHAMENTO.'
                   END-IF
               END-PERFORM
               DISPLAY 'SESSOES ABERTAS.........: '
                       WS-CONT-SES-ABERTAS
               DISPLAY 'SESSOES FECHADAS........: '
                       WS-CONT-SES-FECHADAS
               DISPLAY 'SESSOES FALHADAS........: '
                       WS-CONT-SES-FALHADAS
               DISPLAY 'SESSOES SEM FECHAMENTO..: '
                       WS-CONT-SES-PENDENTES
           END-IF
           IF MODO-REPROCESSO
               DISPLAY 'TRANSACOES REPROCESSADAS: '
                       WS-CONT-REPROCESSADAS
