      * Tectonics: cobc
      * Modification History:
      *   02/09/2026 vdndll - versao inicial.
      *   15/10/2026 vdndll - execucao registrada no controle da
      *                       cadeia batch CTLEXEC (ver EXEREG). A
      *                       ciclagem exige reconcilia_extrato
      *                       concluido hoje e ainda nao seguido de
      *                       outra ciclagem; faltando, a execucao e
      *                       recusada (codigo de retorno 8) antes de
      *                       tocar qualquer arquivo.
      *   15/10/2026 vdndll - execucao recusada (R) de
      *                       reconcilia_extrato e ignorada na
      *                       conferencia: vale a ultima que rodou.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. fechamento_dia.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRABALHO.

           SELECT ARQ-EXECUCAO ASSIGN TO "CTLEXEC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXE-CHAVE
               FILE STATUS IS WS-FS-EXECUCAO.

       DATA DIVISION.
       FILE SECTION.
      * Janela de retencao dos arquivos-morto, em dias.
           03 WRK-DATA-CICLO           PIC 9(08).
           03 WRK-IMAGEM               PIC X(355).

      * Controle de execucao da cadeia batch (ver EXEREG).
       FD  ARQ-EXECUCAO.
           COPY EXEREG.

       WORKING-STORAGE SECTION.
         77 WS-FS-PARAMETRO        PIC X(02) VALUE SPACES.
         77 WS-FS-RESUMO           PIC X(02) VALUE SPACES.
         77 WS-EDIT-CICLADAS       PIC Z(06)9.
         77 WS-EDIT-MANTIDAS       PIC Z(06)9.
         77 WS-EDIT-EXPURGADAS     PIC Z(06)9.
         77 WS-FS-EXECUCAO         PIC X(02) VALUE SPACES.
         77 WS-SW-CONTROLE-EXEC    PIC X(01) VALUE 'N'.
            88 CONTROLE-ABERTO         VALUE 'S'.
         77 WS-SW-RESULTADO-EXEC   PIC X(01) VALUE 'O'.
            88 EXECUCAO-OK             VALUE 'O'.
            88 EXECUCAO-FALHOU         VALUE 'F'.
            88 EXECUCAO-RECUSADA       VALUE 'R'.
         77 WS-EXE-CHAVE           PIC X(46) VALUE SPACES.
         77 WS-EXE-MENSAGEM        PIC X(60) VALUE SPACES.
         77 WS-EXE-PROCURADO       PIC X(30) VALUE SPACES.
         77 WS-EXE-DESDE           PIC 9(08) VALUE ZERO.
         77 WS-SW-FIM-EXECUCOES    PIC X(01) VALUE 'N'.
            88 FIM-EXECUCOES           VALUE 'S'.
         77 WS-SW-ACHOU-EXEC       PIC X(01) VALUE 'N'.
            88 EXECUCAO-ACHADA         VALUE 'S'.
         77 WS-ULT-SITUACAO        PIC X(01) VALUE SPACE.
         77 WS-ULT-CHAVE-OK        PIC X(46) VALUE SPACES.
         77 WS-CHAVE-CONCILIACAO   PIC X(46) VALUE SPACES.
         77 WS-CONT-TOTAL-CICLADAS PIC 9(07) VALUE ZERO.
         77 WS-CONT-TOTAL-EXPURG   PIC 9(07) VALUE ZERO.
         77 WS-EDIT-TOTAL          PIC Z(06)9.

      * Chave da ultima execucao localizada em P007 (ver EXEREG).
         01 WS-ULT-EXECUCAO.
           03 WS-ULT-DATA          PIC 9(08).
           03 WS-ULT-HORA          PIC 9(08).
           03 WS-ULT-PROGRAMA      PIC X(30).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM P005-INICIAR-EXECUCAO THRU P005-FIM.
           PERFORM P010-ABRIR-ARQUIVOS.
           PERFORM P006-CONFERIR-PREDECESSORES THRU P006-FIM.
           IF EXECUCAO-RECUSADA
               PERFORM P999-FINAL
           END-IF.
           PERFORM P200-CICLAR-CALCLOG THRU P200-FIM.
           PERFORM P300-CICLAR-CALCERR THRU P300-FIM.
           PERFORM P400-CICLAR-CADHIST THRU P400-FIM.
           PERFORM P500-CICLAR-EXTNOTA THRU P500-FIM.
           PERFORM P999-FINAL.

      * Registra a partida no controle de execucao CTLEXEC (criado
      * vazio na primeira vez). Com o controle indisponivel a execucao
      * nao fica registrada e P006-CONFERIR-PREDECESSORES recusa o
      * fechamento, que nao tem como conferir a conciliacao do dia.
       P005-INICIAR-EXECUCAO.
           OPEN I-O ARQ-EXECUCAO
           IF WS-FS-EXECUCAO = '35'
               OPEN OUTPUT ARQ-EXECUCAO
               CLOSE ARQ-EXECUCAO
               OPEN I-O ARQ-EXECUCAO
           END-IF
           IF WS-FS-EXECUCAO NOT = '00'
               DISPLAY 'CONTROLE DE EXECUCAO CTLEXEC INDISPONIVEL '
                       '(STATUS ' WS-FS-EXECUCAO ') - EXECUCAO NAO '
                       'REGISTRADA.'
               GO TO P005-FIM
           END-IF

           INITIALIZE EXE-REGISTRO
           ACCEPT EXE-DATA-INICIO FROM DATE YYYYMMDD
           ACCEPT EXE-HORA-INICIO FROM TIME
           MOVE 'fechamento_dia' TO EXE-PROGRAMA
           SET EXE-EM-CURSO TO TRUE
           WRITE EXE-REGISTRO
               INVALID KEY
                   CONTINUE
           END-WRITE
           IF WS-FS-EXECUCAO = '00'
               MOVE EXE-CHAVE TO WS-EXE-CHAVE
               SET CONTROLE-ABERTO TO TRUE
           ELSE
               DISPLAY 'ERRO AO REGISTRAR A EXECUCAO EM CTLEXEC '
                       '(STATUS ' WS-FS-EXECUCAO ').'
               CLOSE ARQ-EXECUCAO
           END-IF
           .
       P005-FIM.

      * CADHIST e EXTNOTA so podem ser ciclados depois que
      * reconcilia_extrato os usou: exige uma conciliacao concluida
      * hoje (a ultima do dia, se houve mais de uma) e nenhuma
      * ciclagem concluida depois dela. Sem CTLEXEC nao ha como
      * conferir, e a ciclagem tambem e recusada.
       P006-CONFERIR-PREDECESSORES.
           IF NOT CONTROLE-ABERTO
               MOVE 'CTLEXEC INDISPONIVEL - CONCILIACAO NAO CONFERIDA'
                   TO WS-EXE-MENSAGEM
               GO TO P006-RECUSAR
           END-IF

           MOVE 'reconcilia_extrato' TO WS-EXE-PROCURADO
           MOVE WS-DATA-HOJE TO WS-EXE-DESDE
           PERFORM P007-LOCALIZAR-EXECUCAO THRU P007-FIM
           IF NOT EXECUCAO-ACHADA
               MOVE 'RECONCILIA_EXTRATO NAO RODOU HOJE'
                   TO WS-EXE-MENSAGEM
               GO TO P006-RECUSAR
           END-IF
           IF WS-ULT-SITUACAO NOT = 'O'
               STRING 'ULTIMO RECONCILIA_EXTRATO DE HOJE TERMINOU '
                                       DELIMITED BY SIZE
                      'COM SITUACAO '  DELIMITED BY SIZE
                      WS-ULT-SITUACAO  DELIMITED BY SIZE
                   INTO WS-EXE-MENSAGEM
               GO TO P006-RECUSAR
           END-IF
           MOVE WS-ULT-EXECUCAO TO WS-CHAVE-CONCILIACAO

           MOVE 'fechamento_dia' TO WS-EXE-PROCURADO
           MOVE ZERO TO WS-EXE-DESDE
           PERFORM P007-LOCALIZAR-EXECUCAO THRU P007-FIM
           IF WS-ULT-CHAVE-OK NOT = SPACES
               AND WS-ULT-CHAVE-OK > WS-CHAVE-CONCILIACAO
               MOVE 'CICLAGEM JA FEITA APOS A ULTIMA CONCILIACAO'
                   TO WS-EXE-MENSAGEM
               GO TO P006-RECUSAR
           END-IF
           GO TO P006-FIM
           .
       P006-RECUSAR.
           SET EXECUCAO-RECUSADA TO TRUE
           MOVE SPACES TO RES-LINHA
           STRING 'EXECUCAO RECUSADA: ' DELIMITED BY SIZE
                  WS-EXE-MENSAGEM       DELIMITED BY SIZE
               INTO RES-LINHA
           WRITE RES-LINHA
           DISPLAY RES-LINHA
           .
       P006-FIM.

      * Localiza em CTLEXEC, a partir da data WS-EXE-DESDE, a ultima
      * execucao do programa WS-EXE-PROCURADO (chave e situacao) e a
      * ultima concluida com sucesso. Execucao recusada (R) e
      * ignorada: foi barrada antes de mexer em qualquer arquivo, e
      * quem decide e a ultima que de fato rodou. A chave comeca pela
      * data/hora de inicio, entao a leitura sequencial ja vem em
      * ordem cronologica.
       P007-LOCALIZAR-EXECUCAO.
           MOVE 'N'    TO WS-SW-ACHOU-EXEC
           MOVE 'N'    TO WS-SW-FIM-EXECUCOES
           MOVE SPACES TO WS-ULT-EXECUCAO
           MOVE SPACE  TO WS-ULT-SITUACAO
           MOVE SPACES TO WS-ULT-CHAVE-OK
           MOVE LOW-VALUES   TO EXE-CHAVE
           MOVE WS-EXE-DESDE TO EXE-DATA-INICIO
           START ARQ-EXECUCAO KEY IS NOT LESS THAN EXE-CHAVE
               INVALID KEY
                   GO TO P007-FIM
           END-START
           PERFORM P008-LER-EXECUCAO THRU P008-FIM
               UNTIL FIM-EXECUCOES
           .
       P007-FIM.

       P008-LER-EXECUCAO.
           READ ARQ-EXECUCAO NEXT RECORD
               AT END
                   SET FIM-EXECUCOES TO TRUE
               NOT AT END
                   IF EXE-PROGRAMA = WS-EXE-PROCURADO
                       AND NOT EXE-RECUSADA
                       SET EXECUCAO-ACHADA TO TRUE
                       MOVE EXE-CHAVE    TO WS-ULT-EXECUCAO
                       MOVE EXE-SITUACAO TO WS-ULT-SITUACAO
                       IF EXE-CONCLUIDA
                           MOVE EXE-CHAVE TO WS-ULT-CHAVE-OK
                       END-IF
                   END-IF
           END-READ
           .
       P008-FIM.

      * A data de corte da retencao e hoje menos a janela: todo ciclo
      * gravado no arquivo-morto com data anterior ao corte e
      * expurgado na passada de retencao.
      * estado do arquivo-morto apos a retencao. Arquivo vivo ausente
      * sai com ciclagem zero (nada a fazer nao e erro).
       P900-RESUMIR-ARQUIVO.
           ADD WS-CONT-CICLADAS   TO WS-CONT-TOTAL-CICLADAS
           ADD WS-CONT-EXPURGADAS TO WS-CONT-TOTAL-EXPURG
           MOVE WS-CONT-CICLADAS   TO WS-EDIT-CICLADAS
           MOVE WS-CONT-MANTIDAS   TO WS-EDIT-MANTIDAS
           MOVE WS-CONT-EXPURGADAS TO WS-EDIT-EXPURGADAS
           DISPLAY RES-LINHA
           .

      * Regrava o registro da execucao com o termino, a situacao final
      * e as contagens. Execucao que nao terminou bem devolve codigo
      * de retorno 8 ao job, para o passo seguinte nao partir.
       P990-ENCERRAR-EXECUCAO.
           IF EXECUCAO-OK
               MOVE WS-CONT-TOTAL-EXPURG TO WS-EDIT-TOTAL
               STRING 'LINHAS EXPURGADAS DOS ARQUIVOS-MORTO:'
                                       DELIMITED BY SIZE
                      WS-EDIT-TOTAL    DELIMITED BY SIZE
                   INTO WS-EXE-MENSAGEM
           END-IF
           IF NOT EXECUCAO-OK
               MOVE 8 TO RETURN-CODE
           END-IF
           IF NOT CONTROLE-ABERTO
               GO TO P990-FIM
           END-IF

           MOVE WS-EXE-CHAVE TO EXE-CHAVE
           READ ARQ-EXECUCAO
               INVALID KEY
                   DISPLAY 'EXECUCAO NAO ENCONTRADA EM CTLEXEC PARA '
                           'O ENCERRAMENTO.'
                   CLOSE ARQ-EXECUCAO
                   GO TO P990-FIM
           END-READ

           ACCEPT EXE-DATA-FIM FROM DATE YYYYMMDD
           ACCEPT EXE-HORA-FIM FROM TIME
           MOVE WS-SW-RESULTADO-EXEC TO EXE-SITUACAO
           MOVE WS-CONT-TOTAL-CICLADAS TO EXE-QTD-ENTRADA
           MOVE WS-CONT-TOTAL-CICLADAS TO EXE-QTD-LIDOS
           MOVE WS-CONT-TOTAL-CICLADAS TO EXE-QTD-GRAVADOS
           MOVE WS-EXE-MENSAGEM TO EXE-MENSAGEM
           REWRITE EXE-REGISTRO
               INVALID KEY
                   CONTINUE
           END-REWRITE
           CLOSE ARQ-EXECUCAO
           .
       P990-FIM.

       P999-FINAL.
           PERFORM P990-ENCERRAR-EXECUCAO THRU P990-FIM
           CLOSE ARQ-RESUMO
           DISPLAY 'FECHAMENTO DO DIA FINALIZADO; RESUMO EM FECHDREL.'
            STOP RUN.
