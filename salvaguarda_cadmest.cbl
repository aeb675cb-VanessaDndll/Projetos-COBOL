      * Tectonics: cobc
      * Modification History:
      *   02/09/2026 vdndll - versao inicial.
      *   15/10/2026 vdndll - execucao registrada no controle da
      *                       cadeia batch CTLEXEC (ver EXEREG); sem
      *                       operacao valida, com o mestre ou o
      *                       backup indisponivel, ou com erro de
      *                       gravacao na recarga, a execucao fica
      *                       como falha (codigo de retorno 8).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. salvaguarda_cadmest.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.

           SELECT ARQ-EXECUCAO ASSIGN TO "CTLEXEC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXE-CHAVE
               FILE STATUS IS WS-FS-EXECUCAO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-CADASTRO.
       FD  ARQ-RELATORIO.
       01  REL-LINHA                   PIC X(132).

      * Controle de execucao da cadeia batch (ver EXEREG).
       FD  ARQ-EXECUCAO.
           COPY EXEREG.

       WORKING-STORAGE SECTION.
         77 WS-FS-CADASTRO         PIC X(02) VALUE SPACES.
         77 WS-FS-PARAMETRO        PIC X(02) VALUE SPACES.
         77 WS-CONT-DUPLICADOS     PIC 9(07) VALUE ZERO.
         77 WS-CONT-ERRO-GRAVACAO  PIC 9(07) VALUE ZERO.
         77 WS-EDIT-CONTADOR       PIC Z(06)9.
         77 WS-FS-EXECUCAO         PIC X(02) VALUE SPACES.
         77 WS-SW-CONTROLE-EXEC    PIC X(01) VALUE 'N'.
            88 CONTROLE-ABERTO         VALUE 'S'.
         77 WS-SW-RESULTADO-EXEC   PIC X(01) VALUE 'O'.
            88 EXECUCAO-OK             VALUE 'O'.
            88 EXECUCAO-FALHOU         VALUE 'F'.
            88 EXECUCAO-RECUSADA       VALUE 'R'.
         77 WS-EXE-CHAVE           PIC X(46) VALUE SPACES.
         77 WS-EXE-MENSAGEM        PIC X(60) VALUE SPACES.
         77 WS-EDIT-OCORRENCIAS    PIC Z(06)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM P005-INICIAR-EXECUCAO THRU P005-FIM.
           PERFORM P010-DETERMINAR-OPERACAO.
           EVALUATE TRUE
               WHEN MODO-DESCARGA
           END-EVALUATE
           PERFORM P999-FINAL.

      * Registra a partida no controle de execucao CTLEXEC (criado
      * vazio na primeira vez). Controle indisponivel nao impede o
      * processamento; a execucao apenas deixa de ficar registrada.
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
           MOVE 'salvaguarda_cadmest' TO EXE-PROGRAMA
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

      * A operacao exige o parametro explicito - em especial a
      * recarga, que recria o mestre por cima do que existir.
       P010-DETERMINAR-OPERACAO.
           IF WS-FS-CADASTRO NOT = '00'
               DISPLAY 'CADASTRO-MESTRE CADMEST INDISPONIVEL '
                       '(STATUS ' WS-FS-CADASTRO ').'
               SET EXECUCAO-FALHOU TO TRUE
               MOVE 'CADASTRO-MESTRE CADMEST INDISPONIVEL'
                   TO WS-EXE-MENSAGEM
               GO TO P100-FIM
           END-IF

           IF WS-FS-SEGURANCA NOT = '00'
               DISPLAY 'BACKUP CADSEG NAO ENCONTRADO - RECARGA '
                       'ABANDONADA.'
               SET EXECUCAO-FALHOU TO TRUE
               MOVE 'BACKUP CADSEG NAO ENCONTRADO'
                   TO WS-EXE-MENSAGEM
               GO TO P500-FIM
           END-IF

               DISPLAY 'NAO FOI POSSIVEL RECRIAR CADMEST (STATUS '
                       WS-FS-CADASTRO ').'
               CLOSE ARQ-SEGURANCA
               SET EXECUCAO-FALHOU TO TRUE
               MOVE 'NAO FOI POSSIVEL RECRIAR CADMEST'
                   TO WS-EXE-MENSAGEM
               GO TO P500-FIM
           END-IF

           END-IF
           .

      * Regrava o registro da execucao com o termino, a situacao final
      * e as contagens. Execucao que nao terminou bem devolve codigo
      * de retorno 8 ao job, para o passo seguinte nao partir.
       P990-ENCERRAR-EXECUCAO.
           IF EXECUCAO-OK AND MODO-NENHUM
               SET EXECUCAO-FALHOU TO TRUE
               MOVE 'PARAMETRO CADUPARM AUSENTE OU INVALIDO'
                   TO WS-EXE-MENSAGEM
           END-IF
           IF EXECUCAO-OK AND MODO-RECARGA
               AND WS-CONT-ERRO-GRAVACAO > 0
               SET EXECUCAO-FALHOU TO TRUE
               MOVE WS-CONT-ERRO-GRAVACAO TO WS-EDIT-OCORRENCIAS
               STRING 'RECARGA COM ERROS DE GRAVACAO EM CADMEST:'
                                           DELIMITED BY SIZE
                      WS-EDIT-OCORRENCIAS  DELIMITED BY SIZE
                   INTO WS-EXE-MENSAGEM
           END-IF
           IF EXECUCAO-OK AND MODO-DESCARGA
               MOVE WS-CONT-SUSPEITOS TO WS-EDIT-OCORRENCIAS
               STRING 'DESCARGA EM CADSEG; REGISTROS SUSPEITOS:'
                                           DELIMITED BY SIZE
                      WS-EDIT-OCORRENCIAS  DELIMITED BY SIZE
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
           IF MODO-RECARGA
               MOVE 'CADSEG' TO EXE-ARQ-ENTRADA
               MOVE WS-CONT-RECARREGADOS TO EXE-QTD-GRAVADOS
               COMPUTE EXE-QTD-REJEITADOS =
                   WS-CONT-DUPLICADOS + WS-CONT-ERRO-GRAVACAO
           ELSE
               MOVE 'CADMEST' TO EXE-ARQ-ENTRADA
               MOVE WS-CONT-DESCARREGADOS TO EXE-QTD-GRAVADOS
           END-IF
           MOVE WS-CONT-LIDOS TO EXE-QTD-ENTRADA
           MOVE WS-CONT-LIDOS TO EXE-QTD-LIDOS
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
           CLOSE ARQ-RELATORIO
           DISPLAY 'SALVAGUARDA DE CADMEST FINALIZADA.'
            STOP RUN.
