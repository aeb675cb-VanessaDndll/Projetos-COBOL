      *                       registro nao pode ser arquivado, o
      *                       periodo fica aberto para o fechamento
      *                       ser reexecutado.
      *   15/10/2026 vdndll - execucao registrada no controle da
      *                       cadeia batch CTLEXEC (ver EXEREG). O
      *                       fechamento so parte se a ultima
      *                       remessa_secretaria nao falhou, se
      *                       retorno_secretaria processou com sucesso
      *                       o SECRETRN de hoje e se nenhum registro
      *                       do periodo esta sem envio ou sem
      *                       confirmacao da secretaria (apontados no
      *                       resumo); senao e recusado antes de
      *                       arquivar qualquer registro (codigo de
      *                       retorno 8).
      *   15/10/2026 vdndll - o fechamento exige tambem uma
      *                       salvaguarda_cadmest concluida hoje: o
      *                       mestre so e purgado para CADARQ com a
      *                       copia de seguranca do dia em CADSEG.
      *   15/10/2026 vdndll - so vale como salvaguarda do dia uma
      *                       descarga do CADMEST concluida e nao
      *                       seguida de recarga; execucao recusada
      *                       (R) de remessa_secretaria ou
      *                       retorno_secretaria nao bloqueia mais o
      *                       fechamento - vale a ultima que rodou.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. fechamento_periodo.
               RECORD KEY IS CPE-CHAVE
               FILE STATUS IS WS-FS-CALENDARIO.

           SELECT ARQ-EXECUCAO ASSIGN TO "CTLEXEC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXE-CHAVE
               FILE STATUS IS WS-FS-EXECUCAO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-CADASTRO.
           03 ARC-DATA-FECHAMENTO      PIC 9(08).
           03 ARC-IMAGEM               PIC X(169).

      * Controle de execucao da cadeia batch (ver EXEREG).
       FD  ARQ-EXECUCAO.
           COPY EXEREG.

       WORKING-STORAGE SECTION.
         77 WS-FS-CADASTRO         PIC X(02) VALUE SPACES.
         77 WS-FS-PARAMETRO        PIC X(02) VALUE SPACES.
         77 WS-EDIT-MATERIAS       PIC ZZZZ9.
         77 WS-EDIT-APROVADAS      PIC ZZZZ9.
         77 WS-EDIT-REPROVADAS     PIC ZZZZ9.
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
         77 WS-ULT-ARQ-ENTRADA     PIC X(08) VALUE SPACES.
         77 WS-ULT-CHAVE-OK        PIC X(46) VALUE SPACES.
         77 WS-CONT-NAO-ENVIADOS   PIC 9(07) VALUE ZERO.
         77 WS-CONT-SEM-CONFIRMACAO PIC 9(07) VALUE ZERO.
         77 WS-EDIT-NAO-ENVIADOS   PIC Z(06)9.
         77 WS-EDIT-SEM-CONFIRMACAO PIC Z(06)9.

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
           PERFORM P200-VARRER-MESTRE THRU P200-FIM
               UNTIL FIM-CADASTRO.
           PERFORM P600-FECHAR-RESUMO-ALUNO THRU P600-FIM.
           PERFORM P800-TOTAIS THRU P800-FIM.
           PERFORM P999-FINAL.

      * Registra a partida no controle de execucao CTLEXEC (criado
      * vazio na primeira vez). Com o controle indisponivel a execucao
      * nao fica registrada e P006-CONFERIR-PREDECESSORES recusa o
      * fechamento, que nao tem como conferir a remessa, o retorno e
      * a salvaguarda do mestre.
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
           MOVE 'fechamento_periodo' TO EXE-PROGRAMA
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

      * O periodo so pode ser congelado com a secretaria em dia: a
      * ultima remessa_secretaria nao pode ter falhado, o retorno
      * SECRETRN de hoje precisa ter sido processado com sucesso por
      * retorno_secretaria e nenhum registro do periodo pode estar
      * sem envio (pendente nunca remetido ou rejeitado ainda nao
      * reapresentado) ou enviado e sem confirmacao - depois do
      * arquivamento o retorno nao encontraria mais o registro no
      * mestre. Cada registro nessa situacao e apontado no resumo. O
      * mestre tambem precisa de uma salvaguarda_cadmest concluida
      * hoje, ja que os registros arquivados saem dele: a ultima
      * salvaguarda do dia tem de ser uma descarga do CADMEST
      * (entrada CADMEST) concluida - recarga de CADSEG, mesmo depois
      * da descarga, deixa o dia sem copia valida do mestre atual.
      * Sem CTLEXEC nao ha como conferir, e o fechamento e recusado.
       P006-CONFERIR-PREDECESSORES.
           IF NOT MESTRE-ABERTO
               GO TO P006-FIM
           END-IF

           IF NOT CONTROLE-ABERTO
               STRING 'CTLEXEC INDISPONIVEL - REMESSA E RETORNO NAO '
                                       DELIMITED BY SIZE
                      'CONFERIDOS'     DELIMITED BY SIZE
                   INTO WS-EXE-MENSAGEM
               GO TO P006-RECUSAR
           END-IF

           MOVE 'remessa_secretaria' TO WS-EXE-PROCURADO
           MOVE ZERO TO WS-EXE-DESDE
           PERFORM P007-LOCALIZAR-EXECUCAO THRU P007-FIM
           IF EXECUCAO-ACHADA AND WS-ULT-SITUACAO NOT = 'O'
               STRING 'ULTIMA REMESSA_SECRETARIA TERMINOU COM '
                                       DELIMITED BY SIZE
                      'SITUACAO '      DELIMITED BY SIZE
                      WS-ULT-SITUACAO  DELIMITED BY SIZE
                   INTO WS-EXE-MENSAGEM
               GO TO P006-RECUSAR
           END-IF

           MOVE 'retorno_secretaria' TO WS-EXE-PROCURADO
           MOVE WS-DATA-HOJE TO WS-EXE-DESDE
           PERFORM P007-LOCALIZAR-EXECUCAO THRU P007-FIM
           IF NOT EXECUCAO-ACHADA
               STRING 'SECRETRN DE HOJE NAO PROCESSADO POR '
                                       DELIMITED BY SIZE
                      'RETORNO_SECRETARIA' DELIMITED BY SIZE
                   INTO WS-EXE-MENSAGEM
               GO TO P006-RECUSAR
           END-IF
           IF WS-ULT-SITUACAO NOT = 'O'
               STRING 'ULTIMO RETORNO_SECRETARIA DE HOJE TERMINOU '
                                       DELIMITED BY SIZE
                      'COM SITUACAO '  DELIMITED BY SIZE
                      WS-ULT-SITUACAO  DELIMITED BY SIZE
                   INTO WS-EXE-MENSAGEM
               GO TO P006-RECUSAR
           END-IF

           MOVE 'salvaguarda_cadmest' TO WS-EXE-PROCURADO
           MOVE WS-DATA-HOJE TO WS-EXE-DESDE
           PERFORM P007-LOCALIZAR-EXECUCAO THRU P007-FIM
           IF NOT EXECUCAO-ACHADA OR WS-ULT-SITUACAO NOT = 'O'
               OR WS-ULT-ARQ-ENTRADA NOT = 'CADMEST'
               MOVE 'SALVAGUARDA DO CADMEST NAO CONCLUIDA'
                   TO WS-EXE-MENSAGEM
               GO TO P006-RECUSAR
           END-IF

           PERFORM P009-CONFERIR-ENVIO THRU P009-FIM
               UNTIL FIM-CADASTRO
           IF WS-CONT-NAO-ENVIADOS > 0 OR WS-CONT-SEM-CONFIRMACAO > 0
               MOVE WS-CONT-NAO-ENVIADOS    TO WS-EDIT-NAO-ENVIADOS
               MOVE WS-CONT-SEM-CONFIRMACAO TO WS-EDIT-SEM-CONFIRMACAO
               STRING 'NAO ENVIADOS:'         DELIMITED BY SIZE
                      WS-EDIT-NAO-ENVIADOS    DELIMITED BY SIZE
                      ' SEM CONFIRMACAO:'     DELIMITED BY SIZE
                      WS-EDIT-SEM-CONFIRMACAO DELIMITED BY SIZE
                   INTO WS-EXE-MENSAGEM
               GO TO P006-RECUSAR
           END-IF

      * Conferencia feita: o mestre volta ao inicio para a varredura
      * do fechamento.
           MOVE 'N' TO WS-SW-FIM-CADASTRO
           MOVE LOW-VALUES TO CAD-CHAVE
           START ARQ-CADASTRO KEY IS NOT LESS THAN CAD-CHAVE
               INVALID KEY
                   SET FIM-CADASTRO TO TRUE
           END-START
           GO TO P006-FIM
           .
       P006-RECUSAR.
           SET EXECUCAO-RECUSADA TO TRUE
           MOVE SPACES TO RES-LINHA
           STRING 'FECHAMENTO RECUSADO: ' DELIMITED BY SIZE
                  WS-EXE-MENSAGEM         DELIMITED BY SIZE
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
           MOVE SPACES TO WS-ULT-ARQ-ENTRADA
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
                       MOVE EXE-ARQ-ENTRADA TO WS-ULT-ARQ-ENTRADA
                       IF EXE-CONCLUIDA
                           MOVE EXE-CHAVE TO WS-ULT-CHAVE-OK
                       END-IF
                   END-IF
           END-READ
           .
       P008-FIM.

      * Pre-varredura do mestre: registro do periodo que a secretaria
      * ainda nao aceitou impede o fechamento e sai no resumo.
       P009-CONFERIR-ENVIO.
           READ ARQ-CADASTRO NEXT RECORD
               AT END
                   SET FIM-CADASTRO TO TRUE
                   GO TO P009-FIM
           END-READ

           IF CAD-ANO-LETIVO NOT = WS-FECHAR-ANO
               OR CAD-SEMESTRE NOT = WS-FECHAR-SEMESTRE
               OR TRANSMISSAO-ACEITA
               GO TO P009-FIM
           END-IF

           MOVE SPACES TO RES-LINHA
           MOVE CAD-MATRICULA TO WS-EDIT-MATRICULA
           IF TRANSMISSAO-PENDENTE AND CAD-NUM-REMESSA NOT = ZERO
               ADD 1 TO WS-CONT-SEM-CONFIRMACAO
               STRING 'SEM CONFIRMACAO (REMESSA ' DELIMITED BY SIZE
                      CAD-NUM-REMESSA   DELIMITED BY SIZE
                      '): '             DELIMITED BY SIZE
                      WS-EDIT-MATRICULA DELIMITED BY SIZE
                      ' '               DELIMITED BY SIZE
                      CAD-MATERIA       DELIMITED BY SIZE
                   INTO RES-LINHA
           ELSE
               ADD 1 TO WS-CONT-NAO-ENVIADOS
               STRING 'NAO ENVIADO A SECRETARIA: ' DELIMITED BY SIZE
                      WS-EDIT-MATRICULA DELIMITED BY SIZE
                      ' '               DELIMITED BY SIZE
                      CAD-MATERIA       DELIMITED BY SIZE
                   INTO RES-LINHA
           END-IF
           WRITE RES-LINHA
           DISPLAY RES-LINHA
           .
       P009-FIM.

       P010-ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-PARAMETRO
           IF WS-FS-PARAMETRO = '00'
           .
       P900-FIM.

      * Regrava o registro da execucao com o termino, a situacao final
      * e as contagens. Execucao que nao terminou bem devolve codigo
      * de retorno 8 ao job, para o passo seguinte nao partir.
       P990-ENCERRAR-EXECUCAO.
           IF EXECUCAO-OK AND NOT MESTRE-ABERTO
               SET EXECUCAO-FALHOU TO TRUE
               MOVE 'PERIODO NAO INFORMADO OU CADMEST INDISPONIVEL'
                   TO WS-EXE-MENSAGEM
           END-IF
           IF EXECUCAO-OK AND WS-CONT-NAO-ARQUIVADOS > 0
               SET EXECUCAO-FALHOU TO TRUE
               MOVE 'REGISTROS NAO ARQUIVADOS - PERIODO MANTIDO ABERTO'
                   TO WS-EXE-MENSAGEM
           END-IF
           IF EXECUCAO-OK AND NOT PERIODO-FOI-FECHADO
               SET EXECUCAO-FALHOU TO TRUE
               MOVE 'PERIODO NAO MARCADO COMO FECHADO EM CALPERIO'
                   TO WS-EXE-MENSAGEM
           END-IF
           IF EXECUCAO-OK
               STRING 'PERIODO '         DELIMITED BY SIZE
                      WS-FECHAR-ANO      DELIMITED BY SIZE
                      '/'                DELIMITED BY SIZE
                      WS-FECHAR-SEMESTRE DELIMITED BY SIZE
                      ' FECHADO'         DELIMITED BY SIZE
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
           MOVE 'CADMEST' TO EXE-ARQ-ENTRADA
           COMPUTE EXE-QTD-ENTRADA =
               WS-CONT-FECHADOS + WS-CONT-NAO-ARQUIVADOS
           MOVE EXE-QTD-ENTRADA        TO EXE-QTD-LIDOS
           MOVE WS-CONT-FECHADOS       TO EXE-QTD-GRAVADOS
           MOVE WS-CONT-NAO-ARQUIVADOS TO EXE-QTD-REJEITADOS
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
           IF MESTRE-ABERTO
               CLOSE ARQ-CADASTRO
           END-IF
