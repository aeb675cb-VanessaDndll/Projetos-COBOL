      *                       (ver CALPER): retorno para periodo
      *                       fechado ou nao definido vai para o
      *                       relatorio de excecao sem tocar o mestre.
      *   15/10/2026 vdndll - execucao registrada no controle da
      *                       cadeia batch CTLEXEC (ver EXEREG); sem
      *                       CADMEST ou sem o SECRETRN do dia a
      *                       execucao fica registrada como falha
      *                       (codigo de retorno 8) e fechamento_
      *                       periodo recusa partir.
      *   15/10/2026 vdndll - o SECRETRN so e aplicado depois de uma
      *                       remessa_secretaria concluida (situacao
      *                       O); sem ela, ou com a ultima remessa
      *                       falha ou em curso, o retorno e recusado
      *                       (codigo de retorno 8) sem tocar o
      *                       mestre.
      *   15/10/2026 vdndll - remessa_secretaria recusada (R) e ignorada
      *                       na conferencia: vale a ultima remessa
      *                       que rodou.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. retorno_secretaria.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXCECAO.

           SELECT ARQ-EXECUCAO ASSIGN TO "CTLEXEC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXE-CHAVE
               FILE STATUS IS WS-FS-EXECUCAO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-CADASTRO.
       FD  ARQ-EXCECAO.
       01  EXC-LINHA                   PIC X(140).

      * Controle de execucao da cadeia batch (ver EXEREG).
       FD  ARQ-EXECUCAO.
           COPY EXEREG.

       WORKING-STORAGE SECTION.
         77 WS-FS-CADASTRO         PIC X(02) VALUE SPACES.
         77 WS-FS-RETORNO          PIC X(02) VALUE SPACES.
            88 PERIODO-VALIDO          VALUE 'S'.
         77 WS-CONT-PERIODO-FECH   PIC 9(07) VALUE ZERO.
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
         77 WS-EXE-PROCURADO       PIC X(30) VALUE SPACES.
         77 WS-EXE-DESDE           PIC 9(08) VALUE ZERO.
         77 WS-SW-FIM-EXECUCOES    PIC X(01) VALUE 'N'.
            88 FIM-EXECUCOES           VALUE 'S'.
         77 WS-SW-ACHOU-EXEC       PIC X(01) VALUE 'N'.
            88 EXECUCAO-ACHADA         VALUE 'S'.
         77 WS-ULT-SITUACAO        PIC X(01) VALUE SPACE.
         77 WS-ULT-CHAVE-OK        PIC X(46) VALUE SPACES.

      * Chave da ultima execucao localizada em P007 (ver EXEREG).
         01 WS-ULT-EXECUCAO.
           03 WS-ULT-DATA          PIC 9(08).
           03 WS-ULT-HORA          PIC 9(08).
           03 WS-ULT-PROGRAMA      PIC X(30).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM P005-INICIAR-EXECUCAO THRU P005-FIM.
           PERFORM P006-CONFERIR-PREDECESSORES THRU P006-FIM.
           IF EXECUCAO-RECUSADA
               PERFORM P999-FINAL
           END-IF.
           PERFORM P010-ABRIR-ARQUIVOS.
           PERFORM P100-PROCESSAR-RETORNOS THRU P100-FIM
               UNTIL FIM-RETORNOS.
           PERFORM P800-TOTAIS THRU P800-FIM.
           PERFORM P999-FINAL.

      * Registra a partida no controle de execucao CTLEXEC (criado
      * vazio na primeira vez). Com o controle indisponivel a execucao
      * nao fica registrada e P006-CONFERIR-PREDECESSORES recusa o
      * retorno, que nao tem como conferir a remessa.
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
           MOVE 'retorno_secretaria' TO EXE-PROGRAMA
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

      * O SECRETRN responde a uma remessa: a ultima execucao de
      * remessa_secretaria precisa existir e ter concluido. Remessa
      * que falhou ou que ainda esta em curso deixou carimbos de
      * envio pela metade no mestre. A conferencia e feita antes de
      * abrir os arquivos, para a recusa nao tocar o mestre nem
      * apagar o RETEXC anterior. Sem CTLEXEC nao ha como conferir, e
      * o retorno e recusado.
       P006-CONFERIR-PREDECESSORES.
           IF NOT CONTROLE-ABERTO
               MOVE 'CTLEXEC INDISPONIVEL - REMESSA NAO CONFERIDA'
                   TO WS-EXE-MENSAGEM
               GO TO P006-RECUSAR
           END-IF

           MOVE 'remessa_secretaria' TO WS-EXE-PROCURADO
           MOVE ZERO TO WS-EXE-DESDE
           PERFORM P007-LOCALIZAR-EXECUCAO THRU P007-FIM
           IF NOT EXECUCAO-ACHADA
               MOVE 'NENHUMA REMESSA_SECRETARIA REGISTRADA'
                   TO WS-EXE-MENSAGEM
               GO TO P006-RECUSAR
           END-IF
           IF WS-ULT-SITUACAO NOT = 'O'
               STRING 'ULTIMA REMESSA_SECRETARIA TERMINOU COM '
                                       DELIMITED BY SIZE
                      'SITUACAO '      DELIMITED BY SIZE
                      WS-ULT-SITUACAO  DELIMITED BY SIZE
                   INTO WS-EXE-MENSAGEM
               GO TO P006-RECUSAR
           END-IF
           GO TO P006-FIM
           .
       P006-RECUSAR.
           SET EXECUCAO-RECUSADA TO TRUE
           DISPLAY 'RETORNO RECUSADO: ' WS-EXE-MENSAGEM
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

       P010-ABRIR-ARQUIVOS.
           OPEN I-O ARQ-CADASTRO
           IF WS-FS-CADASTRO = '00'
           .
       P800-FIM.

      * Regrava o registro da execucao com o termino, a situacao final
      * e as contagens. Execucao que nao terminou bem devolve codigo
      * de retorno 8 ao job, para o passo seguinte nao partir.
       P990-ENCERRAR-EXECUCAO.
           IF EXECUCAO-OK AND NOT MESTRE-ABERTO
               SET EXECUCAO-FALHOU TO TRUE
               MOVE 'CADASTRO-MESTRE CADMEST INDISPONIVEL'
                   TO WS-EXE-MENSAGEM
           END-IF
           IF EXECUCAO-OK AND NOT RETORNO-ABERTO
               SET EXECUCAO-FALHOU TO TRUE
               MOVE 'ARQUIVO DE RETORNO SECRETRN NAO ENCONTRADO'
                   TO WS-EXE-MENSAGEM
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
           MOVE 'SECRETRN' TO EXE-ARQ-ENTRADA
           MOVE WS-CONT-LIDOS TO EXE-QTD-ENTRADA
           MOVE WS-CONT-LIDOS TO EXE-QTD-LIDOS
           COMPUTE EXE-QTD-GRAVADOS =
               WS-CONT-ACEITOS + WS-CONT-REJEITADOS
           COMPUTE EXE-QTD-REJEITADOS =
               WS-CONT-SEM-MESTRE + WS-CONT-INVALIDOS
               + WS-CONT-PERIODO-FECH
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
           IF RETORNO-ABERTO
               CLOSE ARQ-RETORNO
           END-IF
           IF NOT EXECUCAO-RECUSADA
               CLOSE ARQ-CALENDARIO
               CLOSE ARQ-EXCECAO
           END-IF
           DISPLAY 'PROCESSAMENTO DO RETORNO FINALIZADO.'
            STOP RUN.
       END PROGRAM retorno_secretaria.
