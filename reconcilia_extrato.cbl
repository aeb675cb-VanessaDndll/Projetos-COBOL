      *                       (nova chave de CADMEST e novo campo de
      *                       EXTNOTA, ver CADREG/EXTREG) no lugar do
      *                       nome digitado.
      *   15/10/2026 vdndll - execucao registrada no controle da
      *                       cadeia batch CTLEXEC (ver EXEREG):
      *                       fechamento_dia so cicla CADHIST e EXTNOTA
      *                       depois de uma conciliacao concluida.
      *   15/10/2026 vdndll - CADMEST indisponivel ou EXTNOTA ausente
      *                       continuam gerando o batimento, mas a
      *                       execucao fica como falha (codigo de
      *                       retorno 8) - fechamento_dia nao cicla
      *                       depois de uma conciliacao que nao
      *                       comparou nada. A conciliacao so parte com
      *                       o retorno_secretaria de hoje concluido e
      *                       sem calculo_media de hoje mal terminado.
      *   15/10/2026 vdndll - execucao recusada (R) de calculo_media ou
      *                       retorno_secretaria e ignorada na
      *                       conferencia: vale a ultima que rodou.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. reconcilia_extrato.
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
       01  REL-LINHA                   PIC X(140).

      * Controle de execucao da cadeia batch (ver EXEREG).
       FD  ARQ-EXECUCAO.
           COPY EXEREG.

       WORKING-STORAGE SECTION.
         77 WS-FS-CADASTRO         PIC X(02) VALUE SPACES.
         77 WS-FS-EXTRATO          PIC X(02) VALUE SPACES.
         77 WS-EDIT-SOMA           PIC Z(08)9.99.
         77 WS-EDIT-MEDIA          PIC Z9.99.
         77 WS-EDIT-MEDIA-EXT      PIC Z9.99.
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
         77 WS-DATA-HOJE           PIC 9(08) VALUE ZERO.

      * Chaves de batimento montadas na mesma ordem da chave primaria
      * do mestre (MATRICULA+ANO+SEMESTRE+MATERIA); no fim de cada
           03 WS-CE-MATERIA        PIC X(20).
         01 WS-CHAVE-ANTERIOR      PIC X(33) VALUE SPACES.

      * Chave da ultima execucao localizada em P007 (ver EXEREG).
         01 WS-ULT-EXECUCAO.
           03 WS-ULT-DATA          PIC 9(08).
           03 WS-ULT-HORA          PIC 9(08).
           03 WS-ULT-PROGRAMA      PIC X(30).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM P005-INICIAR-EXECUCAO THRU P005-FIM.
           PERFORM P050-CLASSIFICAR-EXTRATO.
           PERFORM P010-ABRIR-ARQUIVOS.
           PERFORM P006-CONFERIR-PREDECESSORES THRU P006-FIM.
           IF EXECUCAO-RECUSADA
               PERFORM P999-FINAL
           END-IF.
           PERFORM P210-LER-MESTRE  THRU P210-FIM.
           PERFORM P220-LER-EXTRATO THRU P220-FIM.
           PERFORM P300-CONCILIAR   THRU P300-FIM
           PERFORM P800-TOTAIS      THRU P800-FIM.
           PERFORM P999-FINAL.

      * Registra a partida no controle de execucao CTLEXEC (criado
      * vazio na primeira vez). Com o controle indisponivel a execucao
      * nao fica registrada e P006-CONFERIR-PREDECESSORES recusa a
      * conciliacao, que nao tem como conferir os passos anteriores.
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
           MOVE 'reconcilia_extrato' TO EXE-PROGRAMA
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

      * A conciliacao confere o que a cadeia do dia deixou no mestre
      * e no extrato: exige um retorno_secretaria concluido hoje (o
      * ultimo do dia, se houve mais de um) e, se calculo_media
      * registrou carga hoje, que a ultima tenha concluido - dia sem
      * carga de notas e normal. Sem CTLEXEC nao ha como conferir, e
      * a conciliacao e recusada; a cadeia para aqui e nao no
      * fechamento_dia.
       P006-CONFERIR-PREDECESSORES.
           MOVE SPACES TO WS-EXE-MENSAGEM
           IF NOT CONTROLE-ABERTO
               STRING 'CTLEXEC INDISPONIVEL - PASSOS ANTERIORES NAO '
                                       DELIMITED BY SIZE
                      'CONFERIDOS'     DELIMITED BY SIZE
                   INTO WS-EXE-MENSAGEM
               GO TO P006-RECUSAR
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           MOVE 'calculo_media' TO WS-EXE-PROCURADO
           MOVE WS-DATA-HOJE TO WS-EXE-DESDE
           PERFORM P007-LOCALIZAR-EXECUCAO THRU P007-FIM
           IF EXECUCAO-ACHADA AND WS-ULT-SITUACAO NOT = 'O'
               STRING 'ULTIMO CALCULO_MEDIA DE HOJE TERMINOU COM '
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
               MOVE 'RETORNO_SECRETARIA NAO RODOU HOJE'
                   TO WS-EXE-MENSAGEM
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
           GO TO P006-FIM
           .
       P006-RECUSAR.
           SET EXECUCAO-RECUSADA TO TRUE
           MOVE SPACES TO REL-LINHA
           STRING 'CONCILIACAO RECUSADA: ' DELIMITED BY SIZE
                  WS-EXE-MENSAGEM          DELIMITED BY SIZE
               INTO REL-LINHA
           WRITE REL-LINHA
           DISPLAY REL-LINHA
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

      * O extrato acumulado e gravado na ordem de processamento, nao
      * na ordem da chave do mestre; classifica-lo primeiro permite o
      * batimento sequencial classico e poe as linhas duplicadas de
      * cargas reiniciadas uma ao lado da outra. Um EXTNOTA ausente
      * (sistema recem-implantado ou extrato ja ciclado) e tratado
      * como extrato vazio - o batimento ainda sai, mostrando todo o
      * mestre como "sem extrato" - em vez de abortar no SORT; a
      * execucao fica como falha, porque nada foi conferido.
       P050-CLASSIFICAR-EXTRATO.
           OPEN INPUT ARQ-EXTRATO
           IF WS-FS-EXTRATO = '00'
           ELSE
               DISPLAY 'EXTRATO EXTNOTA NAO ENCONTRADO - '
                       'TRATADO COMO VAZIO.'
               SET EXECUCAO-FALHOU TO TRUE
               MOVE 'EXTRATO EXTNOTA AUSENTE - NADA CONCILIADO'
                   TO WS-EXE-MENSAGEM
               OPEN OUTPUT ARQ-EXTRATO-ORD
               CLOSE ARQ-EXTRATO-ORD
           END-IF
      * CADMEST indisponivel (sistema recem-implantado) e tratado como
      * mestre vazio, igual ao extrato ausente em P050: o lado do
      * mestre e dado por encerrado e o batimento drena o extrato
      * normalmente, em vez de ler um arquivo que nao abriu. Como em
      * P050, a execucao fica como falha.
       P010-ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-CADASTRO
           IF WS-FS-CADASTRO NOT = '00'
                       WS-FS-CADASTRO ') - TRATADO COMO VAZIO.'
               SET FIM-MESTRE TO TRUE
               MOVE HIGH-VALUES TO WS-CHAVE-MESTRE
               IF EXECUCAO-OK
                   SET EXECUCAO-FALHOU TO TRUE
                   STRING 'CADASTRO-MESTRE CADMEST INDISPONIVEL '
                                           DELIMITED BY SIZE
                          '(STATUS '       DELIMITED BY SIZE
                          WS-FS-CADASTRO   DELIMITED BY SIZE
                          ')'              DELIMITED BY SIZE
                       INTO WS-EXE-MENSAGEM
               END-IF
           END-IF

           OPEN INPUT ARQ-EXTRATO-ORD
           .
       P800-FIM.

      * Regrava o registro da execucao com o termino, a situacao final
      * e as contagens. Execucao que nao terminou bem devolve codigo
      * de retorno 8 ao job, para o passo seguinte nao partir.
       P990-ENCERRAR-EXECUCAO.
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
           MOVE 'EXTNOTA' TO EXE-ARQ-ENTRADA
           MOVE WS-CONT-EXTRATO TO EXE-QTD-ENTRADA
           MOVE WS-CONT-EXTRATO TO EXE-QTD-LIDOS
           MOVE WS-CONT-BATIDOS TO EXE-QTD-GRAVADOS
           COMPUTE EXE-QTD-REJEITADOS =
               WS-CONT-SEM-EXTRATO + WS-CONT-SEM-MESTRE
               + WS-CONT-DIVERGENTES + WS-CONT-DUPLICADOS
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
           CLOSE ARQ-CADASTRO
           CLOSE ARQ-EXTRATO-ORD
           CLOSE ARQ-RELATORIO
