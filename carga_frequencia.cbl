      * Tectonics: cobc
      * Modification History:
      *   02/09/2026 vdndll - versao inicial.
      *   15/10/2026 vdndll - frequencia so e aceita para materia
      *                       ofertada, com situacao ativa, a
      *                       ALU-TURMA do aluno no periodo (OFERTA,
      *                       ver OFEREG), como ja acontece com as
      *                       notas em calculo_media e critica_lotes.
      *   15/10/2026 vdndll - execucao registrada no controle da
      *                       cadeia batch CTLEXEC (ver EXEREG); CADMEST
      *                       indisponivel registra a execucao como
      *                       falha e devolve codigo de retorno 8.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. carga_frequencia.
               RECORD KEY IS PAR-MATERIA
               FILE STATUS IS WS-FS-PARAMETROS.

           SELECT ARQ-OFERTA ASSIGN TO "OFERTA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OFE-CHAVE
               FILE STATUS IS WS-FS-OFERTA.

           SELECT ARQ-REJEITADOS ASSIGN TO "FREQREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REJEITADOS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HISTORICO.

           SELECT ARQ-EXECUCAO ASSIGN TO "CTLEXEC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXE-CHAVE
               FILE STATUS IS WS-FS-EXECUCAO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-CADASTRO.
       FD  ARQ-PARAMETROS.
           COPY PARMAT.

       FD  ARQ-OFERTA.
           COPY OFEREG.

       FD  ARQ-REJEITADOS.
       01  REJ-LINHA                   PIC X(120).

       FD  ARQ-HISTORICO.
           COPY CADHIST.

      * Controle de execucao da cadeia batch (ver EXEREG).
       FD  ARQ-EXECUCAO.
           COPY EXEREG.

       WORKING-STORAGE SECTION.
         77 WS-FS-CADASTRO         PIC X(02) VALUE SPACES.
         77 WS-FS-LOTE             PIC X(02) VALUE SPACES.
         77 WS-FS-ALUNOS           PIC X(02) VALUE SPACES.
         77 WS-FS-CALENDARIO       PIC X(02) VALUE SPACES.
         77 WS-FS-PARAMETROS       PIC X(02) VALUE SPACES.
         77 WS-FS-OFERTA           PIC X(02) VALUE SPACES.
         77 WS-FS-REJEITADOS       PIC X(02) VALUE SPACES.
         77 WS-FS-EXTRATO          PIC X(02) VALUE SPACES.
         77 WS-FS-HISTORICO        PIC X(02) VALUE SPACES.
         77 WS-CONT-REJEITADOS     PIC 9(07) VALUE ZERO.
         77 WS-CONT-RESULT-MUDOU   PIC 9(07) VALUE ZERO.
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

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM P005-INICIAR-EXECUCAO THRU P005-FIM.
           PERFORM P010-ABRIR-ARQUIVOS.
           PERFORM P100-PROCESSAR-LOTE THRU P100-FIM
               UNTIL FIM-LOTE.
           PERFORM P800-TOTAIS THRU P800-FIM.
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
           MOVE 'carga_frequencia' TO EXE-PROGRAMA
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

       P010-ABRIR-ARQUIVOS.
           OPEN I-O ARQ-CADASTRO
           IF WS-FS-CADASTRO = '00'
               OPEN INPUT ARQ-PARAMETROS
           END-IF

           OPEN INPUT ARQ-OFERTA
           IF WS-FS-OFERTA = '35'
               OPEN OUTPUT ARQ-OFERTA
               CLOSE ARQ-OFERTA
               OPEN INPUT ARQ-OFERTA
           END-IF

           OPEN OUTPUT ARQ-REJEITADOS

           OPEN EXTEND ARQ-EXTRATO
       P200-FIM.

      * As criticas seguem a ordem dos cadastros: contagens de aula
      * plausiveis, matricula ativa, periodo aberto, materia ofertada
      * a turma do aluno no periodo e, por fim, o
      * registro de notas do aluno/periodo/materia, que precisa
      * existir - frequencia nao cria lancamento, so completa um ja
      * carregado pelas notas.
                   END-IF
           END-READ

           MOVE FRQ-ANO-LETIVO TO OFE-ANO-LETIVO
           MOVE FRQ-SEMESTRE   TO OFE-SEMESTRE
           MOVE ALU-TURMA      TO OFE-TURMA
           MOVE FRQ-MATERIA    TO OFE-MATERIA
           READ ARQ-OFERTA
               INVALID KEY
                   MOVE 'MATERIA NAO OFERTADA A TURMA NO PERIODO'
                       TO WS-MOTIVO
                   MOVE 'N' TO WS-SW-REG-VALIDO
                   GO TO P220-FIM
               NOT INVALID KEY
                   IF NOT OFERTA-ATIVA
                       MOVE 'OFERTA DA MATERIA CANCELADA PARA A TURMA'
                           TO WS-MOTIVO
                       MOVE 'N' TO WS-SW-REG-VALIDO
                       GO TO P220-FIM
                   END-IF
           END-READ

           MOVE FRQ-MATRICULA  TO CAD-MATRICULA
           MOVE FRQ-ANO-LETIVO TO CAD-ANO-LETIVO
           MOVE FRQ-SEMESTRE   TO CAD-SEMESTRE
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
           IF EXECUCAO-OK AND NOT LOTE-ABERTO
               MOVE 'FREQLOTE AUSENTE - NADA CARREGADO'
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
           MOVE 'FREQLOTE' TO EXE-ARQ-ENTRADA
           MOVE WS-CONT-LIDOS      TO EXE-QTD-ENTRADA
           MOVE WS-CONT-LIDOS      TO EXE-QTD-LIDOS
           MOVE WS-CONT-APLICADOS  TO EXE-QTD-GRAVADOS
           MOVE WS-CONT-REJEITADOS TO EXE-QTD-REJEITADOS
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
           CLOSE ARQ-ALUNOS
           CLOSE ARQ-CALENDARIO
           CLOSE ARQ-PARAMETROS
           CLOSE ARQ-OFERTA
           CLOSE ARQ-REJEITADOS
           CLOSE ARQ-EXTRATO
           CLOSE ARQ-HISTORICO
