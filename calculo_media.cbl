      *                       recebe REPROV-FALTA em P500-MEDIA,
      *                       qualquer que seja a media. A recuperacao
      *                       continua restrita a REPROVADO! por nota.
      *   15/10/2026 vdndll - oferta de disciplinas: lancamento de nota
      *                       (lote em P450 e interativo em P100-NM)
      *                       so e aceito se a materia estiver
      *                       ofertada, com situacao ativa, para a
      *                       ALU-TURMA do aluno no periodo (arquivo
      *                       OFERTA, ver OFEREG). Antes bastava a
      *                       materia existir em PARMAT, e um erro de
      *                       digitacao no MEDLOTE criava no mestre
      *                       materia que a turma nunca teve.
      *   15/10/2026 vdndll - pre-requisito: o primeiro lancamento de
      *                       uma materia para a matricula (registro
      *                       ainda inexistente em CADMEST) so e
      *                       aceito se as regras de PREREQ (ver
      *                       PREREG) estiverem cumpridas no historico
      *                       do aluno - CADMEST e o arquivo-morto
      *                       CADARQ, como em historico_escolar -
      *                       contando apenas APROVADO! e APROVADO-REC.
      *   15/10/2026 vdndll - RECLOTE: linha com a nota da prova em
      *                       branco (esqueleto de elegibilidade_
      *                       recuperacao nao preenchido) e rejeitada;
      *                       antes seria aplicada como nota 0,00 e
      *                       marcaria a recuperacao como feita.
      *   15/10/2026 vdndll - modos lote e recuperacao registram a
      *                       execucao no controle da cadeia batch
      *                       CTLEXEC (ver EXEREG) com a identidade do
      *                       arquivo de entrada (quantidade e hash-
      *                       total). Um MEDLOTE com a mesma
      *                       identidade de uma carga ja concluida e
      *                       recusado (codigo de retorno 8); o
      *                       reinicio de carga interrompida continua
      *                       valendo. Lote lido ate o fim zera o
      *                       checkpoint MEDCKPT - antes o MEDLOTE do
      *                       dia seguinte pulava os registros contados
      *                       no checkpoint da carga anterior.
      *   15/10/2026 vdndll - a carga de MEDLOTE exige que a ultima
      *                       execucao de critica_lotes tenha
      *                       concluido sobre o mesmo arquivo (mesma
      *                       quantidade e hash-total); o pre-
      *                       requisito so conta aprovacao de periodo
      *                       anterior ao do lancamento e ja encerrado
      *                       em CALPERIO.
      *   15/10/2026 vdndll - a identidade da critica conferida em
      *                       P006 e a do MEDLIMPO gravado por
      *                       critica_lotes, que e o arquivo entregue a
      *                       carga em MEDLOTE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. calculo_media.
               RECORD KEY IS CPE-CHAVE
               FILE STATUS IS WS-FS-CALENDARIO.

           SELECT ARQ-OFERTA ASSIGN TO "OFERTA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OFE-CHAVE
               FILE STATUS IS WS-FS-OFERTA.

           SELECT ARQ-PREREQUISITOS ASSIGN TO "PREREQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRE-MATERIA
               FILE STATUS IS WS-FS-PREREQUISITOS.

           SELECT ARQ-MORTO ASSIGN TO "CADARQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MORTO.

           SELECT ARQ-LOTE-ALUNOS ASSIGN TO "MEDLOTE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOTE.
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
       FD  ARQ-CALENDARIO.
           COPY CALPER.

       FD  ARQ-OFERTA.
           COPY OFEREG.

       FD  ARQ-PREREQUISITOS.
           COPY PREREG.

      * Mesmo layout gravado por fechamento_periodo: data do
      * fechamento seguida da imagem integral do registro no layout
      * de CADREG.
       FD  ARQ-MORTO.
       01  ARC-REGISTRO.
           03 ARC-DATA-FECHAMENTO      PIC 9(08).
           03 ARC-IMAGEM               PIC X(169).

       FD  ARQ-LOTE-ALUNOS.
       01  LOTE-REGISTRO.
           03 LOTE-MATRICULA           PIC 9(08).
       FD  ARQ-HISTORICO.
           COPY CADHIST.

      * Controle de execucao da cadeia batch (ver EXEREG).
       FD  ARQ-EXECUCAO.
           COPY EXEREG.

       WORKING-STORAGE SECTION.
         77 REPETIR                PIC A(1) VALUE SPACE.
         77 WS-FS-CADASTRO         PIC X(02) VALUE SPACES.
         77 WS-FS-CALENDARIO       PIC X(02) VALUE SPACES.
         77 WS-SW-PERIODO-LANCAVEL PIC X(01) VALUE 'N'.
            88 PERIODO-LANCAVEL         VALUE 'S'.
         77 WS-FS-OFERTA           PIC X(02) VALUE SPACES.
         77 WS-SW-MATERIA-OFERTADA PIC X(01) VALUE 'N'.
            88 MATERIA-OFERTADA         VALUE 'S'.
         77 WS-FS-PREREQUISITOS    PIC X(02) VALUE SPACES.
         77 WS-FS-MORTO            PIC X(02) VALUE SPACES.
         77 WS-J                   PIC 9(03) COMP VALUE ZERO.
         77 WS-SW-PREREQUISITO     PIC X(01) VALUE 'S'.
            88 PREREQUISITO-CUMPRIDO    VALUE 'S'.
         77 WS-SW-FIM-BUSCA        PIC X(01) VALUE 'N'.
            88 FIM-BUSCA                VALUE 'S'.
         77 WS-SW-ACHOU            PIC X(01) VALUE 'N'.
            88 MATERIA-ACHADA           VALUE 'S'.
         77 WS-PRQ-MATRICULA       PIC 9(08) VALUE ZERO.
         77 WS-PRQ-CONT-CUMPRIDOS  PIC 9(01) VALUE ZERO.
         77 WS-PRQ-FALTANTE        PIC X(20) VALUE SPACES.
         77 WS-CAD-SALVO           PIC X(169) VALUE SPACES.
         77 WS-IMAGEM-ANTES        PIC X(169) VALUE SPACES.
         77 WS-PCT-FREQUENCIA      PIC 9(03)V99 VALUE ZERO.
         77 WS-DATA-HOJE           PIC 9(08) VALUE ZERO.
         77 WS-HORA-AGORA          PIC 9(08) VALUE ZERO.
         77 WS-FS-EXECUCAO         PIC X(02) VALUE SPACES.
         77 WS-SW-CONTROLE-EXEC    PIC X(01) VALUE 'N'.
            88 CONTROLE-ABERTO         VALUE 'S'.
         77 WS-SW-RESULTADO-EXEC   PIC X(01) VALUE 'O'.
            88 EXECUCAO-OK             VALUE 'O'.
            88 EXECUCAO-FALHOU         VALUE 'F'.
            88 EXECUCAO-RECUSADA       VALUE 'R'.
         77 WS-EXE-CHAVE           PIC X(46) VALUE SPACES.
         77 WS-EXE-MENSAGEM        PIC X(60) VALUE SPACES.
         77 WS-EXE-QTD-ENTRADA     PIC 9(07) VALUE ZERO.
         77 WS-EXE-HASH-ENTRADA    PIC 9(15) VALUE ZERO.
         77 WS-SW-FIM-EXECUCOES    PIC X(01) VALUE 'N'.
            88 FIM-EXECUCOES            VALUE 'S'.
         77 WS-SW-ACHOU-EXEC       PIC X(01) VALUE 'N'.
            88 EXECUCAO-ACHADA          VALUE 'S'.
         77 WS-CONT-LIDOS          PIC 9(07) VALUE ZERO.
         77 WS-CONT-GRAVADOS       PIC 9(07) VALUE ZERO.
         77 WS-CRI-SITUACAO        PIC X(01) VALUE SPACE.
         77 WS-SW-CRITICA-LOTE     PIC X(01) VALUE 'N'.
            88 CRITICA-DO-MESMO-LOTE    VALUE 'S'.

      * Materias aprovadas (APROVADO! ou APROVADO-REC) em periodos
      * encerrados anteriores a WS-APR-PERIODO, da ultima matricula
      * consultada em P175, para os lancamentos seguintes do mesmo
      * aluno e periodo nao relerem CADMEST e CADARQ.
      * WS-APR-MATRICULA zerada obriga a recarga.
         01 WS-TAB-APROVADAS.
           03 WS-APR-MATRICULA     PIC 9(08) VALUE ZERO.
           03 WS-APR-PERIODO.
              05 WS-APR-ANO-LETIVO PIC 9(04) VALUE ZERO.
              05 WS-APR-SEMESTRE   PIC 9(01) VALUE ZERO.
           03 WS-APR-QTD           PIC 9(03) COMP VALUE ZERO.
           03 WS-APR-MATERIA OCCURS 200 TIMES
                                   PIC X(20).

      * Chave da execucao anterior que ja carregou o mesmo MEDLOTE.
         01 WS-ULT-EXECUCAO.
           03 WS-ULT-DATA          PIC 9(08).
           03 WS-ULT-HORA          PIC 9(08).
           03 WS-ULT-PROGRAMA      PIC X(30).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM P010-ABRIR-ARQUIVOS.
           PERFORM P020-DETERMINAR-MODO.
           IF NOT MODO-INTERATIVO
               PERFORM P005-INICIAR-EXECUCAO THRU P005-FIM
               PERFORM P025-IDENTIFICAR-ENTRADA THRU P025-FIM
               PERFORM P006-CONFERIR-PREDECESSORES THRU P006-FIM
               IF EXECUCAO-RECUSADA
                   PERFORM P999-FINAL
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN MODO-RECUPERACAO
                   PERFORM P460-PROCESSAR-RECUPERACAO THRU P460-FIM
                   PERFORM P030-RETOMAR-CHECKPOINT
                   PERFORM P400-PROCESSAR-LOTE THRU P400-FIM
                       UNTIL FIM-LOTE
                   MOVE ZERO TO WS-CONTADOR-REG
                   PERFORM P045-GRAVAR-CHECKPOINT
               WHEN OTHER
                   PERFORM P001-INICIALIZA
           PERFORM P999-FINAL
           .

      * Registra a partida no controle de execucao CTLEXEC (criado
      * vazio na primeira vez). Com o controle indisponivel a execucao
      * nao fica registrada e a carga de MEDLOTE e recusada em
      * P006-CONFERIR-PREDECESSORES, que nao tem como conferir a
      * critica previa do lote nem se ele ja foi carregado.
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
           MOVE 'calculo_media' TO EXE-PROGRAMA
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

      * Identidade do arquivo de entrada para o controle de execucao:
      * quantidade de registros e hash-total (soma das matriculas e
      * das notas em centesimos), apurados numa leitura previa; o
      * arquivo e reaberto em seguida para o processamento.
       P025-IDENTIFICAR-ENTRADA.
           IF MODO-LOTE
               PERFORM P026-SOMAR-LOTE THRU P026-FIM
                   UNTIL FIM-LOTE
               CLOSE ARQ-LOTE-ALUNOS
               OPEN INPUT ARQ-LOTE-ALUNOS
               MOVE 'N' TO WS-SW-FIM-LOTE
           ELSE
               PERFORM P027-SOMAR-RECUPERACAO THRU P027-FIM
                   UNTIL FIM-RECUPERACAO
               CLOSE ARQ-LOTE-RECUPERACAO
               OPEN INPUT ARQ-LOTE-RECUPERACAO
               MOVE 'N' TO WS-SW-FIM-RECUPERACAO
           END-IF
           .
       P025-FIM.

       P026-SOMAR-LOTE.
           READ ARQ-LOTE-ALUNOS
               AT END
                   SET FIM-LOTE TO TRUE
                   GO TO P026-FIM
           END-READ

           ADD 1 TO WS-EXE-QTD-ENTRADA
           IF LOTE-MATRICULA NUMERIC
               ADD LOTE-MATRICULA TO WS-EXE-HASH-ENTRADA
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 6
               IF LOTE-NOTA (WS-I) NUMERIC
                   COMPUTE WS-EXE-HASH-ENTRADA =
                       WS-EXE-HASH-ENTRADA + LOTE-NOTA (WS-I) * 100
               END-IF
           END-PERFORM
           .
       P026-FIM.

       P027-SOMAR-RECUPERACAO.
           READ ARQ-LOTE-RECUPERACAO
               AT END
                   SET FIM-RECUPERACAO TO TRUE
                   GO TO P027-FIM
           END-READ

           ADD 1 TO WS-EXE-QTD-ENTRADA
           IF REC-MATRICULA NUMERIC
               ADD REC-MATRICULA TO WS-EXE-HASH-ENTRADA
           END-IF
           IF REC-NOTA-EXAME NUMERIC
               COMPUTE WS-EXE-HASH-ENTRADA =
                   WS-EXE-HASH-ENTRADA + REC-NOTA-EXAME * 100
           END-IF
           .
       P027-FIM.

      * O MEDLOTE precisa ter passado pela critica previa: a carga
      * recebe em MEDLOTE o arquivo limpo MEDLIMPO produzido por
      * critica_lotes, e a ultima execucao de critica_lotes tem de ter
      * concluido (situacao O) com um MEDLIMPO da mesma identidade
      * (quantidade e hash-total). E uma carga de MEDLOTE ja
      * concluida nao pode rodar de novo: se CTLEXEC tem execucao
      * concluida de calculo_media com a mesma identidade, a carga e
      * recusada. Execucao anterior interrompida ou com falha nao
      * conta - o reinicio e justamente o caso do checkpoint. Sem
      * CTLEXEC nao ha como conferir, e a carga tambem e recusada.
      * RECLOTE nao passa por esta conferencia: P470 ja recusa a
      * prova aplicada duas vezes.
       P006-CONFERIR-PREDECESSORES.
           IF NOT MODO-LOTE OR WS-EXE-QTD-ENTRADA = ZERO
               GO TO P006-FIM
           END-IF

           IF NOT CONTROLE-ABERTO
               MOVE 'CTLEXEC INDISPONIVEL - CARGAS NAO CONFERIDAS'
                   TO WS-EXE-MENSAGEM
               GO TO P006-RECUSAR
           END-IF

           MOVE 'N' TO WS-SW-ACHOU-EXEC
           MOVE 'N' TO WS-SW-FIM-EXECUCOES
           MOVE SPACE TO WS-CRI-SITUACAO
           MOVE 'N' TO WS-SW-CRITICA-LOTE
           MOVE LOW-VALUES TO EXE-CHAVE
           START ARQ-EXECUCAO KEY IS NOT LESS THAN EXE-CHAVE
               INVALID KEY
                   SET FIM-EXECUCOES TO TRUE
           END-START
           PERFORM P008-CONFERIR-CARGA THRU P008-FIM
               UNTIL FIM-EXECUCOES

           IF WS-CRI-SITUACAO = SPACE
               MOVE 'CRITICA_LOTES NAO RODOU PARA ESTE MEDLOTE'
                   TO WS-EXE-MENSAGEM
               GO TO P006-RECUSAR
           END-IF
           IF WS-CRI-SITUACAO NOT = 'O'
               STRING 'ULTIMA CRITICA_LOTES TERMINOU COM SITUACAO '
                                       DELIMITED BY SIZE
                      WS-CRI-SITUACAO  DELIMITED BY SIZE
                   INTO WS-EXE-MENSAGEM
               GO TO P006-RECUSAR
           END-IF
           IF NOT CRITICA-DO-MESMO-LOTE
               MOVE 'MEDLOTE DIFERENTE DO ULTIMO MEDLIMPO CRITICADO'
                   TO WS-EXE-MENSAGEM
               GO TO P006-RECUSAR
           END-IF

           IF EXECUCAO-ACHADA
               STRING 'MEDLOTE JA CARREGADO NA EXECUCAO DE '
                                       DELIMITED BY SIZE
                      WS-ULT-DATA      DELIMITED BY SIZE
                      ' '              DELIMITED BY SIZE
                      WS-ULT-HORA      DELIMITED BY SIZE
                   INTO WS-EXE-MENSAGEM
               GO TO P006-RECUSAR
           END-IF
           GO TO P006-FIM
           .
       P006-RECUSAR.
           SET EXECUCAO-RECUSADA TO TRUE
           DISPLAY 'CARGA RECUSADA: ' WS-EXE-MENSAGEM
           .
       P006-FIM.

       P008-CONFERIR-CARGA.
           READ ARQ-EXECUCAO NEXT RECORD
               AT END
                   SET FIM-EXECUCOES TO TRUE
               NOT AT END
                   IF EXE-PROGRAMA = 'calculo_media'
                       AND EXE-CONCLUIDA
                       AND EXE-ARQ-ENTRADA = 'MEDLOTE'
                       AND EXE-QTD-ENTRADA = WS-EXE-QTD-ENTRADA
                       AND EXE-HASH-ENTRADA = WS-EXE-HASH-ENTRADA
                       SET EXECUCAO-ACHADA TO TRUE
                       MOVE EXE-CHAVE TO WS-ULT-EXECUCAO
                   END-IF
                   IF EXE-PROGRAMA = 'critica_lotes'
                       MOVE EXE-SITUACAO TO WS-CRI-SITUACAO
                       IF EXE-ARQ-ENTRADA = 'MEDLIMPO'
                           AND EXE-QTD-ENTRADA = WS-EXE-QTD-ENTRADA
                           AND EXE-HASH-ENTRADA = WS-EXE-HASH-ENTRADA
                           MOVE 'S' TO WS-SW-CRITICA-LOTE
                       ELSE
                           MOVE 'N' TO WS-SW-CRITICA-LOTE
                       END-IF
                   END-IF
           END-READ
           .
       P008-FIM.

      * Abre o cadastro-mestre em I-O; se ele ainda nao existe (status
      * 35), cria o arquivo vazio antes de reabri-lo em I-O. PARMAT
      * recebe o mesmo tratamento: se ainda nao existir, e criado
               OPEN INPUT ARQ-CALENDARIO
           END-IF

      * OFERTA idem: sem oferta cadastrada nenhuma materia esta
      * ofertada e todo lancamento sera rejeitado - quem oferta uma
      * materia a uma turma e manutencao_oferta.
           OPEN INPUT ARQ-OFERTA
           IF WS-FS-OFERTA = '35'
               OPEN OUTPUT ARQ-OFERTA
               CLOSE ARQ-OFERTA
               OPEN INPUT ARQ-OFERTA
           END-IF

      * PREREQ idem, mas com o efeito oposto: sem regra cadastrada
      * nenhuma materia tem pre-requisito. CADARQ e aberto a cada
      * consulta em P175, como arquivo sequencial que e.
           OPEN INPUT ARQ-PREREQUISITOS
           IF WS-FS-PREREQUISITOS = '35'
               OPEN OUTPUT ARQ-PREREQUISITOS
               CLOSE ARQ-PREREQUISITOS
               OPEN INPUT ARQ-PREREQUISITOS
           END-IF

           OPEN EXTEND ARQ-EXTRATO
           IF WS-FS-EXTRATO = '05' OR WS-FS-EXTRATO = '35'
               OPEN OUTPUT ARQ-EXTRATO

      * Le o checkpoint MEDCKPT, se existir, e avanca ARQ-LOTE-ALUNOS
      * ate o registro seguinte ao ultimo processado com sucesso, para
      * que um job reiniciado nao regrave alunos ja carregados. Lote
      * lido ate o fim zera o checkpoint (MAIN-PROCEDURE): o MEDLOTE
      * seguinte comeca do primeiro registro, e quem impede carregar
      * duas vezes o mesmo arquivo e a conferencia de P006.
       P030-RETOMAR-CHECKPOINT.
           MOVE ZERO TO WS-CONTADOR-REG
           OPEN INPUT ARQ-CHECKPOINT
               AT END
                   SET FIM-LOTE TO TRUE
               NOT AT END
                   ADD 1 TO WS-CONT-LIDOS
                   PERFORM P450-PROCESSAR-REGISTRO-LOTE THRU P450-FIM
           END-READ
           .
      * no historico escolar. A matricula precisa existir em ALUCAD
      * com situacao ativa - um registro de lote com matricula
      * desconhecida e rejeitado em vez de criar aluno-fantasma no
      * mestre. A materia precisa estar ofertada a turma do aluno no
      * periodo (OFERTA); so da para saber a turma quando a matricula
      * foi encontrada. Por fim, primeiro lancamento da materia exige
      * o pre-requisito cumprido (P170).
       P450-PROCESSAR-REGISTRO-LOTE.
           INITIALIZE CAD-REGISTRO
           MOVE LOTE-MATRICULA   TO CAD-MATRICULA
               END-IF
           END-IF

           IF ALUNO-LANCAVEL
               PERFORM P147-VALIDAR-OFERTA
               IF NOT MATERIA-OFERTADA
                   DISPLAY 'REGISTRO REJEITADO EM MEDLOTE: '
                           LOTE-MATRICULA ' / ' LOTE-MATERIA
                           ' - MATERIA NAO OFERTADA A TURMA '
                           ALU-TURMA ' NO PERIODO ' LOTE-ANO-LETIVO
                           '/' LOTE-SEMESTRE '.'
                   SET LOTE-REGISTRO-INVALIDO TO TRUE
               END-IF
           END-IF

           IF NOT LOTE-REGISTRO-INVALIDO
               PERFORM P170-VALIDAR-PREREQUISITO THRU P170-FIM
               IF NOT PREREQUISITO-CUMPRIDO
                   DISPLAY 'REGISTRO REJEITADO EM MEDLOTE: '
                           LOTE-MATRICULA ' / ' LOTE-MATERIA
                           ' - PRE-REQUISITO NAO CUMPRIDO ('
                           WS-PRQ-FALTANTE ').'
                   SET LOTE-REGISTRO-INVALIDO TO TRUE
               END-IF
           END-IF

           PERFORM P150-LOCALIZAR-CADASTRO
           PERFORM P160-LER-PARAMETRO-MATERIA

               PERFORM P500-MEDIA THRU P500-FIM
               PERFORM P550-GRAVAR THRU P550-FIM
               PERFORM P560-GRAVAR-EXTRATO THRU P560-FIM
               ADD 1 TO WS-CONT-GRAVADOS

               DISPLAY 'PROCESSADO: ' CAD-NOME ' / ' CAD-MATERIA
                       ' MEDIA=' CAD-MEDIA ' ' CAD-RESULTADO
               AT END
                   SET FIM-RECUPERACAO TO TRUE
               NOT AT END
                   ADD 1 TO WS-CONT-LIDOS
                   PERFORM P470-PROCESSAR-REGISTRO-REC THRU P470-FIM
           END-READ
           .
      * A media original e preservada na imagem-antes de CADHIST
      * (origem R) e a nota da prova fica em CAD-NOTA-EXAME.
       P470-PROCESSAR-REGISTRO-REC.
           IF REC-NOTA-EXAME NOT NUMERIC
               DISPLAY 'REGISTRO REJEITADO EM RECLOTE: '
                       REC-MATRICULA ' / ' REC-MATERIA
                       ' - NOTA DA PROVA NAO PREENCHIDA.'
               GO TO P470-FIM
           END-IF

           IF REC-NOTA-EXAME < 0 OR REC-NOTA-EXAME > 10
               DISPLAY 'REGISTRO REJEITADO EM RECLOTE: '
                       REC-MATRICULA ' / ' REC-MATERIA
           REWRITE CAD-REGISTRO
           PERFORM P555-GRAVAR-HISTORICO
           PERFORM P560-GRAVAR-EXTRATO THRU P560-FIM
           ADD 1 TO WS-CONT-GRAVADOS

           DISPLAY 'RECUPERACAO: ' CAD-NOME ' / ' CAD-MATERIA
                   ' MEDIA FINAL=' CAD-MEDIA ' ' CAD-RESULTADO
           PERFORM P145-VALIDAR-PERIODO
           END-PERFORM

           PERFORM P147-VALIDAR-OFERTA
           PERFORM P170-VALIDAR-PREREQUISITO THRU P170-FIM
           PERFORM UNTIL MATERIA-OFERTADA AND PREREQUISITO-CUMPRIDO
           IF NOT MATERIA-OFERTADA
               DISPLAY 'MATERIA NAO OFERTADA A TURMA ' ALU-TURMA
                       ' NO PERIODO! DIGITE O NOME DA MATERIA: '
           ELSE
               DISPLAY 'PRE-REQUISITO NAO CUMPRIDO ('
                       WS-PRQ-FALTANTE
                       ')! DIGITE O NOME DA MATERIA: '
           END-IF
           ACCEPT CAD-MATERIA
           PERFORM P147-VALIDAR-OFERTA
           PERFORM P170-VALIDAR-PREREQUISITO THRU P170-FIM
           END-PERFORM

           PERFORM P150-LOCALIZAR-CADASTRO
           PERFORM P160-LER-PARAMETRO-MATERIA
           .
           END-READ
           .

      * Consulta a oferta de disciplinas OFERTA pelo periodo e materia
      * ja movidos para CAD-REGISTRO e pela turma do aluno (ALU-TURMA,
      * carregada por P140-LER-ALUNO). So materia ofertada com
      * situacao A (ativa) aceita lancamento; oferta cancelada ou
      * inexistente derruba MATERIA-OFERTADA e o chamador rejeita o
      * lancamento.
       P147-VALIDAR-OFERTA.
           MOVE 'N' TO WS-SW-MATERIA-OFERTADA
           MOVE CAD-ANO-LETIVO TO OFE-ANO-LETIVO
           MOVE CAD-SEMESTRE   TO OFE-SEMESTRE
           MOVE ALU-TURMA      TO OFE-TURMA
           MOVE CAD-MATERIA    TO OFE-MATERIA
           READ ARQ-OFERTA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF OFERTA-ATIVA
                       MOVE 'S' TO WS-SW-MATERIA-OFERTADA
                   END-IF
           END-READ
           .

      * Regra de PREREQ para a materia ja movida para CAD-MATERIA. So
      * vale para o primeiro lancamento da materia no periodo: um
      * registro ja existente em CADMEST e relancamento (correcao de
      * nota) e passa direto. Cada materia da lista aprovada no
      * historico do aluno, em periodo encerrado anterior ao do
      * lancamento, conta um; abaixo de PRE-QTD-EXIGIDA o
      * pre-requisito nao esta cumprido e WS-PRQ-FALTANTE guarda a
      * primeira materia da lista que faltou, para a mensagem.
      * O registro em montagem e guardado em WS-CAD-SALVO porque as
      * leituras de CADMEST e CADARQ usam a area de CAD-REGISTRO.
       P170-VALIDAR-PREREQUISITO.
           MOVE 'S' TO WS-SW-PREREQUISITO
           MOVE SPACES TO WS-PRQ-FALTANTE
           MOVE CAD-MATERIA TO PRE-MATERIA
           READ ARQ-PREREQUISITOS
               INVALID KEY
                   GO TO P170-FIM
           END-READ

           MOVE CAD-REGISTRO TO WS-CAD-SALVO
           READ ARQ-CADASTRO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-CAD-SALVO TO CAD-REGISTRO
                   GO TO P170-FIM
           END-READ
           MOVE WS-CAD-SALVO TO CAD-REGISTRO

           IF CAD-MATRICULA NOT = WS-APR-MATRICULA
               OR CAD-PERIODO NOT = WS-APR-PERIODO
               MOVE CAD-MATRICULA TO WS-PRQ-MATRICULA
               PERFORM P175-CARREGAR-APROVADAS THRU P175-FIM
               MOVE WS-CAD-SALVO TO CAD-REGISTRO
           END-IF

           MOVE ZERO TO WS-PRQ-CONT-CUMPRIDOS
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > PRE-QTD-REQUISITOS
               MOVE 'N' TO WS-SW-ACHOU
               PERFORM VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J > WS-APR-QTD OR MATERIA-ACHADA
                   IF WS-APR-MATERIA (WS-J) = PRE-REQUISITO (WS-I)
                       SET MATERIA-ACHADA TO TRUE
                   END-IF
               END-PERFORM
               IF MATERIA-ACHADA
                   ADD 1 TO WS-PRQ-CONT-CUMPRIDOS
               ELSE
                   IF WS-PRQ-FALTANTE = SPACES
                       MOVE PRE-REQUISITO (WS-I) TO WS-PRQ-FALTANTE
                   END-IF
               END-IF
           END-PERFORM

           IF WS-PRQ-CONT-CUMPRIDOS < PRE-QTD-EXIGIDA
               MOVE 'N' TO WS-SW-PREREQUISITO
           END-IF
           .
       P170-FIM.

      * Monta a tabela de materias aprovadas da matricula em
      * WS-PRQ-MATRICULA com os dois lados do historico, como em
      * historico_escolar: os registros vivos de CADMEST (a chave
      * comeca pela matricula, entao basta posicionar no inicio do
      * aluno e ler em sequencia ate trocar a matricula) e as imagens
      * dos periodos fechados em CADARQ (despejo sequencial, lido
      * inteiro). CADARQ ausente conta como vazio. So vale aprovacao
      * final: periodo anterior ao do lancamento (CAD-PERIODO na
      * entrada) e que nao esteja aberto em CALPERIO - resultado
      * parcial do periodo em curso nao cumpre pre-requisito.
       P175-CARREGAR-APROVADAS.
           MOVE WS-PRQ-MATRICULA TO WS-APR-MATRICULA
           MOVE CAD-PERIODO TO WS-APR-PERIODO
           MOVE ZERO TO WS-APR-QTD

           MOVE 'N' TO WS-SW-FIM-BUSCA
           MOVE WS-PRQ-MATRICULA TO CAD-MATRICULA
           MOVE ZERO             TO CAD-ANO-LETIVO
           MOVE ZERO             TO CAD-SEMESTRE
           MOVE LOW-VALUES       TO CAD-MATERIA
           START ARQ-CADASTRO KEY IS NOT LESS THAN CAD-CHAVE
               INVALID KEY
                   SET FIM-BUSCA TO TRUE
           END-START
           PERFORM P176-LER-MESTRE-ALUNO THRU P176-FIM
               UNTIL FIM-BUSCA

           MOVE 'N' TO WS-SW-FIM-BUSCA
           OPEN INPUT ARQ-MORTO
           IF WS-FS-MORTO NOT = '00'
               GO TO P175-FIM
           END-IF
           PERFORM P177-LER-MORTO-ALUNO THRU P177-FIM
               UNTIL FIM-BUSCA
           CLOSE ARQ-MORTO
           .
       P175-FIM.

      * A chave do mestre segue matricula e periodo: o primeiro
      * registro do aluno num periodo igual ou posterior ao do
      * lancamento encerra a leitura.
       P176-LER-MESTRE-ALUNO.
           READ ARQ-CADASTRO NEXT RECORD
               AT END
                   SET FIM-BUSCA TO TRUE
                   GO TO P176-FIM
           END-READ

           IF CAD-MATRICULA NOT = WS-PRQ-MATRICULA
               OR CAD-PERIODO NOT < WS-APR-PERIODO
               SET FIM-BUSCA TO TRUE
               GO TO P176-FIM
           END-IF

           MOVE CAD-ANO-LETIVO TO CPE-ANO-LETIVO
           MOVE CAD-SEMESTRE   TO CPE-SEMESTRE
           READ ARQ-CALENDARIO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PERIODO-ABERTO
                       GO TO P176-FIM
                   END-IF
           END-READ
           PERFORM P178-GUARDAR-APROVADA
           .
       P176-FIM.

       P177-LER-MORTO-ALUNO.
           READ ARQ-MORTO
               AT END
                   SET FIM-BUSCA TO TRUE
               NOT AT END
                   MOVE ARC-IMAGEM TO CAD-REGISTRO
                   IF CAD-MATRICULA = WS-PRQ-MATRICULA
                       AND CAD-PERIODO < WS-APR-PERIODO
                       PERFORM P178-GUARDAR-APROVADA
                   END-IF
           END-READ
           .
       P177-FIM.

      * Guarda a materia de CAD-REGISTRO se o resultado for de
      * aprovacao e ela ainda nao estiver na tabela.
       P178-GUARDAR-APROVADA.
           IF CAD-RESULTADO = 'APROVADO!'
               OR CAD-RESULTADO = 'APROVADO-REC'
               MOVE 'N' TO WS-SW-ACHOU
               PERFORM VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J > WS-APR-QTD OR MATERIA-ACHADA
                   IF WS-APR-MATERIA (WS-J) = CAD-MATERIA
                       SET MATERIA-ACHADA TO TRUE
                   END-IF
               END-PERFORM
               IF NOT MATERIA-ACHADA AND WS-APR-QTD < 200
                   ADD 1 TO WS-APR-QTD
                   MOVE CAD-MATERIA TO WS-APR-MATERIA (WS-APR-QTD)
               END-IF
           END-IF
           .

      * Consulta o registro de alunos ALUCAD pela matricula ja movida
      * para CAD-MATRICULA. O lancamento so e aceitavel se a matricula
      * existir e a situacao for ativa (A); matricula trancada,
                   REWRITE CAD-REGISTRO
                   PERFORM P555-GRAVAR-HISTORICO
           END-WRITE

      * O resultado do aluno mudou: a tabela de aprovadas de P175
      * deixa de valer para ele.
           IF CAD-MATRICULA = WS-APR-MATRICULA
               MOVE ZERO TO WS-APR-MATRICULA
           END-IF
           .
       P550-FIM.

           .
       P700-FIM.

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
           IF MODO-LOTE
               MOVE 'MEDLOTE' TO EXE-ARQ-ENTRADA
           ELSE
               MOVE 'RECLOTE' TO EXE-ARQ-ENTRADA
           END-IF
           MOVE WS-EXE-QTD-ENTRADA  TO EXE-QTD-ENTRADA
           MOVE WS-EXE-HASH-ENTRADA TO EXE-HASH-ENTRADA
           MOVE WS-CONT-LIDOS       TO EXE-QTD-LIDOS
           MOVE WS-CONT-GRAVADOS    TO EXE-QTD-GRAVADOS
           COMPUTE EXE-QTD-REJEITADOS =
               WS-CONT-LIDOS - WS-CONT-GRAVADOS
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
           DISPLAY 'PROCESSAMENTO FINALIZADO.'
           CLOSE ARQ-CADASTRO
           CLOSE ARQ-PARAMETROS
           CLOSE ARQ-ALUNOS
           CLOSE ARQ-CALENDARIO
           CLOSE ARQ-OFERTA
           CLOSE ARQ-PREREQUISITOS
           CLOSE ARQ-EXTRATO
           CLOSE ARQ-HISTORICO
           IF MODO-LOTE
