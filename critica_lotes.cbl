      * Tectonics: cobc
      * Modification History:
      *   02/09/2026 vdndll - versao inicial.
      *   15/10/2026 vdndll - MEDLOTE: a materia precisa estar ofertada,
      *                       com situacao ativa, para a ALU-TURMA do
      *                       aluno no periodo (OFERTA, ver OFEREG),
      *                       a mesma regra que calculo_media passou a
      *                       aplicar na carga.
      *   15/10/2026 vdndll - MEDLOTE: o primeiro lancamento de uma
      *                       materia para a matricula (chave ainda
      *                       inexistente em CADMEST) exige as regras
      *                       de PREREQ (ver PREREG) cumpridas no
      *                       historico do aluno em CADMEST e CADARQ;
      *                       a suspensao sai com motivo proprio,
      *                       PRE-REQUISITO NAO CUMPRIDO e a materia
      *                       que faltou.
      *   15/10/2026 vdndll - RECLOTE: linha com a nota da prova em
      *                       branco (esqueleto de elegibilidade_
      *                       recuperacao ainda nao preenchido pelo
      *                       professor) e suspensa com motivo proprio
      *                       em vez de passar como nota 0,00.
      *   15/10/2026 vdndll - execucao registrada no controle da
      *                       cadeia batch CTLEXEC (ver EXEREG): inicio,
      *                       termino, situacao e contagens de lidos,
      *                       limpos e suspensos.
      *   15/10/2026 vdndll - a identidade de MEDLOTE registrada em
      *                       CTLEXEC leva o hash-total apurado como em
      *                       calculo_media, que so carrega o lote
      *                       criticado; o pre-requisito so conta
      *                       aprovacao de periodo anterior ao do
      *                       lancamento e ja encerrado em CALPERIO.
      *   15/10/2026 vdndll - a identidade registrada em CTLEXEC passa
      *                       a ser a de MEDLIMPO (registros gravados
      *                       no arquivo limpo), que e o arquivo que a
      *                       carga recebe; a de MEDLOTE bruto nao
      *                       batia com a carga quando havia suspensos.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. critica_lotes.
               RECORD KEY IS PAR-MATERIA
               FILE STATUS IS WS-FS-PARAMETROS.

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

           SELECT ARQ-CADASTRO ASSIGN TO "CADMEST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAD-CHAVE
               ALTERNATE RECORD KEY IS CAD-NOME WITH DUPLICATES
               FILE STATUS IS WS-FS-CADASTRO.

           SELECT ARQ-MORTO ASSIGN TO "CADARQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MORTO.

           SELECT ARQ-CLASSIF-NOTAS ASSIGN TO "SORTWK1".

           SELECT ARQ-CLASSIF-REC ASSIGN TO "SORTWK2".

           SELECT ARQ-EXECUCAO ASSIGN TO "CTLEXEC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXE-CHAVE
               FILE STATUS IS WS-FS-EXECUCAO.

       DATA DIVISION.
       FILE SECTION.
      * Mesmo layout do FD de calculo_media para MEDLOTE.
       FD  ARQ-PARAMETROS.
           COPY PARMAT.

       FD  ARQ-OFERTA.
           COPY OFEREG.

       FD  ARQ-PREREQUISITOS.
           COPY PREREG.

       FD  ARQ-CADASTRO.
           COPY CADREG.

      * Mesmo layout gravado por fechamento_periodo: data do
      * fechamento seguida da imagem integral do registro no layout
      * de CADREG.
       FD  ARQ-MORTO.
       01  ARC-REGISTRO.
           03 ARC-DATA-FECHAMENTO      PIC 9(08).
           03 ARC-IMAGEM               PIC X(169).

      * Classificacao de MEDLOTE pela chave do mestre, para duplicatas
      * do mesmo aluno/periodo/materia ficarem adjacentes.
       SD  ARQ-CLASSIF-NOTAS.
           03 SRC-SEMESTRE             PIC 9(01).
           03 SRC-NOTA-EXAME           PIC 99V99.

      * Controle de execucao da cadeia batch (ver EXEREG).
       FD  ARQ-EXECUCAO.
           COPY EXEREG.

       WORKING-STORAGE SECTION.
         77 WS-FS-LOTE-NOTAS       PIC X(02) VALUE SPACES.
         77 WS-FS-LOTE-REC         PIC X(02) VALUE SPACES.
         77 WS-FS-ALUNOS           PIC X(02) VALUE SPACES.
         77 WS-FS-CALENDARIO       PIC X(02) VALUE SPACES.
         77 WS-FS-PARAMETROS       PIC X(02) VALUE SPACES.
         77 WS-FS-OFERTA           PIC X(02) VALUE SPACES.
         77 WS-FS-PREREQUISITOS    PIC X(02) VALUE SPACES.
         77 WS-FS-CADASTRO         PIC X(02) VALUE SPACES.
         77 WS-FS-MORTO            PIC X(02) VALUE SPACES.
         77 WS-J                   PIC 9(03) COMP VALUE ZERO.
         77 WS-SW-FIM-BUSCA        PIC X(01) VALUE 'N'.
            88 FIM-BUSCA               VALUE 'S'.
         77 WS-SW-ACHOU            PIC X(01) VALUE 'N'.
            88 MATERIA-ACHADA          VALUE 'S'.
         77 WS-PRQ-CONT-CUMPRIDOS  PIC 9(01) VALUE ZERO.
         77 WS-PRQ-FALTANTE        PIC X(20) VALUE SPACES.
         77 WS-I                   PIC 9(02) COMP VALUE ZERO.
         77 WS-SW-FIM-NOTAS        PIC X(01) VALUE 'N'.
            88 FIM-NOTAS               VALUE 'S'.
         77 WS-CONT-REC-LIMPOS     PIC 9(07) VALUE ZERO.
         77 WS-CONT-REC-SUSPENSOS  PIC 9(07) VALUE ZERO.
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
         77 WS-EXE-QTD-ENTRADA     PIC 9(07) VALUE ZERO.
         77 WS-EXE-HASH-ENTRADA    PIC 9(15) VALUE ZERO.

      * Chave do registro anterior de cada classificacao, para a
      * deteccao de duplicata dentro do proprio lote.
           03 WS-CR-MATERIA        PIC X(20).
         01 WS-CHAVE-REC-ANT       PIC X(33) VALUE HIGH-VALUES.

      * Materias aprovadas (APROVADO! ou APROVADO-REC) da matricula
      * em WS-APR-MATRICULA, em periodos encerrados anteriores a
      * WS-APR-PERIODO; o lote vem classificado por matricula e
      * periodo, entao cada aluno/periodo e lido em CADMEST/CADARQ
      * uma vez so.
         01 WS-TAB-APROVADAS.
           03 WS-APR-MATRICULA     PIC 9(08) VALUE ZERO.
           03 WS-APR-PERIODO.
              05 WS-APR-ANO-LETIVO PIC 9(04) VALUE ZERO.
              05 WS-APR-SEMESTRE   PIC 9(01) VALUE ZERO.
           03 WS-APR-QTD           PIC 9(03) COMP VALUE ZERO.
           03 WS-APR-MATERIA OCCURS 200 TIMES
                                   PIC X(20).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM P005-INICIAR-EXECUCAO THRU P005-FIM.
           PERFORM P010-ABRIR-ARQUIVOS.
           PERFORM P100-CRITICAR-MEDLOTE THRU P100-FIM.
           PERFORM P500-CRITICAR-RECLOTE THRU P500-FIM.
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
           MOVE 'critica_lotes' TO EXE-PROGRAMA
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

      * Os arquivos de referencia recebem o tratamento padrao de
      * "arquivo ainda nao existe": criados vazios quando ausentes,
      * o que faz toda matricula/periodo/materia cair na critica -
               CLOSE ARQ-PARAMETROS
               OPEN INPUT ARQ-PARAMETROS
           END-IF

           OPEN INPUT ARQ-OFERTA
           IF WS-FS-OFERTA = '35'
               OPEN OUTPUT ARQ-OFERTA
               CLOSE ARQ-OFERTA
               OPEN INPUT ARQ-OFERTA
           END-IF

      * PREREQ ausente significa nenhuma regra: e criado vazio e
      * nenhuma materia tem pre-requisito. CADMEST ausente e
      * historico vazio - so conta o arquivo-morto.
           OPEN INPUT ARQ-PREREQUISITOS
           IF WS-FS-PREREQUISITOS = '35'
               OPEN OUTPUT ARQ-PREREQUISITOS
               CLOSE ARQ-PREREQUISITOS
               OPEN INPUT ARQ-PREREQUISITOS
           END-IF

           OPEN INPUT ARQ-CADASTRO
           IF WS-FS-CADASTRO = '35'
               OPEN OUTPUT ARQ-CADASTRO
               CLOSE ARQ-CADASTRO
               OPEN INPUT ARQ-CADASTRO
           END-IF
           .

      * MEDLOTE ausente nao e erro: o dia pode so ter recuperacao.
               PERFORM P230-VALIDAR-CADASTROS THRU P230-FIM
           END-IF

           IF REGISTRO-VALIDO
               PERFORM P235-VALIDAR-PREREQUISITO THRU P235-FIM
           END-IF

           IF REGISTRO-VALIDO
               PERFORM P240-VALIDAR-NOTAS THRU P240-FIM
           END-IF
               MOVE SMN-REGISTRO TO MLI-REGISTRO
               WRITE MLI-REGISTRO
               ADD 1 TO WS-CONT-MED-LIMPOS
               PERFORM P225-SOMAR-IDENTIDADE THRU P225-FIM
           ELSE
               MOVE SPACES TO MSU-REGISTRO
               MOVE SMN-REGISTRO TO MSU-IMAGEM
           .
       P220-FIM.

      * Identidade de MEDLIMPO para o controle de execucao: so os
      * registros gravados no arquivo limpo, que e o que a carga le.
      * O hash-total segue a conta de P026-SOMAR-LOTE em calculo_media
      * (matricula mais as notas em centesimos), para a carga
      * reconhecer o arquivo que saiu desta critica.
       P225-SOMAR-IDENTIDADE.
           ADD 1 TO WS-EXE-QTD-ENTRADA
           IF SMN-MATRICULA NUMERIC
               ADD SMN-MATRICULA TO WS-EXE-HASH-ENTRADA
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 6
               IF SMN-NOTA (WS-I) NUMERIC
                   COMPUTE WS-EXE-HASH-ENTRADA =
                       WS-EXE-HASH-ENTRADA + SMN-NOTA (WS-I) * 100
               END-IF
           END-PERFORM
           .
       P225-FIM.

      * Matricula ativa em ALUCAD, periodo aberto em CALPERIO,
      * materia cadastrada em PARMAT e ofertada a turma do aluno no
      * periodo em OFERTA, nesta ordem.
       P230-VALIDAR-CADASTROS.
           MOVE SMN-MATRICULA TO ALU-MATRICULA
           READ ARQ-ALUNOS
                   MOVE 'MATERIA NAO CADASTRADA EM PARMAT'
                       TO WS-MOTIVO
                   MOVE 'N' TO WS-SW-REG-VALIDO
                   GO TO P230-FIM
               NOT INVALID KEY
                   CONTINUE
           END-READ

           MOVE SMN-ANO-LETIVO TO OFE-ANO-LETIVO
           MOVE SMN-SEMESTRE   TO OFE-SEMESTRE
           MOVE ALU-TURMA      TO OFE-TURMA
           MOVE SMN-MATERIA    TO OFE-MATERIA
           READ ARQ-OFERTA
               INVALID KEY
                   MOVE 'MATERIA NAO OFERTADA A TURMA NO PERIODO'
                       TO WS-MOTIVO
                   MOVE 'N' TO WS-SW-REG-VALIDO
               NOT INVALID KEY
                   IF NOT OFERTA-ATIVA
                       MOVE 'OFERTA DA MATERIA CANCELADA PARA A TURMA'
                           TO WS-MOTIVO
                       MOVE 'N' TO WS-SW-REG-VALIDO
                   END-IF
           END-READ
           .
       P230-FIM.

      * Primeiro lancamento da materia para a matricula (chave ainda
      * inexistente em CADMEST) precisa das regras de PREREQ
      * cumpridas: cada materia da lista aprovada no historico do
      * aluno conta um, e abaixo de PRE-QTD-EXIGIDA o registro e
      * suspenso com a primeira materia da lista que faltou.
      * Relancamento de registro existente e correcao e passa direto,
      * como em calculo_media.
       P235-VALIDAR-PREREQUISITO.
           MOVE SMN-MATERIA TO PRE-MATERIA
           READ ARQ-PREREQUISITOS
               INVALID KEY
                   GO TO P235-FIM
           END-READ

           MOVE SMN-MATRICULA  TO CAD-MATRICULA
           MOVE SMN-ANO-LETIVO TO CAD-ANO-LETIVO
           MOVE SMN-SEMESTRE   TO CAD-SEMESTRE
           MOVE SMN-MATERIA    TO CAD-MATERIA
           READ ARQ-CADASTRO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   GO TO P235-FIM
           END-READ

           IF SMN-MATRICULA NOT = WS-APR-MATRICULA
               OR SMN-ANO-LETIVO NOT = WS-APR-ANO-LETIVO
               OR SMN-SEMESTRE NOT = WS-APR-SEMESTRE
               PERFORM P250-CARREGAR-APROVADAS THRU P250-FIM
           END-IF

           MOVE SPACES TO WS-PRQ-FALTANTE
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
               MOVE SPACES TO WS-MOTIVO
               STRING 'PRE-REQUISITO NAO CUMPRIDO: '
                          DELIMITED BY SIZE
                      WS-PRQ-FALTANTE DELIMITED BY SIZE
                   INTO WS-MOTIVO
               MOVE 'N' TO WS-SW-REG-VALIDO
           END-IF
           .
       P235-FIM.

      * Tabela de aprovadas da matricula do registro, com os dois
      * lados do historico como em historico_escolar: os registros
      * vivos de CADMEST (posicionando no inicio da matricula, que
      * abre a chave) e as imagens de periodos fechados em CADARQ.
      * So vale aprovacao final, como em calculo_media: periodo
      * anterior ao do registro criticado e que nao esteja aberto em
      * CALPERIO.
       P250-CARREGAR-APROVADAS.
           MOVE SMN-MATRICULA  TO WS-APR-MATRICULA
           MOVE SMN-ANO-LETIVO TO WS-APR-ANO-LETIVO
           MOVE SMN-SEMESTRE   TO WS-APR-SEMESTRE
           MOVE ZERO TO WS-APR-QTD

           MOVE 'N' TO WS-SW-FIM-BUSCA
           MOVE SMN-MATRICULA TO CAD-MATRICULA
           MOVE ZERO          TO CAD-ANO-LETIVO
           MOVE ZERO          TO CAD-SEMESTRE
           MOVE LOW-VALUES    TO CAD-MATERIA
           START ARQ-CADASTRO KEY IS NOT LESS THAN CAD-CHAVE
               INVALID KEY
                   SET FIM-BUSCA TO TRUE
           END-START
           PERFORM P260-LER-MESTRE-ALUNO THRU P260-FIM
               UNTIL FIM-BUSCA

           MOVE 'N' TO WS-SW-FIM-BUSCA
           OPEN INPUT ARQ-MORTO
           IF WS-FS-MORTO NOT = '00'
               GO TO P250-FIM
           END-IF
           PERFORM P270-LER-MORTO-ALUNO THRU P270-FIM
               UNTIL FIM-BUSCA
           CLOSE ARQ-MORTO
           .
       P250-FIM.

      * A chave do mestre segue matricula e periodo: o primeiro
      * registro do aluno num periodo igual ou posterior ao do
      * registro criticado encerra a leitura.
       P260-LER-MESTRE-ALUNO.
           READ ARQ-CADASTRO NEXT RECORD
               AT END
                   SET FIM-BUSCA TO TRUE
                   GO TO P260-FIM
           END-READ

           IF CAD-MATRICULA NOT = WS-APR-MATRICULA
               OR CAD-PERIODO NOT < WS-APR-PERIODO
               SET FIM-BUSCA TO TRUE
               GO TO P260-FIM
           END-IF

           MOVE CAD-ANO-LETIVO TO CPE-ANO-LETIVO
           MOVE CAD-SEMESTRE   TO CPE-SEMESTRE
           READ ARQ-CALENDARIO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PERIODO-ABERTO
                       GO TO P260-FIM
                   END-IF
           END-READ
           PERFORM P280-GUARDAR-APROVADA
           .
       P260-FIM.

       P270-LER-MORTO-ALUNO.
           READ ARQ-MORTO
               AT END
                   SET FIM-BUSCA TO TRUE
               NOT AT END
                   MOVE ARC-IMAGEM TO CAD-REGISTRO
                   IF CAD-MATRICULA = WS-APR-MATRICULA
                       AND CAD-PERIODO < WS-APR-PERIODO
                       PERFORM P280-GUARDAR-APROVADA
                   END-IF
           END-READ
           .
       P270-FIM.

       P280-GUARDAR-APROVADA.
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

      * As PAR-QTD-NOTAS primeiras notas precisam estar entre 0 e 10;
      * as posicoes alem de PAR-QTD-NOTAS devem vir zeradas - nota
      * lancada alem da quantidade da materia indica lote montado com
               PERFORM P630-VALIDAR-CADASTROS-REC THRU P630-FIM
           END-IF

           IF REGISTRO-VALIDO
               AND SRC-NOTA-EXAME NOT NUMERIC
               MOVE 'NOTA DA PROVA NAO PREENCHIDA' TO WS-MOTIVO
               MOVE 'N' TO WS-SW-REG-VALIDO
           END-IF

           IF REGISTRO-VALIDO
               AND (SRC-NOTA-EXAME < 0 OR SRC-NOTA-EXAME > 10)
               MOVE 'NOTA DA PROVA FORA DO INTERVALO 0-10'
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
           MOVE 'MEDLIMPO' TO EXE-ARQ-ENTRADA
           MOVE WS-EXE-QTD-ENTRADA TO EXE-QTD-ENTRADA
           MOVE WS-EXE-HASH-ENTRADA TO EXE-HASH-ENTRADA
           COMPUTE EXE-QTD-LIDOS =
               WS-CONT-MED-LIDOS + WS-CONT-REC-LIDOS
           COMPUTE EXE-QTD-GRAVADOS =
               WS-CONT-MED-LIMPOS + WS-CONT-REC-LIMPOS
           COMPUTE EXE-QTD-REJEITADOS =
               WS-CONT-MED-SUSPENSOS + WS-CONT-REC-SUSPENSOS
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
           CLOSE ARQ-ALUNOS
           CLOSE ARQ-CALENDARIO
           CLOSE ARQ-PARAMETROS
           CLOSE ARQ-OFERTA
           CLOSE ARQ-PREREQUISITOS
           CLOSE ARQ-CADASTRO
           DISPLAY 'CRITICA DOS LOTES FINALIZADA.'
            STOP RUN.
       END PROGRAM critica_lotes.
