      ******************************************************************
      * Author: vdndll
      * Date: 15/10/2026
      * Purpose: ata de resultados finais do periodo, por ALU-TURMA.
      *          Le o periodo (e, opcionalmente, uma turma) em ATAPARM
      *          e emite em ATAREL um bloco por turma: os alunos em
      *          linhas, pela matricula, e as materias ofertadas a
      *          turma no periodo (OFERTA ativa) em colunas, com a
      *          legenda numerada das materias e professores. Cada
      *          celula traz a media final (CAD-MEDIA) e o codigo do
      *          resultado:
      *            A  aprovado;           R  reprovado por nota;
      *            AR aprovado na recuperacao;
      *            RF reprovado por falta;
      *          e a ultima coluna a situacao final do aluno no
      *          periodo (APROVADO, REPROVADO, PENDENTE ou a
      *          situacao da matricula em ALUCAD, se trancada ou
      *          desligada). Periodo aberto em CALPERIO sai do
      *          cadastro-mestre CADMEST, marcado como resultado
      *          parcial; periodo fechado sai das imagens do
      *          arquivo-morto CADARQ (com um eventual registro que
      *          ainda esteja no mestre prevalecendo sobre a imagem).
      *          O bloco fecha com os totais da turma - alunos por
      *          situacao final e aprovados/reprovados por materia -
      *          e as linhas de assinatura. Substitui a planilha que a
      *          secretaria montava a partir do TURMLIST.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 vdndll - versao inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ata_resultados.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PARAMETRO ASSIGN TO "ATAPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARAMETRO.

           SELECT ARQ-CADASTRO ASSIGN TO "CADMEST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CAD-CHAVE
               ALTERNATE RECORD KEY IS CAD-NOME WITH DUPLICATES
               FILE STATUS IS WS-FS-CADASTRO.

           SELECT ARQ-MORTO ASSIGN TO "CADARQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MORTO.

           SELECT ARQ-CALENDARIO ASSIGN TO "CALPERIO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPE-CHAVE
               FILE STATUS IS WS-FS-CALENDARIO.

           SELECT ARQ-ALUNOS ASSIGN TO "ALUCAD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALU-MATRICULA
               FILE STATUS IS WS-FS-ALUNOS.

           SELECT ARQ-OFERTA ASSIGN TO "OFERTA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OFE-CHAVE
               FILE STATUS IS WS-FS-OFERTA.

           SELECT ARQ-CLASSIFICACAO ASSIGN TO "SORTWK1".

           SELECT ARQ-RELATORIO ASSIGN TO "ATAREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
      * Periodo da ata (obrigatorio) e turma (em branco: todas).
       FD  ARQ-PARAMETRO.
       01  APA-REGISTRO.
           03 APA-ANO-LETIVO           PIC 9(04).
           03 APA-SEMESTRE             PIC 9(01).
           03 APA-TURMA                PIC X(10).

       FD  ARQ-CADASTRO.
           COPY CADREG.

      * Mesmo layout gravado por fechamento_periodo: data do
      * fechamento seguida da imagem integral do registro no layout
      * de CADREG.
       FD  ARQ-MORTO.
       01  ARC-REGISTRO.
           03 ARC-DATA-FECHAMENTO      PIC 9(08).
           03 ARC-IMAGEM               PIC X(169).

       FD  ARQ-CALENDARIO.
           COPY CALPER.

       FD  ARQ-ALUNOS.
           COPY ALUREG.

       FD  ARQ-OFERTA.
           COPY OFEREG.

      * Na mesma matricula/materia o mestre (M) vem antes do
      * arquivo-morto (A) e prevalece.
       SD  ARQ-CLASSIFICACAO.
       01  SRT-REGISTRO.
           03 SRT-TURMA                PIC X(10).
           03 SRT-MATRICULA            PIC 9(08).
           03 SRT-MATERIA              PIC X(20).
           03 SRT-ORIGEM               PIC X(01).
           03 SRT-NOME                 PIC X(40).
           03 SRT-SITUACAO             PIC X(01).
           03 SRT-MEDIA                PIC 99V99.
           03 SRT-RESULTADO            PIC X(12).

       FD  ARQ-RELATORIO.
       01  REL-LINHA                   PIC X(165).

       WORKING-STORAGE SECTION.
         77 WS-FS-PARAMETRO        PIC X(02) VALUE SPACES.
         77 WS-FS-CADASTRO         PIC X(02) VALUE SPACES.
         77 WS-FS-MORTO            PIC X(02) VALUE SPACES.
         77 WS-FS-CALENDARIO       PIC X(02) VALUE SPACES.
         77 WS-FS-ALUNOS           PIC X(02) VALUE SPACES.
         77 WS-FS-OFERTA           PIC X(02) VALUE SPACES.
         77 WS-FS-RELATORIO        PIC X(02) VALUE SPACES.
         77 WS-SW-FIM-MESTRE       PIC X(01) VALUE 'N'.
            88 FIM-MESTRE              VALUE 'S'.
         77 WS-SW-FIM-MORTO        PIC X(01) VALUE 'S'.
            88 FIM-MORTO               VALUE 'S'.
         77 WS-SW-FIM-SORT         PIC X(01) VALUE 'N'.
            88 FIM-CLASSIFICADO        VALUE 'S'.
         77 WS-SW-FIM-OFERTA       PIC X(01) VALUE 'N'.
            88 FIM-OFERTA              VALUE 'S'.
         77 WS-SW-MESTRE-ABERTO    PIC X(01) VALUE 'N'.
            88 MESTRE-ABERTO           VALUE 'S'.
         77 WS-SW-MORTO-ABERTO     PIC X(01) VALUE 'N'.
            88 MORTO-ABERTO            VALUE 'S'.
         77 WS-SW-PERIODO          PIC X(01) VALUE SPACE.
            88 ATA-PERIODO-ABERTO      VALUE 'A'.
            88 ATA-PERIODO-FECHADO     VALUE 'F'.
         77 WS-SW-ACHOU            PIC X(01) VALUE 'N'.
            88 COLUNA-ACHADA           VALUE 'S'.
         77 WS-ATA-ANO             PIC 9(04) VALUE ZERO.
         77 WS-ATA-SEMESTRE        PIC 9(01) VALUE ZERO.
         77 WS-ATA-TURMA           PIC X(10) VALUE SPACES.
         77 WS-DATA-HOJE           PIC 9(08) VALUE ZERO.
         77 WS-TURMA-ATUAL         PIC X(10) VALUE SPACES.
         77 WS-MATRICULA-ATUAL     PIC 9(08) VALUE ZERO.
         77 WS-NOME-ATUAL          PIC X(40) VALUE SPACES.
         77 WS-SITUACAO-ALUNO      PIC X(01) VALUE SPACE.
         77 WS-MATERIA-ANTERIOR    PIC X(20) VALUE SPACES.
         77 WS-SITUACAO-FINAL      PIC X(12) VALUE SPACES.
         77 WS-C                   PIC 9(02) COMP VALUE ZERO.
         77 WS-POSICAO             PIC 9(03) COMP VALUE ZERO.
         77 WS-MAX-COLUNAS         PIC 9(02) COMP VALUE 12.
         77 WS-QTD-REPROVACOES     PIC 9(02) VALUE ZERO.
         77 WS-QTD-SEM-RESULTADO   PIC 9(02) VALUE ZERO.

      * Totais da turma em impressao e gerais.
         77 WS-TUR-ALUNOS          PIC 9(05) VALUE ZERO.
         77 WS-TUR-APROVADOS       PIC 9(05) VALUE ZERO.
         77 WS-TUR-REPROVADOS      PIC 9(05) VALUE ZERO.
         77 WS-TUR-PENDENTES       PIC 9(05) VALUE ZERO.
         77 WS-TUR-INATIVOS        PIC 9(05) VALUE ZERO.
         77 WS-TUR-FORA-OFERTA     PIC 9(05) VALUE ZERO.
         77 WS-CONT-LIDOS          PIC 9(07) VALUE ZERO.
         77 WS-CONT-NO-PERIODO     PIC 9(07) VALUE ZERO.
         77 WS-CONT-TURMAS         PIC 9(07) VALUE ZERO.
         77 WS-CONT-ALUNOS         PIC 9(07) VALUE ZERO.
         77 WS-CONT-SEM-ALUCAD     PIC 9(07) VALUE ZERO.
         77 WS-CONT-DUPLICADOS     PIC 9(07) VALUE ZERO.
         77 WS-CONT-FORA-OFERTA    PIC 9(07) VALUE ZERO.
         77 WS-EDIT-CONTADOR       PIC Z(06)9.
         77 WS-EDIT-TUR-ALU        PIC ZZZZ9.
         77 WS-EDIT-TUR-APR        PIC ZZZZ9.
         77 WS-EDIT-TUR-REP        PIC ZZZZ9.
         77 WS-EDIT-TUR-PEN        PIC ZZZZ9.
         77 WS-EDIT-TUR-INA        PIC ZZZZ9.
         77 WS-EDIT-COLUNA         PIC 99.
         77 WS-EDIT-QTD-COLUNA     PIC ZZZZ9.
         77 WS-EDIT-CH             PIC ZZ9.
         77 WS-ROTULO-TOTAL        PIC X(33) VALUE SPACES.

      * Materias ofertadas a turma no periodo, na ordem de OFERTA,
      * com os totais de cada coluna.
         01 WS-TAB-COLUNAS.
           03 WS-QTD-COLUNAS       PIC 9(02) COMP VALUE ZERO.
           03 WS-COLUNA OCCURS 12 TIMES.
               05 WS-COL-MATERIA   PIC X(20).
               05 WS-COL-PROFESSOR PIC X(40).
               05 WS-COL-CARGA     PIC 9(03).
               05 WS-COL-APROVADOS PIC 9(05).
               05 WS-COL-REPROVADOS
                                   PIC 9(05).

      * Celulas da linha do aluno em montagem, uma por coluna.
         01 WS-TAB-CELULAS.
           03 WS-CELULA OCCURS 12 TIMES.
               05 WS-CEL-PREENCHIDA
                                   PIC X(01).
               05 WS-CEL-MEDIA     PIC 99V99.
               05 WS-CEL-CODIGO    PIC X(02).

      * Forma impressa de uma celula (9 posicoes por coluna).
         01 WS-CELULA-IMPRESSA.
           03 WS-CI-MEDIA          PIC Z9.99.
           03 FILLER               PIC X(01) VALUE SPACE.
           03 WS-CI-CODIGO         PIC X(02).
           03 FILLER               PIC X(01) VALUE SPACE.
         01 WS-CELULA-VAZIA REDEFINES WS-CELULA-IMPRESSA
                                   PIC X(09).

      * Titulo de uma coluna no cabecalho do bloco.
         01 WS-TITULO-COLUNA.
           03 FILLER               PIC X(03) VALUE '  ('.
           03 WS-TC-NUMERO         PIC 99.
           03 FILLER               PIC X(04) VALUE ')   '.

      * Area com o layout de CADREG para interpretar as imagens do
      * arquivo-morto, como em historico_escolar.
           COPY CADREG REPLACING LEADING ==CAD== BY ==ARQ==.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM P010-ABRIR-ARQUIVOS.
           SORT ARQ-CLASSIFICACAO
               ASCENDING KEY SRT-TURMA
                             SRT-MATRICULA
                             SRT-MATERIA
               DESCENDING KEY SRT-ORIGEM
               INPUT PROCEDURE IS P100-SELECIONAR
                   THRU P100-FIM
               OUTPUT PROCEDURE IS P300-EMITIR
                   THRU P300-FIM.
           PERFORM P800-TOTAIS THRU P800-FIM.
           PERFORM P999-FINAL.

      * O periodo precisa vir em ATAPARM e estar aberto ou fechado em
      * CALPERIO; qualquer falha deixa mestre e arquivo-morto como
      * lidos e a ata sai so com o cabecalho e o aviso. ALUCAD,
      * CALPERIO e OFERTA ausentes recebem o tratamento padrao de
      * arquivo criado vazio.
       P010-ABRIR-ARQUIVOS.
           OPEN OUTPUT ARQ-RELATORIO
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           OPEN INPUT ARQ-PARAMETRO
           IF WS-FS-PARAMETRO = '00'
               READ ARQ-PARAMETRO
                   AT END
                       DISPLAY 'ATAPARM VAZIO - NADA A EMITIR.'
                       SET FIM-MESTRE TO TRUE
                   NOT AT END
                       MOVE APA-ANO-LETIVO TO WS-ATA-ANO
                       MOVE APA-SEMESTRE   TO WS-ATA-SEMESTRE
                       MOVE APA-TURMA      TO WS-ATA-TURMA
               END-READ
               CLOSE ARQ-PARAMETRO
           ELSE
               DISPLAY 'PARAMETRO ATAPARM NAO ENCONTRADO - '
                       'A ATA EXIGE O PERIODO EXPLICITO.'
               SET FIM-MESTRE TO TRUE
           END-IF

           IF (WS-ATA-ANO NOT > 1900
               OR (WS-ATA-SEMESTRE NOT = 1
                   AND WS-ATA-SEMESTRE NOT = 2))
               AND NOT FIM-MESTRE
               DISPLAY 'PERIODO INVALIDO EM ATAPARM: '
                       WS-ATA-ANO '/' WS-ATA-SEMESTRE
               SET FIM-MESTRE TO TRUE
           END-IF

           OPEN INPUT ARQ-CALENDARIO
           IF WS-FS-CALENDARIO = '35'
               OPEN OUTPUT ARQ-CALENDARIO
               CLOSE ARQ-CALENDARIO
               OPEN INPUT ARQ-CALENDARIO
           END-IF

           IF NOT FIM-MESTRE
               MOVE WS-ATA-ANO      TO CPE-ANO-LETIVO
               MOVE WS-ATA-SEMESTRE TO CPE-SEMESTRE
               READ ARQ-CALENDARIO
                   INVALID KEY
                       DISPLAY 'PERIODO ' WS-ATA-ANO '/'
                               WS-ATA-SEMESTRE
                               ' NAO DEFINIDO EM CALPERIO.'
                       SET FIM-MESTRE TO TRUE
                   NOT INVALID KEY
                       MOVE CPE-SITUACAO TO WS-SW-PERIODO
                       IF NOT ATA-PERIODO-ABERTO
                           AND NOT ATA-PERIODO-FECHADO
                           DISPLAY 'PERIODO ' WS-ATA-ANO '/'
                                   WS-ATA-SEMESTRE
                                   ' AINDA NAO FOI ABERTO - NAO HA '
                                   'RESULTADOS.'
                           SET FIM-MESTRE TO TRUE
                       END-IF
               END-READ
           END-IF

           IF NOT FIM-MESTRE
               OPEN INPUT ARQ-CADASTRO
               IF WS-FS-CADASTRO = '00'
                   SET MESTRE-ABERTO TO TRUE
               ELSE
                   DISPLAY 'CADASTRO-MESTRE CADMEST INDISPONIVEL '
                           '(STATUS ' WS-FS-CADASTRO ') - TRATADO '
                           'COMO VAZIO.'
                   SET FIM-MESTRE TO TRUE
               END-IF
               IF ATA-PERIODO-FECHADO
                   MOVE 'N' TO WS-SW-FIM-MORTO
                   OPEN INPUT ARQ-MORTO
                   IF WS-FS-MORTO = '00'
                       SET MORTO-ABERTO TO TRUE
                   ELSE
                       DISPLAY 'ARQUIVO-MORTO CADARQ AUSENTE - '
                               'TRATADO COMO VAZIO.'
                       SET FIM-MORTO TO TRUE
                   END-IF
               END-IF
           END-IF

           OPEN INPUT ARQ-ALUNOS
           IF WS-FS-ALUNOS = '35'
               OPEN OUTPUT ARQ-ALUNOS
               CLOSE ARQ-ALUNOS
               OPEN INPUT ARQ-ALUNOS
           END-IF

           OPEN INPUT ARQ-OFERTA
           IF WS-FS-OFERTA = '35'
               OPEN OUTPUT ARQ-OFERTA
               CLOSE ARQ-OFERTA
               OPEN INPUT ARQ-OFERTA
           END-IF

           MOVE SPACES TO REL-LINHA
           STRING 'ATA DE RESULTADOS FINAIS - PERIODO LETIVO '
                      DELIMITED BY SIZE
                  WS-ATA-ANO      DELIMITED BY SIZE
                  '/'             DELIMITED BY SIZE
                  WS-ATA-SEMESTRE DELIMITED BY SIZE
                  ' - EMITIDA EM ' DELIMITED BY SIZE
                  WS-DATA-HOJE    DELIMITED BY SIZE
               INTO REL-LINHA
           WRITE REL-LINHA
           DISPLAY REL-LINHA

           MOVE SPACES TO REL-LINHA
           EVALUATE TRUE
               WHEN FIM-MESTRE AND NOT MORTO-ABERTO
                   MOVE 'NENHUM RESULTADO EMITIDO - VER AS MENSAGENS.'
                       TO REL-LINHA
               WHEN ATA-PERIODO-ABERTO
                   STRING 'ORIGEM: CADMEST - PERIODO ABERTO, '
                                          DELIMITED BY SIZE
                          'RESULTADOS SUJEITOS A ALTERACAO.'
                                          DELIMITED BY SIZE
                       INTO REL-LINHA
               WHEN OTHER
                   MOVE 'ORIGEM: CADARQ - PERIODO FECHADO.'
                       TO REL-LINHA
           END-EVALUATE
           WRITE REL-LINHA
           DISPLAY REL-LINHA
           MOVE SPACES TO REL-LINHA
           STRING 'CODIGOS: A APROVADO  AR APROVADO NA RECUPERACAO  '
                                          DELIMITED BY SIZE
                  'R REPROVADO  RF REPROVADO POR FALTA'
                                          DELIMITED BY SIZE
               INTO REL-LINHA
           WRITE REL-LINHA
           .

      ******************************************************************
      * Procedimento de entrada do SORT: lancamentos do periodo no
      * mestre e, para periodo fechado, no arquivo-morto, cada um com
      * a turma, o nome e a situacao do aluno em ALUCAD.
      ******************************************************************
       P100-SELECIONAR.
           PERFORM P110-LIBERAR-MESTRE THRU P110-FIM
               UNTIL FIM-MESTRE
           PERFORM P120-LIBERAR-MORTO THRU P120-FIM
               UNTIL FIM-MORTO
           .
       P100-FIM.

       P110-LIBERAR-MESTRE.
           READ ARQ-CADASTRO
               AT END
                   SET FIM-MESTRE TO TRUE
                   GO TO P110-FIM
           END-READ
           ADD 1 TO WS-CONT-LIDOS
           IF CAD-ANO-LETIVO NOT = WS-ATA-ANO
               OR CAD-SEMESTRE NOT = WS-ATA-SEMESTRE
               GO TO P110-FIM
           END-IF
           MOVE CAD-MATRICULA TO SRT-MATRICULA
           MOVE CAD-MATERIA   TO SRT-MATERIA
           MOVE 'M'           TO SRT-ORIGEM
           MOVE CAD-MEDIA     TO SRT-MEDIA
           MOVE CAD-RESULTADO TO SRT-RESULTADO
           PERFORM P130-LIBERAR-LANCAMENTO THRU P130-FIM
           .
       P110-FIM.

       P120-LIBERAR-MORTO.
           READ ARQ-MORTO
               AT END
                   SET FIM-MORTO TO TRUE
                   GO TO P120-FIM
           END-READ
           ADD 1 TO WS-CONT-LIDOS
           MOVE ARC-IMAGEM TO ARQ-REGISTRO
           IF ARQ-ANO-LETIVO NOT = WS-ATA-ANO
               OR ARQ-SEMESTRE NOT = WS-ATA-SEMESTRE
               GO TO P120-FIM
           END-IF
           MOVE ARQ-MATRICULA TO SRT-MATRICULA
           MOVE ARQ-MATERIA   TO SRT-MATERIA
           MOVE 'A'           TO SRT-ORIGEM
           MOVE ARQ-MEDIA     TO SRT-MEDIA
           MOVE ARQ-RESULTADO TO SRT-RESULTADO
           PERFORM P130-LIBERAR-LANCAMENTO THRU P130-FIM
           .
       P120-FIM.

      * A turma da ata e a ALU-TURMA atual do aluno; matricula fora
      * de ALUCAD nao tem turma e fica fora da ata (contada).
       P130-LIBERAR-LANCAMENTO.
           ADD 1 TO WS-CONT-NO-PERIODO
           MOVE SRT-MATRICULA TO ALU-MATRICULA
           READ ARQ-ALUNOS
               INVALID KEY
                   ADD 1 TO WS-CONT-SEM-ALUCAD
                   DISPLAY 'MATRICULA ' SRT-MATRICULA
                           ' SEM CADASTRO EM ALUCAD - FORA DA ATA.'
                   GO TO P130-FIM
           END-READ
           IF WS-ATA-TURMA NOT = SPACES
               AND ALU-TURMA NOT = WS-ATA-TURMA
               GO TO P130-FIM
           END-IF
           MOVE ALU-TURMA    TO SRT-TURMA
           MOVE ALU-NOME     TO SRT-NOME
           MOVE ALU-SITUACAO TO SRT-SITUACAO
           RELEASE SRT-REGISTRO
           .
       P130-FIM.

      ******************************************************************
      * Procedimento de saida do SORT: um bloco por turma, uma linha
      * por aluno.
      ******************************************************************
       P300-EMITIR.
           PERFORM P310-RETORNAR-REGISTRO THRU P310-FIM
           PERFORM P320-PROCESSAR-TURMA THRU P320-FIM
               UNTIL FIM-CLASSIFICADO
           .
       P300-FIM.

       P310-RETORNAR-REGISTRO.
           RETURN ARQ-CLASSIFICACAO
               AT END
                   SET FIM-CLASSIFICADO TO TRUE
           END-RETURN
           .
       P310-FIM.

       P320-PROCESSAR-TURMA.
           MOVE SRT-TURMA TO WS-TURMA-ATUAL
           ADD 1 TO WS-CONT-TURMAS
           MOVE ZERO TO WS-TUR-ALUNOS
           MOVE ZERO TO WS-TUR-APROVADOS
           MOVE ZERO TO WS-TUR-REPROVADOS
           MOVE ZERO TO WS-TUR-PENDENTES
           MOVE ZERO TO WS-TUR-INATIVOS
           MOVE ZERO TO WS-TUR-FORA-OFERTA

           PERFORM P330-CARREGAR-OFERTA THRU P330-FIM
           PERFORM P340-CABECALHO-TURMA

           PERFORM P400-PROCESSAR-ALUNO THRU P400-FIM
               UNTIL FIM-CLASSIFICADO
               OR SRT-TURMA NOT = WS-TURMA-ATUAL

           PERFORM P500-TOTAIS-TURMA
           PERFORM P550-ASSINATURAS
           .
       P320-FIM.

      * Colunas da turma: as materias com oferta ativa no periodo, na
      * ordem da chave de OFERTA (materia). Alem de WS-MAX-COLUNAS
      * a materia nao ganha coluna e os lancamentos dela sao contados
      * como fora da ata.
       P330-CARREGAR-OFERTA.
           INITIALIZE WS-TAB-COLUNAS
           MOVE 'N' TO WS-SW-FIM-OFERTA
           MOVE WS-ATA-ANO      TO OFE-ANO-LETIVO
           MOVE WS-ATA-SEMESTRE TO OFE-SEMESTRE
           MOVE WS-TURMA-ATUAL  TO OFE-TURMA
           MOVE LOW-VALUES      TO OFE-MATERIA
           START ARQ-OFERTA KEY IS NOT LESS THAN OFE-CHAVE
               INVALID KEY
                   GO TO P330-FIM
           END-START
           PERFORM P335-LER-OFERTA THRU P335-FIM
               UNTIL FIM-OFERTA
           .
       P330-FIM.

       P335-LER-OFERTA.
           READ ARQ-OFERTA NEXT RECORD
               AT END
                   SET FIM-OFERTA TO TRUE
                   GO TO P335-FIM
           END-READ
           IF OFE-ANO-LETIVO NOT = WS-ATA-ANO
               OR OFE-SEMESTRE NOT = WS-ATA-SEMESTRE
               OR OFE-TURMA NOT = WS-TURMA-ATUAL
               SET FIM-OFERTA TO TRUE
               GO TO P335-FIM
           END-IF
           IF NOT OFERTA-ATIVA
               GO TO P335-FIM
           END-IF
           IF WS-QTD-COLUNAS NOT < WS-MAX-COLUNAS
               DISPLAY 'TURMA ' WS-TURMA-ATUAL ': MATERIA '
                       OFE-MATERIA ' ALEM DA ULTIMA COLUNA DA ATA.'
               GO TO P335-FIM
           END-IF
           ADD 1 TO WS-QTD-COLUNAS
           MOVE OFE-MATERIA       TO WS-COL-MATERIA (WS-QTD-COLUNAS)
           MOVE OFE-PROFESSOR     TO WS-COL-PROFESSOR (WS-QTD-COLUNAS)
           MOVE OFE-CARGA-HORARIA TO WS-COL-CARGA (WS-QTD-COLUNAS)
           .
       P335-FIM.

      * Cabecalho do bloco: turma, legenda das colunas e titulos.
      * Cada coluna ocupa 9 posicoes a partir da posicao 41.
       P340-CABECALHO-TURMA.
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE ALL '=' TO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES TO REL-LINHA
           STRING 'ATA DE RESULTADOS FINAIS - TURMA: '
                                   DELIMITED BY SIZE
                  WS-TURMA-ATUAL   DELIMITED BY SIZE
                  ' - PERIODO LETIVO ' DELIMITED BY SIZE
                  WS-ATA-ANO       DELIMITED BY SIZE
                  '/'              DELIMITED BY SIZE
                  WS-ATA-SEMESTRE  DELIMITED BY SIZE
               INTO REL-LINHA
           WRITE REL-LINHA
           DISPLAY REL-LINHA

           IF WS-QTD-COLUNAS = 0
               MOVE 'TURMA SEM OFERTA ATIVA CADASTRADA NO PERIODO.'
                   TO REL-LINHA
               WRITE REL-LINHA
               DISPLAY REL-LINHA
           END-IF
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-QTD-COLUNAS
               MOVE WS-C TO WS-EDIT-COLUNA
               MOVE WS-COL-CARGA (WS-C) TO WS-EDIT-CH
               MOVE SPACES TO REL-LINHA
               STRING '  ('                    DELIMITED BY SIZE
                      WS-EDIT-COLUNA           DELIMITED BY SIZE
                      ') '                     DELIMITED BY SIZE
                      WS-COL-MATERIA (WS-C)    DELIMITED BY SIZE
                      ' CH '                   DELIMITED BY SIZE
                      WS-EDIT-CH               DELIMITED BY SIZE
                      '  PROF. '               DELIMITED BY SIZE
                      WS-COL-PROFESSOR (WS-C)  DELIMITED BY SIZE
                   INTO REL-LINHA
               WRITE REL-LINHA
           END-PERFORM

           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES TO REL-LINHA
           MOVE 'MATRIC.  NOME' TO REL-LINHA
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-QTD-COLUNAS
               MOVE WS-C TO WS-TC-NUMERO
               COMPUTE WS-POSICAO = 41 + (WS-C - 1) * 9
               MOVE WS-TITULO-COLUNA TO REL-LINHA (WS-POSICAO:9)
           END-PERFORM
           COMPUTE WS-POSICAO = 41 + WS-QTD-COLUNAS * 9
           MOVE 'SITUACAO FINAL' TO REL-LINHA (WS-POSICAO:14)
           WRITE REL-LINHA
           .

      ******************************************************************
      * Linha do aluno: uma celula por materia da oferta; lancamento de
      * materia sem coluna e contado como fora da oferta.
      ******************************************************************
       P400-PROCESSAR-ALUNO.
           MOVE SRT-MATRICULA TO WS-MATRICULA-ATUAL
           MOVE SRT-NOME      TO WS-NOME-ATUAL
           MOVE SRT-SITUACAO  TO WS-SITUACAO-ALUNO
           MOVE SPACES        TO WS-MATERIA-ANTERIOR
           INITIALIZE WS-TAB-CELULAS

           PERFORM P410-REGISTRAR-MATERIA THRU P410-FIM
               UNTIL FIM-CLASSIFICADO
               OR SRT-TURMA NOT = WS-TURMA-ATUAL
               OR SRT-MATRICULA NOT = WS-MATRICULA-ATUAL

           PERFORM P450-IMPRIMIR-ALUNO
           .
       P400-FIM.

      * Com o mestre prevalecendo, a imagem do arquivo-morto da mesma
      * materia que vem depois dele e descartada.
       P410-REGISTRAR-MATERIA.
           IF SRT-MATERIA = WS-MATERIA-ANTERIOR
               ADD 1 TO WS-CONT-DUPLICADOS
               GO TO P410-PROXIMO
           END-IF
           MOVE SRT-MATERIA TO WS-MATERIA-ANTERIOR

           MOVE 'N' TO WS-SW-ACHOU
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-QTD-COLUNAS
                   OR COLUNA-ACHADA
               IF WS-COL-MATERIA (WS-C) = SRT-MATERIA
                   SET COLUNA-ACHADA TO TRUE
               END-IF
           END-PERFORM
           IF NOT COLUNA-ACHADA
               ADD 1 TO WS-CONT-FORA-OFERTA
               ADD 1 TO WS-TUR-FORA-OFERTA
               DISPLAY 'TURMA ' WS-TURMA-ATUAL ' MATRICULA '
                       SRT-MATRICULA ': ' SRT-MATERIA
                       ' SEM COLUNA NA ATA (FORA DA OFERTA).'
               GO TO P410-PROXIMO
           END-IF
           SUBTRACT 1 FROM WS-C

           MOVE 'S'       TO WS-CEL-PREENCHIDA (WS-C)
           MOVE SRT-MEDIA TO WS-CEL-MEDIA (WS-C)
           EVALUATE SRT-RESULTADO
               WHEN 'APROVADO!'
                   MOVE 'A'  TO WS-CEL-CODIGO (WS-C)
               WHEN 'APROVADO-REC'
                   MOVE 'AR' TO WS-CEL-CODIGO (WS-C)
               WHEN 'REPROVADO!'
                   MOVE 'R'  TO WS-CEL-CODIGO (WS-C)
               WHEN 'REPROV-FALTA'
                   MOVE 'RF' TO WS-CEL-CODIGO (WS-C)
               WHEN OTHER
                   MOVE '??' TO WS-CEL-CODIGO (WS-C)
           END-EVALUATE
           .
       P410-PROXIMO.
           PERFORM P310-RETORNAR-REGISTRO THRU P310-FIM
           .
       P410-FIM.

      * Situacao final: matricula trancada ou desligada prevalece;
      * depois, qualquer reprovacao reprova; materia da oferta sem
      * resultado deixa o aluno pendente.
       P450-IMPRIMIR-ALUNO.
           MOVE ZERO TO WS-QTD-REPROVACOES
           MOVE ZERO TO WS-QTD-SEM-RESULTADO
           MOVE SPACES TO REL-LINHA
           MOVE WS-MATRICULA-ATUAL TO REL-LINHA (1:8)
           MOVE WS-NOME-ATUAL (1:30) TO REL-LINHA (10:30)

           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-QTD-COLUNAS
               COMPUTE WS-POSICAO = 41 + (WS-C - 1) * 9
               IF WS-CEL-PREENCHIDA (WS-C) = 'S'
                   MOVE WS-CEL-MEDIA (WS-C)  TO WS-CI-MEDIA
                   MOVE WS-CEL-CODIGO (WS-C) TO WS-CI-CODIGO
                   EVALUATE WS-CEL-CODIGO (WS-C)
                       WHEN 'A '
                       WHEN 'AR'
                           ADD 1 TO WS-COL-APROVADOS (WS-C)
                       WHEN 'R '
                       WHEN 'RF'
                           ADD 1 TO WS-COL-REPROVADOS (WS-C)
                           ADD 1 TO WS-QTD-REPROVACOES
                       WHEN OTHER
                           ADD 1 TO WS-QTD-SEM-RESULTADO
                   END-EVALUATE
               ELSE
                   MOVE '   --    ' TO WS-CELULA-VAZIA
                   ADD 1 TO WS-QTD-SEM-RESULTADO
               END-IF
               MOVE WS-CELULA-IMPRESSA TO REL-LINHA (WS-POSICAO:9)
           END-PERFORM

           EVALUATE TRUE
               WHEN WS-SITUACAO-ALUNO = 'D'
                   MOVE 'DESLIGADO'   TO WS-SITUACAO-FINAL
                   ADD 1 TO WS-TUR-INATIVOS
               WHEN WS-SITUACAO-ALUNO = 'T'
                   MOVE 'TRANCADO'    TO WS-SITUACAO-FINAL
                   ADD 1 TO WS-TUR-INATIVOS
               WHEN WS-QTD-REPROVACOES > 0
                   MOVE 'REPROVADO'   TO WS-SITUACAO-FINAL
                   ADD 1 TO WS-TUR-REPROVADOS
               WHEN WS-QTD-SEM-RESULTADO > 0
                   MOVE 'PENDENTE'    TO WS-SITUACAO-FINAL
                   ADD 1 TO WS-TUR-PENDENTES
               WHEN OTHER
                   MOVE 'APROVADO'    TO WS-SITUACAO-FINAL
                   ADD 1 TO WS-TUR-APROVADOS
           END-EVALUATE
           COMPUTE WS-POSICAO = 41 + WS-QTD-COLUNAS * 9
           MOVE WS-SITUACAO-FINAL TO REL-LINHA (WS-POSICAO:12)
           WRITE REL-LINHA
           DISPLAY REL-LINHA

           ADD 1 TO WS-TUR-ALUNOS
           ADD 1 TO WS-CONT-ALUNOS
           .

      ******************************************************************
      * Totais da turma: aprovados e reprovados por coluna e alunos
      * por situacao final.
      ******************************************************************
       P500-TOTAIS-TURMA.
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES TO REL-LINHA
           MOVE 'APROVADOS NA MATERIA' TO REL-LINHA (10:20)
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-QTD-COLUNAS
               COMPUTE WS-POSICAO = 41 + (WS-C - 1) * 9
               MOVE WS-COL-APROVADOS (WS-C) TO WS-EDIT-QTD-COLUNA
               MOVE WS-EDIT-QTD-COLUNA TO REL-LINHA (WS-POSICAO:5)
           END-PERFORM
           WRITE REL-LINHA
           MOVE SPACES TO REL-LINHA
           MOVE 'REPROVADOS NA MATERIA' TO REL-LINHA (10:21)
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-QTD-COLUNAS
               COMPUTE WS-POSICAO = 41 + (WS-C - 1) * 9
               MOVE WS-COL-REPROVADOS (WS-C) TO WS-EDIT-QTD-COLUNA
               MOVE WS-EDIT-QTD-COLUNA TO REL-LINHA (WS-POSICAO:5)
           END-PERFORM
           WRITE REL-LINHA

           MOVE WS-TUR-ALUNOS     TO WS-EDIT-TUR-ALU
           MOVE WS-TUR-APROVADOS  TO WS-EDIT-TUR-APR
           MOVE WS-TUR-REPROVADOS TO WS-EDIT-TUR-REP
           MOVE WS-TUR-PENDENTES  TO WS-EDIT-TUR-PEN
           MOVE WS-TUR-INATIVOS   TO WS-EDIT-TUR-INA
           MOVE SPACES TO REL-LINHA
           STRING 'TOTAL DA TURMA - ALUNOS: ' DELIMITED BY SIZE
                  WS-EDIT-TUR-ALU             DELIMITED BY SIZE
                  '  APROVADOS: '             DELIMITED BY SIZE
                  WS-EDIT-TUR-APR             DELIMITED BY SIZE
                  '  REPROVADOS: '            DELIMITED BY SIZE
                  WS-EDIT-TUR-REP             DELIMITED BY SIZE
                  '  PENDENTES: '             DELIMITED BY SIZE
                  WS-EDIT-TUR-PEN             DELIMITED BY SIZE
                  '  TRANCADOS/DESLIGADOS: '  DELIMITED BY SIZE
                  WS-EDIT-TUR-INA             DELIMITED BY SIZE
               INTO REL-LINHA
           WRITE REL-LINHA
           DISPLAY REL-LINHA

           IF WS-TUR-FORA-OFERTA > 0
               MOVE WS-TUR-FORA-OFERTA TO WS-EDIT-TUR-ALU
               MOVE SPACES TO REL-LINHA
               STRING 'LANCAMENTOS SEM COLUNA NA ATA (FORA DA '
                                          DELIMITED BY SIZE
                      'OFERTA): '         DELIMITED BY SIZE
                      WS-EDIT-TUR-ALU     DELIMITED BY SIZE
                   INTO REL-LINHA
               WRITE REL-LINHA
               DISPLAY REL-LINHA
           END-IF
           .

       P550-ASSINATURAS.
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES TO REL-LINHA
           STRING 'ENCERRADA A PRESENTE ATA EM ' DELIMITED BY SIZE
                  WS-DATA-HOJE DELIMITED BY SIZE
                  ', QUE VAI ASSINADA PELOS RESPONSAVEIS.'
                               DELIMITED BY SIZE
               INTO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES TO REL-LINHA
           STRING '______________________________    '
                                       DELIMITED BY SIZE
                  '______________________________    '
                                       DELIMITED BY SIZE
                  '______________________________'
                                       DELIMITED BY SIZE
               INTO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES TO REL-LINHA
           STRING 'SECRETARIO(A) ESCOLAR             '
                                       DELIMITED BY SIZE
                  'COORDENADOR(A) PEDAGOGICO(A)      '
                                       DELIMITED BY SIZE
                  'DIRETOR(A)'         DELIMITED BY SIZE
               INTO REL-LINHA
           WRITE REL-LINHA
           .

       P800-TOTAIS.
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE ALL '=' TO REL-LINHA
           WRITE REL-LINHA

           MOVE 'LANCAMENTOS LIDOS..............: ' TO WS-ROTULO-TOTAL
           MOVE WS-CONT-LIDOS TO WS-EDIT-CONTADOR
           PERFORM P810-IMPRIMIR-TOTAL
           MOVE 'LANCAMENTOS DO PERIODO.........: ' TO WS-ROTULO-TOTAL
           MOVE WS-CONT-NO-PERIODO TO WS-EDIT-CONTADOR
           PERFORM P810-IMPRIMIR-TOTAL
           MOVE 'TURMAS EMITIDAS................: ' TO WS-ROTULO-TOTAL
           MOVE WS-CONT-TURMAS TO WS-EDIT-CONTADOR
           PERFORM P810-IMPRIMIR-TOTAL
           MOVE 'ALUNOS NAS ATAS................: ' TO WS-ROTULO-TOTAL
           MOVE WS-CONT-ALUNOS TO WS-EDIT-CONTADOR
           PERFORM P810-IMPRIMIR-TOTAL
           MOVE 'MATRICULA SEM ALUCAD (FORA)....: ' TO WS-ROTULO-TOTAL
           MOVE WS-CONT-SEM-ALUCAD TO WS-EDIT-CONTADOR
           PERFORM P810-IMPRIMIR-TOTAL
           MOVE 'FORA DA OFERTA (SEM COLUNA)....: ' TO WS-ROTULO-TOTAL
           MOVE WS-CONT-FORA-OFERTA TO WS-EDIT-CONTADOR
           PERFORM P810-IMPRIMIR-TOTAL
           MOVE 'IMAGENS SUPERADAS PELO MESTRE..: ' TO WS-ROTULO-TOTAL
           MOVE WS-CONT-DUPLICADOS TO WS-EDIT-CONTADOR
           PERFORM P810-IMPRIMIR-TOTAL
           .
       P800-FIM.

       P810-IMPRIMIR-TOTAL.
           MOVE SPACES TO REL-LINHA
           STRING WS-ROTULO-TOTAL  DELIMITED BY SIZE
                  WS-EDIT-CONTADOR DELIMITED BY SIZE
               INTO REL-LINHA
           WRITE REL-LINHA
           DISPLAY REL-LINHA
           .

       P999-FINAL.
           IF MESTRE-ABERTO
               CLOSE ARQ-CADASTRO
           END-IF
           IF MORTO-ABERTO
               CLOSE ARQ-MORTO
           END-IF
           CLOSE ARQ-CALENDARIO
           CLOSE ARQ-ALUNOS
           CLOSE ARQ-OFERTA
           CLOSE ARQ-RELATORIO
           DISPLAY 'ATA DE RESULTADOS FINAIS GERADA EM ATAREL.'
            STOP RUN.
       END PROGRAM ata_resultados.
