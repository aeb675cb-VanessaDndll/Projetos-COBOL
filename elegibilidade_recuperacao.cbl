      ******************************************************************
      * Author: vdndll
      * Date: 15/10/2026
      * Purpose: lista de elegiveis a prova de recuperacao. Le o
      *          periodo em RECPARM (ano + semestre, obrigatorio, e
      *          aberto em CALPERIO), varre o cadastro-mestre CADMEST
      *          e aplica a janela de elegibilidade de cada materia:
      *          aluno REPROVADO! por nota, com CAD-MEDIA de
      *          PAR-MEDIA-MIN-REC ate abaixo de PAR-NOTA-CORTE (ver
      *          PARMAT), sem recuperacao ja aplicada e ativo em
      *          ALUCAD. REPROV-FALTA nao tem direito a prova. Os
      *          elegiveis saem em RECELEG por materia e ALU-TURMA,
      *          com o professor da oferta (OFERTA), para o
      *          agendamento da prova; para cada um e gravada em
      *          RECESQ uma linha no layout de RECLOTE com a nota da
      *          prova em branco, que o professor preenche e que
      *          segue como RECLOTE por critica_lotes e
      *          calculo_media. Os reprovados que ficaram de fora saem
      *          em RECEXC com o motivo, para nao haver discussao
      *          depois da prova. Substitui o RECLOTE digitado a mao a
      *          partir do relatorio_turma.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 vdndll - versao inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. elegibilidade_recuperacao.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PARAMETRO ASSIGN TO "RECPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARAMETRO.

           SELECT ARQ-CADASTRO ASSIGN TO "CADMEST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CAD-CHAVE
               ALTERNATE RECORD KEY IS CAD-NOME WITH DUPLICATES
               FILE STATUS IS WS-FS-CADASTRO.

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

           SELECT ARQ-PARAMETROS ASSIGN TO "PARMAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAR-MATERIA
               FILE STATUS IS WS-FS-PARAMETROS.

           SELECT ARQ-OFERTA ASSIGN TO "OFERTA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OFE-CHAVE
               FILE STATUS IS WS-FS-OFERTA.

           SELECT ARQ-CLASSIFICACAO ASSIGN TO "SORTWK1".

           SELECT ARQ-RELATORIO ASSIGN TO "RECELEG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.

           SELECT ARQ-EXCECOES ASSIGN TO "RECEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXCECOES.

           SELECT ARQ-ESQUELETO ASSIGN TO "RECESQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ESQUELETO.

       DATA DIVISION.
       FILE SECTION.
      * Periodo da recuperacao; como no fechamento, o parametro e
      * obrigatorio - sem RECPARM nada e listado.
       FD  ARQ-PARAMETRO.
       01  RPA-REGISTRO.
           03 RPA-ANO-LETIVO           PIC 9(04).
           03 RPA-SEMESTRE             PIC 9(01).

       FD  ARQ-CADASTRO.
           COPY CADREG.

       FD  ARQ-CALENDARIO.
           COPY CALPER.

       FD  ARQ-ALUNOS.
           COPY ALUREG.

       FD  ARQ-PARAMETROS.
           COPY PARMAT.

       FD  ARQ-OFERTA.
           COPY OFEREG.

       SD  ARQ-CLASSIFICACAO.
       01  SRT-REGISTRO.
           03 SRT-MATERIA              PIC X(20).
           03 SRT-TURMA                PIC X(10).
           03 SRT-NOME                 PIC X(40).
           03 SRT-MATRICULA            PIC 9(08).
           03 SRT-MEDIA                PIC 99V99.
           03 SRT-NOTA-CORTE           PIC 99V99.

       FD  ARQ-RELATORIO.
       01  REL-LINHA                   PIC X(132).

       FD  ARQ-EXCECOES.
       01  EXC-LINHA                   PIC X(132).

      * Mesmo layout de RECLOTE lido por critica_lotes e
      * calculo_media; a nota da prova sai em branco (REC-NOTA-BRANCO)
      * para o professor preencher.
       FD  ARQ-ESQUELETO.
       01  REC-REGISTRO.
           03 REC-MATRICULA            PIC 9(08).
           03 REC-MATERIA              PIC X(20).
           03 REC-ANO-LETIVO           PIC 9(04).
           03 REC-SEMESTRE             PIC 9(01).
           03 REC-NOTA-EXAME           PIC 99V99.
           03 REC-NOTA-BRANCO REDEFINES REC-NOTA-EXAME
                                       PIC X(04).

       WORKING-STORAGE SECTION.
         77 WS-FS-PARAMETRO        PIC X(02) VALUE SPACES.
         77 WS-FS-CADASTRO         PIC X(02) VALUE SPACES.
         77 WS-FS-CALENDARIO       PIC X(02) VALUE SPACES.
         77 WS-FS-ALUNOS           PIC X(02) VALUE SPACES.
         77 WS-FS-PARAMETROS       PIC X(02) VALUE SPACES.
         77 WS-FS-OFERTA           PIC X(02) VALUE SPACES.
         77 WS-FS-RELATORIO        PIC X(02) VALUE SPACES.
         77 WS-FS-EXCECOES         PIC X(02) VALUE SPACES.
         77 WS-FS-ESQUELETO        PIC X(02) VALUE SPACES.
         77 WS-SW-FIM-MESTRE       PIC X(01) VALUE 'N'.
            88 FIM-MESTRE              VALUE 'S'.
         77 WS-SW-FIM-SORT         PIC X(01) VALUE 'N'.
            88 FIM-CLASSIFICADO        VALUE 'S'.
         77 WS-SW-MESTRE-ABERTO    PIC X(01) VALUE 'N'.
            88 MESTRE-ABERTO           VALUE 'S'.
         77 WS-SW-ELEGIVEL         PIC X(01) VALUE 'S'.
            88 ALUNO-ELEGIVEL          VALUE 'S'.
         77 WS-REC-ANO             PIC 9(04) VALUE ZERO.
         77 WS-REC-SEMESTRE        PIC 9(01) VALUE ZERO.
         77 WS-MATERIA-ATUAL       PIC X(20) VALUE SPACES.
         77 WS-TURMA-ATUAL         PIC X(10) VALUE SPACES.
         77 WS-TURMA-ALUNO         PIC X(10) VALUE SPACES.
         77 WS-PROFESSOR           PIC X(40) VALUE SPACES.
         77 WS-MOTIVO              PIC X(50) VALUE SPACES.
         77 WS-CONT-LIDOS          PIC 9(07) VALUE ZERO.
         77 WS-CONT-NO-PERIODO     PIC 9(07) VALUE ZERO.
         77 WS-CONT-APROVADOS      PIC 9(07) VALUE ZERO.
         77 WS-CONT-ELEGIVEIS      PIC 9(07) VALUE ZERO.
         77 WS-CONT-EXCECOES       PIC 9(07) VALUE ZERO.
         77 WS-CONT-EXC-FALTA      PIC 9(07) VALUE ZERO.
         77 WS-CONT-EXC-MEDIA      PIC 9(07) VALUE ZERO.
         77 WS-CONT-EXC-REC        PIC 9(07) VALUE ZERO.
         77 WS-CONT-EXC-OUTROS     PIC 9(07) VALUE ZERO.
         77 WS-CONT-GRUPO          PIC 9(07) VALUE ZERO.
         77 WS-EDIT-CONTADOR       PIC Z(06)9.
         77 WS-EDIT-MEDIA          PIC Z9.99.
         77 WS-EDIT-CORTE          PIC Z9.99.
         77 WS-EDIT-MINIMA         PIC Z9.99.
         77 WS-ROTULO-TOTAL        PIC X(33) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM P010-ABRIR-ARQUIVOS.
           SORT ARQ-CLASSIFICACAO
               ASCENDING KEY SRT-MATERIA
                             SRT-TURMA
                             SRT-NOME
                             SRT-MATRICULA
               INPUT PROCEDURE IS P100-SELECIONAR
                   THRU P100-FIM
               OUTPUT PROCEDURE IS P300-LISTAR
                   THRU P300-FIM.
           PERFORM P800-TOTAIS THRU P800-FIM.
           PERFORM P999-FINAL.

      * O periodo precisa vir em RECPARM e estar aberto em CALPERIO:
      * a prova so pode ser lancada por calculo_media em periodo
      * aberto, entao listar outro periodo so geraria RECLOTE
      * rejeitado. Qualquer falha aqui deixa o mestre como lido
      * (FIM-MESTRE) e os relatorios saem so com o cabecalho e o
      * aviso. ALUCAD, PARMAT e OFERTA ausentes recebem o tratamento
      * padrao de arquivo criado vazio.
       P010-ABRIR-ARQUIVOS.
           OPEN OUTPUT ARQ-RELATORIO
           OPEN OUTPUT ARQ-EXCECOES
           OPEN OUTPUT ARQ-ESQUELETO

           OPEN INPUT ARQ-PARAMETRO
           IF WS-FS-PARAMETRO = '00'
               READ ARQ-PARAMETRO
                   AT END
                       DISPLAY 'RECPARM VAZIO - NADA A LISTAR.'
                       SET FIM-MESTRE TO TRUE
                   NOT AT END
                       MOVE RPA-ANO-LETIVO TO WS-REC-ANO
                       MOVE RPA-SEMESTRE   TO WS-REC-SEMESTRE
               END-READ
               CLOSE ARQ-PARAMETRO
           ELSE
               DISPLAY 'PARAMETRO RECPARM NAO ENCONTRADO - '
                       'A LISTA EXIGE O PERIODO EXPLICITO.'
               SET FIM-MESTRE TO TRUE
           END-IF

           IF (WS-REC-ANO NOT > 1900
               OR (WS-REC-SEMESTRE NOT = 1
                   AND WS-REC-SEMESTRE NOT = 2))
               AND NOT FIM-MESTRE
               DISPLAY 'PERIODO INVALIDO EM RECPARM: '
                       WS-REC-ANO '/' WS-REC-SEMESTRE
               SET FIM-MESTRE TO TRUE
           END-IF

           OPEN INPUT ARQ-CALENDARIO
           IF WS-FS-CALENDARIO = '35'
               OPEN OUTPUT ARQ-CALENDARIO
               CLOSE ARQ-CALENDARIO
               OPEN INPUT ARQ-CALENDARIO
           END-IF

           IF NOT FIM-MESTRE
               MOVE WS-REC-ANO      TO CPE-ANO-LETIVO
               MOVE WS-REC-SEMESTRE TO CPE-SEMESTRE
               READ ARQ-CALENDARIO
                   INVALID KEY
                       DISPLAY 'PERIODO ' WS-REC-ANO '/'
                               WS-REC-SEMESTRE
                               ' NAO DEFINIDO EM CALPERIO.'
                       SET FIM-MESTRE TO TRUE
                   NOT INVALID KEY
                       IF NOT PERIODO-ABERTO
                           DISPLAY 'PERIODO ' WS-REC-ANO '/'
                                   WS-REC-SEMESTRE
                                   ' NAO ESTA ABERTO EM CALPERIO - '
                                   'RECUPERACAO NAO PODE SER LANCADA.'
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
                           '(STATUS ' WS-FS-CADASTRO ').'
                   SET FIM-MESTRE TO TRUE
               END-IF
           END-IF

           OPEN INPUT ARQ-ALUNOS
           IF WS-FS-ALUNOS = '35'
               OPEN OUTPUT ARQ-ALUNOS
               CLOSE ARQ-ALUNOS
               OPEN INPUT ARQ-ALUNOS
           END-IF

           OPEN INPUT ARQ-PARAMETROS
           IF WS-FS-PARAMETROS = '35'
               OPEN OUTPUT ARQ-PARAMETROS
               CLOSE ARQ-PARAMETROS
               OPEN INPUT ARQ-PARAMETROS
           END-IF

           OPEN INPUT ARQ-OFERTA
           IF WS-FS-OFERTA = '35'
               OPEN OUTPUT ARQ-OFERTA
               CLOSE ARQ-OFERTA
               OPEN INPUT ARQ-OFERTA
           END-IF

           MOVE SPACES TO REL-LINHA
           STRING 'ELEGIVEIS A PROVA DE RECUPERACAO - PERIODO '
                      DELIMITED BY SIZE
                  WS-REC-ANO      DELIMITED BY SIZE
                  '/'             DELIMITED BY SIZE
                  WS-REC-SEMESTRE DELIMITED BY SIZE
               INTO REL-LINHA
           WRITE REL-LINHA
           DISPLAY REL-LINHA

           MOVE SPACES TO EXC-LINHA
           STRING 'REPROVADOS SEM DIREITO A RECUPERACAO - PERIODO '
                      DELIMITED BY SIZE
                  WS-REC-ANO      DELIMITED BY SIZE
                  '/'             DELIMITED BY SIZE
                  WS-REC-SEMESTRE DELIMITED BY SIZE
               INTO EXC-LINHA
           WRITE EXC-LINHA

           MOVE SPACES TO EXC-LINHA
           STRING 'MATRICULA NOME'              DELIMITED BY SIZE
                  '                                     MATERIA'
                                                DELIMITED BY SIZE
                  '              MEDIA MOTIVO'  DELIMITED BY SIZE
               INTO EXC-LINHA
           WRITE EXC-LINHA
           .

      * Procedimento de entrada do SORT: cada lancamento do periodo
      * e classificado aqui. Aprovados so sao contados; os
      * elegiveis vao para o SORT; os demais reprovados saem direto
      * na listagem de excecoes, na ordem do mestre (matricula).
       P100-SELECIONAR.
           PERFORM P110-AVALIAR-REGISTRO THRU P110-FIM
               UNTIL FIM-MESTRE
           .
       P100-FIM.

       P110-AVALIAR-REGISTRO.
           READ ARQ-CADASTRO
               AT END
                   SET FIM-MESTRE TO TRUE
                   GO TO P110-FIM
           END-READ
           ADD 1 TO WS-CONT-LIDOS

           IF CAD-ANO-LETIVO NOT = WS-REC-ANO
               OR CAD-SEMESTRE NOT = WS-REC-SEMESTRE
               GO TO P110-FIM
           END-IF
           ADD 1 TO WS-CONT-NO-PERIODO

           IF CAD-RESULTADO = 'APROVADO!'
               OR CAD-RESULTADO = 'APROVADO-REC'
               ADD 1 TO WS-CONT-APROVADOS
               GO TO P110-FIM
           END-IF

           PERFORM P120-VERIFICAR-JANELA THRU P120-FIM

           IF ALUNO-ELEGIVEL
               MOVE CAD-MATERIA    TO SRT-MATERIA
               MOVE WS-TURMA-ALUNO TO SRT-TURMA
               MOVE CAD-NOME       TO SRT-NOME
               MOVE CAD-MATRICULA  TO SRT-MATRICULA
               MOVE CAD-MEDIA      TO SRT-MEDIA
               MOVE PAR-NOTA-CORTE TO SRT-NOTA-CORTE
               RELEASE SRT-REGISTRO
               ADD 1 TO WS-CONT-ELEGIVEIS
           ELSE
               PERFORM P130-GRAVAR-EXCECAO THRU P130-FIM
           END-IF
           .
       P110-FIM.

      * Mesmas condicoes que calculo_media/P470 exige ao aplicar a
      * prova (REPROVADO! e recuperacao ainda nao aplicada), mais a
      * janela da materia em PARMAT e o aluno ativo em ALUCAD, que
      * critica_lotes confere no RECLOTE. Materia sem PARMAT usa o
      * padrao dos demais programas (corte 7,00, sem piso).
       P120-VERIFICAR-JANELA.
           MOVE 'N' TO WS-SW-ELEGIVEL
           MOVE SPACES TO WS-MOTIVO
           MOVE SPACES TO WS-TURMA-ALUNO

           IF CAD-RESULTADO = 'REPROV-FALTA'
               MOVE 'REPROVADO POR FALTA - SEM DIREITO A PROVA'
                   TO WS-MOTIVO
               ADD 1 TO WS-CONT-EXC-FALTA
               GO TO P120-FIM
           END-IF

           IF CAD-RESULTADO NOT = 'REPROVADO!'
               MOVE 'RESULTADO AINDA NAO APURADO' TO WS-MOTIVO
               ADD 1 TO WS-CONT-EXC-OUTROS
               GO TO P120-FIM
           END-IF

           IF RECUPERACAO-APLICADA
               MOVE CAD-NOTA-EXAME TO WS-EDIT-MEDIA
               STRING 'RECUPERACAO JA APLICADA (PROVA '
                          DELIMITED BY SIZE
                      WS-EDIT-MEDIA DELIMITED BY SIZE
                      ')'           DELIMITED BY SIZE
                   INTO WS-MOTIVO
               ADD 1 TO WS-CONT-EXC-REC
               GO TO P120-FIM
           END-IF

           MOVE CAD-MATRICULA TO ALU-MATRICULA
           READ ARQ-ALUNOS
               INVALID KEY
                   MOVE 'MATRICULA NAO CADASTRADA EM ALUCAD'
                       TO WS-MOTIVO
                   ADD 1 TO WS-CONT-EXC-OUTROS
                   GO TO P120-FIM
           END-READ
           IF NOT ALUNO-ATIVO
               MOVE 'MATRICULA NAO ATIVA EM ALUCAD' TO WS-MOTIVO
               ADD 1 TO WS-CONT-EXC-OUTROS
               GO TO P120-FIM
           END-IF
           MOVE ALU-TURMA TO WS-TURMA-ALUNO

           MOVE CAD-MATERIA TO PAR-MATERIA
           READ ARQ-PARAMETROS
               INVALID KEY
                   MOVE 7.00 TO PAR-NOTA-CORTE
                   MOVE ZERO TO PAR-MEDIA-MIN-REC
           END-READ

           IF CAD-MEDIA NOT < PAR-NOTA-CORTE
               MOVE PAR-NOTA-CORTE TO WS-EDIT-CORTE
               STRING 'MEDIA NAO ESTA ABAIXO DO CORTE ATUAL ('
                          DELIMITED BY SIZE
                      WS-EDIT-CORTE DELIMITED BY SIZE
                      ')'           DELIMITED BY SIZE
                   INTO WS-MOTIVO
               ADD 1 TO WS-CONT-EXC-OUTROS
               GO TO P120-FIM
           END-IF

           IF CAD-MEDIA < PAR-MEDIA-MIN-REC
               MOVE PAR-MEDIA-MIN-REC TO WS-EDIT-MINIMA
               STRING 'MEDIA ABAIXO DO MINIMO PARA RECUPERACAO ('
                          DELIMITED BY SIZE
                      WS-EDIT-MINIMA DELIMITED BY SIZE
                      ')'            DELIMITED BY SIZE
                   INTO WS-MOTIVO
               ADD 1 TO WS-CONT-EXC-MEDIA
               GO TO P120-FIM
           END-IF

           SET ALUNO-ELEGIVEL TO TRUE
           .
       P120-FIM.

       P130-GRAVAR-EXCECAO.
           ADD 1 TO WS-CONT-EXCECOES
           MOVE CAD-MEDIA TO WS-EDIT-MEDIA
           MOVE SPACES TO EXC-LINHA
           STRING CAD-MATRICULA  DELIMITED BY SIZE
                  '  '           DELIMITED BY SIZE
                  CAD-NOME       DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  CAD-MATERIA    DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  WS-EDIT-MEDIA  DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  WS-MOTIVO      DELIMITED BY SIZE
               INTO EXC-LINHA
           WRITE EXC-LINHA
           .
       P130-FIM.

      * Procedimento de saida: um bloco por materia e turma, com o
      * professor da oferta, e uma linha de RECESQ por elegivel.
       P300-LISTAR.
           PERFORM P310-RETORNAR-REGISTRO THRU P310-FIM
           PERFORM P400-PROCESSAR-GRUPO THRU P400-FIM
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

       P400-PROCESSAR-GRUPO.
           MOVE SRT-MATERIA TO WS-MATERIA-ATUAL
           MOVE SRT-TURMA   TO WS-TURMA-ATUAL
           MOVE ZERO TO WS-CONT-GRUPO

           MOVE WS-REC-ANO      TO OFE-ANO-LETIVO
           MOVE WS-REC-SEMESTRE TO OFE-SEMESTRE
           MOVE WS-TURMA-ATUAL  TO OFE-TURMA
           MOVE WS-MATERIA-ATUAL TO OFE-MATERIA
           READ ARQ-OFERTA
               INVALID KEY
                   MOVE '(SEM OFERTA CADASTRADA)' TO WS-PROFESSOR
               NOT INVALID KEY
                   MOVE OFE-PROFESSOR TO WS-PROFESSOR
           END-READ

           MOVE SRT-NOTA-CORTE TO WS-EDIT-CORTE
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES TO REL-LINHA
           STRING 'MATERIA: '       DELIMITED BY SIZE
                  WS-MATERIA-ATUAL  DELIMITED BY SIZE
                  '  TURMA: '       DELIMITED BY SIZE
                  WS-TURMA-ATUAL    DELIMITED BY SIZE
                  '  CORTE: '       DELIMITED BY SIZE
                  WS-EDIT-CORTE     DELIMITED BY SIZE
                  '  PROFESSOR: '   DELIMITED BY SIZE
                  WS-PROFESSOR      DELIMITED BY SIZE
               INTO REL-LINHA
           WRITE REL-LINHA
           DISPLAY REL-LINHA

           MOVE SPACES TO REL-LINHA
           STRING 'MATRICULA NOME'              DELIMITED BY SIZE
                  '                                     MEDIA'
                                                DELIMITED BY SIZE
                  '  NOTA DA PROVA'             DELIMITED BY SIZE
               INTO REL-LINHA
           WRITE REL-LINHA

           PERFORM P410-IMPRIMIR-ELEGIVEL THRU P410-FIM
               UNTIL FIM-CLASSIFICADO
               OR SRT-MATERIA NOT = WS-MATERIA-ATUAL
               OR SRT-TURMA NOT = WS-TURMA-ATUAL

           MOVE WS-CONT-GRUPO TO WS-EDIT-CONTADOR
           MOVE SPACES TO REL-LINHA
           STRING 'ELEGIVEIS NA TURMA: ' DELIMITED BY SIZE
                  WS-EDIT-CONTADOR       DELIMITED BY SIZE
               INTO REL-LINHA
           WRITE REL-LINHA
           DISPLAY REL-LINHA
           .
       P400-FIM.

       P410-IMPRIMIR-ELEGIVEL.
           ADD 1 TO WS-CONT-GRUPO
           MOVE SRT-MEDIA TO WS-EDIT-MEDIA
           MOVE SPACES TO REL-LINHA
           STRING SRT-MATRICULA  DELIMITED BY SIZE
                  '  '           DELIMITED BY SIZE
                  SRT-NOME       DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  WS-EDIT-MEDIA  DELIMITED BY SIZE
                  '  ______'     DELIMITED BY SIZE
               INTO REL-LINHA
           WRITE REL-LINHA

           MOVE SRT-MATRICULA   TO REC-MATRICULA
           MOVE SRT-MATERIA     TO REC-MATERIA
           MOVE WS-REC-ANO      TO REC-ANO-LETIVO
           MOVE WS-REC-SEMESTRE TO REC-SEMESTRE
           MOVE SPACES          TO REC-NOTA-BRANCO
           WRITE REC-REGISTRO

           PERFORM P310-RETORNAR-REGISTRO THRU P310-FIM
           .
       P410-FIM.

       P800-TOTAIS.
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA

           MOVE 'LANCAMENTOS LIDOS EM CADMEST...: ' TO WS-ROTULO-TOTAL
           MOVE WS-CONT-LIDOS TO WS-EDIT-CONTADOR
           PERFORM P810-IMPRIMIR-TOTAL
           MOVE 'LANCAMENTOS DO PERIODO.........: ' TO WS-ROTULO-TOTAL
           MOVE WS-CONT-NO-PERIODO TO WS-EDIT-CONTADOR
           PERFORM P810-IMPRIMIR-TOTAL
           MOVE 'APROVADOS (FORA DA LISTA)......: ' TO WS-ROTULO-TOTAL
           MOVE WS-CONT-APROVADOS TO WS-EDIT-CONTADOR
           PERFORM P810-IMPRIMIR-TOTAL
           MOVE 'ELEGIVEIS (GRAVADOS EM RECESQ).: ' TO WS-ROTULO-TOTAL
           MOVE WS-CONT-ELEGIVEIS TO WS-EDIT-CONTADOR
           PERFORM P810-IMPRIMIR-TOTAL
           MOVE 'SEM DIREITO (EM RECEXC)........: ' TO WS-ROTULO-TOTAL
           MOVE WS-CONT-EXCECOES TO WS-EDIT-CONTADOR
           PERFORM P810-IMPRIMIR-TOTAL
           MOVE '  REPROVADOS POR FALTA.........: ' TO WS-ROTULO-TOTAL
           MOVE WS-CONT-EXC-FALTA TO WS-EDIT-CONTADOR
           PERFORM P810-IMPRIMIR-TOTAL
           MOVE '  MEDIA ABAIXO DO MINIMO.......: ' TO WS-ROTULO-TOTAL
           MOVE WS-CONT-EXC-MEDIA TO WS-EDIT-CONTADOR
           PERFORM P810-IMPRIMIR-TOTAL
           MOVE '  RECUPERACAO JA APLICADA......: ' TO WS-ROTULO-TOTAL
           MOVE WS-CONT-EXC-REC TO WS-EDIT-CONTADOR
           PERFORM P810-IMPRIMIR-TOTAL
           MOVE '  OUTROS MOTIVOS...............: ' TO WS-ROTULO-TOTAL
           MOVE WS-CONT-EXC-OUTROS TO WS-EDIT-CONTADOR
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
           CLOSE ARQ-CALENDARIO
           CLOSE ARQ-ALUNOS
           CLOSE ARQ-PARAMETROS
           CLOSE ARQ-OFERTA
           CLOSE ARQ-RELATORIO
           CLOSE ARQ-EXCECOES
           CLOSE ARQ-ESQUELETO
           DISPLAY 'LISTA DE ELEGIVEIS GERADA EM RECELEG; ESQUELETO '
                   'DE RECLOTE EM RECESQ; EXCECOES EM RECEXC.'
            STOP RUN.
       END PROGRAM elegibilidade_recuperacao.
