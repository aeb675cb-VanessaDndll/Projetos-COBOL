      ******************************************************************
      * Author: vdndll
      * Date: 15/10/2026
      * Purpose: emissao de declaracoes numeradas para a secretaria,
      *          a partir do arquivo de pedidos DOCPEDID (matricula,
      *          tipo do documento e solicitante). Tipos atendidos:
      *            M declaracao de matricula (turma e situacao em
      *              ALUCAD, periodo letivo aberto em CALPERIO);
      *            N declaracao das notas do periodo letivo corrente
      *              (o periodo aberto mais recente em CALPERIO, lido
      *              do cadastro-mestre CADMEST);
      *            C declaracao de conclusao de uma materia (a
      *              aprovacao mais recente na materia, procurada no
      *              mestre CADMEST e no arquivo-morto CADARQ; o
      *              registro do mestre de periodo ainda aberto em
      *              CALPERIO nao conta, porque a media nao e final);
      *            V verificacao de um documento apresentado: confere
      *              numero, codigo de verificacao e, quando
      *              informados, matricula, tipo e data de emissao
      *              contra o registro DOCREG.
      *          Cada documento emitido recebe o proximo numero de
      *          controle (o maior numero de DOCREG mais um), a data
      *          de emissao e um codigo de verificacao calculado sobre
      *          o texto impresso, e e gravado em DOCREG antes de ser
      *          impresso em DOCEMIT - documento que nao entrou no
      *          registro nao sai. Pedido de aluno desligado
      *          (situacao D) e recusado; declaracao de notas ou de
      *          conclusao com nota ainda nao aceita pela secretaria
      *          (CAD-STATUS-TRANSMISSAO diferente de A) tambem. Todo
      *          pedido sai em DOCREL com o numero emitido, o motivo
      *          da recusa ou o resultado da verificacao. Substitui a
      *          saida de boletim_aluno/historico_escolar reformatada
      *          a mao a cada pedido da secretaria.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 vdndll - versao inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. emissao_documentos.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PEDIDOS ASSIGN TO "DOCPEDID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PEDIDOS.

           SELECT ARQ-ALUNOS ASSIGN TO "ALUCAD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALU-MATRICULA
               FILE STATUS IS WS-FS-ALUNOS.

           SELECT ARQ-CADASTRO ASSIGN TO "CADMEST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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

           SELECT ARQ-DOCUMENTOS ASSIGN TO "DOCREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DOC-NUMERO
               FILE STATUS IS WS-FS-DOCUMENTOS.

           SELECT ARQ-EMISSAO ASSIGN TO "DOCEMIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EMISSAO.

           SELECT ARQ-RELATORIO ASSIGN TO "DOCREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
      * Pedido de documento: matricula, tipo (M, N, C ou V) e quem
      * pediu. A conclusao (C) informa a materia; a verificacao (V)
      * informa os dados impressos no documento apresentado - numero
      * e codigo obrigatorios, tipo e data em branco nao conferidos.
       FD  ARQ-PEDIDOS.
       01  PED-REGISTRO.
           03 PED-MATRICULA            PIC 9(08).
           03 PED-TIPO                 PIC X(01).
               88 PEDIDO-MATRICULA         VALUE 'M'.
               88 PEDIDO-NOTAS             VALUE 'N'.
               88 PEDIDO-CONCLUSAO         VALUE 'C'.
               88 PEDIDO-VERIFICACAO       VALUE 'V'.
           03 PED-SOLICITANTE          PIC X(30).
           03 PED-COMPLEMENTO          PIC X(30).
           03 PED-CONCLUSAO REDEFINES PED-COMPLEMENTO.
               05 PED-MATERIA          PIC X(20).
               05 FILLER               PIC X(10).
           03 PED-VERIFICACAO REDEFINES PED-COMPLEMENTO.
               05 PED-NUMERO-DOC       PIC 9(07).
               05 PED-TIPO-DOC         PIC X(01).
               05 PED-DATA-DOC         PIC 9(08).
               05 PED-CODIGO-DOC       PIC 9(09).
               05 FILLER               PIC X(05).

       FD  ARQ-ALUNOS.
           COPY ALUREG.

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

      * Registro dos documentos emitidos (ver DOCREG).
       FD  ARQ-DOCUMENTOS.
           COPY DOCREG.

       FD  ARQ-EMISSAO.
       01  EMI-LINHA                   PIC X(100).

       FD  ARQ-RELATORIO.
       01  REL-LINHA                   PIC X(132).

       WORKING-STORAGE SECTION.
         77 WS-FS-PEDIDOS          PIC X(02) VALUE SPACES.
         77 WS-FS-ALUNOS           PIC X(02) VALUE SPACES.
         77 WS-FS-CADASTRO         PIC X(02) VALUE SPACES.
         77 WS-FS-MORTO            PIC X(02) VALUE SPACES.
         77 WS-FS-CALENDARIO       PIC X(02) VALUE SPACES.
         77 WS-FS-DOCUMENTOS       PIC X(02) VALUE SPACES.
         77 WS-FS-EMISSAO          PIC X(02) VALUE SPACES.
         77 WS-FS-RELATORIO        PIC X(02) VALUE SPACES.
         77 WS-SW-FIM-PEDIDOS      PIC X(01) VALUE 'N'.
            88 FIM-PEDIDOS             VALUE 'S'.
         77 WS-SW-FIM-LEITURA      PIC X(01) VALUE 'N'.
            88 FIM-LEITURA             VALUE 'S'.
         77 WS-SW-MESTRE-ABERTO    PIC X(01) VALUE 'N'.
            88 MESTRE-ABERTO           VALUE 'S'.
         77 WS-SW-REGISTRO-ABERTO  PIC X(01) VALUE 'N'.
            88 REGISTRO-ABERTO         VALUE 'S'.
         77 WS-SW-PERIODO-CORRENTE PIC X(01) VALUE 'N'.
            88 HA-PERIODO-CORRENTE     VALUE 'S'.
         77 WS-DATA-HOJE           PIC 9(08) VALUE ZERO.
         77 WS-ANO-CORRENTE        PIC 9(04) VALUE ZERO.
         77 WS-SEM-CORRENTE        PIC 9(01) VALUE ZERO.
         77 WS-ULTIMO-NUMERO       PIC 9(07) VALUE ZERO.
         77 WS-NUMERO-DOC          PIC 9(07) VALUE ZERO.
         77 WS-CODIGO-DOC          PIC 9(09) VALUE ZERO.
         77 WS-TITULO-DOC          PIC X(40) VALUE SPACES.
         77 WS-MOTIVO              PIC X(60) VALUE SPACES.
         77 WS-RESULTADO           PIC X(80) VALUE SPACES.
         77 WS-LINHA               PIC X(100) VALUE SPACES.
         77 WS-I                   PIC 9(02) COMP VALUE ZERO.
         77 WS-L                   PIC 9(02) COMP VALUE ZERO.
         77 WS-P                   PIC 9(03) COMP VALUE ZERO.
         77 WS-MAX-LINHAS          PIC 9(02) COMP VALUE 60.
         77 WS-MAX-MATERIAS        PIC 9(02) COMP VALUE 30.
         77 WS-MAX-ABERTOS         PIC 9(02) COMP VALUE 10.
         77 WS-SW-PERIODO-ABERTO   PIC X(01) VALUE 'N'.
            88 LANCAMENTO-EM-ABERTO    VALUE 'S'.
         77 WS-SOMA-MEDIAS         PIC 9(05)V99 VALUE ZERO.
         77 WS-MEDIA-PERIODO       PIC 99V99 VALUE ZERO.
         77 WS-FREQUENCIA          PIC 9(03) VALUE ZERO.
         77 WS-EDIT-MEDIA          PIC Z9.99.
         77 WS-EDIT-FREQ           PIC ZZ9.
         77 WS-EDIT-QTD            PIC Z9.
         77 WS-CONT-PEDIDOS        PIC 9(07) VALUE ZERO.
         77 WS-CONT-EMITIDOS       PIC 9(07) VALUE ZERO.
         77 WS-CONT-EMIT-MATRICULA PIC 9(07) VALUE ZERO.
         77 WS-CONT-EMIT-NOTAS     PIC 9(07) VALUE ZERO.
         77 WS-CONT-EMIT-CONCLUSAO PIC 9(07) VALUE ZERO.
         77 WS-CONT-RECUSADOS      PIC 9(07) VALUE ZERO.
         77 WS-CONT-VERIFICACOES   PIC 9(07) VALUE ZERO.
         77 WS-CONT-AUTENTICOS     PIC 9(07) VALUE ZERO.
         77 WS-CONT-NAO-AUTENTICOS PIC 9(07) VALUE ZERO.
         77 WS-EDIT-CONTADOR       PIC Z(06)9.
         77 WS-ROTULO-TOTAL        PIC X(33) VALUE SPACES.

      * Calculo do codigo de verificacao: cada caractere do texto
      * vale a sua posicao no alfabeto abaixo (fora dele, 73) e
      * entra num acumulador modulo 999999937.
         77 WS-CARACTER            PIC X(01) VALUE SPACE.
         77 WS-VALOR-CARACTER      PIC 9(03) COMP VALUE ZERO.
         77 WS-COD-ACUMULADO       PIC 9(09) VALUE ZERO.
         77 WS-COD-PRODUTO         PIC 9(11) VALUE ZERO.
         77 WS-COD-QUOCIENTE       PIC 9(11) VALUE ZERO.
         01 WS-TAB-ALFABETO.
           03 FILLER               PIC X(37)
                  VALUE ' ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789'.
           03 FILLER               PIC X(35)
                  VALUE 'abcdefghijklmnopqrstuvwxyz.,:;/-()%'.
         01 WS-ALFABETO REDEFINES WS-TAB-ALFABETO
                                   PIC X(72).

      * Texto do documento em montagem; so vai para DOCEMIT depois
      * de gravado o registro em DOCREG.
         01 WS-DOCUMENTO.
           03 WS-QTD-LINHAS        PIC 9(02) COMP VALUE ZERO.
           03 WS-DOC-LINHA OCCURS 60 TIMES
                                   PIC X(100).

      * Periodos abertos (A) em CALPERIO: lancamento do mestre num
      * deles ainda nao e resultado final.
         01 WS-TAB-ABERTOS.
           03 WS-QTD-ABERTOS       PIC 9(02) COMP VALUE ZERO.
           03 WS-PERIODO-ABERTO OCCURS 10 TIMES
                                   PIC X(05).

      * Lancamentos do aluno no periodo corrente (declaracao de
      * notas), conferidos antes da montagem.
         01 WS-TAB-MATERIAS.
           03 WS-QTD-MATERIAS      PIC 9(02) COMP VALUE ZERO.
           03 WS-MATERIA-PERIODO OCCURS 30 TIMES.
               05 WS-MP-MATERIA    PIC X(20).
               05 WS-MP-MEDIA      PIC 99V99.
               05 WS-MP-RESULTADO  PIC X(12).
               05 WS-MP-AULAS-DADAS
                                   PIC 9(03).
               05 WS-MP-AULAS-PRESENTES
                                   PIC 9(03).

      * Aprovacao escolhida para a declaracao de conclusao.
         01 WS-CONCLUSAO.
           03 WS-CON-PERIODO.
               05 WS-CON-ANO       PIC 9(04).
               05 WS-CON-SEMESTRE  PIC 9(01).
           03 WS-CON-MEDIA         PIC 99V99.
           03 WS-CON-RESULTADO     PIC X(12).
           03 WS-CON-STATUS        PIC X(01).
           03 WS-CON-AULAS-DADAS   PIC 9(03).
           03 WS-CON-AULAS-PRESENTES
                                   PIC 9(03).

      * Data AAAAMMDD impressa como DD/MM/AAAA.
         01 WS-DATA-TRABALHO       PIC 9(08) VALUE ZERO.
         01 WS-DATA-PARTES REDEFINES WS-DATA-TRABALHO.
           03 WS-DP-ANO            PIC 9(04).
           03 WS-DP-MES            PIC 9(02).
           03 WS-DP-DIA            PIC 9(02).
         01 WS-DATA-IMPRESSA.
           03 WS-DI-DIA            PIC 9(02).
           03 FILLER               PIC X(01) VALUE '/'.
           03 WS-DI-MES            PIC 9(02).
           03 FILLER               PIC X(01) VALUE '/'.
           03 WS-DI-ANO            PIC 9(04).

      * Area com o layout de CADREG para interpretar as imagens do
      * arquivo-morto, como em historico_escolar; na busca da
      * conclusao recebe tambem o registro do mestre, para os dois
      * lados serem avaliados da mesma forma.
           COPY CADREG REPLACING LEADING ==CAD== BY ==ARQ==.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM P010-ABRIR-ARQUIVOS.
           PERFORM P100-PROCESSAR-PEDIDO THRU P100-FIM
               UNTIL FIM-PEDIDOS.
           PERFORM P800-TOTAIS THRU P800-FIM.
           PERFORM P999-FINAL.

      * DOCPEDID ausente: nada a fazer. ALUCAD e CALPERIO ausentes
      * recebem o tratamento padrao de arquivo criado vazio; DOCREG
      * e criado vazio na primeira emissao. Sem CADMEST as
      * declaracoes de notas e de conclusao sao recusadas; sem
      * DOCREG nenhum documento e emitido nem verificado.
       P010-ABRIR-ARQUIVOS.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           OPEN OUTPUT ARQ-EMISSAO
           OPEN OUTPUT ARQ-RELATORIO

           OPEN INPUT ARQ-PEDIDOS
           IF WS-FS-PEDIDOS NOT = '00'
               DISPLAY 'ARQUIVO DE PEDIDOS DOCPEDID NAO ENCONTRADO - '
                       'NADA A EMITIR.'
               SET FIM-PEDIDOS TO TRUE
           END-IF

           OPEN INPUT ARQ-ALUNOS
           IF WS-FS-ALUNOS = '35'
               OPEN OUTPUT ARQ-ALUNOS
               CLOSE ARQ-ALUNOS
               OPEN INPUT ARQ-ALUNOS
           END-IF

           OPEN INPUT ARQ-CADASTRO
           IF WS-FS-CADASTRO = '00'
               SET MESTRE-ABERTO TO TRUE
           ELSE
               DISPLAY 'CADASTRO-MESTRE CADMEST INDISPONIVEL '
                       '(STATUS ' WS-FS-CADASTRO ') - DECLARACOES DE '
                       'NOTAS E DE CONCLUSAO SERAO RECUSADAS.'
           END-IF

           OPEN INPUT ARQ-CALENDARIO
           IF WS-FS-CALENDARIO = '35'
               OPEN OUTPUT ARQ-CALENDARIO
               CLOSE ARQ-CALENDARIO
               OPEN INPUT ARQ-CALENDARIO
           END-IF
           IF WS-FS-CALENDARIO = '00'
               MOVE 'N' TO WS-SW-FIM-LEITURA
               PERFORM P020-LER-CALENDARIO THRU P020-FIM
                   UNTIL FIM-LEITURA
               CLOSE ARQ-CALENDARIO
           END-IF

           OPEN I-O ARQ-DOCUMENTOS
           IF WS-FS-DOCUMENTOS = '35'
               OPEN OUTPUT ARQ-DOCUMENTOS
               CLOSE ARQ-DOCUMENTOS
               OPEN I-O ARQ-DOCUMENTOS
           END-IF
           IF WS-FS-DOCUMENTOS = '00'
               SET REGISTRO-ABERTO TO TRUE
               MOVE 'N' TO WS-SW-FIM-LEITURA
               PERFORM P030-LER-REGISTRO THRU P030-FIM
                   UNTIL FIM-LEITURA
           ELSE
               DISPLAY 'REGISTRO DE DOCUMENTOS DOCREG INDISPONIVEL '
                       '(STATUS ' WS-FS-DOCUMENTOS ') - NENHUM '
                       'DOCUMENTO SERA EMITIDO OU VERIFICADO.'
           END-IF

           MOVE WS-DATA-HOJE TO WS-DATA-TRABALHO
           PERFORM P730-EDITAR-DATA
           MOVE SPACES TO REL-LINHA
           STRING 'EMISSAO DE DOCUMENTOS EM ' DELIMITED BY SIZE
                  WS-DATA-IMPRESSA            DELIMITED BY SIZE
                  ' - ULTIMO NUMERO EMITIDO: ' DELIMITED BY SIZE
                  WS-ULTIMO-NUMERO            DELIMITED BY SIZE
               INTO REL-LINHA
           WRITE REL-LINHA
           DISPLAY REL-LINHA

           MOVE SPACES TO REL-LINHA
           IF HA-PERIODO-CORRENTE
               STRING 'PERIODO LETIVO CORRENTE: ' DELIMITED BY SIZE
                      WS-ANO-CORRENTE            DELIMITED BY SIZE
                      '/'                        DELIMITED BY SIZE
                      WS-SEM-CORRENTE            DELIMITED BY SIZE
                   INTO REL-LINHA
           ELSE
               MOVE 'NENHUM PERIODO LETIVO ABERTO EM CALPERIO.'
                   TO REL-LINHA
           END-IF
           WRITE REL-LINHA
           DISPLAY REL-LINHA

           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES TO REL-LINHA
           STRING 'MATRICULA T SOLICITANTE                    '
                                          DELIMITED BY SIZE
                  'RESULTADO'             DELIMITED BY SIZE
               INTO REL-LINHA
           WRITE REL-LINHA
           .

      * O periodo corrente e o periodo aberto (A) mais recente do
      * calendario academico; todos os abertos ficam guardados para a
      * declaracao de conclusao.
       P020-LER-CALENDARIO.
           READ ARQ-CALENDARIO NEXT RECORD
               AT END
                   SET FIM-LEITURA TO TRUE
                   GO TO P020-FIM
           END-READ
           IF PERIODO-ABERTO
               IF WS-QTD-ABERTOS < WS-MAX-ABERTOS
                   ADD 1 TO WS-QTD-ABERTOS
                   MOVE CPE-CHAVE TO WS-PERIODO-ABERTO (WS-QTD-ABERTOS)
               END-IF
               MOVE CPE-ANO-LETIVO TO WS-ANO-CORRENTE
               MOVE CPE-SEMESTRE   TO WS-SEM-CORRENTE
               SET HA-PERIODO-CORRENTE TO TRUE
           END-IF
           .
       P020-FIM.

      * DOCREG e lido na ordem do numero; o ultimo lido e o ultimo
      * numero emitido.
       P030-LER-REGISTRO.
           READ ARQ-DOCUMENTOS NEXT RECORD
               AT END
                   SET FIM-LEITURA TO TRUE
                   GO TO P030-FIM
           END-READ
           MOVE DOC-NUMERO TO WS-ULTIMO-NUMERO
           .
       P030-FIM.

       P100-PROCESSAR-PEDIDO.
           READ ARQ-PEDIDOS
               AT END
                   SET FIM-PEDIDOS TO TRUE
                   GO TO P100-FIM
           END-READ
           ADD 1 TO WS-CONT-PEDIDOS
           MOVE SPACES TO WS-MOTIVO
           MOVE SPACES TO WS-RESULTADO

           EVALUATE TRUE
               WHEN PEDIDO-VERIFICACAO
                   PERFORM P600-VERIFICAR-DOCUMENTO THRU P600-FIM
               WHEN PEDIDO-MATRICULA
                 OR PEDIDO-NOTAS
                 OR PEDIDO-CONCLUSAO
                   PERFORM P200-EMITIR-DOCUMENTO THRU P200-FIM
               WHEN OTHER
                   MOVE 'TIPO DE DOCUMENTO INVALIDO (M, N, C OU V)'
                       TO WS-MOTIVO
                   PERFORM P290-RECUSAR-PEDIDO
           END-EVALUATE
           .
       P100-FIM.

      ******************************************************************
      * Emissao: aluno cadastrado e nao desligado; cada tipo confere
      * os proprios dados e monta o texto, que so e impresso depois
      * de numerado e gravado no registro.
      ******************************************************************
       P200-EMITIR-DOCUMENTO.
           IF NOT REGISTRO-ABERTO
               MOVE 'REGISTRO DE DOCUMENTOS DOCREG INDISPONIVEL'
                   TO WS-MOTIVO
               PERFORM P290-RECUSAR-PEDIDO
               GO TO P200-FIM
           END-IF
           IF PED-MATRICULA NOT NUMERIC
               MOVE 'MATRICULA INVALIDA' TO WS-MOTIVO
               PERFORM P290-RECUSAR-PEDIDO
               GO TO P200-FIM
           END-IF

           MOVE PED-MATRICULA TO ALU-MATRICULA
           READ ARQ-ALUNOS
               INVALID KEY
                   MOVE 'MATRICULA NAO CADASTRADA EM ALUCAD'
                       TO WS-MOTIVO
                   PERFORM P290-RECUSAR-PEDIDO
                   GO TO P200-FIM
           END-READ
           IF ALUNO-DESLIGADO
               MOVE 'ALUNO DESLIGADO (SITUACAO D)' TO WS-MOTIVO
               PERFORM P290-RECUSAR-PEDIDO
               GO TO P200-FIM
           END-IF

           COMPUTE WS-NUMERO-DOC = WS-ULTIMO-NUMERO + 1
           MOVE ZERO TO WS-QTD-LINHAS
           INITIALIZE DOC-REGISTRO
           MOVE WS-NUMERO-DOC   TO DOC-NUMERO
           MOVE PED-MATRICULA   TO DOC-MATRICULA
           MOVE PED-TIPO        TO DOC-TIPO
           MOVE WS-DATA-HOJE    TO DOC-DATA-EMISSAO
           MOVE PED-SOLICITANTE TO DOC-SOLICITANTE

           EVALUATE TRUE
               WHEN PEDIDO-MATRICULA
                   PERFORM P300-MONTAR-MATRICULA THRU P300-FIM
               WHEN PEDIDO-NOTAS
                   PERFORM P400-MONTAR-NOTAS THRU P400-FIM
               WHEN PEDIDO-CONCLUSAO
                   PERFORM P500-MONTAR-CONCLUSAO THRU P500-FIM
           END-EVALUATE
           IF WS-MOTIVO NOT = SPACES
               PERFORM P290-RECUSAR-PEDIDO
               GO TO P200-FIM
           END-IF

           PERFORM P700-REGISTRAR-DOCUMENTO THRU P700-FIM
           .
       P200-FIM.

      * Cabecalho comum dos documentos: numero de controle e titulo.
       P210-ABRIR-DOCUMENTO.
           MOVE ALL '=' TO WS-LINHA
           PERFORM P710-ADICIONAR-LINHA
           MOVE 'SECRETARIA ESCOLAR' TO WS-LINHA
           PERFORM P710-ADICIONAR-LINHA
           MOVE SPACES TO WS-LINHA
           STRING WS-TITULO-DOC      DELIMITED BY SIZE
                  '  No. '           DELIMITED BY SIZE
                  WS-NUMERO-DOC      DELIMITED BY SIZE
               INTO WS-LINHA
           PERFORM P710-ADICIONAR-LINHA
           MOVE SPACES TO WS-LINHA
           PERFORM P710-ADICIONAR-LINHA
           .

      * Fecho comum: data de emissao, solicitante e assinatura. O
      * codigo de verificacao vem depois, em P700, porque e calculado
      * sobre todo o texto acima dele.
       P220-FECHAR-DOCUMENTO.
           MOVE SPACES TO WS-LINHA
           PERFORM P710-ADICIONAR-LINHA
           MOVE WS-DATA-HOJE TO WS-DATA-TRABALHO
           PERFORM P730-EDITAR-DATA
           MOVE SPACES TO WS-LINHA
           STRING 'EMITIDO EM '      DELIMITED BY SIZE
                  WS-DATA-IMPRESSA   DELIMITED BY SIZE
                  ' A PEDIDO DE '    DELIMITED BY SIZE
                  PED-SOLICITANTE    DELIMITED BY SIZE
               INTO WS-LINHA
           PERFORM P710-ADICIONAR-LINHA
           MOVE SPACES TO WS-LINHA
           PERFORM P710-ADICIONAR-LINHA
           MOVE SPACES TO WS-LINHA
           PERFORM P710-ADICIONAR-LINHA
           MOVE '________________________________________' TO WS-LINHA
           PERFORM P710-ADICIONAR-LINHA
           MOVE 'SECRETARIO(A) ESCOLAR' TO WS-LINHA
           PERFORM P710-ADICIONAR-LINHA
           MOVE SPACES TO WS-LINHA
           PERFORM P710-ADICIONAR-LINHA
           .

       P290-RECUSAR-PEDIDO.
           ADD 1 TO WS-CONT-RECUSADOS
           MOVE SPACES TO WS-RESULTADO
           STRING 'RECUSADO: ' DELIMITED BY SIZE
                  WS-MOTIVO    DELIMITED BY SIZE
               INTO WS-RESULTADO
           PERFORM P780-REPORTAR-PEDIDO
           .

      * Declaracao de matricula: turma e situacao atuais em ALUCAD;
      * o periodo letivo entra quando ha periodo aberto.
       P300-MONTAR-MATRICULA.
           MOVE 'DECLARACAO DE MATRICULA' TO WS-TITULO-DOC
           IF HA-PERIODO-CORRENTE
               MOVE WS-ANO-CORRENTE TO DOC-ANO-LETIVO
               MOVE WS-SEM-CORRENTE TO DOC-SEMESTRE
           END-IF
           PERFORM P210-ABRIR-DOCUMENTO

           MOVE 'DECLARAMOS, PARA OS DEVIDOS FINS, QUE' TO WS-LINHA
           PERFORM P710-ADICIONAR-LINHA
           MOVE SPACES TO WS-LINHA
           STRING ALU-NOME           DELIMITED BY '  '
                  ', MATRICULA '     DELIMITED BY SIZE
                  ALU-MATRICULA      DELIMITED BY SIZE
                  ','                DELIMITED BY SIZE
               INTO WS-LINHA
           PERFORM P710-ADICIONAR-LINHA

           MOVE SPACES TO WS-LINHA
           IF ALUNO-TRANCADO
               STRING 'ESTA COM A MATRICULA TRANCADA NESTA '
                                          DELIMITED BY SIZE
                      'INSTITUICAO, VINCULADA A TURMA '
                                          DELIMITED BY SIZE
                      ALU-TURMA           DELIMITED BY SPACE
                      '.'                 DELIMITED BY SIZE
                   INTO WS-LINHA
               PERFORM P710-ADICIONAR-LINHA
               GO TO P300-FECHO
           END-IF

           IF NOT HA-PERIODO-CORRENTE
               STRING 'ESTA REGULARMENTE MATRICULADO(A) NESTA '
                                          DELIMITED BY SIZE
                      'INSTITUICAO, NA TURMA ' DELIMITED BY SIZE
                      ALU-TURMA           DELIMITED BY SPACE
                      '.'                 DELIMITED BY SIZE
                   INTO WS-LINHA
           ELSE
               STRING 'ESTA REGULARMENTE MATRICULADO(A) NESTA '
                                          DELIMITED BY SIZE
                      'INSTITUICAO, NA TURMA ' DELIMITED BY SIZE
                      ALU-TURMA           DELIMITED BY SPACE
                      ','                 DELIMITED BY SIZE
                   INTO WS-LINHA
               PERFORM P710-ADICIONAR-LINHA
               MOVE SPACES TO WS-LINHA
               STRING 'NO PERIODO LETIVO ' DELIMITED BY SIZE
                      WS-ANO-CORRENTE     DELIMITED BY SIZE
                      '/'                 DELIMITED BY SIZE
                      WS-SEM-CORRENTE     DELIMITED BY SIZE
                      '.'                 DELIMITED BY SIZE
                   INTO WS-LINHA
           END-IF
           PERFORM P710-ADICIONAR-LINHA
           .
       P300-FECHO.
           PERFORM P220-FECHAR-DOCUMENTO
           .
       P300-FIM.

      ******************************************************************
      * Declaracao de notas do periodo corrente: todos os lancamentos
      * do aluno no periodo precisam estar aceitos pela secretaria.
      ******************************************************************
       P400-MONTAR-NOTAS.
           IF NOT HA-PERIODO-CORRENTE
               MOVE 'NENHUM PERIODO LETIVO ABERTO EM CALPERIO'
                   TO WS-MOTIVO
               GO TO P400-FIM
           END-IF
           IF NOT MESTRE-ABERTO
               MOVE 'CADASTRO-MESTRE CADMEST INDISPONIVEL'
                   TO WS-MOTIVO
               GO TO P400-FIM
           END-IF

           MOVE ZERO TO WS-QTD-MATERIAS
           MOVE PED-MATRICULA   TO CAD-MATRICULA
           MOVE WS-ANO-CORRENTE TO CAD-ANO-LETIVO
           MOVE WS-SEM-CORRENTE TO CAD-SEMESTRE
           MOVE LOW-VALUES      TO CAD-MATERIA
           MOVE 'N' TO WS-SW-FIM-LEITURA
           START ARQ-CADASTRO KEY IS NOT LESS THAN CAD-CHAVE
               INVALID KEY
                   SET FIM-LEITURA TO TRUE
           END-START
           PERFORM P410-CARREGAR-NOTA THRU P410-FIM
               UNTIL FIM-LEITURA
           IF WS-MOTIVO NOT = SPACES
               GO TO P400-FIM
           END-IF
           IF WS-QTD-MATERIAS = 0
               STRING 'SEM NOTAS LANCADAS NO PERIODO '
                                          DELIMITED BY SIZE
                      WS-ANO-CORRENTE     DELIMITED BY SIZE
                      '/'                 DELIMITED BY SIZE
                      WS-SEM-CORRENTE     DELIMITED BY SIZE
                   INTO WS-MOTIVO
               GO TO P400-FIM
           END-IF

           MOVE 'DECLARACAO DE NOTAS' TO WS-TITULO-DOC
           MOVE WS-ANO-CORRENTE TO DOC-ANO-LETIVO
           MOVE WS-SEM-CORRENTE TO DOC-SEMESTRE
           PERFORM P210-ABRIR-DOCUMENTO

           MOVE SPACES TO WS-LINHA
           STRING 'DECLARAMOS QUE '  DELIMITED BY SIZE
                  ALU-NOME           DELIMITED BY '  '
                  ', MATRICULA '     DELIMITED BY SIZE
                  ALU-MATRICULA      DELIMITED BY SIZE
                  ', TURMA '         DELIMITED BY SIZE
                  ALU-TURMA          DELIMITED BY SPACE
                  ','                DELIMITED BY SIZE
               INTO WS-LINHA
           PERFORM P710-ADICIONAR-LINHA
           MOVE SPACES TO WS-LINHA
           STRING 'OBTEVE NO PERIODO LETIVO ' DELIMITED BY SIZE
                  WS-ANO-CORRENTE    DELIMITED BY SIZE
                  '/'                DELIMITED BY SIZE
                  WS-SEM-CORRENTE    DELIMITED BY SIZE
                  ' OS SEGUINTES RESULTADOS:' DELIMITED BY SIZE
               INTO WS-LINHA
           PERFORM P710-ADICIONAR-LINHA
           MOVE SPACES TO WS-LINHA
           PERFORM P710-ADICIONAR-LINHA
           MOVE SPACES TO WS-LINHA
           STRING 'MATERIA               MEDIA  RESULTADO     '
                                          DELIMITED BY SIZE
                  'FREQUENCIA'            DELIMITED BY SIZE
               INTO WS-LINHA
           PERFORM P710-ADICIONAR-LINHA

           MOVE ZERO TO WS-SOMA-MEDIAS
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-QTD-MATERIAS
               PERFORM P420-LINHA-NOTA
           END-PERFORM

           COMPUTE WS-MEDIA-PERIODO ROUNDED =
               WS-SOMA-MEDIAS / WS-QTD-MATERIAS
           MOVE WS-MEDIA-PERIODO TO WS-EDIT-MEDIA
           MOVE WS-QTD-MATERIAS  TO WS-EDIT-QTD
           MOVE SPACES TO WS-LINHA
           PERFORM P710-ADICIONAR-LINHA
           MOVE SPACES TO WS-LINHA
           STRING 'MATERIAS NO PERIODO: ' DELIMITED BY SIZE
                  WS-EDIT-QTD             DELIMITED BY SIZE
                  '   MEDIA DO PERIODO: ' DELIMITED BY SIZE
                  WS-EDIT-MEDIA           DELIMITED BY SIZE
               INTO WS-LINHA
           PERFORM P710-ADICIONAR-LINHA
           MOVE SPACES TO WS-LINHA
           STRING 'PERIODO LETIVO EM ANDAMENTO: RESULTADOS SUJEITOS '
                                          DELIMITED BY SIZE
                  'A ALTERACAO ATE O SEU FECHAMENTO.'
                                          DELIMITED BY SIZE
               INTO WS-LINHA
           PERFORM P710-ADICIONAR-LINHA

           PERFORM P220-FECHAR-DOCUMENTO
           .
       P400-FIM.

      * Le os lancamentos do aluno no periodo corrente (a chave do
      * mestre agrupa matricula + periodo); o primeiro ainda nao
      * aceito pela secretaria recusa o pedido.
       P410-CARREGAR-NOTA.
           READ ARQ-CADASTRO NEXT RECORD
               AT END
                   SET FIM-LEITURA TO TRUE
                   GO TO P410-FIM
           END-READ
           IF CAD-MATRICULA NOT = PED-MATRICULA
               OR CAD-ANO-LETIVO NOT = WS-ANO-CORRENTE
               OR CAD-SEMESTRE NOT = WS-SEM-CORRENTE
               SET FIM-LEITURA TO TRUE
               GO TO P410-FIM
           END-IF

           IF NOT TRANSMISSAO-ACEITA IN CAD-REGISTRO
               IF TRANSMISSAO-REJEITADA IN CAD-REGISTRO
                   STRING 'NOTA REJEITADA PELA SECRETARIA: '
                                          DELIMITED BY SIZE
                          CAD-MATERIA     DELIMITED BY SIZE
                       INTO WS-MOTIVO
               ELSE
                   STRING 'NOTA PENDENTE NA SECRETARIA: '
                                          DELIMITED BY SIZE
                          CAD-MATERIA     DELIMITED BY SIZE
                       INTO WS-MOTIVO
               END-IF
               SET FIM-LEITURA TO TRUE
               GO TO P410-FIM
           END-IF

           IF WS-QTD-MATERIAS NOT < WS-MAX-MATERIAS
               MOVE 'MATERIAS DEMAIS NO PERIODO PARA UMA DECLARACAO'
                   TO WS-MOTIVO
               SET FIM-LEITURA TO TRUE
               GO TO P410-FIM
           END-IF

           ADD 1 TO WS-QTD-MATERIAS
           MOVE CAD-MATERIA   TO WS-MP-MATERIA (WS-QTD-MATERIAS)
           MOVE CAD-MEDIA     TO WS-MP-MEDIA (WS-QTD-MATERIAS)
           MOVE CAD-RESULTADO TO WS-MP-RESULTADO (WS-QTD-MATERIAS)
           MOVE CAD-AULAS-DADAS
               TO WS-MP-AULAS-DADAS (WS-QTD-MATERIAS)
           MOVE CAD-AULAS-PRESENTES
               TO WS-MP-AULAS-PRESENTES (WS-QTD-MATERIAS)
           .
       P410-FIM.

      * Frequencia em percentual; em branco enquanto nao apurada.
       P420-LINHA-NOTA.
           ADD WS-MP-MEDIA (WS-I) TO WS-SOMA-MEDIAS
           MOVE WS-MP-MEDIA (WS-I) TO WS-EDIT-MEDIA
           MOVE SPACES TO WS-LINHA
           STRING WS-MP-MATERIA (WS-I)   DELIMITED BY SIZE
                  '  '                   DELIMITED BY SIZE
                  WS-EDIT-MEDIA          DELIMITED BY SIZE
                  '  '                   DELIMITED BY SIZE
                  WS-MP-RESULTADO (WS-I) DELIMITED BY SIZE
                  '  '                   DELIMITED BY SIZE
               INTO WS-LINHA
           IF WS-MP-AULAS-DADAS (WS-I) > 0
               COMPUTE WS-FREQUENCIA ROUNDED =
                   WS-MP-AULAS-PRESENTES (WS-I) * 100
                   / WS-MP-AULAS-DADAS (WS-I)
               MOVE WS-FREQUENCIA TO WS-EDIT-FREQ
               MOVE WS-EDIT-FREQ TO WS-LINHA (47:3)
               MOVE '%' TO WS-LINHA (50:1)
           END-IF
           PERFORM P710-ADICIONAR-LINHA
           .

      ******************************************************************
      * Declaracao de conclusao: a aprovacao mais recente do aluno na
      * materia, no mestre ou no arquivo-morto (no mesmo periodo, o
      * mestre prevalece). Lancamento do mestre em periodo ainda
      * aberto nao conta (media parcial, como em situacao_academica).
      * A nota precisa estar aceita pela secretaria.
      ******************************************************************
       P500-MONTAR-CONCLUSAO.
           IF PED-MATERIA = SPACES
               MOVE 'MATERIA NAO INFORMADA NO PEDIDO' TO WS-MOTIVO
               GO TO P500-FIM
           END-IF
           IF NOT MESTRE-ABERTO
               MOVE 'CADASTRO-MESTRE CADMEST INDISPONIVEL'
                   TO WS-MOTIVO
               GO TO P500-FIM
           END-IF

           MOVE SPACES TO WS-CONCLUSAO
           MOVE PED-MATRICULA TO CAD-MATRICULA
           MOVE ZERO          TO CAD-ANO-LETIVO
           MOVE ZERO          TO CAD-SEMESTRE
           MOVE LOW-VALUES    TO CAD-MATERIA
           MOVE 'N' TO WS-SW-FIM-LEITURA
           START ARQ-CADASTRO KEY IS NOT LESS THAN CAD-CHAVE
               INVALID KEY
                   SET FIM-LEITURA TO TRUE
           END-START
           PERFORM P510-BUSCAR-MESTRE THRU P510-FIM
               UNTIL FIM-LEITURA

           MOVE 'N' TO WS-SW-FIM-LEITURA
           OPEN INPUT ARQ-MORTO
           IF WS-FS-MORTO = '00'
               PERFORM P520-BUSCAR-MORTO THRU P520-FIM
                   UNTIL FIM-LEITURA
               CLOSE ARQ-MORTO
           END-IF

           IF WS-CON-PERIODO = SPACES
               STRING 'SEM APROVACAO NA MATERIA '
                                          DELIMITED BY SIZE
                      PED-MATERIA         DELIMITED BY SIZE
                   INTO WS-MOTIVO
               GO TO P500-FIM
           END-IF
           IF WS-CON-STATUS NOT = 'A'
               IF WS-CON-STATUS = 'R'
                   STRING 'NOTA REJEITADA PELA SECRETARIA: '
                                          DELIMITED BY SIZE
                          PED-MATERIA     DELIMITED BY SIZE
                       INTO WS-MOTIVO
               ELSE
                   STRING 'NOTA PENDENTE NA SECRETARIA: '
                                          DELIMITED BY SIZE
                          PED-MATERIA     DELIMITED BY SIZE
                       INTO WS-MOTIVO
               END-IF
               GO TO P500-FIM
           END-IF

           MOVE 'DECLARACAO DE CONCLUSAO DE MATERIA' TO WS-TITULO-DOC
           MOVE WS-CON-ANO      TO DOC-ANO-LETIVO
           MOVE WS-CON-SEMESTRE TO DOC-SEMESTRE
           MOVE PED-MATERIA     TO DOC-MATERIA
           PERFORM P210-ABRIR-DOCUMENTO

           MOVE SPACES TO WS-LINHA
           STRING 'DECLARAMOS QUE '  DELIMITED BY SIZE
                  ALU-NOME           DELIMITED BY '  '
                  ', MATRICULA '     DELIMITED BY SIZE
                  ALU-MATRICULA      DELIMITED BY SIZE
                  ','                DELIMITED BY SIZE
               INTO WS-LINHA
           PERFORM P710-ADICIONAR-LINHA
           MOVE SPACES TO WS-LINHA
           STRING 'CONCLUIU COM APROVACAO A MATERIA '
                                     DELIMITED BY SIZE
                  PED-MATERIA        DELIMITED BY '  '
                  ' NO PERIODO LETIVO ' DELIMITED BY SIZE
                  WS-CON-ANO         DELIMITED BY SIZE
                  '/'                DELIMITED BY SIZE
                  WS-CON-SEMESTRE    DELIMITED BY SIZE
                  ','                DELIMITED BY SIZE
               INTO WS-LINHA
           PERFORM P710-ADICIONAR-LINHA
           MOVE WS-CON-MEDIA TO WS-EDIT-MEDIA
           MOVE SPACES TO WS-LINHA
           IF WS-CON-RESULTADO = 'APROVADO-REC'
               STRING 'COM MEDIA FINAL ' DELIMITED BY SIZE
                      WS-EDIT-MEDIA      DELIMITED BY SIZE
                      ', APROVADO(A) NA PROVA DE RECUPERACAO.'
                                         DELIMITED BY SIZE
                   INTO WS-LINHA
           ELSE
               STRING 'COM MEDIA FINAL ' DELIMITED BY SIZE
                      WS-EDIT-MEDIA      DELIMITED BY SIZE
                      '.'                DELIMITED BY SIZE
                   INTO WS-LINHA
           END-IF
           PERFORM P710-ADICIONAR-LINHA
           IF WS-CON-AULAS-DADAS > 0
               COMPUTE WS-FREQUENCIA ROUNDED =
                   WS-CON-AULAS-PRESENTES * 100 / WS-CON-AULAS-DADAS
               MOVE WS-FREQUENCIA TO WS-EDIT-FREQ
               MOVE SPACES TO WS-LINHA
               STRING 'FREQUENCIA NA MATERIA: ' DELIMITED BY SIZE
                      WS-EDIT-FREQ              DELIMITED BY SIZE
                      '%.'                      DELIMITED BY SIZE
                   INTO WS-LINHA
               PERFORM P710-ADICIONAR-LINHA
           END-IF

           PERFORM P220-FECHAR-DOCUMENTO
           .
       P500-FIM.

       P510-BUSCAR-MESTRE.
           READ ARQ-CADASTRO NEXT RECORD
               AT END
                   SET FIM-LEITURA TO TRUE
                   GO TO P510-FIM
           END-READ
           IF CAD-MATRICULA NOT = PED-MATRICULA
               SET FIM-LEITURA TO TRUE
               GO TO P510-FIM
           END-IF
           IF CAD-MATERIA NOT = PED-MATERIA
               GO TO P510-FIM
           END-IF
           MOVE 'N' TO WS-SW-PERIODO-ABERTO
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-QTD-ABERTOS
               IF CAD-PERIODO = WS-PERIODO-ABERTO (WS-I)
                   SET LANCAMENTO-EM-ABERTO TO TRUE
               END-IF
           END-PERFORM
           IF LANCAMENTO-EM-ABERTO
               GO TO P510-FIM
           END-IF
           MOVE CAD-REGISTRO TO ARQ-REGISTRO
           PERFORM P530-AVALIAR-APROVACAO THRU P530-FIM
           .
       P510-FIM.

       P520-BUSCAR-MORTO.
           READ ARQ-MORTO
               AT END
                   SET FIM-LEITURA TO TRUE
                   GO TO P520-FIM
           END-READ
           MOVE ARC-IMAGEM TO ARQ-REGISTRO
           IF ARQ-MATRICULA = PED-MATRICULA
               AND ARQ-MATERIA = PED-MATERIA
               PERFORM P530-AVALIAR-APROVACAO THRU P530-FIM
           END-IF
           .
       P520-FIM.

      * O mestre e lido antes do arquivo-morto; a imagem arquivada so
      * substitui a escolhida se for de periodo posterior.
       P530-AVALIAR-APROVACAO.
           IF ARQ-RESULTADO NOT = 'APROVADO!'
               AND ARQ-RESULTADO NOT = 'APROVADO-REC'
               GO TO P530-FIM
           END-IF
           IF WS-CON-PERIODO NOT = SPACES
               AND ARQ-PERIODO NOT > WS-CON-PERIODO
               GO TO P530-FIM
           END-IF
           MOVE ARQ-ANO-LETIVO          TO WS-CON-ANO
           MOVE ARQ-SEMESTRE            TO WS-CON-SEMESTRE
           MOVE ARQ-MEDIA               TO WS-CON-MEDIA
           MOVE ARQ-RESULTADO           TO WS-CON-RESULTADO
           MOVE ARQ-STATUS-TRANSMISSAO  TO WS-CON-STATUS
           MOVE ARQ-AULAS-DADAS         TO WS-CON-AULAS-DADAS
           MOVE ARQ-AULAS-PRESENTES     TO WS-CON-AULAS-PRESENTES
           .
       P530-FIM.

      ******************************************************************
      * Verificacao de documento apresentado: o numero precisa constar
      * de DOCREG com o mesmo codigo de verificacao; matricula, tipo
      * e data de emissao sao conferidos quando informados.
      ******************************************************************
       P600-VERIFICAR-DOCUMENTO.
           ADD 1 TO WS-CONT-VERIFICACOES
           IF NOT REGISTRO-ABERTO
               MOVE 'REGISTRO DE DOCUMENTOS DOCREG INDISPONIVEL'
                   TO WS-MOTIVO
               PERFORM P290-RECUSAR-PEDIDO
               GO TO P600-FIM
           END-IF
           IF PED-NUMERO-DOC NOT NUMERIC
               OR PED-NUMERO-DOC = ZERO
               MOVE 'VERIFICACAO SEM O NUMERO DO DOCUMENTO'
                   TO WS-MOTIVO
               PERFORM P290-RECUSAR-PEDIDO
               GO TO P600-FIM
           END-IF

           MOVE PED-NUMERO-DOC TO DOC-NUMERO
           READ ARQ-DOCUMENTOS
               INVALID KEY
                   MOVE 'NUMERO NAO CONSTA DO REGISTRO' TO WS-MOTIVO
           END-READ

           EVALUATE TRUE
               WHEN WS-MOTIVO NOT = SPACES
                   CONTINUE
               WHEN PED-CODIGO-DOC NOT NUMERIC
                 OR PED-CODIGO-DOC NOT = DOC-CODIGO-VERIFICACAO
                   MOVE 'CODIGO DE VERIFICACAO NAO CONFERE'
                       TO WS-MOTIVO
               WHEN PED-MATRICULA NUMERIC
                AND PED-MATRICULA NOT = ZERO
                AND PED-MATRICULA NOT = DOC-MATRICULA
                   MOVE 'MATRICULA NAO CONFERE' TO WS-MOTIVO
               WHEN PED-TIPO-DOC NOT = SPACE
                AND PED-TIPO-DOC NOT = DOC-TIPO
                   MOVE 'TIPO DO DOCUMENTO NAO CONFERE' TO WS-MOTIVO
               WHEN PED-DATA-DOC NUMERIC
                AND PED-DATA-DOC NOT = ZERO
                AND PED-DATA-DOC NOT = DOC-DATA-EMISSAO
                   MOVE 'DATA DE EMISSAO NAO CONFERE' TO WS-MOTIVO
           END-EVALUATE

           IF WS-MOTIVO NOT = SPACES
               ADD 1 TO WS-CONT-NAO-AUTENTICOS
               STRING 'DOCUMENTO '       DELIMITED BY SIZE
                      PED-NUMERO-DOC     DELIMITED BY SIZE
                      ' NAO AUTENTICO: ' DELIMITED BY SIZE
                      WS-MOTIVO          DELIMITED BY SIZE
                   INTO WS-RESULTADO
               PERFORM P780-REPORTAR-PEDIDO
               GO TO P600-FIM
           END-IF

           ADD 1 TO WS-CONT-AUTENTICOS
           MOVE DOC-DATA-EMISSAO TO WS-DATA-TRABALHO
           PERFORM P730-EDITAR-DATA
           STRING 'DOCUMENTO '       DELIMITED BY SIZE
                  DOC-NUMERO         DELIMITED BY SIZE
                  ' AUTENTICO: TIPO ' DELIMITED BY SIZE
                  DOC-TIPO           DELIMITED BY SIZE
                  ' DA MATRICULA '   DELIMITED BY SIZE
                  DOC-MATRICULA      DELIMITED BY SIZE
                  ' EMITIDO EM '     DELIMITED BY SIZE
                  WS-DATA-IMPRESSA   DELIMITED BY SIZE
               INTO WS-RESULTADO
           PERFORM P780-REPORTAR-PEDIDO
           .
       P600-FIM.

      ******************************************************************
      * Numera o documento: calcula o codigo de verificacao sobre o
      * texto montado, grava o registro em DOCREG e so entao imprime
      * o documento em DOCEMIT, com o codigo na ultima linha.
      ******************************************************************
       P700-REGISTRAR-DOCUMENTO.
           PERFORM P720-CALCULAR-CODIGO
           MOVE WS-CODIGO-DOC TO DOC-CODIGO-VERIFICACAO
           WRITE DOC-REGISTRO
               INVALID KEY
                   CONTINUE
           END-WRITE
           IF WS-FS-DOCUMENTOS NOT = '00'
               STRING 'ERRO AO GRAVAR O REGISTRO EM DOCREG (STATUS '
                                          DELIMITED BY SIZE
                      WS-FS-DOCUMENTOS    DELIMITED BY SIZE
                      ')'                 DELIMITED BY SIZE
                   INTO WS-MOTIVO
               PERFORM P290-RECUSAR-PEDIDO
               GO TO P700-FIM
           END-IF
           MOVE WS-NUMERO-DOC TO WS-ULTIMO-NUMERO

           PERFORM VARYING WS-L FROM 1 BY 1
                   UNTIL WS-L > WS-QTD-LINHAS
               WRITE EMI-LINHA FROM WS-DOC-LINHA (WS-L)
           END-PERFORM
           MOVE SPACES TO EMI-LINHA
           STRING 'DOCUMENTO No. '   DELIMITED BY SIZE
                  WS-NUMERO-DOC      DELIMITED BY SIZE
                  ' - CODIGO DE VERIFICACAO ' DELIMITED BY SIZE
                  WS-CODIGO-DOC      DELIMITED BY SIZE
                  ' - CONFIRA A AUTENTICIDADE NA SECRETARIA.'
                                     DELIMITED BY SIZE
               INTO EMI-LINHA
           WRITE EMI-LINHA
           MOVE SPACES TO EMI-LINHA
           WRITE EMI-LINHA

           ADD 1 TO WS-CONT-EMITIDOS
           EVALUATE TRUE
               WHEN DOC-DECL-MATRICULA
                   ADD 1 TO WS-CONT-EMIT-MATRICULA
               WHEN DOC-DECL-NOTAS
                   ADD 1 TO WS-CONT-EMIT-NOTAS
               WHEN DOC-DECL-CONCLUSAO
                   ADD 1 TO WS-CONT-EMIT-CONCLUSAO
           END-EVALUATE
           STRING 'EMITIDO No. '     DELIMITED BY SIZE
                  WS-NUMERO-DOC      DELIMITED BY SIZE
                  ' CODIGO '         DELIMITED BY SIZE
                  WS-CODIGO-DOC      DELIMITED BY SIZE
                  ' - '              DELIMITED BY SIZE
                  WS-TITULO-DOC      DELIMITED BY '  '
               INTO WS-RESULTADO
           PERFORM P780-REPORTAR-PEDIDO
           .
       P700-FIM.

       P710-ADICIONAR-LINHA.
           IF WS-QTD-LINHAS < WS-MAX-LINHAS
               ADD 1 TO WS-QTD-LINHAS
               MOVE WS-LINHA TO WS-DOC-LINHA (WS-QTD-LINHAS)
           END-IF
           .

      * Codigo de verificacao: todo o texto do documento, caractere a
      * caractere, num acumulador modulo 999999937 (multiplicador 73,
      * valor do caractere = posicao em WS-ALFABETO).
       P720-CALCULAR-CODIGO.
           MOVE ZERO TO WS-COD-ACUMULADO
           PERFORM VARYING WS-L FROM 1 BY 1
                   UNTIL WS-L > WS-QTD-LINHAS
               PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 100
                   MOVE WS-DOC-LINHA (WS-L) (WS-P:1) TO WS-CARACTER
                   PERFORM P725-SOMAR-CARACTER
               END-PERFORM
           END-PERFORM
           MOVE WS-COD-ACUMULADO TO WS-CODIGO-DOC
           .

       P725-SOMAR-CARACTER.
           MOVE ZERO TO WS-VALOR-CARACTER
           INSPECT WS-ALFABETO TALLYING WS-VALOR-CARACTER
               FOR CHARACTERS BEFORE INITIAL WS-CARACTER
           ADD 1 TO WS-VALOR-CARACTER
           COMPUTE WS-COD-PRODUTO =
               WS-COD-ACUMULADO * 73 + WS-VALOR-CARACTER
           DIVIDE WS-COD-PRODUTO BY 999999937
               GIVING WS-COD-QUOCIENTE
               REMAINDER WS-COD-ACUMULADO
           .

       P730-EDITAR-DATA.
           MOVE WS-DP-DIA TO WS-DI-DIA
           MOVE WS-DP-MES TO WS-DI-MES
           MOVE WS-DP-ANO TO WS-DI-ANO
           .

       P780-REPORTAR-PEDIDO.
           MOVE SPACES TO REL-LINHA
           STRING PED-MATRICULA      DELIMITED BY SIZE
                  '  '               DELIMITED BY SIZE
                  PED-TIPO           DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  PED-SOLICITANTE    DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-RESULTADO       DELIMITED BY SIZE
               INTO REL-LINHA
           WRITE REL-LINHA
           DISPLAY REL-LINHA
           .

       P800-TOTAIS.
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-CONT-PEDIDOS TO WS-EDIT-CONTADOR
           MOVE 'PEDIDOS LIDOS (DOCPEDID).......: ' TO WS-ROTULO-TOTAL
           PERFORM P810-IMPRIMIR-TOTAL
           MOVE WS-CONT-EMITIDOS TO WS-EDIT-CONTADOR
           MOVE 'DOCUMENTOS EMITIDOS............: ' TO WS-ROTULO-TOTAL
           PERFORM P810-IMPRIMIR-TOTAL
           MOVE WS-CONT-EMIT-MATRICULA TO WS-EDIT-CONTADOR
           MOVE '  DECLARACOES DE MATRICULA.....: ' TO WS-ROTULO-TOTAL
           PERFORM P810-IMPRIMIR-TOTAL
           MOVE WS-CONT-EMIT-NOTAS TO WS-EDIT-CONTADOR
           MOVE '  DECLARACOES DE NOTAS.........: ' TO WS-ROTULO-TOTAL
           PERFORM P810-IMPRIMIR-TOTAL
           MOVE WS-CONT-EMIT-CONCLUSAO TO WS-EDIT-CONTADOR
           MOVE '  DECLARACOES DE CONCLUSAO.....: ' TO WS-ROTULO-TOTAL
           PERFORM P810-IMPRIMIR-TOTAL
           MOVE WS-CONT-RECUSADOS TO WS-EDIT-CONTADOR
           MOVE 'PEDIDOS RECUSADOS..............: ' TO WS-ROTULO-TOTAL
           PERFORM P810-IMPRIMIR-TOTAL
           MOVE WS-CONT-VERIFICACOES TO WS-EDIT-CONTADOR
           MOVE 'VERIFICACOES...................: ' TO WS-ROTULO-TOTAL
           PERFORM P810-IMPRIMIR-TOTAL
           MOVE WS-CONT-AUTENTICOS TO WS-EDIT-CONTADOR
           MOVE '  AUTENTICOS...................: ' TO WS-ROTULO-TOTAL
           PERFORM P810-IMPRIMIR-TOTAL
           MOVE WS-CONT-NAO-AUTENTICOS TO WS-EDIT-CONTADOR
           MOVE '  NAO AUTENTICOS...............: ' TO WS-ROTULO-TOTAL
           PERFORM P810-IMPRIMIR-TOTAL
           MOVE WS-ULTIMO-NUMERO TO WS-EDIT-CONTADOR
           MOVE 'ULTIMO NUMERO EMITIDO..........: ' TO WS-ROTULO-TOTAL
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
           IF WS-FS-PEDIDOS = '00' OR WS-FS-PEDIDOS = '10'
               CLOSE ARQ-PEDIDOS
           END-IF
           IF MESTRE-ABERTO
               CLOSE ARQ-CADASTRO
           END-IF
           IF REGISTRO-ABERTO
               CLOSE ARQ-DOCUMENTOS
           END-IF
           CLOSE ARQ-ALUNOS
           CLOSE ARQ-EMISSAO
           CLOSE ARQ-RELATORIO
           DISPLAY 'DOCUMENTOS EM DOCEMIT; RELACAO DOS PEDIDOS EM '
                   'DOCREL.'
            STOP RUN.
       END PROGRAM emissao_documentos.
