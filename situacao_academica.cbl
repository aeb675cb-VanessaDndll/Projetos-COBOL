      ******************************************************************
      * Author: vdndll
      * Date: 15/10/2026
      * Purpose: apuracao da situacao academica (advertencia, periodo
      *          probatorio e jubilamento) de cada aluno ativo de
      *          ALUCAD sobre o historico inteiro: combina, como
      *          historico_escolar, os registros vivos de CADMEST com
      *          as imagens dos periodos fechados em CADARQ,
      *          classificados pela matricula, e aplica as regras do
      *          arquivo de parametros SITPARM:
      *            - a mesma materia reprovada (REPROVADO! ou
      *              REPROV-FALTA) N vezes;
      *            - media do periodo abaixo do piso em N periodos
      *              seguidos (contados do ultimo periodo para tras);
      *            - N reprovacoes por falta (REPROV-FALTA) ao todo.
      *          Cada regra tem um limite para advertencia, para
      *          probatorio e para jubilamento (zero = nivel nao
      *          usado); o aluno fica com o pior nivel atingido. So
      *          contam resultados finais: imagens de CADARQ e
      *          registros de CADMEST de periodo que nao esta aberto
      *          em CALPERIO. Saidas: SITACAD (ver SITREG), um
      *          registro por aluno ativo; SITTRAN, as transacoes de
      *          ALUTRAN (alteracao para situacao D) propostas para
      *          os candidatos a jubilamento, a serem carregadas por
      *          manutencao_alunos depois que a coordenacao confirmar
      *          a decisao; e o relatorio SITREL por ALU-TURMA, com os
      *          totais de cada classificacao por turma.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 vdndll - versao inicial.
      *   15/10/2026 vdndll - o piso e os limites de SITPARM sao
      *                       copiados para a WORKING-STORAGE antes do
      *                       CLOSE (ou recebem ali os padroes); as
      *                       regras deixam de ler a area do registro
      *                       de um arquivo fechado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. situacao_academica.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CADASTRO ASSIGN TO "CADMEST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CAD-CHAVE
               ALTERNATE RECORD KEY IS CAD-NOME WITH DUPLICATES
               FILE STATUS IS WS-FS-CADASTRO.

           SELECT ARQ-MORTO ASSIGN TO "CADARQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MORTO.

           SELECT ARQ-ALUNOS ASSIGN TO "ALUCAD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALU-MATRICULA
               FILE STATUS IS WS-FS-ALUNOS.

           SELECT ARQ-CALENDARIO ASSIGN TO "CALPERIO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPE-CHAVE
               FILE STATUS IS WS-FS-CALENDARIO.

           SELECT ARQ-PARAMETROS ASSIGN TO "SITPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARAMETROS.

           SELECT ARQ-SITUACAO ASSIGN TO "SITACAD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SITUACAO.

           SELECT ARQ-TRANSACAO ASSIGN TO "SITTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRANSACAO.

           SELECT ARQ-CLASSIFICACAO ASSIGN TO "SORTWK1".

           SELECT ARQ-CLASSIF-SITUACAO ASSIGN TO "SORTWK2".

           SELECT ARQ-RELATORIO ASSIGN TO "SITREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-CADASTRO.
           COPY CADREG.

      * Mesmo layout gravado por fechamento_periodo: data do
      * fechamento seguida da imagem integral do registro no layout
      * de CADREG.
       FD  ARQ-MORTO.
       01  ARC-REGISTRO.
           03 ARC-DATA-FECHAMENTO      PIC 9(08).
           03 ARC-IMAGEM               PIC X(169).

       FD  ARQ-ALUNOS.
           COPY ALUREG.

       FD  ARQ-CALENDARIO.
           COPY CALPER.

      * Parametros das regras: o piso da media do periodo e, para
      * cada regra, o limite de advertencia (1), probatorio (2) e
      * jubilamento (3). Limite zero desliga o nivel. Sem SITPARM
      * valem os padroes de P050-LER-PARAMETROS.
       FD  ARQ-PARAMETROS.
       01  SPA-REGISTRO.
           03 SPA-MEDIA-MINIMA         PIC 99V99.
           03 SPA-LIM-PERIODOS OCCURS 3 TIMES
                                       PIC 9(02).
           03 SPA-LIM-REPETICAO OCCURS 3 TIMES
                                       PIC 9(02).
           03 SPA-LIM-FALTAS OCCURS 3 TIMES
                                       PIC 9(02).

       FD  ARQ-SITUACAO.
           COPY SITREG.

      * Transacao no layout de ALUTRAN (ver manutencao_alunos):
      * alteracao com nome e turma atuais do aluno e situacao D.
       FD  ARQ-TRANSACAO.
       01  TRN-REGISTRO.
           03 TRN-OPERACAO             PIC X(01).
           03 TRN-MATRICULA            PIC X(08).
           03 TRN-NOME                 PIC X(40).
           03 TRN-TURMA                PIC X(10).
           03 TRN-SITUACAO             PIC X(01).

      * SRT-FINAL = 'S' marca o resultado que conta para as regras
      * (arquivo-morto, ou mestre de periodo nao aberto). Na mesma
      * chave o mestre (M) vem antes do arquivo-morto (A) e prevalece.
       SD  ARQ-CLASSIFICACAO.
       01  SRT-REGISTRO.
           03 SRT-CHAVE.
               05 SRT-MATRICULA        PIC 9(08).
               05 SRT-PERIODO.
                   07 SRT-ANO-LETIVO   PIC 9(04).
                   07 SRT-SEMESTRE     PIC 9(01).
               05 SRT-MATERIA          PIC X(20).
           03 SRT-ORIGEM               PIC X(01).
           03 SRT-MEDIA                PIC 99V99.
           03 SRT-RESULTADO            PIC X(12).
           03 SRT-FINAL                PIC X(01).

       SD  ARQ-CLASSIF-SITUACAO.
           COPY SITREG REPLACING LEADING ==SIT== BY ==SRS==.

       FD  ARQ-RELATORIO.
       01  REL-LINHA                   PIC X(132).

       WORKING-STORAGE SECTION.
         77 WS-FS-CADASTRO         PIC X(02) VALUE SPACES.
         77 WS-FS-MORTO            PIC X(02) VALUE SPACES.
         77 WS-FS-ALUNOS           PIC X(02) VALUE SPACES.
         77 WS-FS-CALENDARIO       PIC X(02) VALUE SPACES.
         77 WS-FS-PARAMETROS       PIC X(02) VALUE SPACES.
         77 WS-FS-SITUACAO         PIC X(02) VALUE SPACES.
         77 WS-FS-TRANSACAO        PIC X(02) VALUE SPACES.
         77 WS-FS-RELATORIO        PIC X(02) VALUE SPACES.
         77 WS-J                   PIC 9(03) COMP VALUE ZERO.
         77 WS-N                   PIC 9(01) COMP VALUE ZERO.
         77 WS-SW-FIM-MESTRE       PIC X(01) VALUE 'N'.
            88 FIM-MESTRE              VALUE 'S'.
         77 WS-SW-FIM-MORTO        PIC X(01) VALUE 'N'.
            88 FIM-MORTO               VALUE 'S'.
         77 WS-SW-FIM-SORT         PIC X(01) VALUE 'N'.
            88 FIM-CLASSIFICADO        VALUE 'S'.
         77 WS-SW-FIM-ALUNOS       PIC X(01) VALUE 'N'.
            88 FIM-ALUNOS              VALUE 'S'.
         77 WS-SW-FIM-SITUACAO     PIC X(01) VALUE 'N'.
            88 FIM-SITUACAO            VALUE 'S'.
         77 WS-SW-ACHOU            PIC X(01) VALUE 'N'.
            88 MATERIA-ACHADA          VALUE 'S'.
         77 WS-DATA-HOJE           PIC 9(08) VALUE ZERO.
         77 WS-MATRICULA-DESCARTE  PIC 9(08) VALUE ZERO.
         77 WS-CHAVE-ANTERIOR      PIC X(33) VALUE SPACES.
         77 WS-PERIODO-ATUAL       PIC X(05) VALUE SPACES.
         77 WS-TURMA-ATUAL         PIC X(10) VALUE SPACES.
         77 WS-SW-PARAMETROS       PIC X(01) VALUE 'N'.
            88 PARAMETROS-LIDOS        VALUE 'S'.
         77 WS-MEDIA-MINIMA        PIC 99V99 VALUE ZERO.

      * Acumuladores do aluno em apuracao, zerados em P430.
         77 WS-QTD-MATERIAS        PIC 9(03) COMP VALUE ZERO.
         77 WS-SOMA-MEDIAS         PIC 9(05)V99 VALUE ZERO.
         77 WS-PER-QTD             PIC 9(03) COMP VALUE ZERO.
         77 WS-PER-SOMA            PIC 9(05)V99 VALUE ZERO.
         77 WS-MEDIA-PERIODO       PIC 99V99 VALUE ZERO.
         77 WS-MEDIA-GERAL         PIC 99V99 VALUE ZERO.
         77 WS-PERIODOS-ABAIXO     PIC 9(02) VALUE ZERO.
         77 WS-MAIOR-REPETICAO     PIC 9(02) VALUE ZERO.
         77 WS-MATERIA-REPETIDA    PIC X(20) VALUE SPACES.
         77 WS-QTD-REPROV-FALTA    PIC 9(03) VALUE ZERO.
         77 WS-NIVEL               PIC 9(01) VALUE ZERO.
         77 WS-NIVEL-REGRA         PIC 9(01) VALUE ZERO.
         77 WS-MOTIVO              PIC X(50) VALUE SPACES.
         77 WS-CLASSIF-EXTENSO     PIC X(12) VALUE SPACES.

      * Totais da turma em impressao e gerais.
         77 WS-TUR-REGULARES       PIC 9(05) VALUE ZERO.
         77 WS-TUR-ADVERTENCIAS    PIC 9(05) VALUE ZERO.
         77 WS-TUR-PROBATORIOS     PIC 9(05) VALUE ZERO.
         77 WS-TUR-JUBILAMENTOS    PIC 9(05) VALUE ZERO.
         77 WS-CONT-ALUNOS         PIC 9(07) VALUE ZERO.
         77 WS-CONT-REGULARES      PIC 9(07) VALUE ZERO.
         77 WS-CONT-ADVERTENCIAS   PIC 9(07) VALUE ZERO.
         77 WS-CONT-PROBATORIOS    PIC 9(07) VALUE ZERO.
         77 WS-CONT-JUBILAMENTOS   PIC 9(07) VALUE ZERO.
         77 WS-CONT-INATIVOS       PIC 9(07) VALUE ZERO.
         77 WS-CONT-SEM-ALUCAD     PIC 9(07) VALUE ZERO.
         77 WS-CONT-EM-ABERTO      PIC 9(07) VALUE ZERO.
         77 WS-CONT-DUPLICADOS     PIC 9(07) VALUE ZERO.
         77 WS-CONT-TRANSACOES     PIC 9(07) VALUE ZERO.
         77 WS-EDIT-CONTADOR       PIC Z(06)9.
         77 WS-EDIT-TUR-REG        PIC ZZZZ9.
         77 WS-EDIT-TUR-ADV        PIC ZZZZ9.
         77 WS-EDIT-TUR-PRO        PIC ZZZZ9.
         77 WS-EDIT-TUR-JUB        PIC ZZZZ9.
         77 WS-EDIT-QTD            PIC Z9.
         77 WS-EDIT-QTD-2          PIC Z9.
         77 WS-EDIT-QTD-3          PIC ZZ9.
         77 WS-EDIT-MEDIA          PIC Z9.99.
         77 WS-ROTULO-TOTAL        PIC X(32) VALUE SPACES.

      * Limites das regras copiados de SITPARM (ou os padroes): (1)
      * advertencia, (2) probatorio, (3) jubilamento.
         01 WS-LIMITES.
           03 WS-LIM-PERIODOS OCCURS 3 TIMES PIC 9(02).
           03 WS-LIM-REPETICAO OCCURS 3 TIMES PIC 9(02).
           03 WS-LIM-FALTAS OCCURS 3 TIMES PIC 9(02).

      * Reprovacoes do aluno por materia (REPROVADO! e REPROV-FALTA),
      * para a regra de repeticao.
         01 WS-TAB-REPROVADAS.
           03 WS-REP-QTD           PIC 9(03) COMP VALUE ZERO.
           03 WS-REP-ITEM OCCURS 100 TIMES.
               05 WS-REP-MATERIA   PIC X(20).
               05 WS-REP-VEZES     PIC 9(02).

      * Area com o layout de CADREG para interpretar as imagens do
      * arquivo-morto, como em historico_escolar.
           COPY CADREG REPLACING LEADING ==CAD== BY ==ARQ==.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM P010-ABRIR-ARQUIVOS.
           PERFORM P050-LER-PARAMETROS.
           SORT ARQ-CLASSIFICACAO
               ASCENDING KEY SRT-MATRICULA
                             SRT-ANO-LETIVO
                             SRT-SEMESTRE
                             SRT-MATERIA
               DESCENDING KEY SRT-ORIGEM
               INPUT PROCEDURE IS P100-SELECIONAR
                   THRU P100-FIM
               OUTPUT PROCEDURE IS P300-APURAR
                   THRU P300-FIM.
           PERFORM P290-ENCERRAR-APURACAO.
           SORT ARQ-CLASSIF-SITUACAO
               ASCENDING KEY SRS-TURMA
                             SRS-MATRICULA
               USING ARQ-SITUACAO
               OUTPUT PROCEDURE IS P500-IMPRIMIR
                   THRU P500-FIM.
           PERFORM P800-TOTAIS THRU P800-FIM.
           PERFORM P999-FINAL.

      * Mestre ou arquivo-morto indisponiveis sao tratados como
      * vazios, como em historico_escolar. ALUCAD e CALPERIO
      * ausentes recebem o tratamento padrao de arquivo criado vazio.
       P010-ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-CADASTRO
           IF WS-FS-CADASTRO NOT = '00'
               DISPLAY 'CADASTRO-MESTRE CADMEST INDISPONIVEL (STATUS '
                       WS-FS-CADASTRO ') - TRATADO COMO VAZIO.'
               SET FIM-MESTRE TO TRUE
           END-IF

           OPEN INPUT ARQ-MORTO
           IF WS-FS-MORTO NOT = '00'
               DISPLAY 'ARQUIVO-MORTO CADARQ AUSENTE - TRATADO COMO '
                       'VAZIO.'
               SET FIM-MORTO TO TRUE
           END-IF

           OPEN INPUT ARQ-ALUNOS
           IF WS-FS-ALUNOS = '35'
               OPEN OUTPUT ARQ-ALUNOS
               CLOSE ARQ-ALUNOS
               OPEN INPUT ARQ-ALUNOS
           END-IF

           OPEN INPUT ARQ-CALENDARIO
           IF WS-FS-CALENDARIO = '35'
               OPEN OUTPUT ARQ-CALENDARIO
               CLOSE ARQ-CALENDARIO
               OPEN INPUT ARQ-CALENDARIO
           END-IF

           OPEN OUTPUT ARQ-SITUACAO
           OPEN OUTPUT ARQ-TRANSACAO
           OPEN OUTPUT ARQ-RELATORIO

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           MOVE SPACES TO REL-LINHA
           STRING 'SITUACAO ACADEMICA DOS ALUNOS ATIVOS - APURACAO DE '
                      DELIMITED BY SIZE
                  WS-DATA-HOJE DELIMITED BY SIZE
               INTO REL-LINHA
           WRITE REL-LINHA
           DISPLAY REL-LINHA
           .

      * Padrao sem SITPARM (ou com SITPARM ilegivel): piso 5,00;
      * advertencia com 1 periodo abaixo do piso ou 1 reprovacao por
      * falta; probatorio com 2 periodos seguidos abaixo, a mesma
      * materia reprovada 2 vezes ou 3 reprovacoes por falta;
      * jubilamento com 3 periodos, 3 vezes a mesma materia ou 5
      * reprovacoes por falta.
      * O registro lido e copiado para WS-MEDIA-MINIMA/WS-LIMITES
      * antes do CLOSE, como fechamento_periodo faz com FECHPARM; dali
      * em diante as regras so usam a copia.
       P050-LER-PARAMETROS.
           OPEN INPUT ARQ-PARAMETROS
           IF WS-FS-PARAMETROS = '00'
               READ ARQ-PARAMETROS
                   AT END
                       MOVE '10' TO WS-FS-PARAMETROS
               END-READ
               IF WS-FS-PARAMETROS = '00'
                   AND SPA-REGISTRO NUMERIC
                   SET PARAMETROS-LIDOS TO TRUE
                   MOVE SPA-MEDIA-MINIMA TO WS-MEDIA-MINIMA
                   PERFORM VARYING WS-N FROM 1 BY 1 UNTIL WS-N > 3
                       MOVE SPA-LIM-PERIODOS (WS-N)
                           TO WS-LIM-PERIODOS (WS-N)
                       MOVE SPA-LIM-REPETICAO (WS-N)
                           TO WS-LIM-REPETICAO (WS-N)
                       MOVE SPA-LIM-FALTAS (WS-N)
                           TO WS-LIM-FALTAS (WS-N)
                   END-PERFORM
               END-IF
               CLOSE ARQ-PARAMETROS
           END-IF

           IF NOT PARAMETROS-LIDOS
               DISPLAY 'PARAMETROS SITPARM AUSENTES OU INVALIDOS - '
                       'USANDO AS REGRAS PADRAO.'
               MOVE 5.00 TO WS-MEDIA-MINIMA
               MOVE 1    TO WS-LIM-PERIODOS (1)
               MOVE 2    TO WS-LIM-PERIODOS (2)
               MOVE 3    TO WS-LIM-PERIODOS (3)
               MOVE 0    TO WS-LIM-REPETICAO (1)
               MOVE 2    TO WS-LIM-REPETICAO (2)
               MOVE 3    TO WS-LIM-REPETICAO (3)
               MOVE 1    TO WS-LIM-FALTAS (1)
               MOVE 3    TO WS-LIM-FALTAS (2)
               MOVE 5    TO WS-LIM-FALTAS (3)
           END-IF

           MOVE WS-MEDIA-MINIMA TO WS-EDIT-MEDIA
           MOVE SPACES TO REL-LINHA
           STRING 'PISO DA MEDIA DO PERIODO: ' DELIMITED BY SIZE
                  WS-EDIT-MEDIA                DELIMITED BY SIZE
                  '  LIMITES ADV/PROB/JUB - PERIODOS: '
                                               DELIMITED BY SIZE
                  WS-LIM-PERIODOS (1)          DELIMITED BY SIZE
                  '/'                          DELIMITED BY SIZE
                  WS-LIM-PERIODOS (2)          DELIMITED BY SIZE
                  '/'                          DELIMITED BY SIZE
                  WS-LIM-PERIODOS (3)          DELIMITED BY SIZE
                  ' REPETICAO: '               DELIMITED BY SIZE
                  WS-LIM-REPETICAO (1)         DELIMITED BY SIZE
                  '/'                          DELIMITED BY SIZE
                  WS-LIM-REPETICAO (2)         DELIMITED BY SIZE
                  '/'                          DELIMITED BY SIZE
                  WS-LIM-REPETICAO (3)         DELIMITED BY SIZE
                  ' FALTAS: '                  DELIMITED BY SIZE
                  WS-LIM-FALTAS (1)            DELIMITED BY SIZE
                  '/'                          DELIMITED BY SIZE
                  WS-LIM-FALTAS (2)            DELIMITED BY SIZE
                  '/'                          DELIMITED BY SIZE
                  WS-LIM-FALTAS (3)            DELIMITED BY SIZE
               INTO REL-LINHA
           WRITE REL-LINHA
           DISPLAY REL-LINHA
           .

      * Procedimento de entrada do SORT: um registro por lancamento
      * vivo do mestre e um por imagem do arquivo-morto. Lancamento
      * do mestre de periodo aberto em CALPERIO ainda nao e resultado
      * final e sai marcado para nao contar.
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
               NOT AT END
                   MOVE CAD-MATRICULA  TO SRT-MATRICULA
                   MOVE CAD-ANO-LETIVO TO SRT-ANO-LETIVO
                   MOVE CAD-SEMESTRE   TO SRT-SEMESTRE
                   MOVE CAD-MATERIA    TO SRT-MATERIA
                   MOVE 'M'            TO SRT-ORIGEM
                   MOVE CAD-MEDIA      TO SRT-MEDIA
                   MOVE CAD-RESULTADO  TO SRT-RESULTADO
                   MOVE 'S'            TO SRT-FINAL
                   MOVE CAD-ANO-LETIVO TO CPE-ANO-LETIVO
                   MOVE CAD-SEMESTRE   TO CPE-SEMESTRE
                   READ ARQ-CALENDARIO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF PERIODO-ABERTO
                               MOVE 'N' TO SRT-FINAL
                           END-IF
                   END-READ
                   RELEASE SRT-REGISTRO
           END-READ
           .
       P110-FIM.

       P120-LIBERAR-MORTO.
           READ ARQ-MORTO
               AT END
                   SET FIM-MORTO TO TRUE
               NOT AT END
                   MOVE ARC-IMAGEM TO ARQ-REGISTRO
                   MOVE ARQ-MATRICULA  TO SRT-MATRICULA
                   MOVE ARQ-ANO-LETIVO TO SRT-ANO-LETIVO
                   MOVE ARQ-SEMESTRE   TO SRT-SEMESTRE
                   MOVE ARQ-MATERIA    TO SRT-MATERIA
                   MOVE 'A'            TO SRT-ORIGEM
                   MOVE ARQ-MEDIA      TO SRT-MEDIA
                   MOVE ARQ-RESULTADO  TO SRT-RESULTADO
                   MOVE 'S'            TO SRT-FINAL
                   RELEASE SRT-REGISTRO
           END-READ
           .
       P120-FIM.

      * Procedimento de saida do SORT: batimento do historico
      * classificado com ALUCAD, os dois na ordem da matricula. Todo
      * aluno de ALUCAD e visitado (inclusive quem ainda nao tem
      * resultado final, que sai regular); lancamentos de matricula
      * fora de ALUCAD sao descartados e contados.
       P300-APURAR.
           PERFORM P310-RETORNAR-REGISTRO THRU P310-FIM
           PERFORM P320-LER-ALUNO THRU P320-FIM
           PERFORM P400-CASAR THRU P400-FIM
               UNTIL FIM-ALUNOS AND FIM-CLASSIFICADO
           .
       P300-FIM.

       P310-RETORNAR-REGISTRO.
           RETURN ARQ-CLASSIFICACAO
               AT END
                   SET FIM-CLASSIFICADO TO TRUE
           END-RETURN
           .
       P310-FIM.

       P320-LER-ALUNO.
           READ ARQ-ALUNOS NEXT RECORD
               AT END
                   SET FIM-ALUNOS TO TRUE
           END-READ
           .
       P320-FIM.

      * Fecha o SITACAD gravado pela apuracao (ele e a entrada da
      * classificacao por turma) e os arquivos que so ela usava.
       P290-ENCERRAR-APURACAO.
           CLOSE ARQ-SITUACAO
           IF WS-FS-CADASTRO = '00' OR WS-FS-CADASTRO = '10'
               CLOSE ARQ-CADASTRO
           END-IF
           IF WS-FS-MORTO = '00' OR WS-FS-MORTO = '10'
               CLOSE ARQ-MORTO
           END-IF
           CLOSE ARQ-ALUNOS
           CLOSE ARQ-CALENDARIO
           .

       P400-CASAR.
           IF FIM-ALUNOS
               PERFORM P420-DESCARTAR-SEM-ALUNO THRU P420-FIM
               GO TO P400-FIM
           END-IF

           IF NOT FIM-CLASSIFICADO
               AND SRT-MATRICULA < ALU-MATRICULA
               PERFORM P420-DESCARTAR-SEM-ALUNO THRU P420-FIM
               GO TO P400-FIM
           END-IF

           PERFORM P430-INICIAR-ALUNO
           IF NOT FIM-CLASSIFICADO
               AND SRT-MATRICULA = ALU-MATRICULA
               PERFORM P440-ACUMULAR-LINHA THRU P440-FIM
                   UNTIL FIM-CLASSIFICADO
                   OR SRT-MATRICULA NOT = ALU-MATRICULA
               PERFORM P450-FECHAR-PERIODO
           END-IF

           IF ALUNO-ATIVO
               PERFORM P600-CLASSIFICAR THRU P600-FIM
               PERFORM P700-GRAVAR-SITUACAO
           ELSE
               ADD 1 TO WS-CONT-INATIVOS
           END-IF

           PERFORM P320-LER-ALUNO THRU P320-FIM
           .
       P400-FIM.

       P420-DESCARTAR-SEM-ALUNO.
           MOVE SRT-MATRICULA TO WS-MATRICULA-DESCARTE
           DISPLAY 'MATRICULA ' WS-MATRICULA-DESCARTE
                   ' COM LANCAMENTOS E SEM REGISTRO EM ALUCAD - '
                   'DESCONSIDERADA.'
           PERFORM UNTIL FIM-CLASSIFICADO
                   OR SRT-MATRICULA NOT = WS-MATRICULA-DESCARTE
               ADD 1 TO WS-CONT-SEM-ALUCAD
               PERFORM P310-RETORNAR-REGISTRO THRU P310-FIM
           END-PERFORM
           .
       P420-FIM.

       P430-INICIAR-ALUNO.
           MOVE SPACES TO WS-CHAVE-ANTERIOR
           MOVE SPACES TO WS-PERIODO-ATUAL
           MOVE ZERO   TO WS-QTD-MATERIAS
           MOVE ZERO   TO WS-SOMA-MEDIAS
           MOVE ZERO   TO WS-PER-QTD
           MOVE ZERO   TO WS-PER-SOMA
           MOVE ZERO   TO WS-PERIODOS-ABAIXO
           MOVE ZERO   TO WS-MAIOR-REPETICAO
           MOVE SPACES TO WS-MATERIA-REPETIDA
           MOVE ZERO   TO WS-QTD-REPROV-FALTA
           MOVE ZERO   TO WS-REP-QTD
           .

      * Uma chave repetida (periodo recriado no mestre depois de
      * arquivado) conta uma vez so, pelo registro do mestre, que a
      * classificacao poe na frente. A quebra de periodo fecha a
      * media do periodo anterior em P450.
       P440-ACUMULAR-LINHA.
           IF SRT-CHAVE = WS-CHAVE-ANTERIOR
               ADD 1 TO WS-CONT-DUPLICADOS
               GO TO P440-PROXIMO
           END-IF
           MOVE SRT-CHAVE TO WS-CHAVE-ANTERIOR

           IF SRT-FINAL NOT = 'S'
               ADD 1 TO WS-CONT-EM-ABERTO
               GO TO P440-PROXIMO
           END-IF

           IF SRT-PERIODO NOT = WS-PERIODO-ATUAL
               PERFORM P450-FECHAR-PERIODO
               MOVE SRT-PERIODO TO WS-PERIODO-ATUAL
           END-IF

           ADD 1 TO WS-QTD-MATERIAS
           ADD SRT-MEDIA TO WS-SOMA-MEDIAS
           ADD 1 TO WS-PER-QTD
           ADD SRT-MEDIA TO WS-PER-SOMA

           IF SRT-RESULTADO NOT = 'APROVADO!'
               AND SRT-RESULTADO NOT = 'APROVADO-REC'
               PERFORM P460-REGISTRAR-REPROVACAO
           END-IF

           IF SRT-RESULTADO = 'REPROV-FALTA'
               ADD 1 TO WS-QTD-REPROV-FALTA
           END-IF
           .
       P440-PROXIMO.
           PERFORM P310-RETORNAR-REGISTRO THRU P310-FIM
           .
       P440-FIM.

      * Media do periodo (mesma media simples do GPA de
      * boletim_aluno) contra o piso: abaixo, a sequencia cresce;
      * no piso ou acima, a sequencia recomeca. Assim sobra, ao fim
      * do aluno, a sequencia dos ultimos periodos.
       P450-FECHAR-PERIODO.
           IF WS-PER-QTD > 0
               COMPUTE WS-MEDIA-PERIODO ROUNDED =
                   WS-PER-SOMA / WS-PER-QTD
               IF WS-MEDIA-PERIODO < WS-MEDIA-MINIMA
                   ADD 1 TO WS-PERIODOS-ABAIXO
               ELSE
                   MOVE ZERO TO WS-PERIODOS-ABAIXO
               END-IF
           END-IF
           MOVE ZERO TO WS-PER-QTD
           MOVE ZERO TO WS-PER-SOMA
           .

       P460-REGISTRAR-REPROVACAO.
           MOVE 'N' TO WS-SW-ACHOU
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-REP-QTD OR MATERIA-ACHADA
               IF WS-REP-MATERIA (WS-J) = SRT-MATERIA
                   SET MATERIA-ACHADA TO TRUE
               END-IF
           END-PERFORM

           IF MATERIA-ACHADA
               SUBTRACT 1 FROM WS-J
           ELSE
               IF WS-REP-QTD < 100
                   ADD 1 TO WS-REP-QTD
                   MOVE WS-REP-QTD  TO WS-J
                   MOVE SRT-MATERIA TO WS-REP-MATERIA (WS-J)
                   MOVE ZERO        TO WS-REP-VEZES (WS-J)
               ELSE
                   GO TO P460-FIM
               END-IF
           END-IF

           ADD 1 TO WS-REP-VEZES (WS-J)
           IF WS-REP-VEZES (WS-J) > WS-MAIOR-REPETICAO
               MOVE WS-REP-VEZES (WS-J)   TO WS-MAIOR-REPETICAO
               MOVE WS-REP-MATERIA (WS-J) TO WS-MATERIA-REPETIDA
           END-IF
           .
       P460-FIM.

      * Procedimento de saida da segunda classificacao: SITACAD na
      * ordem ALU-TURMA + matricula, um bloco por turma.
       P500-IMPRIMIR.
           PERFORM P510-RETORNAR-SITUACAO THRU P510-FIM
           PERFORM P520-PROCESSAR-TURMA THRU P520-FIM
               UNTIL FIM-SITUACAO
           .
       P500-FIM.

       P510-RETORNAR-SITUACAO.
           RETURN ARQ-CLASSIF-SITUACAO
               AT END
                   SET FIM-SITUACAO TO TRUE
           END-RETURN
           .
       P510-FIM.

       P520-PROCESSAR-TURMA.
           MOVE SRS-TURMA TO WS-TURMA-ATUAL
           MOVE ZERO TO WS-TUR-REGULARES
           MOVE ZERO TO WS-TUR-ADVERTENCIAS
           MOVE ZERO TO WS-TUR-PROBATORIOS
           MOVE ZERO TO WS-TUR-JUBILAMENTOS

           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES TO REL-LINHA
           STRING 'TURMA: ' DELIMITED BY SIZE
                  WS-TURMA-ATUAL DELIMITED BY SIZE
               INTO REL-LINHA
           WRITE REL-LINHA
           DISPLAY REL-LINHA
           MOVE SPACES TO REL-LINHA
           STRING 'MATRICULA NOME'              DELIMITED BY SIZE
                  '                                     SITUACAO'
                                                DELIMITED BY SIZE
                  '     MEDIA PA RP  RF MOTIVO' DELIMITED BY SIZE
               INTO REL-LINHA
           WRITE REL-LINHA

           PERFORM P530-IMPRIMIR-ALUNO THRU P530-FIM
               UNTIL FIM-SITUACAO
               OR SRS-TURMA NOT = WS-TURMA-ATUAL

           PERFORM P540-TOTAIS-TURMA
           .
       P520-FIM.

       P530-IMPRIMIR-ALUNO.
           EVALUATE TRUE
               WHEN SRS-REGULAR
                   ADD 1 TO WS-TUR-REGULARES
                   MOVE 'REGULAR'     TO WS-CLASSIF-EXTENSO
               WHEN SRS-ADVERTENCIA
                   ADD 1 TO WS-TUR-ADVERTENCIAS
                   MOVE 'ADVERTENCIA' TO WS-CLASSIF-EXTENSO
               WHEN SRS-PROBATORIO
                   ADD 1 TO WS-TUR-PROBATORIOS
                   MOVE 'PROBATORIO'  TO WS-CLASSIF-EXTENSO
               WHEN OTHER
                   ADD 1 TO WS-TUR-JUBILAMENTOS
                   MOVE 'JUBILAMENTO' TO WS-CLASSIF-EXTENSO
           END-EVALUATE

           MOVE SRS-MEDIA-GERAL      TO WS-EDIT-MEDIA
           MOVE SRS-PERIODOS-ABAIXO  TO WS-EDIT-QTD
           MOVE SRS-MAIOR-REPETICAO  TO WS-EDIT-QTD-2
           MOVE SRS-QTD-REPROV-FALTA TO WS-EDIT-QTD-3
           MOVE SPACES TO REL-LINHA
           STRING SRS-MATRICULA      DELIMITED BY SIZE
                  '  '               DELIMITED BY SIZE
                  SRS-NOME           DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-CLASSIF-EXTENSO DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-EDIT-MEDIA      DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-EDIT-QTD        DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-EDIT-QTD-2      DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-EDIT-QTD-3      DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  SRS-MOTIVO         DELIMITED BY SIZE
               INTO REL-LINHA
           WRITE REL-LINHA
           IF NOT SRS-REGULAR
               DISPLAY REL-LINHA
           END-IF

           PERFORM P510-RETORNAR-SITUACAO THRU P510-FIM
           .
       P530-FIM.

       P540-TOTAIS-TURMA.
           MOVE WS-TUR-REGULARES    TO WS-EDIT-TUR-REG
           MOVE WS-TUR-ADVERTENCIAS TO WS-EDIT-TUR-ADV
           MOVE WS-TUR-PROBATORIOS  TO WS-EDIT-TUR-PRO
           MOVE WS-TUR-JUBILAMENTOS TO WS-EDIT-TUR-JUB
           MOVE SPACES TO REL-LINHA
           STRING 'TOTAL DA TURMA - REGULAR: ' DELIMITED BY SIZE
                  WS-EDIT-TUR-REG              DELIMITED BY SIZE
                  '  ADVERTENCIA: '            DELIMITED BY SIZE
                  WS-EDIT-TUR-ADV              DELIMITED BY SIZE
                  '  PROBATORIO: '             DELIMITED BY SIZE
                  WS-EDIT-TUR-PRO              DELIMITED BY SIZE
                  '  JUBILAMENTO: '            DELIMITED BY SIZE
                  WS-EDIT-TUR-JUB              DELIMITED BY SIZE
               INTO REL-LINHA
           WRITE REL-LINHA
           DISPLAY REL-LINHA
           .

      * A classificacao e o pior nivel atingido entre as tres regras;
      * o motivo e o da regra que deu esse nivel (no empate, a
      * primeira na ordem abaixo).
       P600-CLASSIFICAR.
           MOVE ZERO   TO WS-NIVEL
           MOVE SPACES TO WS-MOTIVO
           MOVE ZERO   TO WS-MEDIA-GERAL
           IF WS-QTD-MATERIAS > 0
               COMPUTE WS-MEDIA-GERAL ROUNDED =
                   WS-SOMA-MEDIAS / WS-QTD-MATERIAS
           END-IF

           MOVE ZERO TO WS-NIVEL-REGRA
           PERFORM VARYING WS-N FROM 1 BY 1 UNTIL WS-N > 3
               IF WS-LIM-REPETICAO (WS-N) > 0
                   AND WS-MAIOR-REPETICAO >= WS-LIM-REPETICAO (WS-N)
                   MOVE WS-N TO WS-NIVEL-REGRA
               END-IF
           END-PERFORM
           IF WS-NIVEL-REGRA > WS-NIVEL
               MOVE WS-NIVEL-REGRA TO WS-NIVEL
               MOVE WS-MAIOR-REPETICAO TO WS-EDIT-QTD
               MOVE SPACES TO WS-MOTIVO
               STRING 'MATERIA REPROVADA ' DELIMITED BY SIZE
                      WS-EDIT-QTD          DELIMITED BY SIZE
                      ' VEZES: '           DELIMITED BY SIZE
                      WS-MATERIA-REPETIDA  DELIMITED BY SIZE
                   INTO WS-MOTIVO
           END-IF

           MOVE ZERO TO WS-NIVEL-REGRA
           PERFORM VARYING WS-N FROM 1 BY 1 UNTIL WS-N > 3
               IF WS-LIM-PERIODOS (WS-N) > 0
                   AND WS-PERIODOS-ABAIXO >= WS-LIM-PERIODOS (WS-N)
                   MOVE WS-N TO WS-NIVEL-REGRA
               END-IF
           END-PERFORM
           IF WS-NIVEL-REGRA > WS-NIVEL
               MOVE WS-NIVEL-REGRA TO WS-NIVEL
               MOVE WS-MEDIA-MINIMA TO WS-EDIT-MEDIA
               MOVE WS-PERIODOS-ABAIXO TO WS-EDIT-QTD
               MOVE SPACES TO WS-MOTIVO
               STRING 'MEDIA ABAIXO DE '   DELIMITED BY SIZE
                      WS-EDIT-MEDIA        DELIMITED BY SIZE
                      ' EM '               DELIMITED BY SIZE
                      WS-EDIT-QTD          DELIMITED BY SIZE
                      ' PERIODOS SEGUIDOS' DELIMITED BY SIZE
                   INTO WS-MOTIVO
           END-IF

           MOVE ZERO TO WS-NIVEL-REGRA
           PERFORM VARYING WS-N FROM 1 BY 1 UNTIL WS-N > 3
               IF WS-LIM-FALTAS (WS-N) > 0
                   AND WS-QTD-REPROV-FALTA >= WS-LIM-FALTAS (WS-N)
                   MOVE WS-N TO WS-NIVEL-REGRA
               END-IF
           END-PERFORM
           IF WS-NIVEL-REGRA > WS-NIVEL
               MOVE WS-NIVEL-REGRA TO WS-NIVEL
               MOVE WS-QTD-REPROV-FALTA TO WS-EDIT-QTD-3
               MOVE SPACES TO WS-MOTIVO
               STRING WS-EDIT-QTD-3            DELIMITED BY SIZE
                      ' REPROVACOES POR FALTA' DELIMITED BY SIZE
                   INTO WS-MOTIVO
           END-IF
           .
       P600-FIM.

       P700-GRAVAR-SITUACAO.
           ADD 1 TO WS-CONT-ALUNOS
           MOVE ALU-MATRICULA       TO SIT-MATRICULA
           MOVE ALU-NOME            TO SIT-NOME
           MOVE ALU-TURMA           TO SIT-TURMA
           MOVE WS-DATA-HOJE        TO SIT-DATA-APURACAO
           MOVE WS-QTD-MATERIAS     TO SIT-QTD-MATERIAS
           MOVE WS-MEDIA-GERAL      TO SIT-MEDIA-GERAL
           MOVE WS-PERIODOS-ABAIXO  TO SIT-PERIODOS-ABAIXO
           MOVE WS-MAIOR-REPETICAO  TO SIT-MAIOR-REPETICAO
           MOVE WS-MATERIA-REPETIDA TO SIT-MATERIA-REPETIDA
           MOVE WS-QTD-REPROV-FALTA TO SIT-QTD-REPROV-FALTA
           MOVE WS-MOTIVO           TO SIT-MOTIVO
           EVALUATE WS-NIVEL
               WHEN 0
                   SET SIT-REGULAR     TO TRUE
                   ADD 1 TO WS-CONT-REGULARES
               WHEN 1
                   SET SIT-ADVERTENCIA TO TRUE
                   ADD 1 TO WS-CONT-ADVERTENCIAS
               WHEN 2
                   SET SIT-PROBATORIO  TO TRUE
                   ADD 1 TO WS-CONT-PROBATORIOS
               WHEN OTHER
                   SET SIT-JUBILAMENTO TO TRUE
                   ADD 1 TO WS-CONT-JUBILAMENTOS
           END-EVALUATE
           WRITE SIT-REGISTRO

           IF SIT-JUBILAMENTO
               PERFORM P710-PROPOR-DESLIGAMENTO
           END-IF
           .

      * Alteracao completa, como manutencao_alunos espera: nome e
      * turma atuais de ALUCAD, situacao D.
       P710-PROPOR-DESLIGAMENTO.
           MOVE 'A'           TO TRN-OPERACAO
           MOVE ALU-MATRICULA TO TRN-MATRICULA
           MOVE ALU-NOME      TO TRN-NOME
           MOVE ALU-TURMA     TO TRN-TURMA
           MOVE 'D'           TO TRN-SITUACAO
           WRITE TRN-REGISTRO
           ADD 1 TO WS-CONT-TRANSACOES
           .

       P800-TOTAIS.
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE 'ALUNOS ATIVOS APURADOS.........:' TO WS-ROTULO-TOTAL
           MOVE WS-CONT-ALUNOS TO WS-EDIT-CONTADOR
           PERFORM P810-IMPRIMIR-TOTAL
           MOVE '  REGULARES....................:' TO WS-ROTULO-TOTAL
           MOVE WS-CONT-REGULARES TO WS-EDIT-CONTADOR
           PERFORM P810-IMPRIMIR-TOTAL
           MOVE '  EM ADVERTENCIA...............:' TO WS-ROTULO-TOTAL
           MOVE WS-CONT-ADVERTENCIAS TO WS-EDIT-CONTADOR
           PERFORM P810-IMPRIMIR-TOTAL
           MOVE '  EM PERIODO PROBATORIO........:' TO WS-ROTULO-TOTAL
           MOVE WS-CONT-PROBATORIOS TO WS-EDIT-CONTADOR
           PERFORM P810-IMPRIMIR-TOTAL
           MOVE '  CANDIDATOS A JUBILAMENTO.....:' TO WS-ROTULO-TOTAL
           MOVE WS-CONT-JUBILAMENTOS TO WS-EDIT-CONTADOR
           PERFORM P810-IMPRIMIR-TOTAL
           MOVE 'ALUNOS NAO ATIVOS IGNORADOS....:' TO WS-ROTULO-TOTAL
           MOVE WS-CONT-INATIVOS TO WS-EDIT-CONTADOR
           PERFORM P810-IMPRIMIR-TOTAL
           MOVE 'LANCAMENTOS DE PERIODO ABERTO..:' TO WS-ROTULO-TOTAL
           MOVE WS-CONT-EM-ABERTO TO WS-EDIT-CONTADOR
           PERFORM P810-IMPRIMIR-TOTAL
           MOVE 'LANCAMENTOS DUPLICADOS.........:' TO WS-ROTULO-TOTAL
           MOVE WS-CONT-DUPLICADOS TO WS-EDIT-CONTADOR
           PERFORM P810-IMPRIMIR-TOTAL
           MOVE 'LANCAMENTOS SEM ALUCAD.........:' TO WS-ROTULO-TOTAL
           MOVE WS-CONT-SEM-ALUCAD TO WS-EDIT-CONTADOR
           PERFORM P810-IMPRIMIR-TOTAL
           MOVE 'TRANSACOES PROPOSTAS EM SITTRAN:' TO WS-ROTULO-TOTAL
           MOVE WS-CONT-TRANSACOES TO WS-EDIT-CONTADOR
           PERFORM P810-IMPRIMIR-TOTAL
           .
       P800-FIM.

       P810-IMPRIMIR-TOTAL.
           MOVE SPACES TO REL-LINHA
           STRING WS-ROTULO-TOTAL  DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  WS-EDIT-CONTADOR DELIMITED BY SIZE
               INTO REL-LINHA
           WRITE REL-LINHA
           DISPLAY REL-LINHA
           .

       P999-FINAL.
           CLOSE ARQ-TRANSACAO
           CLOSE ARQ-RELATORIO
           DISPLAY 'SITUACAO ACADEMICA GERADA EM SITACAD/SITREL.'
            STOP RUN.
       END PROGRAM situacao_academica.
