      ******************************************************************
      * Author: vdndll
      * Date: 15/10/2026
      * Purpose: levantamento dos alunos que cursam materia sem o
      *          pre-requisito cumprido. As regras de PREREQ (ver
      *          PREREG) passaram a ser exigidas por calculo_media e
      *          critica_lotes no primeiro lancamento da materia, mas
      *          o que entrou antes da regra existir continua no
      *          mestre. Este relatorio combina, como
      *          historico_escolar, os registros vivos de CADMEST com
      *          as imagens dos periodos fechados em CADARQ,
      *          classificados juntos pela matricula; para cada
      *          lancamento de periodo aberto em CALPERIO (o aluno
      *          "cursando" a materia) confere a regra da materia
      *          contra as aprovacoes (APROVADO! ou APROVADO-REC) do
      *          historico do aluno em periodos ja encerrados e
      *          anteriores ao da materia cursada, como calculo_media
      *          e critica_lotes conferem. Cada pendencia sai em
      *          PRQPEND com a turma de ALUCAD, a quantidade exigida,
      *          a cumprida e a primeira materia da lista que faltou.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 vdndll - versao inicial.
      *   15/10/2026 vdndll - aprovacao de periodo aberto (resultado
      *                       parcial) ou de periodo igual/posterior
      *                       ao da materia cursada deixa de cumprir
      *                       pre-requisito.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. pendencia_prerequisito.
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

           SELECT ARQ-PREREQUISITOS ASSIGN TO "PREREQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRE-MATERIA
               FILE STATUS IS WS-FS-PREREQUISITOS.

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

           SELECT ARQ-CLASSIFICACAO ASSIGN TO "SORTWK1".

           SELECT ARQ-RELATORIO ASSIGN TO "PRQPEND"
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

       FD  ARQ-PREREQUISITOS.
           COPY PREREG.

       FD  ARQ-CALENDARIO.
           COPY CALPER.

       FD  ARQ-ALUNOS.
           COPY ALUREG.

      * SRT-CURSANDO = 'S' marca o lancamento vivo de periodo aberto,
      * o unico que pode estar pendente; os demais so alimentam as
      * aprovacoes do aluno.
       SD  ARQ-CLASSIFICACAO.
       01  SRT-REGISTRO.
           03 SRT-MATRICULA            PIC 9(08).
           03 SRT-ANO-LETIVO           PIC 9(04).
           03 SRT-SEMESTRE             PIC 9(01).
           03 SRT-MATERIA              PIC X(20).
           03 SRT-NOME                 PIC X(40).
           03 SRT-RESULTADO            PIC X(12).
           03 SRT-CURSANDO             PIC X(01).

       FD  ARQ-RELATORIO.
       01  REL-LINHA                   PIC X(132).

       WORKING-STORAGE SECTION.
         77 WS-FS-CADASTRO         PIC X(02) VALUE SPACES.
         77 WS-FS-MORTO            PIC X(02) VALUE SPACES.
         77 WS-FS-PREREQUISITOS    PIC X(02) VALUE SPACES.
         77 WS-FS-CALENDARIO       PIC X(02) VALUE SPACES.
         77 WS-FS-ALUNOS           PIC X(02) VALUE SPACES.
         77 WS-FS-RELATORIO        PIC X(02) VALUE SPACES.
         77 WS-I                   PIC 9(03) COMP VALUE ZERO.
         77 WS-J                   PIC 9(03) COMP VALUE ZERO.
         77 WS-K                   PIC 9(02) COMP VALUE ZERO.
         77 WS-SW-FIM-MESTRE       PIC X(01) VALUE 'N'.
            88 FIM-MESTRE              VALUE 'S'.
         77 WS-SW-FIM-MORTO        PIC X(01) VALUE 'N'.
            88 FIM-MORTO               VALUE 'S'.
         77 WS-SW-FIM-SORT         PIC X(01) VALUE 'N'.
            88 FIM-CLASSIFICADO        VALUE 'S'.
         77 WS-SW-ACHOU            PIC X(01) VALUE 'N'.
            88 MATERIA-ACHADA          VALUE 'S'.
         77 WS-SW-ALUNO-PENDENTE   PIC X(01) VALUE 'N'.
            88 ALUNO-PENDENTE          VALUE 'S'.
         77 WS-MATRICULA-ATUAL     PIC 9(08) VALUE ZERO.
         77 WS-NOME-ATUAL          PIC X(40) VALUE SPACES.
         77 WS-TURMA-ATUAL         PIC X(10) VALUE SPACES.
         77 WS-PRQ-CONT-CUMPRIDOS  PIC 9(01) VALUE ZERO.
         77 WS-PRQ-FALTANTE        PIC X(20) VALUE SPACES.
         77 WS-CONT-ALUNOS         PIC 9(07) VALUE ZERO.
         77 WS-CONT-CURSANDO       PIC 9(07) VALUE ZERO.
         77 WS-CONT-COM-REGRA      PIC 9(07) VALUE ZERO.
         77 WS-CONT-PENDENCIAS     PIC 9(07) VALUE ZERO.
         77 WS-CONT-ALU-PENDENTES  PIC 9(07) VALUE ZERO.
         77 WS-EDIT-CONTADOR       PIC Z(06)9.

      * Aprovacoes (periodos encerrados, com o periodo da primeira
      * aprovacao de cada materia) e materias cursadas (periodo
      * aberto) do aluno em processamento, montadas a cada quebra de
      * matricula.
         01 WS-TAB-APROVADAS.
           03 WS-APR-QTD           PIC 9(03) COMP VALUE ZERO.
           03 WS-APR-ITEM OCCURS 200 TIMES.
               05 WS-APR-PERIODO.
                   07 WS-APR-ANO-LETIVO PIC 9(04).
                   07 WS-APR-SEMESTRE   PIC 9(01).
               05 WS-APR-MATERIA    PIC X(20).
         01 WS-TAB-CURSANDO.
           03 WS-CUR-QTD           PIC 9(03) COMP VALUE ZERO.
           03 WS-CUR-ITEM OCCURS 50 TIMES.
               05 WS-CUR-PERIODO.
                   07 WS-CUR-ANO-LETIVO PIC 9(04).
                   07 WS-CUR-SEMESTRE   PIC 9(01).
               05 WS-CUR-MATERIA    PIC X(20).

      * Area com o layout de CADREG para interpretar as imagens do
      * arquivo-morto, como em historico_escolar.
           COPY CADREG REPLACING LEADING ==CAD== BY ==ARQ==.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM P010-ABRIR-ARQUIVOS.
           SORT ARQ-CLASSIFICACAO
               ASCENDING KEY SRT-MATRICULA
                             SRT-ANO-LETIVO
                             SRT-SEMESTRE
                             SRT-MATERIA
               INPUT PROCEDURE IS P100-SELECIONAR
                   THRU P100-FIM
               OUTPUT PROCEDURE IS P300-APURAR
                   THRU P300-FIM.
           PERFORM P800-TOTAIS THRU P800-FIM.
           PERFORM P999-FINAL.

      * Mestre ou arquivo-morto indisponiveis sao tratados como
      * vazios, como em historico_escolar. PREREQ, CALPERIO e ALUCAD
      * ausentes recebem o tratamento padrao de arquivo criado vazio:
      * sem regra ou sem periodo aberto nao ha pendencia.
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

           OPEN INPUT ARQ-PREREQUISITOS
           IF WS-FS-PREREQUISITOS = '35'
               OPEN OUTPUT ARQ-PREREQUISITOS
               CLOSE ARQ-PREREQUISITOS
               OPEN INPUT ARQ-PREREQUISITOS
           END-IF

           OPEN INPUT ARQ-CALENDARIO
           IF WS-FS-CALENDARIO = '35'
               OPEN OUTPUT ARQ-CALENDARIO
               CLOSE ARQ-CALENDARIO
               OPEN INPUT ARQ-CALENDARIO
           END-IF

           OPEN INPUT ARQ-ALUNOS
           IF WS-FS-ALUNOS = '35'
               OPEN OUTPUT ARQ-ALUNOS
               CLOSE ARQ-ALUNOS
               OPEN INPUT ARQ-ALUNOS
           END-IF

           OPEN OUTPUT ARQ-RELATORIO

           MOVE SPACES TO REL-LINHA
           STRING 'ALUNOS CURSANDO MATERIA SEM PRE-REQUISITO'
                      DELIMITED BY SIZE
               INTO REL-LINHA
           WRITE REL-LINHA
           DISPLAY REL-LINHA

           MOVE SPACES TO REL-LINHA
           STRING 'MATRICULA NOME'              DELIMITED BY SIZE
                  '                                     TURMA'
                                                DELIMITED BY SIZE
                  '      PERIODO MATERIA'       DELIMITED BY SIZE
                  '              EXIG CUMP FALTA'
                                                DELIMITED BY SIZE
               INTO REL-LINHA
           WRITE REL-LINHA
           .

      * Procedimento de entrada do SORT: um registro por lancamento
      * vivo do mestre e um por imagem do arquivo-morto. So o
      * lancamento vivo de periodo aberto em CALPERIO sai marcado
      * como cursando.
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
                   MOVE CAD-NOME       TO SRT-NOME
                   MOVE CAD-RESULTADO  TO SRT-RESULTADO
                   MOVE 'N'            TO SRT-CURSANDO
                   MOVE CAD-ANO-LETIVO TO CPE-ANO-LETIVO
                   MOVE CAD-SEMESTRE   TO CPE-SEMESTRE
                   READ ARQ-CALENDARIO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF PERIODO-ABERTO
                               MOVE 'S' TO SRT-CURSANDO
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
                   MOVE ARQ-NOME       TO SRT-NOME
                   MOVE ARQ-RESULTADO  TO SRT-RESULTADO
                   MOVE 'N'            TO SRT-CURSANDO
                   RELEASE SRT-REGISTRO
           END-READ
           .
       P120-FIM.

       P300-APURAR.
           PERFORM P310-RETORNAR-REGISTRO THRU P310-FIM
           PERFORM P400-PROCESSAR-ALUNO THRU P400-FIM
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

      * Junta todas as linhas do aluno antes de conferir: uma
      * aprovacao pode vir de qualquer periodo encerrado, de qualquer
      * lado do historico.
       P400-PROCESSAR-ALUNO.
           MOVE SRT-MATRICULA TO WS-MATRICULA-ATUAL
           MOVE SRT-NOME      TO WS-NOME-ATUAL
           MOVE ZERO TO WS-APR-QTD
           MOVE ZERO TO WS-CUR-QTD
           MOVE 'N' TO WS-SW-ALUNO-PENDENTE
           ADD 1 TO WS-CONT-ALUNOS

           PERFORM P410-ACUMULAR-LINHA THRU P410-FIM
               UNTIL FIM-CLASSIFICADO
               OR SRT-MATRICULA NOT = WS-MATRICULA-ATUAL

           IF WS-CUR-QTD > 0
               MOVE SPACES TO WS-TURMA-ATUAL
               MOVE WS-MATRICULA-ATUAL TO ALU-MATRICULA
               READ ARQ-ALUNOS
                   INVALID KEY
                       MOVE '(SEM ALUCAD)' TO WS-TURMA-ATUAL
                   NOT INVALID KEY
                       MOVE ALU-TURMA TO WS-TURMA-ATUAL
               END-READ
               PERFORM P500-CONFERIR-MATERIA THRU P500-FIM
                   VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-CUR-QTD
           END-IF

           IF ALUNO-PENDENTE
               ADD 1 TO WS-CONT-ALU-PENDENTES
           END-IF
           .
       P400-FIM.

      * So a linha de periodo encerrado (SRT-CURSANDO = 'N') entra nas
      * aprovacoes; a classificacao vem por periodo, entao fica na
      * tabela o periodo da primeira aprovacao de cada materia.
       P410-ACUMULAR-LINHA.
           IF SRT-CURSANDO = 'N'
               AND (SRT-RESULTADO = 'APROVADO!'
                    OR SRT-RESULTADO = 'APROVADO-REC')
               MOVE 'N' TO WS-SW-ACHOU
               PERFORM VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J > WS-APR-QTD OR MATERIA-ACHADA
                   IF WS-APR-MATERIA (WS-J) = SRT-MATERIA
                       SET MATERIA-ACHADA TO TRUE
                   END-IF
               END-PERFORM
               IF NOT MATERIA-ACHADA AND WS-APR-QTD < 200
                   ADD 1 TO WS-APR-QTD
                   MOVE SRT-ANO-LETIVO
                       TO WS-APR-ANO-LETIVO (WS-APR-QTD)
                   MOVE SRT-SEMESTRE TO WS-APR-SEMESTRE (WS-APR-QTD)
                   MOVE SRT-MATERIA TO WS-APR-MATERIA (WS-APR-QTD)
               END-IF
           END-IF

           IF SRT-CURSANDO = 'S' AND WS-CUR-QTD < 50
               ADD 1 TO WS-CONT-CURSANDO
               ADD 1 TO WS-CUR-QTD
               MOVE SRT-ANO-LETIVO TO WS-CUR-ANO-LETIVO (WS-CUR-QTD)
               MOVE SRT-SEMESTRE   TO WS-CUR-SEMESTRE (WS-CUR-QTD)
               MOVE SRT-MATERIA    TO WS-CUR-MATERIA (WS-CUR-QTD)
           END-IF

           PERFORM P310-RETORNAR-REGISTRO THRU P310-FIM
           .
       P410-FIM.

      * Mesma conta de calculo_media/critica_lotes: cada materia da
      * lista aprovada num periodo anterior ao da materia cursada
      * conta um; abaixo de PRE-QTD-EXIGIDA o lancamento e pendencia.
       P500-CONFERIR-MATERIA.
           MOVE WS-CUR-MATERIA (WS-I) TO PRE-MATERIA
           READ ARQ-PREREQUISITOS
               INVALID KEY
                   GO TO P500-FIM
           END-READ
           ADD 1 TO WS-CONT-COM-REGRA

           MOVE SPACES TO WS-PRQ-FALTANTE
           MOVE ZERO TO WS-PRQ-CONT-CUMPRIDOS
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > PRE-QTD-REQUISITOS
               MOVE 'N' TO WS-SW-ACHOU
               PERFORM VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J > WS-APR-QTD OR MATERIA-ACHADA
                   IF WS-APR-MATERIA (WS-J) = PRE-REQUISITO (WS-K)
                       AND WS-APR-PERIODO (WS-J) < WS-CUR-PERIODO (WS-I)
                       SET MATERIA-ACHADA TO TRUE
                   END-IF
               END-PERFORM
               IF MATERIA-ACHADA
                   ADD 1 TO WS-PRQ-CONT-CUMPRIDOS
               ELSE
                   IF WS-PRQ-FALTANTE = SPACES
                       MOVE PRE-REQUISITO (WS-K) TO WS-PRQ-FALTANTE
                   END-IF
               END-IF
           END-PERFORM

           IF WS-PRQ-CONT-CUMPRIDOS NOT < PRE-QTD-EXIGIDA
               GO TO P500-FIM
           END-IF

           ADD 1 TO WS-CONT-PENDENCIAS
           SET ALUNO-PENDENTE TO TRUE
           MOVE SPACES TO REL-LINHA
           STRING WS-MATRICULA-ATUAL        DELIMITED BY SIZE
                  '  '                      DELIMITED BY SIZE
                  WS-NOME-ATUAL             DELIMITED BY SIZE
                  ' '                       DELIMITED BY SIZE
                  WS-TURMA-ATUAL            DELIMITED BY SIZE
                  ' '                       DELIMITED BY SIZE
                  WS-CUR-ANO-LETIVO (WS-I)  DELIMITED BY SIZE
                  '/'                       DELIMITED BY SIZE
                  WS-CUR-SEMESTRE (WS-I)    DELIMITED BY SIZE
                  ' '                       DELIMITED BY SIZE
                  WS-CUR-MATERIA (WS-I)     DELIMITED BY SIZE
                  '  '                      DELIMITED BY SIZE
                  PRE-QTD-EXIGIDA           DELIMITED BY SIZE
                  '    '                    DELIMITED BY SIZE
                  WS-PRQ-CONT-CUMPRIDOS     DELIMITED BY SIZE
                  '    '                    DELIMITED BY SIZE
                  WS-PRQ-FALTANTE           DELIMITED BY SIZE
               INTO REL-LINHA
           WRITE REL-LINHA
           DISPLAY REL-LINHA
           .
       P500-FIM.

       P800-TOTAIS.
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-CONT-ALUNOS TO WS-EDIT-CONTADOR
           MOVE SPACES TO REL-LINHA
           STRING 'ALUNOS ANALISADOS..............: '
                      DELIMITED BY SIZE
                  WS-EDIT-CONTADOR DELIMITED BY SIZE
               INTO REL-LINHA
           WRITE REL-LINHA
           DISPLAY REL-LINHA

           MOVE WS-CONT-CURSANDO TO WS-EDIT-CONTADOR
           MOVE SPACES TO REL-LINHA
           STRING 'LANCAMENTOS EM PERIODO ABERTO..: '
                      DELIMITED BY SIZE
                  WS-EDIT-CONTADOR DELIMITED BY SIZE
               INTO REL-LINHA
           WRITE REL-LINHA
           DISPLAY REL-LINHA

           MOVE WS-CONT-COM-REGRA TO WS-EDIT-CONTADOR
           MOVE SPACES TO REL-LINHA
           STRING 'LANCAMENTOS COM PRE-REQUISITO..: '
                      DELIMITED BY SIZE
                  WS-EDIT-CONTADOR DELIMITED BY SIZE
               INTO REL-LINHA
           WRITE REL-LINHA
           DISPLAY REL-LINHA

           MOVE WS-CONT-PENDENCIAS TO WS-EDIT-CONTADOR
           MOVE SPACES TO REL-LINHA
           STRING 'PENDENCIAS DE PRE-REQUISITO....: '
                      DELIMITED BY SIZE
                  WS-EDIT-CONTADOR DELIMITED BY SIZE
               INTO REL-LINHA
           WRITE REL-LINHA
           DISPLAY REL-LINHA

           MOVE WS-CONT-ALU-PENDENTES TO WS-EDIT-CONTADOR
           MOVE SPACES TO REL-LINHA
           STRING 'ALUNOS COM PENDENCIA...........: '
                      DELIMITED BY SIZE
                  WS-EDIT-CONTADOR DELIMITED BY SIZE
               INTO REL-LINHA
           WRITE REL-LINHA
           DISPLAY REL-LINHA
           .
       P800-FIM.

       P999-FINAL.
           IF WS-FS-CADASTRO = '00' OR WS-FS-CADASTRO = '10'
               CLOSE ARQ-CADASTRO
           END-IF
           IF WS-FS-MORTO = '00' OR WS-FS-MORTO = '10'
               CLOSE ARQ-MORTO
           END-IF
           CLOSE ARQ-PREREQUISITOS
           CLOSE ARQ-CALENDARIO
           CLOSE ARQ-ALUNOS
           CLOSE ARQ-RELATORIO
           DISPLAY 'LEVANTAMENTO DE PRE-REQUISITOS GERADO EM PRQPEND.'
            STOP RUN.
       END PROGRAM pendencia_prerequisito.
