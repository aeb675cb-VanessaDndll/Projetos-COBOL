      ******************************************************************
      * Author: vdndll
      * Date: 15/10/2026
      * Purpose: manutencao da oferta de disciplinas (OFERTA). Le as
      *          transacoes em lote de OFETRAN (inclusao/alteracao/
      *          exclusao de oferta de uma materia a uma turma num
      *          periodo letivo), valida cada uma (periodo definido em
      *          CALPERIO e nao fechado, turma preenchida, materia
      *          cadastrada em PARMAT, carga horaria maior que zero,
      *          situacao A/C), grava as aceitas em OFERTA, rejeita as
      *          invalidas com o motivo em OFEREJ e acrescenta em
      *          OFEHIST a imagem antes/depois de cada alteracao, no
      *          mesmo molde de manutencao_parmat e manutencao_calper.
      *          E este arquivo que calculo_media, critica_lotes e
      *          carga_frequencia consultam para recusar nota ou
      *          frequencia de materia que a turma do aluno nao cursa
      *          no periodo.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 vdndll - versao inicial; ate aqui qualquer materia
      *                       de PARMAT podia ser lancada para qualquer
      *                       aluno, e o erro so aparecia na rejeicao
      *                       da secretaria em SECRETRN.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. manutencao_oferta.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-OFERTA ASSIGN TO "OFERTA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OFE-CHAVE
               FILE STATUS IS WS-FS-OFERTA.

           SELECT ARQ-CALENDARIO ASSIGN TO "CALPERIO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPE-CHAVE
               FILE STATUS IS WS-FS-CALENDARIO.

           SELECT ARQ-PARAMETROS ASSIGN TO "PARMAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAR-MATERIA
               FILE STATUS IS WS-FS-PARAMETROS.

           SELECT ARQ-TRANSACAO ASSIGN TO "OFETRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRANSACAO.

           SELECT ARQ-REJEITADAS ASSIGN TO "OFEREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REJEITADAS.

           SELECT ARQ-HISTORICO ASSIGN TO "OFEHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HISTORICO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-OFERTA.
           COPY OFEREG.

       FD  ARQ-CALENDARIO.
           COPY CALPER.

       FD  ARQ-PARAMETROS.
           COPY PARMAT.

      * Cada transacao traz o codigo da operacao (I=inclusao,
      * A=alteracao, E=exclusao) seguido do mesmo layout de
      * OFE-REGISTRO; na exclusao apenas a chave e considerada.
       FD  ARQ-TRANSACAO.
       01  TRN-REGISTRO.
           03 TRN-OPERACAO             PIC X(01).
              88 TRN-INCLUSAO               VALUE 'I'.
              88 TRN-ALTERACAO              VALUE 'A'.
              88 TRN-EXCLUSAO               VALUE 'E'.
           03 TRN-ANO-LETIVO           PIC 9(04).
           03 TRN-SEMESTRE             PIC 9(01).
           03 TRN-TURMA                PIC X(10).
           03 TRN-MATERIA              PIC X(20).
           03 TRN-PROFESSOR            PIC X(40).
           03 TRN-CARGA-HORARIA        PIC 9(03).
           03 TRN-SITUACAO             PIC X(01).

       FD  ARQ-REJEITADAS.
       01  REJ-LINHA                   PIC X(120).

      * Imagem antes/depois de cada transacao aceita. Na inclusao a
      * imagem-antes fica em branco; na exclusao, a imagem-depois.
       FD  ARQ-HISTORICO.
       01  HST-REGISTRO.
           03 HST-DATA                 PIC 9(08).
           03 HST-HORA                 PIC 9(08).
           03 HST-OPERACAO             PIC X(01).
           03 HST-IMAGEM-ANTES         PIC X(79).
           03 HST-IMAGEM-DEPOIS        PIC X(79).

       WORKING-STORAGE SECTION.
         77 WS-FS-OFERTA           PIC X(02) VALUE SPACES.
         77 WS-FS-CALENDARIO       PIC X(02) VALUE SPACES.
         77 WS-FS-PARAMETROS       PIC X(02) VALUE SPACES.
         77 WS-FS-TRANSACAO        PIC X(02) VALUE SPACES.
         77 WS-FS-REJEITADAS       PIC X(02) VALUE SPACES.
         77 WS-FS-HISTORICO        PIC X(02) VALUE SPACES.
         77 WS-SW-FIM-TRANSACAO    PIC X(01) VALUE 'N'.
            88 FIM-TRANSACOES          VALUE 'S'.
         77 WS-SW-TRAN-ABERTO      PIC X(01) VALUE 'N'.
            88 TRANSACOES-ABERTAS      VALUE 'S'.
         77 WS-SW-TRN-VALIDA       PIC X(01) VALUE 'S'.
            88 TRANSACAO-VALIDA        VALUE 'S'.
         77 WS-SW-JA-EXISTE        PIC X(01) VALUE 'N'.
            88 OFERTA-JA-EXISTE        VALUE 'S'.
         77 WS-MOTIVO-REJEICAO     PIC X(60) VALUE SPACES.
         77 WS-IMAGEM-ANTES        PIC X(79) VALUE SPACES.
         77 WS-DATA-HOJE           PIC 9(08) VALUE ZERO.
         77 WS-HORA-AGORA          PIC 9(08) VALUE ZERO.
         77 WS-CONT-LIDAS          PIC 9(05) VALUE ZERO.
         77 WS-CONT-ACEITAS        PIC 9(05) VALUE ZERO.
         77 WS-CONT-REJEITADAS     PIC 9(05) VALUE ZERO.
         77 WS-EDIT-CONTADOR       PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM P010-ABRIR-ARQUIVOS.
           PERFORM P100-PROCESSAR-TRANSACOES THRU P100-FIM
               UNTIL FIM-TRANSACOES.
           PERFORM P999-FINAL.

      * OFERTA recebe o mesmo tratamento de "arquivo ainda nao
      * existe" dos demais indexados: status 35 no OPEN I-O cria o
      * arquivo vazio antes de reabrir. CALPERIO e PARMAT sao apenas
      * consultados. OFEHIST e acumulativo (EXTEND), como os demais
      * logs.
       P010-ABRIR-ARQUIVOS.
           OPEN I-O ARQ-OFERTA
           IF WS-FS-OFERTA = '35'
               OPEN OUTPUT ARQ-OFERTA
               CLOSE ARQ-OFERTA
               OPEN I-O ARQ-OFERTA
           END-IF

           OPEN INPUT ARQ-CALENDARIO
           OPEN INPUT ARQ-PARAMETROS

           OPEN INPUT ARQ-TRANSACAO
           IF WS-FS-TRANSACAO = '00'
               SET TRANSACOES-ABERTAS TO TRUE
           ELSE
               DISPLAY 'ARQUIVO DE TRANSACOES OFETRAN NAO ENCONTRADO.'
               SET FIM-TRANSACOES TO TRUE
           END-IF

           OPEN OUTPUT ARQ-REJEITADAS

           OPEN EXTEND ARQ-HISTORICO
           IF WS-FS-HISTORICO = '05' OR WS-FS-HISTORICO = '35'
               OPEN OUTPUT ARQ-HISTORICO
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           .

       P100-PROCESSAR-TRANSACOES.
           READ ARQ-TRANSACAO
               AT END
                   SET FIM-TRANSACOES TO TRUE
               NOT AT END
                   ADD 1 TO WS-CONT-LIDAS
                   PERFORM P200-PROCESSAR-TRANSACAO THRU P200-FIM
           END-READ
           .
       P100-FIM.

       P200-PROCESSAR-TRANSACAO.
           MOVE 'S' TO WS-SW-TRN-VALIDA
           MOVE SPACES TO WS-MOTIVO-REJEICAO

           PERFORM P210-LOCALIZAR-OFERTA
           PERFORM P220-VALIDAR-TRANSACAO THRU P220-FIM

           IF TRANSACAO-VALIDA
               PERFORM P300-APLICAR-TRANSACAO THRU P300-FIM
           END-IF

      * P300 derruba TRANSACAO-VALIDA quando a gravacao em OFERTA
      * falha, para a transacao cair na rejeicao em vez de ser aceita
      * (e historiada) sem ter chegado ao arquivo.
           IF TRANSACAO-VALIDA
               ADD 1 TO WS-CONT-ACEITAS
           ELSE
               PERFORM P400-GRAVAR-REJEICAO
               ADD 1 TO WS-CONT-REJEITADAS
           END-IF
           .
       P200-FIM.

      * Verifica se a oferta da transacao ja existe em OFERTA; quando
      * existe, OFE-REGISTRO fica carregado com o registro atual, que
      * sera a imagem-antes do historico.
       P210-LOCALIZAR-OFERTA.
           MOVE 'N' TO WS-SW-JA-EXISTE
           MOVE SPACES TO WS-IMAGEM-ANTES
           MOVE TRN-ANO-LETIVO TO OFE-ANO-LETIVO
           MOVE TRN-SEMESTRE   TO OFE-SEMESTRE
           MOVE TRN-TURMA      TO OFE-TURMA
           MOVE TRN-MATERIA    TO OFE-MATERIA
           READ ARQ-OFERTA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET OFERTA-JA-EXISTE TO TRUE
                   MOVE OFE-REGISTRO TO WS-IMAGEM-ANTES
           END-READ
           .

      * A chave precisa ser plausivel (ano > 1900, semestre 1 ou 2,
      * turma e materia preenchidas). Inclusao de oferta ja existente
      * e alteracao ou exclusao de oferta inexistente sao rejeitadas.
      * Na inclusao e na alteracao o periodo tem de estar definido em
      * CALPERIO e nao fechado (oferta de periodo ja arquivado nao
      * tem mais lancamento a proteger), a materia tem de existir em
      * PARMAT, a carga horaria tem de ser positiva e a situacao so
      * admite A (ativa) e C (cancelada).
       P220-VALIDAR-TRANSACAO.
           IF TRN-ANO-LETIVO NOT > 1900
               OR (TRN-SEMESTRE NOT = 1 AND TRN-SEMESTRE NOT = 2)
               MOVE 'PERIODO LETIVO INVALIDO' TO WS-MOTIVO-REJEICAO
               MOVE 'N' TO WS-SW-TRN-VALIDA
               GO TO P220-FIM
           END-IF

           IF TRN-TURMA = SPACES OR TRN-MATERIA = SPACES
               MOVE 'TURMA E MATERIA SAO OBRIGATORIAS'
                   TO WS-MOTIVO-REJEICAO
               MOVE 'N' TO WS-SW-TRN-VALIDA
               GO TO P220-FIM
           END-IF

           EVALUATE TRUE
               WHEN TRN-INCLUSAO
                   IF OFERTA-JA-EXISTE
                       MOVE 'INCLUSAO DE OFERTA JA EXISTENTE'
                           TO WS-MOTIVO-REJEICAO
                       MOVE 'N' TO WS-SW-TRN-VALIDA
                       GO TO P220-FIM
                   END-IF
               WHEN TRN-ALTERACAO
                   IF NOT OFERTA-JA-EXISTE
                       MOVE 'ALTERACAO DE OFERTA INEXISTENTE'
                           TO WS-MOTIVO-REJEICAO
                       MOVE 'N' TO WS-SW-TRN-VALIDA
                       GO TO P220-FIM
                   END-IF
               WHEN TRN-EXCLUSAO
                   IF NOT OFERTA-JA-EXISTE
                       MOVE 'EXCLUSAO DE OFERTA INEXISTENTE'
                           TO WS-MOTIVO-REJEICAO
                       MOVE 'N' TO WS-SW-TRN-VALIDA
                   END-IF
                   GO TO P220-FIM
               WHEN OTHER
                   MOVE 'CODIGO DE OPERACAO INVALIDO (USE I/A/E)'
                       TO WS-MOTIVO-REJEICAO
                   MOVE 'N' TO WS-SW-TRN-VALIDA
                   GO TO P220-FIM
           END-EVALUATE

           MOVE TRN-ANO-LETIVO TO CPE-ANO-LETIVO
           MOVE TRN-SEMESTRE   TO CPE-SEMESTRE
           READ ARQ-CALENDARIO
               INVALID KEY
                   MOVE 'PERIODO NAO DEFINIDO EM CALPERIO'
                       TO WS-MOTIVO-REJEICAO
                   MOVE 'N' TO WS-SW-TRN-VALIDA
                   GO TO P220-FIM
           END-READ
           IF PERIODO-FECHADO
               MOVE 'PERIODO LETIVO FECHADO' TO WS-MOTIVO-REJEICAO
               MOVE 'N' TO WS-SW-TRN-VALIDA
               GO TO P220-FIM
           END-IF

           MOVE TRN-MATERIA TO PAR-MATERIA
           READ ARQ-PARAMETROS
               INVALID KEY
                   MOVE 'MATERIA NAO CADASTRADA EM PARMAT'
                       TO WS-MOTIVO-REJEICAO
                   MOVE 'N' TO WS-SW-TRN-VALIDA
                   GO TO P220-FIM
           END-READ

           IF TRN-CARGA-HORARIA NOT NUMERIC
               OR TRN-CARGA-HORARIA = ZERO
               MOVE 'CARGA HORARIA INVALIDA' TO WS-MOTIVO-REJEICAO
               MOVE 'N' TO WS-SW-TRN-VALIDA
               GO TO P220-FIM
           END-IF

           IF TRN-SITUACAO NOT = 'A' AND TRN-SITUACAO NOT = 'C'
               MOVE 'SITUACAO INVALIDA (USE A/C)'
                   TO WS-MOTIVO-REJEICAO
               MOVE 'N' TO WS-SW-TRN-VALIDA
           END-IF
           .
       P220-FIM.

      * O status de arquivo e conferido apos cada operacao, como em
      * manutencao_parmat: uma gravacao que falhou nao pode ser
      * contada como aceita nem ganhar imagem em OFEHIST.
       P300-APLICAR-TRANSACAO.
           EVALUATE TRUE
               WHEN TRN-INCLUSAO
                   PERFORM P310-MONTAR-REGISTRO
                   WRITE OFE-REGISTRO
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               WHEN TRN-ALTERACAO
                   PERFORM P310-MONTAR-REGISTRO
                   REWRITE OFE-REGISTRO
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               WHEN TRN-EXCLUSAO
                   MOVE TRN-ANO-LETIVO TO OFE-ANO-LETIVO
                   MOVE TRN-SEMESTRE   TO OFE-SEMESTRE
                   MOVE TRN-TURMA      TO OFE-TURMA
                   MOVE TRN-MATERIA    TO OFE-MATERIA
                   DELETE ARQ-OFERTA
                       INVALID KEY
                           CONTINUE
                   END-DELETE
           END-EVALUATE

           IF WS-FS-OFERTA = '00'
               PERFORM P320-GRAVAR-HISTORICO
               DISPLAY 'TRANSACAO ' TRN-OPERACAO ' APLICADA: '
                       TRN-ANO-LETIVO '/' TRN-SEMESTRE ' '
                       TRN-TURMA ' ' TRN-MATERIA
                       ' SITUACAO=' TRN-SITUACAO
           ELSE
               MOVE SPACES TO WS-MOTIVO-REJEICAO
               STRING 'ERRO DE GRAVACAO EM OFERTA (STATUS '
                          DELIMITED BY SIZE
                      WS-FS-OFERTA DELIMITED BY SIZE
                      ')' DELIMITED BY SIZE
                   INTO WS-MOTIVO-REJEICAO
               MOVE 'N' TO WS-SW-TRN-VALIDA
           END-IF
           .
       P300-FIM.

       P310-MONTAR-REGISTRO.
           MOVE TRN-ANO-LETIVO    TO OFE-ANO-LETIVO
           MOVE TRN-SEMESTRE      TO OFE-SEMESTRE
           MOVE TRN-TURMA         TO OFE-TURMA
           MOVE TRN-MATERIA       TO OFE-MATERIA
           MOVE TRN-PROFESSOR     TO OFE-PROFESSOR
           MOVE TRN-CARGA-HORARIA TO OFE-CARGA-HORARIA
           MOVE TRN-SITUACAO      TO OFE-SITUACAO
           .

      * Acrescenta em OFEHIST a imagem antes/depois da transacao
      * aplicada. Na exclusao nao ha imagem-depois; na inclusao nao
      * ha imagem-antes (WS-IMAGEM-ANTES ficou em branco em P210).
       P320-GRAVAR-HISTORICO.
           ACCEPT WS-HORA-AGORA FROM TIME
           MOVE WS-DATA-HOJE    TO HST-DATA
           MOVE WS-HORA-AGORA   TO HST-HORA
           MOVE TRN-OPERACAO    TO HST-OPERACAO
           MOVE WS-IMAGEM-ANTES TO HST-IMAGEM-ANTES
           IF TRN-EXCLUSAO
               MOVE SPACES TO HST-IMAGEM-DEPOIS
           ELSE
               MOVE OFE-REGISTRO TO HST-IMAGEM-DEPOIS
           END-IF
           WRITE HST-REGISTRO
           .

       P400-GRAVAR-REJEICAO.
           MOVE SPACES TO REJ-LINHA
           STRING TRN-OPERACAO       DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  TRN-ANO-LETIVO     DELIMITED BY SIZE
                  '/'                DELIMITED BY SIZE
                  TRN-SEMESTRE       DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  TRN-TURMA          DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  TRN-MATERIA        DELIMITED BY SIZE
                  ' REJEITADA: '     DELIMITED BY SIZE
                  WS-MOTIVO-REJEICAO DELIMITED BY SIZE
               INTO REJ-LINHA
           WRITE REJ-LINHA
           DISPLAY REJ-LINHA
           .

       P999-FINAL.
           MOVE WS-CONT-LIDAS TO WS-EDIT-CONTADOR
           DISPLAY 'TRANSACOES LIDAS.....: ' WS-EDIT-CONTADOR
           MOVE WS-CONT-ACEITAS TO WS-EDIT-CONTADOR
           DISPLAY 'TRANSACOES ACEITAS...: ' WS-EDIT-CONTADOR
           MOVE WS-CONT-REJEITADAS TO WS-EDIT-CONTADOR
           DISPLAY 'TRANSACOES REJEITADAS: ' WS-EDIT-CONTADOR
           CLOSE ARQ-OFERTA
           CLOSE ARQ-CALENDARIO
           CLOSE ARQ-PARAMETROS
           IF TRANSACOES-ABERTAS
               CLOSE ARQ-TRANSACAO
           END-IF
           CLOSE ARQ-REJEITADAS
           CLOSE ARQ-HISTORICO
           DISPLAY 'MANUTENCAO DE OFERTA FINALIZADA.'
            STOP RUN.
       END PROGRAM manutencao_oferta.
