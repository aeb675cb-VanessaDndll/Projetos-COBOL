      ******************************************************************
      * Author: vdndll
      * Date: 15/10/2026
      * Purpose: sincronizacao do registro de alunos (ALUCAD) com a
      *          lista oficial de matriculas da secretaria. Le a lista
      *          completa SECALUN (matricula, nome, turma, situacao),
      *          classifica pela matricula e confronta com ALUCAD
      *          lido em sequencia (balance-line). Cada divergencia
      *          sai no relatorio SINCREL: aluno novo na secretaria,
      *          nome/turma/situacao diferentes, aluno de ALUCAD que
      *          nao consta da lista e linha invalida ou duplicada na
      *          lista. Para alinhar ALUCAD sao geradas em SINCTRAN,
      *          no layout de ALUTRAN, as inclusoes (I) e as
      *          alteracoes completas (A) que manutencao_alunos
      *          aplica; aluno ausente da lista so e apontado, nunca
      *          excluido, porque a matricula amarra o historico.
      *          Aluno que passa a D ou T e ainda tem lancamento em
      *          CADMEST de periodo aberto em CALPERIO sai tambem em
      *          SINCPEND, lancamento por lancamento, para a
      *          coordenacao resolver antes de carregar SINCTRAN.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 vdndll - versao inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. sincroniza_alunos.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-LISTA ASSIGN TO "SECALUN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LISTA.

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

           SELECT ARQ-CALENDARIO ASSIGN TO "CALPERIO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPE-CHAVE
               FILE STATUS IS WS-FS-CALENDARIO.

           SELECT ARQ-CLASSIFICACAO ASSIGN TO "SORTWK1".

           SELECT ARQ-TRANSACAO ASSIGN TO "SINCTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRANSACAO.

           SELECT ARQ-RELATORIO ASSIGN TO "SINCREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.

           SELECT ARQ-PENDENCIAS ASSIGN TO "SINCPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PENDENCIAS.

       DATA DIVISION.
       FILE SECTION.
      * Lista oficial da secretaria, um registro por aluno, no mesmo
      * layout de ALU-REGISTRO com a matricula em caracteres (a
      * critica de numerico e feita aqui, como em manutencao_alunos).
       FD  ARQ-LISTA.
       01  LST-REGISTRO.
           03 LST-MATRICULA            PIC X(08).
           03 LST-NOME                 PIC X(40).
           03 LST-TURMA                PIC X(10).
           03 LST-SITUACAO             PIC X(01).

       FD  ARQ-ALUNOS.
           COPY ALUREG.

       FD  ARQ-CADASTRO.
           COPY CADREG.

       FD  ARQ-CALENDARIO.
           COPY CALPER.

       SD  ARQ-CLASSIFICACAO.
       01  SRT-REGISTRO.
           03 SRT-MATRICULA            PIC X(08).
           03 SRT-MATRICULA-NUM REDEFINES SRT-MATRICULA
                                       PIC 9(08).
           03 SRT-NOME                 PIC X(40).
           03 SRT-TURMA                PIC X(10).
           03 SRT-SITUACAO             PIC X(01).

      * Transacao no layout de ALUTRAN (ver manutencao_alunos): a
      * alteracao leva o registro inteiro, com os valores da
      * secretaria.
       FD  ARQ-TRANSACAO.
       01  TRN-REGISTRO.
           03 TRN-OPERACAO             PIC X(01).
           03 TRN-MATRICULA            PIC X(08).
           03 TRN-NOME                 PIC X(40).
           03 TRN-TURMA                PIC X(10).
           03 TRN-SITUACAO             PIC X(01).

       FD  ARQ-RELATORIO.
       01  REL-LINHA                   PIC X(132).

       FD  ARQ-PENDENCIAS.
       01  PND-LINHA                   PIC X(132).

       WORKING-STORAGE SECTION.
         77 WS-FS-LISTA            PIC X(02) VALUE SPACES.
         77 WS-FS-ALUNOS           PIC X(02) VALUE SPACES.
         77 WS-FS-CADASTRO         PIC X(02) VALUE SPACES.
         77 WS-FS-CALENDARIO       PIC X(02) VALUE SPACES.
         77 WS-FS-TRANSACAO        PIC X(02) VALUE SPACES.
         77 WS-FS-RELATORIO        PIC X(02) VALUE SPACES.
         77 WS-FS-PENDENCIAS       PIC X(02) VALUE SPACES.
         77 WS-SW-FIM-SORT         PIC X(01) VALUE 'N'.
            88 FIM-CLASSIFICADO        VALUE 'S'.
         77 WS-SW-FIM-ALUNOS       PIC X(01) VALUE 'N'.
            88 FIM-ALUNOS              VALUE 'S'.
         77 WS-SW-FIM-BUSCA        PIC X(01) VALUE 'N'.
            88 FIM-BUSCA               VALUE 'S'.
         77 WS-SW-LISTA-ABERTA     PIC X(01) VALUE 'N'.
            88 LISTA-ABERTA            VALUE 'S'.
         77 WS-SW-MESTRE-ABERTO    PIC X(01) VALUE 'N'.
            88 MESTRE-ABERTO           VALUE 'S'.
         77 WS-SW-LINHA-VALIDA     PIC X(01) VALUE 'S'.
            88 LINHA-VALIDA            VALUE 'S'.
         77 WS-SW-DIVERGE          PIC X(01) VALUE 'N'.
            88 ALUNO-DIVERGE           VALUE 'S'.
         77 WS-CHAVE-LISTA         PIC X(08) VALUE SPACES.
         77 WS-CHAVE-LISTA-ANT     PIC X(08) VALUE LOW-VALUES.
         77 WS-CHAVE-ALUNO         PIC X(08) VALUE SPACES.
         77 WS-SITUACAO-ANTERIOR   PIC X(01) VALUE SPACES.
         77 WS-MATRICULA-REL       PIC X(08) VALUE SPACES.
         77 WS-OCORRENCIA          PIC X(30) VALUE SPACES.
         77 WS-DETALHE             PIC X(90) VALUE SPACES.
         77 WS-CONT-ABERTOS        PIC 9(05) VALUE ZERO.
         77 WS-CONT-LIDOS          PIC 9(07) VALUE ZERO.
         77 WS-CONT-INVALIDOS      PIC 9(07) VALUE ZERO.
         77 WS-CONT-DUPLICADOS     PIC 9(07) VALUE ZERO.
         77 WS-CONT-NOVOS          PIC 9(07) VALUE ZERO.
         77 WS-CONT-ALTERADOS      PIC 9(07) VALUE ZERO.
         77 WS-CONT-IGUAIS         PIC 9(07) VALUE ZERO.
         77 WS-CONT-AUSENTES       PIC 9(07) VALUE ZERO.
         77 WS-CONT-TRANSACOES     PIC 9(07) VALUE ZERO.
         77 WS-CONT-PENDENTES      PIC 9(07) VALUE ZERO.
         77 WS-EDIT-CONTADOR       PIC Z(06)9.
         77 WS-ROTULO-TOTAL        PIC X(33) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM P010-ABRIR-ARQUIVOS.
           IF LISTA-ABERTA
               SORT ARQ-CLASSIFICACAO
                   ASCENDING KEY SRT-MATRICULA
                   USING ARQ-LISTA
                   OUTPUT PROCEDURE IS P300-CONFRONTAR
                       THRU P300-FIM
           END-IF.
           PERFORM P800-TOTAIS THRU P800-FIM.
           PERFORM P999-FINAL.

      * Sem a lista da secretaria nao ha o que confrontar - uma lista
      * ausente nao pode virar "todos os alunos sumiram". ALUCAD e
      * CALPERIO ausentes recebem o tratamento padrao de arquivo
      * criado vazio; CADMEST indisponivel so desliga a conferencia
      * de lancamentos em aberto (avisada no relatorio).
       P010-ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-LISTA
           IF WS-FS-LISTA = '00'
               SET LISTA-ABERTA TO TRUE
               CLOSE ARQ-LISTA
           ELSE
               DISPLAY 'LISTA DA SECRETARIA SECALUN NAO ENCONTRADA - '
                       'NADA A SINCRONIZAR.'
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

           OPEN INPUT ARQ-CADASTRO
           IF WS-FS-CADASTRO = '00'
               SET MESTRE-ABERTO TO TRUE
           ELSE
               DISPLAY 'CADASTRO-MESTRE CADMEST INDISPONIVEL (STATUS '
                       WS-FS-CADASTRO ') - LANCAMENTOS EM ABERTO NAO '
                       'CONFERIDOS.'
           END-IF

           OPEN OUTPUT ARQ-TRANSACAO
           OPEN OUTPUT ARQ-RELATORIO
           OPEN OUTPUT ARQ-PENDENCIAS

           MOVE SPACES TO REL-LINHA
           STRING 'DIVERGENCIAS ENTRE ALUCAD E A LISTA DA SECRETARIA'
                      DELIMITED BY SIZE
               INTO REL-LINHA
           WRITE REL-LINHA
           DISPLAY REL-LINHA

           MOVE SPACES TO REL-LINHA
           STRING 'MATRICULA OCORRENCIA'        DELIMITED BY SIZE
                  '                     DETALHE'
                                                DELIMITED BY SIZE
               INTO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES TO PND-LINHA
           STRING 'ALUNOS PASSANDO A D/T COM LANCAMENTO EM PERIODO '
                      DELIMITED BY SIZE
                  'ABERTO - RESOLVER ANTES DE CARREGAR SINCTRAN'
                      DELIMITED BY SIZE
               INTO PND-LINHA
           WRITE PND-LINHA

           MOVE SPACES TO PND-LINHA
           STRING 'MATRICULA NOME'              DELIMITED BY SIZE
                  '                                     SIT'
                                                DELIMITED BY SIZE
                  '    PERIODO MATERIA              RESULTADO'
                                                DELIMITED BY SIZE
               INTO PND-LINHA
           WRITE PND-LINHA

           IF NOT MESTRE-ABERTO
               MOVE SPACES TO PND-LINHA
               STRING '*** CADMEST INDISPONIVEL - LANCAMENTOS EM '
                          DELIMITED BY SIZE
                      'ABERTO NAO CONFERIDOS ***'
                          DELIMITED BY SIZE
                   INTO PND-LINHA
               WRITE PND-LINHA
           END-IF
           .

      * Balance-line: lista classificada x ALUCAD na ordem da chave.
      * Ao fim de cada lado a chave vai para HIGH-VALUES, e o laco
      * termina quando os dois lados acabam.
       P300-CONFRONTAR.
           PERFORM P310-PROXIMA-LINHA THRU P310-FIM
           PERFORM P320-LER-ALUNO THRU P320-FIM
           PERFORM P400-CASAR THRU P400-FIM
               UNTIL WS-CHAVE-LISTA = HIGH-VALUES
               AND WS-CHAVE-ALUNO = HIGH-VALUES
           .
       P300-FIM.

      * Devolve a proxima linha valida da lista; as invalidas e as
      * duplicadas sao apontadas aqui e nao entram no confronto.
       P310-PROXIMA-LINHA.
           MOVE 'N' TO WS-SW-LINHA-VALIDA
           PERFORM P315-RETORNAR-LINHA THRU P315-FIM
               UNTIL LINHA-VALIDA OR FIM-CLASSIFICADO
           IF FIM-CLASSIFICADO
               MOVE HIGH-VALUES TO WS-CHAVE-LISTA
           ELSE
               MOVE SRT-MATRICULA TO WS-CHAVE-LISTA
           END-IF
           .
       P310-FIM.

       P315-RETORNAR-LINHA.
           RETURN ARQ-CLASSIFICACAO
               AT END
                   SET FIM-CLASSIFICADO TO TRUE
                   GO TO P315-FIM
           END-RETURN
           ADD 1 TO WS-CONT-LIDOS
           MOVE 'S' TO WS-SW-LINHA-VALIDA
           MOVE SRT-MATRICULA TO WS-MATRICULA-REL
           MOVE SPACES TO WS-DETALHE

           IF SRT-MATRICULA NOT NUMERIC
               OR SRT-MATRICULA-NUM = ZERO
               MOVE 'MATRICULA NAO NUMERICA OU ZERADA' TO WS-DETALHE
           ELSE
               IF SRT-MATRICULA = WS-CHAVE-LISTA-ANT
                   MOVE 'MATRICULA REPETIDA NA LISTA - IGNORADA'
                       TO WS-DETALHE
                   ADD 1 TO WS-CONT-DUPLICADOS
                   MOVE 'LINHA DUPLICADA NA LISTA' TO WS-OCORRENCIA
                   MOVE 'N' TO WS-SW-LINHA-VALIDA
                   PERFORM P700-IMPRIMIR-OCORRENCIA
                   GO TO P315-FIM
               END-IF
               IF SRT-NOME = SPACES
                   MOVE 'NOME EM BRANCO' TO WS-DETALHE
               ELSE
                   IF SRT-SITUACAO NOT = 'A'
                       AND SRT-SITUACAO NOT = 'T'
                       AND SRT-SITUACAO NOT = 'D'
                       STRING 'SITUACAO INVALIDA (' DELIMITED BY SIZE
                              SRT-SITUACAO          DELIMITED BY SIZE
                              ')'                   DELIMITED BY SIZE
                           INTO WS-DETALHE
                   END-IF
               END-IF
           END-IF

           IF SRT-MATRICULA NUMERIC
               MOVE SRT-MATRICULA TO WS-CHAVE-LISTA-ANT
           END-IF

           IF WS-DETALHE NOT = SPACES
               ADD 1 TO WS-CONT-INVALIDOS
               MOVE 'LINHA INVALIDA NA LISTA' TO WS-OCORRENCIA
               MOVE 'N' TO WS-SW-LINHA-VALIDA
               PERFORM P700-IMPRIMIR-OCORRENCIA
           END-IF
           .
       P315-FIM.

       P320-LER-ALUNO.
           READ ARQ-ALUNOS NEXT RECORD
               AT END
                   SET FIM-ALUNOS TO TRUE
           END-READ
           IF FIM-ALUNOS
               MOVE HIGH-VALUES TO WS-CHAVE-ALUNO
           ELSE
               MOVE ALU-MATRICULA TO WS-CHAVE-ALUNO
           END-IF
           .
       P320-FIM.

       P400-CASAR.
           EVALUATE TRUE
               WHEN WS-CHAVE-LISTA < WS-CHAVE-ALUNO
                   PERFORM P410-ALUNO-NOVO THRU P410-FIM
                   PERFORM P310-PROXIMA-LINHA THRU P310-FIM
               WHEN WS-CHAVE-LISTA > WS-CHAVE-ALUNO
                   PERFORM P420-AUSENTE-DA-LISTA THRU P420-FIM
                   PERFORM P320-LER-ALUNO THRU P320-FIM
               WHEN OTHER
                   PERFORM P430-COMPARAR THRU P430-FIM
                   PERFORM P310-PROXIMA-LINHA THRU P310-FIM
                   PERFORM P320-LER-ALUNO THRU P320-FIM
           END-EVALUATE
           .
       P400-FIM.

      * Aluno da secretaria que nao existe em ALUCAD: inclusao.
       P410-ALUNO-NOVO.
           ADD 1 TO WS-CONT-NOVOS
           MOVE SRT-MATRICULA TO WS-MATRICULA-REL
           MOVE 'NOVO NA SECRETARIA' TO WS-OCORRENCIA
           MOVE SPACES TO WS-DETALHE
           STRING SRT-NOME       DELIMITED BY SIZE
                  ' TURMA '      DELIMITED BY SIZE
                  SRT-TURMA      DELIMITED BY SIZE
                  ' SITUACAO '   DELIMITED BY SIZE
                  SRT-SITUACAO   DELIMITED BY SIZE
               INTO WS-DETALHE
           PERFORM P700-IMPRIMIR-OCORRENCIA

           MOVE 'I' TO TRN-OPERACAO
           PERFORM P600-GRAVAR-TRANSACAO

           IF SRT-SITUACAO = 'D' OR SRT-SITUACAO = 'T'
               MOVE SPACES TO WS-SITUACAO-ANTERIOR
               PERFORM P500-CONFERIR-LANCAMENTOS THRU P500-FIM
           END-IF
           .
       P410-FIM.

      * Aluno de ALUCAD fora da lista oficial: so e apontado. Excluir
      * a matricula apagaria a chave do historico do aluno; a decisao
      * fica com a secretaria.
       P420-AUSENTE-DA-LISTA.
           ADD 1 TO WS-CONT-AUSENTES
           MOVE ALU-MATRICULA TO WS-MATRICULA-REL
           MOVE 'NAO CONSTA DA LISTA' TO WS-OCORRENCIA
           MOVE SPACES TO WS-DETALHE
           STRING ALU-NOME       DELIMITED BY SIZE
                  ' TURMA '      DELIMITED BY SIZE
                  ALU-TURMA      DELIMITED BY SIZE
                  ' SITUACAO '   DELIMITED BY SIZE
                  ALU-SITUACAO   DELIMITED BY SIZE
                  ' - SEM TRANSACAO'
                                 DELIMITED BY SIZE
               INTO WS-DETALHE
           PERFORM P700-IMPRIMIR-OCORRENCIA
           .
       P420-FIM.

      * Mesma matricula dos dois lados: cada campo diferente e uma
      * linha do relatorio; havendo diferenca, uma alteracao completa
      * com os valores da secretaria.
       P430-COMPARAR.
           MOVE 'N' TO WS-SW-DIVERGE
           MOVE SRT-MATRICULA TO WS-MATRICULA-REL

           IF SRT-NOME NOT = ALU-NOME
               SET ALUNO-DIVERGE TO TRUE
               MOVE 'NOME DIFERENTE' TO WS-OCORRENCIA
               MOVE SPACES TO WS-DETALHE
               STRING 'ALUCAD: '     DELIMITED BY SIZE
                      ALU-NOME       DELIMITED BY SIZE
                      ' SECRETARIA: ' DELIMITED BY SIZE
                      SRT-NOME       DELIMITED BY SIZE
                   INTO WS-DETALHE
               PERFORM P700-IMPRIMIR-OCORRENCIA
           END-IF

           IF SRT-TURMA NOT = ALU-TURMA
               SET ALUNO-DIVERGE TO TRUE
               MOVE 'TURMA DIFERENTE' TO WS-OCORRENCIA
               MOVE SPACES TO WS-DETALHE
               STRING 'ALUCAD: '     DELIMITED BY SIZE
                      ALU-TURMA      DELIMITED BY SIZE
                      ' SECRETARIA: ' DELIMITED BY SIZE
                      SRT-TURMA      DELIMITED BY SIZE
                      ' - '          DELIMITED BY SIZE
                      ALU-NOME       DELIMITED BY SIZE
                   INTO WS-DETALHE
               PERFORM P700-IMPRIMIR-OCORRENCIA
           END-IF

           IF SRT-SITUACAO NOT = ALU-SITUACAO
               SET ALUNO-DIVERGE TO TRUE
               MOVE 'SITUACAO DIFERENTE' TO WS-OCORRENCIA
               MOVE SPACES TO WS-DETALHE
               STRING 'ALUCAD: '     DELIMITED BY SIZE
                      ALU-SITUACAO   DELIMITED BY SIZE
                      ' SECRETARIA: ' DELIMITED BY SIZE
                      SRT-SITUACAO   DELIMITED BY SIZE
                      ' - '          DELIMITED BY SIZE
                      ALU-NOME       DELIMITED BY SIZE
                   INTO WS-DETALHE
               PERFORM P700-IMPRIMIR-OCORRENCIA
           END-IF

           IF NOT ALUNO-DIVERGE
               ADD 1 TO WS-CONT-IGUAIS
               GO TO P430-FIM
           END-IF

           ADD 1 TO WS-CONT-ALTERADOS
           MOVE 'A' TO TRN-OPERACAO
           PERFORM P600-GRAVAR-TRANSACAO

           IF (SRT-SITUACAO = 'D' OR SRT-SITUACAO = 'T')
               AND SRT-SITUACAO NOT = ALU-SITUACAO
               MOVE ALU-SITUACAO TO WS-SITUACAO-ANTERIOR
               PERFORM P500-CONFERIR-LANCAMENTOS THRU P500-FIM
           END-IF
           .
       P430-FIM.

      * Lancamentos vivos do aluno em CADMEST (a chave comeca pela
      * matricula: posiciona no inicio do aluno e le em sequencia,
      * como calculo_media/P175); cada um de periodo aberto em
      * CALPERIO e uma pendencia em SINCPEND.
       P500-CONFERIR-LANCAMENTOS.
           IF NOT MESTRE-ABERTO
               GO TO P500-FIM
           END-IF
           MOVE ZERO TO WS-CONT-ABERTOS
           MOVE 'N' TO WS-SW-FIM-BUSCA
           MOVE SRT-MATRICULA-NUM TO CAD-MATRICULA
           MOVE ZERO              TO CAD-ANO-LETIVO
           MOVE ZERO              TO CAD-SEMESTRE
           MOVE LOW-VALUES        TO CAD-MATERIA
           START ARQ-CADASTRO KEY IS NOT LESS THAN CAD-CHAVE
               INVALID KEY
                   SET FIM-BUSCA TO TRUE
           END-START
           PERFORM P510-LER-LANCAMENTO THRU P510-FIM
               UNTIL FIM-BUSCA
           IF WS-CONT-ABERTOS > 0
               ADD 1 TO WS-CONT-PENDENTES
           END-IF
           .
       P500-FIM.

       P510-LER-LANCAMENTO.
           READ ARQ-CADASTRO NEXT RECORD
               AT END
                   SET FIM-BUSCA TO TRUE
                   GO TO P510-FIM
           END-READ
           IF CAD-MATRICULA NOT = SRT-MATRICULA-NUM
               SET FIM-BUSCA TO TRUE
               GO TO P510-FIM
           END-IF

           MOVE CAD-ANO-LETIVO TO CPE-ANO-LETIVO
           MOVE CAD-SEMESTRE   TO CPE-SEMESTRE
           READ ARQ-CALENDARIO
               INVALID KEY
                   GO TO P510-FIM
           END-READ
           IF NOT PERIODO-ABERTO
               GO TO P510-FIM
           END-IF

           ADD 1 TO WS-CONT-ABERTOS
           MOVE SPACES TO PND-LINHA
           STRING SRT-MATRICULA        DELIMITED BY SIZE
                  '  '                 DELIMITED BY SIZE
                  SRT-NOME             DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-SITUACAO-ANTERIOR DELIMITED BY SIZE
                  '->'                 DELIMITED BY SIZE
                  SRT-SITUACAO         DELIMITED BY SIZE
                  '   '                DELIMITED BY SIZE
                  CAD-ANO-LETIVO       DELIMITED BY SIZE
                  '/'                  DELIMITED BY SIZE
                  CAD-SEMESTRE         DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  CAD-MATERIA          DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  CAD-RESULTADO        DELIMITED BY SIZE
               INTO PND-LINHA
           WRITE PND-LINHA
           DISPLAY PND-LINHA
           .
       P510-FIM.

       P600-GRAVAR-TRANSACAO.
           MOVE SRT-MATRICULA TO TRN-MATRICULA
           MOVE SRT-NOME      TO TRN-NOME
           MOVE SRT-TURMA     TO TRN-TURMA
           MOVE SRT-SITUACAO  TO TRN-SITUACAO
           WRITE TRN-REGISTRO
           ADD 1 TO WS-CONT-TRANSACOES
           .

       P700-IMPRIMIR-OCORRENCIA.
           MOVE SPACES TO REL-LINHA
           STRING WS-MATRICULA-REL DELIMITED BY SIZE
                  '  '             DELIMITED BY SIZE
                  WS-OCORRENCIA    DELIMITED BY SIZE
                  WS-DETALHE       DELIMITED BY SIZE
               INTO REL-LINHA
           WRITE REL-LINHA
           DISPLAY REL-LINHA
           .

       P800-TOTAIS.
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA

           MOVE 'LINHAS LIDAS NA LISTA..........: ' TO WS-ROTULO-TOTAL
           MOVE WS-CONT-LIDOS TO WS-EDIT-CONTADOR
           PERFORM P810-IMPRIMIR-TOTAL
           MOVE '  INVALIDAS....................: ' TO WS-ROTULO-TOTAL
           MOVE WS-CONT-INVALIDOS TO WS-EDIT-CONTADOR
           PERFORM P810-IMPRIMIR-TOTAL
           MOVE '  DUPLICADAS...................: ' TO WS-ROTULO-TOTAL
           MOVE WS-CONT-DUPLICADOS TO WS-EDIT-CONTADOR
           PERFORM P810-IMPRIMIR-TOTAL
           MOVE 'ALUNOS NOVOS (INCLUSAO)........: ' TO WS-ROTULO-TOTAL
           MOVE WS-CONT-NOVOS TO WS-EDIT-CONTADOR
           PERFORM P810-IMPRIMIR-TOTAL
           MOVE 'ALUNOS DIVERGENTES (ALTERACAO).: ' TO WS-ROTULO-TOTAL
           MOVE WS-CONT-ALTERADOS TO WS-EDIT-CONTADOR
           PERFORM P810-IMPRIMIR-TOTAL
           MOVE 'ALUNOS SEM DIVERGENCIA.........: ' TO WS-ROTULO-TOTAL
           MOVE WS-CONT-IGUAIS TO WS-EDIT-CONTADOR
           PERFORM P810-IMPRIMIR-TOTAL
           MOVE 'ALUCAD FORA DA LISTA...........: ' TO WS-ROTULO-TOTAL
           MOVE WS-CONT-AUSENTES TO WS-EDIT-CONTADOR
           PERFORM P810-IMPRIMIR-TOTAL
           MOVE 'TRANSACOES GRAVADAS EM SINCTRAN: ' TO WS-ROTULO-TOTAL
           MOVE WS-CONT-TRANSACOES TO WS-EDIT-CONTADOR
           PERFORM P810-IMPRIMIR-TOTAL
           MOVE 'D/T COM LANCAMENTO EM ABERTO...: ' TO WS-ROTULO-TOTAL
           MOVE WS-CONT-PENDENTES TO WS-EDIT-CONTADOR
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
           CLOSE ARQ-ALUNOS
           CLOSE ARQ-CALENDARIO
           IF MESTRE-ABERTO
               CLOSE ARQ-CADASTRO
           END-IF
           CLOSE ARQ-TRANSACAO
           CLOSE ARQ-RELATORIO
           CLOSE ARQ-PENDENCIAS
           DISPLAY 'SINCRONIZACAO GERADA: DIVERGENCIAS EM SINCREL, '
                   'TRANSACOES EM SINCTRAN, PENDENCIAS EM SINCPEND.'
            STOP RUN.
       END PROGRAM sincroniza_alunos.
