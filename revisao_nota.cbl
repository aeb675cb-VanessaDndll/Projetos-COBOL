      ******************************************************************
      * Author: vdndll
      * Date: 15/10/2026
      * Purpose: aplicacao dos pedidos de revisao de nota aprovados
      *          pela coordenacao (REVNOTA, ver REVREG). Percorre todos
      *          os pedidos; so os de situacao A (aprovado) mexem no
      *          cadastro-mestre: com o periodo ainda aberto em
      *          CALPERIO, troca a ocorrencia pedida de CAD-NOTA pela
      *          nota proposta, recalcula CAD-MEDIA/CAD-RESULTADO com
      *          os pesos, a nota de corte e o piso de frequencia de
      *          PARMAT (mesmas regras de calculo_media, inclusive a
      *          prova de recuperacao ja aplicada), devolve o registro
      *          a "transmissao pendente" para remessa_secretaria
      *          reenvia-lo, reextrai a linha em EXTNOTA e grava a
      *          imagem antes/depois em CADHIST com origem V. O pedido
      *          passa a E (efetivado); com o periodo ja fechado, a B
      *          (bloqueado); sem como aplicar, a R (recusado), com o
      *          motivo. O relatorio REVREL lista os pedidos
      *          pendentes, negados, bloqueados e os tratados nesta
      *          execucao, com os totais por situacao.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 vdndll - versao inicial.
      *   15/10/2026 vdndll - execucao registrada no controle da
      *                       cadeia batch CTLEXEC (ver EXEREG); CADMEST
      *                       ou REVNOTA indisponivel registra a
      *                       execucao como falha e devolve codigo de
      *                       retorno 8.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. revisao_nota.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-REVISAO ASSIGN TO "REVNOTA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REV-NUMERO
               FILE STATUS IS WS-FS-REVISAO.

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

           SELECT ARQ-PARAMETROS ASSIGN TO "PARMAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAR-MATERIA
               FILE STATUS IS WS-FS-PARAMETROS.

           SELECT ARQ-EXTRATO ASSIGN TO "EXTNOTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXTRATO.

           SELECT ARQ-HISTORICO ASSIGN TO "CADHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HISTORICO.

           SELECT ARQ-RELATORIO ASSIGN TO "REVREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.

           SELECT ARQ-EXECUCAO ASSIGN TO "CTLEXEC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXE-CHAVE
               FILE STATUS IS WS-FS-EXECUCAO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-REVISAO.
           COPY REVREG.

       FD  ARQ-CADASTRO.
           COPY CADREG.

       FD  ARQ-CALENDARIO.
           COPY CALPER.

       FD  ARQ-PARAMETROS.
           COPY PARMAT.

       FD  ARQ-EXTRATO.
           COPY EXTREG.

       FD  ARQ-HISTORICO.
           COPY CADHIST.

       FD  ARQ-RELATORIO.
       01  REL-LINHA                   PIC X(132).

      * Controle de execucao da cadeia batch (ver EXEREG).
       FD  ARQ-EXECUCAO.
           COPY EXEREG.

       WORKING-STORAGE SECTION.
         77 WS-FS-REVISAO          PIC X(02) VALUE SPACES.
         77 WS-FS-CADASTRO         PIC X(02) VALUE SPACES.
         77 WS-FS-CALENDARIO       PIC X(02) VALUE SPACES.
         77 WS-FS-PARAMETROS       PIC X(02) VALUE SPACES.
         77 WS-FS-EXTRATO          PIC X(02) VALUE SPACES.
         77 WS-FS-HISTORICO        PIC X(02) VALUE SPACES.
         77 WS-FS-RELATORIO        PIC X(02) VALUE SPACES.
         77 WS-I                   PIC 9(02) COMP VALUE ZERO.
         77 WS-SW-FIM-REVISAO      PIC X(01) VALUE 'N'.
            88 FIM-REVISAO             VALUE 'S'.
         77 WS-SW-MESTRE-ABERTO    PIC X(01) VALUE 'N'.
            88 MESTRE-ABERTO           VALUE 'S'.
         77 WS-SW-REVISAO-ABERTO   PIC X(01) VALUE 'N'.
            88 REVISAO-ABERTO          VALUE 'S'.
         77 WS-SW-ERRO-MEDIA       PIC X(01) VALUE 'N'.
            88 ERRO-NO-CALCULO-MEDIA   VALUE 'S'.
      * Situacao que o pedido aprovado recebe ao fim de P300: E, B ou
      * R; A quando a regravacao em CADMEST falhou e o pedido deve
      * ser tentado de novo na proxima execucao.
         77 WS-NOVA-SITUACAO       PIC X(01) VALUE SPACE.
         77 WS-MOTIVO              PIC X(40) VALUE SPACES.
         77 WS-SITUACAO-EXTENSO    PIC X(10) VALUE SPACES.
         77 WS-DETALHE             PIC X(60) VALUE SPACES.
         77 WS-MEDIA-PONDERADA     PIC 99V99 VALUE ZERO.
         77 WS-SOMA-PESOS          PIC 9(02)V999 VALUE ZERO.
         77 WS-PCT-FREQUENCIA      PIC 9(03)V99 VALUE ZERO.
         77 WS-IMAGEM-ANTES        PIC X(169) VALUE SPACES.
         77 WS-DATA-HOJE           PIC 9(08) VALUE ZERO.
         77 WS-HORA-AGORA          PIC 9(08) VALUE ZERO.
         77 WS-CONT-LIDOS          PIC 9(07) VALUE ZERO.
         77 WS-CONT-PENDENTES      PIC 9(07) VALUE ZERO.
         77 WS-CONT-NEGADOS        PIC 9(07) VALUE ZERO.
         77 WS-CONT-APROVADOS      PIC 9(07) VALUE ZERO.
         77 WS-CONT-EFETIVADOS     PIC 9(07) VALUE ZERO.
         77 WS-CONT-BLOQUEADOS     PIC 9(07) VALUE ZERO.
         77 WS-CONT-RECUSADOS      PIC 9(07) VALUE ZERO.
         77 WS-CONT-NAO-APLICADOS  PIC 9(07) VALUE ZERO.
         77 WS-CONT-ANTERIORES     PIC 9(07) VALUE ZERO.
         77 WS-EDIT-CONTADOR       PIC Z(06)9.
         77 WS-EDIT-NOTA           PIC Z9.99.
         77 WS-EDIT-NOTA-ANTERIOR  PIC Z9.99.
         77 WS-EDIT-MEDIA          PIC Z9.99.
         77 WS-ROTULO-TOTAL        PIC X(30) VALUE SPACES.
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
           PERFORM P100-PROCESSAR-PEDIDOS THRU P100-FIM
               UNTIL FIM-REVISAO.
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
           MOVE 'revisao_nota' TO EXE-PROGRAMA
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

      * Sem CADMEST nenhum pedido aprovado pode ser aplicado, e
      * marca-los como recusados seria definitivo: a execucao e
      * encerrada sem tocar em REVNOTA, como em carga_frequencia.
       P010-ABRIR-ARQUIVOS.
           OPEN I-O ARQ-CADASTRO
           IF WS-FS-CADASTRO = '00'
               SET MESTRE-ABERTO TO TRUE
           ELSE
               DISPLAY 'CADASTRO-MESTRE CADMEST INDISPONIVEL '
                       '(STATUS ' WS-FS-CADASTRO ').'
               SET FIM-REVISAO TO TRUE
           END-IF

           OPEN I-O ARQ-REVISAO
           IF WS-FS-REVISAO = '00'
               SET REVISAO-ABERTO TO TRUE
           ELSE
               DISPLAY 'ARQUIVO DE PEDIDOS REVNOTA NAO ENCONTRADO.'
               SET FIM-REVISAO TO TRUE
           END-IF

           OPEN INPUT ARQ-CALENDARIO
           IF WS-FS-CALENDARIO = '35'
               OPEN OUTPUT ARQ-CALENDARIO
               CLOSE ARQ-CALENDARIO
               OPEN INPUT ARQ-CALENDARIO
           END-IF

           OPEN INPUT ARQ-PARAMETROS
           IF WS-FS-PARAMETROS = '35'
               OPEN OUTPUT ARQ-PARAMETROS
               CLOSE ARQ-PARAMETROS
               OPEN INPUT ARQ-PARAMETROS
           END-IF

           OPEN EXTEND ARQ-EXTRATO
           IF WS-FS-EXTRATO = '05' OR WS-FS-EXTRATO = '35'
               OPEN OUTPUT ARQ-EXTRATO
           END-IF

           OPEN EXTEND ARQ-HISTORICO
           IF WS-FS-HISTORICO = '05' OR WS-FS-HISTORICO = '35'
               OPEN OUTPUT ARQ-HISTORICO
           END-IF

           OPEN OUTPUT ARQ-RELATORIO

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           MOVE SPACES TO REL-LINHA
           STRING 'PEDIDOS DE REVISAO DE NOTA - PROCESSAMENTO DE '
                      DELIMITED BY SIZE
                  WS-DATA-HOJE DELIMITED BY SIZE
               INTO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES TO REL-LINHA
           STRING 'PEDIDO MATRICULA PERIODO MATERIA              '
                      DELIMITED BY SIZE
                  'OC NOTA  SITUACAO   DETALHE' DELIMITED BY SIZE
               INTO REL-LINHA
           WRITE REL-LINHA
           .

       P100-PROCESSAR-PEDIDOS.
           READ ARQ-REVISAO NEXT RECORD
               AT END
                   SET FIM-REVISAO TO TRUE
               NOT AT END
                   ADD 1 TO WS-CONT-LIDOS
                   PERFORM P200-PROCESSAR-PEDIDO THRU P200-FIM
           END-READ
           .
       P100-FIM.

      * Pendentes, negados e bloqueados saem sempre no relatorio (sao
      * os que ainda pedem acao ou resposta ao solicitante); os
      * efetivados e recusados em execucoes anteriores so entram na
      * contagem.
       P200-PROCESSAR-PEDIDO.
           EVALUATE TRUE
               WHEN REVISAO-PENDENTE
                   ADD 1 TO WS-CONT-PENDENTES
                   MOVE 'PENDENTE'  TO WS-SITUACAO-EXTENSO
                   MOVE SPACES TO WS-DETALHE
                   STRING 'SOLICITANTE: ' DELIMITED BY SIZE
                          REV-SOLICITANTE DELIMITED BY SIZE
                       INTO WS-DETALHE
                   PERFORM P700-IMPRIMIR-PEDIDO
               WHEN REVISAO-NEGADA
                   ADD 1 TO WS-CONT-NEGADOS
                   MOVE 'NEGADO'    TO WS-SITUACAO-EXTENSO
                   MOVE SPACES TO WS-DETALHE
                   STRING 'SOLICITANTE: ' DELIMITED BY SIZE
                          REV-SOLICITANTE DELIMITED BY SIZE
                       INTO WS-DETALHE
                   PERFORM P700-IMPRIMIR-PEDIDO
               WHEN REVISAO-BLOQUEADA
                   ADD 1 TO WS-CONT-BLOQUEADOS
                   MOVE 'BLOQUEADO' TO WS-SITUACAO-EXTENSO
                   MOVE REV-MOTIVO  TO WS-DETALHE
                   PERFORM P700-IMPRIMIR-PEDIDO
               WHEN REVISAO-APROVADA
                   ADD 1 TO WS-CONT-APROVADOS
                   PERFORM P300-APLICAR-REVISAO THRU P300-FIM
                   PERFORM P390-ATUALIZAR-PEDIDO THRU P390-FIM
               WHEN OTHER
                   ADD 1 TO WS-CONT-ANTERIORES
           END-EVALUATE
           .
       P200-FIM.

      * As criticas seguem a ordem dos cadastros: periodo aberto em
      * CALPERIO (fechado = bloqueado; o registro ja foi ou sera
      * arquivado em CADARQ e a nota nao muda mais), registro de
      * notas existente em CADMEST, ocorrencia dentro de
      * CAD-QTD-NOTAS e pesos de PARMAT ainda compativeis com a
      * quantidade de notas do registro.
       P300-APLICAR-REVISAO.
           MOVE 'R'    TO WS-NOVA-SITUACAO
           MOVE SPACES TO WS-MOTIVO

           MOVE REV-ANO-LETIVO TO CPE-ANO-LETIVO
           MOVE REV-SEMESTRE   TO CPE-SEMESTRE
           READ ARQ-CALENDARIO
               INVALID KEY
                   MOVE 'PERIODO NAO DEFINIDO EM CALPERIO'
                       TO WS-MOTIVO
                   GO TO P300-FIM
               NOT INVALID KEY
                   IF NOT PERIODO-ABERTO
                       MOVE 'B' TO WS-NOVA-SITUACAO
                       MOVE 'PERIODO NAO ABERTO EM CALPERIO'
                           TO WS-MOTIVO
                       GO TO P300-FIM
                   END-IF
           END-READ

           MOVE REV-CHAVE-CADASTRO TO CAD-CHAVE
           READ ARQ-CADASTRO
               INVALID KEY
                   MOVE 'SEM REGISTRO DE NOTAS EM CADMEST'
                       TO WS-MOTIVO
                   GO TO P300-FIM
           END-READ

           IF REV-OCORRENCIA < 1 OR REV-OCORRENCIA > CAD-QTD-NOTAS
               MOVE 'OCORRENCIA DE NOTA ALEM DAS NOTAS DO REGISTRO'
                   TO WS-MOTIVO
               GO TO P300-FIM
           END-IF

           PERFORM P310-LER-PARAMETRO THRU P310-FIM
           IF PAR-QTD-NOTAS NOT = CAD-QTD-NOTAS
               MOVE 'QTD DE NOTAS EM PARMAT MUDOU DESDE O LANCAMENTO'
                   TO WS-MOTIVO
               GO TO P300-FIM
           END-IF

           MOVE CAD-REGISTRO TO WS-IMAGEM-ANTES
           MOVE CAD-NOTA (REV-OCORRENCIA) TO REV-NOTA-ANTERIOR
           MOVE REV-NOTA-PROPOSTA TO CAD-NOTA (REV-OCORRENCIA)

           PERFORM P320-RECALCULAR-RESULTADO
           IF ERRO-NO-CALCULO-MEDIA
               MOVE 'ERRO NO CALCULO DA MEDIA; VERIFIQUE PARMAT'
                   TO WS-MOTIVO
               MOVE ZERO TO REV-NOTA-ANTERIOR
               GO TO P300-FIM
           END-IF

      * A media mudou: o registro volta a "transmissao pendente" (e a
      * "nunca enviado", para a proxima remessa o incluir) para ser
      * reextraido e reconfirmado pela secretaria.
           MOVE SPACE  TO CAD-STATUS-TRANSMISSAO
           MOVE SPACES TO CAD-MOTIVO-REJEICAO
           MOVE ZERO   TO CAD-NUM-REMESSA
           MOVE ZERO   TO CAD-DATA-ENVIO

           REWRITE CAD-REGISTRO
           IF WS-FS-CADASTRO NOT = '00'
               DISPLAY 'PEDIDO ' REV-NUMERO ' NAO APLICADO: ERRO DE '
                       'GRAVACAO EM CADMEST (STATUS ' WS-FS-CADASTRO
                       ').'
               MOVE 'A'    TO WS-NOVA-SITUACAO
               MOVE ZERO   TO REV-NOTA-ANTERIOR
               MOVE SPACES TO WS-MOTIVO
               STRING 'ERRO DE GRAVACAO EM CADMEST (STATUS '
                          DELIMITED BY SIZE
                      WS-FS-CADASTRO DELIMITED BY SIZE
                      ')' DELIMITED BY SIZE
                   INTO WS-MOTIVO
               GO TO P300-FIM
           END-IF

           PERFORM P330-GRAVAR-HISTORICO
           PERFORM P340-GRAVAR-EXTRATO
           MOVE 'E' TO WS-NOVA-SITUACAO

           DISPLAY 'REVISAO APLICADA: PEDIDO ' REV-NUMERO ' '
                   CAD-MATRICULA ' / ' CAD-MATERIA ' MEDIA='
                   CAD-MEDIA ' ' CAD-RESULTADO
           .
       P300-FIM.

      * Mesma leitura de calculo_media (P160/P165/P166): materia sem
      * parametro, com PAR-QTD-NOTAS fora de 1-6 ou com pesos que nao
      * somam 1,000 usa o padrao historico (4 notas de peso 0,25,
      * corte 7,00 e sem piso de frequencia), para a revisao chegar
      * a mesma media que o lancamento.
       P310-LER-PARAMETRO.
           MOVE CAD-MATERIA TO PAR-MATERIA
           READ ARQ-PARAMETROS
               INVALID KEY
                   PERFORM P315-PADRAO-PARAMETRO THRU P315-FIM
               NOT INVALID KEY
                   IF PAR-QTD-NOTAS < 1 OR PAR-QTD-NOTAS > 6
                       DISPLAY 'PARMAT INVALIDO PARA A MATERIA '
                               PAR-MATERIA
                               ' (QTD-NOTAS FORA DE 1-6). '
                               'USANDO PADRAO.'
                       PERFORM P315-PADRAO-PARAMETRO THRU P315-FIM
                   ELSE
                       PERFORM P316-VALIDAR-SOMA-PESOS
                           THRU P316-FIM
                   END-IF
           END-READ
           .
       P310-FIM.

       P315-PADRAO-PARAMETRO.
           MOVE 4 TO PAR-QTD-NOTAS
           MOVE 0.250 TO PAR-PESO (1)
           MOVE 0.250 TO PAR-PESO (2)
           MOVE 0.250 TO PAR-PESO (3)
           MOVE 0.250 TO PAR-PESO (4)
           MOVE ZERO  TO PAR-PESO (5)
           MOVE ZERO  TO PAR-PESO (6)
           MOVE 7.00  TO PAR-NOTA-CORTE
           MOVE ZERO  TO PAR-FREQ-MINIMA
           .
       P315-FIM.

       P316-VALIDAR-SOMA-PESOS.
           MOVE ZERO TO WS-SOMA-PESOS
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > PAR-QTD-NOTAS
               ADD PAR-PESO (WS-I) TO WS-SOMA-PESOS
           END-PERFORM

           IF WS-SOMA-PESOS < 0.990 OR WS-SOMA-PESOS > 1.010
               DISPLAY 'PARMAT INVALIDO PARA A MATERIA ' PAR-MATERIA
                       ' (SOMA DOS PESOS = ' WS-SOMA-PESOS
                       ', ESPERADO 1,000). USANDO PADRAO.'
               PERFORM P315-PADRAO-PARAMETRO THRU P315-FIM
           END-IF
           .
       P316-FIM.

      * Mesmas regras de calculo_media (P500-MEDIA e a recuperacao de
      * P470): media ponderada pelos pesos da materia contra
      * PAR-NOTA-CORTE. Registro que ja tinha recuperacao aplicada
      * continua com a prova se a nova media ainda fica abaixo do
      * corte (media final = (media + prova) / 2, APROVADO-REC se
      * atingir o corte); se a revisao por si so aprova o aluno, a
      * prova deixa de valer e e limpa, como no relancamento das
      * notas. O piso de frequencia prevalece sobre tudo.
       P320-RECALCULAR-RESULTADO.
           MOVE ZERO TO WS-MEDIA-PONDERADA
           MOVE 'N' TO WS-SW-ERRO-MEDIA
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > CAD-QTD-NOTAS
               COMPUTE WS-MEDIA-PONDERADA =
                   WS-MEDIA-PONDERADA
                       + (CAD-NOTA (WS-I) * PAR-PESO (WS-I))
                   ON SIZE ERROR
                       SET ERRO-NO-CALCULO-MEDIA TO TRUE
               END-COMPUTE
           END-PERFORM

           IF ERRO-NO-CALCULO-MEDIA
               GO TO P320-FIM
           END-IF

           IF WS-MEDIA-PONDERADA >= PAR-NOTA-CORTE
               MOVE WS-MEDIA-PONDERADA TO CAD-MEDIA
               MOVE 'APROVADO!'   TO CAD-RESULTADO
               MOVE ZERO          TO CAD-NOTA-EXAME
               MOVE SPACE         TO CAD-SW-RECUPERACAO
           ELSE
               IF RECUPERACAO-APLICADA
                   COMPUTE CAD-MEDIA ROUNDED =
                       (WS-MEDIA-PONDERADA + CAD-NOTA-EXAME) / 2
                   IF CAD-MEDIA >= PAR-NOTA-CORTE
                       MOVE 'APROVADO-REC' TO CAD-RESULTADO
                   ELSE
                       MOVE 'REPROVADO!'   TO CAD-RESULTADO
                   END-IF
               ELSE
                   MOVE WS-MEDIA-PONDERADA TO CAD-MEDIA
                   MOVE 'REPROVADO!'  TO CAD-RESULTADO
               END-IF
           END-IF

           IF PAR-FREQ-MINIMA > 0 AND CAD-AULAS-DADAS > 0
               COMPUTE WS-PCT-FREQUENCIA ROUNDED =
                   CAD-AULAS-PRESENTES * 100 / CAD-AULAS-DADAS
               IF WS-PCT-FREQUENCIA < PAR-FREQ-MINIMA
                   MOVE 'REPROV-FALTA' TO CAD-RESULTADO
               END-IF
           END-IF
           .
       P320-FIM.

      * Mesma trilha de auditoria de calculo_media: imagem completa
      * antes/depois, com origem V (revisao de nota).
       P330-GRAVAR-HISTORICO.
           ACCEPT WS-HORA-AGORA FROM TIME
           MOVE WS-DATA-HOJE    TO HIS-DATA
           MOVE WS-HORA-AGORA   TO HIS-HORA
           SET ORIGEM-REVISAO   TO TRUE
           MOVE WS-IMAGEM-ANTES TO HIS-IMAGEM-ANTES
           MOVE CAD-REGISTRO    TO HIS-IMAGEM-DEPOIS
           WRITE HIS-REGISTRO
           .

       P340-GRAVAR-EXTRATO.
           MOVE CAD-MATRICULA   TO EXT-MATRICULA
           MOVE CAD-NOME        TO EXT-NOME
           MOVE CAD-MATERIA     TO EXT-MATERIA
           MOVE CAD-ANO-LETIVO  TO EXT-ANO-LETIVO
           MOVE CAD-SEMESTRE    TO EXT-SEMESTRE
           MOVE CAD-MEDIA       TO EXT-MEDIA
           MOVE CAD-RESULTADO   TO EXT-RESULTADO
           WRITE EXT-REGISTRO
           .

      * Grava no pedido o desfecho de P300 e o imprime. Pedido que
      * continua aprovado (falha de gravacao no mestre) nao e
      * regravado: sera tentado de novo na proxima execucao.
       P390-ATUALIZAR-PEDIDO.
           EVALUATE WS-NOVA-SITUACAO
               WHEN 'E'
                   ADD 1 TO WS-CONT-EFETIVADOS
                   MOVE 'EFETIVADO' TO WS-SITUACAO-EXTENSO
                   MOVE REV-NOTA-ANTERIOR TO WS-EDIT-NOTA-ANTERIOR
                   MOVE CAD-MEDIA         TO WS-EDIT-MEDIA
                   MOVE SPACES TO WS-DETALHE
                   STRING 'NOTA ANTERIOR ' DELIMITED BY SIZE
                          WS-EDIT-NOTA-ANTERIOR DELIMITED BY SIZE
                          ' MEDIA '        DELIMITED BY SIZE
                          WS-EDIT-MEDIA    DELIMITED BY SIZE
                          ' '              DELIMITED BY SIZE
                          CAD-RESULTADO    DELIMITED BY SIZE
                       INTO WS-DETALHE
               WHEN 'B'
                   ADD 1 TO WS-CONT-BLOQUEADOS
                   MOVE 'BLOQUEADO' TO WS-SITUACAO-EXTENSO
                   MOVE WS-MOTIVO   TO WS-DETALHE
               WHEN 'R'
                   ADD 1 TO WS-CONT-RECUSADOS
                   MOVE 'RECUSADO'  TO WS-SITUACAO-EXTENSO
                   MOVE WS-MOTIVO   TO WS-DETALHE
               WHEN OTHER
                   ADD 1 TO WS-CONT-NAO-APLICADOS
                   MOVE 'APROVADO'  TO WS-SITUACAO-EXTENSO
                   MOVE WS-MOTIVO   TO WS-DETALHE
                   PERFORM P700-IMPRIMIR-PEDIDO
                   GO TO P390-FIM
           END-EVALUATE

           MOVE WS-NOVA-SITUACAO TO REV-SITUACAO
           MOVE WS-DATA-HOJE     TO REV-DATA-SITUACAO
           MOVE WS-MOTIVO        TO REV-MOTIVO
           REWRITE REV-REGISTRO
           IF WS-FS-REVISAO NOT = '00'
               DISPLAY 'ERRO DE GRAVACAO EM REVNOTA (STATUS '
                       WS-FS-REVISAO ') NO PEDIDO ' REV-NUMERO '.'
           END-IF

           PERFORM P700-IMPRIMIR-PEDIDO
           .
       P390-FIM.

       P700-IMPRIMIR-PEDIDO.
           MOVE REV-NOTA-PROPOSTA TO WS-EDIT-NOTA
           MOVE SPACES TO REL-LINHA
           STRING REV-NUMERO          DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  REV-MATRICULA       DELIMITED BY SIZE
                  '  '                DELIMITED BY SIZE
                  REV-ANO-LETIVO      DELIMITED BY SIZE
                  '/'                 DELIMITED BY SIZE
                  REV-SEMESTRE        DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  REV-MATERIA         DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  REV-OCORRENCIA      DELIMITED BY SIZE
                  '  '                DELIMITED BY SIZE
                  WS-EDIT-NOTA        DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  WS-SITUACAO-EXTENSO DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  WS-DETALHE          DELIMITED BY SIZE
               INTO REL-LINHA
           WRITE REL-LINHA
           DISPLAY REL-LINHA
           .

       P800-TOTAIS.
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE 'PEDIDOS LIDOS................:' TO WS-ROTULO-TOTAL
           MOVE WS-CONT-LIDOS TO WS-EDIT-CONTADOR
           PERFORM P810-IMPRIMIR-TOTAL
           MOVE 'PENDENTES....................:' TO WS-ROTULO-TOTAL
           MOVE WS-CONT-PENDENTES TO WS-EDIT-CONTADOR
           PERFORM P810-IMPRIMIR-TOTAL
           MOVE 'NEGADOS......................:' TO WS-ROTULO-TOTAL
           MOVE WS-CONT-NEGADOS TO WS-EDIT-CONTADOR
           PERFORM P810-IMPRIMIR-TOTAL
           MOVE 'APROVADOS A APLICAR..........:' TO WS-ROTULO-TOTAL
           MOVE WS-CONT-APROVADOS TO WS-EDIT-CONTADOR
           PERFORM P810-IMPRIMIR-TOTAL
           MOVE '  EFETIVADOS NESTA EXECUCAO..:' TO WS-ROTULO-TOTAL
           MOVE WS-CONT-EFETIVADOS TO WS-EDIT-CONTADOR
           PERFORM P810-IMPRIMIR-TOTAL
           MOVE '  RECUSADOS NESTA EXECUCAO...:' TO WS-ROTULO-TOTAL
           MOVE WS-CONT-RECUSADOS TO WS-EDIT-CONTADOR
           PERFORM P810-IMPRIMIR-TOTAL
           MOVE '  NAO APLICADOS (ERRO).......:' TO WS-ROTULO-TOTAL
           MOVE WS-CONT-NAO-APLICADOS TO WS-EDIT-CONTADOR
           PERFORM P810-IMPRIMIR-TOTAL
           MOVE 'BLOQUEADOS (PERIODO FECHADO).:' TO WS-ROTULO-TOTAL
           MOVE WS-CONT-BLOQUEADOS TO WS-EDIT-CONTADOR
           PERFORM P810-IMPRIMIR-TOTAL
           MOVE 'JA TRATADOS ANTERIORMENTE....:' TO WS-ROTULO-TOTAL
           MOVE WS-CONT-ANTERIORES TO WS-EDIT-CONTADOR
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

      * Regrava o registro da execucao com o termino, a situacao final
      * e as contagens. Execucao que nao terminou bem devolve codigo
      * de retorno 8 ao job, para o passo seguinte nao partir.
       P990-ENCERRAR-EXECUCAO.
           IF EXECUCAO-OK AND NOT MESTRE-ABERTO
               SET EXECUCAO-FALHOU TO TRUE
               MOVE 'CADASTRO-MESTRE CADMEST INDISPONIVEL'
                   TO WS-EXE-MENSAGEM
           END-IF
           IF EXECUCAO-OK AND NOT REVISAO-ABERTO
               SET EXECUCAO-FALHOU TO TRUE
               MOVE 'ARQUIVO DE PEDIDOS REVNOTA NAO ENCONTRADO'
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
           MOVE 'REVNOTA' TO EXE-ARQ-ENTRADA
           MOVE WS-CONT-LIDOS      TO EXE-QTD-ENTRADA
           MOVE WS-CONT-LIDOS      TO EXE-QTD-LIDOS
           MOVE WS-CONT-EFETIVADOS TO EXE-QTD-GRAVADOS
           MOVE WS-CONT-RECUSADOS  TO EXE-QTD-REJEITADOS
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
           IF REVISAO-ABERTO
               CLOSE ARQ-REVISAO
           END-IF
           CLOSE ARQ-CALENDARIO
           CLOSE ARQ-PARAMETROS
           CLOSE ARQ-EXTRATO
           CLOSE ARQ-HISTORICO
           CLOSE ARQ-RELATORIO
           DISPLAY 'PROCESSAMENTO DE REVISOES FINALIZADO.'
            STOP RUN.
       END PROGRAM revisao_nota.
