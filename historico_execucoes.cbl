      ******************************************************************
      * Author: vdndll
      * Date: 15/10/2026
      * Purpose: historico de execucoes da cadeia batch - lista, em
      *          ordem de partida, todas as execucoes registradas no
      *          controle CTLEXEC (ver EXEREG) na data pedida em
      *          EXEPARM (padrao: hoje), com hora de inicio e de fim,
      *          situacao (concluida, falhou, recusada ou sem termino,
      *          isto e, interrompida ou ainda em curso), arquivo de
      *          entrada, lidos, gravados, rejeitados e a mensagem do
      *          programa. Em seguida confere a cadeia diaria na ordem
      *          em que deve rodar:
      *            critica_lotes, calculo_media, carga_frequencia,
      *            remessa_secretaria, retorno_secretaria,
      *            reconcilia_extrato, fechamento_dia;
      *          e, se algum deles rodou no dia, os passos de fim de
      *          periodo salvaguarda_cadmest e fechamento_periodo. Vale
      *          a ultima execucao de cada passo; o primeiro passo que
      *          falhou, foi recusado ou ficou sem termino - ou que nao
      *          rodou, sendo obrigatorio ou tendo rodado o passo que
      *          depende dele (as cargas de lote sao opcionais) - e
      *          onde a cadeia parou, e e por ele que o operador deve
      *          reiniciar. Relatorio em EXEREL.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 vdndll - versao inicial.
      *   15/10/2026 vdndll - as cargas (critica_lotes, calculo_media,
      *                       carga_frequencia) sao opcionais: dia sem
      *                       lote nao e mais dado como parado no passo
      *                       1. Passo nao executado so para a cadeia
      *                       quando e obrigatorio ou quando o passo
      *                       que depende dele rodou; falha, recusa e
      *                       execucao sem termino param sempre.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. historico_execucoes.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PARAMETRO ASSIGN TO "EXEPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARAMETRO.

           SELECT ARQ-EXECUCAO ASSIGN TO "CTLEXEC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXE-CHAVE
               FILE STATUS IS WS-FS-EXECUCAO.

           SELECT ARQ-RELATORIO ASSIGN TO "EXEREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
      * Data de referencia (AAAAMMDD); ausente ou zero, vale hoje.
       FD  ARQ-PARAMETRO.
       01  PRM-DATA-REFERENCIA         PIC 9(08).

      * Controle de execucao da cadeia batch (ver EXEREG).
       FD  ARQ-EXECUCAO.
           COPY EXEREG.

       FD  ARQ-RELATORIO.
       01  REL-LINHA                   PIC X(150).

       WORKING-STORAGE SECTION.
         77 WS-FS-PARAMETRO        PIC X(02) VALUE SPACES.
         77 WS-FS-EXECUCAO         PIC X(02) VALUE SPACES.
         77 WS-FS-RELATORIO        PIC X(02) VALUE SPACES.
         77 WS-SW-FIM-EXECUCOES    PIC X(01) VALUE 'N'.
            88 FIM-EXECUCOES           VALUE 'S'.
         77 WS-SW-CONTROLE-EXEC    PIC X(01) VALUE 'N'.
            88 CONTROLE-ABERTO         VALUE 'S'.
         77 WS-SW-PARADA           PIC X(01) VALUE 'N'.
            88 PARADA-ACHADA           VALUE 'S'.
         77 WS-SW-FIM-PERIODO      PIC X(01) VALUE 'N'.
            88 HOUVE-FIM-PERIODO       VALUE 'S'.
         77 WS-DATA-REFERENCIA     PIC 9(08) VALUE ZERO.
         77 WS-P                   PIC 9(02) COMP VALUE ZERO.
         77 WS-P-PARADA            PIC 9(02) COMP VALUE ZERO.
         77 WS-TIPO-CONFERIDO      PIC X(01) VALUE SPACE.
         77 WS-DESCR-SITUACAO      PIC X(12) VALUE SPACES.
         77 WS-HORA-INICIO-ED      PIC X(08) VALUE SPACES.
         77 WS-HORA-FIM-ED         PIC X(08) VALUE SPACES.
         77 WS-CONT-EXECUCOES      PIC 9(07) VALUE ZERO.
         77 WS-CONT-CONCLUIDAS     PIC 9(07) VALUE ZERO.
         77 WS-CONT-FALHAS         PIC 9(07) VALUE ZERO.
         77 WS-CONT-RECUSADAS      PIC 9(07) VALUE ZERO.
         77 WS-CONT-SEM-TERMINO    PIC 9(07) VALUE ZERO.
         77 WS-EDIT-LIDOS          PIC Z(06)9.
         77 WS-EDIT-GRAVADOS       PIC Z(06)9.
         77 WS-EDIT-REJEITADOS     PIC Z(06)9.
         77 WS-EDIT-EXECUCOES      PIC ZZ9.
         77 WS-EDIT-PASSO          PIC Z9.
         77 WS-EDIT-CONTADOR       PIC Z(06)9.
         77 WS-ROTULO-TOTAL        PIC X(33) VALUE SPACES.
         77 WS-QTD-PASSOS          PIC 9(02) COMP VALUE 9.

      * Hora de EXEREG (HHMMSScc) e sua forma impressa HH:MM:SS.
         01 WS-HORA-EDICAO.
           03 WS-HE-HH             PIC 9(02).
           03 WS-HE-MM             PIC 9(02).
           03 WS-HE-SS             PIC 9(02).
           03 WS-HE-CC             PIC 9(02).
         01 WS-HORA-FORMATADA.
           03 WS-HF-HH             PIC 9(02).
           03 FILLER               PIC X(01) VALUE ':'.
           03 WS-HF-MM             PIC 9(02).
           03 FILLER               PIC X(01) VALUE ':'.
           03 WS-HF-SS             PIC 9(02).

      * Passos da cadeia na ordem de execucao: D cadeia diaria, P fim
      * de periodo; S obrigatorio, N opcional (carga que so roda em
      * dia com lote); numero do passo que depende do opcional (00:
      * nenhum). Um programa novo na cadeia entra aqui, no OCCURS e
      * em WS-QTD-PASSOS.
         01 WS-TAB-PASSOS-INICIAL.
           03 FILLER               PIC X(34)
                                   VALUE 'DN02critica_lotes'.
           03 FILLER               PIC X(34)
                                   VALUE 'DN00calculo_media'.
           03 FILLER               PIC X(34)
                                   VALUE 'DN00carga_frequencia'.
           03 FILLER               PIC X(34)
                                   VALUE 'DS00remessa_secretaria'.
           03 FILLER               PIC X(34)
                                   VALUE 'DS00retorno_secretaria'.
           03 FILLER               PIC X(34)
                                   VALUE 'DS00reconcilia_extrato'.
           03 FILLER               PIC X(34)
                                   VALUE 'DS00fechamento_dia'.
           03 FILLER               PIC X(34)
                                   VALUE 'PS00salvaguarda_cadmest'.
           03 FILLER               PIC X(34)
                                   VALUE 'PS00fechamento_periodo'.
         01 WS-TAB-PASSOS REDEFINES WS-TAB-PASSOS-INICIAL.
           03 WS-PASSO OCCURS 9 TIMES.
              05 WS-PASSO-TIPO     PIC X(01).
              05 WS-PASSO-OBRIGATORIO
                                   PIC X(01).
              05 WS-PASSO-DEPENDENTE
                                   PIC 9(02).
              05 WS-PASSO-PROGRAMA PIC X(30).

      * Ultima execucao de cada passo no dia (situacao em branco: o
      * passo nao rodou).
         01 WS-TAB-ULTIMAS.
           03 WS-ULTIMA OCCURS 9 TIMES.
              05 WS-ULT-SITUACAO   PIC X(01).
              05 WS-ULT-HORA       PIC 9(08).
              05 WS-ULT-QTD        PIC 9(03).
              05 WS-ULT-MENSAGEM   PIC X(60).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM P010-ABRIR-ARQUIVOS.
           PERFORM P100-CABECALHO.
           IF CONTROLE-ABERTO
               PERFORM P200-LISTAR-EXECUCOES THRU P200-FIM
           END-IF.
           PERFORM P500-CONFERIR-CADEIA THRU P500-FIM.
           PERFORM P800-TOTAIS THRU P800-FIM.
           PERFORM P999-FINAL.

      * CTLEXEC ausente e tratado como dia sem execucoes: a cadeia
      * inteira sai como nao executada.
       P010-ABRIR-ARQUIVOS.
           ACCEPT WS-DATA-REFERENCIA FROM DATE YYYYMMDD
           OPEN INPUT ARQ-PARAMETRO
           IF WS-FS-PARAMETRO = '00'
               READ ARQ-PARAMETRO
                   NOT AT END
                       IF PRM-DATA-REFERENCIA IS NUMERIC
                           AND PRM-DATA-REFERENCIA > 0
                           MOVE PRM-DATA-REFERENCIA
                               TO WS-DATA-REFERENCIA
                       END-IF
               END-READ
               CLOSE ARQ-PARAMETRO
           END-IF

           OPEN OUTPUT ARQ-RELATORIO

           OPEN INPUT ARQ-EXECUCAO
           IF WS-FS-EXECUCAO = '00'
               SET CONTROLE-ABERTO TO TRUE
           ELSE
               DISPLAY 'CONTROLE DE EXECUCAO CTLEXEC INDISPONIVEL '
                       '(STATUS ' WS-FS-EXECUCAO ').'
           END-IF

           INITIALIZE WS-TAB-ULTIMAS
           .

       P100-CABECALHO.
           MOVE SPACES TO REL-LINHA
           STRING 'HISTORICO DE EXECUCOES DA CADEIA BATCH - DATA '
                                       DELIMITED BY SIZE
                  WS-DATA-REFERENCIA   DELIMITED BY SIZE
               INTO REL-LINHA
           WRITE REL-LINHA
           DISPLAY REL-LINHA
           IF NOT CONTROLE-ABERTO
               MOVE 'CTLEXEC INDISPONIVEL - NENHUMA EXECUCAO LISTADA'
                   TO REL-LINHA
               WRITE REL-LINHA
               DISPLAY REL-LINHA
           END-IF
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES TO REL-LINHA
           STRING 'INICIO   PROGRAMA             SITUACAO     FIM      '
                                       DELIMITED BY SIZE
                  'ENTRADA    LIDOS GRAVADOS  REJEIT. MENSAGEM'
                                       DELIMITED BY SIZE
               INTO REL-LINHA
           WRITE REL-LINHA
           .

      ******************************************************************
      * Execucoes do dia, na ordem da chave (data/hora de inicio).
      ******************************************************************
       P200-LISTAR-EXECUCOES.
           MOVE LOW-VALUES TO EXE-CHAVE
           MOVE WS-DATA-REFERENCIA TO EXE-DATA-INICIO
           START ARQ-EXECUCAO KEY IS NOT LESS THAN EXE-CHAVE
               INVALID KEY
                   GO TO P200-FIM
           END-START
           PERFORM P210-LER-EXECUCAO THRU P210-FIM
               UNTIL FIM-EXECUCOES
           .
       P200-FIM.

       P210-LER-EXECUCAO.
           READ ARQ-EXECUCAO NEXT RECORD
               AT END
                   SET FIM-EXECUCOES TO TRUE
                   GO TO P210-FIM
           END-READ
           IF EXE-DATA-INICIO NOT = WS-DATA-REFERENCIA
               SET FIM-EXECUCOES TO TRUE
               GO TO P210-FIM
           END-IF

           ADD 1 TO WS-CONT-EXECUCOES
           EVALUATE TRUE
               WHEN EXE-CONCLUIDA
                   MOVE 'CONCLUIDA'   TO WS-DESCR-SITUACAO
                   ADD 1 TO WS-CONT-CONCLUIDAS
               WHEN EXE-FALHOU
                   MOVE 'FALHOU'      TO WS-DESCR-SITUACAO
                   ADD 1 TO WS-CONT-FALHAS
               WHEN EXE-RECUSADA
                   MOVE 'RECUSADA'    TO WS-DESCR-SITUACAO
                   ADD 1 TO WS-CONT-RECUSADAS
               WHEN OTHER
                   MOVE 'SEM TERMINO' TO WS-DESCR-SITUACAO
                   ADD 1 TO WS-CONT-SEM-TERMINO
           END-EVALUATE

           MOVE EXE-HORA-INICIO TO WS-HORA-EDICAO
           PERFORM P220-FORMATAR-HORA
           MOVE WS-HORA-FORMATADA TO WS-HORA-INICIO-ED
           IF EXE-EM-CURSO
               MOVE SPACES TO WS-HORA-FIM-ED
           ELSE
               MOVE EXE-HORA-FIM TO WS-HORA-EDICAO
               PERFORM P220-FORMATAR-HORA
               MOVE WS-HORA-FORMATADA TO WS-HORA-FIM-ED
           END-IF
           MOVE EXE-QTD-LIDOS      TO WS-EDIT-LIDOS
           MOVE EXE-QTD-GRAVADOS   TO WS-EDIT-GRAVADOS
           MOVE EXE-QTD-REJEITADOS TO WS-EDIT-REJEITADOS

           MOVE SPACES TO REL-LINHA
           STRING WS-HORA-INICIO-ED     DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  EXE-PROGRAMA (1:20)   DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS-DESCR-SITUACAO     DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS-HORA-FIM-ED        DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  EXE-ARQ-ENTRADA       DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS-EDIT-LIDOS         DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS-EDIT-GRAVADOS      DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS-EDIT-REJEITADOS    DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  EXE-MENSAGEM          DELIMITED BY SIZE
               INTO REL-LINHA
           WRITE REL-LINHA
           DISPLAY REL-LINHA

           PERFORM P230-GUARDAR-ULTIMA
           .
       P210-FIM.

       P220-FORMATAR-HORA.
           MOVE WS-HE-HH TO WS-HF-HH
           MOVE WS-HE-MM TO WS-HF-MM
           MOVE WS-HE-SS TO WS-HF-SS
           .

      * A leitura vem em ordem de partida, entao a ultima execucao
      * de cada passo e simplesmente a ultima guardada.
       P230-GUARDAR-ULTIMA.
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-QTD-PASSOS
               IF WS-PASSO-PROGRAMA (WS-P) = EXE-PROGRAMA
                   MOVE EXE-SITUACAO    TO WS-ULT-SITUACAO (WS-P)
                   MOVE EXE-HORA-INICIO TO WS-ULT-HORA (WS-P)
                   MOVE EXE-MENSAGEM    TO WS-ULT-MENSAGEM (WS-P)
                   ADD 1 TO WS-ULT-QTD (WS-P)
                   IF WS-PASSO-TIPO (WS-P) = 'P'
                       SET HOUVE-FIM-PERIODO TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           .

      ******************************************************************
      * Conferencia da cadeia: situacao final de cada passo e o ponto
      * de reinicio (primeiro passo em que a cadeia parou, P515).
      ******************************************************************
       P500-CONFERIR-CADEIA.
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE 'CADEIA DIARIA' TO REL-LINHA
           WRITE REL-LINHA
           DISPLAY REL-LINHA
           MOVE 'D' TO WS-TIPO-CONFERIDO
           PERFORM P510-CONFERIR-TIPO THRU P510-FIM
           IF PARADA-ACHADA
               STRING 'CADEIA DIARIA PAROU NO PASSO '
                                       DELIMITED BY SIZE
                      WS-EDIT-PASSO    DELIMITED BY SIZE
                      ' - REINICIAR POR '
                                       DELIMITED BY SIZE
                      WS-PASSO-PROGRAMA (WS-P-PARADA)
                                       DELIMITED BY SPACE
                   INTO REL-LINHA
           ELSE
               MOVE 'CADEIA DIARIA COMPLETA' TO REL-LINHA
           END-IF
           WRITE REL-LINHA
           DISPLAY REL-LINHA

           IF NOT HOUVE-FIM-PERIODO
               GO TO P500-FIM
           END-IF
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE 'FIM DE PERIODO' TO REL-LINHA
           WRITE REL-LINHA
           DISPLAY REL-LINHA
           MOVE 'P' TO WS-TIPO-CONFERIDO
           PERFORM P510-CONFERIR-TIPO THRU P510-FIM
           IF PARADA-ACHADA
               STRING 'FIM DE PERIODO PAROU NO PASSO '
                                       DELIMITED BY SIZE
                      WS-EDIT-PASSO    DELIMITED BY SIZE
                      ' - REINICIAR POR '
                                       DELIMITED BY SIZE
                      WS-PASSO-PROGRAMA (WS-P-PARADA)
                                       DELIMITED BY SPACE
                   INTO REL-LINHA
           ELSE
               MOVE 'FIM DE PERIODO COMPLETO' TO REL-LINHA
           END-IF
           WRITE REL-LINHA
           DISPLAY REL-LINHA
           .
       P500-FIM.

      * Lista os passos do tipo WS-TIPO-CONFERIDO e guarda em
      * WS-P-PARADA o primeiro em que a cadeia parou; na saida
      * REL-LINHA esta limpa e WS-EDIT-PASSO traz o numero dele.
       P510-CONFERIR-TIPO.
           MOVE 'N'  TO WS-SW-PARADA
           MOVE ZERO TO WS-P-PARADA
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-QTD-PASSOS
               IF WS-PASSO-TIPO (WS-P) = WS-TIPO-CONFERIDO
                   PERFORM P520-IMPRIMIR-PASSO
                   IF NOT PARADA-ACHADA
                       AND WS-ULT-SITUACAO (WS-P) NOT = 'O'
                       PERFORM P515-CONFERIR-PARADA THRU P515-FIM
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-P-PARADA TO WS-EDIT-PASSO
           MOVE SPACES TO REL-LINHA
           .
       P510-FIM.

      * Falha (F), recusa (R) ou execucao sem termino (E) param a
      * cadeia no passo. Passo que nao rodou so para a cadeia se e
      * obrigatorio ou se o passo que depende dele rodou - carga
      * opcional ausente e dia sem lote, como em reconcilia_extrato.
       P515-CONFERIR-PARADA.
           IF WS-ULT-SITUACAO (WS-P) = 'F'
               OR WS-ULT-SITUACAO (WS-P) = 'R'
               OR WS-ULT-SITUACAO (WS-P) = 'E'
               GO TO P515-PARAR
           END-IF
           IF WS-ULT-SITUACAO (WS-P) NOT = SPACE
               GO TO P515-FIM
           END-IF
           IF WS-PASSO-OBRIGATORIO (WS-P) = 'S'
               GO TO P515-PARAR
           END-IF
           IF WS-PASSO-DEPENDENTE (WS-P) > 0
               AND WS-ULT-SITUACAO (WS-PASSO-DEPENDENTE (WS-P))
                   NOT = SPACE
               GO TO P515-PARAR
           END-IF
           GO TO P515-FIM
           .
       P515-PARAR.
           SET PARADA-ACHADA TO TRUE
           MOVE WS-P TO WS-P-PARADA
           .
       P515-FIM.

       P520-IMPRIMIR-PASSO.
           EVALUATE WS-ULT-SITUACAO (WS-P)
               WHEN 'O'
                   MOVE 'CONCLUIDA'     TO WS-DESCR-SITUACAO
               WHEN 'F'
                   MOVE 'FALHOU'        TO WS-DESCR-SITUACAO
               WHEN 'R'
                   MOVE 'RECUSADA'      TO WS-DESCR-SITUACAO
               WHEN 'E'
                   MOVE 'SEM TERMINO'   TO WS-DESCR-SITUACAO
               WHEN OTHER
                   MOVE 'NAO EXECUTADO' TO WS-DESCR-SITUACAO
           END-EVALUATE
           MOVE WS-P TO WS-EDIT-PASSO
           MOVE WS-ULT-QTD (WS-P) TO WS-EDIT-EXECUCOES
           MOVE SPACES TO WS-HORA-INICIO-ED
           IF WS-ULT-QTD (WS-P) > 0
               MOVE WS-ULT-HORA (WS-P) TO WS-HORA-EDICAO
               PERFORM P220-FORMATAR-HORA
               MOVE WS-HORA-FORMATADA TO WS-HORA-INICIO-ED
           END-IF

           MOVE SPACES TO REL-LINHA
           STRING '  PASSO '                 DELIMITED BY SIZE
                  WS-EDIT-PASSO              DELIMITED BY SIZE
                  ' '                        DELIMITED BY SIZE
                  WS-PASSO-PROGRAMA (WS-P) (1:20)
                                             DELIMITED BY SIZE
                  ' '                        DELIMITED BY SIZE
                  WS-DESCR-SITUACAO          DELIMITED BY SIZE
                  ' EXECUCOES: '             DELIMITED BY SIZE
                  WS-EDIT-EXECUCOES          DELIMITED BY SIZE
                  ' ULTIMA AS '              DELIMITED BY SIZE
                  WS-HORA-INICIO-ED          DELIMITED BY SIZE
                  ' '                        DELIMITED BY SIZE
                  WS-ULT-MENSAGEM (WS-P)     DELIMITED BY SIZE
               INTO REL-LINHA
           WRITE REL-LINHA
           DISPLAY REL-LINHA
           .

       P800-TOTAIS.
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA

           MOVE 'EXECUCOES NO DIA...............: ' TO WS-ROTULO-TOTAL
           MOVE WS-CONT-EXECUCOES TO WS-EDIT-CONTADOR
           PERFORM P810-IMPRIMIR-TOTAL
           MOVE '  CONCLUIDAS...................: ' TO WS-ROTULO-TOTAL
           MOVE WS-CONT-CONCLUIDAS TO WS-EDIT-CONTADOR
           PERFORM P810-IMPRIMIR-TOTAL
           MOVE '  FALHARAM.....................: ' TO WS-ROTULO-TOTAL
           MOVE WS-CONT-FALHAS TO WS-EDIT-CONTADOR
           PERFORM P810-IMPRIMIR-TOTAL
           MOVE '  RECUSADAS....................: ' TO WS-ROTULO-TOTAL
           MOVE WS-CONT-RECUSADAS TO WS-EDIT-CONTADOR
           PERFORM P810-IMPRIMIR-TOTAL
           MOVE '  SEM TERMINO (INTERROMPIDAS)..: ' TO WS-ROTULO-TOTAL
           MOVE WS-CONT-SEM-TERMINO TO WS-EDIT-CONTADOR
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
           IF CONTROLE-ABERTO
               CLOSE ARQ-EXECUCAO
           END-IF
           CLOSE ARQ-RELATORIO
           DISPLAY 'HISTORICO DE EXECUCOES GERADO EM EXEREL.'
            STOP RUN.
       END PROGRAM historico_execucoes.
