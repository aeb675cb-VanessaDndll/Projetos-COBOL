      ******************************************************************
      * Copybook: OFEREG
      * Purpose:  layout da oferta de disciplinas (arquivo OFERTA) -
      *           um registro por periodo letivo + turma + materia,
      *           dizendo que aquela turma cursa aquela materia naquele
      *           semestre, com o professor responsavel, a carga
      *           horaria em horas-aula e a situacao da oferta:
      *           A (ativa) ou C (cancelada). Compartilhado entre
      *           manutencao_oferta (que mantem o arquivo) e os
      *           programas que lancam nota ou frequencia -
      *           calculo_media, critica_lotes e carga_frequencia -
      *           que passam a recusar lancamento de materia que nao
      *           esta ofertada (ou esta cancelada) para a ALU-TURMA
      *           do aluno no periodo. Ate aqui bastava a materia
      *           existir em PARMAT, e um erro de digitacao no MEDLOTE
      *           criava em CADMEST materia que a turma nunca teve.
      * Modification History:
      *   15/10/2026 vdndll - versao inicial.
      ******************************************************************
       01  OFE-REGISTRO.
           03 OFE-CHAVE.
               05 OFE-ANO-LETIVO      PIC 9(04).
               05 OFE-SEMESTRE        PIC 9(01).
               05 OFE-TURMA           PIC X(10).
               05 OFE-MATERIA         PIC X(20).
           03 OFE-PROFESSOR           PIC X(40).
           03 OFE-CARGA-HORARIA       PIC 9(03).
           03 OFE-SITUACAO            PIC X(01).
               88 OFERTA-ATIVA              VALUE 'A'.
               88 OFERTA-CANCELADA          VALUE 'C'.
