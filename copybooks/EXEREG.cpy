      ******************************************************************
      * Copybook: EXEREG
      * Purpose:  layout do controle de execucao da cadeia batch
      *           (arquivo indexado CTLEXEC) - um registro por
      *           execucao de programa da cadeia noturna e de fim de
      *           periodo, chaveado pela data/hora de inicio e pelo
      *           nome do programa. O registro e gravado com situacao
      *           E (em execucao) na partida e regravado no termino
      *           com a data/hora de fim, a situacao final:
      *             O concluida;
      *             F falhou (arquivo essencial indisponivel, erro de
      *               gravacao - ver a mensagem);
      *             R recusada (passo anterior exigido ausente ou sem
      *               sucesso; o programa nao processou nada);
      *           a identidade do arquivo de entrada (nome, quantidade
      *           de registros e hash-total, quando o programa o
      *           apura) e as contagens de lidos, gravados e
      *           rejeitados. Registro que ficou em E e execucao
      *           interrompida (job cancelado ou abortado). Os
      *           programas com dependencia consultam este arquivo
      *           antes de partir; historico_execucoes lista a cadeia
      *           do dia e aponta onde ela parou.
      * Modification History:
      *   15/10/2026 vdndll - versao inicial.
      ******************************************************************
       01  EXE-REGISTRO.
           03 EXE-CHAVE.
               05 EXE-DATA-INICIO     PIC 9(08).
               05 EXE-HORA-INICIO     PIC 9(08).
               05 EXE-PROGRAMA        PIC X(30).
           03 EXE-DATA-FIM            PIC 9(08).
           03 EXE-HORA-FIM            PIC 9(08).
           03 EXE-SITUACAO            PIC X(01).
               88 EXE-EM-CURSO              VALUE 'E'.
               88 EXE-CONCLUIDA             VALUE 'O'.
               88 EXE-FALHOU                VALUE 'F'.
               88 EXE-RECUSADA              VALUE 'R'.
           03 EXE-ARQ-ENTRADA         PIC X(08).
           03 EXE-QTD-ENTRADA         PIC 9(07).
           03 EXE-HASH-ENTRADA        PIC 9(15).
           03 EXE-QTD-LIDOS           PIC 9(07).
           03 EXE-QTD-GRAVADOS        PIC 9(07).
           03 EXE-QTD-REJEITADOS      PIC 9(07).
           03 EXE-MENSAGEM            PIC X(60).
