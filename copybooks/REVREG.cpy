      ******************************************************************
      * Copybook: REVREG
      * Purpose:  layout do pedido de revisao de nota (arquivo REVNOTA)
      *           - um registro por pedido, numerado pela coordenacao,
      *           apontando o registro de CADMEST (matricula + periodo
      *           letivo + materia), qual ocorrencia de CAD-NOTA deve
      *           mudar e para que valor, com a justificativa e quem
      *           pediu. REV-SITUACAO conduz o fluxo:
      *             P pendente   - registrado, aguardando decisao;
      *             A aprovado   - deferido, aguardando aplicacao;
      *             N negado     - indeferido pela coordenacao;
      *             E efetivado  - nota aplicada em CADMEST;
      *             B bloqueado  - aprovado, mas o periodo ja estava
      *                            fechado em CALPERIO na aplicacao;
      *             R recusado   - aprovado, mas impossivel de aplicar
      *                            (motivo em REV-MOTIVO).
      *           P, A e N sao gravadas por manutencao_revisao; E, B e
      *           R por revisao_nota, que tambem guarda a data, a nota
      *           que foi substituida e o motivo da recusa/bloqueio.
      * Modification History:
      *   15/10/2026 vdndll - versao inicial.
      ******************************************************************
       01  REV-REGISTRO.
           03 REV-NUMERO              PIC 9(06).
           03 REV-CHAVE-CADASTRO.
               05 REV-MATRICULA       PIC 9(08).
               05 REV-ANO-LETIVO      PIC 9(04).
               05 REV-SEMESTRE        PIC 9(01).
               05 REV-MATERIA         PIC X(20).
           03 REV-OCORRENCIA          PIC 9(01).
           03 REV-NOTA-PROPOSTA       PIC 99V99.
           03 REV-JUSTIFICATIVA       PIC X(60).
           03 REV-SOLICITANTE         PIC X(30).
           03 REV-DATA-PEDIDO         PIC 9(08).
           03 REV-SITUACAO            PIC X(01).
               88 REVISAO-PENDENTE          VALUE 'P'.
               88 REVISAO-APROVADA          VALUE 'A'.
               88 REVISAO-NEGADA            VALUE 'N'.
               88 REVISAO-EFETIVADA         VALUE 'E'.
               88 REVISAO-BLOQUEADA         VALUE 'B'.
               88 REVISAO-RECUSADA          VALUE 'R'.
           03 REV-DATA-SITUACAO       PIC 9(08).
           03 REV-NOTA-ANTERIOR       PIC S99V99.
           03 REV-MOTIVO              PIC X(40).
