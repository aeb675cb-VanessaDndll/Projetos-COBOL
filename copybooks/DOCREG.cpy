      ******************************************************************
      * Copybook: DOCREG
      * Purpose:  layout do registro de documentos emitidos (arquivo
      *           indexado DOCREG) - um registro por declaracao emitida
      *           por emissao_documentos, chaveado pelo numero de
      *           controle sequencial do documento. Guarda a
      *           matricula, o tipo do documento:
      *             M declaracao de matricula;
      *             N declaracao de notas do periodo letivo corrente;
      *             C declaracao de conclusao de materia;
      *           a data de emissao, quem pediu, o periodo letivo e a
      *           materia a que o documento se refere (quando houver)
      *           e o codigo de verificacao calculado sobre o texto
      *           impresso. Um documento apresentado a secretaria e
      *           autentico se o numero consta deste arquivo com a
      *           mesma matricula, tipo, data e codigo de verificacao
      *           (pedido de verificacao V de emissao_documentos).
      * Modification History:
      *   15/10/2026 vdndll - versao inicial.
      ******************************************************************
       01  DOC-REGISTRO.
           03 DOC-NUMERO              PIC 9(07).
           03 DOC-MATRICULA           PIC 9(08).
           03 DOC-TIPO                PIC X(01).
               88 DOC-DECL-MATRICULA        VALUE 'M'.
               88 DOC-DECL-NOTAS            VALUE 'N'.
               88 DOC-DECL-CONCLUSAO        VALUE 'C'.
           03 DOC-DATA-EMISSAO        PIC 9(08).
           03 DOC-CODIGO-VERIFICACAO  PIC 9(09).
           03 DOC-SOLICITANTE         PIC X(30).
           03 DOC-PERIODO.
               05 DOC-ANO-LETIVO      PIC 9(04).
               05 DOC-SEMESTRE        PIC 9(01).
           03 DOC-MATERIA             PIC X(20).
