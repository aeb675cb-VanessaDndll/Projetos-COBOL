      ******************************************************************
      * Copybook: PREREG
      * Purpose:  layout das regras de pre-requisito entre materias
      *           (arquivo PREREQ) - um registro por materia que tem
      *           pre-requisito, com a lista de ate 6 materias
      *           exigidas e quantas delas o aluno precisa ter
      *           aprovado (APROVADO! ou APROVADO-REC) em algum
      *           periodo, vivo em CADMEST ou ja arquivado em CADARQ.
      *           "CALCULO II depois de CALCULO I" e uma lista de uma
      *           materia com PRE-QTD-EXIGIDA 1; "quaisquer duas entre
      *           quatro" e uma lista de quatro com PRE-QTD-EXIGIDA 2.
      *           Compartilhado entre manutencao_prereq (que mantem o
      *           arquivo), calculo_media e critica_lotes (que recusam
      *           o primeiro lancamento de uma materia sem o
      *           pre-requisito cumprido) e pendencia_prerequisito (o
      *           levantamento dos alunos que ja cursam materia sem o
      *           pre-requisito).
      * Modification History:
      *   15/10/2026 vdndll - versao inicial.
      ******************************************************************
       01  PRE-REGISTRO.
           03 PRE-MATERIA             PIC X(20).
           03 PRE-QTD-EXIGIDA         PIC 9(01).
           03 PRE-QTD-REQUISITOS      PIC 9(01).
           03 PRE-REQUISITO OCCURS 6 TIMES
                                      PIC X(20).
