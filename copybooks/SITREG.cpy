      ******************************************************************
      * Copybook: SITREG
      * Purpose:  layout do arquivo de situacao academica (SITACAD) -
      *           um registro por aluno ativo de ALUCAD, gravado por
      *           situacao_academica a cada apuracao, com a
      *           classificacao do aluno no historico inteiro (CADMEST
      *           vivo + CADARQ arquivado) e os numeros que a
      *           sustentam:
      *             R regular;
      *             A advertencia;
      *             P periodo probatorio;
      *             J candidato a jubilamento (desligamento).
      *           SIT-PERIODOS-ABAIXO conta os ultimos periodos
      *           fechados seguidos com media abaixo do piso;
      *           SIT-MAIOR-REPETICAO e quantas vezes o aluno reprovou
      *           a materia que mais repetiu (SIT-MATERIA-REPETIDA);
      *           SIT-MOTIVO diz qual regra deu a classificacao. E a
      *           partir deste arquivo que a coordenacao decide os
      *           casos antes de confirmar os desligamentos.
      * Modification History:
      *   15/10/2026 vdndll - versao inicial.
      ******************************************************************
       01  SIT-REGISTRO.
           03 SIT-MATRICULA           PIC 9(08).
           03 SIT-NOME                PIC X(40).
           03 SIT-TURMA               PIC X(10).
           03 SIT-CLASSIFICACAO       PIC X(01).
               88 SIT-REGULAR               VALUE 'R'.
               88 SIT-ADVERTENCIA           VALUE 'A'.
               88 SIT-PROBATORIO            VALUE 'P'.
               88 SIT-JUBILAMENTO           VALUE 'J'.
           03 SIT-DATA-APURACAO       PIC 9(08).
           03 SIT-QTD-MATERIAS        PIC 9(03).
           03 SIT-MEDIA-GERAL         PIC 99V99.
           03 SIT-PERIODOS-ABAIXO     PIC 9(02).
           03 SIT-MAIOR-REPETICAO     PIC 9(02).
           03 SIT-MATERIA-REPETIDA    PIC X(20).
           03 SIT-QTD-REPROV-FALTA    PIC 9(03).
           03 SIT-MOTIVO              PIC X(50).
