      *              fechamento de periodo (EX46) a partir do
      *              resultado por disciplina do EX21 (CADMDI) e da
      *              situacao final pos-recuperacao do EX24 (CADFIN).
      *              Consultado pelo emissor de historico EX47 e pelo
      *              registro de conclusao de curso EX91.
       01 REG-HSE.
           02 NUM-HSE        PIC 9(05).
           02 PERIODO-HSE    PIC 9(06).
           02 FALTA-HSE      PIC 9(03).
           02 SITDIS-HSE     PIC X(09).
           02 SITFIN-HSE     PIC X(09).
      *              Origem do registro: branco = periodo cursado na
      *              escola (fechamento do EX46, inclusive os
      *              registros anteriores ao campo), "E" = estudos
      *              anteriores de aluno transferido, carregados pelo
      *              EX80 a partir da tabela de equivalencias, com o
      *              nome da escola de origem em ESCOLA-HSE, "D" =
      *              resultado de dependencia lancado pelo EX82 no
      *              periodo em que a disciplina foi reprovada, com o
      *              periodo em que foi cursada descrito em ESCOLA-HSE.
           02 ORIGEM-HSE     PIC X(01).
           02 ESCOLA-HSE     PIC X(30).
