      *              Layout canonico dos achados da auditoria de
      *              integridade referencial (CADINT). Um registro por
      *              registro orfao por relacao quebrada, regravado a
      *              cada rodada do EX100: arquivo dependente e a
      *              chave do registro orfao (chave principal e o
      *              complemento - competencia, disciplina, data...),
      *              o mestre onde a referencia nao foi encontrada, o
      *              valor procurado e a relacao quebrada por extenso.
      *              Lido pelo consolidado de excecoes EX64.
       01 REG-INT.
           02 DATA-INT       PIC 9(08).
           02 ARQ-INT        PIC X(06).
           02 CHAVE-INT      PIC 9(05).
           02 COMPL-INT      PIC X(10).
           02 MESTRE-INT     PIC X(06).
           02 REF-INT        PIC X(05).
           02 RELACAO-INT    PIC X(26).
