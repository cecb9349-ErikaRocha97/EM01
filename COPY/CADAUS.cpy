      *              Layout canonico do registro de faltas de
      *              professor (CADAUS). Um registro por aula perdida,
      *              chaveado por professor faltoso (COD-ENT de
      *              CADFUN) + data + hora do horario de CADSLT,
      *              mantido pelo EX87 a partir das transacoes de
      *              CADMOVAS e gravado em ordem de professor/data/
      *              hora. DIA-AUS e o dia da semana do horario
      *              (SEG/TER/QUA/QUI/SEX/SAB, como em CADSLT),
      *              tirado da data. TURMA-AUS e DIS-AUS sao a
      *              atribuicao (CADATR) da aula perdida. SUB-AUS e o
      *              professor substituto; zerado = aula sem
      *              substituto. Consultado por EX52 (desconto do
      *              faltoso e credito do substituto na pre-folha dos
      *              horistas) e EX88 (relatorio mensal por turma).
       01 REG-AUS.
           02 COD-AUS        PIC 9(05).
           02 DATA-AUS       PIC 9(08).
           02 HORA-AUS       PIC X(05).
           02 DIA-AUS        PIC X(03).
           02 TURMA-AUS      PIC X(03).
           02 DIS-AUS        PIC 9(03).
           02 SUB-AUS        PIC 9(05).
