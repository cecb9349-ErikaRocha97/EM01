      *              Layout canonico do registro de candidatos do
      *              processo seletivo (CADCAN). Um registro por
      *              inscricao, chaveado por NUM-CAN, mantido pelo
      *              EX78 a partir das transacoes de CADMOVCA e
      *              gravado em ordem de inscricao: dados pessoais no
      *              mesmo formato de CADALU, turma pretendida (a
      *              TURMA-TUR do catalogo CADTUR) e as notas da prova
      *              de ingresso (portugues, matematica e redacao, de
      *              00,00 a 10,00). Os campos de resultado sao
      *              preenchidos pela classificacao do EX79: SIT-CAN
      *              branco = inscrito aguardando classificacao, "C" =
      *              classificado (inclusao gerada em CADMOVAL), "E" =
      *              lista de espera (entrada gerada em CADWLT), "D" =
      *              desclassificado pela nota minima; CLASS-CAN e a
      *              posicao na turma, MATRIC-CAN o NUM-ENT atribuido
      *              ao candidato e DATA-CLS-CAN a data (AAAAMMDD) da
      *              classificacao.
       01 REG-CAN.
           02 NUM-CAN        PIC 9(05).
           02 NOME-CAN       PIC X(20).
           02 SEXO-CAN       PIC X(01).
           02 DATANASC-CAN.
               03 DD-CAN     PIC 9(02).
               03 MM-CAN     PIC 9(02).
               03 AA-CAN     PIC 9(04).
           02 TURMA-CAN      PIC X(03).
           02 NOTAS-CAN.
               03 NOTA1-CAN  PIC 9(02)V99.
               03 NOTA2-CAN  PIC 9(02)V99.
               03 NOTA3-CAN  PIC 9(02)V99.
           02 SIT-CAN        PIC X(01).
           02 CLASS-CAN      PIC 9(03).
           02 MATRIC-CAN     PIC 9(05).
           02 DATA-CLS-CAN   PIC 9(08).
