      *              Layout canonico do catalogo de cargos (CADCAR).
      *              Um registro por cargo do plano de cargos e
      *              salarios: codigo (CARGO-ENT de CADFUN) e nome.
      *              Validado pelo EX14 nas inclusoes e alteracoes de
      *              funcionario e usado para nomear os cargos no
      *              quadro de pessoal por cargo (EX35 e EX72).
       01 REG-CAR.
           02 COD-CAR        PIC 9(03).
           02 NOME-CAR       PIC X(20).
