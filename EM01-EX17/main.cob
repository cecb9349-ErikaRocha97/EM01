           02 CONTA-FUN     PIC 9(10).
           02 DEPEND-FUN    PIC 9(02).
           02 ADMISSAO-FUN  PIC 9(08).
           02 CARGO-FUN     PIC 9(03).
           02 NIVEL-FUN     PIC 9(02).

      *              CADREC: um registro por par aluno/funcionario com
      *              o mesmo nome - provavel aluno-trabalhador que a
