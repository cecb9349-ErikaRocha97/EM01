      *              Layout canonico do saldo de provisoes por
      *              funcionario (CADPRV), mantido pelo EX76. Um
      *              registro por funcionario, em ordem de codigo:
      *              departamento da ultima apropriacao, saldos
      *              acumulados da provisao de decimo terceiro e da
      *              de ferias com o terco constitucional, cada uma
      *              com os encargos (FGTS + patronal) apropriados
      *              sobre ela, e a ultima competencia (AAAAMM)
      *              apropriada - trava contra rodada em dobro.
       01 REG-PRV.
           02 COD-PRV       PIC 9(05).
           02 DEPTO-PRV     PIC 9(03).
           02 DEC13-PRV     PIC 9(07)V99.
           02 ENC13-PRV     PIC 9(07)V99.
           02 FERIAS-PRV    PIC 9(07)V99.
           02 ENCFE-PRV     PIC 9(07)V99.
           02 ULTCOMP-PRV   PIC 9(06).
