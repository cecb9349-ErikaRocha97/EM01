      *              Layout canonico dos parametros do adicional por
      *              tempo de servico (CADATS), registro unico.
      *              TIPO-ATS: "A" = anuenio (um periodo a cada ano
      *              completo de casa) ou "Q" = quinquenio (um periodo
      *              a cada cinco anos completos). PERC-ATS: percentual
      *              sobre o salario base por periodo completado.
      *              TETO-ATS: percentual maximo acumulado (zero = sem
      *              teto). Lido pelo EX08, que paga o adicional como
      *              provento proprio, e pelo EX72, que lista quem
      *              completa um novo periodo na competencia.
       01 REG-ATS.
           02 TIPO-ATS       PIC X(01).
           02 PERC-ATS       PIC 9(02)V99.
           02 TETO-ATS       PIC 9(02)V99.
