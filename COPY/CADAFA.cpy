      *              Layout canonico do registro de afastamentos
      *              (CADAFA). Um registro por afastamento, chaveado
      *              por funcionario (COD-ENT de CADFUN) + data de
      *              inicio, mantido pelo EX67 a partir das transacoes
      *              de CADMOVAF e gravado em ordem de funcionario/
      *              inicio. TIPO-AFA: "DO" = doenca, "AT" = acidente
      *              de trabalho (nos dois, os 15 primeiros dias sao
      *              pagos pela empresa e o restante pelo INSS), "MA"
      *              = licenca-maternidade e "SR" = licenca sem
      *              remuneracao. Datas AAAAMMDD; FIM-AFA zerado =
      *              afastamento ainda em aberto. Consultado por
      *              EX08 (dias pagos), EX12 (meses do decimo
      *              terceiro), EX38 (periodo aquisitivo), EX68
      *              (relatorio mensal) e EX69 (livro de periodos
      *              aquisitivos).
       01 REG-AFA.
           02 COD-AFA        PIC 9(05).
           02 TIPO-AFA       PIC X(02).
           02 INICIO-AFA     PIC 9(08).
           02 FIM-AFA        PIC 9(08).
