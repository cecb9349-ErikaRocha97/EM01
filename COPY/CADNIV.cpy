      *              Layout canonico da tabela salarial por cargo
      *              (CADNIV). Um registro por degrau (nivel) de cada
      *              cargo de CADCAR: salario do nivel e tempo minimo
      *              de casa, em meses completos desde a admissao,
      *              para o funcionario ser elegivel ao nivel. O par
      *              cargo/nivel de CADFUN e validado contra ela pelo
      *              EX14; o EX72 aponta os funcionarios que ja
      *              cumprem o tempo do nivel seguinte do seu cargo.
       01 REG-NIV.
           02 CARGO-NIV      PIC 9(03).
           02 NIVEL-NIV      PIC 9(02).
           02 SALARIO-NIV    PIC 9(05)V99.
           02 MESES-NIV      PIC 9(03).
