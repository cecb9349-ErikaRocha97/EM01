      *              Layout canonico do registro de pensoes
      *              alimenticias (CADPEN). Um registro por ordem
      *              judicial, chaveado por funcionario (COD-ENT de
      *              CADFUN) + sequencia da pensao, mantido pelo EX77
      *              a partir das transacoes de CADMOVPE e gravado em
      *              ordem de funcionario/sequencia. BASE-PEN: "L" =
      *              percentual sobre o liquido (bruto menos INSS e
      *              IRRF), "B" = percentual sobre o bruto, "F" =
      *              valor fixo mensal. Vigencia por competencia
      *              (AAAAMM); FIM-PEN zerado = ordem sem termo.
      *              Banco/agencia/conta sao os do beneficiario, para
      *              o deposito na remessa do EX37. Consultado pela
      *              folha (EX08) e pela conciliacao do retorno
      *              bancario (EX62).
       01 REG-PEN.
           02 COD-PEN        PIC 9(05).
           02 SEQ-PEN        PIC 9(02).
           02 NOME-PEN       PIC X(20).
           02 BASE-PEN       PIC X(01).
           02 PERC-PEN       PIC 9(02)V99.
           02 VALOR-PEN      PIC 9(05)V99.
           02 INICIO-PEN     PIC 9(06).
           02 FIM-PEN        PIC 9(06).
           02 BANCO-PEN      PIC 9(03).
           02 AGENCIA-PEN    PIC 9(05).
           02 CONTA-PEN      PIC 9(10).
