      *              Layout canonico do orcamento de pessoal aprovado
      *              (CADORC). Um registro por departamento (COD-DEP
      *              de CADDEP) e competencia (AAAAMM), mantido pelo
      *              EX73 a partir das transacoes de CADMOVOR e
      *              gravado em ordem de departamento/competencia.
      *              QTDE-ORC: quadro orcado; BRUTO-ORC: custo
      *              salarial (bruto) orcado; CUSTO-ORC: custo total
      *              de emprego orcado (bruto + FGTS + encargos
      *              patronais, o mesmo conceito do EX59).
      *              Confrontado com o realizado pelo EX74.
       01 REG-ORC.
           02 DEPTO-ORC      PIC 9(03).
           02 COMP-ORC       PIC 9(06).
           02 QTDE-ORC       PIC 9(05).
           02 BRUTO-ORC      PIC 9(09)V99.
           02 CUSTO-ORC      PIC 9(09)V99.
