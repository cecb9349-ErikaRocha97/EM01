      *              Layout canonico do livro de conciliacoes do
      *              pagamento da folha (CADCFP). Arquivo somente-
      *              -acrescimo: uma entrada por rodada do EX04, vale
      *              o ultimo registro de cada competencia. SIT-CFP
      *              "C" = conciliada (nenhuma quebra), "D" =
      *              divergente, "N" = nao conciliada (gravado pelo
      *              EX34 ao reabrir a competencia - a conciliacao
      *              anterior nao vale mais e o EX04 precisa rodar de
      *              novo). Gravado pelo EX04 e pelo EX34, e
      *              consultado pelo EX34 antes de fechar a
      *              competencia.
       01 REG-CFP.
           02 COMP-CFP       PIC 9(06).
           02 DATA-CFP       PIC 9(08).
           02 SIT-CFP        PIC X(01).
           02 QUEBRAS-CFP    PIC 9(05).
