      *              Layout canonico do livro de creditos das familias
      *              (CADCRD). Arquivo somente-acrescimo: um registro
      *              por movimento, nunca alterado nem apagado; o
      *              saldo de cada conta e a soma dos seus movimentos.
      *              A conta e do responsavel financeiro ("R" + codigo
      *              de CADRSP) quando o aluno tem vinculo em CADRSL,
      *              senao do proprio aluno ("A" + NUM-ENT).
      *              TIPO-CRD: "E" = excedente de pagamento e "D" =
      *              pagamento em duplicidade (os dois lancados pelo
      *              EX57 a partir do retorno do banco), "M" =
      *              credito manual aprovado (EX97) - os tres somam
      *              ao saldo; "U" = credito utilizado na emissao das
      *              mensalidades (EX25) e "R" = restituicao a
      *              familia (EX97) - os dois abatem do saldo.
      *              VALOR-CRD e sempre positivo; o sinal vem do tipo.
      *              Compartilhado por EX25, EX57, EX97 e EX98.
       01 REG-CRD.
           02 CTA-CRD.
               03 TCTA-CRD   PIC X(01).
               03 CCTA-CRD   PIC 9(05).
           02 DATA-CRD       PIC 9(08).
           02 TIPO-CRD       PIC X(01).
      *              Aluno e cobranca de origem (competencia e tipo)
      *              do movimento; zeros/brancos nos movimentos
      *              manuais sem cobranca ligada.
           02 NUM-CRD        PIC 9(05).
           02 COMP-CRD       PIC 9(06).
           02 TIPOCOB-CRD    PIC X(02).
           02 VALOR-CRD      PIC 9(07)V99.
      *              Supervisor que aprovou (movimentos do EX97);
      *              brancos nos lancamentos automaticos.
           02 APROV-CRD      PIC X(05).
           02 HIST-CRD       PIC X(20).
