      *              SITPG-COB vale "A" (em aberto), "P" (paga) ou
      *              "R" (renegociada pelo EX58 - substituida pelas
      *              parcelas do acordo e fora da inadimplencia
      *              comum) ou "L" (baixada como perda pelo EX96 -
      *              fora da inadimplencia, do aging e da remessa de
      *              boletos, mas ainda aceita pagamento no EX26 e
      *              no retorno do EX57, contado como recuperacao);
      *              DTPAG-COB traz a data da baixa (AAAAMMDD) ou
      *              zeros enquanto em aberto - na renegociada, a
      *              data do acordo. VALOR-COB e o valor
      *              liquido cobrado; VLBRU-COB e VLDES-COB guardam o
      *              valor cheio e o desconto de bolsa aplicado pelo
      *              EX25 (iguais a VALOR-COB e zero quando nao ha
