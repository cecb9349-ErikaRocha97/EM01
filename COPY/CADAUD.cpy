      *              Layout canonico da trilha de auditoria dos
      *              cadastros mestres (CADAUD). Arquivo somente-
      *              -acrescimo com uma entrada por transacao APLICADA
      *              por EX13/EX14/EX16/EX67 (e pelo aprovador EX01,
      *              em nome do EX14/EX16): data de movimento,
      *              programa, tipo da transacao, chave e as imagens
      *              do registro antes e depois (inclusao com antes
      *              em branco, exclusao com depois em branco).
      *              Consultado pelo EX40 por chave ou por faixa de
      *              datas.
      *              Registros mestres maiores que 64 posicoes (CADFUN
      *              com cargo e nivel) continuam nas areas de
      *              extensao ANTES-EXT-AUD/DEPOIS-EXT-AUD, no fim do
      *              registro para nao deslocar as entradas antigas
      *              (lidas com a extensao em branco).
      *              Cada entrada nova e lacrada (SEQ-AUD/SELO-AUD,
      *              ancora em CADSEL - ver CADSEL.cpy); as entradas
      *              gravadas antes do lacre ficam com os dois campos
      *              em branco.
       01 REG-AUD.
           02 DATA-AUD       PIC 9(08).
           02 PROG-AUD       PIC X(04).
      *              registro de operadores ou em rodadas sem
      *              identificacao exigida.
           02 OPER-AUD       PIC X(05).
      *              Continuacao das imagens antes/depois a partir da
      *              posicao 65 do registro mestre. Branco quando o
      *              registro cabe em 64 posicoes.
           02 ANTES-EXT-AUD  PIC X(08).
           02 DEPOIS-EXT-AUD PIC X(08).
      *              Aprovador (CADOPE) da alteracao salarial que
      *              passou pela fila de aprovacao CADPND e foi
      *              aplicada pelo EX01 - nesse caso OPER-AUD e o
      *              solicitante. Branco nas demais entradas.
           02 APROV-AUD      PIC X(05).
      *              Sequencia da entrada na trilha e selo encadeado
      *              calculado sobre as posicoes 1 a 181 a partir do
      *              selo da entrada anterior.
           02 SEQ-AUD        PIC 9(09).
           02 SELO-AUD       PIC 9(09).
