      *              TUDO NO INDICE DE ARQUIVAMENTO CADAIX; E EXIBE
      *              OS TOTAIS ARQUIVADOS X RETIDOS PARA QUE AS
      *              CONTAGENS DE CONTROLE CONTINUEM FECHANDO.
      *              A LINHA DO HISTORICO PASSA A TER ATE 90
      *              POSICOES: O DO EX08 CRESCEU COM OS ENCARGOS E A
      *              PENSAO ALIMENTICIA NO FIM DO REGISTRO, E A COPIA
      *              NAO PODE CORTAR O FINAL.

       ENVIRONMENT DIVISION.

      *              tratado como linha generica - a posicao da
      *              competencia (AAAAMM) dentro do registro vem da
      *              variavel de ambiente HISPOS, entao o mesmo
      *              programa arquiva o historico do EX08 (86 bytes,
      *              competencia na coluna 60) e o do EX06 (42 bytes,
      *              competencia na coluna 37).
       FD CADHIS
           LABEL RECORD ARE STANDARD.

       01 LINHA-HIS     PIC X(90).

      *              CADHIS2: estagio com o historico retido, copiado
      *              por cima do CADHIS vivo ao final.
       FD CADHIS2
           LABEL RECORD ARE STANDARD.

       01 REG-HI2       PIC X(90).

      *              CADHISAR: arquivo morto datado com os registros
      *              alem da retencao.
       FD CADHISAR
           LABEL RECORD ARE STANDARD.

       01 REG-HIA       PIC X(90).

      *              CADRET: retencao em meses do historico. Opcional
      *              - se ausente, assume-se 12.
