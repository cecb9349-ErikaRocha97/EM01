      *              TRANSACAO, CHAVE E AS IMAGENS DO REGISTRO ANTES
      *              E DEPOIS - A RESPOSTA DIRETA PARA "QUEM MEXEU NO
      *              ALUNO 00123 E QUANDO".
      *              ALTERACAO SALARIAL QUE PASSOU PELA FILA DE
      *              APROVACAO (EX01) SAI TAMBEM COM O APROVADOR AO
      *              LADO DO OPERADOR SOLICITANTE.

       ENVIRONMENT DIVISION.


       GRAVARENTRADA.
           MOVE SPACES TO LINHA-AUD
           IF APROV-AUD = SPACES
               STRING DATA-AUD " " PROG-AUD " TIPO " TIPO-AUD
                   " CHAVE " CHAVE-AUD " OPERADOR " OPER-AUD
                   DELIMITED BY SIZE INTO LINHA-AUD
           ELSE
               STRING DATA-AUD " " PROG-AUD " TIPO " TIPO-AUD
                   " CHAVE " CHAVE-AUD " OPERADOR " OPER-AUD
                   " APROVADOR " APROV-AUD
                   DELIMITED BY SIZE INTO LINHA-AUD
           END-IF
           WRITE LINHA-AUD
           MOVE SPACES TO LINHA-AUD
           STRING "  ANTES : [" ANTES-AUD ANTES-EXT-AUD "]"
               DELIMITED BY SIZE INTO LINHA-AUD
           WRITE LINHA-AUD
           MOVE SPACES TO LINHA-AUD
           STRING "  DEPOIS: [" DEPOIS-AUD DEPOIS-EXT-AUD "]"
               DELIMITED BY SIZE INTO LINHA-AUD
           WRITE LINHA-AUD
           ADD 1 TO CONT-SEL.
