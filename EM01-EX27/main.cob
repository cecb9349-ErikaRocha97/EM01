      *              PARCELA VENCIDA E EM ABERTO E MARCADO COMO
      *              QUEBRADO. COBRANCA RENEGOCIADA ("R") NAO CONTA
      *              COMO DIVIDA - FOI SUBSTITUIDA PELAS PARCELAS.
      *              COBRANCA BAIXADA COMO PERDA PELO EX96 ("L") SAI
      *              DA INADIMPLENCIA E APARECE SO EM UMA LINHA DE
      *              MEMORIA NOS TOTAIS (QUANTIDADE E VALOR BAIXADO).

       ENVIRONMENT DIVISION.

      *              aberto).
       77 QTD-RENEG     PIC 9(05) VALUE 0.
       77 TOT-RENEG     PIC 9(09)V99 VALUE 0.
      *              Cobrancas baixadas como perda (EX96), so para a
      *              linha de memoria dos totais.
       77 QTD-PERDA     PIC 9(05) VALUE 0.
       77 TOT-PERDA     PIC 9(09)V99 VALUE 0.
       77 QTD-ACQ       PIC 9(02) VALUE 0.
       77 IDX-ACQ       PIC 9(02) VALUE 0.
       77 WS-ACQ-ACHOU  PIC X(01) VALUE "N".
                   END-IF
               END-IF
           END-IF
           IF SITPG-WRK = "L"
               ADD 1         TO QTD-PERDA
               ADD VALOR-WRK TO TOT-PERDA
           END-IF
           PERFORM LEITURA.

       ACUMULARPORTIPO.
               "  ACORDOS QUEBRADOS: " QTD-ACQ
               DELIMITED BY SIZE INTO LINHA-INA
           WRITE LINHA-INA
           MOVE SPACES TO LINHA-INA
           MOVE QTD-PERDA  TO WS-QTDE-EDT
           MOVE TOT-PERDA  TO WS-TOTAL-EDT
           STRING "MEMORIA - BAIXADAS COMO PERDA: " WS-QTDE-EDT
               " COBRANCAS  R$" WS-TOTAL-EDT
               DELIMITED BY SIZE INTO LINHA-INA
           WRITE LINHA-INA
           PERFORM GRAVARLINHATIPO
               VARYING IDX-TPO FROM 1 BY 1
               UNTIL IDX-TPO > QTD-TPO
