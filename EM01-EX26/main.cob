      *              PAGAMENTO
      *              SEM COBRANCA CORRESPONDENTE, DE COBRANCA JA PAGA
      *              OU EM DUPLICATA E REJEITADO E CONTADO.
      *              COBRANCA BAIXADA COMO PERDA PELO EX96 (SITUACAO
      *              "L") CONTINUA ACEITANDO PAGAMENTO: A BAIXA E
      *              FEITA NORMALMENTE E CONTADA A PARTE COMO
      *              RECUPERACAO DE PERDA (QUANTIDADE E TOTAL
      *              RECEBIDO) NO RESUMO DA RODADA.

       ENVIRONMENT DIVISION.

       77 TOT-MULTA     PIC 9(09)V99 VALUE 0.
       77 TOT-JUROS     PIC 9(09)V99 VALUE 0.
       77 TOT-RECEBIDO  PIC 9(09)V99 VALUE 0.
       77 CONT-RECUP    PIC 9(07) VALUE 0.
       77 TOT-RECUP     PIC 9(09)V99 VALUE 0.
       77 WS-RECUP      PIC X(01) VALUE "N".

      *              Numeracao e formatacao dos recibos.
       77 FS-CADALU     PIC X(02) VALUE "00".
                   " COMPETENCIA " COMP-WK2
               ADD 1 TO CONT-REJ
           ELSE
               MOVE "N" TO WS-RECUP
               IF SITPG-WRK = "L"
                   MOVE "S" TO WS-RECUP
               END-IF
               MOVE "P"      TO SITPG-WRK
               MOVE DATA-WK2 TO DTPAG-WRK
               PERFORM CALCULARENCARGOS
               IF WS-RECUP = "S"
                   ADD 1          TO CONT-RECUP
                   ADD TOTREC-WRK TO TOT-RECUP
               END-IF
               PERFORM EMITIRRECIBO
               ADD 1 TO CONT-BAIXA
           END-IF
               " JUROS: " TOT-JUROS
               " TOTAL RECEBIDO: " TOT-RECEBIDO
               " RECIBOS EMITIDOS: " CONT-REC.
           DISPLAY "EX26 - RECUPERACOES DE COBRANCAS BAIXADAS COMO "
               "PERDA: " CONT-RECUP " TOTAL: " TOT-RECUP.
