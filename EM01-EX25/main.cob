      *              ALUNO NO MESTRE. PEDIDO INVALIDO VAI PARA
      *              CADRJLA COM O MOTIVO (ALU/TCO/VAL). OS TOTAIS DO
      *              MODO AVULSO SAEM POR TIPO DE COBRANCA.
      *              NA EMISSAO MENSAL, O SALDO DO LIVRO DE CREDITOS
      *              DAS FAMILIAS CADCRD (EXCEDENTES E DUPLICIDADES
      *              DO EX57, CREDITOS MANUAIS DO EX97) E CONSUMIDO
      *              AUTOMATICAMENTE: A MENSALIDADE DO ALUNO E
      *              REDUZIDA PELO CREDITO DISPONIVEL NA CONTA DA
      *              FAMILIA (RESPONSAVEL DE CADRSL, SENAO O PROPRIO
      *              ALUNO) E O VALOR USADO ENTRA EM CADCRD COMO
      *              MOVIMENTO "U" COM A COMPETENCIA E O TIPO DA
      *              COBRANCA. MENSALIDADE COBERTA POR INTEIRO SAI
      *              JA PAGA ("P", DATA DE PAGAMENTO = DATA DE
      *              MOVIMENTO DE CADDTM), FORA DA REMESSA DE BOLETOS.
      *              O RESUMO MOSTRA O CREDITO UTILIZADO E O VALOR A
      *              RECEBER.

       ENVIRONMENT DIVISION.

           SELECT CADRJLA  ASSIGN TO DYNAMIC WS-CADRJLA-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADRJLA.
           SELECT CADCRD   ASSIGN TO DYNAMIC WS-CADCRD-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADCRD.
           SELECT CADDTM   ASSIGN TO DYNAMIC WS-CADDTM-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADDTM.

       DATA DIVISION.

           02 LAN-RJL     PIC X(28).
           02 MOTIVO-RJL  PIC X(03).

      *              CADCRD: livro de creditos das familias - lido
      *              para apurar os saldos e depois aberto em EXTEND
      *              para os movimentos de utilizacao. Opcional.
       FD CADCRD
           LABEL RECORD ARE STANDARD.

           COPY CADCRD.

      *              CADDTM: data de movimento (AAAAMMDD) do lote.
      *              Opcional - se ausente, vale o relogio da maquina.
       FD CADDTM
           LABEL RECORD ARE STANDARD.

       01 REG-DTM.
           02 DATA-DTM       PIC 9(08).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ       PIC X(03) VALUE "NAO".
       77 FS-CADALU     PIC X(02) VALUE "00".
       77 WS-VALOR-EDT  PIC ZZ.ZZ9,99.
       77 CONT-FAM      PIC 9(03) VALUE 0.

      *              Saldos do livro de creditos por conta (tipo +
      *              codigo) e o credito usado na emissao.
       77 FS-CADCRD     PIC X(02) VALUE "00".
       77 FS-CADDTM     PIC X(02) VALUE "00".
       77 FIM-CRD       PIC X(03) VALUE "NAO".
       77 WS-DATA-MOV   PIC 9(08) VALUE 0.
       77 WS-TEM-CRD    PIC X(01) VALUE "N".
       77 WS-CREDITO    PIC 9(05)V99 VALUE 0.
       77 CONT-CRU      PIC 9(07) VALUE 0.
       77 CONT-QUIT     PIC 9(07) VALUE 0.
       77 SOMA-CRU      PIC 9(09)V99 VALUE 0.
       77 SOMA-REC      PIC 9(09)V99 VALUE 0.
       01 WS-CTA.
           02 WS-TCTA       PIC X(01).
           02 WS-CCTA       PIC 9(05).
       77 QTD-CTA       PIC 9(03) VALUE 0.
       77 IDX-CTA       PIC 9(03) VALUE 0.
       77 IDX-CTA-ACH   PIC 9(03) VALUE 0.
       01 TABELA-CTA.
           02 CTA-ITEM OCCURS 500 TIMES.
               03 CTA-TAB       PIC X(06).
               03 SALDO-TAB     PIC S9(09)V99.

      *              Registro de descontos em memoria (200 bolsistas e
      *              folga para a escola).
       77 QTD-DES       PIC 9(03) VALUE 0.
       77 WS-CADLAN-ARQ  PIC X(40) VALUE "CADLAN.DAT".
       77 WS-CADTCB-ARQ  PIC X(40) VALUE "CADTCB.DAT".
       77 WS-CADRJLA-ARQ PIC X(40) VALUE "CADRJLA.DAT".
       77 WS-CADCRD-ARQ  PIC X(40) VALUE "CADCRD.DAT".
       77 WS-CADDTM-ARQ  PIC X(40) VALUE "CADDTM.DAT".
       77 WS-ENV-TEMP    PIC X(40).

       PROCEDURE DIVISION.
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADRJLA"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADRJLA-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADCRD"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADCRD-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADDTM"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADDTM-ARQ
           END-IF.

       INICIO.
           PERFORM CARREGARDESCONTOS.
           PERFORM CARREGARRESPONSAVEIS.
           PERFORM VERIFICARCOMPETENCIA.
           PERFORM LERDATAMOV.
           PERFORM CARREGARCREDITOS.
           OPEN INPUT CADALU
           IF FS-CADALU NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADALU-ARQ)

      *              Responsaveis e vinculos: a cobranca familiar so
      *              roda quando os dois arquivos existem.
      *              O vinculo e carregado mesmo sem CADRSP, porque
      *              tambem decide a conta de credito da familia.
       CARREGARRESPONSAVEIS.
           OPEN INPUT CADRSP
           IF FS-CADRSP = "00"
               PERFORM LERRESPONSAVEL UNTIL FIM-ARQ = "SIM"
               CLOSE CADRSP
               MOVE "NAO" TO FIM-ARQ
           END-IF
           OPEN INPUT CADRSL
           IF FS-CADRSL = "00"
               PERFORM LERVINCULO UNTIL FIM-ARQ = "SIM"
               CLOSE CADRSL
               MOVE "NAO" TO FIM-ARQ
           END-IF
           IF QTD-RSP > 0 AND QTD-RSL > 0
               MOVE "S" TO WS-TEM-FAM
                   END-IF
           END-READ.

      *              Data de movimento do lote: de CADDTM quando
      *              existe; sem ele, o relogio da maquina.
       LERDATAMOV.
           ACCEPT WS-DATA-MOV FROM DATE YYYYMMDD
           OPEN INPUT CADDTM
           IF FS-CADDTM = "00"
               READ CADDTM
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE DATA-DTM TO WS-DATA-MOV
               END-READ
               CLOSE CADDTM
           END-IF.

      *              Saldos do livro de creditos: opcional. Com algum
      *              saldo positivo o livro e reaberto em EXTEND para
      *              os movimentos de utilizacao desta emissao.
       CARREGARCREDITOS.
           OPEN INPUT CADCRD
           IF FS-CADCRD = "00"
               PERFORM LERCREDITO UNTIL FIM-CRD = "SIM"
               CLOSE CADCRD
           END-IF
           PERFORM VARYING IDX-CTA FROM 1 BY 1
               UNTIL IDX-CTA > QTD-CTA
               IF SALDO-TAB(IDX-CTA) > 0
                   MOVE "S" TO WS-TEM-CRD
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-TEM-CRD = "S"
               OPEN EXTEND CADCRD
               IF FS-CADCRD NOT = "00"
                   DISPLAY "ERRO AO ABRIR "
                       FUNCTION TRIM(WS-CADCRD-ARQ)
                       " - FILE STATUS " FS-CADCRD
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       LERCREDITO.
           READ CADCRD
               AT END
                   MOVE "SIM" TO FIM-CRD
               NOT AT END
                   MOVE CTA-CRD TO WS-CTA
                   PERFORM LOCALIZARCONTA
                   IF IDX-CTA-ACH = 0
                       IF QTD-CTA = 500
                           DISPLAY "EX25 - MAIS DE 500 CONTAS DE "
                               "CREDITO - RODADA ABORTADA"
                           MOVE 1 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO QTD-CTA
                       MOVE QTD-CTA TO IDX-CTA-ACH
                       MOVE WS-CTA  TO CTA-TAB(QTD-CTA)
                       MOVE 0       TO SALDO-TAB(QTD-CTA)
                   END-IF
                   IF TIPO-CRD = "U" OR TIPO-CRD = "R"
                       SUBTRACT VALOR-CRD FROM SALDO-TAB(IDX-CTA-ACH)
                   ELSE
                       ADD VALOR-CRD TO SALDO-TAB(IDX-CTA-ACH)
                   END-IF
           END-READ.

       LOCALIZARCONTA.
           MOVE 0 TO IDX-CTA-ACH
           PERFORM VARYING IDX-CTA FROM 1 BY 1
               UNTIL IDX-CTA > QTD-CTA
               IF CTA-TAB(IDX-CTA) = WS-CTA
                   MOVE IDX-CTA TO IDX-CTA-ACH
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LERALU.
           READ CADALU NEXT
               AT END
           MOVE 0        TO TOTREC-COB
           MOVE 0        TO ACORDO-COB
           MOVE "ME"     TO TIPO-COB
           MOVE 0        TO WS-CREDITO
           IF WS-TEM-CRD = "S"
               PERFORM APLICARCREDITO
           END-IF
           WRITE REG-COB
           ADD 1         TO CONT-EMI
           ADD VALOR-COB WS-CREDITO TO SOMA-EMI
           ADD VALOR-COB TO SOMA-REC
           ADD WS-VALOR  TO SOMA-BRU
           ADD WS-DESCONTO TO SOMA-DES
           IF WS-TEM-FAM = "S"
               PERFORM ACUMULARFAMILIA
           END-IF.

      *              Credito disponivel na conta da familia abate a
      *              mensalidade ate o valor dela; o uso entra no
      *              livro como movimento "U" e, se cobriu tudo, a
      *              cobranca ja nasce paga.
       APLICARCREDITO.
           MOVE "A"     TO WS-TCTA
           MOVE NUM-COB TO WS-CCTA
           PERFORM VARYING IDX-RSL FROM 1 BY 1
               UNTIL IDX-RSL > QTD-RSL
               IF NUM-RSL-TAB(IDX-RSL) = NUM-COB
                   MOVE "R" TO WS-TCTA
                   MOVE RSP-RSL-TAB(IDX-RSL) TO WS-CCTA
                   EXIT PERFORM
               END-IF
           END-PERFORM
           PERFORM LOCALIZARCONTA
           IF IDX-CTA-ACH NOT = 0 AND VALOR-COB > 0
               AND SALDO-TAB(IDX-CTA-ACH) > 0
               IF SALDO-TAB(IDX-CTA-ACH) < VALOR-COB
                   MOVE SALDO-TAB(IDX-CTA-ACH) TO WS-CREDITO
               ELSE
                   MOVE VALOR-COB TO WS-CREDITO
               END-IF
               SUBTRACT WS-CREDITO FROM SALDO-TAB(IDX-CTA-ACH)
               SUBTRACT WS-CREDITO FROM VALOR-COB
               IF VALOR-COB = 0
                   MOVE "P"         TO SITPG-COB
                   MOVE WS-DATA-MOV TO DTPAG-COB
                   ADD 1 TO CONT-QUIT
               END-IF
               MOVE WS-CTA      TO CTA-CRD
               MOVE WS-DATA-MOV TO DATA-CRD
               MOVE "U"         TO TIPO-CRD
               MOVE NUM-COB     TO NUM-CRD
               MOVE COMP-COB    TO COMP-CRD
               MOVE TIPO-COB    TO TIPOCOB-CRD
               MOVE WS-CREDITO  TO VALOR-CRD
               MOVE SPACES      TO APROV-CRD
               MOVE "USO NA MENSALIDADE" TO HIST-CRD
               WRITE REG-CRD
               ADD 1          TO CONT-CRU
               ADD WS-CREDITO TO SOMA-CRU
           END-IF.

      *              Acumula a cobranca recem-emitida no responsavel
      *              financeiro do aluno, quando ha vinculo, para o
      *              documento de cobranca familiar.
               PERFORM GRAVARDOCUMENTOFAMILIAR
           END-IF
           CLOSE CADALU CADCOB.
           IF WS-TEM-CRD = "S"
               CLOSE CADCRD
           END-IF
           DISPLAY "EX25 - COMPETENCIA " WS-COMP
               " COBRANCAS EMITIDAS: " CONT-EMI
               " COM DESCONTO: " CONT-DES
           DISPLAY "EX25 - TOTAL BRUTO: " SOMA-BRU
               " DESCONTOS: " SOMA-DES
               " LIQUIDO FATURADO: " SOMA-EMI.
           DISPLAY "EX25 - CREDITO UTILIZADO: " SOMA-CRU
               " EM " CONT-CRU " COBRANCAS (" CONT-QUIT
               " QUITADAS) A RECEBER: " SOMA-REC.
           IF WS-TEM-FAM = "S"
               DISPLAY "EX25 - DOCUMENTOS FAMILIARES EMITIDOS: "
                   CONT-FAM
