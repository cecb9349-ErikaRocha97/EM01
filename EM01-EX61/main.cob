      *              OS ANUAIS E TRAILER DE CONTROLE), PARA CONSUMO
      *              MECANICO - ACABOU A SOMA A MAO DO RH NO FIM DO
      *              ANO.
      *              A PENSAO ALIMENTICIA DESCONTADA NO ANO (PENS-HIS,
      *              GRAVADA PELO EX08 NO FIM DO HISTORICO) SAI NO
      *              INFORME EM LINHA PROPRIA, COMO DEDUCAO DA BASE DO
      *              IMPOSTO, E NO FIM DO REGISTRO DE CADINF.
      *              QUANDO O HISTORICO DAS FOLHAS COMPLEMENTARES
      *              CADHSC EXISTE (EX08 NO MODO COMPLEMENTAR, NO
      *              LEIAUTE DO CADHIS), O QUE ELAS PAGARAM E RETIVERAM
      *              NO ANO-BASE ENTRA NOS MESMOS TOTAIS DO FUNCIONARIO
      *              (BRUTO, INSS, IRRF, LIQUIDO E PENSAO), COMO NOS
      *              ACUMULADOS DO HOLERITE DO EX36 - SEM ISSO O
      *              INFORME FICAVA ABAIXO DO QUE FOI PAGO E RETIDO.

       ENVIRONMENT DIVISION.

           SELECT CADHIS   ASSIGN TO DYNAMIC WS-CADHIS-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADHIS.
           SELECT CADHSC   ASSIGN TO DYNAMIC WS-CADHSC-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADHSC.
           SELECT CADDEC   ASSIGN TO DYNAMIC WS-CADDEC-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADDEC.
           02 COMP-HIS      PIC 9(06).
           02 FGTS-HIS      PIC 9(05)V99.
           02 PATR-HIS      PIC 9(05)V99.
           02 PENS-HIS      PIC 9(05)V99.

      *              CADHSC: historico das folhas complementares
      *              (EX08 no modo complementar), no leiaute do
      *              CADHIS. Opcional.
       FD CADHSC
           LABEL RECORD ARE STANDARD.

       01 REG-HSC.
           02 DATA-HSC      PIC 9(06).
           02 COD-HSC       PIC 9(05).
           02 NOME-HSC      PIC X(20).
           02 SALARIO-HSC   PIC 9(05)V99.
           02 INSS-HSC      PIC 9(05)V99.
           02 IRRF-HSC      PIC 9(05)V99.
           02 LIQUIDO-HSC   PIC 9(05)V99.
           02 COMP-HSC      PIC 9(06).
           02 FGTS-HSC      PIC 9(05)V99.
           02 PATR-HSC      PIC 9(05)V99.
           02 PENS-HSC      PIC 9(05)V99.

      *              CADDEC: decimo terceiro calculado pelo EX12.
       FD CADDEC
           02 IRRF-INF      PIC 9(07)V99.
           02 LIQ-INF       PIC 9(07)V99.
           02 DEC13-INF     PIC 9(05)V99.
           02 PENS-INF      PIC 9(07)V99.

       01 REG-INF-TRL.
           02 TRL-INF-MARCA      PIC X(05) VALUE "TOTAL".
           02 COMP-SRT      PIC 9(06).
           02 FGTS-SRT      PIC 9(05)V99.
           02 PATR-SRT      PIC 9(05)V99.
           02 PENS-SRT      PIC 9(05)V99.

       FD CADWRK
           LABEL RECORD ARE STANDARD.
           02 COMP-WRK      PIC 9(06).
           02 FGTS-WRK      PIC 9(05)V99.
           02 PATR-WRK      PIC 9(05)V99.
           02 PENS-WRK      PIC 9(05)V99.

       WORKING-STORAGE SECTION.
       77 FIM-ARQ       PIC X(03) VALUE "NAO".
       77 FS-CADHIS     PIC X(02) VALUE "00".
       77 FS-CADDEC     PIC X(02) VALUE "00".
       77 FS-CADHSC     PIC X(02) VALUE "00".
       77 FS-CADANO     PIC X(02) VALUE "00".
       77 FS-CADFEC     PIC X(02) VALUE "00".
       77 FS-RELINF     PIC X(02) VALUE "00".
       77 WS-ACU-INSS   PIC 9(07)V99 VALUE 0.
       77 WS-ACU-IRRF   PIC 9(07)V99 VALUE 0.
       77 WS-ACU-LIQ    PIC 9(07)V99 VALUE 0.
       77 WS-ACU-PENS   PIC 9(07)V99 VALUE 0.
       77 WS-DEC13      PIC 9(05)V99 VALUE 0.

      *              Decimo terceiro por funcionario, de CADDEC.
               03 COD-DEC-TAB    PIC 9(05).
               03 DECIMO-DEC-TAB PIC 9(05)V99.

      *              Folhas complementares do ano-base somadas por
      *              funcionario, de CADHSC.
       77 FIM-HSC       PIC X(03) VALUE "NAO".
       77 QTD-HSC       PIC 9(03) VALUE 0.
       77 IDX-HSC       PIC 9(03) VALUE 0.
       77 IDX-HSC-ACH   PIC 9(03) VALUE 0.
       01 TABELA-HSC.
           02 HSC-ITEM OCCURS 500 TIMES.
               03 COD-HSC-TAB    PIC 9(05).
               03 BRUTO-HSC-TAB  PIC 9(07)V99.
               03 INSS-HSC-TAB   PIC 9(07)V99.
               03 IRRF-HSC-TAB   PIC 9(07)V99.
               03 LIQ-HSC-TAB    PIC 9(07)V99.
               03 PENS-HSC-TAB   PIC 9(07)V99.

       77 CONT-INF      PIC 9(07) VALUE 0.
       77 SOMA-BRUTO    PIC 9(09)V99 VALUE 0.
       77 WS-PAGINA     PIC 9(05) VALUE 0.
      *              ambiente).
       77 WS-CADHIS-ARQ  PIC X(40) VALUE "CADHIS.DAT".
       77 WS-CADDEC-ARQ  PIC X(40) VALUE "CADDEC.DAT".
       77 WS-CADHSC-ARQ  PIC X(40) VALUE "CADHISC.DAT".
       77 WS-CADANO-ARQ  PIC X(40) VALUE "CADANO.DAT".
       77 WS-CADFEC-ARQ  PIC X(40) VALUE "CADFEC.DAT".
       77 WS-RELINF-ARQ  PIC X(40) VALUE "RELINF.DAT".
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADDEC-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADHSC"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADHSC-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADANO"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADANO-ARQ
           PERFORM LERANO.
           PERFORM VERIFICARFECHAMENTOS.
           PERFORM CARREGARDECIMO.
           PERFORM CARREGARCOMPLEMENTARES.
           OPEN INPUT CADHIS
           IF FS-CADHIS NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADHIS-ARQ)
                   END-IF
           END-READ.

      *              Bruto, descontos e liquido pagos no ano-base
      *              pelas folhas complementares, por funcionario.
      *              Opcional - sem CADHSC nao soma nada.
       CARREGARCOMPLEMENTARES.
           OPEN INPUT CADHSC
           IF FS-CADHSC = "00"
               PERFORM LERCOMPLEMENTAR UNTIL FIM-HSC = "SIM"
               CLOSE CADHSC
           END-IF.

       LERCOMPLEMENTAR.
           READ CADHSC
               AT END
                   MOVE "SIM" TO FIM-HSC
               NOT AT END
                   IF COMP-HSC(1:4) = WS-ANO
                       PERFORM LOCALIZARCOMPLEMENTAR
                       IF IDX-HSC-ACH = 0
                           IF QTD-HSC = 500
                               DISPLAY "EX61 - MAIS DE 500 "
                                   "FUNCIONARIOS EM CADHSC - RODADA "
                                   "ABORTADA"
                               MOVE 1 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO QTD-HSC
                           MOVE QTD-HSC TO IDX-HSC-ACH
                           MOVE COD-HSC TO COD-HSC-TAB(IDX-HSC-ACH)
                           MOVE 0 TO BRUTO-HSC-TAB(IDX-HSC-ACH)
                           MOVE 0 TO INSS-HSC-TAB(IDX-HSC-ACH)
                           MOVE 0 TO IRRF-HSC-TAB(IDX-HSC-ACH)
                           MOVE 0 TO LIQ-HSC-TAB(IDX-HSC-ACH)
                           MOVE 0 TO PENS-HSC-TAB(IDX-HSC-ACH)
                       END-IF
                       ADD SALARIO-HSC TO BRUTO-HSC-TAB(IDX-HSC-ACH)
                       ADD INSS-HSC    TO INSS-HSC-TAB(IDX-HSC-ACH)
                       ADD IRRF-HSC    TO IRRF-HSC-TAB(IDX-HSC-ACH)
                       ADD LIQUIDO-HSC TO LIQ-HSC-TAB(IDX-HSC-ACH)
                       IF PENS-HSC IS NUMERIC
                           ADD PENS-HSC TO PENS-HSC-TAB(IDX-HSC-ACH)
                       END-IF
                   END-IF
           END-READ.

       LOCALIZARCOMPLEMENTAR.
           MOVE 0 TO IDX-HSC-ACH
           PERFORM VARYING IDX-HSC FROM 1 BY 1
               UNTIL IDX-HSC > QTD-HSC
               IF COD-HSC-TAB(IDX-HSC) = COD-HSC
                   MOVE IDX-HSC TO IDX-HSC-ACH
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       ORDENARHISTORICO.
           SORT ARQSORT ON ASCENDING KEY COD-SRT COMP-SRT
               USING CADHIS GIVING CADWRK
               ADD INSS-WRK    TO WS-ACU-INSS
               ADD IRRF-WRK    TO WS-ACU-IRRF
               ADD LIQUIDO-WRK TO WS-ACU-LIQ
               IF PENS-WRK IS NUMERIC
                   ADD PENS-WRK TO WS-ACU-PENS
               END-IF
           END-IF
           PERFORM LEITURA.

      *              Fecha o funcionario corrente: pagina do informe
      *              e registro de totais, com as complementares de
      *              CADHSC e o decimo de CADDEC.
       FECHARFUNCIONARIO.
           IF QTD-HSC > 0
               PERFORM SOMARCOMPLEMENTARES
           END-IF
           PERFORM BUSCARDECIMO
           PERFORM EMITIRINFORME
           PERFORM GRAVARTOTAIS
           MOVE 0   TO WS-ACU-BRUTO WS-ACU-INSS
           MOVE 0   TO WS-ACU-IRRF WS-ACU-LIQ WS-ACU-PENS
           MOVE "N" TO WS-TEM-FUN.

       SOMARCOMPLEMENTARES.
           MOVE 0 TO IDX-HSC-ACH
           PERFORM VARYING IDX-HSC FROM 1 BY 1
               UNTIL IDX-HSC > QTD-HSC
               IF COD-HSC-TAB(IDX-HSC) = WS-COD-ATU
                   MOVE IDX-HSC TO IDX-HSC-ACH
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF IDX-HSC-ACH NOT = 0
               ADD BRUTO-HSC-TAB(IDX-HSC-ACH) TO WS-ACU-BRUTO
               ADD INSS-HSC-TAB(IDX-HSC-ACH)  TO WS-ACU-INSS
               ADD IRRF-HSC-TAB(IDX-HSC-ACH)  TO WS-ACU-IRRF
               ADD LIQ-HSC-TAB(IDX-HSC-ACH)   TO WS-ACU-LIQ
               ADD PENS-HSC-TAB(IDX-HSC-ACH)  TO WS-ACU-PENS
           END-IF.

       BUSCARDECIMO.
           MOVE 0 TO WS-DEC13
           PERFORM VARYING IDX-DEC FROM 1 BY 1
           STRING "  IRRF RETIDO..............: R$" WS-VALOR-EDT
               DELIMITED BY SIZE INTO LINHA-INF
           PERFORM GRAVARLINHA
           IF WS-ACU-PENS > 0
               MOVE WS-ACU-PENS TO WS-VALOR-EDT
               STRING "  PENSAO ALIMENTICIA PAGA..: R$" WS-VALOR-EDT
                   DELIMITED BY SIZE INTO LINHA-INF
               PERFORM GRAVARLINHA
           END-IF
           MOVE WS-DEC13 TO WS-VALOR-EDT
           STRING "  DECIMO TERCEIRO..........: R$" WS-VALOR-EDT
               DELIMITED BY SIZE INTO LINHA-INF
           MOVE WS-ACU-IRRF  TO IRRF-INF
           MOVE WS-ACU-LIQ   TO LIQ-INF
           MOVE WS-DEC13     TO DEC13-INF
           MOVE WS-ACU-PENS  TO PENS-INF
           WRITE REG-INF
           ADD 1            TO CONT-INF
           ADD WS-ACU-BRUTO TO SOMA-BRUTO.
