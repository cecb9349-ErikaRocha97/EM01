      *              DO ANO DA DATA DE MOVIMENTO NO CADHIS DO
      *              FUNCIONARIO). ASSIM CADA FUNCIONARIO RECEBE SO A
      *              PROPRIA FOLHA, SEM VER O SALARIO DOS COLEGAS.
      *              HOLERITE DE FOLHA COMPLEMENTAR (VARIAVEL DE
      *              AMBIENTE COMPLEMENTAR = "S"): LE A SAIDA DA
      *              COMPLEMENTAR DO EX08 (CADSAIC POR DEFAULT) E
      *              GRAVA RELHOLC, COM O TITULO "HOLERITE
      *              COMPLEMENTAR" E SEM A LINHA DE REAJUSTE. NOS DOIS
      *              MODOS, QUANDO O HISTORICO DAS COMPLEMENTARES
      *              CADHSC EXISTE, O QUE ELAS PAGARAM NO ANO ENTRA
      *              NOS ACUMULADOS.
      *              O ADICIONAL POR TEMPO DE SERVICO PAGO PELO EX08
      *              (ATS-SAI) SAI EM LINHA PROPRIA, ENTRE O SALARIO
      *              BASE E AS HORAS EXTRAS.
      *              A PENSAO ALIMENTICIA DESCONTADA PELO EX08
      *              (PENS-SAI) SAI EM LINHA PROPRIA NA ORDEM LEGAL
      *              DOS DESCONTOS, ENTRE O IRRF E O CONSIGNADO.
      *              A DIFERENCA DE DISSIDIO RETROATIVO PAGA PELO EX08
      *              (DIF-SAI) SAI EM LINHA PROPRIA LOGO ACIMA DO
      *              SALARIO BRUTO E FICA FORA DO REAJUSTE APLICADO,
      *              QUE CONTINUA SENDO SO A VARIACAO DO SALARIO.

       ENVIRONMENT DIVISION.

           SELECT CADDTM   ASSIGN TO DYNAMIC WS-CADDTM-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADDTM.
           SELECT CADHSC   ASSIGN TO DYNAMIC WS-CADHSC-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADHSC.
      *              ARQSORT e o arquivo de trabalho da ordenacao
      *              externa e CADWRK o historico ja ordenado por
      *              funcionario/competencia.
           02 HEXT-SAI      PIC 9(05)V99.
           02 DFAL-SAI      PIC 9(05)V99.
           02 EMPR-SAI      PIC 9(05)V99.
           02 DAFA-SAI      PIC 9(05)V99.
           02 ATS-SAI       PIC 9(05)V99.
           02 PENS-SAI      PIC 9(05)V99.
           02 DIF-SAI       PIC 9(05)V99.

       01 REG-SAI-TRL.
           02 TRL-SAI-MARCA         PIC X(05).
       01 REG-DTM.
           02 DATA-DTM       PIC 9(08).

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

       SD ARQSORT.

       01 REG-SRT.
       77 WS-TEM-ANT    PIC X(01) VALUE "N".
       77 WS-REAJUSTE   PIC S9(05)V99 VALUE 0.

      *              Folha complementar: modo de emissao e o que as
      *              complementares pagaram no ano, por funcionario
      *              (500, o limite da lista da complementar).
       77 WS-COMPLEMENTAR PIC X(01) VALUE "N".
       77 FS-CADHSC     PIC X(02) VALUE "00".
       77 FIM-HSC       PIC X(03) VALUE "NAO".
       77 QTD-HSC       PIC 9(03) VALUE 0.
       77 IDX-HSC       PIC 9(03) VALUE 0.
       77 IDX-HSC-ACH   PIC 9(03) VALUE 0.
       01 TABELA-HSC.
           02 HSC-ITEM OCCURS 500 TIMES.
               03 COD-HSC-TAB    PIC 9(05).
               03 BRUTO-HSC-TAB  PIC 9(07)V99.
               03 LIQ-HSC-TAB    PIC 9(07)V99.

      *              Campos editados das linhas do holerite.
       77 WS-VALOR-EDT  PIC ZZ.ZZ9,99.
       77 WS-VALOR2-EDT PIC Z.ZZZ.ZZ9,99.
       77 WS-RELHOL-ARQ  PIC X(40) VALUE "RELHOL.DAT".
       77 WS-CADDTM-ARQ  PIC X(40) VALUE "CADDTM.DAT".
       77 WS-CADWRK-ARQ  PIC X(40) VALUE "CADWRK.DAT".
       77 WS-CADHSC-ARQ  PIC X(40) VALUE "CADHISC.DAT".
       77 WS-ENV-TEMP    PIC X(40).

       PROCEDURE DIVISION.
           STOP RUN.

       LERNOMESARQUIVOS.
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "COMPLEMENTAR"
           IF WS-ENV-TEMP(1:1) = "S"
               MOVE "S"           TO WS-COMPLEMENTAR
               MOVE "CADSAIC.DAT" TO WS-CADSAI-ARQ
               MOVE "RELHOLC.DAT" TO WS-RELHOL-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADSAI"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADSAI-ARQ
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADWRK"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADWRK-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADHSC"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADHSC-ARQ
           END-IF.

       INICIO.
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CARREGARCOMPLEMENTARES.
           PERFORM ORDENARHISTORICO.
           PERFORM LERSAI.
           PERFORM LERHIS.
               CLOSE CADDTM
           END-IF.

      *              Bruto e liquido pagos no ano da data de
      *              movimento pelas folhas complementares, por
      *              funcionario. Opcional - sem CADHSC nao soma nada.
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
                   IF COMP-HSC(1:4) = WS-ANO-MOV
                       PERFORM LOCALIZARCOMPLEMENTAR
                       IF IDX-HSC-ACH = 0
                           IF QTD-HSC = 500
                               DISPLAY "EX36 - MAIS DE 500 "
                                   "FUNCIONARIOS EM CADHSC - RODADA "
                                   "ABORTADA"
                               MOVE 1 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO QTD-HSC
                           MOVE QTD-HSC TO IDX-HSC-ACH
                           MOVE COD-HSC TO COD-HSC-TAB(IDX-HSC-ACH)
                           MOVE 0 TO BRUTO-HSC-TAB(IDX-HSC-ACH)
                           MOVE 0 TO LIQ-HSC-TAB(IDX-HSC-ACH)
                       END-IF
                       ADD SALARIO-HSC TO BRUTO-HSC-TAB(IDX-HSC-ACH)
                       ADD LIQUIDO-HSC TO LIQ-HSC-TAB(IDX-HSC-ACH)
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
               UNTIL FIM-HIS = "SIM" OR COD-WRK >= COD-SAI
           PERFORM ACUMULARHIS
               UNTIL FIM-HIS = "SIM" OR COD-WRK NOT = COD-SAI.
           MOVE COD-SAI TO COD-HSC
           PERFORM LOCALIZARCOMPLEMENTAR
           IF IDX-HSC-ACH NOT = 0
               ADD BRUTO-HSC-TAB(IDX-HSC-ACH) TO WS-ACUM-BRUTO
               ADD LIQ-HSC-TAB(IDX-HSC-ACH)   TO WS-ACUM-LIQ
           END-IF.

       ACUMULARHIS.
           IF COMP-WRK(1:4) = WS-ANO-MOV
           MOVE WS-PAGINA TO WS-PAGINA-EDT
           MOVE SPACES TO LINHA-HOL
           PERFORM GRAVARLINHA
           IF WS-COMPLEMENTAR = "S"
               STRING "HOLERITE COMPLEMENTAR - COMPETENCIA "
                   WS-COMP-MOV "       PAGINA " WS-PAGINA-EDT
                   DELIMITED BY SIZE INTO LINHA-HOL
           ELSE
               STRING "HOLERITE - COMPETENCIA " WS-COMP-MOV
                   "                    PAGINA " WS-PAGINA-EDT
                   DELIMITED BY SIZE INTO LINHA-HOL
           END-IF
           PERFORM GRAVARLINHA
           MOVE ALL "=" TO LINHA-HOL
           PERFORM GRAVARLINHA
           STRING "FUNCIONARIO: " COD-SAI " - " NOME-SAI
               DELIMITED BY SIZE INTO LINHA-HOL
           PERFORM GRAVARLINHA
           IF HEXT-SAI > 0 OR DFAL-SAI > 0 OR DAFA-SAI > 0
               OR ATS-SAI > 0
               MOVE BASE-SAI TO WS-VALOR-EDT
               STRING "  SALARIO BASE.....: R$" WS-VALOR-EDT
                   DELIMITED BY SIZE INTO LINHA-HOL
               PERFORM GRAVARLINHA
               IF ATS-SAI > 0
                   MOVE ATS-SAI TO WS-VALOR-EDT
                   STRING "  ADIC. TEMPO SERV.: R$" WS-VALOR-EDT
                       DELIMITED BY SIZE INTO LINHA-HOL
                   PERFORM GRAVARLINHA
               END-IF
               IF HEXT-SAI > 0
                   MOVE HEXT-SAI TO WS-VALOR-EDT
                   STRING "  HORAS EXTRAS.....: R$" WS-VALOR-EDT
                       DELIMITED BY SIZE INTO LINHA-HOL
                   PERFORM GRAVARLINHA
               END-IF
               IF DAFA-SAI > 0
                   MOVE DAFA-SAI TO WS-VALOR-EDT
                   STRING "  DESC. AFASTAMENTO: R$" WS-VALOR-EDT
                       DELIMITED BY SIZE INTO LINHA-HOL
                   PERFORM GRAVARLINHA
               END-IF
           END-IF
           IF DIF-SAI IS NUMERIC AND DIF-SAI > 0
               MOVE DIF-SAI TO WS-VALOR-EDT
               STRING "  DISSIDIO RETROAT.: R$" WS-VALOR-EDT
                   DELIMITED BY SIZE INTO LINHA-HOL
               PERFORM GRAVARLINHA
           END-IF
           MOVE SALARIO-SAI TO WS-VALOR-EDT
           STRING "  SALARIO BRUTO....: R$" WS-VALOR-EDT
               DELIMITED BY SIZE INTO LINHA-HOL
           PERFORM GRAVARLINHA
      *              Na complementar o bruto e so a correcao - nao
      *              ha reajuste a mostrar. A diferenca de dissidio
      *              retroativo nao e reajuste do mes.
           IF WS-COMPLEMENTAR NOT = "S"
               IF WS-TEM-ANT = "S"
                   COMPUTE WS-REAJUSTE = SALARIO-SAI - WS-SAL-ANT
                   IF DIF-SAI IS NUMERIC
                       SUBTRACT DIF-SAI FROM WS-REAJUSTE
                   END-IF
                   MOVE WS-REAJUSTE TO WS-REAJ-EDT
                   STRING "  REAJUSTE APLICADO: R$" WS-REAJ-EDT
                       DELIMITED BY SIZE INTO LINHA-HOL
               ELSE
                   MOVE "  REAJUSTE APLICADO: PRIMEIRA FOLHA"
                       TO LINHA-HOL
               END-IF
               PERFORM GRAVARLINHA
           END-IF
           MOVE INSS-SAI TO WS-VALOR-EDT
           STRING "  INSS.............: R$" WS-VALOR-EDT
               DELIMITED BY SIZE INTO LINHA-HOL
           STRING "  IRRF.............: R$" WS-VALOR-EDT
               DELIMITED BY SIZE INTO LINHA-HOL
           PERFORM GRAVARLINHA
           IF PENS-SAI IS NUMERIC AND PENS-SAI > 0
               MOVE PENS-SAI TO WS-VALOR-EDT
               STRING "  PENSAO ALIMENT...: R$" WS-VALOR-EDT
                   DELIMITED BY SIZE INTO LINHA-HOL
               PERFORM GRAVARLINHA
           END-IF
           IF EMPR-SAI > 0
               MOVE EMPR-SAI TO WS-VALOR-EDT
               STRING "  EMPREST. CONSIG..: R$" WS-VALOR-EDT
