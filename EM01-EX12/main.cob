      *              ARQUIVO OPCIONAL CADMES (UM VALOR UNICO, VALIDO
      *              PARA TODOS OS FUNCIONARIOS DA RODADA); SE
      *              AUSENTE, ASSUME-SE 12 MESES (ANO COMPLETO).
      *              QUANDO O REGISTRO DE AFASTAMENTOS CADAFA EXISTE
      *              (MANTIDO PELO EX67), CADA FUNCIONARIO PERDE UM
      *              AVO POR MES DO ANO DA COMPETENCIA (ATE O MES DA
      *              DATA DE MOVIMENTO) EM QUE FICOU MAIS DE 15 DIAS
      *              FORA POR DOENCA (CONTANDO SO OS DIAS A PARTIR DO
      *              16O., PAGOS PELO INSS) OU POR LICENCA SEM
      *              REMUNERACAO. ACIDENTE DE TRABALHO E LICENCA-
      *              MATERNIDADE CONTAM COMO TEMPO TRABALHADO. OS
      *              MESES GRAVADOS EM CADDEC SAO OS DO FUNCIONARIO.
      *              O SALARIO DA BASE DO DECIMO TERCEIRO E O DA
      *              COMPETENCIA SEM OS EVENTOS DO MES QUE O EX08
      *              ITEMIZA NO FIM DE CADSAI: O DESCONTO DE
      *              AFASTAMENTO (DAFA-SAI) VOLTA AO BRUTO E A
      *              DIFERENCA DE DISSIDIO RETROATIVO (DIF-SAI) SAI
      *              DELE - O AFASTAMENTO JA CUSTA OS AVOS PERDIDOS.

       ENVIRONMENT DIVISION.

           SELECT CADFEC   ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADFEC.
           SELECT CADAFA   ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADAFA.


       DATA DIVISION.
           02 INSS-SAI      PIC 9(05)V99.
           02 IRRF-SAI      PIC 9(05)V99.
           02 LIQUIDO-SAI   PIC 9(05)V99.
           02 FGTS-SAI      PIC 9(05)V99.
           02 PATR-SAI      PIC 9(05)V99.
           02 BASE-SAI      PIC 9(05)V99.
           02 HEXT-SAI      PIC 9(05)V99.
           02 DFAL-SAI      PIC 9(05)V99.
           02 EMPR-SAI      PIC 9(05)V99.
           02 DAFA-SAI      PIC 9(05)V99.
           02 ATS-SAI       PIC 9(05)V99.
           02 PENS-SAI      PIC 9(05)V99.
           02 DIF-SAI       PIC 9(05)V99.

       01 REG-SAI-TRL.
           02 TRL-SAI-MARCA         PIC X(05).

           COPY CADFEC.

      *              CADAFA: registro de afastamentos (EX67).
      *              Opcional - sem ele ninguem perde avo por
      *              afastamento.
       FD CADAFA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADAFA.DAT".

           COPY CADAFA.

       WORKING-STORAGE SECTION.
       77 FIM-ARQ       PIC X(03) VALUE "NAO".
       77 FS-CADSAI     PIC X(02) VALUE "00".
       77 WS-COMP       PIC 9(06) VALUE 0.
       77 WS-SIT-COMP   PIC X(01) VALUE "A".

      *              Avos perdidos por afastamento: dias fora em cada
      *              mes do ano, contados em dias corridos
      *              (INTEGER-OF-DATE) dentro dos limites do mes.
       77 FS-CADAFA     PIC X(02) VALUE "00".
       77 WS-MESES-FUN  PIC 9(02) VALUE 0.
       77 WS-SAL-BASE   PIC 9(05)V99 VALUE 0.
       77 WS-MESES-PERD PIC 9(02) VALUE 0.
       77 WS-ANO-COMP   PIC 9(04) VALUE 0.
       77 WS-MES-ATE    PIC 9(02) VALUE 0.
       77 IDX-MES       PIC 9(02) VALUE 0.
       77 WS-DIAS-AFA   PIC 9(03) VALUE 0.
       77 WS-DATA-AUX   PIC 9(08) VALUE 0.
       77 WS-INI-MES    PIC 9(07) VALUE 0.
       77 WS-FIM-MES    PIC 9(07) VALUE 0.
       77 WS-INI-DESC   PIC 9(07) VALUE 0.
       77 WS-FIM-DESC   PIC 9(07) VALUE 0.
       77 CONT-AFA-PERD PIC 9(05) VALUE 0.
       77 QTD-AFA       PIC 9(04) VALUE 0.
       77 IDX-AFA       PIC 9(04) VALUE 0.
       01 TABELA-AFA.
           02 AFA-ITEM OCCURS 2000 TIMES.
               03 COD-AFA-TAB    PIC 9(05).
               03 TIPO-AFA-TAB   PIC X(02).
               03 INICIO-AFA-TAB PIC 9(08).
               03 FIM-AFA-TAB    PIC 9(08).


       PROCEDURE DIVISION.

               STOP RUN
           END-IF
           PERFORM LEMESES.
           PERFORM CARREGARAFASTAMENTOS.
           PERFORM LEITURA.


               CLOSE CADMES
           END-IF.

      *              Afastamentos em memoria. Opcional - sem CADAFA
      *              todos ficam com os meses de CADMES.
       CARREGARAFASTAMENTOS.
           MOVE WS-DATA-MOV(1:4) TO WS-ANO-COMP
           MOVE WS-DATA-MOV(5:2) TO WS-MES-ATE
           OPEN INPUT CADAFA
           IF FS-CADAFA = "00"
               PERFORM LERAFASTAMENTO UNTIL FIM-ARQ = "SIM"
               CLOSE CADAFA
               MOVE "NAO" TO FIM-ARQ
           END-IF.

       LERAFASTAMENTO.
           READ CADAFA
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   IF QTD-AFA = 2000
                       DISPLAY "EX12 - MAIS DE 2000 AFASTAMENTOS - "
                           "RODADA ABORTADA"
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO QTD-AFA
                   MOVE COD-AFA    TO COD-AFA-TAB(QTD-AFA)
                   MOVE TIPO-AFA   TO TIPO-AFA-TAB(QTD-AFA)
                   MOVE INICIO-AFA TO INICIO-AFA-TAB(QTD-AFA)
                   MOVE FIM-AFA    TO FIM-AFA-TAB(QTD-AFA)
           END-READ.

      *              Le o proximo registro da folha conferindo o
      *              trailer de controle: quantidade ou soma de
      *              salarios divergente, ou trailer ausente, aborta a
           PERFORM LEITURA.

       CALCULADECIMO.
           PERFORM RECOMPORSALARIO
           MOVE WS-MESES TO WS-MESES-FUN
           IF QTD-AFA > 0
               MOVE 0 TO WS-MESES-PERD
               PERFORM CONTARMESAFASTADO
                   VARYING IDX-MES FROM 1 BY 1
                   UNTIL IDX-MES > WS-MES-ATE
               IF WS-MESES-PERD > 0
                   ADD 1 TO CONT-AFA-PERD
                   IF WS-MESES-PERD > WS-MESES-FUN
                       MOVE 0 TO WS-MESES-FUN
                   ELSE
                       SUBTRACT WS-MESES-PERD FROM WS-MESES-FUN
                   END-IF
               END-IF
           END-IF
           COMPUTE DECIMO-CALC ROUNDED =
               WS-SAL-BASE / 12 * WS-MESES-FUN.

      *              Salario da competencia sem o desconto de
      *              afastamento e sem a diferenca de dissidio
      *              retroativo (campos em branco em CADSAI antigo).
       RECOMPORSALARIO.
           MOVE SALARIO-SAI TO WS-SAL-BASE
           IF DAFA-SAI IS NUMERIC
               ADD DAFA-SAI TO WS-SAL-BASE
           END-IF
           IF DIF-SAI IS NUMERIC
               SUBTRACT DIF-SAI FROM WS-SAL-BASE
           END-IF.

      *              Um mes do ano conta como perdido quando o
      *              funcionario ficou mais de 15 dias fora por
      *              doenca (a partir do 16o. dia) ou sem
      *              remuneracao.
       CONTARMESAFASTADO.
           COMPUTE WS-DATA-AUX = WS-ANO-COMP * 10000
               + IDX-MES * 100 + 1
           COMPUTE WS-INI-MES = FUNCTION INTEGER-OF-DATE(WS-DATA-AUX)
           IF IDX-MES = 12
               COMPUTE WS-DATA-AUX = WS-DATA-AUX + 8900
           ELSE
               COMPUTE WS-DATA-AUX = WS-DATA-AUX + 100
           END-IF
           COMPUTE WS-FIM-MES =
               FUNCTION INTEGER-OF-DATE(WS-DATA-AUX) - 1
           MOVE 0 TO WS-DIAS-AFA
           PERFORM VARYING IDX-AFA FROM 1 BY 1
               UNTIL IDX-AFA > QTD-AFA
               IF COD-AFA-TAB(IDX-AFA) = COD-SAI
                   AND (TIPO-AFA-TAB(IDX-AFA) = "DO"
                       OR TIPO-AFA-TAB(IDX-AFA) = "SR")
                   PERFORM CONTARDIASAFASTAMENTO
               END-IF
           END-PERFORM
           IF WS-DIAS-AFA > 15
               ADD 1 TO WS-MESES-PERD
           END-IF.

       CONTARDIASAFASTAMENTO.
           COMPUTE WS-INI-DESC =
               FUNCTION INTEGER-OF-DATE(INICIO-AFA-TAB(IDX-AFA))
           IF TIPO-AFA-TAB(IDX-AFA) = "DO"
               ADD 15 TO WS-INI-DESC
           END-IF
           IF WS-INI-DESC < WS-INI-MES
               MOVE WS-INI-MES TO WS-INI-DESC
           END-IF
           IF FIM-AFA-TAB(IDX-AFA) = 0
               MOVE WS-FIM-MES TO WS-FIM-DESC
           ELSE
               COMPUTE WS-FIM-DESC =
                   FUNCTION INTEGER-OF-DATE(FIM-AFA-TAB(IDX-AFA))
               IF WS-FIM-DESC > WS-FIM-MES
                   MOVE WS-FIM-MES TO WS-FIM-DESC
               END-IF
           END-IF
           IF WS-FIM-DESC NOT < WS-INI-DESC
               COMPUTE WS-DIAS-AFA =
                   WS-DIAS-AFA + WS-FIM-DESC - WS-INI-DESC + 1
           END-IF.

       GRAVACAO.
           MOVE COD-SAI     TO COD-DEC
           MOVE NOME-SAI    TO NOME-DEC
           MOVE WS-SAL-BASE TO SALARIO-DEC
           MOVE WS-MESES-FUN TO MESES-DEC
           MOVE DECIMO-CALC TO DECIMO-DEC
           WRITE REG-DEC
           ADD 1            TO CONT-DEC
           WRITE REG-TRL.
           CLOSE CADSAI.
           CLOSE CADDEC.
           IF CONT-AFA-PERD > 0
               DISPLAY "EX12 - FUNCIONARIOS COM AVOS PERDIDOS POR "
                   "AFASTAMENTO: " CONT-AFA-PERD
           END-IF.
