      *              CONSTITUCIONAL, GRAVADA EM CADFEP COM TRAILER
      *              "TOTAL" PROPRIO PARA A ETAPA DE IMPRESSAO.
      *              RESPEITA O FECHAMENTO DE COMPETENCIA DO EX34.
      *              QUANDO O REGISTRO DE AFASTAMENTOS CADAFA EXISTE
      *              (MANTIDO PELO EX67), O PERIODO AQUISITIVO
      *              DESCONTA OS AFASTAMENTOS DENTRO DELE: LICENCA
      *              SEM REMUNERACAO TIRA UM MES A CADA 30 DIAS (MAIS
      *              DE 15 DIAS CONTAM COMO MES), E DOENCA OU
      *              ACIDENTE DE TRABALHO COM MAIS DE 180 DIAS PAGOS
      *              PELO INSS (A PARTIR DO 16O. DIA DE CADA
      *              AFASTAMENTO) PERDEM O PERIODO - A CONTAGEM
      *              RECOMECA NO RETORNO (AFASTAMENTO AINDA EM
      *              ABERTO = SEM DIREITO). LICENCA-MATERNIDADE CONTA
      *              COMO TEMPO TRABALHADO.
      *              QUANDO O LIVRO DE PERIODOS AQUISITIVOS CADPAQ
      *              EXISTE (MANTIDO PELO EX69), OS DIAS DE CADA
      *              SOLICITACAO ACEITA SAO LANCADOS COMO GOZADOS NO
      *              PERIODO MAIS ANTIGO DO FUNCIONARIO QUE AINDA TEM
      *              SALDO (O QUE SOBRAR VAI PARA O SEGUINTE, E O
      *              EXCEDENTE FICA ADIANTADO NO PERIODO EM CURSO), E
      *              O LIVRO E REGRAVADO NO FIM DA RODADA.
      *              CADA PERIODO QUE RECEBE DIAS GUARDA A COMPETENCIA
      *              DO LANCAMENTO (ULTCOMP-PAQ); SE O LIVRO JA TEM
      *              UM PERIODO LANCADO NA COMPETENCIA DA RODADA, A
      *              RODADA E ABORTADA ANTES DE GRAVAR QUALQUER
      *              SAIDA - UMA SEGUNDA RODADA DA MESMA COMPETENCIA
      *              SOMARIA OS DIAS GOZADOS DE NOVO.
      *              O SALARIO DA BASE DAS FERIAS E O DA COMPETENCIA
      *              SEM OS EVENTOS DO MES QUE O EX08 ITEMIZA NO FIM
      *              DE CADSAI: O DESCONTO DE AFASTAMENTO (DAFA-SAI)
      *              VOLTA AO BRUTO E A DIFERENCA DE DISSIDIO
      *              RETROATIVO (DIF-SAI) SAI DELE.

       ENVIRONMENT DIVISION.

           SELECT CADFEC   ASSIGN TO DYNAMIC WS-CADFEC-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADFEC.
           SELECT CADAFA   ASSIGN TO DYNAMIC WS-CADAFA-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADAFA.
           SELECT CADPAQ   ASSIGN TO DYNAMIC WS-CADPAQ-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADPAQ.
      *              ARQSORT e o arquivo de trabalho da ordenacao
      *              externa e CADWRK as solicitacoes ja ordenadas
      *              por funcionario.
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
      *              Opcional - sem ele o periodo aquisitivo e so o
      *              tempo desde a admissao.
       FD CADAFA
           LABEL RECORD ARE STANDARD.

           COPY CADAFA.

      *              CADPAQ: livro de periodos aquisitivos (EX69).
      *              Opcional - sem ele as ferias nao sao lancadas.
       FD CADPAQ
           LABEL RECORD ARE STANDARD.

           COPY CADPAQ.

       SD ARQSORT.

       01 REG-SRT.
       77 WS-ACHOU      PIC X(03) VALUE "NAO".
       77 WS-MESES-AQU  PIC 9(03) VALUE 0.
       77 WS-DIAS-DIR   PIC 9(03) VALUE 0.
       77 WS-SAL-BASE   PIC 9(05)V99 VALUE 0.
       77 WS-VALOR      PIC 9(05)V99 VALUE 0.
       77 WS-TERCO      PIC 9(05)V99 VALUE 0.
       77 WS-TOTAL      PIC 9(06)V99 VALUE 0.
       77 WS-ANO-MOV    PIC 9(04) VALUE 0.
       77 WS-MES-MOV    PIC 9(02) VALUE 0.

      *              Afastamentos dentro do periodo aquisitivo, em
      *              dias corridos (INTEGER-OF-DATE): a janela vai da
      *              data de movimento recuada dos meses do periodo
      *              ate a propria data de movimento.
       77 FS-CADAFA     PIC X(02) VALUE "00".
       77 WS-AAMM-JAN   PIC 9(06) VALUE 0.
       77 WS-DIA-JAN    PIC 9(02) VALUE 0.
       77 WS-DATA-AUX   PIC 9(08) VALUE 0.
       77 WS-INI-JAN    PIC 9(07) VALUE 0.
       77 WS-FIM-JAN    PIC 9(07) VALUE 0.
       77 WS-INI-DESC   PIC 9(07) VALUE 0.
       77 WS-FIM-DESC   PIC 9(07) VALUE 0.
       77 WS-DIAS-SR    PIC 9(04) VALUE 0.
       77 WS-DIAS-INSS  PIC 9(04) VALUE 0.
       77 WS-MESES-PERD PIC 9(03) VALUE 0.
       77 WS-RETORNO    PIC 9(08) VALUE 0.
       77 WS-ANO-RET    PIC 9(04) VALUE 0.
       77 WS-MES-RET    PIC 9(02) VALUE 0.
       77 WS-ABERTO     PIC X(01) VALUE "N".
       77 QTD-AFA       PIC 9(04) VALUE 0.
       77 IDX-AFA       PIC 9(04) VALUE 0.
       01 TABELA-AFA.
           02 AFA-ITEM OCCURS 2000 TIMES.
               03 COD-AFA-TAB    PIC 9(05).
               03 TIPO-AFA-TAB   PIC X(02).
               03 INICIO-AFA-TAB PIC 9(08).
               03 FIM-AFA-TAB    PIC 9(08).

      *              Livro de periodos aquisitivos em memoria (o
      *              mesmo limite de 5000 do EX69), regravado no fim
      *              com os dias gozados da rodada.
       77 FS-CADPAQ     PIC X(02) VALUE "00".
       77 WS-TEM-PAQ    PIC X(01) VALUE "N".
       77 WS-DIAS-LANC  PIC 9(02) VALUE 0.
       77 WS-SALDO-PAQ  PIC 9(02) VALUE 0.
       77 IDX-PAQ-ULT   PIC 9(04) VALUE 0.
       77 CONT-SEMLIVRO PIC 9(05) VALUE 0.
       77 QTD-PAQ       PIC 9(04) VALUE 0.
       77 IDX-PAQ       PIC 9(04) VALUE 0.
       01 TABELA-PAQ.
           02 PAQ-ITEM OCCURS 5000 TIMES.
               03 COD-PAQ-TAB     PIC 9(05).
               03 INICIO-PAQ-TAB  PIC 9(08).
               03 FIM-PAQ-TAB     PIC 9(08).
               03 DIREITO-PAQ-TAB PIC 9(02).
               03 GOZADOS-PAQ-TAB PIC 9(02).
               03 LIMITE-PAQ-TAB  PIC 9(08).
               03 ULTCOMP-PAQ-TAB PIC 9(06).

      *              Nomes fisicos dos arquivos, com o valor original
      *              como default, substituiveis em tempo de execucao
      *              por variaveis de ambiente (ver LERNOMESARQUIVOS).
       77 WS-CADDTM-ARQ  PIC X(40) VALUE "CADDTM.DAT".
       77 WS-CADFEC-ARQ  PIC X(40) VALUE "CADFEC.DAT".
       77 WS-CADWRK-ARQ  PIC X(40) VALUE "CADWRK.DAT".
       77 WS-CADAFA-ARQ  PIC X(40) VALUE "CADAFA.DAT".
       77 WS-CADPAQ-ARQ  PIC X(40) VALUE "CADPAQ.DAT".
       77 WS-ENV-TEMP    PIC X(40).

       PROCEDURE DIVISION.
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADWRK"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADWRK-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADAFA"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADAFA-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADPAQ"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADPAQ-ARQ
           END-IF.

       INICIO.
               STOP RUN
           END-IF
           CLOSE CADFER
           PERFORM CARREGARLIVRO
           OPEN OUTPUT CADRJFE
           IF FS-CADRJFE NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADRJFE-ARQ)
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CARREGARAFASTAMENTOS.
           PERFORM ORDENARSOLICITACOES.
           PERFORM LERSAI.
           PERFORM LERFER.
                   END-IF
           END-READ.

      *              Afastamentos em memoria. Opcional - sem CADAFA
      *              o periodo aquisitivo nao tem desconto.
       CARREGARAFASTAMENTOS.
           OPEN INPUT CADAFA
           IF FS-CADAFA = "00"
               PERFORM LERAFASTAMENTO UNTIL FS-CADAFA NOT = "00"
               CLOSE CADAFA
           END-IF.

       LERAFASTAMENTO.
           READ CADAFA
               AT END
                   MOVE "10" TO FS-CADAFA
               NOT AT END
                   IF QTD-AFA = 2000
                       DISPLAY "EX38 - MAIS DE 2000 AFASTAMENTOS - "
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

      *              Livro de periodos aquisitivos em memoria.
      *              Opcional - sem CADPAQ nada e lancado. Periodo
      *              ja lancado na competencia da rodada aborta antes
      *              de abrir CADRJFE e CADFEP.
       CARREGARLIVRO.
           OPEN INPUT CADPAQ
           IF FS-CADPAQ = "00"
               MOVE "S" TO WS-TEM-PAQ
               PERFORM LERLIVRO UNTIL FS-CADPAQ NOT = "00"
               CLOSE CADPAQ
           END-IF.

       LERLIVRO.
           READ CADPAQ
               AT END
                   MOVE "10" TO FS-CADPAQ
               NOT AT END
                   IF QTD-PAQ = 5000
                       DISPLAY "EX38 - MAIS DE 5000 PERIODOS "
                           "AQUISITIVOS - RODADA ABORTADA"
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO QTD-PAQ
                   MOVE COD-PAQ     TO COD-PAQ-TAB(QTD-PAQ)
                   MOVE INICIO-PAQ  TO INICIO-PAQ-TAB(QTD-PAQ)
                   MOVE FIM-PAQ     TO FIM-PAQ-TAB(QTD-PAQ)
                   MOVE DIREITO-PAQ TO DIREITO-PAQ-TAB(QTD-PAQ)
                   MOVE GOZADOS-PAQ TO GOZADOS-PAQ-TAB(QTD-PAQ)
                   MOVE LIMITE-PAQ  TO LIMITE-PAQ-TAB(QTD-PAQ)
                   IF ULTCOMP-PAQ IS NUMERIC
                       MOVE ULTCOMP-PAQ TO ULTCOMP-PAQ-TAB(QTD-PAQ)
                   ELSE
                       MOVE 0 TO ULTCOMP-PAQ-TAB(QTD-PAQ)
                   END-IF
                   IF ULTCOMP-PAQ-TAB(QTD-PAQ) = WS-COMP
                       DISPLAY "EX38 - COMPETENCIA " WS-COMP
                           " JA LANCADA NO LIVRO DE PERIODOS PARA O "
                           "FUNCIONARIO " COD-PAQ " - RODADA ABORTADA"
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF
           END-READ.

       ORDENARSOLICITACOES.
           SORT ARQSORT ON ASCENDING KEY COD-SRT
               USING CADFER GIVING CADWRK
           ELSE
               MOVE 12 TO WS-MESES-AQU
           END-IF
           IF QTD-AFA > 0 AND WS-MESES-AQU > 0
               PERFORM DESCONTARAFASTAMENTOS
           END-IF
           COMPUTE WS-DIAS-DIR ROUNDED = WS-MESES-AQU * 2,5
           IF WS-DIAS-DIR > 30
               MOVE 30 TO WS-DIAS-DIR
               PERFORM GRAVARREJEITOFER
               ADD 1 TO CONT-REJ
           ELSE
               PERFORM RECOMPORSALARIO
               COMPUTE WS-VALOR ROUNDED =
                   WS-SAL-BASE / 30 * DIAS-WRK
               COMPUTE WS-TERCO ROUNDED = WS-VALOR / 3
               ADD WS-VALOR WS-TERCO GIVING WS-TOTAL
               MOVE COD-SAI     TO COD-FEP
               MOVE NOME-SAI    TO NOME-FEP
               MOVE WS-SAL-BASE TO SALARIO-FEP
               MOVE DIAS-WRK    TO DIAS-FEP
               MOVE WS-VALOR    TO VALOR-FEP
               MOVE WS-TERCO    TO TERCO-FEP
               WRITE REG-FEP
               ADD 1        TO CONT-FEP
               ADD WS-TOTAL TO SOMA-TOTAL
               IF WS-TEM-PAQ = "S"
                   PERFORM LANCARGOZO
               END-IF
           END-IF.

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

      *              Lanca os dias aceitos no livro, do periodo mais
      *              antigo com saldo para o mais novo (o livro vem
      *              em ordem de funcionario/inicio). Dias alem do
      *              saldo de todos ficam adiantados no ultimo
      *              periodo do funcionario.
       LANCARGOZO.
           MOVE DIAS-WRK TO WS-DIAS-LANC
           MOVE 0 TO IDX-PAQ-ULT
           PERFORM VARYING IDX-PAQ FROM 1 BY 1
               UNTIL IDX-PAQ > QTD-PAQ OR WS-DIAS-LANC = 0
               IF COD-PAQ-TAB(IDX-PAQ) = COD-SAI
                   AND INICIO-PAQ-TAB(IDX-PAQ) NOT > WS-DATA-MOV
                   MOVE IDX-PAQ TO IDX-PAQ-ULT
                   IF DIREITO-PAQ-TAB(IDX-PAQ) >
                       GOZADOS-PAQ-TAB(IDX-PAQ)
                       COMPUTE WS-SALDO-PAQ =
                           DIREITO-PAQ-TAB(IDX-PAQ)
                           - GOZADOS-PAQ-TAB(IDX-PAQ)
                       IF WS-SALDO-PAQ > WS-DIAS-LANC
                           MOVE WS-DIAS-LANC TO WS-SALDO-PAQ
                       END-IF
                       ADD WS-SALDO-PAQ TO GOZADOS-PAQ-TAB(IDX-PAQ)
                       MOVE WS-COMP TO ULTCOMP-PAQ-TAB(IDX-PAQ)
                       SUBTRACT WS-SALDO-PAQ FROM WS-DIAS-LANC
                   END-IF
               END-IF
           END-PERFORM
           IF WS-DIAS-LANC > 0
               IF IDX-PAQ-ULT = 0
                   ADD 1 TO CONT-SEMLIVRO
                   DISPLAY "EX38 - AVISO: FUNCIONARIO SEM PERIODO "
                       "AQUISITIVO NO LIVRO (RODE O EX69): " COD-SAI
               ELSE
                   ADD WS-DIAS-LANC TO GOZADOS-PAQ-TAB(IDX-PAQ-ULT)
                   MOVE WS-COMP TO ULTCOMP-PAQ-TAB(IDX-PAQ-ULT)
               END-IF
           END-IF.

      *              Regrava o livro com os dias gozados da rodada,
      *              na mesma ordem em que foi lido.
       REGRAVARLIVRO.
           OPEN OUTPUT CADPAQ
           IF FS-CADPAQ NOT = "00"
               DISPLAY "EX38 - ERRO AO REGRAVAR "
                   FUNCTION TRIM(WS-CADPAQ-ARQ)
                   " - FILE STATUS " FS-CADPAQ
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING IDX-PAQ FROM 1 BY 1
               UNTIL IDX-PAQ > QTD-PAQ
               MOVE COD-PAQ-TAB(IDX-PAQ)     TO COD-PAQ
               MOVE INICIO-PAQ-TAB(IDX-PAQ)  TO INICIO-PAQ
               MOVE FIM-PAQ-TAB(IDX-PAQ)     TO FIM-PAQ
               MOVE DIREITO-PAQ-TAB(IDX-PAQ) TO DIREITO-PAQ
               MOVE GOZADOS-PAQ-TAB(IDX-PAQ) TO GOZADOS-PAQ
               MOVE LIMITE-PAQ-TAB(IDX-PAQ)  TO LIMITE-PAQ
               MOVE ULTCOMP-PAQ-TAB(IDX-PAQ) TO ULTCOMP-PAQ
               WRITE REG-PAQ
           END-PERFORM
           CLOSE CADPAQ.

      *              Afastamentos do funcionario dentro da janela do
      *              periodo aquisitivo: dias sem remuneracao e dias
      *              pagos pelo INSS (doenca/acidente a partir do
      *              16o. dia). Mais de 180 dias de INSS perdem o
      *              periodo - a contagem recomeca no ultimo retorno;
      *              os dias sem remuneracao tiram um mes a cada 30
      *              (mais de 15 contam como mes).
       DESCONTARAFASTAMENTOS.
           COMPUTE WS-AAMM-JAN = WS-ANO-MOV * 12 + WS-MES-MOV - 1
               - WS-MESES-AQU
           DIVIDE WS-AAMM-JAN BY 12 GIVING WS-ANO-RET
               REMAINDER WS-MES-RET
           COMPUTE WS-AAMM-JAN = WS-ANO-RET * 100 + WS-MES-RET + 1
           MOVE WS-DATA-MOV(7:2) TO WS-DIA-JAN
           IF WS-DIA-JAN > 28
               MOVE 28 TO WS-DIA-JAN
           END-IF
           COMPUTE WS-DATA-AUX = WS-AAMM-JAN * 100 + WS-DIA-JAN
           COMPUTE WS-INI-JAN = FUNCTION INTEGER-OF-DATE(WS-DATA-AUX)
           COMPUTE WS-FIM-JAN = FUNCTION INTEGER-OF-DATE(WS-DATA-MOV)
           MOVE 0 TO WS-DIAS-SR WS-DIAS-INSS WS-RETORNO
           MOVE "N" TO WS-ABERTO
           PERFORM VARYING IDX-AFA FROM 1 BY 1
               UNTIL IDX-AFA > QTD-AFA
               IF COD-AFA-TAB(IDX-AFA) = COD-SAI
                   AND TIPO-AFA-TAB(IDX-AFA) NOT = "MA"
                   PERFORM CONTARDIASJANELA
               END-IF
           END-PERFORM
           IF WS-DIAS-INSS > 180
               IF WS-ABERTO = "S" OR WS-RETORNO > WS-DATA-MOV
                   MOVE 0 TO WS-MESES-AQU
               ELSE
                   MOVE WS-RETORNO(1:4) TO WS-ANO-RET
                   MOVE WS-RETORNO(5:2) TO WS-MES-RET
                   COMPUTE WS-MESES-AQU =
                       (WS-ANO-MOV - WS-ANO-RET) * 12
                       + WS-MES-MOV - WS-MES-RET
               END-IF
           ELSE
               COMPUTE WS-MESES-PERD = (WS-DIAS-SR + 14) / 30
               IF WS-MESES-PERD > WS-MESES-AQU
                   MOVE 0 TO WS-MESES-AQU
               ELSE
                   SUBTRACT WS-MESES-PERD FROM WS-MESES-AQU
               END-IF
           END-IF.

       CONTARDIASJANELA.
           COMPUTE WS-INI-DESC =
               FUNCTION INTEGER-OF-DATE(INICIO-AFA-TAB(IDX-AFA))
           IF TIPO-AFA-TAB(IDX-AFA) NOT = "SR"
               ADD 15 TO WS-INI-DESC
           END-IF
           IF WS-INI-DESC < WS-INI-JAN
               MOVE WS-INI-JAN TO WS-INI-DESC
           END-IF
           IF FIM-AFA-TAB(IDX-AFA) = 0
               MOVE WS-FIM-JAN TO WS-FIM-DESC
           ELSE
               COMPUTE WS-FIM-DESC =
                   FUNCTION INTEGER-OF-DATE(FIM-AFA-TAB(IDX-AFA))
               IF WS-FIM-DESC > WS-FIM-JAN
                   MOVE WS-FIM-JAN TO WS-FIM-DESC
               END-IF
           END-IF
           IF WS-FIM-DESC NOT < WS-INI-DESC
               IF TIPO-AFA-TAB(IDX-AFA) = "SR"
                   COMPUTE WS-DIAS-SR =
                       WS-DIAS-SR + WS-FIM-DESC - WS-INI-DESC + 1
               ELSE
                   COMPUTE WS-DIAS-INSS =
                       WS-DIAS-INSS + WS-FIM-DESC - WS-INI-DESC + 1
                   IF FIM-AFA-TAB(IDX-AFA) = 0
                       MOVE "S" TO WS-ABERTO
                   ELSE
                       IF FIM-AFA-TAB(IDX-AFA) > WS-RETORNO
                           MOVE FIM-AFA-TAB(IDX-AFA) TO WS-RETORNO
                       END-IF
                   END-IF
               END-IF
           END-IF.

       TERMINO.
           MOVE SOMA-TOTAL TO TRL-FEP-SOMA-TOTAL
           WRITE REG-FEP-TRL.
           CLOSE CADFUN CADWRK CADFEP CADRJFE.
           IF WS-TEM-PAQ = "S"
               PERFORM REGRAVARLIVRO
           END-IF
           DISPLAY "EX38 - FERIAS CALCULADAS: " CONT-FEP
               " REJEITADAS: " CONT-REJ.

