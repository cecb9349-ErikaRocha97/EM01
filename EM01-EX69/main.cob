       IDENTIFICATION DIVISION.
       PROGRAM-ID.   EX69.
       AUTHOR.       ERIKA ROCHA.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 10-10-2025.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.      ATUALIZACAO MENSAL DO LIVRO DE PERIODOS
      *              AQUISITIVOS DE FERIAS (CADPAQ). PERCORRE O MESTRE
      *              INDEXADO CADFUN E, PARA CADA FUNCIONARIO COM
      *              ADMISSAO CADASTRADA, ABRE OS PERIODOS AQUISITIVOS
      *              (DE ANIVERSARIO A ANIVERSARIO DA ADMISSAO) QUE JA
      *              COMECARAM ATE A DATA DE MOVIMENTO (CADDTM; SEM
      *              ELE, O RELOGIO DA MAQUINA) E ATUALIZA O DIREITO
      *              DE CADA UM: 30 DIAS NO PERIODO COMPLETO E 2,5
      *              DIAS POR MES NO PERIODO EM CURSO. O LIMITE E O
      *              FIM DO PERIODO CONCESSIVO (12 MESES DEPOIS DO
      *              FIM DO AQUISITIVO). OS DIAS GOZADOS, LANCADOS
      *              PELO EX38, NUNCA SAO TOCADOS AQUI. NA PRIMEIRA
      *              CARGA DE UM FUNCIONARIO SO ENTRAM O ULTIMO
      *              PERIODO COMPLETO E O PERIODO EM CURSO - OS MAIS
      *              ANTIGOS SAO TIDOS COMO JA ACERTADOS NO CONTROLE
      *              EM PAPEL; DAI EM DIANTE O LIVRO SO CRESCE. O
      *              LIVRO E REGRAVADO INTEIRO EM ORDEM DE
      *              FUNCIONARIO/INICIO, E OS ALERTAS DE VENCIMENTO
      *              SAEM NO EX70.
      *              A ULTIMA COMPETENCIA LANCADA PELO EX38 EM CADA
      *              PERIODO (ULTCOMP-PAQ, A TRAVA DE REPROCESSAMENTO
      *              DAS FERIAS) PASSA INTACTA NA REGRAVACAO; PERIODO
      *              NOVO ENTRA COM ZERO.
      *              QUANDO O REGISTRO DE AFASTAMENTOS CADAFA EXISTE
      *              (MANTIDO PELO EX67), O DIREITO DE CADA PERIODO
      *              SEGUE AS MESMAS REGRAS DO EX38, CONTADAS DENTRO
      *              DO PERIODO (DO INICIO ATE O FIM OU A DATA DE
      *              MOVIMENTO): LICENCA SEM REMUNERACAO TIRA UM MES A
      *              CADA 30 DIAS (MAIS DE 15 DIAS CONTAM COMO MES), E
      *              DOENCA OU ACIDENTE DE TRABALHO COM MAIS DE 180
      *              DIAS PAGOS PELO INSS (A PARTIR DO 16O. DIA DE
      *              CADA AFASTAMENTO) PERDEM O PERIODO - SO OS MESES
      *              DEPOIS DO ULTIMO RETORNO CONTAM (AFASTAMENTO
      *              AINDA EM ABERTO = SEM DIREITO). LICENCA-
      *              MATERNIDADE CONTA COMO TEMPO TRABALHADO. ASSIM O
      *              LIVRO E O CALCULO DE FERIAS DO EX38 DAO O MESMO
      *              DIREITO.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

      *              Todos os arquivos abaixo sao assinalados de forma
      *              dinamica (ASSIGN TO DYNAMIC) a um nome mantido em
      *              WORKING-STORAGE, para que o nome fisico possa ser
      *              trocado em tempo de execucao (ver LERNOMESARQUIVOS)
      *              sem recompilar o programa.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *              CADFUN e o mestre indexado gerado pelo conversor
      *              EX18; a leitura sequencial abaixo percorre o
      *              arquivo em ordem crescente de COD-ENT.
           SELECT CADFUN   ASSIGN TO DYNAMIC WS-CADFUN-ARQ
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS COD-ENT
           FILE STATUS IS FS-CADFUN.
           SELECT CADPAQ   ASSIGN TO DYNAMIC WS-CADPAQ-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADPAQ.
           SELECT CADDTM   ASSIGN TO DYNAMIC WS-CADDTM-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADDTM.
           SELECT CADAFA   ASSIGN TO DYNAMIC WS-CADAFA-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADAFA.

       DATA DIVISION.

       FILE SECTION.
       FD CADFUN
           LABEL RECORD ARE STANDARD.

           COPY CADFUN.

       FD CADPAQ
           LABEL RECORD ARE STANDARD.

           COPY CADPAQ.

      *              CADDTM: data de movimento (AAAAMMDD) do lote.
      *              Opcional - se ausente, vale o relogio da maquina.
       FD CADDTM
           LABEL RECORD ARE STANDARD.

       01 REG-DTM.
           02 DATA-DTM       PIC 9(08).

      *              CADAFA: registro de afastamentos (EX67).
      *              Opcional - sem ele o direito nao tem desconto.
       FD CADAFA
           LABEL RECORD ARE STANDARD.

           COPY CADAFA.

       WORKING-STORAGE SECTION.
       77 FIM-ARQ       PIC X(03) VALUE "NAO".
       77 FS-CADFUN     PIC X(02) VALUE "00".
       77 FS-CADPAQ     PIC X(02) VALUE "00".
       77 FS-CADDTM     PIC X(02) VALUE "00".
       77 WS-DATA-MOV   PIC 9(08) VALUE 0.
       77 WS-ANO-MOV    PIC 9(04) VALUE 0.
       77 WS-MMDD-MOV   PIC 9(04) VALUE 0.
       77 WS-MES-MOV    PIC 9(02) VALUE 0.
       77 WS-DIA-MOV    PIC 9(02) VALUE 0.

       77 CONT-FUN      PIC 9(05) VALUE 0.
       77 CONT-SEMADM   PIC 9(05) VALUE 0.
       77 CONT-NOVOS    PIC 9(05) VALUE 0.
       77 CONT-ATU      PIC 9(05) VALUE 0.

      *              Periodo corrente do funcionario: aniversarios da
      *              admissao (29/02 vira 28/02 para existir em todo
      *              ano), fim do aquisitivo e fim do concessivo.
       77 WS-MMDD-ADM   PIC 9(04) VALUE 0.
       77 WS-ANO-PER    PIC 9(04) VALUE 0.
       77 WS-ANOS-COMP  PIC 9(03) VALUE 0.
       77 WS-INI-PER    PIC 9(08) VALUE 0.
       77 WS-FIM-PER    PIC 9(08) VALUE 0.
       77 WS-LIM-PER    PIC 9(08) VALUE 0.
       77 WS-DIR-PER    PIC 9(02) VALUE 0.
       77 WS-MESES-PER  PIC 9(03) VALUE 0.
       77 WS-DATA-AUX   PIC 9(08) VALUE 0.
       77 WS-DIA-INT    PIC 9(07) VALUE 0.
       77 WS-PRIM-INI   PIC 9(08) VALUE 0.

      *              Afastamentos dentro do periodo, em dias corridos
      *              (INTEGER-OF-DATE): a janela vai do inicio do
      *              periodo ate o fim dele ou a data de movimento, o
      *              que vier antes.
       77 FS-CADAFA     PIC X(02) VALUE "00".
       77 WS-FIM-REF    PIC 9(08) VALUE 0.
       77 WS-INI-JAN    PIC 9(07) VALUE 0.
       77 WS-FIM-JAN    PIC 9(07) VALUE 0.
       77 WS-INI-DESC   PIC 9(07) VALUE 0.
       77 WS-FIM-DESC   PIC 9(07) VALUE 0.
       77 WS-DIAS-SR    PIC 9(04) VALUE 0.
       77 WS-DIAS-INSS  PIC 9(04) VALUE 0.
       77 WS-MESES-PERD PIC 9(03) VALUE 0.
       77 WS-MESES-ORIG PIC 9(03) VALUE 0.
       77 WS-RETORNO    PIC 9(08) VALUE 0.
       77 WS-ANO-RET    PIC 9(04) VALUE 0.
       77 WS-MES-RET    PIC 9(02) VALUE 0.
       77 WS-DIA-RET    PIC 9(02) VALUE 0.
       77 WS-ANO-REF    PIC 9(04) VALUE 0.
       77 WS-MES-REF    PIC 9(02) VALUE 0.
       77 WS-DIA-REF    PIC 9(02) VALUE 0.
       77 WS-ABERTO     PIC X(01) VALUE "N".
       77 CONT-AFA-RED  PIC 9(05) VALUE 0.
       77 QTD-AFA       PIC 9(04) VALUE 0.
       77 IDX-AFA       PIC 9(04) VALUE 0.
       01 TABELA-AFA.
           02 AFA-ITEM OCCURS 2000 TIMES.
               03 COD-AFA-TAB    PIC 9(05).
               03 TIPO-AFA-TAB   PIC X(02).
               03 INICIO-AFA-TAB PIC 9(08).
               03 FIM-AFA-TAB    PIC 9(08).

      *              Livro em memoria (5000 e folga para o quadro com
      *              alguns anos de historia).
       77 QTD-PAQ       PIC 9(04) VALUE 0.
       77 IDX-PAQ       PIC 9(04) VALUE 0.
       77 IDX-PAQ-ACH   PIC 9(04) VALUE 0.
       01 TABELA-PAQ.
           02 PAQ-ITEM OCCURS 1 TO 5000 TIMES
               DEPENDING ON QTD-PAQ.
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
       77 WS-CADFUN-ARQ  PIC X(40) VALUE "CADFUN.DAT".
       77 WS-CADPAQ-ARQ  PIC X(40) VALUE "CADPAQ.DAT".
       77 WS-CADDTM-ARQ  PIC X(40) VALUE "CADDTM.DAT".
       77 WS-CADAFA-ARQ  PIC X(40) VALUE "CADAFA.DAT".
       77 WS-ENV-TEMP    PIC X(40).

       PROCEDURE DIVISION.

       EXECUTAR.
           PERFORM LERNOMESARQUIVOS.
           PERFORM INICIO.
           PERFORM PRINCIPAL
               UNTIL FIM-ARQ EQUAL "SIM".
           PERFORM TERMINO.
           STOP RUN.

       LERNOMESARQUIVOS.
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADFUN"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADFUN-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADPAQ"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADPAQ-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADDTM"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADDTM-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADAFA"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADAFA-ARQ
           END-IF.

       INICIO.
           PERFORM LERDATAMOV.
           PERFORM CARREGARLIVRO.
           PERFORM CARREGARAFASTAMENTOS.
           OPEN INPUT CADFUN
           IF FS-CADFUN NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADFUN-ARQ)
                   " - FILE STATUS " FS-CADFUN
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LERFUN.

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
           END-IF
           MOVE WS-DATA-MOV(1:4) TO WS-ANO-MOV
           MOVE WS-DATA-MOV(5:4) TO WS-MMDD-MOV
           MOVE WS-DATA-MOV(5:2) TO WS-MES-MOV
           MOVE WS-DATA-MOV(7:2) TO WS-DIA-MOV.

      *              Livro atual em memoria. Ausente na primeira
      *              rodada - comeca vazio.
       CARREGARLIVRO.
           OPEN INPUT CADPAQ
           IF FS-CADPAQ = "00"
               PERFORM LERLIVRO UNTIL FIM-ARQ = "SIM"
               CLOSE CADPAQ
               MOVE "NAO" TO FIM-ARQ
           END-IF.

       LERLIVRO.
           READ CADPAQ
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   IF QTD-PAQ = 5000
                       DISPLAY "EX69 - MAIS DE 5000 PERIODOS "
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
           END-READ.

      *              Afastamentos em memoria (2000, o mesmo limite do
      *              EX67). Opcional - sem CADAFA o direito nao tem
      *              desconto.
       CARREGARAFASTAMENTOS.
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
                       DISPLAY "EX69 - MAIS DE 2000 AFASTAMENTOS - "
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

       LERFUN.
           READ CADFUN
               AT END
                   MOVE "SIM" TO FIM-ARQ
           END-READ.

       PRINCIPAL.
           ADD 1 TO CONT-FUN
           IF ADMISSAO-ENT = ZEROS
               OR MM-ADM-ENT < 1 OR MM-ADM-ENT > 12
               OR DD-ADM-ENT < 1 OR DD-ADM-ENT > 31
               ADD 1 TO CONT-SEMADM
           ELSE
               PERFORM ATUALIZARFUNCIONARIO
           END-IF
           PERFORM LERFUN.

      *              Periodos do funcionario, do primeiro a abrir ate
      *              o que esta em curso na data de movimento. Sem
      *              periodo no livro, comeca pelo ultimo completo;
      *              com periodo no livro, pelo mais antigo dele.
       ATUALIZARFUNCIONARIO.
           COMPUTE WS-MMDD-ADM = MM-ADM-ENT * 100 + DD-ADM-ENT
           IF WS-MMDD-ADM = 229
               MOVE 228 TO WS-MMDD-ADM
           END-IF
           IF WS-ANO-MOV < AA-ADM-ENT
               MOVE 0 TO WS-ANOS-COMP
           ELSE
               COMPUTE WS-ANOS-COMP = WS-ANO-MOV - AA-ADM-ENT
               IF WS-MMDD-MOV < WS-MMDD-ADM AND WS-ANOS-COMP > 0
                   SUBTRACT 1 FROM WS-ANOS-COMP
               END-IF
           END-IF
           MOVE 99999999 TO WS-PRIM-INI
           PERFORM VARYING IDX-PAQ FROM 1 BY 1
               UNTIL IDX-PAQ > QTD-PAQ
               IF COD-PAQ-TAB(IDX-PAQ) = COD-ENT
                   AND INICIO-PAQ-TAB(IDX-PAQ) < WS-PRIM-INI
                   MOVE INICIO-PAQ-TAB(IDX-PAQ) TO WS-PRIM-INI
               END-IF
           END-PERFORM
           IF WS-PRIM-INI = 99999999
               IF WS-ANOS-COMP > 0
                   COMPUTE WS-ANO-PER = AA-ADM-ENT + WS-ANOS-COMP - 1
               ELSE
                   MOVE AA-ADM-ENT TO WS-ANO-PER
               END-IF
           ELSE
               MOVE WS-PRIM-INI(1:4) TO WS-ANO-PER
           END-IF
           COMPUTE WS-INI-PER = WS-ANO-PER * 10000 + WS-MMDD-ADM
           PERFORM ATUALIZARPERIODO
               UNTIL WS-INI-PER > WS-DATA-MOV.

      *              Um periodo: fim = vespera do proximo
      *              aniversario, limite = vespera do aniversario
      *              seguinte; direito de 2,5 dias por mes - os 12 do
      *              periodo que ja terminou, ou os completos ate a
      *              data de movimento -, descontados os
      *              afastamentos do periodo.
       ATUALIZARPERIODO.
           COMPUTE WS-DATA-AUX = (WS-ANO-PER + 1) * 10000
               + WS-MMDD-ADM
           COMPUTE WS-DIA-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATA-AUX) - 1
           COMPUTE WS-FIM-PER = FUNCTION DATE-OF-INTEGER(WS-DIA-INT)
           COMPUTE WS-DATA-AUX = (WS-ANO-PER + 2) * 10000
               + WS-MMDD-ADM
           COMPUTE WS-DIA-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATA-AUX) - 1
           COMPUTE WS-LIM-PER = FUNCTION DATE-OF-INTEGER(WS-DIA-INT)
           IF WS-FIM-PER < WS-DATA-MOV
               MOVE 12 TO WS-MESES-PER
           ELSE
               COMPUTE WS-MESES-PER = (WS-ANO-MOV - WS-ANO-PER) * 12
                   + WS-MES-MOV - MM-ADM-ENT
               IF WS-DIA-MOV < DD-ADM-ENT
                   AND WS-MESES-PER > 0
                   SUBTRACT 1 FROM WS-MESES-PER
               END-IF
           END-IF
           IF QTD-AFA > 0 AND WS-MESES-PER > 0
               PERFORM DESCONTARAFASTAMENTOS
           END-IF
           COMPUTE WS-DIR-PER ROUNDED = WS-MESES-PER * 2,5
           IF WS-DIR-PER > 30
               MOVE 30 TO WS-DIR-PER
           END-IF
           PERFORM LOCALIZARPERIODO
           IF IDX-PAQ-ACH = 0
               PERFORM INCLUIRPERIODO
           ELSE
               IF FIM-PAQ-TAB(IDX-PAQ-ACH) NOT = WS-FIM-PER
                   OR DIREITO-PAQ-TAB(IDX-PAQ-ACH) NOT = WS-DIR-PER
                   OR LIMITE-PAQ-TAB(IDX-PAQ-ACH) NOT = WS-LIM-PER
                   MOVE WS-FIM-PER TO FIM-PAQ-TAB(IDX-PAQ-ACH)
                   MOVE WS-DIR-PER TO DIREITO-PAQ-TAB(IDX-PAQ-ACH)
                   MOVE WS-LIM-PER TO LIMITE-PAQ-TAB(IDX-PAQ-ACH)
                   ADD 1 TO CONT-ATU
               END-IF
           END-IF
           ADD 1 TO WS-ANO-PER
           COMPUTE WS-INI-PER = WS-ANO-PER * 10000 + WS-MMDD-ADM.

      *              Afastamentos do funcionario dentro do periodo,
      *              nas regras do EX38: dias sem remuneracao e dias
      *              pagos pelo INSS (doenca/acidente a partir do
      *              16o. dia). Mais de 180 dias de INSS perdem o
      *              periodo - so contam os meses completos do ultimo
      *              retorno ate o fim do periodo (o aniversario
      *              seguinte) ou a data de movimento; os dias sem
      *              remuneracao tiram um mes a cada 30 (mais de 15
      *              contam como mes).
       DESCONTARAFASTAMENTOS.
           IF WS-FIM-PER < WS-DATA-MOV
               MOVE WS-FIM-PER TO WS-FIM-REF
           ELSE
               MOVE WS-DATA-MOV TO WS-FIM-REF
           END-IF
           COMPUTE WS-INI-JAN = FUNCTION INTEGER-OF-DATE(WS-INI-PER)
           COMPUTE WS-FIM-JAN = FUNCTION INTEGER-OF-DATE(WS-FIM-REF)
           MOVE 0 TO WS-DIAS-SR WS-DIAS-INSS WS-RETORNO
           MOVE "N" TO WS-ABERTO
           PERFORM VARYING IDX-AFA FROM 1 BY 1
               UNTIL IDX-AFA > QTD-AFA
               IF COD-AFA-TAB(IDX-AFA) = COD-ENT
                   AND TIPO-AFA-TAB(IDX-AFA) NOT = "MA"
                   PERFORM CONTARDIASJANELA
               END-IF
           END-PERFORM
           MOVE WS-MESES-PER TO WS-MESES-ORIG
           IF WS-DIAS-INSS > 180
               IF WS-ABERTO = "S" OR WS-RETORNO NOT < WS-FIM-REF
                   MOVE 0 TO WS-MESES-PER
               ELSE
                   IF WS-FIM-PER < WS-DATA-MOV
                       COMPUTE WS-FIM-REF = (WS-ANO-PER + 1) * 10000
                           + WS-MMDD-ADM
                   END-IF
                   MOVE WS-FIM-REF(1:4) TO WS-ANO-REF
                   MOVE WS-FIM-REF(5:2) TO WS-MES-REF
                   MOVE WS-FIM-REF(7:2) TO WS-DIA-REF
                   MOVE WS-RETORNO(1:4) TO WS-ANO-RET
                   MOVE WS-RETORNO(5:2) TO WS-MES-RET
                   MOVE WS-RETORNO(7:2) TO WS-DIA-RET
                   COMPUTE WS-MESES-PER =
                       (WS-ANO-REF - WS-ANO-RET) * 12
                       + WS-MES-REF - WS-MES-RET
                   IF WS-DIA-REF < WS-DIA-RET
                       AND WS-MESES-PER > 0
                       SUBTRACT 1 FROM WS-MESES-PER
                   END-IF
               END-IF
           ELSE
               COMPUTE WS-MESES-PERD = (WS-DIAS-SR + 14) / 30
               IF WS-MESES-PERD > WS-MESES-PER
                   MOVE 0 TO WS-MESES-PER
               ELSE
                   SUBTRACT WS-MESES-PERD FROM WS-MESES-PER
               END-IF
           END-IF
           IF WS-MESES-PER > WS-MESES-ORIG
               MOVE WS-MESES-ORIG TO WS-MESES-PER
           END-IF
           IF WS-MESES-PER < WS-MESES-ORIG
               ADD 1 TO CONT-AFA-RED
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

       LOCALIZARPERIODO.
           MOVE 0 TO IDX-PAQ-ACH
           PERFORM VARYING IDX-PAQ FROM 1 BY 1
               UNTIL IDX-PAQ > QTD-PAQ
               IF COD-PAQ-TAB(IDX-PAQ) = COD-ENT
                   AND INICIO-PAQ-TAB(IDX-PAQ) = WS-INI-PER
                   MOVE IDX-PAQ TO IDX-PAQ-ACH
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       INCLUIRPERIODO.
           IF QTD-PAQ = 5000
               DISPLAY "EX69 - MAIS DE 5000 PERIODOS AQUISITIVOS - "
                   "RODADA ABORTADA"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO QTD-PAQ
           MOVE COD-ENT    TO COD-PAQ-TAB(QTD-PAQ)
           MOVE WS-INI-PER TO INICIO-PAQ-TAB(QTD-PAQ)
           MOVE WS-FIM-PER TO FIM-PAQ-TAB(QTD-PAQ)
           MOVE WS-DIR-PER TO DIREITO-PAQ-TAB(QTD-PAQ)
           MOVE 0          TO GOZADOS-PAQ-TAB(QTD-PAQ)
           MOVE WS-LIM-PER TO LIMITE-PAQ-TAB(QTD-PAQ)
           MOVE 0          TO ULTCOMP-PAQ-TAB(QTD-PAQ)
           ADD 1 TO CONT-NOVOS.

      *              Regrava o livro inteiro em ordem de
      *              funcionario/inicio.
       REGRAVARLIVRO.
           IF QTD-PAQ > 1
               SORT PAQ-ITEM ON ASCENDING KEY COD-PAQ-TAB
                   INICIO-PAQ-TAB
           END-IF
           OPEN OUTPUT CADPAQ
           IF FS-CADPAQ NOT = "00"
               DISPLAY "EX69 - ERRO AO REGRAVAR "
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

       TERMINO.
           CLOSE CADFUN.
           PERFORM REGRAVARLIVRO.
           DISPLAY "EX69 - FUNCIONARIOS: " CONT-FUN
               " SEM ADMISSAO: " CONT-SEMADM
               " PERIODOS ABERTOS: " CONT-NOVOS
               " ATUALIZADOS: " CONT-ATU.
           IF CONT-AFA-RED > 0
               DISPLAY "EX69 - PERIODOS COM DIREITO REDUZIDO POR "
                   "AFASTAMENTO: " CONT-AFA-RED
           END-IF.
