       IDENTIFICATION DIVISION.
       PROGRAM-ID.   EX99.
       AUTHOR.       ERIKA ROCHA.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 23-10-2025.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.      EXPORTACAO DOS LANCAMENTOS CONTABEIS DAS
      *              MENSALIDADES. ATE AQUI A TESOURARIA LANCAVA NA
      *              MAO OS TOTAIS DO EX25 E DO EX26; ESTE PROGRAMA
      *              LE AS COBRANCAS DE CADCOB E, PARA A COMPETENCIA
      *              CORRENTE (DE CADMEN, SENAO A DA DATA DE
      *              MOVIMENTO, COMO NO EX27), ACUMULA POR TIPO DE
      *              COBRANCA (TIPO-COB; BRANCOS VALEM "ME"):
      *              EMI - EMISSAO BRUTA (VLBRU-COB) DAS COBRANCAS DA
      *              COMPETENCIA, EXCETO AS PARCELAS DE ACORDO "NG",
      *              QUE NAO SAO RECEITA NOVA; DES - BOLSAS E
      *              DESCONTOS (VLDES-COB) DESSAS COBRANCAS; CRU -
      *              CREDITO DAS FAMILIAS CONSUMIDO NA EMISSAO (O QUE
      *              O EX25 ABATEU DO VALOR LIQUIDO); REC - VALOR
      *              RECEBIDO DAS COBRANCAS PAGAS NA COMPETENCIA
      *              (DTPAG-COB); MUL E JUR - MULTA E JUROS DESSES
      *              PAGAMENTOS (MULTA-COB/JUROS-COB); RNG -
      *              TRANSFERENCIA PARA ACORDOS A RECEBER DAS
      *              COBRANCAS RENEGOCIADAS PELO EX58 NA COMPETENCIA.
      *              DO LIVRO DE CREDITOS CADCRD (OPCIONAL) SAEM OS
      *              MOVIMENTOS DATADOS NA COMPETENCIA: CRE -
      *              EXCEDENTES E DUPLICIDADES RECEBIDOS (EX57), CRM
      *              - CREDITOS MANUAIS E RST - RESTITUICOES (EX97).
      *              CADA EVENTO GERA EM LANREC UMA PARTIDA DOBRADA
      *              POR TIPO DE COBRANCA NO LEIAUTE DO LANCTB (EX63,
      *              CENTRO DE CUSTO 000), COM AS CONTAS DA TABELA DE
      *              MAPEAMENTO CADCTR (EVENTO X TIPO DE COBRANCA ->
      *              CONTA DEBITO E CONTA CREDITO; TIPO EM BRANCO
      *              VALE PARA TODOS), PARA A CONTABILIDADE IMPORTAR
      *              UM FORMATO SO PARA A FOLHA E AS MENSALIDADES. O
      *              TRAILER TRAZ OS TOTAIS DE DEBITO E CREDITO, QUE
      *              PRECISAM FECHAR EM ZERO - DIFERENCA OU EVENTO
      *              SEM CONTA MAPEADA ABORTA A RODADA, COMO NO EX63.

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
           SELECT CADCOB   ASSIGN TO DYNAMIC WS-CADCOB-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADCOB.
           SELECT CADCRD   ASSIGN TO DYNAMIC WS-CADCRD-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADCRD.
           SELECT CADCTR   ASSIGN TO DYNAMIC WS-CADCTR-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADCTR.
           SELECT LANREC   ASSIGN TO DYNAMIC WS-LANREC-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LANREC.
           SELECT CADMEN   ASSIGN TO DYNAMIC WS-CADMEN-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADMEN.
           SELECT CADDTM   ASSIGN TO DYNAMIC WS-CADDTM-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADDTM.

       DATA DIVISION.

       FILE SECTION.
       FD CADCOB
           LABEL RECORD ARE STANDARD.

           COPY CADCOB.

      *              CADCRD: livro de creditos das familias (EX57,
      *              EX25, EX97). Opcional.
       FD CADCRD
           LABEL RECORD ARE STANDARD.

           COPY CADCRD.

      *              CADCTR: mapeamento contabil das mensalidades -
      *              evento (EMI = emissao bruta, DES = bolsas e
      *              descontos, CRU = credito utilizado, REC =
      *              recebimento, MUL = multa, JUR = juros, RNG =
      *              transferencia para acordos, CRE = credito
      *              recebido, CRM = credito manual, RST =
      *              restituicao) e tipo de cobranca (brancos =
      *              todos) para as contas de debito e credito.
       FD CADCTR
           LABEL RECORD ARE STANDARD.

       01 REG-CTR.
           02 EVENTO-CTR    PIC X(03).
           02 TIPO-CTR      PIC X(02).
           02 CONTAD-CTR    PIC 9(08).
           02 CONTAC-CTR    PIC 9(08).

      *              LANREC: lancamentos das mensalidades, no leiaute
      *              do LANCTB (EX63) - data, centro de custo, evento,
      *              conta, natureza (D/C) e valor, com trailer de
      *              conferencia (total de debitos e de creditos).
       FD LANREC
           LABEL RECORD ARE STANDARD.

       01 REG-LAN.
           02 DATA-LAN      PIC 9(08).
           02 DEPTO-LAN     PIC 9(03).
           02 EVENTO-LAN    PIC X(03).
           02 CONTA-LAN     PIC 9(08).
           02 DC-LAN        PIC X(01).
           02 VALOR-LAN     PIC 9(09)V99.

       01 REG-LAN-TRL.
           02 TRL-LAN-MARCA PIC X(05).
           02 TRL-LAN-QTDE  PIC 9(07).
           02 TRL-LAN-DEB   PIC 9(11)V99.
           02 TRL-LAN-CRD   PIC 9(11)V99.

      *              CADMEN: parametros de cobranca do mes, usados
      *              aqui apenas pela competencia corrente. Opcional -
      *              se ausente, usa-se a competencia da data de
      *              movimento.
       FD CADMEN
           LABEL RECORD ARE STANDARD.

       01 REG-MEN.
           02 COMP-MEN      PIC 9(06).
           02 VALOR-MEN     PIC 9(05)V99.

      *              CADDTM: data de movimento (AAAAMMDD) do lote.
      *              Opcional - se ausente, vale o relogio da maquina.
       FD CADDTM
           LABEL RECORD ARE STANDARD.

       01 REG-DTM.
           02 DATA-DTM       PIC 9(08).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ       PIC X(03) VALUE "NAO".
       77 FS-CADCOB     PIC X(02) VALUE "00".
       77 FS-CADCRD     PIC X(02) VALUE "00".
       77 FS-CADCTR     PIC X(02) VALUE "00".
       77 FS-LANREC     PIC X(02) VALUE "00".
       77 FS-CADMEN     PIC X(02) VALUE "00".
       77 FS-CADDTM     PIC X(02) VALUE "00".
       77 WS-DATA-MOV   PIC 9(08) VALUE 0.
       77 WS-COMP       PIC 9(06) VALUE 0.
       77 WS-COMP-MOV   PIC 9(06) VALUE 0.
       77 WS-TIPO       PIC X(02) VALUE SPACES.
       77 WS-CRU        PIC S9(07)V99 VALUE 0.
       77 CONT-LIDOS    PIC 9(07) VALUE 0.
       77 CONT-EMI      PIC 9(07) VALUE 0.
       77 CONT-PAG      PIC 9(07) VALUE 0.
       77 CONT-RNG      PIC 9(07) VALUE 0.
       77 CONT-CRD      PIC 9(07) VALUE 0.

      *              Mapeamento contabil em memoria.
       77 QTD-CTR       PIC 9(03) VALUE 0.
       77 IDX-CTR       PIC 9(03) VALUE 0.
       77 IDX-CTR-ACH   PIC 9(03) VALUE 0.
       77 WS-EVENTO     PIC X(03) VALUE SPACES.
       01 TABELA-CTR.
           02 CTR-ITEM OCCURS 200 TIMES.
               03 EVENTO-CTR-TAB PIC X(03).
               03 TIPO-CTR-TAB   PIC X(02).
               03 CONTAD-CTR-TAB PIC 9(08).
               03 CONTAC-CTR-TAB PIC 9(08).

      *              Acumuladores por tipo de cobranca, um por
      *              evento. Os movimentos manuais do livro de
      *              creditos, sem cobranca ligada, ficam no tipo em
      *              branco.
       77 QTD-ACU       PIC 9(03) VALUE 0.
       77 IDX-ACU       PIC 9(03) VALUE 0.
       77 IDX-ACHADO    PIC 9(03) VALUE 0.
       01 TABELA-ACU.
           02 ACU-ITEM OCCURS 50 TIMES.
               03 TIPO-ACU      PIC X(02).
               03 EMI-ACU       PIC 9(09)V99.
               03 DES-ACU       PIC 9(09)V99.
               03 CRU-ACU       PIC 9(09)V99.
               03 REC-ACU       PIC 9(09)V99.
               03 MUL-ACU       PIC 9(09)V99.
               03 JUR-ACU       PIC 9(09)V99.
               03 RNG-ACU       PIC 9(09)V99.
               03 CRE-ACU       PIC 9(09)V99.
               03 CRM-ACU       PIC 9(09)V99.
               03 RST-ACU       PIC 9(09)V99.

      *              Totais de debito e credito da exportacao, que
      *              precisam fechar em zero.
       77 CONT-LAN      PIC 9(07) VALUE 0.
       77 TOT-DEB       PIC 9(11)V99 VALUE 0.
       77 TOT-CRD       PIC 9(11)V99 VALUE 0.
       77 WS-DIF        PIC S9(11)V99 VALUE 0.

      *              Nomes fisicos dos arquivos, com o valor original
      *              como default, substituiveis em tempo de execucao
      *              por variaveis de ambiente (ver LERNOMESARQUIVOS).
       77 WS-CADCOB-ARQ  PIC X(40) VALUE "CADCOB.DAT".
       77 WS-CADCRD-ARQ  PIC X(40) VALUE "CADCRD.DAT".
       77 WS-CADCTR-ARQ  PIC X(40) VALUE "CADCTR.DAT".
       77 WS-LANREC-ARQ  PIC X(40) VALUE "LANREC.DAT".
       77 WS-CADMEN-ARQ  PIC X(40) VALUE "CADMEN.DAT".
       77 WS-CADDTM-ARQ  PIC X(40) VALUE "CADDTM.DAT".
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
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADCOB"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADCOB-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADCRD"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADCRD-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADCTR"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADCTR-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "LANREC"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-LANREC-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADMEN"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADMEN-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADDTM"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADDTM-ARQ
           END-IF.

       INICIO.
           PERFORM LERCOMPETENCIA.
           PERFORM CARREGARMAPEAMENTO.
           OPEN INPUT CADCOB
           IF FS-CADCOB NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADCOB-ARQ)
                   " - FILE STATUS " FS-CADCOB
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT LANREC
           IF FS-LANREC NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-LANREC-ARQ)
                   " - FILE STATUS " FS-LANREC
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LERCOB.

      *              Competencia corrente: de CADMEN quando existe;
      *              sem ele, a da data de movimento.
       LERCOMPETENCIA.
           PERFORM LERDATAMOV
           MOVE WS-DATA-MOV(1:6) TO WS-COMP
           OPEN INPUT CADMEN
           IF FS-CADMEN = "00"
               READ CADMEN
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE COMP-MEN TO WS-COMP
               END-READ
               CLOSE CADMEN
           END-IF.

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

       CARREGARMAPEAMENTO.
           OPEN INPUT CADCTR
           IF FS-CADCTR NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADCTR-ARQ)
                   " - FILE STATUS " FS-CADCTR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LERMAPEAMENTO UNTIL FIM-ARQ = "SIM"
           CLOSE CADCTR
           MOVE "NAO" TO FIM-ARQ
           IF QTD-CTR = 0
               DISPLAY "EX99 - TABELA DE MAPEAMENTO CONTABIL VAZIA "
                   "- RODADA ABORTADA"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       LERMAPEAMENTO.
           READ CADCTR
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   IF QTD-CTR = 200
                       DISPLAY "EX99 - MAIS DE 200 MAPEAMENTOS - "
                           "RODADA ABORTADA"
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO QTD-CTR
                   MOVE EVENTO-CTR TO EVENTO-CTR-TAB(QTD-CTR)
                   MOVE TIPO-CTR   TO TIPO-CTR-TAB(QTD-CTR)
                   MOVE CONTAD-CTR TO CONTAD-CTR-TAB(QTD-CTR)
                   MOVE CONTAC-CTR TO CONTAC-CTR-TAB(QTD-CTR)
           END-READ.

       LERCOB.
           READ CADCOB
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   ADD 1 TO CONT-LIDOS
           END-READ.

      *              Cada cobranca contribui com o que aconteceu com
      *              ela na competencia: a emissao (competencia da
      *              cobranca) e a baixa por pagamento ou por acordo
      *              (data em DTPAG-COB).
       PRINCIPAL.
           MOVE TIPO-COB TO WS-TIPO
           IF WS-TIPO = SPACES
               MOVE "ME" TO WS-TIPO
           END-IF
           PERFORM LOCALIZARACUMULADOR
           IF COMP-COB = WS-COMP AND WS-TIPO NOT = "NG"
               ADD 1 TO CONT-EMI
               ADD VLBRU-COB TO EMI-ACU(IDX-ACHADO)
               ADD VLDES-COB TO DES-ACU(IDX-ACHADO)
               COMPUTE WS-CRU = VLBRU-COB - VLDES-COB - VALOR-COB
               IF WS-CRU > 0
                   ADD WS-CRU TO CRU-ACU(IDX-ACHADO)
               END-IF
           END-IF
           MOVE DTPAG-COB(1:6) TO WS-COMP-MOV
           IF SITPG-COB = "P" AND WS-COMP-MOV = WS-COMP
               ADD 1 TO CONT-PAG
               ADD VALOR-COB TO REC-ACU(IDX-ACHADO)
               ADD MULTA-COB TO MUL-ACU(IDX-ACHADO)
               ADD JUROS-COB TO JUR-ACU(IDX-ACHADO)
           END-IF
           IF SITPG-COB = "R" AND WS-COMP-MOV = WS-COMP
               ADD 1 TO CONT-RNG
               ADD VALOR-COB TO RNG-ACU(IDX-ACHADO)
           END-IF
           PERFORM LERCOB.

       LOCALIZARACUMULADOR.
           MOVE 0 TO IDX-ACHADO
           PERFORM VARYING IDX-ACU FROM 1 BY 1
               UNTIL IDX-ACU > QTD-ACU
               IF TIPO-ACU(IDX-ACU) = WS-TIPO
                   MOVE IDX-ACU TO IDX-ACHADO
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF IDX-ACHADO = 0
               IF QTD-ACU = 50
                   DISPLAY "EX99 - MAIS DE 50 TIPOS DE COBRANCA - "
                       "RODADA ABORTADA"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QTD-ACU
               MOVE QTD-ACU TO IDX-ACHADO
               INITIALIZE ACU-ITEM(IDX-ACHADO)
               MOVE WS-TIPO TO TIPO-ACU(IDX-ACHADO)
           END-IF.

      *              Movimentos do livro de creditos datados na
      *              competencia. O uso na mensalidade ("U") ja
      *              entrou pela propria cobranca (evento CRU).
       LERCREDITOS.
           OPEN INPUT CADCRD
           IF FS-CADCRD = "00"
               PERFORM LERCREDITO UNTIL FIM-ARQ = "SIM"
               CLOSE CADCRD
           END-IF.

       LERCREDITO.
           READ CADCRD
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   MOVE DATA-CRD(1:6) TO WS-COMP-MOV
                   IF WS-COMP-MOV = WS-COMP
                       PERFORM ACUMULARCREDITO
                   END-IF
           END-READ.

       ACUMULARCREDITO.
           MOVE TIPOCOB-CRD TO WS-TIPO
           PERFORM LOCALIZARACUMULADOR
           EVALUATE TIPO-CRD
               WHEN "E"
               WHEN "D"
                   ADD 1 TO CONT-CRD
                   ADD VALOR-CRD TO CRE-ACU(IDX-ACHADO)
               WHEN "M"
                   ADD 1 TO CONT-CRD
                   ADD VALOR-CRD TO CRM-ACU(IDX-ACHADO)
               WHEN "R"
                   ADD 1 TO CONT-CRD
                   ADD VALOR-CRD TO RST-ACU(IDX-ACHADO)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *              Conta do evento para o tipo de cobranca
      *              corrente: mapeamento especifico do tipo ou o
      *              generico em branco. Evento sem conta aborta a
      *              rodada.
       LOCALIZARCONTA.
           MOVE 0 TO IDX-CTR-ACH
           PERFORM VARYING IDX-CTR FROM 1 BY 1
               UNTIL IDX-CTR > QTD-CTR
               IF EVENTO-CTR-TAB(IDX-CTR) = WS-EVENTO
                   AND TIPO-CTR-TAB(IDX-CTR) = TIPO-ACU(IDX-ACU)
                   MOVE IDX-CTR TO IDX-CTR-ACH
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF IDX-CTR-ACH = 0
               PERFORM VARYING IDX-CTR FROM 1 BY 1
                   UNTIL IDX-CTR > QTD-CTR
                   IF EVENTO-CTR-TAB(IDX-CTR) = WS-EVENTO
                       AND TIPO-CTR-TAB(IDX-CTR) = SPACES
                       MOVE IDX-CTR TO IDX-CTR-ACH
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF IDX-CTR-ACH = 0
               DISPLAY "EX99 - EVENTO " WS-EVENTO
                   " SEM CONTA MAPEADA PARA O TIPO DE COBRANCA "
                   TIPO-ACU(IDX-ACU) " - RODADA ABORTADA"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       GRAVARLANCAMENTO.
           MOVE WS-DATA-MOV TO DATA-LAN
           MOVE 0           TO DEPTO-LAN
           MOVE WS-EVENTO   TO EVENTO-LAN
           WRITE REG-LAN
           ADD 1 TO CONT-LAN
           IF DC-LAN = "D"
               ADD VALOR-LAN TO TOT-DEB
           ELSE
               ADD VALOR-LAN TO TOT-CRD
           END-IF.

      *              Partida do evento em WS-EVENTO pelo valor em
      *              VALOR-LAN: debito na conta debito e credito na
      *              conta credito do mapeamento.
       GRAVARPARTIDA.
           PERFORM LOCALIZARCONTA
           MOVE CONTAD-CTR-TAB(IDX-CTR-ACH) TO CONTA-LAN
           MOVE "D" TO DC-LAN
           PERFORM GRAVARLANCAMENTO
           MOVE CONTAC-CTR-TAB(IDX-CTR-ACH) TO CONTA-LAN
           MOVE "C" TO DC-LAN
           PERFORM GRAVARLANCAMENTO.

      *              Partidas do tipo de cobranca corrente. Valores
      *              zerados nao geram linha.
       GRAVARPARTIDATIPO.
           IF EMI-ACU(IDX-ACU) > 0
               MOVE "EMI" TO WS-EVENTO
               MOVE EMI-ACU(IDX-ACU) TO VALOR-LAN
               PERFORM GRAVARPARTIDA
           END-IF
           IF DES-ACU(IDX-ACU) > 0
               MOVE "DES" TO WS-EVENTO
               MOVE DES-ACU(IDX-ACU) TO VALOR-LAN
               PERFORM GRAVARPARTIDA
           END-IF
           IF CRU-ACU(IDX-ACU) > 0
               MOVE "CRU" TO WS-EVENTO
               MOVE CRU-ACU(IDX-ACU) TO VALOR-LAN
               PERFORM GRAVARPARTIDA
           END-IF
           IF REC-ACU(IDX-ACU) > 0
               MOVE "REC" TO WS-EVENTO
               MOVE REC-ACU(IDX-ACU) TO VALOR-LAN
               PERFORM GRAVARPARTIDA
           END-IF
           IF MUL-ACU(IDX-ACU) > 0
               MOVE "MUL" TO WS-EVENTO
               MOVE MUL-ACU(IDX-ACU) TO VALOR-LAN
               PERFORM GRAVARPARTIDA
           END-IF
           IF JUR-ACU(IDX-ACU) > 0
               MOVE "JUR" TO WS-EVENTO
               MOVE JUR-ACU(IDX-ACU) TO VALOR-LAN
               PERFORM GRAVARPARTIDA
           END-IF
           IF RNG-ACU(IDX-ACU) > 0
               MOVE "RNG" TO WS-EVENTO
               MOVE RNG-ACU(IDX-ACU) TO VALOR-LAN
               PERFORM GRAVARPARTIDA
           END-IF
           IF CRE-ACU(IDX-ACU) > 0
               MOVE "CRE" TO WS-EVENTO
               MOVE CRE-ACU(IDX-ACU) TO VALOR-LAN
               PERFORM GRAVARPARTIDA
           END-IF
           IF CRM-ACU(IDX-ACU) > 0
               MOVE "CRM" TO WS-EVENTO
               MOVE CRM-ACU(IDX-ACU) TO VALOR-LAN
               PERFORM GRAVARPARTIDA
           END-IF
           IF RST-ACU(IDX-ACU) > 0
               MOVE "RST" TO WS-EVENTO
               MOVE RST-ACU(IDX-ACU) TO VALOR-LAN
               PERFORM GRAVARPARTIDA
           END-IF.

       TERMINO.
           CLOSE CADCOB.
           MOVE "NAO" TO FIM-ARQ.
           PERFORM LERCREDITOS.
           PERFORM GRAVARPARTIDATIPO
               VARYING IDX-ACU FROM 1 BY 1
               UNTIL IDX-ACU > QTD-ACU
           COMPUTE WS-DIF = TOT-DEB - TOT-CRD
           IF WS-DIF NOT = 0
               DISPLAY "EX99 - EXPORTACAO NAO FECHA EM ZERO: "
                   "DEBITOS " TOT-DEB " CREDITOS " TOT-CRD
                   " - RODADA ABORTADA"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "TOTAL"  TO TRL-LAN-MARCA
           MOVE CONT-LAN TO TRL-LAN-QTDE
           MOVE TOT-DEB  TO TRL-LAN-DEB
           MOVE TOT-CRD  TO TRL-LAN-CRD
           WRITE REG-LAN-TRL.
           CLOSE LANREC.
           DISPLAY "EX99 - COMPETENCIA " WS-COMP
               " COBRANCAS LIDAS: " CONT-LIDOS
               " EMITIDAS: " CONT-EMI
               " PAGAS: " CONT-PAG
               " RENEGOCIADAS: " CONT-RNG
               " MOV. CREDITO: " CONT-CRD.
           DISPLAY "EX99 - LANCAMENTOS GERADOS: " CONT-LAN
               " DEBITOS: " TOT-DEB
               " CREDITOS: " TOT-CRD.
