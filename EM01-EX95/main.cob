       IDENTIFICATION DIVISION.
       PROGRAM-ID.   EX95.
       AUTHOR.       ERIKA ROCHA.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 23-10-2025.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.      ENVELHECIMENTO (AGING) DAS COBRANCAS EM ABERTO.
      *              LE AS COBRANCAS DE CADCOB EM ABERTO ("A" -
      *              MENSALIDADES, AVULSAS E PARCELAS DE ACORDO DO
      *              EX58; RENEGOCIADAS, PAGAS E BAIXADAS COMO PERDA
      *              PELO EX96 FICAM DE FORA) E CONTA OS DIAS DE
      *              ATRASO DO VENCIMENTO VENC-COB ATE A DATA DE
      *              MOVIMENTO (COBRANCA ANTIGA SEM VENCIMENTO CONTA
      *              DO PRIMEIRO DIA DA COMPETENCIA). CADA COBRANCA
      *              CAI EM UMA DAS FAIXAS 0-30 (INCLUI AS AINDA A
      *              VENCER), 31-60, 61-90, 91-180 E MAIS DE 180
      *              DIAS. O RELATORIO RELAGE TRAZ AS FAIXAS POR
      *              TURMA (DO MESTRE INDEXADO CADALU) E POR
      *              RESPONSAVEL FINANCEIRO (CADRSP/CADRSL, OS MESMOS
      *              DO EX27, COM O GRUPO "SEM RESPONSAVEL" NO FINAL),
      *              MAIS O TOTAL GERAL POR FAIXA. SERVE DE BASE PARA
      *              A SELECAO DAS BAIXAS POR PERDA DO EX96.

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
      *              CADALU e o mestre indexado gerado pelo conversor
      *              EX18; aqui e consultado por chave para obter a
      *              turma do aluno.
           SELECT CADALU   ASSIGN TO DYNAMIC WS-CADALU-ARQ
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS NUM-ENT
           FILE STATUS IS FS-CADALU.
           SELECT CADCOB   ASSIGN TO DYNAMIC WS-CADCOB-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADCOB.
           SELECT CADRSP   ASSIGN TO DYNAMIC WS-CADRSP-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADRSP.
           SELECT CADRSL   ASSIGN TO DYNAMIC WS-CADRSL-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADRSL.
           SELECT CADDTM  ASSIGN TO DYNAMIC WS-CADDTM-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADDTM.
           SELECT RELAGE   ASSIGN TO DYNAMIC WS-RELAGE-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELAGE.

       DATA DIVISION.

       FILE SECTION.
       FD CADALU
           LABEL RECORD ARE STANDARD.

           COPY CADALU.

       FD CADCOB
           LABEL RECORD ARE STANDARD.

           COPY CADCOB.

      *              CADRSP: registro de responsaveis financeiros -
      *              codigo, nome e endereco de cobranca. Opcional.
       FD CADRSP
           LABEL RECORD ARE STANDARD.

       01 REG-RSP.
           02 COD-RSP       PIC 9(05).
           02 NOME-RSP      PIC X(20).
           02 ENDER-RSP     PIC X(40).

      *              CADRSL: vinculo aluno x responsavel financeiro -
      *              um registro por aluno com responsavel. Opcional.
       FD CADRSL
           LABEL RECORD ARE STANDARD.

       01 REG-RSL.
           02 NUM-RSL       PIC 9(05).
           02 RSP-RSL       PIC 9(05).

      *              CADDTM: data de movimento (AAAAMMDD) do lote,
      *              mantida pela operacao. Opcional - se ausente,
      *              vale o relogio da maquina.
       FD CADDTM
           LABEL RECORD ARE STANDARD.

       01 REG-DTM.
           02 DATA-DTM       PIC 9(08).

       FD RELAGE
           LABEL RECORD ARE STANDARD.

       01 LINHA-AGE  PIC X(80).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ       PIC X(03) VALUE "NAO".
       77 FS-CADALU     PIC X(02) VALUE "00".
       77 FS-CADCOB     PIC X(02) VALUE "00".
       77 FS-CADRSP     PIC X(02) VALUE "00".
       77 FS-CADRSL     PIC X(02) VALUE "00".
       77 FS-CADDTM     PIC X(02) VALUE "00".
       77 FS-RELAGE     PIC X(02) VALUE "00".
       77 WS-DATA-MOV   PIC 9(08) VALUE 0.
       77 WS-DATA-BASE  PIC 9(08) VALUE 0.
       77 WS-DIAS-ATR   PIC S9(07) VALUE 0.
       77 WS-FAIXA      PIC 9(01) VALUE 0.
       77 IDX-FX        PIC 9(01) VALUE 0.
       77 WS-TURMA      PIC X(03) VALUE SPACES.

      *              Responsaveis e vinculos em memoria (mesmos
      *              limites do EX27), com o saldo aberto de cada
      *              responsavel por faixa.
       77 QTD-RSP       PIC 9(03) VALUE 0.
       77 IDX-RSP       PIC 9(03) VALUE 0.
       77 IDX-RSP-ACH   PIC 9(03) VALUE 0.
       01 TABELA-RSP.
           02 RSP-ITEM OCCURS 200 TIMES.
               03 COD-RSP-TAB   PIC 9(05).
               03 NOME-RSP-TAB  PIC X(20).
               03 QTD-RSP-TAB   PIC 9(05).
               03 VAL-RSP-TAB   PIC 9(09)V99 OCCURS 5 TIMES.
       77 QTD-RSL       PIC 9(03) VALUE 0.
       77 IDX-RSL       PIC 9(03) VALUE 0.
       01 TABELA-RSL.
           02 RSL-ITEM OCCURS 500 TIMES.
               03 NUM-RSL-TAB   PIC 9(05).
               03 RSP-RSL-TAB   PIC 9(05).
       77 QTD-SEMRSP    PIC 9(05) VALUE 0.
       01 TABELA-SEMRSP.
           02 VAL-SEMRSP    PIC 9(09)V99 OCCURS 5 TIMES.

      *              Saldo aberto por turma e faixa. Aluno que ja
      *              saiu do mestre entra na turma "---".
       77 QTD-TUR       PIC 9(03) VALUE 0.
       77 IDX-TUR       PIC 9(03) VALUE 0.
       77 IDX-TUR-ACH   PIC 9(03) VALUE 0.
       77 IDX-TUR2      PIC 9(03) VALUE 0.
       01 TABELA-TUR.
           02 TUR-ITEM OCCURS 100 TIMES.
               03 TURMA-TUR-TAB PIC X(03).
               03 QTD-TUR-TAB   PIC 9(05).
               03 VAL-TUR-TAB   PIC 9(09)V99 OCCURS 5 TIMES.
       01 WS-TUR-TROCA      PIC X(63).

      *              Totais gerais por faixa.
       01 TABELA-GER.
           02 QTD-GER       PIC 9(07) OCCURS 5 TIMES.
           02 VAL-GER       PIC 9(09)V99 OCCURS 5 TIMES.
       77 CONT-COB      PIC 9(07) VALUE 0.
       77 CONT-ABE      PIC 9(07) VALUE 0.
       77 WS-LINHA-TOT  PIC 9(09)V99 VALUE 0.

      *              Linha de valores do relatorio: rotulo e as cinco
      *              faixas mais o total.
       01 WS-LINHA-VAL.
           02 ROTULO-LV     PIC X(08).
           02 FAIXA-LV      PIC Z.ZZZ.ZZ9,99 OCCURS 5 TIMES.
           02 TOTAL-LV      PIC Z.ZZZ.ZZ9,99.
       01 WS-VALORES-LV.
           02 VAL-LV        PIC 9(09)V99 OCCURS 5 TIMES.
       77 WS-ROTULO-CAB PIC X(08) VALUE SPACES.
       77 WS-QTDE-EDT   PIC ZZZZ9.

      *              Nomes fisicos dos arquivos, com o valor original
      *              como default, substituiveis em tempo de execucao
      *              por variaveis de ambiente (ver LERNOMESARQUIVOS).
       77 WS-CADALU-ARQ  PIC X(40) VALUE "CADALU.DAT".
       77 WS-CADCOB-ARQ  PIC X(40) VALUE "CADCOB.DAT".
       77 WS-CADRSP-ARQ  PIC X(40) VALUE "CADRSP.DAT".
       77 WS-CADRSL-ARQ  PIC X(40) VALUE "CADRSL.DAT".
       77 WS-CADDTM-ARQ  PIC X(40) VALUE "CADDTM.DAT".
       77 WS-RELAGE-ARQ  PIC X(40) VALUE "RELAGE.DAT".
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
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADALU"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADALU-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADCOB"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADCOB-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADRSP"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADRSP-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADRSL"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADRSL-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADDTM"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADDTM-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "RELAGE"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-RELAGE-ARQ
           END-IF.

       INICIO.
           PERFORM LERDATAMOV.
           OPEN INPUT CADALU
           IF FS-CADALU NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADALU-ARQ)
                   " - FILE STATUS " FS-CADALU
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CADCOB
           IF FS-CADCOB NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADCOB-ARQ)
                   " - FILE STATUS " FS-CADCOB
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RELAGE
           IF FS-RELAGE NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-RELAGE-ARQ)
                   " - FILE STATUS " FS-RELAGE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           INITIALIZE TABELA-GER TABELA-SEMRSP
           PERFORM CARREGARRESPONSAVEIS.
           PERFORM LERCOB.

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

      *              Responsaveis e vinculos: opcionais. Sem eles, todo
      *              o saldo cai no grupo "sem responsavel".
       CARREGARRESPONSAVEIS.
           OPEN INPUT CADRSP
           IF FS-CADRSP = "00"
               PERFORM LERRESPONSAVEL UNTIL FIM-ARQ = "SIM"
               CLOSE CADRSP
               MOVE "NAO" TO FIM-ARQ
               OPEN INPUT CADRSL
               IF FS-CADRSL = "00"
                   PERFORM LERVINCULO UNTIL FIM-ARQ = "SIM"
                   CLOSE CADRSL
                   MOVE "NAO" TO FIM-ARQ
               END-IF
           END-IF.

       LERRESPONSAVEL.
           READ CADRSP
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   IF QTD-RSP = 200
                       DISPLAY "EX95 - MAIS DE 200 RESPONSAVEIS - "
                           "RODADA ABORTADA"
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO QTD-RSP
                   INITIALIZE RSP-ITEM(QTD-RSP)
                   MOVE COD-RSP  TO COD-RSP-TAB(QTD-RSP)
                   MOVE NOME-RSP TO NOME-RSP-TAB(QTD-RSP)
           END-READ.

       LERVINCULO.
           READ CADRSL
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   IF QTD-RSL = 500
                       DISPLAY "EX95 - MAIS DE 500 VINCULOS - "
                           "RODADA ABORTADA"
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO QTD-RSL
                   MOVE NUM-RSL TO NUM-RSL-TAB(QTD-RSL)
                   MOVE RSP-RSL TO RSP-RSL-TAB(QTD-RSL)
           END-READ.

       LERCOB.
           READ CADCOB
               AT END
                   MOVE "SIM" TO FIM-ARQ
           END-READ.

       PRINCIPAL.
           ADD 1 TO CONT-COB
           IF SITPG-COB = "A"
               PERFORM CLASSIFICARCOBRANCA
           END-IF
           PERFORM LERCOB.

      *              Dias de atraso contados do vencimento; cobranca
      *              ainda a vencer fica na primeira faixa.
       CLASSIFICARCOBRANCA.
           ADD 1 TO CONT-ABE
           IF VENC-COB IS NUMERIC AND VENC-COB > 0
               MOVE VENC-COB TO WS-DATA-BASE
           ELSE
               COMPUTE WS-DATA-BASE = COMP-COB * 100 + 1
           END-IF
           COMPUTE WS-DIAS-ATR =
               FUNCTION INTEGER-OF-DATE(WS-DATA-MOV)
               - FUNCTION INTEGER-OF-DATE(WS-DATA-BASE)
           EVALUATE TRUE
               WHEN WS-DIAS-ATR NOT > 30
                   MOVE 1 TO WS-FAIXA
               WHEN WS-DIAS-ATR NOT > 60
                   MOVE 2 TO WS-FAIXA
               WHEN WS-DIAS-ATR NOT > 90
                   MOVE 3 TO WS-FAIXA
               WHEN WS-DIAS-ATR NOT > 180
                   MOVE 4 TO WS-FAIXA
               WHEN OTHER
                   MOVE 5 TO WS-FAIXA
           END-EVALUATE
           ADD 1         TO QTD-GER(WS-FAIXA)
           ADD VALOR-COB TO VAL-GER(WS-FAIXA)
           PERFORM ACUMULARTURMA
           PERFORM ACUMULARRESPONSAVEL.

       ACUMULARTURMA.
           MOVE "---" TO WS-TURMA
           MOVE NUM-COB TO NUM-ENT
           READ CADALU
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE TURMA-ENT TO WS-TURMA
           END-READ
           MOVE 0 TO IDX-TUR-ACH
           PERFORM VARYING IDX-TUR FROM 1 BY 1
               UNTIL IDX-TUR > QTD-TUR
               IF TURMA-TUR-TAB(IDX-TUR) = WS-TURMA
                   MOVE IDX-TUR TO IDX-TUR-ACH
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF IDX-TUR-ACH = 0
               IF QTD-TUR = 100
                   DISPLAY "EX95 - MAIS DE 100 TURMAS - "
                       "RODADA ABORTADA"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QTD-TUR
               MOVE QTD-TUR TO IDX-TUR-ACH
               INITIALIZE TUR-ITEM(QTD-TUR)
               MOVE WS-TURMA TO TURMA-TUR-TAB(QTD-TUR)
           END-IF
           ADD 1         TO QTD-TUR-TAB(IDX-TUR-ACH)
           ADD VALOR-COB TO VAL-TUR-TAB(IDX-TUR-ACH WS-FAIXA).

      *              Responsavel do aluno pelo vinculo CADRSL; sem
      *              vinculo (ou com responsavel fora de CADRSP), o
      *              valor entra no grupo "sem responsavel".
       ACUMULARRESPONSAVEL.
           MOVE 0 TO IDX-RSP-ACH
           PERFORM VARYING IDX-RSL FROM 1 BY 1
               UNTIL IDX-RSL > QTD-RSL
               IF NUM-RSL-TAB(IDX-RSL) = NUM-COB
                   PERFORM LOCALIZARRESPONSAVEL
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF IDX-RSP-ACH = 0
               ADD 1         TO QTD-SEMRSP
               ADD VALOR-COB TO VAL-SEMRSP(WS-FAIXA)
           ELSE
               ADD 1         TO QTD-RSP-TAB(IDX-RSP-ACH)
               ADD VALOR-COB TO VAL-RSP-TAB(IDX-RSP-ACH WS-FAIXA)
           END-IF.

       LOCALIZARRESPONSAVEL.
           PERFORM VARYING IDX-RSP FROM 1 BY 1
               UNTIL IDX-RSP > QTD-RSP
               IF COD-RSP-TAB(IDX-RSP) = RSP-RSL-TAB(IDX-RSL)
                   MOVE IDX-RSP TO IDX-RSP-ACH
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *              Turmas em ordem alfabetica para o relatorio
      *              (troca simples - poucas turmas).
       ORDENARTURMAS.
           PERFORM VARYING IDX-TUR FROM 1 BY 1
               UNTIL IDX-TUR >= QTD-TUR
               PERFORM VARYING IDX-TUR2 FROM IDX-TUR BY 1
                   UNTIL IDX-TUR2 > QTD-TUR
                   IF TURMA-TUR-TAB(IDX-TUR2) <
                       TURMA-TUR-TAB(IDX-TUR)
                       MOVE TUR-ITEM(IDX-TUR)  TO WS-TUR-TROCA
                       MOVE TUR-ITEM(IDX-TUR2) TO TUR-ITEM(IDX-TUR)
                       MOVE WS-TUR-TROCA       TO TUR-ITEM(IDX-TUR2)
                   END-IF
               END-PERFORM
           END-PERFORM.

       GRAVARLINHA.
           WRITE LINHA-AGE
           MOVE SPACES TO LINHA-AGE.

       CABECALHO.
           MOVE SPACES TO LINHA-AGE
           STRING "ENVELHECIMENTO DAS COBRANCAS EM ABERTO - "
               "POSICAO EM " WS-DATA-MOV(7:2) "/"
               WS-DATA-MOV(5:2) "/" WS-DATA-MOV(1:4)
               DELIMITED BY SIZE INTO LINHA-AGE
           PERFORM GRAVARLINHA
           MOVE "DIAS DE ATRASO CONTADOS DO VENCIMENTO (A FAIXA 0-30 "
               TO LINHA-AGE
           MOVE "INCLUI AS A VENCER)" TO LINHA-AGE(53:)
           PERFORM GRAVARLINHA
           PERFORM GRAVARLINHA.

       CABECALHOFAIXAS.
           MOVE WS-ROTULO-CAB TO LINHA-AGE(1:8)
           MOVE "        0-30       31-60       61-90"
               TO LINHA-AGE(9:36)
           MOVE "      91-180        +180       TOTAL"
               TO LINHA-AGE(45:36)
           PERFORM GRAVARLINHA
           MOVE ALL "-" TO LINHA-AGE
           PERFORM GRAVARLINHA.

      *              Monta e grava a linha de valores a partir de
      *              WS-VALORES-LV, preenchido por quem chama.
       GRAVARLINHAVALORES.
           MOVE 0 TO WS-LINHA-TOT
           PERFORM VARYING IDX-FX FROM 1 BY 1 UNTIL IDX-FX > 5
               MOVE VAL-LV(IDX-FX) TO FAIXA-LV(IDX-FX)
               ADD VAL-LV(IDX-FX)  TO WS-LINHA-TOT
           END-PERFORM
           MOVE WS-LINHA-TOT TO TOTAL-LV
           MOVE WS-LINHA-VAL TO LINHA-AGE
           PERFORM GRAVARLINHA.

       GRAVARPORTURMA.
           MOVE "POR TURMA" TO LINHA-AGE
           PERFORM GRAVARLINHA
           MOVE "TURMA" TO WS-ROTULO-CAB
           PERFORM CABECALHOFAIXAS
           PERFORM ORDENARTURMAS
           PERFORM VARYING IDX-TUR FROM 1 BY 1
               UNTIL IDX-TUR > QTD-TUR
               MOVE TURMA-TUR-TAB(IDX-TUR) TO ROTULO-LV
               PERFORM VARYING IDX-FX FROM 1 BY 1 UNTIL IDX-FX > 5
                   MOVE VAL-TUR-TAB(IDX-TUR IDX-FX) TO VAL-LV(IDX-FX)
               END-PERFORM
               PERFORM GRAVARLINHAVALORES
           END-PERFORM
           MOVE ALL "-" TO LINHA-AGE
           PERFORM GRAVARLINHA
           PERFORM GRAVARLINHA.

      *              Por responsavel: linha com codigo e nome, e
      *              logo abaixo as faixas. So sai responsavel com
      *              saldo aberto.
       GRAVARPORRESPONSAVEL.
           MOVE "POR RESPONSAVEL FINANCEIRO" TO LINHA-AGE
           PERFORM GRAVARLINHA
           MOVE "RESP." TO WS-ROTULO-CAB
           PERFORM CABECALHOFAIXAS
           PERFORM VARYING IDX-RSP FROM 1 BY 1
               UNTIL IDX-RSP > QTD-RSP
               IF QTD-RSP-TAB(IDX-RSP) > 0
                   MOVE QTD-RSP-TAB(IDX-RSP) TO WS-QTDE-EDT
                   STRING COD-RSP-TAB(IDX-RSP) " "
                       NOME-RSP-TAB(IDX-RSP)
                       "  COBRANCAS EM ABERTO: " WS-QTDE-EDT
                       DELIMITED BY SIZE INTO LINHA-AGE
                   PERFORM GRAVARLINHA
                   MOVE SPACES TO ROTULO-LV
                   PERFORM VARYING IDX-FX FROM 1 BY 1
                       UNTIL IDX-FX > 5
                       MOVE VAL-RSP-TAB(IDX-RSP IDX-FX)
                           TO VAL-LV(IDX-FX)
                   END-PERFORM
                   PERFORM GRAVARLINHAVALORES
               END-IF
           END-PERFORM
           IF QTD-SEMRSP > 0
               MOVE QTD-SEMRSP TO WS-QTDE-EDT
               STRING "SEM RESPONSAVEL VINCULADO"
                   "  COBRANCAS EM ABERTO: " WS-QTDE-EDT
                   DELIMITED BY SIZE INTO LINHA-AGE
               PERFORM GRAVARLINHA
               MOVE SPACES TO ROTULO-LV
               PERFORM VARYING IDX-FX FROM 1 BY 1 UNTIL IDX-FX > 5
                   MOVE VAL-SEMRSP(IDX-FX) TO VAL-LV(IDX-FX)
               END-PERFORM
               PERFORM GRAVARLINHAVALORES
           END-IF
           MOVE ALL "-" TO LINHA-AGE
           PERFORM GRAVARLINHA
           PERFORM GRAVARLINHA.

       GRAVARTOTALGERAL.
           MOVE "TOTAL GERAL" TO LINHA-AGE
           PERFORM GRAVARLINHA
           MOVE SPACES TO WS-ROTULO-CAB
           PERFORM CABECALHOFAIXAS
           MOVE "VALOR" TO ROTULO-LV
           PERFORM VARYING IDX-FX FROM 1 BY 1 UNTIL IDX-FX > 5
               MOVE VAL-GER(IDX-FX) TO VAL-LV(IDX-FX)
           END-PERFORM
           PERFORM GRAVARLINHAVALORES
           MOVE SPACES TO LINHA-AGE
           MOVE "QTDE" TO LINHA-AGE(1:8)
           PERFORM VARYING IDX-FX FROM 1 BY 1 UNTIL IDX-FX > 5
               MOVE QTD-GER(IDX-FX) TO WS-QTDE-EDT
               MOVE WS-QTDE-EDT TO LINHA-AGE(IDX-FX * 12 + 4:5)
           END-PERFORM
           MOVE CONT-ABE TO WS-QTDE-EDT
           MOVE WS-QTDE-EDT TO LINHA-AGE(76:5)
           PERFORM GRAVARLINHA.

       TERMINO.
           PERFORM CABECALHO
           PERFORM GRAVARPORTURMA
           PERFORM GRAVARPORRESPONSAVEL
           PERFORM GRAVARTOTALGERAL
           CLOSE CADCOB CADALU RELAGE.
           DISPLAY "EX95 - COBRANCAS LIDAS: " CONT-COB
               " EM ABERTO: " CONT-ABE
               " TURMAS: " QTD-TUR.
