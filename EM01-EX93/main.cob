       IDENTIFICATION DIVISION.
       PROGRAM-ID.   EX93.
       AUTHOR.       ERIKA ROCHA.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 23-10-2025.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.      PROJECAO DE FLUXO DE CAIXA DOS PROXIMOS 12 MESES
      *              PARA A DIRECAO, A PARTIR DO MES DA DATA DE
      *              MOVIMENTO (CADDTM; SEM ELE, O RELOGIO DA
      *              MAQUINA). ENTRADAS: AS COBRANCAS EM ABERTO DE
      *              CADCOB POR MES DE VENCIMENTO (VENC-COB), AS
      *              PARCELAS DE ACORDO DE CADACD (EX58) AINDA NAO
      *              GERADAS EM CADCOB E, NOS MESES SEM MENSALIDADE
      *              EMITIDA, A ULTIMA EMISSAO DE MENSALIDADES DO
      *              EX25 REPETIDA COMO PREVISAO. CADA MES E
      *              DESCONTADO PELA TAXA HISTORICA DE RECEBIMENTO DO
      *              MESMO MES DO ANO (VALOR PAGO SOBRE O VALOR
      *              COBRADO DAS COBRANCAS JA VENCIDAS, SEM AS
      *              RENEGOCIADAS); MES SEM HISTORICO USA A TAXA
      *              GERAL, E SEM HISTORICO NENHUM VALE 100%.
      *              COBRANCA EM ABERTO VENCIDA ANTES DO MES CORRENTE
      *              NAO ENTRA NA PROJECAO E SAI SO COMO INFORMACAO.
      *              SAIDAS: A FOLHA LIQUIDA E OS ENCARGOS DO
      *              EMPREGADOR (FGTS + PATRONAL) DA ULTIMA FOLHA
      *              CADSAI (EX08, COM CONFERENCIA DO TRAILER) EM
      *              TODOS OS MESES, O DECIMO TERCEIRO (UM BRUTO DA
      *              FOLHA, METADE EM NOVEMBRO E METADE EM DEZEMBRO,
      *              COM OS ENCARGOS NA PROPORCAO DA FOLHA EM
      *              DEZEMBRO), AS FERIAS JA CALCULADAS PELO EX38
      *              (CADFEP, NO MES CORRENTE) E AS RESCISOES JA
      *              CALCULADAS PELO EX60 (CADRSC, NO MES DO
      *              DESLIGAMENTO, A PARTIR DO MES CORRENTE). O SALDO
      *              DE CAIXA INICIAL VEM DO ARQUIVO OPCIONAL CADCXA
      *              (ZERO SEM ELE). O RELATORIO RELFLX MOSTRA O
      *              QUADRO MENSAL DE ENTRADAS, SAIDAS, SALDO DO MES
      *              E SALDO ACUMULADO, MARCA OS MESES EM QUE O CAIXA
      *              PROJETADO FICA NEGATIVO E DETALHA CADA MES.
      *              A FOLHA LIQUIDA DAS SAIDAS INCLUI A PENSAO
      *              ALIMENTICIA DESCONTADA PELO EX08 (PENS-SAI): O
      *              LIQUIDO DE CADSAI JA VEM SEM ELA, MAS A EMPRESA
      *              DEPOSITA O VALOR AOS BENEFICIARIOS NA MESMA
      *              REMESSA (EX37).

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
           SELECT CADACD   ASSIGN TO DYNAMIC WS-CADACD-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADACD.
           SELECT CADSAI   ASSIGN TO DYNAMIC WS-CADSAI-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADSAI.
           SELECT CADFEP   ASSIGN TO DYNAMIC WS-CADFEP-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADFEP.
           SELECT CADRSC   ASSIGN TO DYNAMIC WS-CADRSC-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADRSC.
           SELECT CADCXA   ASSIGN TO DYNAMIC WS-CADCXA-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADCXA.
           SELECT CADDTM   ASSIGN TO DYNAMIC WS-CADDTM-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADDTM.
           SELECT RELFLX   ASSIGN TO DYNAMIC WS-RELFLX-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELFLX.

       DATA DIVISION.

       FILE SECTION.
       FD CADCOB
           LABEL RECORD ARE STANDARD.

           COPY CADCOB.

      *              CADACD: plano completo de cada acordo de
      *              renegociacao (EX58), uma parcela por registro.
      *              Opcional.
       FD CADACD
           LABEL RECORD ARE STANDARD.

       01 REG-ACD.
           02 ACORDO-ACD    PIC 9(05).
           02 NUM-ACD       PIC 9(05).
           02 PARCELA-ACD   PIC 9(02).
           02 VALOR-ACD     PIC 9(05)V99.
           02 VENC-ACD      PIC 9(08).

       FD CADSAI
           LABEL RECORD ARE STANDARD.

       01 REG-SAI.
           02 COD-SAI       PIC 9(05).
           02 NOME-SAI      PIC X(20).
           02 SALARIO-SAI   PIC 9(05)V99.
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

       01 REG-SAI-TRL.
           02 TRL-SAI-MARCA         PIC X(05).
           02 TRL-SAI-QTDE          PIC 9(07).
           02 TRL-SAI-SOMA-SALARIO  PIC 9(09)V99.
           02 TRL-SAI-SOMA-LIQUIDO  PIC 9(09)V99.

      *              CADFEP: ferias calculadas pelo EX38 na
      *              competencia, com trailer "TOTAL". Opcional.
       FD CADFEP
           LABEL RECORD ARE STANDARD.

       01 REG-FEP.
           02 COD-FEP       PIC 9(05).
           02 NOME-FEP      PIC X(20).
           02 SALARIO-FEP   PIC 9(05)V99.
           02 DIAS-FEP      PIC 9(02).
           02 VALOR-FEP     PIC 9(05)V99.
           02 TERCO-FEP     PIC 9(05)V99.
           02 TOTAL-FEP     PIC 9(06)V99.

       01 REG-FEP-TRL.
           02 TRL-FEP-MARCA    PIC X(05).

      *              CADRSC: termos de rescisao do EX60 (somente-
      *              -acrescimo). Opcional; valem os desligamentos
      *              do mes corrente em diante.
       FD CADRSC
           LABEL RECORD ARE STANDARD.

       01 REG-RSC.
           02 COD-RSC       PIC 9(05).
           02 DATARES-RSC   PIC 9(08).
           02 TIPO-RSC      PIC X(01).
           02 SALARIO-RSC   PIC 9(05)V99.
           02 SALDO-RSC     PIC 9(05)V99.
           02 DEC13-RSC     PIC 9(05)V99.
           02 FERPRO-RSC    PIC 9(05)V99.
           02 FERVEN-RSC    PIC 9(05)V99.
           02 AVISO-RSC     PIC 9(05)V99.
           02 TOTAL-RSC     PIC 9(07)V99.
           02 DEPTO-RSC     PIC 9(03).
           02 ADMISSAO-RSC  PIC 9(08).

      *              CADCXA: saldo de caixa disponivel no inicio do
      *              mes corrente. Opcional - sem ele, zero.
       FD CADCXA
           LABEL RECORD ARE STANDARD.

       01 REG-CXA.
           02 SALDO-CXA     PIC 9(09)V99.

      *              CADDTM: data de movimento (AAAAMMDD) do lote.
      *              Opcional - se ausente, vale o relogio da maquina.
       FD CADDTM
           LABEL RECORD ARE STANDARD.

       01 REG-DTM.
           02 DATA-DTM       PIC 9(08).

       FD RELFLX
           LABEL RECORD ARE STANDARD.

       01 LINHA-FLX  PIC X(80).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ       PIC X(03) VALUE "NAO".
       77 FS-CADCOB     PIC X(02) VALUE "00".
       77 FS-CADACD     PIC X(02) VALUE "00".
       77 FS-CADSAI     PIC X(02) VALUE "00".
       77 FS-CADFEP     PIC X(02) VALUE "00".
       77 FS-CADRSC     PIC X(02) VALUE "00".
       77 FS-CADCXA     PIC X(02) VALUE "00".
       77 FS-CADDTM     PIC X(02) VALUE "00".
       77 FS-RELFLX     PIC X(02) VALUE "00".
       77 WS-DATA-MOV   PIC 9(08) VALUE 0.
       77 WS-DATA-INI   PIC 9(08) VALUE 0.
       77 WS-ANO-INI    PIC 9(04) VALUE 0.
       77 WS-MES-INI    PIC 9(02) VALUE 0.
       77 WS-TEM-TRL    PIC X(01) VALUE "N".
       77 WS-TEM-CXA    PIC X(01) VALUE "N".
       77 WS-TEM-ACD    PIC X(01) VALUE "N".
       77 WS-TEM-FEP    PIC X(01) VALUE "N".
       77 WS-TEM-RSC    PIC X(01) VALUE "N".
       77 WS-SALDO-INI  PIC 9(09)V99 VALUE 0.

      *              Data de trabalho decomposta, para achar o mes do
      *              horizonte (1 a 12) a que ela pertence.
       01 WS-DATA-AUX   PIC 9(08) VALUE 0.
       01 WS-DATA-AUX-R REDEFINES WS-DATA-AUX.
           02 WS-ANO-AUX    PIC 9(04).
           02 WS-MES-AUX    PIC 9(02).
           02 WS-DIA-AUX    PIC 9(02).
       77 WS-POS-MES    PIC S9(05) VALUE 0.
       77 IDX-MES       PIC 9(02) VALUE 0.

      *              Folha de referencia (ultima CADSAI): bruto,
      *              liquido mais pensoes alimenticias e encargos,
      *              com a conferencia do trailer.
       77 CONT-LIDOS    PIC 9(07) VALUE 0.
       77 SOMA-SAL-LID  PIC 9(09)V99 VALUE 0.
       77 SOMA-BRUTO    PIC 9(11)V99 VALUE 0.
       77 SOMA-LIQUIDO  PIC 9(11)V99 VALUE 0.
       77 SOMA-ENCARGOS PIC 9(11)V99 VALUE 0.
       77 WS-ENC-DEC    PIC 9(11)V99 VALUE 0.
       77 WS-METADE-DEC PIC 9(11)V99 VALUE 0.

      *              Ultima emissao de mensalidades (EX25): a maior
      *              competencia com cobranca tipo ME e o valor
      *              liquido cobrado nela, base da previsao dos meses
      *              ainda sem emissao.
       77 WS-COMP-ME    PIC 9(06) VALUE 0.
       77 WS-BASE-ME    PIC 9(11)V99 VALUE 0.
       77 WS-TIPO-COB   PIC X(02) VALUE SPACES.

      *              Cobranca em aberto vencida antes do mes
      *              corrente: fora da projecao, so informada.
       77 WS-ATRASO     PIC 9(11)V99 VALUE 0.
       77 CONT-ATRASO   PIC 9(07) VALUE 0.
       77 CONT-COB      PIC 9(07) VALUE 0.
       77 CONT-ACD      PIC 9(07) VALUE 0.
       77 CONT-FEP      PIC 9(07) VALUE 0.
       77 CONT-RSC      PIC 9(07) VALUE 0.
       77 CONT-NEG      PIC 9(02) VALUE 0.

      *              Historico de recebimento por mes do ano (1 a 12)
      *              das cobrancas ja vencidas: valor cobrado e valor
      *              pago; mais o total geral, para os meses sem
      *              historico.
       01 TABELA-TXH.
           02 TXH-ITEM OCCURS 12 TIMES.
               03 FAT-TXH       PIC 9(11)V99.
               03 PAGO-TXH      PIC 9(11)V99.
       77 WS-FAT-GERAL  PIC 9(11)V99 VALUE 0.
       77 WS-PAGO-GERAL PIC 9(11)V99 VALUE 0.
       77 WS-TAXA-GERAL PIC 9(03)V99 VALUE 100.

      *              Parcelas de acordo ja geradas em CADCOB (tipo
      *              NG), pela chave acordo + vencimento: a parcela de
      *              CADACD que esta aqui ja foi considerada pela
      *              cobranca e nao entra de novo.
       77 QTD-PNG       PIC 9(04) VALUE 0.
       77 IDX-PNG       PIC 9(04) VALUE 0.
       77 WS-ACHOU      PIC X(03) VALUE "NAO".
       01 TABELA-PNG.
           02 PNG-ITEM OCCURS 1 TO 5000 TIMES
               DEPENDING ON QTD-PNG.
               03 ACORDO-PNG-TAB PIC 9(05).
               03 VENC-PNG-TAB   PIC 9(08).

      *              Os 12 meses do horizonte: valores brutos das
      *              cobrancas e parcelas a vencer, taxa aplicada,
      *              entradas projetadas, saidas e saldos.
       01 TABELA-FLX.
           02 FLX-ITEM OCCURS 12 TIMES.
               03 ANO-FLX       PIC 9(04).
               03 MES-FLX       PIC 9(02).
               03 TEMME-FLX     PIC X(01).
               03 COB-FLX       PIC 9(11)V99.
               03 ACD-FLX       PIC 9(11)V99.
               03 TAXA-FLX      PIC 9(03)V99.
               03 ECOB-FLX      PIC 9(11)V99.
               03 EACD-FLX      PIC 9(11)V99.
               03 EPRV-FLX      PIC 9(11)V99.
               03 ENT-FLX       PIC 9(11)V99.
               03 LIQ-FLX       PIC 9(11)V99.
               03 ENC-FLX       PIC 9(11)V99.
               03 DEC-FLX       PIC 9(11)V99.
               03 FER-FLX       PIC 9(11)V99.
               03 RSC-FLX       PIC 9(11)V99.
               03 SAI-FLX       PIC 9(11)V99.
               03 SALDO-FLX     PIC S9(11)V99.
               03 ACUM-FLX      PIC S9(11)V99.
       77 WS-ACUM       PIC S9(11)V99 VALUE 0.

      *              Campos editados das linhas do relatorio.
       77 WS-VLR-EDT    PIC ----.---.--9,99.
       77 WS-ENT-EDT    PIC ----.---.--9,99.
       77 WS-SAI-EDT    PIC ----.---.--9,99.
       77 WS-SALDO-EDT  PIC ----.---.--9,99.
       77 WS-ACUM-EDT   PIC ----.---.--9,99.
       77 WS-TAXA-EDT   PIC ZZ9,99.
       77 WS-CONT-EDT   PIC ZZZZ9.
       77 WS-ROTULO     PIC X(30) VALUE SPACES.
       77 WS-VALOR      PIC S9(11)V99 VALUE 0.

      *              Nomes fisicos dos arquivos, com o valor original
      *              como default, substituiveis em tempo de execucao
      *              por variaveis de ambiente (ver LERNOMESARQUIVOS).
       77 WS-CADCOB-ARQ  PIC X(40) VALUE "CADCOB.DAT".
       77 WS-CADACD-ARQ  PIC X(40) VALUE "CADACD.DAT".
       77 WS-CADSAI-ARQ  PIC X(40) VALUE "CADSAI.DAT".
       77 WS-CADFEP-ARQ  PIC X(40) VALUE "CADFEP.DAT".
       77 WS-CADRSC-ARQ  PIC X(40) VALUE "CADRSC.DAT".
       77 WS-CADCXA-ARQ  PIC X(40) VALUE "CADCXA.DAT".
       77 WS-CADDTM-ARQ  PIC X(40) VALUE "CADDTM.DAT".
       77 WS-RELFLX-ARQ  PIC X(40) VALUE "RELFLX.DAT".
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
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADACD"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADACD-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADSAI"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADSAI-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADFEP"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADFEP-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADRSC"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADRSC-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADCXA"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADCXA-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADDTM"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADDTM-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "RELFLX"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-RELFLX-ARQ
           END-IF.

       INICIO.
           PERFORM LERDATAMOV.
           PERFORM MONTARHORIZONTE.
           PERFORM LERSALDOINICIAL.
           PERFORM ACUMULARFOLHA.
           PERFORM ACUMULARFERIAS.
           PERFORM ACUMULARRESCISOES.
           OPEN INPUT CADCOB
           IF FS-CADCOB NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADCOB-ARQ)
                   " - FILE STATUS " FS-CADCOB
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RELFLX
           IF FS-RELFLX NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-RELFLX-ARQ)
                   " - FILE STATUS " FS-RELFLX
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LERCOB.

      *              Data de movimento do lote: de CADDTM quando
      *              existe; sem ele, o relogio da maquina. O
      *              horizonte comeca no primeiro dia do mes dela.
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
           MOVE WS-DATA-MOV TO WS-DATA-AUX
           MOVE WS-ANO-AUX  TO WS-ANO-INI
           MOVE WS-MES-AUX  TO WS-MES-INI
           MOVE 1 TO WS-DIA-AUX
           MOVE WS-DATA-AUX TO WS-DATA-INI.

       MONTARHORIZONTE.
           INITIALIZE TABELA-FLX TABELA-TXH
           MOVE WS-ANO-INI TO WS-ANO-AUX
           MOVE WS-MES-INI TO WS-MES-AUX
           PERFORM VARYING IDX-MES FROM 1 BY 1 UNTIL IDX-MES > 12
               MOVE WS-ANO-AUX TO ANO-FLX(IDX-MES)
               MOVE WS-MES-AUX TO MES-FLX(IDX-MES)
               MOVE "N"        TO TEMME-FLX(IDX-MES)
               IF WS-MES-AUX = 12
                   MOVE 1 TO WS-MES-AUX
                   ADD 1 TO WS-ANO-AUX
               ELSE
                   ADD 1 TO WS-MES-AUX
               END-IF
           END-PERFORM.

      *              Posicao (1 a 12) no horizonte do mes da data em
      *              WS-DATA-AUX: zero ou negativa antes do mes
      *              corrente, acima de 12 depois do horizonte.
       LOCALIZARMES.
           COMPUTE WS-POS-MES = (WS-ANO-AUX - WS-ANO-INI) * 12
               + WS-MES-AUX - WS-MES-INI + 1.

      *              Saldo de caixa inicial de CADCXA quando existe.
       LERSALDOINICIAL.
           OPEN INPUT CADCXA
           IF FS-CADCXA = "00"
               READ CADCXA
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SALDO-CXA IS NUMERIC
                           MOVE SALDO-CXA TO WS-SALDO-INI
                           MOVE "S" TO WS-TEM-CXA
                       ELSE
                           DISPLAY "EX93 - SALDO INVALIDO EM CADCXA "
                               "- USANDO ZERO"
                       END-IF
               END-READ
               CLOSE CADCXA
           END-IF.

      *              Folha de referencia: a ultima CADSAI, com o
      *              trailer conferido como nos demais leitores.
       ACUMULARFOLHA.
           OPEN INPUT CADSAI
           IF FS-CADSAI NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADSAI-ARQ)
                   " - FILE STATUS " FS-CADSAI
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LERSAI UNTIL FIM-ARQ = "SIM"
           CLOSE CADSAI
           MOVE "NAO" TO FIM-ARQ.

       LERSAI.
           READ CADSAI
               AT END
                   IF WS-TEM-TRL = "N"
                       DISPLAY "EX93 - TRAILER AUSENTE EM CADSAI - "
                           "RODADA ABORTADA"
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE "SIM" TO FIM-ARQ
           END-READ
           IF FIM-ARQ NOT = "SIM" AND TRL-SAI-MARCA = "TOTAL"
               MOVE "S" TO WS-TEM-TRL
               IF TRL-SAI-QTDE NOT = CONT-LIDOS
                   DISPLAY "EX93 - TRAILER DE CADSAI INDICA "
                       TRL-SAI-QTDE " REGISTROS, LIDOS " CONT-LIDOS
                       " - RODADA ABORTADA"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF TRL-SAI-SOMA-SALARIO NOT = SOMA-SAL-LID
                   DISPLAY "EX93 - SOMA DE SALARIOS NAO CONFERE COM "
                       "O TRAILER DE CADSAI - RODADA ABORTADA"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "SIM" TO FIM-ARQ
           END-IF
           IF FIM-ARQ NOT = "SIM"
               ADD 1           TO CONT-LIDOS
               ADD SALARIO-SAI TO SOMA-SAL-LID
               ADD SALARIO-SAI TO SOMA-BRUTO
               ADD LIQUIDO-SAI TO SOMA-LIQUIDO
               IF PENS-SAI IS NUMERIC
                   ADD PENS-SAI TO SOMA-LIQUIDO
               END-IF
               ADD FGTS-SAI PATR-SAI TO SOMA-ENCARGOS
           END-IF.

      *              Ferias ja calculadas pelo EX38 na competencia:
      *              pagas no mes corrente. Opcional.
       ACUMULARFERIAS.
           OPEN INPUT CADFEP
           IF FS-CADFEP = "00"
               MOVE "S" TO WS-TEM-FEP
               PERFORM LERFERIAS UNTIL FIM-ARQ = "SIM"
               CLOSE CADFEP
               MOVE "NAO" TO FIM-ARQ
           END-IF.

       LERFERIAS.
           READ CADFEP
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   IF TRL-FEP-MARCA = "TOTAL"
                       MOVE "SIM" TO FIM-ARQ
                   ELSE
                       ADD TOTAL-FEP TO FER-FLX(1)
                       ADD 1 TO CONT-FEP
                   END-IF
           END-READ.

      *              Rescisoes ja calculadas pelo EX60: pagas no mes
      *              do desligamento; as de meses anteriores ao
      *              corrente ja sairam do caixa. Opcional.
       ACUMULARRESCISOES.
           OPEN INPUT CADRSC
           IF FS-CADRSC = "00"
               MOVE "S" TO WS-TEM-RSC
               PERFORM LERRESCISAO UNTIL FIM-ARQ = "SIM"
               CLOSE CADRSC
               MOVE "NAO" TO FIM-ARQ
           END-IF.

       LERRESCISAO.
           READ CADRSC
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   MOVE DATARES-RSC TO WS-DATA-AUX
                   PERFORM LOCALIZARMES
                   IF WS-POS-MES > 0 AND WS-POS-MES NOT > 12
                       ADD TOTAL-RSC TO RSC-FLX(WS-POS-MES)
                       ADD 1 TO CONT-RSC
                   END-IF
           END-READ.

       LERCOB.
           READ CADCOB
               AT END
                   MOVE "SIM" TO FIM-ARQ
           END-READ.

      *              Passagem unica sobre CADCOB: historico de
      *              recebimento das cobrancas ja vencidas, ultima
      *              emissao de mensalidades, parcelas de acordo ja
      *              geradas e os valores em aberto a vencer no
      *              horizonte. Renegociada ("R") foi substituida
      *              pelas parcelas do acordo e nao conta.
       PRINCIPAL.
           ADD 1 TO CONT-COB
           MOVE TIPO-COB TO WS-TIPO-COB
           IF WS-TIPO-COB = SPACES
               MOVE "ME" TO WS-TIPO-COB
           END-IF
           IF WS-TIPO-COB = "NG"
               PERFORM GUARDARPARCELA
           END-IF
           IF WS-TIPO-COB = "ME"
               PERFORM SOMAREMISSAO
           END-IF
           IF SITPG-COB NOT = "R"
               MOVE VENC-COB TO WS-DATA-AUX
               PERFORM LOCALIZARMES
               IF WS-TIPO-COB = "ME"
                   AND WS-POS-MES > 0 AND WS-POS-MES NOT > 12
                   MOVE "S" TO TEMME-FLX(WS-POS-MES)
               END-IF
               IF VENC-COB < WS-DATA-INI
                   AND WS-MES-AUX > 0 AND WS-MES-AUX NOT > 12
                   PERFORM SOMARHISTORICO
               END-IF
               IF SITPG-COB = "A"
                   PERFORM SOMARABERTO
               END-IF
           END-IF
           PERFORM LERCOB.

       GUARDARPARCELA.
           IF QTD-PNG = 5000
               DISPLAY "EX93 - MAIS DE 5000 PARCELAS DE ACORDO EM "
                   "CADCOB - RODADA ABORTADA"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO QTD-PNG
           MOVE ACORDO-COB TO ACORDO-PNG-TAB(QTD-PNG)
           MOVE VENC-COB   TO VENC-PNG-TAB(QTD-PNG).

      *              Competencia maior reinicia a soma da emissao;
      *              a mesma competencia acumula.
       SOMAREMISSAO.
           IF COMP-COB > WS-COMP-ME
               MOVE COMP-COB TO WS-COMP-ME
               MOVE 0 TO WS-BASE-ME
           END-IF
           IF COMP-COB = WS-COMP-ME
               ADD VALOR-COB TO WS-BASE-ME
           END-IF.

       SOMARHISTORICO.
           ADD VALOR-COB TO FAT-TXH(WS-MES-AUX)
           ADD VALOR-COB TO WS-FAT-GERAL
           IF SITPG-COB = "P"
               ADD VALOR-COB TO PAGO-TXH(WS-MES-AUX)
               ADD VALOR-COB TO WS-PAGO-GERAL
           END-IF.

      *              Em aberto: vencida antes do mes corrente fica de
      *              fora (so informada); a vencer no horizonte soma
      *              no mes do vencimento - parcela de acordo na
      *              coluna propria.
       SOMARABERTO.
           EVALUATE TRUE
               WHEN WS-POS-MES < 1
                   ADD VALOR-COB TO WS-ATRASO
                   ADD 1 TO CONT-ATRASO
               WHEN WS-POS-MES > 12
                   CONTINUE
               WHEN WS-TIPO-COB = "NG"
                   ADD VALOR-COB TO ACD-FLX(WS-POS-MES)
               WHEN OTHER
                   ADD VALOR-COB TO COB-FLX(WS-POS-MES)
           END-EVALUATE.

      *              Parcelas de CADACD ainda nao geradas em CADCOB.
       ACUMULARACORDOS.
           MOVE "NAO" TO FIM-ARQ
           OPEN INPUT CADACD
           IF FS-CADACD = "00"
               MOVE "S" TO WS-TEM-ACD
               PERFORM LERACORDO UNTIL FIM-ARQ = "SIM"
               CLOSE CADACD
               MOVE "NAO" TO FIM-ARQ
           END-IF.

       LERACORDO.
           READ CADACD
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   PERFORM LOCALIZARPARCELA
                   IF WS-ACHOU = "NAO"
                       MOVE VENC-ACD TO WS-DATA-AUX
                       PERFORM LOCALIZARMES
                       EVALUATE TRUE
                           WHEN WS-POS-MES < 1
                               ADD VALOR-ACD TO WS-ATRASO
                               ADD 1 TO CONT-ATRASO
                           WHEN WS-POS-MES > 12
                               CONTINUE
                           WHEN OTHER
                               ADD VALOR-ACD TO ACD-FLX(WS-POS-MES)
                               ADD 1 TO CONT-ACD
                       END-EVALUATE
                   END-IF
           END-READ.

       LOCALIZARPARCELA.
           MOVE "NAO" TO WS-ACHOU
           PERFORM VARYING IDX-PNG FROM 1 BY 1
               UNTIL IDX-PNG > QTD-PNG
               IF ACORDO-PNG-TAB(IDX-PNG) = ACORDO-ACD
                   AND VENC-PNG-TAB(IDX-PNG) = VENC-ACD
                   MOVE "SIM" TO WS-ACHOU
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *              Taxa geral de recebimento, para os meses do ano
      *              sem historico; sem historico nenhum fica 100%.
       CALCULARTAXAGERAL.
           IF WS-FAT-GERAL > 0
               COMPUTE WS-TAXA-GERAL ROUNDED =
                   WS-PAGO-GERAL * 100 / WS-FAT-GERAL
           END-IF.

      *              Um mes do horizonte: entradas descontadas pela
      *              taxa do mes do ano, saidas da folha de
      *              referencia, decimo terceiro em novembro e
      *              dezembro, e os saldos.
       PROJETARMES.
           MOVE MES-FLX(IDX-MES) TO WS-MES-AUX
           IF FAT-TXH(WS-MES-AUX) > 0
               COMPUTE TAXA-FLX(IDX-MES) ROUNDED =
                   PAGO-TXH(WS-MES-AUX) * 100 / FAT-TXH(WS-MES-AUX)
           ELSE
               MOVE WS-TAXA-GERAL TO TAXA-FLX(IDX-MES)
           END-IF
           COMPUTE ECOB-FLX(IDX-MES) ROUNDED =
               COB-FLX(IDX-MES) * TAXA-FLX(IDX-MES) / 100
           COMPUTE EACD-FLX(IDX-MES) ROUNDED =
               ACD-FLX(IDX-MES) * TAXA-FLX(IDX-MES) / 100
           IF TEMME-FLX(IDX-MES) = "N"
               COMPUTE EPRV-FLX(IDX-MES) ROUNDED =
                   WS-BASE-ME * TAXA-FLX(IDX-MES) / 100
           END-IF
           COMPUTE ENT-FLX(IDX-MES) = ECOB-FLX(IDX-MES)
               + EACD-FLX(IDX-MES) + EPRV-FLX(IDX-MES)
           MOVE SOMA-LIQUIDO  TO LIQ-FLX(IDX-MES)
           MOVE SOMA-ENCARGOS TO ENC-FLX(IDX-MES)
           IF MES-FLX(IDX-MES) = 11
               MOVE WS-METADE-DEC TO DEC-FLX(IDX-MES)
           END-IF
           IF MES-FLX(IDX-MES) = 12
               COMPUTE DEC-FLX(IDX-MES) =
                   SOMA-BRUTO - WS-METADE-DEC + WS-ENC-DEC
           END-IF
           COMPUTE SAI-FLX(IDX-MES) = LIQ-FLX(IDX-MES)
               + ENC-FLX(IDX-MES) + DEC-FLX(IDX-MES)
               + FER-FLX(IDX-MES) + RSC-FLX(IDX-MES)
           COMPUTE SALDO-FLX(IDX-MES) =
               ENT-FLX(IDX-MES) - SAI-FLX(IDX-MES)
           ADD SALDO-FLX(IDX-MES) TO WS-ACUM
           MOVE WS-ACUM TO ACUM-FLX(IDX-MES)
           IF WS-ACUM < 0
               ADD 1 TO CONT-NEG
           END-IF.

       GRAVARLINHA.
           WRITE LINHA-FLX
           MOVE SPACES TO LINHA-FLX.

       GRAVARCABECALHO.
           MOVE "PROJECAO DE FLUXO DE CAIXA - 12 MESES" TO LINHA-FLX
           PERFORM GRAVARLINHA
           STRING "INICIO: " WS-MES-INI "/" WS-ANO-INI
               "   DATA DE MOVIMENTO: " WS-DATA-MOV(7:2) "/"
               WS-DATA-MOV(5:2) "/" WS-DATA-MOV(1:4)
               DELIMITED BY SIZE INTO LINHA-FLX
           PERFORM GRAVARLINHA
           MOVE WS-SALDO-INI TO WS-VLR-EDT
           IF WS-TEM-CXA = "S"
               STRING "SALDO DE CAIXA INICIAL: " WS-VLR-EDT
                   DELIMITED BY SIZE INTO LINHA-FLX
           ELSE
               STRING "SALDO DE CAIXA INICIAL: " WS-VLR-EDT
                   "  (CADCXA NAO INFORMADO)"
                   DELIMITED BY SIZE INTO LINHA-FLX
           END-IF
           PERFORM GRAVARLINHA
           MOVE WS-TAXA-GERAL TO WS-TAXA-EDT
           STRING "TAXA GERAL DE RECEBIMENTO: " WS-TAXA-EDT "%"
               DELIMITED BY SIZE INTO LINHA-FLX
           PERFORM GRAVARLINHA
           MOVE ALL "-" TO LINHA-FLX
           PERFORM GRAVARLINHA
           STRING "MES             ENTRADAS          SAIDAS"
               "       SALDO MES SALDO ACUMULADO"
               DELIMITED BY SIZE INTO LINHA-FLX
           PERFORM GRAVARLINHA
           PERFORM GRAVARLINHA.

      *              Linha do quadro mensal; "***" marca o mes em que
      *              o caixa projetado fica negativo.
       GRAVARQUADRO.
           MOVE ENT-FLX(IDX-MES)   TO WS-ENT-EDT
           MOVE SAI-FLX(IDX-MES)   TO WS-SAI-EDT
           MOVE SALDO-FLX(IDX-MES) TO WS-SALDO-EDT
           MOVE ACUM-FLX(IDX-MES)  TO WS-ACUM-EDT
           STRING MES-FLX(IDX-MES) "/" ANO-FLX(IDX-MES) " "
               WS-ENT-EDT " " WS-SAI-EDT " " WS-SALDO-EDT " "
               WS-ACUM-EDT
               DELIMITED BY SIZE INTO LINHA-FLX
           IF ACUM-FLX(IDX-MES) < 0
               MOVE "***" TO LINHA-FLX(74:3)
           END-IF
           PERFORM GRAVARLINHA.

      *              Detalhe de um mes: cada componente das entradas
      *              e das saidas.
       GRAVARDETALHE.
           STRING "MES " MES-FLX(IDX-MES) "/" ANO-FLX(IDX-MES)
               DELIMITED BY SIZE INTO LINHA-FLX
           PERFORM GRAVARLINHA
           MOVE "  COBRANCAS A VENCER" TO WS-ROTULO
           MOVE ECOB-FLX(IDX-MES) TO WS-VALOR
           PERFORM GRAVARLINHAVALOR
           MOVE "  PARCELAS DE ACORDO" TO WS-ROTULO
           MOVE EACD-FLX(IDX-MES) TO WS-VALOR
           PERFORM GRAVARLINHAVALOR
           MOVE "  MENSALIDADES PREVISTAS" TO WS-ROTULO
           MOVE EPRV-FLX(IDX-MES) TO WS-VALOR
           PERFORM GRAVARLINHAVALOR
           MOVE TAXA-FLX(IDX-MES) TO WS-TAXA-EDT
           STRING "  TAXA DE RECEBIMENTO APLICADA " WS-TAXA-EDT "%"
               DELIMITED BY SIZE INTO LINHA-FLX
           PERFORM GRAVARLINHA
           MOVE "  TOTAL DE ENTRADAS" TO WS-ROTULO
           MOVE ENT-FLX(IDX-MES) TO WS-VALOR
           PERFORM GRAVARLINHAVALOR
           MOVE "  FOLHA LIQUIDA" TO WS-ROTULO
           MOVE LIQ-FLX(IDX-MES) TO WS-VALOR
           PERFORM GRAVARLINHAVALOR
           MOVE "  ENCARGOS DO EMPREGADOR" TO WS-ROTULO
           MOVE ENC-FLX(IDX-MES) TO WS-VALOR
           PERFORM GRAVARLINHAVALOR
           MOVE "  DECIMO TERCEIRO" TO WS-ROTULO
           MOVE DEC-FLX(IDX-MES) TO WS-VALOR
           PERFORM GRAVARLINHAVALOR
           MOVE "  FERIAS CALCULADAS" TO WS-ROTULO
           MOVE FER-FLX(IDX-MES) TO WS-VALOR
           PERFORM GRAVARLINHAVALOR
           MOVE "  RESCISOES CALCULADAS" TO WS-ROTULO
           MOVE RSC-FLX(IDX-MES) TO WS-VALOR
           PERFORM GRAVARLINHAVALOR
           MOVE "  TOTAL DE SAIDAS" TO WS-ROTULO
           MOVE SAI-FLX(IDX-MES) TO WS-VALOR
           PERFORM GRAVARLINHAVALOR
           MOVE "  SALDO DO MES" TO WS-ROTULO
           MOVE SALDO-FLX(IDX-MES) TO WS-VALOR
           PERFORM GRAVARLINHAVALOR
           MOVE "  SALDO ACUMULADO" TO WS-ROTULO
           MOVE ACUM-FLX(IDX-MES) TO WS-VALOR
           PERFORM GRAVARLINHAVALOR
           IF ACUM-FLX(IDX-MES) < 0
               MOVE "  *** CAIXA PROJETADO NEGATIVO ***" TO LINHA-FLX
               PERFORM GRAVARLINHA
           END-IF
           PERFORM GRAVARLINHA.

       GRAVARLINHAVALOR.
           MOVE WS-VALOR TO WS-VLR-EDT
           STRING WS-ROTULO WS-VLR-EDT
               DELIMITED BY SIZE INTO LINHA-FLX
           PERFORM GRAVARLINHA.

       GRAVARRESUMO.
           MOVE ALL "-" TO LINHA-FLX
           PERFORM GRAVARLINHA
           IF CONT-NEG = 0
               MOVE "NENHUM MES COM CAIXA PROJETADO NEGATIVO"
                   TO LINHA-FLX
               PERFORM GRAVARLINHA
           ELSE
               MOVE CONT-NEG TO WS-CONT-EDT
               STRING "MESES COM CAIXA PROJETADO NEGATIVO: "
                   WS-CONT-EDT
                   DELIMITED BY SIZE INTO LINHA-FLX
               PERFORM GRAVARLINHA
               PERFORM VARYING IDX-MES FROM 1 BY 1
                   UNTIL IDX-MES > 12
                   IF ACUM-FLX(IDX-MES) < 0
                       MOVE ACUM-FLX(IDX-MES) TO WS-ACUM-EDT
                       STRING "  " MES-FLX(IDX-MES) "/"
                           ANO-FLX(IDX-MES) "  SALDO ACUMULADO "
                           WS-ACUM-EDT
                           DELIMITED BY SIZE INTO LINHA-FLX
                       PERFORM GRAVARLINHA
                   END-IF
               END-PERFORM
           END-IF
           PERFORM GRAVARLINHA
           MOVE WS-ATRASO TO WS-VLR-EDT
           MOVE CONT-ATRASO TO WS-CONT-EDT
           STRING "EM ATRASO FORA DA PROJECAO: " WS-VLR-EDT
               " (" WS-CONT-EDT " COBRANCAS)"
               DELIMITED BY SIZE INTO LINHA-FLX
           PERFORM GRAVARLINHA
           MOVE WS-BASE-ME TO WS-VLR-EDT
           STRING "BASE DAS MENSALIDADES PREVISTAS: " WS-VLR-EDT
               " (COMP " WS-COMP-ME ")"
               DELIMITED BY SIZE INTO LINHA-FLX
           PERFORM GRAVARLINHA
           IF WS-TEM-ACD = "N"
               STRING "CADACD NAO ENCONTRADO - SO AS PARCELAS DE "
                   "ACORDO JA EM CADCOB"
                   DELIMITED BY SIZE INTO LINHA-FLX
               PERFORM GRAVARLINHA
           END-IF
           IF WS-TEM-FEP = "N"
               MOVE "CADFEP NAO ENCONTRADO - SEM FERIAS CALCULADAS"
                   TO LINHA-FLX
               PERFORM GRAVARLINHA
           END-IF
           IF WS-TEM-RSC = "N"
               MOVE "CADRSC NAO ENCONTRADO - SEM RESCISOES CALCULADAS"
                   TO LINHA-FLX
               PERFORM GRAVARLINHA
           END-IF.

       TERMINO.
           CLOSE CADCOB
           PERFORM ACUMULARACORDOS
           PERFORM CALCULARTAXAGERAL
      *              Decimo terceiro = um bruto da folha; os
      *              encargos sobre ele, na proporcao da folha, sao
      *              os proprios encargos do mes.
           COMPUTE WS-METADE-DEC ROUNDED = SOMA-BRUTO / 2
           MOVE SOMA-ENCARGOS TO WS-ENC-DEC
           MOVE WS-SALDO-INI TO WS-ACUM
           PERFORM PROJETARMES
               VARYING IDX-MES FROM 1 BY 1 UNTIL IDX-MES > 12
           PERFORM GRAVARCABECALHO
           PERFORM GRAVARQUADRO
               VARYING IDX-MES FROM 1 BY 1 UNTIL IDX-MES > 12
           PERFORM GRAVARLINHA
           MOVE "DETALHE POR MES" TO LINHA-FLX
           PERFORM GRAVARLINHA
           MOVE ALL "-" TO LINHA-FLX
           PERFORM GRAVARLINHA
           PERFORM GRAVARDETALHE
               VARYING IDX-MES FROM 1 BY 1 UNTIL IDX-MES > 12
           PERFORM GRAVARRESUMO
           CLOSE RELFLX
           DISPLAY "EX93 - COBRANCAS LIDAS: " CONT-COB
               " PARCELAS DE ACORDO: " CONT-ACD
               " FUNCIONARIOS: " CONT-LIDOS
           DISPLAY "EX93 - FERIAS: " CONT-FEP
               " RESCISOES NO HORIZONTE: " CONT-RSC
               " COBRANCAS EM ATRASO: " CONT-ATRASO
           DISPLAY "EX93 - MESES COM CAIXA NEGATIVO: " CONT-NEG.
