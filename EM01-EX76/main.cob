       IDENTIFICATION DIVISION.
       PROGRAM-ID.   EX76.
       AUTHOR.       ERIKA ROCHA.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 18-10-2025.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.      PROVISAO MENSAL DE DECIMO TERCEIRO E DE FERIAS.
      *              O EX12 E O EX38 SO CALCULAM O QUE E PAGO NO MES
      *              DO PAGAMENTO, E A DESPESA APARECIA TODA DE UMA
      *              VEZ EM DEZEMBRO E NOS MESES DE FERIAS. ESTE
      *              PROGRAMA LE A FOLHA CADSAI (EX08, COM
      *              CONFERENCIA DO TRAILER) E, PARA CADA
      *              FUNCIONARIO, APROPRIA NA COMPETENCIA DA DATA DE
      *              MOVIMENTO 1/12 DO DECIMO TERCEIRO E 1/12 DAS
      *              FERIAS MAIS O TERCO CONSTITUCIONAL, COM OS
      *              ENCARGOS (FGTS + PATRONAL) NA MESMA PROPORCAO
      *              EM QUE O EX08 OS CALCULOU SOBRE O BRUTO. O SALDO
      *              ACUMULADO DE CADA FUNCIONARIO FICA EM CADPRV.
      *              QUANDO HA PAGAMENTO NA COMPETENCIA, A PROVISAO E
      *              ESTORNADA: O DECIMO TERCEIRO PAGO PELO EX12
      *              (CADDEC) LIQUIDA O SALDO INTEIRO DO ANO; AS
      *              FERIAS PAGAS PELO EX38 (CADFEP) BAIXAM O VALOR
      *              PAGO, ATE O SALDO; A RESCISAO DO EX60 (CADRSC,
      *              DESLIGAMENTOS DA COMPETENCIA) LIQUIDA OS DOIS
      *              SALDOS E O FUNCIONARIO SAI DE CADPRV. OS
      *              ARQUIVOS DE PAGAMENTO SAO OPCIONAIS E DEVEM SER
      *              OS DA COMPETENCIA. APROPRIACOES E ESTORNOS SAEM
      *              EM LANPRV NO LEIAUTE DO LANCTB (EX63), EM
      *              PARTIDA DOBRADA POR DEPARTAMENTO, COM AS CONTAS
      *              DE CADCTB: EVENTOS P13 (DECIMO TERCEIRO), PFE
      *              (FERIAS) E PEN (ENCARGOS SOBRE PROVISOES), COM
      *              DEBITO NA DESPESA E CREDITO NA PROVISAO; OS
      *              ESTORNOS SAEM COMO R13, RFE E REN, COM AS MESMAS
      *              CONTAS INVERTIDAS. EVENTO SEM CONTA, EXPORTACAO
      *              QUE NAO FECHA OU COMPETENCIA JA APROPRIADA PARA
      *              ALGUM FUNCIONARIO ABORTAM A RODADA SEM REGRAVAR
      *              OS SALDOS.
      *              O SALARIO DA BASE DA PROVISAO E O DA COMPETENCIA
      *              SEM OS EVENTOS DO MES QUE O EX08 ITEMIZA NO FIM
      *              DE CADSAI: O DESCONTO DE AFASTAMENTO (DAFA-SAI)
      *              VOLTA AO BRUTO E A DIFERENCA DE DISSIDIO
      *              RETROATIVO (DIF-SAI) SAI DELE. A PROPORCAO DOS
      *              ENCARGOS CONTINUA SENDO A DO BRUTO PAGO.

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
      *              EX18; aqui e consultado por chave.
           SELECT CADFUN   ASSIGN TO DYNAMIC WS-CADFUN-ARQ
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS COD-ENT
           FILE STATUS IS FS-CADFUN.
           SELECT CADSAI   ASSIGN TO DYNAMIC WS-CADSAI-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADSAI.
           SELECT CADCTB   ASSIGN TO DYNAMIC WS-CADCTB-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADCTB.
           SELECT CADPRV   ASSIGN TO DYNAMIC WS-CADPRV-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADPRV.
           SELECT CADDEC   ASSIGN TO DYNAMIC WS-CADDEC-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADDEC.
           SELECT CADFEP   ASSIGN TO DYNAMIC WS-CADFEP-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADFEP.
           SELECT CADRSC   ASSIGN TO DYNAMIC WS-CADRSC-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADRSC.
           SELECT LANPRV   ASSIGN TO DYNAMIC WS-LANPRV-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LANPRV.
           SELECT CADDTM   ASSIGN TO DYNAMIC WS-CADDTM-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADDTM.

       DATA DIVISION.

       FILE SECTION.
       FD CADFUN
           LABEL RECORD ARE STANDARD.

           COPY CADFUN.

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
           02 DIF-SAI       PIC 9(05)V99.

       01 REG-SAI-TRL.
           02 TRL-SAI-MARCA         PIC X(05).
           02 TRL-SAI-QTDE          PIC 9(07).
           02 TRL-SAI-SOMA-SALARIO  PIC 9(09)V99.
           02 TRL-SAI-SOMA-LIQUIDO  PIC 9(09)V99.

      *              CADCTB: mapeamento contabil (mesmo arquivo do
      *              EX63) - aqui com os eventos P13, PFE e PEN.
       FD CADCTB
           LABEL RECORD ARE STANDARD.

       01 REG-CTB.
           02 EVENTO-CTB    PIC X(03).
           02 DEPTO-CTB     PIC 9(03).
           02 CONTAD-CTB    PIC 9(08).
           02 CONTAC-CTB    PIC 9(08).

      *              CADPRV: saldos de provisao por funcionario.
      *              Ausente na primeira rodada - comeca vazio.
       FD CADPRV
           LABEL RECORD ARE STANDARD.

           COPY CADPRV.

      *              CADDEC: decimo terceiro pago pelo EX12, com
      *              trailer "TOTAL". Opcional.
       FD CADDEC
           LABEL RECORD ARE STANDARD.

       01 REG-DEC.
           02 COD-DEC       PIC 9(05).
           02 NOME-DEC      PIC X(20).
           02 SALARIO-DEC   PIC 9(05)V99.
           02 MESES-DEC     PIC 9(02).
           02 DECIMO-DEC    PIC 9(05)V99.

       01 REG-DEC-TRL.
           02 TRL-DEC-MARCA    PIC X(05).

      *              CADFEP: ferias pagas pelo EX38, com trailer
      *              "TOTAL". Opcional.
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
      *              da competencia.
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

      *              LANPRV: lancamentos das provisoes, no leiaute do
      *              LANCTB (EX63) - data, centro de custo, evento,
      *              conta, natureza (D/C) e valor, com trailer de
      *              conferencia (total de debitos e de creditos).
       FD LANPRV
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

      *              CADDTM: data de movimento (AAAAMMDD) do lote.
      *              Opcional - se ausente, vale o relogio da maquina.
       FD CADDTM
           LABEL RECORD ARE STANDARD.

       01 REG-DTM.
           02 DATA-DTM       PIC 9(08).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ       PIC X(03) VALUE "NAO".
       77 FIM-CADPRV    PIC X(03) VALUE "NAO".
       77 FIM-PAG       PIC X(03) VALUE "NAO".
       77 FS-CADFUN     PIC X(02) VALUE "00".
       77 FS-CADSAI     PIC X(02) VALUE "00".
       77 FS-CADCTB     PIC X(02) VALUE "00".
       77 FS-CADPRV     PIC X(02) VALUE "00".
       77 FS-CADDEC     PIC X(02) VALUE "00".
       77 FS-CADFEP     PIC X(02) VALUE "00".
       77 FS-CADRSC     PIC X(02) VALUE "00".
       77 FS-LANPRV     PIC X(02) VALUE "00".
       77 FS-CADDTM     PIC X(02) VALUE "00".
       77 WS-DATA-MOV   PIC 9(08) VALUE 0.
       77 WS-COMP       PIC 9(06) VALUE 0.
       77 WS-TEM-TRL    PIC X(01) VALUE "N".
       77 WS-DEPTO      PIC 9(03) VALUE 0.
       77 CONT-LIDOS    PIC 9(07) VALUE 0.
       77 SOMA-SAL-LID  PIC 9(09)V99 VALUE 0.

      *              Valores da apropriacao do funcionario corrente.
       77 WS-SAL-BASE   PIC 9(05)V99 VALUE 0.
       77 WS-PRV13      PIC 9(07)V99 VALUE 0.
       77 WS-PRVFE      PIC 9(07)V99 VALUE 0.
       77 WS-ENC13      PIC 9(07)V99 VALUE 0.
       77 WS-ENCFE      PIC 9(07)V99 VALUE 0.

      *              Parametros do estorno: funcionario, valor pago e
      *              se o pagamento liquida o saldo inteiro ("S") ou
      *              so ate o valor pago ("N").
       77 WS-COD-EST    PIC 9(05) VALUE 0.
       77 WS-PAGO       PIC 9(07)V99 VALUE 0.
       77 WS-INTEGRAL   PIC X(01) VALUE "N".
       77 WS-EST        PIC 9(07)V99 VALUE 0.
       77 WS-EST-ENC    PIC 9(07)V99 VALUE 0.

       77 CONT-APR      PIC 9(07) VALUE 0.
       77 CONT-EST13    PIC 9(07) VALUE 0.
       77 CONT-ESTFE    PIC 9(07) VALUE 0.
       77 CONT-RSC      PIC 9(07) VALUE 0.

      *              Mapeamento contabil em memoria.
       77 QTD-CTB       PIC 9(03) VALUE 0.
       77 IDX-CTB       PIC 9(03) VALUE 0.
       77 IDX-CTB-ACH   PIC 9(03) VALUE 0.
       77 WS-EVENTO     PIC X(03) VALUE SPACES.
       77 WS-EVENTO-LAN PIC X(03) VALUE SPACES.
       01 TABELA-CTB.
           02 CTB-ITEM OCCURS 100 TIMES.
               03 EVENTO-CTB-TAB PIC X(03).
               03 DEPTO-CTB-TAB  PIC 9(03).
               03 CONTAD-CTB-TAB PIC 9(08).
               03 CONTAC-CTB-TAB PIC 9(08).

      *              Saldos de provisao em memoria. EXCL marca os
      *              desligados, que nao voltam para o arquivo na
      *              regravacao.
       77 QTD-PRV       PIC 9(04) VALUE 0.
       77 IDX-PRV       PIC 9(04) VALUE 0.
       77 IDX-PRV-ACH   PIC 9(04) VALUE 0.
       01 TABELA-PRV.
           02 PRV-ITEM OCCURS 1 TO 5000 TIMES
               DEPENDING ON QTD-PRV.
               03 COD-PRV-TAB     PIC 9(05).
               03 DEPTO-PRV-TAB   PIC 9(03).
               03 DEC13-PRV-TAB   PIC 9(07)V99.
               03 ENC13-PRV-TAB   PIC 9(07)V99.
               03 FERIAS-PRV-TAB  PIC 9(07)V99.
               03 ENCFE-PRV-TAB   PIC 9(07)V99.
               03 ULTCOMP-PRV-TAB PIC 9(06).
               03 EXCL-PRV-TAB    PIC X(01).

      *              Acumuladores por departamento (mesmo esquema do
      *              EX63): apropriacoes e estornos da competencia.
       77 QTD-DEP       PIC 9(03) VALUE 0.
       77 IDX-DEP       PIC 9(03) VALUE 0.
       77 IDX-ACHADO    PIC 9(03) VALUE 0.
       01 TABELA-ACU.
           02 ACU-ITEM OCCURS 101 TIMES.
               03 DEP-ACU       PIC 9(03).
               03 P13-ACU       PIC 9(09)V99.
               03 PFE-ACU       PIC 9(09)V99.
               03 PEN-ACU       PIC 9(09)V99.
               03 R13-ACU       PIC 9(09)V99.
               03 RFE-ACU       PIC 9(09)V99.
               03 REN-ACU       PIC 9(09)V99.

      *              Totais de debito e credito da exportacao, que
      *              precisam fechar em zero.
       77 CONT-LAN      PIC 9(07) VALUE 0.
       77 TOT-DEB       PIC 9(11)V99 VALUE 0.
       77 TOT-CRD       PIC 9(11)V99 VALUE 0.
       77 WS-DIF        PIC S9(11)V99 VALUE 0.

      *              Nomes fisicos dos arquivos, com o valor original
      *              como default, substituiveis em tempo de execucao
      *              por variaveis de ambiente (ver LERNOMESARQUIVOS).
       77 WS-CADFUN-ARQ  PIC X(40) VALUE "CADFUN.DAT".
       77 WS-CADSAI-ARQ  PIC X(40) VALUE "CADSAI.DAT".
       77 WS-CADCTB-ARQ  PIC X(40) VALUE "CADCTB.DAT".
       77 WS-CADPRV-ARQ  PIC X(40) VALUE "CADPRV.DAT".
       77 WS-CADDEC-ARQ  PIC X(40) VALUE "CADDEC.DAT".
       77 WS-CADFEP-ARQ  PIC X(40) VALUE "CADFEP.DAT".
       77 WS-CADRSC-ARQ  PIC X(40) VALUE "CADRSC.DAT".
       77 WS-LANPRV-ARQ  PIC X(40) VALUE "LANPRV.DAT".
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
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADFUN"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADFUN-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADSAI"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADSAI-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADCTB"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADCTB-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADPRV"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADPRV-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADDEC"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADDEC-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADFEP"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADFEP-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADRSC"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADRSC-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "LANPRV"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-LANPRV-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADDTM"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADDTM-ARQ
           END-IF.

       INICIO.
           INITIALIZE TABELA-ACU
           PERFORM LERDATAMOV.
           MOVE WS-DATA-MOV(1:6) TO WS-COMP
           PERFORM CARREGARMAPEAMENTO.
           PERFORM CARREGARSALDOS.
           OPEN INPUT CADFUN
           IF FS-CADFUN NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADFUN-ARQ)
                   " - FILE STATUS " FS-CADFUN
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CADSAI
           IF FS-CADSAI NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADSAI-ARQ)
                   " - FILE STATUS " FS-CADSAI
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT LANPRV
           IF FS-LANPRV NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-LANPRV-ARQ)
                   " - FILE STATUS " FS-LANPRV
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LERSAI.

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
           OPEN INPUT CADCTB
           IF FS-CADCTB NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADCTB-ARQ)
                   " - FILE STATUS " FS-CADCTB
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LERMAPEAMENTO UNTIL FIM-ARQ = "SIM"
           CLOSE CADCTB
           MOVE "NAO" TO FIM-ARQ
           IF QTD-CTB = 0
               DISPLAY "EX76 - TABELA DE MAPEAMENTO CONTABIL VAZIA "
                   "- RODADA ABORTADA"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       LERMAPEAMENTO.
           READ CADCTB
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   IF QTD-CTB = 100
                       DISPLAY "EX76 - MAIS DE 100 MAPEAMENTOS - "
                           "RODADA ABORTADA"
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO QTD-CTB
                   MOVE EVENTO-CTB TO EVENTO-CTB-TAB(QTD-CTB)
                   MOVE DEPTO-CTB  TO DEPTO-CTB-TAB(QTD-CTB)
                   MOVE CONTAD-CTB TO CONTAD-CTB-TAB(QTD-CTB)
                   MOVE CONTAC-CTB TO CONTAC-CTB-TAB(QTD-CTB)
           END-READ.

      *              Saldos atuais em memoria. Ausente na primeira
      *              rodada - comeca vazio. Saldo ja apropriado na
      *              competencia (ou numa posterior) aborta a rodada
      *              antes de abrir LANPRV.
       CARREGARSALDOS.
           OPEN INPUT CADPRV
           IF FS-CADPRV = "00"
               PERFORM LERSALDO UNTIL FIM-CADPRV = "SIM"
               CLOSE CADPRV
           END-IF.

       LERSALDO.
           READ CADPRV
               AT END
                   MOVE "SIM" TO FIM-CADPRV
               NOT AT END
                   IF QTD-PRV = 5000
                       DISPLAY "EX76 - MAIS DE 5000 SALDOS DE "
                           "PROVISAO - RODADA ABORTADA"
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   IF ULTCOMP-PRV NOT < WS-COMP
                       DISPLAY "EX76 - COMPETENCIA " WS-COMP
                           " JA PROVISIONADA PARA O FUNCIONARIO "
                           COD-PRV " - RODADA ABORTADA"
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO QTD-PRV
                   MOVE COD-PRV     TO COD-PRV-TAB(QTD-PRV)
                   MOVE DEPTO-PRV   TO DEPTO-PRV-TAB(QTD-PRV)
                   MOVE DEC13-PRV   TO DEC13-PRV-TAB(QTD-PRV)
                   MOVE ENC13-PRV   TO ENC13-PRV-TAB(QTD-PRV)
                   MOVE FERIAS-PRV  TO FERIAS-PRV-TAB(QTD-PRV)
                   MOVE ENCFE-PRV   TO ENCFE-PRV-TAB(QTD-PRV)
                   MOVE ULTCOMP-PRV TO ULTCOMP-PRV-TAB(QTD-PRV)
                   MOVE "N"         TO EXCL-PRV-TAB(QTD-PRV)
           END-READ.

       LERSAI.
           READ CADSAI
               AT END
                   IF WS-TEM-TRL = "N"
                       DISPLAY "EX76 - TRAILER AUSENTE EM CADSAI - "
                           "RODADA ABORTADA"
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE "SIM" TO FIM-ARQ
           END-READ
           IF FIM-ARQ NOT = "SIM" AND TRL-SAI-MARCA = "TOTAL"
               MOVE "S" TO WS-TEM-TRL
               IF TRL-SAI-QTDE NOT = CONT-LIDOS
                   DISPLAY "EX76 - TRAILER DE CADSAI INDICA "
                       TRL-SAI-QTDE " REGISTROS, LIDOS " CONT-LIDOS
                       " - RODADA ABORTADA"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF TRL-SAI-SOMA-SALARIO NOT = SOMA-SAL-LID
                   DISPLAY "EX76 - SOMA DE SALARIOS NAO CONFERE COM "
                       "O TRAILER DE CADSAI - RODADA ABORTADA"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "SIM" TO FIM-ARQ
           END-IF
           IF FIM-ARQ NOT = "SIM"
               ADD 1           TO CONT-LIDOS
               ADD SALARIO-SAI TO SOMA-SAL-LID
           END-IF.

      *              Apropriacao do mes: 1/12 do salario para o
      *              decimo terceiro, 1/12 do salario mais o terco
      *              para as ferias, e os encargos sobre as duas na
      *              mesma proporcao de FGTS + patronal sobre o bruto
      *              da folha. O salario e o bruto sem o desconto de
      *              afastamento e sem a diferenca de dissidio
      *              retroativo (campos em branco em CADSAI antigo).
       PRINCIPAL.
           PERFORM BUSCARDEPARTAMENTO
           MOVE COD-SAI TO WS-COD-EST
           PERFORM LOCALIZARSALDO
           IF IDX-PRV-ACH = 0
               PERFORM INCLUIRSALDO
           END-IF
           MOVE SALARIO-SAI TO WS-SAL-BASE
           IF DAFA-SAI IS NUMERIC
               ADD DAFA-SAI TO WS-SAL-BASE
           END-IF
           IF DIF-SAI IS NUMERIC
               SUBTRACT DIF-SAI FROM WS-SAL-BASE
           END-IF
           COMPUTE WS-PRV13 ROUNDED = WS-SAL-BASE / 12
           COMPUTE WS-PRVFE ROUNDED = WS-SAL-BASE / 12 * 4 / 3
           MOVE 0 TO WS-ENC13 WS-ENCFE
           IF SALARIO-SAI > 0
               COMPUTE WS-ENC13 ROUNDED =
                   WS-PRV13 * (FGTS-SAI + PATR-SAI) / SALARIO-SAI
               COMPUTE WS-ENCFE ROUNDED =
                   WS-PRVFE * (FGTS-SAI + PATR-SAI) / SALARIO-SAI
           END-IF
           ADD WS-PRV13 TO DEC13-PRV-TAB(IDX-PRV-ACH)
           ADD WS-ENC13 TO ENC13-PRV-TAB(IDX-PRV-ACH)
           ADD WS-PRVFE TO FERIAS-PRV-TAB(IDX-PRV-ACH)
           ADD WS-ENCFE TO ENCFE-PRV-TAB(IDX-PRV-ACH)
           MOVE WS-DEPTO TO DEPTO-PRV-TAB(IDX-PRV-ACH)
           MOVE WS-COMP  TO ULTCOMP-PRV-TAB(IDX-PRV-ACH)
           PERFORM LOCALIZARACUMULADOR
           ADD WS-PRV13 TO P13-ACU(IDX-ACHADO)
           ADD WS-PRVFE TO PFE-ACU(IDX-ACHADO)
           ADD WS-ENC13 TO PEN-ACU(IDX-ACHADO)
           ADD WS-ENCFE TO PEN-ACU(IDX-ACHADO)
           ADD 1 TO CONT-APR
           PERFORM LERSAI.

       BUSCARDEPARTAMENTO.
           MOVE 0 TO WS-DEPTO
           MOVE COD-SAI TO COD-ENT
           READ CADFUN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE DEPTO-ENT TO WS-DEPTO
           END-READ.

       LOCALIZARSALDO.
           MOVE 0 TO IDX-PRV-ACH
           PERFORM VARYING IDX-PRV FROM 1 BY 1
               UNTIL IDX-PRV > QTD-PRV
               IF COD-PRV-TAB(IDX-PRV) = WS-COD-EST
                   AND EXCL-PRV-TAB(IDX-PRV) = "N"
                   MOVE IDX-PRV TO IDX-PRV-ACH
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       INCLUIRSALDO.
           IF QTD-PRV = 5000
               DISPLAY "EX76 - MAIS DE 5000 SALDOS DE "
                   "PROVISAO - RODADA ABORTADA"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO QTD-PRV
           MOVE QTD-PRV    TO IDX-PRV-ACH
           MOVE WS-COD-EST TO COD-PRV-TAB(IDX-PRV-ACH)
           MOVE WS-DEPTO   TO DEPTO-PRV-TAB(IDX-PRV-ACH)
           MOVE 0 TO DEC13-PRV-TAB(IDX-PRV-ACH)
                     ENC13-PRV-TAB(IDX-PRV-ACH)
                     FERIAS-PRV-TAB(IDX-PRV-ACH)
                     ENCFE-PRV-TAB(IDX-PRV-ACH)
                     ULTCOMP-PRV-TAB(IDX-PRV-ACH)
           MOVE "N" TO EXCL-PRV-TAB(IDX-PRV-ACH).

       LOCALIZARACUMULADOR.
           MOVE 0 TO IDX-ACHADO
           PERFORM VARYING IDX-DEP FROM 1 BY 1
               UNTIL IDX-DEP > QTD-DEP
               IF DEP-ACU(IDX-DEP) = WS-DEPTO
                   MOVE IDX-DEP TO IDX-ACHADO
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF IDX-ACHADO = 0
               IF QTD-DEP = 101
                   DISPLAY "EX76 - MAIS DE 100 DEPARTAMENTOS - "
                       "RODADA ABORTADA"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QTD-DEP
               MOVE QTD-DEP  TO IDX-ACHADO
               MOVE WS-DEPTO TO DEP-ACU(IDX-ACHADO)
           END-IF.

      *              Decimo terceiro pago pelo EX12: o pagamento
      *              liquida a obrigacao do ano, entao o saldo inteiro
      *              (provisao e encargos) e estornado.
       ESTORNARDECIMOS.
           OPEN INPUT CADDEC
           IF FS-CADDEC = "00"
               MOVE "NAO" TO FIM-PAG
               PERFORM LERDECIMO UNTIL FIM-PAG = "SIM"
               CLOSE CADDEC
           END-IF.

       LERDECIMO.
           READ CADDEC
               AT END
                   MOVE "SIM" TO FIM-PAG
               NOT AT END
                   IF TRL-DEC-MARCA NOT = "TOTAL"
                       MOVE COD-DEC    TO WS-COD-EST
                       MOVE DECIMO-DEC TO WS-PAGO
                       MOVE "S"        TO WS-INTEGRAL
                       PERFORM ESTORNAR13
                       ADD 1 TO CONT-EST13
                   END-IF
           END-READ.

      *              Ferias pagas pelo EX38: baixa o valor pago (com
      *              o terco) ate o saldo, e os encargos na mesma
      *              proporcao.
       ESTORNARFERIAS.
           OPEN INPUT CADFEP
           IF FS-CADFEP = "00"
               MOVE "NAO" TO FIM-PAG
               PERFORM LERFERIAS UNTIL FIM-PAG = "SIM"
               CLOSE CADFEP
           END-IF.

       LERFERIAS.
           READ CADFEP
               AT END
                   MOVE "SIM" TO FIM-PAG
               NOT AT END
                   IF TRL-FEP-MARCA NOT = "TOTAL"
                       MOVE COD-FEP   TO WS-COD-EST
                       MOVE TOTAL-FEP TO WS-PAGO
                       MOVE "N"       TO WS-INTEGRAL
                       PERFORM ESTORNARFE
                       ADD 1 TO CONT-ESTFE
                   END-IF
           END-READ.

      *              Rescisoes do EX60 com desligamento na
      *              competencia: as verbas de decimo terceiro e de
      *              ferias do termo liquidam os dois saldos, e o
      *              funcionario sai de CADPRV.
       ESTORNARRESCISOES.
           OPEN INPUT CADRSC
           IF FS-CADRSC = "00"
               MOVE "NAO" TO FIM-PAG
               PERFORM LERRESCISAO UNTIL FIM-PAG = "SIM"
               CLOSE CADRSC
           END-IF.

       LERRESCISAO.
           READ CADRSC
               AT END
                   MOVE "SIM" TO FIM-PAG
               NOT AT END
                   IF DATARES-RSC(1:6) = WS-COMP
                       MOVE COD-RSC   TO WS-COD-EST
                       MOVE "S"       TO WS-INTEGRAL
                       MOVE DEC13-RSC TO WS-PAGO
                       PERFORM ESTORNAR13
                       COMPUTE WS-PAGO = FERPRO-RSC + FERVEN-RSC
                       PERFORM ESTORNARFE
                       PERFORM LOCALIZARSALDO
                       IF IDX-PRV-ACH NOT = 0
                           MOVE "S" TO EXCL-PRV-TAB(IDX-PRV-ACH)
                       END-IF
                       ADD 1 TO CONT-RSC
                   END-IF
           END-READ.

      *              Estorno do decimo terceiro do funcionario de
      *              WS-COD-EST: tudo, quando integral ou quando o
      *              pago cobre o saldo; senao o valor pago, com os
      *              encargos proporcionais.
       ESTORNAR13.
           PERFORM LOCALIZARSALDO
           IF IDX-PRV-ACH NOT = 0
               IF WS-INTEGRAL = "S"
                   OR WS-PAGO NOT < DEC13-PRV-TAB(IDX-PRV-ACH)
                   MOVE DEC13-PRV-TAB(IDX-PRV-ACH) TO WS-EST
                   MOVE ENC13-PRV-TAB(IDX-PRV-ACH) TO WS-EST-ENC
               ELSE
                   MOVE WS-PAGO TO WS-EST
                   COMPUTE WS-EST-ENC ROUNDED =
                       ENC13-PRV-TAB(IDX-PRV-ACH) * WS-PAGO
                       / DEC13-PRV-TAB(IDX-PRV-ACH)
               END-IF
               SUBTRACT WS-EST     FROM DEC13-PRV-TAB(IDX-PRV-ACH)
               SUBTRACT WS-EST-ENC FROM ENC13-PRV-TAB(IDX-PRV-ACH)
               MOVE DEPTO-PRV-TAB(IDX-PRV-ACH) TO WS-DEPTO
               PERFORM LOCALIZARACUMULADOR
               ADD WS-EST     TO R13-ACU(IDX-ACHADO)
               ADD WS-EST-ENC TO REN-ACU(IDX-ACHADO)
           END-IF.

      *              Estorno das ferias, no mesmo molde.
       ESTORNARFE.
           PERFORM LOCALIZARSALDO
           IF IDX-PRV-ACH NOT = 0
               IF WS-INTEGRAL = "S"
                   OR WS-PAGO NOT < FERIAS-PRV-TAB(IDX-PRV-ACH)
                   MOVE FERIAS-PRV-TAB(IDX-PRV-ACH) TO WS-EST
                   MOVE ENCFE-PRV-TAB(IDX-PRV-ACH)  TO WS-EST-ENC
               ELSE
                   MOVE WS-PAGO TO WS-EST
                   COMPUTE WS-EST-ENC ROUNDED =
                       ENCFE-PRV-TAB(IDX-PRV-ACH) * WS-PAGO
                       / FERIAS-PRV-TAB(IDX-PRV-ACH)
               END-IF
               SUBTRACT WS-EST     FROM FERIAS-PRV-TAB(IDX-PRV-ACH)
               SUBTRACT WS-EST-ENC FROM ENCFE-PRV-TAB(IDX-PRV-ACH)
               MOVE DEPTO-PRV-TAB(IDX-PRV-ACH) TO WS-DEPTO
               PERFORM LOCALIZARACUMULADOR
               ADD WS-EST     TO RFE-ACU(IDX-ACHADO)
               ADD WS-EST-ENC TO REN-ACU(IDX-ACHADO)
           END-IF.

      *              Conta do evento para o departamento corrente:
      *              mapeamento especifico do departamento ou o
      *              generico 000. Evento sem conta aborta a rodada.
       LOCALIZARCONTA.
           MOVE 0 TO IDX-CTB-ACH
           PERFORM VARYING IDX-CTB FROM 1 BY 1
               UNTIL IDX-CTB > QTD-CTB
               IF EVENTO-CTB-TAB(IDX-CTB) = WS-EVENTO
                   AND DEPTO-CTB-TAB(IDX-CTB) = DEP-ACU(IDX-DEP)
                   MOVE IDX-CTB TO IDX-CTB-ACH
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF IDX-CTB-ACH = 0
               PERFORM VARYING IDX-CTB FROM 1 BY 1
                   UNTIL IDX-CTB > QTD-CTB
                   IF EVENTO-CTB-TAB(IDX-CTB) = WS-EVENTO
                       AND DEPTO-CTB-TAB(IDX-CTB) = 0
                       MOVE IDX-CTB TO IDX-CTB-ACH
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF IDX-CTB-ACH = 0
               DISPLAY "EX76 - EVENTO " WS-EVENTO
                   " SEM CONTA MAPEADA PARA O DEPARTAMENTO "
                   DEP-ACU(IDX-DEP) " - RODADA ABORTADA"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       GRAVARLANCAMENTO.
           MOVE WS-DATA-MOV      TO DATA-LAN
           MOVE DEP-ACU(IDX-DEP) TO DEPTO-LAN
           MOVE WS-EVENTO-LAN    TO EVENTO-LAN
           WRITE REG-LAN
           ADD 1 TO CONT-LAN
           IF DC-LAN = "D"
               ADD VALOR-LAN TO TOT-DEB
           ELSE
               ADD VALOR-LAN TO TOT-CRD
           END-IF.

      *              Apropriacao: debito na despesa (conta debito do
      *              mapeamento) e credito na provisao (conta
      *              credito), pelo valor em VALOR-LAN.
       GRAVARAPROPRIACAO.
           PERFORM LOCALIZARCONTA
           MOVE WS-EVENTO TO WS-EVENTO-LAN
           MOVE CONTAD-CTB-TAB(IDX-CTB-ACH) TO CONTA-LAN
           MOVE "D" TO DC-LAN
           PERFORM GRAVARLANCAMENTO
           MOVE CONTAC-CTB-TAB(IDX-CTB-ACH) TO CONTA-LAN
           MOVE "C" TO DC-LAN
           PERFORM GRAVARLANCAMENTO.

      *              Estorno: as mesmas contas com a natureza
      *              invertida, com o evento "R" em WS-EVENTO-LAN.
       GRAVARESTORNO.
           PERFORM LOCALIZARCONTA
           MOVE CONTAC-CTB-TAB(IDX-CTB-ACH) TO CONTA-LAN
           MOVE "D" TO DC-LAN
           PERFORM GRAVARLANCAMENTO
           MOVE CONTAD-CTB-TAB(IDX-CTB-ACH) TO CONTA-LAN
           MOVE "C" TO DC-LAN
           PERFORM GRAVARLANCAMENTO.

      *              Partidas do departamento corrente. Valores
      *              zerados nao geram linha.
       GRAVARPARTIDADEP.
           IF P13-ACU(IDX-DEP) > 0
               MOVE "P13" TO WS-EVENTO
               MOVE P13-ACU(IDX-DEP) TO VALOR-LAN
               PERFORM GRAVARAPROPRIACAO
           END-IF
           IF PFE-ACU(IDX-DEP) > 0
               MOVE "PFE" TO WS-EVENTO
               MOVE PFE-ACU(IDX-DEP) TO VALOR-LAN
               PERFORM GRAVARAPROPRIACAO
           END-IF
           IF PEN-ACU(IDX-DEP) > 0
               MOVE "PEN" TO WS-EVENTO
               MOVE PEN-ACU(IDX-DEP) TO VALOR-LAN
               PERFORM GRAVARAPROPRIACAO
           END-IF
           IF R13-ACU(IDX-DEP) > 0
               MOVE "P13" TO WS-EVENTO
               MOVE "R13" TO WS-EVENTO-LAN
               MOVE R13-ACU(IDX-DEP) TO VALOR-LAN
               PERFORM GRAVARESTORNO
           END-IF
           IF RFE-ACU(IDX-DEP) > 0
               MOVE "PFE" TO WS-EVENTO
               MOVE "RFE" TO WS-EVENTO-LAN
               MOVE RFE-ACU(IDX-DEP) TO VALOR-LAN
               PERFORM GRAVARESTORNO
           END-IF
           IF REN-ACU(IDX-DEP) > 0
               MOVE "PEN" TO WS-EVENTO
               MOVE "REN" TO WS-EVENTO-LAN
               MOVE REN-ACU(IDX-DEP) TO VALOR-LAN
               PERFORM GRAVARESTORNO
           END-IF.

      *              Regrava os saldos em ordem de funcionario, sem
      *              os desligados.
       REGRAVARSALDOS.
           IF QTD-PRV > 1
               SORT PRV-ITEM ON ASCENDING KEY COD-PRV-TAB
           END-IF
           OPEN OUTPUT CADPRV
           IF FS-CADPRV NOT = "00"
               DISPLAY "EX76 - ERRO AO REGRAVAR "
                   FUNCTION TRIM(WS-CADPRV-ARQ)
                   " - FILE STATUS " FS-CADPRV
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING IDX-PRV FROM 1 BY 1
               UNTIL IDX-PRV > QTD-PRV
               IF EXCL-PRV-TAB(IDX-PRV) = "N"
                   MOVE COD-PRV-TAB(IDX-PRV)     TO COD-PRV
                   MOVE DEPTO-PRV-TAB(IDX-PRV)   TO DEPTO-PRV
                   MOVE DEC13-PRV-TAB(IDX-PRV)   TO DEC13-PRV
                   MOVE ENC13-PRV-TAB(IDX-PRV)   TO ENC13-PRV
                   MOVE FERIAS-PRV-TAB(IDX-PRV)  TO FERIAS-PRV
                   MOVE ENCFE-PRV-TAB(IDX-PRV)   TO ENCFE-PRV
                   MOVE ULTCOMP-PRV-TAB(IDX-PRV) TO ULTCOMP-PRV
                   WRITE REG-PRV
               END-IF
           END-PERFORM
           CLOSE CADPRV.

       TERMINO.
           CLOSE CADFUN CADSAI.
           PERFORM ESTORNARDECIMOS.
           PERFORM ESTORNARFERIAS.
           PERFORM ESTORNARRESCISOES.
           PERFORM GRAVARPARTIDADEP
               VARYING IDX-DEP FROM 1 BY 1
               UNTIL IDX-DEP > QTD-DEP
           COMPUTE WS-DIF = TOT-DEB - TOT-CRD
           IF WS-DIF NOT = 0
               DISPLAY "EX76 - EXPORTACAO NAO FECHA EM ZERO: "
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
           CLOSE LANPRV.
           PERFORM REGRAVARSALDOS.
           DISPLAY "EX76 - COMPETENCIA " WS-COMP
               " APROPRIADOS: " CONT-APR
               " ESTORNOS 13O.: " CONT-EST13
               " FERIAS: " CONT-ESTFE
               " RESCISOES: " CONT-RSC.
           DISPLAY "EX76 - LANCAMENTOS GERADOS: " CONT-LAN
               " DEBITOS: " TOT-DEB
               " CREDITOS: " TOT-CRD.
