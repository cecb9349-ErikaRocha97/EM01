       IDENTIFICATION DIVISION.
       PROGRAM-ID.   EX74.
       AUTHOR.       ERIKA ROCHA.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 16-10-2025.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.      RELATORIO ORCADO X REALIZADO DA FOLHA POR
      *              DEPARTAMENTO, NO ESTILO DO CUSTO DE EMPREGO DO
      *              EX59. O REALIZADO DO MES VEM DA FOLHA CADSAI
      *              (QUADRO, BRUTO E CUSTO TOTAL = BRUTO + FGTS +
      *              PATRONAL); O ACUMULADO DO ANO SOMA AS
      *              COMPETENCIAS ANTERIORES DO MESMO ANO NO
      *              HISTORICO CADHIS (SO A ULTIMA RODADA DE CADA
      *              FUNCIONARIO/COMPETENCIA, COMO NO EX71), AS
      *              FOLHAS COMPLEMENTARES DO ANO EM CADHSC (SE
      *              EXISTIR) E O MES CORRENTE. O DEPARTAMENTO DE
      *              CADA FUNCIONARIO E O ATUAL DO MESTRE INDEXADO
      *              CADFUN, COM OS NOMES DE CADDEP E O GRUPO "SEM
      *              DEPTO" DO EX59. O ORCADO VEM DE CADORC (EX73):
      *              A COMPETENCIA DO MES E A SOMA DO ANO ATE ELA.
      *              PARA CADA DEPARTAMENTO, RELORC MOSTRA ORCADO,
      *              REALIZADO, VARIACAO ABSOLUTA E PERCENTUAL DO
      *              QUADRO E DO BRUTO E CUSTO DO MES E DO ANO;
      *              LINHA COM REALIZADO ACIMA DO ORCADO ALEM DA
      *              TOLERANCIA DE CADTOL (5% SEM O ARQUIVO), OU COM
      *              GASTO SEM ORCAMENTO, MARCA O DEPARTAMENTO COMO
      *              ACIMA DA TOLERANCIA.

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
           SELECT CADHIS   ASSIGN TO DYNAMIC WS-CADHIS-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADHIS.
           SELECT CADHSC   ASSIGN TO DYNAMIC WS-CADHSC-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADHSC.
           SELECT CADDEP   ASSIGN TO DYNAMIC WS-CADDEP-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADDEP.
           SELECT CADORC   ASSIGN TO DYNAMIC WS-CADORC-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADORC.
           SELECT CADTOL   ASSIGN TO DYNAMIC WS-CADTOL-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADTOL.
           SELECT CADDTM   ASSIGN TO DYNAMIC WS-CADDTM-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADDTM.
           SELECT RELORC   ASSIGN TO DYNAMIC WS-RELORC-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELORC.
      *              ARQSORT e o arquivo de trabalho da ordenacao
      *              externa e CADWRK o historico ja ordenado por
      *              funcionario/competencia.
           SELECT ARQSORT ASSIGN TO DISK.
           SELECT CADWRK  ASSIGN TO DYNAMIC WS-CADWRK-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADWRK.

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

       01 REG-SAI-TRL.
           02 TRL-SAI-MARCA         PIC X(05).
           02 TRL-SAI-QTDE          PIC 9(07).
           02 TRL-SAI-SOMA-SALARIO  PIC 9(09)V99.
           02 TRL-SAI-SOMA-LIQUIDO  PIC 9(09)V99.

      *              CADHIS: historico da folha gravado pelo EX08,
      *              com os encargos do empregador no fim do
      *              registro. Somente leitura aqui.
       FD CADHIS
           LABEL RECORD ARE STANDARD.

       01 REG-HIS.
           02 DATA-HIS      PIC 9(06).
           02 COD-HIS       PIC 9(05).
           02 NOME-HIS      PIC X(20).
           02 SALARIO-HIS   PIC 9(05)V99.
           02 INSS-HIS      PIC 9(05)V99.
           02 IRRF-HIS      PIC 9(05)V99.
           02 LIQUIDO-HIS   PIC 9(05)V99.
           02 COMP-HIS      PIC 9(06).
           02 FGTS-HIS      PIC 9(05)V99.
           02 PATR-HIS      PIC 9(05)V99.

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

       FD CADDEP
           LABEL RECORD ARE STANDARD.

       01 REG-DEP.
           02 COD-DEP       PIC 9(03).
           02 NOME-DEP      PIC X(20).

       FD CADORC
           LABEL RECORD ARE STANDARD.

           COPY CADORC.

      *              CADTOL: tolerancia percentual (999V99) acima do
      *              orcado antes de o departamento ser apontado.
      *              Opcional - sem ele vale 5%.
       FD CADTOL
           LABEL RECORD ARE STANDARD.

       01 REG-TOL.
           02 PERC-TOL      PIC 9(03)V99.

      *              CADDTM: data de movimento (AAAAMMDD) do lote.
      *              Opcional - se ausente, vale o relogio da maquina.
       FD CADDTM
           LABEL RECORD ARE STANDARD.

       01 REG-DTM.
           02 DATA-DTM       PIC 9(08).

       FD RELORC
           LABEL RECORD ARE STANDARD.

       01 LINHA-ORC  PIC X(80).

       SD ARQSORT.

       01 REG-SRT.
           02 DATA-SRT      PIC 9(06).
           02 COD-SRT       PIC 9(05).
           02 NOME-SRT      PIC X(20).
           02 SALARIO-SRT   PIC 9(05)V99.
           02 INSS-SRT      PIC 9(05)V99.
           02 IRRF-SRT      PIC 9(05)V99.
           02 LIQUIDO-SRT   PIC 9(05)V99.
           02 COMP-SRT      PIC 9(06).
           02 FGTS-SRT      PIC 9(05)V99.
           02 PATR-SRT      PIC 9(05)V99.

       FD CADWRK
           LABEL RECORD ARE STANDARD.

       01 REG-WRK.
           02 DATA-WRK      PIC 9(06).
           02 COD-WRK       PIC 9(05).
           02 NOME-WRK      PIC X(20).
           02 SALARIO-WRK   PIC 9(05)V99.
           02 INSS-WRK      PIC 9(05)V99.
           02 IRRF-WRK      PIC 9(05)V99.
           02 LIQUIDO-WRK   PIC 9(05)V99.
           02 COMP-WRK      PIC 9(06).
           02 FGTS-WRK      PIC 9(05)V99.
           02 PATR-WRK      PIC 9(05)V99.

       WORKING-STORAGE SECTION.
       77 FIM-ARQ       PIC X(03) VALUE "NAO".
       77 FIM-WRK       PIC X(03) VALUE "NAO".
       77 FIM-HSC       PIC X(03) VALUE "NAO".
       77 FIM-ORC       PIC X(03) VALUE "NAO".
       77 FS-CADFUN     PIC X(02) VALUE "00".
       77 FS-CADSAI     PIC X(02) VALUE "00".
       77 FS-CADHIS     PIC X(02) VALUE "00".
       77 FS-CADHSC     PIC X(02) VALUE "00".
       77 FS-CADDEP     PIC X(02) VALUE "00".
       77 FS-CADORC     PIC X(02) VALUE "00".
       77 FS-CADTOL     PIC X(02) VALUE "00".
       77 FS-CADDTM     PIC X(02) VALUE "00".
       77 FS-RELORC     PIC X(02) VALUE "00".
       77 FS-CADWRK     PIC X(02) VALUE "00".
       77 WS-TEM-TRL    PIC X(01) VALUE "N".
       77 WS-DATA-MOV   PIC 9(08) VALUE 0.
       77 WS-COMP       PIC 9(06) VALUE 0.
       77 WS-COMP-INI   PIC 9(06) VALUE 0.
       77 WS-ANO-MOV    PIC 9(04) VALUE 0.
       77 WS-MES-MOV    PIC 9(02) VALUE 0.
       77 WS-TOLERANCIA PIC 9(03)V99 VALUE 5.
       77 WS-DEPTO      PIC 9(03) VALUE 0.
       77 WS-TEM-DEPTO  PIC X(01) VALUE "N".
       77 WS-COD-FUN    PIC 9(05) VALUE 0.
       77 CONT-LIDOS    PIC 9(07) VALUE 0.
       77 CONT-HIS      PIC 9(07) VALUE 0.
       77 CONT-HSC      PIC 9(07) VALUE 0.
       77 CONT-ORC-SEM  PIC 9(05) VALUE 0.
       77 CONT-ACIMA    PIC 9(03) VALUE 0.
       77 SOMA-SAL-LID  PIC 9(09)V99 VALUE 0.

      *              Ultima rodada guardada do funcionario/
      *              competencia corrente da leitura do historico.
       77 WS-TEM-REG    PIC X(01) VALUE "N".
       77 WS-COD-REG    PIC 9(05) VALUE 0.
       77 WS-COMP-REG   PIC 9(06) VALUE 0.
       77 WS-BRUTO-REG  PIC 9(05)V99 VALUE 0.
       77 WS-CUSTO-REG  PIC 9(07)V99 VALUE 0.

      *              Valores de um lancamento do realizado: bruto e
      *              custo total de emprego, e se soma ao mes (alem
      *              do ano).
       77 WS-BRUTO      PIC 9(07)V99 VALUE 0.
       77 WS-CUSTO      PIC 9(07)V99 VALUE 0.
       77 WS-FGTS       PIC 9(05)V99 VALUE 0.
       77 WS-PATR       PIC 9(05)V99 VALUE 0.
       77 WS-NO-MES     PIC X(01) VALUE "N".

      *              Acumuladores por departamento, mais o grupo "SEM
      *              DEPTO" na posicao 1 (mesmo esquema do EX59):
      *              realizado e orcado do mes e do ano.
       77 QTD-DEP-ACU   PIC 9(03) VALUE 0.
       77 IDX-DEP       PIC 9(03) VALUE 0.
       77 IDX-ACHADO    PIC 9(03) VALUE 0.
       01 TABELA-ACU.
           02 ACU-ITEM OCCURS 101 TIMES.
               03 DEP-ACU           PIC 9(03).
               03 NOMEDEP-ACU       PIC X(20).
               03 QTDE-ACU          PIC 9(05).
               03 BRUTO-MES-ACU     PIC 9(09)V99.
               03 CUSTO-MES-ACU     PIC 9(09)V99.
               03 BRUTO-ANO-ACU     PIC 9(09)V99.
               03 CUSTO-ANO-ACU     PIC 9(09)V99.
               03 ORC-QTDE-ACU      PIC 9(05).
               03 ORC-BRUTO-MES-ACU PIC 9(09)V99.
               03 ORC-CUSTO-MES-ACU PIC 9(09)V99.
               03 ORC-BRUTO-ANO-ACU PIC 9(09)V99.
               03 ORC-CUSTO-ANO-ACU PIC 9(09)V99.

      *              Totais gerais.
       77 TOT-QTDE          PIC 9(05) VALUE 0.
       77 TOT-BRUTO-MES     PIC 9(09)V99 VALUE 0.
       77 TOT-CUSTO-MES     PIC 9(09)V99 VALUE 0.
       77 TOT-BRUTO-ANO     PIC 9(09)V99 VALUE 0.
       77 TOT-CUSTO-ANO     PIC 9(09)V99 VALUE 0.
       77 TOT-ORC-QTDE      PIC 9(05) VALUE 0.
       77 TOT-ORC-BRUTO-MES PIC 9(09)V99 VALUE 0.
       77 TOT-ORC-CUSTO-MES PIC 9(09)V99 VALUE 0.
       77 TOT-ORC-BRUTO-ANO PIC 9(09)V99 VALUE 0.
       77 TOT-ORC-CUSTO-ANO PIC 9(09)V99 VALUE 0.

      *              Uma linha de confronto: rotulo, orcado e
      *              realizado informados pelo chamador; variacao,
      *              percentual e a marca de tolerancia calculados.
       77 WS-ROTULO     PIC X(12) VALUE SPACES.
       77 WS-EH-QTDE    PIC X(01) VALUE "N".
       77 WS-VLR-ORC    PIC 9(09)V99 VALUE 0.
       77 WS-VLR-REAL   PIC 9(09)V99 VALUE 0.
       77 WS-VARIACAO   PIC S9(09)V99 VALUE 0.
       77 WS-PERC-VAR   PIC S9(07)V99 VALUE 0.
       77 WS-MARCA      PIC X(02) VALUE SPACES.
       77 WS-ACIMA      PIC X(01) VALUE "N".

      *              Campos editados das linhas do relatorio.
       77 WS-ORC-EDT    PIC ZZZ.ZZZ.ZZ9,99.
       77 WS-REAL-EDT   PIC ZZZ.ZZZ.ZZ9,99.
       77 WS-VAR-EDT    PIC ----.---.--9,99.
       77 WS-QORC-EDT   PIC Z(13)9.
       77 WS-QREAL-EDT  PIC Z(13)9.
       77 WS-QVAR-EDT   PIC -(14)9.
       77 WS-PERC-EDT   PIC --.---.--9,99.
       77 WS-PERC-TXT   PIC X(13) VALUE SPACES.
       77 WS-TOL-EDT    PIC ZZ9,99.
       77 WS-CONT-EDT   PIC ZZ9.

      *              Nomes fisicos dos arquivos, com o valor original
      *              como default, substituiveis em tempo de execucao
      *              por variaveis de ambiente (ver LERNOMESARQUIVOS).
       77 WS-CADFUN-ARQ  PIC X(40) VALUE "CADFUN.DAT".
       77 WS-CADSAI-ARQ  PIC X(40) VALUE "CADSAI.DAT".
       77 WS-CADHIS-ARQ  PIC X(40) VALUE "CADHIS.DAT".
       77 WS-CADHSC-ARQ  PIC X(40) VALUE "CADHISC.DAT".
       77 WS-CADDEP-ARQ  PIC X(40) VALUE "CADDEP.DAT".
       77 WS-CADORC-ARQ  PIC X(40) VALUE "CADORC.DAT".
       77 WS-CADTOL-ARQ  PIC X(40) VALUE "CADTOL.DAT".
       77 WS-CADDTM-ARQ  PIC X(40) VALUE "CADDTM.DAT".
       77 WS-RELORC-ARQ  PIC X(40) VALUE "RELORC.DAT".
       77 WS-CADWRK-ARQ  PIC X(40) VALUE "CADWRK.DAT".
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
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADHIS"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADHIS-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADHSC"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADHSC-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADDEP"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADDEP-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADORC"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADORC-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADTOL"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADTOL-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADDTM"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADDTM-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "RELORC"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-RELORC-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADWRK"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADWRK-ARQ
           END-IF.

       INICIO.
           PERFORM LERDATAMOV.
           PERFORM LERTOLERANCIA.
           OPEN INPUT CADFUN
           IF FS-CADFUN NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADFUN-ARQ)
                   " - FILE STATUS " FS-CADFUN
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           INITIALIZE TABELA-ACU
           MOVE 1 TO QTD-DEP-ACU
           MOVE 0 TO DEP-ACU(1)
           MOVE "SEM DEPTO" TO NOMEDEP-ACU(1)
           PERFORM CARREGARDEPARTAMENTOS.
           PERFORM CARREGARORCAMENTO.
           PERFORM ACUMULARHISTORICO.
           PERFORM ACUMULARCOMPLEMENTARES.
           OPEN INPUT CADSAI
           IF FS-CADSAI NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADSAI-ARQ)
                   " - FILE STATUS " FS-CADSAI
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RELORC
           IF FS-RELORC NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-RELORC-ARQ)
                   " - FILE STATUS " FS-RELORC
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LERSAI.

      *              Data de movimento do lote: de CADDTM quando
      *              existe; sem ele, o relogio da maquina. A
      *              competencia e o ano/mes dela; o acumulado do ano
      *              comeca em janeiro.
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
           MOVE WS-DATA-MOV(1:6) TO WS-COMP
           DIVIDE WS-COMP BY 100 GIVING WS-ANO-MOV
               REMAINDER WS-MES-MOV
           COMPUTE WS-COMP-INI = WS-ANO-MOV * 100 + 1.

      *              Tolerancia de CADTOL quando existe; sem ele, ou
      *              com valor invalido, fica o default de 5%.
       LERTOLERANCIA.
           OPEN INPUT CADTOL
           IF FS-CADTOL = "00"
               READ CADTOL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PERC-TOL IS NUMERIC
                           MOVE PERC-TOL TO WS-TOLERANCIA
                       ELSE
                           DISPLAY "EX74 - TOLERANCIA INVALIDA EM "
                               "CADTOL - USANDO 5%"
                       END-IF
               END-READ
               CLOSE CADTOL
           END-IF.

       CARREGARDEPARTAMENTOS.
           OPEN INPUT CADDEP
           IF FS-CADDEP NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADDEP-ARQ)
                   " - FILE STATUS " FS-CADDEP
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LERDEPARTAMENTO UNTIL FIM-ARQ = "SIM"
           CLOSE CADDEP
           MOVE "NAO" TO FIM-ARQ.

       LERDEPARTAMENTO.
           READ CADDEP
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   IF QTD-DEP-ACU = 101
                       DISPLAY "EX74 - MAIS DE 100 DEPARTAMENTOS - "
                           "RODADA ABORTADA"
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO QTD-DEP-ACU
                   MOVE COD-DEP  TO DEP-ACU(QTD-DEP-ACU)
                   MOVE NOME-DEP TO NOMEDEP-ACU(QTD-DEP-ACU)
           END-READ.

      *              Orcado da competencia e do ano ate ela. Registro
      *              de departamento que saiu da tabela nao tem onde
      *              ser mostrado e so e contado.
       CARREGARORCAMENTO.
           OPEN INPUT CADORC
           IF FS-CADORC NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADORC-ARQ)
                   " - FILE STATUS " FS-CADORC
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LERORCAMENTO UNTIL FIM-ORC = "SIM"
           CLOSE CADORC.

       LERORCAMENTO.
           READ CADORC
               AT END
                   MOVE "SIM" TO FIM-ORC
               NOT AT END
                   IF COMP-ORC NOT < WS-COMP-INI
                       AND COMP-ORC NOT > WS-COMP
                       PERFORM SOMARORCAMENTO
                   END-IF
           END-READ.

       SOMARORCAMENTO.
           MOVE 0 TO IDX-ACHADO
           PERFORM VARYING IDX-DEP FROM 2 BY 1
               UNTIL IDX-DEP > QTD-DEP-ACU
               IF DEP-ACU(IDX-DEP) = DEPTO-ORC
                   MOVE IDX-DEP TO IDX-ACHADO
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF IDX-ACHADO = 0
               ADD 1 TO CONT-ORC-SEM
           ELSE
               ADD BRUTO-ORC TO ORC-BRUTO-ANO-ACU(IDX-ACHADO)
               ADD CUSTO-ORC TO ORC-CUSTO-ANO-ACU(IDX-ACHADO)
               IF COMP-ORC = WS-COMP
                   ADD QTDE-ORC  TO ORC-QTDE-ACU(IDX-ACHADO)
                   ADD BRUTO-ORC TO ORC-BRUTO-MES-ACU(IDX-ACHADO)
                   ADD CUSTO-ORC TO ORC-CUSTO-MES-ACU(IDX-ACHADO)
               END-IF
           END-IF.

      *              A ordenacao mantem a ordem de gravacao dentro da
      *              mesma competencia: o ultimo registro de cada
      *              funcionario/competencia e o da rodada que valeu.
      *              Entram as competencias do ano anteriores a
      *              corrente, que vem de CADSAI.
       ACUMULARHISTORICO.
           OPEN INPUT CADHIS
           IF FS-CADHIS NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADHIS-ARQ)
                   " - FILE STATUS " FS-CADHIS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE CADHIS
           SORT ARQSORT ON ASCENDING KEY COD-SRT COMP-SRT
               WITH DUPLICATES IN ORDER
               USING CADHIS GIVING CADWRK
           IF SORT-RETURN NOT = 0
               DISPLAY "EX74 - ERRO NA ORDENACAO DO HISTORICO - "
                   "SORT-RETURN " SORT-RETURN
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CADWRK
           IF FS-CADWRK NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADWRK-ARQ)
                   " - FILE STATUS " FS-CADWRK
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LERHISTORICO UNTIL FIM-WRK = "SIM"
           IF WS-TEM-REG = "S"
               PERFORM SOMARHISTORICO
           END-IF
           CLOSE CADWRK.

      *              Guarda o registro da competencia do ano; ao
      *              mudar de funcionario ou competencia, o guardado
      *              anterior (a ultima rodada dele) e somado.
       LERHISTORICO.
           READ CADWRK
               AT END
                   MOVE "SIM" TO FIM-WRK
               NOT AT END
                   IF WS-TEM-REG = "S"
                       AND (COD-WRK NOT = WS-COD-REG
                           OR COMP-WRK NOT = WS-COMP-REG)
                       PERFORM SOMARHISTORICO
                   END-IF
                   IF COMP-WRK NOT < WS-COMP-INI
                       AND COMP-WRK < WS-COMP
                       MOVE "S"         TO WS-TEM-REG
                       MOVE COD-WRK     TO WS-COD-REG
                       MOVE COMP-WRK    TO WS-COMP-REG
                       MOVE SALARIO-WRK TO WS-BRUTO-REG
                       MOVE 0 TO WS-FGTS WS-PATR
                       IF FGTS-WRK IS NUMERIC
                           MOVE FGTS-WRK TO WS-FGTS
                       END-IF
                       IF PATR-WRK IS NUMERIC
                           MOVE PATR-WRK TO WS-PATR
                       END-IF
                       COMPUTE WS-CUSTO-REG =
                           SALARIO-WRK + WS-FGTS + WS-PATR
                   END-IF
           END-READ.

       SOMARHISTORICO.
           MOVE "N" TO WS-TEM-REG
           MOVE WS-COD-REG   TO WS-COD-FUN
           MOVE WS-BRUTO-REG TO WS-BRUTO
           MOVE WS-CUSTO-REG TO WS-CUSTO
           MOVE "N" TO WS-NO-MES
           PERFORM SOMARREALIZADO
           ADD 1 TO CONT-HIS.

      *              Folhas complementares do ano ate a competencia
      *              corrente: todas as rodadas valem (cada uma paga
      *              uma diferenca propria); as da competencia
      *              corrente entram tambem no mes. Opcional - sem
      *              CADHSC nao soma nada.
       ACUMULARCOMPLEMENTARES.
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
                   IF COMP-HSC NOT < WS-COMP-INI
                       AND COMP-HSC NOT > WS-COMP
                       MOVE 0 TO WS-FGTS WS-PATR
                       IF FGTS-HSC IS NUMERIC
                           MOVE FGTS-HSC TO WS-FGTS
                       END-IF
                       IF PATR-HSC IS NUMERIC
                           MOVE PATR-HSC TO WS-PATR
                       END-IF
                       MOVE COD-HSC     TO WS-COD-FUN
                       MOVE SALARIO-HSC TO WS-BRUTO
                       COMPUTE WS-CUSTO =
                           SALARIO-HSC + WS-FGTS + WS-PATR
                       MOVE "N" TO WS-NO-MES
                       IF COMP-HSC = WS-COMP
                           MOVE "S" TO WS-NO-MES
                       END-IF
                       PERFORM SOMARREALIZADO
                       ADD 1 TO CONT-HSC
                   END-IF
           END-READ.

      *              Soma um lancamento do realizado no departamento
      *              do funcionario: sempre no ano, e no mes quando
      *              pedido pelo chamador.
       SOMARREALIZADO.
           PERFORM BUSCARDEPARTAMENTO
           PERFORM LOCALIZARACUMULADOR
           ADD WS-BRUTO TO BRUTO-ANO-ACU(IDX-ACHADO)
           ADD WS-CUSTO TO CUSTO-ANO-ACU(IDX-ACHADO)
           IF WS-NO-MES = "S"
               ADD WS-BRUTO TO BRUTO-MES-ACU(IDX-ACHADO)
               ADD WS-CUSTO TO CUSTO-MES-ACU(IDX-ACHADO)
           END-IF.

       LERSAI.
           READ CADSAI
               AT END
                   IF WS-TEM-TRL = "N"
                       DISPLAY "EX74 - TRAILER AUSENTE EM CADSAI - "
                           "RODADA ABORTADA"
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE "SIM" TO FIM-ARQ
           END-READ
           IF FIM-ARQ NOT = "SIM" AND TRL-SAI-MARCA = "TOTAL"
               MOVE "S" TO WS-TEM-TRL
               IF TRL-SAI-QTDE NOT = CONT-LIDOS
                   DISPLAY "EX74 - TRAILER DE CADSAI INDICA "
                       TRL-SAI-QTDE " REGISTROS, LIDOS " CONT-LIDOS
                       " - RODADA ABORTADA"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF TRL-SAI-SOMA-SALARIO NOT = SOMA-SAL-LID
                   DISPLAY "EX74 - SOMA DE SALARIOS NAO CONFERE COM "
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

      *              Folha do mes corrente: quadro, bruto e custo no
      *              mes e no ano.
       PRINCIPAL.
           MOVE COD-SAI     TO WS-COD-FUN
           MOVE SALARIO-SAI TO WS-BRUTO
           COMPUTE WS-CUSTO = SALARIO-SAI + FGTS-SAI + PATR-SAI
           MOVE "S" TO WS-NO-MES
           PERFORM SOMARREALIZADO
           ADD 1 TO QTDE-ACU(IDX-ACHADO)
           PERFORM LERSAI.

      *              Departamento do funcionario direto do mestre
      *              indexado; fora do mestre ou com departamento
      *              zerado, entra no grupo "SEM DEPTO".
       BUSCARDEPARTAMENTO.
           MOVE "N" TO WS-TEM-DEPTO
           MOVE 0   TO WS-DEPTO
           MOVE WS-COD-FUN TO COD-ENT
           READ CADFUN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DEPTO-ENT NOT = 0
                       MOVE DEPTO-ENT TO WS-DEPTO
                       MOVE "S"       TO WS-TEM-DEPTO
                   END-IF
           END-READ.

       LOCALIZARACUMULADOR.
           MOVE 1 TO IDX-ACHADO
           IF WS-TEM-DEPTO = "S"
               PERFORM VARYING IDX-DEP FROM 2 BY 1
                   UNTIL IDX-DEP > QTD-DEP-ACU
                   IF DEP-ACU(IDX-DEP) = WS-DEPTO
                       MOVE IDX-DEP TO IDX-ACHADO
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

       GRAVARLINHA.
           WRITE LINHA-ORC
           MOVE SPACES TO LINHA-ORC.

      *              Linha de confronto. A variacao e realizado menos
      *              orcado; o percentual e sobre o orcado ("N/D" sem
      *              orcado). Passa da tolerancia - e recebe a marca
      *              "*" - o realizado acima do orcado em mais que o
      *              percentual de CADTOL, ou qualquer realizado sem
      *              orcado.
       GRAVARLINHAVAR.
           COMPUTE WS-VARIACAO = WS-VLR-REAL - WS-VLR-ORC
           MOVE SPACES TO WS-MARCA
           IF WS-VLR-ORC > 0
               COMPUTE WS-PERC-VAR ROUNDED =
                   WS-VARIACAO * 100 / WS-VLR-ORC
                   ON SIZE ERROR
                       MOVE 9999999,99 TO WS-PERC-VAR
               END-COMPUTE
               MOVE WS-PERC-VAR TO WS-PERC-EDT
               MOVE WS-PERC-EDT TO WS-PERC-TXT
               IF WS-PERC-VAR > WS-TOLERANCIA
                   MOVE " *" TO WS-MARCA
               END-IF
           ELSE
               MOVE "          N/D" TO WS-PERC-TXT
               IF WS-VLR-REAL > 0
                   MOVE " *" TO WS-MARCA
               END-IF
           END-IF
           IF WS-MARCA NOT = SPACES
               MOVE "S" TO WS-ACIMA
           END-IF
           IF WS-EH-QTDE = "S"
               MOVE WS-VLR-ORC  TO WS-QORC-EDT
               MOVE WS-VLR-REAL TO WS-QREAL-EDT
               MOVE WS-VARIACAO TO WS-QVAR-EDT
               STRING WS-ROTULO WS-QORC-EDT " " WS-QREAL-EDT " "
                   WS-QVAR-EDT " " WS-PERC-TXT WS-MARCA
                   DELIMITED BY SIZE INTO LINHA-ORC
           ELSE
               MOVE WS-VLR-ORC  TO WS-ORC-EDT
               MOVE WS-VLR-REAL TO WS-REAL-EDT
               MOVE WS-VARIACAO TO WS-VAR-EDT
               STRING WS-ROTULO WS-ORC-EDT " " WS-REAL-EDT " "
                   WS-VAR-EDT " " WS-PERC-TXT WS-MARCA
                   DELIMITED BY SIZE INTO LINHA-ORC
           END-IF
           PERFORM GRAVARLINHA.

      *              Bloco de um departamento com orcado ou
      *              realizado; os totais gerais acumulam aqui.
       GRAVARLINHADEP.
           IF QTDE-ACU(IDX-DEP) > 0 OR ORC-QTDE-ACU(IDX-DEP) > 0
               OR CUSTO-ANO-ACU(IDX-DEP) > 0
               OR ORC-CUSTO-ANO-ACU(IDX-DEP) > 0
               MOVE SPACES TO LINHA-ORC
               STRING "DEPTO " DEP-ACU(IDX-DEP)
                   " " NOMEDEP-ACU(IDX-DEP)
                   DELIMITED BY SIZE INTO LINHA-ORC
               PERFORM GRAVARLINHA
               MOVE "N" TO WS-ACIMA
               MOVE "S" TO WS-EH-QTDE
               MOVE "  QUADRO    " TO WS-ROTULO
               MOVE ORC-QTDE-ACU(IDX-DEP) TO WS-VLR-ORC
               MOVE QTDE-ACU(IDX-DEP)     TO WS-VLR-REAL
               PERFORM GRAVARLINHAVAR
               MOVE "N" TO WS-EH-QTDE
               MOVE "  BRUTO MES " TO WS-ROTULO
               MOVE ORC-BRUTO-MES-ACU(IDX-DEP) TO WS-VLR-ORC
               MOVE BRUTO-MES-ACU(IDX-DEP)     TO WS-VLR-REAL
               PERFORM GRAVARLINHAVAR
               MOVE "  CUSTO MES " TO WS-ROTULO
               MOVE ORC-CUSTO-MES-ACU(IDX-DEP) TO WS-VLR-ORC
               MOVE CUSTO-MES-ACU(IDX-DEP)     TO WS-VLR-REAL
               PERFORM GRAVARLINHAVAR
               MOVE "  BRUTO ANO " TO WS-ROTULO
               MOVE ORC-BRUTO-ANO-ACU(IDX-DEP) TO WS-VLR-ORC
               MOVE BRUTO-ANO-ACU(IDX-DEP)     TO WS-VLR-REAL
               PERFORM GRAVARLINHAVAR
               MOVE "  CUSTO ANO " TO WS-ROTULO
               MOVE ORC-CUSTO-ANO-ACU(IDX-DEP) TO WS-VLR-ORC
               MOVE CUSTO-ANO-ACU(IDX-DEP)     TO WS-VLR-REAL
               PERFORM GRAVARLINHAVAR
               IF WS-ACIMA = "S"
                   ADD 1 TO CONT-ACIMA
                   MOVE "  *** ACIMA DA TOLERANCIA ***" TO LINHA-ORC
                   PERFORM GRAVARLINHA
               END-IF
               PERFORM GRAVARLINHA
               ADD QTDE-ACU(IDX-DEP)          TO TOT-QTDE
               ADD BRUTO-MES-ACU(IDX-DEP)     TO TOT-BRUTO-MES
               ADD CUSTO-MES-ACU(IDX-DEP)     TO TOT-CUSTO-MES
               ADD BRUTO-ANO-ACU(IDX-DEP)     TO TOT-BRUTO-ANO
               ADD CUSTO-ANO-ACU(IDX-DEP)     TO TOT-CUSTO-ANO
               ADD ORC-QTDE-ACU(IDX-DEP)      TO TOT-ORC-QTDE
               ADD ORC-BRUTO-MES-ACU(IDX-DEP) TO TOT-ORC-BRUTO-MES
               ADD ORC-CUSTO-MES-ACU(IDX-DEP) TO TOT-ORC-CUSTO-MES
               ADD ORC-BRUTO-ANO-ACU(IDX-DEP) TO TOT-ORC-BRUTO-ANO
               ADD ORC-CUSTO-ANO-ACU(IDX-DEP) TO TOT-ORC-CUSTO-ANO
           END-IF.

       GRAVARTOTAIS.
           MOVE ALL "-" TO LINHA-ORC
           PERFORM GRAVARLINHA
           MOVE "TOTAL GERAL" TO LINHA-ORC
           PERFORM GRAVARLINHA
           MOVE "S" TO WS-EH-QTDE
           MOVE "  QUADRO    " TO WS-ROTULO
           MOVE TOT-ORC-QTDE TO WS-VLR-ORC
           MOVE TOT-QTDE     TO WS-VLR-REAL
           PERFORM GRAVARLINHAVAR
           MOVE "N" TO WS-EH-QTDE
           MOVE "  BRUTO MES " TO WS-ROTULO
           MOVE TOT-ORC-BRUTO-MES TO WS-VLR-ORC
           MOVE TOT-BRUTO-MES     TO WS-VLR-REAL
           PERFORM GRAVARLINHAVAR
           MOVE "  CUSTO MES " TO WS-ROTULO
           MOVE TOT-ORC-CUSTO-MES TO WS-VLR-ORC
           MOVE TOT-CUSTO-MES     TO WS-VLR-REAL
           PERFORM GRAVARLINHAVAR
           MOVE "  BRUTO ANO " TO WS-ROTULO
           MOVE TOT-ORC-BRUTO-ANO TO WS-VLR-ORC
           MOVE TOT-BRUTO-ANO     TO WS-VLR-REAL
           PERFORM GRAVARLINHAVAR
           MOVE "  CUSTO ANO " TO WS-ROTULO
           MOVE TOT-ORC-CUSTO-ANO TO WS-VLR-ORC
           MOVE TOT-CUSTO-ANO     TO WS-VLR-REAL
           PERFORM GRAVARLINHAVAR
           PERFORM GRAVARLINHA
           MOVE CONT-ACIMA TO WS-CONT-EDT
           STRING "DEPARTAMENTOS ACIMA DA TOLERANCIA: " WS-CONT-EDT
               DELIMITED BY SIZE INTO LINHA-ORC
           PERFORM GRAVARLINHA.

       TERMINO.
           MOVE "ORCADO X REALIZADO DA FOLHA POR DEPARTAMENTO"
               TO LINHA-ORC
           PERFORM GRAVARLINHA
           MOVE WS-TOLERANCIA TO WS-TOL-EDT
           STRING "COMPETENCIA: " WS-MES-MOV "/" WS-ANO-MOV
               "   TOLERANCIA: " WS-TOL-EDT "%"
               DELIMITED BY SIZE INTO LINHA-ORC
           PERFORM GRAVARLINHA
           MOVE ALL "-" TO LINHA-ORC
           PERFORM GRAVARLINHA
           STRING "                    ORCADO      REALIZADO"
               "        VARIACAO         VAR %"
               DELIMITED BY SIZE INTO LINHA-ORC
           PERFORM GRAVARLINHA
           PERFORM GRAVARLINHA
           PERFORM GRAVARLINHADEP
               VARYING IDX-DEP FROM 1 BY 1
               UNTIL IDX-DEP > QTD-DEP-ACU
           PERFORM GRAVARTOTAIS
           CLOSE CADFUN CADSAI RELORC.
           IF CONT-ORC-SEM > 0
               DISPLAY "EX74 - " CONT-ORC-SEM " REGISTROS DE "
                   "ORCAMENTO DE DEPARTAMENTO FORA DE CADDEP "
                   "IGNORADOS"
           END-IF
           DISPLAY "EX74 - FUNCIONARIOS: " CONT-LIDOS
               " HISTORICO: " CONT-HIS
               " COMPLEMENTARES: " CONT-HSC
               " ACIMA DA TOLERANCIA: " CONT-ACIMA.
