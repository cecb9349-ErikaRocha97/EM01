       IDENTIFICATION DIVISION.
       PROGRAM-ID.   EX71.
       AUTHOR.       ERIKA ROCHA.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 10-10-2025.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.      DISSIDIO RETROATIVO. QUANDO A CONVENCAO COLETIVA
      *              E ASSINADA MESES DEPOIS DA DATA-BASE, A DIFERENCA
      *              DOS MESES JA PAGOS SAI NESTA RODADA. RECEBE DE
      *              CADDSP (OBRIGATORIO) A COMPETENCIA DE VIGENCIA
      *              DO REAJUSTE E O PERCENTUAL UNICO DA CONVENCAO;
      *              COM PERCENTUAL ZERADO, O REAJUSTE VEM POR FAIXA
      *              DA TABELA CADDST (LEIAUTE DO CADTAB DO EX08).
      *              ORDENA O HISTORICO CADHIS POR FUNCIONARIO/
      *              COMPETENCIA COM SORT EM ARQUIVO (COMO O EX61) E,
      *              PARA CADA COMPETENCIA DA VIGENCIA ATE A ANTERIOR
      *              A DA DATA DE MOVIMENTO, REPRECIFICA O BRUTO PAGO
      *              (VALE A ULTIMA RODADA GRAVADA DA COMPETENCIA) E
      *              CALCULA AS DIFERENCAS DE BRUTO, INSS (FAIXAS DE
      *              CADINS, APLICADAS AO BRUTO PAGO E AO REVISTO) E
      *              FGTS (ALIQUOTA DE CADFGT). AS DIFERENCAS SAEM
      *              COMO EVENTO DE PAGAMENTO RETROATIVO DA
      *              COMPETENCIA CORRENTE EM CADDIF (UM REGISTRO POR
      *              FUNCIONARIO E COMPETENCIA DE REFERENCIA, COM
      *              TRAILER DE CONTROLE) E NO EXTRATO RELRET, POR
      *              FUNCIONARIO E MES. CADHIS E O LIVRO DE
      *              FECHAMENTOS CADFEC SO SAO LIDOS - AS
      *              COMPETENCIAS FECHADAS FICAM COMO ESTAO; A
      *              COMPETENCIA CORRENTE, SE FECHADA, RECUSA A
      *              RODADA COMO NO EX08.
      *              O EVENTO SAI EM CADDIF (ANTES CADRET, NOME QUE
      *              COLIDIA COM O ARQUIVO DE PARAMETROS DE RETENCAO
      *              DO EX42) E E PAGO PELO EX08 NA FOLHA DA
      *              COMPETENCIA CORRENTE: A DIFERENCA DE BRUTO ENTRA
      *              NO BRUTO E NAS BASES DE INSS, IRRF E FGTS DO MES.
      *              AS DIFERENCAS DE INSS E FGTS DESTE PROGRAMA FICAM
      *              COMO CONFERENCIA NO EXTRATO RELRET.

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
           SELECT CADHIS   ASSIGN TO DYNAMIC WS-CADHIS-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADHIS.
           SELECT CADDSP   ASSIGN TO DYNAMIC WS-CADDSP-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADDSP.
           SELECT CADDST   ASSIGN TO DYNAMIC WS-CADDST-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADDST.
           SELECT CADINS   ASSIGN TO DYNAMIC WS-CADINS-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADINS.
           SELECT CADFGT   ASSIGN TO DYNAMIC WS-CADFGT-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADFGT.
           SELECT CADDTM   ASSIGN TO DYNAMIC WS-CADDTM-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADDTM.
           SELECT CADFEC   ASSIGN TO DYNAMIC WS-CADFEC-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADFEC.
           SELECT CADDIF   ASSIGN TO DYNAMIC WS-CADDIF-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADDIF.
           SELECT RELRET   ASSIGN TO DYNAMIC WS-RELRET-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELRET.
      *              ARQSORT e o arquivo de trabalho da ordenacao
      *              externa e CADWRK o historico ja ordenado por
      *              funcionario/competencia.
           SELECT ARQSORT ASSIGN TO DISK.
           SELECT CADWRK  ASSIGN TO DYNAMIC WS-CADWRK-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADWRK.

       DATA DIVISION.

       FILE SECTION.
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

      *              CADDSP: parametros do dissidio - competencia de
      *              vigencia (AAAAMM) e percentual unico da
      *              convencao; percentual zerado indica reajuste por
      *              faixa de CADDST. Obrigatorio.
       FD CADDSP
           LABEL RECORD ARE STANDARD.

       01 REG-DSP.
           02 COMPINI-DSP   PIC 9(06).
           02 PERCENT-DSP   PIC 9(02)V99.

      *              CADDST: tabela de faixas do dissidio (limite
      *              superior da faixa e percentual), no leiaute do
      *              CADTAB. Obrigatoria so com percentual zerado.
       FD CADDST
           LABEL RECORD ARE STANDARD.

       01 REG-DST.
           02 LIMITE-DST    PIC 9(05)V99.
           02 PERCENT-DST   PIC 9(02)V99.

      *              CADINS: faixas progressivas do INSS, o mesmo
      *              arquivo do EX08. Opcional - se nao existir,
      *              assume-se a tabela vigente de 2025.
       FD CADINS
           LABEL RECORD ARE STANDARD.

       01 REG-INS.
           02 LIMITE-INS    PIC 9(05)V99.
           02 ALIQ-INS      PIC 9(02)V99.

      *              CADFGT: aliquota do FGTS. Opcional - se nao
      *              existir, assume-se 8%.
       FD CADFGT
           LABEL RECORD ARE STANDARD.

       01 REG-FGT.
           02 ALIQ-FGT      PIC 9(02)V99.

      *              CADDTM: data de movimento (AAAAMMDD) do lote.
      *              Opcional - se ausente, vale o relogio da maquina.
       FD CADDTM
           LABEL RECORD ARE STANDARD.

       01 REG-DTM.
           02 DATA-DTM       PIC 9(08).

       FD CADFEC
           LABEL RECORD ARE STANDARD.

           COPY CADFEC.

      *              CADDIF: evento de pagamento retroativo da
      *              competencia corrente - um registro por
      *              funcionario e competencia de referencia, com as
      *              diferencas de bruto, INSS e FGTS, e trailer de
      *              controle no estilo do CADSAI.
       FD CADDIF
           LABEL RECORD ARE STANDARD.

       01 REG-DIF.
           02 COD-DIF       PIC 9(05).
           02 NOME-DIF      PIC X(20).
           02 COMP-DIF      PIC 9(06).
           02 REF-DIF       PIC 9(06).
           02 BRUTO-DIF     PIC 9(05)V99.
           02 INSS-DIF      PIC 9(05)V99.
           02 FGTS-DIF      PIC 9(05)V99.

       01 REG-DIF-TRL.
           02 TRL-DIF-MARCA      PIC X(05) VALUE "TOTAL".
           02 TRL-DIF-QTDE       PIC 9(07).
           02 TRL-DIF-SOMA-BRUTO PIC 9(09)V99.

       FD RELRET
           LABEL RECORD ARE STANDARD.

       01 LINHA-RET  PIC X(80).

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
       77 FS-CADHIS     PIC X(02) VALUE "00".
       77 FS-CADDSP     PIC X(02) VALUE "00".
       77 FS-CADDST     PIC X(02) VALUE "00".
       77 FS-CADINS     PIC X(02) VALUE "00".
       77 FS-CADFGT     PIC X(02) VALUE "00".
       77 FS-CADDTM     PIC X(02) VALUE "00".
       77 FS-CADFEC     PIC X(02) VALUE "00".
       77 FS-CADDIF     PIC X(02) VALUE "00".
       77 FS-RELRET     PIC X(02) VALUE "00".
       77 FS-CADWRK     PIC X(02) VALUE "00".
       77 WS-DATA-MOV   PIC 9(08) VALUE 0.
       77 WS-COMP       PIC 9(06) VALUE 0.
       77 WS-SIT-COMP   PIC X(01) VALUE "A".
       77 WS-COMP-INI   PIC 9(06) VALUE 0.
       77 WS-PERC-UNICO PIC 9(02)V99 VALUE 0.
       77 WS-ALIQ-FGTS  PIC 9(02)V99 VALUE 8,00.

      *              Faixas do dissidio (reajuste por tabela).
       77 QTD-FAIXAS    PIC 9(02) VALUE 0.
       01 TABELA-FAIXAS.
           02 FAIXA-TAB OCCURS 1 TO 10 TIMES
               DEPENDING ON QTD-FAIXAS
               INDEXED BY IDX-FAIXA.
               03 LIMITE-FAIXA    PIC 9(05)V99.
               03 PERCENT-FAIXA   PIC 9(02)V99.

      *              Faixas do INSS, como no EX08.
       77 QTD-INSS      PIC 9(02) VALUE 0.
       77 IDX-INS       PIC 9(02) VALUE 0.
       77 WS-LIM-ANT    PIC 9(05)V99 VALUE 0.
       01 TABELA-INSS.
           02 INSS-FAIXA OCCURS 8 TIMES.
               03 LIM-INSS-TAB   PIC 9(05)V99.
               03 ALIQ-INSS-TAB  PIC 9(02)V99.

      *              Competencia corrente do historico ordenado: o
      *              registro so e usado na quebra, para valer a
      *              ultima rodada gravada de cada competencia.
       77 WS-TEM-REG    PIC X(01) VALUE "N".
       77 WS-COD-REG    PIC 9(05) VALUE 0.
       77 WS-NOME-REG   PIC X(20) VALUE SPACES.
       77 WS-COMP-REG   PIC 9(06) VALUE 0.
       77 WS-BRUTO-REG  PIC 9(05)V99 VALUE 0.

      *              Calculo da diferenca de uma competencia.
       77 PERCENTUAL    PIC 9(02)V99 VALUE 0.
       77 WS-BRUTO-NOVO PIC 9(05)V99 VALUE 0.
       77 WS-BASE-INSS  PIC 9(05)V99 VALUE 0.
       77 INSS-CALC     PIC 9(05)V99 VALUE 0.
       77 WS-INSS-ANT   PIC 9(05)V99 VALUE 0.
       77 WS-DIF-BRUTO  PIC 9(05)V99 VALUE 0.
       77 WS-DIF-INSS   PIC 9(05)V99 VALUE 0.
       77 WS-DIF-FGTS   PIC 9(05)V99 VALUE 0.

      *              Acumuladores do funcionario corrente e gerais.
       77 WS-COD-ATU    PIC 9(05) VALUE 0.
       77 WS-TEM-FUN    PIC X(01) VALUE "N".
       77 ACU-BRUTO     PIC 9(07)V99 VALUE 0.
       77 ACU-INSS      PIC 9(07)V99 VALUE 0.
       77 ACU-FGTS      PIC 9(07)V99 VALUE 0.
       77 TOT-BRUTO     PIC 9(09)V99 VALUE 0.
       77 TOT-INSS      PIC 9(09)V99 VALUE 0.
       77 TOT-FGTS      PIC 9(09)V99 VALUE 0.
       77 CONT-RET      PIC 9(07) VALUE 0.
       77 CONT-FUN      PIC 9(05) VALUE 0.

      *              Campos editados das linhas do extrato.
       77 WS-VALOR-EDT  PIC ZZ.ZZ9,99.
       77 WS-VALOR2-EDT PIC ZZ.ZZ9,99.
       77 WS-VALOR3-EDT PIC ZZ.ZZ9,99.
       77 WS-VALOR4-EDT PIC ZZ.ZZ9,99.
       77 WS-VALOR5-EDT PIC ZZ.ZZ9,99.
       77 WS-TOTAL-EDT  PIC ZZZ.ZZZ.ZZ9,99.
       77 WS-PERC-EDT   PIC Z9,99.
       77 WS-QTDE-EDT   PIC ZZZZ9.

      *              Nomes fisicos dos arquivos, com o valor original
      *              como default, substituiveis em tempo de execucao
      *              por variaveis de ambiente (ver LERNOMESARQUIVOS).
       77 WS-CADHIS-ARQ  PIC X(40) VALUE "CADHIS.DAT".
       77 WS-CADDSP-ARQ  PIC X(40) VALUE "CADDSP.DAT".
       77 WS-CADDST-ARQ  PIC X(40) VALUE "CADDST.DAT".
       77 WS-CADINS-ARQ  PIC X(40) VALUE "CADINS.DAT".
       77 WS-CADFGT-ARQ  PIC X(40) VALUE "CADFGT.DAT".
       77 WS-CADDTM-ARQ  PIC X(40) VALUE "CADDTM.DAT".
       77 WS-CADFEC-ARQ  PIC X(40) VALUE "CADFEC.DAT".
       77 WS-CADDIF-ARQ  PIC X(40) VALUE "CADDIF.DAT".
       77 WS-RELRET-ARQ  PIC X(40) VALUE "RELRET.DAT".
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

      *              Nomes de arquivo configuraveis em tempo de
      *              execucao: se a variavel de ambiente correspondente
      *              estiver definida, substitui o nome default acima;
      *              caso contrario mantem o nome compilado.
       LERNOMESARQUIVOS.
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADHIS"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADHIS-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADDSP"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADDSP-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADDST"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADDST-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADINS"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADINS-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADFGT"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADFGT-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADDTM"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADDTM-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADFEC"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADFEC-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADDIF"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADDIF-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "RELRET"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-RELRET-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADWRK"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADWRK-ARQ
           END-IF.

       INICIO.
           PERFORM LERDATAMOV.
           PERFORM VERIFICARCOMPETENCIA.
           PERFORM LERPARAMETROS.
           PERFORM LETABELAINSS.
           PERFORM LERALIQUOTAFGTS.
           OPEN INPUT CADHIS
           IF FS-CADHIS NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADHIS-ARQ)
                   " - FILE STATUS " FS-CADHIS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE CADHIS
           OPEN OUTPUT CADDIF
           IF FS-CADDIF NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADDIF-ARQ)
                   " - FILE STATUS " FS-CADDIF
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RELRET
           IF FS-RELRET NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-RELRET-ARQ)
                   " - FILE STATUS " FS-RELRET
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CABECALHO.
           PERFORM ORDENARHISTORICO.
           PERFORM LEITURA.

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
           MOVE WS-DATA-MOV(1:6) TO WS-COMP.

      *              O evento retroativo e pago na competencia
      *              corrente: fechada no livro CADFEC, so depois de
      *              uma reabertura registrada pelo EX34.
       VERIFICARCOMPETENCIA.
           MOVE "A" TO WS-SIT-COMP
           OPEN INPUT CADFEC
           IF FS-CADFEC = "00"
               PERFORM VARRERFECHAMENTOS
                   UNTIL FS-CADFEC NOT = "00"
               CLOSE CADFEC
           END-IF
           IF WS-SIT-COMP = "F"
               DISPLAY "EX71 - COMPETENCIA " WS-COMP
                   " FECHADA - RODADA RECUSADA (REGISTRE UMA "
                   "REABERTURA NO EX34 PARA REPROCESSAR)"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       VARRERFECHAMENTOS.
           READ CADFEC
               AT END
                   MOVE "10" TO FS-CADFEC
               NOT AT END
                   IF COMP-FEC = WS-COMP
                       IF TIPO-FEC = "F"
                           MOVE "F" TO WS-SIT-COMP
                       ELSE
                           MOVE "A" TO WS-SIT-COMP
                       END-IF
                   END-IF
           END-READ.

      *              Parametros do dissidio: a vigencia precisa ser
      *              uma competencia valida anterior a corrente, e sem
      *              percentual unico a tabela de faixas e exigida.
       LERPARAMETROS.
           OPEN INPUT CADDSP
           IF FS-CADDSP NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADDSP-ARQ)
                   " - FILE STATUS " FS-CADDSP
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           READ CADDSP
               AT END
                   DISPLAY "EX71 - CADDSP VAZIO - RODADA ABORTADA"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               NOT AT END
                   MOVE COMPINI-DSP TO WS-COMP-INI
                   MOVE PERCENT-DSP TO WS-PERC-UNICO
           END-READ
           CLOSE CADDSP
           IF WS-COMP-INI(5:2) < "01" OR WS-COMP-INI(5:2) > "12"
               OR WS-COMP-INI NOT < WS-COMP
               DISPLAY "EX71 - VIGENCIA " WS-COMP-INI
                   " INVALIDA OU NAO ANTERIOR A COMPETENCIA "
                   WS-COMP " - RODADA ABORTADA"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PERC-UNICO = 0
               PERFORM LETABELAFAIXAS
           END-IF.

       LETABELAFAIXAS.
           OPEN INPUT CADDST
           IF FS-CADDST NOT = "00"
               DISPLAY "EX71 - PERCENTUAL ZERADO E TABELA "
                   FUNCTION TRIM(WS-CADDST-ARQ)
                   " AUSENTE - FILE STATUS " FS-CADDST
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL FIM-ARQ = "SIM" OR QTD-FAIXAS = 10
               READ CADDST
                   AT END
                       MOVE "SIM" TO FIM-ARQ
                   NOT AT END
                       ADD 1 TO QTD-FAIXAS
                       MOVE LIMITE-DST  TO LIMITE-FAIXA(QTD-FAIXAS)
                       MOVE PERCENT-DST TO PERCENT-FAIXA(QTD-FAIXAS)
               END-READ
           END-PERFORM
           IF FIM-ARQ NOT = "SIM"
               DISPLAY "EX71 - AVISO: CADDST.DAT POSSUI MAIS DE "
                   "10 FAIXAS - REGISTROS EXCEDENTES IGNORADOS"
           END-IF
           CLOSE CADDST
           MOVE "NAO" TO FIM-ARQ
           IF QTD-FAIXAS = 0
               DISPLAY "EX71 - TABELA DO DISSIDIO VAZIA - "
                   "RODADA ABORTADA"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           SORT FAIXA-TAB ON ASCENDING KEY LIMITE-FAIXA.

      *              Faixas do INSS: de CADINS quando existe; sem
      *              ele, a tabela vigente de 2025.
       LETABELAINSS.
           OPEN INPUT CADINS
           IF FS-CADINS = "00"
               PERFORM UNTIL FIM-ARQ = "SIM" OR QTD-INSS = 8
                   READ CADINS
                       AT END
                           MOVE "SIM" TO FIM-ARQ
                       NOT AT END
                           ADD 1 TO QTD-INSS
                           MOVE LIMITE-INS TO LIM-INSS-TAB(QTD-INSS)
                           MOVE ALIQ-INS   TO ALIQ-INSS-TAB(QTD-INSS)
                   END-READ
               END-PERFORM
               CLOSE CADINS
               MOVE "NAO" TO FIM-ARQ
           END-IF
           IF QTD-INSS = 0
               MOVE 4       TO QTD-INSS
               MOVE 1412,00 TO LIM-INSS-TAB(1)
               MOVE 7,50    TO ALIQ-INSS-TAB(1)
               MOVE 2666,68 TO LIM-INSS-TAB(2)
               MOVE 9,00    TO ALIQ-INSS-TAB(2)
               MOVE 4000,63 TO LIM-INSS-TAB(3)
               MOVE 12,00   TO ALIQ-INSS-TAB(3)
               MOVE 7786,02 TO LIM-INSS-TAB(4)
               MOVE 14,00   TO ALIQ-INSS-TAB(4)
           END-IF.

       LERALIQUOTAFGTS.
           OPEN INPUT CADFGT
           IF FS-CADFGT = "00"
               READ CADFGT
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE ALIQ-FGT TO WS-ALIQ-FGTS
               END-READ
               CLOSE CADFGT
           END-IF.

      *              A ordenacao mantem a ordem de gravacao dentro da
      *              mesma competencia: o ultimo registro de cada
      *              funcionario/competencia e o da rodada que valeu.
       ORDENARHISTORICO.
           SORT ARQSORT ON ASCENDING KEY COD-SRT COMP-SRT
               WITH DUPLICATES IN ORDER
               USING CADHIS GIVING CADWRK
           IF SORT-RETURN NOT = 0
               DISPLAY "EX71 - ERRO NA ORDENACAO DO HISTORICO - "
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
           END-IF.

       LEITURA.
           READ CADWRK
               AT END
                   MOVE "SIM" TO FIM-ARQ
           END-READ.

      *              Guarda o registro da competencia no periodo do
      *              dissidio; ao mudar de funcionario ou competencia,
      *              o guardado anterior (a ultima rodada dele) e
      *              reprecificado.
       PRINCIPAL.
           IF WS-TEM-REG = "S"
               AND (COD-WRK NOT = WS-COD-REG
                   OR COMP-WRK NOT = WS-COMP-REG)
               PERFORM REPRECIFICAR
           END-IF
           IF COMP-WRK NOT < WS-COMP-INI AND COMP-WRK < WS-COMP
               MOVE "S"         TO WS-TEM-REG
               MOVE COD-WRK     TO WS-COD-REG
               MOVE NOME-WRK    TO WS-NOME-REG
               MOVE COMP-WRK    TO WS-COMP-REG
               MOVE SALARIO-WRK TO WS-BRUTO-REG
           END-IF
           PERFORM LEITURA.

      *              Diferencas de uma competencia: bruto revisto
      *              pelo percentual do dissidio; INSS pelas mesmas
      *              faixas sobre o bruto pago e sobre o revisto;
      *              FGTS pela aliquota sobre a diferenca do bruto.
       REPRECIFICAR.
           MOVE "N" TO WS-TEM-REG
           IF WS-TEM-FUN = "S" AND WS-COD-REG NOT = WS-COD-ATU
               PERFORM FECHARFUNCIONARIO
           END-IF
           IF WS-TEM-FUN = "N"
               PERFORM ABRIRFUNCIONARIO
           END-IF
           IF WS-PERC-UNICO > 0
               MOVE WS-PERC-UNICO TO PERCENTUAL
           ELSE
               PERFORM DEFINEPERCENTUAL
           END-IF
           COMPUTE WS-BRUTO-NOVO ROUNDED =
               WS-BRUTO-REG + WS-BRUTO-REG * PERCENTUAL / 100
           SUBTRACT WS-BRUTO-REG FROM WS-BRUTO-NOVO
               GIVING WS-DIF-BRUTO
           MOVE WS-BRUTO-REG TO WS-BASE-INSS
           PERFORM CALCULARINSS
           MOVE INSS-CALC TO WS-INSS-ANT
           MOVE WS-BRUTO-NOVO TO WS-BASE-INSS
           PERFORM CALCULARINSS
           SUBTRACT WS-INSS-ANT FROM INSS-CALC GIVING WS-DIF-INSS
           COMPUTE WS-DIF-FGTS ROUNDED =
               WS-DIF-BRUTO * WS-ALIQ-FGTS / 100
           PERFORM GRAVAREVENTO
           PERFORM GRAVARDETALHE.

       DEFINEPERCENTUAL.
           SET IDX-FAIXA TO 1
           SEARCH FAIXA-TAB
               AT END
                   MOVE PERCENT-FAIXA(QTD-FAIXAS) TO PERCENTUAL
               WHEN WS-BRUTO-REG <= LIMITE-FAIXA(IDX-FAIXA)
                   MOVE PERCENT-FAIXA(IDX-FAIXA) TO PERCENTUAL
           END-SEARCH.

      *              INSS progressivo, como no EX08: aliquota de cada
      *              faixa sobre a fatia da base dentro dela; acima da
      *              ultima faixa contribui so ate o teto.
       CALCULARINSS.
           MOVE 0 TO INSS-CALC
           MOVE 0 TO WS-LIM-ANT
           PERFORM VARYING IDX-INS FROM 1 BY 1
               UNTIL IDX-INS > QTD-INSS
                   OR WS-LIM-ANT >= WS-BASE-INSS
               IF WS-BASE-INSS > LIM-INSS-TAB(IDX-INS)
                   COMPUTE INSS-CALC ROUNDED = INSS-CALC
                       + (LIM-INSS-TAB(IDX-INS) - WS-LIM-ANT)
                       * ALIQ-INSS-TAB(IDX-INS) / 100
               ELSE
                   COMPUTE INSS-CALC ROUNDED = INSS-CALC
                       + (WS-BASE-INSS - WS-LIM-ANT)
                       * ALIQ-INSS-TAB(IDX-INS) / 100
               END-IF
               MOVE LIM-INSS-TAB(IDX-INS) TO WS-LIM-ANT
           END-PERFORM.

       GRAVAREVENTO.
           MOVE WS-COD-REG    TO COD-DIF
           MOVE WS-NOME-REG   TO NOME-DIF
           MOVE WS-COMP       TO COMP-DIF
           MOVE WS-COMP-REG   TO REF-DIF
           MOVE WS-DIF-BRUTO  TO BRUTO-DIF
           MOVE WS-DIF-INSS   TO INSS-DIF
           MOVE WS-DIF-FGTS   TO FGTS-DIF
           WRITE REG-DIF
           ADD 1 TO CONT-RET
           ADD WS-DIF-BRUTO TO ACU-BRUTO TOT-BRUTO
           ADD WS-DIF-INSS  TO ACU-INSS  TOT-INSS
           ADD WS-DIF-FGTS  TO ACU-FGTS  TOT-FGTS.

       GRAVARLINHA.
           WRITE LINHA-RET
           MOVE SPACES TO LINHA-RET.

       CABECALHO.
           MOVE SPACES TO LINHA-RET
           STRING "EXTRATO DO DISSIDIO RETROATIVO - PAGAMENTO NA "
               "COMPETENCIA " WS-COMP(5:2) "/" WS-COMP(1:4)
               DELIMITED BY SIZE INTO LINHA-RET
           PERFORM GRAVARLINHA
           IF WS-PERC-UNICO > 0
               MOVE WS-PERC-UNICO TO WS-PERC-EDT
               STRING "VIGENCIA " WS-COMP-INI(5:2) "/"
                   WS-COMP-INI(1:4) " - REAJUSTE UNICO DE "
                   WS-PERC-EDT "%"
                   DELIMITED BY SIZE INTO LINHA-RET
           ELSE
               STRING "VIGENCIA " WS-COMP-INI(5:2) "/"
                   WS-COMP-INI(1:4) " - REAJUSTE POR FAIXA (CADDST)"
                   DELIMITED BY SIZE INTO LINHA-RET
           END-IF
           PERFORM GRAVARLINHA
           MOVE ALL "=" TO LINHA-RET
           PERFORM GRAVARLINHA
           STRING "  COMPET.   BRUTO PAGO  BRUTO REV.  DIF.BRUTO"
               "   DIF.INSS   DIF.FGTS"
               DELIMITED BY SIZE INTO LINHA-RET
           PERFORM GRAVARLINHA
           MOVE ALL "=" TO LINHA-RET
           PERFORM GRAVARLINHA.

       ABRIRFUNCIONARIO.
           MOVE "S"        TO WS-TEM-FUN
           MOVE WS-COD-REG TO WS-COD-ATU
           ADD 1 TO CONT-FUN
           STRING "FUNCIONARIO: " WS-COD-REG " - " WS-NOME-REG
               DELIMITED BY SIZE INTO LINHA-RET
           PERFORM GRAVARLINHA.

       GRAVARDETALHE.
           MOVE WS-BRUTO-REG  TO WS-VALOR-EDT
           MOVE WS-BRUTO-NOVO TO WS-VALOR2-EDT
           MOVE WS-DIF-BRUTO  TO WS-VALOR3-EDT
           MOVE WS-DIF-INSS   TO WS-VALOR4-EDT
           MOVE WS-DIF-FGTS   TO WS-VALOR5-EDT
           STRING "  " WS-COMP-REG(5:2) "/" WS-COMP-REG(1:4)
               "  " WS-VALOR-EDT "   " WS-VALOR2-EDT "  "
               WS-VALOR3-EDT "  " WS-VALOR4-EDT "  " WS-VALOR5-EDT
               DELIMITED BY SIZE INTO LINHA-RET
           PERFORM GRAVARLINHA.

       FECHARFUNCIONARIO.
           MOVE ACU-BRUTO TO WS-VALOR3-EDT
           MOVE ACU-INSS  TO WS-VALOR4-EDT
           MOVE ACU-FGTS  TO WS-VALOR5-EDT
           STRING "  TOTAL DO FUNCIONARIO" "            "
               WS-VALOR3-EDT "  " WS-VALOR4-EDT "  " WS-VALOR5-EDT
               DELIMITED BY SIZE INTO LINHA-RET
           PERFORM GRAVARLINHA
           MOVE ALL "-" TO LINHA-RET
           PERFORM GRAVARLINHA
           MOVE 0   TO ACU-BRUTO ACU-INSS ACU-FGTS
           MOVE "N" TO WS-TEM-FUN.

       TERMINO.
           IF WS-TEM-REG = "S"
               PERFORM REPRECIFICAR
           END-IF
           IF WS-TEM-FUN = "S"
               PERFORM FECHARFUNCIONARIO
           END-IF
           MOVE CONT-FUN TO WS-QTDE-EDT
           STRING "FUNCIONARIOS COM DIFERENCA......: " WS-QTDE-EDT
               DELIMITED BY SIZE INTO LINHA-RET
           PERFORM GRAVARLINHA
           MOVE TOT-BRUTO TO WS-TOTAL-EDT
           STRING "TOTAL DA DIFERENCA DE BRUTO.....: R$" WS-TOTAL-EDT
               DELIMITED BY SIZE INTO LINHA-RET
           PERFORM GRAVARLINHA
           MOVE TOT-INSS TO WS-TOTAL-EDT
           STRING "TOTAL DA DIFERENCA DE INSS......: R$" WS-TOTAL-EDT
               DELIMITED BY SIZE INTO LINHA-RET
           PERFORM GRAVARLINHA
           MOVE TOT-FGTS TO WS-TOTAL-EDT
           STRING "TOTAL DA DIFERENCA DE FGTS......: R$" WS-TOTAL-EDT
               DELIMITED BY SIZE INTO LINHA-RET
           PERFORM GRAVARLINHA
           MOVE "TOTAL"   TO TRL-DIF-MARCA
           MOVE CONT-RET  TO TRL-DIF-QTDE
           MOVE TOT-BRUTO TO TRL-DIF-SOMA-BRUTO
           WRITE REG-DIF-TRL.
           CLOSE CADWRK CADDIF RELRET.
           DISPLAY "EX71 - DISSIDIO DESDE " WS-COMP-INI
               " - FUNCIONARIOS: " CONT-FUN
               " COMPETENCIAS REPRECIFICADAS: " CONT-RET.
