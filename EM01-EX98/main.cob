       IDENTIFICATION DIVISION.
       PROGRAM-ID.   EX98.
       AUTHOR.       ERIKA ROCHA.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 23-10-2025.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.      EXTRATO E SALDO DOS CREDITOS DAS FAMILIAS. LE O
      *              LIVRO DE CREDITOS CADCRD, ORDENA POR CONTA E
      *              DATA COM SORT EM ARQUIVO E GRAVA:
      *              RELEXC - UMA PAGINA DE EXTRATO POR CONTA (NO
      *              ESTILO DE PAGINACAO DO EX28), COM CADA MOVIMENTO
      *              (EXCEDENTE, DUPLICIDADE, CREDITO MANUAL,
      *              UTILIZACAO NA MENSALIDADE, RESTITUICAO), A
      *              COBRANCA DE ORIGEM E O SALDO CORRENTE;
      *              RELSCR - O SALDO DE CADA CONTA (CREDITOS,
      *              BAIXAS E SALDO) E A CONCILIACAO: TOTAIS POR TIPO
      *              DE MOVIMENTO, O SALDO DO LIVRO (CREDITOS MENOS
      *              UTILIZADO MENOS RESTITUIDO), A SOMA DOS SALDOS
      *              DAS CONTAS E, QUANDO O ARQUIVO CADTCR TRAZ O
      *              SALDO DA CONTA DE CREDITOS DE CLIENTES DA
      *              TESOURARIA, A DIFERENCA ENTRE OS DOIS, MARCADA
      *              COMO CONCILIADO OU DIVERGENTE.
      *              O NOME DA CONTA VEM DE CADRSP (RESPONSAVEL) OU DO
      *              MESTRE INDEXADO CADALU (ALUNO).

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
           SELECT CADCRD   ASSIGN TO DYNAMIC WS-CADCRD-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADCRD.
           SELECT RELEXC   ASSIGN TO DYNAMIC WS-RELEXC-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELEXC.
           SELECT RELSCR   ASSIGN TO DYNAMIC WS-RELSCR-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELSCR.
      *              CADALU e o mestre indexado gerado pelo conversor
      *              EX18; aqui e consultado por chave para obter o
      *              nome das contas de aluno.
           SELECT CADALU   ASSIGN TO DYNAMIC WS-CADALU-ARQ
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS NUM-ENT
           FILE STATUS IS FS-CADALU.
           SELECT CADRSP   ASSIGN TO DYNAMIC WS-CADRSP-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADRSP.
           SELECT CADTCR   ASSIGN TO DYNAMIC WS-CADTCR-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADTCR.
           SELECT CADDTM   ASSIGN TO DYNAMIC WS-CADDTM-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADDTM.
      *              ARQSORT e o arquivo de trabalho da ordenacao e
      *              CADWRK recebe o livro ordenado por conta e data.
           SELECT ARQSORT ASSIGN TO DISK.
           SELECT CADWRK  ASSIGN TO DYNAMIC WS-CADWRK-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADWRK.

       DATA DIVISION.

       FILE SECTION.
       FD CADCRD
           LABEL RECORD ARE STANDARD.

           COPY CADCRD.

       FD RELEXC
           LABEL RECORD ARE STANDARD.

       01 LINHA-EXC  PIC X(80).

       FD RELSCR
           LABEL RECORD ARE STANDARD.

       01 LINHA-SCR  PIC X(80).

       FD CADALU
           LABEL RECORD ARE STANDARD.

           COPY CADALU.

      *              CADRSP: registro de responsaveis financeiros -
      *              codigo, nome e endereco de cobranca. Opcional.
       FD CADRSP
           LABEL RECORD ARE STANDARD.

       01 REG-RSP.
           02 COD-RSP       PIC 9(05).
           02 NOME-RSP      PIC X(20).
           02 ENDER-RSP     PIC X(40).

      *              CADTCR: saldo contabil da conta de creditos de
      *              clientes da tesouraria, para a conciliacao.
      *              Opcional.
       FD CADTCR
           LABEL RECORD ARE STANDARD.

       01 REG-TCR.
           02 SALDO-TCR     PIC 9(09)V99.

      *              CADDTM: data de movimento (AAAAMMDD) do lote.
      *              Opcional - se ausente, vale o relogio da maquina.
       FD CADDTM
           LABEL RECORD ARE STANDARD.

       01 REG-DTM.
           02 DATA-DTM       PIC 9(08).

       SD ARQSORT.

       01 REG-SRT.
           02 CTA-SRT       PIC X(06).
           02 DATA-SRT      PIC 9(08).
           02 RESTO-SRT     PIC X(48).

       FD CADWRK
           LABEL RECORD ARE STANDARD.

       01 REG-WRK.
           02 CTA-WRK.
               03 TCTA-WRK   PIC X(01).
               03 CCTA-WRK   PIC 9(05).
           02 DATA-WRK       PIC 9(08).
           02 TIPO-WRK       PIC X(01).
           02 NUM-WRK        PIC 9(05).
           02 COMP-WRK       PIC 9(06).
           02 TIPOCOB-WRK    PIC X(02).
           02 VALOR-WRK      PIC 9(07)V99.
           02 APROV-WRK      PIC X(05).
           02 HIST-WRK       PIC X(20).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ       PIC X(03) VALUE "NAO".
       77 FS-CADCRD     PIC X(02) VALUE "00".
       77 FS-RELEXC     PIC X(02) VALUE "00".
       77 FS-RELSCR     PIC X(02) VALUE "00".
       77 FS-CADALU     PIC X(02) VALUE "00".
       77 FS-CADRSP     PIC X(02) VALUE "00".
       77 FS-CADTCR     PIC X(02) VALUE "00".
       77 FS-CADDTM     PIC X(02) VALUE "00".
       77 FS-CADWRK     PIC X(02) VALUE "00".
       77 WS-DATA-MOV   PIC 9(08) VALUE 0.
       77 WS-TEM-TCR    PIC X(01) VALUE "N".
       77 WS-SALDO-TCR  PIC 9(09)V99 VALUE 0.

      *              Conta corrente da quebra e os seus acumulados.
       77 WS-TEM-CTA    PIC X(01) VALUE "N".
       77 WS-CTA-ATU    PIC X(06) VALUE SPACES.
       77 WS-NOME-CTA   PIC X(20) VALUE SPACES.
       77 WS-CRED-CTA   PIC 9(09)V99 VALUE 0.
       77 WS-DEB-CTA    PIC 9(09)V99 VALUE 0.
       77 WS-SALDO-CTA  PIC S9(09)V99 VALUE 0.
       77 WS-DESCR-MOV  PIC X(12) VALUE SPACES.

      *              Totais por tipo de movimento e da conciliacao.
       77 TOT-EXC       PIC 9(09)V99 VALUE 0.
       77 TOT-DUP       PIC 9(09)V99 VALUE 0.
       77 TOT-MAN       PIC 9(09)V99 VALUE 0.
       77 TOT-UTI       PIC 9(09)V99 VALUE 0.
       77 TOT-RST       PIC 9(09)V99 VALUE 0.
       77 TOT-CREDITOS  PIC 9(09)V99 VALUE 0.
       77 SALDO-LIVRO   PIC S9(09)V99 VALUE 0.
       77 SOMA-SALDOS   PIC S9(09)V99 VALUE 0.
       77 WS-DIFERENCA  PIC S9(09)V99 VALUE 0.
       77 CONT-MOV      PIC 9(07) VALUE 0.
       77 CONT-CTA      PIC 9(05) VALUE 0.
       77 CONT-CTA-SLD  PIC 9(05) VALUE 0.
       77 CONT-CTA-NEG  PIC 9(05) VALUE 0.

       77 WS-PAGINA     PIC 9(05) VALUE 0.
       77 WS-PAGINA-EDT PIC ZZZZ9.
       77 WS-VALOR-EDT  PIC ZZ.ZZZ.ZZ9,99.
       77 WS-SALDO-EDT  PIC ---.---.--9,99.

      *              Responsaveis em memoria (mesmo limite do EX25).
       77 QTD-RSP       PIC 9(03) VALUE 0.
       77 IDX-RSP       PIC 9(03) VALUE 0.
       01 TABELA-RSP.
           02 RSP-ITEM OCCURS 200 TIMES.
               03 COD-RSP-TAB   PIC 9(05).
               03 NOME-RSP-TAB  PIC X(20).

      *              Nomes fisicos dos arquivos, com o valor original
      *              como default, substituiveis em tempo de execucao
      *              por variaveis de ambiente (ver LERNOMESARQUIVOS).
       77 WS-CADCRD-ARQ  PIC X(40) VALUE "CADCRD.DAT".
       77 WS-RELEXC-ARQ  PIC X(40) VALUE "RELEXC.DAT".
       77 WS-RELSCR-ARQ  PIC X(40) VALUE "RELSCR.DAT".
       77 WS-CADALU-ARQ  PIC X(40) VALUE "CADALU.DAT".
       77 WS-CADRSP-ARQ  PIC X(40) VALUE "CADRSP.DAT".
       77 WS-CADTCR-ARQ  PIC X(40) VALUE "CADTCR.DAT".
       77 WS-CADDTM-ARQ  PIC X(40) VALUE "CADDTM.DAT".
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
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADCRD"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADCRD-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "RELEXC"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-RELEXC-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "RELSCR"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-RELSCR-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADALU"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADALU-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADRSP"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADRSP-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADTCR"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADTCR-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADDTM"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADDTM-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADWRK"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADWRK-ARQ
           END-IF.

       INICIO.
           PERFORM LERDATAMOV.
           PERFORM LERSALDOTESOURARIA.
           PERFORM CARREGARRESPONSAVEIS.
           OPEN INPUT CADCRD
           IF FS-CADCRD NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADCRD-ARQ)
                   " - FILE STATUS " FS-CADCRD
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE CADCRD
           OPEN INPUT CADALU
           IF FS-CADALU NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADALU-ARQ)
                   " - FILE STATUS " FS-CADALU
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RELEXC
           IF FS-RELEXC NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-RELEXC-ARQ)
                   " - FILE STATUS " FS-RELEXC
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RELSCR
           IF FS-RELSCR NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-RELSCR-ARQ)
                   " - FILE STATUS " FS-RELSCR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO LINHA-SCR
           STRING "SALDO DOS CREDITOS DAS FAMILIAS - POSICAO EM "
               WS-DATA-MOV(7:2) "/" WS-DATA-MOV(5:2) "/"
               WS-DATA-MOV(1:4)
               DELIMITED BY SIZE INTO LINHA-SCR
           PERFORM GRAVARLINHASCR
           MOVE ALL "=" TO LINHA-SCR
           PERFORM GRAVARLINHASCR
           MOVE "CONTA   NOME                      CREDITOS"
               TO LINHA-SCR
           MOVE "BAIXAS         SALDO" TO LINHA-SCR(51:)
           PERFORM GRAVARLINHASCR
           MOVE ALL "-" TO LINHA-SCR
           PERFORM GRAVARLINHASCR
           PERFORM ORDENARLIVRO.
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
           END-IF.

      *              Saldo da tesouraria: opcional - sem ele a
      *              conciliacao fica so entre o livro e as contas.
       LERSALDOTESOURARIA.
           OPEN INPUT CADTCR
           IF FS-CADTCR = "00"
               READ CADTCR
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE "S"       TO WS-TEM-TCR
                       MOVE SALDO-TCR TO WS-SALDO-TCR
               END-READ
               CLOSE CADTCR
           END-IF.

       CARREGARRESPONSAVEIS.
           OPEN INPUT CADRSP
           IF FS-CADRSP = "00"
               PERFORM LERRESPONSAVEL UNTIL FIM-ARQ = "SIM"
               CLOSE CADRSP
               MOVE "NAO" TO FIM-ARQ
           END-IF.

       LERRESPONSAVEL.
           READ CADRSP
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   IF QTD-RSP = 200
                       DISPLAY "EX98 - MAIS DE 200 RESPONSAVEIS - "
                           "RODADA ABORTADA"
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO QTD-RSP
                   MOVE COD-RSP  TO COD-RSP-TAB(QTD-RSP)
                   MOVE NOME-RSP TO NOME-RSP-TAB(QTD-RSP)
           END-READ.

       ORDENARLIVRO.
           SORT ARQSORT ON ASCENDING KEY CTA-SRT DATA-SRT
               WITH DUPLICATES IN ORDER
               USING CADCRD GIVING CADWRK
           IF SORT-RETURN NOT = 0
               DISPLAY "EX98 - ERRO NA ORDENACAO DO LIVRO - "
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

      *              Quebra por conta: cada conta abre uma pagina de
      *              extrato e fecha com o saldo, que vai tambem para
      *              o relatorio de saldos.
       PRINCIPAL.
           IF WS-TEM-CTA = "S" AND CTA-WRK NOT = WS-CTA-ATU
               PERFORM FECHARCONTA
           END-IF
           IF WS-TEM-CTA = "N"
               PERFORM ABRIRCONTA
           END-IF
           PERFORM GRAVARMOVIMENTO
           PERFORM LEITURA.

       ABRIRCONTA.
           MOVE CTA-WRK TO WS-CTA-ATU
           MOVE "S"     TO WS-TEM-CTA
           MOVE 0       TO WS-CRED-CTA WS-DEB-CTA WS-SALDO-CTA
           ADD 1 TO CONT-CTA
           PERFORM BUSCARNOMECONTA
           ADD 1 TO WS-PAGINA
           MOVE WS-PAGINA TO WS-PAGINA-EDT
           MOVE SPACES TO LINHA-EXC
           PERFORM GRAVARLINHAEXC
           STRING "EXTRATO DE CREDITOS DA FAMILIA - POSICAO EM "
               WS-DATA-MOV(7:2) "/" WS-DATA-MOV(5:2) "/"
               WS-DATA-MOV(1:4) "     PAGINA " WS-PAGINA-EDT
               DELIMITED BY SIZE INTO LINHA-EXC
           PERFORM GRAVARLINHAEXC
           MOVE ALL "=" TO LINHA-EXC
           PERFORM GRAVARLINHAEXC
           IF TCTA-WRK = "R"
               STRING "RESPONSAVEL FINANCEIRO: " CCTA-WRK " - "
                   WS-NOME-CTA
                   DELIMITED BY SIZE INTO LINHA-EXC
           ELSE
               STRING "ALUNO(A): " CCTA-WRK " - " WS-NOME-CTA
                   DELIMITED BY SIZE INTO LINHA-EXC
           END-IF
           PERFORM GRAVARLINHAEXC
           PERFORM GRAVARLINHAEXC
           MOVE "DATA       MOVIMENTO    REFERENCIA               VALOR"
               TO LINHA-EXC
           MOVE "SALDO" TO LINHA-EXC(67:)
           PERFORM GRAVARLINHAEXC
           MOVE ALL "-" TO LINHA-EXC
           PERFORM GRAVARLINHAEXC.

       BUSCARNOMECONTA.
           MOVE "(NAO CADASTRADO)" TO WS-NOME-CTA
           IF TCTA-WRK = "R"
               PERFORM VARYING IDX-RSP FROM 1 BY 1
                   UNTIL IDX-RSP > QTD-RSP
                   IF COD-RSP-TAB(IDX-RSP) = CCTA-WRK
                       MOVE NOME-RSP-TAB(IDX-RSP) TO WS-NOME-CTA
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           ELSE
               MOVE CCTA-WRK TO NUM-ENT
               READ CADALU
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NOME-ENT TO WS-NOME-CTA
               END-READ
           END-IF.

      *              Uma linha por movimento: creditos (E, D, M) com
      *              "C" e baixas (U, R) com "D", e o saldo corrente.
       GRAVARMOVIMENTO.
           ADD 1 TO CONT-MOV
           EVALUATE TIPO-WRK
               WHEN "E"
                   MOVE "EXCEDENTE"   TO WS-DESCR-MOV
                   ADD VALOR-WRK TO TOT-EXC
               WHEN "D"
                   MOVE "DUPLICIDADE" TO WS-DESCR-MOV
                   ADD VALOR-WRK TO TOT-DUP
               WHEN "M"
                   MOVE "CRED.MANUAL" TO WS-DESCR-MOV
                   ADD VALOR-WRK TO TOT-MAN
               WHEN "U"
                   MOVE "UTILIZACAO"  TO WS-DESCR-MOV
                   ADD VALOR-WRK TO TOT-UTI
               WHEN "R"
                   MOVE "RESTITUICAO" TO WS-DESCR-MOV
                   ADD VALOR-WRK TO TOT-RST
               WHEN OTHER
                   MOVE "TIPO ?"      TO WS-DESCR-MOV
                   MOVE TIPO-WRK      TO WS-DESCR-MOV(6:1)
           END-EVALUATE
           MOVE VALOR-WRK TO WS-VALOR-EDT
           STRING DATA-WRK(7:2) "/" DATA-WRK(5:2) "/" DATA-WRK(1:4)
               " " WS-DESCR-MOV " "
               DELIMITED BY SIZE INTO LINHA-EXC
           IF COMP-WRK NOT = 0
               STRING "ALU " NUM-WRK " " COMP-WRK(5:2) "/"
                   COMP-WRK(1:4) " " TIPOCOB-WRK
                   DELIMITED BY SIZE INTO LINHA-EXC(25:)
           ELSE
               IF APROV-WRK NOT = SPACES
                   STRING "APROV. " APROV-WRK
                       DELIMITED BY SIZE INTO LINHA-EXC(25:)
               END-IF
           END-IF
           MOVE WS-VALOR-EDT TO LINHA-EXC(45:)
           EVALUATE TIPO-WRK
               WHEN "U"
               WHEN "R"
                   MOVE "D" TO LINHA-EXC(59:1)
                   ADD VALOR-WRK TO WS-DEB-CTA
                   SUBTRACT VALOR-WRK FROM WS-SALDO-CTA
               WHEN "E"
               WHEN "D"
               WHEN "M"
                   MOVE "C" TO LINHA-EXC(59:1)
                   ADD VALOR-WRK TO WS-CRED-CTA
                   ADD VALOR-WRK TO WS-SALDO-CTA
           END-EVALUATE
           MOVE WS-SALDO-CTA TO WS-SALDO-EDT
           MOVE WS-SALDO-EDT TO LINHA-EXC(61:)
           PERFORM GRAVARLINHAEXC
           IF (TIPO-WRK = "M" OR TIPO-WRK = "R")
               AND HIST-WRK NOT = SPACES
               MOVE HIST-WRK TO LINHA-EXC(12:)
               PERFORM GRAVARLINHAEXC
           END-IF.

       FECHARCONTA.
           MOVE ALL "-" TO LINHA-EXC
           PERFORM GRAVARLINHAEXC
           MOVE WS-SALDO-CTA TO WS-SALDO-EDT
           STRING "SALDO DISPONIVEL EM " WS-DATA-MOV(7:2) "/"
               WS-DATA-MOV(5:2) "/" WS-DATA-MOV(1:4) ": R$"
               WS-SALDO-EDT
               DELIMITED BY SIZE INTO LINHA-EXC
           PERFORM GRAVARLINHAEXC
           MOVE ALL "=" TO LINHA-EXC
           PERFORM GRAVARLINHAEXC
           MOVE WS-CTA-ATU  TO LINHA-SCR
           MOVE WS-NOME-CTA TO LINHA-SCR(9:)
           MOVE WS-CRED-CTA TO WS-VALOR-EDT
           MOVE WS-VALOR-EDT TO LINHA-SCR(30:)
           MOVE WS-DEB-CTA  TO WS-VALOR-EDT
           MOVE WS-VALOR-EDT TO LINHA-SCR(44:)
           MOVE WS-SALDO-CTA TO WS-SALDO-EDT
           MOVE WS-SALDO-EDT TO LINHA-SCR(58:)
           PERFORM GRAVARLINHASCR
           ADD WS-SALDO-CTA TO SOMA-SALDOS
           IF WS-SALDO-CTA > 0
               ADD 1 TO CONT-CTA-SLD
           END-IF
           IF WS-SALDO-CTA < 0
               ADD 1 TO CONT-CTA-NEG
           END-IF
           MOVE "N" TO WS-TEM-CTA.

       GRAVARLINHAEXC.
           WRITE LINHA-EXC
           MOVE SPACES TO LINHA-EXC.

       GRAVARLINHASCR.
           WRITE LINHA-SCR
           MOVE SPACES TO LINHA-SCR.

      *              Conciliacao: o saldo do livro (creditos menos
      *              baixas) tem de bater com a soma dos saldos das
      *              contas e com a conta da tesouraria.
       GRAVARCONCILIACAO.
           COMPUTE TOT-CREDITOS = TOT-EXC + TOT-DUP + TOT-MAN
           COMPUTE SALDO-LIVRO = TOT-CREDITOS - TOT-UTI - TOT-RST
           MOVE ALL "-" TO LINHA-SCR
           PERFORM GRAVARLINHASCR
           STRING "CONTAS: " CONT-CTA "  COM SALDO: " CONT-CTA-SLD
               "  SALDO NEGATIVO: " CONT-CTA-NEG
               DELIMITED BY SIZE INTO LINHA-SCR
           PERFORM GRAVARLINHASCR
           PERFORM GRAVARLINHASCR
           MOVE "CONCILIACAO" TO LINHA-SCR
           PERFORM GRAVARLINHASCR
           MOVE ALL "=" TO LINHA-SCR(1:11)
           PERFORM GRAVARLINHASCR
           MOVE "(+) EXCEDENTES DE PAGAMENTO" TO LINHA-SCR
           MOVE TOT-EXC TO WS-SALDO-EDT
           PERFORM GRAVARVALORCONCILIACAO
           MOVE "(+) PAGAMENTOS EM DUPLICIDADE" TO LINHA-SCR
           MOVE TOT-DUP TO WS-SALDO-EDT
           PERFORM GRAVARVALORCONCILIACAO
           MOVE "(+) CREDITOS MANUAIS" TO LINHA-SCR
           MOVE TOT-MAN TO WS-SALDO-EDT
           PERFORM GRAVARVALORCONCILIACAO
           MOVE "(-) UTILIZADO NAS MENSALIDADES" TO LINHA-SCR
           MOVE TOT-UTI TO WS-SALDO-EDT
           PERFORM GRAVARVALORCONCILIACAO
           MOVE "(-) RESTITUIDO AS FAMILIAS" TO LINHA-SCR
           MOVE TOT-RST TO WS-SALDO-EDT
           PERFORM GRAVARVALORCONCILIACAO
           MOVE "(=) SALDO DO LIVRO DE CREDITOS" TO LINHA-SCR
           MOVE SALDO-LIVRO TO WS-SALDO-EDT
           PERFORM GRAVARVALORCONCILIACAO
           MOVE "    SOMA DOS SALDOS DAS CONTAS" TO LINHA-SCR
           MOVE SOMA-SALDOS TO WS-SALDO-EDT
           PERFORM GRAVARVALORCONCILIACAO
           IF WS-TEM-TCR = "S"
               MOVE "    SALDO DA CONTA DA TESOURARIA" TO LINHA-SCR
               MOVE WS-SALDO-TCR TO WS-SALDO-EDT
               PERFORM GRAVARVALORCONCILIACAO
               COMPUTE WS-DIFERENCA = SALDO-LIVRO - WS-SALDO-TCR
               MOVE "    DIFERENCA (LIVRO - TESOURARIA)" TO LINHA-SCR
               MOVE WS-DIFERENCA TO WS-SALDO-EDT
               PERFORM GRAVARVALORCONCILIACAO
           ELSE
               MOVE "    SALDO DA TESOURARIA NAO INFORMADO (CADTCR)"
                   TO LINHA-SCR
               PERFORM GRAVARLINHASCR
           END-IF
           PERFORM GRAVARLINHASCR
           IF SOMA-SALDOS NOT = SALDO-LIVRO
               OR (WS-TEM-TCR = "S" AND WS-DIFERENCA NOT = 0)
               MOVE "SITUACAO: DIVERGENTE" TO LINHA-SCR
               DISPLAY "EX98 - CREDITOS DAS FAMILIAS NAO CONCILIAM "
                   "COM A TESOURARIA - DIFERENCA " WS-DIFERENCA
           ELSE
               MOVE "SITUACAO: CONCILIADO" TO LINHA-SCR
           END-IF
           PERFORM GRAVARLINHASCR.

       GRAVARVALORCONCILIACAO.
           MOVE WS-SALDO-EDT TO LINHA-SCR(45:)
           PERFORM GRAVARLINHASCR.

       TERMINO.
           IF WS-TEM-CTA = "S"
               PERFORM FECHARCONTA
           END-IF
           PERFORM GRAVARCONCILIACAO
           CLOSE CADWRK RELEXC RELSCR CADALU.
           DISPLAY "EX98 - MOVIMENTOS: " CONT-MOV
               " CONTAS: " CONT-CTA
               " COM SALDO: " CONT-CTA-SLD
               " SALDO DO LIVRO: " SALDO-LIVRO.
