       IDENTIFICATION DIVISION.
       PROGRAM-ID.   EX97.
       AUTHOR.       ERIKA ROCHA.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 23-10-2025.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.      MOVIMENTOS MANUAIS DO LIVRO DE CREDITOS DAS
      *              FAMILIAS CADCRD. LE AS TRANSACOES APROVADAS DE
      *              CADMOVCR - CONTA (RESPONSAVEL "R" OU ALUNO "A"),
      *              TIPO ("M" = CREDITO MANUAL, "R" = RESTITUICAO A
      *              FAMILIA QUE SAI DA ESCOLA), VALOR, O SUPERVISOR
      *              QUE APROVOU E UM HISTORICO - E ACRESCENTA CADA
      *              TRANSACAO ACEITA NO LIVRO. A RODADA EXIGE O
      *              REGISTRO DE OPERADORES CADOPE E O OPERADOR DA
      *              VARIAVEL DE AMBIENTE OPERADOR CADASTRADO (COMO
      *              NO EX96); APROVADOR QUE NAO E SUPERVISOR VAI
      *              PARA O DIARIO DE SEGURANCA CADSEG.
      *              TRANSACAO REJEITADA SAI EM CADRJCR COM O CODIGO
      *              DO MOTIVO: TIP = TIPO INVALIDO, VAL = VALOR
      *              ZERADO, CTA = CONTA INEXISTENTE (RESPONSAVEL
      *              FORA DE CADRSP OU ALUNO FORA DO MESTRE), APR =
      *              APROVADOR INVALIDO, SAL = RESTITUICAO MAIOR QUE
      *              O SALDO DA CONTA (O SALDO E APURADO DO PROPRIO
      *              LIVRO E ATUALIZADO A CADA TRANSACAO DA RODADA).
      *              AS TRANSACOES ACEITAS SAEM NO RELATORIO RELMCR
      *              COM O SALDO DA CONTA APOS O MOVIMENTO - A
      *              RESTITUICAO LISTADA E O COMPROVANTE PARA A
      *              TESOURARIA PAGAR.
      *              AS ENTRADAS GRAVADAS NO DIARIO CADSEG SAO
      *              NUMERADAS E LACRADAS EM CORRENTE (SELO CALCULADO
      *              SOBRE A ENTRADA E O SELO ANTERIOR, COM A ANCORA EM
      *              CADSEL), CONFERIDA PELO EX101.

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
           SELECT CADMOVCR ASSIGN TO DYNAMIC WS-CADMOVCR-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADMOVCR.
           SELECT CADCRD   ASSIGN TO DYNAMIC WS-CADCRD-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADCRD.
           SELECT CADRJCR  ASSIGN TO DYNAMIC WS-CADRJCR-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADRJCR.
           SELECT RELMCR   ASSIGN TO DYNAMIC WS-RELMCR-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELMCR.
      *              CADALU e o mestre indexado gerado pelo conversor
      *              EX18; aqui e consultado por chave para validar a
      *              conta de credito do aluno.
           SELECT CADALU   ASSIGN TO DYNAMIC WS-CADALU-ARQ
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS NUM-ENT
           FILE STATUS IS FS-CADALU.
           SELECT CADRSP   ASSIGN TO DYNAMIC WS-CADRSP-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADRSP.
           SELECT CADOPE   ASSIGN TO DYNAMIC WS-CADOPE-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADOPE.
           SELECT CADSEG   ASSIGN TO DYNAMIC WS-CADSEG-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADSEG.
           SELECT CADSEL   ASSIGN TO DYNAMIC WS-CADSEL-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADSEL.
           SELECT CADDTM   ASSIGN TO DYNAMIC WS-CADDTM-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADDTM.

       DATA DIVISION.

       FILE SECTION.
      *              CADMOVCR: transacoes manuais ja aprovadas.
       FD CADMOVCR
           LABEL RECORD ARE STANDARD.

       01 REG-MOV.
           02 CTA-MOV.
               03 TCTA-MOV  PIC X(01).
               03 CCTA-MOV  PIC 9(05).
           02 TIPO-MOV      PIC X(01).
           02 VALOR-MOV     PIC 9(07)V99.
           02 APROV-MOV     PIC X(05).
           02 HIST-MOV      PIC X(20).

       FD CADCRD
           LABEL RECORD ARE STANDARD.

           COPY CADCRD.

      *              CADRJCR: transacoes rejeitadas, no mesmo leiaute
      *              do arquivo de entrada mais o codigo do motivo.
       FD CADRJCR
           LABEL RECORD ARE STANDARD.

       01 REG-RJC.
           02 MOV-RJC       PIC X(41).
           02 MOTIVO-RJC    PIC X(03).

       FD RELMCR
           LABEL RECORD ARE STANDARD.

       01 LINHA-MCR  PIC X(80).

       FD CADALU
           LABEL RECORD ARE STANDARD.

           COPY CADALU.

      *              CADRSP: registro de responsaveis financeiros -
      *              codigo, nome e endereco de cobranca. Opcional;
      *              sem ele so ha contas de aluno.
       FD CADRSP
           LABEL RECORD ARE STANDARD.

       01 REG-RSP.
           02 COD-RSP       PIC 9(05).
           02 NOME-RSP      PIC X(20).
           02 ENDER-RSP     PIC X(40).

      *              CADOPE: registro de operadores - identificacao,
      *              nome e nivel de permissao (1 = operacao, 2 =
      *              supervisor). Obrigatorio nesta rodada.
       FD CADOPE
           LABEL RECORD ARE STANDARD.

       01 REG-OPE.
           02 ID-OPE        PIC X(05).
           02 NOME-OPE      PIC X(20).
           02 NIVEL-OPE     PIC 9(01).

      *              CADSEG: diario de seguranca, somente-acrescimo -
      *              uma entrada por tentativa de operacao recusada.
       FD CADSEG
           LABEL RECORD ARE STANDARD.

       01 REG-SEG.
           02 DATA-SEG      PIC 9(08).
           02 HORA-SEG      PIC 9(06).
           02 PROG-SEG      PIC X(04).
           02 OPER-SEG      PIC X(05).
           02 EVENTO-SEG    PIC X(40).
           02 SEQ-SEG       PIC 9(09).
           02 SELO-SEG      PIC 9(09).

      *              CADDTM: data de movimento (AAAAMMDD) do lote.
      *              Opcional - se ausente, vale o relogio da maquina.
       FD CADDTM
           LABEL RECORD ARE STANDARD.

       01 REG-DTM.
           02 DATA-DTM       PIC 9(08).

      *              CADSEL: ancora do lacre encadeado de CADAUD e
      *              CADSEG (ultima sequencia e ultimo selo de cada
      *              trilha).
       FD CADSEL
           LABEL RECORD ARE STANDARD.

           COPY CADSEL.

       WORKING-STORAGE SECTION.
       77 FIM-ARQ       PIC X(03) VALUE "NAO".
       77 FS-CADMOVCR   PIC X(02) VALUE "00".
       77 FS-CADCRD     PIC X(02) VALUE "00".
       77 FS-CADRJCR    PIC X(02) VALUE "00".
       77 FS-RELMCR     PIC X(02) VALUE "00".
       77 FS-CADALU     PIC X(02) VALUE "00".
       77 FS-CADRSP     PIC X(02) VALUE "00".
       77 FS-CADDTM     PIC X(02) VALUE "00".
       77 WS-DATA-MOV   PIC 9(08) VALUE 0.
       77 WS-CONTA-OK   PIC X(01) VALUE "N".
       77 WS-NOME-CTA   PIC X(20) VALUE SPACES.

      *              Identificacao do operador da rodada (variavel de
      *              ambiente OPERADOR, validada contra CADOPE) e a
      *              tabela de operadores para conferir o aprovador
      *              de cada transacao.
       77 FS-CADOPE     PIC X(02) VALUE "00".
       77 FS-CADSEG     PIC X(02) VALUE "00".
       77 FIM-OPE       PIC X(03) VALUE "NAO".
       77 WS-OPERADOR   PIC X(05) VALUE SPACES.
       77 WS-OPE-OK     PIC X(01) VALUE "N".
       77 WS-DATA-SEG   PIC 9(08) VALUE 0.
       77 WS-HORA-SEG   PIC 9(08) VALUE 0.
       77 WS-EVENTO-SEG PIC X(40) VALUE SPACES.
       77 QTD-OPE       PIC 9(03) VALUE 0.
       77 IDX-OPE       PIC 9(03) VALUE 0.
       77 WS-APROV-OK   PIC X(01) VALUE "N".
       01 TABELA-OPE.
           02 OPE-ITEM OCCURS 100 TIMES.
               03 ID-OPE-TAB    PIC X(05).
               03 NIVEL-OPE-TAB PIC 9(01).

      *              Responsaveis em memoria (mesmo limite do EX25).
       77 QTD-RSP       PIC 9(03) VALUE 0.
       77 IDX-RSP       PIC 9(03) VALUE 0.
       01 TABELA-RSP.
           02 RSP-ITEM OCCURS 200 TIMES.
               03 COD-RSP-TAB   PIC 9(05).
               03 NOME-RSP-TAB  PIC X(20).

      *              Saldos do livro de creditos por conta, apurados
      *              na abertura e atualizados a cada movimento.
       77 QTD-CTA       PIC 9(03) VALUE 0.
       77 IDX-CTA       PIC 9(03) VALUE 0.
       77 IDX-CTA-ACH   PIC 9(03) VALUE 0.
       77 WS-CTA        PIC X(06) VALUE SPACES.
       01 TABELA-CTA.
           02 CTA-ITEM OCCURS 500 TIMES.
               03 CTA-TAB       PIC X(06).
               03 SALDO-TAB     PIC S9(09)V99.

       77 CONT-TRN      PIC 9(05) VALUE 0.
       77 CONT-CRM      PIC 9(05) VALUE 0.
       77 CONT-RST      PIC 9(05) VALUE 0.
       77 CONT-REJ      PIC 9(05) VALUE 0.
       77 TOT-CRM       PIC 9(09)V99 VALUE 0.
       77 TOT-RST       PIC 9(09)V99 VALUE 0.
       77 WS-VALOR-EDT  PIC ZZ.ZZZ.ZZ9,99.
       77 WS-SALDO-EDT  PIC ---.---.--9,99.

      *              Nomes fisicos dos arquivos, com o valor original
      *              como default, substituiveis em tempo de execucao
      *              por variaveis de ambiente (ver LERNOMESARQUIVOS).
       77 WS-CADMOVCR-ARQ PIC X(40) VALUE "CADMOVCR.DAT".
       77 WS-CADCRD-ARQ   PIC X(40) VALUE "CADCRD.DAT".
       77 WS-CADRJCR-ARQ  PIC X(40) VALUE "CADRJCR.DAT".
       77 WS-RELMCR-ARQ   PIC X(40) VALUE "RELMCR.DAT".
       77 WS-CADALU-ARQ   PIC X(40) VALUE "CADALU.DAT".
       77 WS-CADRSP-ARQ   PIC X(40) VALUE "CADRSP.DAT".
       77 WS-CADOPE-ARQ   PIC X(40) VALUE "CADOPE.DAT".
       77 WS-CADSEG-ARQ   PIC X(40) VALUE "CADSEG.DAT".
       77 WS-CADSEL-ARQ   PIC X(40) VALUE "CADSEL.DAT".
       77 WS-CADDTM-ARQ   PIC X(40) VALUE "CADDTM.DAT".
       77 WS-ENV-TEMP     PIC X(40).

      *              Lacre encadeado das trilhas (ver ABRIRLACRE).
       77 FS-CADSEL     PIC X(02) VALUE "00".
       77 FIM-SEL       PIC X(03) VALUE "NAO".
       77 WS-ARQ-SELO   PIC X(06) VALUE SPACES.
       77 WS-SEQ-SELO   PIC 9(09) VALUE 0.
       77 WS-SELO       PIC 9(09) VALUE 0.
       77 WS-SELO-CALC  PIC 9(12) VALUE 0.
       77 WS-AREA-SELO  PIC X(200) VALUE SPACES.
       77 WS-TAM-SELO   PIC 9(03) VALUE 0.
       77 IDX-SELO      PIC 9(03) VALUE 0.
       77 QTD-SEL       PIC 9(02) VALUE 0.
       77 IDX-SEL       PIC 9(02) VALUE 0.
       77 IDX-SEL-ACH   PIC 9(02) VALUE 0.
       01 TABELA-SEL.
           02 SEL-ITEM OCCURS 10 TIMES.
               03 ARQ-SEL-TAB  PIC X(06).
               03 SEQ-SEL-TAB  PIC 9(09).
               03 SELO-SEL-TAB PIC 9(09).

       PROCEDURE DIVISION.

       EXECUTAR.
           PERFORM LERNOMESARQUIVOS.
           PERFORM INICIO.
           PERFORM PRINCIPAL
               UNTIL FIM-ARQ EQUAL "SIM".
           PERFORM TERMINO.
           STOP RUN.

       LERNOMESARQUIVOS.
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADMOVCR"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADMOVCR-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADCRD"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADCRD-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADRJCR"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADRJCR-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "RELMCR"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-RELMCR-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADALU"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADALU-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADRSP"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADRSP-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADOPE"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADOPE-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADSEG"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADSEG-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADSEL"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADSEL-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADDTM"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADDTM-ARQ
           END-IF.

       INICIO.
           PERFORM LERDATAMOV.
           PERFORM VERIFICAROPERADOR.
           PERFORM CARREGARRESPONSAVEIS.
           PERFORM CARREGARSALDOS.
           OPEN INPUT CADMOVCR
           IF FS-CADMOVCR NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADMOVCR-ARQ)
                   " - FILE STATUS " FS-CADMOVCR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CADALU
           IF FS-CADALU NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADALU-ARQ)
                   " - FILE STATUS " FS-CADALU
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT CADRJCR
           IF FS-CADRJCR NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADRJCR-ARQ)
                   " - FILE STATUS " FS-CADRJCR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RELMCR
           IF FS-RELMCR NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-RELMCR-ARQ)
                   " - FILE STATUS " FS-RELMCR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND CADCRD
           IF FS-CADCRD = "35" OR FS-CADCRD = "05"
               OPEN OUTPUT CADCRD
               CLOSE CADCRD
               OPEN EXTEND CADCRD
           END-IF
           IF FS-CADCRD NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADCRD-ARQ)
                   " - FILE STATUS " FS-CADCRD
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO LINHA-MCR
           STRING "MOVIMENTOS MANUAIS DE CREDITO - "
               WS-DATA-MOV(7:2) "/" WS-DATA-MOV(5:2) "/"
               WS-DATA-MOV(1:4)
               DELIMITED BY SIZE INTO LINHA-MCR
           WRITE LINHA-MCR
           MOVE "CONTA   NOME                 MOVIMENTO          VALOR"
               TO LINHA-MCR
           MOVE "SALDO APOS APROV." TO LINHA-MCR(59:)
           WRITE LINHA-MCR
           MOVE ALL "-" TO LINHA-MCR
           WRITE LINHA-MCR
           PERFORM LERMOV.

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

      *              Movimento de credito e sempre identificado:
      *              CADOPE e obrigatorio, o operador da variavel de
      *              ambiente OPERADOR precisa estar cadastrado e a
      *              tabela de operadores fica em memoria para
      *              conferir os aprovadores.
       VERIFICAROPERADOR.
           ACCEPT WS-DATA-SEG FROM DATE YYYYMMDD
           ACCEPT WS-OPERADOR FROM ENVIRONMENT "OPERADOR"
           OPEN INPUT CADOPE
           IF FS-CADOPE NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADOPE-ARQ)
                   " - FILE STATUS " FS-CADOPE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-OPE-OK
           PERFORM LEROPERADOR UNTIL FIM-OPE = "SIM"
           CLOSE CADOPE
           IF WS-OPE-OK = "N"
               MOVE "OPERADOR NAO CADASTRADO" TO WS-EVENTO-SEG
               PERFORM GRAVARSEGURANCA
               DISPLAY "EX97 - OPERADOR NAO IDENTIFICADO OU NAO "
                   "CADASTRADO - RODADA RECUSADA"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       LEROPERADOR.
           READ CADOPE
               AT END
                   MOVE "SIM" TO FIM-OPE
               NOT AT END
                   IF WS-OPERADOR NOT = SPACES
                       AND ID-OPE = WS-OPERADOR
                       MOVE "S" TO WS-OPE-OK
                   END-IF
                   IF QTD-OPE < 100
                       ADD 1 TO QTD-OPE
                       MOVE ID-OPE    TO ID-OPE-TAB(QTD-OPE)
                       MOVE NIVEL-OPE TO NIVEL-OPE-TAB(QTD-OPE)
                   END-IF
           END-READ.

      *              Acrescenta uma entrada no diario de seguranca
      *              CADSEG para a tentativa recusada.
       GRAVARSEGURANCA.
           OPEN EXTEND CADSEG
           IF FS-CADSEG = "35" OR FS-CADSEG = "05"
               OPEN OUTPUT CADSEG
               CLOSE CADSEG
               OPEN EXTEND CADSEG
           END-IF
           IF FS-CADSEG = "00"
               ACCEPT WS-HORA-SEG FROM TIME
               MOVE WS-DATA-SEG TO DATA-SEG
               MOVE WS-HORA-SEG(1:6) TO HORA-SEG
               MOVE "EX97"        TO PROG-SEG
               MOVE WS-OPERADOR   TO OPER-SEG
               MOVE WS-EVENTO-SEG TO EVENTO-SEG
               PERFORM LACRARSEGURANCA
               WRITE REG-SEG
               PERFORM FECHARLACRE
               CLOSE CADSEG
           END-IF.

      *              Numera e lacra a entrada de CADSEG ja montada,
      *              imediatamente antes da gravacao.
       LACRARSEGURANCA.
           MOVE "CADSEG" TO WS-ARQ-SELO
           PERFORM ABRIRLACRE
           MOVE WS-SEQ-SELO TO SEQ-SEG
           MOVE REG-SEG     TO WS-AREA-SELO
           MOVE 72          TO WS-TAM-SELO
           PERFORM CALCULARSELO
           MOVE WS-SELO     TO SELO-SEG.

      *              Lacre encadeado das trilhas CADAUD e CADSEG: a
      *              ancora CADSEL guarda, por trilha, a sequencia e o
      *              selo da ultima entrada gravada. A entrada nova
      *              recebe a sequencia seguinte e o selo calculado
      *              sobre o seu conteudo a partir do selo anterior;
      *              a ancora e regravada logo depois da gravacao
      *              (FECHARLACRE). A corrente e conferida pelo EX101.
       ABRIRLACRE.
           MOVE 0     TO QTD-SEL
           MOVE "NAO" TO FIM-SEL
           OPEN INPUT CADSEL
           IF FS-CADSEL = "00"
               PERFORM LERLACRE
                   UNTIL FIM-SEL = "SIM"
               CLOSE CADSEL
           END-IF
           MOVE 0 TO IDX-SEL-ACH
           PERFORM VARYING IDX-SEL FROM 1 BY 1
               UNTIL IDX-SEL > QTD-SEL
               IF ARQ-SEL-TAB(IDX-SEL) = WS-ARQ-SELO
                   MOVE IDX-SEL TO IDX-SEL-ACH
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF IDX-SEL-ACH = 0
               ADD 1 TO QTD-SEL
               MOVE QTD-SEL     TO IDX-SEL-ACH
               MOVE WS-ARQ-SELO TO ARQ-SEL-TAB(IDX-SEL-ACH)
               MOVE 0           TO SEQ-SEL-TAB(IDX-SEL-ACH)
               MOVE 0           TO SELO-SEL-TAB(IDX-SEL-ACH)
           END-IF
           COMPUTE WS-SEQ-SELO = SEQ-SEL-TAB(IDX-SEL-ACH) + 1
           MOVE SELO-SEL-TAB(IDX-SEL-ACH) TO WS-SELO.

       LERLACRE.
           READ CADSEL
               AT END
                   MOVE "SIM" TO FIM-SEL
               NOT AT END
                   IF QTD-SEL < 10
                       ADD 1 TO QTD-SEL
                       MOVE ARQ-SEL  TO ARQ-SEL-TAB(QTD-SEL)
                       MOVE SEQ-SEL  TO SEQ-SEL-TAB(QTD-SEL)
                       MOVE SELO-SEL TO SELO-SEL-TAB(QTD-SEL)
                   END-IF
           END-READ.

      *              Selo encadeado: parte do selo anterior e acumula
      *              cada posicao da area (valor do caractere e
      *              posicao), reduzido modulo um primo de 9 digitos.
       CALCULARSELO.
           PERFORM VARYING IDX-SELO FROM 1 BY 1
               UNTIL IDX-SELO > WS-TAM-SELO
               COMPUTE WS-SELO-CALC = WS-SELO * 31
                   + FUNCTION ORD(WS-AREA-SELO(IDX-SELO:1))
                   + IDX-SELO
               COMPUTE WS-SELO =
                   FUNCTION MOD(WS-SELO-CALC, 999999937)
           END-PERFORM.

       FECHARLACRE.
           MOVE WS-SEQ-SELO TO SEQ-SEL-TAB(IDX-SEL-ACH)
           MOVE WS-SELO     TO SELO-SEL-TAB(IDX-SEL-ACH)
           OPEN OUTPUT CADSEL
           IF FS-CADSEL NOT = "00"
               DISPLAY "EX97 - ERRO AO ABRIR "
                   FUNCTION TRIM(WS-CADSEL-ARQ)
                   " - FILE STATUS " FS-CADSEL
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING IDX-SEL FROM 1 BY 1
               UNTIL IDX-SEL > QTD-SEL
               MOVE ARQ-SEL-TAB(IDX-SEL)  TO ARQ-SEL
               MOVE SEQ-SEL-TAB(IDX-SEL)  TO SEQ-SEL
               MOVE SELO-SEL-TAB(IDX-SEL) TO SELO-SEL
               WRITE REG-SEL
           END-PERFORM
           CLOSE CADSEL.

      *              Responsaveis: opcionais - sem eles toda conta "R"
      *              e rejeitada como inexistente.
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
                       DISPLAY "EX97 - MAIS DE 200 RESPONSAVEIS - "
                           "RODADA ABORTADA"
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO QTD-RSP
                   MOVE COD-RSP  TO COD-RSP-TAB(QTD-RSP)
                   MOVE NOME-RSP TO NOME-RSP-TAB(QTD-RSP)
           END-READ.

      *              Saldos de cada conta apurados do proprio livro
      *              (creditos somam, utilizacao e restituicao
      *              abatem). Livro ainda inexistente = tudo zerado.
       CARREGARSALDOS.
           OPEN INPUT CADCRD
           IF FS-CADCRD = "00"
               PERFORM LERCREDITO UNTIL FIM-ARQ = "SIM"
               CLOSE CADCRD
               MOVE "NAO" TO FIM-ARQ
           END-IF.

       LERCREDITO.
           READ CADCRD
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   MOVE CTA-CRD TO WS-CTA
                   PERFORM OBTERCONTA
                   IF TIPO-CRD = "U" OR TIPO-CRD = "R"
                       SUBTRACT VALOR-CRD FROM SALDO-TAB(IDX-CTA-ACH)
                   ELSE
                       ADD VALOR-CRD TO SALDO-TAB(IDX-CTA-ACH)
                   END-IF
           END-READ.

      *              Posiciona IDX-CTA-ACH na conta de WS-CTA,
      *              criando-a com saldo zero quando ainda nao existe.
       OBTERCONTA.
           MOVE 0 TO IDX-CTA-ACH
           PERFORM VARYING IDX-CTA FROM 1 BY 1
               UNTIL IDX-CTA > QTD-CTA
               IF CTA-TAB(IDX-CTA) = WS-CTA
                   MOVE IDX-CTA TO IDX-CTA-ACH
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF IDX-CTA-ACH = 0
               IF QTD-CTA = 500
                   DISPLAY "EX97 - MAIS DE 500 CONTAS DE CREDITO - "
                       "RODADA ABORTADA"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QTD-CTA
               MOVE QTD-CTA TO IDX-CTA-ACH
               MOVE WS-CTA  TO CTA-TAB(QTD-CTA)
               MOVE 0       TO SALDO-TAB(QTD-CTA)
           END-IF.

       LERMOV.
           READ CADMOVCR
               AT END
                   MOVE "SIM" TO FIM-ARQ
           END-READ.

       PRINCIPAL.
           ADD 1 TO CONT-TRN
           PERFORM VALIDARCONTA
           PERFORM VALIDARAPROVADOR
           EVALUATE TRUE
               WHEN TIPO-MOV NOT = "M" AND TIPO-MOV NOT = "R"
                   MOVE "TIP" TO MOTIVO-RJC
                   PERFORM REJEITARTRANSACAO
               WHEN VALOR-MOV = 0
                   MOVE "VAL" TO MOTIVO-RJC
                   PERFORM REJEITARTRANSACAO
               WHEN WS-CONTA-OK = "N"
                   MOVE "CTA" TO MOTIVO-RJC
                   PERFORM REJEITARTRANSACAO
               WHEN WS-APROV-OK = "N"
                   MOVE SPACES TO WS-EVENTO-SEG
                   STRING "CREDITO SEM APROVACAO CONTA " CTA-MOV
                       DELIMITED BY SIZE INTO WS-EVENTO-SEG
                   PERFORM GRAVARSEGURANCA
                   MOVE "APR" TO MOTIVO-RJC
                   PERFORM REJEITARTRANSACAO
               WHEN OTHER
                   MOVE CTA-MOV TO WS-CTA
                   PERFORM OBTERCONTA
                   IF TIPO-MOV = "R"
                       AND VALOR-MOV > SALDO-TAB(IDX-CTA-ACH)
                       MOVE "SAL" TO MOTIVO-RJC
                       PERFORM REJEITARTRANSACAO
                   ELSE
                       PERFORM GRAVARMOVIMENTO
                   END-IF
           END-EVALUATE
           PERFORM LERMOV.

      *              Conta de responsavel tem de estar em CADRSP;
      *              conta de aluno, no mestre CADALU.
       VALIDARCONTA.
           MOVE "N" TO WS-CONTA-OK
           MOVE SPACES TO WS-NOME-CTA
           EVALUATE TCTA-MOV
               WHEN "R"
                   PERFORM VARYING IDX-RSP FROM 1 BY 1
                       UNTIL IDX-RSP > QTD-RSP
                       IF COD-RSP-TAB(IDX-RSP) = CCTA-MOV
                           MOVE "S" TO WS-CONTA-OK
                           MOVE NOME-RSP-TAB(IDX-RSP) TO WS-NOME-CTA
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               WHEN "A"
                   MOVE CCTA-MOV TO NUM-ENT
                   READ CADALU
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "S"      TO WS-CONTA-OK
                           MOVE NOME-ENT TO WS-NOME-CTA
                   END-READ
           END-EVALUATE.

       VALIDARAPROVADOR.
           MOVE "N" TO WS-APROV-OK
           PERFORM VARYING IDX-OPE FROM 1 BY 1
               UNTIL IDX-OPE > QTD-OPE
               IF ID-OPE-TAB(IDX-OPE) = APROV-MOV
                   AND APROV-MOV NOT = SPACES
                   AND NIVEL-OPE-TAB(IDX-OPE) NOT < 2
                   MOVE "S" TO WS-APROV-OK
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       REJEITARTRANSACAO.
           MOVE REG-MOV TO MOV-RJC
           WRITE REG-RJC
           ADD 1 TO CONT-REJ
           DISPLAY "EX97 - TRANSACAO REJEITADA (" MOTIVO-RJC
               "): CONTA " CTA-MOV " TIPO " TIPO-MOV.

      *              Acrescenta o movimento aceito no livro, atualiza
      *              o saldo em memoria e lista no relatorio.
       GRAVARMOVIMENTO.
           MOVE CTA-MOV     TO CTA-CRD
           MOVE WS-DATA-MOV TO DATA-CRD
           MOVE TIPO-MOV    TO TIPO-CRD
           MOVE 0           TO NUM-CRD
           IF TCTA-MOV = "A"
               MOVE CCTA-MOV TO NUM-CRD
           END-IF
           MOVE 0           TO COMP-CRD
           MOVE SPACES      TO TIPOCOB-CRD
           MOVE VALOR-MOV   TO VALOR-CRD
           MOVE APROV-MOV   TO APROV-CRD
           MOVE HIST-MOV    TO HIST-CRD
           WRITE REG-CRD
           IF TIPO-MOV = "R"
               SUBTRACT VALOR-MOV FROM SALDO-TAB(IDX-CTA-ACH)
               ADD 1         TO CONT-RST
               ADD VALOR-MOV TO TOT-RST
           ELSE
               ADD VALOR-MOV TO SALDO-TAB(IDX-CTA-ACH)
               ADD 1         TO CONT-CRM
               ADD VALOR-MOV TO TOT-CRM
           END-IF
           MOVE SPACES TO LINHA-MCR
           MOVE VALOR-MOV TO WS-VALOR-EDT
           MOVE SALDO-TAB(IDX-CTA-ACH) TO WS-SALDO-EDT
           STRING TCTA-MOV CCTA-MOV "  " WS-NOME-CTA " "
               DELIMITED BY SIZE INTO LINHA-MCR
           IF TIPO-MOV = "R"
               MOVE "RESTITUICAO" TO LINHA-MCR(30:)
           ELSE
               MOVE "CREDITO MANUAL" TO LINHA-MCR(30:)
           END-IF
           MOVE WS-VALOR-EDT TO LINHA-MCR(45:)
           MOVE WS-SALDO-EDT TO LINHA-MCR(59:)
           MOVE APROV-MOV    TO LINHA-MCR(73:)
           WRITE LINHA-MCR
           IF HIST-MOV NOT = SPACES
               MOVE SPACES TO LINHA-MCR
               MOVE HIST-MOV TO LINHA-MCR(9:)
               WRITE LINHA-MCR
           END-IF.

       TERMINO.
           MOVE ALL "-" TO LINHA-MCR
           WRITE LINHA-MCR
           MOVE SPACES TO LINHA-MCR
           MOVE TOT-CRM TO WS-VALOR-EDT
           STRING "CREDITOS MANUAIS: " CONT-CRM
               "  TOTAL R$" WS-VALOR-EDT
               DELIMITED BY SIZE INTO LINHA-MCR
           WRITE LINHA-MCR
           MOVE SPACES TO LINHA-MCR
           MOVE TOT-RST TO WS-VALOR-EDT
           STRING "RESTITUICOES:     " CONT-RST
               "  TOTAL R$" WS-VALOR-EDT
               "  REJEITADAS: " CONT-REJ
               DELIMITED BY SIZE INTO LINHA-MCR
           WRITE LINHA-MCR
           CLOSE CADMOVCR CADCRD CADRJCR RELMCR CADALU.
           DISPLAY "EX97 - TRANSACOES LIDAS: " CONT-TRN
               " CREDITOS: " CONT-CRM
               " RESTITUICOES: " CONT-RST
               " REJEITADAS: " CONT-REJ.
