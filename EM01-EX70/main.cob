       IDENTIFICATION DIVISION.
       PROGRAM-ID.   EX70.
       AUTHOR.       ERIKA ROCHA.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 10-10-2025.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.      ALERTA MENSAL DE FERIAS A VENCER, POR
      *              DEPARTAMENTO, NO ESTILO DO RESUMO DO EX35. LE O
      *              LIVRO DE PERIODOS AQUISITIVOS CADPAQ (EX69/EX38)
      *              E SELECIONA OS PERIODOS JA COMPLETOS QUE AINDA
      *              TEM SALDO DE DIAS (DIREITO MENOS GOZADOS),
      *              CLASSIFICANDO PELO LIMITE DO PERIODO CONCESSIVO
      *              CONTRA A DATA DE MOVIMENTO (CADDTM; SEM ELE, O
      *              RELOGIO DA MAQUINA): "VENCIDO" (LIMITE JA
      *              PASSOU - FERIAS EM DOBRO), "ATE 60" E "ATE 90"
      *              DIAS. O DEPARTAMENTO E O NOME VEM DO MESTRE
      *              INDEXADO CADFUN E O NOME DO DEPARTAMENTO DA
      *              TABELA CADDEP. O RELATORIO RELPAQ SAI AGRUPADO
      *              POR DEPARTAMENTO, DO LIMITE MAIS PROXIMO PARA O
      *              MAIS DISTANTE, COM O SUBTOTAL DE CADA FAIXA POR
      *              DEPARTAMENTO E O TOTAL GERAL.

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
      *              EX18; aqui e consultado por chave para obter o
      *              nome e o departamento do funcionario.
           SELECT CADFUN   ASSIGN TO DYNAMIC WS-CADFUN-ARQ
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS COD-ENT
           FILE STATUS IS FS-CADFUN.
           SELECT CADPAQ   ASSIGN TO DYNAMIC WS-CADPAQ-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADPAQ.
           SELECT CADDEP   ASSIGN TO DYNAMIC WS-CADDEP-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADDEP.
           SELECT CADDTM   ASSIGN TO DYNAMIC WS-CADDTM-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADDTM.
           SELECT RELPAQ   ASSIGN TO DYNAMIC WS-RELPAQ-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELPAQ.

       DATA DIVISION.

       FILE SECTION.
       FD CADFUN
           LABEL RECORD ARE STANDARD.

           COPY CADFUN.

       FD CADPAQ
           LABEL RECORD ARE STANDARD.

           COPY CADPAQ.

      *              CADDEP: tabela de departamentos (codigo e nome),
      *              a mesma do EX35. Opcional aqui - sem ela o
      *              relatorio sai so com o codigo.
       FD CADDEP
           LABEL RECORD ARE STANDARD.

       01 REG-DEP.
           02 COD-DEP       PIC 9(03).
           02 NOME-DEP      PIC X(20).

      *              CADDTM: data de movimento (AAAAMMDD) do lote.
      *              Opcional - se ausente, vale o relogio da maquina.
       FD CADDTM
           LABEL RECORD ARE STANDARD.

       01 REG-DTM.
           02 DATA-DTM       PIC 9(08).

       FD RELPAQ
           LABEL RECORD ARE STANDARD.

       01 LINHA-PAQ  PIC X(80).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ       PIC X(03) VALUE "NAO".
       77 FS-CADFUN     PIC X(02) VALUE "00".
       77 FS-CADPAQ     PIC X(02) VALUE "00".
       77 FS-CADDEP     PIC X(02) VALUE "00".
       77 FS-CADDTM     PIC X(02) VALUE "00".
       77 FS-RELPAQ     PIC X(02) VALUE "00".
       77 WS-DATA-MOV   PIC 9(08) VALUE 0.
       77 WS-DIA-MOV    PIC 9(07) VALUE 0.
       77 WS-DIA-LIM    PIC 9(07) VALUE 0.
       77 WS-SALDO      PIC 9(02) VALUE 0.
       77 WS-FAIXA      PIC X(08) VALUE SPACES.
       77 WS-DEPTO-ANT  PIC 9(03) VALUE 0.
       77 WS-NOME-DEP   PIC X(20) VALUE SPACES.

      *              Nomes dos departamentos (mesmo limite de 100 do
      *              EX35).
       77 QTD-DEP       PIC 9(03) VALUE 0.
       77 IDX-DEP       PIC 9(03) VALUE 0.
       01 TABELA-DEP.
           02 DEP-ITEM OCCURS 100 TIMES.
               03 COD-DEP-TAB   PIC 9(03).
               03 NOME-DEP-TAB  PIC X(20).

      *              Periodos em alerta, ordenados por departamento e
      *              limite antes da impressao.
       77 QTD-ALE       PIC 9(04) VALUE 0.
       77 IDX-ALE       PIC 9(04) VALUE 0.
       01 TABELA-ALE.
           02 ALE-ITEM OCCURS 1 TO 5000 TIMES
               DEPENDING ON QTD-ALE.
               03 DEPTO-ALE-TAB  PIC 9(03).
               03 LIMITE-ALE-TAB PIC 9(08).
               03 COD-ALE-TAB    PIC 9(05).
               03 NOME-ALE-TAB   PIC X(20).
               03 INICIO-ALE-TAB PIC 9(08).
               03 FIM-ALE-TAB    PIC 9(08).
               03 SALDO-ALE-TAB  PIC 9(02).
               03 FAIXA-ALE-TAB  PIC X(08).

       77 SUB-VENC      PIC 9(05) VALUE 0.
       77 SUB-60        PIC 9(05) VALUE 0.
       77 SUB-90        PIC 9(05) VALUE 0.
       77 TOT-VENC      PIC 9(05) VALUE 0.
       77 TOT-60        PIC 9(05) VALUE 0.
       77 TOT-90        PIC 9(05) VALUE 0.

      *              Campos editados das linhas do relatorio.
       77 WS-QTDE-EDT   PIC ZZZZ9.
       77 WS-SALDO-EDT  PIC Z9.
       77 WS-DATA-EDT   PIC X(10).
       77 WS-LIM-EDT    PIC X(10).

      *              Nomes fisicos dos arquivos, com o valor original
      *              como default, substituiveis em tempo de execucao
      *              por variaveis de ambiente (ver LERNOMESARQUIVOS).
       77 WS-CADFUN-ARQ  PIC X(40) VALUE "CADFUN.DAT".
       77 WS-CADPAQ-ARQ  PIC X(40) VALUE "CADPAQ.DAT".
       77 WS-CADDEP-ARQ  PIC X(40) VALUE "CADDEP.DAT".
       77 WS-CADDTM-ARQ  PIC X(40) VALUE "CADDTM.DAT".
       77 WS-RELPAQ-ARQ  PIC X(40) VALUE "RELPAQ.DAT".
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
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADDEP"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADDEP-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADDTM"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADDTM-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "RELPAQ"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-RELPAQ-ARQ
           END-IF.

       INICIO.
           PERFORM LERDATAMOV.
           PERFORM CARREGARDEPARTAMENTOS.
           OPEN INPUT CADFUN
           IF FS-CADFUN NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADFUN-ARQ)
                   " - FILE STATUS " FS-CADFUN
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CADPAQ
           IF FS-CADPAQ NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADPAQ-ARQ)
                   " - FILE STATUS " FS-CADPAQ
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RELPAQ
           IF FS-RELPAQ NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-RELPAQ-ARQ)
                   " - FILE STATUS " FS-RELPAQ
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LERPAQ.

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
           COMPUTE WS-DIA-MOV = FUNCTION INTEGER-OF-DATE(WS-DATA-MOV).

       CARREGARDEPARTAMENTOS.
           OPEN INPUT CADDEP
           IF FS-CADDEP = "00"
               PERFORM LERDEPARTAMENTO UNTIL FIM-ARQ = "SIM"
               CLOSE CADDEP
               MOVE "NAO" TO FIM-ARQ
           END-IF.

       LERDEPARTAMENTO.
           READ CADDEP
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   IF QTD-DEP = 100
                       DISPLAY "EX70 - MAIS DE 100 DEPARTAMENTOS - "
                           "RODADA ABORTADA"
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO QTD-DEP
                   MOVE COD-DEP  TO COD-DEP-TAB(QTD-DEP)
                   MOVE NOME-DEP TO NOME-DEP-TAB(QTD-DEP)
           END-READ.

       LERPAQ.
           READ CADPAQ
               AT END
                   MOVE "SIM" TO FIM-ARQ
           END-READ.

      *              So periodo completo com saldo entra; a faixa sai
      *              dos dias entre a data de movimento e o limite.
       PRINCIPAL.
           IF FIM-PAQ < WS-DATA-MOV
               AND DIREITO-PAQ > GOZADOS-PAQ
               COMPUTE WS-SALDO = DIREITO-PAQ - GOZADOS-PAQ
               COMPUTE WS-DIA-LIM =
                   FUNCTION INTEGER-OF-DATE(LIMITE-PAQ)
               MOVE SPACES TO WS-FAIXA
               EVALUATE TRUE
                   WHEN WS-DIA-LIM < WS-DIA-MOV
                       MOVE "VENCIDO" TO WS-FAIXA
                   WHEN WS-DIA-LIM - WS-DIA-MOV NOT > 60
                       MOVE "ATE 60" TO WS-FAIXA
                   WHEN WS-DIA-LIM - WS-DIA-MOV NOT > 90
                       MOVE "ATE 90" TO WS-FAIXA
               END-EVALUATE
               IF WS-FAIXA NOT = SPACES
                   PERFORM GUARDARALERTA
               END-IF
           END-IF
           PERFORM LERPAQ.

      *              Nome e departamento do mestre; funcionario que
      *              ja saiu do mestre fica no departamento 000.
       GUARDARALERTA.
           IF QTD-ALE = 5000
               DISPLAY "EX70 - MAIS DE 5000 PERIODOS EM ALERTA - "
                   "RODADA ABORTADA"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO QTD-ALE
           MOVE COD-PAQ TO COD-ENT
           READ CADFUN
               INVALID KEY
                   MOVE 0 TO DEPTO-ALE-TAB(QTD-ALE)
                   MOVE "** FORA DO MESTRE **"
                       TO NOME-ALE-TAB(QTD-ALE)
               NOT INVALID KEY
                   MOVE DEPTO-ENT TO DEPTO-ALE-TAB(QTD-ALE)
                   MOVE NOME-ENT  TO NOME-ALE-TAB(QTD-ALE)
           END-READ
           MOVE LIMITE-PAQ TO LIMITE-ALE-TAB(QTD-ALE)
           MOVE COD-PAQ    TO COD-ALE-TAB(QTD-ALE)
           MOVE INICIO-PAQ TO INICIO-ALE-TAB(QTD-ALE)
           MOVE FIM-PAQ    TO FIM-ALE-TAB(QTD-ALE)
           MOVE WS-SALDO   TO SALDO-ALE-TAB(QTD-ALE)
           MOVE WS-FAIXA   TO FAIXA-ALE-TAB(QTD-ALE).

       GRAVARLINHA.
           WRITE LINHA-PAQ
           MOVE SPACES TO LINHA-PAQ.

       CABECALHODEPTO.
           MOVE DEPTO-ALE-TAB(IDX-ALE) TO WS-DEPTO-ANT
           MOVE SPACES TO WS-NOME-DEP
           PERFORM VARYING IDX-DEP FROM 1 BY 1
               UNTIL IDX-DEP > QTD-DEP
               IF COD-DEP-TAB(IDX-DEP) = WS-DEPTO-ANT
                   MOVE NOME-DEP-TAB(IDX-DEP) TO WS-NOME-DEP
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE SPACES TO LINHA-PAQ
           STRING "DEPARTAMENTO: " WS-DEPTO-ANT " " WS-NOME-DEP
               DELIMITED BY SIZE INTO LINHA-PAQ
           PERFORM GRAVARLINHA
           MOVE 0 TO SUB-VENC SUB-60 SUB-90.

       RODAPEDEPTO.
           MOVE SPACES TO LINHA-PAQ
           MOVE SUB-VENC TO WS-QTDE-EDT
           STRING "  VENCIDOS: " WS-QTDE-EDT
               DELIMITED BY SIZE INTO LINHA-PAQ
           MOVE SUB-60 TO WS-QTDE-EDT
           STRING "  ATE 60 DIAS: " WS-QTDE-EDT
               DELIMITED BY SIZE INTO LINHA-PAQ(18:)
           MOVE SUB-90 TO WS-QTDE-EDT
           STRING "  ATE 90 DIAS: " WS-QTDE-EDT
               DELIMITED BY SIZE INTO LINHA-PAQ(38:)
           PERFORM GRAVARLINHA
           PERFORM GRAVARLINHA.

       GRAVARDETALHE.
           IF IDX-ALE = 1
               OR DEPTO-ALE-TAB(IDX-ALE) NOT = WS-DEPTO-ANT
               IF IDX-ALE > 1
                   PERFORM RODAPEDEPTO
               END-IF
               PERFORM CABECALHODEPTO
           END-IF
           STRING INICIO-ALE-TAB(IDX-ALE)(7:2) "/"
               INICIO-ALE-TAB(IDX-ALE)(5:2) "/"
               INICIO-ALE-TAB(IDX-ALE)(1:4)
               DELIMITED BY SIZE INTO WS-DATA-EDT
           STRING LIMITE-ALE-TAB(IDX-ALE)(7:2) "/"
               LIMITE-ALE-TAB(IDX-ALE)(5:2) "/"
               LIMITE-ALE-TAB(IDX-ALE)(1:4)
               DELIMITED BY SIZE INTO WS-LIM-EDT
           MOVE SALDO-ALE-TAB(IDX-ALE) TO WS-SALDO-EDT
           MOVE SPACES TO LINHA-PAQ
           STRING "  " COD-ALE-TAB(IDX-ALE) " "
               NOME-ALE-TAB(IDX-ALE) " " WS-DATA-EDT
               "  " WS-SALDO-EDT "   " WS-LIM-EDT "  "
               FAIXA-ALE-TAB(IDX-ALE)
               DELIMITED BY SIZE INTO LINHA-PAQ
           PERFORM GRAVARLINHA
           EVALUATE FAIXA-ALE-TAB(IDX-ALE)
               WHEN "VENCIDO"
                   ADD 1 TO SUB-VENC TOT-VENC
               WHEN "ATE 60"
                   ADD 1 TO SUB-60 TOT-60
               WHEN OTHER
                   ADD 1 TO SUB-90 TOT-90
           END-EVALUATE.

       TERMINO.
           MOVE SPACES TO LINHA-PAQ
           STRING "FERIAS VENCIDAS E A VENCER - DATA BASE "
               WS-DATA-MOV(7:2) "/" WS-DATA-MOV(5:2) "/"
               WS-DATA-MOV(1:4)
               DELIMITED BY SIZE INTO LINHA-PAQ
           PERFORM GRAVARLINHA
           MOVE ALL "-" TO LINHA-PAQ
           PERFORM GRAVARLINHA
           STRING "  FUNC. NOME                 INICIO PER. SALDO "
               "LIMITE      SITUACAO"
               DELIMITED BY SIZE INTO LINHA-PAQ
           PERFORM GRAVARLINHA
           MOVE ALL "-" TO LINHA-PAQ
           PERFORM GRAVARLINHA
           IF QTD-ALE > 1
               SORT ALE-ITEM ON ASCENDING KEY DEPTO-ALE-TAB
                   LIMITE-ALE-TAB
           END-IF
           PERFORM GRAVARDETALHE
               VARYING IDX-ALE FROM 1 BY 1
               UNTIL IDX-ALE > QTD-ALE
           IF QTD-ALE > 0
               PERFORM RODAPEDEPTO
           END-IF
           MOVE ALL "-" TO LINHA-PAQ
           PERFORM GRAVARLINHA
           MOVE TOT-VENC TO WS-QTDE-EDT
           STRING "TOTAL DE PERIODOS VENCIDOS.....: " WS-QTDE-EDT
               DELIMITED BY SIZE INTO LINHA-PAQ
           PERFORM GRAVARLINHA
           MOVE TOT-60 TO WS-QTDE-EDT
           STRING "TOTAL VENCENDO EM ATE 60 DIAS..: " WS-QTDE-EDT
               DELIMITED BY SIZE INTO LINHA-PAQ
           PERFORM GRAVARLINHA
           MOVE TOT-90 TO WS-QTDE-EDT
           STRING "TOTAL VENCENDO EM 61 A 90 DIAS.: " WS-QTDE-EDT
               DELIMITED BY SIZE INTO LINHA-PAQ
           PERFORM GRAVARLINHA
           CLOSE CADFUN CADPAQ RELPAQ.
           DISPLAY "EX70 - PERIODOS EM ALERTA: " QTD-ALE
               " VENCIDOS: " TOT-VENC.
