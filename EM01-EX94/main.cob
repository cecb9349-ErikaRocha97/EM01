       IDENTIFICATION DIVISION.
       PROGRAM-ID.   EX94.
       AUTHOR.       ERIKA ROCHA.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 23-10-2025.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.      DECLARACAO ANUAL DE QUITACAO DE DEBITOS POR
      *              RESPONSAVEL FINANCEIRO (LEI 12.007/2009). RECEBE
      *              O ANO-BASE DO ARQUIVO CADANO (OBRIGATORIO, COMO
      *              NO INFORME DO EX61) E RECUSA ANO AINDA NAO
      *              ENCERRADO NA DATA DE MOVIMENTO. PERCORRE AS
      *              COBRANCAS DE CADCOB CUJA COMPETENCIA CAI NO
      *              ANO-BASE E ATRIBUI CADA UMA AO SEU PAGADOR: O
      *              RESPONSAVEL FINANCEIRO DO ALUNO QUANDO HA VINCULO
      *              EM CADRSL COM RESPONSAVEL CADASTRADO EM CADRSP
      *              (OS MESMOS DO EX25 E DO EX27), OU O PROPRIO ALUNO
      *              QUANDO NAO HA. AS COBRANCAS DO ANO SAO GRAVADAS
      *              NO ARQUIVO DE TRABALHO CADQWK COM A CHAVE DO
      *              PAGADOR E ORDENADAS POR PAGADOR/ALUNO/COMPETENCIA
      *              COM SORT EM ARQUIVO.
      *              PAGADOR COM TODAS AS COBRANCAS DO ANO PAGAS ("P")
      *              RECEBE UMA PAGINA DE DECLARACAO EM RELQUI, NO
      *              ESTILO DE PAGINACAO DO EX28, COM AS COMPETENCIAS
      *              PAGAS DE CADA ALUNO, A DATA DO PAGAMENTO, O VALOR
      *              RECEBIDO (TOTREC, COM MULTA E JUROS, DO EX26) E O
      *              TOTAL PAGO NO ANO. PAGADOR COM QUALQUER COBRANCA
      *              DO ANO EM ABERTO, RENEGOCIADA PELO EX58 OU EM
      *              QUALQUER OUTRA SITUACAO QUE NAO SEJA PAGA NAO
      *              RECEBE DECLARACAO E SAI NA LISTAGEM RELQNE DOS
      *              NAO ELEGIVEIS, COM CADA PENDENCIA. COBRANCA EM
      *              ABERTO DE VALOR ZERO (BOLSA INTEGRAL) NAO E
      *              DIVIDA E NAO ENTRA EM NENHUM DOS DOIS.

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
      *              EX18; aqui e consultado por chave para obter o
      *              nome do aluno.
           SELECT CADALU   ASSIGN TO DYNAMIC WS-CADALU-ARQ
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS NUM-ENT
           FILE STATUS IS FS-CADALU.
           SELECT CADCOB   ASSIGN TO DYNAMIC WS-CADCOB-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADCOB.
           SELECT CADANO   ASSIGN TO DYNAMIC WS-CADANO-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADANO.
           SELECT CADRSP   ASSIGN TO DYNAMIC WS-CADRSP-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADRSP.
           SELECT CADRSL   ASSIGN TO DYNAMIC WS-CADRSL-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADRSL.
           SELECT CADDTM  ASSIGN TO DYNAMIC WS-CADDTM-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADDTM.
           SELECT RELQUI   ASSIGN TO DYNAMIC WS-RELQUI-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELQUI.
           SELECT RELQNE   ASSIGN TO DYNAMIC WS-RELQNE-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELQNE.
      *              CADQWK recebe as cobrancas do ano ja com a chave
      *              do pagador; ARQSORT e o arquivo de trabalho da
      *              ordenacao externa e CADWRK o resultado ordenado
      *              por pagador/aluno/competencia.
           SELECT CADQWK   ASSIGN TO DYNAMIC WS-CADQWK-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADQWK.
           SELECT ARQSORT ASSIGN TO DISK.
           SELECT CADWRK  ASSIGN TO DYNAMIC WS-CADWRK-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADWRK.

       DATA DIVISION.

       FILE SECTION.
       FD CADALU
           LABEL RECORD ARE STANDARD.

           COPY CADALU.

       FD CADCOB
           LABEL RECORD ARE STANDARD.

           COPY CADCOB.

      *              CADANO: ano-base da declaracao (AAAA).
      *              Obrigatorio.
       FD CADANO
           LABEL RECORD ARE STANDARD.

       01 REG-ANO.
           02 ANO-PAR       PIC 9(04).

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

       FD RELQUI
           LABEL RECORD ARE STANDARD.

       01 LINHA-QUI  PIC X(80).

       FD RELQNE
           LABEL RECORD ARE STANDARD.

       01 LINHA-QNE  PIC X(80).

      *              Cobranca do ano com a chave do pagador na frente:
      *              TPAG "R" = responsavel financeiro (CPAG e o
      *              COD-RSP), "A" = o proprio aluno (CPAG e o
      *              NUM-COB).
       FD CADQWK
           LABEL RECORD ARE STANDARD.

       01 REG-QWK.
           02 TPAG-QWK      PIC X(01).
           02 CPAG-QWK      PIC 9(05).
           02 NUM-QWK       PIC 9(05).
           02 COMP-QWK      PIC 9(06).
           02 TIPO-QWK      PIC X(02).
           02 SITPG-QWK     PIC X(01).
           02 VALOR-QWK     PIC 9(05)V99.
           02 TOTREC-QWK    PIC 9(07)V99.
           02 DTPAG-QWK     PIC 9(08).
           02 ACORDO-QWK    PIC 9(05).

       SD ARQSORT.

       01 REG-SRT.
           02 TPAG-SRT      PIC X(01).
           02 CPAG-SRT      PIC 9(05).
           02 NUM-SRT       PIC 9(05).
           02 COMP-SRT      PIC 9(06).
           02 RESTO-SRT     PIC X(32).

       FD CADWRK
           LABEL RECORD ARE STANDARD.

       01 REG-WRK.
           02 TPAG-WRK      PIC X(01).
           02 CPAG-WRK      PIC 9(05).
           02 NUM-WRK       PIC 9(05).
           02 COMP-WRK      PIC 9(06).
           02 TIPO-WRK      PIC X(02).
           02 SITPG-WRK     PIC X(01).
           02 VALOR-WRK     PIC 9(05)V99.
           02 TOTREC-WRK    PIC 9(07)V99.
           02 DTPAG-WRK     PIC 9(08).
           02 ACORDO-WRK    PIC 9(05).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ       PIC X(03) VALUE "NAO".
       77 FS-CADALU     PIC X(02) VALUE "00".
       77 FS-CADCOB     PIC X(02) VALUE "00".
       77 FS-CADANO     PIC X(02) VALUE "00".
       77 FS-CADRSP     PIC X(02) VALUE "00".
       77 FS-CADRSL     PIC X(02) VALUE "00".
       77 FS-CADDTM     PIC X(02) VALUE "00".
       77 FS-RELQUI     PIC X(02) VALUE "00".
       77 FS-RELQNE     PIC X(02) VALUE "00".
       77 FS-CADQWK     PIC X(02) VALUE "00".
       77 FS-CADWRK     PIC X(02) VALUE "00".
       77 WS-ANO        PIC 9(04) VALUE 0.
       77 WS-DATA-MOV   PIC 9(08) VALUE 0.

      *              Responsaveis e vinculos em memoria (mesmos
      *              limites do EX27).
       77 QTD-RSP       PIC 9(03) VALUE 0.
       77 IDX-RSP       PIC 9(03) VALUE 0.
       77 IDX-RSP-ACH   PIC 9(03) VALUE 0.
       01 TABELA-RSP.
           02 RSP-ITEM OCCURS 200 TIMES.
               03 COD-RSP-TAB   PIC 9(05).
               03 NOME-RSP-TAB  PIC X(20).
               03 ENDER-RSP-TAB PIC X(40).
       77 QTD-RSL       PIC 9(03) VALUE 0.
       77 IDX-RSL       PIC 9(03) VALUE 0.
       01 TABELA-RSL.
           02 RSL-ITEM OCCURS 500 TIMES.
               03 NUM-RSL-TAB   PIC 9(05).
               03 RSP-RSL-TAB   PIC 9(05).

      *              Pagadores do ano, com o que pagaram e o que
      *              ficou pendente, montados na primeira passada
      *              por CADCOB. Pagador sem nenhuma pendencia tem
      *              direito a declaracao.
       77 QTD-PAG       PIC 9(04) VALUE 0.
       77 IDX-PAG       PIC 9(04) VALUE 0.
       77 IDX-PAG-ACH   PIC 9(04) VALUE 0.
       01 TABELA-PAG.
           02 PAG-ITEM OCCURS 1000 TIMES.
               03 TPAG-TAB      PIC X(01).
               03 CPAG-TAB      PIC 9(05).
               03 NOME-PAG-TAB  PIC X(20).
               03 ENDER-PAG-TAB PIC X(40).
               03 QPAGO-TAB     PIC 9(03).
               03 VPAGO-TAB     PIC 9(07)V99.
               03 QPEND-TAB     PIC 9(03).
               03 VPEND-TAB     PIC 9(07)V99.

      *              Pagador e aluno correntes da passada pelo
      *              arquivo ordenado (quebra por TPAG/CPAG e por
      *              NUM-WRK).
       77 WS-TPAG-ATU   PIC X(01) VALUE SPACES.
       77 WS-CPAG-ATU   PIC 9(05) VALUE 0.
       77 WS-NUM-ATU    PIC 9(05) VALUE 0.
       77 WS-TEM-PAG    PIC X(01) VALUE "N".
       77 WS-ELEGIVEL   PIC X(01) VALUE "N".
       77 WS-NOME-ALU   PIC X(20) VALUE SPACES.
       77 WS-VALOR-PG   PIC 9(07)V99 VALUE 0.
       77 WS-MOTIVO     PIC X(24) VALUE SPACES.

       77 CONT-COB      PIC 9(07) VALUE 0.
       77 CONT-ANO      PIC 9(07) VALUE 0.
       77 CONT-DEC      PIC 9(05) VALUE 0.
       77 CONT-NEL      PIC 9(05) VALUE 0.
       77 CONT-DIRETO   PIC 9(05) VALUE 0.
       77 SOMA-PAGO     PIC 9(09)V99 VALUE 0.
       77 SOMA-PEND     PIC 9(09)V99 VALUE 0.

       77 WS-PAGINA     PIC 9(05) VALUE 0.
       77 WS-PAGINA-EDT PIC ZZZZ9.
       77 WS-QTDE-EDT   PIC ZZ9.
       77 WS-VALOR-EDT  PIC ZZZ.ZZ9,99.
       77 WS-TOTAL-EDT  PIC Z.ZZZ.ZZ9,99.
       77 WS-SOMA-EDT   PIC ZZ.ZZZ.ZZ9,99.

      *              Nomes fisicos dos arquivos, com o valor original
      *              como default, substituiveis em tempo de execucao
      *              por variaveis de ambiente (ver LERNOMESARQUIVOS).
       77 WS-CADALU-ARQ  PIC X(40) VALUE "CADALU.DAT".
       77 WS-CADCOB-ARQ  PIC X(40) VALUE "CADCOB.DAT".
       77 WS-CADANO-ARQ  PIC X(40) VALUE "CADANO.DAT".
       77 WS-CADRSP-ARQ  PIC X(40) VALUE "CADRSP.DAT".
       77 WS-CADRSL-ARQ  PIC X(40) VALUE "CADRSL.DAT".
       77 WS-CADDTM-ARQ  PIC X(40) VALUE "CADDTM.DAT".
       77 WS-RELQUI-ARQ  PIC X(40) VALUE "RELQUI.DAT".
       77 WS-RELQNE-ARQ  PIC X(40) VALUE "RELQNE.DAT".
       77 WS-CADQWK-ARQ  PIC X(40) VALUE "CADQWK.DAT".
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
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADALU"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADALU-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADCOB"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADCOB-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADANO"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADANO-ARQ
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
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "RELQUI"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-RELQUI-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "RELQNE"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-RELQNE-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADQWK"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADQWK-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADWRK"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADWRK-ARQ
           END-IF.

       INICIO.
           PERFORM LERANO.
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
           OPEN OUTPUT CADQWK
           IF FS-CADQWK NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADQWK-ARQ)
                   " - FILE STATUS " FS-CADQWK
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RELQUI
           IF FS-RELQUI NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-RELQUI-ARQ)
                   " - FILE STATUS " FS-RELQUI
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RELQNE
           IF FS-RELQNE NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-RELQNE-ARQ)
                   " - FILE STATUS " FS-RELQNE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CARREGARRESPONSAVEIS.
           PERFORM SEPARARCOBRANCAS UNTIL FIM-ARQ = "SIM".
           MOVE "NAO" TO FIM-ARQ
           CLOSE CADCOB CADQWK
           PERFORM ORDENARCOBRANCAS.
           PERFORM CABECALHONAOELEGIVEIS.
           PERFORM LEITURA.

      *              Ano-base de CADANO. Ano ainda nao encerrado na
      *              data de movimento nao tem declaracao: as
      *              competencias que faltam emitir ficariam de fora.
       LERANO.
           OPEN INPUT CADANO
           IF FS-CADANO NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADANO-ARQ)
                   " - FILE STATUS " FS-CADANO
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           READ CADANO
               AT END
                   DISPLAY "EX94 - CADANO VAZIO - RODADA ABORTADA"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               NOT AT END
                   MOVE ANO-PAR TO WS-ANO
           END-READ
           CLOSE CADANO
           IF WS-ANO = 0
               DISPLAY "EX94 - ANO-BASE ZERADO - RODADA ABORTADA"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LERDATAMOV
           IF WS-ANO NOT < WS-DATA-MOV(1:4)
               DISPLAY "EX94 - ANO-BASE " WS-ANO " AINDA NAO "
                   "ENCERRADO NA DATA DE MOVIMENTO " WS-DATA-MOV
                   " - RODADA RECUSADA"
               MOVE 1 TO RETURN-CODE
               STOP RUN
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

      *              Responsaveis e vinculos: opcionais. Sem eles,
      *              toda declaracao sai em nome do proprio aluno.
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
                       DISPLAY "EX94 - MAIS DE 200 RESPONSAVEIS - "
                           "RODADA ABORTADA"
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO QTD-RSP
                   MOVE COD-RSP   TO COD-RSP-TAB(QTD-RSP)
                   MOVE NOME-RSP  TO NOME-RSP-TAB(QTD-RSP)
                   MOVE ENDER-RSP TO ENDER-RSP-TAB(QTD-RSP)
           END-READ.

       LERVINCULO.
           READ CADRSL
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   IF QTD-RSL = 500
                       DISPLAY "EX94 - MAIS DE 500 VINCULOS - "
                           "RODADA ABORTADA"
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO QTD-RSL
                   MOVE NUM-RSL TO NUM-RSL-TAB(QTD-RSL)
                   MOVE RSP-RSL TO RSP-RSL-TAB(QTD-RSL)
           END-READ.

      *              Primeira passada: cada cobranca do ano-base
      *              ganha a chave do pagador, vai para CADQWK e
      *              entra nos totais do pagador (pago ou pendente).
       SEPARARCOBRANCAS.
           READ CADCOB
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   ADD 1 TO CONT-COB
                   IF COMP-COB(1:4) = WS-ANO
                       IF SITPG-COB = "P" OR VALOR-COB > 0
                           PERFORM GRAVARCOBRANCAANO
                       END-IF
                   END-IF
           END-READ.

       GRAVARCOBRANCAANO.
           ADD 1 TO CONT-ANO
           PERFORM IDENTIFICARPAGADOR
           MOVE NUM-COB    TO NUM-QWK
           MOVE COMP-COB   TO COMP-QWK
           MOVE TIPO-COB   TO TIPO-QWK
           IF TIPO-QWK = SPACES
               MOVE "ME" TO TIPO-QWK
           END-IF
           MOVE SITPG-COB  TO SITPG-QWK
           MOVE VALOR-COB  TO VALOR-QWK
           MOVE VALOR-COB  TO TOTREC-QWK
           IF TOTREC-COB IS NUMERIC
               IF TOTREC-COB > 0
                   MOVE TOTREC-COB TO TOTREC-QWK
               END-IF
           END-IF
           MOVE DTPAG-COB  TO DTPAG-QWK
           MOVE ACORDO-COB TO ACORDO-QWK
           IF ACORDO-COB IS NOT NUMERIC
               MOVE 0 TO ACORDO-QWK
           END-IF
           WRITE REG-QWK
           IF SITPG-COB = "P"
               ADD 1          TO QPAGO-TAB(IDX-PAG-ACH)
               ADD TOTREC-QWK TO VPAGO-TAB(IDX-PAG-ACH)
           ELSE
               ADD 1          TO QPEND-TAB(IDX-PAG-ACH)
               ADD VALOR-QWK  TO VPEND-TAB(IDX-PAG-ACH)
           END-IF.

      *              Pagador da cobranca: o responsavel vinculado ao
      *              aluno em CADRSL, se cadastrado em CADRSP; senao,
      *              o proprio aluno.
       IDENTIFICARPAGADOR.
           MOVE 0 TO IDX-RSP-ACH
           PERFORM VARYING IDX-RSL FROM 1 BY 1
               UNTIL IDX-RSL > QTD-RSL
               IF NUM-RSL-TAB(IDX-RSL) = NUM-COB
                   PERFORM LOCALIZARRESPONSAVEL
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF IDX-RSP-ACH = 0
               MOVE "A"     TO TPAG-QWK
               MOVE NUM-COB TO CPAG-QWK
           ELSE
               MOVE "R" TO TPAG-QWK
               MOVE COD-RSP-TAB(IDX-RSP-ACH) TO CPAG-QWK
           END-IF
           MOVE 0 TO IDX-PAG-ACH
           PERFORM VARYING IDX-PAG FROM 1 BY 1
               UNTIL IDX-PAG > QTD-PAG
               IF TPAG-TAB(IDX-PAG) = TPAG-QWK
                   AND CPAG-TAB(IDX-PAG) = CPAG-QWK
                   MOVE IDX-PAG TO IDX-PAG-ACH
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF IDX-PAG-ACH = 0
               PERFORM INCLUIRPAGADOR
           END-IF.

       LOCALIZARRESPONSAVEL.
           PERFORM VARYING IDX-RSP FROM 1 BY 1
               UNTIL IDX-RSP > QTD-RSP
               IF COD-RSP-TAB(IDX-RSP) = RSP-RSL-TAB(IDX-RSL)
                   MOVE IDX-RSP TO IDX-RSP-ACH
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       INCLUIRPAGADOR.
           IF QTD-PAG = 1000
               DISPLAY "EX94 - MAIS DE 1000 PAGADORES NO ANO - "
                   "RODADA ABORTADA"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO QTD-PAG
           MOVE QTD-PAG  TO IDX-PAG-ACH
           MOVE TPAG-QWK TO TPAG-TAB(QTD-PAG)
           MOVE CPAG-QWK TO CPAG-TAB(QTD-PAG)
           MOVE 0 TO QPAGO-TAB(QTD-PAG) VPAGO-TAB(QTD-PAG)
           MOVE 0 TO QPEND-TAB(QTD-PAG) VPEND-TAB(QTD-PAG)
           IF TPAG-QWK = "R"
               MOVE NOME-RSP-TAB(IDX-RSP-ACH)
                   TO NOME-PAG-TAB(QTD-PAG)
               MOVE ENDER-RSP-TAB(IDX-RSP-ACH)
                   TO ENDER-PAG-TAB(QTD-PAG)
           ELSE
               ADD 1 TO CONT-DIRETO
               MOVE NUM-COB TO WS-NUM-ATU
               PERFORM BUSCARNOME
               MOVE WS-NOME-ALU TO NOME-PAG-TAB(QTD-PAG)
               MOVE SPACES      TO ENDER-PAG-TAB(QTD-PAG)
           END-IF.

      *              Nome do aluno direto do mestre indexado; aluno
      *              que ja saiu do mestre aparece identificado como
      *              tal em vez de numero sem nome.
       BUSCARNOME.
           MOVE "(NAO CONSTA NO MESTRE)" TO WS-NOME-ALU
           MOVE WS-NUM-ATU TO NUM-ENT
           READ CADALU
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE NOME-ENT TO WS-NOME-ALU
           END-READ.

       ORDENARCOBRANCAS.
           SORT ARQSORT ON ASCENDING KEY TPAG-SRT CPAG-SRT
               NUM-SRT COMP-SRT
               USING CADQWK GIVING CADWRK
           IF SORT-RETURN NOT = 0
               DISPLAY "EX94 - ERRO NA ORDENACAO DAS COBRANCAS - "
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

      *              Segunda passada, no arquivo ordenado: pagador
      *              elegivel ganha a pagina de declaracao com as
      *              cobrancas pagas; nao elegivel entra na listagem
      *              com as pendencias.
       PRINCIPAL.
           IF WS-TEM-PAG = "S"
               IF TPAG-WRK NOT = WS-TPAG-ATU
                   OR CPAG-WRK NOT = WS-CPAG-ATU
                   PERFORM FECHARPAGADOR
               END-IF
           END-IF
           IF WS-TEM-PAG = "N"
               PERFORM ABRIRPAGADOR
           END-IF
           IF NUM-WRK NOT = WS-NUM-ATU
               MOVE NUM-WRK TO WS-NUM-ATU
               PERFORM BUSCARNOME
               IF WS-ELEGIVEL = "S"
                   STRING "  ALUNO(A): " WS-NUM-ATU " - " WS-NOME-ALU
                       DELIMITED BY SIZE INTO LINHA-QUI
                   PERFORM GRAVARLINHA
               END-IF
           END-IF
           IF WS-ELEGIVEL = "S"
               PERFORM GRAVARITEMPAGO
           ELSE
               IF SITPG-WRK NOT = "P"
                   PERFORM GRAVARITEMPENDENTE
               END-IF
           END-IF
           PERFORM LEITURA.

       ABRIRPAGADOR.
           MOVE TPAG-WRK TO WS-TPAG-ATU
           MOVE CPAG-WRK TO WS-CPAG-ATU
           MOVE 0        TO WS-NUM-ATU
           MOVE "S"      TO WS-TEM-PAG
           PERFORM VARYING IDX-PAG FROM 1 BY 1
               UNTIL IDX-PAG > QTD-PAG
               IF TPAG-TAB(IDX-PAG) = WS-TPAG-ATU
                   AND CPAG-TAB(IDX-PAG) = WS-CPAG-ATU
                   MOVE IDX-PAG TO IDX-PAG-ACH
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF QPEND-TAB(IDX-PAG-ACH) = 0
               MOVE "S" TO WS-ELEGIVEL
               PERFORM ABRIRDECLARACAO
           ELSE
               MOVE "N" TO WS-ELEGIVEL
               PERFORM ABRIRNAOELEGIVEL
           END-IF.

       FECHARPAGADOR.
           IF WS-ELEGIVEL = "S"
               PERFORM FECHARDECLARACAO
           ELSE
               PERFORM FECHARNAOELEGIVEL
           END-IF
           MOVE "N" TO WS-TEM-PAG.

       GRAVARLINHA.
           WRITE LINHA-QUI
           MOVE SPACES TO LINHA-QUI.

       GRAVARLINHANE.
           WRITE LINHA-QNE
           MOVE SPACES TO LINHA-QNE.

      *              Uma pagina de declaracao por pagador elegivel,
      *              no estilo de paginacao do EX28 (cabecalho +
      *              numero de pagina).
       ABRIRDECLARACAO.
           ADD 1 TO WS-PAGINA
           MOVE WS-PAGINA TO WS-PAGINA-EDT
           MOVE SPACES TO LINHA-QUI
           PERFORM GRAVARLINHA
           STRING "DECLARACAO ANUAL DE QUITACAO DE DEBITOS - "
               "ANO-BASE " WS-ANO
               "         PAGINA " WS-PAGINA-EDT
               DELIMITED BY SIZE INTO LINHA-QUI
           PERFORM GRAVARLINHA
           MOVE ALL "=" TO LINHA-QUI
           PERFORM GRAVARLINHA
           IF WS-TPAG-ATU = "R"
               STRING "RESPONSAVEL FINANCEIRO: " WS-CPAG-ATU " - "
                   NOME-PAG-TAB(IDX-PAG-ACH)
                   DELIMITED BY SIZE INTO LINHA-QUI
               PERFORM GRAVARLINHA
               STRING "ENDERECO: " ENDER-PAG-TAB(IDX-PAG-ACH)
                   DELIMITED BY SIZE INTO LINHA-QUI
               PERFORM GRAVARLINHA
           ELSE
               STRING "ALUNO(A) CONTRATANTE: " WS-CPAG-ATU " - "
                   NOME-PAG-TAB(IDX-PAG-ACH)
                   DELIMITED BY SIZE INTO LINHA-QUI
               PERFORM GRAVARLINHA
           END-IF
           PERFORM GRAVARLINHA
           MOVE "DECLARAMOS, NOS TERMOS DA LEI 12.007/2009, QUE ESTAO"
               TO LINHA-QUI
           PERFORM GRAVARLINHA
           STRING "QUITADAS TODAS AS COBRANCAS DO ANO DE " WS-ANO
               " REFERENTES AOS SERVICOS"
               DELIMITED BY SIZE INTO LINHA-QUI
           PERFORM GRAVARLINHA
           MOVE "EDUCACIONAIS PRESTADOS AO(S) ALUNO(S) ABAIXO, CONFORME"
               TO LINHA-QUI
           PERFORM GRAVARLINHA
           MOVE "A RELACAO DE PAGAMENTOS A SEGUIR." TO LINHA-QUI
           PERFORM GRAVARLINHA
           PERFORM GRAVARLINHA
           MOVE "    COMPET.  TIPO  PAGO EM          VALOR PAGO"
               TO LINHA-QUI
           PERFORM GRAVARLINHA
           MOVE ALL "-" TO LINHA-QUI
           PERFORM GRAVARLINHA.

       GRAVARITEMPAGO.
           MOVE TOTREC-WRK TO WS-VALOR-EDT
           STRING "    " COMP-WRK(5:2) "/" COMP-WRK(1:4)
               "  " TIPO-WRK "    "
               DTPAG-WRK(7:2) "/" DTPAG-WRK(5:2) "/" DTPAG-WRK(1:4)
               "    R$" WS-VALOR-EDT
               DELIMITED BY SIZE INTO LINHA-QUI
           PERFORM GRAVARLINHA.

       FECHARDECLARACAO.
           MOVE ALL "-" TO LINHA-QUI
           PERFORM GRAVARLINHA
           MOVE QPAGO-TAB(IDX-PAG-ACH) TO WS-QTDE-EDT
           MOVE VPAGO-TAB(IDX-PAG-ACH) TO WS-TOTAL-EDT
           STRING "TOTAL PAGO NO ANO (" WS-QTDE-EDT
               " COBRANCAS): R$" WS-TOTAL-EDT
               DELIMITED BY SIZE INTO LINHA-QUI
           PERFORM GRAVARLINHA
           PERFORM GRAVARLINHA
           MOVE "ESTA DECLARACAO SUBSTITUI, PARA A COMPROVACAO DO"
               TO LINHA-QUI
           PERFORM GRAVARLINHA
           STRING "CUMPRIMENTO DAS OBRIGACOES DE " WS-ANO
               ", AS QUITACOES DE CADA MES."
               DELIMITED BY SIZE INTO LINHA-QUI
           PERFORM GRAVARLINHA
           PERFORM GRAVARLINHA
           STRING "EMITIDA EM " WS-DATA-MOV(7:2) "/"
               WS-DATA-MOV(5:2) "/" WS-DATA-MOV(1:4) "."
               DELIMITED BY SIZE INTO LINHA-QUI
           PERFORM GRAVARLINHA
           PERFORM GRAVARLINHA
           MOVE "        ___________________________________"
               TO LINHA-QUI
           PERFORM GRAVARLINHA
           MOVE "               SECRETARIA FINANCEIRA" TO LINHA-QUI
           PERFORM GRAVARLINHA
           MOVE ALL "=" TO LINHA-QUI
           PERFORM GRAVARLINHA
           ADD 1 TO CONT-DEC
           ADD VPAGO-TAB(IDX-PAG-ACH) TO SOMA-PAGO.

       CABECALHONAOELEGIVEIS.
           MOVE SPACES TO LINHA-QNE
           STRING "PAGADORES SEM DIREITO A DECLARACAO DE QUITACAO - "
               "ANO-BASE " WS-ANO
               DELIMITED BY SIZE INTO LINHA-QNE
           PERFORM GRAVARLINHANE
           PERFORM GRAVARLINHANE
           MOVE "    ALUNO NOME                 COMPET. TIPO"
               TO LINHA-QNE
           MOVE "VALOR      PENDENCIA" TO LINHA-QNE(46:)
           PERFORM GRAVARLINHANE
           MOVE ALL "-" TO LINHA-QNE
           PERFORM GRAVARLINHANE.

       ABRIRNAOELEGIVEL.
           IF WS-TPAG-ATU = "R"
               STRING "RESPONSAVEL " WS-CPAG-ATU " - "
                   NOME-PAG-TAB(IDX-PAG-ACH)
                   DELIMITED BY SIZE INTO LINHA-QNE
           ELSE
               STRING "ALUNO(A)    " WS-CPAG-ATU " - "
                   NOME-PAG-TAB(IDX-PAG-ACH)
                   DELIMITED BY SIZE INTO LINHA-QNE
           END-IF
           PERFORM GRAVARLINHANE.

      *              Pendencia: em aberto, renegociada pelo EX58 (com
      *              o numero do acordo) ou qualquer outra situacao
      *              que nao seja paga.
       GRAVARITEMPENDENTE.
           MOVE SPACES TO WS-MOTIVO
           EVALUATE SITPG-WRK
               WHEN "A"
                   MOVE "EM ABERTO" TO WS-MOTIVO
               WHEN "R"
                   STRING "RENEGOCIADA ACORDO " ACORDO-WRK
                       DELIMITED BY SIZE INTO WS-MOTIVO
               WHEN "L"
                   MOVE "BAIXADA COMO PERDA" TO WS-MOTIVO
               WHEN OTHER
                   STRING "SITUACAO " SITPG-WRK
                       DELIMITED BY SIZE INTO WS-MOTIVO
           END-EVALUATE
           MOVE VALOR-WRK TO WS-VALOR-EDT
           STRING "    " WS-NUM-ATU " " WS-NOME-ALU " "
               COMP-WRK(5:2) "/" COMP-WRK(1:4) " " TIPO-WRK " "
               WS-VALOR-EDT " " WS-MOTIVO
               DELIMITED BY SIZE INTO LINHA-QNE
           PERFORM GRAVARLINHANE.

       FECHARNAOELEGIVEL.
           MOVE QPEND-TAB(IDX-PAG-ACH) TO WS-QTDE-EDT
           MOVE VPEND-TAB(IDX-PAG-ACH) TO WS-TOTAL-EDT
           STRING "    PENDENCIAS: " WS-QTDE-EDT
               "  TOTAL PENDENTE: R$" WS-TOTAL-EDT
               DELIMITED BY SIZE INTO LINHA-QNE
           PERFORM GRAVARLINHANE
           PERFORM GRAVARLINHANE
           ADD 1 TO CONT-NEL
           ADD VPEND-TAB(IDX-PAG-ACH) TO SOMA-PEND.

       TERMINO.
           IF WS-TEM-PAG = "S"
               PERFORM FECHARPAGADOR
           END-IF
           PERFORM GRAVARLINHA
           MOVE SOMA-PAGO TO WS-SOMA-EDT
           STRING "TOTAL DE DECLARACOES EMITIDAS: " CONT-DEC
               "  TOTAL QUITADO: R$" WS-SOMA-EDT
               DELIMITED BY SIZE INTO LINHA-QUI
           PERFORM GRAVARLINHA
           MOVE ALL "-" TO LINHA-QNE
           PERFORM GRAVARLINHANE
           MOVE SOMA-PEND TO WS-SOMA-EDT
           STRING "PAGADORES NAO ELEGIVEIS: " CONT-NEL
               "  TOTAL PENDENTE: R$" WS-SOMA-EDT
               DELIMITED BY SIZE INTO LINHA-QNE
           PERFORM GRAVARLINHANE
           CLOSE CADWRK RELQUI RELQNE CADALU.
           DISPLAY "EX94 - ANO-BASE " WS-ANO
               " COBRANCAS LIDAS: " CONT-COB
               " DO ANO: " CONT-ANO
           DISPLAY "EX94 - DECLARACOES EMITIDAS: " CONT-DEC
               " NAO ELEGIVEIS: " CONT-NEL
               " SEM RESPONSAVEL VINCULADO: " CONT-DIRETO.
