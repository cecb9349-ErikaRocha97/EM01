      *              OU FORA DO MESTRE) NAO ENTRA NA REMESSA: VAI
      *              PARA A LISTA DE EXCECOES RELEXB, PARA PAGAMENTO
      *              MANUAL.
      *              COM A VARIAVEL DE AMBIENTE COMPLEMENTAR = "S" A
      *              REMESSA E A DA FOLHA COMPLEMENTAR DO EX08: LE
      *              CADSAIC E GRAVA REMBCOC/RELEXBC POR DEFAULT, SEM
      *              TOCAR A REMESSA DA PRINCIPAL.
      *              AS PENSOES ALIMENTICIAS DESCONTADAS PELO EX08
      *              (ARQUIVO CADPGP, COM CONFERENCIA DO TRAILER)
      *              ENTRAM NA REMESSA COMO DETALHES PROPRIOS, UM POR
      *              BENEFICIARIO, LOGO DEPOIS DO FUNCIONARIO, COM OS
      *              DADOS BANCARIOS DO BENEFICIARIO E A SEQUENCIA DA
      *              PENSAO NO FIM DO DETALHE (SEQ-DET 00 = O PROPRIO
      *              FUNCIONARIO), PARA O RETORNO DO BANCO (EX62)
      *              CASAR CADA DEPOSITO. BENEFICIARIO SEM DADOS
      *              BANCARIOS VAI PARA RELEXB. NA COMPLEMENTAR NAO
      *              HA PENSAO.

       ENVIRONMENT DIVISION.

           SELECT CADDTM   ASSIGN TO DYNAMIC WS-CADDTM-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADDTM.
           SELECT CADPGP   ASSIGN TO DYNAMIC WS-CADPGP-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADPGP.

       DATA DIVISION.

           02 AGENCIA-DET   PIC 9(05).
           02 CONTA-DET     PIC 9(10).
           02 VALOR-DET     PIC 9(13).
           02 SEQ-DET       PIC 9(02).

       01 REG-REM-TRL.
           02 TIPO-TRL      PIC X(01).
       01 REG-DTM.
           02 DATA-DTM       PIC 9(08).

      *              CADPGP: pensoes alimenticias descontadas pelo
      *              EX08, uma linha por beneficiario, com trailer.
      *              Opcional - sem ele a remessa sai so com os
      *              funcionarios.
       FD CADPGP
           LABEL RECORD ARE STANDARD.

       01 REG-PGP.
           02 COD-PGP       PIC 9(05).
           02 SEQ-PGP       PIC 9(02).
           02 NOME-PGP      PIC X(20).
           02 VALOR-PGP     PIC 9(05)V99.
           02 BANCO-PGP     PIC 9(03).
           02 AGENCIA-PGP   PIC 9(05).
           02 CONTA-PGP     PIC 9(10).

       01 REG-PGP-TRL.
           02 TRL-PGP-MARCA PIC X(05).
           02 TRL-PGP-QTDE  PIC 9(07).
           02 TRL-PGP-SOMA  PIC 9(09)V99.

       WORKING-STORAGE SECTION.
       77 FIM-ARQ       PIC X(03) VALUE "NAO".
       77 FS-CADFUN     PIC X(02) VALUE "00".
       77 FS-REMBCO     PIC X(02) VALUE "00".
       77 FS-RELEXB     PIC X(02) VALUE "00".
       77 FS-CADDTM     PIC X(02) VALUE "00".
       77 FS-CADPGP     PIC X(02) VALUE "00".
       77 WS-COMPLEMENTAR PIC X(01) VALUE "N".
       77 WS-DATA-MOV   PIC 9(08) VALUE 0.
       77 WS-TEM-TRL    PIC X(01) VALUE "N".
       77 WS-TEM-CONTA  PIC X(01) VALUE "N".
       77 WS-NOME-EMP   PIC X(30) VALUE "EMPRESA NAO CADASTRADA".
       77 WS-CNPJ-EMP   PIC 9(14) VALUE 0.

      *              Pensoes a depositar (1000, o limite do registro
      *              de pensoes), conferidas contra o trailer.
       77 FIM-CADPGP    PIC X(03) VALUE "NAO".
       77 WS-TEM-TRL-PGP PIC X(01) VALUE "N".
       77 SOMA-PGP-LID  PIC 9(09)V99 VALUE 0.
       77 CONT-REM-PEN  PIC 9(06) VALUE 0.
       77 QTD-PGP       PIC 9(04) VALUE 0.
       77 IDX-PGP       PIC 9(04) VALUE 0.
       01 TABELA-PGP.
           02 PGP-ITEM OCCURS 1000 TIMES.
               03 COD-PGP-TAB     PIC 9(05).
               03 SEQ-PGP-TAB     PIC 9(02).
               03 NOME-PGP-TAB    PIC X(20).
               03 VALOR-PGP-TAB   PIC 9(05)V99.
               03 BANCO-PGP-TAB   PIC 9(03).
               03 AGENCIA-PGP-TAB PIC 9(05).
               03 CONTA-PGP-TAB   PIC 9(10).

      *              Nomes fisicos dos arquivos, com o valor original
      *              como default, substituiveis em tempo de execucao
      *              por variaveis de ambiente (ver LERNOMESARQUIVOS).
       77 WS-REMBCO-ARQ  PIC X(40) VALUE "REMBCO.DAT".
       77 WS-RELEXB-ARQ  PIC X(40) VALUE "RELEXB.DAT".
       77 WS-CADDTM-ARQ  PIC X(40) VALUE "CADDTM.DAT".
       77 WS-CADPGP-ARQ  PIC X(40) VALUE "CADPGP.DAT".
       77 WS-ENV-TEMP    PIC X(40).

       PROCEDURE DIVISION.
           STOP RUN.

       LERNOMESARQUIVOS.
      *              Na folha complementar a entrada e a saida mudam
      *              de nome por default, para nunca misturar com a
      *              principal.
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "COMPLEMENTAR"
           IF WS-ENV-TEMP(1:1) = "S"
               MOVE "S"           TO WS-COMPLEMENTAR
               MOVE "CADSAIC.DAT" TO WS-CADSAI-ARQ
               MOVE "REMBCOC.DAT" TO WS-REMBCO-ARQ
               MOVE "RELEXBC.DAT" TO WS-RELEXB-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADFUN"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADFUN-ARQ
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADDTM"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADDTM-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADPGP"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADPGP-ARQ
           END-IF.

       INICIO.
           PERFORM LERDATAMOV.
           PERFORM LEREMPRESA.
           IF WS-COMPLEMENTAR NOT = "S"
               PERFORM CARREGARPENSOES
           END-IF
           OPEN INPUT CADFUN
           IF FS-CADFUN NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADFUN-ARQ)
           END-READ
           CLOSE CADEMP.

      *              Pensoes a depositar, de CADPGP. Trailer
      *              ausente ou que nao confere aborta a rodada, como
      *              na folha.
       CARREGARPENSOES.
           OPEN INPUT CADPGP
           IF FS-CADPGP = "00"
               PERFORM LERPENSAO UNTIL FIM-CADPGP = "SIM"
               CLOSE CADPGP
               IF WS-TEM-TRL-PGP = "N"
                   DISPLAY "EX37 - TRAILER AUSENTE EM CADPGP - "
                       "RODADA ABORTADA"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       LERPENSAO.
           READ CADPGP
               AT END
                   MOVE "SIM" TO FIM-CADPGP
               NOT AT END
                   IF TRL-PGP-MARCA = "TOTAL"
                       MOVE "S" TO WS-TEM-TRL-PGP
                       IF TRL-PGP-QTDE NOT = QTD-PGP
                           OR TRL-PGP-SOMA NOT = SOMA-PGP-LID
                           DISPLAY "EX37 - TRAILER DE CADPGP NAO "
                               "CONFERE COM AS PENSOES LIDAS - "
                               "RODADA ABORTADA"
                           MOVE 1 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       MOVE "SIM" TO FIM-CADPGP
                   ELSE
                       IF QTD-PGP = 1000
                           DISPLAY "EX37 - MAIS DE 1000 PENSOES A "
                               "DEPOSITAR - RODADA ABORTADA"
                           MOVE 1 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO QTD-PGP
                       MOVE COD-PGP     TO COD-PGP-TAB(QTD-PGP)
                       MOVE SEQ-PGP     TO SEQ-PGP-TAB(QTD-PGP)
                       MOVE NOME-PGP    TO NOME-PGP-TAB(QTD-PGP)
                       MOVE VALOR-PGP   TO VALOR-PGP-TAB(QTD-PGP)
                       MOVE BANCO-PGP   TO BANCO-PGP-TAB(QTD-PGP)
                       MOVE AGENCIA-PGP TO AGENCIA-PGP-TAB(QTD-PGP)
                       MOVE CONTA-PGP   TO CONTA-PGP-TAB(QTD-PGP)
                       ADD VALOR-PGP    TO SOMA-PGP-LID
                   END-IF
           END-READ.

       GRAVARHEADER.
           MOVE "0"          TO TIPO-HDR
           MOVE WS-NOME-EMP  TO NOME-HDR
           ELSE
               PERFORM GRAVAREXCECAO
           END-IF
           PERFORM GRAVARPENSOES
               VARYING IDX-PGP FROM 1 BY 1
               UNTIL IDX-PGP > QTD-PGP
           PERFORM LERSAI.

      *              Dados bancarios do funcionario direto do mestre
           MOVE CONTA-ENT   TO CONTA-DET
           COMPUTE WS-CENTAVOS = LIQUIDO-SAI * 100
           MOVE WS-CENTAVOS TO VALOR-DET
           MOVE 0           TO SEQ-DET
           WRITE REG-REM-DET
           ADD 1           TO CONT-REM
           ADD WS-CENTAVOS TO SOMA-CENTAVOS.
           WRITE LINHA-EXB
           ADD 1 TO CONT-EXC.

      *              Deposito de cada pensao do funcionario corrente
      *              na conta do beneficiario; sem banco ou conta, a
      *              pensao vai para as excecoes.
       GRAVARPENSOES.
           IF COD-PGP-TAB(IDX-PGP) = COD-SAI
               IF BANCO-PGP-TAB(IDX-PGP) NOT = 0
                   AND CONTA-PGP-TAB(IDX-PGP) NOT = 0
                   MOVE "1"                      TO TIPO-DET
                   MOVE COD-SAI                  TO COD-DET
                   MOVE BANCO-PGP-TAB(IDX-PGP)   TO BANCO-DET
                   MOVE AGENCIA-PGP-TAB(IDX-PGP) TO AGENCIA-DET
                   MOVE CONTA-PGP-TAB(IDX-PGP)   TO CONTA-DET
                   COMPUTE WS-CENTAVOS = VALOR-PGP-TAB(IDX-PGP) * 100
                   MOVE WS-CENTAVOS              TO VALOR-DET
                   MOVE SEQ-PGP-TAB(IDX-PGP)     TO SEQ-DET
                   WRITE REG-REM-DET
                   ADD 1           TO CONT-REM CONT-REM-PEN
                   ADD WS-CENTAVOS TO SOMA-CENTAVOS
               ELSE
                   MOVE SPACES TO LINHA-EXB
                   STRING COD-SAI "-" SEQ-PGP-TAB(IDX-PGP) " "
                       NOME-PGP-TAB(IDX-PGP)
                       " PENSAO SEM DADOS BANCARIOS"
                       DELIMITED BY SIZE INTO LINHA-EXB
                   WRITE LINHA-EXB
                   ADD 1 TO CONT-EXC
               END-IF
           END-IF.

       TERMINO.
           MOVE "9"           TO TIPO-TRL
           MOVE CONT-REM      TO QTDE-TRL
           WRITE LINHA-EXB
           CLOSE CADFUN CADSAI REMBCO RELEXB.
           DISPLAY "EX37 - DETALHES NA REMESSA: " CONT-REM
               " (PENSOES: " CONT-REM-PEN ")"
               " EXCECOES: " CONT-EXC.
