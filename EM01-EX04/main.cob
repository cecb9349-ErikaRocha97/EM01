       IDENTIFICATION DIVISION.
       PROGRAM-ID.   EX04.
       AUTHOR.       ERIKA ROCHA.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 23-10-2025.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.      CONCILIACAO DO PAGAMENTO DA FOLHA. CADA ETAPA
      *              DA FOLHA CONFERE O PROPRIO TRAILER, MAS NADA
      *              GARANTIA QUE O DINHEIRO FECHAVA DE PONTA A
      *              PONTA. ESTE PROGRAMA CRUZA, POR FUNCIONARIO E NO
      *              TOTAL, A FOLHA CADSAI (EX08, COM CONFERENCIA DO
      *              TRAILER), A REMESSA REMBCO (EX37, COM CONFERENCIA
      *              DO TRAILER; O HEADER DA A COMPETENCIA), OS
      *              DEPOSITOS CONFIRMADOS DA COMPETENCIA NO LIVRO
      *              CADCNF E OS DEVOLVIDOS EM CADRJB (EX62) E O
      *              CREDITO DE SALARIOS LIQUIDOS E DE PENSAO A
      *              REPASSAR DO LANCTB (EX63, EVENTOS LIQ E PAL):
      *              LIQUIDO + PENSAO DA FOLHA = DEPOSITADO NA REMESSA
      *              + PAGO FORA DO BANCO (FUNCIONARIO OU
      *              BENEFICIARIO SEM DADOS BANCARIOS NO MESTRE
      *              CADFUN OU EM CADPGP, A MESMA REGRA DO EX37);
      *              DEPOSITADO = CONFIRMADO + DEVOLVIDO; LIQUIDO E
      *              PENSAO DA FOLHA = CREDITOS LIQ E PAL DO LANCTB.
      *              TODA QUEBRA SAI EM RELCFP COM OS VALORES DOS DOIS
      *              LADOS, E O RESULTADO DA RODADA (CONCILIADA OU
      *              DIVERGENTE, COM A QUANTIDADE DE QUEBRAS) E
      *              ACRESCENTADO NO LIVRO CADCFP, QUE O EX34 CONSULTA
      *              ANTES DE FECHAR A COMPETENCIA. A REABERTURA DA
      *              COMPETENCIA NO EX34 ACRESCENTA NO LIVRO UMA
      *              ENTRADA "N" (NAO CONCILIADA), E O FECHAMENTO
      *              SEGUINTE EXIGE UMA NOVA RODADA DESTE PROGRAMA.

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
           SELECT REMBCO   ASSIGN TO DYNAMIC WS-REMBCO-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REMBCO.
           SELECT CADPGP   ASSIGN TO DYNAMIC WS-CADPGP-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADPGP.
           SELECT CADCNF   ASSIGN TO DYNAMIC WS-CADCNF-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADCNF.
           SELECT CADRJB   ASSIGN TO DYNAMIC WS-CADRJB-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADRJB.
           SELECT LANCTB   ASSIGN TO DYNAMIC WS-LANCTB-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LANCTB.
           SELECT CADCFP   ASSIGN TO DYNAMIC WS-CADCFP-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADCFP.
           SELECT RELCFP   ASSIGN TO DYNAMIC WS-RELCFP-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELCFP.
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

       01 REG-SAI-TRL.
           02 TRL-SAI-MARCA         PIC X(05).
           02 TRL-SAI-QTDE          PIC 9(07).
           02 TRL-SAI-SOMA-SALARIO  PIC 9(09)V99.
           02 TRL-SAI-SOMA-LIQUIDO  PIC 9(09)V99.

      *              REMBCO: remessa enviada, no leiaute do EX37 -
      *              header tipo 0 (empresa e competencia), detalhes
      *              tipo 1 (valor em centavos, sequencia 00 = o
      *              proprio funcionario, demais = pensao) e trailer
      *              tipo 9.
       FD REMBCO
           LABEL RECORD ARE STANDARD.

       01 REG-REM.
           02 TIPO-REM      PIC X(01).
           02 COD-REM       PIC 9(05).
           02 BANCO-REM     PIC 9(03).
           02 AGENCIA-REM   PIC 9(05).
           02 CONTA-REM     PIC 9(10).
           02 VALOR-REM     PIC 9(13).
           02 SEQ-REM       PIC X(02).

       01 REG-REM-HDR.
           02 TIPOH-REM     PIC X(01).
           02 NOMEH-REM     PIC X(30).
           02 CNPJH-REM     PIC 9(14).
           02 COMPH-REM     PIC 9(06).

       01 REG-REM-TRL.
           02 TIPOT-REM     PIC X(01).
           02 QTDET-REM     PIC 9(06).
           02 VALORT-REM    PIC 9(15).

      *              CADPGP: pensoes alimenticias descontadas pelo
      *              EX08, uma linha por beneficiario, com trailer.
      *              Opcional - usado so para saber quais pensoes o
      *              EX37 deixou para pagamento manual.
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

      *              CADCNF: livro de depositos confirmados do EX62,
      *              somente-acrescimo - valem os da competencia.
      *              Ausente = nenhum deposito confirmado.
       FD CADCNF
           LABEL RECORD ARE STANDARD.

       01 REG-CNF.
           02 COMP-CNF      PIC 9(06).
           02 COD-CNF       PIC 9(05).
           02 VALOR-CNF     PIC 9(13).
           02 SEQ-CNF       PIC 9(02).

      *              CADRJB: depositos devolvidos ou sem retorno da
      *              ultima rodada do EX62. Ausente = nenhum.
       FD CADRJB
           LABEL RECORD ARE STANDARD.

       01 REG-RJB.
           02 COMP-RJB      PIC 9(06).
           02 COD-RJB       PIC 9(05).
           02 VALOR-RJB     PIC 9(13).
           02 OCORR-RJB     PIC X(02).
           02 SEQ-RJB       PIC 9(02).

      *              LANCTB: lancamentos contabeis da folha (EX63),
      *              com trailer "TOTAL".
       FD LANCTB
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

      *              CADCFP: livro de conciliacoes (somente-
      *              acrescimo). SIT-CFP "C" = conciliada, "D" =
      *              divergente (gravados aqui) e "N" = nao conciliada
      *              (gravado pelo EX34 na reabertura da competencia).
       FD CADCFP
           LABEL RECORD ARE STANDARD.

           COPY CADCFP.

       FD RELCFP
           LABEL RECORD ARE STANDARD.

       01 LINHA-CFP  PIC X(80).

      *              CADDTM: data de movimento (AAAAMMDD) do lote.
      *              Opcional - se ausente, vale o relogio da maquina.
       FD CADDTM
           LABEL RECORD ARE STANDARD.

       01 REG-DTM.
           02 DATA-DTM       PIC 9(08).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ       PIC X(03) VALUE "NAO".
       77 FS-CADFUN     PIC X(02) VALUE "00".
       77 FS-CADSAI     PIC X(02) VALUE "00".
       77 FS-REMBCO     PIC X(02) VALUE "00".
       77 FS-CADPGP     PIC X(02) VALUE "00".
       77 FS-CADCNF     PIC X(02) VALUE "00".
       77 FS-CADRJB     PIC X(02) VALUE "00".
       77 FS-LANCTB     PIC X(02) VALUE "00".
       77 FS-CADCFP     PIC X(02) VALUE "00".
       77 FS-RELCFP     PIC X(02) VALUE "00".
       77 FS-CADDTM     PIC X(02) VALUE "00".
       77 WS-DATA-MOV   PIC 9(08) VALUE 0.
       77 WS-COMP       PIC 9(06) VALUE 0.
       77 WS-TEM-TRL    PIC X(01) VALUE "N".
       77 WS-TEM-TRL-REM PIC X(01) VALUE "N".
       77 WS-TEM-TRL-LAN PIC X(01) VALUE "N".
       77 WS-COD        PIC 9(05) VALUE 0.
       77 WS-VALOR      PIC 9(11)V99 VALUE 0.
       77 CONT-LIDOS    PIC 9(07) VALUE 0.
       77 SOMA-SAL-LID  PIC 9(09)V99 VALUE 0.
       77 CONT-REM      PIC 9(06) VALUE 0.
       77 SOMA-CENTAVOS PIC 9(15) VALUE 0.
       77 CONT-QUEBRA   PIC 9(05) VALUE 0.
       77 CONT-QUEBRA-FUN PIC 9(05) VALUE 0.

      *              Posicao de cada funcionario nos arquivos
      *              conciliados (valores em reais). NAFOLHA-TAB "N"
      *              = apareceu na remessa ou no retorno sem estar na
      *              folha; TEM00-TAB "S" = a remessa traz o deposito
      *              do proprio funcionario (sequencia 00).
       77 QTD-FUN       PIC 9(04) VALUE 0.
       77 IDX-FUN       PIC 9(04) VALUE 0.
       77 IDX-ACHADO    PIC 9(04) VALUE 0.
       01 TABELA-FUN.
           02 FUN-ITEM OCCURS 2000 TIMES.
               03 COD-TAB       PIC 9(05).
               03 NOME-TAB      PIC X(20).
               03 NAFOLHA-TAB   PIC X(01).
               03 TEM00-TAB     PIC X(01).
               03 LIQ-TAB       PIC 9(07)V99.
               03 PEN-TAB       PIC 9(07)V99.
               03 REM-TAB       PIC 9(09)V99.
               03 FORA-TAB      PIC 9(07)V99.
               03 CNF-TAB       PIC 9(09)V99.
               03 RJB-TAB       PIC 9(09)V99.

      *              Totais de cada lado e os dois lados da
      *              conferencia corrente.
       77 TOT-LIQ       PIC 9(11)V99 VALUE 0.
       77 TOT-PEN       PIC 9(11)V99 VALUE 0.
       77 TOT-REM       PIC 9(11)V99 VALUE 0.
       77 TOT-FORA      PIC 9(11)V99 VALUE 0.
       77 TOT-CNF       PIC 9(11)V99 VALUE 0.
       77 TOT-RJB       PIC 9(11)V99 VALUE 0.
       77 TOT-LAN-LIQ   PIC 9(11)V99 VALUE 0.
       77 TOT-LAN-PAL   PIC 9(11)V99 VALUE 0.
       77 WS-LADO-A     PIC 9(11)V99 VALUE 0.
       77 WS-LADO-B     PIC 9(11)V99 VALUE 0.
       77 WS-CONFERENCIA PIC X(30) VALUE SPACES.

       77 WS-VALOR-EDT  PIC ZZ.ZZZ.ZZ9,99.
       77 WS-LADOA-EDT  PIC ZZ.ZZZ.ZZ9,99.
       77 WS-LADOB-EDT  PIC ZZ.ZZZ.ZZ9,99.
       77 WS-QTDE-EDT   PIC ZZ.ZZ9.

      *              Nomes fisicos dos arquivos, com o valor original
      *              como default, substituiveis em tempo de execucao
      *              por variaveis de ambiente (ver LERNOMESARQUIVOS).
       77 WS-CADFUN-ARQ  PIC X(40) VALUE "CADFUN.DAT".
       77 WS-CADSAI-ARQ  PIC X(40) VALUE "CADSAI.DAT".
       77 WS-REMBCO-ARQ  PIC X(40) VALUE "REMBCO.DAT".
       77 WS-CADPGP-ARQ  PIC X(40) VALUE "CADPGP.DAT".
       77 WS-CADCNF-ARQ  PIC X(40) VALUE "CADCNF.DAT".
       77 WS-CADRJB-ARQ  PIC X(40) VALUE "CADRJB.DAT".
       77 WS-LANCTB-ARQ  PIC X(40) VALUE "LANCTB.DAT".
       77 WS-CADCFP-ARQ  PIC X(40) VALUE "CADCFP.DAT".
       77 WS-RELCFP-ARQ  PIC X(40) VALUE "RELCFP.DAT".
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
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "REMBCO"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-REMBCO-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADPGP"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADPGP-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADCNF"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADCNF-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADRJB"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADRJB-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "LANCTB"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-LANCTB-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADCFP"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADCFP-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "RELCFP"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-RELCFP-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADDTM"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADDTM-ARQ
           END-IF.

       INICIO.
           PERFORM LERDATAMOV.
           OPEN INPUT CADSAI
           IF FS-CADSAI NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADSAI-ARQ)
                   " - FILE STATUS " FS-CADSAI
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

       LERSAI.
           READ CADSAI
               AT END
                   IF WS-TEM-TRL = "N"
                       DISPLAY "EX04 - TRAILER AUSENTE EM CADSAI - "
                           "RODADA ABORTADA"
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE "SIM" TO FIM-ARQ
           END-READ
           IF FIM-ARQ NOT = "SIM" AND TRL-SAI-MARCA = "TOTAL"
               MOVE "S" TO WS-TEM-TRL
               IF TRL-SAI-QTDE NOT = CONT-LIDOS
                   DISPLAY "EX04 - TRAILER DE CADSAI INDICA "
                       TRL-SAI-QTDE " REGISTROS, LIDOS " CONT-LIDOS
                       " - RODADA ABORTADA"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF TRL-SAI-SOMA-SALARIO NOT = SOMA-SAL-LID
                   DISPLAY "EX04 - SOMA DE SALARIOS NAO CONFERE COM "
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

      *              Lado da folha: liquido e pensao de cada
      *              funcionario.
       PRINCIPAL.
           MOVE COD-SAI TO WS-COD
           PERFORM LOCALIZARFUNCIONARIO
           MOVE NOME-SAI TO NOME-TAB(IDX-ACHADO)
           MOVE "S"      TO NAFOLHA-TAB(IDX-ACHADO)
           ADD LIQUIDO-SAI TO LIQ-TAB(IDX-ACHADO)
           ADD LIQUIDO-SAI TO TOT-LIQ
           IF PENS-SAI IS NUMERIC
               ADD PENS-SAI TO PEN-TAB(IDX-ACHADO)
               ADD PENS-SAI TO TOT-PEN
           END-IF
           PERFORM LERSAI.

      *              Posicao do funcionario WS-COD na tabela; quem
      *              ainda nao esta entra zerado, como fora da folha.
       LOCALIZARFUNCIONARIO.
           MOVE 0 TO IDX-ACHADO
           PERFORM VARYING IDX-FUN FROM 1 BY 1
               UNTIL IDX-FUN > QTD-FUN
               IF COD-TAB(IDX-FUN) = WS-COD
                   MOVE IDX-FUN TO IDX-ACHADO
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF IDX-ACHADO = 0
               IF QTD-FUN = 2000
                   DISPLAY "EX04 - MAIS DE 2000 FUNCIONARIOS - "
                       "RODADA ABORTADA"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QTD-FUN
               MOVE QTD-FUN TO IDX-ACHADO
               INITIALIZE FUN-ITEM(IDX-ACHADO)
               MOVE WS-COD TO COD-TAB(IDX-ACHADO)
               MOVE "NAO CONSTA NA FOLHA" TO NOME-TAB(IDX-ACHADO)
               MOVE "N" TO NAFOLHA-TAB(IDX-ACHADO)
               MOVE "N" TO TEM00-TAB(IDX-ACHADO)
           END-IF.

      *              Remessa enviada: o header da a competencia da
      *              conciliacao; o trailer e conferido contra os
      *              detalhes lidos.
       CARREGARREMESSA.
           OPEN INPUT REMBCO
           IF FS-REMBCO NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-REMBCO-ARQ)
                   " - FILE STATUS " FS-REMBCO
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LERREMESSA UNTIL FIM-ARQ = "SIM"
           CLOSE REMBCO
           MOVE "NAO" TO FIM-ARQ
           IF WS-COMP = 0
               DISPLAY "EX04 - HEADER AUSENTE EM REMBCO - "
                   "RODADA ABORTADA"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-TEM-TRL-REM = "N"
               DISPLAY "EX04 - TRAILER AUSENTE EM REMBCO - "
                   "RODADA ABORTADA"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       LERREMESSA.
           READ REMBCO
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   EVALUATE TIPO-REM
                       WHEN "0"
                           MOVE COMPH-REM TO WS-COMP
                       WHEN "1"
                           PERFORM ACUMULARREMESSA
                       WHEN "9"
                           MOVE "S" TO WS-TEM-TRL-REM
                           PERFORM CONFERIRTRAILERREMESSA
                           MOVE "SIM" TO FIM-ARQ
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       ACUMULARREMESSA.
           MOVE COD-REM TO WS-COD
           PERFORM LOCALIZARFUNCIONARIO
           COMPUTE WS-VALOR = VALOR-REM / 100
           ADD WS-VALOR TO REM-TAB(IDX-ACHADO)
           ADD WS-VALOR TO TOT-REM
           IF SEQ-REM NOT NUMERIC OR SEQ-REM = "00"
               MOVE "S" TO TEM00-TAB(IDX-ACHADO)
           END-IF
           ADD 1         TO CONT-REM
           ADD VALOR-REM TO SOMA-CENTAVOS.

       CONFERIRTRAILERREMESSA.
           IF QTDET-REM NOT = CONT-REM
               OR VALORT-REM NOT = SOMA-CENTAVOS
               DISPLAY "EX04 - TRAILER DE REMBCO NAO CONFERE COM OS "
                   "DETALHES - RODADA ABORTADA"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

      *              Pago fora do banco: funcionario da folha sem o
      *              proprio deposito na remessa e sem dados
      *              bancarios no mestre (a regra do EX37). Com dados
      *              bancarios, a falta do deposito e quebra.
       CLASSIFICARFORA.
           OPEN INPUT CADFUN
           IF FS-CADFUN NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADFUN-ARQ)
                   " - FILE STATUS " FS-CADFUN
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING IDX-FUN FROM 1 BY 1
               UNTIL IDX-FUN > QTD-FUN
               IF NAFOLHA-TAB(IDX-FUN) = "S"
                   AND TEM00-TAB(IDX-FUN) = "N"
                   PERFORM BUSCARCONTA
               END-IF
           END-PERFORM
           CLOSE CADFUN.

       BUSCARCONTA.
           MOVE COD-TAB(IDX-FUN) TO COD-ENT
           READ CADFUN
               INVALID KEY
                   ADD LIQ-TAB(IDX-FUN) TO FORA-TAB(IDX-FUN)
                   ADD LIQ-TAB(IDX-FUN) TO TOT-FORA
               NOT INVALID KEY
                   IF BANCO-ENT = 0 OR CONTA-ENT = 0
                       ADD LIQ-TAB(IDX-FUN) TO FORA-TAB(IDX-FUN)
                       ADD LIQ-TAB(IDX-FUN) TO TOT-FORA
                   END-IF
           END-READ.

      *              Pensoes sem dados bancarios do beneficiario
      *              ficaram fora da remessa (pagamento manual).
       CARREGARPENSOES.
           OPEN INPUT CADPGP
           IF FS-CADPGP = "00"
               PERFORM LERPENSAO UNTIL FIM-ARQ = "SIM"
               CLOSE CADPGP
               MOVE "NAO" TO FIM-ARQ
           END-IF.

       LERPENSAO.
           READ CADPGP
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   IF TRL-PGP-MARCA NOT = "TOTAL"
                       AND (BANCO-PGP = 0 OR CONTA-PGP = 0)
                       MOVE COD-PGP TO WS-COD
                       PERFORM LOCALIZARFUNCIONARIO
                       ADD VALOR-PGP TO FORA-TAB(IDX-ACHADO)
                       ADD VALOR-PGP TO TOT-FORA
                   END-IF
           END-READ.

       CARREGARCONFIRMADOS.
           OPEN INPUT CADCNF
           IF FS-CADCNF = "00"
               PERFORM LERCONFIRMADO UNTIL FIM-ARQ = "SIM"
               CLOSE CADCNF
               MOVE "NAO" TO FIM-ARQ
           END-IF.

       LERCONFIRMADO.
           READ CADCNF
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   IF COMP-CNF = WS-COMP
                       MOVE COD-CNF TO WS-COD
                       PERFORM LOCALIZARFUNCIONARIO
                       COMPUTE WS-VALOR = VALOR-CNF / 100
                       ADD WS-VALOR TO CNF-TAB(IDX-ACHADO)
                       ADD WS-VALOR TO TOT-CNF
                   END-IF
           END-READ.

       CARREGARDEVOLVIDOS.
           OPEN INPUT CADRJB
           IF FS-CADRJB = "00"
               PERFORM LERDEVOLVIDO UNTIL FIM-ARQ = "SIM"
               CLOSE CADRJB
               MOVE "NAO" TO FIM-ARQ
           END-IF.

       LERDEVOLVIDO.
           READ CADRJB
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   IF COMP-RJB = WS-COMP
                       MOVE COD-RJB TO WS-COD
                       PERFORM LOCALIZARFUNCIONARIO
                       COMPUTE WS-VALOR = VALOR-RJB / 100
                       ADD WS-VALOR TO RJB-TAB(IDX-ACHADO)
                       ADD WS-VALOR TO TOT-RJB
                   END-IF
           END-READ.

      *              Creditos de salarios liquidos (LIQ) e de pensao
      *              a repassar (PAL) exportados pelo EX63.
       CARREGARCONTABIL.
           OPEN INPUT LANCTB
           IF FS-LANCTB NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-LANCTB-ARQ)
                   " - FILE STATUS " FS-LANCTB
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LERLANCAMENTO UNTIL FIM-ARQ = "SIM"
           CLOSE LANCTB
           MOVE "NAO" TO FIM-ARQ
           IF WS-TEM-TRL-LAN = "N"
               DISPLAY "EX04 - TRAILER AUSENTE EM LANCTB - "
                   "RODADA ABORTADA"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       LERLANCAMENTO.
           READ LANCTB
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   IF TRL-LAN-MARCA = "TOTAL"
                       MOVE "S" TO WS-TEM-TRL-LAN
                   ELSE
                       IF EVENTO-LAN = "LIQ" AND DC-LAN = "C"
                           ADD VALOR-LAN TO TOT-LAN-LIQ
                       END-IF
                       IF EVENTO-LAN = "PAL" AND DC-LAN = "C"
                           ADD VALOR-LAN TO TOT-LAN-PAL
                       END-IF
                   END-IF
           END-READ.

       ABRIRRELATORIO.
           OPEN OUTPUT RELCFP
           IF FS-RELCFP NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-RELCFP-ARQ)
                   " - FILE STATUS " FS-RELCFP
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO LINHA-CFP
           STRING "CONCILIACAO DO PAGAMENTO DA FOLHA - COMPETENCIA "
               WS-COMP(5:2) "/" WS-COMP(1:4)
               DELIMITED BY SIZE INTO LINHA-CFP
           PERFORM GRAVARLINHA
           STRING "DATA DE MOVIMENTO: "
               WS-DATA-MOV(7:2) "/" WS-DATA-MOV(5:2) "/"
               WS-DATA-MOV(1:4)
               DELIMITED BY SIZE INTO LINHA-CFP
           PERFORM GRAVARLINHA
           MOVE ALL "=" TO LINHA-CFP
           PERFORM GRAVARLINHA
           MOVE "QUEBRAS POR FUNCIONARIO" TO LINHA-CFP
           PERFORM GRAVARLINHA
           MOVE "CODIGO NOME                 CONFERENCIA" TO LINHA-CFP
           MOVE "LADO A        LADO B" TO LINHA-CFP(59:)
           PERFORM GRAVARLINHA
           MOVE ALL "-" TO LINHA-CFP
           PERFORM GRAVARLINHA.

       GRAVARLINHA.
           WRITE LINHA-CFP
           MOVE SPACES TO LINHA-CFP.

      *              Duas conferencias por funcionario: folha (liquido
      *              + pensao) contra remessa + pago fora do banco, e
      *              remessa contra confirmados + devolvidos.
       CONFERIRFUNCIONARIO.
           COMPUTE WS-LADO-A = LIQ-TAB(IDX-FUN) + PEN-TAB(IDX-FUN)
           COMPUTE WS-LADO-B = REM-TAB(IDX-FUN) + FORA-TAB(IDX-FUN)
           IF WS-LADO-A NOT = WS-LADO-B
               MOVE "FOLHA X REMESSA+FORA" TO WS-CONFERENCIA
               PERFORM GRAVARQUEBRAFUNCIONARIO
           END-IF
           MOVE REM-TAB(IDX-FUN) TO WS-LADO-A
           COMPUTE WS-LADO-B = CNF-TAB(IDX-FUN) + RJB-TAB(IDX-FUN)
           IF WS-LADO-A NOT = WS-LADO-B
               MOVE "REMESSA X CONF.+DEVOL." TO WS-CONFERENCIA
               PERFORM GRAVARQUEBRAFUNCIONARIO
           END-IF.

       GRAVARQUEBRAFUNCIONARIO.
           ADD 1 TO CONT-QUEBRA CONT-QUEBRA-FUN
           MOVE WS-LADO-A TO WS-LADOA-EDT
           MOVE WS-LADO-B TO WS-LADOB-EDT
           STRING COD-TAB(IDX-FUN) "  " NOME-TAB(IDX-FUN) " "
               WS-CONFERENCIA(1:22) " " WS-LADOA-EDT " "
               WS-LADOB-EDT
               DELIMITED BY SIZE INTO LINHA-CFP
           PERFORM GRAVARLINHA.

       GRAVARTOTAL.
           MOVE WS-VALOR TO WS-VALOR-EDT
           STRING WS-CONFERENCIA "          " WS-VALOR-EDT
               DELIMITED BY SIZE INTO LINHA-CFP
           PERFORM GRAVARLINHA.

      *              Conferencia de total: os dois lados e a
      *              situacao; a diferenca conta como quebra.
       CONFERIRTOTAL.
           MOVE WS-LADO-A TO WS-LADOA-EDT
           MOVE WS-LADO-B TO WS-LADOB-EDT
           IF WS-LADO-A = WS-LADO-B
               STRING WS-CONFERENCIA WS-LADOA-EDT " "
                   WS-LADOB-EDT "  OK"
                   DELIMITED BY SIZE INTO LINHA-CFP
           ELSE
               ADD 1 TO CONT-QUEBRA
               STRING WS-CONFERENCIA WS-LADOA-EDT " "
                   WS-LADOB-EDT "  QUEBRA"
                   DELIMITED BY SIZE INTO LINHA-CFP
           END-IF
           PERFORM GRAVARLINHA.

       GRAVARTOTAIS.
           MOVE ALL "-" TO LINHA-CFP
           PERFORM GRAVARLINHA
           MOVE "TOTAIS" TO LINHA-CFP
           PERFORM GRAVARLINHA
           MOVE "LIQUIDO DA FOLHA (CADSAI)" TO WS-CONFERENCIA
           MOVE TOT-LIQ TO WS-VALOR
           PERFORM GRAVARTOTAL
           MOVE "PENSOES DA FOLHA (CADSAI)" TO WS-CONFERENCIA
           MOVE TOT-PEN TO WS-VALOR
           PERFORM GRAVARTOTAL
           MOVE "DEPOSITADO NA REMESSA (REMBCO)" TO WS-CONFERENCIA
           MOVE TOT-REM TO WS-VALOR
           PERFORM GRAVARTOTAL
           MOVE "PAGO FORA DO BANCO" TO WS-CONFERENCIA
           MOVE TOT-FORA TO WS-VALOR
           PERFORM GRAVARTOTAL
           MOVE "CONFIRMADOS (CADCNF)" TO WS-CONFERENCIA
           MOVE TOT-CNF TO WS-VALOR
           PERFORM GRAVARTOTAL
           MOVE "DEVOLVIDOS (CADRJB)" TO WS-CONFERENCIA
           MOVE TOT-RJB TO WS-VALOR
           PERFORM GRAVARTOTAL
           MOVE "CREDITO LIQ (LANCTB)" TO WS-CONFERENCIA
           MOVE TOT-LAN-LIQ TO WS-VALOR
           PERFORM GRAVARTOTAL
           MOVE "CREDITO PAL (LANCTB)" TO WS-CONFERENCIA
           MOVE TOT-LAN-PAL TO WS-VALOR
           PERFORM GRAVARTOTAL
           MOVE ALL "-" TO LINHA-CFP
           PERFORM GRAVARLINHA
           MOVE "CONFERENCIAS DE TOTAL" TO LINHA-CFP
           MOVE "LADO A        LADO B" TO LINHA-CFP(38:)
           PERFORM GRAVARLINHA
           MOVE "FOLHA X REMESSA + FORA" TO WS-CONFERENCIA
           COMPUTE WS-LADO-A = TOT-LIQ + TOT-PEN
           COMPUTE WS-LADO-B = TOT-REM + TOT-FORA
           PERFORM CONFERIRTOTAL
           MOVE "REMESSA X CONF. + DEVOLV." TO WS-CONFERENCIA
           MOVE TOT-REM TO WS-LADO-A
           COMPUTE WS-LADO-B = TOT-CNF + TOT-RJB
           PERFORM CONFERIRTOTAL
           MOVE "LIQUIDO X LANCTB (LIQ)" TO WS-CONFERENCIA
           MOVE TOT-LIQ     TO WS-LADO-A
           MOVE TOT-LAN-LIQ TO WS-LADO-B
           PERFORM CONFERIRTOTAL
           MOVE "PENSOES X LANCTB (PAL)" TO WS-CONFERENCIA
           MOVE TOT-PEN     TO WS-LADO-A
           MOVE TOT-LAN-PAL TO WS-LADO-B
           PERFORM CONFERIRTOTAL
           MOVE ALL "=" TO LINHA-CFP
           PERFORM GRAVARLINHA
           MOVE CONT-QUEBRA TO WS-QTDE-EDT
           IF CONT-QUEBRA = 0
               STRING "QUEBRAS: " WS-QTDE-EDT
                   "   SITUACAO: CONCILIADA"
                   DELIMITED BY SIZE INTO LINHA-CFP
           ELSE
               STRING "QUEBRAS: " WS-QTDE-EDT
                   "   SITUACAO: DIVERGENTE - COMPETENCIA NAO "
                   "PODE SER FECHADA"
                   DELIMITED BY SIZE INTO LINHA-CFP
           END-IF
           PERFORM GRAVARLINHA.

      *              Resultado da rodada no livro de conciliacoes,
      *              consultado pelo EX34 no fechamento.
       GRAVARRESULTADO.
           OPEN EXTEND CADCFP
           IF FS-CADCFP = "35" OR FS-CADCFP = "05"
               OPEN OUTPUT CADCFP
               CLOSE CADCFP
               OPEN EXTEND CADCFP
           END-IF
           IF FS-CADCFP NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADCFP-ARQ)
                   " - FILE STATUS " FS-CADCFP
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-COMP     TO COMP-CFP
           MOVE WS-DATA-MOV TO DATA-CFP
           IF CONT-QUEBRA = 0
               MOVE "C" TO SIT-CFP
           ELSE
               MOVE "D" TO SIT-CFP
           END-IF
           MOVE CONT-QUEBRA TO QUEBRAS-CFP
           WRITE REG-CFP
           CLOSE CADCFP.

       TERMINO.
           CLOSE CADSAI.
           MOVE "NAO" TO FIM-ARQ.
           PERFORM CARREGARREMESSA.
           PERFORM CLASSIFICARFORA.
           PERFORM CARREGARPENSOES.
           PERFORM CARREGARCONFIRMADOS.
           PERFORM CARREGARDEVOLVIDOS.
           PERFORM CARREGARCONTABIL.
           PERFORM ABRIRRELATORIO.
           PERFORM CONFERIRFUNCIONARIO
               VARYING IDX-FUN FROM 1 BY 1
               UNTIL IDX-FUN > QTD-FUN
           IF CONT-QUEBRA-FUN = 0
               MOVE "NENHUMA QUEBRA POR FUNCIONARIO" TO LINHA-CFP
               PERFORM GRAVARLINHA
           END-IF
           PERFORM GRAVARTOTAIS.
           CLOSE RELCFP.
           PERFORM GRAVARRESULTADO.
           DISPLAY "EX04 - COMPETENCIA " WS-COMP
               " FUNCIONARIOS: " QTD-FUN
               " QUEBRAS: " CONT-QUEBRA.
           IF CONT-QUEBRA = 0
               DISPLAY "EX04 - PAGAMENTO DA FOLHA CONCILIADO"
           ELSE
               DISPLAY "EX04 - PAGAMENTO DA FOLHA DIVERGENTE - VER "
                   FUNCTION TRIM(WS-RELCFP-ARQ)
           END-IF.
