       IDENTIFICATION DIVISION.
       PROGRAM-ID.   EX66.
       AUTHOR.       ERIKA ROCHA.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 09-10-2025.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.      GERACAO DO ARQUIVO MENSAL DE RECOLHIMENTO DO
      *              FGTS E INFORMACOES A PREVIDENCIA (LEIAUTE
      *              SEFIP/GFIP). LE A FOLHA CADSAI (EX08, COM
      *              CONFERENCIA DO TRAILER), BUSCA OS DADOS DE CADA
      *              FUNCIONARIO POR CHAVE NO MESTRE INDEXADO CADFUN
      *              E GRAVA SEFIP NO LEIAUTE FIXO OFICIAL: HEADER
      *              (TIPO 00) COM A EMPRESA (ARQUIVO CADEMP), A
      *              COMPETENCIA E O CODIGO DE RECOLHIMENTO, UM
      *              REGISTRO DE TRABALHADOR (TIPO 30) POR
      *              FUNCIONARIO COM A REMUNERACAO, O DEPOSITO DE
      *              FGTS E O INSS DESCONTADO EM CENTAVOS, E O
      *              TRAILER (TIPO 90) COM QUANTIDADE E TOTAIS -
      *              ACABOU A REDIGITACAO NO PROGRAMA DO GOVERNO.
      *              A COMPETENCIA PRECISA ESTAR FECHADA NO LIVRO
      *              CADFEC (VALE O ULTIMO REGISTRO DELA): ARQUIVO DE
      *              RECOLHIMENTO DE FOLHA AINDA ABERTA OU REABERTA
      *              E RECUSADO. FUNCIONARIO COM DADO OBRIGATORIO
      *              FALTANDO (FORA DO MESTRE, NOME EM BRANCO, DATA
      *              DE ADMISSAO AUSENTE OU INVALIDA, ADMISSAO
      *              POSTERIOR A COMPETENCIA) NAO ENTRA NO ARQUIVO:
      *              VAI PARA A LISTA DE REJEITADOS RELSEF, PARA
      *              ACERTO NO EX14 E NOVA GERACAO.

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
           SELECT CADEMP   ASSIGN TO DYNAMIC WS-CADEMP-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADEMP.
           SELECT CADFEC   ASSIGN TO DYNAMIC WS-CADFEC-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADFEC.
           SELECT SEFIP    ASSIGN TO DYNAMIC WS-SEFIP-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SEFIP.
           SELECT RELSEF   ASSIGN TO DYNAMIC WS-RELSEF-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELSEF.
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

       01 REG-SAI-TRL.
           02 TRL-SAI-MARCA         PIC X(05).
           02 TRL-SAI-QTDE          PIC 9(07).
           02 TRL-SAI-SOMA-SALARIO  PIC 9(09)V99.
           02 TRL-SAI-SOMA-LIQUIDO  PIC 9(09)V99.

      *              CADEMP: dados da empresa para o header -
      *              razao social e CNPJ (o mesmo arquivo do EX37).
       FD CADEMP
           LABEL RECORD ARE STANDARD.

       01 REG-EMP.
           02 NOME-EMP      PIC X(30).
           02 CNPJ-EMP      PIC 9(14).

       FD CADFEC
           LABEL RECORD ARE STANDARD.

           COPY CADFEC.

      *              SEFIP: arquivo de recolhimento no leiaute fixo
      *              de 120 posicoes. TIPO 00 = header da empresa,
      *              30 = trabalhador, 90 = trailer. Valores em
      *              centavos, sem virgula.
       FD SEFIP
           LABEL RECORD ARE STANDARD.

       01 REG-SEF-HDR.
           02 TIPO-SHD      PIC X(02).
           02 CNPJ-SHD      PIC 9(14).
           02 NOME-SHD      PIC X(30).
           02 COMP-SHD      PIC 9(06).
           02 CODREC-SHD    PIC 9(03).
           02 DATA-SHD      PIC 9(08).
           02 FILLER        PIC X(57).

       01 REG-SEF-TRB.
           02 TIPO-STB      PIC X(02).
           02 CNPJ-STB      PIC 9(14).
           02 MATR-STB      PIC 9(05).
           02 NOME-STB      PIC X(20).
           02 ADMISSAO-STB  PIC 9(08).
           02 CATEG-STB     PIC 9(02).
           02 REMUN-STB     PIC 9(13).
           02 FGTS-STB      PIC 9(13).
           02 INSS-STB      PIC 9(13).
           02 FILLER        PIC X(30).

       01 REG-SEF-TRL.
           02 TIPO-STL      PIC X(02).
           02 QTDE-STL      PIC 9(06).
           02 REMUN-STL     PIC 9(15).
           02 FGTS-STL      PIC 9(15).
           02 INSS-STL      PIC 9(15).
           02 PATR-STL      PIC 9(15).
           02 FILLER        PIC X(52).

       FD RELSEF
           LABEL RECORD ARE STANDARD.

       01 LINHA-SEF  PIC X(80).

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
       77 FS-CADEMP     PIC X(02) VALUE "00".
       77 FS-CADFEC     PIC X(02) VALUE "00".
       77 FS-SEFIP      PIC X(02) VALUE "00".
       77 FS-RELSEF     PIC X(02) VALUE "00".
       77 FS-CADDTM     PIC X(02) VALUE "00".
       77 WS-DATA-MOV   PIC 9(08) VALUE 0.
       77 WS-COMP       PIC 9(06) VALUE 0.
       77 WS-COMP-ADM   PIC 9(06) VALUE 0.
       77 WS-SIT-COMP   PIC X(01) VALUE "A".
       77 WS-TEM-TRL    PIC X(01) VALUE "N".
       77 WS-MOTIVO     PIC X(40) VALUE SPACES.
       77 CONT-LIDOS    PIC 9(07) VALUE 0.
       77 SOMA-SAL-LID  PIC 9(09)V99 VALUE 0.
       77 CONT-TRB      PIC 9(06) VALUE 0.
       77 CONT-REJ      PIC 9(06) VALUE 0.
       77 WS-CENTAVOS   PIC 9(13) VALUE 0.
       77 SOMA-REMUN    PIC 9(15) VALUE 0.
       77 SOMA-FGTS     PIC 9(15) VALUE 0.
       77 SOMA-INSS     PIC 9(15) VALUE 0.
       77 SOMA-PATR     PIC 9(15) VALUE 0.
       77 WS-NOME-EMP   PIC X(30) VALUE SPACES.
       77 WS-CNPJ-EMP   PIC 9(14) VALUE 0.
      *              Codigo de recolhimento da GFIP: 115 =
      *              recolhimento ao FGTS e informacoes a previdencia
      *              social; categoria 01 = empregado.
       77 WS-CODREC     PIC 9(03) VALUE 115.
       77 WS-CATEG      PIC 9(02) VALUE 1.

      *              Nomes fisicos dos arquivos, com o valor original
      *              como default, substituiveis em tempo de execucao
      *              por variaveis de ambiente (ver LERNOMESARQUIVOS).
       77 WS-CADFUN-ARQ  PIC X(40) VALUE "CADFUN.DAT".
       77 WS-CADSAI-ARQ  PIC X(40) VALUE "CADSAI.DAT".
       77 WS-CADEMP-ARQ  PIC X(40) VALUE "CADEMP.DAT".
       77 WS-CADFEC-ARQ  PIC X(40) VALUE "CADFEC.DAT".
       77 WS-SEFIP-ARQ   PIC X(40) VALUE "SEFIP.DAT".
       77 WS-RELSEF-ARQ  PIC X(40) VALUE "RELSEF.DAT".
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
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADEMP"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADEMP-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADFEC"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADFEC-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "SEFIP"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-SEFIP-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "RELSEF"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-RELSEF-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADDTM"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADDTM-ARQ
           END-IF.

       INICIO.
           PERFORM LERDATAMOV.
           PERFORM VERIFICARCOMPETENCIA.
           PERFORM LEREMPRESA.
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
           OPEN OUTPUT SEFIP
           IF FS-SEFIP NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-SEFIP-ARQ)
                   " - FILE STATUS " FS-SEFIP
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RELSEF
           IF FS-RELSEF NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-RELSEF-ARQ)
                   " - FILE STATUS " FS-RELSEF
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM GRAVARHEADER.
           PERFORM CABECALHOREJEITADOS.
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

      *              O recolhimento so sai de competencia fechada no
      *              livro CADFEC (vale o ultimo registro dela): folha
      *              aberta ou reaberta ainda pode mudar depois de o
      *              arquivo ter ido para o governo.
       VERIFICARCOMPETENCIA.
           MOVE WS-DATA-MOV(1:6) TO WS-COMP
           MOVE "A" TO WS-SIT-COMP
           OPEN INPUT CADFEC
           IF FS-CADFEC = "00"
               PERFORM VARRERFECHAMENTOS
                   UNTIL FS-CADFEC NOT = "00"
               CLOSE CADFEC
           END-IF
           IF WS-SIT-COMP NOT = "F"
               DISPLAY "EX66 - COMPETENCIA " WS-COMP
                   " NAO FECHADA NO LIVRO CADFEC - RODADA RECUSADA "
                   "(FECHE A COMPETENCIA NO EX34 ANTES DO "
                   "RECOLHIMENTO)"
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

      *              Dados da empresa para o header. Sem CADEMP, ou
      *              com o CNPJ zerado, o arquivo nao pode ser
      *              montado.
       LEREMPRESA.
           OPEN INPUT CADEMP
           IF FS-CADEMP NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADEMP-ARQ)
                   " - FILE STATUS " FS-CADEMP
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           READ CADEMP
               AT END
                   DISPLAY "EX66 - CADEMP VAZIO - RODADA ABORTADA"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               NOT AT END
                   MOVE NOME-EMP TO WS-NOME-EMP
                   MOVE CNPJ-EMP TO WS-CNPJ-EMP
           END-READ
           CLOSE CADEMP
           IF WS-CNPJ-EMP = 0
               DISPLAY "EX66 - CNPJ DA EMPRESA ZERADO EM CADEMP - "
                   "RODADA ABORTADA"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       GRAVARHEADER.
           MOVE SPACES       TO REG-SEF-HDR
           MOVE "00"         TO TIPO-SHD
           MOVE WS-CNPJ-EMP  TO CNPJ-SHD
           MOVE WS-NOME-EMP  TO NOME-SHD
           MOVE WS-COMP      TO COMP-SHD
           MOVE WS-CODREC    TO CODREC-SHD
           MOVE WS-DATA-MOV  TO DATA-SHD
           WRITE REG-SEF-HDR.

       CABECALHOREJEITADOS.
           MOVE SPACES TO LINHA-SEF
           STRING "FUNCIONARIOS FORA DO RECOLHIMENTO DA COMPETENCIA "
               WS-COMP DELIMITED BY SIZE INTO LINHA-SEF
           WRITE LINHA-SEF
           MOVE ALL "-" TO LINHA-SEF
           WRITE LINHA-SEF.

       LERSAI.
           READ CADSAI
               AT END
                   IF WS-TEM-TRL = "N"
                       DISPLAY "EX66 - TRAILER AUSENTE EM CADSAI - "
                           "RODADA ABORTADA"
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE "SIM" TO FIM-ARQ
           END-READ
           IF FIM-ARQ NOT = "SIM" AND TRL-SAI-MARCA = "TOTAL"
               MOVE "S" TO WS-TEM-TRL
               IF TRL-SAI-QTDE NOT = CONT-LIDOS
                   DISPLAY "EX66 - TRAILER DE CADSAI INDICA "
                       TRL-SAI-QTDE " REGISTROS, LIDOS " CONT-LIDOS
                       " - RODADA ABORTADA"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF TRL-SAI-SOMA-SALARIO NOT = SOMA-SAL-LID
                   DISPLAY "EX66 - SOMA DE SALARIOS NAO CONFERE COM "
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

       PRINCIPAL.
           PERFORM VALIDARFUNCIONARIO
           IF WS-MOTIVO = SPACES
               PERFORM GRAVARTRABALHADOR
           ELSE
               PERFORM GRAVARREJEITADO
           END-IF
           PERFORM LERSAI.

      *              Dados obrigatorios do trabalhador no leiaute:
      *              presenca no mestre, nome e data de admissao
      *              valida e nao posterior a competencia. Motivo em
      *              branco = funcionario apto para o arquivo.
       VALIDARFUNCIONARIO.
           MOVE SPACES TO WS-MOTIVO
           MOVE COD-SAI TO COD-ENT
           READ CADFUN
               INVALID KEY
                   MOVE "FUNCIONARIO FORA DO MESTRE CADFUN"
                       TO WS-MOTIVO
           END-READ
           IF WS-MOTIVO = SPACES
               IF NOME-ENT = SPACES
                   MOVE "NOME EM BRANCO NO MESTRE" TO WS-MOTIVO
               END-IF
           END-IF
           IF WS-MOTIVO = SPACES
               IF DD-ADM-ENT < 1 OR DD-ADM-ENT > 31
                   OR MM-ADM-ENT < 1 OR MM-ADM-ENT > 12
                   OR AA-ADM-ENT < 1900
                   MOVE "DATA DE ADMISSAO AUSENTE OU INVALIDA"
                       TO WS-MOTIVO
               END-IF
           END-IF
           IF WS-MOTIVO = SPACES
               COMPUTE WS-COMP-ADM = AA-ADM-ENT * 100 + MM-ADM-ENT
               IF WS-COMP-ADM > WS-COMP
                   MOVE "ADMISSAO POSTERIOR A COMPETENCIA"
                       TO WS-MOTIVO
               END-IF
           END-IF.

       GRAVARTRABALHADOR.
           MOVE SPACES       TO REG-SEF-TRB
           MOVE "30"         TO TIPO-STB
           MOVE WS-CNPJ-EMP  TO CNPJ-STB
           MOVE COD-SAI      TO MATR-STB
           MOVE NOME-ENT     TO NOME-STB
           MOVE ADMISSAO-ENT TO ADMISSAO-STB
           MOVE WS-CATEG     TO CATEG-STB
           COMPUTE WS-CENTAVOS = SALARIO-SAI * 100
           MOVE WS-CENTAVOS  TO REMUN-STB
           ADD WS-CENTAVOS   TO SOMA-REMUN
           COMPUTE WS-CENTAVOS = FGTS-SAI * 100
           MOVE WS-CENTAVOS  TO FGTS-STB
           ADD WS-CENTAVOS   TO SOMA-FGTS
           COMPUTE WS-CENTAVOS = INSS-SAI * 100
           MOVE WS-CENTAVOS  TO INSS-STB
           ADD WS-CENTAVOS   TO SOMA-INSS
           COMPUTE WS-CENTAVOS = PATR-SAI * 100
           ADD WS-CENTAVOS   TO SOMA-PATR
           WRITE REG-SEF-TRB
           ADD 1 TO CONT-TRB.

       GRAVARREJEITADO.
           MOVE SPACES TO LINHA-SEF
           STRING COD-SAI " " NOME-SAI " " WS-MOTIVO
               DELIMITED BY SIZE INTO LINHA-SEF
           WRITE LINHA-SEF
           ADD 1 TO CONT-REJ.

       TERMINO.
           MOVE SPACES     TO REG-SEF-TRL
           MOVE "90"       TO TIPO-STL
           MOVE CONT-TRB   TO QTDE-STL
           MOVE SOMA-REMUN TO REMUN-STL
           MOVE SOMA-FGTS  TO FGTS-STL
           MOVE SOMA-INSS  TO INSS-STL
           MOVE SOMA-PATR  TO PATR-STL
           WRITE REG-SEF-TRL.
           MOVE ALL "-" TO LINHA-SEF
           WRITE LINHA-SEF
           MOVE SPACES TO LINHA-SEF
           STRING "TOTAL DE REJEITADOS: " CONT-REJ
               DELIMITED BY SIZE INTO LINHA-SEF
           WRITE LINHA-SEF
           CLOSE CADFUN CADSAI SEFIP RELSEF.
           DISPLAY "EX66 - TRABALHADORES NO ARQUIVO: " CONT-TRB
               " REJEITADOS: " CONT-REJ.
