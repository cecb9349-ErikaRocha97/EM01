       IDENTIFICATION DIVISION.
       PROGRAM-ID.   EX68.
       AUTHOR.       ERIKA ROCHA.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 10-10-2025.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.      RELATORIO MENSAL DE FUNCIONARIOS AFASTADOS PARA O
      *              DEPARTAMENTO PESSOAL, NO ESTILO DOS RESUMOS DO
      *              EX54. LE O REGISTRO DE AFASTAMENTOS CADAFA
      *              (MANTIDO PELO EX67) E LISTA TODO AFASTAMENTO QUE
      *              TOCA A COMPETENCIA DA DATA DE MOVIMENTO (CADDTM;
      *              SEM ELE, O RELOGIO DA MAQUINA): FUNCIONARIO, NOME
      *              (BUSCADO POR CHAVE NO MESTRE INDEXADO CADFUN),
      *              TIPO, DESDE QUANDO, ATE QUANDO (OU "EM ABERTO"),
      *              DIAS AFASTADOS NO MES E QUANTOS DESSES DIAS NAO
      *              SAO PAGOS PELA EMPRESA - A MESMA REGRA DO EX08:
      *              EM DOENCA E ACIDENTE DE TRABALHO OS 15 PRIMEIROS
      *              DIAS SAO DA EMPRESA; NA MATERNIDADE E NA LICENCA
      *              SEM REMUNERACAO, TODOS. FECHA COM A QUANTIDADE
      *              POR TIPO NO RELATORIO RELAFA.

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
      *              nome do funcionario afastado.
           SELECT CADFUN   ASSIGN TO DYNAMIC WS-CADFUN-ARQ
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS COD-ENT
           FILE STATUS IS FS-CADFUN.
           SELECT CADAFA   ASSIGN TO DYNAMIC WS-CADAFA-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADAFA.
           SELECT CADDTM   ASSIGN TO DYNAMIC WS-CADDTM-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADDTM.
           SELECT RELAFA   ASSIGN TO DYNAMIC WS-RELAFA-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELAFA.

       DATA DIVISION.

       FILE SECTION.
       FD CADFUN
           LABEL RECORD ARE STANDARD.

           COPY CADFUN.

       FD CADAFA
           LABEL RECORD ARE STANDARD.

           COPY CADAFA.

      *              CADDTM: data de movimento (AAAAMMDD) do lote.
      *              Opcional - se ausente, vale o relogio da maquina.
       FD CADDTM
           LABEL RECORD ARE STANDARD.

       01 REG-DTM.
           02 DATA-DTM       PIC 9(08).

       FD RELAFA
           LABEL RECORD ARE STANDARD.

       01 LINHA-AFA  PIC X(80).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ       PIC X(03) VALUE "NAO".
       77 FS-CADFUN     PIC X(02) VALUE "00".
       77 FS-CADAFA     PIC X(02) VALUE "00".
       77 FS-CADDTM     PIC X(02) VALUE "00".
       77 FS-RELAFA     PIC X(02) VALUE "00".
       77 WS-DATA-MOV   PIC 9(08) VALUE 0.
       77 WS-COMP       PIC 9(06) VALUE 0.
       77 WS-NOME       PIC X(20) VALUE SPACES.

      *              Limites da competencia e do afastamento em dias
      *              corridos (INTEGER-OF-DATE), para contar os dias
      *              afastados dentro do mes.
       77 WS-DATA-AUX   PIC 9(08) VALUE 0.
       77 WS-INI-MES    PIC 9(07) VALUE 0.
       77 WS-FIM-MES    PIC 9(07) VALUE 0.
       77 WS-INI-AFA    PIC 9(07) VALUE 0.
       77 WS-FIM-AFA    PIC 9(07) VALUE 0.
       77 WS-INI-DESC   PIC 9(07) VALUE 0.
       77 WS-DIAS-MES   PIC 9(03) VALUE 0.
       77 WS-DIAS-DESC  PIC 9(03) VALUE 0.

       77 CONT-DO       PIC 9(05) VALUE 0.
       77 CONT-AT       PIC 9(05) VALUE 0.
       77 CONT-MA       PIC 9(05) VALUE 0.
       77 CONT-SR       PIC 9(05) VALUE 0.
       77 CONT-LIS      PIC 9(05) VALUE 0.

      *              Campos editados das linhas do relatorio.
       77 WS-QTDE-EDT   PIC ZZZZ9.
       77 WS-DIAS-EDT   PIC ZZ9.
       77 WS-DESC-EDT   PIC ZZ9.
       77 WS-INI-EDT    PIC X(10).
       77 WS-FIM-EDT    PIC X(10).

      *              Nomes fisicos dos arquivos, com o valor original
      *              como default, substituiveis em tempo de execucao
      *              por variaveis de ambiente (ver LERNOMESARQUIVOS).
       77 WS-CADFUN-ARQ  PIC X(40) VALUE "CADFUN.DAT".
       77 WS-CADAFA-ARQ  PIC X(40) VALUE "CADAFA.DAT".
       77 WS-CADDTM-ARQ  PIC X(40) VALUE "CADDTM.DAT".
       77 WS-RELAFA-ARQ  PIC X(40) VALUE "RELAFA.DAT".
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
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADAFA"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADAFA-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADDTM"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADDTM-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "RELAFA"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-RELAFA-ARQ
           END-IF.

       INICIO.
           PERFORM LERDATAMOV.
           PERFORM CALCULARLIMITESMES.
           OPEN INPUT CADFUN
           IF FS-CADFUN NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADFUN-ARQ)
                   " - FILE STATUS " FS-CADFUN
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CADAFA
           IF FS-CADAFA NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADAFA-ARQ)
                   " - FILE STATUS " FS-CADAFA
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RELAFA
           IF FS-RELAFA NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-RELAFA-ARQ)
                   " - FILE STATUS " FS-RELAFA
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CABECALHO.
           PERFORM LERAFA.

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

      *              Primeiro e ultimo dia da competencia: o ultimo e
      *              a vespera do primeiro dia do mes seguinte.
       CALCULARLIMITESMES.
           COMPUTE WS-DATA-AUX = WS-COMP * 100 + 1
           COMPUTE WS-INI-MES = FUNCTION INTEGER-OF-DATE(WS-DATA-AUX)
           IF WS-DATA-MOV(5:2) = "12"
               COMPUTE WS-DATA-AUX = (WS-COMP + 89) * 100 + 1
           ELSE
               COMPUTE WS-DATA-AUX = (WS-COMP + 1) * 100 + 1
           END-IF
           COMPUTE WS-FIM-MES =
               FUNCTION INTEGER-OF-DATE(WS-DATA-AUX) - 1.

       LERAFA.
           READ CADAFA
               AT END
                   MOVE "SIM" TO FIM-ARQ
           END-READ.

       PRINCIPAL.
           IF INICIO-AFA(1:6) NOT > WS-DATA-MOV(1:6)
               AND (FIM-AFA = 0 OR FIM-AFA(1:6) NOT < WS-DATA-MOV(1:6))
               PERFORM CALCULARDIASMES
               PERFORM BUSCARNOME
               PERFORM GRAVARDETALHE
           END-IF
           PERFORM LERAFA.

      *              Dias afastados dentro do mes e, deles, os que nao
      *              sao pagos pela empresa (a partir do 16o. dia em
      *              doenca/acidente; todos nos demais tipos).
       CALCULARDIASMES.
           COMPUTE WS-INI-AFA = FUNCTION INTEGER-OF-DATE(INICIO-AFA)
           IF FIM-AFA = 0
               MOVE WS-FIM-MES TO WS-FIM-AFA
           ELSE
               COMPUTE WS-FIM-AFA = FUNCTION INTEGER-OF-DATE(FIM-AFA)
           END-IF
           IF WS-FIM-AFA > WS-FIM-MES
               MOVE WS-FIM-MES TO WS-FIM-AFA
           END-IF
           IF WS-INI-AFA < WS-INI-MES
               COMPUTE WS-DIAS-MES = WS-FIM-AFA - WS-INI-MES + 1
           ELSE
               COMPUTE WS-DIAS-MES = WS-FIM-AFA - WS-INI-AFA + 1
           END-IF
           IF TIPO-AFA = "DO" OR TIPO-AFA = "AT"
               COMPUTE WS-INI-DESC = WS-INI-AFA + 15
           ELSE
               MOVE WS-INI-AFA TO WS-INI-DESC
           END-IF
           IF WS-INI-DESC < WS-INI-MES
               MOVE WS-INI-MES TO WS-INI-DESC
           END-IF
           IF WS-INI-DESC > WS-FIM-AFA
               MOVE 0 TO WS-DIAS-DESC
           ELSE
               COMPUTE WS-DIAS-DESC = WS-FIM-AFA - WS-INI-DESC + 1
           END-IF
           EVALUATE TIPO-AFA
               WHEN "DO" ADD 1 TO CONT-DO
               WHEN "AT" ADD 1 TO CONT-AT
               WHEN "MA" ADD 1 TO CONT-MA
               WHEN "SR" ADD 1 TO CONT-SR
           END-EVALUATE
           ADD 1 TO CONT-LIS.

      *              Nome direto do mestre indexado; funcionario que
      *              ja saiu do mestre aparece sem nome.
       BUSCARNOME.
           MOVE "** FORA DO MESTRE **" TO WS-NOME
           MOVE COD-AFA TO COD-ENT
           READ CADFUN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE NOME-ENT TO WS-NOME
           END-READ.

       GRAVARLINHA.
           WRITE LINHA-AFA
           MOVE SPACES TO LINHA-AFA.

       CABECALHO.
           MOVE SPACES TO LINHA-AFA
           STRING "FUNCIONARIOS AFASTADOS - COMPETENCIA "
               WS-DATA-MOV(5:2) "/" WS-DATA-MOV(1:4)
               DELIMITED BY SIZE INTO LINHA-AFA
           PERFORM GRAVARLINHA
           MOVE ALL "-" TO LINHA-AFA
           PERFORM GRAVARLINHA
           STRING "CODIGO NOME                 TP DESDE      "
               "ATE        DIAS S/REM"
               DELIMITED BY SIZE INTO LINHA-AFA
           PERFORM GRAVARLINHA
           MOVE ALL "-" TO LINHA-AFA
           PERFORM GRAVARLINHA.

       GRAVARDETALHE.
           STRING INICIO-AFA(7:2) "/" INICIO-AFA(5:2) "/"
               INICIO-AFA(1:4)
               DELIMITED BY SIZE INTO WS-INI-EDT
           IF FIM-AFA = 0
               MOVE "EM ABERTO" TO WS-FIM-EDT
           ELSE
               STRING FIM-AFA(7:2) "/" FIM-AFA(5:2) "/"
                   FIM-AFA(1:4)
                   DELIMITED BY SIZE INTO WS-FIM-EDT
           END-IF
           MOVE WS-DIAS-MES  TO WS-DIAS-EDT
           MOVE WS-DIAS-DESC TO WS-DESC-EDT
           MOVE SPACES TO LINHA-AFA
           STRING COD-AFA " " WS-NOME " " TIPO-AFA " "
               WS-INI-EDT " " WS-FIM-EDT " " WS-DIAS-EDT
               "  " WS-DESC-EDT
               DELIMITED BY SIZE INTO LINHA-AFA
           PERFORM GRAVARLINHA.

       TERMINO.
           MOVE ALL "-" TO LINHA-AFA
           PERFORM GRAVARLINHA
           MOVE CONT-DO TO WS-QTDE-EDT
           STRING "  DOENCA..............: " WS-QTDE-EDT
               DELIMITED BY SIZE INTO LINHA-AFA
           PERFORM GRAVARLINHA
           MOVE CONT-AT TO WS-QTDE-EDT
           STRING "  ACIDENTE DE TRABALHO: " WS-QTDE-EDT
               DELIMITED BY SIZE INTO LINHA-AFA
           PERFORM GRAVARLINHA
           MOVE CONT-MA TO WS-QTDE-EDT
           STRING "  MATERNIDADE.........: " WS-QTDE-EDT
               DELIMITED BY SIZE INTO LINHA-AFA
           PERFORM GRAVARLINHA
           MOVE CONT-SR TO WS-QTDE-EDT
           STRING "  SEM REMUNERACAO.....: " WS-QTDE-EDT
               DELIMITED BY SIZE INTO LINHA-AFA
           PERFORM GRAVARLINHA
           MOVE CONT-LIS TO WS-QTDE-EDT
           STRING "TOTAL DE AFASTAMENTOS NO MES: " WS-QTDE-EDT
               DELIMITED BY SIZE INTO LINHA-AFA
           PERFORM GRAVARLINHA
           CLOSE CADFUN CADAFA RELAFA.
           DISPLAY "EX68 - AFASTAMENTOS NA COMPETENCIA "
               WS-COMP ": " CONT-LIS.
