       IDENTIFICATION DIVISION.
       PROGRAM-ID.   EX101.
       AUTHOR.       ERIKA ROCHA.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 29-10-2025.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.      CONFERENCIA DO LACRE ENCADEADO DAS TRILHAS CADAUD
      *              (AUDITORIA DOS CADASTROS) E CADSEG (DIARIO DE
      *              SEGURANCA). CADA ENTRADA GRAVADA PELOS PROGRAMAS
      *              DE MANUTENCAO LEVA UMA SEQUENCIA E UM SELO
      *              CALCULADO SOBRE A PROPRIA ENTRADA A PARTIR DO
      *              SELO DA ANTERIOR, E A ANCORA CADSEL GUARDA A
      *              SEQUENCIA E O SELO DA ULTIMA ENTRADA DE CADA
      *              TRILHA. O PROGRAMA PERCORRE CADA TRILHA INTEIRA -
      *              AS GERACOES ARQUIVADAS REGISTRADAS NO INDICE
      *              CADGLG, NA ORDEM DO INDICE, E DEPOIS A TRILHA
      *              VIVA - RECALCULANDO O SELO DE CADA ENTRADA E
      *              CONFERINDO A SEQUENCIA, E NO FIM COMPARA A ULTIMA
      *              ENTRADA COM A ANCORA. O RELATORIO RELSEL APONTA,
      *              POR TRILHA, O PRIMEIRO ELO QUEBRADO (ENTRADA
      *              ALTERADA OU INTERCALADA), A PRIMEIRA FALTA DE
      *              ENTRADAS (SALTO NA SEQUENCIA, GERACAO ARQUIVADA
      *              AUSENTE OU ENTRADAS APAGADAS DO FIM) E A PRIMEIRA
      *              DATA FORA DE ORDEM, COM AS QUANTIDADES DE CADA
      *              OCORRENCIA. APOS UM ELO QUEBRADO A CONFERENCIA
      *              SEGUE A PARTIR DO SELO GRAVADO, PARA CONTAR AS
      *              DEMAIS QUEBRAS EM VEZ DE ACUSAR A TRILHA TODA.
      *              ENTRADAS GRAVADAS ANTES DA IMPLANTACAO DO LACRE
      *              (SEM SEQUENCIA E SELO) SAO ACEITAS ENQUANTO NAO
      *              HOUVER ENTRADA LACRADA ANTES DELAS; DEPOIS DISSO,
      *              ENTRADA SEM LACRE E QUEBRA. DATA FORA DE ORDEM E
      *              SO AVISO (O MOVIMENTO PODE SER REPROCESSADO COM
      *              CADDTM RETROATIVO). RETORNA CODIGO 1 QUANDO
      *              ALGUMA TRILHA TEM ELO QUEBRADO OU FALTA DE
      *              ENTRADAS, E O LOTE EX09 RODA ESTA CONFERENCIA
      *              ANTES DE TODA RODADA.

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
      *              ARQTRI: o arquivo da trilha em conferencia (uma
      *              geracao arquivada ou a trilha viva), trocado pelo
      *              nome em WS-ARQTRI-ARQ a cada abertura.
           SELECT ARQTRI   ASSIGN TO DYNAMIC WS-ARQTRI-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ARQTRI.
           SELECT CADGLG   ASSIGN TO DYNAMIC WS-CADGLG-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADGLG.
           SELECT CADSEL   ASSIGN TO DYNAMIC WS-CADSEL-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADSEL.
           SELECT RELSEL   ASSIGN TO DYNAMIC WS-RELSEL-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELSEL.
           SELECT CADDTM   ASSIGN TO DYNAMIC WS-CADDTM-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADDTM.

       DATA DIVISION.

       FILE SECTION.
      *              Entrada de CADAUD (190 posicoes: sequencia em 173
      *              e selo em 182) ou de CADSEG (81 posicoes:
      *              sequencia em 64 e selo em 73). A data de
      *              movimento abre as duas.
       FD ARQTRI
           LABEL RECORD ARE STANDARD.

       01 REG-TRI.
           02 DATA-TRI       PIC X(08).
           02 FILLER         PIC X(182).

       FD CADGLG
           LABEL RECORD ARE STANDARD.

           COPY CADGLG.

       FD CADSEL
           LABEL RECORD ARE STANDARD.

           COPY CADSEL.

       FD RELSEL
           LABEL RECORD ARE STANDARD.

       01 LINHA-SEL  PIC X(100).

      *              CADDTM: data de movimento (AAAAMMDD) do lote.
      *              Opcional - se ausente, vale o relogio da maquina.
       FD CADDTM
           LABEL RECORD ARE STANDARD.

       01 REG-DTM.
           02 DATA-DTM       PIC 9(08).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ       PIC X(03) VALUE "NAO".
       77 FIM-GLG       PIC X(03) VALUE "NAO".
       77 FIM-SEL       PIC X(03) VALUE "NAO".
       77 FS-ARQTRI     PIC X(02) VALUE "00".
       77 FS-CADGLG     PIC X(02) VALUE "00".
       77 FS-CADSEL     PIC X(02) VALUE "00".
       77 FS-RELSEL     PIC X(02) VALUE "00".
       77 FS-CADDTM     PIC X(02) VALUE "00".
       77 WS-DATA-MOV   PIC 9(08) VALUE 0.
       77 WS-TEM-SEL    PIC X(01) VALUE "N".

      *              Trilha em conferencia: nome, tamanho da area
      *              lacrada (o selo vem logo depois dela e a sequencia
      *              sao as 9 ultimas posicoes da area) e o arquivo
      *              aberto no momento.
       77 WS-TRILHA     PIC X(06) VALUE SPACES.
       77 WS-TAM-SELO   PIC 9(03) VALUE 0.
       77 WS-POS-SEQ    PIC 9(03) VALUE 0.
       77 WS-POS-SELO   PIC 9(03) VALUE 0.
       77 WS-VIVA       PIC X(01) VALUE "N".
       77 WS-LINHA      PIC 9(07) VALUE 0.

      *              Estado da corrente: ultima sequencia e ultimo selo
      *              conferidos, ultima data lida e se ja apareceu
      *              alguma entrada lacrada na trilha.
       77 WS-LACRADA    PIC X(01) VALUE "N".
       77 WS-SEQ-ANT    PIC 9(09) VALUE 0.
       77 WS-SELO-ANT   PIC 9(09) VALUE 0.
       77 WS-DATA-ANT   PIC 9(08) VALUE 0.
       77 WS-FALTA      PIC 9(09) VALUE 0.
       01 WS-SEQ-X      PIC X(09) VALUE SPACES.
       01 WS-SEQ-LIDA   REDEFINES WS-SEQ-X PIC 9(09).
       01 WS-SELO-X     PIC X(09) VALUE SPACES.
       01 WS-SELO-LIDO  REDEFINES WS-SELO-X PIC 9(09).
       01 WS-DATA-X     PIC X(08) VALUE SPACES.
       01 WS-DATA-LIDA  REDEFINES WS-DATA-X PIC 9(08).

      *              Calculo do selo (o mesmo dos programas que gravam
      *              as trilhas - ver CALCULARSELO).
       77 WS-SELO       PIC 9(09) VALUE 0.
       77 WS-SELO-CALC  PIC 9(12) VALUE 0.
       77 WS-AREA-SELO  PIC X(200) VALUE SPACES.
       77 IDX-SELO      PIC 9(03) VALUE 0.

      *              Ocorrencias da trilha em conferencia e das duas
      *              trilhas somadas.
       77 CONT-ENT      PIC 9(07) VALUE 0.
       77 CONT-LEG      PIC 9(07) VALUE 0.
       77 CONT-QBR      PIC 9(07) VALUE 0.
       77 CONT-FAL      PIC 9(09) VALUE 0.
       77 CONT-DAT      PIC 9(07) VALUE 0.
       77 CONT-GER      PIC 9(03) VALUE 0.
       77 TOT-QBR       PIC 9(07) VALUE 0.
       77 TOT-FAL       PIC 9(09) VALUE 0.
       77 TOT-DAT       PIC 9(07) VALUE 0.

      *              Geracoes arquivadas (indice CADGLG) e ancoras
      *              (CADSEL) em memoria.
       77 QTD-GLG       PIC 9(03) VALUE 0.
       77 IDX-GLG       PIC 9(03) VALUE 0.
       01 TABELA-GLG.
           02 GLG-ITEM OCCURS 200 TIMES.
               03 TRILHA-GLG-TAB PIC X(06).
               03 DATA-GLG-TAB   PIC 9(08).
               03 ARQ-GLG-TAB    PIC X(40).
       77 QTD-SEL       PIC 9(02) VALUE 0.
       77 IDX-SEL       PIC 9(02) VALUE 0.
       77 IDX-SEL-ACH   PIC 9(02) VALUE 0.
       01 TABELA-SEL.
           02 SEL-ITEM OCCURS 10 TIMES.
               03 ARQ-SEL-TAB  PIC X(06).
               03 SEQ-SEL-TAB  PIC 9(09).
               03 SELO-SEL-TAB PIC 9(09).

      *              Nomes fisicos dos arquivos, com o valor original
      *              como default, substituiveis em tempo de execucao
      *              por variaveis de ambiente (ver LERNOMESARQUIVOS).
       77 WS-CADAUD-ARQ  PIC X(40) VALUE "CADAUD.DAT".
       77 WS-CADSEG-ARQ  PIC X(40) VALUE "CADSEG.DAT".
       77 WS-CADGLG-ARQ  PIC X(40) VALUE "CADGLG.DAT".
       77 WS-CADSEL-ARQ  PIC X(40) VALUE "CADSEL.DAT".
       77 WS-RELSEL-ARQ  PIC X(40) VALUE "RELSEL.DAT".
       77 WS-CADDTM-ARQ  PIC X(40) VALUE "CADDTM.DAT".
       77 WS-ARQTRI-ARQ  PIC X(40) VALUE SPACES.
       77 WS-ENV-TEMP    PIC X(40).

       PROCEDURE DIVISION.

       EXECUTAR.
           PERFORM LERNOMESARQUIVOS.
           PERFORM INICIO.
           MOVE "CADAUD" TO WS-TRILHA
           MOVE 181      TO WS-TAM-SELO
           PERFORM CONFERIRTRILHA.
           MOVE "CADSEG" TO WS-TRILHA
           MOVE 72       TO WS-TAM-SELO
           PERFORM CONFERIRTRILHA.
           PERFORM TERMINO.
           STOP RUN.

       LERNOMESARQUIVOS.
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADAUD"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADAUD-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADSEG"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADSEG-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADGLG"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADGLG-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADSEL"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADSEL-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "RELSEL"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-RELSEL-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADDTM"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADDTM-ARQ
           END-IF.

       INICIO.
           PERFORM LERDATAMOV.
           PERFORM CARREGARGERACOES.
           PERFORM CARREGARANCORAS.
           OPEN OUTPUT RELSEL
           IF FS-RELSEL NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-RELSEL-ARQ)
                   " - FILE STATUS " FS-RELSEL
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "CONFERENCIA DO LACRE DAS TRILHAS CADAUD E CADSEG"
               TO LINHA-SEL
           WRITE LINHA-SEL
           MOVE SPACES TO LINHA-SEL
           STRING "DATA DA CONFERENCIA: " WS-DATA-MOV
               "  GERACOES ARQUIVADAS NO INDICE: " QTD-GLG
               DELIMITED BY SIZE INTO LINHA-SEL
           WRITE LINHA-SEL
           IF WS-TEM-SEL = "N"
               MOVE "ANCORA CADSEL AUSENTE" TO LINHA-SEL
               WRITE LINHA-SEL
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

      *              Indice das geracoes arquivadas: opcional (ausente
      *              = nenhuma trilha foi arquivada ainda).
       CARREGARGERACOES.
           MOVE 0 TO QTD-GLG
           OPEN INPUT CADGLG
           IF FS-CADGLG = "00"
               PERFORM LERGERACAO UNTIL FIM-GLG = "SIM"
               CLOSE CADGLG
           END-IF.

       LERGERACAO.
           READ CADGLG
               AT END
                   MOVE "SIM" TO FIM-GLG
               NOT AT END
                   IF QTD-GLG < 200
                       ADD 1 TO QTD-GLG
                       MOVE TRILHA-GLG TO TRILHA-GLG-TAB(QTD-GLG)
                       MOVE DATA-GLG   TO DATA-GLG-TAB(QTD-GLG)
                       MOVE ARQ-GLG    TO ARQ-GLG-TAB(QTD-GLG)
                   ELSE
                       DISPLAY "EX101 - INDICE CADGLG COM MAIS DE "
                           "200 GERACOES - RODADA ABORTADA"
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF
           END-READ.

      *              Ancoras: ultima sequencia e ultimo selo de cada
      *              trilha, regravados a cada entrada nova.
       CARREGARANCORAS.
           MOVE 0 TO QTD-SEL
           OPEN INPUT CADSEL
           IF FS-CADSEL = "00"
               MOVE "S" TO WS-TEM-SEL
               PERFORM LERANCORA UNTIL FIM-SEL = "SIM"
               CLOSE CADSEL
           END-IF.

       LERANCORA.
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

      *              Uma trilha inteira: as geracoes arquivadas dela,
      *              na ordem do indice, a trilha viva e a ancora.
       CONFERIRTRILHA.
           COMPUTE WS-POS-SEQ  = WS-TAM-SELO - 8
           COMPUTE WS-POS-SELO = WS-TAM-SELO + 1
           MOVE "N" TO WS-LACRADA
           MOVE 0   TO WS-SEQ-ANT WS-SELO-ANT WS-DATA-ANT
           MOVE 0   TO CONT-ENT CONT-LEG CONT-QBR CONT-FAL CONT-DAT
           MOVE 0   TO CONT-GER
           MOVE ALL "-" TO LINHA-SEL
           WRITE LINHA-SEL
           MOVE SPACES TO LINHA-SEL
           STRING "TRILHA " WS-TRILHA
               DELIMITED BY SIZE INTO LINHA-SEL
           WRITE LINHA-SEL
           MOVE "N" TO WS-VIVA
           PERFORM VARYING IDX-GLG FROM 1 BY 1
               UNTIL IDX-GLG > QTD-GLG
               IF TRILHA-GLG-TAB(IDX-GLG) = WS-TRILHA
                   ADD 1 TO CONT-GER
                   MOVE ARQ-GLG-TAB(IDX-GLG) TO WS-ARQTRI-ARQ
                   PERFORM CONFERIRARQUIVO
               END-IF
           END-PERFORM
           MOVE "S" TO WS-VIVA
           IF WS-TRILHA = "CADAUD"
               MOVE WS-CADAUD-ARQ TO WS-ARQTRI-ARQ
           ELSE
               MOVE WS-CADSEG-ARQ TO WS-ARQTRI-ARQ
           END-IF
           PERFORM CONFERIRARQUIVO
           PERFORM CONFERIRANCORA
           PERFORM RESUMIRTRILHA.

      *              Geracao arquivada que nao abre e falta de entradas
      *              (a corrente segue pela proxima, acusando o salto);
      *              trilha viva ausente so e normal se nada foi gravado
      *              desde o arquivamento - a ancora diz se foi.
       CONFERIRARQUIVO.
           MOVE 0 TO WS-LINHA
           OPEN INPUT ARQTRI
           IF FS-ARQTRI NOT = "00"
               MOVE SPACES TO LINHA-SEL
               IF WS-VIVA = "S"
                   STRING "TRILHA VIVA "
                       FUNCTION TRIM(WS-ARQTRI-ARQ)
                       " AUSENTE - FILE STATUS " FS-ARQTRI
                       DELIMITED BY SIZE INTO LINHA-SEL
               ELSE
                   STRING "FALTA DE ENTRADAS: GERACAO "
                       FUNCTION TRIM(WS-ARQTRI-ARQ)
                       " AUSENTE - FILE STATUS " FS-ARQTRI
                       DELIMITED BY SIZE INTO LINHA-SEL
                   ADD 1 TO CONT-FAL
               END-IF
               WRITE LINHA-SEL
           ELSE
               MOVE "NAO" TO FIM-ARQ
               PERFORM CONFERIRENTRADA UNTIL FIM-ARQ = "SIM"
               CLOSE ARQTRI
           END-IF.

       CONFERIRENTRADA.
           READ ARQTRI
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   ADD 1 TO WS-LINHA
                   ADD 1 TO CONT-ENT
                   PERFORM CONFERIRDATA
                   MOVE REG-TRI(WS-POS-SEQ:9)  TO WS-SEQ-X
                   MOVE REG-TRI(WS-POS-SELO:9) TO WS-SELO-X
                   IF WS-SEQ-X IS NUMERIC AND WS-SELO-X IS NUMERIC
                       PERFORM CONFERIRELO
                   ELSE
                       PERFORM CONFERIRSEMLACRE
                   END-IF
           END-READ.

      *              Datas de movimento nao podem voltar no tempo ao
      *              longo da trilha (aviso, nao quebra).
       CONFERIRDATA.
           MOVE DATA-TRI TO WS-DATA-X
           IF WS-DATA-X IS NUMERIC
               IF WS-DATA-LIDA < WS-DATA-ANT
                   ADD 1 TO CONT-DAT
                   IF CONT-DAT = 1
                       MOVE SPACES TO LINHA-SEL
                       STRING "PRIMEIRA DATA FORA DE ORDEM: "
                           FUNCTION TRIM(WS-ARQTRI-ARQ)
                           " LINHA " WS-LINHA
                           " DATA " WS-DATA-LIDA
                           " APOS " WS-DATA-ANT
                           DELIMITED BY SIZE INTO LINHA-SEL
                       WRITE LINHA-SEL
                   END-IF
               END-IF
               MOVE WS-DATA-LIDA TO WS-DATA-ANT
           END-IF.

      *              Entrada lacrada: a sequencia tem de ser a seguinte
      *              a ultima conferida (salto = entradas apagadas,
      *              volta = entrada repetida ou intercalada) e o selo
      *              recalculado a partir do selo anterior tem de bater
      *              com o gravado. Depois de um salto o elo nao e
      *              conferido (o predecessor sumiu); em todo caso a
      *              corrente segue do selo gravado.
       CONFERIRELO.
           MOVE "S" TO WS-LACRADA
           IF WS-SEQ-LIDA > WS-SEQ-ANT + 1
               COMPUTE WS-FALTA = WS-SEQ-LIDA - WS-SEQ-ANT - 1
               ADD WS-FALTA TO CONT-FAL
               MOVE SPACES TO LINHA-SEL
               STRING "FALTA DE ENTRADAS: " WS-FALTA
                   " ANTES DA SEQUENCIA " WS-SEQ-LIDA " - "
                   FUNCTION TRIM(WS-ARQTRI-ARQ)
                   " LINHA " WS-LINHA
                   DELIMITED BY SIZE INTO LINHA-SEL
               WRITE LINHA-SEL
           ELSE
               IF WS-SEQ-LIDA NOT = WS-SEQ-ANT + 1
                   MOVE SPACES TO LINHA-SEL
                   STRING "SEQUENCIA " WS-SEQ-LIDA
                       " FORA DE ORDEM APOS " WS-SEQ-ANT
                       DELIMITED BY SIZE INTO LINHA-SEL
                   PERFORM REGISTRARQUEBRA
               ELSE
                   MOVE WS-SELO-ANT TO WS-SELO
                   MOVE REG-TRI     TO WS-AREA-SELO
                   PERFORM CALCULARSELO
                   IF WS-SELO NOT = WS-SELO-LIDO
                       MOVE SPACES TO LINHA-SEL
                       STRING "SEQUENCIA " WS-SEQ-LIDA
                           " SELO GRAVADO " WS-SELO-LIDO
                           " CALCULADO " WS-SELO
                           DELIMITED BY SIZE INTO LINHA-SEL
                       PERFORM REGISTRARQUEBRA
                   END-IF
               END-IF
           END-IF
           MOVE WS-SEQ-LIDA  TO WS-SEQ-ANT
           MOVE WS-SELO-LIDO TO WS-SELO-ANT.

      *              Entrada sem lacre: aceita enquanto a trilha ainda
      *              nao tem entrada lacrada (gravada antes da
      *              implantacao do lacre); depois disso, so pode ser
      *              entrada acrescentada por fora dos programas.
       CONFERIRSEMLACRE.
           IF WS-LACRADA = "N"
               ADD 1 TO CONT-LEG
           ELSE
               MOVE "ENTRADA SEM LACRE APOS O INICIO DO LACRE"
                   TO LINHA-SEL
               PERFORM REGISTRARQUEBRA
           END-IF.

      *              Elo quebrado: so o primeiro da trilha vai para o
      *              relatorio, com o arquivo e a linha; os demais sao
      *              contados. O motivo vem montado em LINHA-SEL.
       REGISTRARQUEBRA.
           ADD 1 TO CONT-QBR
           IF CONT-QBR = 1
               MOVE LINHA-SEL TO WS-AREA-SELO
               MOVE SPACES TO LINHA-SEL
               STRING "PRIMEIRO ELO QUEBRADO: "
                   FUNCTION TRIM(WS-ARQTRI-ARQ)
                   " LINHA " WS-LINHA
                   DELIMITED BY SIZE INTO LINHA-SEL
               WRITE LINHA-SEL
               MOVE SPACES TO LINHA-SEL
               STRING "    " WS-AREA-SELO(1:96)
                   DELIMITED BY SIZE INTO LINHA-SEL
               WRITE LINHA-SEL
           END-IF.

      *              Fim da corrente contra a ancora: ancora adiante da
      *              ultima entrada = entradas apagadas do fim; ancora
      *              atras, ou com outro selo, = corrente quebrada.
      *              Sem ancora, so e normal se a trilha nao tem
      *              nenhuma entrada lacrada.
       CONFERIRANCORA.
           MOVE 0 TO IDX-SEL-ACH
           PERFORM VARYING IDX-SEL FROM 1 BY 1
               UNTIL IDX-SEL > QTD-SEL
               IF ARQ-SEL-TAB(IDX-SEL) = WS-TRILHA
                   MOVE IDX-SEL TO IDX-SEL-ACH
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE 0 TO WS-LINHA
           MOVE WS-CADSEL-ARQ TO WS-ARQTRI-ARQ
           IF IDX-SEL-ACH = 0
               IF WS-LACRADA = "S"
                   MOVE "TRILHA LACRADA SEM ANCORA EM CADSEL"
                       TO LINHA-SEL
                   PERFORM REGISTRARQUEBRA
               END-IF
           ELSE
               IF SEQ-SEL-TAB(IDX-SEL-ACH) > WS-SEQ-ANT
                   COMPUTE WS-FALTA =
                       SEQ-SEL-TAB(IDX-SEL-ACH) - WS-SEQ-ANT
                   ADD WS-FALTA TO CONT-FAL
                   MOVE SPACES TO LINHA-SEL
                   STRING "FALTA DE ENTRADAS: " WS-FALTA
                       " NO FIM - ANCORA NA SEQUENCIA "
                       SEQ-SEL-TAB(IDX-SEL-ACH)
                       " ULTIMA ENTRADA " WS-SEQ-ANT
                       DELIMITED BY SIZE INTO LINHA-SEL
                   WRITE LINHA-SEL
               ELSE
                   IF SEQ-SEL-TAB(IDX-SEL-ACH) < WS-SEQ-ANT
                       MOVE SPACES TO LINHA-SEL
                       STRING "ANCORA NA SEQUENCIA "
                           SEQ-SEL-TAB(IDX-SEL-ACH)
                           " ATRAS DA ULTIMA ENTRADA " WS-SEQ-ANT
                           DELIMITED BY SIZE INTO LINHA-SEL
                       PERFORM REGISTRARQUEBRA
                   ELSE
                       IF SELO-SEL-TAB(IDX-SEL-ACH) NOT =
                           WS-SELO-ANT
                           MOVE SPACES TO LINHA-SEL
                           STRING "SELO DA ANCORA "
                               SELO-SEL-TAB(IDX-SEL-ACH)
                               " DIFERENTE DA ULTIMA ENTRADA "
                               WS-SELO-ANT
                               DELIMITED BY SIZE INTO LINHA-SEL
                           PERFORM REGISTRARQUEBRA
                       END-IF
                   END-IF
               END-IF
           END-IF.

       RESUMIRTRILHA.
           MOVE SPACES TO LINHA-SEL
           STRING "GERACOES: " CONT-GER
               "  ENTRADAS: " CONT-ENT
               "  SEM LACRE (ANTERIORES AO LACRE): " CONT-LEG
               DELIMITED BY SIZE INTO LINHA-SEL
           WRITE LINHA-SEL
           MOVE SPACES TO LINHA-SEL
           STRING "ELOS QUEBRADOS: " CONT-QBR
               "  ENTRADAS FALTANTES: " CONT-FAL
               "  DATAS FORA DE ORDEM: " CONT-DAT
               DELIMITED BY SIZE INTO LINHA-SEL
           WRITE LINHA-SEL
           MOVE SPACES TO LINHA-SEL
           IF CONT-QBR = 0 AND CONT-FAL = 0
               STRING "TRILHA " WS-TRILHA " INTEGRA"
                   DELIMITED BY SIZE INTO LINHA-SEL
           ELSE
               STRING "TRILHA " WS-TRILHA " COM LACRE QUEBRADO"
                   DELIMITED BY SIZE INTO LINHA-SEL
           END-IF
           WRITE LINHA-SEL
           DISPLAY "EX101 - " WS-TRILHA
               " ENTRADAS: "   CONT-ENT
               " QUEBRAS: "    CONT-QBR
               " FALTANTES: "  CONT-FAL
               " DATAS: "      CONT-DAT
           ADD CONT-QBR TO TOT-QBR
           ADD CONT-FAL TO TOT-FAL
           ADD CONT-DAT TO TOT-DAT.

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

       TERMINO.
           MOVE ALL "-" TO LINHA-SEL
           WRITE LINHA-SEL
           IF TOT-QBR = 0 AND TOT-FAL = 0
               MOVE "RESULTADO: TRILHAS INTEGRAS" TO LINHA-SEL
           ELSE
               MOVE "RESULTADO: LACRE QUEBRADO - VER ACIMA"
                   TO LINHA-SEL
           END-IF
           WRITE LINHA-SEL
           CLOSE RELSEL.
           IF TOT-QBR = 0 AND TOT-FAL = 0
               DISPLAY "EX101 - TRILHAS INTEGRAS"
               MOVE 0 TO RETURN-CODE
           ELSE
               DISPLAY "EX101 - LACRE QUEBRADO - VER "
                   FUNCTION TRIM(WS-RELSEL-ARQ)
               MOVE 1 TO RETURN-CODE
           END-IF.
