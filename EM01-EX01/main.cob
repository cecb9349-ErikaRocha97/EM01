       IDENTIFICATION DIVISION.
       PROGRAM-ID.   EX01.
       AUTHOR.       ERIKA ROCHA.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 28-10-2025.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.      APROVACAO DAS ALTERACOES SALARIAIS PENDENTES
      *              (DUPLA APROVACAO). AS ALTERACOES DO EX14 E OS
      *              AJUSTES DO EX16 QUE MUDAM O SALARIO ACIMA DO
      *              LIMITE DE CADLIM NAO CHEGAM AO MESTRE: ESPERAM
      *              NA FILA CADPND. ESTE PROGRAMA LE AS DECISOES DO
      *              APROVADOR EM CADAPV (SEQUENCIA DA SOLICITACAO E
      *              "A" = APROVA, "R" = RECUSA) E AS APLICA NA FILA.
      *              O APROVADOR E O OPERADOR DA RODADA (VARIAVEL DE
      *              AMBIENTE OPERADOR), OBRIGATORIAMENTE CADASTRADO
      *              EM CADOPE COM NIVEL DE SUPERVISOR E DIFERENTE DO
      *              OPERADOR QUE SOLICITOU A ALTERACAO - DECISAO
      *              SOBRE A PROPRIA SOLICITACAO E RECUSADA E GRAVADA
      *              NO DIARIO DE SEGURANCA CADSEG. A SOLICITACAO
      *              APROVADA E APLICADA COM REWRITE NO MESTRE
      *              INDEXADO CADFUN, DESDE QUE O REGISTRO AINDA
      *              ESTEJA IGUAL A IMAGEM ANTES DA SOLICITACAO (SE
      *              MUDOU, A SOLICITACAO E CANCELADA PARA SER
      *              REFEITA SOBRE O REGISTRO ATUAL), E GANHA A
      *              ENTRADA DA TRILHA CADAUD EM NOME DO PROGRAMA DE
      *              ORIGEM, COM O SOLICITANTE EM OPER-AUD E O
      *              APROVADOR EM APROV-AUD. A FILA E REGRAVADA COM A
      *              SITUACAO, O APROVADOR E A DATA DE CADA DECISAO.
      *              RELAPV LISTA AS DECISOES DA RODADA E, NO FIM, AS
      *              SOLICITACOES QUE CONTINUAM PENDENTES - SEM
      *              CADAPV O PROGRAMA SO LISTA A FILA. COMO O EX16,
      *              NAO RODA COM A COMPETENCIA FECHADA NO CADFEC.
      *              AS ENTRADAS GRAVADAS NA TRILHA CADAUD E NO DIARIO
      *              CADSEG SAO NUMERADAS E LACRADAS EM CORRENTE (SELO
      *              CALCULADO SOBRE A ENTRADA E O SELO ANTERIOR, COM A
      *              ANCORA EM CADSEL), CONFERIDA PELO EX101.

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
      *              EX18; aqui cada solicitacao aprovada e localizada
      *              por chave e regravada.
           SELECT CADFUN   ASSIGN TO DYNAMIC WS-CADFUN-ARQ
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS COD-ENT
           FILE STATUS IS FS-CADFUN.
           SELECT CADPND   ASSIGN TO DYNAMIC WS-CADPND-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADPND.
           SELECT CADAPV   ASSIGN TO DYNAMIC WS-CADAPV-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADAPV.
           SELECT CADAUD   ASSIGN TO DYNAMIC WS-CADAUD-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADAUD.
           SELECT CADDTM   ASSIGN TO DYNAMIC WS-CADDTM-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADDTM.
           SELECT CADFEC   ASSIGN TO DYNAMIC WS-CADFEC-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADFEC.
           SELECT CADOPE   ASSIGN TO DYNAMIC WS-CADOPE-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADOPE.
           SELECT CADSEG   ASSIGN TO DYNAMIC WS-CADSEG-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADSEG.
           SELECT CADSEL   ASSIGN TO DYNAMIC WS-CADSEL-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADSEL.
           SELECT RELAPV   ASSIGN TO DYNAMIC WS-RELAPV-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELAPV.

       DATA DIVISION.

       FILE SECTION.
       FD CADFUN
           LABEL RECORD ARE STANDARD.

           COPY CADFUN.

      *              CADPND: fila de alteracoes salariais pendentes
      *              (EX14/EX16). Carregada inteira em memoria e
      *              regravada no fim com as decisoes da rodada.
       FD CADPND
           LABEL RECORD ARE STANDARD.

           COPY CADPND.

      *              CADAPV: decisoes do aprovador - sequencia da
      *              solicitacao na fila e "A" (aprova) ou "R"
      *              (recusa). Opcional - sem ele, a rodada so lista
      *              a fila.
       FD CADAPV
           LABEL RECORD ARE STANDARD.

       01 REG-APV.
           02 SEQ-APV       PIC 9(05).
           02 DECISAO-APV   PIC X(01).

       FD CADAUD
           LABEL RECORD ARE STANDARD.

           COPY CADAUD.

      *              CADDTM: data de movimento (AAAAMMDD) do lote.
      *              Opcional - se ausente, vale o relogio da maquina.
       FD CADDTM
           LABEL RECORD ARE STANDARD.

       01 REG-DTM.
           02 DATA-DTM       PIC 9(08).

       FD CADFEC
           LABEL RECORD ARE STANDARD.

           COPY CADFEC.

      *              CADOPE: registro de operadores - identificacao,
      *              nome e nivel de permissao (1 = operacao, 2 =
      *              supervisor). Obrigatorio aqui: sem ele nao ha
      *              como distinguir o aprovador do solicitante.
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

       FD RELAPV
           LABEL RECORD ARE STANDARD.

       01 LINHA-APV  PIC X(110).

      *              CADSEL: ancora do lacre encadeado de CADAUD e
      *              CADSEG (ultima sequencia e ultimo selo de cada
      *              trilha).
       FD CADSEL
           LABEL RECORD ARE STANDARD.

           COPY CADSEL.

       WORKING-STORAGE SECTION.
       77 FIM-APV       PIC X(03) VALUE "NAO".
       77 FIM-ARQ       PIC X(03) VALUE "NAO".
       77 FS-CADFUN     PIC X(02) VALUE "00".
       77 FS-CADPND     PIC X(02) VALUE "00".
       77 FS-CADAPV     PIC X(02) VALUE "00".
       77 FS-CADAUD     PIC X(02) VALUE "00".
       77 FS-CADDTM     PIC X(02) VALUE "00".
       77 FS-CADFEC     PIC X(02) VALUE "00".
       77 FS-RELAPV     PIC X(02) VALUE "00".
       77 WS-DATA-MOV   PIC 9(08) VALUE 0.
       77 WS-COMP       PIC 9(06) VALUE 0.
       77 WS-SIT-COMP   PIC X(01) VALUE "A".
       77 WS-TEM-APV    PIC X(01) VALUE "N".
       77 WS-ATUAL      PIC X(72) VALUE SPACES.
       77 WS-RESULTADO  PIC X(40) VALUE SPACES.

       77 CONT-APR      PIC 9(05) VALUE 0.
       77 CONT-RCS      PIC 9(05) VALUE 0.
       77 CONT-CAN      PIC 9(05) VALUE 0.
       77 CONT-INV      PIC 9(05) VALUE 0.
       77 CONT-PEN      PIC 9(05) VALUE 0.

      *              Fila CADPND em memoria. O limite de 999
      *              solicitacoes e folga para a fila de um periodo;
      *              estourar o limite aborta a rodada em vez de
      *              truncar a fila na regravacao.
       77 QTD-PND       PIC 9(03) VALUE 0.
       77 IDX-PND       PIC 9(04) VALUE 0.
       77 IDX-PND-ACH   PIC 9(04) VALUE 0.
       01 TABELA-PND.
           02 PND-ITEM OCCURS 999 TIMES.
               03 SEQ-PND-TAB   PIC 9(05).
               03 REG-PND-TAB   PIC X(200).

      *              Campos editados das linhas do relatorio.
       77 WS-SAL-ANT-EDT PIC ZZ.ZZ9,99.
       77 WS-SAL-NOV-EDT PIC ZZ.ZZ9,99.

      *              Nomes fisicos dos arquivos, com o valor original
      *              como default, substituiveis em tempo de execucao
      *              por variaveis de ambiente (ver LERNOMESARQUIVOS).
       77 WS-CADFUN-ARQ   PIC X(40) VALUE "CADFUN.DAT".
       77 WS-CADPND-ARQ   PIC X(40) VALUE "CADPND.DAT".
       77 WS-CADAPV-ARQ   PIC X(40) VALUE "CADAPV.DAT".
       77 WS-CADAUD-ARQ   PIC X(40) VALUE "CADAUD.DAT".
       77 WS-CADDTM-ARQ   PIC X(40) VALUE "CADDTM.DAT".
       77 WS-CADFEC-ARQ   PIC X(40) VALUE "CADFEC.DAT".
       77 WS-CADOPE-ARQ   PIC X(40) VALUE "CADOPE.DAT".
       77 WS-CADSEG-ARQ   PIC X(40) VALUE "CADSEG.DAT".
       77 WS-CADSEL-ARQ   PIC X(40) VALUE "CADSEL.DAT".
       77 WS-RELAPV-ARQ   PIC X(40) VALUE "RELAPV.DAT".
       77 WS-ENV-TEMP     PIC X(40).

      *              Identificacao do aprovador (variavel de ambiente
      *              OPERADOR, validada contra CADOPE; so supervisor
      *              decide a fila).
       77 FS-CADOPE     PIC X(02) VALUE "00".
       77 FS-CADSEG     PIC X(02) VALUE "00".
       77 FIM-OPE       PIC X(03) VALUE "NAO".
       77 WS-OPERADOR   PIC X(05) VALUE SPACES.
       77 WS-NIVEL-OPE  PIC 9(01) VALUE 0.
       77 WS-NIVEL-EXIG PIC 9(01) VALUE 2.
       77 WS-OPE-OK     PIC X(01) VALUE "N".
       77 WS-HORA-SEG   PIC 9(08) VALUE 0.
       77 WS-EVENTO-SEG PIC X(40) VALUE SPACES.

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
               UNTIL FIM-APV EQUAL "SIM".
           PERFORM TERMINO.
           STOP RUN.

       LERNOMESARQUIVOS.
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADFUN"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADFUN-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADPND"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADPND-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADAPV"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADAPV-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADAUD"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADAUD-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADDTM"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADDTM-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADFEC"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADFEC-ARQ
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
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "RELAPV"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-RELAPV-ARQ
           END-IF.

       INICIO.
           PERFORM LERDATAMOV.
           PERFORM VERIFICAROPERADOR.
           PERFORM VERIFICARCOMPETENCIA.
           PERFORM CARREGARFILA.
           OPEN I-O CADFUN
           IF FS-CADFUN NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADFUN-ARQ)
                   " - FILE STATUS " FS-CADFUN
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RELAPV
           IF FS-RELAPV NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-RELAPV-ARQ)
                   " - FILE STATUS " FS-RELAPV
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO LINHA-APV
           STRING "DECISOES DA FILA DE ALTERACOES SALARIAIS - "
               "DATA " WS-DATA-MOV " APROVADOR " WS-OPERADOR
               DELIMITED BY SIZE INTO LINHA-APV
           WRITE LINHA-APV
           MOVE ALL "-" TO LINHA-APV
           WRITE LINHA-APV
           MOVE "N" TO WS-TEM-APV
           OPEN INPUT CADAPV
           IF FS-CADAPV = "00"
               MOVE "S" TO WS-TEM-APV
               PERFORM LERAPV
           ELSE
               DISPLAY "EX01 - SEM DECISOES EM "
                   FUNCTION TRIM(WS-CADAPV-ARQ)
                   " - SOMENTE LISTAGEM DA FILA"
               MOVE "SIM" TO FIM-APV
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

      *              Identificacao do aprovador: ao contrario dos
      *              programas de manutencao, aqui o registro CADOPE
      *              e obrigatorio e o operador precisa ter nivel de
      *              supervisor; a tentativa recusada fica gravada no
      *              diario de seguranca CADSEG antes da rodada parar.
       VERIFICAROPERADOR.
           ACCEPT WS-OPERADOR FROM ENVIRONMENT "OPERADOR"
           OPEN INPUT CADOPE
           IF FS-CADOPE NOT = "00"
               MOVE "APROVACAO SEM REGISTRO DE OPERADORES"
                   TO WS-EVENTO-SEG
               PERFORM GRAVARSEGURANCA
               DISPLAY "EX01 - ERRO AO ABRIR "
                   FUNCTION TRIM(WS-CADOPE-ARQ)
                   " - FILE STATUS " FS-CADOPE
                   " - RODADA RECUSADA"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-OPE-OK
           PERFORM LEROPERADOR UNTIL FIM-OPE = "SIM"
           CLOSE CADOPE
           IF WS-OPE-OK = "N"
               MOVE "OPERADOR NAO CADASTRADO" TO WS-EVENTO-SEG
               PERFORM GRAVARSEGURANCA
               DISPLAY "EX01 - OPERADOR NAO IDENTIFICADO OU NAO "
                   "CADASTRADO - RODADA RECUSADA"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-NIVEL-OPE < WS-NIVEL-EXIG
               MOVE "NIVEL INSUFICIENTE PARA A OPERACAO"
                   TO WS-EVENTO-SEG
               PERFORM GRAVARSEGURANCA
               DISPLAY "EX01 - OPERADOR " WS-OPERADOR
                   " SEM NIVEL PARA A OPERACAO - RODADA RECUSADA"
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
                       MOVE NIVEL-OPE TO WS-NIVEL-OPE
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
               MOVE WS-DATA-MOV TO DATA-SEG
               MOVE WS-HORA-SEG(1:6) TO HORA-SEG
               MOVE "EX01"        TO PROG-SEG
               MOVE WS-OPERADOR   TO OPER-SEG
               MOVE WS-EVENTO-SEG TO EVENTO-SEG
               PERFORM LACRARSEGURANCA
               WRITE REG-SEG
               PERFORM FECHARLACRE
               CLOSE CADSEG
           END-IF.

      *              Competencia da data de movimento contra o livro
      *              de fechamentos: competencia fechada so recebe
      *              alteracao salarial depois de uma reabertura
      *              registrada pelo EX34.
       VERIFICARCOMPETENCIA.
           MOVE WS-DATA-MOV(1:6) TO WS-COMP
           MOVE "A" TO WS-SIT-COMP
           OPEN INPUT CADFEC
           IF FS-CADFEC = "00"
               PERFORM VARRERFECHAMENTOS
                   UNTIL FS-CADFEC NOT = "00"
               CLOSE CADFEC
           END-IF
           IF WS-SIT-COMP = "F"
               DISPLAY "EX01 - COMPETENCIA " WS-COMP
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

      *              Fila de solicitacoes: obrigatoria. Cada entrada
      *              e guardada inteira, com a sequencia a parte para
      *              a busca pela decisao.
       CARREGARFILA.
           OPEN INPUT CADPND
           IF FS-CADPND NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADPND-ARQ)
                   " - FILE STATUS " FS-CADPND
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LERFILA UNTIL FIM-ARQ = "SIM"
           CLOSE CADPND
           MOVE "NAO" TO FIM-ARQ.

       LERFILA.
           READ CADPND
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   IF QTD-PND = 999
                       DISPLAY "EX01 - MAIS DE 999 SOLICITACOES NA "
                           "FILA CADPND - RODADA ABORTADA"
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO QTD-PND
                   MOVE SEQ-PND TO SEQ-PND-TAB(QTD-PND)
                   MOVE REG-PND TO REG-PND-TAB(QTD-PND)
           END-READ.

       LERAPV.
           READ CADAPV
               AT END MOVE "SIM" TO FIM-APV.

       PRINCIPAL.
           PERFORM PROCESSARDECISAO.
           PERFORM LERAPV.

      *              Localiza a solicitacao da decisao na fila e
      *              confere que ainda esta pendente e que o aprovador
      *              nao e o proprio solicitante antes de decidir.
       PROCESSARDECISAO.
           MOVE 0 TO IDX-PND-ACH
           PERFORM VARYING IDX-PND FROM 1 BY 1
               UNTIL IDX-PND > QTD-PND
               IF SEQ-PND-TAB(IDX-PND) = SEQ-APV
                   MOVE IDX-PND TO IDX-PND-ACH
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF IDX-PND-ACH = 0
               MOVE SPACES TO LINHA-APV
               STRING "SEQ " SEQ-APV
                   " - SOLICITACAO INEXISTENTE NA FILA"
                   DELIMITED BY SIZE INTO LINHA-APV
               WRITE LINHA-APV
               ADD 1 TO CONT-INV
           ELSE
               MOVE REG-PND-TAB(IDX-PND-ACH) TO REG-PND
               EVALUATE TRUE
                   WHEN SIT-PND NOT = "P"
                       MOVE "IGNORADA - JA DECIDIDA"
                           TO WS-RESULTADO
                       PERFORM GRAVARLINHADECISAO
                       ADD 1 TO CONT-INV
                   WHEN SOLIC-PND = WS-OPERADOR
                       MOVE "APROVACAO PELO PROPRIO SOLICITANTE"
                           TO WS-EVENTO-SEG
                       PERFORM GRAVARSEGURANCA
                       DISPLAY "EX01 - SOLICITACAO " SEQ-PND
                           " DO PROPRIO OPERADOR " WS-OPERADOR
                           " - DECISAO RECUSADA"
                       MOVE "IGNORADA - PROPRIO SOLICITANTE"
                           TO WS-RESULTADO
                       PERFORM GRAVARLINHADECISAO
                       ADD 1 TO CONT-INV
                   WHEN DECISAO-APV = "A"
                       PERFORM APLICARAPROVACAO
                   WHEN DECISAO-APV = "R"
                       MOVE "R"         TO SIT-PND
                       MOVE WS-OPERADOR TO APROV-PND
                       MOVE WS-DATA-MOV TO DATA-DEC-PND
                       MOVE "RECUSADA" TO WS-RESULTADO
                       PERFORM GRAVARLINHADECISAO
                       ADD 1 TO CONT-RCS
                   WHEN OTHER
                       MOVE "IGNORADA - DECISAO INVALIDA (A OU R)"
                           TO WS-RESULTADO
                       PERFORM GRAVARLINHADECISAO
                       ADD 1 TO CONT-INV
               END-EVALUATE
               MOVE REG-PND TO REG-PND-TAB(IDX-PND-ACH)
           END-IF.

      *              A solicitacao so e aplicada sobre o registro que
      *              ela viu: se o funcionario saiu do mestre ou o
      *              registro mudou desde a solicitacao, ela e
      *              cancelada para ser refeita sobre o atual.
       APLICARAPROVACAO.
           MOVE COD-PND TO COD-ENT
           READ CADFUN
               INVALID KEY
                   MOVE "X"         TO SIT-PND
                   MOVE WS-OPERADOR TO APROV-PND
                   MOVE WS-DATA-MOV TO DATA-DEC-PND
                   MOVE "CANCELADA - FUNCIONARIO FORA DO MESTRE"
                       TO WS-RESULTADO
                   PERFORM GRAVARLINHADECISAO
                   ADD 1 TO CONT-CAN
               NOT INVALID KEY
                   MOVE REG-FUN TO WS-ATUAL
                   IF WS-ATUAL NOT = ANTES-PND
                       MOVE "X"         TO SIT-PND
                       MOVE WS-OPERADOR TO APROV-PND
                       MOVE WS-DATA-MOV TO DATA-DEC-PND
                       MOVE "CANCELADA - REGISTRO ALTERADO DEPOIS"
                           TO WS-RESULTADO
                       PERFORM GRAVARLINHADECISAO
                       ADD 1 TO CONT-CAN
                   ELSE
                       PERFORM REGRAVARFUNCIONARIO
                   END-IF
           END-READ.

       REGRAVARFUNCIONARIO.
           MOVE DEPOIS-PND TO REG-FUN
           REWRITE REG-FUN
               INVALID KEY
                   DISPLAY "EX01 - ERRO AO REGRAVAR " COD-PND
                       " - FILE STATUS " FS-CADFUN
                   MOVE "ERRO DE GRAVACAO - CONTINUA PENDENTE"
                       TO WS-RESULTADO
                   PERFORM GRAVARLINHADECISAO
                   ADD 1 TO CONT-INV
               NOT INVALID KEY
                   MOVE "A"         TO SIT-PND
                   MOVE WS-OPERADOR TO APROV-PND
                   MOVE WS-DATA-MOV TO DATA-DEC-PND
                   PERFORM GRAVARAUDITORIA
                   MOVE "APROVADA E APLICADA" TO WS-RESULTADO
                   PERFORM GRAVARLINHADECISAO
                   ADD 1 TO CONT-APR
           END-REWRITE.

      *              A entrada da trilha sai em nome do programa de
      *              origem (EX14/EX16), com o tipo da transacao
      *              original, para os leitores da trilha (EX65,
      *              EX75) enxergarem a alteracao como as demais; o
      *              solicitante vai em OPER-AUD e o aprovador em
      *              APROV-AUD.
       GRAVARAUDITORIA.
           OPEN EXTEND CADAUD
           IF FS-CADAUD = "35" OR FS-CADAUD = "05"
               OPEN OUTPUT CADAUD
               CLOSE CADAUD
               OPEN EXTEND CADAUD
           END-IF
           IF FS-CADAUD NOT = "00"
               DISPLAY "EX01 - ERRO AO ABRIR "
                   FUNCTION TRIM(WS-CADAUD-ARQ)
                   " - FILE STATUS " FS-CADAUD
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-DATA-MOV TO DATA-AUD
           MOVE ORIG-PND    TO PROG-AUD
           MOVE TIPO-PND    TO TIPO-AUD
           MOVE COD-PND     TO CHAVE-AUD
           MOVE ANTES-PND   TO ANTES-AUD
           MOVE DEPOIS-PND  TO DEPOIS-AUD
           MOVE ANTES-PND(65:8)  TO ANTES-EXT-AUD
           MOVE DEPOIS-PND(65:8) TO DEPOIS-EXT-AUD
           MOVE SOLIC-PND   TO OPER-AUD
           MOVE WS-OPERADOR TO APROV-AUD
           PERFORM LACRARAUDITORIA
           WRITE REG-AUD
           PERFORM FECHARLACRE
           CLOSE CADAUD.

      *              Numera e lacra a entrada de CADAUD ja montada,
      *              imediatamente antes da gravacao.
       LACRARAUDITORIA.
           MOVE "CADAUD" TO WS-ARQ-SELO
           PERFORM ABRIRLACRE
           MOVE WS-SEQ-SELO TO SEQ-AUD
           MOVE REG-AUD     TO WS-AREA-SELO
           MOVE 181         TO WS-TAM-SELO
           PERFORM CALCULARSELO
           MOVE WS-SELO     TO SELO-AUD.

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
               DISPLAY "EX01 - ERRO AO ABRIR "
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

       GRAVARLINHADECISAO.
           MOVE SAL-ANT-PND TO WS-SAL-ANT-EDT
           MOVE SAL-NOV-PND TO WS-SAL-NOV-EDT
           MOVE SPACES TO LINHA-APV
           STRING "SEQ " SEQ-PND " " ORIG-PND " FUNC " COD-PND
               " SOLIC " SOLIC-PND " R$" WS-SAL-ANT-EDT
               " -> R$" WS-SAL-NOV-EDT " " WS-RESULTADO
               DELIMITED BY SIZE INTO LINHA-APV
           WRITE LINHA-APV.

       GRAVARLINHAPENDENTE.
           MOVE REG-PND-TAB(IDX-PND) TO REG-PND
           IF SIT-PND = "P"
               MOVE SAL-ANT-PND TO WS-SAL-ANT-EDT
               MOVE SAL-NOV-PND TO WS-SAL-NOV-EDT
               MOVE SPACES TO LINHA-APV
               STRING "SEQ " SEQ-PND " " ORIG-PND " FUNC " COD-PND
                   " SOLIC " SOLIC-PND " EM " DATA-PND
                   " R$" WS-SAL-ANT-EDT " -> R$" WS-SAL-NOV-EDT
                   DELIMITED BY SIZE INTO LINHA-APV
               WRITE LINHA-APV
               ADD 1 TO CONT-PEN
           END-IF.

      *              Regrava a fila inteira com as decisoes da rodada;
      *              as entradas decididas ficam como historico.
       REGRAVARFILA.
           OPEN OUTPUT CADPND
           IF FS-CADPND NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADPND-ARQ)
                   " - FILE STATUS " FS-CADPND
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING IDX-PND FROM 1 BY 1
               UNTIL IDX-PND > QTD-PND
               MOVE REG-PND-TAB(IDX-PND) TO REG-PND
               WRITE REG-PND
           END-PERFORM
           CLOSE CADPND.

       TERMINO.
           IF WS-TEM-APV = "S"
               CLOSE CADAPV
               PERFORM REGRAVARFILA
           END-IF
           CLOSE CADFUN.
           MOVE ALL "-" TO LINHA-APV
           WRITE LINHA-APV
           MOVE "SOLICITACOES AINDA PENDENTES" TO LINHA-APV
           WRITE LINHA-APV
           PERFORM GRAVARLINHAPENDENTE
               VARYING IDX-PND FROM 1 BY 1
               UNTIL IDX-PND > QTD-PND
           MOVE ALL "-" TO LINHA-APV
           WRITE LINHA-APV
           MOVE SPACES TO LINHA-APV
           STRING "APROVADAS: " CONT-APR " RECUSADAS: " CONT-RCS
               " CANCELADAS: " CONT-CAN " IGNORADAS: " CONT-INV
               " PENDENTES: " CONT-PEN
               DELIMITED BY SIZE INTO LINHA-APV
           WRITE LINHA-APV
           CLOSE RELAPV.
           DISPLAY "EX01 - APROVADAS: " CONT-APR
               " RECUSADAS: " CONT-RCS
               " CANCELADAS: " CONT-CAN
               " IGNORADAS: " CONT-INV
               " PENDENTES: " CONT-PEN.
