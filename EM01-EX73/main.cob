       IDENTIFICATION DIVISION.
       PROGRAM-ID.   EX73.
       AUTHOR.       ERIKA ROCHA.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 16-10-2025.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.      MANUTENCAO DO ORCAMENTO DE PESSOAL POR
      *              DEPARTAMENTO E COMPETENCIA (CADORC), NO MOLDE DO
      *              EX67. LE AS TRANSACOES DE CADMOVOR (A = INCLUSAO,
      *              C = ALTERACAO DOS VALORES ORCADOS, E = EXCLUSAO,
      *              CHAVEADAS POR DEPARTAMENTO + COMPETENCIA), VALIDA
      *              O DEPARTAMENTO NA TABELA CADDEP, A COMPETENCIA
      *              (AAAAMM) E OS VALORES (QUADRO, BRUTO E CUSTO
      *              TOTAL DE EMPREGO NUMERICOS, CUSTO NAO MENOR QUE
      *              O BRUTO). O ORCAMENTO E CARREGADO EM MEMORIA,
      *              RECEBE AS TRANSACOES ACEITAS E E REGRAVADO
      *              INTEIRO EM ORDEM DE DEPARTAMENTO/COMPETENCIA;
      *              CADA TRANSACAO APLICADA GANHA UMA ENTRADA NA
      *              TRILHA CADAUD (PROG EX73, CHAVE = DEPARTAMENTO)
      *              COM AS IMAGENS ANTES/DEPOIS. REJEITADAS VAO PARA
      *              CADRJOR COM O CODIGO DO MOTIVO (DEP =
      *              DEPARTAMENTO FORA DA TABELA, CMP = COMPETENCIA
      *              INVALIDA, VAL = VALORES INVALIDOS, JAE = JA
      *              EXISTE, NAO = NAO ACHOU, TIP = TIPO DE MOVIMENTO
      *              INVALIDO). SUBSTITUI A PLANILHA DO FINANCEIRO; O
      *              CONFRONTO COM O REALIZADO E FEITO PELO EX74.
      *              AS ENTRADAS GRAVADAS NA TRILHA CADAUD SAO
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
           SELECT CADDEP   ASSIGN TO DYNAMIC WS-CADDEP-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADDEP.
           SELECT CADMOVOR ASSIGN TO DYNAMIC WS-CADMOVOR-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADMOVOR.
           SELECT CADORC   ASSIGN TO DYNAMIC WS-CADORC-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADORC.
           SELECT CADRJOR  ASSIGN TO DYNAMIC WS-CADRJOR-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADRJOR.
           SELECT CADAUD   ASSIGN TO DYNAMIC WS-CADAUD-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADAUD.
           SELECT CADSEL   ASSIGN TO DYNAMIC WS-CADSEL-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADSEL.
           SELECT CADDTM   ASSIGN TO DYNAMIC WS-CADDTM-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADDTM.

       DATA DIVISION.

       FILE SECTION.
       FD CADDEP
           LABEL RECORD ARE STANDARD.

       01 REG-DEP.
           02 COD-DEP       PIC 9(03).
           02 NOME-DEP      PIC X(20).

      *              CADMOVOR: transacoes do orcamento - tipo do
      *              movimento, departamento, competencia (AAAAMM),
      *              quadro, bruto e custo total orcados. Na
      *              alteracao, a chave e departamento + competencia
      *              e valem os tres valores informados.
       FD CADMOVOR
           LABEL RECORD ARE STANDARD.

       01 REG-MOV.
           02 TIPO-MOV      PIC X(01).
           02 DEPTO-MOV     PIC 9(03).
           02 COMP-MOV      PIC 9(06).
           02 QTDE-MOV      PIC 9(05).
           02 BRUTO-MOV     PIC 9(09)V99.
           02 CUSTO-MOV     PIC 9(09)V99.

       FD CADORC
           LABEL RECORD ARE STANDARD.

           COPY CADORC.

      *              CADRJOR: transacoes rejeitadas, no mesmo leiaute
      *              do arquivo de entrada mais o codigo do motivo.
       FD CADRJOR
           LABEL RECORD ARE STANDARD.

       01 REG-RJO.
           02 MOV-RJO     PIC X(37).
           02 MOTIVO-RJO  PIC X(03).

       FD CADAUD
           LABEL RECORD ARE STANDARD.

           COPY CADAUD.

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
       77 FIM-CADMOVOR  PIC X(03) VALUE "NAO".
       77 FIM-CADORC    PIC X(03) VALUE "NAO".
       77 FIM-CADDEP    PIC X(03) VALUE "NAO".
       77 WS-ACHOU      PIC X(03) VALUE "NAO".
       77 FS-CADDEP     PIC X(02) VALUE "00".
       77 FS-CADMOVOR   PIC X(02) VALUE "00".
       77 FS-CADORC     PIC X(02) VALUE "00".
       77 FS-CADRJOR    PIC X(02) VALUE "00".
       77 FS-CADAUD     PIC X(02) VALUE "00".
       77 FS-CADDTM     PIC X(02) VALUE "00".
       77 WS-DATA-MOV   PIC 9(08) VALUE 0.
       77 WS-MOTIVO-REJ PIC X(03) VALUE SPACES.
       77 WS-OPERADOR   PIC X(05) VALUE SPACES.
       77 WS-ANTES      PIC X(64) VALUE SPACES.
       77 WS-DEPOIS     PIC X(64) VALUE SPACES.
       77 WS-ANO-MOV    PIC 9(04) VALUE 0.
       77 WS-MES-MOV    PIC 9(02) VALUE 0.

       77 CONT-INC      PIC 9(05) VALUE 0.
       77 CONT-ALT      PIC 9(05) VALUE 0.
       77 CONT-EXC      PIC 9(05) VALUE 0.
       77 CONT-REJ      PIC 9(05) VALUE 0.

      *              Codigos da tabela de departamentos, para validar
      *              o departamento das transacoes.
       77 QTD-DEP       PIC 9(03) VALUE 0.
       77 IDX-DEP       PIC 9(03) VALUE 0.
       01 TABELA-DEP.
           02 DEP-ITEM OCCURS 100 TIMES.
               03 COD-DEP-TAB    PIC 9(03).

      *              Orcamento em memoria (100 departamentos x 12
      *              meses x 4 anos e folga). EXCL marca os
      *              excluidos, que nao voltam para o arquivo na
      *              regravacao.
       77 QTD-ORC       PIC 9(04) VALUE 0.
       77 IDX-ORC       PIC 9(04) VALUE 0.
       77 IDX-ORC-ACH   PIC 9(04) VALUE 0.
       01 TABELA-ORC.
           02 ORC-ITEM OCCURS 1 TO 5000 TIMES
               DEPENDING ON QTD-ORC.
               03 DEPTO-ORC-TAB  PIC 9(03).
               03 COMP-ORC-TAB   PIC 9(06).
               03 QTDE-ORC-TAB   PIC 9(05).
               03 BRUTO-ORC-TAB  PIC 9(09)V99.
               03 CUSTO-ORC-TAB  PIC 9(09)V99.
               03 EXCL-ORC-TAB   PIC X(01).

      *              Nomes fisicos dos arquivos, com o valor original
      *              como default, substituiveis em tempo de execucao
      *              por variaveis de ambiente (ver LERNOMESARQUIVOS).
       77 WS-CADDEP-ARQ   PIC X(40) VALUE "CADDEP.DAT".
       77 WS-CADMOVOR-ARQ PIC X(40) VALUE "CADMOVOR.DAT".
       77 WS-CADORC-ARQ   PIC X(40) VALUE "CADORC.DAT".
       77 WS-CADRJOR-ARQ  PIC X(40) VALUE "CADRJOR.DAT".
       77 WS-CADAUD-ARQ   PIC X(40) VALUE "CADAUD.DAT".
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
               UNTIL FIM-CADMOVOR EQUAL "SIM".
           PERFORM TERMINO.
           STOP RUN.

       LERNOMESARQUIVOS.
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADDEP"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADDEP-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADMOVOR"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADMOVOR-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADORC"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADORC-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADRJOR"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADRJOR-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADAUD"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADAUD-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADSEL"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADSEL-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADDTM"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADDTM-ARQ
           END-IF
           ACCEPT WS-OPERADOR FROM ENVIRONMENT "OPERADOR".

       INICIO.
           PERFORM LERDATAMOV.
           PERFORM CARREGARDEPARTAMENTOS.
           PERFORM CARREGARORCAMENTO.
           OPEN INPUT CADMOVOR
           IF FS-CADMOVOR NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADMOVOR-ARQ)
                   " - FILE STATUS " FS-CADMOVOR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT CADRJOR
           IF FS-CADRJOR NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADRJOR-ARQ)
                   " - FILE STATUS " FS-CADRJOR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
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

       CARREGARDEPARTAMENTOS.
           OPEN INPUT CADDEP
           IF FS-CADDEP NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADDEP-ARQ)
                   " - FILE STATUS " FS-CADDEP
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LERDEPARTAMENTO UNTIL FIM-CADDEP = "SIM"
           CLOSE CADDEP.

       LERDEPARTAMENTO.
           READ CADDEP
               AT END
                   MOVE "SIM" TO FIM-CADDEP
               NOT AT END
                   IF QTD-DEP = 100
                       DISPLAY "EX73 - MAIS DE 100 DEPARTAMENTOS - "
                           "RODADA ABORTADA"
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO QTD-DEP
                   MOVE COD-DEP TO COD-DEP-TAB(QTD-DEP)
           END-READ.

      *              Orcamento atual em memoria. Ausente na primeira
      *              rodada - comeca vazio.
       CARREGARORCAMENTO.
           OPEN INPUT CADORC
           IF FS-CADORC = "00"
               PERFORM LERORCAMENTO UNTIL FIM-CADORC = "SIM"
               CLOSE CADORC
           END-IF.

       LERORCAMENTO.
           READ CADORC
               AT END
                   MOVE "SIM" TO FIM-CADORC
               NOT AT END
                   IF QTD-ORC = 5000
                       DISPLAY "EX73 - MAIS DE 5000 REGISTROS DE "
                           "ORCAMENTO - RODADA ABORTADA"
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO QTD-ORC
                   MOVE DEPTO-ORC TO DEPTO-ORC-TAB(QTD-ORC)
                   MOVE COMP-ORC  TO COMP-ORC-TAB(QTD-ORC)
                   MOVE QTDE-ORC  TO QTDE-ORC-TAB(QTD-ORC)
                   MOVE BRUTO-ORC TO BRUTO-ORC-TAB(QTD-ORC)
                   MOVE CUSTO-ORC TO CUSTO-ORC-TAB(QTD-ORC)
                   MOVE "N"       TO EXCL-ORC-TAB(QTD-ORC)
           END-READ.

       LERMOV.
           READ CADMOVOR
               AT END MOVE "SIM" TO FIM-CADMOVOR.

       PRINCIPAL.
           PERFORM PROCESSARMOV.
           PERFORM LERMOV.

      *              Busca o orcamento da chave da transacao
      *              (departamento + competencia) entre os ativos da
      *              tabela; quando acha, guarda a imagem antes.
       LOCALIZAR.
           MOVE "NAO" TO WS-ACHOU
           MOVE SPACES TO WS-ANTES
           MOVE 0 TO IDX-ORC-ACH
           PERFORM VARYING IDX-ORC FROM 1 BY 1
               UNTIL IDX-ORC > QTD-ORC
               IF DEPTO-ORC-TAB(IDX-ORC) = DEPTO-MOV
                   AND COMP-ORC-TAB(IDX-ORC) = COMP-MOV
                   AND EXCL-ORC-TAB(IDX-ORC) = "N"
                   MOVE IDX-ORC TO IDX-ORC-ACH
                   MOVE "SIM" TO WS-ACHOU
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-ACHOU = "SIM"
               PERFORM MONTARIMAGEM
               MOVE REG-ORC TO WS-ANTES
           END-IF.

       MONTARIMAGEM.
           MOVE DEPTO-ORC-TAB(IDX-ORC-ACH) TO DEPTO-ORC
           MOVE COMP-ORC-TAB(IDX-ORC-ACH)  TO COMP-ORC
           MOVE QTDE-ORC-TAB(IDX-ORC-ACH)  TO QTDE-ORC
           MOVE BRUTO-ORC-TAB(IDX-ORC-ACH) TO BRUTO-ORC
           MOVE CUSTO-ORC-TAB(IDX-ORC-ACH) TO CUSTO-ORC.

       PROCESSARMOV.
           MOVE SPACES TO WS-MOTIVO-REJ
           PERFORM LOCALIZAR
           EVALUATE TIPO-MOV
               WHEN "A"
                   PERFORM VALIDARINCLUSAO
                   IF WS-MOTIVO-REJ = SPACES
                       PERFORM INCLUIR
                   END-IF
               WHEN "C"
                   PERFORM VALIDARALTERACAO
                   IF WS-MOTIVO-REJ = SPACES
                       PERFORM ALTERAR
                   END-IF
               WHEN "E"
                   IF WS-ACHOU = "SIM"
                       PERFORM EXCLUIR
                   ELSE
                       DISPLAY "EX73 - EXCLUSAO REJEITADA, NAO ACHOU: "
                           DEPTO-MOV " " COMP-MOV
                       MOVE "NAO" TO WS-MOTIVO-REJ
                   END-IF
               WHEN OTHER
                   DISPLAY "EX73 - TIPO DE MOVIMENTO INVALIDO: "
                       TIPO-MOV
                   MOVE "TIP" TO WS-MOTIVO-REJ
           END-EVALUATE
           IF WS-MOTIVO-REJ NOT = SPACES
               PERFORM GRAVARREJEITO
           END-IF.

       VALIDARINCLUSAO.
           IF WS-ACHOU = "SIM"
               DISPLAY "EX73 - INCLUSAO REJEITADA, JA EXISTE: "
                   DEPTO-MOV " " COMP-MOV
               MOVE "JAE" TO WS-MOTIVO-REJ
           ELSE
               PERFORM VALIDARDEPARTAMENTO
           END-IF
           IF WS-MOTIVO-REJ = SPACES
               PERFORM VALIDARDADOS
           END-IF.

       VALIDARALTERACAO.
           IF WS-ACHOU = "NAO"
               DISPLAY "EX73 - ALTERACAO REJEITADA, NAO ACHOU: "
                   DEPTO-MOV " " COMP-MOV
               MOVE "NAO" TO WS-MOTIVO-REJ
           ELSE
               PERFORM VALIDARDADOS
           END-IF.

       VALIDARDEPARTAMENTO.
           MOVE "DEP" TO WS-MOTIVO-REJ
           IF DEPTO-MOV IS NUMERIC
               PERFORM VARYING IDX-DEP FROM 1 BY 1
                   UNTIL IDX-DEP > QTD-DEP
                   IF COD-DEP-TAB(IDX-DEP) = DEPTO-MOV
                       MOVE SPACES TO WS-MOTIVO-REJ
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF WS-MOTIVO-REJ = "DEP"
               DISPLAY "EX73 - INCLUSAO REJEITADA, DEPARTAMENTO "
                   "FORA DA TABELA: " DEPTO-MOV
           END-IF
           IF WS-MOTIVO-REJ = SPACES
               PERFORM VALIDARCOMPETENCIA
           END-IF.

      *              Competencia AAAAMM com mes de 01 a 12.
       VALIDARCOMPETENCIA.
           IF COMP-MOV IS NOT NUMERIC
               MOVE "CMP" TO WS-MOTIVO-REJ
           ELSE
               DIVIDE COMP-MOV BY 100 GIVING WS-ANO-MOV
                   REMAINDER WS-MES-MOV
               IF WS-ANO-MOV < 1900
                   OR WS-MES-MOV < 1 OR WS-MES-MOV > 12
                   MOVE "CMP" TO WS-MOTIVO-REJ
               END-IF
           END-IF
           IF WS-MOTIVO-REJ = "CMP"
               DISPLAY "EX73 - INCLUSAO REJEITADA, COMPETENCIA "
                   "INVALIDA: " DEPTO-MOV " " COMP-MOV
           END-IF.

      *              Quadro, bruto e custo numericos; o custo total
      *              de emprego contem o bruto, entao nao pode ser
      *              menor que ele.
       VALIDARDADOS.
           IF QTDE-MOV IS NOT NUMERIC OR BRUTO-MOV IS NOT NUMERIC
               OR CUSTO-MOV IS NOT NUMERIC
               MOVE "VAL" TO WS-MOTIVO-REJ
           ELSE
               IF CUSTO-MOV < BRUTO-MOV
                   MOVE "VAL" TO WS-MOTIVO-REJ
               END-IF
           END-IF
           IF WS-MOTIVO-REJ = "VAL"
               DISPLAY "EX73 - ORCAMENTO REJEITADO, VALORES "
                   "INVALIDOS: " DEPTO-MOV " " COMP-MOV
           END-IF.

       INCLUIR.
           IF QTD-ORC = 5000
               DISPLAY "EX73 - MAIS DE 5000 REGISTROS DE ORCAMENTO - "
                   "RODADA ABORTADA"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO QTD-ORC
           MOVE QTD-ORC   TO IDX-ORC-ACH
           MOVE DEPTO-MOV TO DEPTO-ORC-TAB(IDX-ORC-ACH)
           MOVE COMP-MOV  TO COMP-ORC-TAB(IDX-ORC-ACH)
           MOVE QTDE-MOV  TO QTDE-ORC-TAB(IDX-ORC-ACH)
           MOVE BRUTO-MOV TO BRUTO-ORC-TAB(IDX-ORC-ACH)
           MOVE CUSTO-MOV TO CUSTO-ORC-TAB(IDX-ORC-ACH)
           MOVE "N"       TO EXCL-ORC-TAB(IDX-ORC-ACH)
           PERFORM MONTARIMAGEM
           MOVE REG-ORC TO WS-DEPOIS
           PERFORM GRAVARAUDITORIA
           ADD 1 TO CONT-INC.

       ALTERAR.
           MOVE QTDE-MOV  TO QTDE-ORC-TAB(IDX-ORC-ACH)
           MOVE BRUTO-MOV TO BRUTO-ORC-TAB(IDX-ORC-ACH)
           MOVE CUSTO-MOV TO CUSTO-ORC-TAB(IDX-ORC-ACH)
           PERFORM MONTARIMAGEM
           MOVE REG-ORC TO WS-DEPOIS
           PERFORM GRAVARAUDITORIA
           ADD 1 TO CONT-ALT.

       EXCLUIR.
           MOVE "S" TO EXCL-ORC-TAB(IDX-ORC-ACH)
           MOVE SPACES TO WS-DEPOIS
           PERFORM GRAVARAUDITORIA
           ADD 1 TO CONT-EXC.

      *              Acrescenta uma entrada na trilha de auditoria
      *              CADAUD para a transacao recem-aplicada, com as
      *              imagens antes e depois preparadas pelo chamador.
      *              A chave da trilha e o departamento; a
      *              competencia segue nas imagens.
       GRAVARAUDITORIA.
           OPEN EXTEND CADAUD
           IF FS-CADAUD = "35" OR FS-CADAUD = "05"
               OPEN OUTPUT CADAUD
               CLOSE CADAUD
               OPEN EXTEND CADAUD
           END-IF
           IF FS-CADAUD NOT = "00"
               DISPLAY "EX73 - ERRO AO ABRIR "
                   FUNCTION TRIM(WS-CADAUD-ARQ)
                   " - FILE STATUS " FS-CADAUD
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-DATA-MOV TO DATA-AUD
           MOVE "EX73"      TO PROG-AUD
           MOVE TIPO-MOV    TO TIPO-AUD
           MOVE DEPTO-MOV   TO CHAVE-AUD
           MOVE WS-ANTES    TO ANTES-AUD
           MOVE WS-DEPOIS   TO DEPOIS-AUD
           MOVE SPACES      TO ANTES-EXT-AUD DEPOIS-EXT-AUD
           MOVE WS-OPERADOR TO OPER-AUD
           MOVE SPACES      TO APROV-AUD
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
               DISPLAY "EX73 - ERRO AO ABRIR "
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

       GRAVARREJEITO.
           MOVE REG-MOV       TO MOV-RJO
           MOVE WS-MOTIVO-REJ TO MOTIVO-RJO
           WRITE REG-RJO
           ADD 1 TO CONT-REJ.

      *              Regrava o orcamento inteiro em ordem de
      *              departamento/competencia, sem os excluidos.
       REGRAVARORCAMENTO.
           IF QTD-ORC > 1
               SORT ORC-ITEM ON ASCENDING KEY DEPTO-ORC-TAB
                   COMP-ORC-TAB
           END-IF
           OPEN OUTPUT CADORC
           IF FS-CADORC NOT = "00"
               DISPLAY "EX73 - ERRO AO REGRAVAR "
                   FUNCTION TRIM(WS-CADORC-ARQ)
                   " - FILE STATUS " FS-CADORC
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING IDX-ORC FROM 1 BY 1
               UNTIL IDX-ORC > QTD-ORC
               IF EXCL-ORC-TAB(IDX-ORC) = "N"
                   MOVE DEPTO-ORC-TAB(IDX-ORC) TO DEPTO-ORC
                   MOVE COMP-ORC-TAB(IDX-ORC)  TO COMP-ORC
                   MOVE QTDE-ORC-TAB(IDX-ORC)  TO QTDE-ORC
                   MOVE BRUTO-ORC-TAB(IDX-ORC) TO BRUTO-ORC
                   MOVE CUSTO-ORC-TAB(IDX-ORC) TO CUSTO-ORC
                   WRITE REG-ORC
               END-IF
           END-PERFORM
           CLOSE CADORC.

       TERMINO.
           PERFORM REGRAVARORCAMENTO.
           CLOSE CADMOVOR CADRJOR.
           DISPLAY "EX73 - INCLUSOES: "  CONT-INC
               " ALTERACOES: " CONT-ALT
               " EXCLUSOES: "  CONT-EXC
               " REJEITADAS: " CONT-REJ.
