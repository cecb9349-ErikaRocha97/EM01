       IDENTIFICATION DIVISION.
       PROGRAM-ID.   EX89.
       AUTHOR.       ERIKA ROCHA.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 23-10-2025.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.      MANUTENCAO DO REGISTRO DE DOCUMENTOS DA MATRICULA
      *              (CADDOC), NO MOLDE DO EX67. LE AS TRANSACOES DE
      *              CADMOVDC, CHAVEADAS POR ALUNO + TIPO DE DOCUMENTO:
      *              A = INCLUSAO (TIPO 00 ABRE A LISTA INTEIRA DO
      *              ALUNO, UM DOCUMENTO PENDENTE PARA CADA TIPO DO
      *              CATALOGO CADTDO; OUTRO TIPO INCLUI SO AQUELE), COM
      *              A DATA DA MATRICULA NA TRANSACAO (ZERADA = DATA DE
      *              MOVIMENTO) - O PRAZO DE CADA DOCUMENTO E ESSA
      *              DATA MAIS OS DIAS DO TIPO; C = ALTERACAO DA
      *              SITUACAO (E = ENTREGUE, COM A DATA DA ENTREGA OU A
      *              DATA DE MOVIMENTO; D = DISPENSADO; P = VOLTA A
      *              PENDENTE); E = EXCLUSAO (TIPO 00 EXCLUI A LISTA
      *              INTEIRA DO ALUNO). VALIDA O ALUNO NO MESTRE
      *              INDEXADO CADALU E O TIPO NO CATALOGO. O REGISTRO E
      *              CARREGADO EM MEMORIA, RECEBE AS TRANSACOES
      *              ACEITAS E E REGRAVADO INTEIRO EM ORDEM DE ALUNO/
      *              TIPO; CADA DOCUMENTO ALTERADO GANHA UMA ENTRADA NA
      *              TRILHA CADAUD (PROG EX89) COM AS IMAGENS ANTES/
      *              DEPOIS. REJEITADAS VAO PARA CADRJDC COM O CODIGO
      *              DO MOTIVO (ALU = ALUNO FORA DO MESTRE, TDO = TIPO
      *              FORA DO CATALOGO, SIT = SITUACAO INVALIDA, DAT =
      *              DATA INVALIDA, JAE = JA EXISTE, NAO = NAO ACHOU,
      *              TIP = TIPO DE MOVIMENTO INVALIDO). O REGISTRO
      *              ALIMENTA O RELATORIO SEMANAL DE PENDENCIAS (EX90),
      *              A CONSULTA DO ALUNO (EX19) E O ALERTA DE RISCO
      *              (EX84) - ACABOU A PASTA EM PAPEL.
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
      *              CADALU e o mestre indexado de alunos; aqui e
      *              consultado por chave para validar o aluno.
           SELECT CADALU   ASSIGN TO DYNAMIC WS-CADALU-ARQ
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS NUM-ENT
           FILE STATUS IS FS-CADALU.
           SELECT CADTDO   ASSIGN TO DYNAMIC WS-CADTDO-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADTDO.
           SELECT CADMOVDC ASSIGN TO DYNAMIC WS-CADMOVDC-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADMOVDC.
           SELECT CADDOC   ASSIGN TO DYNAMIC WS-CADDOC-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADDOC.
           SELECT CADRJDC  ASSIGN TO DYNAMIC WS-CADRJDC-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADRJDC.
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
       FD CADALU
           LABEL RECORD ARE STANDARD.

           COPY CADALU.

       FD CADTDO
           LABEL RECORD ARE STANDARD.

           COPY CADTDO.

      *              CADMOVDC: transacoes de documento - tipo do
      *              movimento, aluno, tipo de documento (00 = todos,
      *              na inclusao e na exclusao), nova situacao (so na
      *              alteracao) e a data: da matricula na inclusao,
      *              da entrega na alteracao para "E" (zerada = data
      *              de movimento).
       FD CADMOVDC
           LABEL RECORD ARE STANDARD.

       01 REG-MOV.
           02 TIPO-MOV      PIC X(01).
           02 NUM-MOV       PIC 9(05).
           02 TDO-MOV       PIC 9(02).
           02 SITDC-MOV     PIC X(01).
           02 DTDOC-MOV     PIC 9(08).

       FD CADDOC
           LABEL RECORD ARE STANDARD.

           COPY CADDOC.

      *              CADRJDC: transacoes rejeitadas, no mesmo leiaute
      *              do arquivo de entrada mais o codigo do motivo.
       FD CADRJDC
           LABEL RECORD ARE STANDARD.

       01 REG-RJD.
           02 MOV-RJD     PIC X(17).
           02 MOTIVO-RJD  PIC X(03).

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
       77 FIM-ARQ       PIC X(03) VALUE "NAO".
       77 FIM-CADMOVDC  PIC X(03) VALUE "NAO".
       77 FIM-CADDOC    PIC X(03) VALUE "NAO".
       77 WS-ACHOU      PIC X(03) VALUE "NAO".
       77 FS-CADALU     PIC X(02) VALUE "00".
       77 FS-CADTDO     PIC X(02) VALUE "00".
       77 FS-CADMOVDC   PIC X(02) VALUE "00".
       77 FS-CADDOC     PIC X(02) VALUE "00".
       77 FS-CADRJDC    PIC X(02) VALUE "00".
       77 FS-CADAUD     PIC X(02) VALUE "00".
       77 FS-CADDTM     PIC X(02) VALUE "00".
       77 WS-DATA-MOV   PIC 9(08) VALUE 0.
       77 WS-MOTIVO-REJ PIC X(03) VALUE SPACES.
       77 WS-OPERADOR   PIC X(05) VALUE SPACES.
       77 WS-ANTES      PIC X(64) VALUE SPACES.
       77 WS-DEPOIS     PIC X(64) VALUE SPACES.

       77 CONT-INC      PIC 9(05) VALUE 0.
       77 CONT-ALT      PIC 9(05) VALUE 0.
       77 CONT-EXC      PIC 9(05) VALUE 0.
       77 CONT-REJ      PIC 9(05) VALUE 0.

      *              Conferencia de data e calculo do prazo: data da
      *              matricula mais os dias do tipo, em dias corridos
      *              (INTEGER-OF-DATE / DATE-OF-INTEGER).
       77 WS-DATA-TST   PIC 9(08) VALUE 0.
       77 WS-DATA-OK    PIC X(01) VALUE "S".
       77 WS-DATA-BASE  PIC 9(08) VALUE 0.
       77 WS-DATA-ENT   PIC 9(08) VALUE 0.
       77 WS-LIMITE     PIC 9(08) VALUE 0.

      *              Catalogo de tipos de documento em memoria.
       77 QTD-TDO       PIC 9(02) VALUE 0.
       77 IDX-TDO       PIC 9(02) VALUE 0.
       77 IDX-TDO-ACH   PIC 9(02) VALUE 0.
       01 TABELA-TDO.
           02 TDO-ITEM OCCURS 30 TIMES.
               03 COD-TDO-TAB    PIC 9(02).
               03 OBRIG-TDO-TAB  PIC X(01).
               03 PRAZO-TDO-TAB  PIC 9(03).

      *              Registro de documentos em memoria (20000 e folga
      *              para os alunos vezes os tipos do catalogo). EXCL
      *              marca os excluidos, que nao voltam para o arquivo
      *              na regravacao.
       77 QTD-DOC       PIC 9(05) VALUE 0.
       77 IDX-DOC       PIC 9(05) VALUE 0.
       77 IDX-DOC-ACH   PIC 9(05) VALUE 0.
       01 TABELA-DOC.
           02 DOC-ITEM OCCURS 1 TO 20000 TIMES
               DEPENDING ON QTD-DOC.
               03 NUM-DOC-TAB     PIC 9(05).
               03 TDO-DOC-TAB     PIC 9(02).
               03 OBRIG-DOC-TAB   PIC X(01).
               03 MATRIC-DOC-TAB  PIC 9(08).
               03 LIMITE-DOC-TAB  PIC 9(08).
               03 SIT-DOC-TAB     PIC X(01).
               03 ENTREGA-DOC-TAB PIC 9(08).
               03 EXCL-DOC-TAB    PIC X(01).

      *              Nomes fisicos dos arquivos, com o valor original
      *              como default, substituiveis em tempo de execucao
      *              por variaveis de ambiente (ver LERNOMESARQUIVOS).
       77 WS-CADALU-ARQ   PIC X(40) VALUE "CADALU.DAT".
       77 WS-CADTDO-ARQ   PIC X(40) VALUE "CADTDO.DAT".
       77 WS-CADMOVDC-ARQ PIC X(40) VALUE "CADMOVDC.DAT".
       77 WS-CADDOC-ARQ   PIC X(40) VALUE "CADDOC.DAT".
       77 WS-CADRJDC-ARQ  PIC X(40) VALUE "CADRJDC.DAT".
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
               UNTIL FIM-CADMOVDC EQUAL "SIM".
           PERFORM TERMINO.
           STOP RUN.

       LERNOMESARQUIVOS.
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADALU"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADALU-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADTDO"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADTDO-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADMOVDC"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADMOVDC-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADDOC"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADDOC-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADRJDC"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADRJDC-ARQ
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
           PERFORM CARREGARCATALOGO.
           PERFORM CARREGARDOCUMENTOS.
           OPEN INPUT CADALU
           IF FS-CADALU NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADALU-ARQ)
                   " - FILE STATUS " FS-CADALU
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CADMOVDC
           IF FS-CADMOVDC NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADMOVDC-ARQ)
                   " - FILE STATUS " FS-CADMOVDC
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT CADRJDC
           IF FS-CADRJDC NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADRJDC-ARQ)
                   " - FILE STATUS " FS-CADRJDC
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

       CARREGARCATALOGO.
           OPEN INPUT CADTDO
           IF FS-CADTDO NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADTDO-ARQ)
                   " - FILE STATUS " FS-CADTDO
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LERTIPO UNTIL FIM-ARQ = "SIM"
           CLOSE CADTDO
           MOVE "NAO" TO FIM-ARQ
           IF QTD-TDO = 0
               DISPLAY "EX89 - CATALOGO DE DOCUMENTOS VAZIO - "
                   "RODADA ABORTADA"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       LERTIPO.
           READ CADTDO
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   IF QTD-TDO = 30
                       DISPLAY "EX89 - MAIS DE 30 TIPOS DE DOCUMENTO "
                           "NO CATALOGO - RODADA ABORTADA"
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO QTD-TDO
                   MOVE COD-TDO   TO COD-TDO-TAB(QTD-TDO)
                   MOVE OBRIG-TDO TO OBRIG-TDO-TAB(QTD-TDO)
                   MOVE PRAZO-TDO TO PRAZO-TDO-TAB(QTD-TDO)
           END-READ.

      *              Registro atual em memoria. Ausente na primeira
      *              rodada - comeca vazio.
       CARREGARDOCUMENTOS.
           OPEN INPUT CADDOC
           IF FS-CADDOC = "00"
               PERFORM LERDOCUMENTO UNTIL FIM-CADDOC = "SIM"
               CLOSE CADDOC
           END-IF.

       LERDOCUMENTO.
           READ CADDOC
               AT END
                   MOVE "SIM" TO FIM-CADDOC
               NOT AT END
                   IF QTD-DOC = 20000
                       DISPLAY "EX89 - MAIS DE 20000 DOCUMENTOS - "
                           "RODADA ABORTADA"
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO QTD-DOC
                   MOVE NUM-DOC     TO NUM-DOC-TAB(QTD-DOC)
                   MOVE TDO-DOC     TO TDO-DOC-TAB(QTD-DOC)
                   MOVE OBRIG-DOC   TO OBRIG-DOC-TAB(QTD-DOC)
                   MOVE MATRIC-DOC  TO MATRIC-DOC-TAB(QTD-DOC)
                   MOVE LIMITE-DOC  TO LIMITE-DOC-TAB(QTD-DOC)
                   MOVE SIT-DOC     TO SIT-DOC-TAB(QTD-DOC)
                   MOVE ENTREGA-DOC TO ENTREGA-DOC-TAB(QTD-DOC)
                   MOVE "N"         TO EXCL-DOC-TAB(QTD-DOC)
           END-READ.

       LERMOV.
           READ CADMOVDC
               AT END MOVE "SIM" TO FIM-CADMOVDC.

       PRINCIPAL.
           PERFORM PROCESSARMOV.
           PERFORM LERMOV.

      *              Busca o documento da chave da transacao (aluno +
      *              tipo) entre os ativos da tabela. Com tipo 00,
      *              acha o primeiro documento ativo do aluno.
       LOCALIZAR.
           MOVE "NAO" TO WS-ACHOU
           MOVE 0 TO IDX-DOC-ACH
           PERFORM VARYING IDX-DOC FROM 1 BY 1
               UNTIL IDX-DOC > QTD-DOC
               IF NUM-DOC-TAB(IDX-DOC) = NUM-MOV
                   AND (TDO-DOC-TAB(IDX-DOC) = TDO-MOV
                       OR TDO-MOV = 0)
                   AND EXCL-DOC-TAB(IDX-DOC) = "N"
                   MOVE IDX-DOC TO IDX-DOC-ACH
                   MOVE "SIM" TO WS-ACHOU
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOCALIZARTIPO.
           MOVE 0 TO IDX-TDO-ACH
           PERFORM VARYING IDX-TDO FROM 1 BY 1
               UNTIL IDX-TDO > QTD-TDO
               IF COD-TDO-TAB(IDX-TDO) = TDO-MOV
                   MOVE IDX-TDO TO IDX-TDO-ACH
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       MONTARIMAGEM.
           MOVE NUM-DOC-TAB(IDX-DOC-ACH)     TO NUM-DOC
           MOVE TDO-DOC-TAB(IDX-DOC-ACH)     TO TDO-DOC
           MOVE OBRIG-DOC-TAB(IDX-DOC-ACH)   TO OBRIG-DOC
           MOVE MATRIC-DOC-TAB(IDX-DOC-ACH)  TO MATRIC-DOC
           MOVE LIMITE-DOC-TAB(IDX-DOC-ACH)  TO LIMITE-DOC
           MOVE SIT-DOC-TAB(IDX-DOC-ACH)     TO SIT-DOC
           MOVE ENTREGA-DOC-TAB(IDX-DOC-ACH) TO ENTREGA-DOC.

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
                       DISPLAY "EX89 - EXCLUSAO REJEITADA, NAO ACHOU: "
                           NUM-MOV " " TDO-MOV
                       MOVE "NAO" TO WS-MOTIVO-REJ
                   END-IF
               WHEN OTHER
                   DISPLAY "EX89 - TIPO DE MOVIMENTO INVALIDO: "
                       TIPO-MOV
                   MOVE "TIP" TO WS-MOTIVO-REJ
           END-EVALUATE
           IF WS-MOTIVO-REJ NOT = SPACES
               PERFORM GRAVARREJEITO
           END-IF.

      *              Inclusao: aluno no mestre, tipo no catalogo (ou
      *              00 com o aluno ainda sem lista) e data da
      *              matricula valida.
       VALIDARINCLUSAO.
           EVALUATE TRUE
               WHEN WS-ACHOU = "SIM"
                   DISPLAY "EX89 - INCLUSAO REJEITADA, JA EXISTE: "
                       NUM-MOV " " TDO-MOV
                   MOVE "JAE" TO WS-MOTIVO-REJ
               WHEN OTHER
                   MOVE NUM-MOV TO NUM-ENT
                   READ CADALU
                       INVALID KEY
                           DISPLAY "EX89 - INCLUSAO REJEITADA, "
                               "ALUNO FORA DO MESTRE: " NUM-MOV
                           MOVE "ALU" TO WS-MOTIVO-REJ
                   END-READ
           END-EVALUATE
           IF WS-MOTIVO-REJ = SPACES AND TDO-MOV NOT = 0
               PERFORM LOCALIZARTIPO
               IF IDX-TDO-ACH = 0
                   DISPLAY "EX89 - INCLUSAO REJEITADA, TIPO FORA "
                       "DO CATALOGO: " NUM-MOV " " TDO-MOV
                   MOVE "TDO" TO WS-MOTIVO-REJ
               END-IF
           END-IF
           IF WS-MOTIVO-REJ = SPACES
               IF DTDOC-MOV = 0
                   MOVE WS-DATA-MOV TO WS-DATA-BASE
               ELSE
                   MOVE DTDOC-MOV TO WS-DATA-BASE
               END-IF
               MOVE WS-DATA-BASE TO WS-DATA-TST
               PERFORM VALIDARDATA
               IF WS-DATA-OK = "N"
                   DISPLAY "EX89 - INCLUSAO REJEITADA, DATA DA "
                       "MATRICULA INVALIDA: " NUM-MOV " " DTDOC-MOV
                   MOVE "DAT" TO WS-MOTIVO-REJ
               END-IF
           END-IF.

      *              Alteracao: um documento existente (tipo 00 nao
      *              vale), situacao E/D/P e, na entrega, data valida.
       VALIDARALTERACAO.
           IF WS-ACHOU = "NAO" OR TDO-MOV = 0
               DISPLAY "EX89 - ALTERACAO REJEITADA, NAO ACHOU: "
                   NUM-MOV " " TDO-MOV
               MOVE "NAO" TO WS-MOTIVO-REJ
           END-IF
           IF WS-MOTIVO-REJ = SPACES
               AND SITDC-MOV NOT = "E" AND SITDC-MOV NOT = "D"
               AND SITDC-MOV NOT = "P"
               DISPLAY "EX89 - ALTERACAO REJEITADA, SITUACAO "
                   "INVALIDA: " NUM-MOV " " TDO-MOV " " SITDC-MOV
               MOVE "SIT" TO WS-MOTIVO-REJ
           END-IF
           IF WS-MOTIVO-REJ = SPACES
               MOVE 0 TO WS-DATA-ENT
               IF SITDC-MOV = "E"
                   IF DTDOC-MOV = 0
                       MOVE WS-DATA-MOV TO WS-DATA-ENT
                   ELSE
                       MOVE DTDOC-MOV TO WS-DATA-ENT
                   END-IF
                   MOVE WS-DATA-ENT TO WS-DATA-TST
                   PERFORM VALIDARDATA
                   IF WS-DATA-OK = "N"
                       DISPLAY "EX89 - ALTERACAO REJEITADA, DATA DA "
                           "ENTREGA INVALIDA: " NUM-MOV " " DTDOC-MOV
                       MOVE "DAT" TO WS-MOTIVO-REJ
                   END-IF
               END-IF
           END-IF.

       VALIDARDATA.
           MOVE "S" TO WS-DATA-OK
           IF WS-DATA-TST(1:4) < "1900"
               OR WS-DATA-TST(5:2) < "01" OR WS-DATA-TST(5:2) > "12"
               OR WS-DATA-TST(7:2) < "01" OR WS-DATA-TST(7:2) > "31"
               MOVE "N" TO WS-DATA-OK
           END-IF
           IF WS-DATA-OK = "S"
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-TST) NOT = 0
                   MOVE "N" TO WS-DATA-OK
               END-IF
           END-IF.

      *              Tipo 00 abre um documento pendente para cada tipo
      *              do catalogo; outro tipo, so aquele.
       INCLUIR.
           IF TDO-MOV = 0
               PERFORM VARYING IDX-TDO-ACH FROM 1 BY 1
                   UNTIL IDX-TDO-ACH > QTD-TDO
                   PERFORM INCLUIRDOCUMENTO
               END-PERFORM
           ELSE
               PERFORM INCLUIRDOCUMENTO
           END-IF.

       INCLUIRDOCUMENTO.
           IF QTD-DOC = 20000
               DISPLAY "EX89 - MAIS DE 20000 DOCUMENTOS - "
                   "RODADA ABORTADA"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-LIMITE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DATA-BASE)
               + PRAZO-TDO-TAB(IDX-TDO-ACH))
           ADD 1 TO QTD-DOC
           MOVE QTD-DOC TO IDX-DOC-ACH
           MOVE NUM-MOV TO NUM-DOC-TAB(IDX-DOC-ACH)
           MOVE COD-TDO-TAB(IDX-TDO-ACH)
               TO TDO-DOC-TAB(IDX-DOC-ACH)
           MOVE OBRIG-TDO-TAB(IDX-TDO-ACH)
               TO OBRIG-DOC-TAB(IDX-DOC-ACH)
           MOVE WS-DATA-BASE TO MATRIC-DOC-TAB(IDX-DOC-ACH)
           MOVE WS-LIMITE    TO LIMITE-DOC-TAB(IDX-DOC-ACH)
           MOVE "P"          TO SIT-DOC-TAB(IDX-DOC-ACH)
           MOVE 0            TO ENTREGA-DOC-TAB(IDX-DOC-ACH)
           MOVE "N"          TO EXCL-DOC-TAB(IDX-DOC-ACH)
           MOVE SPACES TO WS-ANTES
           PERFORM MONTARIMAGEM
           MOVE REG-DOC TO WS-DEPOIS
           PERFORM GRAVARAUDITORIA
           ADD 1 TO CONT-INC.

       ALTERAR.
           PERFORM MONTARIMAGEM
           MOVE REG-DOC TO WS-ANTES
           MOVE SITDC-MOV   TO SIT-DOC-TAB(IDX-DOC-ACH)
           MOVE WS-DATA-ENT TO ENTREGA-DOC-TAB(IDX-DOC-ACH)
           PERFORM MONTARIMAGEM
           MOVE REG-DOC TO WS-DEPOIS
           PERFORM GRAVARAUDITORIA
           ADD 1 TO CONT-ALT.

      *              Tipo 00 exclui todos os documentos ativos do
      *              aluno; outro tipo, so aquele.
       EXCLUIR.
           PERFORM VARYING IDX-DOC-ACH FROM IDX-DOC-ACH BY 1
               UNTIL IDX-DOC-ACH > QTD-DOC
               IF NUM-DOC-TAB(IDX-DOC-ACH) = NUM-MOV
                   AND (TDO-DOC-TAB(IDX-DOC-ACH) = TDO-MOV
                       OR TDO-MOV = 0)
                   AND EXCL-DOC-TAB(IDX-DOC-ACH) = "N"
                   PERFORM EXCLUIRDOCUMENTO
               END-IF
           END-PERFORM.

       EXCLUIRDOCUMENTO.
           PERFORM MONTARIMAGEM
           MOVE REG-DOC TO WS-ANTES
           MOVE "S" TO EXCL-DOC-TAB(IDX-DOC-ACH)
           MOVE SPACES TO WS-DEPOIS
           PERFORM GRAVARAUDITORIA
           ADD 1 TO CONT-EXC.

      *              Acrescenta uma entrada na trilha de auditoria
      *              CADAUD para o documento recem-alterado, com as
      *              imagens antes e depois preparadas pelo chamador.
       GRAVARAUDITORIA.
           OPEN EXTEND CADAUD
           IF FS-CADAUD = "35" OR FS-CADAUD = "05"
               OPEN OUTPUT CADAUD
               CLOSE CADAUD
               OPEN EXTEND CADAUD
           END-IF
           IF FS-CADAUD NOT = "00"
               DISPLAY "EX89 - ERRO AO ABRIR "
                   FUNCTION TRIM(WS-CADAUD-ARQ)
                   " - FILE STATUS " FS-CADAUD
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-DATA-MOV TO DATA-AUD
           MOVE "EX89"      TO PROG-AUD
           MOVE TIPO-MOV    TO TIPO-AUD
           MOVE NUM-MOV     TO CHAVE-AUD
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
               DISPLAY "EX89 - ERRO AO ABRIR "
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
           MOVE REG-MOV       TO MOV-RJD
           MOVE WS-MOTIVO-REJ TO MOTIVO-RJD
           WRITE REG-RJD
           ADD 1 TO CONT-REJ.

      *              Regrava o registro inteiro em ordem de aluno/
      *              tipo, sem os excluidos.
       REGRAVARDOCUMENTOS.
           IF QTD-DOC > 1
               SORT DOC-ITEM ON ASCENDING KEY NUM-DOC-TAB
                   TDO-DOC-TAB
           END-IF
           OPEN OUTPUT CADDOC
           IF FS-CADDOC NOT = "00"
               DISPLAY "EX89 - ERRO AO REGRAVAR "
                   FUNCTION TRIM(WS-CADDOC-ARQ)
                   " - FILE STATUS " FS-CADDOC
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING IDX-DOC-ACH FROM 1 BY 1
               UNTIL IDX-DOC-ACH > QTD-DOC
               IF EXCL-DOC-TAB(IDX-DOC-ACH) = "N"
                   PERFORM MONTARIMAGEM
                   WRITE REG-DOC
               END-IF
           END-PERFORM
           CLOSE CADDOC.

       TERMINO.
           PERFORM REGRAVARDOCUMENTOS.
           CLOSE CADALU CADMOVDC CADRJDC.
           DISPLAY "EX89 - INCLUSOES: "  CONT-INC
               " ALTERACOES: " CONT-ALT
               " EXCLUSOES: "  CONT-EXC
               " REJEITADAS: " CONT-REJ.
