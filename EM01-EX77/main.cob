       IDENTIFICATION DIVISION.
       PROGRAM-ID.   EX77.
       AUTHOR.       ERIKA ROCHA.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 19-10-2025.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.      MANUTENCAO DO REGISTRO DE PENSOES ALIMENTICIAS
      *              (CADPEN), NO MOLDE DO EX67. LE AS TRANSACOES DE
      *              CADMOVPE (A = INCLUSAO, C = ALTERACAO, E =
      *              EXCLUSAO, CHAVEADAS POR FUNCIONARIO + SEQUENCIA
      *              DA PENSAO), VALIDA O FUNCIONARIO NO MESTRE
      *              INDEXADO CADFUN, O NOME DO BENEFICIARIO, A BASE
      *              DE CALCULO (L = PERCENTUAL DO LIQUIDO, B =
      *              PERCENTUAL DO BRUTO, F = VALOR FIXO) COM O
      *              PERCENTUAL OU O VALOR CORRESPONDENTE, A VIGENCIA
      *              (COMPETENCIAS AAAAMM, FIM ZERADO = SEM TERMO) E
      *              OS DADOS BANCARIOS DO BENEFICIARIO. O REGISTRO E
      *              CARREGADO EM MEMORIA, RECEBE AS TRANSACOES
      *              ACEITAS E E REGRAVADO INTEIRO EM ORDEM DE
      *              FUNCIONARIO/SEQUENCIA; CADA TRANSACAO APLICADA
      *              GANHA UMA ENTRADA NA TRILHA CADAUD (PROG EX77,
      *              CHAVE = FUNCIONARIO) COM AS IMAGENS ANTES/DEPOIS.
      *              REJEITADAS VAO PARA CADRJPE COM O CODIGO DO
      *              MOTIVO (FUN = FUNCIONARIO FORA DO MESTRE, BEN =
      *              BENEFICIARIO SEM NOME, BAS = BASE OU VALOR
      *              INVALIDO, CMP = VIGENCIA INVALIDA, BCO = DADOS
      *              BANCARIOS INCOMPLETOS, JAE = JA EXISTE, NAO = NAO
      *              ACHOU, TIP = TIPO DE MOVIMENTO INVALIDO). O
      *              REGISTRO ALIMENTA O DESCONTO DA FOLHA (EX08) E O
      *              DEPOSITO AO BENEFICIARIO NA REMESSA (EX37) -
      *              ACABOU O CONTROLE DAS PENSOES FORA DO SISTEMA.
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
      *              CADFUN e o mestre indexado gerado pelo conversor
      *              EX18; aqui e consultado por chave para validar o
      *              funcionario da pensao.
           SELECT CADFUN   ASSIGN TO DYNAMIC WS-CADFUN-ARQ
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS COD-ENT
           FILE STATUS IS FS-CADFUN.
           SELECT CADMOVPE ASSIGN TO DYNAMIC WS-CADMOVPE-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADMOVPE.
           SELECT CADPEN   ASSIGN TO DYNAMIC WS-CADPEN-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADPEN.
           SELECT CADRJPE  ASSIGN TO DYNAMIC WS-CADRJPE-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADRJPE.
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
       FD CADFUN
           LABEL RECORD ARE STANDARD.

           COPY CADFUN.

      *              CADMOVPE: transacoes de pensao - tipo do
      *              movimento seguido dos campos do registro CADPEN.
      *              Na alteracao, a chave e funcionario + sequencia
      *              e valem todos os demais campos informados.
       FD CADMOVPE
           LABEL RECORD ARE STANDARD.

       01 REG-MOV.
           02 TIPO-MOV      PIC X(01).
           02 COD-MOV       PIC 9(05).
           02 SEQ-MOV       PIC 9(02).
           02 NOME-MOV      PIC X(20).
           02 BASE-MOV      PIC X(01).
           02 PERC-MOV      PIC 9(02)V99.
           02 VALOR-MOV     PIC 9(05)V99.
           02 INICIO-MOV    PIC 9(06).
           02 FIM-MOV       PIC 9(06).
           02 BANCO-MOV     PIC 9(03).
           02 AGENCIA-MOV   PIC 9(05).
           02 CONTA-MOV     PIC 9(10).

       FD CADPEN
           LABEL RECORD ARE STANDARD.

           COPY CADPEN.

      *              CADRJPE: transacoes rejeitadas, no mesmo leiaute
      *              do arquivo de entrada mais o codigo do motivo.
       FD CADRJPE
           LABEL RECORD ARE STANDARD.

       01 REG-RJP.
           02 MOV-RJP     PIC X(70).
           02 MOTIVO-RJP  PIC X(03).

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
       77 FIM-CADMOVPE  PIC X(03) VALUE "NAO".
       77 FIM-CADPEN    PIC X(03) VALUE "NAO".
       77 WS-ACHOU      PIC X(03) VALUE "NAO".
       77 FS-CADFUN     PIC X(02) VALUE "00".
       77 FS-CADMOVPE   PIC X(02) VALUE "00".
       77 FS-CADPEN     PIC X(02) VALUE "00".
       77 FS-CADRJPE    PIC X(02) VALUE "00".
       77 FS-CADAUD     PIC X(02) VALUE "00".
       77 FS-CADDTM     PIC X(02) VALUE "00".
       77 WS-DATA-MOV   PIC 9(08) VALUE 0.
       77 WS-MOTIVO-REJ PIC X(03) VALUE SPACES.
       77 WS-OPERADOR   PIC X(05) VALUE SPACES.
      *              O registro de pensao passa de 64 posicoes: as
      *              imagens seguem nas areas de extensao da trilha.
       77 WS-ANTES      PIC X(72) VALUE SPACES.
       77 WS-DEPOIS     PIC X(72) VALUE SPACES.
       77 WS-COMP-TST   PIC 9(06) VALUE 0.
       77 WS-COMP-OK    PIC X(01) VALUE "S".
       77 WS-ANO-TST    PIC 9(04) VALUE 0.
       77 WS-MES-TST    PIC 9(02) VALUE 0.

       77 CONT-INC      PIC 9(05) VALUE 0.
       77 CONT-ALT      PIC 9(05) VALUE 0.
       77 CONT-EXC      PIC 9(05) VALUE 0.
       77 CONT-REJ      PIC 9(05) VALUE 0.

      *              Registro de pensoes em memoria (1000 ordens e
      *              folga para o quadro). EXCL marca os excluidos,
      *              que nao voltam para o arquivo na regravacao.
       77 QTD-PEN       PIC 9(04) VALUE 0.
       77 IDX-PEN       PIC 9(04) VALUE 0.
       77 IDX-PEN-ACH   PIC 9(04) VALUE 0.
       01 TABELA-PEN.
           02 PEN-ITEM OCCURS 1 TO 1000 TIMES
               DEPENDING ON QTD-PEN.
               03 COD-PEN-TAB     PIC 9(05).
               03 SEQ-PEN-TAB     PIC 9(02).
               03 NOME-PEN-TAB    PIC X(20).
               03 BASE-PEN-TAB    PIC X(01).
               03 PERC-PEN-TAB    PIC 9(02)V99.
               03 VALOR-PEN-TAB   PIC 9(05)V99.
               03 INICIO-PEN-TAB  PIC 9(06).
               03 FIM-PEN-TAB     PIC 9(06).
               03 BANCO-PEN-TAB   PIC 9(03).
               03 AGENCIA-PEN-TAB PIC 9(05).
               03 CONTA-PEN-TAB   PIC 9(10).
               03 EXCL-PEN-TAB    PIC X(01).

      *              Nomes fisicos dos arquivos, com o valor original
      *              como default, substituiveis em tempo de execucao
      *              por variaveis de ambiente (ver LERNOMESARQUIVOS).
       77 WS-CADFUN-ARQ   PIC X(40) VALUE "CADFUN.DAT".
       77 WS-CADMOVPE-ARQ PIC X(40) VALUE "CADMOVPE.DAT".
       77 WS-CADPEN-ARQ   PIC X(40) VALUE "CADPEN.DAT".
       77 WS-CADRJPE-ARQ  PIC X(40) VALUE "CADRJPE.DAT".
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
               UNTIL FIM-CADMOVPE EQUAL "SIM".
           PERFORM TERMINO.
           STOP RUN.

       LERNOMESARQUIVOS.
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADFUN"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADFUN-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADMOVPE"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADMOVPE-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADPEN"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADPEN-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADRJPE"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADRJPE-ARQ
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
           PERFORM CARREGARPENSOES.
           OPEN INPUT CADFUN
           IF FS-CADFUN NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADFUN-ARQ)
                   " - FILE STATUS " FS-CADFUN
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CADMOVPE
           IF FS-CADMOVPE NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADMOVPE-ARQ)
                   " - FILE STATUS " FS-CADMOVPE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT CADRJPE
           IF FS-CADRJPE NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADRJPE-ARQ)
                   " - FILE STATUS " FS-CADRJPE
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

      *              Registro atual em memoria. Ausente na primeira
      *              rodada - comeca vazio.
       CARREGARPENSOES.
           OPEN INPUT CADPEN
           IF FS-CADPEN = "00"
               PERFORM LERPENSAO UNTIL FIM-CADPEN = "SIM"
               CLOSE CADPEN
           END-IF.

       LERPENSAO.
           READ CADPEN
               AT END
                   MOVE "SIM" TO FIM-CADPEN
               NOT AT END
                   IF QTD-PEN = 1000
                       DISPLAY "EX77 - MAIS DE 1000 PENSOES - "
                           "RODADA ABORTADA"
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO QTD-PEN
                   MOVE COD-PEN     TO COD-PEN-TAB(QTD-PEN)
                   MOVE SEQ-PEN     TO SEQ-PEN-TAB(QTD-PEN)
                   MOVE NOME-PEN    TO NOME-PEN-TAB(QTD-PEN)
                   MOVE BASE-PEN    TO BASE-PEN-TAB(QTD-PEN)
                   MOVE PERC-PEN    TO PERC-PEN-TAB(QTD-PEN)
                   MOVE VALOR-PEN   TO VALOR-PEN-TAB(QTD-PEN)
                   MOVE INICIO-PEN  TO INICIO-PEN-TAB(QTD-PEN)
                   MOVE FIM-PEN     TO FIM-PEN-TAB(QTD-PEN)
                   MOVE BANCO-PEN   TO BANCO-PEN-TAB(QTD-PEN)
                   MOVE AGENCIA-PEN TO AGENCIA-PEN-TAB(QTD-PEN)
                   MOVE CONTA-PEN   TO CONTA-PEN-TAB(QTD-PEN)
                   MOVE "N"         TO EXCL-PEN-TAB(QTD-PEN)
           END-READ.

       LERMOV.
           READ CADMOVPE
               AT END MOVE "SIM" TO FIM-CADMOVPE.

       PRINCIPAL.
           PERFORM PROCESSARMOV.
           PERFORM LERMOV.

      *              Busca a pensao da chave da transacao
      *              (funcionario + sequencia) entre as ativas da
      *              tabela; quando acha, guarda a imagem antes.
       LOCALIZAR.
           MOVE "NAO" TO WS-ACHOU
           MOVE SPACES TO WS-ANTES
           MOVE 0 TO IDX-PEN-ACH
           PERFORM VARYING IDX-PEN FROM 1 BY 1
               UNTIL IDX-PEN > QTD-PEN
               IF COD-PEN-TAB(IDX-PEN) = COD-MOV
                   AND SEQ-PEN-TAB(IDX-PEN) = SEQ-MOV
                   AND EXCL-PEN-TAB(IDX-PEN) = "N"
                   MOVE IDX-PEN TO IDX-PEN-ACH
                   MOVE "SIM" TO WS-ACHOU
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-ACHOU = "SIM"
               PERFORM MONTARIMAGEM
               MOVE REG-PEN TO WS-ANTES
           END-IF.

       MONTARIMAGEM.
           MOVE COD-PEN-TAB(IDX-PEN-ACH)     TO COD-PEN
           MOVE SEQ-PEN-TAB(IDX-PEN-ACH)     TO SEQ-PEN
           MOVE NOME-PEN-TAB(IDX-PEN-ACH)    TO NOME-PEN
           MOVE BASE-PEN-TAB(IDX-PEN-ACH)    TO BASE-PEN
           MOVE PERC-PEN-TAB(IDX-PEN-ACH)    TO PERC-PEN
           MOVE VALOR-PEN-TAB(IDX-PEN-ACH)   TO VALOR-PEN
           MOVE INICIO-PEN-TAB(IDX-PEN-ACH)  TO INICIO-PEN
           MOVE FIM-PEN-TAB(IDX-PEN-ACH)     TO FIM-PEN
           MOVE BANCO-PEN-TAB(IDX-PEN-ACH)   TO BANCO-PEN
           MOVE AGENCIA-PEN-TAB(IDX-PEN-ACH) TO AGENCIA-PEN
           MOVE CONTA-PEN-TAB(IDX-PEN-ACH)   TO CONTA-PEN.

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
                       DISPLAY "EX77 - EXCLUSAO REJEITADA, NAO ACHOU: "
                           COD-MOV " " SEQ-MOV
                       MOVE "NAO" TO WS-MOTIVO-REJ
                   END-IF
               WHEN OTHER
                   DISPLAY "EX77 - TIPO DE MOVIMENTO INVALIDO: "
                       TIPO-MOV
                   MOVE "TIP" TO WS-MOTIVO-REJ
           END-EVALUATE
           IF WS-MOTIVO-REJ NOT = SPACES
               PERFORM GRAVARREJEITO
           END-IF.

       VALIDARINCLUSAO.
           EVALUATE TRUE
               WHEN WS-ACHOU = "SIM"
                   DISPLAY "EX77 - INCLUSAO REJEITADA, JA EXISTE: "
                       COD-MOV " " SEQ-MOV
                   MOVE "JAE" TO WS-MOTIVO-REJ
               WHEN OTHER
                   MOVE COD-MOV TO COD-ENT
                   READ CADFUN
                       INVALID KEY
                           DISPLAY "EX77 - INCLUSAO REJEITADA, "
                               "FUNCIONARIO FORA DO MESTRE: " COD-MOV
                           MOVE "FUN" TO WS-MOTIVO-REJ
                   END-READ
           END-EVALUATE
           IF WS-MOTIVO-REJ = SPACES
               PERFORM VALIDARDADOS
           END-IF.

       VALIDARALTERACAO.
           IF WS-ACHOU = "NAO"
               DISPLAY "EX77 - ALTERACAO REJEITADA, NAO ACHOU: "
                   COD-MOV " " SEQ-MOV
               MOVE "NAO" TO WS-MOTIVO-REJ
           ELSE
               PERFORM VALIDARDADOS
           END-IF.

      *              Beneficiario com nome; base L/B com percentual
      *              de 0,01 a 99,99 ou base F com valor fixo
      *              positivo; vigencia valida (fim zerado ou nao
      *              anterior ao inicio); banco, agencia e conta do
      *              beneficiario preenchidos, porque sem eles o
      *              deposito nao entra na remessa.
       VALIDARDADOS.
           IF NOME-MOV = SPACES
               DISPLAY "EX77 - PENSAO REJEITADA, BENEFICIARIO SEM "
                   "NOME: " COD-MOV " " SEQ-MOV
               MOVE "BEN" TO WS-MOTIVO-REJ
           END-IF
           IF WS-MOTIVO-REJ = SPACES
               EVALUATE BASE-MOV
                   WHEN "L"
                   WHEN "B"
                       IF PERC-MOV IS NOT NUMERIC OR PERC-MOV = 0
                           MOVE "BAS" TO WS-MOTIVO-REJ
                       END-IF
                   WHEN "F"
                       IF VALOR-MOV IS NOT NUMERIC OR VALOR-MOV = 0
                           MOVE "BAS" TO WS-MOTIVO-REJ
                       END-IF
                   WHEN OTHER
                       MOVE "BAS" TO WS-MOTIVO-REJ
               END-EVALUATE
               IF WS-MOTIVO-REJ = "BAS"
                   DISPLAY "EX77 - PENSAO REJEITADA, BASE OU VALOR "
                       "INVALIDO: " COD-MOV " " SEQ-MOV
                       " BASE " BASE-MOV
               END-IF
           END-IF
           IF WS-MOTIVO-REJ = SPACES
               MOVE INICIO-MOV TO WS-COMP-TST
               PERFORM VALIDARCOMPETENCIA
               IF WS-COMP-OK = "S" AND FIM-MOV NOT = 0
                   MOVE FIM-MOV TO WS-COMP-TST
                   PERFORM VALIDARCOMPETENCIA
                   IF FIM-MOV < INICIO-MOV
                       MOVE "N" TO WS-COMP-OK
                   END-IF
               END-IF
               IF WS-COMP-OK = "N"
                   DISPLAY "EX77 - PENSAO REJEITADA, VIGENCIA "
                       "INVALIDA: " COD-MOV " " SEQ-MOV " "
                       INICIO-MOV " A " FIM-MOV
                   MOVE "CMP" TO WS-MOTIVO-REJ
               END-IF
           END-IF
           IF WS-MOTIVO-REJ = SPACES
               IF BANCO-MOV IS NOT NUMERIC OR BANCO-MOV = 0
                   OR AGENCIA-MOV IS NOT NUMERIC OR AGENCIA-MOV = 0
                   OR CONTA-MOV IS NOT NUMERIC OR CONTA-MOV = 0
                   DISPLAY "EX77 - PENSAO REJEITADA, DADOS BANCARIOS "
                       "INCOMPLETOS: " COD-MOV " " SEQ-MOV
                   MOVE "BCO" TO WS-MOTIVO-REJ
               END-IF
           END-IF.

      *              Competencia AAAAMM com mes de 01 a 12.
       VALIDARCOMPETENCIA.
           MOVE "S" TO WS-COMP-OK
           IF WS-COMP-TST IS NOT NUMERIC
               MOVE "N" TO WS-COMP-OK
           ELSE
               DIVIDE WS-COMP-TST BY 100 GIVING WS-ANO-TST
                   REMAINDER WS-MES-TST
               IF WS-ANO-TST < 1900
                   OR WS-MES-TST < 1 OR WS-MES-TST > 12
                   MOVE "N" TO WS-COMP-OK
               END-IF
           END-IF.

       INCLUIR.
           IF QTD-PEN = 1000
               DISPLAY "EX77 - MAIS DE 1000 PENSOES - "
                   "RODADA ABORTADA"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO QTD-PEN
           MOVE QTD-PEN TO IDX-PEN-ACH
           MOVE COD-MOV TO COD-PEN-TAB(IDX-PEN-ACH)
           MOVE SEQ-MOV TO SEQ-PEN-TAB(IDX-PEN-ACH)
           MOVE "N"     TO EXCL-PEN-TAB(IDX-PEN-ACH)
           PERFORM TRANSFERIRDADOS
           PERFORM MONTARIMAGEM
           MOVE REG-PEN TO WS-DEPOIS
           PERFORM GRAVARAUDITORIA
           ADD 1 TO CONT-INC.

       ALTERAR.
           PERFORM TRANSFERIRDADOS
           PERFORM MONTARIMAGEM
           MOVE REG-PEN TO WS-DEPOIS
           PERFORM GRAVARAUDITORIA
           ADD 1 TO CONT-ALT.

      *              Campos nao-chave da transacao para a tabela. O
      *              campo que nao se aplica a base informada e
      *              zerado, para a folha nao ler sobra de uma
      *              ordem anterior.
       TRANSFERIRDADOS.
           MOVE NOME-MOV    TO NOME-PEN-TAB(IDX-PEN-ACH)
           MOVE BASE-MOV    TO BASE-PEN-TAB(IDX-PEN-ACH)
           IF BASE-MOV = "F"
               MOVE 0         TO PERC-PEN-TAB(IDX-PEN-ACH)
               MOVE VALOR-MOV TO VALOR-PEN-TAB(IDX-PEN-ACH)
           ELSE
               MOVE PERC-MOV  TO PERC-PEN-TAB(IDX-PEN-ACH)
               MOVE 0         TO VALOR-PEN-TAB(IDX-PEN-ACH)
           END-IF
           MOVE INICIO-MOV  TO INICIO-PEN-TAB(IDX-PEN-ACH)
           MOVE FIM-MOV     TO FIM-PEN-TAB(IDX-PEN-ACH)
           MOVE BANCO-MOV   TO BANCO-PEN-TAB(IDX-PEN-ACH)
           MOVE AGENCIA-MOV TO AGENCIA-PEN-TAB(IDX-PEN-ACH)
           MOVE CONTA-MOV   TO CONTA-PEN-TAB(IDX-PEN-ACH).

       EXCLUIR.
           MOVE "S" TO EXCL-PEN-TAB(IDX-PEN-ACH)
           MOVE SPACES TO WS-DEPOIS
           PERFORM GRAVARAUDITORIA
           ADD 1 TO CONT-EXC.

      *              Acrescenta uma entrada na trilha de auditoria
      *              CADAUD para a transacao recem-aplicada, com as
      *              imagens antes e depois preparadas pelo chamador.
      *              A chave da trilha e o funcionario; a sequencia
      *              segue nas imagens.
       GRAVARAUDITORIA.
           OPEN EXTEND CADAUD
           IF FS-CADAUD = "35" OR FS-CADAUD = "05"
               OPEN OUTPUT CADAUD
               CLOSE CADAUD
               OPEN EXTEND CADAUD
           END-IF
           IF FS-CADAUD NOT = "00"
               DISPLAY "EX77 - ERRO AO ABRIR "
                   FUNCTION TRIM(WS-CADAUD-ARQ)
                   " - FILE STATUS " FS-CADAUD
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-DATA-MOV TO DATA-AUD
           MOVE "EX77"      TO PROG-AUD
           MOVE TIPO-MOV    TO TIPO-AUD
           MOVE COD-MOV     TO CHAVE-AUD
           MOVE WS-ANTES    TO ANTES-AUD
           MOVE WS-DEPOIS   TO DEPOIS-AUD
           MOVE WS-ANTES(65:8)  TO ANTES-EXT-AUD
           MOVE WS-DEPOIS(65:8) TO DEPOIS-EXT-AUD
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
               DISPLAY "EX77 - ERRO AO ABRIR "
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
           MOVE REG-MOV       TO MOV-RJP
           MOVE WS-MOTIVO-REJ TO MOTIVO-RJP
           WRITE REG-RJP
           ADD 1 TO CONT-REJ.

      *              Regrava o registro inteiro em ordem de
      *              funcionario/sequencia, sem os excluidos.
       REGRAVARPENSOES.
           IF QTD-PEN > 1
               SORT PEN-ITEM ON ASCENDING KEY COD-PEN-TAB
                   SEQ-PEN-TAB
           END-IF
           OPEN OUTPUT CADPEN
           IF FS-CADPEN NOT = "00"
               DISPLAY "EX77 - ERRO AO REGRAVAR "
                   FUNCTION TRIM(WS-CADPEN-ARQ)
                   " - FILE STATUS " FS-CADPEN
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING IDX-PEN FROM 1 BY 1
               UNTIL IDX-PEN > QTD-PEN
               IF EXCL-PEN-TAB(IDX-PEN) = "N"
                   MOVE IDX-PEN TO IDX-PEN-ACH
                   PERFORM MONTARIMAGEM
                   WRITE REG-PEN
               END-IF
           END-PERFORM
           CLOSE CADPEN.

       TERMINO.
           PERFORM REGRAVARPENSOES.
           CLOSE CADFUN CADMOVPE CADRJPE.
           DISPLAY "EX77 - INCLUSOES: "  CONT-INC
               " ALTERACOES: " CONT-ALT
               " EXCLUSOES: "  CONT-EXC
               " REJEITADAS: " CONT-REJ.
