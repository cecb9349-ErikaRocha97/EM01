       IDENTIFICATION DIVISION.
       PROGRAM-ID.   EX87.
       AUTHOR.       ERIKA ROCHA.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 23-10-2025.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.      MANUTENCAO DO REGISTRO DE FALTAS E SUBSTITUICOES
      *              DE PROFESSOR (CADAUS), NO MOLDE DO EX67. LE AS
      *              TRANSACOES DE CADMOVAS (A = INCLUSAO DE UMA AULA
      *              PERDIDA, C = ALTERACAO DA TURMA/DISCIPLINA E/OU
      *              DO SUBSTITUTO, E = EXCLUSAO, CHAVEADAS POR
      *              PROFESSOR FALTOSO + DATA + HORA DO HORARIO).
      *              VALIDA O PROFESSOR FALTOSO NO MESTRE INDEXADO
      *              CADFUN, A DATA, O HORARIO (O DIA DA SEMANA DA
      *              DATA E A HORA TEM QUE EXISTIR NA TABELA DE
      *              HORARIOS CADSLT DO EX51), A ATRIBUICAO DA AULA
      *              (PROFESSOR, TURMA E DISCIPLINA EM CADATR) E O
      *              SUBSTITUTO (ZERADO = AULA SEM SUBSTITUTO; SENAO,
      *              NO MESTRE, HORISTA COM ATRIBUICAO EM CADATR,
      *              DIFERENTE DO FALTOSO E LIVRE NAQUELE DIA E HORA
      *              - NEM FALTANDO NEM SUBSTITUINDO OUTRA AULA). O
      *              REGISTRO E CARREGADO EM MEMORIA, RECEBE AS
      *              TRANSACOES ACEITAS E E REGRAVADO INTEIRO EM ORDEM
      *              DE PROFESSOR/DATA/HORA; CADA TRANSACAO APLICADA
      *              GANHA UMA ENTRADA NA TRILHA CADAUD (PROG EX87)
      *              COM AS IMAGENS ANTES/DEPOIS DA AULA. REJEITADAS
      *              VAO PARA CADRJAS COM O CODIGO DO MOTIVO (FUN =
      *              PROFESSOR FORA DO MESTRE, DAT = DATA INVALIDA,
      *              SLT = DIA/HORA FORA DA TABELA DE HORARIOS, ATR =
      *              SEM ATRIBUICAO PARA A TURMA/DISCIPLINA, SUB =
      *              SUBSTITUTO INVALIDO, OCU = SUBSTITUTO OCUPADO NO
      *              HORARIO OU FALTOSO JA SUBSTITUINDO NELE, JAE = JA
      *              EXISTE, NAO = NAO ACHOU, TIP = TIPO DE MOVIMENTO
      *              INVALIDO). O REGISTRO ALIMENTA
      *              A PRE-FOLHA DOS HORISTAS (EX52), QUE DESCONTA A
      *              AULA DO FALTOSO E A PAGA AO SUBSTITUTO, E O
      *              RELATORIO MENSAL DE SUBSTITUICOES (EX88) - ACABOU
      *              O FORMULARIO EM PAPEL DAS SUBSTITUICOES.
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
      *              faltoso e o substituto.
           SELECT CADFUN   ASSIGN TO DYNAMIC WS-CADFUN-ARQ
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS COD-ENT
           FILE STATUS IS FS-CADFUN.
           SELECT CADATR   ASSIGN TO DYNAMIC WS-CADATR-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADATR.
           SELECT CADSLT   ASSIGN TO DYNAMIC WS-CADSLT-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADSLT.
           SELECT CADMOVAS ASSIGN TO DYNAMIC WS-CADMOVAS-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADMOVAS.
           SELECT CADAUS   ASSIGN TO DYNAMIC WS-CADAUS-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADAUS.
           SELECT CADRJAS  ASSIGN TO DYNAMIC WS-CADRJAS-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADRJAS.
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

      *              CADATR: uma atribuicao por registro - professor
      *              (COD-ENT de CADFUN), turma, disciplina e horas
      *              semanais (EX22).
       FD CADATR
           LABEL RECORD ARE STANDARD.

       01 REG-ATR.
           02 COD-ATR       PIC 9(05).
           02 TURMA-ATR     PIC X(03).
           02 DIS-ATR       PIC 9(03).
           02 HORAS-ATR     PIC 9(02).

      *              CADSLT: tabela de horarios de aula da semana do
      *              EX51 - dia (SEG/TER/QUA/QUI/SEX/SAB) e hora.
       FD CADSLT
           LABEL RECORD ARE STANDARD.

       01 REG-SLT.
           02 DIA-SLT       PIC X(03).
           02 HORA-SLT      PIC X(05).

      *              CADMOVAS: transacoes de aula perdida - tipo do
      *              movimento, professor faltoso, data (AAAAMMDD) e
      *              hora do horario, turma e disciplina da aula e o
      *              substituto (zerado = sem substituto). O dia da
      *              semana nao e informado: sai da data.
       FD CADMOVAS
           LABEL RECORD ARE STANDARD.

       01 REG-MOV.
           02 TIPO-MOV      PIC X(01).
           02 COD-MOV       PIC 9(05).
           02 DTAULA-MOV    PIC 9(08).
           02 HORA-MOV      PIC X(05).
           02 TURMA-MOV     PIC X(03).
           02 DIS-MOV       PIC 9(03).
           02 SUB-MOV       PIC 9(05).

       FD CADAUS
           LABEL RECORD ARE STANDARD.

           COPY CADAUS.

      *              CADRJAS: transacoes rejeitadas, no mesmo leiaute
      *              do arquivo de entrada mais o codigo do motivo.
       FD CADRJAS
           LABEL RECORD ARE STANDARD.

       01 REG-RJA.
           02 MOV-RJA     PIC X(30).
           02 MOTIVO-RJA  PIC X(03).

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
       77 FIM-CADMOVAS  PIC X(03) VALUE "NAO".
       77 FIM-CADAUS    PIC X(03) VALUE "NAO".
       77 WS-ACHOU      PIC X(03) VALUE "NAO".
       77 FS-CADFUN     PIC X(02) VALUE "00".
       77 FS-CADATR     PIC X(02) VALUE "00".
       77 FS-CADSLT     PIC X(02) VALUE "00".
       77 FS-CADMOVAS   PIC X(02) VALUE "00".
       77 FS-CADAUS     PIC X(02) VALUE "00".
       77 FS-CADRJAS    PIC X(02) VALUE "00".
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

      *              Conferencia da data e do dia da semana: o resto
      *              da divisao por 7 do dia corrido (INTEGER-OF-DATE)
      *              da 0 no domingo e 1 a 6 de segunda a sabado, o
      *              que indexa (mais 1) a tabela de nomes abaixo.
       77 WS-DATA-TST   PIC 9(08) VALUE 0.
       77 WS-DATA-OK    PIC X(01) VALUE "S".
       77 WS-DIA-SEM    PIC 9(01) VALUE 0.
       77 WS-DIA-AULA   PIC X(03) VALUE SPACES.
       01 TABELA-DIAS.
           02 FILLER        PIC X(21)
               VALUE "DOMSEGTERQUAQUISEXSAB".
       01 TABELA-DIAS-R REDEFINES TABELA-DIAS.
           02 NOME-DIA      PIC X(03) OCCURS 7 TIMES.

      *              Tabela de horarios da semana (mesmo limite de 60
      *              do EX51).
       77 QTD-SLT       PIC 9(02) VALUE 0.
       77 IDX-SLT       PIC 9(02) VALUE 0.
       01 TABELA-SLT.
           02 SLT-ITEM OCCURS 60 TIMES.
               03 DIA-SLT-TAB  PIC X(03).
               03 HORA-SLT-TAB PIC X(05).

      *              Atribuicoes em memoria (mesmo limite do EX86),
      *              para validar a aula perdida e o substituto.
       77 QTD-ATR       PIC 9(04) VALUE 0.
       77 IDX-ATR       PIC 9(04) VALUE 0.
       01 TABELA-ATR.
           02 ATR-ITEM OCCURS 2000 TIMES.
               03 COD-ATR-TAB   PIC 9(05).
               03 TURMA-ATR-TAB PIC X(03).
               03 DIS-ATR-TAB   PIC 9(03).

      *              Registro de aulas perdidas em memoria (5000 e
      *              folga para o ano letivo). EXCL marca as
      *              excluidas, que nao voltam para o arquivo na
      *              regravacao.
       77 QTD-AUS       PIC 9(04) VALUE 0.
       77 IDX-AUS       PIC 9(04) VALUE 0.
       77 IDX-AUS-ACH   PIC 9(04) VALUE 0.
       01 TABELA-AUS.
           02 AUS-ITEM OCCURS 1 TO 5000 TIMES
               DEPENDING ON QTD-AUS.
               03 COD-AUS-TAB    PIC 9(05).
               03 DATA-AUS-TAB   PIC 9(08).
               03 HORA-AUS-TAB   PIC X(05).
               03 DIA-AUS-TAB    PIC X(03).
               03 TURMA-AUS-TAB  PIC X(03).
               03 DIS-AUS-TAB    PIC 9(03).
               03 SUB-AUS-TAB    PIC 9(05).
               03 EXCL-AUS-TAB   PIC X(01).

      *              Nomes fisicos dos arquivos, com o valor original
      *              como default, substituiveis em tempo de execucao
      *              por variaveis de ambiente (ver LERNOMESARQUIVOS).
       77 WS-CADFUN-ARQ   PIC X(40) VALUE "CADFUN.DAT".
       77 WS-CADATR-ARQ   PIC X(40) VALUE "CADATR.DAT".
       77 WS-CADSLT-ARQ   PIC X(40) VALUE "CADSLT.DAT".
       77 WS-CADMOVAS-ARQ PIC X(40) VALUE "CADMOVAS.DAT".
       77 WS-CADAUS-ARQ   PIC X(40) VALUE "CADAUS.DAT".
       77 WS-CADRJAS-ARQ  PIC X(40) VALUE "CADRJAS.DAT".
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
               UNTIL FIM-CADMOVAS EQUAL "SIM".
           PERFORM TERMINO.
           STOP RUN.

       LERNOMESARQUIVOS.
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADFUN"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADFUN-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADATR"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADATR-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADSLT"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADSLT-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADMOVAS"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADMOVAS-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADAUS"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADAUS-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADRJAS"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADRJAS-ARQ
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
           PERFORM CARREGARHORARIOS.
           PERFORM CARREGARATRIBUICOES.
           PERFORM CARREGARFALTAS.
           OPEN INPUT CADFUN
           IF FS-CADFUN NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADFUN-ARQ)
                   " - FILE STATUS " FS-CADFUN
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CADMOVAS
           IF FS-CADMOVAS NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADMOVAS-ARQ)
                   " - FILE STATUS " FS-CADMOVAS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT CADRJAS
           IF FS-CADRJAS NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADRJAS-ARQ)
                   " - FILE STATUS " FS-CADRJAS
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

       CARREGARHORARIOS.
           OPEN INPUT CADSLT
           IF FS-CADSLT NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADSLT-ARQ)
                   " - FILE STATUS " FS-CADSLT
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LERHORARIO UNTIL FIM-ARQ = "SIM"
           CLOSE CADSLT
           MOVE "NAO" TO FIM-ARQ
           IF QTD-SLT = 0
               DISPLAY "EX87 - TABELA DE HORARIOS VAZIA - "
                   "RODADA ABORTADA"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       LERHORARIO.
           READ CADSLT
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   IF QTD-SLT = 60
                       DISPLAY "EX87 - MAIS DE 60 HORARIOS NA "
                           "TABELA - RODADA ABORTADA"
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO QTD-SLT
                   MOVE DIA-SLT  TO DIA-SLT-TAB(QTD-SLT)
                   MOVE HORA-SLT TO HORA-SLT-TAB(QTD-SLT)
           END-READ.

       CARREGARATRIBUICOES.
           OPEN INPUT CADATR
           IF FS-CADATR NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADATR-ARQ)
                   " - FILE STATUS " FS-CADATR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LERATRIBUICAO UNTIL FIM-ARQ = "SIM"
           CLOSE CADATR
           MOVE "NAO" TO FIM-ARQ.

       LERATRIBUICAO.
           READ CADATR
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   IF QTD-ATR = 2000
                       DISPLAY "EX87 - MAIS DE 2000 ATRIBUICOES - "
                           "RODADA ABORTADA"
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO QTD-ATR
                   MOVE COD-ATR   TO COD-ATR-TAB(QTD-ATR)
                   MOVE TURMA-ATR TO TURMA-ATR-TAB(QTD-ATR)
                   MOVE DIS-ATR   TO DIS-ATR-TAB(QTD-ATR)
           END-READ.

      *              Registro atual em memoria. Ausente na primeira
      *              rodada - comeca vazio.
       CARREGARFALTAS.
           OPEN INPUT CADAUS
           IF FS-CADAUS = "00"
               PERFORM LERFALTA UNTIL FIM-CADAUS = "SIM"
               CLOSE CADAUS
           END-IF.

       LERFALTA.
           READ CADAUS
               AT END
                   MOVE "SIM" TO FIM-CADAUS
               NOT AT END
                   IF QTD-AUS = 5000
                       DISPLAY "EX87 - MAIS DE 5000 AULAS PERDIDAS - "
                           "RODADA ABORTADA"
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO QTD-AUS
                   MOVE COD-AUS   TO COD-AUS-TAB(QTD-AUS)
                   MOVE DATA-AUS  TO DATA-AUS-TAB(QTD-AUS)
                   MOVE HORA-AUS  TO HORA-AUS-TAB(QTD-AUS)
                   MOVE DIA-AUS   TO DIA-AUS-TAB(QTD-AUS)
                   MOVE TURMA-AUS TO TURMA-AUS-TAB(QTD-AUS)
                   MOVE DIS-AUS   TO DIS-AUS-TAB(QTD-AUS)
                   MOVE SUB-AUS   TO SUB-AUS-TAB(QTD-AUS)
                   MOVE "N"       TO EXCL-AUS-TAB(QTD-AUS)
           END-READ.

       LERMOV.
           READ CADMOVAS
               AT END MOVE "SIM" TO FIM-CADMOVAS.

       PRINCIPAL.
           PERFORM PROCESSARMOV.
           PERFORM LERMOV.

      *              Busca a aula da chave da transacao (professor +
      *              data + hora) entre as ativas da tabela; quando
      *              acha, guarda a imagem antes.
       LOCALIZAR.
           MOVE "NAO" TO WS-ACHOU
           MOVE SPACES TO WS-ANTES
           MOVE 0 TO IDX-AUS-ACH
           PERFORM VARYING IDX-AUS FROM 1 BY 1
               UNTIL IDX-AUS > QTD-AUS
               IF COD-AUS-TAB(IDX-AUS) = COD-MOV
                   AND DATA-AUS-TAB(IDX-AUS) = DTAULA-MOV
                   AND HORA-AUS-TAB(IDX-AUS) = HORA-MOV
                   AND EXCL-AUS-TAB(IDX-AUS) = "N"
                   MOVE IDX-AUS TO IDX-AUS-ACH
                   MOVE "SIM" TO WS-ACHOU
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-ACHOU = "SIM"
               PERFORM MONTARIMAGEM
               MOVE REG-AUS TO WS-ANTES
           END-IF.

       MONTARIMAGEM.
           MOVE COD-AUS-TAB(IDX-AUS-ACH)   TO COD-AUS
           MOVE DATA-AUS-TAB(IDX-AUS-ACH)  TO DATA-AUS
           MOVE HORA-AUS-TAB(IDX-AUS-ACH)  TO HORA-AUS
           MOVE DIA-AUS-TAB(IDX-AUS-ACH)   TO DIA-AUS
           MOVE TURMA-AUS-TAB(IDX-AUS-ACH) TO TURMA-AUS
           MOVE DIS-AUS-TAB(IDX-AUS-ACH)   TO DIS-AUS
           MOVE SUB-AUS-TAB(IDX-AUS-ACH)   TO SUB-AUS.

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
                       DISPLAY "EX87 - EXCLUSAO REJEITADA, NAO ACHOU: "
                           COD-MOV " " DTAULA-MOV " " HORA-MOV
                       MOVE "NAO" TO WS-MOTIVO-REJ
                   END-IF
               WHEN OTHER
                   DISPLAY "EX87 - TIPO DE MOVIMENTO INVALIDO: "
                       TIPO-MOV
                   MOVE "TIP" TO WS-MOTIVO-REJ
           END-EVALUATE
           IF WS-MOTIVO-REJ NOT = SPACES
               PERFORM GRAVARREJEITO
           END-IF.

       VALIDARINCLUSAO.
           EVALUATE TRUE
               WHEN WS-ACHOU = "SIM"
                   DISPLAY "EX87 - INCLUSAO REJEITADA, JA EXISTE: "
                       COD-MOV " " DTAULA-MOV " " HORA-MOV
                   MOVE "JAE" TO WS-MOTIVO-REJ
               WHEN OTHER
                   MOVE COD-MOV TO COD-ENT
                   READ CADFUN
                       INVALID KEY
                           DISPLAY "EX87 - INCLUSAO REJEITADA, "
                               "PROFESSOR FORA DO MESTRE: " COD-MOV
                           MOVE "FUN" TO WS-MOTIVO-REJ
                   END-READ
           END-EVALUATE
           IF WS-MOTIVO-REJ = SPACES
               PERFORM VALIDARDADOS
           END-IF.

       VALIDARALTERACAO.
           IF WS-ACHOU = "NAO"
               DISPLAY "EX87 - ALTERACAO REJEITADA, NAO ACHOU: "
                   COD-MOV " " DTAULA-MOV " " HORA-MOV
               MOVE "NAO" TO WS-MOTIVO-REJ
           ELSE
               PERFORM VALIDARDADOS
           END-IF.

      *              Data valida caindo num dia/hora da tabela de
      *              horarios, aula de uma atribuicao do faltoso, que
      *              nao pode estar substituindo outra aula no mesmo
      *              horario, e substituto valido e livre nele.
       VALIDARDADOS.
           MOVE DTAULA-MOV TO WS-DATA-TST
           PERFORM VALIDARDATA
           IF WS-DATA-OK = "N"
               DISPLAY "EX87 - AULA REJEITADA, DATA INVALIDA: "
                   COD-MOV " " DTAULA-MOV
               MOVE "DAT" TO WS-MOTIVO-REJ
           END-IF
           IF WS-MOTIVO-REJ = SPACES
               PERFORM VERIFICARHORARIO
               IF WS-ACHOU = "NAO"
                   DISPLAY "EX87 - AULA REJEITADA, HORARIO FORA DA "
                       "TABELA: " COD-MOV " " DTAULA-MOV " "
                       WS-DIA-AULA " " HORA-MOV
                   MOVE "SLT" TO WS-MOTIVO-REJ
               END-IF
           END-IF
           IF WS-MOTIVO-REJ = SPACES
               PERFORM VERIFICARATRIBUICAO
               IF WS-ACHOU = "NAO"
                   DISPLAY "EX87 - AULA REJEITADA, SEM ATRIBUICAO: "
                       COD-MOV " TURMA " TURMA-MOV
                       " DISCIPLINA " DIS-MOV
                   MOVE "ATR" TO WS-MOTIVO-REJ
               END-IF
           END-IF
           IF WS-MOTIVO-REJ = SPACES
               PERFORM VARYING IDX-AUS FROM 1 BY 1
                   UNTIL IDX-AUS > QTD-AUS
                   IF EXCL-AUS-TAB(IDX-AUS) = "N"
                       AND DATA-AUS-TAB(IDX-AUS) = DTAULA-MOV
                       AND HORA-AUS-TAB(IDX-AUS) = HORA-MOV
                       AND SUB-AUS-TAB(IDX-AUS) = COD-MOV
                       DISPLAY "EX87 - AULA REJEITADA, FALTOSO "
                           "REGISTRADO COMO SUBSTITUTO NO HORARIO: "
                           COD-MOV " " DTAULA-MOV " " HORA-MOV
                       MOVE "OCU" TO WS-MOTIVO-REJ
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF WS-MOTIVO-REJ = SPACES AND SUB-MOV NOT = 0
               PERFORM VALIDARSUBSTITUTO
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

      *              Dia da semana da data e presenca do dia/hora na
      *              tabela de horarios (domingo nunca esta nela).
       VERIFICARHORARIO.
           COMPUTE WS-DIA-SEM = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(DTAULA-MOV) 7)
           MOVE NOME-DIA(WS-DIA-SEM + 1) TO WS-DIA-AULA
           MOVE "NAO" TO WS-ACHOU
           PERFORM VARYING IDX-SLT FROM 1 BY 1
               UNTIL IDX-SLT > QTD-SLT
               IF DIA-SLT-TAB(IDX-SLT) = WS-DIA-AULA
                   AND HORA-SLT-TAB(IDX-SLT) = HORA-MOV
                   MOVE "SIM" TO WS-ACHOU
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       VERIFICARATRIBUICAO.
           MOVE "NAO" TO WS-ACHOU
           PERFORM VARYING IDX-ATR FROM 1 BY 1
               UNTIL IDX-ATR > QTD-ATR
               IF COD-ATR-TAB(IDX-ATR) = COD-MOV
                   AND TURMA-ATR-TAB(IDX-ATR) = TURMA-MOV
                   AND DIS-ATR-TAB(IDX-ATR) = DIS-MOV
                   MOVE "SIM" TO WS-ACHOU
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *              Substituto: outro professor, no mestre, horista
      *              (com alguma atribuicao em CADATR, para a pre-folha
      *              do EX52 paga-lo) e sem outra aula registrada no
      *              mesmo dia e hora - nem como faltoso nem como
      *              substituto. A propria aula da chave (alteracao)
      *              nao conta.
       VALIDARSUBSTITUTO.
           IF SUB-MOV = COD-MOV
               DISPLAY "EX87 - AULA REJEITADA, SUBSTITUTO IGUAL AO "
                   "FALTOSO: " COD-MOV
               MOVE "SUB" TO WS-MOTIVO-REJ
           END-IF
           IF WS-MOTIVO-REJ = SPACES
               MOVE SUB-MOV TO COD-ENT
               READ CADFUN
                   INVALID KEY
                       DISPLAY "EX87 - AULA REJEITADA, SUBSTITUTO "
                           "FORA DO MESTRE: " SUB-MOV
                       MOVE "SUB" TO WS-MOTIVO-REJ
               END-READ
           END-IF
           IF WS-MOTIVO-REJ = SPACES
               MOVE "NAO" TO WS-ACHOU
               PERFORM VARYING IDX-ATR FROM 1 BY 1
                   UNTIL IDX-ATR > QTD-ATR
                   IF COD-ATR-TAB(IDX-ATR) = SUB-MOV
                       MOVE "SIM" TO WS-ACHOU
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-ACHOU = "NAO"
                   DISPLAY "EX87 - AULA REJEITADA, SUBSTITUTO SEM "
                       "ATRIBUICAO DE HORISTA: " SUB-MOV
                   MOVE "SUB" TO WS-MOTIVO-REJ
               END-IF
           END-IF
           IF WS-MOTIVO-REJ = SPACES
               PERFORM VARYING IDX-AUS FROM 1 BY 1
                   UNTIL IDX-AUS > QTD-AUS
                   IF EXCL-AUS-TAB(IDX-AUS) = "N"
                       AND IDX-AUS NOT = IDX-AUS-ACH
                       AND DATA-AUS-TAB(IDX-AUS) = DTAULA-MOV
                       AND HORA-AUS-TAB(IDX-AUS) = HORA-MOV
                       AND (COD-AUS-TAB(IDX-AUS) = SUB-MOV
                           OR SUB-AUS-TAB(IDX-AUS) = SUB-MOV)
                       DISPLAY "EX87 - AULA REJEITADA, SUBSTITUTO "
                           "OCUPADO NO HORARIO: " SUB-MOV " "
                           DTAULA-MOV " " HORA-MOV
                       MOVE "OCU" TO WS-MOTIVO-REJ
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

       INCLUIR.
           IF QTD-AUS = 5000
               DISPLAY "EX87 - MAIS DE 5000 AULAS PERDIDAS - "
                   "RODADA ABORTADA"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO QTD-AUS
           MOVE QTD-AUS    TO IDX-AUS-ACH
           MOVE COD-MOV    TO COD-AUS-TAB(IDX-AUS-ACH)
           MOVE DTAULA-MOV TO DATA-AUS-TAB(IDX-AUS-ACH)
           MOVE HORA-MOV   TO HORA-AUS-TAB(IDX-AUS-ACH)
           MOVE "N"        TO EXCL-AUS-TAB(IDX-AUS-ACH)
           PERFORM COPIARDADOS
           PERFORM MONTARIMAGEM
           MOVE REG-AUS TO WS-DEPOIS
           PERFORM GRAVARAUDITORIA
           ADD 1 TO CONT-INC.

       ALTERAR.
           PERFORM COPIARDADOS
           PERFORM MONTARIMAGEM
           MOVE REG-AUS TO WS-DEPOIS
           PERFORM GRAVARAUDITORIA
           ADD 1 TO CONT-ALT.

       COPIARDADOS.
           MOVE WS-DIA-AULA TO DIA-AUS-TAB(IDX-AUS-ACH)
           MOVE TURMA-MOV   TO TURMA-AUS-TAB(IDX-AUS-ACH)
           MOVE DIS-MOV     TO DIS-AUS-TAB(IDX-AUS-ACH)
           MOVE SUB-MOV     TO SUB-AUS-TAB(IDX-AUS-ACH).

       EXCLUIR.
           MOVE "S" TO EXCL-AUS-TAB(IDX-AUS-ACH)
           MOVE SPACES TO WS-DEPOIS
           PERFORM GRAVARAUDITORIA
           ADD 1 TO CONT-EXC.

      *              Acrescenta uma entrada na trilha de auditoria
      *              CADAUD para a transacao recem-aplicada, com as
      *              imagens antes e depois preparadas pelo chamador.
       GRAVARAUDITORIA.
           OPEN EXTEND CADAUD
           IF FS-CADAUD = "35" OR FS-CADAUD = "05"
               OPEN OUTPUT CADAUD
               CLOSE CADAUD
               OPEN EXTEND CADAUD
           END-IF
           IF FS-CADAUD NOT = "00"
               DISPLAY "EX87 - ERRO AO ABRIR "
                   FUNCTION TRIM(WS-CADAUD-ARQ)
                   " - FILE STATUS " FS-CADAUD
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-DATA-MOV TO DATA-AUD
           MOVE "EX87"      TO PROG-AUD
           MOVE TIPO-MOV    TO TIPO-AUD
           MOVE COD-MOV     TO CHAVE-AUD
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
               DISPLAY "EX87 - ERRO AO ABRIR "
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
           MOVE REG-MOV       TO MOV-RJA
           MOVE WS-MOTIVO-REJ TO MOTIVO-RJA
           WRITE REG-RJA
           ADD 1 TO CONT-REJ.

      *              Regrava o registro inteiro em ordem de
      *              professor/data/hora, sem as excluidas.
       REGRAVARFALTAS.
           IF QTD-AUS > 1
               SORT AUS-ITEM ON ASCENDING KEY COD-AUS-TAB
                   DATA-AUS-TAB HORA-AUS-TAB
           END-IF
           OPEN OUTPUT CADAUS
           IF FS-CADAUS NOT = "00"
               DISPLAY "EX87 - ERRO AO REGRAVAR "
                   FUNCTION TRIM(WS-CADAUS-ARQ)
                   " - FILE STATUS " FS-CADAUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING IDX-AUS FROM 1 BY 1
               UNTIL IDX-AUS > QTD-AUS
               IF EXCL-AUS-TAB(IDX-AUS) = "N"
                   MOVE COD-AUS-TAB(IDX-AUS)   TO COD-AUS
                   MOVE DATA-AUS-TAB(IDX-AUS)  TO DATA-AUS
                   MOVE HORA-AUS-TAB(IDX-AUS)  TO HORA-AUS
                   MOVE DIA-AUS-TAB(IDX-AUS)   TO DIA-AUS
                   MOVE TURMA-AUS-TAB(IDX-AUS) TO TURMA-AUS
                   MOVE DIS-AUS-TAB(IDX-AUS)   TO DIS-AUS
                   MOVE SUB-AUS-TAB(IDX-AUS)   TO SUB-AUS
                   WRITE REG-AUS
               END-IF
           END-PERFORM
           CLOSE CADAUS.

       TERMINO.
           PERFORM REGRAVARFALTAS.
           CLOSE CADFUN CADMOVAS CADRJAS.
           DISPLAY "EX87 - INCLUSOES: "  CONT-INC
               " ALTERACOES: " CONT-ALT
               " EXCLUSOES: "  CONT-EXC
               " REJEITADAS: " CONT-REJ.
