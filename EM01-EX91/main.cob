       IDENTIFICATION DIVISION.
       PROGRAM-ID.   EX91.
       AUTHOR.       ERIKA ROCHA.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 23-10-2025.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.      REGISTRO DE CONCLUSAO DE CURSO, RODADO NO
      *              FECHAMENTO DO PERIODO LOGO DEPOIS DO EX46. LE A
      *              SITUACAO FINAL POS-RECUPERACAO DE CADFIN (EX24) E
      *              BUSCA TURMA, NOME, NASCIMENTO E SITUACAO DE
      *              MATRICULA POR CHAVE NO MESTRE INDEXADO CADALU: O
      *              ALUNO ATIVO APROVADO EM TURMA SEM PROGRESSAO NA
      *              TABELA CADPRG (TURMA TERMINAL, COMO NA
      *              REMATRICULA DO EX48) E CONCLUINTE. PARA CADA
      *              CONCLUINTE CONFERE NO HISTORICO PERMANENTE CADHSE
      *              SE TODAS AS DISCIPLINAS OBRIGATORIAS DA GRADE
      *              CURRICULAR CADGRD TEM PELO MENOS UM REGISTRO
      *              APROVADO (SITUACAO NA DISCIPLINA APROVADO, OU
      *              PERIODO CURSADO NA ESCOLA COM SITUACAO FINAL
      *              APROVADO; ESTUDOS ANTERIORES DO EX80 E
      *              DEPENDENCIAS DO EX82 CONTAM PELA SITUACAO NA
      *              DISCIPLINA). CONCLUINTE SEM LACUNA GANHA O
      *              PROXIMO NUMERO DO LIVRO DE REGISTRO (LIVRO, FOLHA
      *              E ENTRADA, DO CONTADOR PERMANENTE CADLIV, COM O
      *              NUMERO DE FOLHAS POR LIVRO E DE ENTRADAS POR
      *              FOLHA NO PROPRIO CONTADOR), E ACRESCENTADO NO
      *              LIVRO CADDIP E TEM A PAGINA DO CERTIFICADO
      *              IMPRESSA EM RELDIP. CONCLUINTE COM LACUNA NAO
      *              GANHA NUMERO E SAI NA LISTA DE EXCECOES RELDPX COM
      *              AS DISCIPLINAS QUE FALTAM. ALUNO JA REGISTRADO EM
      *              CADDIP E SALTADO, PARA QUE UMA NOVA RODADA NAO
      *              DUPLIQUE NUMEROS. O CONTADOR E CONFERIDO CONTRA O
      *              MAIOR NUMERO JA GRAVADO EM CADDIP E A RODADA
      *              ABORTA SE ESTIVER ATRASADO, EM VEZ DE REPETIR
      *              NUMERACAO; E REGRAVADO NO FIM DA RODADA.
      *              UM REGISTRO APROVADO NO HISTORICO NAO BASTA
      *              QUANDO O ALUNO AINDA CARREGA A DISCIPLINA COMO
      *              DEPENDENCIA: TODA DEPENDENCIA DO CONCLUINTE EM
      *              CADDPD (EX48/EX81/EX82) QUE NAO ESTEJA CONCLUIDA
      *              ("C") E LACUNA, BLOQUEIA O REGISTRO E SAI EM
      *              RELDPX COM A DISCIPLINA, O PERIODO DE ORIGEM E A
      *              SITUACAO. SEM CADDPD NAO HA DEPENDENCIA.

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
      *              CADALU e o mestre indexado do periodo que esta
      *              sendo encerrado; consultado por chave.
           SELECT CADALU   ASSIGN TO DYNAMIC WS-CADALU-ARQ
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS NUM-ENT
           FILE STATUS IS FS-CADALU.
           SELECT CADFIN   ASSIGN TO DYNAMIC WS-CADFIN-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADFIN.
           SELECT CADPRG   ASSIGN TO DYNAMIC WS-CADPRG-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADPRG.
           SELECT CADGRD   ASSIGN TO DYNAMIC WS-CADGRD-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADGRD.
           SELECT CADHSE   ASSIGN TO DYNAMIC WS-CADHSE-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADHSE.
           SELECT CADDPD   ASSIGN TO DYNAMIC WS-CADDPD-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADDPD.
           SELECT CADPLE   ASSIGN TO DYNAMIC WS-CADPLE-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADPLE.
           SELECT CADDTM   ASSIGN TO DYNAMIC WS-CADDTM-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADDTM.
           SELECT CADDIP   ASSIGN TO DYNAMIC WS-CADDIP-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADDIP.
           SELECT CADLIV   ASSIGN TO DYNAMIC WS-CADLIV-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADLIV.
           SELECT RELDIP   ASSIGN TO DYNAMIC WS-RELDIP-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELDIP.
           SELECT RELDPX   ASSIGN TO DYNAMIC WS-RELDPX-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELDPX.

       DATA DIVISION.

       FILE SECTION.
       FD CADALU
           LABEL RECORD ARE STANDARD.

           COPY CADALU.

      *              CADFIN: resultado final do periodo por aluno,
      *              gravado pelo EX24 (pos-recuperacao).
       FD CADFIN
           LABEL RECORD ARE STANDARD.

       01 REG-FIN.
           02 NUM-FIN       PIC 9(05).
           02 MEDIA-FIN     PIC 9(02)V99.
           02 SITUACAO-FIN  PIC X(09).
           02 MEDIAORI-FIN  PIC 9(02)V99.
           02 NOTARCP-FIN   PIC 9(02)V99.
           02 RECUP-FIN     PIC X(01).

       01 REG-FIN-TRL.
           02 TRL-FIN-MARCA      PIC X(05).
           02 TRL-FIN-QTDE       PIC 9(07).
           02 TRL-FIN-SOMA-MEDIA PIC 9(09)V99.

      *              CADPRG: tabela de progressao de turmas - turma
      *              atual e a turma seguinte para quem foi aprovado.
      *              Turma ausente da tabela e turma terminal: o
      *              aprovado nela e concluinte.
       FD CADPRG
           LABEL RECORD ARE STANDARD.

       01 REG-PRG.
           02 TURMA-PRG     PIC X(03).
           02 PROX-PRG      PIC X(03).

      *              CADGRD: grade curricular do curso - uma
      *              disciplina obrigatoria para a conclusao por
      *              registro (codigo do catalogo CADDIS e nome).
       FD CADGRD
           LABEL RECORD ARE STANDARD.

       01 REG-GRD.
           02 DIS-GRD       PIC 9(03).
           02 NOMEDIS-GRD   PIC X(20).

       FD CADHSE
           LABEL RECORD ARE STANDARD.

           COPY CADHSE.

       FD CADDPD
           LABEL RECORD ARE STANDARD.

           COPY CADDPD.

      *              CADPLE: periodo letivo que esta sendo encerrado
      *              (AAAAPP), o mesmo lido pelo EX46.
       FD CADPLE
           LABEL RECORD ARE STANDARD.

       01 REG-PLE.
           02 PERIODO-PLE   PIC 9(06).

      *              CADDTM: data de movimento (AAAAMMDD) do lote.
      *              Opcional - se ausente, vale o relogio da maquina.
       FD CADDTM
           LABEL RECORD ARE STANDARD.

       01 REG-DTM.
           02 DATA-DTM       PIC 9(08).

       FD CADDIP
           LABEL RECORD ARE STANDARD.

           COPY CADDIP.

      *              CADLIV: contador permanente do livro de registro
      *              - ultimo livro, folha e entrada usados, folhas
      *              por livro e entradas por folha (zerados = 200 e
      *              10). Ausente so na primeira rodada, com CADDIP
      *              ainda vazio.
       FD CADLIV
           LABEL RECORD ARE STANDARD.

       01 REG-LIV.
           02 LIVRO-LIV     PIC 9(03).
           02 FOLHA-LIV     PIC 9(03).
           02 ENTRADA-LIV   PIC 9(02).
           02 FOLHAS-LIV    PIC 9(03).
           02 ENTFOL-LIV    PIC 9(02).

       FD RELDIP
           LABEL RECORD ARE STANDARD.

       01 LINHA-DIP  PIC X(80).

       FD RELDPX
           LABEL RECORD ARE STANDARD.

       01 LINHA-DPX  PIC X(80).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ       PIC X(03) VALUE "NAO".
       77 FS-CADALU     PIC X(02) VALUE "00".
       77 FS-CADFIN     PIC X(02) VALUE "00".
       77 FS-CADPRG     PIC X(02) VALUE "00".
       77 FS-CADGRD     PIC X(02) VALUE "00".
       77 FS-CADHSE     PIC X(02) VALUE "00".
       77 FS-CADDPD     PIC X(02) VALUE "00".
       77 FS-CADPLE     PIC X(02) VALUE "00".
       77 FS-CADDTM     PIC X(02) VALUE "00".
       77 FS-CADDIP     PIC X(02) VALUE "00".
       77 FS-CADLIV     PIC X(02) VALUE "00".
       77 FS-RELDIP     PIC X(02) VALUE "00".
       77 FS-RELDPX     PIC X(02) VALUE "00".
       77 WS-DATA-MOV   PIC 9(08) VALUE 0.
       77 WS-PERIODO    PIC 9(06) VALUE 0.
       77 WS-APROVADA   PIC X(01) VALUE "N".
       77 WS-LACUNA     PIC X(01) VALUE "N".

      *              Contador do livro: ultimo numero usado e limites
      *              de folhas por livro e entradas por folha. O
      *              numero composto (livro/folha/entrada) serve para
      *              comparar o contador com o maior numero ja gravado
      *              no livro CADDIP.
       77 WS-LIVRO      PIC 9(03) VALUE 0.
       77 WS-FOLHA      PIC 9(03) VALUE 0.
       77 WS-ENTRADA    PIC 9(02) VALUE 0.
       77 WS-FOLHAS     PIC 9(03) VALUE 200.
       77 WS-ENTFOL     PIC 9(02) VALUE 10.
       77 WS-TEM-LIV    PIC X(01) VALUE "N".
       77 WS-NUMERO-LIV PIC 9(08) VALUE 0.
       77 WS-NUMERO-MAX PIC 9(08) VALUE 0.
       77 WS-NUMERO-DIP PIC 9(08) VALUE 0.

       77 CONT-FIN      PIC 9(05) VALUE 0.
       77 CONT-CONC     PIC 9(05) VALUE 0.
       77 CONT-REG      PIC 9(05) VALUE 0.
       77 CONT-EXC      PIC 9(05) VALUE 0.
       77 CONT-JAREG    PIC 9(05) VALUE 0.
       77 CONT-SEMCAD   PIC 9(05) VALUE 0.
       77 CONT-DPA      PIC 9(05) VALUE 0.

      *              Tabela de progressao (mesmo limite do EX48).
       77 QTD-PRG       PIC 9(02) VALUE 0.
       77 IDX-PRG       PIC 9(02) VALUE 0.
       77 IDX-PRG-ACH   PIC 9(02) VALUE 0.
       01 TABELA-PRG.
           02 PRG-ITEM OCCURS 50 TIMES.
               03 TURMA-PRG-TAB PIC X(03).

      *              Grade curricular em memoria.
       77 QTD-GRD       PIC 9(02) VALUE 0.
       77 IDX-GRD       PIC 9(02) VALUE 0.
       77 IDX-GRD-ACH   PIC 9(02) VALUE 0.
       01 TABELA-GRD.
           02 GRD-ITEM OCCURS 50 TIMES.
               03 DIS-GRD-TAB     PIC 9(03).
               03 NOMEDIS-GRD-TAB PIC X(20).

      *              Concluintes do periodo em ordem de NUM-ENT
      *              (pesquisa binaria), com uma marca por disciplina
      *              da grade ("S" = aprovada no historico) e a marca
      *              de aluno ja registrado no livro, e quantas
      *              dependencias em aberto o aluno carrega.
       77 QTD-CNC       PIC 9(04) VALUE 0.
       77 IDX-IMP       PIC 9(04) VALUE 0.
       01 TABELA-CNC.
           02 CNC-ITEM OCCURS 1 TO 1000 TIMES
               DEPENDING ON QTD-CNC
               ASCENDING KEY IS NUM-CNC-TAB
               INDEXED BY IDX-CNC.
               03 NUM-CNC-TAB     PIC 9(05).
               03 NOME-CNC-TAB    PIC X(20).
               03 TURMA-CNC-TAB   PIC X(03).
               03 NASC-CNC-TAB    PIC X(10).
               03 JAREG-CNC-TAB   PIC X(01).
               03 DPA-CNC-TAB     PIC 9(02).
               03 APR-CNC-TAB     PIC X(01) OCCURS 50 TIMES.

      *              Dependencias em aberto (SIT-DPD diferente de
      *              "C") dos concluintes, na ordem de CADDPD.
       77 QTD-DPA       PIC 9(03) VALUE 0.
       77 IDX-DPA       PIC 9(03) VALUE 0.
       01 TABELA-DPA.
           02 DPA-ITEM OCCURS 500 TIMES.
               03 NUM-DPA-TAB     PIC 9(05).
               03 DIS-DPA-TAB     PIC 9(03).
               03 NOMEDIS-DPA-TAB PIC X(20).
               03 PERIODO-DPA-TAB PIC 9(06).
               03 SIT-DPA-TAB     PIC X(01).

      *              Campos editados das linhas do relatorio.
       77 WS-DATA-EDT   PIC X(10).
       77 WS-QTDE-EDT   PIC ZZZZ9.

      *              Nomes fisicos dos arquivos, com o valor original
      *              como default, substituiveis em tempo de execucao
      *              por variaveis de ambiente (ver LERNOMESARQUIVOS).
       77 WS-CADALU-ARQ  PIC X(40) VALUE "CADALU.DAT".
       77 WS-CADFIN-ARQ  PIC X(40) VALUE "CADFIN.DAT".
       77 WS-CADPRG-ARQ  PIC X(40) VALUE "CADPRG.DAT".
       77 WS-CADGRD-ARQ  PIC X(40) VALUE "CADGRD.DAT".
       77 WS-CADHSE-ARQ  PIC X(40) VALUE "CADHSE.DAT".
       77 WS-CADDPD-ARQ  PIC X(40) VALUE "CADDPD.DAT".
       77 WS-CADPLE-ARQ  PIC X(40) VALUE "CADPLE.DAT".
       77 WS-CADDTM-ARQ  PIC X(40) VALUE "CADDTM.DAT".
       77 WS-CADDIP-ARQ  PIC X(40) VALUE "CADDIP.DAT".
       77 WS-CADLIV-ARQ  PIC X(40) VALUE "CADLIV.DAT".
       77 WS-RELDIP-ARQ  PIC X(40) VALUE "RELDIP.DAT".
       77 WS-RELDPX-ARQ  PIC X(40) VALUE "RELDPX.DAT".
       77 WS-ENV-TEMP    PIC X(40).

       PROCEDURE DIVISION.

       EXECUTAR.
           PERFORM LERNOMESARQUIVOS.
           PERFORM INICIO.
           PERFORM PRINCIPAL
               VARYING IDX-IMP FROM 1 BY 1
               UNTIL IDX-IMP > QTD-CNC.
           PERFORM TERMINO.
           STOP RUN.

       LERNOMESARQUIVOS.
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADALU"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADALU-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADFIN"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADFIN-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADPRG"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADPRG-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADGRD"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADGRD-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADHSE"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADHSE-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADDPD"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADDPD-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADPLE"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADPLE-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADDTM"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADDTM-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADDIP"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADDIP-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADLIV"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADLIV-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "RELDIP"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-RELDIP-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "RELDPX"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-RELDPX-ARQ
           END-IF.

       INICIO.
           PERFORM LERDATAMOV.
           PERFORM LERPERIODO.
           PERFORM CARREGARPROGRESSAO.
           PERFORM CARREGARGRADE.
           PERFORM CARREGARCONCLUINTES.
           PERFORM CONFERIRLIVRO.
           PERFORM CONFERIRHISTORICO.
           PERFORM CONFERIRDEPENDENCIAS.
           OPEN EXTEND CADDIP
           IF FS-CADDIP = "35" OR FS-CADDIP = "05"
               OPEN OUTPUT CADDIP
               CLOSE CADDIP
               OPEN EXTEND CADDIP
           END-IF
           IF FS-CADDIP NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADDIP-ARQ)
                   " - FILE STATUS " FS-CADDIP
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RELDIP
           IF FS-RELDIP NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-RELDIP-ARQ)
                   " - FILE STATUS " FS-RELDIP
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RELDPX
           IF FS-RELDPX NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-RELDPX-ARQ)
                   " - FILE STATUS " FS-RELDPX
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CABECALHOEXCECOES.

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

       LERPERIODO.
           OPEN INPUT CADPLE
           IF FS-CADPLE NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADPLE-ARQ)
                   " - FILE STATUS " FS-CADPLE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           READ CADPLE
               AT END
                   DISPLAY "EX91 - CADPLE VAZIO - RODADA ABORTADA"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               NOT AT END
                   MOVE PERIODO-PLE TO WS-PERIODO
           END-READ
           CLOSE CADPLE
           IF WS-PERIODO = 0
               DISPLAY "EX91 - PERIODO LETIVO ZERADO - RODADA ABORTADA"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       CARREGARPROGRESSAO.
           OPEN INPUT CADPRG
           IF FS-CADPRG NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADPRG-ARQ)
                   " - FILE STATUS " FS-CADPRG
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LERPROGRESSAO UNTIL FIM-ARQ = "SIM"
           CLOSE CADPRG
           MOVE "NAO" TO FIM-ARQ
           IF QTD-PRG = 0
               DISPLAY "EX91 - TABELA DE PROGRESSAO VAZIA - "
                   "RODADA ABORTADA"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       LERPROGRESSAO.
           READ CADPRG
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   IF QTD-PRG = 50
                       DISPLAY "EX91 - MAIS DE 50 TURMAS NA TABELA "
                           "DE PROGRESSAO - RODADA ABORTADA"
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO QTD-PRG
                   MOVE TURMA-PRG TO TURMA-PRG-TAB(QTD-PRG)
           END-READ.

       CARREGARGRADE.
           OPEN INPUT CADGRD
           IF FS-CADGRD NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADGRD-ARQ)
                   " - FILE STATUS " FS-CADGRD
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LERGRADE UNTIL FIM-ARQ = "SIM"
           CLOSE CADGRD
           MOVE "NAO" TO FIM-ARQ
           IF QTD-GRD = 0
               DISPLAY "EX91 - GRADE CURRICULAR VAZIA - "
                   "RODADA ABORTADA"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       LERGRADE.
           READ CADGRD
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   IF QTD-GRD = 50
                       DISPLAY "EX91 - MAIS DE 50 DISCIPLINAS NA "
                           "GRADE CURRICULAR - RODADA ABORTADA"
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO QTD-GRD
                   MOVE DIS-GRD     TO DIS-GRD-TAB(QTD-GRD)
                   MOVE NOMEDIS-GRD TO NOMEDIS-GRD-TAB(QTD-GRD)
           END-READ.

      *              Concluintes: aluno de CADFIN aprovado, ativo no
      *              mestre e em turma sem progressao cadastrada.
       CARREGARCONCLUINTES.
           OPEN INPUT CADALU
           IF FS-CADALU NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADALU-ARQ)
                   " - FILE STATUS " FS-CADALU
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CADFIN
           IF FS-CADFIN NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADFIN-ARQ)
                   " - FILE STATUS " FS-CADFIN
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LERFIN UNTIL FIM-ARQ = "SIM"
           CLOSE CADFIN CADALU
           MOVE "NAO" TO FIM-ARQ
           IF QTD-CNC > 1
               SORT CNC-ITEM ON ASCENDING KEY NUM-CNC-TAB
           END-IF.

       LERFIN.
           READ CADFIN
               AT END
                   MOVE "SIM" TO FIM-ARQ
           END-READ
           IF FIM-ARQ NOT = "SIM" AND TRL-FIN-MARCA = "TOTAL"
               MOVE "SIM" TO FIM-ARQ
           END-IF
           IF FIM-ARQ NOT = "SIM"
               ADD 1 TO CONT-FIN
               IF SITUACAO-FIN = "APROVADO"
                   PERFORM AVALIARCONCLUSAO
               END-IF
           END-IF.

       AVALIARCONCLUSAO.
           MOVE NUM-FIN TO NUM-ENT
           READ CADALU
               INVALID KEY
                   ADD 1 TO CONT-SEMCAD
                   MOVE "X" TO SIT-ENT
           END-READ
           IF SIT-ENT = "A" OR SIT-ENT = SPACE
               PERFORM LOCALIZARPROGRESSAO
               IF IDX-PRG-ACH = 0
                   PERFORM GUARDARCONCLUINTE
               END-IF
           END-IF.

       LOCALIZARPROGRESSAO.
           MOVE 0 TO IDX-PRG-ACH
           PERFORM VARYING IDX-PRG FROM 1 BY 1
               UNTIL IDX-PRG > QTD-PRG
               IF TURMA-PRG-TAB(IDX-PRG) = TURMA-ENT
                   MOVE IDX-PRG TO IDX-PRG-ACH
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       GUARDARCONCLUINTE.
           IF QTD-CNC = 1000
               DISPLAY "EX91 - MAIS DE 1000 CONCLUINTES - RODADA "
                   "ABORTADA"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO QTD-CNC
           ADD 1 TO CONT-CONC
           MOVE NUM-ENT   TO NUM-CNC-TAB(QTD-CNC)
           MOVE NOME-ENT  TO NOME-CNC-TAB(QTD-CNC)
           MOVE TURMA-ENT TO TURMA-CNC-TAB(QTD-CNC)
           STRING DD-ENT "/" MM-ENT "/" AA-ENT
               DELIMITED BY SIZE INTO NASC-CNC-TAB(QTD-CNC)
           MOVE "N" TO JAREG-CNC-TAB(QTD-CNC)
           MOVE 0 TO DPA-CNC-TAB(QTD-CNC)
           PERFORM VARYING IDX-GRD FROM 1 BY 1
               UNTIL IDX-GRD > QTD-GRD
               MOVE "N" TO APR-CNC-TAB(QTD-CNC IDX-GRD)
           END-PERFORM.

      *              Livro ja gravado: marca os concluintes que ja
      *              tem numero e apura o maior numero usado, que o
      *              contador CADLIV nao pode estar atras.
       CONFERIRLIVRO.
           OPEN INPUT CADDIP
           IF FS-CADDIP = "00"
               PERFORM LERREGISTRO UNTIL FIM-ARQ = "SIM"
               CLOSE CADDIP
               MOVE "NAO" TO FIM-ARQ
           END-IF
           OPEN INPUT CADLIV
           IF FS-CADLIV = "00"
               READ CADLIV
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE "S" TO WS-TEM-LIV
                       PERFORM ASSUMIRCONTADOR
               END-READ
               CLOSE CADLIV
           END-IF
           IF WS-TEM-LIV = "N" AND WS-NUMERO-MAX > 0
               DISPLAY "EX91 - CONTADOR " FUNCTION TRIM(WS-CADLIV-ARQ)
                   " AUSENTE COM O LIVRO JA INICIADO - RODADA "
                   "ABORTADA"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-NUMERO-LIV = WS-LIVRO * 100000
               + WS-FOLHA * 100 + WS-ENTRADA
           IF WS-NUMERO-LIV < WS-NUMERO-MAX
               DISPLAY "EX91 - CONTADOR DO LIVRO (" WS-LIVRO "/"
                   WS-FOLHA "/" WS-ENTRADA ") ATRAS DO ULTIMO "
                   "REGISTRO GRAVADO - RODADA ABORTADA"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       LERREGISTRO.
           READ CADDIP
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   COMPUTE WS-NUMERO-DIP = LIVRO-DIP * 100000
                       + FOLHA-DIP * 100 + ENTRADA-DIP
                   IF WS-NUMERO-DIP > WS-NUMERO-MAX
                       MOVE WS-NUMERO-DIP TO WS-NUMERO-MAX
                   END-IF
                   SEARCH ALL CNC-ITEM
                       AT END
                           CONTINUE
                       WHEN NUM-CNC-TAB(IDX-CNC) = NUM-DIP
                           MOVE "S" TO JAREG-CNC-TAB(IDX-CNC)
                   END-SEARCH
           END-READ.

      *              Campo nao numerico ou zerado mantem o default.
       ASSUMIRCONTADOR.
           IF LIVRO-LIV IS NUMERIC
               MOVE LIVRO-LIV TO WS-LIVRO
           END-IF
           IF FOLHA-LIV IS NUMERIC
               MOVE FOLHA-LIV TO WS-FOLHA
           END-IF
           IF ENTRADA-LIV IS NUMERIC
               MOVE ENTRADA-LIV TO WS-ENTRADA
           END-IF
           IF FOLHAS-LIV IS NUMERIC AND FOLHAS-LIV > 0
               MOVE FOLHAS-LIV TO WS-FOLHAS
           END-IF
           IF ENTFOL-LIV IS NUMERIC AND ENTFOL-LIV > 0
               MOVE ENTFOL-LIV TO WS-ENTFOL
           END-IF.

      *              Marca, para cada concluinte, as disciplinas da
      *              grade com algum registro aprovado no historico.
       CONFERIRHISTORICO.
           OPEN INPUT CADHSE
           IF FS-CADHSE NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADHSE-ARQ)
                   " - FILE STATUS " FS-CADHSE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LERHISTORICO UNTIL FIM-ARQ = "SIM"
           CLOSE CADHSE
           MOVE "NAO" TO FIM-ARQ.

       LERHISTORICO.
           READ CADHSE
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   PERFORM AVALIARHISTORICO
           END-READ.

      *              Aprovada: situacao na disciplina APROVADO, ou
      *              periodo cursado na escola com situacao final
      *              APROVADO (aprovacao pela recuperacao).
       AVALIARHISTORICO.
           MOVE "N" TO WS-APROVADA
           IF SITDIS-HSE = "APROVADO"
               MOVE "S" TO WS-APROVADA
           END-IF
           IF ORIGEM-HSE = SPACE AND SITFIN-HSE = "APROVADO"
               MOVE "S" TO WS-APROVADA
           END-IF
           IF WS-APROVADA = "S"
               SEARCH ALL CNC-ITEM
                   AT END
                       CONTINUE
                   WHEN NUM-CNC-TAB(IDX-CNC) = NUM-HSE
                       PERFORM MARCARDISCIPLINA
               END-SEARCH
           END-IF.

       MARCARDISCIPLINA.
           PERFORM VARYING IDX-GRD FROM 1 BY 1
               UNTIL IDX-GRD > QTD-GRD
               IF DIS-GRD-TAB(IDX-GRD) = DIS-HSE
                   MOVE "S" TO APR-CNC-TAB(IDX-CNC IDX-GRD)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *              Dependencias dos concluintes ainda nao
      *              concluidas: aberta ou oferecida, a disciplina
      *              continua pendente mesmo com algum registro
      *              aprovado no historico. CADDPD ausente: nenhuma
      *              dependencia gravada ainda.
       CONFERIRDEPENDENCIAS.
           OPEN INPUT CADDPD
           IF FS-CADDPD = "35"
               CONTINUE
           ELSE
               IF FS-CADDPD NOT = "00"
                   DISPLAY "ERRO AO ABRIR "
                       FUNCTION TRIM(WS-CADDPD-ARQ)
                       " - FILE STATUS " FS-CADDPD
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM LERDEPENDENCIA UNTIL FIM-ARQ = "SIM"
               CLOSE CADDPD
               MOVE "NAO" TO FIM-ARQ
           END-IF.

       LERDEPENDENCIA.
           READ CADDPD
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   IF SIT-DPD NOT = "C"
                       SEARCH ALL CNC-ITEM
                           AT END
                               CONTINUE
                           WHEN NUM-CNC-TAB(IDX-CNC) = NUM-DPD
                               PERFORM GUARDARDEPENDENCIA
                       END-SEARCH
                   END-IF
           END-READ.

       GUARDARDEPENDENCIA.
           IF QTD-DPA = 500
               DISPLAY "EX91 - MAIS DE 500 DEPENDENCIAS EM ABERTO "
                   "DE CONCLUINTES - RODADA ABORTADA"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO QTD-DPA
           MOVE NUM-DPD     TO NUM-DPA-TAB(QTD-DPA)
           MOVE DIS-DPD     TO DIS-DPA-TAB(QTD-DPA)
           MOVE NOMEDIS-DPD TO NOMEDIS-DPA-TAB(QTD-DPA)
           MOVE PERIODO-DPD TO PERIODO-DPA-TAB(QTD-DPA)
           MOVE SIT-DPD     TO SIT-DPA-TAB(QTD-DPA)
           ADD 1 TO DPA-CNC-TAB(IDX-CNC).

      *              Um concluinte: ja registrado e saltado; com
      *              lacuna vai para a lista de excecoes; sem lacuna
      *              ganha o proximo numero do livro.
       PRINCIPAL.
           EVALUATE TRUE
               WHEN JAREG-CNC-TAB(IDX-IMP) = "S"
                   ADD 1 TO CONT-JAREG
               WHEN OTHER
                   MOVE "N" TO WS-LACUNA
                   PERFORM VARYING IDX-GRD FROM 1 BY 1
                       UNTIL IDX-GRD > QTD-GRD
                       IF APR-CNC-TAB(IDX-IMP IDX-GRD) = "N"
                           MOVE "S" TO WS-LACUNA
                       END-IF
                   END-PERFORM
                   IF DPA-CNC-TAB(IDX-IMP) > 0
                       MOVE "S" TO WS-LACUNA
                   END-IF
                   IF WS-LACUNA = "S"
                       PERFORM GRAVAREXCECAO
                   ELSE
                       PERFORM AVANCARCONTADOR
                       PERFORM GRAVARREGISTRO
                       PERFORM IMPRIMIRCERTIFICADO
                   END-IF
           END-EVALUATE.

      *              Proximo numero: entrada seguinte na folha; folha
      *              cheia passa para a folha seguinte; livro cheio
      *              abre o livro seguinte. Contador zerado abre o
      *              livro 1, folha 1.
       AVANCARCONTADOR.
           IF WS-LIVRO = 0
               MOVE 1 TO WS-LIVRO
               MOVE 1 TO WS-FOLHA
               MOVE 0 TO WS-ENTRADA
           END-IF
           ADD 1 TO WS-ENTRADA
           IF WS-ENTRADA > WS-ENTFOL
               MOVE 1 TO WS-ENTRADA
               ADD 1 TO WS-FOLHA
           END-IF
           IF WS-FOLHA > WS-FOLHAS
               MOVE 1 TO WS-FOLHA
               ADD 1 TO WS-LIVRO
           END-IF.

       GRAVARREGISTRO.
           MOVE NUM-CNC-TAB(IDX-IMP)   TO NUM-DIP
           MOVE NOME-CNC-TAB(IDX-IMP)  TO NOME-DIP
           MOVE TURMA-CNC-TAB(IDX-IMP) TO TURMA-DIP
           MOVE WS-PERIODO             TO PERIODO-DIP
           MOVE WS-LIVRO               TO LIVRO-DIP
           MOVE WS-FOLHA               TO FOLHA-DIP
           MOVE WS-ENTRADA             TO ENTRADA-DIP
           MOVE WS-DATA-MOV            TO DATA-DIP
           WRITE REG-DIP
           ADD 1 TO CONT-REG.

      *              Pagina do certificado, uma por concluinte
      *              registrado, separada da seguinte por um traco.
       IMPRIMIRCERTIFICADO.
           MOVE WS-DATA-MOV(7:2) TO WS-DATA-EDT(1:2)
           MOVE "/"              TO WS-DATA-EDT(3:1)
           MOVE WS-DATA-MOV(5:2) TO WS-DATA-EDT(4:2)
           MOVE "/"              TO WS-DATA-EDT(6:1)
           MOVE WS-DATA-MOV(1:4) TO WS-DATA-EDT(7:4)
           MOVE ALL "=" TO LINHA-DIP
           PERFORM GRAVARLINHA
           PERFORM GRAVARLINHA
           STRING "                  CERTIFICADO DE CONCLUSAO DE CURSO"
               DELIMITED BY SIZE INTO LINHA-DIP
           PERFORM GRAVARLINHA
           PERFORM GRAVARLINHA
           STRING "  CERTIFICAMOS QUE " NOME-DIP
               ", NASCIDO(A) EM " NASC-CNC-TAB(IDX-IMP) ","
               DELIMITED BY SIZE INTO LINHA-DIP
           PERFORM GRAVARLINHA
           STRING "  MATRICULA " NUM-DIP ", CONCLUIU O CURSO NA TURMA "
               TURMA-DIP " NO PERIODO LETIVO " PERIODO-DIP(1:4)
               "/" PERIODO-DIP(5:2) ","
               DELIMITED BY SIZE INTO LINHA-DIP
           PERFORM GRAVARLINHA
           STRING "  TENDO SIDO APROVADO(A) EM TODAS AS DISCIPLINAS "
               "DA GRADE CURRICULAR."
               DELIMITED BY SIZE INTO LINHA-DIP
           PERFORM GRAVARLINHA
           PERFORM GRAVARLINHA
           STRING "  REGISTRO: LIVRO " LIVRO-DIP "  FOLHA " FOLHA-DIP
               "  ENTRADA " ENTRADA-DIP
               DELIMITED BY SIZE INTO LINHA-DIP
           PERFORM GRAVARLINHA
           STRING "  DATA DO REGISTRO: " WS-DATA-EDT
               DELIMITED BY SIZE INTO LINHA-DIP
           PERFORM GRAVARLINHA
           PERFORM GRAVARLINHA
           PERFORM GRAVARLINHA
           STRING "  ______________________________"
               "      ______________________________"
               DELIMITED BY SIZE INTO LINHA-DIP
           PERFORM GRAVARLINHA
           STRING "        SECRETARIO(A) ESCOLAR   "
               "                DIRETOR(A)"
               DELIMITED BY SIZE INTO LINHA-DIP
           PERFORM GRAVARLINHA
           PERFORM GRAVARLINHA.

       GRAVARLINHA.
           WRITE LINHA-DIP
           MOVE SPACES TO LINHA-DIP.

       CABECALHOEXCECOES.
           MOVE SPACES TO LINHA-DPX
           STRING "CONCLUINTES SEM REGISTRO - LACUNAS NO HISTORICO - "
               "PERIODO " WS-PERIODO(1:4) "/" WS-PERIODO(5:2)
               DELIMITED BY SIZE INTO LINHA-DPX
           PERFORM GRAVARLINHAEXC
           MOVE ALL "-" TO LINHA-DPX
           PERFORM GRAVARLINHAEXC.

      *              Concluinte com lacuna: uma linha do aluno, uma
      *              por disciplina da grade sem registro aprovado e
      *              uma por dependencia ainda nao concluida, com o
      *              periodo em que a disciplina foi reprovada.
       GRAVAREXCECAO.
           ADD 1 TO CONT-EXC
           STRING NUM-CNC-TAB(IDX-IMP) " " NOME-CNC-TAB(IDX-IMP)
               " TURMA " TURMA-CNC-TAB(IDX-IMP)
               " - DISCIPLINAS SEM APROVACAO:"
               DELIMITED BY SIZE INTO LINHA-DPX
           PERFORM GRAVARLINHAEXC
           PERFORM VARYING IDX-GRD FROM 1 BY 1
               UNTIL IDX-GRD > QTD-GRD
               IF APR-CNC-TAB(IDX-IMP IDX-GRD) = "N"
                   STRING "      " DIS-GRD-TAB(IDX-GRD) " "
                       NOMEDIS-GRD-TAB(IDX-GRD)
                       DELIMITED BY SIZE INTO LINHA-DPX
                   PERFORM GRAVARLINHAEXC
               END-IF
           END-PERFORM
           IF DPA-CNC-TAB(IDX-IMP) > 0
               PERFORM VARYING IDX-DPA FROM 1 BY 1
                   UNTIL IDX-DPA > QTD-DPA
                   IF NUM-DPA-TAB(IDX-DPA) = NUM-CNC-TAB(IDX-IMP)
                       PERFORM GRAVARDEPENDENCIA
                   END-IF
               END-PERFORM
           END-IF.

       GRAVARDEPENDENCIA.
           ADD 1 TO CONT-DPA
           STRING "      " DIS-DPA-TAB(IDX-DPA) " "
               NOMEDIS-DPA-TAB(IDX-DPA) " DEPENDENCIA DE "
               PERIODO-DPA-TAB(IDX-DPA)(1:4) "/"
               PERIODO-DPA-TAB(IDX-DPA)(5:2)
               " SITUACAO " SIT-DPA-TAB(IDX-DPA)
               DELIMITED BY SIZE INTO LINHA-DPX
           PERFORM GRAVARLINHAEXC.

       GRAVARLINHAEXC.
           WRITE LINHA-DPX
           MOVE SPACES TO LINHA-DPX.

      *              Regrava o contador com o ultimo numero usado.
       REGRAVARCONTADOR.
           OPEN OUTPUT CADLIV
           IF FS-CADLIV NOT = "00"
               DISPLAY "EX91 - ERRO AO REGRAVAR "
                   FUNCTION TRIM(WS-CADLIV-ARQ)
                   " - FILE STATUS " FS-CADLIV
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-LIVRO   TO LIVRO-LIV
           MOVE WS-FOLHA   TO FOLHA-LIV
           MOVE WS-ENTRADA TO ENTRADA-LIV
           MOVE WS-FOLHAS  TO FOLHAS-LIV
           MOVE WS-ENTFOL  TO ENTFOL-LIV
           WRITE REG-LIV
           CLOSE CADLIV.

       TERMINO.
           PERFORM REGRAVARCONTADOR.
           MOVE ALL "-" TO LINHA-DPX
           PERFORM GRAVARLINHAEXC
           MOVE CONT-CONC TO WS-QTDE-EDT
           STRING "CONCLUINTES DO PERIODO.....: " WS-QTDE-EDT
               DELIMITED BY SIZE INTO LINHA-DPX
           PERFORM GRAVARLINHAEXC
           MOVE CONT-REG TO WS-QTDE-EDT
           STRING "REGISTRADOS NO LIVRO.......: " WS-QTDE-EDT
               DELIMITED BY SIZE INTO LINHA-DPX
           PERFORM GRAVARLINHAEXC
           MOVE CONT-JAREG TO WS-QTDE-EDT
           STRING "JA REGISTRADOS ANTES.......: " WS-QTDE-EDT
               DELIMITED BY SIZE INTO LINHA-DPX
           PERFORM GRAVARLINHAEXC
           MOVE CONT-EXC TO WS-QTDE-EDT
           STRING "COM LACUNA NO HISTORICO....: " WS-QTDE-EDT
               DELIMITED BY SIZE INTO LINHA-DPX
           PERFORM GRAVARLINHAEXC
           MOVE CONT-DPA TO WS-QTDE-EDT
           STRING "DEPENDENCIAS EM ABERTO.....: " WS-QTDE-EDT
               DELIMITED BY SIZE INTO LINHA-DPX
           PERFORM GRAVARLINHAEXC
           CLOSE CADDIP RELDIP RELDPX.
           DISPLAY "EX91 - ALUNOS EM CADFIN: " CONT-FIN
               " FORA DO MESTRE: " CONT-SEMCAD.
           DISPLAY "EX91 - CONCLUINTES: " CONT-CONC
               " REGISTRADOS: " CONT-REG
               " EXCECOES: " CONT-EXC
               " JA REGISTRADOS: " CONT-JAREG
               " DEPENDENCIAS EM ABERTO: " CONT-DPA
               " ULTIMO NUMERO: " WS-LIVRO "/" WS-FOLHA "/"
               WS-ENTRADA.
