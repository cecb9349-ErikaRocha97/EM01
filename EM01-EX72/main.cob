       IDENTIFICATION DIVISION.
       PROGRAM-ID.   EX72.
       AUTHOR.       ERIKA ROCHA.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 14-10-2025.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.      ACOMPANHAMENTO MENSAL DO PLANO DE CARGOS E DO
      *              ADICIONAL POR TEMPO DE SERVICO. VARRE O MESTRE
      *              INDEXADO CADFUN E GRAVA EM RELCAR DUAS LISTAS DA
      *              COMPETENCIA DA DATA DE MOVIMENTO (CADDTM; SEM
      *              ELE, O RELOGIO DA MAQUINA):
      *              1) FUNCIONARIOS QUE COMPLETAM NA COMPETENCIA UM
      *              NOVO PERIODO DO ADICIONAL (ANIVERSARIO DE
      *              ADMISSAO NO MES QUE AUMENTA O PERCENTUAL, PELAS
      *              REGRAS DE CADATS - AS MESMAS DO EX08), COM O
      *              PERCENTUAL NOVO E O VALOR SOBRE O SALARIO BASE;
      *              2) FUNCIONARIOS ELEGIVEIS A PROGRESSAO: O NIVEL
      *              SEGUINTE DO SEU CARGO EXISTE NA TABELA SALARIAL
      *              CADNIV E O TEMPO DE CASA JA ALCANCA O MINIMO DO
      *              NIVEL, COM O SALARIO ATUAL E O DO NIVEL NOVO.
      *              A PROGRESSAO EM SI CONTINUA SENDO UMA ALTERACAO
      *              NO EX14 - ESTE PROGRAMA SO APONTA. O QUADRO DE
      *              PESSOAL POR CARGO SAI NO RESUMO POR DEPARTAMENTO
      *              (EX35).

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
      *              EX18; a leitura sequencial abaixo percorre o
      *              arquivo em ordem crescente de COD-ENT.
           SELECT CADFUN   ASSIGN TO DYNAMIC WS-CADFUN-ARQ
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS COD-ENT
           FILE STATUS IS FS-CADFUN.
           SELECT CADCAR   ASSIGN TO DYNAMIC WS-CADCAR-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADCAR.
           SELECT CADNIV   ASSIGN TO DYNAMIC WS-CADNIV-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADNIV.
           SELECT CADATS   ASSIGN TO DYNAMIC WS-CADATS-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADATS.
           SELECT CADDTM   ASSIGN TO DYNAMIC WS-CADDTM-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADDTM.
           SELECT RELCAR   ASSIGN TO DYNAMIC WS-RELCAR-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELCAR.

       DATA DIVISION.

       FILE SECTION.
       FD CADFUN
           LABEL RECORD ARE STANDARD.

           COPY CADFUN.

      *              CADCAR: catalogo de cargos. Opcional - sem ele, a
      *              lista de progressao sai so com o codigo.
       FD CADCAR
           LABEL RECORD ARE STANDARD.

           COPY CADCAR.

      *              CADNIV: tabela salarial por cargo. Opcional - sem
      *              ela nao ha lista de progressao.
       FD CADNIV
           LABEL RECORD ARE STANDARD.

           COPY CADNIV.

      *              CADATS: parametros do adicional por tempo de
      *              servico. Opcional - sem ele nao ha adicional nem
      *              lista de novos periodos.
       FD CADATS
           LABEL RECORD ARE STANDARD.

           COPY CADATS.

      *              CADDTM: data de movimento (AAAAMMDD) do lote.
      *              Opcional - se ausente, vale o relogio da maquina.
       FD CADDTM
           LABEL RECORD ARE STANDARD.

       01 REG-DTM.
           02 DATA-DTM       PIC 9(08).

       FD RELCAR
           LABEL RECORD ARE STANDARD.

       01 LINHA-CAR  PIC X(80).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ       PIC X(03) VALUE "NAO".
       77 FS-CADFUN     PIC X(02) VALUE "00".
       77 FS-CADCAR     PIC X(02) VALUE "00".
       77 FS-CADNIV     PIC X(02) VALUE "00".
       77 FS-CADATS     PIC X(02) VALUE "00".
       77 FS-CADDTM     PIC X(02) VALUE "00".
       77 FS-RELCAR     PIC X(02) VALUE "00".
       77 WS-DATA-MOV   PIC 9(08) VALUE 0.
       77 WS-COMP       PIC 9(06) VALUE 0.
       77 WS-ANO-COMP   PIC 9(04) VALUE 0.
       77 WS-MES-COMP   PIC 9(02) VALUE 0.
       77 CONT-LIDOS    PIC 9(07) VALUE 0.

      *              Parametros do adicional (tipo em branco = sem
      *              CADATS) e o calculo do funcionario corrente.
       77 WS-TIPO-ATS   PIC X(01) VALUE SPACE.
       77 WS-PERC-ATS   PIC 9(02)V99 VALUE 0.
       77 WS-TETO-ATS   PIC 9(02)V99 VALUE 0.
       77 WS-ANOS-CASA  PIC 9(03) VALUE 0.
       77 WS-MESES-CASA PIC 9(04) VALUE 0.
       77 WS-ANOS-CALC  PIC 9(03) VALUE 0.
       77 WS-PERIODOS   PIC 9(03) VALUE 0.
       77 WS-PCT-CALC   PIC 9(03)V99 VALUE 0.
       77 WS-PCT-NOVO   PIC 9(03)V99 VALUE 0.
       77 WS-PCT-ANT    PIC 9(03)V99 VALUE 0.
       77 WS-ATS-VALOR  PIC 9(05)V99 VALUE 0.

      *              Catalogo de cargos e tabela de niveis em memoria
      *              (os mesmos limites do EX14).
       77 QTD-CAR       PIC 9(03) VALUE 0.
       77 IDX-CAR       PIC 9(03) VALUE 0.
       77 WS-NOME-CARGO PIC X(20) VALUE SPACES.
       01 TABELA-CAR.
           02 CAR-ITEM OCCURS 200 TIMES.
               03 COD-CAR-TAB   PIC 9(03).
               03 NOME-CAR-TAB  PIC X(20).
       77 QTD-NIV       PIC 9(04) VALUE 0.
       77 IDX-NIV       PIC 9(04) VALUE 0.
       77 IDX-NIV-ATU   PIC 9(04) VALUE 0.
       77 IDX-NIV-PROX  PIC 9(04) VALUE 0.
       77 WS-NIVEL-PROX PIC 9(02) VALUE 0.
       01 TABELA-NIV.
           02 NIV-ITEM OCCURS 2000 TIMES.
               03 CARGO-NIV-TAB   PIC 9(03).
               03 NIVEL-NIV-TAB   PIC 9(02).
               03 SALARIO-NIV-TAB PIC 9(05)V99.
               03 MESES-NIV-TAB   PIC 9(03).

      *              Funcionarios das duas listas, guardados na ordem
      *              do mestre e impressos no fim.
       77 QTD-ATS       PIC 9(04) VALUE 0.
       77 IDX-ATS       PIC 9(04) VALUE 0.
       01 TABELA-ATS.
           02 ATS-ITEM OCCURS 5000 TIMES.
               03 COD-ATS-TAB    PIC 9(05).
               03 NOME-ATS-TAB   PIC X(20).
               03 ADM-ATS-TAB    PIC 9(08).
               03 ANOS-ATS-TAB   PIC 9(03).
               03 PCT-ATS-TAB    PIC 9(03)V99.
               03 VALOR-ATS-TAB  PIC 9(05)V99.
       77 QTD-PRG       PIC 9(04) VALUE 0.
       77 IDX-PRG       PIC 9(04) VALUE 0.
       01 TABELA-PRG.
           02 PRG-ITEM OCCURS 5000 TIMES.
               03 COD-PRG-TAB    PIC 9(05).
               03 NOME-PRG-TAB   PIC X(20).
               03 CARGO-PRG-TAB  PIC 9(03).
               03 NIVEL-PRG-TAB  PIC 9(02).
               03 PROX-PRG-TAB   PIC 9(02).
               03 MESES-PRG-TAB  PIC 9(04).
               03 SALATU-PRG-TAB PIC 9(05)V99.
               03 SALNIV-PRG-TAB PIC 9(05)V99.

      *              Campos editados das linhas do relatorio.
       77 WS-QTDE-EDT   PIC ZZZZ9.
       77 WS-ANOS-EDT   PIC ZZ9.
       77 WS-MESES-EDT  PIC ZZZ9.
       77 WS-PCT-EDT    PIC ZZ9,99.
       77 WS-VALOR-EDT  PIC ZZ.ZZ9,99.
       77 WS-VALOR2-EDT PIC ZZ.ZZ9,99.
       77 WS-DATA-EDT   PIC X(10).

      *              Nomes fisicos dos arquivos, com o valor original
      *              como default, substituiveis em tempo de execucao
      *              por variaveis de ambiente (ver LERNOMESARQUIVOS).
       77 WS-CADFUN-ARQ  PIC X(40) VALUE "CADFUN.DAT".
       77 WS-CADCAR-ARQ  PIC X(40) VALUE "CADCAR.DAT".
       77 WS-CADNIV-ARQ  PIC X(40) VALUE "CADNIV.DAT".
       77 WS-CADATS-ARQ  PIC X(40) VALUE "CADATS.DAT".
       77 WS-CADDTM-ARQ  PIC X(40) VALUE "CADDTM.DAT".
       77 WS-RELCAR-ARQ  PIC X(40) VALUE "RELCAR.DAT".
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
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADCAR"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADCAR-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADNIV"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADNIV-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADATS"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADATS-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADDTM"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADDTM-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "RELCAR"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-RELCAR-ARQ
           END-IF.

       INICIO.
           PERFORM LERDATAMOV.
           PERFORM LERADICIONALTEMPO.
           PERFORM CARREGARCARGOS.
           PERFORM CARREGARNIVEIS.
           OPEN INPUT CADFUN
           IF FS-CADFUN NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADFUN-ARQ)
                   " - FILE STATUS " FS-CADFUN
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RELCAR
           IF FS-RELCAR NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-RELCAR-ARQ)
                   " - FILE STATUS " FS-RELCAR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LERFUN.

      *              Data de movimento do lote: de CADDTM quando
      *              existe; sem ele, o relogio da maquina. A
      *              competencia e o ano/mes dela.
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
           MOVE WS-DATA-MOV(1:6) TO WS-COMP
           DIVIDE WS-COMP BY 100 GIVING WS-ANO-COMP
               REMAINDER WS-MES-COMP.

      *              Parametros do adicional, com a mesma critica do
      *              EX08.
       LERADICIONALTEMPO.
           OPEN INPUT CADATS
           IF FS-CADATS = "00"
               READ CADATS
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE TIPO-ATS TO WS-TIPO-ATS
                       MOVE PERC-ATS TO WS-PERC-ATS
                       MOVE TETO-ATS TO WS-TETO-ATS
               END-READ
               CLOSE CADATS
               IF WS-TIPO-ATS NOT = "A" AND WS-TIPO-ATS NOT = "Q"
                   DISPLAY "EX72 - TIPO DE ADICIONAL POR TEMPO DE "
                       "SERVICO INVALIDO EM "
                       FUNCTION TRIM(WS-CADATS-ARQ)
                       " - RODADA ABORTADA"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       CARREGARCARGOS.
           OPEN INPUT CADCAR
           IF FS-CADCAR = "00"
               PERFORM LERCARGO UNTIL FIM-ARQ = "SIM"
               CLOSE CADCAR
               MOVE "NAO" TO FIM-ARQ
           END-IF.

       LERCARGO.
           READ CADCAR
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   IF QTD-CAR = 200
                       DISPLAY "EX72 - MAIS DE 200 CARGOS - "
                           "RODADA ABORTADA"
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO QTD-CAR
                   MOVE COD-CAR  TO COD-CAR-TAB(QTD-CAR)
                   MOVE NOME-CAR TO NOME-CAR-TAB(QTD-CAR)
           END-READ.

       CARREGARNIVEIS.
           OPEN INPUT CADNIV
           IF FS-CADNIV = "00"
               PERFORM LERNIVEL UNTIL FIM-ARQ = "SIM"
               CLOSE CADNIV
               MOVE "NAO" TO FIM-ARQ
           END-IF.

       LERNIVEL.
           READ CADNIV
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   IF QTD-NIV = 2000
                       DISPLAY "EX72 - MAIS DE 2000 NIVEIS DE CARGO - "
                           "RODADA ABORTADA"
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO QTD-NIV
                   MOVE CARGO-NIV   TO CARGO-NIV-TAB(QTD-NIV)
                   MOVE NIVEL-NIV   TO NIVEL-NIV-TAB(QTD-NIV)
                   MOVE SALARIO-NIV TO SALARIO-NIV-TAB(QTD-NIV)
                   MOVE MESES-NIV   TO MESES-NIV-TAB(QTD-NIV)
           END-READ.

       LERFUN.
           READ CADFUN
               AT END
                   MOVE "SIM" TO FIM-ARQ
           END-READ.

       PRINCIPAL.
           ADD 1 TO CONT-LIDOS
           PERFORM CALCULARTEMPOCASA
           IF WS-TIPO-ATS NOT = SPACE
               PERFORM VERIFICARNOVOPERIODO
           END-IF
           IF QTD-NIV > 0
               AND CARGO-ENT IS NUMERIC
               AND NIVEL-ENT IS NUMERIC
               AND CARGO-ENT NOT = 0
               PERFORM VERIFICARPROGRESSAO
           END-IF
           PERFORM LERFUN.

      *              Tempo de casa ate o fim da competencia, em anos e
      *              meses completos (o mes do aniversario de admissao
      *              ja conta, como no EX08). Admissao em branco ou
      *              posterior a competencia vale zero.
       CALCULARTEMPOCASA.
           MOVE 0 TO WS-ANOS-CASA WS-MESES-CASA
           IF ADMISSAO-ENT IS NUMERIC
               AND AA-ADM-ENT > 0
               AND (AA-ADM-ENT < WS-ANO-COMP
                   OR (AA-ADM-ENT = WS-ANO-COMP
                       AND MM-ADM-ENT < WS-MES-COMP))
               COMPUTE WS-MESES-CASA =
                   (WS-ANO-COMP * 12 + WS-MES-COMP)
                   - (AA-ADM-ENT * 12 + MM-ADM-ENT)
               DIVIDE WS-MESES-CASA BY 12 GIVING WS-ANOS-CASA
           END-IF.

      *              Percentual acumulado do adicional para
      *              WS-ANOS-CALC anos de casa, limitado ao teto.
       CALCULARPERCENTUAL.
           IF WS-TIPO-ATS = "Q"
               DIVIDE WS-ANOS-CALC BY 5 GIVING WS-PERIODOS
           ELSE
               MOVE WS-ANOS-CALC TO WS-PERIODOS
           END-IF
           COMPUTE WS-PCT-CALC = WS-PERIODOS * WS-PERC-ATS
           IF WS-TETO-ATS > 0 AND WS-PCT-CALC > WS-TETO-ATS
               MOVE WS-TETO-ATS TO WS-PCT-CALC
           END-IF.

      *              Novo periodo na competencia: e o mes do
      *              aniversario de admissao e o percentual com os anos
      *              de agora passa o do ano anterior (no quinquenio,
      *              so a cada cinco anos; no teto, nunca mais).
       VERIFICARNOVOPERIODO.
           IF WS-ANOS-CASA > 0 AND MM-ADM-ENT = WS-MES-COMP
               MOVE WS-ANOS-CASA TO WS-ANOS-CALC
               PERFORM CALCULARPERCENTUAL
               MOVE WS-PCT-CALC TO WS-PCT-NOVO
               SUBTRACT 1 FROM WS-ANOS-CALC
               PERFORM CALCULARPERCENTUAL
               MOVE WS-PCT-CALC TO WS-PCT-ANT
               IF WS-PCT-NOVO > WS-PCT-ANT
                   PERFORM GUARDARNOVOPERIODO
               END-IF
           END-IF.

       GUARDARNOVOPERIODO.
           IF QTD-ATS = 5000
               DISPLAY "EX72 - MAIS DE 5000 NOVOS PERIODOS - "
                   "RODADA ABORTADA"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO QTD-ATS
           COMPUTE WS-ATS-VALOR ROUNDED =
               SALARIO-BRU * WS-PCT-NOVO / 100
           MOVE COD-ENT      TO COD-ATS-TAB(QTD-ATS)
           MOVE NOME-ENT     TO NOME-ATS-TAB(QTD-ATS)
           MOVE ADMISSAO-ENT TO ADM-ATS-TAB(QTD-ATS)
           MOVE WS-ANOS-CASA TO ANOS-ATS-TAB(QTD-ATS)
           MOVE WS-PCT-NOVO  TO PCT-ATS-TAB(QTD-ATS)
           MOVE WS-ATS-VALOR TO VALOR-ATS-TAB(QTD-ATS).

      *              Elegivel a progressao: o nivel seguinte do cargo
      *              existe na tabela e o tempo de casa ja alcanca o
      *              minimo dele. O salario do nivel atual vem da
      *              tabela quando o nivel consta; senao, zeros.
       VERIFICARPROGRESSAO.
           COMPUTE WS-NIVEL-PROX = NIVEL-ENT + 1
           MOVE 0 TO IDX-NIV-ATU IDX-NIV-PROX
           PERFORM VARYING IDX-NIV FROM 1 BY 1
               UNTIL IDX-NIV > QTD-NIV
               IF CARGO-NIV-TAB(IDX-NIV) = CARGO-ENT
                   IF NIVEL-NIV-TAB(IDX-NIV) = NIVEL-ENT
                       MOVE IDX-NIV TO IDX-NIV-ATU
                   END-IF
                   IF NIVEL-NIV-TAB(IDX-NIV) = WS-NIVEL-PROX
                       MOVE IDX-NIV TO IDX-NIV-PROX
                   END-IF
               END-IF
           END-PERFORM
           IF IDX-NIV-PROX NOT = 0
               IF WS-MESES-CASA NOT < MESES-NIV-TAB(IDX-NIV-PROX)
                   PERFORM GUARDARPROGRESSAO
               END-IF
           END-IF.

       GUARDARPROGRESSAO.
           IF QTD-PRG = 5000
               DISPLAY "EX72 - MAIS DE 5000 PROGRESSOES - "
                   "RODADA ABORTADA"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO QTD-PRG
           MOVE COD-ENT       TO COD-PRG-TAB(QTD-PRG)
           MOVE NOME-ENT      TO NOME-PRG-TAB(QTD-PRG)
           MOVE CARGO-ENT     TO CARGO-PRG-TAB(QTD-PRG)
           MOVE NIVEL-ENT     TO NIVEL-PRG-TAB(QTD-PRG)
           MOVE WS-NIVEL-PROX TO PROX-PRG-TAB(QTD-PRG)
           MOVE WS-MESES-CASA TO MESES-PRG-TAB(QTD-PRG)
           MOVE SALARIO-BRU   TO SALATU-PRG-TAB(QTD-PRG)
           MOVE SALARIO-NIV-TAB(IDX-NIV-PROX)
               TO SALNIV-PRG-TAB(QTD-PRG).

       GRAVARLINHA.
           WRITE LINHA-CAR
           MOVE SPACES TO LINHA-CAR.

       BUSCARNOMECARGO.
           MOVE SPACES TO WS-NOME-CARGO
           PERFORM VARYING IDX-CAR FROM 1 BY 1
               UNTIL IDX-CAR > QTD-CAR
               IF COD-CAR-TAB(IDX-CAR) = CARGO-PRG-TAB(IDX-PRG)
                   MOVE NOME-CAR-TAB(IDX-CAR) TO WS-NOME-CARGO
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       GRAVARNOVOPERIODO.
           STRING ADM-ATS-TAB(IDX-ATS)(1:2) "/"
               ADM-ATS-TAB(IDX-ATS)(3:2) "/"
               ADM-ATS-TAB(IDX-ATS)(5:4)
               DELIMITED BY SIZE INTO WS-DATA-EDT
           MOVE ANOS-ATS-TAB(IDX-ATS)  TO WS-ANOS-EDT
           MOVE PCT-ATS-TAB(IDX-ATS)   TO WS-PCT-EDT
           MOVE VALOR-ATS-TAB(IDX-ATS) TO WS-VALOR-EDT
           STRING "  " COD-ATS-TAB(IDX-ATS) " "
               NOME-ATS-TAB(IDX-ATS) " " WS-DATA-EDT
               "  " WS-ANOS-EDT "   " WS-PCT-EDT "%  R$"
               WS-VALOR-EDT
               DELIMITED BY SIZE INTO LINHA-CAR
           PERFORM GRAVARLINHA.

       GRAVARPROGRESSAO.
           PERFORM BUSCARNOMECARGO
           MOVE MESES-PRG-TAB(IDX-PRG)  TO WS-MESES-EDT
           MOVE SALATU-PRG-TAB(IDX-PRG) TO WS-VALOR-EDT
           MOVE SALNIV-PRG-TAB(IDX-PRG) TO WS-VALOR2-EDT
           STRING "  " COD-PRG-TAB(IDX-PRG) " "
               NOME-PRG-TAB(IDX-PRG) " " CARGO-PRG-TAB(IDX-PRG)
               " " NIVEL-PRG-TAB(IDX-PRG) "->"
               PROX-PRG-TAB(IDX-PRG) " " WS-MESES-EDT
               "  " WS-VALOR-EDT "  " WS-VALOR2-EDT
               DELIMITED BY SIZE INTO LINHA-CAR
           PERFORM GRAVARLINHA
           IF WS-NOME-CARGO NOT = SPACES
               STRING "        CARGO: " WS-NOME-CARGO
                   DELIMITED BY SIZE INTO LINHA-CAR
               PERFORM GRAVARLINHA
           END-IF.

       TERMINO.
           STRING "PLANO DE CARGOS E TEMPO DE SERVICO - COMPETENCIA "
               WS-COMP(5:2) "/" WS-COMP(1:4)
               DELIMITED BY SIZE INTO LINHA-CAR
           PERFORM GRAVARLINHA
           MOVE ALL "=" TO LINHA-CAR
           PERFORM GRAVARLINHA
           MOVE "NOVO PERIODO DE ADICIONAL POR TEMPO DE SERVICO"
               TO LINHA-CAR
           PERFORM GRAVARLINHA
           MOVE ALL "-" TO LINHA-CAR
           PERFORM GRAVARLINHA
           IF WS-TIPO-ATS = SPACE
               MOVE "  SEM PARAMETROS CADATS - ADICIONAL NAO APLICADO"
                   TO LINHA-CAR
               PERFORM GRAVARLINHA
           ELSE
               STRING "  FUNC. NOME                 ADMISSAO    "
                   "ANOS  PERCENT.   ADICIONAL"
                   DELIMITED BY SIZE INTO LINHA-CAR
               PERFORM GRAVARLINHA
               PERFORM GRAVARNOVOPERIODO
                   VARYING IDX-ATS FROM 1 BY 1
                   UNTIL IDX-ATS > QTD-ATS
               MOVE QTD-ATS TO WS-QTDE-EDT
               STRING "  TOTAL DE FUNCIONARIOS: " WS-QTDE-EDT
                   DELIMITED BY SIZE INTO LINHA-CAR
               PERFORM GRAVARLINHA
           END-IF
           PERFORM GRAVARLINHA
           MOVE "ELEGIVEIS A PROGRESSAO DE NIVEL" TO LINHA-CAR
           PERFORM GRAVARLINHA
           MOVE ALL "-" TO LINHA-CAR
           PERFORM GRAVARLINHA
           IF QTD-NIV = 0
               STRING "  SEM TABELA SALARIAL CADNIV - PROGRESSAO NAO "
                   "AVALIADA"
                   DELIMITED BY SIZE INTO LINHA-CAR
               PERFORM GRAVARLINHA
           ELSE
               STRING "  FUNC. NOME                 CRG NIVEL MESES"
                   "  SAL. ATUAL  SAL. NIVEL"
                   DELIMITED BY SIZE INTO LINHA-CAR
               PERFORM GRAVARLINHA
               PERFORM GRAVARPROGRESSAO
                   VARYING IDX-PRG FROM 1 BY 1
                   UNTIL IDX-PRG > QTD-PRG
               MOVE QTD-PRG TO WS-QTDE-EDT
               STRING "  TOTAL DE FUNCIONARIOS: " WS-QTDE-EDT
                   DELIMITED BY SIZE INTO LINHA-CAR
               PERFORM GRAVARLINHA
           END-IF
           CLOSE CADFUN RELCAR.
           DISPLAY "EX72 - FUNCIONARIOS LIDOS: " CONT-LIDOS
               " NOVO PERIODO DE ADICIONAL: " QTD-ATS
               " ELEGIVEIS A PROGRESSAO: " QTD-PRG.
