      *              OU TRAILER AUSENTE ABORTA A RODADA). FUNCIONARIO
      *              SEM DEPARTAMENTO OU COM DEPARTAMENTO FORA DA
      *              TABELA ENTRA NO GRUPO "SEM DEPTO".
      *              DEPOIS DO RESUMO, O QUADRO DE PESSOAL POR CARGO:
      *              EM CADA DEPARTAMENTO, A QUANTIDADE DE FUNCIONARIOS
      *              DE CADA CARGO DO PLANO (CARGO-ENT DO MESTRE, COM
      *              O NOME DO CATALOGO CADCAR QUANDO EXISTE), E O
      *              TOTAL DA EMPRESA POR CARGO. FUNCIONARIO SEM
      *              ENQUADRAMENTO ENTRA COMO "SEM CARGO".

       ENVIRONMENT DIVISION.

           SELECT RELDEP   ASSIGN TO DYNAMIC WS-RELDEP-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELDEP.
           SELECT CADCAR   ASSIGN TO DYNAMIC WS-CADCAR-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADCAR.

       DATA DIVISION.


       01 LINHA-DEP  PIC X(100).

      *              CADCAR: catalogo de cargos. Opcional - sem ele, o
      *              quadro por cargo sai so com os codigos.
       FD CADCAR
           LABEL RECORD ARE STANDARD.

           COPY CADCAR.

       WORKING-STORAGE SECTION.
       77 FIM-ARQ       PIC X(03) VALUE "NAO".
       77 FS-CADFUN     PIC X(02) VALUE "00".
               03 IRRF-ACU      PIC 9(09)V99.
               03 LIQ-ACU       PIC 9(09)V99.

      *              Quadro de pessoal por cargo: um contador por par
      *              departamento (posicao do acumulador acima) e
      *              cargo, mantido em ordem de departamento/cargo, e
      *              o total da empresa por cargo, tambem em ordem.
       77 FS-CADCAR     PIC X(02) VALUE "00".
       77 WS-CARGO      PIC 9(03) VALUE 0.
       77 QTD-QDR       PIC 9(04) VALUE 0.
       77 IDX-QDR       PIC 9(04) VALUE 0.
       77 IDX-QDR2      PIC 9(04) VALUE 0.
       01 TABELA-QDR.
           02 QDR-ITEM OCCURS 2000 TIMES.
               03 DEP-QDR       PIC 9(03).
               03 CARGO-QDR     PIC 9(03).
               03 QTDE-QDR      PIC 9(05).
       77 QTD-QCG       PIC 9(03) VALUE 0.
       77 IDX-QCG       PIC 9(03) VALUE 0.
       77 IDX-QCG2      PIC 9(03) VALUE 0.
       01 TABELA-QCG.
           02 QCG-ITEM OCCURS 201 TIMES.
               03 CARGO-QCG     PIC 9(03).
               03 QTDE-QCG      PIC 9(05).
       77 QTD-CAR       PIC 9(03) VALUE 0.
       77 IDX-CAR       PIC 9(03) VALUE 0.
       77 WS-NOME-CARGO PIC X(20) VALUE SPACES.
       01 TABELA-CAR.
           02 CAR-ITEM OCCURS 200 TIMES.
               03 COD-CAR-TAB   PIC 9(03).
               03 NOME-CAR-TAB  PIC X(20).

      *              Campos editados das linhas do relatorio.
       77 WS-QTDE-EDT   PIC ZZZZ9.
       77 WS-VALOR-EDT  PIC ZZZ.ZZZ.ZZ9,99.
       77 WS-CADSAI-ARQ  PIC X(40) VALUE "CADSAI.DAT".
       77 WS-CADDEP-ARQ  PIC X(40) VALUE "CADDEP.DAT".
       77 WS-RELDEP-ARQ  PIC X(40) VALUE "RELDEP.DAT".
       77 WS-CADCAR-ARQ  PIC X(40) VALUE "CADCAR.DAT".
       77 WS-ENV-TEMP    PIC X(40).

       PROCEDURE DIVISION.
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "RELDEP"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-RELDEP-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADCAR"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADCAR-ARQ
           END-IF.

       INICIO.
               STOP RUN
           END-IF
           PERFORM CARREGARDEPARTAMENTOS.
           PERFORM CARREGARCARGOS.
           PERFORM LERSAI.

      *              Nomes dos departamentos da tabela CADDEP,
                   MOVE NOME-DEP TO NOMEDEP-ACU(QTD-DEP-ACU)
           END-READ.

      *              Nomes dos cargos do catalogo CADCAR, quando
      *              existe.
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
                       DISPLAY "EX35 - MAIS DE 200 CARGOS - "
                           "RODADA ABORTADA"
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO QTD-CAR
                   MOVE COD-CAR  TO COD-CAR-TAB(QTD-CAR)
                   MOVE NOME-CAR TO NOME-CAR-TAB(QTD-CAR)
           END-READ.

       LERSAI.
           READ CADSAI
               AT END
           ADD INSS-SAI    TO INSS-ACU(IDX-ACHADO)
           ADD IRRF-SAI    TO IRRF-ACU(IDX-ACHADO)
           ADD LIQUIDO-SAI TO LIQ-ACU(IDX-ACHADO)
           PERFORM CONTARQUADRO
           ADD SALARIO-SAI TO TOT-BRUTO
           ADD INSS-SAI    TO TOT-INSS
           ADD IRRF-SAI    TO TOT-IRRF
      *              departamento zerado cai no grupo "SEM DEPTO".
       BUSCARDEPARTAMENTO.
           MOVE "N" TO WS-TEM-DEPTO
           MOVE 0   TO WS-DEPTO WS-CARGO
           MOVE COD-SAI TO COD-ENT
           READ CADFUN
               INVALID KEY
                       MOVE DEPTO-ENT TO WS-DEPTO
                       MOVE "S"       TO WS-TEM-DEPTO
                   END-IF
                   IF CARGO-ENT IS NUMERIC
                       MOVE CARGO-ENT TO WS-CARGO
                   END-IF
           END-READ.

       LOCALIZARACUMULADOR.
               ADD 1 TO CONT-SEM-DEP
           END-IF.

      *              Conta o funcionario no par departamento/cargo e no
      *              total do cargo, inserindo o par ou o cargo novo
      *              na sua posicao para as tabelas ficarem em ordem.
       CONTARQUADRO.
           MOVE 0 TO IDX-QDR2
           PERFORM VARYING IDX-QDR FROM 1 BY 1
               UNTIL IDX-QDR > QTD-QDR
               IF DEP-QDR(IDX-QDR) = IDX-ACHADO
                   AND CARGO-QDR(IDX-QDR) = WS-CARGO
                   MOVE IDX-QDR TO IDX-QDR2
                   EXIT PERFORM
               END-IF
               IF DEP-QDR(IDX-QDR) > IDX-ACHADO
                   OR (DEP-QDR(IDX-QDR) = IDX-ACHADO
                       AND CARGO-QDR(IDX-QDR) > WS-CARGO)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF IDX-QDR2 = 0
               IF QTD-QDR = 2000
                   DISPLAY "EX35 - MAIS DE 2000 PARES DEPARTAMENTO/"
                       "CARGO - RODADA ABORTADA"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM VARYING IDX-QDR2 FROM QTD-QDR BY -1
                   UNTIL IDX-QDR2 < IDX-QDR
                   MOVE QDR-ITEM(IDX-QDR2) TO QDR-ITEM(IDX-QDR2 + 1)
               END-PERFORM
               ADD 1 TO QTD-QDR
               MOVE IDX-ACHADO TO DEP-QDR(IDX-QDR)
               MOVE WS-CARGO   TO CARGO-QDR(IDX-QDR)
               MOVE 0          TO QTDE-QDR(IDX-QDR)
               MOVE IDX-QDR    TO IDX-QDR2
           END-IF
           ADD 1 TO QTDE-QDR(IDX-QDR2)
           MOVE 0 TO IDX-QCG2
           PERFORM VARYING IDX-QCG FROM 1 BY 1
               UNTIL IDX-QCG > QTD-QCG
               IF CARGO-QCG(IDX-QCG) = WS-CARGO
                   MOVE IDX-QCG TO IDX-QCG2
                   EXIT PERFORM
               END-IF
               IF CARGO-QCG(IDX-QCG) > WS-CARGO
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF IDX-QCG2 = 0
               IF QTD-QCG = 201
                   DISPLAY "EX35 - MAIS DE 200 CARGOS NO MESTRE - "
                       "RODADA ABORTADA"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM VARYING IDX-QCG2 FROM QTD-QCG BY -1
                   UNTIL IDX-QCG2 < IDX-QCG
                   MOVE QCG-ITEM(IDX-QCG2) TO QCG-ITEM(IDX-QCG2 + 1)
               END-PERFORM
               ADD 1 TO QTD-QCG
               MOVE WS-CARGO TO CARGO-QCG(IDX-QCG)
               MOVE 0        TO QTDE-QCG(IDX-QCG)
               MOVE IDX-QCG  TO IDX-QCG2
           END-IF
           ADD 1 TO QTDE-QCG(IDX-QCG2).

      *              Nome do cargo WS-CARGO no catalogo; cargo zero e
      *              o grupo dos funcionarios sem enquadramento.
       BUSCARNOMECARGO.
           MOVE SPACES TO WS-NOME-CARGO
           IF WS-CARGO = 0
               MOVE "SEM CARGO" TO WS-NOME-CARGO
           ELSE
               PERFORM VARYING IDX-CAR FROM 1 BY 1
                   UNTIL IDX-CAR > QTD-CAR
                   IF COD-CAR-TAB(IDX-CAR) = WS-CARGO
                       MOVE NOME-CAR-TAB(IDX-CAR) TO WS-NOME-CARGO
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

      *              Quadro de pessoal do departamento IDX-DEP: uma
      *              linha por cargo, logo abaixo do cabecalho do
      *              departamento.
       GRAVARQUADRODEPTO.
           IF QTDE-ACU(IDX-DEP) > 0
               STRING DEP-ACU(IDX-DEP) " " NOMEDEP-ACU(IDX-DEP)
                   DELIMITED BY SIZE INTO LINHA-DEP
               PERFORM GRAVARLINHA
               PERFORM VARYING IDX-QDR FROM 1 BY 1
                   UNTIL IDX-QDR > QTD-QDR
                   IF DEP-QDR(IDX-QDR) = IDX-DEP
                       MOVE CARGO-QDR(IDX-QDR) TO WS-CARGO
                       PERFORM BUSCARNOMECARGO
                       MOVE QTDE-QDR(IDX-QDR) TO WS-QTDE-EDT
                       STRING "    " WS-CARGO " " WS-NOME-CARGO
                           " " WS-QTDE-EDT
                           DELIMITED BY SIZE INTO LINHA-DEP
                       PERFORM GRAVARLINHA
                   END-IF
               END-PERFORM
           END-IF.

       GRAVARQUADRO.
           MOVE SPACES TO LINHA-DEP
           PERFORM GRAVARLINHA
           MOVE "QUADRO DE PESSOAL POR CARGO" TO LINHA-DEP
           PERFORM GRAVARLINHA
           MOVE "DEP NOME / CARGO                QTDE" TO LINHA-DEP
           PERFORM GRAVARLINHA
           MOVE ALL "-" TO LINHA-DEP
           PERFORM GRAVARLINHA
           PERFORM GRAVARQUADRODEPTO
               VARYING IDX-DEP FROM 2 BY 1
               UNTIL IDX-DEP > QTD-DEP-ACU
           MOVE 1 TO IDX-DEP
           PERFORM GRAVARQUADRODEPTO
           MOVE ALL "-" TO LINHA-DEP
           PERFORM GRAVARLINHA
           MOVE "TOTAL DA EMPRESA POR CARGO" TO LINHA-DEP
           PERFORM GRAVARLINHA
           PERFORM VARYING IDX-QCG FROM 1 BY 1
               UNTIL IDX-QCG > QTD-QCG
               MOVE CARGO-QCG(IDX-QCG) TO WS-CARGO
               PERFORM BUSCARNOMECARGO
               MOVE QTDE-QCG(IDX-QCG) TO WS-QTDE-EDT
               STRING "    " WS-CARGO " " WS-NOME-CARGO
                   " " WS-QTDE-EDT
                   DELIMITED BY SIZE INTO LINHA-DEP
               PERFORM GRAVARLINHA
           END-PERFORM.

       GRAVARLINHA.
           WRITE LINHA-DEP
           MOVE SPACES TO LINHA-DEP.
           STRING " " WS-VALOR-EDT
               DELIMITED BY SIZE INTO LINHA-DEP(76:)
           PERFORM GRAVARLINHA
           PERFORM GRAVARQUADRO
           CLOSE CADFUN CADSAI RELDEP.
           DISPLAY "EX35 - FUNCIONARIOS: " CONT-LIDOS
               " SEM DEPARTAMENTO: " CONT-SEM-DEP.
