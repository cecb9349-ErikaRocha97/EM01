       IDENTIFICATION DIVISION.
       PROGRAM-ID.   EX85.
       AUTHOR.       ERIKA ROCHA.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 23-10-2025.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.      BOLETIM BIMESTRAL PARA AS FAMILIAS. RODA DEPOIS
      *              DO FECHAMENTO DE CADA BIMESTRE E IMPRIME UMA
      *              PAGINA POR ALUNO ATIVO DO MESTRE INDEXADO CADALU,
      *              AGRUPADAS POR TURMA, COM CABECALHO E NUMERO DE
      *              PAGINA NO PADRAO DO EX15 (LINHAS POR PAGINA EM
      *              CADLPP; SE AUSENTE, 20). PARA CADA DISCIPLINA DO
      *              ALUNO EM CADNOT (NOME DO CATALOGO CADDIS): AS
      *              NOTAS DOS BIMESTRES JA FECHADOS, A MEDIA PARCIAL
      *              (MEDIA DESSES BIMESTRES), AS FALTAS DA DISCIPLINA
      *              (CADFDI, EX23), A FREQUENCIA SOBRE OS DIAS
      *              LETIVOS DO CALENDARIO CADCAL ATE A DATA DE
      *              MOVIMENTO E A SITUACAO ATE O MOMENTO PELOS
      *              LIMITES DE CADPAR (OS MESMOS DO EX21). NO QUARTO
      *              BIMESTRE A SITUACAO E A FINAL (APROVADO OU
      *              REPROVADO). O BIMESTRE FECHADO VEM DO ARQUIVO
      *              OPCIONAL CADBIM; SE AUSENTE, E O ULTIMO BIMESTRE
      *              COM NOTA LANCADA EM CADNOT. QUANDO O ALUNO TEM
      *              RESPONSAVEL VINCULADO EM CADRSL, O NOME E O
      *              ENDERECO DO RESPONSAVEL (CADRSP, OS MESMOS DA
      *              COBRANCA FAMILIAR DO EX25) SAEM NO ALTO DA
      *              PAGINA PARA ENVELOPAMENTO DIRETO. ALUNO SEM NOTA
      *              LANCADA NAO RECEBE BOLETIM E E CONTADO NO FINAL.

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
      *              CADALU e o mestre indexado gerado pelo conversor
      *              EX18; a leitura sequencial abaixo percorre o
      *              arquivo em ordem crescente de NUM-ENT.
           SELECT CADALU   ASSIGN TO DYNAMIC WS-CADALU-ARQ
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS NUM-ENT
           FILE STATUS IS FS-CADALU.
           SELECT CADNOT   ASSIGN TO DYNAMIC WS-CADNOT-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADNOT.
           SELECT CADDIS   ASSIGN TO DYNAMIC WS-CADDIS-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADDIS.
           SELECT CADFDI   ASSIGN TO DYNAMIC WS-CADFDI-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADFDI.
           SELECT CADCAL   ASSIGN TO DYNAMIC WS-CADCAL-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADCAL.
           SELECT CADPAR   ASSIGN TO DYNAMIC WS-CADPAR-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADPAR.
           SELECT CADBIM   ASSIGN TO DYNAMIC WS-CADBIM-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADBIM.
           SELECT CADLPP   ASSIGN TO DYNAMIC WS-CADLPP-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADLPP.
           SELECT CADDTM   ASSIGN TO DYNAMIC WS-CADDTM-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADDTM.
           SELECT CADRSP   ASSIGN TO DYNAMIC WS-CADRSP-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADRSP.
           SELECT CADRSL   ASSIGN TO DYNAMIC WS-CADRSL-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADRSL.
           SELECT RELBOL   ASSIGN TO DYNAMIC WS-RELBOL-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELBOL.

       DATA DIVISION.

       FILE SECTION.
       FD CADALU
           LABEL RECORD ARE STANDARD.

           COPY CADALU.

      *              CADNOT: notas lancadas, um registro por aluno por
      *              disciplina com as quatro notas bimestrais.
       FD CADNOT
           LABEL RECORD ARE STANDARD.

       01 REG-NOT.
           02 NUM-NOT       PIC 9(05).
           02 DIS-NOT       PIC 9(03).
           02 NOTA-NOT      PIC 9(02)V99 OCCURS 4 TIMES.

      *              CADDIS: catalogo de disciplinas (codigo + nome).
       FD CADDIS
           LABEL RECORD ARE STANDARD.

       01 REG-DIS.
           02 COD-DIS       PIC 9(03).
           02 NOME-DIS      PIC X(20).

      *              CADFDI: total de faltas por aluno por disciplina
      *              apurado pelo EX23 (um dia de ausencia na
      *              disciplina = uma falta).
       FD CADFDI
           LABEL RECORD ARE STANDARD.

       01 REG-FDI.
           02 NUM-FDI       PIC 9(05).
           02 DIS-FDI       PIC 9(03).
           02 QTD-FDI       PIC 9(03).

      *              CADCAL: calendario escolar do periodo - um
      *              registro por dia letivo (AAAAMMDD).
       FD CADCAL
           LABEL RECORD ARE STANDARD.

       01 REG-CAL.
           02 DATA-CAL       PIC 9(08).

      *              CADPAR: parametros de aprovacao do periodo
      *              (media minima e maximo de faltas por
      *              disciplina), o mesmo arquivo lido pelo EX21.
       FD CADPAR
           LABEL RECORD ARE STANDARD.

       01 REG-PAR.
           02 MEDIA-MIN-PAR   PIC 9(02).
           02 FALTA-MAX-PAR   PIC 9(02).

      *              CADBIM: bimestre sendo fechado (1 a 4).
      *              Opcional - se ausente ou invalido, vale o ultimo
      *              bimestre com nota lancada em CADNOT.
       FD CADBIM
           LABEL RECORD ARE STANDARD.

       01 REG-BIM.
           02 BIM-BIM        PIC 9(01).

      *              CADLPP: quantidade de linhas de detalhe por
      *              pagina, o mesmo parametro do EX15. Opcional - se
      *              ausente, assume-se 20 linhas por pagina.
       FD CADLPP
           LABEL RECORD ARE STANDARD.

       01 REG-LPP.
           02 LINHAS-PAR    PIC 9(03).

      *              CADDTM: data de movimento (AAAAMMDD) do lote.
      *              Opcional - se ausente, vale o relogio da maquina.
       FD CADDTM
           LABEL RECORD ARE STANDARD.

       01 REG-DTM.
           02 DATA-DTM       PIC 9(08).

      *              CADRSP: registro de responsaveis financeiros -
      *              codigo, nome e endereco de cobranca. Opcional.
       FD CADRSP
           LABEL RECORD ARE STANDARD.

       01 REG-RSP.
           02 COD-RSP       PIC 9(05).
           02 NOME-RSP      PIC X(20).
           02 ENDER-RSP     PIC X(40).

      *              CADRSL: vinculo aluno x responsavel financeiro -
      *              um registro por aluno com responsavel. Opcional.
       FD CADRSL
           LABEL RECORD ARE STANDARD.

       01 REG-RSL.
           02 NUM-RSL       PIC 9(05).
           02 RSP-RSL       PIC 9(05).

      *              RELBOL: boletins impressos, uma pagina (ou mais,
      *              quando as disciplinas nao cabem) por aluno.
       FD RELBOL
           LABEL RECORD ARE STANDARD.

       01 LINHA-TXT-BOL  PIC X(80).

       01 LINHA-DET-BOL.
           02 COL-NOMEDIS-BOL PIC X(20).
           02 COL-NOTAS-BOL OCCURS 4 TIMES.
               03 FILLER          PIC X(01).
               03 COL-NOTA-BOL    PIC Z9,99.
           02 FILLER          PIC X(02).
           02 COL-MEDIA-BOL   PIC Z9,99.
           02 FILLER          PIC X(02).
           02 COL-FALTA-BOL   PIC ZZ9.
           02 FILLER          PIC X(02).
           02 COL-FREQ-BOL    PIC ZZ9.
           02 FILLER          PIC X(02).
           02 COL-SIT-BOL     PIC X(15).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ       PIC X(03) VALUE "NAO".
       77 FS-CADALU     PIC X(02) VALUE "00".
       77 FS-CADNOT     PIC X(02) VALUE "00".
       77 FS-CADDIS     PIC X(02) VALUE "00".
       77 FS-CADFDI     PIC X(02) VALUE "00".
       77 FS-CADCAL     PIC X(02) VALUE "00".
       77 FS-CADPAR     PIC X(02) VALUE "00".
       77 FS-CADBIM     PIC X(02) VALUE "00".
       77 FS-CADLPP     PIC X(02) VALUE "00".
       77 FS-CADDTM     PIC X(02) VALUE "00".
       77 FS-CADRSP     PIC X(02) VALUE "00".
       77 FS-CADRSL     PIC X(02) VALUE "00".
       77 FS-RELBOL     PIC X(02) VALUE "00".
       77 WS-DATA-MOV   PIC 9(08) VALUE 0.
       77 WS-DATA-EDT   PIC X(10).
       77 WS-MEDIA-MIN  PIC 9(02) VALUE 7.
       77 WS-FALTA-MAX  PIC 9(02) VALUE 18.
       77 WS-DIAS-LET   PIC 9(03) VALUE 0.

      *              Bimestre fechado: do parametro CADBIM ou, na
      *              falta dele, o ultimo com nota lancada.
       77 WS-BIM        PIC 9(01) VALUE 0.
       77 WS-BIM-NOT    PIC 9(01) VALUE 0.
       77 IDX-BIM       PIC 9(01) VALUE 0.

      *              Paginacao no padrao do EX15.
       77 WS-LINHAS-PAG  PIC 9(03) VALUE 20.
       77 WS-LINHA-ATUAL PIC 9(03) VALUE 0.
       77 WS-PAGINA      PIC 9(04) VALUE 0.
       77 WS-PAGINA-EDT  PIC ZZZ9.
       77 WS-CONTINUA    PIC X(01) VALUE "N".

      *              Calculos da disciplina e do aluno corrente.
       77 WS-SOMA-NOT   PIC 9(03)V99 VALUE 0.
       77 WS-MEDIA-DIS  PIC 9(02)V99 VALUE 0.
       77 WS-FALTA-DIS  PIC 9(03) VALUE 0.
       77 WS-FREQ-DIS   PIC 9(03) VALUE 0.
       77 WS-SOMA-ALU   PIC 9(05)V99 VALUE 0.
       77 WS-MEDIA-ALU  PIC 9(02)V99 VALUE 0.
       77 WS-QTD-ABX    PIC 9(02) VALUE 0.
       77 WS-CHV        PIC 9(08) VALUE 0.
       77 WS-MEDIA-EDT  PIC Z9,99.
       77 WS-QTDE-EDT   PIC Z9.

       77 CONT-BOL      PIC 9(05) VALUE 0.
       77 CONT-SEM-NOT  PIC 9(05) VALUE 0.
       77 CONT-SEM-RSP  PIC 9(05) VALUE 0.
       77 CONT-IGN      PIC 9(07) VALUE 0.

      *              Alunos ativos em memoria, carregados em ordem de
      *              NUM-ENT e reordenados por turma para a impressao.
      *              INI/QTD apontam a faixa das notas do aluno na
      *              tabela de notas ordenada.
       77 QTD-ALU       PIC 9(04) VALUE 0.
       77 IDX-IMP       PIC 9(04) VALUE 0.
       01 TABELA-ALU.
           02 ALU-ITEM OCCURS 1 TO 3000 TIMES
               DEPENDING ON QTD-ALU
               ASCENDING KEY IS NUM-ALU-TAB
               INDEXED BY IDX-ALU.
               03 TURMA-ALU-TAB   PIC X(03).
               03 NUM-ALU-TAB     PIC 9(05).
               03 NOME-ALU-TAB    PIC X(20).
               03 INI-ALU-TAB     PIC 9(05).
               03 QTD-ALU-TAB     PIC 9(02).

      *              Notas de CADNOT em memoria, ordenadas por aluno e
      *              disciplina.
       77 QTD-NOT       PIC 9(05) VALUE 0.
       77 IDX-NOT       PIC 9(05) VALUE 0.
       77 IDX-NOT-FIM   PIC 9(05) VALUE 0.
       01 TABELA-NOT.
           02 NOT-ITEM OCCURS 1 TO 40000 TIMES
               DEPENDING ON QTD-NOT.
               03 NUM-NOT-TAB     PIC 9(05).
               03 DIS-NOT-TAB     PIC 9(03).
               03 NOTA-NOT-TAB    PIC 9(02)V99 OCCURS 4 TIMES.

      *              Faltas por aluno/disciplina, chave composta
      *              aluno * 1000 + disciplina para pesquisa binaria.
       77 QTD-FAL       PIC 9(05) VALUE 0.
       01 TABELA-FAL.
           02 FAL-ITEM OCCURS 1 TO 40000 TIMES
               DEPENDING ON QTD-FAL
               ASCENDING KEY IS CHV-FAL-TAB
               INDEXED BY IDX-FAL.
               03 CHV-FAL-TAB     PIC 9(08).
               03 QTD-FAL-TAB     PIC 9(03).

      *              Catalogo de disciplinas; o limite de 50 e o
      *              mesmo do EX21.
       77 QTD-DIS-CAT   PIC 9(02) VALUE 0.
       77 IDX-DIS       PIC 9(02) VALUE 0.
       77 IDX-DIS-ACH   PIC 9(02) VALUE 0.
       01 TABELA-DIS.
           02 DIS-ITEM OCCURS 50 TIMES.
               03 COD-DIS-TAB   PIC 9(03).
               03 NOME-DIS-TAB  PIC X(20).

      *              Responsaveis e vinculos, com os limites do EX25.
       77 QTD-RSP       PIC 9(03) VALUE 0.
       77 IDX-RSP       PIC 9(03) VALUE 0.
       77 IDX-RSP-ACH   PIC 9(03) VALUE 0.
       01 TABELA-RSP.
           02 RSP-ITEM OCCURS 200 TIMES.
               03 COD-RSP-TAB   PIC 9(05).
               03 NOME-RSP-TAB  PIC X(20).
               03 ENDER-RSP-TAB PIC X(40).
       77 QTD-RSL       PIC 9(03) VALUE 0.
       77 IDX-RSL       PIC 9(03) VALUE 0.
       01 TABELA-RSL.
           02 RSL-ITEM OCCURS 500 TIMES.
               03 NUM-RSL-TAB   PIC 9(05).
               03 RSP-RSL-TAB   PIC 9(05).

      *              Nomes fisicos dos arquivos, com o valor original
      *              como default, substituiveis em tempo de execucao
      *              por variaveis de ambiente (ver LERNOMESARQUIVOS).
       77 WS-CADALU-ARQ  PIC X(40) VALUE "CADALU.DAT".
       77 WS-CADNOT-ARQ  PIC X(40) VALUE "CADNOT.DAT".
       77 WS-CADDIS-ARQ  PIC X(40) VALUE "CADDIS.DAT".
       77 WS-CADFDI-ARQ  PIC X(40) VALUE "CADFDI.DAT".
       77 WS-CADCAL-ARQ  PIC X(40) VALUE "CADCAL.DAT".
       77 WS-CADPAR-ARQ  PIC X(40) VALUE "CADPAR.DAT".
       77 WS-CADBIM-ARQ  PIC X(40) VALUE "CADBIM.DAT".
       77 WS-CADLPP-ARQ  PIC X(40) VALUE "CADLPP.DAT".
       77 WS-CADDTM-ARQ  PIC X(40) VALUE "CADDTM.DAT".
       77 WS-CADRSP-ARQ  PIC X(40) VALUE "CADRSP.DAT".
       77 WS-CADRSL-ARQ  PIC X(40) VALUE "CADRSL.DAT".
       77 WS-RELBOL-ARQ  PIC X(40) VALUE "RELBOL.DAT".
       77 WS-ENV-TEMP    PIC X(40).

       PROCEDURE DIVISION.

       EXECUTAR.
           PERFORM LERNOMESARQUIVOS.
           PERFORM INICIO.
           PERFORM IMPRIMIRBOLETIM
               VARYING IDX-IMP FROM 1 BY 1
               UNTIL IDX-IMP > QTD-ALU.
           PERFORM TERMINO.
           STOP RUN.

       LERNOMESARQUIVOS.
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADALU"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADALU-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADNOT"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADNOT-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADDIS"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADDIS-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADFDI"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADFDI-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADCAL"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADCAL-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADPAR"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADPAR-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADBIM"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADBIM-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADLPP"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADLPP-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADDTM"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADDTM-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADRSP"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADRSP-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADRSL"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADRSL-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "RELBOL"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-RELBOL-ARQ
           END-IF.

       INICIO.
           PERFORM LERDATAMOV.
           PERFORM LERPARAMETROS.
           PERFORM CONTARDIASLETIVOS.
           PERFORM CARREGARCATALOGO.
           PERFORM CARREGARRESPONSAVEIS.
           PERFORM CARREGARALUNOS.
           PERFORM CARREGARNOTAS.
           PERFORM CARREGARFALTAS.
           PERFORM DEFINIRBIMESTRE.
           PERFORM ASSOCIARNOTAS.
           IF QTD-ALU > 1
               SORT ALU-ITEM ON ASCENDING KEY TURMA-ALU-TAB
                   NUM-ALU-TAB
           END-IF
           OPEN OUTPUT RELBOL
           IF FS-RELBOL NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-RELBOL-ARQ)
                   " - FILE STATUS " FS-RELBOL
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-DATA-MOV(7:2) TO WS-DATA-EDT(1:2)
           MOVE "/"              TO WS-DATA-EDT(3:1)
           MOVE WS-DATA-MOV(5:2) TO WS-DATA-EDT(4:2)
           MOVE "/"              TO WS-DATA-EDT(6:1)
           MOVE WS-DATA-MOV(1:4) TO WS-DATA-EDT(7:4).

      *              Data de movimento do lote: de CADDTM quando
      *              existe; sem ela, o relogio da maquina.
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

       LERPARAMETROS.
           OPEN INPUT CADPAR
           IF FS-CADPAR = "00"
               READ CADPAR
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE MEDIA-MIN-PAR TO WS-MEDIA-MIN
                       MOVE FALTA-MAX-PAR TO WS-FALTA-MAX
               END-READ
               CLOSE CADPAR
           END-IF
           OPEN INPUT CADLPP
           IF FS-CADLPP = "00"
               READ CADLPP
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LINHAS-PAR IS NUMERIC AND LINHAS-PAR > 0
                           MOVE LINHAS-PAR TO WS-LINHAS-PAG
                       END-IF
               END-READ
               CLOSE CADLPP
           END-IF
           OPEN INPUT CADBIM
           IF FS-CADBIM = "00"
               READ CADBIM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BIM-BIM IS NUMERIC
                           AND BIM-BIM > 0 AND BIM-BIM < 5
                           MOVE BIM-BIM TO WS-BIM
                       END-IF
               END-READ
               CLOSE CADBIM
           END-IF.

      *              Dias letivos ja transcorridos: os do calendario
      *              ate a data de movimento. Sem calendario, a
      *              frequencia por disciplina nao e impressa.
       CONTARDIASLETIVOS.
           OPEN INPUT CADCAL
           IF FS-CADCAL = "00"
               PERFORM LERDIALETIVO UNTIL FIM-ARQ = "SIM"
               CLOSE CADCAL
               MOVE "NAO" TO FIM-ARQ
           END-IF.

       LERDIALETIVO.
           READ CADCAL
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   IF DATA-CAL NOT > WS-DATA-MOV
                       ADD 1 TO WS-DIAS-LET
                   END-IF
           END-READ.

       CARREGARCATALOGO.
           OPEN INPUT CADDIS
           IF FS-CADDIS NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADDIS-ARQ)
                   " - FILE STATUS " FS-CADDIS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LERDISCIPLINA UNTIL FIM-ARQ = "SIM"
           CLOSE CADDIS
           MOVE "NAO" TO FIM-ARQ.

       LERDISCIPLINA.
           READ CADDIS
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   IF QTD-DIS-CAT = 50
                       DISPLAY "EX85 - MAIS DE 50 DISCIPLINAS NO "
                           "CATALOGO - RODADA ABORTADA"
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO QTD-DIS-CAT
                   MOVE COD-DIS  TO COD-DIS-TAB(QTD-DIS-CAT)
                   MOVE NOME-DIS TO NOME-DIS-TAB(QTD-DIS-CAT)
           END-READ.

      *              Responsaveis e vinculos: o endereco so sai no
      *              boletim quando os dois arquivos existem.
       CARREGARRESPONSAVEIS.
           OPEN INPUT CADRSP
           IF FS-CADRSP = "00"
               PERFORM LERRESPONSAVEL UNTIL FIM-ARQ = "SIM"
               CLOSE CADRSP
               MOVE "NAO" TO FIM-ARQ
               OPEN INPUT CADRSL
               IF FS-CADRSL = "00"
                   PERFORM LERVINCULO UNTIL FIM-ARQ = "SIM"
                   CLOSE CADRSL
                   MOVE "NAO" TO FIM-ARQ
               END-IF
           END-IF.

       LERRESPONSAVEL.
           READ CADRSP
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   IF QTD-RSP = 200
                       DISPLAY "EX85 - MAIS DE 200 RESPONSAVEIS - "
                           "RODADA ABORTADA"
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO QTD-RSP
                   MOVE COD-RSP   TO COD-RSP-TAB(QTD-RSP)
                   MOVE NOME-RSP  TO NOME-RSP-TAB(QTD-RSP)
                   MOVE ENDER-RSP TO ENDER-RSP-TAB(QTD-RSP)
           END-READ.

       LERVINCULO.
           READ CADRSL
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   IF QTD-RSL = 500
                       DISPLAY "EX85 - MAIS DE 500 VINCULOS - "
                           "RODADA ABORTADA"
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO QTD-RSL
                   MOVE NUM-RSL TO NUM-RSL-TAB(QTD-RSL)
                   MOVE RSP-RSL TO RSP-RSL-TAB(QTD-RSL)
           END-READ.

       CARREGARALUNOS.
           OPEN INPUT CADALU
           IF FS-CADALU NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADALU-ARQ)
                   " - FILE STATUS " FS-CADALU
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LERALUNO UNTIL FIM-ARQ = "SIM"
           CLOSE CADALU
           MOVE "NAO" TO FIM-ARQ.

       LERALUNO.
           READ CADALU
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   IF SIT-ENT = "A" OR SIT-ENT = SPACE
                       PERFORM GUARDARALUNO
                   END-IF
           END-READ.

       GUARDARALUNO.
           IF QTD-ALU = 3000
               DISPLAY "EX85 - MAIS DE 3000 ALUNOS ATIVOS - "
                   "RODADA ABORTADA"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO QTD-ALU
           MOVE TURMA-ENT TO TURMA-ALU-TAB(QTD-ALU)
           MOVE NUM-ENT   TO NUM-ALU-TAB(QTD-ALU)
           MOVE NOME-ENT  TO NOME-ALU-TAB(QTD-ALU)
           MOVE 0         TO INI-ALU-TAB(QTD-ALU)
           MOVE 0         TO QTD-ALU-TAB(QTD-ALU).

      *              Notas: tabela ordenada por aluno e disciplina e
      *              o ultimo bimestre com alguma nota lancada.
       CARREGARNOTAS.
           OPEN INPUT CADNOT
           IF FS-CADNOT NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADNOT-ARQ)
                   " - FILE STATUS " FS-CADNOT
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LERNOTA UNTIL FIM-ARQ = "SIM"
           CLOSE CADNOT
           MOVE "NAO" TO FIM-ARQ
           IF QTD-NOT > 1
               SORT NOT-ITEM ON ASCENDING KEY NUM-NOT-TAB DIS-NOT-TAB
           END-IF.

       LERNOTA.
           READ CADNOT
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   IF QTD-NOT = 40000
                       DISPLAY "EX85 - MAIS DE 40000 NOTAS - "
                           "RODADA ABORTADA"
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO QTD-NOT
                   MOVE NUM-NOT TO NUM-NOT-TAB(QTD-NOT)
                   MOVE DIS-NOT TO DIS-NOT-TAB(QTD-NOT)
                   PERFORM VARYING IDX-BIM FROM 1 BY 1
                       UNTIL IDX-BIM > 4
                       MOVE NOTA-NOT(IDX-BIM)
                           TO NOTA-NOT-TAB(QTD-NOT IDX-BIM)
                       IF NOTA-NOT(IDX-BIM) > 0
                           AND IDX-BIM > WS-BIM-NOT
                           MOVE IDX-BIM TO WS-BIM-NOT
                       END-IF
                   END-PERFORM
           END-READ.

      *              Faltas por disciplina: opcional - sem CADFDI as
      *              faltas saem zeradas.
       CARREGARFALTAS.
           OPEN INPUT CADFDI
           IF FS-CADFDI = "00"
               PERFORM LERFALTA UNTIL FIM-ARQ = "SIM"
               CLOSE CADFDI
               MOVE "NAO" TO FIM-ARQ
               IF QTD-FAL > 1
                   SORT FAL-ITEM ON ASCENDING KEY CHV-FAL-TAB
               END-IF
           END-IF.

       LERFALTA.
           READ CADFDI
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   IF QTD-FAL = 40000
                       DISPLAY "EX85 - MAIS DE 40000 TOTAIS DE "
                           "FALTA - RODADA ABORTADA"
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO QTD-FAL
                   COMPUTE CHV-FAL-TAB(QTD-FAL) =
                       NUM-FDI * 1000 + DIS-FDI
                   MOVE QTD-FDI TO QTD-FAL-TAB(QTD-FAL)
           END-READ.

       DEFINIRBIMESTRE.
           IF WS-BIM = 0
               MOVE WS-BIM-NOT TO WS-BIM
           END-IF
           IF WS-BIM = 0
               DISPLAY "EX85 - NENHUMA NOTA LANCADA EM CADNOT - "
                   "RODADA ABORTADA"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

      *              Aponta em cada aluno a faixa das suas notas na
      *              tabela ordenada; nota de aluno fora do mestre (ou
      *              inativo) e ignorada.
       ASSOCIARNOTAS.
           PERFORM VARYING IDX-NOT FROM 1 BY 1
               UNTIL IDX-NOT > QTD-NOT
               SEARCH ALL ALU-ITEM
                   AT END
                       ADD 1 TO CONT-IGN
                   WHEN NUM-ALU-TAB(IDX-ALU) = NUM-NOT-TAB(IDX-NOT)
                       IF QTD-ALU-TAB(IDX-ALU) = 0
                           MOVE IDX-NOT TO INI-ALU-TAB(IDX-ALU)
                       END-IF
                       IF QTD-ALU-TAB(IDX-ALU) = 99
                           DISPLAY "EX85 - ALUNO "
                               NUM-NOT-TAB(IDX-NOT)
                               " COM MAIS DE 99 DISCIPLINAS - "
                               "RODADA ABORTADA"
                           MOVE 1 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO QTD-ALU-TAB(IDX-ALU)
               END-SEARCH
           END-PERFORM.

      *              Boletim de um aluno: pagina nova, cabecalho com
      *              aluno e responsavel, uma linha por disciplina e
      *              o resumo do aluno.
       IMPRIMIRBOLETIM.
           IF QTD-ALU-TAB(IDX-IMP) = 0
               ADD 1 TO CONT-SEM-NOT
           ELSE
               ADD 1 TO CONT-BOL
               MOVE 0 TO WS-SOMA-ALU WS-QTD-ABX
               MOVE "N" TO WS-CONTINUA
               PERFORM CABECALHOBOL
               COMPUTE IDX-NOT-FIM = INI-ALU-TAB(IDX-IMP)
                   + QTD-ALU-TAB(IDX-IMP) - 1
               PERFORM GRAVARDISCIPLINA
                   VARYING IDX-NOT FROM INI-ALU-TAB(IDX-IMP) BY 1
                   UNTIL IDX-NOT > IDX-NOT-FIM
               PERFORM GRAVARRESUMO
           END-IF.

       CABECALHOBOL.
           ADD 1 TO WS-PAGINA
           MOVE WS-PAGINA TO WS-PAGINA-EDT
           MOVE 0 TO WS-LINHA-ATUAL
           MOVE SPACES TO LINHA-TXT-BOL
           WRITE LINHA-TXT-BOL.
           STRING "BOLETIM ESCOLAR - " WS-BIM "o BIMESTRE"
               DELIMITED BY SIZE
               "   TURMA " TURMA-ALU-TAB(IDX-IMP) DELIMITED BY SIZE
               "   DATA " WS-DATA-EDT DELIMITED BY SIZE
               "     PAGINA " WS-PAGINA-EDT DELIMITED BY SIZE
               INTO LINHA-TXT-BOL
           WRITE LINHA-TXT-BOL.
           MOVE SPACES TO LINHA-TXT-BOL
           WRITE LINHA-TXT-BOL.
           STRING "ALUNO: " NUM-ALU-TAB(IDX-IMP) "  "
               NOME-ALU-TAB(IDX-IMP)
               DELIMITED BY SIZE INTO LINHA-TXT-BOL
           IF WS-CONTINUA = "S"
               MOVE "(CONTINUACAO)" TO LINHA-TXT-BOL(50:13)
           END-IF
           WRITE LINHA-TXT-BOL.
           IF WS-CONTINUA = "N"
               PERFORM GRAVARRESPONSAVEL
           END-IF
           MOVE SPACES TO LINHA-TXT-BOL
           WRITE LINHA-TXT-BOL.
           MOVE "DISCIPLINA           1.BIM 2.BIM 3.BIM 4.BIM  MEDIA"
               TO LINHA-TXT-BOL
           MOVE " FALT FREQ% SITUACAO" TO LINHA-TXT-BOL(52:20)
           WRITE LINHA-TXT-BOL.
           MOVE ALL "-" TO LINHA-TXT-BOL
           WRITE LINHA-TXT-BOL.

      *              Responsavel vinculado ao aluno em CADRSL, com o
      *              nome e o endereco de CADRSP.
       GRAVARRESPONSAVEL.
           MOVE 0 TO IDX-RSP-ACH
           PERFORM VARYING IDX-RSL FROM 1 BY 1
               UNTIL IDX-RSL > QTD-RSL
               IF NUM-RSL-TAB(IDX-RSL) = NUM-ALU-TAB(IDX-IMP)
                   PERFORM LOCALIZARRESPONSAVEL
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF IDX-RSP-ACH = 0
               ADD 1 TO CONT-SEM-RSP
           ELSE
               MOVE SPACES TO LINHA-TXT-BOL
               STRING "RESPONSAVEL: " NOME-RSP-TAB(IDX-RSP-ACH)
                   DELIMITED BY SIZE INTO LINHA-TXT-BOL
               WRITE LINHA-TXT-BOL
               MOVE SPACES TO LINHA-TXT-BOL
               STRING "ENDERECO:    " ENDER-RSP-TAB(IDX-RSP-ACH)
                   DELIMITED BY SIZE INTO LINHA-TXT-BOL
               WRITE LINHA-TXT-BOL
           END-IF.

       LOCALIZARRESPONSAVEL.
           PERFORM VARYING IDX-RSP FROM 1 BY 1
               UNTIL IDX-RSP > QTD-RSP
               IF COD-RSP-TAB(IDX-RSP) = RSP-RSL-TAB(IDX-RSL)
                   MOVE IDX-RSP TO IDX-RSP-ACH
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *              Linha da disciplina: notas ate o bimestre
      *              fechado, media parcial, faltas, frequencia e
      *              situacao ate o momento.
       GRAVARDISCIPLINA.
           IF WS-LINHA-ATUAL >= WS-LINHAS-PAG
               MOVE "S" TO WS-CONTINUA
               PERFORM CABECALHOBOL
           END-IF
           MOVE SPACES TO LINHA-DET-BOL
           PERFORM LOCALIZARDISCIPLINA
           IF IDX-DIS-ACH = 0
               MOVE "NAO CADASTRADA" TO COL-NOMEDIS-BOL
           ELSE
               MOVE NOME-DIS-TAB(IDX-DIS-ACH) TO COL-NOMEDIS-BOL
           END-IF
           MOVE 0 TO WS-SOMA-NOT
           PERFORM VARYING IDX-BIM FROM 1 BY 1
               UNTIL IDX-BIM > WS-BIM
               MOVE NOTA-NOT-TAB(IDX-NOT IDX-BIM)
                   TO COL-NOTA-BOL(IDX-BIM)
               ADD NOTA-NOT-TAB(IDX-NOT IDX-BIM) TO WS-SOMA-NOT
           END-PERFORM
           COMPUTE WS-MEDIA-DIS ROUNDED = WS-SOMA-NOT / WS-BIM
           MOVE WS-MEDIA-DIS TO COL-MEDIA-BOL
           ADD WS-MEDIA-DIS TO WS-SOMA-ALU
           PERFORM BUSCARFALTASDISCIPLINA
           MOVE WS-FALTA-DIS TO COL-FALTA-BOL
           IF WS-DIAS-LET > 0
               IF WS-FALTA-DIS < WS-DIAS-LET
                   COMPUTE WS-FREQ-DIS ROUNDED =
                       (WS-DIAS-LET - WS-FALTA-DIS) * 100
                       / WS-DIAS-LET
               ELSE
                   MOVE 0 TO WS-FREQ-DIS
               END-IF
               MOVE WS-FREQ-DIS TO COL-FREQ-BOL
           END-IF
           EVALUATE TRUE
               WHEN WS-BIM = 4
                   AND WS-MEDIA-DIS NOT < WS-MEDIA-MIN
                   AND WS-FALTA-DIS NOT > WS-FALTA-MAX
                   MOVE "APROVADO" TO COL-SIT-BOL
               WHEN WS-BIM = 4
                   MOVE "REPROVADO" TO COL-SIT-BOL
                   ADD 1 TO WS-QTD-ABX
               WHEN WS-FALTA-DIS > WS-FALTA-MAX
                   MOVE "LIMITE FALTAS" TO COL-SIT-BOL
                   ADD 1 TO WS-QTD-ABX
               WHEN WS-MEDIA-DIS < WS-MEDIA-MIN
                   MOVE "ABAIXO DA MEDIA" TO COL-SIT-BOL
                   ADD 1 TO WS-QTD-ABX
               WHEN OTHER
                   MOVE "NA MEDIA" TO COL-SIT-BOL
           END-EVALUATE
           WRITE LINHA-DET-BOL
           ADD 1 TO WS-LINHA-ATUAL.

      *              Total de faltas do aluno/disciplina corrente;
      *              sem registro em CADFDI, zero faltas.
       BUSCARFALTASDISCIPLINA.
           MOVE 0 TO WS-FALTA-DIS
           IF QTD-FAL > 0
               COMPUTE WS-CHV = NUM-NOT-TAB(IDX-NOT) * 1000
                   + DIS-NOT-TAB(IDX-NOT)
               SEARCH ALL FAL-ITEM
                   AT END
                       CONTINUE
                   WHEN CHV-FAL-TAB(IDX-FAL) = WS-CHV
                       MOVE QTD-FAL-TAB(IDX-FAL) TO WS-FALTA-DIS
               END-SEARCH
           END-IF.

       LOCALIZARDISCIPLINA.
           MOVE 0 TO IDX-DIS-ACH
           PERFORM VARYING IDX-DIS FROM 1 BY 1
               UNTIL IDX-DIS > QTD-DIS-CAT
               IF COD-DIS-TAB(IDX-DIS) = DIS-NOT-TAB(IDX-NOT)
                   MOVE IDX-DIS TO IDX-DIS-ACH
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *              Resumo do aluno: media geral parcial (media das
      *              medias de disciplina) e disciplinas em alerta.
       GRAVARRESUMO.
           COMPUTE WS-MEDIA-ALU ROUNDED =
               WS-SOMA-ALU / QTD-ALU-TAB(IDX-IMP)
           MOVE WS-MEDIA-ALU TO WS-MEDIA-EDT
           MOVE WS-QTD-ABX   TO WS-QTDE-EDT
           MOVE ALL "-" TO LINHA-TXT-BOL
           WRITE LINHA-TXT-BOL.
           MOVE SPACES TO LINHA-TXT-BOL
           IF WS-BIM = 4
               STRING "MEDIA GERAL FINAL: " WS-MEDIA-EDT
                   "     DISCIPLINAS REPROVADAS: " WS-QTDE-EDT
                   DELIMITED BY SIZE INTO LINHA-TXT-BOL
           ELSE
               STRING "MEDIA GERAL ATE O BIMESTRE: " WS-MEDIA-EDT
                   "     DISCIPLINAS EM ALERTA: " WS-QTDE-EDT
                   DELIMITED BY SIZE INTO LINHA-TXT-BOL
           END-IF
           WRITE LINHA-TXT-BOL.
           IF WS-DIAS-LET = 0
               MOVE "FREQUENCIA NAO CALCULADA - CALENDARIO AUSENTE"
                   TO LINHA-TXT-BOL
               WRITE LINHA-TXT-BOL
           END-IF.

       TERMINO.
           CLOSE RELBOL.
           DISPLAY "EX85 - BOLETINS EMITIDOS: " CONT-BOL
               " PAGINAS: "            WS-PAGINA
               " SEM NOTAS: "          CONT-SEM-NOT
               " SEM RESPONSAVEL: "    CONT-SEM-RSP.
           DISPLAY "EX85 - BIMESTRE: " WS-BIM
               " NOTAS DE ALUNO FORA DO MESTRE: " CONT-IGN.
