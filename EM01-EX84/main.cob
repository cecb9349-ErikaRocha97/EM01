       IDENTIFICATION DIVISION.
       PROGRAM-ID.   EX84.
       AUTHOR.       ERIKA ROCHA.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 23-10-2025.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.      ALERTA PRECOCE DE ALUNOS EM RISCO. PONTUA CADA
      *              ALUNO ATIVO DO MESTRE INDEXADO CADALU JUNTANDO OS
      *              SINAIS QUE FICAM EM ARQUIVOS DIFERENTES:
      *              QUE = QUEDA DA MEDIA ENTRE O PENULTIMO E O ULTIMO
      *              BIMESTRE LANCADO EM CADNOT (MEDIA DAS
      *              DISCIPLINAS DO ALUNO NO BIMESTRE);
      *              FRQ = FREQUENCIA GERAL (FALTA-ENT SOBRE OS DIAS
      *              LETIVOS DO CALENDARIO CADCAL ATE A DATA DE
      *              MOVIMENTO) ABAIXO OU PERTO DO MINIMO DE CADFRQ;
      *              FDI = FALTAS EM ALGUMA DISCIPLINA (CADFDI, EX23)
      *              PERTO DO LIMITE DE CADPAR USADO PELO EX21;
      *              OCO = OCORRENCIAS RECENTES (CADOCO) DE GRAVIDADE
      *              IGUAL OU MAIOR QUE A DO PARAMETRO;
      *              ATR = MENSALIDADES E PARCELAS DE ACORDO VENCIDAS
      *              E EM ABERTO EM CADCOB.
      *              LIMITES E PESOS VEM DO ARQUIVO OPCIONAL CADPRS
      *              (AUSENTE, VALEM OS DEFAULTS ABAIXO). CADNOT E
      *              OBRIGATORIO; CADFDI, CADOCO, CADCOB E CADCAL SAO
      *              OPCIONAIS E O SINAL CORRESPONDENTE SO E AVALIADO
      *              QUANDO O ARQUIVO EXISTE. O RELATORIO RELRIS SAI
      *              POR TURMA, DO ALUNO DE MAIOR PONTUACAO PARA O DE
      *              MENOR, COM UMA LINHA POR SINAL DISPARADO, PARA A
      *              COORDENACAO PROCURAR A FAMILIA ANTES DO FIM DO
      *              PERIODO. ALUNO ABAIXO DO CORTE DE PONTOS NAO SAI.
      *              NOVO SINAL DOC = DOCUMENTO OBRIGATORIO DA
      *              MATRICULA AINDA PENDENTE NO REGISTRO CADDOC (EX89)
      *              COM O PRAZO ANTERIOR A DATA DE MOVIMENTO. CADDOC E
      *              OPCIONAL COMO OS DEMAIS; O PESO VALE POR DOCUMENTO
      *              VENCIDO E VEM NO FIM DE CADPRS (PESO-DOC-PRS).

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
           SELECT CADFDI   ASSIGN TO DYNAMIC WS-CADFDI-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADFDI.
           SELECT CADOCO   ASSIGN TO DYNAMIC WS-CADOCO-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADOCO.
           SELECT CADCOB   ASSIGN TO DYNAMIC WS-CADCOB-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADCOB.
           SELECT CADCAL   ASSIGN TO DYNAMIC WS-CADCAL-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADCAL.
           SELECT CADFRQ   ASSIGN TO DYNAMIC WS-CADFRQ-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADFRQ.
           SELECT CADPAR   ASSIGN TO DYNAMIC WS-CADPAR-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADPAR.
           SELECT CADDOC   ASSIGN TO DYNAMIC WS-CADDOC-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADDOC.
           SELECT CADPRS   ASSIGN TO DYNAMIC WS-CADPRS-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADPRS.
           SELECT CADDTM   ASSIGN TO DYNAMIC WS-CADDTM-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADDTM.
           SELECT RELRIS   ASSIGN TO DYNAMIC WS-RELRIS-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELRIS.

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

      *              CADFDI: total de faltas por aluno por disciplina
      *              apurado pelo EX23.
       FD CADFDI
           LABEL RECORD ARE STANDARD.

       01 REG-FDI.
           02 NUM-FDI       PIC 9(05).
           02 DIS-FDI       PIC 9(03).
           02 QTD-FDI       PIC 9(03).

       FD CADOCO
           LABEL RECORD ARE STANDARD.

           COPY CADOCO.

       FD CADCOB
           LABEL RECORD ARE STANDARD.

           COPY CADCOB.

      *              CADCAL: calendario escolar do periodo - um
      *              registro por dia letivo (AAAAMMDD).
       FD CADCAL
           LABEL RECORD ARE STANDARD.

       01 REG-CAL.
           02 DATA-CAL       PIC 9(08).

      *              CADFRQ: percentual minimo de frequencia, o mesmo
      *              do EX05. Opcional - se ausente, 75%.
       FD CADFRQ
           LABEL RECORD ARE STANDARD.

       01 REG-FRQ.
           02 FREQ-MIN-PAR   PIC 9(03).

       FD CADDOC
           LABEL RECORD ARE STANDARD.

           COPY CADDOC.

      *              CADPAR: parametros de aprovacao do periodo, lido
      *              aqui pelo limite de faltas por disciplina.
       FD CADPAR
           LABEL RECORD ARE STANDARD.

       01 REG-PAR.
           02 MEDIA-MIN-PAR   PIC 9(02).
           02 FALTA-MAX-PAR   PIC 9(02).

      *              CADPRS: limites e pesos do alerta de risco -
      *              queda minima da media (pontos), margem acima do
      *              minimo de frequencia (pontos percentuais),
      *              margem abaixo do limite de faltas por disciplina,
      *              gravidade minima e janela em dias das
      *              ocorrencias, meses em atraso que disparam o sinal
      *              e o corte de pontos para sair no relatorio. Os
      *              pesos de OCO, ATR e DOC valem por ocorrencia, por
      *              mes em atraso e por documento vencido.
       FD CADPRS
           LABEL RECORD ARE STANDARD.

       01 REG-PRS.
           02 QUEDA-PRS      PIC 9(02)V99.
           02 PESO-QUE-PRS   PIC 9(03).
           02 MARG-FRQ-PRS   PIC 9(02).
           02 PESO-FRQ-PRS   PIC 9(03).
           02 MARG-FDI-PRS   PIC 9(02).
           02 PESO-FDI-PRS   PIC 9(03).
           02 SEV-PRS        PIC 9(01).
           02 DIAS-OCO-PRS   PIC 9(03).
           02 PESO-OCO-PRS   PIC 9(03).
           02 MESES-PRS      PIC 9(02).
           02 PESO-ATR-PRS   PIC 9(03).
           02 CORTE-PRS      PIC 9(03).
           02 PESO-DOC-PRS   PIC 9(03).

      *              CADDTM: data de movimento (AAAAMMDD) do lote.
      *              Opcional - se ausente, vale o relogio da maquina.
       FD CADDTM
           LABEL RECORD ARE STANDARD.

       01 REG-DTM.
           02 DATA-DTM       PIC 9(08).

       FD RELRIS
           LABEL RECORD ARE STANDARD.

       01 LINHA-RIS  PIC X(80).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ       PIC X(03) VALUE "NAO".
       77 FS-CADALU     PIC X(02) VALUE "00".
       77 FS-CADNOT     PIC X(02) VALUE "00".
       77 FS-CADFDI     PIC X(02) VALUE "00".
       77 FS-CADOCO     PIC X(02) VALUE "00".
       77 FS-CADCOB     PIC X(02) VALUE "00".
       77 FS-CADCAL     PIC X(02) VALUE "00".
       77 FS-CADFRQ     PIC X(02) VALUE "00".
       77 FS-CADPAR     PIC X(02) VALUE "00".
       77 FS-CADPRS     PIC X(02) VALUE "00".
       77 FS-CADDOC     PIC X(02) VALUE "00".
       77 FS-CADDTM     PIC X(02) VALUE "00".
       77 FS-RELRIS     PIC X(02) VALUE "00".
       77 WS-DATA-MOV   PIC 9(08) VALUE 0.
       77 WS-DATA-INI-OCO PIC 9(08) VALUE 0.

      *              Limites e pesos (defaults quando CADPRS falta).
       77 WS-QUEDA-MIN  PIC 9(02)V99 VALUE 1,50.
       77 WS-PESO-QUE   PIC 9(03) VALUE 25.
       77 WS-MARG-FRQ   PIC 9(02) VALUE 5.
       77 WS-PESO-FRQ   PIC 9(03) VALUE 25.
       77 WS-MARG-FDI   PIC 9(02) VALUE 3.
       77 WS-PESO-FDI   PIC 9(03) VALUE 15.
       77 WS-SEV-MIN    PIC 9(01) VALUE 3.
       77 WS-DIAS-OCO   PIC 9(03) VALUE 30.
       77 WS-PESO-OCO   PIC 9(03) VALUE 20.
       77 WS-MESES-ATR  PIC 9(02) VALUE 1.
       77 WS-PESO-ATR   PIC 9(03) VALUE 15.
       77 WS-CORTE      PIC 9(03) VALUE 1.
       77 WS-PESO-DOC   PIC 9(03) VALUE 10.

      *              Referencias dos sinais de frequencia: minimo de
      *              CADFRQ, limite de CADPAR e dias letivos ate a
      *              data de movimento.
       77 WS-FREQ-MIN   PIC 9(03) VALUE 75.
       77 WS-FREQ-ALERTA PIC 9(03) VALUE 0.
       77 WS-FALTA-MAX  PIC 9(02) VALUE 18.
       77 WS-FALTA-ALERTA PIC 9(03) VALUE 0.
       77 WS-DIAS-LET   PIC 9(03) VALUE 0.

      *              Ultimo bimestre com nota lancada em CADNOT (o
      *              bimestre corrente) e o anterior a ele.
       77 WS-BIM-ATU    PIC 9(01) VALUE 0.
       77 WS-BIM-ANT    PIC 9(01) VALUE 0.
       77 IDX-BIM       PIC 9(01) VALUE 0.

      *              Disponibilidade das fontes opcionais.
       77 WS-TEM-FDI    PIC X(01) VALUE "N".
       77 WS-TEM-OCO    PIC X(01) VALUE "N".
       77 WS-TEM-COB    PIC X(01) VALUE "N".
       77 WS-TEM-DOC    PIC X(01) VALUE "N".

       77 WS-MEDIA-ANT  PIC 9(02)V99 VALUE 0.
       77 WS-MEDIA-ATU  PIC 9(02)V99 VALUE 0.
       77 WS-QUEDA      PIC S9(02)V99 VALUE 0.
       77 WS-PONTOS     PIC 9(04) VALUE 0.
       77 WS-TURMA-ATU  PIC X(03) VALUE SPACES.

       77 CONT-ALU      PIC 9(05) VALUE 0.
       77 CONT-RISCO    PIC 9(05) VALUE 0.
       77 CONT-TUR-RIS  PIC 9(05) VALUE 0.
       77 CONT-IGN      PIC 9(07) VALUE 0.

      *              Alunos ativos em memoria, em ordem de NUM-ENT
      *              (pesquisa binaria), com os acumuladores de cada
      *              fonte e os sinais apurados.
       77 QTD-ALU       PIC 9(04) VALUE 0.
       77 IDX-IMP       PIC 9(04) VALUE 0.
       01 TABELA-ALU.
           02 ALU-ITEM OCCURS 1 TO 3000 TIMES
               DEPENDING ON QTD-ALU
               ASCENDING KEY IS NUM-ALU-TAB
               INDEXED BY IDX-ALU.
               03 TURMA-ALU-TAB   PIC X(03).
               03 PONTOS-ALU-TAB  PIC 9(04).
               03 NUM-ALU-TAB     PIC 9(05).
               03 NOME-ALU-TAB    PIC X(20).
               03 FALTA-ALU-TAB   PIC 9(02).
               03 QTDDIS-ALU-TAB  PIC 9(02).
               03 SOMA-BIM-TAB    PIC 9(04)V99 OCCURS 4 TIMES.
               03 MAXFDI-ALU-TAB  PIC 9(03).
               03 DISFDI-ALU-TAB  PIC 9(03).
               03 QTDOCO-ALU-TAB  PIC 9(03).
               03 QTDATR-ALU-TAB  PIC 9(03).
               03 QTDDOC-ALU-TAB  PIC 9(02).
               03 FREQ-ALU-TAB    PIC 9(03).
               03 MEDANT-ALU-TAB  PIC 9(02)V99.
               03 MEDATU-ALU-TAB  PIC 9(02)V99.
               03 SIN-QUE-TAB     PIC X(01).
               03 SIN-FRQ-TAB     PIC X(01).
               03 SIN-FDI-TAB     PIC X(01).
               03 SIN-OCO-TAB     PIC X(01).
               03 SIN-ATR-TAB     PIC X(01).
               03 SIN-DOC-TAB     PIC X(01).

      *              Campos editados das linhas do relatorio.
       77 WS-MEDIA-EDT1 PIC Z9,99.
       77 WS-MEDIA-EDT2 PIC Z9,99.
       77 WS-PONTOS-EDT PIC ZZZ9.
       77 WS-QTDE-EDT   PIC ZZ9.
       77 WS-QTDE-EDT2  PIC ZZ9.
       77 WS-DATA-EDT   PIC X(10).

      *              Nomes fisicos dos arquivos, com o valor original
      *              como default, substituiveis em tempo de execucao
      *              por variaveis de ambiente (ver LERNOMESARQUIVOS).
       77 WS-CADALU-ARQ  PIC X(40) VALUE "CADALU.DAT".
       77 WS-CADNOT-ARQ  PIC X(40) VALUE "CADNOT.DAT".
       77 WS-CADFDI-ARQ  PIC X(40) VALUE "CADFDI.DAT".
       77 WS-CADOCO-ARQ  PIC X(40) VALUE "CADOCO.DAT".
       77 WS-CADCOB-ARQ  PIC X(40) VALUE "CADCOB.DAT".
       77 WS-CADCAL-ARQ  PIC X(40) VALUE "CADCAL.DAT".
       77 WS-CADFRQ-ARQ  PIC X(40) VALUE "CADFRQ.DAT".
       77 WS-CADPAR-ARQ  PIC X(40) VALUE "CADPAR.DAT".
       77 WS-CADPRS-ARQ  PIC X(40) VALUE "CADPRS.DAT".
       77 WS-CADDOC-ARQ  PIC X(40) VALUE "CADDOC.DAT".
       77 WS-CADDTM-ARQ  PIC X(40) VALUE "CADDTM.DAT".
       77 WS-RELRIS-ARQ  PIC X(40) VALUE "RELRIS.DAT".
       77 WS-ENV-TEMP    PIC X(40).

       PROCEDURE DIVISION.

       EXECUTAR.
           PERFORM LERNOMESARQUIVOS.
           PERFORM INICIO.
           PERFORM APURARSINAIS
               VARYING IDX-ALU FROM 1 BY 1
               UNTIL IDX-ALU > QTD-ALU.
           PERFORM EMITIRRELATORIO.
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
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADFDI"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADFDI-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADOCO"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADOCO-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADCOB"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADCOB-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADCAL"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADCAL-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADFRQ"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADFRQ-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADPAR"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADPAR-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADDOC"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADDOC-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADPRS"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADPRS-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADDTM"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADDTM-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "RELRIS"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-RELRIS-ARQ
           END-IF.

       INICIO.
           PERFORM LERDATAMOV.
           PERFORM LERPARAMETROS.
           PERFORM CONTARDIASLETIVOS.
           PERFORM CARREGARALUNOS.
           PERFORM ACUMULARNOTAS.
           PERFORM ACUMULARFALTAS.
           PERFORM ACUMULAROCORRENCIAS.
           PERFORM ACUMULARCOBRANCAS.
           PERFORM ACUMULARDOCUMENTOS.
           OPEN OUTPUT RELRIS
           IF FS-RELRIS NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-RELRIS-ARQ)
                   " - FILE STATUS " FS-RELRIS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

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

      *              Parametros opcionais: pesos e limites do alerta,
      *              minimo de frequencia e limite de faltas por
      *              disciplina; campo nao numerico mantem o default.
       LERPARAMETROS.
           OPEN INPUT CADPRS
           IF FS-CADPRS = "00"
               READ CADPRS
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM ASSUMIRPARAMETROS
               END-READ
               CLOSE CADPRS
           END-IF
           OPEN INPUT CADFRQ
           IF FS-CADFRQ = "00"
               READ CADFRQ
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FREQ-MIN-PAR TO WS-FREQ-MIN
               END-READ
               CLOSE CADFRQ
           END-IF
           OPEN INPUT CADPAR
           IF FS-CADPAR = "00"
               READ CADPAR
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FALTA-MAX-PAR TO WS-FALTA-MAX
               END-READ
               CLOSE CADPAR
           END-IF
           COMPUTE WS-FREQ-ALERTA = WS-FREQ-MIN + WS-MARG-FRQ
           IF WS-FALTA-MAX > WS-MARG-FDI
               COMPUTE WS-FALTA-ALERTA = WS-FALTA-MAX - WS-MARG-FDI
           ELSE
               MOVE 1 TO WS-FALTA-ALERTA
           END-IF
           COMPUTE WS-DATA-INI-OCO = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-DATA-MOV) - WS-DIAS-OCO).

       ASSUMIRPARAMETROS.
           IF QUEDA-PRS IS NUMERIC
               MOVE QUEDA-PRS TO WS-QUEDA-MIN
           END-IF
           IF PESO-QUE-PRS IS NUMERIC
               MOVE PESO-QUE-PRS TO WS-PESO-QUE
           END-IF
           IF MARG-FRQ-PRS IS NUMERIC
               MOVE MARG-FRQ-PRS TO WS-MARG-FRQ
           END-IF
           IF PESO-FRQ-PRS IS NUMERIC
               MOVE PESO-FRQ-PRS TO WS-PESO-FRQ
           END-IF
           IF MARG-FDI-PRS IS NUMERIC
               MOVE MARG-FDI-PRS TO WS-MARG-FDI
           END-IF
           IF PESO-FDI-PRS IS NUMERIC
               MOVE PESO-FDI-PRS TO WS-PESO-FDI
           END-IF
           IF SEV-PRS IS NUMERIC AND SEV-PRS > 0
               MOVE SEV-PRS TO WS-SEV-MIN
           END-IF
           IF DIAS-OCO-PRS IS NUMERIC
               MOVE DIAS-OCO-PRS TO WS-DIAS-OCO
           END-IF
           IF PESO-OCO-PRS IS NUMERIC
               MOVE PESO-OCO-PRS TO WS-PESO-OCO
           END-IF
           IF MESES-PRS IS NUMERIC AND MESES-PRS > 0
               MOVE MESES-PRS TO WS-MESES-ATR
           END-IF
           IF PESO-ATR-PRS IS NUMERIC
               MOVE PESO-ATR-PRS TO WS-PESO-ATR
           END-IF
           IF CORTE-PRS IS NUMERIC AND CORTE-PRS > 0
               MOVE CORTE-PRS TO WS-CORTE
           END-IF
           IF PESO-DOC-PRS IS NUMERIC
               MOVE PESO-DOC-PRS TO WS-PESO-DOC
           END-IF.

      *              Dias letivos ja transcorridos: os do calendario
      *              ate a data de movimento. Sem calendario, o sinal
      *              de frequencia geral nao e avaliado.
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
               DISPLAY "EX84 - MAIS DE 3000 ALUNOS ATIVOS - "
                   "RODADA ABORTADA"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO QTD-ALU
           ADD 1 TO CONT-ALU
           INITIALIZE ALU-ITEM(QTD-ALU)
           MOVE NUM-ENT   TO NUM-ALU-TAB(QTD-ALU)
           MOVE NOME-ENT  TO NOME-ALU-TAB(QTD-ALU)
           MOVE TURMA-ENT TO TURMA-ALU-TAB(QTD-ALU)
           MOVE FALTA-ENT TO FALTA-ALU-TAB(QTD-ALU)
           MOVE "N" TO SIN-QUE-TAB(QTD-ALU) SIN-FRQ-TAB(QTD-ALU)
               SIN-FDI-TAB(QTD-ALU) SIN-OCO-TAB(QTD-ALU)
               SIN-ATR-TAB(QTD-ALU) SIN-DOC-TAB(QTD-ALU).

      *              Notas: soma por bimestre das disciplinas do
      *              aluno e o ultimo bimestre com alguma nota lancada
      *              no arquivo (o corrente). Obrigatorio.
       ACUMULARNOTAS.
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
           IF WS-BIM-ATU > 1
               COMPUTE WS-BIM-ANT = WS-BIM-ATU - 1
           END-IF.

       LERNOTA.
           READ CADNOT
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   PERFORM VARYING IDX-BIM FROM 4 BY -1
                       UNTIL IDX-BIM NOT > WS-BIM-ATU
                       IF NOTA-NOT(IDX-BIM) > 0
                           MOVE IDX-BIM TO WS-BIM-ATU
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   SEARCH ALL ALU-ITEM
                       AT END
                           ADD 1 TO CONT-IGN
                       WHEN NUM-ALU-TAB(IDX-ALU) = NUM-NOT
                           PERFORM SOMARNOTA
                   END-SEARCH
           END-READ.

       SOMARNOTA.
           ADD 1 TO QTDDIS-ALU-TAB(IDX-ALU)
           PERFORM VARYING IDX-BIM FROM 1 BY 1 UNTIL IDX-BIM > 4
               ADD NOTA-NOT(IDX-BIM) TO SOMA-BIM-TAB(IDX-ALU IDX-BIM)
           END-PERFORM.

      *              Faltas por disciplina: guarda a disciplina com
      *              mais faltas de cada aluno.
       ACUMULARFALTAS.
           OPEN INPUT CADFDI
           IF FS-CADFDI = "00"
               MOVE "S" TO WS-TEM-FDI
               PERFORM LERFALTA UNTIL FIM-ARQ = "SIM"
               CLOSE CADFDI
               MOVE "NAO" TO FIM-ARQ
           END-IF.

       LERFALTA.
           READ CADFDI
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   SEARCH ALL ALU-ITEM
                       AT END
                           ADD 1 TO CONT-IGN
                       WHEN NUM-ALU-TAB(IDX-ALU) = NUM-FDI
                           IF QTD-FDI > MAXFDI-ALU-TAB(IDX-ALU)
                               MOVE QTD-FDI TO MAXFDI-ALU-TAB(IDX-ALU)
                               MOVE DIS-FDI TO DISFDI-ALU-TAB(IDX-ALU)
                           END-IF
                   END-SEARCH
           END-READ.

      *              Ocorrencias da janela (data de movimento menos
      *              WS-DIAS-OCO dias) com gravidade minima.
       ACUMULAROCORRENCIAS.
           OPEN INPUT CADOCO
           IF FS-CADOCO = "00"
               MOVE "S" TO WS-TEM-OCO
               PERFORM LEROCORRENCIA UNTIL FIM-ARQ = "SIM"
               CLOSE CADOCO
               MOVE "NAO" TO FIM-ARQ
           END-IF.

       LEROCORRENCIA.
           READ CADOCO
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   IF SEV-OCO NOT < WS-SEV-MIN
                       AND DATA-OCO NOT < WS-DATA-INI-OCO
                       AND DATA-OCO NOT > WS-DATA-MOV
                       SEARCH ALL ALU-ITEM
                           AT END
                               ADD 1 TO CONT-IGN
                           WHEN NUM-ALU-TAB(IDX-ALU) = NUM-OCO
                               ADD 1 TO QTDOCO-ALU-TAB(IDX-ALU)
                       END-SEARCH
                   END-IF
           END-READ.

      *              Atraso: mensalidade ou parcela de acordo em
      *              aberto com vencimento anterior a data de
      *              movimento (cobrancas avulsas nao contam).
       ACUMULARCOBRANCAS.
           OPEN INPUT CADCOB
           IF FS-CADCOB = "00"
               MOVE "S" TO WS-TEM-COB
               PERFORM LERCOBRANCA UNTIL FIM-ARQ = "SIM"
               CLOSE CADCOB
               MOVE "NAO" TO FIM-ARQ
           END-IF.

       LERCOBRANCA.
           READ CADCOB
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   IF SITPG-COB = "A"
                       AND VENC-COB > 0 AND VENC-COB < WS-DATA-MOV
                       AND (TIPO-COB = "ME" OR TIPO-COB = "NG"
                           OR TIPO-COB = SPACES)
                       SEARCH ALL ALU-ITEM
                           AT END
                               CONTINUE
                           WHEN NUM-ALU-TAB(IDX-ALU) = NUM-COB
                               ADD 1 TO QTDATR-ALU-TAB(IDX-ALU)
                       END-SEARCH
                   END-IF
           END-READ.

      *              Documento obrigatorio da matricula ainda pendente
      *              com o prazo anterior a data de movimento.
       ACUMULARDOCUMENTOS.
           OPEN INPUT CADDOC
           IF FS-CADDOC = "00"
               MOVE "S" TO WS-TEM-DOC
               PERFORM LERDOCUMENTO UNTIL FIM-ARQ = "SIM"
               CLOSE CADDOC
               MOVE "NAO" TO FIM-ARQ
           END-IF.

       LERDOCUMENTO.
           READ CADDOC
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   IF SIT-DOC = "P" AND OBRIG-DOC = "S"
                       AND LIMITE-DOC < WS-DATA-MOV
                       SEARCH ALL ALU-ITEM
                           AT END
                               CONTINUE
                           WHEN NUM-ALU-TAB(IDX-ALU) = NUM-DOC
                               ADD 1 TO QTDDOC-ALU-TAB(IDX-ALU)
                       END-SEARCH
                   END-IF
           END-READ.

      *              Avalia os sinais do aluno e soma os pontos.
       APURARSINAIS.
           MOVE 0 TO WS-PONTOS
           IF WS-BIM-ANT > 0 AND QTDDIS-ALU-TAB(IDX-ALU) > 0
               COMPUTE WS-MEDIA-ANT ROUNDED =
                   SOMA-BIM-TAB(IDX-ALU WS-BIM-ANT)
                   / QTDDIS-ALU-TAB(IDX-ALU)
               COMPUTE WS-MEDIA-ATU ROUNDED =
                   SOMA-BIM-TAB(IDX-ALU WS-BIM-ATU)
                   / QTDDIS-ALU-TAB(IDX-ALU)
               COMPUTE WS-QUEDA = WS-MEDIA-ANT - WS-MEDIA-ATU
               MOVE WS-MEDIA-ANT TO MEDANT-ALU-TAB(IDX-ALU)
               MOVE WS-MEDIA-ATU TO MEDATU-ALU-TAB(IDX-ALU)
               IF WS-QUEDA > 0 AND WS-QUEDA NOT < WS-QUEDA-MIN
                   MOVE "S" TO SIN-QUE-TAB(IDX-ALU)
                   ADD WS-PESO-QUE TO WS-PONTOS
               END-IF
           END-IF
           IF WS-DIAS-LET > 0
               IF FALTA-ALU-TAB(IDX-ALU) < WS-DIAS-LET
                   COMPUTE FREQ-ALU-TAB(IDX-ALU) ROUNDED =
                       (WS-DIAS-LET - FALTA-ALU-TAB(IDX-ALU)) * 100
                       / WS-DIAS-LET
               ELSE
                   MOVE 0 TO FREQ-ALU-TAB(IDX-ALU)
               END-IF
               IF FREQ-ALU-TAB(IDX-ALU) < WS-FREQ-ALERTA
                   MOVE "S" TO SIN-FRQ-TAB(IDX-ALU)
                   ADD WS-PESO-FRQ TO WS-PONTOS
               END-IF
           END-IF
           IF MAXFDI-ALU-TAB(IDX-ALU) > 0
               AND MAXFDI-ALU-TAB(IDX-ALU) NOT < WS-FALTA-ALERTA
               MOVE "S" TO SIN-FDI-TAB(IDX-ALU)
               ADD WS-PESO-FDI TO WS-PONTOS
           END-IF
           IF QTDOCO-ALU-TAB(IDX-ALU) > 0
               MOVE "S" TO SIN-OCO-TAB(IDX-ALU)
               COMPUTE WS-PONTOS = WS-PONTOS
                   + WS-PESO-OCO * QTDOCO-ALU-TAB(IDX-ALU)
           END-IF
           IF QTDATR-ALU-TAB(IDX-ALU) NOT < WS-MESES-ATR
               AND QTDATR-ALU-TAB(IDX-ALU) > 0
               MOVE "S" TO SIN-ATR-TAB(IDX-ALU)
               COMPUTE WS-PONTOS = WS-PONTOS
                   + WS-PESO-ATR * QTDATR-ALU-TAB(IDX-ALU)
           END-IF
           IF QTDDOC-ALU-TAB(IDX-ALU) > 0
               MOVE "S" TO SIN-DOC-TAB(IDX-ALU)
               COMPUTE WS-PONTOS = WS-PONTOS
                   + WS-PESO-DOC * QTDDOC-ALU-TAB(IDX-ALU)
           END-IF
           MOVE WS-PONTOS TO PONTOS-ALU-TAB(IDX-ALU).

      *              Relatorio por turma, do maior para o menor risco.
       EMITIRRELATORIO.
           IF QTD-ALU > 1
               SORT ALU-ITEM ON ASCENDING KEY TURMA-ALU-TAB
                   DESCENDING KEY PONTOS-ALU-TAB
                   ASCENDING KEY NUM-ALU-TAB
           END-IF
           PERFORM CABECALHO
           PERFORM VARYING IDX-IMP FROM 1 BY 1
               UNTIL IDX-IMP > QTD-ALU
               IF PONTOS-ALU-TAB(IDX-IMP) NOT < WS-CORTE
                   IF CONT-RISCO = 0
                       OR TURMA-ALU-TAB(IDX-IMP) NOT = WS-TURMA-ATU
                       IF CONT-RISCO > 0
                           PERFORM FECHARTURMA
                       END-IF
                       PERFORM ABRIRTURMA
                   END-IF
                   PERFORM IMPRIMIRALUNO
               END-IF
           END-PERFORM
           IF CONT-RISCO > 0
               PERFORM FECHARTURMA
           END-IF.

       CABECALHO.
           MOVE WS-DATA-MOV(7:2) TO WS-DATA-EDT(1:2)
           MOVE "/"              TO WS-DATA-EDT(3:1)
           MOVE WS-DATA-MOV(5:2) TO WS-DATA-EDT(4:2)
           MOVE "/"              TO WS-DATA-EDT(6:1)
           MOVE WS-DATA-MOV(1:4) TO WS-DATA-EDT(7:4)
           MOVE SPACES TO LINHA-RIS
           STRING "ALERTA DE ALUNOS EM RISCO - DATA " WS-DATA-EDT
               DELIMITED BY SIZE INTO LINHA-RIS
           WRITE LINHA-RIS
           MOVE WS-BIM-ANT TO WS-QTDE-EDT
           MOVE WS-BIM-ATU TO WS-QTDE-EDT2
           MOVE SPACES TO LINHA-RIS
           STRING "BIMESTRES COMPARADOS:" WS-QTDE-EDT " E"
               WS-QTDE-EDT2 "   DIAS LETIVOS ATE A DATA: " WS-DIAS-LET
               DELIMITED BY SIZE INTO LINHA-RIS
           WRITE LINHA-RIS
           IF WS-BIM-ANT = 0
               MOVE "  QUEDA DE MEDIA NAO AVALIADA - UM SO BIMESTRE"
                   TO LINHA-RIS
               WRITE LINHA-RIS
           END-IF
           IF WS-DIAS-LET = 0
               MOVE "  FREQUENCIA GERAL NAO AVALIADA - SEM CALENDARIO"
                   TO LINHA-RIS
               WRITE LINHA-RIS
           END-IF
           IF WS-TEM-FDI = "N"
               MOVE "  FALTAS POR DISCIPLINA NAO AVALIADAS - SEM CADFDI"
                   TO LINHA-RIS
               WRITE LINHA-RIS
           END-IF
           IF WS-TEM-OCO = "N"
               MOVE "  OCORRENCIAS NAO AVALIADAS - SEM CADOCO"
                   TO LINHA-RIS
               WRITE LINHA-RIS
           END-IF
           IF WS-TEM-COB = "N"
               MOVE "  ATRASOS NAO AVALIADOS - SEM CADCOB" TO LINHA-RIS
               WRITE LINHA-RIS
           END-IF
           IF WS-TEM-DOC = "N"
               MOVE "  DOCUMENTOS NAO AVALIADOS - SEM CADDOC"
                   TO LINHA-RIS
               WRITE LINHA-RIS
           END-IF
           MOVE ALL "-" TO LINHA-RIS
           WRITE LINHA-RIS.

       ABRIRTURMA.
           MOVE TURMA-ALU-TAB(IDX-IMP) TO WS-TURMA-ATU
           MOVE 0 TO CONT-TUR-RIS
           MOVE SPACES TO LINHA-RIS
           WRITE LINHA-RIS
           STRING "TURMA " WS-TURMA-ATU
               DELIMITED BY SIZE INTO LINHA-RIS
           WRITE LINHA-RIS.

       FECHARTURMA.
           MOVE SPACES TO LINHA-RIS
           STRING "  ALUNOS EM RISCO NA TURMA " WS-TURMA-ATU ": "
               CONT-TUR-RIS
               DELIMITED BY SIZE INTO LINHA-RIS
           WRITE LINHA-RIS.

      *              Linha do aluno com a pontuacao e uma linha por
      *              sinal disparado.
       IMPRIMIRALUNO.
           ADD 1 TO CONT-RISCO
           ADD 1 TO CONT-TUR-RIS
           MOVE PONTOS-ALU-TAB(IDX-IMP) TO WS-PONTOS-EDT
           MOVE SPACES TO LINHA-RIS
           STRING "  " NUM-ALU-TAB(IDX-IMP) "  " NOME-ALU-TAB(IDX-IMP)
               "  PONTOS: " WS-PONTOS-EDT
               DELIMITED BY SIZE INTO LINHA-RIS
           WRITE LINHA-RIS
           IF SIN-QUE-TAB(IDX-IMP) = "S"
               MOVE MEDANT-ALU-TAB(IDX-IMP) TO WS-MEDIA-EDT1
               MOVE MEDATU-ALU-TAB(IDX-IMP) TO WS-MEDIA-EDT2
               MOVE SPACES TO LINHA-RIS
               STRING "         QUE - MEDIA CAIU DE " WS-MEDIA-EDT1
                   " PARA " WS-MEDIA-EDT2
                   DELIMITED BY SIZE INTO LINHA-RIS
               WRITE LINHA-RIS
           END-IF
           IF SIN-FRQ-TAB(IDX-IMP) = "S"
               MOVE SPACES TO LINHA-RIS
               STRING "         FRQ - FREQUENCIA DE "
                   FREQ-ALU-TAB(IDX-IMP) "% (MINIMO " WS-FREQ-MIN "%)"
                   DELIMITED BY SIZE INTO LINHA-RIS
               WRITE LINHA-RIS
           END-IF
           IF SIN-FDI-TAB(IDX-IMP) = "S"
               MOVE MAXFDI-ALU-TAB(IDX-IMP) TO WS-QTDE-EDT
               MOVE SPACES TO LINHA-RIS
               STRING "         FDI - " WS-QTDE-EDT
                   " FALTAS NA DISCIPLINA " DISFDI-ALU-TAB(IDX-IMP)
                   " (LIMITE " WS-FALTA-MAX ")"
                   DELIMITED BY SIZE INTO LINHA-RIS
               WRITE LINHA-RIS
           END-IF
           IF SIN-OCO-TAB(IDX-IMP) = "S"
               MOVE QTDOCO-ALU-TAB(IDX-IMP) TO WS-QTDE-EDT
               MOVE SPACES TO LINHA-RIS
               STRING "         OCO - " WS-QTDE-EDT
                   " OCORRENCIA(S) DE GRAVIDADE " WS-SEV-MIN
                   " OU MAIOR NOS ULTIMOS " WS-DIAS-OCO " DIAS"
                   DELIMITED BY SIZE INTO LINHA-RIS
               WRITE LINHA-RIS
           END-IF
           IF SIN-ATR-TAB(IDX-IMP) = "S"
               MOVE QTDATR-ALU-TAB(IDX-IMP) TO WS-QTDE-EDT
               MOVE SPACES TO LINHA-RIS
               STRING "         ATR - " WS-QTDE-EDT
                   " MENSALIDADE(S) VENCIDA(S) EM ABERTO"
                   DELIMITED BY SIZE INTO LINHA-RIS
               WRITE LINHA-RIS
           END-IF
           IF SIN-DOC-TAB(IDX-IMP) = "S"
               MOVE QTDDOC-ALU-TAB(IDX-IMP) TO WS-QTDE-EDT
               MOVE SPACES TO LINHA-RIS
               STRING "         DOC - " WS-QTDE-EDT
                   " DOCUMENTO(S) OBRIGATORIO(S) VENCIDO(S)"
                   DELIMITED BY SIZE INTO LINHA-RIS
               WRITE LINHA-RIS
           END-IF.

       TERMINO.
           MOVE SPACES TO LINHA-RIS
           WRITE LINHA-RIS
           MOVE ALL "-" TO LINHA-RIS
           WRITE LINHA-RIS
           MOVE SPACES TO LINHA-RIS
           STRING "ALUNOS ATIVOS AVALIADOS: " CONT-ALU
               "  EM RISCO: " CONT-RISCO
               DELIMITED BY SIZE INTO LINHA-RIS
           WRITE LINHA-RIS
           CLOSE RELRIS.
           DISPLAY "EX84 - ALUNOS AVALIADOS: " CONT-ALU
               " EM RISCO: " CONT-RISCO
               " REGISTROS DE ALUNO FORA DO MESTRE: " CONT-IGN.
