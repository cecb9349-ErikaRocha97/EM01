       IDENTIFICATION DIVISION.
       PROGRAM-ID.   EX75.
       AUTHOR.       ERIKA ROCHA.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 17-10-2025.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.      RELATORIO DE QUADRO E ROTATIVIDADE DE PESSOAL
      *              POR DEPARTAMENTO, DO MES DA DATA DE MOVIMENTO
      *              (CADDTM; SEM ELE, O RELOGIO DA MAQUINA) E DO ANO
      *              ATE ELE. MONTA EM MEMORIA OS VINCULOS: OS
      *              DESLIGADOS DOS TERMOS DE RESCISAO CADRSC (EX60,
      *              COM DATA, TIPO D/P/T, DEPARTAMENTO E ADMISSAO),
      *              OS ATIVOS DO MESTRE INDEXADO CADFUN (ADMISSAO-
      *              -ENT) E AS TRANSFERENCIAS DE DEPARTAMENTO DA
      *              TRILHA CADAUD (ALTERACOES DO EX14/EX16 COM
      *              DEPARTAMENTO DIFERENTE NAS IMAGENS ANTES E
      *              DEPOIS). TERMO ANTIGO SEM DEPARTAMENTO/ADMISSAO
      *              OS BUSCA NO MESTRE OU NA IMAGEM DA EXCLUSAO NA
      *              TRILHA. O DEPARTAMENTO DE UM VINCULO NUMA DATA
      *              E O ATUAL DESFEITAS AS TRANSFERENCIAS POSTERIORES
      *              A ELA. PARA CADA PERIODO, RELROT TRAZ POR
      *              DEPARTAMENTO (NOMES DE CADDEP, GRUPO "SEM
      *              DEPTO" COMO NO EX59) O QUADRO INICIAL, AS
      *              ADMISSOES, OS DESLIGAMENTOS POR TIPO, AS
      *              TRANSFERENCIAS DE ENTRADA E SAIDA, O QUADRO
      *              FINAL, A ROTATIVIDADE ((ADMISSOES +
      *              DESLIGAMENTOS) / 2 SOBRE O QUADRO MEDIO) E O
      *              TEMPO MEDIO DE CASA, EM MESES, DOS DESLIGADOS.

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
           SELECT CADRSC   ASSIGN TO DYNAMIC WS-CADRSC-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADRSC.
           SELECT CADAUD   ASSIGN TO DYNAMIC WS-CADAUD-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADAUD.
           SELECT CADDEP   ASSIGN TO DYNAMIC WS-CADDEP-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADDEP.
           SELECT CADDTM   ASSIGN TO DYNAMIC WS-CADDTM-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADDTM.
           SELECT RELROT   ASSIGN TO DYNAMIC WS-RELROT-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELROT.

       DATA DIVISION.

       FILE SECTION.
       FD CADFUN
           LABEL RECORD ARE STANDARD.

           COPY CADFUN.

      *              CADRSC: termos de rescisao do EX60, somente
      *              leitura aqui. So interessam o funcionario, a
      *              data, o tipo, o departamento e a admissao.
       FD CADRSC
           LABEL RECORD ARE STANDARD.

       01 REG-RSC.
           02 COD-RSC       PIC 9(05).
           02 DATARES-RSC   PIC 9(08).
           02 TIPO-RSC      PIC X(01).
           02 SALARIO-RSC   PIC 9(05)V99.
           02 SALDO-RSC     PIC 9(05)V99.
           02 DEC13-RSC     PIC 9(05)V99.
           02 FERPRO-RSC    PIC 9(05)V99.
           02 FERVEN-RSC    PIC 9(05)V99.
           02 AVISO-RSC     PIC 9(05)V99.
           02 TOTAL-RSC     PIC 9(07)V99.
           02 DEPTO-RSC     PIC 9(03).
           02 ADMISSAO-RSC  PIC 9(08).

       FD CADAUD
           LABEL RECORD ARE STANDARD.

           COPY CADAUD.

       FD CADDEP
           LABEL RECORD ARE STANDARD.

       01 REG-DEP.
           02 COD-DEP       PIC 9(03).
           02 NOME-DEP      PIC X(20).

      *              CADDTM: data de movimento (AAAAMMDD) do lote.
      *              Opcional - se ausente, vale o relogio da maquina.
       FD CADDTM
           LABEL RECORD ARE STANDARD.

       01 REG-DTM.
           02 DATA-DTM       PIC 9(08).

       FD RELROT
           LABEL RECORD ARE STANDARD.

       01 LINHA-ROT  PIC X(100).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ       PIC X(03) VALUE "NAO".
       77 FS-CADFUN     PIC X(02) VALUE "00".
       77 FS-CADRSC     PIC X(02) VALUE "00".
       77 FS-CADAUD     PIC X(02) VALUE "00".
       77 FS-CADDEP     PIC X(02) VALUE "00".
       77 FS-CADDTM     PIC X(02) VALUE "00".
       77 FS-RELROT     PIC X(02) VALUE "00".
       77 WS-DATA-MOV   PIC 9(08) VALUE 0.
       77 WS-COMP       PIC 9(06) VALUE 0.
       77 WS-ANO-MOV    PIC 9(04) VALUE 0.
       77 WS-MES-MOV    PIC 9(02) VALUE 0.
       77 WS-ADMISSAO   PIC 9(08) VALUE 0.
       77 CONT-ATIVOS   PIC 9(05) VALUE 0.
       77 CONT-DESLIG   PIC 9(05) VALUE 0.
       77 CONT-TRF      PIC 9(05) VALUE 0.

      *              Imagem de um registro de CADFUN gravada na
      *              trilha CADAUD, para o departamento e a admissao.
       01 WS-IMAGEM-FUN.
           02 FILLER         PIC X(32).
           02 DEPTO-IMG      PIC 9(03).
           02 FILLER         PIC X(20).
           02 ADMISSAO-IMG.
               03 DD-ADM-IMG PIC 9(02).
               03 MM-ADM-IMG PIC 9(02).
               03 AA-ADM-IMG PIC 9(04).
           02 FILLER         PIC X(01).
       01 WS-IMAGEM-DEP.
           02 FILLER         PIC X(32).
           02 DEPTO-IMG-DEP  PIC 9(03).
           02 FILLER         PIC X(29).

      *              Vinculos em memoria (ativos e desligados; 5000 e
      *              folga para o quadro mais o historico de
      *              rescisoes). ADM zerada = admissao desconhecida;
      *              DESL zerado = vinculo ativo. INITRF/QTDTRF
      *              apontam as transferencias do funcionario na
      *              tabela TABELA-TRF.
       77 QTD-EMP       PIC 9(04) VALUE 0.
       77 IDX-EMP       PIC 9(04) VALUE 0.
       77 IDX-EMP-ACH   PIC 9(04) VALUE 0.
       01 TABELA-EMP.
           02 EMP-ITEM OCCURS 1 TO 5000 TIMES
               DEPENDING ON QTD-EMP.
               03 COD-EMP        PIC 9(05).
               03 ADM-EMP        PIC 9(08).
               03 DESL-EMP       PIC 9(08).
               03 TIPO-EMP       PIC X(01).
               03 DEP-EMP        PIC 9(03).
               03 INITRF-EMP     PIC 9(04).
               03 QTDTRF-EMP     PIC 9(04).

      *              Transferencias de departamento, em ordem de
      *              funcionario/data depois da carga.
       77 QTD-TRF       PIC 9(04) VALUE 0.
       77 IDX-TRF       PIC 9(04) VALUE 0.
       77 IDX-TRF-FIM   PIC 9(04) VALUE 0.
       01 TABELA-TRF.
           02 TRF-ITEM OCCURS 1 TO 5000 TIMES
               DEPENDING ON QTD-TRF.
               03 COD-TRF        PIC 9(05).
               03 DATA-TRF       PIC 9(08).
               03 DE-TRF         PIC 9(03).
               03 PARA-TRF       PIC 9(03).

      *              Periodo em apuracao (AAAAMMDD) e data de corte
      *              para o departamento de um vinculo: valem as
      *              transferencias anteriores ao corte.
       77 WS-PER-INI    PIC 9(08) VALUE 0.
       77 WS-PER-FIM    PIC 9(08) VALUE 0.
       77 WS-CORTE      PIC 9(08) VALUE 0.
       77 WS-DEPTO      PIC 9(03) VALUE 0.
       77 WS-TITULO     PIC X(40) VALUE SPACES.
       77 WS-MESES      PIC S9(05) VALUE 0.
       77 WS-AAAAMM-DESL PIC 9(06) VALUE 0.
       77 WS-ANO-DESL   PIC 9(04) VALUE 0.
       77 WS-MES-DESL   PIC 9(02) VALUE 0.
       77 WS-DIA-DESL   PIC 9(02) VALUE 0.
       77 WS-AAAAMM-ADM PIC 9(06) VALUE 0.
       77 WS-ANO-ADM    PIC 9(04) VALUE 0.
       77 WS-MES-ADM    PIC 9(02) VALUE 0.
       77 WS-DIA-ADM    PIC 9(02) VALUE 0.

      *              Acumuladores por departamento do periodo, mais o
      *              grupo "SEM DEPTO" na posicao 1 (mesmo esquema do
      *              EX59).
       77 QTD-DEP-ACU   PIC 9(03) VALUE 0.
       77 IDX-DEP       PIC 9(03) VALUE 0.
       77 IDX-ACHADO    PIC 9(03) VALUE 0.
       01 TABELA-ACU.
           02 ACU-ITEM OCCURS 102 TIMES.
               03 DEP-ACU       PIC 9(03).
               03 NOMEDEP-ACU   PIC X(20).
               03 INICIAL-ACU   PIC 9(05).
               03 ADMIT-ACU     PIC 9(05).
               03 DESLD-ACU     PIC 9(05).
               03 DESLP-ACU     PIC 9(05).
               03 DESLT-ACU     PIC 9(05).
               03 TRFENT-ACU    PIC 9(05).
               03 TRFSAI-ACU    PIC 9(05).
               03 FINAL-ACU     PIC 9(05).
               03 MESES-ACU     PIC 9(07).
               03 QTDMES-ACU    PIC 9(05).

      *              A posicao 102 recebe o total geral do periodo.
       77 IDX-TOT       PIC 9(03) VALUE 102.

      *              Campos editados das linhas do relatorio.
       77 WS-QTDE-EDT   PIC ZZZZ9.
       77 WS-ROT-PERC   PIC 9(05)V99 VALUE 0.
       77 WS-ROT-EDT    PIC ZZZ9,99.
       77 WS-TEMPO      PIC 9(05)V9 VALUE 0.
       77 WS-TEMPO-EDT  PIC ZZZ9,9.
       77 WS-NOME-LIN   PIC X(20) VALUE SPACES.
       77 WS-DEP-LIN    PIC X(03) VALUE SPACES.

      *              Nomes fisicos dos arquivos, com o valor original
      *              como default, substituiveis em tempo de execucao
      *              por variaveis de ambiente (ver LERNOMESARQUIVOS).
       77 WS-CADFUN-ARQ  PIC X(40) VALUE "CADFUN.DAT".
       77 WS-CADRSC-ARQ  PIC X(40) VALUE "CADRSC.DAT".
       77 WS-CADAUD-ARQ  PIC X(40) VALUE "CADAUD.DAT".
       77 WS-CADDEP-ARQ  PIC X(40) VALUE "CADDEP.DAT".
       77 WS-CADDTM-ARQ  PIC X(40) VALUE "CADDTM.DAT".
       77 WS-RELROT-ARQ  PIC X(40) VALUE "RELROT.DAT".
       77 WS-ENV-TEMP    PIC X(40).

       PROCEDURE DIVISION.

       EXECUTAR.
           PERFORM LERNOMESARQUIVOS.
           PERFORM INICIO.
           PERFORM PRINCIPAL.
           PERFORM TERMINO.
           STOP RUN.

       LERNOMESARQUIVOS.
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADFUN"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADFUN-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADRSC"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADRSC-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADAUD"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADAUD-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADDEP"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADDEP-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADDTM"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADDTM-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "RELROT"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-RELROT-ARQ
           END-IF.

       INICIO.
           PERFORM LERDATAMOV.
           PERFORM CARREGARDEPARTAMENTOS.
           PERFORM CARREGARRESCISOES.
           PERFORM CARREGARMESTRE.
           PERFORM CARREGARTRILHA.
           PERFORM INDEXARTRANSFERENCIAS.
           OPEN OUTPUT RELROT
           IF FS-RELROT NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-RELROT-ARQ)
                   " - FILE STATUS " FS-RELROT
               MOVE 1 TO RETURN-CODE
               STOP RUN
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
           END-IF
           MOVE WS-DATA-MOV(1:6) TO WS-COMP
           DIVIDE WS-COMP BY 100 GIVING WS-ANO-MOV
               REMAINDER WS-MES-MOV.

       CARREGARDEPARTAMENTOS.
           INITIALIZE TABELA-ACU
           MOVE 1 TO QTD-DEP-ACU
           MOVE 0 TO DEP-ACU(1)
           MOVE "SEM DEPTO" TO NOMEDEP-ACU(1)
           OPEN INPUT CADDEP
           IF FS-CADDEP NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADDEP-ARQ)
                   " - FILE STATUS " FS-CADDEP
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LERDEPARTAMENTO UNTIL FIM-ARQ = "SIM"
           CLOSE CADDEP
           MOVE "NAO" TO FIM-ARQ.

       LERDEPARTAMENTO.
           READ CADDEP
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   IF QTD-DEP-ACU = 101
                       DISPLAY "EX75 - MAIS DE 100 DEPARTAMENTOS - "
                           "RODADA ABORTADA"
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO QTD-DEP-ACU
                   MOVE COD-DEP  TO DEP-ACU(QTD-DEP-ACU)
                   MOVE NOME-DEP TO NOMEDEP-ACU(QTD-DEP-ACU)
           END-READ.

      *              Um vinculo desligado por termo de rescisao.
      *              Opcional - sem CADRSC ninguem saiu ainda.
       CARREGARRESCISOES.
           OPEN INPUT CADRSC
           IF FS-CADRSC = "00"
               PERFORM LERRESCISAO UNTIL FIM-ARQ = "SIM"
               CLOSE CADRSC
               MOVE "NAO" TO FIM-ARQ
           END-IF.

       LERRESCISAO.
           READ CADRSC
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   PERFORM NOVOVINCULO
                   MOVE COD-RSC     TO COD-EMP(QTD-EMP)
                   MOVE DATARES-RSC TO DESL-EMP(QTD-EMP)
                   MOVE TIPO-RSC    TO TIPO-EMP(QTD-EMP)
                   IF DEPTO-RSC IS NUMERIC
                       AND ADMISSAO-RSC IS NUMERIC
                       MOVE DEPTO-RSC    TO DEP-EMP(QTD-EMP)
                       MOVE ADMISSAO-RSC TO ADM-EMP(QTD-EMP)
                   END-IF
                   ADD 1 TO CONT-DESLIG
           END-READ.

       NOVOVINCULO.
           IF QTD-EMP = 5000
               DISPLAY "EX75 - MAIS DE 5000 VINCULOS - "
                   "RODADA ABORTADA"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO QTD-EMP
           MOVE 0      TO COD-EMP(QTD-EMP) ADM-EMP(QTD-EMP)
           MOVE 0      TO DESL-EMP(QTD-EMP) DEP-EMP(QTD-EMP)
           MOVE 0      TO INITRF-EMP(QTD-EMP) QTDTRF-EMP(QTD-EMP)
           MOVE SPACES TO TIPO-EMP(QTD-EMP).

      *              Funcionario do mestre: se ja tem termo de
      *              rescisao deste vinculo (a exclusao ainda nao
      *              passou pelo EX14), o mestre so completa o termo
      *              antigo sem departamento/admissao; senao, e um
      *              vinculo ativo (inclusive a readmissao depois de
      *              um desligamento antigo).
       CARREGARMESTRE.
           OPEN INPUT CADFUN
           IF FS-CADFUN NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADFUN-ARQ)
                   " - FILE STATUS " FS-CADFUN
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LERMESTRE UNTIL FIM-ARQ = "SIM"
           CLOSE CADFUN
           MOVE "NAO" TO FIM-ARQ.

       LERMESTRE.
           READ CADFUN NEXT RECORD
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   MOVE 0 TO WS-ADMISSAO
                   IF ADMISSAO-ENT IS NUMERIC AND AA-ADM-ENT > 0
                       COMPUTE WS-ADMISSAO = AA-ADM-ENT * 10000
                           + MM-ADM-ENT * 100 + DD-ADM-ENT
                   END-IF
                   PERFORM LOCALIZARDESLIGADO
                   IF IDX-EMP-ACH = 0
                       PERFORM NOVOVINCULO
                       MOVE COD-ENT     TO COD-EMP(QTD-EMP)
                       MOVE WS-ADMISSAO TO ADM-EMP(QTD-EMP)
                       MOVE DEPTO-ENT   TO DEP-EMP(QTD-EMP)
                       ADD 1 TO CONT-ATIVOS
                   ELSE
                       IF ADM-EMP(IDX-EMP-ACH) = 0
                           MOVE WS-ADMISSAO
                               TO ADM-EMP(IDX-EMP-ACH)
                           MOVE DEPTO-ENT TO DEP-EMP(IDX-EMP-ACH)
                       END-IF
                   END-IF
           END-READ.

      *              Termo de rescisao do mesmo vinculo do mestre:
      *              mesmo funcionario, desligado depois da admissao
      *              registrada no mestre.
       LOCALIZARDESLIGADO.
           MOVE 0 TO IDX-EMP-ACH
           PERFORM VARYING IDX-EMP FROM 1 BY 1
               UNTIL IDX-EMP > QTD-EMP
               IF COD-EMP(IDX-EMP) = COD-ENT
                   AND DESL-EMP(IDX-EMP) NOT < WS-ADMISSAO
                   MOVE IDX-EMP TO IDX-EMP-ACH
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *              Trilha de auditoria: as alteracoes do mestre
      *              (EX14/EX16) que mudam o departamento sao
      *              transferencias; as exclusoes do EX14 completam
      *              termos antigos ainda sem departamento/admissao.
      *              Opcional - sem CADAUD nao ha transferencias.
       CARREGARTRILHA.
           OPEN INPUT CADAUD
           IF FS-CADAUD = "00"
               PERFORM LERTRILHA UNTIL FIM-ARQ = "SIM"
               CLOSE CADAUD
               MOVE "NAO" TO FIM-ARQ
           END-IF.

       LERTRILHA.
           READ CADAUD
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   IF (PROG-AUD = "EX14" OR PROG-AUD = "EX16")
                       AND TIPO-AUD = "C"
                       PERFORM REGISTRARTRANSFERENCIA
                   END-IF
                   IF PROG-AUD = "EX14" AND TIPO-AUD = "E"
                       PERFORM COMPLETARDESLIGADO
                   END-IF
           END-READ.

       REGISTRARTRANSFERENCIA.
           MOVE ANTES-AUD  TO WS-IMAGEM-FUN
           MOVE DEPOIS-AUD TO WS-IMAGEM-DEP
           IF DEPTO-IMG IS NUMERIC AND DEPTO-IMG-DEP IS NUMERIC
               AND DEPTO-IMG NOT = DEPTO-IMG-DEP
               IF QTD-TRF = 5000
                   DISPLAY "EX75 - MAIS DE 5000 TRANSFERENCIAS - "
                       "RODADA ABORTADA"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QTD-TRF
               MOVE CHAVE-AUD     TO COD-TRF(QTD-TRF)
               MOVE DATA-AUD      TO DATA-TRF(QTD-TRF)
               MOVE DEPTO-IMG     TO DE-TRF(QTD-TRF)
               MOVE DEPTO-IMG-DEP TO PARA-TRF(QTD-TRF)
               ADD 1 TO CONT-TRF
           END-IF.

       COMPLETARDESLIGADO.
           MOVE ANTES-AUD TO WS-IMAGEM-FUN
           IF DEPTO-IMG IS NUMERIC AND ADMISSAO-IMG IS NUMERIC
               PERFORM VARYING IDX-EMP FROM 1 BY 1
                   UNTIL IDX-EMP > QTD-EMP
                   IF COD-EMP(IDX-EMP) = CHAVE-AUD
                       AND DESL-EMP(IDX-EMP) NOT = 0
                       AND ADM-EMP(IDX-EMP) = 0
                       COMPUTE ADM-EMP(IDX-EMP) = AA-ADM-IMG * 10000
                           + MM-ADM-IMG * 100 + DD-ADM-IMG
                       MOVE DEPTO-IMG TO DEP-EMP(IDX-EMP)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

      *              Ordena vinculos e transferencias por
      *              funcionario e aponta, em cada vinculo, a faixa
      *              das transferencias do seu funcionario.
       INDEXARTRANSFERENCIAS.
           IF QTD-EMP > 1
               SORT EMP-ITEM ON ASCENDING KEY COD-EMP ADM-EMP
           END-IF
           IF QTD-TRF > 1
               SORT TRF-ITEM ON ASCENDING KEY COD-TRF DATA-TRF
           END-IF
           MOVE 1 TO IDX-TRF
           PERFORM VARYING IDX-EMP FROM 1 BY 1
               UNTIL IDX-EMP > QTD-EMP
               PERFORM UNTIL IDX-TRF > QTD-TRF
                   OR COD-TRF(IDX-TRF) NOT < COD-EMP(IDX-EMP)
                   ADD 1 TO IDX-TRF
               END-PERFORM
               MOVE IDX-TRF TO INITRF-EMP(IDX-EMP)
               MOVE 0 TO QTDTRF-EMP(IDX-EMP)
               MOVE IDX-TRF TO IDX-TRF-FIM
               PERFORM UNTIL IDX-TRF-FIM > QTD-TRF
                   OR COD-TRF(IDX-TRF-FIM) NOT = COD-EMP(IDX-EMP)
                   ADD 1 TO QTDTRF-EMP(IDX-EMP)
                   ADD 1 TO IDX-TRF-FIM
               END-PERFORM
           END-PERFORM.

      *              Mes da data de movimento e ano ate ele.
       PRINCIPAL.
           COMPUTE WS-PER-INI = WS-COMP * 100 + 1
           COMPUTE WS-PER-FIM = WS-COMP * 100 + 31
           MOVE SPACES TO WS-TITULO
           STRING "MES " WS-MES-MOV "/" WS-ANO-MOV
               DELIMITED BY SIZE INTO WS-TITULO
           PERFORM APURARPERIODO
           COMPUTE WS-PER-INI = WS-ANO-MOV * 10000 + 101
           MOVE SPACES TO WS-TITULO
           STRING "ANO " WS-ANO-MOV " (JANEIRO A " WS-MES-MOV ")"
               DELIMITED BY SIZE INTO WS-TITULO
           PERFORM APURARPERIODO.

       APURARPERIODO.
           PERFORM VARYING IDX-DEP FROM 1 BY 1 UNTIL IDX-DEP > 102
               MOVE 0 TO INICIAL-ACU(IDX-DEP) ADMIT-ACU(IDX-DEP)
               MOVE 0 TO DESLD-ACU(IDX-DEP) DESLP-ACU(IDX-DEP)
               MOVE 0 TO DESLT-ACU(IDX-DEP) TRFENT-ACU(IDX-DEP)
               MOVE 0 TO TRFSAI-ACU(IDX-DEP) FINAL-ACU(IDX-DEP)
               MOVE 0 TO MESES-ACU(IDX-DEP) QTDMES-ACU(IDX-DEP)
           END-PERFORM
           PERFORM APURARVINCULO
               VARYING IDX-EMP FROM 1 BY 1
               UNTIL IDX-EMP > QTD-EMP
           PERFORM GRAVARPERIODO.

      *              Quadro inicial: admitido antes do periodo e
      *              ainda ativo no primeiro dia; quadro final:
      *              admitido ate o fim do periodo e ativo no ultimo
      *              dia (o dia do desligamento e o ultimo
      *              trabalhado). Admissao desconhecida conta como
      *              antiga.
       APURARVINCULO.
           IF ADM-EMP(IDX-EMP) < WS-PER-INI
               AND (DESL-EMP(IDX-EMP) = 0
                   OR DESL-EMP(IDX-EMP) NOT < WS-PER-INI)
               MOVE WS-PER-INI TO WS-CORTE
               PERFORM DEPTONACORTE
               ADD 1 TO INICIAL-ACU(IDX-ACHADO)
           END-IF
           IF ADM-EMP(IDX-EMP) NOT < WS-PER-INI
               AND ADM-EMP(IDX-EMP) NOT > WS-PER-FIM
               MOVE ADM-EMP(IDX-EMP) TO WS-CORTE
               PERFORM DEPTONACORTE
               ADD 1 TO ADMIT-ACU(IDX-ACHADO)
           END-IF
           IF DESL-EMP(IDX-EMP) NOT < WS-PER-INI
               AND DESL-EMP(IDX-EMP) NOT > WS-PER-FIM
               COMPUTE WS-CORTE = DESL-EMP(IDX-EMP) + 1
               PERFORM DEPTONACORTE
               EVALUATE TIPO-EMP(IDX-EMP)
                   WHEN "D"
                       ADD 1 TO DESLD-ACU(IDX-ACHADO)
                   WHEN "P"
                       ADD 1 TO DESLP-ACU(IDX-ACHADO)
                   WHEN OTHER
                       ADD 1 TO DESLT-ACU(IDX-ACHADO)
               END-EVALUATE
               IF ADM-EMP(IDX-EMP) NOT = 0
                   PERFORM CALCULARTEMPOCASA
                   ADD WS-MESES TO MESES-ACU(IDX-ACHADO)
                   ADD 1 TO QTDMES-ACU(IDX-ACHADO)
               END-IF
           END-IF
           IF ADM-EMP(IDX-EMP) NOT > WS-PER-FIM
               AND (DESL-EMP(IDX-EMP) = 0
                   OR DESL-EMP(IDX-EMP) > WS-PER-FIM)
               COMPUTE WS-CORTE = WS-PER-FIM + 1
               PERFORM DEPTONACORTE
               ADD 1 TO FINAL-ACU(IDX-ACHADO)
           END-IF
           PERFORM APURARTRANSFERENCIAS.

      *              Transferencias do vinculo dentro do periodo:
      *              saida no departamento de origem, entrada no de
      *              destino.
       APURARTRANSFERENCIAS.
           IF QTDTRF-EMP(IDX-EMP) > 0
               COMPUTE IDX-TRF-FIM = INITRF-EMP(IDX-EMP)
                   + QTDTRF-EMP(IDX-EMP) - 1
               PERFORM VARYING IDX-TRF FROM INITRF-EMP(IDX-EMP) BY 1
                   UNTIL IDX-TRF > IDX-TRF-FIM
                   IF DATA-TRF(IDX-TRF) NOT < WS-PER-INI
                       AND DATA-TRF(IDX-TRF) NOT > WS-PER-FIM
                       AND DATA-TRF(IDX-TRF) NOT < ADM-EMP(IDX-EMP)
                       AND (DESL-EMP(IDX-EMP) = 0
                           OR DATA-TRF(IDX-TRF)
                               NOT > DESL-EMP(IDX-EMP))
                       MOVE DE-TRF(IDX-TRF) TO WS-DEPTO
                       PERFORM LOCALIZARACUMULADOR
                       ADD 1 TO TRFSAI-ACU(IDX-ACHADO)
                       MOVE PARA-TRF(IDX-TRF) TO WS-DEPTO
                       PERFORM LOCALIZARACUMULADOR
                       ADD 1 TO TRFENT-ACU(IDX-ACHADO)
                   END-IF
               END-PERFORM
           END-IF.

      *              Departamento do vinculo na data de corte: o de
      *              origem da primeira transferencia do vinculo
      *              naquela data ou depois; sem ela, o do mestre
      *              (ou o do desligamento).
       DEPTONACORTE.
           MOVE DEP-EMP(IDX-EMP) TO WS-DEPTO
           IF QTDTRF-EMP(IDX-EMP) > 0
               COMPUTE IDX-TRF-FIM = INITRF-EMP(IDX-EMP)
                   + QTDTRF-EMP(IDX-EMP) - 1
               PERFORM VARYING IDX-TRF FROM INITRF-EMP(IDX-EMP) BY 1
                   UNTIL IDX-TRF > IDX-TRF-FIM
                   IF DATA-TRF(IDX-TRF) NOT < WS-CORTE
                       AND DATA-TRF(IDX-TRF) NOT < ADM-EMP(IDX-EMP)
                       AND (DESL-EMP(IDX-EMP) = 0
                           OR DATA-TRF(IDX-TRF)
                               NOT > DESL-EMP(IDX-EMP))
                       MOVE DE-TRF(IDX-TRF) TO WS-DEPTO
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           PERFORM LOCALIZARACUMULADOR.

      *              Departamento zerado ou fora da tabela entra no
      *              grupo "SEM DEPTO".
       LOCALIZARACUMULADOR.
           MOVE 1 TO IDX-ACHADO
           IF WS-DEPTO NOT = 0
               PERFORM VARYING IDX-DEP FROM 2 BY 1
                   UNTIL IDX-DEP > QTD-DEP-ACU
                   IF DEP-ACU(IDX-DEP) = WS-DEPTO
                       MOVE IDX-DEP TO IDX-ACHADO
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

      *              Meses completos entre a admissao e o
      *              desligamento.
       CALCULARTEMPOCASA.
           DIVIDE DESL-EMP(IDX-EMP) BY 100 GIVING WS-AAAAMM-DESL
               REMAINDER WS-DIA-DESL
           DIVIDE WS-AAAAMM-DESL BY 100 GIVING WS-ANO-DESL
               REMAINDER WS-MES-DESL
           DIVIDE ADM-EMP(IDX-EMP) BY 100 GIVING WS-AAAAMM-ADM
               REMAINDER WS-DIA-ADM
           DIVIDE WS-AAAAMM-ADM BY 100 GIVING WS-ANO-ADM
               REMAINDER WS-MES-ADM
           COMPUTE WS-MESES = (WS-ANO-DESL * 12 + WS-MES-DESL)
               - (WS-ANO-ADM * 12 + WS-MES-ADM)
           IF WS-DIA-DESL < WS-DIA-ADM
               SUBTRACT 1 FROM WS-MESES
           END-IF
           IF WS-MESES < 0
               MOVE 0 TO WS-MESES
           END-IF.

       GRAVARLINHA.
           WRITE LINHA-ROT
           MOVE SPACES TO LINHA-ROT.

       GRAVARPERIODO.
           MOVE WS-TITULO TO LINHA-ROT
           PERFORM GRAVARLINHA
           MOVE ALL "-" TO LINHA-ROT
           PERFORM GRAVARLINHA
           STRING "DEPARTAMENTO               INIC  ADMIS DESLD "
               "DESLP DESLT TRENT TRSAI  FINAL  ROTAT%  TEMPO"
               DELIMITED BY SIZE INTO LINHA-ROT
           PERFORM GRAVARLINHA
           STRING "                                             "
               "                                        MESES"
               DELIMITED BY SIZE INTO LINHA-ROT
           PERFORM GRAVARLINHA
           PERFORM GRAVARLINHADEP
               VARYING IDX-DEP FROM 1 BY 1
               UNTIL IDX-DEP > QTD-DEP-ACU
           MOVE ALL "-" TO LINHA-ROT
           PERFORM GRAVARLINHA
           MOVE IDX-TOT TO IDX-DEP
           MOVE SPACES TO WS-DEP-LIN
           MOVE "TOTAL GERAL" TO WS-NOME-LIN
           PERFORM MONTARLINHA
           PERFORM GRAVARLINHA
           PERFORM GRAVARLINHA.

      *              Linha do departamento com algum quadro ou
      *              movimento; tudo soma no total geral.
       GRAVARLINHADEP.
           IF INICIAL-ACU(IDX-DEP) > 0 OR FINAL-ACU(IDX-DEP) > 0
               OR ADMIT-ACU(IDX-DEP) > 0 OR TRFSAI-ACU(IDX-DEP) > 0
               OR DESLD-ACU(IDX-DEP) + DESLP-ACU(IDX-DEP)
                   + DESLT-ACU(IDX-DEP) > 0
               MOVE DEP-ACU(IDX-DEP)     TO WS-DEP-LIN
               MOVE NOMEDEP-ACU(IDX-DEP) TO WS-NOME-LIN
               PERFORM MONTARLINHA
               PERFORM GRAVARLINHA
               ADD INICIAL-ACU(IDX-DEP) TO INICIAL-ACU(IDX-TOT)
               ADD ADMIT-ACU(IDX-DEP)   TO ADMIT-ACU(IDX-TOT)
               ADD DESLD-ACU(IDX-DEP)   TO DESLD-ACU(IDX-TOT)
               ADD DESLP-ACU(IDX-DEP)   TO DESLP-ACU(IDX-TOT)
               ADD DESLT-ACU(IDX-DEP)   TO DESLT-ACU(IDX-TOT)
               ADD TRFENT-ACU(IDX-DEP)  TO TRFENT-ACU(IDX-TOT)
               ADD TRFSAI-ACU(IDX-DEP)  TO TRFSAI-ACU(IDX-TOT)
               ADD FINAL-ACU(IDX-DEP)   TO FINAL-ACU(IDX-TOT)
               ADD MESES-ACU(IDX-DEP)   TO MESES-ACU(IDX-TOT)
               ADD QTDMES-ACU(IDX-DEP)  TO QTDMES-ACU(IDX-TOT)
           END-IF.

      *              Rotatividade = media de admissoes e
      *              desligamentos sobre o quadro medio do periodo,
      *              em %; tempo medio de casa dos desligados com
      *              admissao conhecida.
       MONTARLINHA.
           MOVE 0 TO WS-ROT-PERC
           IF INICIAL-ACU(IDX-DEP) + FINAL-ACU(IDX-DEP) > 0
               COMPUTE WS-ROT-PERC ROUNDED =
                   (ADMIT-ACU(IDX-DEP) + DESLD-ACU(IDX-DEP)
                   + DESLP-ACU(IDX-DEP) + DESLT-ACU(IDX-DEP)) * 100
                   / (INICIAL-ACU(IDX-DEP) + FINAL-ACU(IDX-DEP))
           END-IF
           MOVE 0 TO WS-TEMPO
           IF QTDMES-ACU(IDX-DEP) > 0
               COMPUTE WS-TEMPO ROUNDED =
                   MESES-ACU(IDX-DEP) / QTDMES-ACU(IDX-DEP)
           END-IF
           MOVE WS-ROT-PERC TO WS-ROT-EDT
           MOVE WS-TEMPO    TO WS-TEMPO-EDT
           STRING WS-DEP-LIN " " WS-NOME-LIN " "
               DELIMITED BY SIZE INTO LINHA-ROT
           MOVE INICIAL-ACU(IDX-DEP) TO WS-QTDE-EDT
           MOVE WS-QTDE-EDT TO LINHA-ROT(27:5)
           MOVE ADMIT-ACU(IDX-DEP) TO WS-QTDE-EDT
           MOVE WS-QTDE-EDT TO LINHA-ROT(34:5)
           MOVE DESLD-ACU(IDX-DEP) TO WS-QTDE-EDT
           MOVE WS-QTDE-EDT TO LINHA-ROT(40:5)
           MOVE DESLP-ACU(IDX-DEP) TO WS-QTDE-EDT
           MOVE WS-QTDE-EDT TO LINHA-ROT(46:5)
           MOVE DESLT-ACU(IDX-DEP) TO WS-QTDE-EDT
           MOVE WS-QTDE-EDT TO LINHA-ROT(52:5)
           MOVE TRFENT-ACU(IDX-DEP) TO WS-QTDE-EDT
           MOVE WS-QTDE-EDT TO LINHA-ROT(58:5)
           MOVE TRFSAI-ACU(IDX-DEP) TO WS-QTDE-EDT
           MOVE WS-QTDE-EDT TO LINHA-ROT(64:5)
           MOVE FINAL-ACU(IDX-DEP) TO WS-QTDE-EDT
           MOVE WS-QTDE-EDT TO LINHA-ROT(71:5)
           MOVE WS-ROT-EDT TO LINHA-ROT(77:7)
           MOVE WS-TEMPO-EDT TO LINHA-ROT(85:6).

       TERMINO.
           CLOSE RELROT.
           DISPLAY "EX75 - ATIVOS: " CONT-ATIVOS
               " DESLIGAMENTOS: " CONT-DESLIG
               " TRANSFERENCIAS: " CONT-TRF.
