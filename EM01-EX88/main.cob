       IDENTIFICATION DIVISION.
       PROGRAM-ID.   EX88.
       AUTHOR.       ERIKA ROCHA.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 23-10-2025.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.      RELATORIO MENSAL DE SUBSTITUICOES POR TURMA PARA
      *              A COORDENACAO, NO ESTILO DO EX68. LE O REGISTRO
      *              DE AULAS PERDIDAS CADAUS (MANTIDO PELO EX87) E,
      *              PARA AS AULAS COM DATA NA COMPETENCIA DA DATA DE
      *              MOVIMENTO (CADDTM; SEM ELE, O RELOGIO DA
      *              MAQUINA), AGRUPA POR TURMA: LISTA CADA AULA
      *              PERDIDA SEM NENHUM SUBSTITUTO (DATA, DIA, HORA,
      *              DISCIPLINA E PROFESSOR FALTOSO, COM O NOME
      *              BUSCADO POR CHAVE NO MESTRE INDEXADO CADFUN) E
      *              FECHA A TURMA COM AS AULAS FALTADAS, AS
      *              SUBSTITUIDAS E AS PERDIDAS. O TOTAL GERAL SAI NO
      *              FIM DO RELATORIO RELSUB.

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
      *              EX18; aqui e consultado por chave para obter o
      *              nome do professor faltoso.
           SELECT CADFUN   ASSIGN TO DYNAMIC WS-CADFUN-ARQ
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS COD-ENT
           FILE STATUS IS FS-CADFUN.
           SELECT CADAUS   ASSIGN TO DYNAMIC WS-CADAUS-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADAUS.
           SELECT CADDTM   ASSIGN TO DYNAMIC WS-CADDTM-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADDTM.
           SELECT RELSUB   ASSIGN TO DYNAMIC WS-RELSUB-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELSUB.

       DATA DIVISION.

       FILE SECTION.
       FD CADFUN
           LABEL RECORD ARE STANDARD.

           COPY CADFUN.

       FD CADAUS
           LABEL RECORD ARE STANDARD.

           COPY CADAUS.

      *              CADDTM: data de movimento (AAAAMMDD) do lote.
      *              Opcional - se ausente, vale o relogio da maquina.
       FD CADDTM
           LABEL RECORD ARE STANDARD.

       01 REG-DTM.
           02 DATA-DTM       PIC 9(08).

       FD RELSUB
           LABEL RECORD ARE STANDARD.

       01 LINHA-SUB  PIC X(80).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ       PIC X(03) VALUE "NAO".
       77 FS-CADFUN     PIC X(02) VALUE "00".
       77 FS-CADAUS     PIC X(02) VALUE "00".
       77 FS-CADDTM     PIC X(02) VALUE "00".
       77 FS-RELSUB     PIC X(02) VALUE "00".
       77 WS-DATA-MOV   PIC 9(08) VALUE 0.
       77 WS-COMP       PIC 9(06) VALUE 0.
       77 WS-NOME       PIC X(20) VALUE SPACES.
       77 WS-TURMA-ATU  PIC X(03) VALUE SPACES.

      *              Contadores da turma corrente e gerais.
       77 CONT-FAL-TUR  PIC 9(05) VALUE 0.
       77 CONT-SUB-TUR  PIC 9(05) VALUE 0.
       77 CONT-PER-TUR  PIC 9(05) VALUE 0.
       77 CONT-FAL      PIC 9(05) VALUE 0.
       77 CONT-SUB      PIC 9(05) VALUE 0.
       77 CONT-PER      PIC 9(05) VALUE 0.
       77 CONT-TUR      PIC 9(05) VALUE 0.

      *              Aulas perdidas da competencia em memoria (mesmo
      *              limite do EX87), ordenadas por turma/data/hora.
       77 QTD-AUS       PIC 9(04) VALUE 0.
       77 IDX-AUS       PIC 9(04) VALUE 0.
       01 TABELA-AUS.
           02 AUS-ITEM OCCURS 1 TO 5000 TIMES
               DEPENDING ON QTD-AUS.
               03 TURMA-AUS-TAB  PIC X(03).
               03 DATA-AUS-TAB   PIC 9(08).
               03 HORA-AUS-TAB   PIC X(05).
               03 DIA-AUS-TAB    PIC X(03).
               03 DIS-AUS-TAB    PIC 9(03).
               03 COD-AUS-TAB    PIC 9(05).
               03 SUB-AUS-TAB    PIC 9(05).

      *              Campos editados das linhas do relatorio.
       77 WS-QTDE-EDT   PIC ZZZZ9.
       77 WS-FAL-EDT    PIC ZZZZ9.
       77 WS-SUB-EDT    PIC ZZZZ9.
       77 WS-PER-EDT    PIC ZZZZ9.
       77 WS-DATA-EDT   PIC X(10).

      *              Nomes fisicos dos arquivos, com o valor original
      *              como default, substituiveis em tempo de execucao
      *              por variaveis de ambiente (ver LERNOMESARQUIVOS).
       77 WS-CADFUN-ARQ  PIC X(40) VALUE "CADFUN.DAT".
       77 WS-CADAUS-ARQ  PIC X(40) VALUE "CADAUS.DAT".
       77 WS-CADDTM-ARQ  PIC X(40) VALUE "CADDTM.DAT".
       77 WS-RELSUB-ARQ  PIC X(40) VALUE "RELSUB.DAT".
       77 WS-ENV-TEMP    PIC X(40).

       PROCEDURE DIVISION.

       EXECUTAR.
           PERFORM LERNOMESARQUIVOS.
           PERFORM INICIO.
           PERFORM PRINCIPAL
               VARYING IDX-AUS FROM 1 BY 1
               UNTIL IDX-AUS > QTD-AUS.
           PERFORM TERMINO.
           STOP RUN.

       LERNOMESARQUIVOS.
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADFUN"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADFUN-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADAUS"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADAUS-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADDTM"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADDTM-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "RELSUB"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-RELSUB-ARQ
           END-IF.

       INICIO.
           PERFORM LERDATAMOV.
           PERFORM CARREGARFALTAS.
           OPEN INPUT CADFUN
           IF FS-CADFUN NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADFUN-ARQ)
                   " - FILE STATUS " FS-CADFUN
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RELSUB
           IF FS-RELSUB NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-RELSUB-ARQ)
                   " - FILE STATUS " FS-RELSUB
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CABECALHO.

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
           MOVE WS-DATA-MOV(1:6) TO WS-COMP.

      *              So as aulas com data dentro da competencia,
      *              ordenadas por turma, data e hora.
       CARREGARFALTAS.
           OPEN INPUT CADAUS
           IF FS-CADAUS NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADAUS-ARQ)
                   " - FILE STATUS " FS-CADAUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LERFALTA UNTIL FIM-ARQ = "SIM"
           CLOSE CADAUS
           IF QTD-AUS > 1
               SORT AUS-ITEM ON ASCENDING KEY TURMA-AUS-TAB
                   DATA-AUS-TAB HORA-AUS-TAB
           END-IF.

       LERFALTA.
           READ CADAUS
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   IF DATA-AUS(1:6) = WS-COMP
                       IF QTD-AUS = 5000
                           DISPLAY "EX88 - MAIS DE 5000 AULAS "
                               "PERDIDAS NA COMPETENCIA - RODADA "
                               "ABORTADA"
                           MOVE 1 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO QTD-AUS
                       MOVE TURMA-AUS TO TURMA-AUS-TAB(QTD-AUS)
                       MOVE DATA-AUS  TO DATA-AUS-TAB(QTD-AUS)
                       MOVE HORA-AUS  TO HORA-AUS-TAB(QTD-AUS)
                       MOVE DIA-AUS   TO DIA-AUS-TAB(QTD-AUS)
                       MOVE DIS-AUS   TO DIS-AUS-TAB(QTD-AUS)
                       MOVE COD-AUS   TO COD-AUS-TAB(QTD-AUS)
                       MOVE SUB-AUS   TO SUB-AUS-TAB(QTD-AUS)
                   END-IF
           END-READ.

      *              Uma aula perdida da tabela ordenada, com quebra
      *              por turma.
       PRINCIPAL.
           IF CONT-TUR > 0
               AND TURMA-AUS-TAB(IDX-AUS) NOT = WS-TURMA-ATU
               PERFORM FECHARTURMA
           END-IF
           IF CONT-TUR = 0
               OR TURMA-AUS-TAB(IDX-AUS) NOT = WS-TURMA-ATU
               PERFORM ABRIRTURMA
           END-IF
           ADD 1 TO CONT-FAL-TUR
           IF SUB-AUS-TAB(IDX-AUS) = 0
               ADD 1 TO CONT-PER-TUR
               PERFORM BUSCARNOME
               PERFORM GRAVARDETALHE
           ELSE
               ADD 1 TO CONT-SUB-TUR
           END-IF.

       ABRIRTURMA.
           MOVE TURMA-AUS-TAB(IDX-AUS) TO WS-TURMA-ATU
           ADD 1 TO CONT-TUR
           MOVE 0 TO CONT-FAL-TUR CONT-SUB-TUR CONT-PER-TUR
           STRING "TURMA " WS-TURMA-ATU
               " - AULAS PERDIDAS SEM SUBSTITUTO"
               DELIMITED BY SIZE INTO LINHA-SUB
           PERFORM GRAVARLINHA.

       FECHARTURMA.
           MOVE CONT-FAL-TUR TO WS-FAL-EDT
           MOVE CONT-SUB-TUR TO WS-SUB-EDT
           MOVE CONT-PER-TUR TO WS-PER-EDT
           IF CONT-PER-TUR = 0
               MOVE "  NENHUMA" TO LINHA-SUB
               PERFORM GRAVARLINHA
           END-IF
           STRING "  FALTADAS: " WS-FAL-EDT
               "  SUBSTITUIDAS: " WS-SUB-EDT
               "  PERDIDAS: " WS-PER-EDT
               DELIMITED BY SIZE INTO LINHA-SUB
           PERFORM GRAVARLINHA
           PERFORM GRAVARLINHA
           ADD CONT-FAL-TUR TO CONT-FAL
           ADD CONT-SUB-TUR TO CONT-SUB
           ADD CONT-PER-TUR TO CONT-PER.

      *              Nome direto do mestre indexado; professor que
      *              ja saiu do mestre aparece sem nome.
       BUSCARNOME.
           MOVE "** FORA DO MESTRE **" TO WS-NOME
           MOVE COD-AUS-TAB(IDX-AUS) TO COD-ENT
           READ CADFUN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE NOME-ENT TO WS-NOME
           END-READ.

       GRAVARLINHA.
           WRITE LINHA-SUB
           MOVE SPACES TO LINHA-SUB.

       CABECALHO.
           MOVE SPACES TO LINHA-SUB
           STRING "SUBSTITUICOES DE PROFESSORES POR TURMA - "
               "COMPETENCIA " WS-DATA-MOV(5:2) "/" WS-DATA-MOV(1:4)
               DELIMITED BY SIZE INTO LINHA-SUB
           PERFORM GRAVARLINHA
           MOVE ALL "-" TO LINHA-SUB
           PERFORM GRAVARLINHA
           STRING "  DATA       DIA HORA  DISC PROF. NOME"
               DELIMITED BY SIZE INTO LINHA-SUB
           PERFORM GRAVARLINHA
           MOVE ALL "-" TO LINHA-SUB
           PERFORM GRAVARLINHA.

       GRAVARDETALHE.
           STRING DATA-AUS-TAB(IDX-AUS)(7:2) "/"
               DATA-AUS-TAB(IDX-AUS)(5:2) "/"
               DATA-AUS-TAB(IDX-AUS)(1:4)
               DELIMITED BY SIZE INTO WS-DATA-EDT
           STRING "  " WS-DATA-EDT " " DIA-AUS-TAB(IDX-AUS)
               " " HORA-AUS-TAB(IDX-AUS)
               " " DIS-AUS-TAB(IDX-AUS)
               "  " COD-AUS-TAB(IDX-AUS)
               " " WS-NOME
               DELIMITED BY SIZE INTO LINHA-SUB
           PERFORM GRAVARLINHA.

       TERMINO.
           IF CONT-TUR > 0
               PERFORM FECHARTURMA
           END-IF
           MOVE ALL "-" TO LINHA-SUB
           PERFORM GRAVARLINHA
           MOVE CONT-TUR TO WS-QTDE-EDT
           STRING "TURMAS COM FALTAS NO MES...: " WS-QTDE-EDT
               DELIMITED BY SIZE INTO LINHA-SUB
           PERFORM GRAVARLINHA
           MOVE CONT-FAL TO WS-QTDE-EDT
           STRING "AULAS FALTADAS.............: " WS-QTDE-EDT
               DELIMITED BY SIZE INTO LINHA-SUB
           PERFORM GRAVARLINHA
           MOVE CONT-SUB TO WS-QTDE-EDT
           STRING "AULAS COM SUBSTITUTO.......: " WS-QTDE-EDT
               DELIMITED BY SIZE INTO LINHA-SUB
           PERFORM GRAVARLINHA
           MOVE CONT-PER TO WS-QTDE-EDT
           STRING "AULAS SEM SUBSTITUTO.......: " WS-QTDE-EDT
               DELIMITED BY SIZE INTO LINHA-SUB
           PERFORM GRAVARLINHA
           CLOSE CADFUN RELSUB.
           DISPLAY "EX88 - AULAS FALTADAS NA COMPETENCIA "
               WS-COMP ": " CONT-FAL
               " SEM SUBSTITUTO: " CONT-PER.
