       IDENTIFICATION DIVISION.
       PROGRAM-ID.   EX90.
       AUTHOR.       ERIKA ROCHA.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 23-10-2025.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.      RELATORIO SEMANAL DE DOCUMENTOS PENDENTES DA
      *              MATRICULA, POR TURMA, PARA A SECRETARIA. LE O
      *              REGISTRO CADDOC (MANTIDO PELO EX89) E, PARA CADA
      *              DOCUMENTO AINDA PENDENTE, BUSCA O ALUNO POR CHAVE
      *              NO MESTRE INDEXADO CADALU (TURMA, NOME E
      *              SITUACAO - SO ALUNOS ATIVOS ENTRAM) E O NOME DO
      *              DOCUMENTO NO CATALOGO CADTDO. AGRUPA POR TURMA E
      *              ALUNO: UMA LINHA POR DOCUMENTO COM OBRIGATORIO/
      *              OPCIONAL, O PRAZO E OS DIAS DE ATRASO EM RELACAO A
      *              DATA DE MOVIMENTO (CADDTM; SEM ELE, O RELOGIO DA
      *              MAQUINA) OU "NO PRAZO". OBRIGATORIO VENCIDO SAI
      *              MARCADO COM ASTERISCOS. CADA TURMA FECHA COM OS
      *              ALUNOS COM PENDENCIA, OS DOCUMENTOS PENDENTES E OS
      *              OBRIGATORIOS VENCIDOS; O TOTAL GERAL SAI NO FIM DO
      *              RELATORIO RELDOC. RODADO TODA SEMANA PELO EX09.

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
      *              EX18; aqui e consultado por chave para obter a
      *              turma, o nome e a situacao do aluno.
           SELECT CADALU   ASSIGN TO DYNAMIC WS-CADALU-ARQ
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS NUM-ENT
           FILE STATUS IS FS-CADALU.
           SELECT CADDOC   ASSIGN TO DYNAMIC WS-CADDOC-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADDOC.
           SELECT CADTDO   ASSIGN TO DYNAMIC WS-CADTDO-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADTDO.
           SELECT CADDTM   ASSIGN TO DYNAMIC WS-CADDTM-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADDTM.
           SELECT RELDOC   ASSIGN TO DYNAMIC WS-RELDOC-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELDOC.

       DATA DIVISION.

       FILE SECTION.
       FD CADALU
           LABEL RECORD ARE STANDARD.

           COPY CADALU.

       FD CADDOC
           LABEL RECORD ARE STANDARD.

           COPY CADDOC.

       FD CADTDO
           LABEL RECORD ARE STANDARD.

           COPY CADTDO.

      *              CADDTM: data de movimento (AAAAMMDD) do lote.
      *              Opcional - se ausente, vale o relogio da maquina.
       FD CADDTM
           LABEL RECORD ARE STANDARD.

       01 REG-DTM.
           02 DATA-DTM       PIC 9(08).

       FD RELDOC
           LABEL RECORD ARE STANDARD.

       01 LINHA-DOC  PIC X(80).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ       PIC X(03) VALUE "NAO".
       77 FS-CADALU     PIC X(02) VALUE "00".
       77 FS-CADDOC     PIC X(02) VALUE "00".
       77 FS-CADTDO     PIC X(02) VALUE "00".
       77 FS-CADDTM     PIC X(02) VALUE "00".
       77 FS-RELDOC     PIC X(02) VALUE "00".
       77 WS-DATA-MOV   PIC 9(08) VALUE 0.
       77 WS-TURMA-ATU  PIC X(03) VALUE SPACES.
       77 WS-NUM-ATU    PIC 9(05) VALUE 0.
       77 WS-ATRASO     PIC 9(05) VALUE 0.
       77 WS-NOME-DOC   PIC X(25) VALUE SPACES.
       77 WS-OBRIG-EDT  PIC X(11) VALUE SPACES.
       77 WS-ATRASO-TXT PIC X(18) VALUE SPACES.
       77 WS-MARCA      PIC X(03) VALUE SPACES.

      *              Contadores da turma corrente e gerais.
       77 CONT-ALU-TUR  PIC 9(05) VALUE 0.
       77 CONT-PEN-TUR  PIC 9(05) VALUE 0.
       77 CONT-VEN-TUR  PIC 9(05) VALUE 0.
       77 CONT-ALU      PIC 9(05) VALUE 0.
       77 CONT-PEN      PIC 9(05) VALUE 0.
       77 CONT-VEN      PIC 9(05) VALUE 0.
       77 CONT-TUR      PIC 9(05) VALUE 0.
       77 CONT-INAT     PIC 9(05) VALUE 0.

      *              Catalogo de tipos de documento em memoria.
       77 QTD-TDO       PIC 9(02) VALUE 0.
       77 IDX-TDO       PIC 9(02) VALUE 0.
       01 TABELA-TDO.
           02 TDO-ITEM OCCURS 30 TIMES.
               03 COD-TDO-TAB    PIC 9(02).
               03 NOME-TDO-TAB   PIC X(25).

      *              Documentos pendentes de alunos ativos em memoria
      *              (mesmo limite do EX89), ordenados por turma/
      *              aluno/tipo.
       77 QTD-PEN       PIC 9(05) VALUE 0.
       77 IDX-PEN       PIC 9(05) VALUE 0.
       01 TABELA-PEN.
           02 PEN-ITEM OCCURS 1 TO 20000 TIMES
               DEPENDING ON QTD-PEN.
               03 TURMA-PEN-TAB  PIC X(03).
               03 NUM-PEN-TAB    PIC 9(05).
               03 TDO-PEN-TAB    PIC 9(02).
               03 NOME-PEN-TAB   PIC X(20).
               03 OBRIG-PEN-TAB  PIC X(01).
               03 LIMITE-PEN-TAB PIC 9(08).

      *              Campos editados das linhas do relatorio.
       77 WS-QTDE-EDT   PIC ZZZZ9.
       77 WS-ALU-EDT    PIC ZZZZ9.
       77 WS-PEN-EDT    PIC ZZZZ9.
       77 WS-VEN-EDT    PIC ZZZZ9.
       77 WS-DATA-EDT   PIC X(10).

      *              Nomes fisicos dos arquivos, com o valor original
      *              como default, substituiveis em tempo de execucao
      *              por variaveis de ambiente (ver LERNOMESARQUIVOS).
       77 WS-CADALU-ARQ  PIC X(40) VALUE "CADALU.DAT".
       77 WS-CADDOC-ARQ  PIC X(40) VALUE "CADDOC.DAT".
       77 WS-CADTDO-ARQ  PIC X(40) VALUE "CADTDO.DAT".
       77 WS-CADDTM-ARQ  PIC X(40) VALUE "CADDTM.DAT".
       77 WS-RELDOC-ARQ  PIC X(40) VALUE "RELDOC.DAT".
       77 WS-ENV-TEMP    PIC X(40).

       PROCEDURE DIVISION.

       EXECUTAR.
           PERFORM LERNOMESARQUIVOS.
           PERFORM INICIO.
           PERFORM PRINCIPAL
               VARYING IDX-PEN FROM 1 BY 1
               UNTIL IDX-PEN > QTD-PEN.
           PERFORM TERMINO.
           STOP RUN.

       LERNOMESARQUIVOS.
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADALU"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADALU-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADDOC"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADDOC-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADTDO"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADTDO-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADDTM"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADDTM-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "RELDOC"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-RELDOC-ARQ
           END-IF.

       INICIO.
           PERFORM LERDATAMOV.
           PERFORM CARREGARCATALOGO.
           OPEN INPUT CADALU
           IF FS-CADALU NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADALU-ARQ)
                   " - FILE STATUS " FS-CADALU
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CARREGARPENDENTES.
           OPEN OUTPUT RELDOC
           IF FS-RELDOC NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-RELDOC-ARQ)
                   " - FILE STATUS " FS-RELDOC
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
           END-IF.

      *              Catalogo opcional: sem ele, o documento sai so
      *              com o codigo do tipo.
       CARREGARCATALOGO.
           OPEN INPUT CADTDO
           IF FS-CADTDO = "00"
               PERFORM LERTIPO UNTIL FIM-ARQ = "SIM"
               CLOSE CADTDO
               MOVE "NAO" TO FIM-ARQ
           END-IF.

       LERTIPO.
           READ CADTDO
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   IF QTD-TDO < 30
                       ADD 1 TO QTD-TDO
                       MOVE COD-TDO  TO COD-TDO-TAB(QTD-TDO)
                       MOVE NOME-TDO TO NOME-TDO-TAB(QTD-TDO)
                   END-IF
           END-READ.

      *              So os documentos pendentes de alunos ativos no
      *              mestre; os de alunos trancados, transferidos ou
      *              fora do mestre sao so contados.
       CARREGARPENDENTES.
           OPEN INPUT CADDOC
           IF FS-CADDOC NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADDOC-ARQ)
                   " - FILE STATUS " FS-CADDOC
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LERDOCUMENTO UNTIL FIM-ARQ = "SIM"
           CLOSE CADDOC
           IF QTD-PEN > 1
               SORT PEN-ITEM ON ASCENDING KEY TURMA-PEN-TAB
                   NUM-PEN-TAB TDO-PEN-TAB
           END-IF.

       LERDOCUMENTO.
           READ CADDOC
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   IF SIT-DOC = "P"
                       PERFORM GUARDARPENDENTE
                   END-IF
           END-READ.

       GUARDARPENDENTE.
           MOVE NUM-DOC TO NUM-ENT
           READ CADALU
               INVALID KEY
                   MOVE "X" TO SIT-ENT
           END-READ
           IF SIT-ENT NOT = "A" AND SIT-ENT NOT = SPACE
               ADD 1 TO CONT-INAT
           ELSE
               IF QTD-PEN = 20000
                   DISPLAY "EX90 - MAIS DE 20000 DOCUMENTOS "
                       "PENDENTES - RODADA ABORTADA"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QTD-PEN
               MOVE TURMA-ENT  TO TURMA-PEN-TAB(QTD-PEN)
               MOVE NUM-DOC    TO NUM-PEN-TAB(QTD-PEN)
               MOVE TDO-DOC    TO TDO-PEN-TAB(QTD-PEN)
               MOVE NOME-ENT   TO NOME-PEN-TAB(QTD-PEN)
               MOVE OBRIG-DOC  TO OBRIG-PEN-TAB(QTD-PEN)
               MOVE LIMITE-DOC TO LIMITE-PEN-TAB(QTD-PEN)
           END-IF.

      *              Um documento pendente da tabela ordenada, com
      *              quebra por turma e por aluno.
       PRINCIPAL.
           IF CONT-TUR > 0
               AND TURMA-PEN-TAB(IDX-PEN) NOT = WS-TURMA-ATU
               PERFORM FECHARTURMA
           END-IF
           IF CONT-TUR = 0
               OR TURMA-PEN-TAB(IDX-PEN) NOT = WS-TURMA-ATU
               PERFORM ABRIRTURMA
           END-IF
           IF CONT-ALU-TUR = 0
               OR NUM-PEN-TAB(IDX-PEN) NOT = WS-NUM-ATU
               PERFORM ABRIRALUNO
           END-IF
           ADD 1 TO CONT-PEN-TUR
           PERFORM GRAVARDETALHE.

       ABRIRTURMA.
           MOVE TURMA-PEN-TAB(IDX-PEN) TO WS-TURMA-ATU
           ADD 1 TO CONT-TUR
           MOVE 0 TO CONT-ALU-TUR CONT-PEN-TUR CONT-VEN-TUR
           STRING "TURMA " WS-TURMA-ATU
               " - DOCUMENTOS PENDENTES"
               DELIMITED BY SIZE INTO LINHA-DOC
           PERFORM GRAVARLINHA.

       ABRIRALUNO.
           MOVE NUM-PEN-TAB(IDX-PEN) TO WS-NUM-ATU
           ADD 1 TO CONT-ALU-TUR
           STRING "  " WS-NUM-ATU " " NOME-PEN-TAB(IDX-PEN)
               DELIMITED BY SIZE INTO LINHA-DOC
           PERFORM GRAVARLINHA.

       FECHARTURMA.
           MOVE CONT-ALU-TUR TO WS-ALU-EDT
           MOVE CONT-PEN-TUR TO WS-PEN-EDT
           MOVE CONT-VEN-TUR TO WS-VEN-EDT
           STRING "  ALUNOS: " WS-ALU-EDT
               "  PENDENTES: " WS-PEN-EDT
               "  OBRIGATORIOS VENCIDOS: " WS-VEN-EDT
               DELIMITED BY SIZE INTO LINHA-DOC
           PERFORM GRAVARLINHA
           PERFORM GRAVARLINHA
           ADD CONT-ALU-TUR TO CONT-ALU
           ADD CONT-PEN-TUR TO CONT-PEN
           ADD CONT-VEN-TUR TO CONT-VEN.

      *              Nome do tipo no catalogo; tipo fora dele sai so
      *              com o codigo.
       BUSCARNOMEDOC.
           MOVE SPACES TO WS-NOME-DOC
           STRING "TIPO " TDO-PEN-TAB(IDX-PEN)
               DELIMITED BY SIZE INTO WS-NOME-DOC
           PERFORM VARYING IDX-TDO FROM 1 BY 1
               UNTIL IDX-TDO > QTD-TDO
               IF COD-TDO-TAB(IDX-TDO) = TDO-PEN-TAB(IDX-PEN)
                   MOVE NOME-TDO-TAB(IDX-TDO) TO WS-NOME-DOC
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       GRAVARLINHA.
           WRITE LINHA-DOC
           MOVE SPACES TO LINHA-DOC.

       CABECALHO.
           MOVE SPACES TO LINHA-DOC
           STRING "DOCUMENTOS PENDENTES DA MATRICULA POR TURMA - "
               "DATA " WS-DATA-MOV(7:2) "/" WS-DATA-MOV(5:2) "/"
               WS-DATA-MOV(1:4)
               DELIMITED BY SIZE INTO LINHA-DOC
           PERFORM GRAVARLINHA
           MOVE ALL "-" TO LINHA-DOC
           PERFORM GRAVARLINHA
           STRING "      DOCUMENTO                 TIPO        PRAZO"
               "      SITUACAO"
               DELIMITED BY SIZE INTO LINHA-DOC
           PERFORM GRAVARLINHA
           MOVE ALL "-" TO LINHA-DOC
           PERFORM GRAVARLINHA.

      *              Dias de atraso contados do prazo ate a data de
      *              movimento; no proprio dia do prazo ainda vale.
       GRAVARDETALHE.
           PERFORM BUSCARNOMEDOC
           IF OBRIG-PEN-TAB(IDX-PEN) = "S"
               MOVE "OBRIGATORIO" TO WS-OBRIG-EDT
           ELSE
               MOVE "OPCIONAL" TO WS-OBRIG-EDT
           END-IF
           MOVE SPACES TO WS-MARCA
           IF LIMITE-PEN-TAB(IDX-PEN) < WS-DATA-MOV
               COMPUTE WS-ATRASO =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-MOV)
                   - FUNCTION INTEGER-OF-DATE(LIMITE-PEN-TAB(IDX-PEN))
               MOVE WS-ATRASO TO WS-QTDE-EDT
               MOVE SPACES TO WS-ATRASO-TXT
               STRING "VENCIDO" WS-QTDE-EDT " DIAS"
                   DELIMITED BY SIZE INTO WS-ATRASO-TXT
               IF OBRIG-PEN-TAB(IDX-PEN) = "S"
                   MOVE "***" TO WS-MARCA
                   ADD 1 TO CONT-VEN-TUR
               END-IF
           ELSE
               MOVE "NO PRAZO" TO WS-ATRASO-TXT
           END-IF
           STRING LIMITE-PEN-TAB(IDX-PEN)(7:2) "/"
               LIMITE-PEN-TAB(IDX-PEN)(5:2) "/"
               LIMITE-PEN-TAB(IDX-PEN)(1:4)
               DELIMITED BY SIZE INTO WS-DATA-EDT
           STRING "      " WS-NOME-DOC " " WS-OBRIG-EDT
               " " WS-DATA-EDT " " WS-ATRASO-TXT " " WS-MARCA
               DELIMITED BY SIZE INTO LINHA-DOC
           PERFORM GRAVARLINHA.

       TERMINO.
           IF CONT-TUR > 0
               PERFORM FECHARTURMA
           END-IF
           MOVE ALL "-" TO LINHA-DOC
           PERFORM GRAVARLINHA
           MOVE CONT-TUR TO WS-QTDE-EDT
           STRING "TURMAS COM PENDENCIA.......: " WS-QTDE-EDT
               DELIMITED BY SIZE INTO LINHA-DOC
           PERFORM GRAVARLINHA
           MOVE CONT-ALU TO WS-QTDE-EDT
           STRING "ALUNOS COM PENDENCIA.......: " WS-QTDE-EDT
               DELIMITED BY SIZE INTO LINHA-DOC
           PERFORM GRAVARLINHA
           MOVE CONT-PEN TO WS-QTDE-EDT
           STRING "DOCUMENTOS PENDENTES.......: " WS-QTDE-EDT
               DELIMITED BY SIZE INTO LINHA-DOC
           PERFORM GRAVARLINHA
           MOVE CONT-VEN TO WS-QTDE-EDT
           STRING "OBRIGATORIOS VENCIDOS......: " WS-QTDE-EDT
               DELIMITED BY SIZE INTO LINHA-DOC
           PERFORM GRAVARLINHA
           CLOSE CADALU RELDOC.
           DISPLAY "EX90 - DOCUMENTOS PENDENTES: " CONT-PEN
               " OBRIGATORIOS VENCIDOS: " CONT-VEN
               " DE ALUNOS INATIVOS: " CONT-INAT.
