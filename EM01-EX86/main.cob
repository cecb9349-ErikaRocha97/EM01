       IDENTIFICATION DIVISION.
       PROGRAM-ID.   EX86.
       AUTHOR.       ERIKA ROCHA.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 23-10-2025.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.      CONTROLE DE COMPLETUDE DO LANCAMENTO DE NOTAS
      *              ANTES DO FECHAMENTO DO BIMESTRE. PARA CADA
      *              ATRIBUICAO DE CADATR (PROFESSOR, TURMA E
      *              DISCIPLINA, O MESMO ARQUIVO DO EX22) E CADA ALUNO
      *              ATIVO DO MESTRE INDEXADO CADALU NAQUELA TURMA,
      *              CONFERE EM CADNOT AS NOTAS DOS BIMESTRES 1 ATE O
      *              BIMESTRE SENDO FECHADO (ARQUIVO OPCIONAL CADBIM,
      *              O MESMO DO BOLETIM EX85; SE AUSENTE, O ULTIMO
      *              BIMESTRE COM NOTA LANCADA). ALUNO SEM REGISTRO NA
      *              DISCIPLINA OU COM A NOTA DO BIMESTRE ZERADA CONTA
      *              COMO NOTA NAO LANCADA. O RELATORIO RELCMP LISTA,
      *              POR PROFESSOR (NOME DE CADFUN), CADA COMBINACAO
      *              ALUNO/DISCIPLINA/BIMESTRE SEM NOTA E O
      *              PERCENTUAL COMPLETO DO PROFESSOR E DA ESCOLA. O
      *              RESUMO DA ESCOLA VAI PARA O ARQUIVO DE SITUACAO
      *              CADCMP, LIDO PELO DRIVER DE LOTE EX09 PARA
      *              SEGURAR O FECHAMENTO DO HISTORICO (EX46) ENQUANTO
      *              A ESCOLA ESTIVER ABAIXO DE 100%.

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
      *              CADFUN e consultado por chave (COD-ENT) para o
      *              nome do professor, como no EX22.
           SELECT CADFUN   ASSIGN TO DYNAMIC WS-CADFUN-ARQ
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS COD-ENT
           FILE STATUS IS FS-CADFUN.
           SELECT CADATR   ASSIGN TO DYNAMIC WS-CADATR-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADATR.
           SELECT CADNOT   ASSIGN TO DYNAMIC WS-CADNOT-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADNOT.
           SELECT CADBIM   ASSIGN TO DYNAMIC WS-CADBIM-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADBIM.
           SELECT CADDTM   ASSIGN TO DYNAMIC WS-CADDTM-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADDTM.
           SELECT CADCMP   ASSIGN TO DYNAMIC WS-CADCMP-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADCMP.
           SELECT RELCMP   ASSIGN TO DYNAMIC WS-RELCMP-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELCMP.

       DATA DIVISION.

       FILE SECTION.
       FD CADALU
           LABEL RECORD ARE STANDARD.

           COPY CADALU.

       FD CADFUN
           LABEL RECORD ARE STANDARD.

           COPY CADFUN.

      *              CADATR: uma atribuicao por registro - professor
      *              (COD-ENT de CADFUN), turma, disciplina e horas
      *              semanais, o mesmo arquivo do EX22.
       FD CADATR
           LABEL RECORD ARE STANDARD.

       01 REG-ATR.
           02 COD-ATR       PIC 9(05).
           02 TURMA-ATR     PIC X(03).
           02 DIS-ATR       PIC 9(03).
           02 HORAS-ATR     PIC 9(02).

      *              CADNOT: notas lancadas, um registro por aluno por
      *              disciplina com as quatro notas bimestrais.
       FD CADNOT
           LABEL RECORD ARE STANDARD.

       01 REG-NOT.
           02 NUM-NOT       PIC 9(05).
           02 DIS-NOT       PIC 9(03).
           02 NOTA-NOT      PIC 9(02)V99 OCCURS 4 TIMES.

      *              CADBIM: bimestre sendo fechado (1 a 4).
      *              Opcional - se ausente ou invalido, vale o ultimo
      *              bimestre com nota lancada em CADNOT.
       FD CADBIM
           LABEL RECORD ARE STANDARD.

       01 REG-BIM.
           02 BIM-BIM        PIC 9(01).

      *              CADDTM: data de movimento (AAAAMMDD) do lote.
      *              Opcional - se ausente, vale o relogio da maquina.
       FD CADDTM
           LABEL RECORD ARE STANDARD.

       01 REG-DTM.
           02 DATA-DTM       PIC 9(08).

      *              CADCMP: situacao da completude da escola na
      *              rodada - bimestre conferido, notas esperadas,
      *              notas lancadas, percentual completo e a data de
      *              movimento. Regravado a cada rodada.
       FD CADCMP
           LABEL RECORD ARE STANDARD.

       01 REG-CMP.
           02 BIM-CMP        PIC 9(01).
           02 ESPERADAS-CMP  PIC 9(07).
           02 LANCADAS-CMP   PIC 9(07).
           02 PCT-CMP        PIC 9(03)V99.
           02 DATA-CMP       PIC 9(08).

       FD RELCMP
           LABEL RECORD ARE STANDARD.

       01 LINHA-CMP  PIC X(80).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ       PIC X(03) VALUE "NAO".
       77 FS-CADALU     PIC X(02) VALUE "00".
       77 FS-CADFUN     PIC X(02) VALUE "00".
       77 FS-CADATR     PIC X(02) VALUE "00".
       77 FS-CADNOT     PIC X(02) VALUE "00".
       77 FS-CADBIM     PIC X(02) VALUE "00".
       77 FS-CADDTM     PIC X(02) VALUE "00".
       77 FS-CADCMP     PIC X(02) VALUE "00".
       77 FS-RELCMP     PIC X(02) VALUE "00".
       77 WS-DATA-MOV   PIC 9(08) VALUE 0.
       77 WS-DATA-EDT   PIC X(10).
       77 WS-CHV        PIC 9(08) VALUE 0.
       77 WS-NOME-PRF   PIC X(20) VALUE SPACES.

      *              Bimestre sendo fechado: do parametro CADBIM ou,
      *              na falta dele, o ultimo com nota lancada.
       77 WS-BIM        PIC 9(01) VALUE 0.
       77 WS-BIM-NOT    PIC 9(01) VALUE 0.
       77 IDX-BIM       PIC 9(01) VALUE 0.

      *              Contagens da atribuicao, do professor corrente
      *              (quebra por COD-ATR) e da escola.
       77 WS-PRF-ATU    PIC 9(05) VALUE 0.
       77 CONT-ESP-ATR  PIC 9(07) VALUE 0.
       77 CONT-LAN-ATR  PIC 9(07) VALUE 0.
       77 CONT-ESP-PRF  PIC 9(07) VALUE 0.
       77 CONT-LAN-PRF  PIC 9(07) VALUE 0.
       77 CONT-ESP-ESC  PIC 9(07) VALUE 0.
       77 CONT-LAN-ESC  PIC 9(07) VALUE 0.
       77 CONT-PRF      PIC 9(05) VALUE 0.
       77 CONT-PRF-INC  PIC 9(05) VALUE 0.
       77 WS-PCT        PIC 9(03)V99 VALUE 0.
       77 WS-PCT-EDT    PIC ZZ9,99.

      *              Alunos ativos em memoria (turma, numero, nome).
       77 QTD-ALU       PIC 9(04) VALUE 0.
       77 IDX-ALU       PIC 9(04) VALUE 0.
       01 TABELA-ALU.
           02 ALU-ITEM OCCURS 3000 TIMES.
               03 TURMA-ALU-TAB   PIC X(03).
               03 NUM-ALU-TAB     PIC 9(05).
               03 NOME-ALU-TAB    PIC X(20).

      *              Atribuicoes ordenadas por professor, turma e
      *              disciplina para a quebra por professor.
       77 QTD-ATR       PIC 9(04) VALUE 0.
       77 IDX-ATR       PIC 9(04) VALUE 0.
       01 TABELA-ATR.
           02 ATR-ITEM OCCURS 1 TO 2000 TIMES
               DEPENDING ON QTD-ATR.
               03 COD-ATR-TAB     PIC 9(05).
               03 TURMA-ATR-TAB   PIC X(03).
               03 DIS-ATR-TAB     PIC 9(03).

      *              Notas de CADNOT com a chave composta aluno * 1000
      *              + disciplina para pesquisa binaria.
       77 QTD-NOT       PIC 9(05) VALUE 0.
       01 TABELA-NOT.
           02 NOT-ITEM OCCURS 1 TO 40000 TIMES
               DEPENDING ON QTD-NOT
               ASCENDING KEY IS CHV-NOT-TAB
               INDEXED BY IDX-NOT.
               03 CHV-NOT-TAB     PIC 9(08).
               03 NOTA-NOT-TAB    PIC 9(02)V99 OCCURS 4 TIMES.
       77 WS-ACHOU-NOT  PIC X(01) VALUE "N".

      *              Nomes fisicos dos arquivos, com o valor original
      *              como default, substituiveis em tempo de execucao
      *              por variaveis de ambiente (ver LERNOMESARQUIVOS).
       77 WS-CADALU-ARQ  PIC X(40) VALUE "CADALU.DAT".
       77 WS-CADFUN-ARQ  PIC X(40) VALUE "CADFUN.DAT".
       77 WS-CADATR-ARQ  PIC X(40) VALUE "CADATR.DAT".
       77 WS-CADNOT-ARQ  PIC X(40) VALUE "CADNOT.DAT".
       77 WS-CADBIM-ARQ  PIC X(40) VALUE "CADBIM.DAT".
       77 WS-CADDTM-ARQ  PIC X(40) VALUE "CADDTM.DAT".
       77 WS-CADCMP-ARQ  PIC X(40) VALUE "CADCMP.DAT".
       77 WS-RELCMP-ARQ  PIC X(40) VALUE "RELCMP.DAT".
       77 WS-ENV-TEMP    PIC X(40).

       PROCEDURE DIVISION.

       EXECUTAR.
           PERFORM LERNOMESARQUIVOS.
           PERFORM INICIO.
           PERFORM CONFERIRATRIBUICAO
               VARYING IDX-ATR FROM 1 BY 1
               UNTIL IDX-ATR > QTD-ATR.
           PERFORM TERMINO.
           STOP RUN.

       LERNOMESARQUIVOS.
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADALU"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADALU-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADFUN"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADFUN-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADATR"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADATR-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADNOT"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADNOT-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADBIM"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADBIM-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADDTM"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADDTM-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADCMP"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADCMP-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "RELCMP"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-RELCMP-ARQ
           END-IF.

       INICIO.
           PERFORM LERDATAMOV.
           PERFORM LERBIMESTRE.
           PERFORM CARREGARALUNOS.
           PERFORM CARREGARATRIBUICOES.
           PERFORM CARREGARNOTAS.
           IF WS-BIM = 0
               MOVE WS-BIM-NOT TO WS-BIM
           END-IF
           IF WS-BIM = 0
               MOVE 1 TO WS-BIM
           END-IF
           OPEN INPUT CADFUN
           IF FS-CADFUN NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADFUN-ARQ)
                   " - FILE STATUS " FS-CADFUN
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RELCMP
           IF FS-RELCMP NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-RELCMP-ARQ)
                   " - FILE STATUS " FS-RELCMP
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-DATA-MOV(7:2) TO WS-DATA-EDT(1:2)
           MOVE "/"              TO WS-DATA-EDT(3:1)
           MOVE WS-DATA-MOV(5:2) TO WS-DATA-EDT(4:2)
           MOVE "/"              TO WS-DATA-EDT(6:1)
           MOVE WS-DATA-MOV(1:4) TO WS-DATA-EDT(7:4)
           MOVE SPACES TO LINHA-CMP
           STRING "COMPLETUDE DO LANCAMENTO DE NOTAS - BIMESTRES 1 A "
               WS-BIM "   DATA " WS-DATA-EDT
               DELIMITED BY SIZE INTO LINHA-CMP
           WRITE LINHA-CMP
           MOVE ALL "-" TO LINHA-CMP
           WRITE LINHA-CMP.

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

       LERBIMESTRE.
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
                       IF QTD-ALU = 3000
                           DISPLAY "EX86 - MAIS DE 3000 ALUNOS "
                               "ATIVOS - RODADA ABORTADA"
                           MOVE 1 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO QTD-ALU
                       MOVE TURMA-ENT TO TURMA-ALU-TAB(QTD-ALU)
                       MOVE NUM-ENT   TO NUM-ALU-TAB(QTD-ALU)
                       MOVE NOME-ENT OF REG-ENT
                           TO NOME-ALU-TAB(QTD-ALU)
                   END-IF
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
           MOVE "NAO" TO FIM-ARQ
           IF QTD-ATR > 1
               SORT ATR-ITEM ON ASCENDING KEY COD-ATR-TAB
                   TURMA-ATR-TAB DIS-ATR-TAB
           END-IF.

       LERATRIBUICAO.
           READ CADATR
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   IF QTD-ATR = 2000
                       DISPLAY "EX86 - MAIS DE 2000 ATRIBUICOES - "
                           "RODADA ABORTADA"
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO QTD-ATR
                   MOVE COD-ATR   TO COD-ATR-TAB(QTD-ATR)
                   MOVE TURMA-ATR TO TURMA-ATR-TAB(QTD-ATR)
                   MOVE DIS-ATR   TO DIS-ATR-TAB(QTD-ATR)
           END-READ.

       CARREGARNOTAS.
           OPEN INPUT CADNOT
           IF FS-CADNOT = "00"
               PERFORM LERNOTA UNTIL FIM-ARQ = "SIM"
               CLOSE CADNOT
               MOVE "NAO" TO FIM-ARQ
               IF QTD-NOT > 1
                   SORT NOT-ITEM ON ASCENDING KEY CHV-NOT-TAB
               END-IF
           END-IF.

       LERNOTA.
           READ CADNOT
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   IF QTD-NOT = 40000
                       DISPLAY "EX86 - MAIS DE 40000 NOTAS - "
                           "RODADA ABORTADA"
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO QTD-NOT
                   COMPUTE CHV-NOT-TAB(QTD-NOT) =
                       NUM-NOT * 1000 + DIS-NOT
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

      *              Uma atribuicao: quebra de professor, e cada aluno
      *              ativo da turma conferido bimestre a bimestre.
       CONFERIRATRIBUICAO.
           IF CONT-PRF = 0 OR COD-ATR-TAB(IDX-ATR) NOT = WS-PRF-ATU
               IF CONT-PRF > 0
                   PERFORM FECHARPROFESSOR
               END-IF
               PERFORM ABRIRPROFESSOR
           END-IF
           MOVE 0 TO CONT-ESP-ATR CONT-LAN-ATR
           MOVE SPACES TO LINHA-CMP
           STRING "  TURMA " TURMA-ATR-TAB(IDX-ATR)
               "  DISCIPLINA " DIS-ATR-TAB(IDX-ATR)
               DELIMITED BY SIZE INTO LINHA-CMP
           WRITE LINHA-CMP
           PERFORM VARYING IDX-ALU FROM 1 BY 1
               UNTIL IDX-ALU > QTD-ALU
               IF TURMA-ALU-TAB(IDX-ALU) = TURMA-ATR-TAB(IDX-ATR)
                   PERFORM CONFERIRALUNO
               END-IF
           END-PERFORM
           MOVE SPACES TO LINHA-CMP
           STRING "      NOTAS ESPERADAS: " CONT-ESP-ATR
               "  LANCADAS: " CONT-LAN-ATR
               DELIMITED BY SIZE INTO LINHA-CMP
           WRITE LINHA-CMP
           ADD CONT-ESP-ATR TO CONT-ESP-PRF
           ADD CONT-LAN-ATR TO CONT-LAN-PRF.

       ABRIRPROFESSOR.
           MOVE COD-ATR-TAB(IDX-ATR) TO WS-PRF-ATU
           ADD 1 TO CONT-PRF
           MOVE 0 TO CONT-ESP-PRF CONT-LAN-PRF
           MOVE WS-PRF-ATU TO COD-ENT
           READ CADFUN
               INVALID KEY
                   MOVE "NAO CONSTA EM CADFUN" TO WS-NOME-PRF
               NOT INVALID KEY
                   MOVE NOME-ENT OF REG-FUN TO WS-NOME-PRF
           END-READ
           MOVE SPACES TO LINHA-CMP
           WRITE LINHA-CMP
           STRING "PROFESSOR " WS-PRF-ATU "  " WS-NOME-PRF
               DELIMITED BY SIZE INTO LINHA-CMP
           WRITE LINHA-CMP.

       FECHARPROFESSOR.
           IF CONT-ESP-PRF = 0
               MOVE 100 TO WS-PCT
           ELSE
               COMPUTE WS-PCT ROUNDED =
                   CONT-LAN-PRF * 100 / CONT-ESP-PRF
           END-IF
           IF CONT-LAN-PRF < CONT-ESP-PRF
               ADD 1 TO CONT-PRF-INC
           END-IF
           MOVE WS-PCT TO WS-PCT-EDT
           MOVE SPACES TO LINHA-CMP
           STRING "  TOTAL DO PROFESSOR " WS-PRF-ATU
               ": ESPERADAS " CONT-ESP-PRF
               " LANCADAS " CONT-LAN-PRF
               " COMPLETO " WS-PCT-EDT "%"
               DELIMITED BY SIZE INTO LINHA-CMP
           WRITE LINHA-CMP
           ADD CONT-ESP-PRF TO CONT-ESP-ESC
           ADD CONT-LAN-PRF TO CONT-LAN-ESC.

      *              Aluno da turma na disciplina da atribuicao: cada
      *              bimestre ate o fechado sem nota sai na lista.
       CONFERIRALUNO.
           COMPUTE WS-CHV = NUM-ALU-TAB(IDX-ALU) * 1000
               + DIS-ATR-TAB(IDX-ATR)
           MOVE "N" TO WS-ACHOU-NOT
           IF QTD-NOT > 0
               SEARCH ALL NOT-ITEM
                   AT END
                       CONTINUE
                   WHEN CHV-NOT-TAB(IDX-NOT) = WS-CHV
                       MOVE "S" TO WS-ACHOU-NOT
               END-SEARCH
           END-IF
           PERFORM VARYING IDX-BIM FROM 1 BY 1
               UNTIL IDX-BIM > WS-BIM
               ADD 1 TO CONT-ESP-ATR
               IF WS-ACHOU-NOT = "S"
                   AND NOTA-NOT-TAB(IDX-NOT IDX-BIM) > 0
                   ADD 1 TO CONT-LAN-ATR
               ELSE
                   MOVE SPACES TO LINHA-CMP
                   STRING "      SEM NOTA: ALUNO " NUM-ALU-TAB(IDX-ALU)
                       "  " NOME-ALU-TAB(IDX-ALU)
                       "  BIMESTRE " IDX-BIM
                       DELIMITED BY SIZE INTO LINHA-CMP
                   WRITE LINHA-CMP
               END-IF
           END-PERFORM.

       TERMINO.
           IF CONT-PRF > 0
               PERFORM FECHARPROFESSOR
           END-IF
           IF CONT-ESP-ESC = 0
               MOVE 100 TO WS-PCT
           ELSE
               COMPUTE WS-PCT ROUNDED =
                   CONT-LAN-ESC * 100 / CONT-ESP-ESC
      *              Arredondamento nunca pode fechar 100% com nota
      *              faltando.
               IF WS-PCT = 100 AND CONT-LAN-ESC < CONT-ESP-ESC
                   MOVE 99,99 TO WS-PCT
               END-IF
           END-IF
           MOVE WS-PCT TO WS-PCT-EDT
           MOVE SPACES TO LINHA-CMP
           WRITE LINHA-CMP
           MOVE ALL "-" TO LINHA-CMP
           WRITE LINHA-CMP
           MOVE SPACES TO LINHA-CMP
           STRING "TOTAL DA ESCOLA: ESPERADAS " CONT-ESP-ESC
               " LANCADAS " CONT-LAN-ESC
               " COMPLETO " WS-PCT-EDT "%"
               DELIMITED BY SIZE INTO LINHA-CMP
           WRITE LINHA-CMP
           MOVE SPACES TO LINHA-CMP
           STRING "PROFESSORES: " CONT-PRF
               "  COM NOTAS PENDENTES: " CONT-PRF-INC
               DELIMITED BY SIZE INTO LINHA-CMP
           WRITE LINHA-CMP
           CLOSE RELCMP CADFUN.
           OPEN OUTPUT CADCMP
           IF FS-CADCMP NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADCMP-ARQ)
                   " - FILE STATUS " FS-CADCMP
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-BIM       TO BIM-CMP
           MOVE CONT-ESP-ESC TO ESPERADAS-CMP
           MOVE CONT-LAN-ESC TO LANCADAS-CMP
           MOVE WS-PCT       TO PCT-CMP
           MOVE WS-DATA-MOV  TO DATA-CMP
           WRITE REG-CMP
           CLOSE CADCMP.
           DISPLAY "EX86 - NOTAS ESPERADAS: " CONT-ESP-ESC
               " LANCADAS: " CONT-LAN-ESC
               " COMPLETO: " WS-PCT-EDT "%".
