       IDENTIFICATION DIVISION.
       PROGRAM-ID.   EX81.
       AUTHOR.       ERIKA ROCHA.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 22-10-2025.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.      OFERTA DAS DEPENDENCIAS NO PERIODO LETIVO. LE O
      *              CADASTRO DE DEPENDENCIAS CADDPD (GRAVADO PELA
      *              REMATRICULA DO EX48) E, PARA CADA DEPENDENCIA
      *              ABERTA DE ALUNO ATIVO NO MESTRE INDEXADO CADALU,
      *              GERA A MATRICULA EXTRA NO ARQUIVO DE NOTAS DAS
      *              DEPENDENCIAS CADNOTD, NO MESMO LEIAUTE DE CADNOT
      *              (ALUNO, DISCIPLINA E AS QUATRO NOTAS ZERADAS).
      *              CADNOTD E LANCADO E CORRIGIDO COMO QUALQUER
      *              CADNOT (EX50 COM A VARIAVEL DE AMBIENTE CADNOT
      *              APONTADA PARA ELE) E APURADO PELO EX21 NA MESMA
      *              REGRA DE APROVACAO, GRAVANDO O CADMDI DAS
      *              DEPENDENCIAS QUE O EX82 LANCA NO HISTORICO. FICA
      *              SEPARADO DO CADNOT DA TURMA PARA QUE A DISCIPLINA
      *              EM DEPENDENCIA NAO COLIDA COM A DE MESMO CODIGO
      *              NA GRADE DA TURMA NOVA NEM ENTRE NO RESULTADO DO
      *              PERIODO CORRENTE. A DEPENDENCIA OFERECIDA PASSA A
      *              SITUACAO "O", COM O PERIODO DA OFERTA (CADPLE,
      *              OBRIGATORIO), A TURMA ATUAL DO ALUNO E MAIS UMA
      *              TENTATIVA; O CADASTRO E REGRAVADO VIA ESTAGIO
      *              CADDPD2 (MESMO MECANISMO DE COPIA DO EX50).
      *              DEPENDENCIA DE ALUNO FORA DO MESTRE, TRANCADO OU
      *              TRANSFERIDO, OU DO PROPRIO PERIODO DA OFERTA, NAO
      *              E OFERECIDA E CONTINUA ABERTA. TODAS AS OFERTAS E
      *              RECUSAS SAEM NO RELATORIO RELOFD. CADNOTD GUARDA
      *              SO AS OFERTAS AINDA NAO LANCADAS: O EX82 RETIRA A
      *              LINHA DE CADA DEPENDENCIA QUE LANCA NO HISTORICO,
      *              E A REPROVADA REOFERECIDA AQUI GANHA UMA UNICA
      *              LINHA, COM AS NOTAS ZERADAS DO NOVO PERIODO.

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
      *              EX18; aqui e consultado por chave para conferir a
      *              situacao e a turma atual do aluno.
           SELECT CADALU   ASSIGN TO DYNAMIC WS-CADALU-ARQ
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS NUM-ENT
           FILE STATUS IS FS-CADALU.
           SELECT CADDPD   ASSIGN TO DYNAMIC WS-CADDPD-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADDPD.
           SELECT CADDPD2  ASSIGN TO DYNAMIC WS-CADDPD2-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADDPD2.
           SELECT CADPLE   ASSIGN TO DYNAMIC WS-CADPLE-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADPLE.
           SELECT CADNOTD  ASSIGN TO DYNAMIC WS-CADNOTD-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADNOTD.
           SELECT RELOFD   ASSIGN TO DYNAMIC WS-RELOFD-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELOFD.

       DATA DIVISION.

       FILE SECTION.
       FD CADALU
           LABEL RECORD ARE STANDARD.

           COPY CADALU.

       FD CADDPD
           LABEL RECORD ARE STANDARD.

           COPY CADDPD.

      *              CADDPD2: estagio com o cadastro ja atualizado,
      *              copiado por cima de CADDPD ao final da rodada.
       FD CADDPD2
           LABEL RECORD ARE STANDARD.

       01 REG-DP2    PIC X(69).

      *              CADPLE: periodo letivo da oferta (AAAAPP).
       FD CADPLE
           LABEL RECORD ARE STANDARD.

       01 REG-PLE.
           02 PERIODO-PLE   PIC 9(06).

      *              CADNOTD: notas das dependencias, no leiaute de
      *              CADNOT - um registro por aluno por disciplina em
      *              dependencia, com as quatro notas bimestrais.
       FD CADNOTD
           LABEL RECORD ARE STANDARD.

       01 REG-NOT.
           02 NUM-NOT       PIC 9(05).
           02 DIS-NOT       PIC 9(03).
           02 NOTA1-NOT     PIC 9(02)V99.
           02 NOTA2-NOT     PIC 9(02)V99.
           02 NOTA3-NOT     PIC 9(02)V99.
           02 NOTA4-NOT     PIC 9(02)V99.

       FD RELOFD
           LABEL RECORD ARE STANDARD.

       01 LINHA-OFD  PIC X(80).

       WORKING-STORAGE SECTION.
       77 FIM-DPD       PIC X(03) VALUE "NAO".
       77 FS-CADALU     PIC X(02) VALUE "00".
       77 FS-CADDPD     PIC X(02) VALUE "00".
       77 FS-CADDPD2    PIC X(02) VALUE "00".
       77 FS-CADPLE     PIC X(02) VALUE "00".
       77 FS-CADNOTD    PIC X(02) VALUE "00".
       77 FS-RELOFD     PIC X(02) VALUE "00".
       77 WS-PERIODO    PIC 9(06) VALUE 0.
       77 WS-ACHOU      PIC X(03) VALUE "NAO".
       77 WS-MOTIVO     PIC X(30) VALUE SPACES.

       77 CONT-LID      PIC 9(07) VALUE 0.
       77 CONT-OFE      PIC 9(07) VALUE 0.
       77 CONT-REC      PIC 9(07) VALUE 0.

      *              Comando de copia do estagio sobre o cadastro.
       77 WS-CMD        PIC X(100) VALUE SPACES.

      *              Nomes fisicos dos arquivos, com o valor original
      *              como default, substituiveis em tempo de execucao
      *              por variaveis de ambiente (ver LERNOMESARQUIVOS).
       77 WS-CADALU-ARQ  PIC X(40) VALUE "CADALU.DAT".
       77 WS-CADDPD-ARQ  PIC X(40) VALUE "CADDPD.DAT".
       77 WS-CADDPD2-ARQ PIC X(40) VALUE "CADDPD2.DAT".
       77 WS-CADPLE-ARQ  PIC X(40) VALUE "CADPLE.DAT".
       77 WS-CADNOTD-ARQ PIC X(40) VALUE "CADNOTD.DAT".
       77 WS-RELOFD-ARQ  PIC X(40) VALUE "RELOFD.DAT".
       77 WS-ENV-TEMP    PIC X(40).

       PROCEDURE DIVISION.

       EXECUTAR.
           PERFORM LERNOMESARQUIVOS.
           PERFORM INICIO.
           PERFORM PRINCIPAL
               UNTIL FIM-DPD EQUAL "SIM".
           PERFORM TERMINO.
           STOP RUN.

       LERNOMESARQUIVOS.
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADALU"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADALU-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADDPD"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADDPD-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADDPD2"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADDPD2-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADPLE"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADPLE-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADNOTD"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADNOTD-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "RELOFD"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-RELOFD-ARQ
           END-IF.

       INICIO.
           PERFORM LERPERIODO.
           OPEN INPUT CADALU
           IF FS-CADALU NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADALU-ARQ)
                   " - FILE STATUS " FS-CADALU
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CADDPD
           IF FS-CADDPD NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADDPD-ARQ)
                   " - FILE STATUS " FS-CADDPD
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT CADDPD2
           IF FS-CADDPD2 NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADDPD2-ARQ)
                   " - FILE STATUS " FS-CADDPD2
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
      *              CADNOTD recebe as ofertas ainda nao lancadas: uma
      *              nova rodada so acrescenta as dependencias que
      *              estavam abertas, e a linha da oferta anterior de
      *              uma reprovada ja foi retirada pelo EX82 ao lancar
      *              o resultado.
           OPEN EXTEND CADNOTD
           IF FS-CADNOTD = "35" OR FS-CADNOTD = "05"
               OPEN OUTPUT CADNOTD
               CLOSE CADNOTD
               OPEN EXTEND CADNOTD
           END-IF
           IF FS-CADNOTD NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADNOTD-ARQ)
                   " - FILE STATUS " FS-CADNOTD
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RELOFD
           IF FS-RELOFD NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-RELOFD-ARQ)
                   " - FILE STATUS " FS-RELOFD
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CABECALHO.
           PERFORM LERDPD.

      *              Periodo letivo da oferta e obrigatorio: e o que
      *              fica gravado na dependencia oferecida.
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
                   DISPLAY "EX81 - CADPLE VAZIO - RODADA ABORTADA"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               NOT AT END
                   MOVE PERIODO-PLE TO WS-PERIODO
           END-READ
           CLOSE CADPLE
           IF WS-PERIODO = 0
               DISPLAY "EX81 - PERIODO LETIVO ZERADO - RODADA ABORTADA"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       LERDPD.
           READ CADDPD
               AT END
                   MOVE "SIM" TO FIM-DPD
               NOT AT END
                   ADD 1 TO CONT-LID
           END-READ.

       PRINCIPAL.
           IF SIT-DPD = "A"
               PERFORM OFERECER
           END-IF
           MOVE REG-DPD TO REG-DP2
           WRITE REG-DP2
           PERFORM LERDPD.

      *              Oferece a dependencia aberta: confere o aluno no
      *              mestre e o periodo; aceita, grava a matricula em
      *              CADNOTD e atualiza a dependencia.
       OFERECER.
           PERFORM LOCALIZARALUNO
           EVALUATE TRUE
               WHEN WS-ACHOU = "NAO"
                   MOVE "ALUNO NAO CONSTA NO MESTRE" TO WS-MOTIVO
                   PERFORM GRAVARLINHA-REC
               WHEN SIT-ENT = "T" OR SIT-ENT = "R"
                   MOVE "ALUNO TRANCADO/TRANSFERIDO" TO WS-MOTIVO
                   PERFORM GRAVARLINHA-REC
               WHEN PERIODO-DPD NOT < WS-PERIODO
                   MOVE "REPROVADA NO PERIODO DA OFERTA" TO WS-MOTIVO
                   PERFORM GRAVARLINHA-REC
               WHEN OTHER
                   MOVE NUM-DPD TO NUM-NOT
                   MOVE DIS-DPD TO DIS-NOT
                   MOVE 0 TO NOTA1-NOT NOTA2-NOT NOTA3-NOT NOTA4-NOT
                   WRITE REG-NOT
                   MOVE "O"        TO SIT-DPD
                   MOVE WS-PERIODO TO PERIODO-OFE-DPD
                   MOVE TURMA-ENT  TO TURMA-DPD
                   ADD 1 TO TENT-DPD
                   ADD 1 TO CONT-OFE
                   PERFORM GRAVARLINHA-OFE
           END-EVALUATE.

       LOCALIZARALUNO.
           MOVE "NAO" TO WS-ACHOU
           MOVE NUM-DPD TO NUM-ENT
           READ CADALU
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "SIM" TO WS-ACHOU
           END-READ.

       CABECALHO.
           MOVE SPACES TO LINHA-OFD
           STRING "OFERTA DE DEPENDENCIAS - PERIODO " WS-PERIODO
               DELIMITED BY SIZE INTO LINHA-OFD
           WRITE LINHA-OFD
           MOVE SPACES TO LINHA-OFD
           WRITE LINHA-OFD
           MOVE SPACES TO LINHA-OFD
           STRING "ALUNO  DIS DISCIPLINA            ORIGEM"
               "   TUR   RESULTADO"
               DELIMITED BY SIZE INTO LINHA-OFD
           WRITE LINHA-OFD
           MOVE ALL "-" TO LINHA-OFD
           WRITE LINHA-OFD.

       GRAVARLINHA-OFE.
           MOVE SPACES TO LINHA-OFD
           STRING NUM-DPD "  " DIS-DPD " " NOMEDIS-DPD "  "
               PERIODO-DPD "   " TURMA-DPD "   OFERECIDA"
               DELIMITED BY SIZE INTO LINHA-OFD
           WRITE LINHA-OFD.

       GRAVARLINHA-REC.
           ADD 1 TO CONT-REC
           MOVE SPACES TO LINHA-OFD
           STRING NUM-DPD "  " DIS-DPD " " NOMEDIS-DPD "  "
               PERIODO-DPD "   " TURMA-DPD "   " WS-MOTIVO
               DELIMITED BY SIZE INTO LINHA-OFD
           WRITE LINHA-OFD.

       ATUALIZARDEPENDENCIAS.
           MOVE SPACES TO WS-CMD
           STRING "cp " FUNCTION TRIM(WS-CADDPD2-ARQ)
               " " FUNCTION TRIM(WS-CADDPD-ARQ)
               DELIMITED BY SIZE INTO WS-CMD
           CALL "SYSTEM" USING WS-CMD
           IF RETURN-CODE NOT = 0
               DISPLAY "EX81 - ERRO AO ATUALIZAR "
                   FUNCTION TRIM(WS-CADDPD-ARQ) " A PARTIR DE "
                   FUNCTION TRIM(WS-CADDPD2-ARQ)
                   " - CODIGO " RETURN-CODE
               STOP RUN
           END-IF.

       TERMINO.
           MOVE ALL "-" TO LINHA-OFD
           WRITE LINHA-OFD
           MOVE SPACES TO LINHA-OFD
           STRING "DEPENDENCIAS LIDAS: " CONT-LID
               "  OFERECIDAS: " CONT-OFE
               "  NAO OFERECIDAS: " CONT-REC
               DELIMITED BY SIZE INTO LINHA-OFD
           WRITE LINHA-OFD
           CLOSE CADALU CADDPD CADDPD2 CADNOTD RELOFD
           IF CONT-OFE > 0
               PERFORM ATUALIZARDEPENDENCIAS
           END-IF
           DISPLAY "EX81 - PERIODO " WS-PERIODO
               " DEPENDENCIAS OFERECIDAS: " CONT-OFE
               " NAO OFERECIDAS: " CONT-REC.
