      *              REJEITOU O QUE E POR QUAL MOTIVO, COM OS TOTAIS
      *              POR CATEGORIA NO FIM - A SECRETARIA TRABALHA DE
      *              UM DOCUMENTO SO.
      *              RECOLHE TAMBEM OS ACHADOS DA AUDITORIA DE
      *              INTEGRIDADE REFERENCIAL CADINT (EX100), QUE O LOTE
      *              RODA LOGO ANTES: CADA REGISTRO ORFAO ENTRA COMO
      *              QUALIDADE DE DADOS, COM O ARQUIVO E A RELACAO
      *              QUEBRADA NO MOTIVO. O CAMPO DO PROGRAMA PASSA A
      *              TER 5 POSICOES.

       ENVIRONMENT DIVISION.

           SELECT RELCRIF  ASSIGN TO DYNAMIC WS-RELCRIF-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENTRADA.
           SELECT CADINT   ASSIGN TO DYNAMIC WS-CADINT-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENTRADA.
           SELECT RELEXC   ASSIGN TO DYNAMIC WS-RELEXC-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELEXC.

       01 LINHA-CRIF  PIC X(100).

      *              CADINT (EX100): achados da auditoria de
      *              integridade, no leiaute canonico.
       FD CADINT
           LABEL RECORD ARE STANDARD.

           COPY CADINT.

       FD RELEXC
           LABEL RECORD ARE STANDARD.

       01 REG-WK1.
           02 SEV-WK1       PIC 9(01).
           02 CHAVE-WK1     PIC 9(05).
           02 PROG-WK1      PIC X(05).
           02 MOTIVO-WK1    PIC X(40).

       SD ARQSORT.
       01 REG-SRT.
           02 SEV-SRT       PIC 9(01).
           02 CHAVE-SRT     PIC 9(05).
           02 RESTO-SRT     PIC X(45).

       FD CADWRK
           LABEL RECORD ARE STANDARD.
       01 REG-WRK.
           02 SEV-WRK       PIC 9(01).
           02 CHAVE-WRK     PIC 9(05).
           02 PROG-WRK      PIC X(05).
           02 MOTIVO-WRK    PIC X(40).

       WORKING-STORAGE SECTION.
       77 WS-CADREJ-ARQ  PIC X(40) VALUE "CADREJ.DAT".
       77 WS-RELCRIA-ARQ PIC X(40) VALUE "RELCRIA.DAT".
       77 WS-RELCRIF-ARQ PIC X(40) VALUE "RELCRIF.DAT".
       77 WS-CADINT-ARQ  PIC X(40) VALUE "CADINT.DAT".
       77 WS-RELEXC-ARQ  PIC X(40) VALUE "RELEXC.DAT".
       77 WS-CADWK1-ARQ  PIC X(40) VALUE "CADWK1.DAT".
       77 WS-CADWRK-ARQ  PIC X(40) VALUE "CADWRK.DAT".
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-RELCRIF-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADINT"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADINT-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "RELEXC"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-RELEXC-ARQ
           PERFORM COLETAR-REJ.
           PERFORM COLETAR-CRIA.
           PERFORM COLETAR-CRIF.
           PERFORM COLETAR-INT.
           CLOSE CADWK1.

       GRAVAREXCECAO.
               PERFORM GRAVAREXCECAO
           END-IF.

      *              CADINT (EX100): um achado por registro orfao, ja
      *              com a chave do registro dependente.
       COLETAR-INT.
           OPEN INPUT CADINT
           IF FS-ENTRADA = "00"
               PERFORM LER-INT UNTIL FIM-ARQ = "SIM"
               CLOSE CADINT
               MOVE "NAO" TO FIM-ARQ
           END-IF.

       LER-INT.
           READ CADINT
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   MOVE 3 TO SEV-WK1
                   MOVE CHAVE-INT TO CHAVE-WK1
                   MOVE "EX100" TO PROG-WK1
                   MOVE SPACES TO MOTIVO-WK1
                   STRING "ORFAO " ARQ-INT ": " RELACAO-INT
                       DELIMITED BY SIZE INTO MOTIVO-WK1
                   PERFORM GRAVAREXCECAO
           END-READ.

       ORDENAREXCECOES.
           SORT ARQSORT ON ASCENDING KEY SEV-SRT CHAVE-SRT
               USING CADWK1 GIVING CADWRK
