      *              COM DATA, TIPO, GRAVIDADE E TEXTO. CHAVE NAO
      *              ENCONTRADA E AVISADA EXPLICITAMENTE EM VEZ DE
      *              MOSTRAR LIXO NA TELA.
      *              A CONSULTA DE ALUNO LISTA TAMBEM OS DOCUMENTOS DA
      *              MATRICULA AINDA PENDENTES NO REGISTRO CADDOC
      *              (MANTIDO PELO EX89), COM O NOME DO CATALOGO
      *              CADTDO E O PRAZO; DOCUMENTO OBRIGATORIO COM PRAZO
      *              VENCIDO NA DATA DE HOJE SAI DESTACADO. OS DOIS
      *              ARQUIVOS SAO OPCIONAIS - SEM ELES A CONSULTA SEGUE
      *              COMO ANTES.

       ENVIRONMENT DIVISION.

           SELECT CADOCO   ASSIGN TO DYNAMIC WS-CADOCO-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADOCO.
           SELECT CADDOC   ASSIGN TO DYNAMIC WS-CADDOC-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADDOC.
           SELECT CADTDO   ASSIGN TO DYNAMIC WS-CADTDO-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADTDO.

       DATA DIVISION.


           COPY CADOCO.

       FD CADDOC
           LABEL RECORD ARE STANDARD.

           COPY CADDOC.

       FD CADTDO
           LABEL RECORD ARE STANDARD.

           COPY CADTDO.

       WORKING-STORAGE SECTION.
       77 FIM-ARQ       PIC X(03) VALUE "NAO".
       77 WS-ACHOU      PIC X(03) VALUE "NAO".
       77 WS-ENV-TEMP    PIC X(40).
       77 FS-CADOCO     PIC X(02) VALUE "00".
       77 CONT-OCO      PIC 9(03) VALUE 0.
       77 WS-CADDOC-ARQ  PIC X(40) VALUE "CADDOC.DAT".
       77 WS-CADTDO-ARQ  PIC X(40) VALUE "CADTDO.DAT".
       77 FS-CADDOC     PIC X(02) VALUE "00".
       77 FS-CADTDO     PIC X(02) VALUE "00".
       77 CONT-DOC      PIC 9(03) VALUE 0.
       77 FIM-TDO       PIC X(03) VALUE "NAO".
       77 WS-DATA-HOJE  PIC 9(08) VALUE 0.
       77 WS-NOME-DOC   PIC X(25) VALUE SPACES.
       77 WS-AVISO-DOC  PIC X(36) VALUE SPACES.

      *              Campos editados para exibicao formatada na tela.
       77 WS-MEDIA-EDT   PIC Z9,99.
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADOCO"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADOCO-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADDOC"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADDOC-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADTDO"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADTDO-ARQ
           END-IF.

       ATENDER.
           DISPLAY "NASCIMENTO: " DD-CON "/" MM-CON "/" AA-CON
           DISPLAY "MEDIA.....: " WS-MEDIA-EDT
           DISPLAY "FALTAS....: " WS-FALTA-EDT
           DISPLAY "SITUACAO..: " SITUACAO-CON
           PERFORM CONSULTARDOCUMENTOS.

      *              Documentos da matricula ainda pendentes para o
      *              aluno em CADDOC (EX89). Sem o registro, nada a
      *              mostrar.
       CONSULTARDOCUMENTOS.
           OPEN INPUT CADDOC
           IF FS-CADDOC = "00"
               ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
               MOVE "NAO" TO FIM-ARQ
               MOVE 0 TO CONT-DOC
               PERFORM PROCURARDOCUMENTO UNTIL FIM-ARQ = "SIM"
               IF CONT-DOC = 0
                   DISPLAY "DOCUMENTOS: NENHUM PENDENTE"
               END-IF
               CLOSE CADDOC
           END-IF.

       PROCURARDOCUMENTO.
           READ CADDOC
               AT END
                   MOVE "SIM" TO FIM-ARQ
           END-READ
           IF FIM-ARQ NOT = "SIM" AND NUM-DOC = WS-CHAVE
               AND SIT-DOC = "P"
               ADD 1 TO CONT-DOC
               PERFORM NOMEARDOCUMENTO
               MOVE SPACES TO WS-AVISO-DOC
               IF OBRIG-DOC = "S" AND LIMITE-DOC < WS-DATA-HOJE
                   MOVE "*** DOCUMENTO OBRIGATORIO VENCIDO ***"
                       TO WS-AVISO-DOC
               END-IF
               DISPLAY "PENDENTE..: " WS-NOME-DOC " PRAZO "
                   LIMITE-DOC(7:2) "/" LIMITE-DOC(5:2) "/"
                   LIMITE-DOC(1:4) " " WS-AVISO-DOC
           END-IF.

      *              Nome do tipo no catalogo CADTDO; sem o catalogo
      *              ou tipo fora dele, mostra so o codigo.
       NOMEARDOCUMENTO.
           MOVE SPACES TO WS-NOME-DOC
           STRING "TIPO " TDO-DOC DELIMITED BY SIZE
               INTO WS-NOME-DOC
           OPEN INPUT CADTDO
           IF FS-CADTDO = "00"
               MOVE "NAO" TO FIM-TDO
               PERFORM UNTIL FIM-TDO = "SIM"
                   READ CADTDO
                       AT END
                           MOVE "SIM" TO FIM-TDO
                       NOT AT END
                           IF COD-TDO = TDO-DOC
                               MOVE NOME-TDO TO WS-NOME-DOC
                               MOVE "SIM" TO FIM-TDO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CADTDO
           END-IF.

       CONSULTARFUNCIONARIO.
           OPEN INPUT CADSAI
