      *              ZERADAS OU COM VENCIMENTO ZERADO E REJEITADA EM
      *              CADRJRN COM O CODIGO DO MOTIVO (SEM/PAR/VEN). O
      *              RESUMO DE CADA ACORDO SAI EM RELRNG.
      *              A COBRANCA MARCADA COMO RENEGOCIADA RECEBE EM
      *              DTPAG-COB A DATA DE MOVIMENTO DO LOTE (CADDTM,
      *              SENAO O RELOGIO DA MAQUINA), PARA A EXPORTACAO
      *              CONTABIL DAS MENSALIDADES (EX99) LANCAR A
      *              TRANSFERENCIA PARA ACORDOS NA COMPETENCIA CERTA.

       ENVIRONMENT DIVISION.

           SELECT RELRNG   ASSIGN TO DYNAMIC WS-RELRNG-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELRNG.
           SELECT CADDTM   ASSIGN TO DYNAMIC WS-CADDTM-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADDTM.

       DATA DIVISION.


       01 LINHA-RNG  PIC X(80).

      *              CADDTM: data de movimento (AAAAMMDD) do lote.
      *              Opcional - se ausente, vale o relogio da maquina.
       FD CADDTM
           LABEL RECORD ARE STANDARD.

       01 REG-DTM.
           02 DATA-DTM       PIC 9(08).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ       PIC X(03) VALUE "NAO".
       77 FS-CADCOB     PIC X(02) VALUE "00".
       77 FS-CADNAC     PIC X(02) VALUE "00".
       77 FS-CADRJRN    PIC X(02) VALUE "00".
       77 FS-RELRNG     PIC X(02) VALUE "00".
       77 FS-CADDTM     PIC X(02) VALUE "00".
       77 WS-DATA-MOV   PIC 9(08) VALUE 0.
       77 WS-CMD        PIC X(90) VALUE SPACES.
       77 WS-NUM-ACORDO PIC 9(05) VALUE 0.

       77 WS-CADNAC-ARQ   PIC X(40) VALUE "CADNAC.DAT".
       77 WS-CADRJRN-ARQ  PIC X(40) VALUE "CADRJRN.DAT".
       77 WS-RELRNG-ARQ   PIC X(40) VALUE "RELRNG.DAT".
       77 WS-CADDTM-ARQ   PIC X(40) VALUE "CADDTM.DAT".
       77 WS-ENV-TEMP     PIC X(40).

       PROCEDURE DIVISION.
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "RELRNG"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-RELRNG-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADDTM"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADDTM-ARQ
           END-IF.

       INICIO.
           PERFORM LERDATAMOV.
           PERFORM LERNUMEROACORDO.
           OPEN OUTPUT CADRJRN
           IF FS-CADRJRN NOT = "00"
           WRITE LINHA-RNG
           PERFORM LERCOB.

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

      *              Ultimo numero de acordo emitido: de CADNAC
      *              quando existe; a primeira rodada comeca do um.
       LERNUMEROACORDO.
                   AND COMP-COB NOT < COMPINI-RNG-TAB(IDX-RNG)
                   AND COMP-COB NOT > COMPFIM-RNG-TAB(IDX-RNG)
                   MOVE "R" TO SITPG-COB
                   MOVE WS-DATA-MOV TO DTPAG-COB
                   MOVE ACORDO-RNG-TAB(IDX-RNG) TO ACORDO-COB
                   ADD VALOR-COB TO TOTAL-RNG-TAB(IDX-RNG)
                   ADD 1 TO QTDMARC-RNG-TAB(IDX-RNG)
