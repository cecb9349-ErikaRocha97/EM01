      *              EXCLUSAO OU TRANSFERENCIA PROMOVE AUTOMATICAMENTE
      *              A ENTRADA MAIS ANTIGA DA FILA DAQUELA TURMA. SEM
      *              O CATALOGO, TURMA-ENT SEGUE LIVRE COMO ANTES.
      *              AS ENTRADAS GRAVADAS NA TRILHA CADAUD E NO DIARIO
      *              CADSEG SAO NUMERADAS E LACRADAS EM CORRENTE (SELO
      *              CALCULADO SOBRE A ENTRADA E O SELO ANTERIOR, COM A
      *              ANCORA EM CADSEL), CONFERIDA PELO EX101.

       ENVIRONMENT DIVISION.

           SELECT CADSEG   ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADSEG.
           SELECT CADSEL   ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADSEL.

       DATA DIVISION.

           02 PROG-SEG      PIC X(04).
           02 OPER-SEG      PIC X(05).
           02 EVENTO-SEG    PIC X(40).
           02 SEQ-SEG       PIC 9(09).
           02 SELO-SEG      PIC 9(09).

      *              CADSEL: ancora do lacre encadeado de CADAUD e
      *              CADSEG (ultima sequencia e ultimo selo de cada
      *              trilha).
       FD CADSEL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADSEL.DAT".

           COPY CADSEL.

       WORKING-STORAGE SECTION.
       77 FIM-MOV       PIC X(03) VALUE "NAO".
       77 WS-HORA-SEG   PIC 9(08) VALUE 0.
       77 WS-EVENTO-SEG PIC X(40) VALUE SPACES.

      *              Lacre encadeado das trilhas (ver ABRIRLACRE).
       77 FS-CADSEL     PIC X(02) VALUE "00".
       77 FIM-SEL       PIC X(03) VALUE "NAO".
       77 WS-ARQ-SELO   PIC X(06) VALUE SPACES.
       77 WS-SEQ-SELO   PIC 9(09) VALUE 0.
       77 WS-SELO       PIC 9(09) VALUE 0.
       77 WS-SELO-CALC  PIC 9(12) VALUE 0.
       77 WS-AREA-SELO  PIC X(200) VALUE SPACES.
       77 WS-TAM-SELO   PIC 9(03) VALUE 0.
       77 IDX-SELO      PIC 9(03) VALUE 0.
       77 QTD-SEL       PIC 9(02) VALUE 0.
       77 IDX-SEL       PIC 9(02) VALUE 0.
       77 IDX-SEL-ACH   PIC 9(02) VALUE 0.
       01 TABELA-SEL.
           02 SEL-ITEM OCCURS 10 TIMES.
               03 ARQ-SEL-TAB  PIC X(06).
               03 SEQ-SEL-TAB  PIC 9(09).
               03 SELO-SEL-TAB PIC 9(09).

       PROCEDURE DIVISION.

       EXECUTAR.
               MOVE "EX13"        TO PROG-SEG
               MOVE WS-OPERADOR   TO OPER-SEG
               MOVE WS-EVENTO-SEG TO EVENTO-SEG
               PERFORM LACRARSEGURANCA
               WRITE REG-SEG
               PERFORM FECHARLACRE
               CLOSE CADSEG
           END-IF.

           MOVE NUM-MOV     TO CHAVE-AUD
           MOVE WS-ANTES    TO ANTES-AUD
           MOVE WS-DEPOIS   TO DEPOIS-AUD
           MOVE SPACES      TO ANTES-EXT-AUD DEPOIS-EXT-AUD
           MOVE WS-OPERADOR TO OPER-AUD
           MOVE SPACES      TO APROV-AUD
           PERFORM LACRARAUDITORIA
           WRITE REG-AUD
           PERFORM FECHARLACRE
           CLOSE CADAUD.

      *              Numera e lacra a entrada de CADAUD ja montada,
      *              imediatamente antes da gravacao.
       LACRARAUDITORIA.
           MOVE "CADAUD" TO WS-ARQ-SELO
           PERFORM ABRIRLACRE
           MOVE WS-SEQ-SELO TO SEQ-AUD
           MOVE REG-AUD     TO WS-AREA-SELO
           MOVE 181         TO WS-TAM-SELO
           PERFORM CALCULARSELO
           MOVE WS-SELO     TO SELO-AUD.

      *              Numera e lacra a entrada de CADSEG ja montada,
      *              imediatamente antes da gravacao.
       LACRARSEGURANCA.
           MOVE "CADSEG" TO WS-ARQ-SELO
           PERFORM ABRIRLACRE
           MOVE WS-SEQ-SELO TO SEQ-SEG
           MOVE REG-SEG     TO WS-AREA-SELO
           MOVE 72          TO WS-TAM-SELO
           PERFORM CALCULARSELO
           MOVE WS-SELO     TO SELO-SEG.

      *              Lacre encadeado das trilhas CADAUD e CADSEG: a
      *              ancora CADSEL guarda, por trilha, a sequencia e o
      *              selo da ultima entrada gravada. A entrada nova
      *              recebe a sequencia seguinte e o selo calculado
      *              sobre o seu conteudo a partir do selo anterior;
      *              a ancora e regravada logo depois da gravacao
      *              (FECHARLACRE). A corrente e conferida pelo EX101.
       ABRIRLACRE.
           MOVE 0     TO QTD-SEL
           MOVE "NAO" TO FIM-SEL
           OPEN INPUT CADSEL
           IF FS-CADSEL = "00"
               PERFORM LERLACRE
                   UNTIL FIM-SEL = "SIM"
               CLOSE CADSEL
           END-IF
           MOVE 0 TO IDX-SEL-ACH
           PERFORM VARYING IDX-SEL FROM 1 BY 1
               UNTIL IDX-SEL > QTD-SEL
               IF ARQ-SEL-TAB(IDX-SEL) = WS-ARQ-SELO
                   MOVE IDX-SEL TO IDX-SEL-ACH
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF IDX-SEL-ACH = 0
               ADD 1 TO QTD-SEL
               MOVE QTD-SEL     TO IDX-SEL-ACH
               MOVE WS-ARQ-SELO TO ARQ-SEL-TAB(IDX-SEL-ACH)
               MOVE 0           TO SEQ-SEL-TAB(IDX-SEL-ACH)
               MOVE 0           TO SELO-SEL-TAB(IDX-SEL-ACH)
           END-IF
           COMPUTE WS-SEQ-SELO = SEQ-SEL-TAB(IDX-SEL-ACH) + 1
           MOVE SELO-SEL-TAB(IDX-SEL-ACH) TO WS-SELO.

       LERLACRE.
           READ CADSEL
               AT END
                   MOVE "SIM" TO FIM-SEL
               NOT AT END
                   IF QTD-SEL < 10
                       ADD 1 TO QTD-SEL
                       MOVE ARQ-SEL  TO ARQ-SEL-TAB(QTD-SEL)
                       MOVE SEQ-SEL  TO SEQ-SEL-TAB(QTD-SEL)
                       MOVE SELO-SEL TO SELO-SEL-TAB(QTD-SEL)
                   END-IF
           END-READ.

      *              Selo encadeado: parte do selo anterior e acumula
      *              cada posicao da area (valor do caractere e
      *              posicao), reduzido modulo um primo de 9 digitos.
       CALCULARSELO.
           PERFORM VARYING IDX-SELO FROM 1 BY 1
               UNTIL IDX-SELO > WS-TAM-SELO
               COMPUTE WS-SELO-CALC = WS-SELO * 31
                   + FUNCTION ORD(WS-AREA-SELO(IDX-SELO:1))
                   + IDX-SELO
               COMPUTE WS-SELO =
                   FUNCTION MOD(WS-SELO-CALC, 999999937)
           END-PERFORM.

       FECHARLACRE.
           MOVE WS-SEQ-SELO TO SEQ-SEL-TAB(IDX-SEL-ACH)
           MOVE WS-SELO     TO SELO-SEL-TAB(IDX-SEL-ACH)
           OPEN OUTPUT CADSEL
           IF FS-CADSEL NOT = "00"
               DISPLAY "EX13 - ERRO AO ABRIR CADSEL.DAT - "
                   "FILE STATUS " FS-CADSEL
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING IDX-SEL FROM 1 BY 1
               UNTIL IDX-SEL > QTD-SEL
               MOVE ARQ-SEL-TAB(IDX-SEL)  TO ARQ-SEL
               MOVE SEQ-SEL-TAB(IDX-SEL)  TO SEQ-SEL
               MOVE SELO-SEL-TAB(IDX-SEL) TO SELO-SEL
               WRITE REG-SEL
           END-PERFORM
           CLOSE CADSEL.

      *              Data de movimento do lote: de CADDTM quando
      *              existe; sem ele, o relogio da maquina.
       LERDATAMOV.
