      *              OVR-MOV = "S" - NESSE CASO O AJUSTE E APLICADO E
      *              A EXCECAO SAI LISTADA EM RELOVJ, PARA A DIRECAO
      *              REVISAR.
      *              COM O LIMITE DE DUPLA APROVACAO CADLIM PRESENTE
      *              (PERCENTUAL OU VALOR), O AJUSTE QUE MUDA O
      *              SALARIO ACIMA DO LIMITE NAO E APLICADO: VAI PARA
      *              A FILA CADPND COM O OPERADOR SOLICITANTE, A DATA
      *              E AS IMAGENS ANTES/DEPOIS, E SO CHEGA AO MESTRE
      *              QUANDO UM SEGUNDO OPERADOR O APROVAR NO EX01.
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

           SELECT CADLIM   ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADLIM.
           SELECT CADPND   ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADPND.

       DATA DIVISION.

           02 PROG-SEG      PIC X(04).
           02 OPER-SEG      PIC X(05).
           02 EVENTO-SEG    PIC X(40).
           02 SEQ-SEG       PIC 9(09).
           02 SELO-SEG      PIC 9(09).

      *              CADLIM: limite da alteracao salarial aplicada sem
      *              segunda aprovacao. TIPO-LIM "P" = percentual sobre
      *              o salario atual, "V" = valor absoluto em reais.
      *              Opcional - sem ele, nenhuma alteracao espera
      *              aprovacao.
       FD CADLIM
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADLIM.DAT".

       01 REG-LIM.
           02 TIPO-LIM      PIC X(01).
           02 VALOR-LIM     PIC 9(05)V99.

      *              CADPND: fila de alteracoes salariais pendentes de
      *              aprovacao, somente-acrescimo aqui; decidida pelo
      *              aprovador EX01.
       FD CADPND
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADPND.DAT".

           COPY CADPND.

      *              CADSEL: ancora do lacre encadeado de CADAUD e
      *              CADSEG (ultima sequencia e ultimo selo de cada
      *              trilha).
       FD CADSEL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADSEL.DAT".

           COPY CADSEL.

       WORKING-STORAGE SECTION.
       77 FIM-MOV       PIC X(03) VALUE "NAO".
       77 FS-CADRJAJ     PIC X(02) VALUE "00".
       77 WS-MOTIVO-REJ PIC X(03) VALUE SPACES.
       77 FS-CADAUD     PIC X(02) VALUE "00".
       77 WS-ANTES      PIC X(72) VALUE SPACES.
       77 WS-DEPOIS     PIC X(72) VALUE SPACES.
       77 FS-CADGER     PIC X(02) VALUE "00".
       77 FS-CADGIX     PIC X(02) VALUE "00".
       77 WS-QTD-GER    PIC 9(02) VALUE 3.
       77 WS-HORA-SEG   PIC 9(08) VALUE 0.
       77 WS-EVENTO-SEG PIC X(40) VALUE SPACES.

      *              Limite da dupla aprovacao (CADLIM) e a ultima
      *              sequencia usada na fila CADPND. A diferenca entre
      *              o salario atual e o novo, em qualquer sentido,
      *              acima do limite manda a transacao para a fila em
      *              vez do mestre.
       77 FS-CADLIM     PIC X(02) VALUE "00".
       77 FS-CADPND     PIC X(02) VALUE "00".
       77 FIM-PND       PIC X(03) VALUE "NAO".
       77 WS-TEM-LIM    PIC X(01) VALUE "N".
       77 WS-TIPO-LIM   PIC X(01) VALUE SPACES.
       77 WS-VALOR-LIM  PIC 9(05)V99 VALUE 0.
       77 WS-SAL-ANT    PIC 9(05)V99 VALUE 0.
       77 WS-DIF-SAL    PIC 9(07)V99 VALUE 0.
       77 WS-LIM-SAL    PIC 9(07)V99 VALUE 0.
       77 WS-EXIGE-APROV PIC X(01) VALUE "N".
       77 WS-SEQ-PND    PIC 9(05) VALUE 0.
       77 CONT-PND      PIC 9(05) VALUE 0.

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
      *              rodar as geracoes boas para fora do limite.
           PERFORM GUARDARGERACAO
           PERFORM CARREGARFAIXAS
           PERFORM CARREGARLIMITE
           OPEN OUTPUT RELOVJ
           IF FS-RELOVJ NOT = "00"
               DISPLAY "ERRO AO ABRIR RELOVJ.DAT - FILE STATUS "
               MOVE "EX16"       TO PROG-SEG
               MOVE WS-OPERADOR   TO OPER-SEG
               MOVE WS-EVENTO-SEG TO EVENTO-SEG
               PERFORM LACRARSEGURANCA
               WRITE REG-SEG
               PERFORM FECHARLACRE
               CLOSE CADSEG
           END-IF.

               CLOSE CADDTM
           END-IF.

      *              Limite da dupla aprovacao: CADLIM opcional. Com
      *              ele, a ultima sequencia da fila CADPND e lida para
      *              numerar as novas solicitacoes.
       CARREGARLIMITE.
           MOVE "N" TO WS-TEM-LIM
           OPEN INPUT CADLIM
           IF FS-CADLIM = "00"
               READ CADLIM
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE "S"       TO WS-TEM-LIM
                       MOVE TIPO-LIM  TO WS-TIPO-LIM
                       MOVE VALOR-LIM TO WS-VALOR-LIM
               END-READ
               CLOSE CADLIM
           END-IF
           IF WS-TEM-LIM = "S"
               IF WS-TIPO-LIM NOT = "P" AND WS-TIPO-LIM NOT = "V"
                   DISPLAY "EX16 - TIPO DE LIMITE INVALIDO EM "
                       "CADLIM.DAT: " WS-TIPO-LIM " - RODADA ABORTADA"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 0 TO WS-SEQ-PND
               OPEN INPUT CADPND
               IF FS-CADPND = "00"
                   PERFORM LERSEQUENCIAPND UNTIL FIM-PND = "SIM"
                   CLOSE CADPND
               END-IF
           END-IF.

       LERSEQUENCIAPND.
           READ CADPND
               AT END
                   MOVE "SIM" TO FIM-PND
               NOT AT END
                   IF SEQ-PND > WS-SEQ-PND
                       MOVE SEQ-PND TO WS-SEQ-PND
                   END-IF
           END-READ.

      *              Compara o salario atual (WS-SAL-ANT) com o novo,
      *              ja em SALARIO-BRU: diferenca acima do limite, em
      *              valor ou em percentual do salario atual, exige a
      *              aprovacao de um segundo operador.
       VERIFICARLIMITE.
           MOVE "N" TO WS-EXIGE-APROV
           IF WS-TEM-LIM = "S"
               IF SALARIO-BRU > WS-SAL-ANT
                   COMPUTE WS-DIF-SAL = SALARIO-BRU - WS-SAL-ANT
               ELSE
                   COMPUTE WS-DIF-SAL = WS-SAL-ANT - SALARIO-BRU
               END-IF
               IF WS-TIPO-LIM = "V"
                   MOVE WS-VALOR-LIM TO WS-LIM-SAL
               ELSE
                   COMPUTE WS-LIM-SAL =
                       WS-SAL-ANT * WS-VALOR-LIM / 100
               END-IF
               IF WS-DIF-SAL > WS-LIM-SAL
                   MOVE "S" TO WS-EXIGE-APROV
               END-IF
           END-IF.

      *              Acrescenta a solicitacao na fila CADPND com o
      *              solicitante, a data e as imagens antes/depois; o
      *              mestre so muda quando o EX01 aprovar.
       GRAVARPENDENTE.
           OPEN EXTEND CADPND
           IF FS-CADPND = "35" OR FS-CADPND = "05"
               OPEN OUTPUT CADPND
               CLOSE CADPND
               OPEN EXTEND CADPND
           END-IF
           IF FS-CADPND NOT = "00"
               DISPLAY "EX16 - ERRO AO ABRIR CADPND.DAT - "
                   "FILE STATUS " FS-CADPND
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-SEQ-PND
           MOVE WS-SEQ-PND  TO SEQ-PND
           MOVE "EX16"      TO ORIG-PND
           MOVE TIPO-MOV    TO TIPO-PND
           MOVE WS-OPERADOR TO SOLIC-PND
           MOVE WS-DATA-MOV TO DATA-PND
           MOVE COD-MOV     TO COD-PND
           MOVE WS-SAL-ANT  TO SAL-ANT-PND
           MOVE SALARIO-BRU TO SAL-NOV-PND
           MOVE WS-ANTES    TO ANTES-PND
           MOVE REG-FUN     TO DEPOIS-PND
           MOVE "P"         TO SIT-PND
           MOVE SPACES      TO APROV-PND
           MOVE 0           TO DATA-DEC-PND
           WRITE REG-PND
           CLOSE CADPND
           ADD 1 TO CONT-PND
           DISPLAY "EX16 - ALTERACAO SALARIAL ACIMA DO LIMITE, "
               "AGUARDANDO APROVACAO: " COD-MOV " SEQ " SEQ-PND.

       LERMOV.
           READ CADMOVAJ
               AT END MOVE "SIM" TO FIM-MOV.
           MOVE COD-MOV     TO CHAVE-AUD
           MOVE WS-ANTES    TO ANTES-AUD
           MOVE WS-DEPOIS   TO DEPOIS-AUD
           MOVE WS-ANTES(65:8)  TO ANTES-EXT-AUD
           MOVE WS-DEPOIS(65:8) TO DEPOIS-EXT-AUD
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
               DISPLAY "EX16 - ERRO AO ABRIR CADSEL.DAT - "
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


       PRINCIPAL.
           PERFORM PROCESSARMOV.
      *              O salario resultante passa pela critica de faixa
      *              do departamento antes da regravacao: fora da
      *              faixa sem a marca de substituicao e rejeitado.
      *              Ajuste acima do limite de CADLIM vai para a fila
      *              CADPND esperar a aprovacao no EX01.
       APLICARAJUSTE.
           PERFORM VALIDARFAIXA
           IF WS-FAIXA-OK = "N"
               MOVE "BND" TO WS-MOTIVO-REJ
               PERFORM GRAVARREJEITO
           ELSE
               MOVE SALARIO-BRU TO WS-SAL-ANT
               MOVE WS-SAL-NOVO TO SALARIO-BRU
               PERFORM VERIFICARLIMITE
               IF WS-EXIGE-APROV = "S"
                   PERFORM GRAVARPENDENTE
               ELSE
                   PERFORM REGRAVAR
               END-IF
           END-IF.

       VALIDARFAIXA.
           CLOSE CADFUN CADMOVAJ CADRJAJ RELOVJ.
           DISPLAY "EX16 - AJUSTES APLICADOS: " CONT-AJU
               " REJEITADOS: " CONT-REJ
               " EXCECOES DE FAIXA: " CONT-OVR
               " AGUARDANDO APROVACAO: " CONT-PND.
