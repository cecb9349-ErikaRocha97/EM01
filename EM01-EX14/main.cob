      *              SUBSTITUICAO OVR-MOV = "S": NESSE CASO O VALOR E
      *              APLICADO E A EXCECAO SAI LISTADA EM RELOVF, PARA
      *              A DIRECAO REVISAR.
      *              AS TRANSACOES TRAZEM TAMBEM O CARGO (CATALOGO
      *              CADCAR) E O NIVEL DA TABELA SALARIAL DO CARGO
      *              (CADNIV) DO FUNCIONARIO. COM OS CATALOGOS
      *              PRESENTES, CARGO INEXISTENTE OU NIVEL QUE NAO
      *              CONSTA DA TABELA DO CARGO E REJEITADO COM O
      *              MOTIVO CRG; CARGO ZERO DEIXA O FUNCIONARIO SEM
      *              ENQUADRAMENTO. TRANSACAO ANTIGA SEM AS COLUNAS
      *              MANTEM, NA ALTERACAO, O CARGO E O NIVEL ATUAIS.
      *              COM O LIMITE DE DUPLA APROVACAO CADLIM PRESENTE
      *              (PERCENTUAL OU VALOR), A ALTERACAO CUJO SALARIO
      *              NOVO DIFERE DO ATUAL ACIMA DO LIMITE - INCLUSIVE
      *              AS TRANSACOES GERADAS PELO EX52 - NAO E APLICADA:
      *              VAI PARA A FILA CADPND COM O OPERADOR
      *              SOLICITANTE, A DATA E AS IMAGENS ANTES/DEPOIS, E
      *              SO CHEGA AO MESTRE QUANDO UM SEGUNDO OPERADOR A
      *              APROVAR NO EX01.
      *              AS ENTRADAS GRAVADAS NA TRILHA CADAUD E NO DIARIO
      *              CADSEG SAO NUMERADAS E LACRADAS EM CORRENTE (SELO
      *              CALCULADO SOBRE A ENTRADA E O SELO ANTERIOR, COM A
      *              ANCORA EM CADSEL), CONFERIDA PELO EX101.

       ENVIRONMENT DIVISION.

           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELOVF.

           SELECT CADCAR   ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADCAR.
           SELECT CADNIV   ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADNIV.

           SELECT CADOPE   ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADOPE.
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

      *              ("S" aplica salario fora da faixa de CADBND e
      *              lista a excecao em RELOVF). Transacao antiga sem
      *              a coluna vale branco (sem substituicao).
      *              CARGO-MOV/NIVEL-MOV: cargo e nivel do plano de
      *              cargos. Em branco (transacao antiga) valem zero
      *              na inclusao e mantem os atuais na alteracao.
       01 REG-MOV.
           02 TIPO-MOV      PIC X(01).
           02 COD-MOV       PIC 9(05).
           02 DEPEND-MOV    PIC 9(02).
           02 ADMISSAO-MOV  PIC 9(08).
           02 OVR-MOV       PIC X(01).
           02 CARGO-MOV     PIC 9(03).
           02 NIVEL-MOV     PIC 9(02).

      *              CADDEP: tabela de departamentos (centros de
      *              custo) validos - codigo e nome. Inclusoes e
      *              CADRJFU: movimentos rejeitados, no mesmo leiaute
      *              do arquivo de entrada mais o codigo do motivo
      *              (JAE = ja existe, NAO = nao achou, TIP = tipo
      *              invalido, DEP = departamento inexistente, CRG =
      *              cargo/nivel fora do plano de cargos, ERR =
      *              erro de gravacao), para corrigir e reapresentar
      *              na proxima rodada sem redigitar as transacoes.
       FD CADRJFU
           VALUE OF FILE-ID IS "CADRJFU.DAT".

       01 REG-RJF.
           02 MOV-RJF     PIC X(70).
           02 MOTIVO-RJF  PIC X(03).

       FD CADAUD

       01 LINHA-OVF  PIC X(80).

      *              CADCAR: catalogo de cargos. Opcional - sem ele, o
      *              codigo do cargo nao e criticado.
       FD CADCAR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADCAR.DAT".

           COPY CADCAR.

      *              CADNIV: tabela salarial por cargo (niveis de cada
      *              cargo). Opcional - sem ela, o nivel nao e
      *              criticado.
       FD CADNIV
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADNIV.DAT".

           COPY CADNIV.

      *              CADOPE: registro de operadores -
      *              identificacao, nome e nivel de permissao (1 =
      *              operacao, 2 = supervisor). Opcional - sem o
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
       77 FS-CADRJFU     PIC X(02) VALUE "00".
       77 WS-MOTIVO-REJ PIC X(03) VALUE SPACES.
       77 FS-CADAUD     PIC X(02) VALUE "00".
       77 WS-ANTES      PIC X(72) VALUE SPACES.
       77 WS-DEPOIS     PIC X(72) VALUE SPACES.
       77 FS-CADGER     PIC X(02) VALUE "00".
       77 FS-CADGIX     PIC X(02) VALUE "00".
       77 WS-QTD-GER    PIC 9(02) VALUE 3.
               03 PISO-BND-TAB  PIC 9(05)V99.
               03 TETO-BND-TAB  PIC 9(05)V99.

      *              Catalogo de cargos e tabela de niveis em memoria.
      *              Catalogo ausente desliga a critica do cargo
      *              (QTD-CAR = 0); tabela ausente, a do nivel.
       77 FS-CADCAR     PIC X(02) VALUE "00".
       77 FS-CADNIV     PIC X(02) VALUE "00".
       77 FIM-CAR       PIC X(03) VALUE "NAO".
       77 FIM-NIV       PIC X(03) VALUE "NAO".
       77 QTD-CAR       PIC 9(03) VALUE 0.
       77 IDX-CAR       PIC 9(03) VALUE 0.
       77 QTD-NIV       PIC 9(04) VALUE 0.
       77 IDX-NIV       PIC 9(04) VALUE 0.
       77 WS-CARGO-OK   PIC X(01) VALUE "S".
       77 WS-ACHOU-CRG  PIC X(01) VALUE "N".
       01 TABELA-CAR.
           02 CAR-ITEM OCCURS 200 TIMES.
               03 COD-CAR-TAB   PIC 9(03).
       01 TABELA-NIV.
           02 NIV-ITEM OCCURS 2000 TIMES.
               03 CARGO-NIV-TAB PIC 9(03).
               03 NIVEL-NIV-TAB PIC 9(02).

      *              Identificacao do operador da rodada (variavel
      *              de ambiente OPERADOR, validada contra CADOPE
      *              quando o registro existe).
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
           END-IF
           PERFORM CARREGARDEPARTAMENTOS
           PERFORM CARREGARFAIXAS
           PERFORM CARREGARCARGOS
           PERFORM CARREGARLIMITE
           OPEN OUTPUT RELOVF
           IF FS-RELOVF NOT = "00"
               DISPLAY "ERRO AO ABRIR RELOVF.DAT - FILE STATUS "
               MOVE "EX14"       TO PROG-SEG
               MOVE WS-OPERADOR   TO OPER-SEG
               MOVE WS-EVENTO-SEG TO EVENTO-SEG
               PERFORM LACRARSEGURANCA
               WRITE REG-SEG
               PERFORM FECHARLACRE
               CLOSE CADSEG
           END-IF.

               DELIMITED BY SIZE INTO LINHA-OVF
           WRITE LINHA-OVF.

      *              Catalogo de cargos e tabela de niveis: opcionais
      *              - ausentes, a critica correspondente fica
      *              desligada.
       CARREGARCARGOS.
           OPEN INPUT CADCAR
           IF FS-CADCAR = "00"
               PERFORM LERCARGO UNTIL FIM-CAR = "SIM"
               CLOSE CADCAR
           END-IF
           OPEN INPUT CADNIV
           IF FS-CADNIV = "00"
               PERFORM LERNIVEL UNTIL FIM-NIV = "SIM"
               CLOSE CADNIV
           END-IF.

       LERCARGO.
           READ CADCAR
               AT END
                   MOVE "SIM" TO FIM-CAR
               NOT AT END
                   IF QTD-CAR = 200
                       DISPLAY "EX14 - MAIS DE 200 CARGOS - "
                           "RODADA ABORTADA"
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO QTD-CAR
                   MOVE COD-CAR TO COD-CAR-TAB(QTD-CAR)
           END-READ.

       LERNIVEL.
           READ CADNIV
               AT END
                   MOVE "SIM" TO FIM-NIV
               NOT AT END
                   IF QTD-NIV = 2000
                       DISPLAY "EX14 - MAIS DE 2000 NIVEIS DE CARGO - "
                           "RODADA ABORTADA"
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO QTD-NIV
                   MOVE CARGO-NIV TO CARGO-NIV-TAB(QTD-NIV)
                   MOVE NIVEL-NIV TO NIVEL-NIV-TAB(QTD-NIV)
           END-READ.

      *              Transacao sem as colunas de cargo e nivel (leiaute
      *              anterior ao plano de cargos): na alteracao mantem
      *              o enquadramento atual do mestre; na inclusao o
      *              funcionario entra sem enquadramento.
       COMPLETARCARGO.
           IF CARGO-MOV IS NOT NUMERIC
               IF WS-ACHOU = "SIM"
                   MOVE CARGO-ENT TO CARGO-MOV
               ELSE
                   MOVE 0 TO CARGO-MOV
               END-IF
           END-IF
           IF NIVEL-MOV IS NOT NUMERIC
               IF WS-ACHOU = "SIM"
                   MOVE NIVEL-ENT TO NIVEL-MOV
               ELSE
                   MOVE 0 TO NIVEL-MOV
               END-IF
           END-IF.

      *              Critica do enquadramento: cargo zero (sem
      *              enquadramento) passa; senao o cargo tem de estar
      *              no catalogo e o par cargo/nivel na tabela de
      *              niveis, quando presentes.
       VALIDARCARGO.
           MOVE "S" TO WS-CARGO-OK
           IF CARGO-MOV NOT = 0
               IF QTD-CAR > 0
                   MOVE "N" TO WS-ACHOU-CRG
                   PERFORM VARYING IDX-CAR FROM 1 BY 1
                       UNTIL IDX-CAR > QTD-CAR
                       IF COD-CAR-TAB(IDX-CAR) = CARGO-MOV
                           MOVE "S" TO WS-ACHOU-CRG
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF WS-ACHOU-CRG = "N"
                       MOVE "N" TO WS-CARGO-OK
                   END-IF
               END-IF
               IF QTD-NIV > 0
                   MOVE "N" TO WS-ACHOU-CRG
                   PERFORM VARYING IDX-NIV FROM 1 BY 1
                       UNTIL IDX-NIV > QTD-NIV
                       IF CARGO-NIV-TAB(IDX-NIV) = CARGO-MOV
                           AND NIVEL-NIV-TAB(IDX-NIV) = NIVEL-MOV
                           MOVE "S" TO WS-ACHOU-CRG
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF WS-ACHOU-CRG = "N"
                       MOVE "N" TO WS-CARGO-OK
                   END-IF
               END-IF
           END-IF.

      *              Valida o departamento da transacao contra a
      *              tabela CADDEP.
       VALIDARDEPARTAMENTO.
               END-IF
           END-PERFORM.

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
                   DISPLAY "EX14 - TIPO DE LIMITE INVALIDO EM "
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
               DISPLAY "EX14 - ERRO AO ABRIR CADPND.DAT - "
                   "FILE STATUS " FS-CADPND
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-SEQ-PND
           MOVE WS-SEQ-PND  TO SEQ-PND
           MOVE "EX14"      TO ORIG-PND
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
           DISPLAY "EX14 - ALTERACAO SALARIAL ACIMA DO LIMITE, "
               "AGUARDANDO APROVACAO: " COD-MOV " SEQ " SEQ-PND.

       LERMOV.
           READ CADMOVFU
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
               DISPLAY "EX14 - ERRO AO ABRIR CADSEL.DAT - "
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

       PROCESSARMOV.
           PERFORM LOCALIZAR
           IF TIPO-MOV = "A" OR TIPO-MOV = "C"
               PERFORM COMPLETARCARGO
           END-IF
           EVALUATE TIPO-MOV
               WHEN "A"
                   IF WS-ACHOU = "SIM"
                               MOVE "BND" TO WS-MOTIVO-REJ
                               PERFORM GRAVARREJEITO
                           ELSE
                               PERFORM VALIDARCARGO
                               IF WS-CARGO-OK = "N"
                                   DISPLAY "EX14 - INCLUSAO "
                                       "REJEITADA, CARGO/NIVEL "
                                       "FORA DO PLANO: "
                                       COD-MOV " CARGO " CARGO-MOV
                                       " NIVEL " NIVEL-MOV
                                   MOVE "CRG" TO WS-MOTIVO-REJ
                                   PERFORM GRAVARREJEITO
                               ELSE
                                   PERFORM INCLUIR
                               END-IF
                           END-IF
                       END-IF
                   END-IF
                               MOVE "BND" TO WS-MOTIVO-REJ
                               PERFORM GRAVARREJEITO
                           ELSE
                               PERFORM VALIDARCARGO
                               IF WS-CARGO-OK = "N"
                                   DISPLAY "EX14 - ALTERACAO "
                                       "REJEITADA, CARGO/NIVEL "
                                       "FORA DO PLANO: "
                                       COD-MOV " CARGO " CARGO-MOV
                                       " NIVEL " NIVEL-MOV
                                   MOVE "CRG" TO WS-MOTIVO-REJ
                                   PERFORM GRAVARREJEITO
                               ELSE
                                   PERFORM ALTERAR
                               END-IF
                           END-IF
                       END-IF
                   ELSE
           MOVE CONTA-MOV   TO CONTA-ENT
           MOVE DEPEND-MOV  TO DEPEND-ENT
           MOVE ADMISSAO-MOV TO ADMISSAO-ENT
           MOVE CARGO-MOV   TO CARGO-ENT
           MOVE NIVEL-MOV   TO NIVEL-ENT
           WRITE REG-FUN
               INVALID KEY
                   DISPLAY "EX14 - ERRO AO INCLUIR " COD-MOV
                   PERFORM GRAVARAUDITORIA
           END-WRITE.

      *              Alteracao que muda o salario acima do limite de
      *              CADLIM nao toca o mestre: vai inteira para a fila
      *              CADPND esperar a aprovacao no EX01.
       ALTERAR.
           MOVE SALARIO-BRU TO WS-SAL-ANT
           MOVE NOME-MOV    TO NOME-ENT
           MOVE SALARIO-MOV TO SALARIO-BRU
           MOVE DEPTO-MOV   TO DEPTO-ENT
           MOVE CONTA-MOV   TO CONTA-ENT
           MOVE DEPEND-MOV  TO DEPEND-ENT
           MOVE ADMISSAO-MOV TO ADMISSAO-ENT
           MOVE CARGO-MOV   TO CARGO-ENT
           MOVE NIVEL-MOV   TO NIVEL-ENT
           PERFORM VERIFICARLIMITE
           IF WS-EXIGE-APROV = "S"
               PERFORM GRAVARPENDENTE
           ELSE
               REWRITE REG-FUN
                   INVALID KEY
                       DISPLAY "EX14 - ERRO AO ALTERAR " COD-MOV
                           " - FILE STATUS " FS-CADFUN
                       MOVE "ERR" TO WS-MOTIVO-REJ
                       PERFORM GRAVARREJEITO
                   NOT INVALID KEY
                       ADD 1 TO CONT-ALT
                       MOVE REG-FUN TO WS-DEPOIS
                       PERFORM GRAVARAUDITORIA
               END-REWRITE
           END-IF.

       EXCLUIR.
           DELETE CADFUN
               " ALTERACOES: " CONT-ALT
               " EXCLUSOES: "  CONT-EXC
               " REJEITADAS: " CONT-REJ
               " EXCECOES DE FAIXA: " CONT-OVR
               " AGUARDANDO APROVACAO: " CONT-PND.
