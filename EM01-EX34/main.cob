      *              ACEITO DE OPERADOR COM NIVEL DE SUPERVISOR (2).
      *              TENTATIVAS RECUSADAS FICAM GRAVADAS NO DIARIO DE
      *              SEGURANCA CADSEG.
      *              O FECHAMENTO ("F") SO E ACEITO QUANDO A ULTIMA
      *              CONCILIACAO DO PAGAMENTO DA COMPETENCIA NO LIVRO
      *              CADCFP (EX04) SAIU CONCILIADA. SEM CONCILIACAO
      *              OU COM QUEBRAS, O COMANDO E REJEITADO, A MENOS
      *              QUE UM OPERADOR DE NIVEL SUPERVISOR (2) RODE COM
      *              A VARIAVEL DE AMBIENTE CFPOVR = "S" - O FECHAMENTO
      *              LIBERADO ASSIM, OU A TENTATIVA DE LIBERAR SEM O
      *              NIVEL, FICA GRAVADO NO DIARIO CADSEG.
      *              A REABERTURA ("R") ACRESCENTA NO LIVRO CADCFP UMA
      *              ENTRADA "N" (NAO CONCILIADA) PARA A COMPETENCIA:
      *              UMA CONCILIACAO LIMPA FEITA ANTES DA REABERTURA E
      *              DO REPROCESSAMENTO DA FOLHA NAO LIBERA MAIS O
      *              FECHAMENTO, QUE VOLTA A EXIGIR UMA NOVA RODADA DO
      *              EX04.
      *              AS ENTRADAS GRAVADAS NO DIARIO CADSEG SAO
      *              NUMERADAS E LACRADAS EM CORRENTE (SELO CALCULADO
      *              SOBRE A ENTRADA E O SELO ANTERIOR, COM A ANCORA EM
      *              CADSEL), CONFERIDA PELO EX101.

       ENVIRONMENT DIVISION.

           SELECT CADSEG   ASSIGN TO DYNAMIC WS-CADSEG-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADSEG.
           SELECT CADSEL   ASSIGN TO DYNAMIC WS-CADSEL-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADSEL.
           SELECT CADCFP   ASSIGN TO DYNAMIC WS-CADCFP-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADCFP.

       DATA DIVISION.

           02 PROG-SEG      PIC X(04).
           02 OPER-SEG      PIC X(05).
           02 EVENTO-SEG    PIC X(40).
           02 SEQ-SEG       PIC 9(09).
           02 SELO-SEG      PIC 9(09).

      *              CADCFP: livro de conciliacoes do pagamento da
      *              folha (EX04). Ausente = nenhuma competencia
      *              conciliada. SIT-CFP "C" = conciliada, "D" =
      *              divergente (gravados pelo EX04) e "N" = nao
      *              conciliada, acrescentado aqui na reabertura da
      *              competencia.
       FD CADCFP
           LABEL RECORD ARE STANDARD.

           COPY CADCFP.

      *              CADSEL: ancora do lacre encadeado de CADAUD e
      *              CADSEG (ultima sequencia e ultimo selo de cada
      *              trilha).
       FD CADSEL
           LABEL RECORD ARE STANDARD.

           COPY CADSEL.

       WORKING-STORAGE SECTION.
       77 FIM-ARQ       PIC X(03) VALUE "NAO".
       77 CONT-REA      PIC 9(05) VALUE 0.
       77 CONT-REJ      PIC 9(05) VALUE 0.

      *              Situacao da conciliacao da competencia em CADCFP
      *              ("N" = nunca conciliada) e liberacao do
      *              supervisor (variavel de ambiente CFPOVR).
       77 FS-CADCFP     PIC X(02) VALUE "00".
       77 WS-SIT-CFP    PIC X(01) VALUE "N".
       77 WS-CFPOVR     PIC X(01) VALUE SPACES.

      *              Nomes fisicos dos arquivos, com o valor original
      *              como default, substituiveis em tempo de execucao
      *              por variaveis de ambiente (ver LERNOMESARQUIVOS).
       77 WS-CADFEC-ARQ  PIC X(40) VALUE "CADFEC.DAT".
       77 WS-CADOPE-ARQ  PIC X(40) VALUE "CADOPE.DAT".
       77 WS-CADSEG-ARQ  PIC X(40) VALUE "CADSEG.DAT".
       77 WS-CADSEL-ARQ  PIC X(40) VALUE "CADSEL.DAT".
       77 WS-CADCFP-ARQ  PIC X(40) VALUE "CADCFP.DAT".
       77 WS-ENV-TEMP    PIC X(40).

      *              Identificacao do operador da rodada (variavel de
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
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADSEG"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADSEG-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADSEL"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADSEL-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADCFP"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADCFP-ARQ
           END-IF
           ACCEPT WS-CFPOVR FROM ENVIRONMENT "CFPOVR".

       INICIO.
           PERFORM VERIFICAROPERADOR
               MOVE "EX34"        TO PROG-SEG
               MOVE WS-OPERADOR   TO OPER-SEG
               MOVE WS-EVENTO-SEG TO EVENTO-SEG
               PERFORM LACRARSEGURANCA
               WRITE REG-SEG
               PERFORM FECHARLACRE
               CLOSE CADSEG
           END-IF.

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
               DISPLAY "EX34 - ERRO AO ABRIR "
                   FUNCTION TRIM(WS-CADSEL-ARQ)
                   " - FILE STATUS " FS-CADSEL
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

       LERFCH.
           READ CADFCH
               AT END MOVE "SIM" TO FIM-ARQ.
                           " JA ESTA FECHADA - COMANDO REJEITADO"
                       ADD 1 TO CONT-REJ
                   ELSE
                       PERFORM CONSULTARCONCILIACAO
                       IF WS-SIT-CFP = "C"
                           PERFORM REGISTRAR
                           ADD 1 TO CONT-FEC
                           DISPLAY "EX34 - COMPETENCIA " COMP-FCH
                               " FECHADA"
                       ELSE
                           PERFORM FECHARSEMCONCILIACAO
                       END-IF
                   END-IF
               WHEN "R"
      *              Reabrir competencia e operacao de supervisor:
                           ADD 1 TO CONT-REJ
                       ELSE
                           PERFORM REGISTRAR
                           PERFORM INVALIDARCONCILIACAO
                           ADD 1 TO CONT-REA
                           DISPLAY "EX34 - COMPETENCIA " COMP-FCH
                               " REABERTA"
                   ADD 1 TO CONT-REJ
           END-EVALUATE.

      *              Situacao da ultima conciliacao do pagamento da
      *              competencia em CADCFP: "C" conciliada, "D"
      *              divergente, "N" nunca conciliada ou reaberta
      *              depois da ultima conciliacao. So "C" fecha.
       CONSULTARCONCILIACAO.
           MOVE "N" TO WS-SIT-CFP
           OPEN INPUT CADCFP
           IF FS-CADCFP = "00"
               PERFORM VARRERCONCILIACOES
                   UNTIL FS-CADCFP NOT = "00"
               CLOSE CADCFP
           END-IF.

       VARRERCONCILIACOES.
           READ CADCFP
               AT END
                   MOVE "10" TO FS-CADCFP
               NOT AT END
                   IF COMP-CFP = WS-COMP-PESQ
                       MOVE SIT-CFP TO WS-SIT-CFP
                   END-IF
           END-READ.

      *              Competencia reaberta: a conciliacao anterior
      *              deixa de valer - entrada "N" no livro CADCFP.
       INVALIDARCONCILIACAO.
           OPEN EXTEND CADCFP
           IF FS-CADCFP = "35" OR FS-CADCFP = "05"
               OPEN OUTPUT CADCFP
               CLOSE CADCFP
               OPEN EXTEND CADCFP
           END-IF
           IF FS-CADCFP NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADCFP-ARQ)
                   " - FILE STATUS " FS-CADCFP
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE COMP-FCH    TO COMP-CFP
           MOVE WS-DATA-SEG TO DATA-CFP
           MOVE "N"         TO SIT-CFP
           MOVE 0           TO QUEBRAS-CFP
           WRITE REG-CFP
           CLOSE CADCFP.

      *              Competencia sem conciliacao limpa: so fecha com a
      *              liberacao CFPOVR de um supervisor identificado.
      *              Liberacao e tentativa sem nivel vao para CADSEG.
       FECHARSEMCONCILIACAO.
           EVALUATE TRUE
               WHEN WS-CFPOVR = "S" AND WS-TEM-OPE = "S"
                   AND WS-NIVEL-OPE NOT < 2
                   PERFORM REGISTRAR
                   ADD 1 TO CONT-FEC
                   MOVE SPACES TO WS-EVENTO-SEG
                   STRING "FECH " COMP-FCH
                       " LIBERADO SEM CONCILIACAO"
                       DELIMITED BY SIZE INTO WS-EVENTO-SEG
                   PERFORM GRAVARSEGURANCA
                   DISPLAY "EX34 - COMPETENCIA " COMP-FCH
                       " FECHADA SEM CONCILIACAO LIMPA - LIBERADA "
                       "PELO SUPERVISOR " WS-OPERADOR
               WHEN WS-CFPOVR = "S"
                   MOVE SPACES TO WS-EVENTO-SEG
                   STRING "LIBERACAO CFPOVR SEM NIVEL - " COMP-FCH
                       DELIMITED BY SIZE INTO WS-EVENTO-SEG
                   PERFORM GRAVARSEGURANCA
                   ADD 1 TO CONT-REJ
                   DISPLAY "EX34 - LIBERACAO DO FECHAMENTO DE "
                       COMP-FCH " EXIGE SUPERVISOR IDENTIFICADO - "
                       "COMANDO REJEITADO"
               WHEN OTHER
                   ADD 1 TO CONT-REJ
                   IF WS-SIT-CFP = "D"
                       DISPLAY "EX34 - PAGAMENTO DE " COMP-FCH
                           " COM QUEBRAS NA CONCILIACAO (EX04) - "
                           "COMANDO REJEITADO"
                   ELSE
                       DISPLAY "EX34 - PAGAMENTO DE " COMP-FCH
                           " SEM CONCILIACAO VALIDA (EX04 NAO "
                           "RODOU OU A COMPETENCIA FOI REABERTA) - "
                           "COMANDO REJEITADO"
                   END-IF
           END-EVALUATE.

       REGISTRAR.
           OPEN EXTEND CADFEC
           IF FS-CADFEC = "35" OR FS-CADFEC = "05"
