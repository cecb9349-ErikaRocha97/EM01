      *              CORRESPONDENTE OU COM VALOR DIFERENTE DO COBRADO
      *              SAI NO RELATORIO DE DIVERGENCIAS RELDVB E NAO
      *              GERA PAGAMENTO, PARA A TESOURARIA TRATAR.
      *              COBRANCA BAIXADA COMO PERDA PELO EX96 (SITUACAO
      *              "L") CONTA COMO ABERTA PARA O CASAMENTO: O
      *              PAGAMENTO TARDIO VAI PARA CADPAG E O EX26 O
      *              BAIXA COMO RECUPERACAO.
      *              DINHEIRO A MAIS NAO FICA MAIS SO NO RELATORIO:
      *              PAGAMENTO MAIOR QUE O COBRADO GERA O PAGAMENTO
      *              NORMAL E LANCA O EXCEDENTE COMO CREDITO ("E") NO
      *              LIVRO DE CREDITOS DAS FAMILIAS CADCRD; BOLETO
      *              PAGO DE NOVO (COBRANCA JA PAGA EM OUTRA DATA OU O
      *              MESMO BOLETO DUAS VEZES NO RETORNO) LANCA O VALOR
      *              INTEIRO COMO CREDITO POR DUPLICIDADE ("D"). O
      *              CREDITO VAI PARA A CONTA DO RESPONSAVEL FINANCEIRO
      *              QUANDO O ALUNO TEM VINCULO EM CADRSL, SENAO PARA A
      *              DO ALUNO. OS DOIS CASOS CONTINUAM SAINDO EM RELDVB,
      *              MARCADOS COMO CREDITO LANCADO.
      *              RETORNO REPROCESSADO NAO LANCA CREDITO DE NOVO:
      *              COBRANCA JA PAGA COM A MESMA DATA DE PAGAMENTO DO
      *              RETORNO (DATA GRAVADA NA BAIXA DO EX26) E O
      *              PROPRIO PAGAMENTO JA BAIXADO - SAI EM RELDVB COMO
      *              REPROCESSADO, SEM CREDITO; SO A JA PAGA EM OUTRA
      *              DATA E CREDITADA POR DUPLICIDADE. E ANTES DE
      *              GRAVAR QUALQUER CREDITO O PROGRAMA CONFERE SE
      *              CADCRD JA TEM, DE RODADA ANTERIOR, UM CREDITO DO
      *              RETORNO (EXCEDENTE OU DUPLICIDADE) COM O MESMO
      *              ALUNO, COMPETENCIA, TIPO DE COBRANCA E DATA DO
      *              PAGAMENTO; SE TEM, O CREDITO NAO E GRAVADO E O
      *              RETORNO SAI EM RELDVB COMO REPROCESSADO.

       ENVIRONMENT DIVISION.

           SELECT RELDVB   ASSIGN TO DYNAMIC WS-RELDVB-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELDVB.
           SELECT CADCRD   ASSIGN TO DYNAMIC WS-CADCRD-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADCRD.
           SELECT CADRSL   ASSIGN TO DYNAMIC WS-CADRSL-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADRSL.
      *              ARQSORT e ARQSRT2 sao os arquivos de trabalho
      *              das duas ordenacoes (o retorno tem o tipo de
      *              registro na frente da chave, entao precisa de

       01 LINHA-DVB  PIC X(80).

      *              CADCRD: livro de creditos das familias, lido
      *              antes para conhecer os creditos do retorno ja
      *              lancados e depois aberto em EXTEND - os creditos
      *              do retorno entram no fim.
       FD CADCRD
           LABEL RECORD ARE STANDARD.

           COPY CADCRD.

      *              CADRSL: vinculo aluno x responsavel financeiro,
      *              para o credito ir para a conta da familia.
      *              Opcional.
       FD CADRSL
           LABEL RECORD ARE STANDARD.

       01 REG-RSL.
           02 NUM-RSL       PIC 9(05).
           02 RSP-RSL       PIC 9(05).

       SD ARQSORT.

       01 REG-SRT.
       77 FS-RELDVB     PIC X(02) VALUE "00".
       77 FS-CADWRK     PIC X(02) VALUE "00".
       77 FS-CADWK2     PIC X(02) VALUE "00".
       77 FS-CADCRD     PIC X(02) VALUE "00".
       77 FS-CADRSL     PIC X(02) VALUE "00".
       77 FIM-RSL       PIC X(03) VALUE "NAO".
       77 FIM-CRD       PIC X(03) VALUE "NAO".

      *              Chave composta (aluno + competencia + tipo) do
      *              retorno e da cobranca para o match sequencial e
           02 CHV-RET-COMP  PIC 9(06).
           02 CHV-RET-TIPO  PIC X(02).
       77 WS-CENTAVOS   PIC 9(13) VALUE 0.
      *              Chave da ultima cobranca que gerou pagamento
      *              nesta rodada: o mesmo boleto de novo no retorno
      *              e duplicidade.
       01 WS-CHV-PAGA.
           02 CHV-PAGA-NUM  PIC 9(05) VALUE 0.
           02 CHV-PAGA-COMP PIC 9(06) VALUE 0.
           02 CHV-PAGA-TIPO PIC X(02) VALUE SPACES.

      *              Vinculos aluno x responsavel em memoria (mesmo
      *              limite do EX25) e os creditos lancados.
       77 QTD-RSL       PIC 9(03) VALUE 0.
       77 IDX-RSL       PIC 9(03) VALUE 0.
       01 TABELA-RSL.
           02 RSL-ITEM OCCURS 500 TIMES.
               03 NUM-RSL-TAB   PIC 9(05).
               03 RSP-RSL-TAB   PIC 9(05).
      *              Creditos do retorno (tipos "E" e "D") ja
      *              gravados em CADCRD por rodadas anteriores, pela
      *              chave da cobranca e a data do pagamento.
       77 QTD-CRA       PIC 9(04) VALUE 0.
       77 IDX-CRA       PIC 9(04) VALUE 0.
       01 TABELA-CRA.
           02 CRA-ITEM OCCURS 5000 TIMES.
               03 NUM-CRA-TAB     PIC 9(05).
               03 COMP-CRA-TAB    PIC 9(06).
               03 TIPOCOB-CRA-TAB PIC X(02).
               03 DATA-CRA-TAB    PIC 9(08).
       77 WS-CRD-REPETIDO PIC X(01) VALUE "N".
       77 CONT-RPR      PIC 9(07) VALUE 0.
       77 CONT-CRD      PIC 9(07) VALUE 0.
       77 SOMA-CRD      PIC 9(09)V99 VALUE 0.
       77 WS-VALOR-EDT  PIC ZZ.ZZZ.ZZ9,99.

       77 CONT-PAG      PIC 9(07) VALUE 0.
       77 CONT-DIV      PIC 9(07) VALUE 0.
       77 WS-RELDVB-ARQ  PIC X(40) VALUE "RELDVB.DAT".
       77 WS-CADWRK-ARQ  PIC X(40) VALUE "CADWRK.DAT".
       77 WS-CADWK2-ARQ  PIC X(40) VALUE "CADWK2.DAT".
       77 WS-CADCRD-ARQ  PIC X(40) VALUE "CADCRD.DAT".
       77 WS-CADRSL-ARQ  PIC X(40) VALUE "CADRSL.DAT".
       77 WS-ENV-TEMP    PIC X(40).

       PROCEDURE DIVISION.
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADWK2"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADWK2-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADCRD"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADCRD-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADRSL"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADRSL-ARQ
           END-IF.

       INICIO.
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CARREGARCREDITOS.
           OPEN EXTEND CADCRD
           IF FS-CADCRD = "35" OR FS-CADCRD = "05"
               OPEN OUTPUT CADCRD
               CLOSE CADCRD
               OPEN EXTEND CADCRD
           END-IF
           IF FS-CADCRD NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADCRD-ARQ)
                   " - FILE STATUS " FS-CADCRD
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CARREGARVINCULOS.
           MOVE "DIVERGENCIAS DO RETORNO DE BOLETOS" TO LINHA-DVB
           WRITE LINHA-DVB
           MOVE ALL "-" TO LINHA-DVB
           PERFORM LERCOB.
           PERFORM LERRET.

      *              Vinculos aluno x responsavel: opcionais - sem
      *              eles todo credito fica na conta do aluno.
       CARREGARVINCULOS.
           OPEN INPUT CADRSL
           IF FS-CADRSL = "00"
               PERFORM LERVINCULO UNTIL FIM-RSL = "SIM"
               CLOSE CADRSL
           END-IF.

       LERVINCULO.
           READ CADRSL
               AT END
                   MOVE "SIM" TO FIM-RSL
               NOT AT END
                   IF QTD-RSL = 500
                       DISPLAY "EX57 - MAIS DE 500 VINCULOS - "
                           "RODADA ABORTADA"
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO QTD-RSL
                   MOVE NUM-RSL TO NUM-RSL-TAB(QTD-RSL)
                   MOVE RSP-RSL TO RSP-RSL-TAB(QTD-RSL)
           END-READ.

      *              Creditos do retorno ja lancados: livro ausente
      *              (primeira rodada) nao tem nenhum.
       CARREGARCREDITOS.
           OPEN INPUT CADCRD
           IF FS-CADCRD = "00"
               PERFORM LERCREDITO UNTIL FIM-CRD = "SIM"
               CLOSE CADCRD
           END-IF.

       LERCREDITO.
           READ CADCRD
               AT END
                   MOVE "SIM" TO FIM-CRD
               NOT AT END
                   IF TIPO-CRD = "E" OR TIPO-CRD = "D"
                       IF QTD-CRA = 5000
                           DISPLAY "EX57 - MAIS DE 5000 CREDITOS DE "
                               "RETORNO NO LIVRO - RODADA ABORTADA"
                           MOVE 1 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO QTD-CRA
                       MOVE NUM-CRD     TO NUM-CRA-TAB(QTD-CRA)
                       MOVE COMP-CRD    TO COMP-CRA-TAB(QTD-CRA)
                       MOVE TIPOCOB-CRD TO TIPOCOB-CRA-TAB(QTD-CRA)
                       MOVE DATA-CRD    TO DATA-CRA-TAB(QTD-CRA)
                   END-IF
           END-READ.

       ORDENARENTRADAS.
           SORT ARQSORT ON ASCENDING KEY NUM-SRT COMP-SRT TIPO-SRT
               USING CADCOB GIVING CADWRK

      *              Match sequencial retorno x cobranca pela chave
      *              aluno+competencia: com cobranca aberta e valor
      *              igual gera o pagamento; valor maior gera o
      *              pagamento e o credito do excedente; boleto ja
      *              pago (antes, em outra data, ou nesta mesma
      *              rodada) vira credito por duplicidade; cobranca
      *              paga na mesma data do retorno e reprocessamento
      *              do pagamento ja baixado e nao gera credito; o
      *              resto vai para as divergencias.
       PRINCIPAL.
           PERFORM POSICIONARCOBRANCA
           EVALUATE TRUE
               WHEN FIM-COB = "SIM" OR WS-CHV-COB NOT = WS-CHV-RET
                   PERFORM DIVERGENCIA-SEMCOB
               WHEN WS-CHV-RET = WS-CHV-PAGA
                   PERFORM CREDITO-DUPLICIDADE
               WHEN SITPG-WRK = "P" AND DTPAG-WRK = DTPAG-WK2
                   PERFORM RETORNO-JABAIXADO
               WHEN SITPG-WRK = "P"
                   PERFORM CREDITO-DUPLICIDADE
               WHEN SITPG-WRK NOT = "A" AND SITPG-WRK NOT = "L"
                   PERFORM DIVERGENCIA-JAPAGA
               WHEN OTHER
                   COMPUTE WS-CENTAVOS = VALOR-WRK * 100
                   IF VALOR-WK2 < WS-CENTAVOS
                       PERFORM DIVERGENCIA-VALOR
                   ELSE
                       PERFORM GRAVARPAGAMENTO
                       IF VALOR-WK2 > WS-CENTAVOS
                           PERFORM CREDITO-EXCEDENTE
                       END-IF
                   END-IF
           END-EVALUATE
           PERFORM LERRET.
           MOVE DTPAG-WK2 TO DATA-PAG
           MOVE TIPOC-WK2 TO TIPO-PAG
           WRITE REG-PAG
           MOVE WS-CHV-RET TO WS-CHV-PAGA
           ADD 1 TO CONT-PAG.

       CREDITO-EXCEDENTE.
           MOVE "E" TO TIPO-CRD
           COMPUTE VALOR-CRD = (VALOR-WK2 - WS-CENTAVOS) / 100
           MOVE "EXCEDENTE RETORNO" TO HIST-CRD
           PERFORM GRAVARCREDITO
           MOVE SPACES TO LINHA-DVB
           MOVE VALOR-CRD TO WS-VALOR-EDT
           IF WS-CRD-REPETIDO = "S"
               PERFORM MONTARREPROCESSADO
           ELSE
               STRING "ALUNO " NUM-WK2 " COMPETENCIA " COMP-WK2
                   " - PAGO A MAIS, CREDITO LANCADO R$" WS-VALOR-EDT
                   DELIMITED BY SIZE INTO LINHA-DVB
           END-IF
           WRITE LINHA-DVB.

       CREDITO-DUPLICIDADE.
           MOVE "D" TO TIPO-CRD
           COMPUTE VALOR-CRD = VALOR-WK2 / 100
           MOVE "DUPLICIDADE RETORNO" TO HIST-CRD
           PERFORM GRAVARCREDITO
           MOVE SPACES TO LINHA-DVB
           MOVE VALOR-CRD TO WS-VALOR-EDT
           IF WS-CRD-REPETIDO = "S"
               PERFORM MONTARREPROCESSADO
           ELSE
               STRING "ALUNO " NUM-WK2 " COMPETENCIA " COMP-WK2
                   " - PAGO EM DUPLICIDADE, CREDITO R$" WS-VALOR-EDT
                   DELIMITED BY SIZE INTO LINHA-DVB
           END-IF
           WRITE LINHA-DVB.

      *              Pagamento do retorno ja baixado pelo EX26 (mesma
      *              data na cobranca): reprocessamento, sem credito.
       RETORNO-JABAIXADO.
           MOVE SPACES TO LINHA-DVB
           PERFORM MONTARREPROCESSADO
           WRITE LINHA-DVB
           ADD 1 TO CONT-RPR.

      *              Retorno ja processado em rodada anterior: o
      *              credito ja esta no livro e nao e lancado de novo.
       MONTARREPROCESSADO.
           STRING "ALUNO " NUM-WK2 " COMPETENCIA " COMP-WK2
               " TIPO " TIPOC-WK2
               " - RETORNO REPROCESSADO, SEM NOVO CREDITO"
               DELIMITED BY SIZE INTO LINHA-DVB.

      *              Grava o movimento de credito ja com tipo, valor e
      *              historico preenchidos, na conta da familia -
      *              salvo quando o mesmo pagamento ja gerou credito
      *              numa rodada anterior.
       GRAVARCREDITO.
           PERFORM LOCALIZARCREDITO
           IF WS-CRD-REPETIDO = "S"
               ADD 1 TO CONT-RPR
           ELSE
               MOVE "A"       TO TCTA-CRD
               MOVE NUM-WK2   TO CCTA-CRD
               PERFORM VARYING IDX-RSL FROM 1 BY 1
                   UNTIL IDX-RSL > QTD-RSL
                   IF NUM-RSL-TAB(IDX-RSL) = NUM-WK2
                       MOVE "R" TO TCTA-CRD
                       MOVE RSP-RSL-TAB(IDX-RSL) TO CCTA-CRD
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               MOVE DTPAG-WK2 TO DATA-CRD
               MOVE NUM-WK2   TO NUM-CRD
               MOVE COMP-WK2  TO COMP-CRD
               MOVE TIPOC-WK2 TO TIPOCOB-CRD
               MOVE SPACES    TO APROV-CRD
               WRITE REG-CRD
               ADD 1         TO CONT-CRD
               ADD VALOR-CRD TO SOMA-CRD
           END-IF.

       LOCALIZARCREDITO.
           MOVE "N" TO WS-CRD-REPETIDO
           PERFORM VARYING IDX-CRA FROM 1 BY 1
               UNTIL IDX-CRA > QTD-CRA
               IF NUM-CRA-TAB(IDX-CRA) = NUM-WK2
                   AND COMP-CRA-TAB(IDX-CRA) = COMP-WK2
                   AND TIPOCOB-CRA-TAB(IDX-CRA) = TIPOC-WK2
                   AND DATA-CRA-TAB(IDX-CRA) = DTPAG-WK2
                   MOVE "S" TO WS-CRD-REPETIDO
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       DIVERGENCIA-SEMCOB.
           MOVE SPACES TO LINHA-DVB
           STRING "ALUNO " NUM-WK2 " COMPETENCIA " COMP-WK2
               "  DIVERGENCIAS: " CONT-DIV
               DELIMITED BY SIZE INTO LINHA-DVB
           WRITE LINHA-DVB
           MOVE SPACES TO LINHA-DVB
           MOVE SOMA-CRD TO WS-VALOR-EDT
           STRING "CREDITOS LANCADOS: " CONT-CRD
               "  TOTAL R$" WS-VALOR-EDT
               "  REPROCESSADOS: " CONT-RPR
               DELIMITED BY SIZE INTO LINHA-DVB
           WRITE LINHA-DVB
           CLOSE CADWRK CADWK2 CADPAG RELDVB CADCRD.
           DISPLAY "EX57 - RETORNOS LIDOS: " CONT-RET
               " PAGAMENTOS GERADOS: " CONT-PAG
               " DIVERGENCIAS: " CONT-DIV
               " CREDITOS: " CONT-CRD
               " REPROCESSADOS: " CONT-RPR.
