      *              O TOTAL. PROFESSOR SEM CADASTRO EM CADFUN OU
      *              DISCIPLINA SEM VALOR DE HORA (E SEM DEFAULT) E
      *              CONTADO E LISTADO SEM GERAR TRANSACAO.
      *              AS AULAS PERDIDAS DA COMPETENCIA (COMP-SEM DE
      *              CADSEM; SEM ELE, O MES DA DATA DE MOVIMENTO
      *              CADDTM OU DO RELOGIO) NO REGISTRO OPCIONAL DE
      *              FALTAS CADAUS (EX87) ACERTAM O BRUTO: CADA AULA
      *              E DESCONTADA DO PROFESSOR FALTOSO E, QUANDO HA
      *              SUBSTITUTO, PAGA A ELE, SEMPRE PELO VALOR DA
      *              HORA-AULA DA DISCIPLINA DA AULA EM CADVHA. AS
      *              DUAS PONTAS APARECEM NA MEMORIA DE CALCULO, UMA
      *              LINHA POR AULA, E A AULA QUE NAO PODE SER
      *              APLICADA (PROFESSOR SEM ATRIBUICAO OU SEM
      *              CADASTRO) E LISTADA NO FIM PARA ACERTO MANUAL.
      *              A TRANSACAO GERADA QUE MUDA O SALARIO ACIMA DO
      *              LIMITE DE DUPLA APROVACAO (CADLIM) E DESVIADA PELO
      *              EX14 PARA A FILA CADPND E SO CHEGA AO MESTRE
      *              DEPOIS DE APROVADA NO EX01.

       ENVIRONMENT DIVISION.

           SELECT CADSEM   ASSIGN TO DYNAMIC WS-CADSEM-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADSEM.
           SELECT CADAUS   ASSIGN TO DYNAMIC WS-CADAUS-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADAUS.
           SELECT CADDTM   ASSIGN TO DYNAMIC WS-CADDTM-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADDTM.
           SELECT CADMOVFU ASSIGN TO DYNAMIC WS-CADMOVFU-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADMOVFU.
           02 COMP-SEM      PIC 9(06).
           02 QTDSEM-SEM    PIC 9(02).

      *              CADAUS: registro de aulas perdidas (EX87).
      *              Opcional - se ausente, nada e acertado.
       FD CADAUS
           LABEL RECORD ARE STANDARD.

           COPY CADAUS.

      *              CADDTM: data de movimento (AAAAMMDD) do lote.
      *              Opcional - se ausente, vale o relogio da maquina.
       FD CADDTM
           LABEL RECORD ARE STANDARD.

       01 REG-DTM.
           02 DATA-DTM       PIC 9(08).

      *              CADMOVFU: transacoes de manutencao de CADFUN no
      *              leiaute do EX14 - aqui somente alteracoes "C" com
      *              o novo salario bruto calculado. Aberto em
       77 FS-CADVHA     PIC X(02) VALUE "00".
       77 FS-CADSEM     PIC X(02) VALUE "00".
       77 FS-CADMOVFU   PIC X(02) VALUE "00".
       77 FS-CADAUS     PIC X(02) VALUE "00".
       77 FS-CADDTM     PIC X(02) VALUE "00".
       77 FS-RELMEM     PIC X(02) VALUE "00".
       77 FS-CADWRK     PIC X(02) VALUE "00".
       77 WS-SEMANAS    PIC 9(02) VALUE 4.
       77 WS-DATA-MOV   PIC 9(08) VALUE 0.
       77 WS-COMP       PIC 9(06) VALUE 0.

      *              Acumuladores do professor corrente (quebra por
      *              COD-WRK no arquivo ordenado).
       77 WS-VALOR-HORA PIC 9(03)V99 VALUE 0.
       77 WS-VALOR-ATR  PIC 9(05)V99 VALUE 0.
       77 WS-TEM-VALOR  PIC X(01) VALUE "N".
       77 WS-DIS-BUSCA  PIC 9(03) VALUE 0.
       77 WS-VALOR-AULA PIC 9(03)V99 VALUE 0.

       77 CONT-PROF     PIC 9(05) VALUE 0.
       77 CONT-TRN      PIC 9(05) VALUE 0.
       77 CONT-SEMCAD   PIC 9(05) VALUE 0.
       77 CONT-SEMVAL   PIC 9(05) VALUE 0.
       77 CONT-FAL      PIC 9(05) VALUE 0.
       77 CONT-SUBS     PIC 9(05) VALUE 0.
       77 CONT-PEND     PIC 9(05) VALUE 0.

      *              Tabela de valores de hora-aula em memoria (mesmo
      *              limite de 50 disciplinas do EX21). O default da
               03 DIS-VHA-TAB   PIC 9(03).
               03 VALOR-VHA-TAB PIC 9(03)V99.

      *              Aulas perdidas da competencia em memoria (mesmo
      *              limite do EX87). USOFAL/USOSUB marcam as pontas
      *              ja acertadas (desconto do faltoso e pagamento do
      *              substituto); as que sobram vao para o fim da
      *              memoria de calculo.
       77 QTD-AUS       PIC 9(04) VALUE 0.
       77 IDX-AUS       PIC 9(04) VALUE 0.
       01 TABELA-AUS.
           02 AUS-ITEM OCCURS 5000 TIMES.
               03 COD-AUS-TAB    PIC 9(05).
               03 DATA-AUS-TAB   PIC 9(08).
               03 HORA-AUS-TAB   PIC X(05).
               03 TURMA-AUS-TAB  PIC X(03).
               03 DIS-AUS-TAB    PIC 9(03).
               03 SUB-AUS-TAB    PIC 9(05).
               03 USOFAL-AUS-TAB PIC X(01).
               03 USOSUB-AUS-TAB PIC X(01).

      *              Campos editados das linhas da memoria de calculo.
       77 WS-HORAS-EDT  PIC ZZ9.
       77 WS-VALOR-EDT  PIC ZZ9,99.
       77 WS-CADVHA-ARQ   PIC X(40) VALUE "CADVHA.DAT".
       77 WS-CADSEM-ARQ   PIC X(40) VALUE "CADSEM.DAT".
       77 WS-CADMOVFU-ARQ PIC X(40) VALUE "CADMOVFU.DAT".
       77 WS-CADAUS-ARQ   PIC X(40) VALUE "CADAUS.DAT".
       77 WS-CADDTM-ARQ   PIC X(40) VALUE "CADDTM.DAT".
       77 WS-RELMEM-ARQ   PIC X(40) VALUE "RELMEM.DAT".
       77 WS-CADWRK-ARQ   PIC X(40) VALUE "CADWRK.DAT".
       77 WS-ENV-TEMP     PIC X(40).
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADSEM-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADAUS"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADAUS-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADDTM"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADDTM-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADMOVFU"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADMOVFU-ARQ

       INICIO.
           PERFORM CARREGARVALORESHORA.
           PERFORM LERDATAMOV.
           PERFORM LERSEMANAS.
           PERFORM CARREGARFALTAS.
           OPEN INPUT CADFUN
           IF FS-CADFUN NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADFUN-ARQ)
                       CONTINUE
                   NOT AT END
                       MOVE QTDSEM-SEM TO WS-SEMANAS
                       IF COMP-SEM NOT = 0
                           MOVE COMP-SEM TO WS-COMP
                       END-IF
               END-READ
               CLOSE CADSEM
           END-IF
               MOVE 4 TO WS-SEMANAS
           END-IF.

      *              Data de movimento do lote: de CADDTM quando
      *              existe; sem ele, o relogio da maquina. O mes dela
      *              e a competencia quando CADSEM nao traz uma.
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
           END-IF
           MOVE WS-DATA-MOV(1:6) TO WS-COMP.

      *              Aulas perdidas com data dentro da competencia.
      *              Sem o registro, a pre-folha fica como antes.
       CARREGARFALTAS.
           OPEN INPUT CADAUS
           IF FS-CADAUS = "00"
               PERFORM LERFALTA UNTIL FIM-ARQ = "SIM"
               CLOSE CADAUS
               MOVE "NAO" TO FIM-ARQ
           END-IF.

       LERFALTA.
           READ CADAUS
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   IF DATA-AUS(1:6) = WS-COMP
                       IF QTD-AUS = 5000
                           DISPLAY "EX52 - MAIS DE 5000 AULAS "
                               "PERDIDAS NA COMPETENCIA - RODADA "
                               "ABORTADA"
                           MOVE 1 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO QTD-AUS
                       MOVE COD-AUS   TO COD-AUS-TAB(QTD-AUS)
                       MOVE DATA-AUS  TO DATA-AUS-TAB(QTD-AUS)
                       MOVE HORA-AUS  TO HORA-AUS-TAB(QTD-AUS)
                       MOVE TURMA-AUS TO TURMA-AUS-TAB(QTD-AUS)
                       MOVE DIS-AUS   TO DIS-AUS-TAB(QTD-AUS)
                       MOVE SUB-AUS   TO SUB-AUS-TAB(QTD-AUS)
                       MOVE "N"       TO USOFAL-AUS-TAB(QTD-AUS)
                       MOVE "N"       TO USOSUB-AUS-TAB(QTD-AUS)
                   END-IF
           END-READ.

       ORDENARENTRADA.
           SORT ARQSORT ON ASCENDING KEY COD-SRT TURMA-SRT DIS-SRT
               USING CADATR GIVING CADWRK
      *              Uma linha da memoria de calculo por atribuicao:
      *              horas x valor da hora x semanas da competencia.
       ACUMULARATRIBUICAO.
           MOVE DIS-WRK TO WS-DIS-BUSCA
           PERFORM LOCALIZARVALORHORA
           IF WS-TEM-VALOR = "N"
               ADD 1 TO CONT-SEMVAL
           MOVE 0   TO WS-VALOR-HORA
           PERFORM VARYING IDX-VHA FROM 1 BY 1
               UNTIL IDX-VHA > QTD-VHA
               IF DIS-VHA-TAB(IDX-VHA) = WS-DIS-BUSCA
                   MOVE VALOR-VHA-TAB(IDX-VHA) TO WS-VALOR-HORA
                   MOVE "S" TO WS-TEM-VALOR
                   EXIT PERFORM
      *              registro atual do mestre, ainda em REG-FUN).
       FECHARPROFESSOR.
           IF WS-PROF-OK = "S"
               PERFORM CREDITARSUBSTITUICOES
               PERFORM DESCONTARFALTAS
               MOVE WS-BRUTO-PROF TO WS-TOTAL-EDT
               MOVE SPACES TO LINHA-MEM
               STRING "  BRUTO DA COMPETENCIA: R$" WS-TOTAL-EDT
           MOVE 0   TO WS-BRUTO-PROF
           MOVE "N" TO WS-TEM-PROF.

      *              Aulas da competencia que o professor corrente
      *              deu no lugar de um colega: cada uma paga pelo
      *              valor da hora-aula da disciplina da aula.
       CREDITARSUBSTITUICOES.
           PERFORM VARYING IDX-AUS FROM 1 BY 1
               UNTIL IDX-AUS > QTD-AUS
               IF SUB-AUS-TAB(IDX-AUS) = WS-PROF-ATU
                   MOVE "S" TO USOSUB-AUS-TAB(IDX-AUS)
                   MOVE DIS-AUS-TAB(IDX-AUS) TO WS-DIS-BUSCA
                   PERFORM LOCALIZARVALORHORA
                   MOVE SPACES TO LINHA-MEM
                   IF WS-TEM-VALOR = "N"
                       ADD 1 TO CONT-SEMVAL
                       STRING "  SUBSTITUICAO "
                           DATA-AUS-TAB(IDX-AUS)(7:2) "/"
                           DATA-AUS-TAB(IDX-AUS)(5:2) " "
                           HORA-AUS-TAB(IDX-AUS)
                           " DISCIPLINA " DIS-AUS-TAB(IDX-AUS)
                           " SEM VALOR DE HORA-AULA - IGNORADA"
                           DELIMITED BY SIZE INTO LINHA-MEM
                   ELSE
                       MOVE WS-VALOR-HORA TO WS-VALOR-AULA
                       ADD WS-VALOR-AULA TO WS-BRUTO-PROF
                       ADD 1 TO CONT-SUBS
                       MOVE WS-VALOR-AULA TO WS-VALOR-EDT
                       STRING "  SUBSTITUICAO "
                           DATA-AUS-TAB(IDX-AUS)(7:2) "/"
                           DATA-AUS-TAB(IDX-AUS)(5:2) " "
                           HORA-AUS-TAB(IDX-AUS)
                           " TURMA " TURMA-AUS-TAB(IDX-AUS)
                           " DISC " DIS-AUS-TAB(IDX-AUS)
                           " DE " COD-AUS-TAB(IDX-AUS)
                           " + R$" WS-VALOR-EDT
                           DELIMITED BY SIZE INTO LINHA-MEM
                   END-IF
                   WRITE LINHA-MEM
               END-IF
           END-PERFORM.

      *              Aulas da competencia que o professor corrente
      *              faltou: cada uma descontada pelo valor da
      *              hora-aula da disciplina, tenha ou nao havido
      *              substituto. O bruto nunca fica negativo.
       DESCONTARFALTAS.
           PERFORM VARYING IDX-AUS FROM 1 BY 1
               UNTIL IDX-AUS > QTD-AUS
               IF COD-AUS-TAB(IDX-AUS) = WS-PROF-ATU
                   MOVE "S" TO USOFAL-AUS-TAB(IDX-AUS)
                   MOVE DIS-AUS-TAB(IDX-AUS) TO WS-DIS-BUSCA
                   PERFORM LOCALIZARVALORHORA
                   MOVE SPACES TO LINHA-MEM
                   IF WS-TEM-VALOR = "N"
                       ADD 1 TO CONT-SEMVAL
                       STRING "  FALTA "
                           DATA-AUS-TAB(IDX-AUS)(7:2) "/"
                           DATA-AUS-TAB(IDX-AUS)(5:2) " "
                           HORA-AUS-TAB(IDX-AUS)
                           " DISCIPLINA " DIS-AUS-TAB(IDX-AUS)
                           " SEM VALOR DE HORA-AULA - IGNORADA"
                           DELIMITED BY SIZE INTO LINHA-MEM
                   ELSE
                       MOVE WS-VALOR-HORA TO WS-VALOR-AULA
                       IF WS-VALOR-AULA > WS-BRUTO-PROF
                           MOVE WS-BRUTO-PROF TO WS-VALOR-AULA
                       END-IF
                       SUBTRACT WS-VALOR-AULA FROM WS-BRUTO-PROF
                       ADD 1 TO CONT-FAL
                       MOVE WS-VALOR-AULA TO WS-VALOR-EDT
                       IF SUB-AUS-TAB(IDX-AUS) = 0
                           STRING "  FALTA "
                               DATA-AUS-TAB(IDX-AUS)(7:2) "/"
                               DATA-AUS-TAB(IDX-AUS)(5:2) " "
                               HORA-AUS-TAB(IDX-AUS)
                               " TURMA " TURMA-AUS-TAB(IDX-AUS)
                               " DISC " DIS-AUS-TAB(IDX-AUS)
                               " SEM SUBST. - R$" WS-VALOR-EDT
                               DELIMITED BY SIZE INTO LINHA-MEM
                       ELSE
                           STRING "  FALTA "
                               DATA-AUS-TAB(IDX-AUS)(7:2) "/"
                               DATA-AUS-TAB(IDX-AUS)(5:2) " "
                               HORA-AUS-TAB(IDX-AUS)
                               " TURMA " TURMA-AUS-TAB(IDX-AUS)
                               " DISC " DIS-AUS-TAB(IDX-AUS)
                               " SUBST. " SUB-AUS-TAB(IDX-AUS)
                               " - R$" WS-VALOR-EDT
                               DELIMITED BY SIZE INTO LINHA-MEM
                       END-IF
                   END-IF
                   WRITE LINHA-MEM
               END-IF
           END-PERFORM.

      *              Pontas do registro de faltas que nenhum
      *              professor da pre-folha absorveu (faltoso ou
      *              substituto sem atribuicao nesta rodada ou sem
      *              cadastro): listadas para acerto manual.
       LISTARPENDENTES.
           PERFORM VARYING IDX-AUS FROM 1 BY 1
               UNTIL IDX-AUS > QTD-AUS
               IF USOFAL-AUS-TAB(IDX-AUS) = "N"
                   ADD 1 TO CONT-PEND
                   MOVE SPACES TO LINHA-MEM
                   STRING "  FALTA DE " COD-AUS-TAB(IDX-AUS) " EM "
                       DATA-AUS-TAB(IDX-AUS)(7:2) "/"
                       DATA-AUS-TAB(IDX-AUS)(5:2) " "
                       HORA-AUS-TAB(IDX-AUS)
                       " TURMA " TURMA-AUS-TAB(IDX-AUS)
                       " DISC " DIS-AUS-TAB(IDX-AUS)
                       " NAO DESCONTADA"
                       DELIMITED BY SIZE INTO LINHA-MEM
                   WRITE LINHA-MEM
               END-IF
               IF SUB-AUS-TAB(IDX-AUS) NOT = 0
                   AND USOSUB-AUS-TAB(IDX-AUS) = "N"
                   ADD 1 TO CONT-PEND
                   MOVE SPACES TO LINHA-MEM
                   STRING "  SUBSTITUICAO DE " SUB-AUS-TAB(IDX-AUS)
                       " EM "
                       DATA-AUS-TAB(IDX-AUS)(7:2) "/"
                       DATA-AUS-TAB(IDX-AUS)(5:2) " "
                       HORA-AUS-TAB(IDX-AUS)
                       " TURMA " TURMA-AUS-TAB(IDX-AUS)
                       " DISC " DIS-AUS-TAB(IDX-AUS)
                       " NAO PAGA"
                       DELIMITED BY SIZE INTO LINHA-MEM
                   WRITE LINHA-MEM
               END-IF
           END-PERFORM.

       GRAVARTRANSACAO.
           MOVE "C"           TO TIPO-MOV
           MOVE WS-PROF-ATU   TO COD-MOV
           ADD 1 TO CONT-TRN.

       CABECALHO.
           MOVE SPACES TO LINHA-MEM
           STRING "MEMORIA DE CALCULO DA PRE-FOLHA DOS HORISTAS - "
               "COMPETENCIA " WS-COMP(5:2) "/" WS-COMP(1:4)
               DELIMITED BY SIZE INTO LINHA-MEM
           WRITE LINHA-MEM
           MOVE ALL "-" TO LINHA-MEM
           WRITE LINHA-MEM
           IF WS-TEM-PROF = "S"
               PERFORM FECHARPROFESSOR
           END-IF
           IF QTD-AUS > 0
               MOVE "AULAS PERDIDAS DO REGISTRO NAO APLICADAS:"
                   TO LINHA-MEM
               WRITE LINHA-MEM
               PERFORM LISTARPENDENTES
               IF CONT-PEND = 0
                   MOVE "  NENHUMA" TO LINHA-MEM
                   WRITE LINHA-MEM
               END-IF
               MOVE SPACES TO LINHA-MEM
               STRING "AULAS DESCONTADAS: " CONT-FAL
                   "  PAGAS A SUBSTITUTOS: " CONT-SUBS
                   "  NAO APLICADAS: " CONT-PEND
                   DELIMITED BY SIZE INTO LINHA-MEM
               WRITE LINHA-MEM
           END-IF
           MOVE ALL "-" TO LINHA-MEM
           WRITE LINHA-MEM
           MOVE SPACES TO LINHA-MEM
           DISPLAY "EX52 - PROFESSORES: " CONT-PROF
               " TRANSACOES GERADAS: " CONT-TRN
               " SEM CADASTRO: " CONT-SEMCAD
               " ATRIBUICOES SEM VALOR DE HORA: " CONT-SEMVAL
               " AULAS DESCONTADAS: " CONT-FAL
               " PAGAS A SUBSTITUTOS: " CONT-SUBS
               " NAO APLICADAS: " CONT-PEND.
