       IDENTIFICATION DIVISION.
       PROGRAM-ID.   EX80.
       AUTHOR.       ERIKA ROCHA.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 21-10-2025.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.      CARGA DOS ESTUDOS ANTERIORES DE ALUNO
      *              TRANSFERIDO NO HISTORICO ESCOLAR PERMANENTE
      *              CADHSE. CADA TRANSACAO DE CADMOVHE TRAZ O ALUNO,
      *              A ESCOLA DE ORIGEM, O PERIODO (AAAAPP), O NOME DA
      *              DISCIPLINA NA ESCOLA DE ORIGEM E A NOTA. O ALUNO
      *              E VALIDADO NO MESTRE INDEXADO CADALU E A
      *              DISCIPLINA EXTERNA E TRADUZIDA PARA O CODIGO DO
      *              CATALOGO CADDIS PELA TABELA DE EQUIVALENCIAS
      *              CADEQV DA COORDENACAO (A EQUIVALENCIA PROPRIA DA
      *              ESCOLA DE ORIGEM VALE ANTES DA GENERICA, DE
      *              ESCOLA EM BRANCO). A LINHA COM EQUIVALENCIA ENTRA
      *              NO HISTORICO COMO DISCIPLINA APROVADA (SO SE
      *              APROVEITAM ESTUDOS CONCLUIDOS COM APROVACAO),
      *              COM ORIGEM EXTERNA E O NOME DA ESCOLA, SEM
      *              FALTAS. A LINHA SEM EQUIVALENCIA VAI PARA A LISTA
      *              DE PENDENCIAS CADPEX, NO PROPRIO LEIAUTE DE
      *              CADMOVHE, PARA SER REAPRESENTADA DEPOIS QUE A
      *              COORDENACAO DECIDIR E COMPLETAR A TABELA.
      *              REJEITADAS VAO PARA CADRJHE COM O CODIGO DO
      *              MOTIVO (ALU = ALUNO FORA DO MESTRE, ESC = ESCOLA
      *              EM BRANCO, PER = PERIODO INVALIDO, DIS =
      *              DISCIPLINA EM BRANCO, NOT = NOTA INVALIDA, JAE =
      *              DISCIPLINA JA NO HISTORICO DO ALUNO NO PERIODO,
      *              O QUE TAMBEM IMPEDE CARREGAR O MESMO LOTE DUAS
      *              VEZES). O RESULTADO DE CADA LINHA SAI EM RELEXT.
      *              A NOTA DE ORIGEM PRECISA ALCANCAR A MEDIA MINIMA
      *              DE APROVACAO DE CADPAR (A MESMA DO EX21; SEM O
      *              ARQUIVO VALE 7): LINHA COM NOTA ABAIXO DELA NAO E
      *              ESTUDO CONCLUIDO COM APROVACAO E VAI PARA CADRJHE
      *              COM O MOTIVO MIN, NUNCA PARA O HISTORICO.

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
      *              EX18; aqui e consultado por chave para validar o
      *              aluno transferido.
           SELECT CADALU   ASSIGN TO DYNAMIC WS-CADALU-ARQ
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS NUM-ENT
           FILE STATUS IS FS-CADALU.
           SELECT CADDIS   ASSIGN TO DYNAMIC WS-CADDIS-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADDIS.
           SELECT CADEQV   ASSIGN TO DYNAMIC WS-CADEQV-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADEQV.
           SELECT CADPAR   ASSIGN TO DYNAMIC WS-CADPAR-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADPAR.
           SELECT CADMOVHE ASSIGN TO DYNAMIC WS-CADMOVHE-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADMOVHE.
           SELECT CADHSE   ASSIGN TO DYNAMIC WS-CADHSE-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADHSE.
           SELECT CADPEX   ASSIGN TO DYNAMIC WS-CADPEX-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADPEX.
           SELECT CADRJHE  ASSIGN TO DYNAMIC WS-CADRJHE-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADRJHE.
           SELECT RELEXT   ASSIGN TO DYNAMIC WS-RELEXT-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELEXT.

       DATA DIVISION.

       FILE SECTION.
       FD CADALU
           LABEL RECORD ARE STANDARD.

           COPY CADALU.

      *              CADDIS: catalogo de disciplinas (codigo + nome).
       FD CADDIS
           LABEL RECORD ARE STANDARD.

       01 REG-DIS.
           02 COD-DIS       PIC 9(03).
           02 NOME-DIS      PIC X(20).

      *              CADEQV: tabela de equivalencias da coordenacao -
      *              escola de origem (branco = qualquer escola),
      *              nome da disciplina na escola de origem e o
      *              codigo equivalente do catalogo CADDIS. Opcional -
      *              ausente, todas as linhas ficam pendentes.
       FD CADEQV
           LABEL RECORD ARE STANDARD.

       01 REG-EQV.
           02 ESCOLA-EQV    PIC X(30).
           02 NOMEEXT-EQV   PIC X(30).
           02 DIS-EQV       PIC 9(03).

      *              CADPAR: parametros de aprovacao do periodo
      *              (media minima e maximo de faltas), o mesmo
      *              arquivo lido pelo EX21. Opcional - sem ele a
      *              media minima e 7.
       FD CADPAR
           LABEL RECORD ARE STANDARD.

       01 REG-PAR.
           02 MEDIA-MIN-PAR   PIC 9(02).
           02 FALTA-MAX-PAR   PIC 9(02).

      *              CADMOVHE: estudos anteriores de aluno
      *              transferido, uma disciplina por linha.
       FD CADMOVHE
           LABEL RECORD ARE STANDARD.

       01 REG-MOV.
           02 NUM-MOV       PIC 9(05).
           02 ESCOLA-MOV    PIC X(30).
           02 PERIODO-MOV   PIC 9(06).
           02 NOMEEXT-MOV   PIC X(30).
           02 NOTA-MOV      PIC 9(02)V99.

       FD CADHSE
           LABEL RECORD ARE STANDARD.

           COPY CADHSE.

      *              CADPEX: linhas sem equivalencia, no leiaute de
      *              CADMOVHE, para reapresentar depois da decisao da
      *              coordenacao. Regravado a cada rodada.
       FD CADPEX
           LABEL RECORD ARE STANDARD.

       01 REG-PEX       PIC X(75).

      *              CADRJHE: transacoes rejeitadas, no mesmo leiaute
      *              do arquivo de entrada mais o codigo do motivo.
       FD CADRJHE
           LABEL RECORD ARE STANDARD.

       01 REG-RJH.
           02 MOV-RJH     PIC X(75).
           02 MOTIVO-RJH  PIC X(03).

       FD RELEXT
           LABEL RECORD ARE STANDARD.

       01 LINHA-EXT  PIC X(80).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ       PIC X(03) VALUE "NAO".
       77 FS-CADALU     PIC X(02) VALUE "00".
       77 FS-CADDIS     PIC X(02) VALUE "00".
       77 FS-CADEQV     PIC X(02) VALUE "00".
       77 FS-CADPAR     PIC X(02) VALUE "00".
       77 FS-CADMOVHE   PIC X(02) VALUE "00".
       77 FS-CADHSE     PIC X(02) VALUE "00".
       77 FS-CADPEX     PIC X(02) VALUE "00".
       77 FS-CADRJHE    PIC X(02) VALUE "00".
       77 FS-RELEXT     PIC X(02) VALUE "00".
       77 WS-ANO-TST    PIC 9(04) VALUE 0.
       77 WS-PER-TST    PIC 9(02) VALUE 0.
       77 WS-RESULTADO  PIC X(25) VALUE SPACES.
       77 WS-NOTA-EDT   PIC Z9,99.
       77 WS-MEDIA-MIN  PIC 9(02) VALUE 7.

       77 CONT-LID      PIC 9(05) VALUE 0.
       77 CONT-CAR      PIC 9(05) VALUE 0.
       77 CONT-PEN      PIC 9(05) VALUE 0.
       77 CONT-REJ      PIC 9(05) VALUE 0.

      *              Catalogo de disciplinas em memoria (limite da
      *              grade, como no EX21).
       77 QTD-DIS-CAT   PIC 9(02) VALUE 0.
       77 IDX-DIS       PIC 9(02) VALUE 0.
       77 IDX-DIS-ACH   PIC 9(02) VALUE 0.
       01 TABELA-DIS.
           02 DIS-ITEM OCCURS 50 TIMES.
               03 COD-DIS-TAB   PIC 9(03).
               03 NOME-DIS-TAB  PIC X(20).

      *              Tabela de equivalencias em memoria.
       77 QTD-EQV       PIC 9(03) VALUE 0.
       77 IDX-EQV       PIC 9(03) VALUE 0.
       77 IDX-EQV-ACH   PIC 9(03) VALUE 0.
       01 TABELA-EQV.
           02 EQV-ITEM OCCURS 500 TIMES.
               03 ESCOLA-EQV-TAB  PIC X(30).
               03 NOMEEXT-EQV-TAB PIC X(30).
               03 DIS-EQV-TAB     PIC 9(03).

      *              Lote de transacoes em memoria, para conferir as
      *              duplicidades contra o historico numa unica
      *              passada. STAT "A" = aceita, "P" = pendente de
      *              equivalencia, "R" = rejeitada com o MOTIVO.
       77 QTD-MOV       PIC 9(04) VALUE 0.
       77 IDX-MOV       PIC 9(04) VALUE 0.
       77 IDX-MOV2      PIC 9(04) VALUE 0.
       01 TABELA-MOV.
           02 MOV-ITEM OCCURS 1000 TIMES.
               03 NUM-MOV-TAB     PIC 9(05).
               03 ESCOLA-MOV-TAB  PIC X(30).
               03 PERIODO-MOV-TAB PIC 9(06).
               03 NOMEEXT-MOV-TAB PIC X(30).
               03 NOTA-MOV-TAB    PIC 9(02)V99.
               03 STAT-MOV-TAB    PIC X(01).
               03 MOTIVO-MOV-TAB  PIC X(03).
               03 DIS-MOV-TAB     PIC 9(03).
               03 NOMEDIS-MOV-TAB PIC X(20).

      *              Nomes fisicos dos arquivos, com o valor original
      *              como default, substituiveis em tempo de execucao
      *              por variaveis de ambiente (ver LERNOMESARQUIVOS).
       77 WS-CADALU-ARQ   PIC X(40) VALUE "CADALU.DAT".
       77 WS-CADDIS-ARQ   PIC X(40) VALUE "CADDIS.DAT".
       77 WS-CADEQV-ARQ   PIC X(40) VALUE "CADEQV.DAT".
       77 WS-CADPAR-ARQ   PIC X(40) VALUE "CADPAR.DAT".
       77 WS-CADMOVHE-ARQ PIC X(40) VALUE "CADMOVHE.DAT".
       77 WS-CADHSE-ARQ   PIC X(40) VALUE "CADHSE.DAT".
       77 WS-CADPEX-ARQ   PIC X(40) VALUE "CADPEX.DAT".
       77 WS-CADRJHE-ARQ  PIC X(40) VALUE "CADRJHE.DAT".
       77 WS-RELEXT-ARQ   PIC X(40) VALUE "RELEXT.DAT".
       77 WS-ENV-TEMP     PIC X(40).

       PROCEDURE DIVISION.

       EXECUTAR.
           PERFORM LERNOMESARQUIVOS.
           PERFORM INICIO.
           PERFORM CONFERIRHISTORICO.
           PERFORM GRAVARRESULTADOS.
           PERFORM TERMINO.
           STOP RUN.

       LERNOMESARQUIVOS.
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADALU"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADALU-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADDIS"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADDIS-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADEQV"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADEQV-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADPAR"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADPAR-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADMOVHE"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADMOVHE-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADHSE"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADHSE-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADPEX"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADPEX-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADRJHE"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADRJHE-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "RELEXT"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-RELEXT-ARQ
           END-IF.

       INICIO.
           PERFORM CARREGARCATALOGO.
           PERFORM CARREGAREQUIVALENCIAS.
           PERFORM LEPARAMETROS.
           OPEN INPUT CADALU
           IF FS-CADALU NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADALU-ARQ)
                   " - FILE STATUS " FS-CADALU
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CADMOVHE
           IF FS-CADMOVHE NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADMOVHE-ARQ)
                   " - FILE STATUS " FS-CADMOVHE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LERMOV UNTIL FIM-ARQ = "SIM"
           CLOSE CADMOVHE CADALU
           MOVE "NAO" TO FIM-ARQ.

       CARREGARCATALOGO.
           OPEN INPUT CADDIS
           IF FS-CADDIS NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADDIS-ARQ)
                   " - FILE STATUS " FS-CADDIS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LERDISCIPLINA UNTIL FIM-ARQ = "SIM"
           CLOSE CADDIS
           MOVE "NAO" TO FIM-ARQ
           IF QTD-DIS-CAT = 0
               DISPLAY "EX80 - CATALOGO DE DISCIPLINAS VAZIO - "
                   "RODADA ABORTADA"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       LERDISCIPLINA.
           READ CADDIS
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   IF QTD-DIS-CAT = 50
                       DISPLAY "EX80 - MAIS DE 50 DISCIPLINAS NO "
                           "CATALOGO - RODADA ABORTADA"
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO QTD-DIS-CAT
                   MOVE COD-DIS  TO COD-DIS-TAB(QTD-DIS-CAT)
                   MOVE NOME-DIS TO NOME-DIS-TAB(QTD-DIS-CAT)
           END-READ.

      *              Tabela de equivalencias: opcional - sem ela toda
      *              linha fica pendente para a coordenacao.
       CARREGAREQUIVALENCIAS.
           OPEN INPUT CADEQV
           IF FS-CADEQV = "00"
               PERFORM LEREQUIVALENCIA UNTIL FIM-ARQ = "SIM"
               CLOSE CADEQV
               MOVE "NAO" TO FIM-ARQ
           ELSE
               DISPLAY "EX80 - AVISO: TABELA DE EQUIVALENCIAS "
                   FUNCTION TRIM(WS-CADEQV-ARQ) " AUSENTE"
           END-IF.

       LEREQUIVALENCIA.
           READ CADEQV
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   IF QTD-EQV = 500
                       DISPLAY "EX80 - MAIS DE 500 EQUIVALENCIAS - "
                           "RODADA ABORTADA"
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO QTD-EQV
                   MOVE ESCOLA-EQV  TO ESCOLA-EQV-TAB(QTD-EQV)
                   MOVE NOMEEXT-EQV TO NOMEEXT-EQV-TAB(QTD-EQV)
                   MOVE DIS-EQV     TO DIS-EQV-TAB(QTD-EQV)
           END-READ.

       LEPARAMETROS.
           OPEN INPUT CADPAR
           IF FS-CADPAR = "00"
               READ CADPAR
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE MEDIA-MIN-PAR TO WS-MEDIA-MIN
               END-READ
               CLOSE CADPAR
           END-IF.

       LERMOV.
           READ CADMOVHE
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   IF QTD-MOV = 1000
                       DISPLAY "EX80 - MAIS DE 1000 LINHAS NO LOTE - "
                           "RODADA ABORTADA"
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO QTD-MOV CONT-LID
                   MOVE NUM-MOV     TO NUM-MOV-TAB(QTD-MOV)
                   MOVE ESCOLA-MOV  TO ESCOLA-MOV-TAB(QTD-MOV)
                   MOVE PERIODO-MOV TO PERIODO-MOV-TAB(QTD-MOV)
                   MOVE NOMEEXT-MOV TO NOMEEXT-MOV-TAB(QTD-MOV)
                   MOVE NOTA-MOV    TO NOTA-MOV-TAB(QTD-MOV)
                   MOVE "A"         TO STAT-MOV-TAB(QTD-MOV)
                   MOVE SPACES      TO MOTIVO-MOV-TAB(QTD-MOV)
                                       NOMEDIS-MOV-TAB(QTD-MOV)
                   MOVE 0           TO DIS-MOV-TAB(QTD-MOV)
                   MOVE QTD-MOV     TO IDX-MOV
                   PERFORM VALIDARMOV
                   IF STAT-MOV-TAB(IDX-MOV) = "A"
                       PERFORM BUSCAREQUIVALENCIA
                   END-IF
                   IF STAT-MOV-TAB(IDX-MOV) = "A"
                       PERFORM VERIFICARLOTE
                   END-IF
           END-READ.

      *              Aluno no mestre, escola e disciplina de origem
      *              preenchidas, periodo AAAAPP plausivel e nota
      *              numerica de 00,00 a 10,00, nao abaixo da media
      *              minima de aprovacao.
       VALIDARMOV.
           IF NUM-MOV IS NOT NUMERIC
               MOVE "ALU" TO MOTIVO-MOV-TAB(IDX-MOV)
           ELSE
               MOVE NUM-MOV TO NUM-ENT
               READ CADALU
                   INVALID KEY
                       MOVE "ALU" TO MOTIVO-MOV-TAB(IDX-MOV)
               END-READ
           END-IF
           IF MOTIVO-MOV-TAB(IDX-MOV) = SPACES
               EVALUATE TRUE
                   WHEN ESCOLA-MOV = SPACES
                       MOVE "ESC" TO MOTIVO-MOV-TAB(IDX-MOV)
                   WHEN PERIODO-MOV IS NOT NUMERIC
                       MOVE "PER" TO MOTIVO-MOV-TAB(IDX-MOV)
                   WHEN NOMEEXT-MOV = SPACES
                       MOVE "DIS" TO MOTIVO-MOV-TAB(IDX-MOV)
                   WHEN NOTA-MOV IS NOT NUMERIC OR NOTA-MOV > 10
                       MOVE "NOT" TO MOTIVO-MOV-TAB(IDX-MOV)
               END-EVALUATE
           END-IF
           IF MOTIVO-MOV-TAB(IDX-MOV) = SPACES
               DIVIDE PERIODO-MOV BY 100 GIVING WS-ANO-TST
                   REMAINDER WS-PER-TST
               IF WS-ANO-TST < 1900
                   OR WS-PER-TST < 1 OR WS-PER-TST > 12
                   MOVE "PER" TO MOTIVO-MOV-TAB(IDX-MOV)
               END-IF
           END-IF
           IF MOTIVO-MOV-TAB(IDX-MOV) = SPACES
               AND NOTA-MOV < WS-MEDIA-MIN
               MOVE "MIN" TO MOTIVO-MOV-TAB(IDX-MOV)
           END-IF
           IF MOTIVO-MOV-TAB(IDX-MOV) NOT = SPACES
               MOVE "R" TO STAT-MOV-TAB(IDX-MOV)
               DISPLAY "EX80 - LINHA REJEITADA ("
                   MOTIVO-MOV-TAB(IDX-MOV) "): ALUNO " NUM-MOV
                   " PERIODO " PERIODO-MOV
           END-IF.

      *              Equivalencia propria da escola de origem antes
      *              da generica (escola em branco). O codigo achado
      *              precisa existir no catalogo; equivalencia para
      *              codigo fora do catalogo tambem fica pendente.
       BUSCAREQUIVALENCIA.
           MOVE 0 TO IDX-EQV-ACH
           PERFORM VARYING IDX-EQV FROM 1 BY 1
               UNTIL IDX-EQV > QTD-EQV
               IF ESCOLA-EQV-TAB(IDX-EQV) = ESCOLA-MOV
                   AND NOMEEXT-EQV-TAB(IDX-EQV) = NOMEEXT-MOV
                   MOVE IDX-EQV TO IDX-EQV-ACH
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF IDX-EQV-ACH = 0
               PERFORM VARYING IDX-EQV FROM 1 BY 1
                   UNTIL IDX-EQV > QTD-EQV
                   IF ESCOLA-EQV-TAB(IDX-EQV) = SPACES
                       AND NOMEEXT-EQV-TAB(IDX-EQV) = NOMEEXT-MOV
                       MOVE IDX-EQV TO IDX-EQV-ACH
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF IDX-EQV-ACH = 0
               MOVE "P"   TO STAT-MOV-TAB(IDX-MOV)
               MOVE "EQV" TO MOTIVO-MOV-TAB(IDX-MOV)
           ELSE
               MOVE 0 TO IDX-DIS-ACH
               PERFORM VARYING IDX-DIS FROM 1 BY 1
                   UNTIL IDX-DIS > QTD-DIS-CAT
                   IF COD-DIS-TAB(IDX-DIS) = DIS-EQV-TAB(IDX-EQV-ACH)
                       MOVE IDX-DIS TO IDX-DIS-ACH
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF IDX-DIS-ACH = 0
                   MOVE "P"   TO STAT-MOV-TAB(IDX-MOV)
                   MOVE "CAT" TO MOTIVO-MOV-TAB(IDX-MOV)
               ELSE
                   MOVE COD-DIS-TAB(IDX-DIS-ACH)
                       TO DIS-MOV-TAB(IDX-MOV)
                   MOVE NOME-DIS-TAB(IDX-DIS-ACH)
                       TO NOMEDIS-MOV-TAB(IDX-MOV)
               END-IF
           END-IF.

      *              Duas linhas do lote que caem na mesma disciplina
      *              do mesmo aluno no mesmo periodo: vale a primeira.
       VERIFICARLOTE.
           PERFORM VARYING IDX-MOV2 FROM 1 BY 1
               UNTIL IDX-MOV2 >= IDX-MOV
               IF STAT-MOV-TAB(IDX-MOV2) = "A"
                   AND NUM-MOV-TAB(IDX-MOV2) = NUM-MOV-TAB(IDX-MOV)
                   AND PERIODO-MOV-TAB(IDX-MOV2) =
                       PERIODO-MOV-TAB(IDX-MOV)
                   AND DIS-MOV-TAB(IDX-MOV2) = DIS-MOV-TAB(IDX-MOV)
                   MOVE "R"   TO STAT-MOV-TAB(IDX-MOV)
                   MOVE "JAE" TO MOTIVO-MOV-TAB(IDX-MOV)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *              Uma passada no historico atual: disciplina ja
      *              gravada para o aluno no periodo rejeita a linha
      *              aceita (lote reapresentado ou periodo ja cursado
      *              na casa).
       CONFERIRHISTORICO.
           OPEN INPUT CADHSE
           IF FS-CADHSE = "00"
               PERFORM LERHISTORICO UNTIL FIM-ARQ = "SIM"
               CLOSE CADHSE
               MOVE "NAO" TO FIM-ARQ
           END-IF.

       LERHISTORICO.
           READ CADHSE
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   PERFORM VARYING IDX-MOV FROM 1 BY 1
                       UNTIL IDX-MOV > QTD-MOV
                       IF STAT-MOV-TAB(IDX-MOV) = "A"
                           AND NUM-MOV-TAB(IDX-MOV) = NUM-HSE
                           AND PERIODO-MOV-TAB(IDX-MOV) = PERIODO-HSE
                           AND DIS-MOV-TAB(IDX-MOV) = DIS-HSE
                           MOVE "R"   TO STAT-MOV-TAB(IDX-MOV)
                           MOVE "JAE" TO MOTIVO-MOV-TAB(IDX-MOV)
                       END-IF
                   END-PERFORM
           END-READ.

       GRAVARRESULTADOS.
           OPEN EXTEND CADHSE
           IF FS-CADHSE = "35" OR FS-CADHSE = "05"
               OPEN OUTPUT CADHSE
               CLOSE CADHSE
               OPEN EXTEND CADHSE
           END-IF
           IF FS-CADHSE NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADHSE-ARQ)
                   " - FILE STATUS " FS-CADHSE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT CADPEX
           IF FS-CADPEX NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADPEX-ARQ)
                   " - FILE STATUS " FS-CADPEX
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT CADRJHE
           IF FS-CADRJHE NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADRJHE-ARQ)
                   " - FILE STATUS " FS-CADRJHE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RELEXT
           IF FS-RELEXT NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-RELEXT-ARQ)
                   " - FILE STATUS " FS-RELEXT
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CABECALHO
           PERFORM GRAVARLINHA
               VARYING IDX-MOV FROM 1 BY 1
               UNTIL IDX-MOV > QTD-MOV
           PERFORM LISTARPENDENCIAS.

      *              Refaz a imagem da transacao a partir da tabela,
      *              para a pendencia e o rejeito.
       MONTARMOV.
           MOVE NUM-MOV-TAB(IDX-MOV)     TO NUM-MOV
           MOVE ESCOLA-MOV-TAB(IDX-MOV)  TO ESCOLA-MOV
           MOVE PERIODO-MOV-TAB(IDX-MOV) TO PERIODO-MOV
           MOVE NOMEEXT-MOV-TAB(IDX-MOV) TO NOMEEXT-MOV
           MOVE NOTA-MOV-TAB(IDX-MOV)    TO NOTA-MOV.

       GRAVARLINHA.
           PERFORM MONTARMOV
           EVALUATE STAT-MOV-TAB(IDX-MOV)
               WHEN "A"
                   PERFORM GRAVARHISTORICO
                   MOVE SPACES TO WS-RESULTADO
                   STRING "CARREGADO NA DIS "
                       DIS-MOV-TAB(IDX-MOV)
                       DELIMITED BY SIZE INTO WS-RESULTADO
               WHEN "P"
                   MOVE REG-MOV TO REG-PEX
                   WRITE REG-PEX
                   ADD 1 TO CONT-PEN
                   IF MOTIVO-MOV-TAB(IDX-MOV) = "CAT"
                       MOVE "PENDENTE-DIS FORA CATAL." TO WS-RESULTADO
                   ELSE
                       MOVE "PENDENTE-SEM EQUIVALENCIA"
                           TO WS-RESULTADO
                   END-IF
               WHEN OTHER
                   MOVE REG-MOV TO MOV-RJH
                   MOVE MOTIVO-MOV-TAB(IDX-MOV) TO MOTIVO-RJH
                   WRITE REG-RJH
                   ADD 1 TO CONT-REJ
                   EVALUATE MOTIVO-MOV-TAB(IDX-MOV)
                       WHEN "ALU"
                           MOVE "REJ-ALUNO FORA DO MESTRE"
                               TO WS-RESULTADO
                       WHEN "ESC"
                           MOVE "REJ-ESCOLA EM BRANCO" TO WS-RESULTADO
                       WHEN "PER"
                           MOVE "REJ-PERIODO INVALIDO" TO WS-RESULTADO
                       WHEN "DIS"
                           MOVE "REJ-DISCIPLINA EM BRANCO"
                               TO WS-RESULTADO
                       WHEN "NOT"
                           MOVE "REJ-NOTA INVALIDA" TO WS-RESULTADO
                       WHEN "MIN"
                           MOVE "REJ-NOTA ABAIXO DA MINIMA"
                               TO WS-RESULTADO
                       WHEN OTHER
                           MOVE "REJ-JA CONSTA NO HISTORIC."
                               TO WS-RESULTADO
                   END-EVALUATE
           END-EVALUATE
           MOVE NOTA-MOV-TAB(IDX-MOV) TO WS-NOTA-EDT
           MOVE SPACES TO LINHA-EXT
           STRING NUM-MOV-TAB(IDX-MOV) "  "
               PERIODO-MOV-TAB(IDX-MOV) "   "
               NOMEEXT-MOV-TAB(IDX-MOV) "  "
               WS-NOTA-EDT "  " WS-RESULTADO
               DELIMITED BY SIZE INTO LINHA-EXT
           WRITE LINHA-EXT.

      *              Disciplina de origem aproveitada: entra como
      *              aprovada, sem faltas, com a origem externa e a
      *              escola.
       GRAVARHISTORICO.
           MOVE NUM-MOV-TAB(IDX-MOV)     TO NUM-HSE
           MOVE PERIODO-MOV-TAB(IDX-MOV) TO PERIODO-HSE
           MOVE DIS-MOV-TAB(IDX-MOV)     TO DIS-HSE
           MOVE NOMEDIS-MOV-TAB(IDX-MOV) TO NOMEDIS-HSE
           MOVE NOTA-MOV-TAB(IDX-MOV)    TO MEDIA-HSE
           MOVE 0                        TO FALTA-HSE
           MOVE "APROVADO"               TO SITDIS-HSE SITFIN-HSE
           MOVE "E"                      TO ORIGEM-HSE
           MOVE ESCOLA-MOV-TAB(IDX-MOV)  TO ESCOLA-HSE
           WRITE REG-HSE
           ADD 1 TO CONT-CAR.

       CABECALHO.
           MOVE "CARGA DE HISTORICO EXTERNO - ALUNOS TRANSFERIDOS"
               TO LINHA-EXT
           WRITE LINHA-EXT
           MOVE SPACES TO LINHA-EXT
           WRITE LINHA-EXT
           MOVE SPACES TO LINHA-EXT
           STRING "ALUNO  PERIODO  DISCIPLINA NA ORIGEM            "
               "  NOTA  RESULTADO"
               DELIMITED BY SIZE INTO LINHA-EXT
           WRITE LINHA-EXT
           MOVE ALL "-" TO LINHA-EXT
           WRITE LINHA-EXT.

      *              Pendencias com a escola de origem, para a
      *              coordenacao decidir a equivalencia.
       LISTARPENDENCIAS.
           MOVE ALL "-" TO LINHA-EXT
           WRITE LINHA-EXT
           IF CONT-PEN > 0
               MOVE "PENDENCIAS DE EQUIVALENCIA PARA A COORDENACAO"
                   TO LINHA-EXT
               WRITE LINHA-EXT
               MOVE SPACES TO LINHA-EXT
               STRING "ALUNO  ESCOLA DE ORIGEM                "
                   "DISCIPLINA NA ORIGEM"
                   DELIMITED BY SIZE INTO LINHA-EXT
               WRITE LINHA-EXT
               PERFORM VARYING IDX-MOV FROM 1 BY 1
                   UNTIL IDX-MOV > QTD-MOV
                   IF STAT-MOV-TAB(IDX-MOV) = "P"
                       MOVE SPACES TO LINHA-EXT
                       STRING NUM-MOV-TAB(IDX-MOV) "  "
                           ESCOLA-MOV-TAB(IDX-MOV) "  "
                           NOMEEXT-MOV-TAB(IDX-MOV)
                           DELIMITED BY SIZE INTO LINHA-EXT
                       WRITE LINHA-EXT
                   END-IF
               END-PERFORM
               MOVE ALL "-" TO LINHA-EXT
               WRITE LINHA-EXT
           END-IF.

       TERMINO.
           MOVE SPACES TO LINHA-EXT
           STRING "LIDAS: " CONT-LID "  CARREGADAS: " CONT-CAR
               "  PENDENTES: " CONT-PEN "  REJEITADAS: " CONT-REJ
               DELIMITED BY SIZE INTO LINHA-EXT
           WRITE LINHA-EXT
           CLOSE CADHSE CADPEX CADRJHE RELEXT.
           DISPLAY "EX80 - LIDAS: " CONT-LID
               " CARREGADAS: " CONT-CAR
               " PENDENTES: "  CONT-PEN
               " REJEITADAS: " CONT-REJ.
