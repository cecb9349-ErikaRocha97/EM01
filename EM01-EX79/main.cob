       IDENTIFICATION DIVISION.
       PROGRAM-ID.   EX79.
       AUTHOR.       ERIKA ROCHA.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 20-10-2025.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.      CLASSIFICACAO DO PROCESSO SELETIVO. CARREGA O
      *              REGISTRO DE CANDIDATOS CADCAN (MANTIDO PELO EX78)
      *              E CLASSIFICA, TURMA A TURMA, OS INSCRITOS AINDA
      *              NAO CLASSIFICADOS PELA SOMA DAS NOTAS DA PROVA;
      *              NO EMPATE PASSA O CANDIDATO MAIS VELHO E, PERSIS-
      *              TINDO, A INSCRICAO MAIS ANTIGA. CANDIDATO COM
      *              MEDIA ABAIXO DA NOTA MINIMA DE CADPSL (OPCIONAL,
      *              SEM ELE NAO HA CORTE) E DESCLASSIFICADO. AS VAGAS
      *              LIVRES DE CADA TURMA SAO A CAPACIDADE DO CATALOGO
      *              CADTUR MENOS OS ALUNOS ATIVOS DO MESTRE CADALU,
      *              AS INCLUSOES AINDA PENDENTES EM CADMOVAL E A FILA
      *              DE ESPERA JA EXISTENTE EM CADWLT. OS CLASSIFICADOS
      *              DENTRO DAS VAGAS RECEBEM UMA MATRICULA NOVA
      *              (MAIOR NUM-ENT EM USO MAIS UM) E GERAM A
      *              TRANSACAO DE INCLUSAO "A" ACRESCENTADA A
      *              CADMOVAL, PARA ENTRAREM NO MESTRE PELO CAMINHO
      *              NORMAL E AUDITADO DO EX13; OS DEMAIS CLASSIFICADOS
      *              ENTRAM NA FILA DE ESPERA CADWLT DA TURMA NA ORDEM
      *              DA CLASSIFICACAO, E O EX13 OS PROMOVE A CADA VAGA
      *              ABERTA. O RESULTADO DE CADA CANDIDATO VOLTA PARA
      *              CADCAN (SITUACAO, POSICAO, MATRICULA E DATA), O
      *              QUE IMPEDE CLASSIFICA-LO DE NOVO, E A LISTA DE
      *              RESULTADO POR TURMA PARA PUBLICACAO SAI EM RELSEL.

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
      *              EX18; a leitura sequencial abaixo percorre o
      *              arquivo em ordem crescente de NUM-ENT.
           SELECT CADALU   ASSIGN TO DYNAMIC WS-CADALU-ARQ
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS NUM-ENT
           FILE STATUS IS FS-CADALU.
           SELECT CADCAN   ASSIGN TO DYNAMIC WS-CADCAN-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADCAN.
           SELECT CADTUR   ASSIGN TO DYNAMIC WS-CADTUR-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADTUR.
           SELECT CADMOVAL ASSIGN TO DYNAMIC WS-CADMOVAL-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADMOVAL.
           SELECT CADWLT   ASSIGN TO DYNAMIC WS-CADWLT-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADWLT.
           SELECT CADPSL   ASSIGN TO DYNAMIC WS-CADPSL-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADPSL.
           SELECT CADDTM   ASSIGN TO DYNAMIC WS-CADDTM-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADDTM.
           SELECT RELSEL   ASSIGN TO DYNAMIC WS-RELSEL-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELSEL.

       DATA DIVISION.

       FILE SECTION.
       FD CADALU
           LABEL RECORD ARE STANDARD.

           COPY CADALU.

       FD CADCAN
           LABEL RECORD ARE STANDARD.

           COPY CADCAN.

       FD CADTUR
           LABEL RECORD ARE STANDARD.

           COPY CADTUR.

      *              CADMOVAL: transacoes de manutencao do cadastro de
      *              alunos, no leiaute lido pelo EX13. Lido aqui para
      *              conhecer as inclusoes ainda pendentes e os
      *              numeros ja usados; recebe no fim as inclusoes dos
      *              classificados.
       FD CADMOVAL
           LABEL RECORD ARE STANDARD.

       01 REG-MOV.
           02 TIPO-MOV       PIC X(01).
           02 NUM-MOV        PIC 9(05).
           02 NOME-MOV       PIC X(20).
           02 SEXO-MOV       PIC X(01).
           02 DATANASC-MOV.
               03 DD-MOV     PIC 9(02).
               03 MM-MOV     PIC 9(02).
               03 AA-MOV     PIC 9(04).
           02 NOTA-MOV.
               03 NOTA1-MOV  PIC 9(02)V99.
               03 NOTA2-MOV  PIC 9(02)V99.
               03 NOTA3-MOV  PIC 9(02)V99.
               03 NOTA4-MOV  PIC 9(02)V99.
           02 FALTA-MOV      PIC 9(02).
           02 TURMA-MOV      PIC X(03).
           02 SIT-MOV        PIC X(01).

      *              CADWLT: fila de espera por turma do EX13 - a
      *              imagem da transacao de inclusao mais a data de
      *              entrada na fila, na ordem de chegada.
       FD CADWLT
           LABEL RECORD ARE STANDARD.

       01 REG-WLT.
           02 MOV-WLT.
               03 TIPO-WLT   PIC X(01).
               03 NUM-WLT    PIC 9(05).
               03 FILLER     PIC X(47).
               03 TURMA-WLT  PIC X(03).
               03 SIT-WLT    PIC X(01).
           02 DATA-WLT       PIC 9(08).

      *              CADPSL: parametro do processo seletivo - media
      *              minima da prova para classificar. Opcional -
      *              ausente, nenhum candidato e desclassificado.
       FD CADPSL
           LABEL RECORD ARE STANDARD.

       01 REG-PSL.
           02 MEDIA-MIN-PSL  PIC 9(02)V99.

      *              CADDTM: data de movimento (AAAAMMDD) do lote.
      *              Opcional - se ausente, vale o relogio da maquina.
       FD CADDTM
           LABEL RECORD ARE STANDARD.

       01 REG-DTM.
           02 DATA-DTM       PIC 9(08).

       FD RELSEL
           LABEL RECORD ARE STANDARD.

       01 LINHA-SEL  PIC X(80).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ       PIC X(03) VALUE "NAO".
       77 FS-CADALU     PIC X(02) VALUE "00".
       77 FS-CADCAN     PIC X(02) VALUE "00".
       77 FS-CADTUR     PIC X(02) VALUE "00".
       77 FS-CADMOVAL   PIC X(02) VALUE "00".
       77 FS-CADWLT     PIC X(02) VALUE "00".
       77 FS-CADPSL     PIC X(02) VALUE "00".
       77 FS-CADDTM     PIC X(02) VALUE "00".
       77 FS-RELSEL     PIC X(02) VALUE "00".
       77 WS-DATA-MOV   PIC 9(08) VALUE 0.
       77 WS-MEDIA-MIN  PIC 9(02)V99 VALUE 0.
       77 WS-TOTAL-MIN  PIC 9(02)V99 VALUE 0.
      *              Maior numero de aluno em uso no mestre, nas
      *              transacoes pendentes e na fila de espera: as
      *              matriculas novas comecam logo acima dele.
       77 WS-ULT-NUM    PIC 9(05) VALUE 0.
       77 WS-TURMA-ATU  PIC X(03) VALUE SPACES.
       77 WS-POSICAO    PIC 9(03) VALUE 0.
       77 WS-RESULTADO  PIC X(15) VALUE SPACES.

       77 CONT-CLS      PIC 9(05) VALUE 0.
       77 CONT-ESP      PIC 9(05) VALUE 0.
       77 CONT-DES      PIC 9(05) VALUE 0.
       77 CONT-FORA     PIC 9(05) VALUE 0.

      *              Catalogo de turmas em memoria, com a ocupacao
      *              contada do mestre, as inclusoes pendentes e a
      *              fila ja existente, as vagas livres e os
      *              contadores do resultado da turma.
       77 QTD-TUR       PIC 9(02) VALUE 0.
       77 IDX-TUR       PIC 9(02) VALUE 0.
       77 IDX-TUR-ACH   PIC 9(02) VALUE 0.
       77 IDX-TUR-ATU   PIC 9(02) VALUE 0.
       77 WS-TURMA-BUSCA PIC X(03) VALUE SPACES.
       01 TABELA-TUR.
           02 TUR-ITEM OCCURS 50 TIMES.
               03 TURMA-TUR-TAB PIC X(03).
               03 DESCR-TUR-TAB PIC X(20).
               03 CAPAC-TUR-TAB PIC 9(03).
               03 OCUP-TUR-TAB  PIC 9(03).
               03 PEND-TUR-TAB  PIC 9(03).
               03 FILA-TUR-TAB  PIC 9(03).
               03 VAGAS-TUR-TAB PIC S9(04).
               03 CLS-TUR-TAB   PIC 9(03).
               03 ESP-TUR-TAB   PIC 9(03).
               03 DES-TUR-TAB   PIC 9(03).

      *              Registro de candidatos em memoria, com a soma
      *              das notas e a data de nascimento AAAAMMDD
      *              montadas para a ordenacao da classificacao.
       77 QTD-CAN       PIC 9(04) VALUE 0.
       77 IDX-CAN       PIC 9(04) VALUE 0.
       01 TABELA-CAN.
           02 CAN-ITEM OCCURS 1 TO 2000 TIMES
               DEPENDING ON QTD-CAN.
               03 TURMA-CAN-TAB    PIC X(03).
               03 TOTAL-CAN-TAB    PIC 9(02)V99.
               03 NASC-ORD-CAN-TAB PIC 9(08).
               03 NUM-CAN-TAB      PIC 9(05).
               03 IMAGEM-CAN-TAB   PIC X(66).

      *              Campos editados das linhas do relatorio.
       77 WS-CLASS-EDT  PIC ZZZ.
       77 WS-TOTAL-EDT  PIC Z9,99.
       77 WS-VAGAS-EDT  PIC -ZZ9.
       77 WS-MATRIC-EDT PIC X(05).

      *              Nomes fisicos dos arquivos, com o valor original
      *              como default, substituiveis em tempo de execucao
      *              por variaveis de ambiente (ver LERNOMESARQUIVOS).
       77 WS-CADALU-ARQ   PIC X(40) VALUE "CADALU.DAT".
       77 WS-CADCAN-ARQ   PIC X(40) VALUE "CADCAN.DAT".
       77 WS-CADTUR-ARQ   PIC X(40) VALUE "CADTUR.DAT".
       77 WS-CADMOVAL-ARQ PIC X(40) VALUE "CADMOVAL.DAT".
       77 WS-CADWLT-ARQ   PIC X(40) VALUE "CADWLT.DAT".
       77 WS-CADPSL-ARQ   PIC X(40) VALUE "CADPSL.DAT".
       77 WS-CADDTM-ARQ   PIC X(40) VALUE "CADDTM.DAT".
       77 WS-RELSEL-ARQ   PIC X(40) VALUE "RELSEL.DAT".
       77 WS-ENV-TEMP     PIC X(40).

       PROCEDURE DIVISION.

       EXECUTAR.
           PERFORM LERNOMESARQUIVOS.
           PERFORM INICIO.
           PERFORM CLASSIFICAR.
           PERFORM TERMINO.
           STOP RUN.

       LERNOMESARQUIVOS.
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADALU"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADALU-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADCAN"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADCAN-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADTUR"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADTUR-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADMOVAL"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADMOVAL-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADWLT"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADWLT-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADPSL"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADPSL-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADDTM"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADDTM-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "RELSEL"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-RELSEL-ARQ
           END-IF.

       INICIO.
           PERFORM LERDATAMOV.
           PERFORM LERPARAMETRO.
           PERFORM CARREGARCATALOGO.
           PERFORM CONTAROCUPACAO.
           PERFORM CONTARPENDENTES.
           PERFORM CONTARESPERA.
           PERFORM CARREGARCANDIDATOS.
           PERFORM CALCULARVAGAS
               VARYING IDX-TUR FROM 1 BY 1
               UNTIL IDX-TUR > QTD-TUR.
           OPEN OUTPUT RELSEL
           IF FS-RELSEL NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-RELSEL-ARQ)
                   " - FILE STATUS " FS-RELSEL
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM ABRIRSAIDAS.

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

      *              Media minima opcional. A comparacao e feita na
      *              soma das tres notas, sem divisao.
       LERPARAMETRO.
           OPEN INPUT CADPSL
           IF FS-CADPSL = "00"
               READ CADPSL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF MEDIA-MIN-PSL IS NUMERIC
                           MOVE MEDIA-MIN-PSL TO WS-MEDIA-MIN
                       END-IF
               END-READ
               CLOSE CADPSL
           END-IF
           COMPUTE WS-TOTAL-MIN = WS-MEDIA-MIN * 3.

      *              Catalogo de turmas: obrigatorio aqui, pois sem
      *              capacidade nao ha vagas a preencher.
       CARREGARCATALOGO.
           OPEN INPUT CADTUR
           IF FS-CADTUR NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADTUR-ARQ)
                   " - FILE STATUS " FS-CADTUR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LERTURMACAT UNTIL FIM-ARQ = "SIM"
           CLOSE CADTUR
           MOVE "NAO" TO FIM-ARQ
           IF QTD-TUR = 0
               DISPLAY "EX79 - CATALOGO DE TURMAS VAZIO - "
                   "RODADA ABORTADA"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       LERTURMACAT.
           READ CADTUR
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   IF QTD-TUR = 50
                       DISPLAY "EX79 - MAIS DE 50 TURMAS NO "
                           "CATALOGO - RODADA ABORTADA"
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO QTD-TUR
                   MOVE TURMA-TUR TO TURMA-TUR-TAB(QTD-TUR)
                   MOVE DESCR-TUR TO DESCR-TUR-TAB(QTD-TUR)
                   MOVE CAPAC-TUR TO CAPAC-TUR-TAB(QTD-TUR)
                   MOVE 0 TO OCUP-TUR-TAB(QTD-TUR)
                       PEND-TUR-TAB(QTD-TUR) FILA-TUR-TAB(QTD-TUR)
                       VAGAS-TUR-TAB(QTD-TUR) CLS-TUR-TAB(QTD-TUR)
                       ESP-TUR-TAB(QTD-TUR) DES-TUR-TAB(QTD-TUR)
           END-READ.

       LOCALIZARTURMA.
           MOVE 0 TO IDX-TUR-ACH
           PERFORM VARYING IDX-TUR FROM 1 BY 1
               UNTIL IDX-TUR > QTD-TUR
               IF TURMA-TUR-TAB(IDX-TUR) = WS-TURMA-BUSCA
                   MOVE IDX-TUR TO IDX-TUR-ACH
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *              Alunos ativos por turma e o maior NUM-ENT do
      *              mestre (o ultimo lido, pela ordem da chave).
       CONTAROCUPACAO.
           OPEN INPUT CADALU
           IF FS-CADALU NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADALU-ARQ)
                   " - FILE STATUS " FS-CADALU
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LERALUNO UNTIL FIM-ARQ = "SIM"
           CLOSE CADALU
           MOVE "NAO" TO FIM-ARQ.

       LERALUNO.
           READ CADALU
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   IF NUM-ENT > WS-ULT-NUM
                       MOVE NUM-ENT TO WS-ULT-NUM
                   END-IF
                   IF SIT-ENT = "A" OR SIT-ENT = SPACE
                       MOVE TURMA-ENT TO WS-TURMA-BUSCA
                       PERFORM LOCALIZARTURMA
                       IF IDX-TUR-ACH NOT = 0
                           ADD 1 TO OCUP-TUR-TAB(IDX-TUR-ACH)
                       END-IF
                   END-IF
           END-READ.

      *              Transacoes de CADMOVAL ainda nao aplicadas pelo
      *              EX13 (opcional): as inclusoes de aluno ativo vao
      *              consumir vaga, e os numeros nelas ja estao
      *              reservados.
       CONTARPENDENTES.
           OPEN INPUT CADMOVAL
           IF FS-CADMOVAL = "00"
               PERFORM LERPENDENTE UNTIL FIM-ARQ = "SIM"
               CLOSE CADMOVAL
               MOVE "NAO" TO FIM-ARQ
           END-IF.

       LERPENDENTE.
           READ CADMOVAL
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   IF NUM-MOV IS NUMERIC AND NUM-MOV > WS-ULT-NUM
                       MOVE NUM-MOV TO WS-ULT-NUM
                   END-IF
                   IF TIPO-MOV = "A"
                       AND (SIT-MOV = "A" OR SIT-MOV = SPACE)
                       MOVE TURMA-MOV TO WS-TURMA-BUSCA
                       PERFORM LOCALIZARTURMA
                       IF IDX-TUR-ACH NOT = 0
                           ADD 1 TO PEND-TUR-TAB(IDX-TUR-ACH)
                       END-IF
                   END-IF
           END-READ.

      *              Fila de espera existente (opcional): quem ja
      *              esta na fila tem precedencia sobre os candidatos
      *              desta classificacao.
       CONTARESPERA.
           OPEN INPUT CADWLT
           IF FS-CADWLT = "00"
               PERFORM LERESPERA UNTIL FIM-ARQ = "SIM"
               CLOSE CADWLT
               MOVE "NAO" TO FIM-ARQ
           END-IF.

       LERESPERA.
           READ CADWLT
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   IF NUM-WLT IS NUMERIC AND NUM-WLT > WS-ULT-NUM
                       MOVE NUM-WLT TO WS-ULT-NUM
                   END-IF
                   MOVE TURMA-WLT TO WS-TURMA-BUSCA
                   PERFORM LOCALIZARTURMA
                   IF IDX-TUR-ACH NOT = 0
                       ADD 1 TO FILA-TUR-TAB(IDX-TUR-ACH)
                   END-IF
           END-READ.

       CARREGARCANDIDATOS.
           OPEN INPUT CADCAN
           IF FS-CADCAN NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADCAN-ARQ)
                   " - FILE STATUS " FS-CADCAN
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LERCANDIDATO UNTIL FIM-ARQ = "SIM"
           CLOSE CADCAN
           MOVE "NAO" TO FIM-ARQ.

       LERCANDIDATO.
           READ CADCAN
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   IF QTD-CAN = 2000
                       DISPLAY "EX79 - MAIS DE 2000 CANDIDATOS - "
                           "RODADA ABORTADA"
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO QTD-CAN
                   MOVE TURMA-CAN TO TURMA-CAN-TAB(QTD-CAN)
                   COMPUTE TOTAL-CAN-TAB(QTD-CAN) =
                       NOTA1-CAN + NOTA2-CAN + NOTA3-CAN
                   COMPUTE NASC-ORD-CAN-TAB(QTD-CAN) =
                       AA-CAN * 10000 + MM-CAN * 100 + DD-CAN
                   MOVE NUM-CAN   TO NUM-CAN-TAB(QTD-CAN)
                   MOVE REG-CAN   TO IMAGEM-CAN-TAB(QTD-CAN)
           END-READ.

      *              Vagas livres da turma: capacidade menos ativos,
      *              inclusoes pendentes e fila existente.
       CALCULARVAGAS.
           COMPUTE VAGAS-TUR-TAB(IDX-TUR) = CAPAC-TUR-TAB(IDX-TUR)
               - OCUP-TUR-TAB(IDX-TUR) - PEND-TUR-TAB(IDX-TUR)
               - FILA-TUR-TAB(IDX-TUR)
           IF VAGAS-TUR-TAB(IDX-TUR) < 0
               MOVE 0 TO VAGAS-TUR-TAB(IDX-TUR)
           END-IF.

      *              CADMOVAL e CADWLT recebem por acrescimo: as
      *              transacoes digitadas pela secretaria e a fila
      *              anterior ficam onde estao.
       ABRIRSAIDAS.
           OPEN EXTEND CADMOVAL
           IF FS-CADMOVAL = "35" OR FS-CADMOVAL = "05"
               OPEN OUTPUT CADMOVAL
               CLOSE CADMOVAL
               OPEN EXTEND CADMOVAL
           END-IF
           IF FS-CADMOVAL NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADMOVAL-ARQ)
                   " - FILE STATUS " FS-CADMOVAL
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND CADWLT
           IF FS-CADWLT = "35" OR FS-CADWLT = "05"
               OPEN OUTPUT CADWLT
               CLOSE CADWLT
               OPEN EXTEND CADWLT
           END-IF
           IF FS-CADWLT NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADWLT-ARQ)
                   " - FILE STATUS " FS-CADWLT
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

      *              Ordem da classificacao: turma, maior soma das
      *              notas, mais velho (nascimento mais antigo) e
      *              inscricao mais antiga. Os candidatos ja
      *              classificados em rodada anterior seguem na
      *              tabela so para a regravacao.
       CLASSIFICAR.
           IF QTD-CAN > 1
               SORT CAN-ITEM ON ASCENDING KEY TURMA-CAN-TAB
                   ON DESCENDING KEY TOTAL-CAN-TAB
                   ON ASCENDING KEY NASC-ORD-CAN-TAB NUM-CAN-TAB
           END-IF
           PERFORM CABECALHO
           PERFORM CLASSIFICARCANDIDATO
               VARYING IDX-CAN FROM 1 BY 1
               UNTIL IDX-CAN > QTD-CAN
           IF WS-TURMA-ATU NOT = SPACES
               PERFORM FECHARTURMA
           END-IF
           PERFORM LISTARFORACATALOGO.

       CLASSIFICARCANDIDATO.
           MOVE IMAGEM-CAN-TAB(IDX-CAN) TO REG-CAN
           IF SIT-CAN = SPACE
               MOVE TURMA-CAN TO WS-TURMA-BUSCA
               PERFORM LOCALIZARTURMA
               IF IDX-TUR-ACH NOT = 0
                   IF TURMA-CAN NOT = WS-TURMA-ATU
                       IF WS-TURMA-ATU NOT = SPACES
                           PERFORM FECHARTURMA
                       END-IF
                       PERFORM ABRIRTURMA
                   END-IF
                   PERFORM APURARRESULTADO
                   PERFORM GRAVARLINHACANDIDATO
                   MOVE REG-CAN TO IMAGEM-CAN-TAB(IDX-CAN)
               ELSE
                   ADD 1 TO CONT-FORA
               END-IF
           END-IF.

      *              Desclassificado abaixo da media minima; os
      *              demais ganham a posicao e a matricula, e entram
      *              no mestre enquanto houver vaga ou na fila de
      *              espera da turma.
       APURARRESULTADO.
           MOVE WS-DATA-MOV TO DATA-CLS-CAN
           IF TOTAL-CAN-TAB(IDX-CAN) < WS-TOTAL-MIN
               MOVE "D" TO SIT-CAN
               MOVE 0   TO CLASS-CAN MATRIC-CAN
               MOVE "DESCLASSIFICADO" TO WS-RESULTADO
               ADD 1 TO DES-TUR-TAB(IDX-TUR-ACH) CONT-DES
           ELSE
               IF WS-ULT-NUM = 99999
                   DISPLAY "EX79 - NUMERACAO DE ALUNOS ESGOTADA - "
                       "RODADA ABORTADA"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-POSICAO WS-ULT-NUM
               MOVE WS-POSICAO TO CLASS-CAN
               MOVE WS-ULT-NUM TO MATRIC-CAN
               IF VAGAS-TUR-TAB(IDX-TUR-ACH) > 0
                   MOVE "C" TO SIT-CAN
                   MOVE "CLASSIFICADO" TO WS-RESULTADO
                   SUBTRACT 1 FROM VAGAS-TUR-TAB(IDX-TUR-ACH)
                   ADD 1 TO CLS-TUR-TAB(IDX-TUR-ACH) CONT-CLS
                   PERFORM GRAVARINCLUSAO
               ELSE
                   MOVE "E" TO SIT-CAN
                   MOVE "LISTA DE ESPERA" TO WS-RESULTADO
                   ADD 1 TO ESP-TUR-TAB(IDX-TUR-ACH) CONT-ESP
                   PERFORM GRAVARESPERA
               END-IF
           END-IF.

      *              Transacao de inclusao no leiaute do EX13:
      *              aluno ativo na turma pretendida, sem notas nem
      *              faltas.
       MONTARINCLUSAO.
           MOVE "A"          TO TIPO-MOV
           MOVE MATRIC-CAN   TO NUM-MOV
           MOVE NOME-CAN     TO NOME-MOV
           MOVE SEXO-CAN     TO SEXO-MOV
           MOVE DATANASC-CAN TO DATANASC-MOV
           MOVE 0            TO NOTA1-MOV NOTA2-MOV NOTA3-MOV
                                NOTA4-MOV FALTA-MOV
           MOVE TURMA-CAN    TO TURMA-MOV
           MOVE "A"          TO SIT-MOV.

       GRAVARINCLUSAO.
           PERFORM MONTARINCLUSAO
           WRITE REG-MOV.

      *              Entra no fim da fila da turma, atras de quem ja
      *              esperava, na ordem da classificacao.
       GRAVARESPERA.
           PERFORM MONTARINCLUSAO
           MOVE REG-MOV     TO MOV-WLT
           MOVE WS-DATA-MOV TO DATA-WLT
           WRITE REG-WLT.

       CABECALHO.
           MOVE SPACES TO LINHA-SEL
           STRING "PROCESSO SELETIVO - RESULTADO DA CLASSIFICACAO EM "
               WS-DATA-MOV(7:2) "/" WS-DATA-MOV(5:2) "/"
               WS-DATA-MOV(1:4)
               DELIMITED BY SIZE INTO LINHA-SEL
           WRITE LINHA-SEL
           MOVE SPACES TO LINHA-SEL
           WRITE LINHA-SEL.

       ABRIRTURMA.
           MOVE TURMA-CAN TO WS-TURMA-ATU
           MOVE IDX-TUR-ACH TO IDX-TUR-ATU
           MOVE 0 TO WS-POSICAO
           MOVE VAGAS-TUR-TAB(IDX-TUR-ACH) TO WS-VAGAS-EDT
           MOVE SPACES TO LINHA-SEL
           STRING "TURMA " TURMA-TUR-TAB(IDX-TUR-ACH) " - "
               DESCR-TUR-TAB(IDX-TUR-ACH)
               "   VAGAS OFERECIDAS: " WS-VAGAS-EDT
               DELIMITED BY SIZE INTO LINHA-SEL
           WRITE LINHA-SEL
           MOVE SPACES TO LINHA-SEL
           STRING "CLAS  INSCR  NOME                  "
               "NASCIMENTO  TOTAL  RESULTADO        MATRIC"
               DELIMITED BY SIZE INTO LINHA-SEL
           WRITE LINHA-SEL
           MOVE ALL "-" TO LINHA-SEL
           WRITE LINHA-SEL.

       GRAVARLINHACANDIDATO.
           MOVE CLASS-CAN TO WS-CLASS-EDT
           IF MATRIC-CAN = 0
               MOVE SPACES TO WS-MATRIC-EDT
           ELSE
               MOVE MATRIC-CAN TO WS-MATRIC-EDT
           END-IF
           MOVE TOTAL-CAN-TAB(IDX-CAN) TO WS-TOTAL-EDT
           MOVE SPACES TO LINHA-SEL
           STRING " " WS-CLASS-EDT "  " NUM-CAN "  " NOME-CAN "  "
               DD-CAN "/" MM-CAN "/" AA-CAN "  " WS-TOTAL-EDT "  "
               WS-RESULTADO "  " WS-MATRIC-EDT
               DELIMITED BY SIZE INTO LINHA-SEL
           WRITE LINHA-SEL.

       FECHARTURMA.
           MOVE ALL "-" TO LINHA-SEL
           WRITE LINHA-SEL
           MOVE SPACES TO LINHA-SEL
           STRING "CLASSIFICADOS: " CLS-TUR-TAB(IDX-TUR-ATU)
               "  LISTA DE ESPERA: " ESP-TUR-TAB(IDX-TUR-ATU)
               "  DESCLASSIFICADOS: " DES-TUR-TAB(IDX-TUR-ATU)
               DELIMITED BY SIZE INTO LINHA-SEL
           WRITE LINHA-SEL
           MOVE SPACES TO LINHA-SEL
           WRITE LINHA-SEL.

      *              Inscricao em turma que saiu do catalogo depois
      *              do cadastro: fica sem classificar ate a
      *              secretaria corrigir a turma pelo EX78.
       LISTARFORACATALOGO.
           IF CONT-FORA > 0
               MOVE "INSCRICOES NAO CLASSIFICADAS - TURMA FORA DO CA
      -            "TALOGO" TO LINHA-SEL
               WRITE LINHA-SEL
               PERFORM LISTARINSCRICAOFORA
                   VARYING IDX-CAN FROM 1 BY 1
                   UNTIL IDX-CAN > QTD-CAN
               MOVE SPACES TO LINHA-SEL
               WRITE LINHA-SEL
           END-IF.

       LISTARINSCRICAOFORA.
           MOVE IMAGEM-CAN-TAB(IDX-CAN) TO REG-CAN
           IF SIT-CAN = SPACE
               MOVE TURMA-CAN TO WS-TURMA-BUSCA
               PERFORM LOCALIZARTURMA
               IF IDX-TUR-ACH = 0
                   MOVE SPACES TO LINHA-SEL
                   STRING "  " NUM-CAN "  " NOME-CAN "  TURMA "
                       TURMA-CAN
                       DELIMITED BY SIZE INTO LINHA-SEL
                   WRITE LINHA-SEL
               END-IF
           END-IF.

      *              Regrava o registro inteiro em ordem de
      *              inscricao, com o resultado dos classificados.
       REGRAVARCANDIDATOS.
           IF QTD-CAN > 1
               SORT CAN-ITEM ON ASCENDING KEY NUM-CAN-TAB
           END-IF
           OPEN OUTPUT CADCAN
           IF FS-CADCAN NOT = "00"
               DISPLAY "EX79 - ERRO AO REGRAVAR "
                   FUNCTION TRIM(WS-CADCAN-ARQ)
                   " - FILE STATUS " FS-CADCAN
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING IDX-CAN FROM 1 BY 1
               UNTIL IDX-CAN > QTD-CAN
               MOVE IMAGEM-CAN-TAB(IDX-CAN) TO REG-CAN
               WRITE REG-CAN
           END-PERFORM
           CLOSE CADCAN.

       TERMINO.
           CLOSE CADMOVAL CADWLT.
           PERFORM REGRAVARCANDIDATOS.
           MOVE SPACES TO LINHA-SEL
           STRING "TOTAL - CLASSIFICADOS: " CONT-CLS
               "  LISTA DE ESPERA: " CONT-ESP
               "  DESCLASSIFICADOS: " CONT-DES
               DELIMITED BY SIZE INTO LINHA-SEL
           WRITE LINHA-SEL
           CLOSE RELSEL.
           DISPLAY "EX79 - CLASSIFICADOS: " CONT-CLS
               " LISTA DE ESPERA: " CONT-ESP
               " DESCLASSIFICADOS: " CONT-DES
               " TURMA FORA DO CATALOGO: " CONT-FORA.
