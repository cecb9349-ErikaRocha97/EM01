      *              COM OS TOTAIS NO FINAL, PARA A SECRETARIA
      *              CONFERIR ANTES DE APONTAR O NOVO PERIODO PARA
      *              CADALUN.
      *              PROGRESSAO PARCIAL: COM O PARAMETRO CADPDP
      *              (MAXIMO DE DISCIPLINAS EM DEPENDENCIA) PRESENTE E
      *              MAIOR QUE ZERO, O ALUNO REPROVADO EM PELO MENOS
      *              UMA E NO MAXIMO NESSE NUMERO DE DISCIPLINAS,
      *              SEGUNDO O RESULTADO POR DISCIPLINA DO EX21
      *              (CADMDI), AVANCA PARA A PROXIMA TURMA COMO O
      *              APROVADO E CARREGA AS DISCIPLINAS REPROVADAS COMO
      *              DEPENDENCIAS: UM REGISTRO POR DISCIPLINA E
      *              ACRESCENTADO NO CADASTRO DE DEPENDENCIAS CADDPD,
      *              CARIMBADO COM O PERIODO LETIVO DE CADPLE (O MESMO
      *              DO FECHAMENTO DO EX46), PARA A OFERTA DO EX81.
      *              REPROVADO ACIMA DO LIMITE, SEM DISCIPLINA
      *              REPROVADA NO CADMDI OU EM TURMA SEM PROGRESSAO
      *              CONTINUA REPETINDO A TURMA. SE O PERIODO JA TIVER
      *              DEPENDENCIAS GRAVADAS, A RODADA ABORTA PARA NAO
      *              DUPLICAR O CADASTRO. SEM CADPDP (OU COM ZERO) A
      *              REMATRICULA SEGUE O TUDO OU NADA ORIGINAL E
      *              CADMDI, CADPLE E CADDPD NEM SAO ABERTOS.

       ENVIRONMENT DIVISION.

           SELECT RELREM   ASSIGN TO DYNAMIC WS-RELREM-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELREM.
      *              Progressao parcial: parametro, resultado por
      *              disciplina, periodo letivo e o cadastro de
      *              dependencias gerado.
           SELECT CADPDP   ASSIGN TO DYNAMIC WS-CADPDP-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADPDP.
           SELECT CADMDI   ASSIGN TO DYNAMIC WS-CADMDI-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADMDI.
           SELECT CADPLE   ASSIGN TO DYNAMIC WS-CADPLE-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADPLE.
           SELECT CADDPD   ASSIGN TO DYNAMIC WS-CADDPD-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADDPD.

       DATA DIVISION.


       01 LINHA-REM  PIC X(80).

      *              CADPDP: numero maximo de disciplinas reprovadas
      *              com que o aluno ainda avanca de turma, levando-as
      *              em dependencia. Opcional - ausente ou zero
      *              desliga a progressao parcial.
       FD CADPDP
           LABEL RECORD ARE STANDARD.

       01 REG-PDP.
           02 MAX-DEP-PDP   PIC 9(02).

      *              CADMDI: media, situacao e faltas por aluno por
      *              disciplina, gravado pelo EX21.
       FD CADMDI
           LABEL RECORD ARE STANDARD.

       01 REG-MDI.
           02 NUM-MDI       PIC 9(05).
           02 DIS-MDI       PIC 9(03).
           02 NOMEDIS-MDI   PIC X(20).
           02 MEDIA-MDI     PIC 9(02)V99.
           02 SITUACAO-MDI  PIC X(09).
           02 FALTA-MDI     PIC 9(03).

       01 REG-MDI-TRL.
           02 TRL-MDI-MARCA  PIC X(05).
           02 TRL-MDI-QTDE   PIC 9(07).

      *              CADPLE: periodo letivo que esta sendo encerrado
      *              (AAAAPP), o mesmo lido pelo EX46.
       FD CADPLE
           LABEL RECORD ARE STANDARD.

       01 REG-PLE.
           02 PERIODO-PLE   PIC 9(06).

       FD CADDPD
           LABEL RECORD ARE STANDARD.

           COPY CADDPD.

       WORKING-STORAGE SECTION.
       77 FIM-CON       PIC X(03) VALUE "NAO".
       77 FIM-FIN       PIC X(03) VALUE "NAO".
       77 CONT-CONC     PIC 9(07) VALUE 0.
       77 CONT-FORA     PIC 9(07) VALUE 0.
       77 CONT-SEMCAD   PIC 9(07) VALUE 0.
       77 CONT-AVDP     PIC 9(07) VALUE 0.
       77 CONT-DPD      PIC 9(07) VALUE 0.

      *              Progressao parcial: limite de dependencias (zero =
      *              desligada), periodo letivo e o lado CADMDI do
      *              match por aluno.
       77 WS-MAX-DEP    PIC 9(02) VALUE 0.
       77 WS-PERIODO    PIC 9(06) VALUE 0.
       77 WS-COM-DEP    PIC X(01) VALUE "N".
       77 FIM-MDI       PIC X(03) VALUE "NAO".
       77 FIM-DPD       PIC X(03) VALUE "NAO".
       77 FS-CADPDP     PIC X(02) VALUE "00".
       77 FS-CADMDI     PIC X(02) VALUE "00".
       77 FS-CADPLE     PIC X(02) VALUE "00".
       77 FS-CADDPD     PIC X(02) VALUE "00".
       77 WS-TRL-MDI    PIC X(01) VALUE "N".
       77 CONT-MDI-LID  PIC 9(07) VALUE 0.
       77 WS-QTD-EDT    PIC Z9.

      *              Disciplinas reprovadas do aluno corrente no
      *              CADMDI (o catalogo da escola tem no maximo 50).
       77 QTD-REP-ALU   PIC 9(02) VALUE 0.
       77 IDX-REP       PIC 9(02) VALUE 0.
       01 TABELA-REP.
           02 REP-ITEM OCCURS 50 TIMES.
               03 DIS-REP-TAB     PIC 9(03).
               03 NOMEDIS-REP-TAB PIC X(20).
               03 MEDIA-REP-TAB   PIC 9(02)V99.

      *              Tabela de progressao em memoria (o quadro de
      *              turmas da escola e pequeno; 50 e folga).
       77 WS-CADFIN-ARQ  PIC X(40) VALUE "CADFIN.DAT".
       77 WS-CADPRG-ARQ  PIC X(40) VALUE "CADPRG.DAT".
       77 WS-RELREM-ARQ  PIC X(40) VALUE "RELREM.DAT".
       77 WS-CADPDP-ARQ  PIC X(40) VALUE "CADPDP.DAT".
       77 WS-CADMDI-ARQ  PIC X(40) VALUE "CADMDI.DAT".
       77 WS-CADPLE-ARQ  PIC X(40) VALUE "CADPLE.DAT".
       77 WS-CADDPD-ARQ  PIC X(40) VALUE "CADDPD.DAT".
       77 WS-ENV-TEMP    PIC X(40).

       PROCEDURE DIVISION.
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "RELREM"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-RELREM-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADPDP"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADPDP-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADMDI"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADMDI-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADPLE"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADPLE-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADDPD"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADDPD-ARQ
           END-IF.

       INICIO.
           PERFORM CARREGARPROGRESSAO.
           PERFORM LERPARAMETRODEP.
           IF WS-MAX-DEP > 0
               PERFORM ABRIRDEPENDENCIAS
           END-IF
           OPEN INPUT CADALU
           IF FS-CADALU NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADALU-ARQ)
           PERFORM LERCON.
           PERFORM LERFIN.

       LERPARAMETRODEP.
           OPEN INPUT CADPDP
           IF FS-CADPDP = "00"
               READ CADPDP
                   AT END
                       CONTINUE
                   NOT AT END
                       IF MAX-DEP-PDP IS NUMERIC
                           MOVE MAX-DEP-PDP TO WS-MAX-DEP
                       END-IF
               END-READ
               CLOSE CADPDP
           END-IF.

      *              Progressao parcial ligada: periodo letivo e
      *              CADMDI sao obrigatorios, o periodo nao pode ter
      *              dependencias ja gravadas e CADDPD, arquivo vivo,
      *              e aberto em EXTEND (criado na primeira rodada).
       ABRIRDEPENDENCIAS.
           OPEN INPUT CADPLE
           IF FS-CADPLE NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADPLE-ARQ)
                   " - FILE STATUS " FS-CADPLE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           READ CADPLE
               AT END
                   DISPLAY "EX48 - CADPLE VAZIO - RODADA ABORTADA"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               NOT AT END
                   MOVE PERIODO-PLE TO WS-PERIODO
           END-READ
           CLOSE CADPLE
           IF WS-PERIODO = 0
               DISPLAY "EX48 - PERIODO LETIVO ZERADO - RODADA ABORTADA"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CADDPD
           IF FS-CADDPD = "00"
               PERFORM PROCURARPERIODODEP UNTIL FIM-DPD = "SIM"
               CLOSE CADDPD
           END-IF
           OPEN INPUT CADMDI
           IF FS-CADMDI NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADMDI-ARQ)
                   " - FILE STATUS " FS-CADMDI
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND CADDPD
           IF FS-CADDPD = "35" OR FS-CADDPD = "05"
               OPEN OUTPUT CADDPD
               CLOSE CADDPD
               OPEN EXTEND CADDPD
           END-IF
           IF FS-CADDPD NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADDPD-ARQ)
                   " - FILE STATUS " FS-CADDPD
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LERMDI.

       PROCURARPERIODODEP.
           READ CADDPD
               AT END
                   MOVE "SIM" TO FIM-DPD
               NOT AT END
                   IF PERIODO-DPD = WS-PERIODO
                       DISPLAY "EX48 - PERIODO " WS-PERIODO
                           " JA TEM DEPENDENCIAS GRAVADAS - RODADA "
                           "ABORTADA"
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF
           END-READ.

       LERMDI.
           READ CADMDI
               AT END
                   IF WS-TRL-MDI = "N"
                       DISPLAY "EX48 - TRAILER AUSENTE EM "
                           FUNCTION TRIM(WS-CADMDI-ARQ)
                           " - RODADA ABORTADA"
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE "SIM" TO FIM-MDI
           END-READ
           IF FIM-MDI NOT = "SIM" AND TRL-MDI-MARCA = "TOTAL"
               MOVE "S" TO WS-TRL-MDI
               IF TRL-MDI-QTDE NOT = CONT-MDI-LID
                   DISPLAY "EX48 - TRAILER DE "
                       FUNCTION TRIM(WS-CADMDI-ARQ) " INDICA "
                       TRL-MDI-QTDE " REGISTROS, LIDOS " CONT-MDI-LID
                       " - RODADA ABORTADA"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "SIM" TO FIM-MDI
           END-IF
           IF FIM-MDI NOT = "SIM"
               ADD 1 TO CONT-MDI-LID
           END-IF.

       CARREGARPROGRESSAO.
           OPEN INPUT CADPRG
           IF FS-CADPRG NOT = "00"

       PRINCIPAL.
           PERFORM DEFINIRSITUACAOFINAL.
           IF WS-MAX-DEP > 0
               PERFORM CARREGARREPROVACOES
           END-IF
           PERFORM LOCALIZARALUNO.
           PERFORM REMATRICULAR.
           PERFORM LERCON.
               MOVE SITUACAO-CON TO WS-SITFIN
           END-IF.

      *              Disciplinas reprovadas do aluno no CADMDI (ambos
      *              ordenados por aluno). Registros de aluno ausente
      *              do consolidado sao saltados.
       CARREGARREPROVACOES.
           MOVE 0 TO QTD-REP-ALU
           PERFORM LERMDI UNTIL FIM-MDI = "SIM"
               OR NUM-MDI >= NUM-CON
           PERFORM GUARDARREPROVACAO UNTIL FIM-MDI = "SIM"
               OR NUM-MDI NOT = NUM-CON.

       GUARDARREPROVACAO.
           IF SITUACAO-MDI = "REPROVADO" AND QTD-REP-ALU < 50
               ADD 1 TO QTD-REP-ALU
               MOVE DIS-MDI     TO DIS-REP-TAB(QTD-REP-ALU)
               MOVE NOMEDIS-MDI TO NOMEDIS-REP-TAB(QTD-REP-ALU)
               MOVE MEDIA-MDI   TO MEDIA-REP-TAB(QTD-REP-ALU)
           END-IF
           PERFORM LERMDI.

       LOCALIZARALUNO.
           MOVE "NAO" TO WS-ACHOU
           MOVE NUM-CON TO NUM-ENT
                       PERFORM GRAVARLINHA-AVAN
                   END-IF
               WHEN OTHER
                   PERFORM VERIFICARDEPENDENCIA
                   IF WS-COM-DEP = "S"
                       MOVE PROX-PRG-TAB(IDX-PRG-ACH)
                           TO WS-TURMA-NOVA
                       PERFORM GRAVARLINHA-AVDP
                       PERFORM GRAVARDEPENDENCIAS
                       PERFORM GRAVARREMATRICULA
                       ADD 1 TO CONT-AVDP
                   ELSE
                       MOVE TURMA-ENT TO WS-TURMA-NOVA
                       PERFORM GRAVARREMATRICULA
                       ADD 1 TO CONT-REPE
                       PERFORM GRAVARLINHA-REPE
                   END-IF
           END-EVALUATE.

      *              Reprovado avanca com dependencias quando a
      *              progressao parcial esta ligada, reprovou em pelo
      *              menos uma e no maximo WS-MAX-DEP disciplinas e a
      *              turma atual tem progressao cadastrada.
       VERIFICARDEPENDENCIA.
           MOVE "N" TO WS-COM-DEP
           IF WS-MAX-DEP > 0 AND QTD-REP-ALU > 0
               AND QTD-REP-ALU NOT > WS-MAX-DEP
               PERFORM LOCALIZARPROGRESSAO
               IF IDX-PRG-ACH NOT = 0
                   MOVE "S" TO WS-COM-DEP
               END-IF
           END-IF.

      *              Uma dependencia aberta por disciplina reprovada,
      *              com a turma cursada (REG-ENT ainda tem a turma
      *              atual) e a turma para a qual o aluno avanca.
       GRAVARDEPENDENCIAS.
           PERFORM VARYING IDX-REP FROM 1 BY 1
               UNTIL IDX-REP > QTD-REP-ALU
               MOVE NUM-CON                  TO NUM-DPD
               MOVE DIS-REP-TAB(IDX-REP)     TO DIS-DPD
               MOVE NOMEDIS-REP-TAB(IDX-REP) TO NOMEDIS-DPD
               MOVE WS-PERIODO               TO PERIODO-DPD
               MOVE TURMA-ENT                TO TURMA-ORI-DPD
               MOVE WS-TURMA-NOVA            TO TURMA-DPD
               MOVE MEDIA-REP-TAB(IDX-REP)   TO MEDIA-ORI-DPD
               MOVE "A"                      TO SIT-DPD
               MOVE 0 TO TENT-DPD PERIODO-OFE-DPD MEDIA-DPD FALTA-DPD
               MOVE SPACES                   TO SITRES-DPD
               WRITE REG-DPD
               ADD 1 TO CONT-DPD
               MOVE SPACES TO LINHA-REM
               STRING "       DEPENDENCIA: " DIS-DPD " " NOMEDIS-DPD
                   DELIMITED BY SIZE INTO LINHA-REM
               WRITE LINHA-REM
           END-PERFORM.

       LOCALIZARPROGRESSAO.
           MOVE 0 TO IDX-PRG-ACH
           PERFORM VARYING IDX-PRG FROM 1 BY 1
               DELIMITED BY SIZE INTO LINHA-REM
           WRITE LINHA-REM.

       GRAVARLINHA-AVDP.
           MOVE QTD-REP-ALU TO WS-QTD-EDT
           MOVE SPACES TO LINHA-REM
           STRING NUM-CON "  " NOME-CON "  AVANCOU PARA A TURMA "
               WS-TURMA-NOVA " COM " WS-QTD-EDT " DEPENDENCIA(S)"
               DELIMITED BY SIZE INTO LINHA-REM
           WRITE LINHA-REM.

       GRAVARLINHA-CONC.
           MOVE SPACES TO LINHA-REM
           STRING NUM-CON "  " NOME-CON "  CONCLUIU (TURMA "
               "  SEM CADASTRO NO MESTRE: " CONT-SEMCAD
               DELIMITED BY SIZE INTO LINHA-REM
           WRITE LINHA-REM
           IF WS-MAX-DEP > 0
               PERFORM LERMDI UNTIL FIM-MDI = "SIM"
               MOVE SPACES TO LINHA-REM
               STRING "AVANCARAM COM DEPENDENCIA: " CONT-AVDP
                   "  DEPENDENCIAS GRAVADAS: " CONT-DPD
                   DELIMITED BY SIZE INTO LINHA-REM
               WRITE LINHA-REM
               CLOSE CADMDI CADDPD
           END-IF
           CLOSE CADALU CADCON CADFIN CADALUN RELREM.
           DISPLAY "EX48 - AVANCARAM: " CONT-AVAN
               " REPETIRAM: " CONT-REPE
               " CONCLUIRAM: " CONT-CONC
               " NAO REMATRICULADOS: " CONT-FORA
               " SEM CADASTRO: " CONT-SEMCAD
               " COM DEPENDENCIA: " CONT-AVDP.
