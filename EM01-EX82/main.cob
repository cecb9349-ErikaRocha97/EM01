       IDENTIFICATION DIVISION.
       PROGRAM-ID.   EX82.
       AUTHOR.       ERIKA ROCHA.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 22-10-2025.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.      LANCAMENTO DO RESULTADO DAS DEPENDENCIAS NO
      *              HISTORICO ESCOLAR. LE O RESULTADO POR DISCIPLINA
      *              DAS DEPENDENCIAS (CADMDI GRAVADO PELO EX21 SOBRE
      *              O ARQUIVO DE NOTAS CADNOTD DO EX81, POR PADRAO
      *              CADMDID.DAT, COM TRAILER CONFERIDO) E O CADASTRO
      *              DE DEPENDENCIAS CADDPD. CADA DEPENDENCIA
      *              OFERECIDA (SITUACAO "O") COM RESULTADO APURADO E
      *              ACRESCENTADA NO HISTORICO PERMANENTE CADHSE
      *              CONTRA O PERIODO EM QUE A DISCIPLINA FOI
      *              REPROVADA, COM A MEDIA, AS FALTAS E A SITUACAO DA
      *              DEPENDENCIA, ORIGEM "D" E O PERIODO EM QUE FOI
      *              CURSADA. APROVADA, A DEPENDENCIA FICA CONCLUIDA
      *              ("C"); REPROVADA, VOLTA A ABERTA ("A") PARA NOVA
      *              OFERTA. COMO SO AS OFERECIDAS SAO LANCADAS E A
      *              SITUACAO MUDA NO LANCAMENTO, REPROCESSAR O MESMO
      *              RESULTADO NAO DUPLICA O HISTORICO. DEPENDENCIA
      *              OFERECIDA SEM RESULTADO CONTINUA OFERECIDA E
      *              RESULTADO SEM DEPENDENCIA OFERECIDA E LISTADO E
      *              IGNORADO, AMBOS NO RELATORIO RELLDP. O CADASTRO E
      *              REGRAVADO VIA ESTAGIO CADDPD2 (MESMO MECANISMO DE
      *              COPIA DO EX50). A LINHA DE NOTAS EM CADNOTD DE
      *              CADA DEPENDENCIA LANCADA E RETIRADA (ESTAGIO
      *              CADNOTD2, MESMO MECANISMO): O ARQUIVO DE NOTAS
      *              DAS DEPENDENCIAS GUARDA SO AS OFERTAS AINDA NAO
      *              LANCADAS, E A NOVA OFERTA DE UMA REPROVADA PELO
      *              EX81 NAO CONVIVE COM AS NOTAS DA OFERTA ANTERIOR.

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
           SELECT CADMDI   ASSIGN TO DYNAMIC WS-CADMDI-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADMDI.
           SELECT CADDPD   ASSIGN TO DYNAMIC WS-CADDPD-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADDPD.
           SELECT CADDPD2  ASSIGN TO DYNAMIC WS-CADDPD2-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADDPD2.
           SELECT CADHSE   ASSIGN TO DYNAMIC WS-CADHSE-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADHSE.
           SELECT CADNOTD  ASSIGN TO DYNAMIC WS-CADNOTD-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADNOTD.
           SELECT CADNOTD2 ASSIGN TO DYNAMIC WS-CADNOTD2-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADNOTD2.
           SELECT RELLDP   ASSIGN TO DYNAMIC WS-RELLDP-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELLDP.

       DATA DIVISION.

       FILE SECTION.
      *              CADMDI: media, situacao e faltas por aluno por
      *              disciplina das dependencias, gravado pelo EX21.
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

       FD CADDPD
           LABEL RECORD ARE STANDARD.

           COPY CADDPD.

      *              CADDPD2: estagio com o cadastro ja atualizado,
      *              copiado por cima de CADDPD ao final da rodada.
       FD CADDPD2
           LABEL RECORD ARE STANDARD.

       01 REG-DP2    PIC X(69).

       FD CADHSE
           LABEL RECORD ARE STANDARD.

           COPY CADHSE.

      *              CADNOTD: notas das dependencias oferecidas pelo
      *              EX81, no leiaute de CADNOT.
       FD CADNOTD
           LABEL RECORD ARE STANDARD.

       01 REG-NOT.
           02 NUM-NOT       PIC 9(05).
           02 DIS-NOT       PIC 9(03).
           02 NOTA1-NOT     PIC 9(02)V99.
           02 NOTA2-NOT     PIC 9(02)V99.
           02 NOTA3-NOT     PIC 9(02)V99.
           02 NOTA4-NOT     PIC 9(02)V99.

      *              CADNOTD2: estagio com as notas das dependencias
      *              ainda nao lancadas, copiado por cima de CADNOTD.
       FD CADNOTD2
           LABEL RECORD ARE STANDARD.

       01 REG-NT2    PIC X(24).

       FD RELLDP
           LABEL RECORD ARE STANDARD.

       01 LINHA-LDP  PIC X(80).

       WORKING-STORAGE SECTION.
       77 FIM-MDI       PIC X(03) VALUE "NAO".
       77 FIM-DPD       PIC X(03) VALUE "NAO".
       77 FIM-NOT       PIC X(03) VALUE "NAO".
       77 WS-ACHOU      PIC X(03) VALUE "NAO".
       77 FS-CADMDI     PIC X(02) VALUE "00".
       77 FS-CADDPD     PIC X(02) VALUE "00".
       77 FS-CADDPD2    PIC X(02) VALUE "00".
       77 FS-CADHSE     PIC X(02) VALUE "00".
       77 FS-CADNOTD    PIC X(02) VALUE "00".
       77 FS-CADNOTD2   PIC X(02) VALUE "00".
       77 FS-RELLDP     PIC X(02) VALUE "00".
       77 WS-TRL-MDI    PIC X(01) VALUE "N".
       77 CONT-MDI-LID  PIC 9(07) VALUE 0.
       77 WS-RESULTADO  PIC X(30) VALUE SPACES.
       77 WS-MEDIA-EDT  PIC Z9,99.

       77 CONT-LID      PIC 9(07) VALUE 0.
       77 CONT-APR      PIC 9(07) VALUE 0.
       77 CONT-REP      PIC 9(07) VALUE 0.
       77 CONT-SEMRES   PIC 9(07) VALUE 0.
       77 CONT-SOBRA    PIC 9(07) VALUE 0.
       77 CONT-NOT-RET  PIC 9(07) VALUE 0.

      *              Resultado das dependencias em memoria, com a
      *              marca de uso para listar as sobras no final.
       77 QTD-RES       PIC 9(04) VALUE 0.
       77 IDX-RES       PIC 9(04) VALUE 0.
       77 IDX-RES-ACH   PIC 9(04) VALUE 0.
       01 TABELA-RES.
           02 RES-ITEM OCCURS 2000 TIMES.
               03 NUM-RES-TAB     PIC 9(05).
               03 DIS-RES-TAB     PIC 9(03).
               03 NOMEDIS-RES-TAB PIC X(20).
               03 MEDIA-RES-TAB   PIC 9(02)V99.
               03 SIT-RES-TAB     PIC X(09).
               03 FALTA-RES-TAB   PIC 9(03).
               03 USADO-RES-TAB   PIC X(01).

      *              Comando de copia do estagio sobre o cadastro.
       77 WS-CMD        PIC X(100) VALUE SPACES.

      *              Nomes fisicos dos arquivos, com o valor original
      *              como default, substituiveis em tempo de execucao
      *              por variaveis de ambiente (ver LERNOMESARQUIVOS).
       77 WS-CADMDI-ARQ  PIC X(40) VALUE "CADMDID.DAT".
       77 WS-CADDPD-ARQ  PIC X(40) VALUE "CADDPD.DAT".
       77 WS-CADDPD2-ARQ PIC X(40) VALUE "CADDPD2.DAT".
       77 WS-CADHSE-ARQ  PIC X(40) VALUE "CADHSE.DAT".
       77 WS-CADNOTD-ARQ PIC X(40) VALUE "CADNOTD.DAT".
       77 WS-CADNOTD2-ARQ PIC X(40) VALUE "CADNOTD2.DAT".
       77 WS-RELLDP-ARQ  PIC X(40) VALUE "RELLDP.DAT".
       77 WS-ENV-TEMP    PIC X(40).

       PROCEDURE DIVISION.

       EXECUTAR.
           PERFORM LERNOMESARQUIVOS.
           PERFORM INICIO.
           PERFORM PRINCIPAL
               UNTIL FIM-DPD EQUAL "SIM".
           PERFORM TERMINO.
           STOP RUN.

       LERNOMESARQUIVOS.
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADMDI"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADMDI-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADDPD"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADDPD-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADDPD2"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADDPD2-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADHSE"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADHSE-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADNOTD"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADNOTD-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADNOTD2"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADNOTD2-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "RELLDP"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-RELLDP-ARQ
           END-IF.

       INICIO.
           PERFORM CARREGARRESULTADOS.
           OPEN INPUT CADDPD
           IF FS-CADDPD NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADDPD-ARQ)
                   " - FILE STATUS " FS-CADDPD
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT CADDPD2
           IF FS-CADDPD2 NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADDPD2-ARQ)
                   " - FILE STATUS " FS-CADDPD2
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
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
           OPEN OUTPUT RELLDP
           IF FS-RELLDP NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-RELLDP-ARQ)
                   " - FILE STATUS " FS-RELLDP
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CABECALHO.
           PERFORM LERDPD.

      *              Resultado das dependencias: obrigatorio e com
      *              trailer conferido, como no fechamento do EX46.
       CARREGARRESULTADOS.
           OPEN INPUT CADMDI
           IF FS-CADMDI NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADMDI-ARQ)
                   " - FILE STATUS " FS-CADMDI
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LERMDI
           PERFORM GUARDARRESULTADO UNTIL FIM-MDI = "SIM"
           CLOSE CADMDI.

       LERMDI.
           READ CADMDI
               AT END
                   IF WS-TRL-MDI = "N"
                       DISPLAY "EX82 - TRAILER AUSENTE EM "
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
                   DISPLAY "EX82 - TRAILER DE "
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

       GUARDARRESULTADO.
           IF QTD-RES = 2000
               DISPLAY "EX82 - MAIS DE 2000 RESULTADOS DE DEPENDENCIA "
                   "- RODADA ABORTADA"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO QTD-RES
           MOVE NUM-MDI      TO NUM-RES-TAB(QTD-RES)
           MOVE DIS-MDI      TO DIS-RES-TAB(QTD-RES)
           MOVE NOMEDIS-MDI  TO NOMEDIS-RES-TAB(QTD-RES)
           MOVE MEDIA-MDI    TO MEDIA-RES-TAB(QTD-RES)
           MOVE SITUACAO-MDI TO SIT-RES-TAB(QTD-RES)
           MOVE FALTA-MDI    TO FALTA-RES-TAB(QTD-RES)
           MOVE "N"          TO USADO-RES-TAB(QTD-RES)
           PERFORM LERMDI.

       LERDPD.
           READ CADDPD
               AT END
                   MOVE "SIM" TO FIM-DPD
               NOT AT END
                   ADD 1 TO CONT-LID
           END-READ.

       PRINCIPAL.
           IF SIT-DPD = "O"
               PERFORM LANCARRESULTADO
           END-IF
           MOVE REG-DPD TO REG-DP2
           WRITE REG-DP2
           PERFORM LERDPD.

      *              Dependencia oferecida: com resultado apurado, e
      *              lancada no historico do periodo de origem e
      *              fechada ou reaberta conforme a situacao.
       LANCARRESULTADO.
           PERFORM LOCALIZARRESULTADO
           IF IDX-RES-ACH = 0
               ADD 1 TO CONT-SEMRES
               MOVE "OFERECIDA - SEM RESULTADO" TO WS-RESULTADO
               MOVE 0 TO WS-MEDIA-EDT
               PERFORM GRAVARLINHA
           ELSE
               MOVE "S" TO USADO-RES-TAB(IDX-RES-ACH)
               MOVE MEDIA-RES-TAB(IDX-RES-ACH) TO MEDIA-DPD
               MOVE FALTA-RES-TAB(IDX-RES-ACH) TO FALTA-DPD
               MOVE SIT-RES-TAB(IDX-RES-ACH)   TO SITRES-DPD
               PERFORM GRAVARHISTORICO
               IF SITRES-DPD = "APROVADO"
                   MOVE "C" TO SIT-DPD
                   ADD 1 TO CONT-APR
                   MOVE "APROVADA - CONCLUIDA" TO WS-RESULTADO
               ELSE
                   MOVE "A" TO SIT-DPD
                   ADD 1 TO CONT-REP
                   MOVE "REPROVADA - REABERTA" TO WS-RESULTADO
               END-IF
               MOVE MEDIA-DPD TO WS-MEDIA-EDT
               PERFORM GRAVARLINHA
           END-IF.

       LOCALIZARRESULTADO.
           MOVE 0 TO IDX-RES-ACH
           PERFORM VARYING IDX-RES FROM 1 BY 1
               UNTIL IDX-RES > QTD-RES
               IF NUM-RES-TAB(IDX-RES) = NUM-DPD
                   AND DIS-RES-TAB(IDX-RES) = DIS-DPD
                   AND USADO-RES-TAB(IDX-RES) = "N"
                   MOVE IDX-RES TO IDX-RES-ACH
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *              Registro do historico no periodo em que a
      *              disciplina foi reprovada, com origem "D" e o
      *              periodo em que a dependencia foi cursada.
       GRAVARHISTORICO.
           MOVE NUM-DPD         TO NUM-HSE
           MOVE PERIODO-DPD     TO PERIODO-HSE
           MOVE DIS-DPD         TO DIS-HSE
           MOVE NOMEDIS-DPD     TO NOMEDIS-HSE
           MOVE MEDIA-DPD       TO MEDIA-HSE
           MOVE FALTA-DPD       TO FALTA-HSE
           MOVE SITRES-DPD      TO SITDIS-HSE
           MOVE "DEPENDENC"     TO SITFIN-HSE
           MOVE "D"             TO ORIGEM-HSE
           MOVE SPACES          TO ESCOLA-HSE
           STRING "DEPENDENCIA CURSADA EM " PERIODO-OFE-DPD
               DELIMITED BY SIZE INTO ESCOLA-HSE
           WRITE REG-HSE.

       CABECALHO.
           MOVE "LANCAMENTO DO RESULTADO DAS DEPENDENCIAS" TO LINHA-LDP
           WRITE LINHA-LDP
           MOVE SPACES TO LINHA-LDP
           WRITE LINHA-LDP
           MOVE SPACES TO LINHA-LDP
           STRING "ALUNO  DIS DISCIPLINA            ORIGEM"
               "  MEDIA  RESULTADO"
               DELIMITED BY SIZE INTO LINHA-LDP
           WRITE LINHA-LDP
           MOVE ALL "-" TO LINHA-LDP
           WRITE LINHA-LDP.

       GRAVARLINHA.
           MOVE SPACES TO LINHA-LDP
           STRING NUM-DPD "  " DIS-DPD " " NOMEDIS-DPD "  "
               PERIODO-DPD "  " WS-MEDIA-EDT "  " WS-RESULTADO
               DELIMITED BY SIZE INTO LINHA-LDP
           WRITE LINHA-LDP.

      *              Resultados apurados sem dependencia oferecida
      *              correspondente: listados e ignorados.
       LISTARSOBRAS.
           PERFORM VARYING IDX-RES FROM 1 BY 1
               UNTIL IDX-RES > QTD-RES
               IF USADO-RES-TAB(IDX-RES) = "N"
                   ADD 1 TO CONT-SOBRA
                   MOVE MEDIA-RES-TAB(IDX-RES) TO WS-MEDIA-EDT
                   MOVE SPACES TO LINHA-LDP
                   STRING NUM-RES-TAB(IDX-RES) "  "
                       DIS-RES-TAB(IDX-RES) " "
                       NOMEDIS-RES-TAB(IDX-RES) "          "
                       WS-MEDIA-EDT "  SEM DEPENDENCIA OFERECIDA"
                       DELIMITED BY SIZE INTO LINHA-LDP
                   WRITE LINHA-LDP
               END-IF
           END-PERFORM.

       ATUALIZARDEPENDENCIAS.
           MOVE SPACES TO WS-CMD
           STRING "cp " FUNCTION TRIM(WS-CADDPD2-ARQ)
               " " FUNCTION TRIM(WS-CADDPD-ARQ)
               DELIMITED BY SIZE INTO WS-CMD
           CALL "SYSTEM" USING WS-CMD
           IF RETURN-CODE NOT = 0
               DISPLAY "EX82 - ERRO AO ATUALIZAR "
                   FUNCTION TRIM(WS-CADDPD-ARQ) " A PARTIR DE "
                   FUNCTION TRIM(WS-CADDPD2-ARQ)
                   " - CODIGO " RETURN-CODE
               STOP RUN
           END-IF.

      *              Retira de CADNOTD as notas das dependencias
      *              lancadas nesta rodada (resultado usado). Sem
      *              CADNOTD nao ha o que retirar.
       RETIRARNOTAS.
           OPEN INPUT CADNOTD
           IF FS-CADNOTD = "00"
               OPEN OUTPUT CADNOTD2
               IF FS-CADNOTD2 NOT = "00"
                   DISPLAY "ERRO AO ABRIR "
                       FUNCTION TRIM(WS-CADNOTD2-ARQ)
                       " - FILE STATUS " FS-CADNOTD2
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM COPIARNOTA UNTIL FIM-NOT = "SIM"
               CLOSE CADNOTD CADNOTD2
               IF CONT-NOT-RET > 0
                   PERFORM ATUALIZARNOTAS
               END-IF
           END-IF.

       COPIARNOTA.
           READ CADNOTD
               AT END
                   MOVE "SIM" TO FIM-NOT
               NOT AT END
                   PERFORM LOCALIZARLANCADA
                   IF WS-ACHOU = "SIM"
                       ADD 1 TO CONT-NOT-RET
                   ELSE
                       MOVE REG-NOT TO REG-NT2
                       WRITE REG-NT2
                   END-IF
           END-READ.

       LOCALIZARLANCADA.
           MOVE "NAO" TO WS-ACHOU
           PERFORM VARYING IDX-RES FROM 1 BY 1
               UNTIL IDX-RES > QTD-RES
               IF NUM-RES-TAB(IDX-RES) = NUM-NOT
                   AND DIS-RES-TAB(IDX-RES) = DIS-NOT
                   AND USADO-RES-TAB(IDX-RES) = "S"
                   MOVE "SIM" TO WS-ACHOU
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       ATUALIZARNOTAS.
           MOVE SPACES TO WS-CMD
           STRING "cp " FUNCTION TRIM(WS-CADNOTD2-ARQ)
               " " FUNCTION TRIM(WS-CADNOTD-ARQ)
               DELIMITED BY SIZE INTO WS-CMD
           CALL "SYSTEM" USING WS-CMD
           IF RETURN-CODE NOT = 0
               DISPLAY "EX82 - ERRO AO ATUALIZAR "
                   FUNCTION TRIM(WS-CADNOTD-ARQ) " A PARTIR DE "
                   FUNCTION TRIM(WS-CADNOTD2-ARQ)
                   " - CODIGO " RETURN-CODE
               STOP RUN
           END-IF.

       TERMINO.
           PERFORM LISTARSOBRAS
           MOVE ALL "-" TO LINHA-LDP
           WRITE LINHA-LDP
           MOVE SPACES TO LINHA-LDP
           STRING "APROVADAS: " CONT-APR
               "  REPROVADAS: " CONT-REP
               "  SEM RESULTADO: " CONT-SEMRES
               "  SOBRAS: " CONT-SOBRA
               DELIMITED BY SIZE INTO LINHA-LDP
           WRITE LINHA-LDP
           CLOSE CADDPD CADDPD2 CADHSE RELLDP
           IF CONT-APR > 0 OR CONT-REP > 0
               PERFORM ATUALIZARDEPENDENCIAS
               PERFORM RETIRARNOTAS
           END-IF
           DISPLAY "EX82 - DEPENDENCIAS LANCADAS NO HISTORICO - "
               "APROVADAS: " CONT-APR
               " REPROVADAS: " CONT-REP
               " SEM RESULTADO: " CONT-SEMRES
               " SOBRAS: " CONT-SOBRA
               " NOTAS RETIRADAS DE CADNOTD: " CONT-NOT-RET.
