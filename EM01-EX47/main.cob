      *              DE NAO CONSTAR MAIS NO MESTRE. SOLICITACAO DE
      *              ALUNO SEM NENHUM REGISTRO NO HISTORICO E CONTADA
      *              E LISTADA NO FINAL DO RELATORIO.
      *              OS PERIODOS CURSADOS EM OUTRA ESCOLA POR ALUNO
      *              TRANSFERIDO (CARREGADOS PELO EX80 COM ORIGEM
      *              EXTERNA) SAEM NA ORDEM CRONOLOGICA JUNTO COM OS
      *              DA CASA, COM UMA LINHA DE ORIGEM ABAIXO DO
      *              TITULO DO PERIODO INDICANDO A ESCOLA.
      *              O RESULTADO DE DEPENDENCIA LANCADO PELO EX82
      *              (ORIGEM "D") SAI NO PERIODO DA REPROVACAO, LOGO
      *              ABAIXO DA DISCIPLINA ORIGINAL (A ORIGEM ENTRA NA
      *              CHAVE DA ORDENACAO), COM UMA LINHA INDICANDO O
      *              PERIODO EM QUE A DEPENDENCIA FOI CURSADA.

       ENVIRONMENT DIVISION.

           02 PERIODO-SRT   PIC 9(06).
           02 DIS-SRT       PIC 9(03).
           02 RESTO-SRT     PIC X(45).
           02 ORIGEM-SRT    PIC X(01).
           02 ESCOLA-SRT    PIC X(30).

       FD CADWRK
           LABEL RECORD ARE STANDARD.
           02 FALTA-WRK     PIC 9(03).
           02 SITDIS-WRK    PIC X(09).
           02 SITFIN-WRK    PIC X(09).
           02 ORIGEM-WRK    PIC X(01).
           02 ESCOLA-WRK    PIC X(30).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ       PIC X(03) VALUE "NAO".

       ORDENARENTRADA.
           SORT ARQSORT ON ASCENDING KEY NUM-SRT PERIODO-SRT DIS-SRT
               ORIGEM-SRT
               USING CADHSE GIVING CADWRK
           IF SORT-RETURN NOT = 0
               DISPLAY "EX47 - ERRO NA ORDENACAO DO HISTORICO - "
           WRITE LINHA-HST.

      *              Subtitulo de quebra de periodo, com a situacao
      *              final do periodo ao lado; periodo de origem
      *              externa ganha a linha com a escola de origem.
       ABRIRPERIODO.
           MOVE PERIODO-WRK TO WS-PER-ATU
           MOVE SITFIN-WRK  TO WS-SITFIN-ATU
               "  -  SITUACAO FINAL: " SITFIN-WRK
               DELIMITED BY SIZE INTO LINHA-HST
           WRITE LINHA-HST
           ADD 1 TO WS-LINHA-ATUAL
           IF ORIGEM-WRK = "E"
               MOVE SPACES TO LINHA-HST
               STRING "  CURSADO EM OUTRA ESCOLA - ORIGEM: "
                   ESCOLA-WRK
                   DELIMITED BY SIZE INTO LINHA-HST
               WRITE LINHA-HST
               ADD 1 TO WS-LINHA-ATUAL
           END-IF.

       GRAVARDETALHE.
           IF WS-LINHA-ATUAL >= WS-LINHAS-PAG
           MOVE FALTA-WRK   TO COL-FALTA-HST
           MOVE SITDIS-WRK  TO COL-SIT-HST
           WRITE LINHA-DET-HST
           ADD 1 TO WS-LINHA-ATUAL
           IF ORIGEM-WRK = "D"
               MOVE SPACES TO LINHA-HST
               STRING "     " ESCOLA-WRK
                   DELIMITED BY SIZE INTO LINHA-HST
               WRITE LINHA-HST
               ADD 1 TO WS-LINHA-ATUAL
           END-IF.

      *              Solicitacoes de aluno sem nenhum registro no
      *              historico saem listadas no final, para a
