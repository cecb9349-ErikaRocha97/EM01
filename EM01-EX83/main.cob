       IDENTIFICATION DIVISION.
       PROGRAM-ID.   EX83.
       AUTHOR.       ERIKA ROCHA.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 22-10-2025.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.      RELATORIO DAS DEPENDENCIAS EM ABERTO POR TURMA E
      *              POR ALUNO. LE O CADASTRO DE DEPENDENCIAS CADDPD
      *              E SELECIONA AS AINDA NAO CONCLUIDAS (ABERTAS,
      *              AGUARDANDO OFERTA, E OFERECIDAS, EM CURSO). A
      *              TURMA E O NOME SAO OS ATUAIS DO ALUNO NO MESTRE
      *              INDEXADO CADALU; ALUNO FORA DO MESTRE SAI NA
      *              TURMA GRAVADA NA DEPENDENCIA, COM O AVISO NO
      *              LUGAR DO NOME. ORDENA POR TURMA, ALUNO, PERIODO
      *              DE ORIGEM E DISCIPLINA, COM QUEBRA E SUBTOTAL
      *              (ALUNOS E DEPENDENCIAS) POR TURMA E OS TOTAIS NO
      *              FINAL, NO RELATORIO RELDPA.

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
      *              EX18; aqui e consultado por chave para o nome e a
      *              turma atual do aluno.
           SELECT CADALU   ASSIGN TO DYNAMIC WS-CADALU-ARQ
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS NUM-ENT
           FILE STATUS IS FS-CADALU.
           SELECT CADDPD   ASSIGN TO DYNAMIC WS-CADDPD-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADDPD.
           SELECT RELDPA   ASSIGN TO DYNAMIC WS-RELDPA-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELDPA.

       DATA DIVISION.

       FILE SECTION.
       FD CADALU
           LABEL RECORD ARE STANDARD.

           COPY CADALU.

       FD CADDPD
           LABEL RECORD ARE STANDARD.

           COPY CADDPD.

       FD RELDPA
           LABEL RECORD ARE STANDARD.

       01 LINHA-DPA  PIC X(80).

       WORKING-STORAGE SECTION.
       77 FIM-DPD       PIC X(03) VALUE "NAO".
       77 FS-CADALU     PIC X(02) VALUE "00".
       77 FS-CADDPD     PIC X(02) VALUE "00".
       77 FS-RELDPA     PIC X(02) VALUE "00".
       77 WS-TURMA-ATU  PIC X(03) VALUE SPACES.
       77 WS-ALUNO-ATU  PIC 9(05) VALUE 0.
       77 WS-SITUACAO   PIC X(09) VALUE SPACES.
       77 WS-MEDIA-EDT  PIC Z9,99.

       77 CONT-LID      PIC 9(07) VALUE 0.
       77 CONT-ALU-TUR  PIC 9(05) VALUE 0.
       77 CONT-DPD-TUR  PIC 9(05) VALUE 0.
       77 CONT-ALU      PIC 9(05) VALUE 0.
       77 CONT-TUR      PIC 9(05) VALUE 0.

      *              Dependencias em aberto em memoria, com a turma
      *              e o nome atuais montados para a ordenacao.
       77 QTD-DPA       PIC 9(04) VALUE 0.
       77 IDX-DPA       PIC 9(04) VALUE 0.
       01 TABELA-DPA.
           02 DPA-ITEM OCCURS 1 TO 2000 TIMES
               DEPENDING ON QTD-DPA.
               03 TURMA-DPA-TAB   PIC X(03).
               03 NUM-DPA-TAB     PIC 9(05).
               03 PERIODO-DPA-TAB PIC 9(06).
               03 DIS-DPA-TAB     PIC 9(03).
               03 NOME-DPA-TAB    PIC X(20).
               03 NOMEDIS-DPA-TAB PIC X(20).
               03 MEDIA-DPA-TAB   PIC 9(02)V99.
               03 SIT-DPA-TAB     PIC X(01).

      *              Nomes fisicos dos arquivos, com o valor original
      *              como default, substituiveis em tempo de execucao
      *              por variaveis de ambiente (ver LERNOMESARQUIVOS).
       77 WS-CADALU-ARQ  PIC X(40) VALUE "CADALU.DAT".
       77 WS-CADDPD-ARQ  PIC X(40) VALUE "CADDPD.DAT".
       77 WS-RELDPA-ARQ  PIC X(40) VALUE "RELDPA.DAT".
       77 WS-ENV-TEMP    PIC X(40).

       PROCEDURE DIVISION.

       EXECUTAR.
           PERFORM LERNOMESARQUIVOS.
           PERFORM INICIO.
           PERFORM IMPRIMIR
               VARYING IDX-DPA FROM 1 BY 1
               UNTIL IDX-DPA > QTD-DPA.
           PERFORM TERMINO.
           STOP RUN.

       LERNOMESARQUIVOS.
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADALU"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADALU-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADDPD"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADDPD-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "RELDPA"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-RELDPA-ARQ
           END-IF.

       INICIO.
           OPEN INPUT CADALU
           IF FS-CADALU NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADALU-ARQ)
                   " - FILE STATUS " FS-CADALU
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CADDPD
           IF FS-CADDPD NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADDPD-ARQ)
                   " - FILE STATUS " FS-CADDPD
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RELDPA
           IF FS-RELDPA NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-RELDPA-ARQ)
                   " - FILE STATUS " FS-RELDPA
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CARREGARDEPENDENCIA UNTIL FIM-DPD = "SIM"
           CLOSE CADDPD CADALU
           IF QTD-DPA > 1
               SORT DPA-ITEM ON ASCENDING KEY TURMA-DPA-TAB
                   NUM-DPA-TAB PERIODO-DPA-TAB DIS-DPA-TAB
           END-IF
           PERFORM CABECALHO.

       CARREGARDEPENDENCIA.
           READ CADDPD
               AT END
                   MOVE "SIM" TO FIM-DPD
               NOT AT END
                   ADD 1 TO CONT-LID
                   IF SIT-DPD = "A" OR SIT-DPD = "O"
                       PERFORM GUARDARDEPENDENCIA
                   END-IF
           END-READ.

       GUARDARDEPENDENCIA.
           IF QTD-DPA = 2000
               DISPLAY "EX83 - MAIS DE 2000 DEPENDENCIAS EM ABERTO - "
                   "RODADA ABORTADA"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO QTD-DPA
           MOVE NUM-DPD TO NUM-ENT
           READ CADALU
               INVALID KEY
                   MOVE TURMA-DPD TO TURMA-DPA-TAB(QTD-DPA)
                   MOVE "NAO CONSTA NO MESTRE" TO NOME-DPA-TAB(QTD-DPA)
               NOT INVALID KEY
                   MOVE TURMA-ENT TO TURMA-DPA-TAB(QTD-DPA)
                   MOVE NOME-ENT  TO NOME-DPA-TAB(QTD-DPA)
           END-READ
           MOVE NUM-DPD         TO NUM-DPA-TAB(QTD-DPA)
           MOVE PERIODO-DPD     TO PERIODO-DPA-TAB(QTD-DPA)
           MOVE DIS-DPD         TO DIS-DPA-TAB(QTD-DPA)
           MOVE NOMEDIS-DPD     TO NOMEDIS-DPA-TAB(QTD-DPA)
           MOVE MEDIA-ORI-DPD   TO MEDIA-DPA-TAB(QTD-DPA)
           MOVE SIT-DPD         TO SIT-DPA-TAB(QTD-DPA).

       CABECALHO.
           MOVE "DEPENDENCIAS EM ABERTO POR TURMA E ALUNO" TO LINHA-DPA
           WRITE LINHA-DPA
           MOVE SPACES TO LINHA-DPA
           WRITE LINHA-DPA
           MOVE SPACES TO LINHA-DPA
           STRING "ALUNO NOME                 ORIGEM DIS DISCIPLINA"
               "           MEDIA SITUACAO"
               DELIMITED BY SIZE INTO LINHA-DPA
           WRITE LINHA-DPA
           MOVE ALL "-" TO LINHA-DPA
           WRITE LINHA-DPA.

      *              Uma linha por dependencia; nome so na primeira
      *              linha do aluno; quebra de turma com subtotal.
       IMPRIMIR.
           IF CONT-TUR = 0 OR TURMA-DPA-TAB(IDX-DPA) NOT = WS-TURMA-ATU
               IF CONT-TUR > 0
                   PERFORM FECHARTURMA
               END-IF
               PERFORM ABRIRTURMA
           END-IF
           IF SIT-DPA-TAB(IDX-DPA) = "O"
               MOVE "EM CURSO" TO WS-SITUACAO
           ELSE
               MOVE "ABERTA" TO WS-SITUACAO
           END-IF
           MOVE MEDIA-DPA-TAB(IDX-DPA) TO WS-MEDIA-EDT
           MOVE SPACES TO LINHA-DPA
           IF NUM-DPA-TAB(IDX-DPA) NOT = WS-ALUNO-ATU
               MOVE NUM-DPA-TAB(IDX-DPA) TO WS-ALUNO-ATU
               ADD 1 TO CONT-ALU-TUR
               ADD 1 TO CONT-ALU
               STRING NUM-DPA-TAB(IDX-DPA) " "
                   NOME-DPA-TAB(IDX-DPA) " "
                   DELIMITED BY SIZE INTO LINHA-DPA
           END-IF
           MOVE PERIODO-DPA-TAB(IDX-DPA) TO LINHA-DPA(28:6)
           MOVE DIS-DPA-TAB(IDX-DPA)     TO LINHA-DPA(35:3)
           MOVE NOMEDIS-DPA-TAB(IDX-DPA) TO LINHA-DPA(39:20)
           MOVE WS-MEDIA-EDT             TO LINHA-DPA(60:5)
           MOVE WS-SITUACAO              TO LINHA-DPA(66:9)
           WRITE LINHA-DPA
           ADD 1 TO CONT-DPD-TUR.

       ABRIRTURMA.
           MOVE TURMA-DPA-TAB(IDX-DPA) TO WS-TURMA-ATU
           MOVE 0 TO WS-ALUNO-ATU CONT-ALU-TUR CONT-DPD-TUR
           ADD 1 TO CONT-TUR
           MOVE SPACES TO LINHA-DPA
           STRING "TURMA " WS-TURMA-ATU
               DELIMITED BY SIZE INTO LINHA-DPA
           WRITE LINHA-DPA.

       FECHARTURMA.
           MOVE SPACES TO LINHA-DPA
           STRING "  SUBTOTAL DA TURMA " WS-TURMA-ATU
               " - ALUNOS: " CONT-ALU-TUR
               "  DEPENDENCIAS: " CONT-DPD-TUR
               DELIMITED BY SIZE INTO LINHA-DPA
           WRITE LINHA-DPA
           MOVE SPACES TO LINHA-DPA
           WRITE LINHA-DPA.

       TERMINO.
           IF CONT-TUR > 0
               PERFORM FECHARTURMA
           END-IF
           MOVE ALL "-" TO LINHA-DPA
           WRITE LINHA-DPA
           MOVE SPACES TO LINHA-DPA
           STRING "TURMAS: " CONT-TUR
               "  ALUNOS COM DEPENDENCIA: " CONT-ALU
               "  DEPENDENCIAS EM ABERTO: " QTD-DPA
               DELIMITED BY SIZE INTO LINHA-DPA
           WRITE LINHA-DPA
           CLOSE RELDPA.
           DISPLAY "EX83 - DEPENDENCIAS LIDAS: " CONT-LID
               " EM ABERTO: " QTD-DPA
               " ALUNOS: " CONT-ALU.
