       IDENTIFICATION DIVISION.
       PROGRAM-ID.   EX92.
       AUTHOR.       ERIKA ROCHA.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 23-10-2025.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.      IMPORTACAO DAS NOTAS ENVIADAS PELOS PROFESSORES
      *              EM PLANILHA. LE UM ARQUIVO SEPARADO POR PONTO-E-
      *              -VIRGULA POR PROFESSOR (PLANOT, NO MESMO FORMATO
      *              DAS EXPORTACOES DO EX30: LINHA DE CABECALHO E
      *              DECIMAIS COM VIRGULA), COM AS COLUNAS NUMERO;
      *              NOME;NOTA, PARA A TURMA, DISCIPLINA E BIMESTRE
      *              INFORMADOS COM O PROFESSOR REMETENTE NO ARQUIVO
      *              DE PARAMETROS CADPIM. O REMETENTE PRECISA TER A
      *              ATRIBUICAO DA TURMA/DISCIPLINA EM CADATR, SENAO A
      *              PLANILHA INTEIRA E RECUSADA (E A TENTATIVA VAI
      *              PARA O DIARIO DE SEGURANCA CADSEG). CADA LINHA E
      *              CRITICADA: FORMATO (FMT), NOTA EM BRANCO (BRA),
      *              ALUNO INEXISTENTE NO MESTRE INDEXADO CADALU
      *              (ALU), DE OUTRA TURMA (TUR), COM MATRICULA NAO
      *              ATIVA (SIT), NOTA FORA DA FAIXA 0 A 10 (FAI) E
      *              ALUNO REPETIDO NA PLANILHA (DUP). AS NOTAS
      *              ACEITAS SAO APLICADAS EM CADNOT NO BIMESTRE, POR
      *              REGRAVACAO COMPLETA VIA ESTAGIO COMO NO EX50, COM
      *              AS IMAGENS ANTES E DEPOIS NA TRILHA CADAUD
      *              (PROG-AUD EX92; ALUNO SEM REGISTRO NA DISCIPLINA
      *              GANHA UM REGISTRO NOVO, AUDITADO COMO INCLUSAO).
      *              A IMPORTACAO SO LANCA NOTA AINDA NAO LANCADA
      *              (ZERADA, O MESMO CRITERIO DO EX86): A MESMA NOTA
      *              JA LANCADA E APENAS CONTADA, SEM NOVA AUDITORIA,
      *              DE MODO QUE O REENVIO DA MESMA PLANILHA NAO
      *              APLICA NADA DUAS VEZES; NOTA JA LANCADA COM OUTRO
      *              VALOR E REJEITADA (LAN) E SO PODE SER ALTERADA
      *              PELA CORRECAO DO EX50, DENTRO DA JANELA. AS
      *              LINHAS REJEITADAS VOLTAM AO PROFESSOR NO ARQUIVO
      *              PLANOTRJ, TAMBEM SEPARADO POR PONTO-E-VIRGULA,
      *              COM O NUMERO DA LINHA, OS CAMPOS ENVIADOS, O
      *              CODIGO E A DESCRICAO DO MOTIVO.
      *              AS ENTRADAS GRAVADAS NA TRILHA CADAUD E NO DIARIO
      *              CADSEG SAO NUMERADAS E LACRADAS EM CORRENTE (SELO
      *              CALCULADO SOBRE A ENTRADA E O SELO ANTERIOR, COM A
      *              ANCORA EM CADSEL), CONFERIDA PELO EX101.

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
      *              aluno, a turma e a situacao da matricula.
           SELECT CADALU   ASSIGN TO DYNAMIC WS-CADALU-ARQ
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS NUM-ENT
           FILE STATUS IS FS-CADALU.
           SELECT CADNOT   ASSIGN TO DYNAMIC WS-CADNOT-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADNOT.
           SELECT CADNOT2  ASSIGN TO DYNAMIC WS-CADNOT2-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADNOT2.
           SELECT PLANOT   ASSIGN TO DYNAMIC WS-PLANOT-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PLANOT.
           SELECT PLANOTRJ ASSIGN TO DYNAMIC WS-PLANOTRJ-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PLANOTRJ.
           SELECT CADPIM   ASSIGN TO DYNAMIC WS-CADPIM-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADPIM.
           SELECT CADATR   ASSIGN TO DYNAMIC WS-CADATR-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADATR.
           SELECT CADAUD   ASSIGN TO DYNAMIC WS-CADAUD-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADAUD.
           SELECT CADDTM   ASSIGN TO DYNAMIC WS-CADDTM-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADDTM.
           SELECT CADOPE   ASSIGN TO DYNAMIC WS-CADOPE-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADOPE.
           SELECT CADSEG   ASSIGN TO DYNAMIC WS-CADSEG-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADSEG.
           SELECT CADSEL   ASSIGN TO DYNAMIC WS-CADSEL-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADSEL.

       DATA DIVISION.

       FILE SECTION.
       FD CADALU
           LABEL RECORD ARE STANDARD.

           COPY CADALU.

      *              CADNOT: notas lancadas, um registro por aluno por
      *              disciplina com as quatro notas bimestrais - o
      *              mesmo arquivo do EX21 e do EX50.
       FD CADNOT
           LABEL RECORD ARE STANDARD.

       01 REG-NOT.
           02 NUM-NOT       PIC 9(05).
           02 DIS-NOT       PIC 9(03).
           02 NOTA1-NOT     PIC 9(02)V99.
           02 NOTA2-NOT     PIC 9(02)V99.
           02 NOTA3-NOT     PIC 9(02)V99.
           02 NOTA4-NOT     PIC 9(02)V99.

      *              CADNOT2: estagio com as notas ja importadas,
      *              copiado por cima de CADNOT ao final da rodada.
       FD CADNOT2
           LABEL RECORD ARE STANDARD.

       01 REG-NO2.
           02 NUM-NO2       PIC 9(05).
           02 DIS-NO2       PIC 9(03).
           02 NOTA1-NO2     PIC 9(02)V99.
           02 NOTA2-NO2     PIC 9(02)V99.
           02 NOTA3-NO2     PIC 9(02)V99.
           02 NOTA4-NO2     PIC 9(02)V99.

      *              PLANOT: planilha do professor, separada por
      *              ponto-e-virgula - cabecalho na primeira linha e
      *              depois uma linha por aluno (NUMERO;NOME;NOTA),
      *              nota com virgula decimal (7,5 ou 10).
       FD PLANOT
           LABEL RECORD ARE STANDARD.

       01 LINHA-PLA         PIC X(200).

      *              PLANOTRJ: linhas rejeitadas devolvidas ao
      *              professor, separadas por ponto-e-virgula com
      *              linha de cabecalho, para abrir na planilha.
       FD PLANOTRJ
           LABEL RECORD ARE STANDARD.

       01 LINHA-RJP         PIC X(200).

      *              CADPIM: parametros da importacao - professor
      *              remetente (COD-ENT de CADFUN), turma, disciplina
      *              e bimestre (1 a 4) da planilha. Obrigatorio.
       FD CADPIM
           LABEL RECORD ARE STANDARD.

       01 REG-PIM.
           02 PROF-PIM      PIC 9(05).
           02 TURMA-PIM     PIC X(03).
           02 DIS-PIM       PIC 9(03).
           02 BIM-PIM       PIC 9(01).

      *              CADATR: uma atribuicao por registro - professor
      *              (COD-ENT de CADFUN), turma, disciplina e horas
      *              semanais.
       FD CADATR
           LABEL RECORD ARE STANDARD.

       01 REG-ATR.
           02 COD-ATR       PIC 9(05).
           02 TURMA-ATR     PIC X(03).
           02 DIS-ATR       PIC 9(03).
           02 HORAS-ATR     PIC 9(02).

       FD CADAUD
           LABEL RECORD ARE STANDARD.

           COPY CADAUD.

      *              CADDTM: data de movimento (AAAAMMDD) do lote.
      *              Opcional - se ausente, vale o relogio da maquina.
       FD CADDTM
           LABEL RECORD ARE STANDARD.

       01 REG-DTM.
           02 DATA-DTM       PIC 9(08).

      *              CADOPE: registro de operadores - identificacao,
      *              nome e nivel de permissao (1 = operacao, 2 =
      *              supervisor). Opcional - sem o registro, a
      *              identificacao de operador nao e exigida.
       FD CADOPE
           LABEL RECORD ARE STANDARD.

       01 REG-OPE.
           02 ID-OPE        PIC X(05).
           02 NOME-OPE      PIC X(20).
           02 NIVEL-OPE     PIC 9(01).

      *              CADSEG: diario de seguranca, somente-acrescimo -
      *              uma entrada por tentativa de operacao recusada.
       FD CADSEG
           LABEL RECORD ARE STANDARD.

       01 REG-SEG.
           02 DATA-SEG      PIC 9(08).
           02 HORA-SEG      PIC 9(06).
           02 PROG-SEG      PIC X(04).
           02 OPER-SEG      PIC X(05).
           02 EVENTO-SEG    PIC X(40).
           02 SEQ-SEG       PIC 9(09).
           02 SELO-SEG      PIC 9(09).

      *              CADSEL: ancora do lacre encadeado de CADAUD e
      *              CADSEG (ultima sequencia e ultimo selo de cada
      *              trilha).
       FD CADSEL
           LABEL RECORD ARE STANDARD.

           COPY CADSEL.

       WORKING-STORAGE SECTION.
       77 FIM-NOT       PIC X(03) VALUE "NAO".
       77 FIM-PLA       PIC X(03) VALUE "NAO".
       77 FIM-ATR       PIC X(03) VALUE "NAO".
       77 FS-CADALU     PIC X(02) VALUE "00".
       77 FS-CADNOT     PIC X(02) VALUE "00".
       77 FS-CADNOT2    PIC X(02) VALUE "00".
       77 FS-PLANOT     PIC X(02) VALUE "00".
       77 FS-PLANOTRJ   PIC X(02) VALUE "00".
       77 FS-CADPIM     PIC X(02) VALUE "00".
       77 FS-CADATR     PIC X(02) VALUE "00".
       77 FS-CADAUD     PIC X(02) VALUE "00".
       77 FS-CADDTM     PIC X(02) VALUE "00".
       77 WS-DATA-MOV   PIC 9(08) VALUE 0.
       77 WS-ACHOU      PIC X(03) VALUE "NAO".
       77 WS-MOTIVO-REJ PIC X(03) VALUE SPACES.
       77 WS-ANTES      PIC X(64) VALUE SPACES.
       77 WS-DEPOIS     PIC X(64) VALUE SPACES.
       77 WS-CMD        PIC X(90) VALUE SPACES.

      *              Parametros da planilha (CADPIM).
       77 WS-PROF       PIC 9(05) VALUE 0.
       77 WS-TURMA      PIC X(03) VALUE SPACES.
       77 WS-DIS        PIC 9(03) VALUE 0.
       77 WS-BIM        PIC 9(01) VALUE 0.

       77 CONT-LIN      PIC 9(05) VALUE 0.
       77 CONT-ACE      PIC 9(05) VALUE 0.
       77 CONT-APL      PIC 9(05) VALUE 0.
       77 CONT-INC      PIC 9(05) VALUE 0.
       77 CONT-IGU      PIC 9(05) VALUE 0.
       77 CONT-REJ      PIC 9(05) VALUE 0.
       77 CONT-NOT      PIC 9(07) VALUE 0.

      *              Campos de uma linha da planilha, separados por
      *              ponto-e-virgula, e a critica de cada um.
       01 WS-CAMPO-NUM  PIC X(20) VALUE SPACES.
       01 WS-CAMPO-NOME PIC X(40) VALUE SPACES.
       01 WS-CAMPO-NOTA PIC X(20) VALUE SPACES.
       01 WS-CAMPO-RES  PIC X(20) VALUE SPACES.
       77 WS-QTD-CAMPOS PIC 9(02) VALUE 0.
       77 WS-TAM        PIC 9(03) VALUE 0.
       77 WS-TXT        PIC X(20) VALUE SPACES.
       01 WS-NUM-DIG    PIC X(05) JUSTIFIED RIGHT VALUE SPACES.
       01 WS-NUM-LIN    REDEFINES WS-NUM-DIG PIC 9(05).

      *              Nota montada a partir da parte inteira e da
      *              parte decimal digitadas (ate duas casas cada).
       77 WS-NOTA-PARTES PIC 9(02) VALUE 0.
       77 WS-TAM-INT    PIC 9(02) VALUE 0.
       77 WS-TAM-DEC    PIC 9(02) VALUE 0.
       01 WS-NOTA-INT   PIC X(10) VALUE SPACES.
       01 WS-NOTA-DEC   PIC X(10) VALUE SPACES.
       01 WS-NOTA-RES   PIC X(10) VALUE SPACES.
       01 WS-NOTA-MONT.
           02 WS-INT-MONT PIC X(02) JUSTIFIED RIGHT.
           02 WS-DEC-MONT PIC X(02).
       01 WS-NOTA-LIN   REDEFINES WS-NOTA-MONT PIC 9(02)V99.
       77 WS-NOTA-ATUAL PIC 9(02)V99 VALUE 0.
       77 WS-NOTA-EDT   PIC Z9,99.
       77 WS-LIN-EDT    PIC ZZZZ9.

      *              Linha rejeitada: motivo e descricao para o
      *              professor.
       77 WS-LINHA-REJ  PIC 9(05) VALUE 0.
       77 WS-DESC-REJ   PIC X(60) VALUE SPACES.

      *              Notas aceitas em memoria, aplicadas na passagem
      *              unica sobre CADNOT. APL marca as ja tratadas; as
      *              que sobrarem sao de aluno ainda sem registro na
      *              disciplina e ganham um registro novo. Os campos
      *              enviados ficam guardados para a devolucao da
      *              linha, se rejeitada na passagem.
       77 QTD-IMP       PIC 9(03) VALUE 0.
       77 IDX-IMP       PIC 9(03) VALUE 0.
       01 TABELA-IMP.
           02 IMP-ITEM OCCURS 200 TIMES.
               03 NUM-IMP-TAB    PIC 9(05).
               03 NOTA-IMP-TAB   PIC 9(02)V99.
               03 LINHA-IMP-TAB  PIC 9(05).
               03 CNUM-IMP-TAB   PIC X(20).
               03 CNOME-IMP-TAB  PIC X(40).
               03 CNOTA-IMP-TAB  PIC X(20).
               03 APL-IMP-TAB    PIC X(01).

      *              Nomes fisicos dos arquivos, com o valor original
      *              como default, substituiveis em tempo de execucao
      *              por variaveis de ambiente (ver LERNOMESARQUIVOS).
       77 WS-CADALU-ARQ   PIC X(40) VALUE "CADALU.DAT".
       77 WS-CADNOT-ARQ   PIC X(40) VALUE "CADNOT.DAT".
       77 WS-CADNOT2-ARQ  PIC X(40) VALUE "CADNOT2.DAT".
       77 WS-PLANOT-ARQ   PIC X(40) VALUE "PLANOT.CSV".
       77 WS-PLANOTRJ-ARQ PIC X(40) VALUE "PLANOTRJ.CSV".
       77 WS-CADPIM-ARQ   PIC X(40) VALUE "CADPIM.DAT".
       77 WS-CADATR-ARQ   PIC X(40) VALUE "CADATR.DAT".
       77 WS-CADAUD-ARQ   PIC X(40) VALUE "CADAUD.DAT".
       77 WS-CADDTM-ARQ   PIC X(40) VALUE "CADDTM.DAT".
       77 WS-CADOPE-ARQ   PIC X(40) VALUE "CADOPE.DAT".
       77 WS-CADSEG-ARQ   PIC X(40) VALUE "CADSEG.DAT".
       77 WS-CADSEL-ARQ   PIC X(40) VALUE "CADSEL.DAT".
       77 WS-ENV-TEMP     PIC X(40).

      *              Identificacao do operador da rodada (variavel de
      *              ambiente OPERADOR, validada contra CADOPE quando
      *              o registro existe).
       77 FS-CADOPE     PIC X(02) VALUE "00".
       77 FS-CADSEG     PIC X(02) VALUE "00".
       77 FIM-OPE       PIC X(03) VALUE "NAO".
       77 WS-OPERADOR   PIC X(05) VALUE SPACES.
       77 WS-NIVEL-OPE  PIC 9(01) VALUE 0.
       77 WS-NIVEL-EXIG PIC 9(01) VALUE 1.
       77 WS-OPE-OK     PIC X(01) VALUE "N".
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
           PERFORM LERNOMESARQUIVOS.
           PERFORM INICIO.
           PERFORM PRINCIPAL
               UNTIL FIM-NOT EQUAL "SIM".
           PERFORM TERMINO.
           STOP RUN.

       LERNOMESARQUIVOS.
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADALU"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADALU-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADNOT"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADNOT-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADNOT2"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADNOT2-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "PLANOT"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-PLANOT-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "PLANOTRJ"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-PLANOTRJ-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADPIM"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADPIM-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADATR"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADATR-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADAUD"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADAUD-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADDTM"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADDTM-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADOPE"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADOPE-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADSEG"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADSEG-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADSEL"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADSEL-ARQ
           END-IF.

       INICIO.
           PERFORM LERDATAMOV.
           PERFORM VERIFICAROPERADOR.
           PERFORM LERPARAMETROS.
           PERFORM VERIFICARATRIBUICAO.
           OPEN INPUT CADALU
           IF FS-CADALU NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADALU-ARQ)
                   " - FILE STATUS " FS-CADALU
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT PLANOTRJ
           IF FS-PLANOTRJ NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-PLANOTRJ-ARQ)
                   " - FILE STATUS " FS-PLANOTRJ
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "LINHA;NUMERO;NOME;NOTA;MOTIVO;DESCRICAO" TO LINHA-RJP
           WRITE LINHA-RJP
           PERFORM CARREGARPLANILHA.
           OPEN INPUT CADNOT
           IF FS-CADNOT NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADNOT-ARQ)
                   " - FILE STATUS " FS-CADNOT
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT CADNOT2
           IF FS-CADNOT2 NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADNOT2-ARQ)
                   " - FILE STATUS " FS-CADNOT2
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LERNOT.

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

      *              Identificacao do operador: quando o registro
      *              CADOPE existe, a variavel de ambiente OPERADOR
      *              precisa trazer um operador cadastrado; a
      *              tentativa recusada fica gravada no diario de
      *              seguranca CADSEG antes da rodada parar.
       VERIFICAROPERADOR.
           OPEN INPUT CADOPE
           IF FS-CADOPE = "00"
               ACCEPT WS-OPERADOR FROM ENVIRONMENT "OPERADOR"
               MOVE "N" TO WS-OPE-OK
               PERFORM LEROPERADOR UNTIL FIM-OPE = "SIM"
               CLOSE CADOPE
               IF WS-OPE-OK = "N"
                   MOVE "OPERADOR NAO CADASTRADO" TO WS-EVENTO-SEG
                   PERFORM GRAVARSEGURANCA
                   DISPLAY "EX92 - OPERADOR NAO IDENTIFICADO OU NAO "
                       "CADASTRADO - RODADA RECUSADA"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-NIVEL-OPE < WS-NIVEL-EXIG
                   MOVE "NIVEL INSUFICIENTE PARA A OPERACAO"
                       TO WS-EVENTO-SEG
                   PERFORM GRAVARSEGURANCA
                   DISPLAY "EX92 - OPERADOR " WS-OPERADOR
                       " SEM NIVEL PARA A OPERACAO - RODADA RECUSADA"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       LEROPERADOR.
           READ CADOPE
               AT END
                   MOVE "SIM" TO FIM-OPE
               NOT AT END
                   IF WS-OPERADOR NOT = SPACES
                       AND ID-OPE = WS-OPERADOR
                       MOVE "S" TO WS-OPE-OK
                       MOVE NIVEL-OPE TO WS-NIVEL-OPE
                   END-IF
           END-READ.

      *              Acrescenta uma entrada no diario de seguranca
      *              CADSEG para a tentativa recusada.
       GRAVARSEGURANCA.
           OPEN EXTEND CADSEG
           IF FS-CADSEG = "35" OR FS-CADSEG = "05"
               OPEN OUTPUT CADSEG
               CLOSE CADSEG
               OPEN EXTEND CADSEG
           END-IF
           IF FS-CADSEG = "00"
               ACCEPT WS-HORA-SEG FROM TIME
               MOVE WS-DATA-MOV TO DATA-SEG
               MOVE WS-HORA-SEG(1:6) TO HORA-SEG
               MOVE "EX92"        TO PROG-SEG
               MOVE WS-OPERADOR   TO OPER-SEG
               MOVE WS-EVENTO-SEG TO EVENTO-SEG
               PERFORM LACRARSEGURANCA
               WRITE REG-SEG
               PERFORM FECHARLACRE
               CLOSE CADSEG
           END-IF.

      *              Parametros da planilha: obrigatorios - sem o
      *              professor, a turma, a disciplina e o bimestre
      *              nao ha como criticar nem aplicar as notas.
       LERPARAMETROS.
           OPEN INPUT CADPIM
           IF FS-CADPIM NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADPIM-ARQ)
                   " - FILE STATUS " FS-CADPIM
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           READ CADPIM
               AT END
                   DISPLAY "EX92 - CADPIM VAZIO - RODADA ABORTADA"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               NOT AT END
                   MOVE PROF-PIM  TO WS-PROF
                   MOVE TURMA-PIM TO WS-TURMA
                   MOVE DIS-PIM   TO WS-DIS
                   MOVE BIM-PIM   TO WS-BIM
           END-READ
           CLOSE CADPIM
           IF WS-BIM < 1 OR WS-BIM > 4
               DISPLAY "EX92 - BIMESTRE INVALIDO EM CADPIM: " WS-BIM
                   " - RODADA ABORTADA"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

      *              O remetente precisa ter a atribuicao da turma e
      *              disciplina da planilha em CADATR; sem ela a
      *              planilha inteira e recusada e a tentativa fica
      *              no diario de seguranca.
       VERIFICARATRIBUICAO.
           OPEN INPUT CADATR
           IF FS-CADATR NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADATR-ARQ)
                   " - FILE STATUS " FS-CADATR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "NAO" TO WS-ACHOU
           PERFORM LERATRIBUICAO UNTIL FIM-ATR = "SIM"
           CLOSE CADATR
           IF WS-ACHOU = "NAO"
               MOVE SPACES TO WS-EVENTO-SEG
               STRING "PLANILHA DE NOTAS SEM ATRIBUICAO " WS-PROF
                   DELIMITED BY SIZE INTO WS-EVENTO-SEG
               PERFORM GRAVARSEGURANCA
               DISPLAY "EX92 - PROFESSOR " WS-PROF " SEM ATRIBUICAO "
                   "NA TURMA " WS-TURMA " DISCIPLINA " WS-DIS
                   " - PLANILHA RECUSADA"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       LERATRIBUICAO.
           READ CADATR
               AT END
                   MOVE "SIM" TO FIM-ATR
               NOT AT END
                   IF COD-ATR = WS-PROF
                       AND TURMA-ATR = WS-TURMA
                       AND DIS-ATR = WS-DIS
                       MOVE "SIM" TO WS-ACHOU
                   END-IF
           END-READ.

      *              Carrega e critica a planilha linha a linha. So
      *              as linhas aceitas entram na tabela para a
      *              passagem sobre CADNOT.
       CARREGARPLANILHA.
           OPEN INPUT PLANOT
           IF FS-PLANOT NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-PLANOT-ARQ)
                   " - FILE STATUS " FS-PLANOT
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LERPLANILHA UNTIL FIM-PLA = "SIM"
           CLOSE PLANOT.

       LERPLANILHA.
           READ PLANOT
               AT END
                   MOVE "SIM" TO FIM-PLA
               NOT AT END
                   ADD 1 TO CONT-LIN
                   INSPECT LINHA-PLA REPLACING ALL X"0D" BY SPACE
                   PERFORM SEPARARCAMPOS
                   PERFORM CRITICARLINHA
           END-READ.

       SEPARARCAMPOS.
           MOVE SPACES TO WS-CAMPO-NUM WS-CAMPO-NOME WS-CAMPO-NOTA
               WS-CAMPO-RES
           MOVE 0 TO WS-QTD-CAMPOS
           UNSTRING LINHA-PLA DELIMITED BY ";"
               INTO WS-CAMPO-NUM WS-CAMPO-NOME WS-CAMPO-NOTA
                   WS-CAMPO-RES
               TALLYING IN WS-QTD-CAMPOS
           END-UNSTRING.

      *              Linha em branco e a linha de totais (como a do
      *              EX30) sao ignoradas; na primeira linha, o
      *              cabecalho (primeiro campo nao numerico) tambem.
       CRITICARLINHA.
           MOVE SPACES TO WS-MOTIVO-REJ
           IF LINHA-PLA = SPACES
               OR FUNCTION TRIM(WS-CAMPO-NUM) = "TOTAIS"
               EXIT PARAGRAPH
           END-IF
           PERFORM CRITICARNUMERO
           IF CONT-LIN = 1 AND WS-MOTIVO-REJ = "FMT"
               EXIT PARAGRAPH
           END-IF
           IF WS-MOTIVO-REJ = SPACES
               IF WS-QTD-CAMPOS < 3 OR WS-CAMPO-RES NOT = SPACES
                   MOVE "FMT" TO WS-MOTIVO-REJ
               ELSE
                   PERFORM CRITICARNOTA
               END-IF
           END-IF
           IF WS-MOTIVO-REJ = SPACES
               PERFORM CRITICARALUNO
           END-IF
           IF WS-MOTIVO-REJ = SPACES
               PERFORM LOCALIZARIMPORTADA
               IF IDX-IMP > 0
                   MOVE "DUP" TO WS-MOTIVO-REJ
               END-IF
           END-IF
           IF WS-MOTIVO-REJ NOT = SPACES
               MOVE CONT-LIN TO WS-LINHA-REJ
               PERFORM GRAVARREJEITO
           ELSE
               IF QTD-IMP = 200
                   DISPLAY "EX92 - MAIS DE 200 ALUNOS NA PLANILHA - "
                       "RODADA ABORTADA"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QTD-IMP
               ADD 1 TO CONT-ACE
               MOVE WS-NUM-LIN    TO NUM-IMP-TAB(QTD-IMP)
               MOVE WS-NOTA-LIN   TO NOTA-IMP-TAB(QTD-IMP)
               MOVE CONT-LIN      TO LINHA-IMP-TAB(QTD-IMP)
               MOVE WS-CAMPO-NUM  TO CNUM-IMP-TAB(QTD-IMP)
               MOVE WS-CAMPO-NOME TO CNOME-IMP-TAB(QTD-IMP)
               MOVE WS-CAMPO-NOTA TO CNOTA-IMP-TAB(QTD-IMP)
               MOVE "N"           TO APL-IMP-TAB(QTD-IMP)
           END-IF.

      *              Numero do aluno: de 1 a 5 digitos (a planilha
      *              costuma tirar os zeros a esquerda).
       CRITICARNUMERO.
           MOVE SPACES TO WS-TXT
           MOVE 0 TO WS-TAM
           IF WS-CAMPO-NUM NOT = SPACES
               MOVE FUNCTION TRIM(WS-CAMPO-NUM) TO WS-TXT
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-CAMPO-NUM))
                   TO WS-TAM
           END-IF
           IF WS-TAM = 0 OR WS-TAM > 5
               MOVE "FMT" TO WS-MOTIVO-REJ
               EXIT PARAGRAPH
           END-IF
           IF WS-TXT(1:WS-TAM) IS NOT NUMERIC
               MOVE "FMT" TO WS-MOTIVO-REJ
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TXT(1:WS-TAM) TO WS-NUM-DIG
           INSPECT WS-NUM-DIG REPLACING LEADING SPACE BY "0".

      *              Nota com virgula decimal: parte inteira de 1 ou 2
      *              digitos e ate 2 casas decimais (o ponto tambem e
      *              aceito, como algumas planilhas gravam). Faixa de
      *              0 a 10.
       CRITICARNOTA.
           IF WS-CAMPO-NOTA = SPACES
               MOVE "BRA" TO WS-MOTIVO-REJ
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-CAMPO-NOTA) TO WS-TXT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-CAMPO-NOTA))
               TO WS-TAM
           INSPECT WS-TXT REPLACING ALL "." BY ","
           MOVE SPACES TO WS-NOTA-INT WS-NOTA-DEC WS-NOTA-RES
           MOVE 0 TO WS-NOTA-PARTES WS-TAM-INT WS-TAM-DEC
           UNSTRING WS-TXT(1:WS-TAM) DELIMITED BY ","
               INTO WS-NOTA-INT COUNT IN WS-TAM-INT
                    WS-NOTA-DEC COUNT IN WS-TAM-DEC
                    WS-NOTA-RES
               TALLYING IN WS-NOTA-PARTES
           END-UNSTRING
           IF WS-NOTA-RES NOT = SPACES
               OR WS-TAM-INT = 0 OR WS-TAM-INT > 2
               OR WS-TAM-DEC > 2
               MOVE "FMT" TO WS-MOTIVO-REJ
               EXIT PARAGRAPH
           END-IF
           IF WS-NOTA-INT(1:WS-TAM-INT) IS NOT NUMERIC
               MOVE "FMT" TO WS-MOTIVO-REJ
               EXIT PARAGRAPH
           END-IF
           IF WS-TAM-DEC > 0
               IF WS-NOTA-DEC(1:WS-TAM-DEC) IS NOT NUMERIC
                   MOVE "FMT" TO WS-MOTIVO-REJ
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE WS-NOTA-INT(1:WS-TAM-INT) TO WS-INT-MONT
           INSPECT WS-INT-MONT REPLACING LEADING SPACE BY "0"
           MOVE WS-NOTA-DEC(1:2) TO WS-DEC-MONT
           INSPECT WS-DEC-MONT REPLACING ALL SPACE BY "0"
           IF WS-NOTA-LIN > 10
               MOVE "FAI" TO WS-MOTIVO-REJ
           END-IF.

      *              Aluno no mestre, na turma da planilha e com a
      *              matricula ativa (branco vale ativo).
       CRITICARALUNO.
           MOVE WS-NUM-LIN TO NUM-ENT
           READ CADALU
               INVALID KEY
                   MOVE "ALU" TO WS-MOTIVO-REJ
               NOT INVALID KEY
                   IF TURMA-ENT NOT = WS-TURMA
                       MOVE "TUR" TO WS-MOTIVO-REJ
                   ELSE
                       IF SIT-ENT NOT = "A" AND SIT-ENT NOT = SPACE
                           MOVE "SIT" TO WS-MOTIVO-REJ
                       END-IF
                   END-IF
           END-READ.

       LOCALIZARIMPORTADA.
           MOVE 0 TO IDX-IMP
           PERFORM VARYING IDX-IMP FROM 1 BY 1
               UNTIL IDX-IMP > QTD-IMP
               IF NUM-IMP-TAB(IDX-IMP) = WS-NUM-LIN
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF IDX-IMP > QTD-IMP
               MOVE 0 TO IDX-IMP
           END-IF.

      *              Devolve a linha rejeitada ao professor, com os
      *              campos como vieram, o codigo e a descricao do
      *              motivo.
       GRAVARREJEITO.
           EVALUATE WS-MOTIVO-REJ
               WHEN "FMT"
                   MOVE "LINHA FORA DO FORMATO NUMERO, NOME, NOTA"
                       TO WS-DESC-REJ
               WHEN "BRA"
                   MOVE "NOTA EM BRANCO" TO WS-DESC-REJ
               WHEN "ALU"
                   MOVE "ALUNO NAO CADASTRADO" TO WS-DESC-REJ
               WHEN "TUR"
                   MOVE "ALUNO NAO PERTENCE A TURMA" TO WS-DESC-REJ
               WHEN "SIT"
                   MOVE "MATRICULA DO ALUNO NAO ESTA ATIVA"
                       TO WS-DESC-REJ
               WHEN "FAI"
                   MOVE "NOTA FORA DA FAIXA DE 0 A 10" TO WS-DESC-REJ
               WHEN "DUP"
                   MOVE "ALUNO REPETIDO NA PLANILHA" TO WS-DESC-REJ
               WHEN "LAN"
                   MOVE WS-NOTA-ATUAL TO WS-NOTA-EDT
                   MOVE SPACES TO WS-DESC-REJ
                   STRING "NOTA JA LANCADA ("
                       FUNCTION TRIM(WS-NOTA-EDT)
                       ") - PEDIR CORRECAO A SECRETARIA"
                       DELIMITED BY SIZE INTO WS-DESC-REJ
           END-EVALUATE
           MOVE WS-LINHA-REJ TO WS-LIN-EDT
           MOVE SPACES TO LINHA-RJP
           STRING FUNCTION TRIM(WS-LIN-EDT) ";"
               FUNCTION TRIM(WS-CAMPO-NUM) ";"
               FUNCTION TRIM(WS-CAMPO-NOME) ";"
               FUNCTION TRIM(WS-CAMPO-NOTA) ";"
               WS-MOTIVO-REJ ";"
               FUNCTION TRIM(WS-DESC-REJ)
               DELIMITED BY SIZE INTO LINHA-RJP
           WRITE LINHA-RJP
           DISPLAY "EX92 - LINHA " FUNCTION TRIM(WS-LIN-EDT)
               " REJEITADA (" WS-MOTIVO-REJ "): "
               FUNCTION TRIM(WS-DESC-REJ)
           ADD 1 TO CONT-REJ.

       LERNOT.
           READ CADNOT
               AT END
                   MOVE "SIM" TO FIM-NOT
           END-READ.

      *              Passagem unica sobre CADNOT: o registro da
      *              disciplina de cada aluno da planilha recebe a
      *              nota do bimestre e segue para o estagio,
      *              importado ou nao.
       PRINCIPAL.
           IF DIS-NOT = WS-DIS
               PERFORM APLICARIMPORTACAO
           END-IF
           PERFORM REGRAVARNOTA.
           PERFORM LERNOT.

       APLICARIMPORTACAO.
           PERFORM VARYING IDX-IMP FROM 1 BY 1
               UNTIL IDX-IMP > QTD-IMP
               IF APL-IMP-TAB(IDX-IMP) = "N"
                   AND NUM-IMP-TAB(IDX-IMP) = NUM-NOT
                   PERFORM APLICARUMANOTA
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *              So a nota ainda nao lancada (zerada) e gravada.
      *              A mesma nota ja lancada (reenvio da planilha) so
      *              e contada; outra nota ja lancada volta rejeitada,
      *              porque alteracao de nota e correcao (EX50).
       APLICARUMANOTA.
           MOVE "S" TO APL-IMP-TAB(IDX-IMP)
           EVALUATE WS-BIM
               WHEN 1 MOVE NOTA1-NOT TO WS-NOTA-ATUAL
               WHEN 2 MOVE NOTA2-NOT TO WS-NOTA-ATUAL
               WHEN 3 MOVE NOTA3-NOT TO WS-NOTA-ATUAL
               WHEN 4 MOVE NOTA4-NOT TO WS-NOTA-ATUAL
           END-EVALUATE
           IF WS-NOTA-ATUAL = NOTA-IMP-TAB(IDX-IMP)
               ADD 1 TO CONT-IGU
               EXIT PARAGRAPH
           END-IF
           IF WS-NOTA-ATUAL NOT = 0
               MOVE "LAN" TO WS-MOTIVO-REJ
               MOVE LINHA-IMP-TAB(IDX-IMP) TO WS-LINHA-REJ
               MOVE CNUM-IMP-TAB(IDX-IMP)  TO WS-CAMPO-NUM
               MOVE CNOME-IMP-TAB(IDX-IMP) TO WS-CAMPO-NOME
               MOVE CNOTA-IMP-TAB(IDX-IMP) TO WS-CAMPO-NOTA
               PERFORM GRAVARREJEITO
               SUBTRACT 1 FROM CONT-ACE
               EXIT PARAGRAPH
           END-IF
           MOVE REG-NOT TO WS-ANTES
           PERFORM MOVERNOTA
           MOVE REG-NOT TO WS-DEPOIS
           ADD 1 TO CONT-APL
           MOVE "C" TO TIPO-AUD
           PERFORM GRAVARAUDITORIA.

       MOVERNOTA.
           EVALUATE WS-BIM
               WHEN 1 MOVE NOTA-IMP-TAB(IDX-IMP) TO NOTA1-NOT
               WHEN 2 MOVE NOTA-IMP-TAB(IDX-IMP) TO NOTA2-NOT
               WHEN 3 MOVE NOTA-IMP-TAB(IDX-IMP) TO NOTA3-NOT
               WHEN 4 MOVE NOTA-IMP-TAB(IDX-IMP) TO NOTA4-NOT
           END-EVALUATE.

      *              Acrescenta uma entrada na trilha de auditoria
      *              CADAUD para a nota recem-importada, com as
      *              imagens do registro de notas antes e depois
      *              (antes em branco para registro incluido). O
      *              tipo (C ou I) vem preenchido por quem chama.
       GRAVARAUDITORIA.
           OPEN EXTEND CADAUD
           IF FS-CADAUD = "35" OR FS-CADAUD = "05"
               OPEN OUTPUT CADAUD
               CLOSE CADAUD
               OPEN EXTEND CADAUD
           END-IF
           IF FS-CADAUD NOT = "00"
               DISPLAY "EX92 - ERRO AO ABRIR "
                   FUNCTION TRIM(WS-CADAUD-ARQ)
                   " - FILE STATUS " FS-CADAUD
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-DATA-MOV TO DATA-AUD
           MOVE "EX92"      TO PROG-AUD
           MOVE NUM-NOT     TO CHAVE-AUD
           MOVE WS-ANTES    TO ANTES-AUD
           MOVE WS-DEPOIS   TO DEPOIS-AUD
           MOVE SPACES      TO ANTES-EXT-AUD DEPOIS-EXT-AUD
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
               DISPLAY "EX92 - ERRO AO ABRIR "
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

       REGRAVARNOTA.
           MOVE REG-NOT TO REG-NO2
           WRITE REG-NO2
           ADD 1 TO CONT-NOT.

      *              Notas aceitas de aluno ainda sem registro na
      *              disciplina: um registro novo com a nota no
      *              bimestre e as demais zeradas, no fim do estagio
      *              (o EX21 ordena CADNOT antes de usar).
       INCLUIRSOBRAS.
           PERFORM VARYING IDX-IMP FROM 1 BY 1
               UNTIL IDX-IMP > QTD-IMP
               IF APL-IMP-TAB(IDX-IMP) = "N"
                   MOVE "S" TO APL-IMP-TAB(IDX-IMP)
                   MOVE NUM-IMP-TAB(IDX-IMP) TO NUM-NOT
                   MOVE WS-DIS TO DIS-NOT
                   MOVE 0 TO NOTA1-NOT NOTA2-NOT NOTA3-NOT NOTA4-NOT
                   PERFORM MOVERNOTA
                   MOVE SPACES  TO WS-ANTES
                   MOVE REG-NOT TO WS-DEPOIS
                   MOVE "I" TO TIPO-AUD
                   PERFORM GRAVARAUDITORIA
                   PERFORM REGRAVARNOTA
                   ADD 1 TO CONT-INC
               END-IF
           END-PERFORM.

       ATUALIZARNOTAS.
           MOVE SPACES TO WS-CMD
           STRING "cp " FUNCTION TRIM(WS-CADNOT2-ARQ)
               " " FUNCTION TRIM(WS-CADNOT-ARQ)
               DELIMITED BY SIZE INTO WS-CMD
           CALL "SYSTEM" USING WS-CMD
           IF RETURN-CODE NOT = 0
               DISPLAY "EX92 - ERRO AO ATUALIZAR "
                   FUNCTION TRIM(WS-CADNOT-ARQ) " A PARTIR DE "
                   FUNCTION TRIM(WS-CADNOT2-ARQ)
                   " - CODIGO " RETURN-CODE
               STOP RUN
           END-IF.

       TERMINO.
           PERFORM INCLUIRSOBRAS
           CLOSE CADNOT CADNOT2 PLANOTRJ CADALU
           IF CONT-APL > 0 OR CONT-INC > 0
               PERFORM ATUALIZARNOTAS
           END-IF
           DISPLAY "EX92 - PROFESSOR " WS-PROF " TURMA " WS-TURMA
               " DISCIPLINA " WS-DIS " BIMESTRE " WS-BIM
           DISPLAY "EX92 - LINHAS LIDAS: " CONT-LIN
               " ACEITAS: " CONT-ACE
               " REJEITADAS: " CONT-REJ
           DISPLAY "EX92 - NOTAS LANCADAS: " CONT-APL
               " REGISTROS INCLUIDOS: " CONT-INC
               " JA LANCADAS (SEM ALTERACAO): " CONT-IGU.
