       IDENTIFICATION DIVISION.
       PROGRAM-ID.   EX78.
       AUTHOR.       ERIKA ROCHA.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 20-10-2025.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.      MANUTENCAO DO REGISTRO DE CANDIDATOS DO PROCESSO
      *              SELETIVO (CADCAN), NO MOLDE DO EX77. LE AS
      *              TRANSACOES DE CADMOVCA (A = INCLUSAO, C =
      *              ALTERACAO, E = EXCLUSAO, CHAVEADAS PELO NUMERO DE
      *              INSCRICAO), VALIDA NOME, SEXO E DATA DE
      *              NASCIMENTO COM OS MESMOS CRITERIOS DA CRITICA
      *              EX32, A TURMA PRETENDIDA NO CATALOGO CADTUR
      *              (QUANDO EXISTE, COMO NO EX13) E AS NOTAS DA PROVA
      *              DE INGRESSO (00,00 A 10,00). CANDIDATO JA
      *              CLASSIFICADO PELO EX79 NAO PODE MAIS SER ALTERADO
      *              NEM EXCLUIDO: O RESULTADO JA FOI PUBLICADO E A
      *              INCLUSAO NO MESTRE JA FOI GERADA. O REGISTRO E
      *              CARREGADO EM MEMORIA, RECEBE AS TRANSACOES
      *              ACEITAS E E REGRAVADO INTEIRO EM ORDEM DE
      *              INSCRICAO; CADA TRANSACAO APLICADA GANHA UMA
      *              ENTRADA NA TRILHA CADAUD (PROG EX78, CHAVE =
      *              INSCRICAO) COM AS IMAGENS ANTES/DEPOIS.
      *              REJEITADAS VAO PARA CADRJCA COM O CODIGO DO
      *              MOTIVO (NOM = NOME EM BRANCO, SEX = SEXO
      *              INVALIDO, NAS = DATA DE NASCIMENTO INVALIDA, TUR
      *              = TURMA FORA DO CATALOGO, NOT = NOTA INVALIDA,
      *              PRC = CANDIDATO JA CLASSIFICADO, JAE = JA EXISTE,
      *              NAO = NAO ACHOU, TIP = TIPO DE MOVIMENTO
      *              INVALIDO).
      *              AS ENTRADAS GRAVADAS NA TRILHA CADAUD SAO
      *              NUMERADAS E LACRADAS EM CORRENTE (SELO CALCULADO
      *              SOBRE A ENTRADA E O SELO ANTERIOR, COM A ANCORA EM
      *              CADSEL), CONFERIDA PELO EX101.

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
           SELECT CADMOVCA ASSIGN TO DYNAMIC WS-CADMOVCA-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADMOVCA.
           SELECT CADCAN   ASSIGN TO DYNAMIC WS-CADCAN-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADCAN.
           SELECT CADTUR   ASSIGN TO DYNAMIC WS-CADTUR-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADTUR.
           SELECT CADRJCA  ASSIGN TO DYNAMIC WS-CADRJCA-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADRJCA.
           SELECT CADAUD   ASSIGN TO DYNAMIC WS-CADAUD-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADAUD.
           SELECT CADSEL   ASSIGN TO DYNAMIC WS-CADSEL-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADSEL.
           SELECT CADDTM   ASSIGN TO DYNAMIC WS-CADDTM-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADDTM.

       DATA DIVISION.

       FILE SECTION.
      *              CADMOVCA: transacoes de candidatos - tipo do
      *              movimento seguido dos campos digitados da
      *              inscricao (os campos de resultado sao so do
      *              EX79). Na alteracao valem todos os campos
      *              informados; na exclusao basta a inscricao.
       FD CADMOVCA
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
           02 TURMA-MOV      PIC X(03).
           02 NOTAS-MOV.
               03 NOTA1-MOV  PIC 9(02)V99.
               03 NOTA2-MOV  PIC 9(02)V99.
               03 NOTA3-MOV  PIC 9(02)V99.

       FD CADCAN
           LABEL RECORD ARE STANDARD.

           COPY CADCAN.

       FD CADTUR
           LABEL RECORD ARE STANDARD.

           COPY CADTUR.

      *              CADRJCA: transacoes rejeitadas, no mesmo leiaute
      *              do arquivo de entrada mais o codigo do motivo.
       FD CADRJCA
           LABEL RECORD ARE STANDARD.

       01 REG-RJC.
           02 MOV-RJC     PIC X(50).
           02 MOTIVO-RJC  PIC X(03).

       FD CADAUD
           LABEL RECORD ARE STANDARD.

           COPY CADAUD.

      *              CADDTM: data de movimento (AAAAMMDD) do lote.
      *              Opcional - se ausente, vale o relogio da maquina.
       FD CADDTM
           LABEL RECORD ARE STANDARD.

       01 REG-DTM.
           02 DATA-DTM       PIC 9(08).

      *              CADSEL: ancora do lacre encadeado de CADAUD e
      *              CADSEG (ultima sequencia e ultimo selo de cada
      *              trilha).
       FD CADSEL
           LABEL RECORD ARE STANDARD.

           COPY CADSEL.

       WORKING-STORAGE SECTION.
       77 FIM-CADMOVCA  PIC X(03) VALUE "NAO".
       77 FIM-CADCAN    PIC X(03) VALUE "NAO".
       77 FIM-CADTUR    PIC X(03) VALUE "NAO".
       77 WS-ACHOU      PIC X(03) VALUE "NAO".
       77 FS-CADMOVCA   PIC X(02) VALUE "00".
       77 FS-CADCAN     PIC X(02) VALUE "00".
       77 FS-CADTUR     PIC X(02) VALUE "00".
       77 FS-CADRJCA    PIC X(02) VALUE "00".
       77 FS-CADAUD     PIC X(02) VALUE "00".
       77 FS-CADDTM     PIC X(02) VALUE "00".
       77 WS-DATA-MOV   PIC 9(08) VALUE 0.
       77 WS-MOTIVO-REJ PIC X(03) VALUE SPACES.
       77 WS-OPERADOR   PIC X(05) VALUE SPACES.
      *              O registro de candidato passa de 64 posicoes: as
      *              imagens seguem nas areas de extensao da trilha.
       77 WS-ANTES      PIC X(72) VALUE SPACES.
       77 WS-DEPOIS     PIC X(72) VALUE SPACES.

       77 CONT-INC      PIC 9(05) VALUE 0.
       77 CONT-ALT      PIC 9(05) VALUE 0.
       77 CONT-EXC      PIC 9(05) VALUE 0.
       77 CONT-REJ      PIC 9(05) VALUE 0.

      *              Catalogo de turmas em memoria. Ausente, a turma
      *              pretendida segue sem validacao (QTD-TUR = 0),
      *              como no EX13.
       77 QTD-TUR       PIC 9(02) VALUE 0.
       77 IDX-TUR       PIC 9(02) VALUE 0.
       77 IDX-TUR-ACH   PIC 9(02) VALUE 0.
       01 TABELA-TUR.
           02 TUR-ITEM OCCURS 50 TIMES.
               03 TURMA-TUR-TAB PIC X(03).

      *              Registro de candidatos em memoria (2000
      *              inscricoes e folga para um processo seletivo).
      *              EXCL marca os excluidos, que nao voltam para o
      *              arquivo na regravacao.
       77 QTD-CAN       PIC 9(04) VALUE 0.
       77 IDX-CAN       PIC 9(04) VALUE 0.
       77 IDX-CAN-ACH   PIC 9(04) VALUE 0.
       01 TABELA-CAN.
           02 CAN-ITEM OCCURS 1 TO 2000 TIMES
               DEPENDING ON QTD-CAN.
               03 NUM-CAN-TAB     PIC 9(05).
               03 NOME-CAN-TAB    PIC X(20).
               03 SEXO-CAN-TAB    PIC X(01).
               03 NASC-CAN-TAB    PIC X(08).
               03 TURMA-CAN-TAB   PIC X(03).
               03 NOTAS-CAN-TAB   PIC X(12).
               03 SIT-CAN-TAB     PIC X(01).
               03 CLASS-CAN-TAB   PIC 9(03).
               03 MATRIC-CAN-TAB  PIC 9(05).
               03 DATA-CLS-CAN-TAB PIC 9(08).
               03 EXCL-CAN-TAB    PIC X(01).

      *              Nomes fisicos dos arquivos, com o valor original
      *              como default, substituiveis em tempo de execucao
      *              por variaveis de ambiente (ver LERNOMESARQUIVOS).
       77 WS-CADMOVCA-ARQ PIC X(40) VALUE "CADMOVCA.DAT".
       77 WS-CADCAN-ARQ   PIC X(40) VALUE "CADCAN.DAT".
       77 WS-CADTUR-ARQ   PIC X(40) VALUE "CADTUR.DAT".
       77 WS-CADRJCA-ARQ  PIC X(40) VALUE "CADRJCA.DAT".
       77 WS-CADAUD-ARQ   PIC X(40) VALUE "CADAUD.DAT".
       77 WS-CADSEL-ARQ   PIC X(40) VALUE "CADSEL.DAT".
       77 WS-CADDTM-ARQ   PIC X(40) VALUE "CADDTM.DAT".
       77 WS-ENV-TEMP     PIC X(40).

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
               UNTIL FIM-CADMOVCA EQUAL "SIM".
           PERFORM TERMINO.
           STOP RUN.

       LERNOMESARQUIVOS.
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADMOVCA"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADMOVCA-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADCAN"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADCAN-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADTUR"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADTUR-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADRJCA"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADRJCA-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADAUD"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADAUD-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADSEL"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADSEL-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADDTM"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADDTM-ARQ
           END-IF
           ACCEPT WS-OPERADOR FROM ENVIRONMENT "OPERADOR".

       INICIO.
           PERFORM LERDATAMOV.
           PERFORM CARREGARCATALOGOTURMAS.
           PERFORM CARREGARCANDIDATOS.
           OPEN INPUT CADMOVCA
           IF FS-CADMOVCA NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADMOVCA-ARQ)
                   " - FILE STATUS " FS-CADMOVCA
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT CADRJCA
           IF FS-CADRJCA NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADRJCA-ARQ)
                   " - FILE STATUS " FS-CADRJCA
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LERMOV.

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

      *              Catalogo de turmas: opcional, como no EX13.
       CARREGARCATALOGOTURMAS.
           OPEN INPUT CADTUR
           IF FS-CADTUR = "00"
               PERFORM LERTURMACAT UNTIL FIM-CADTUR = "SIM"
               CLOSE CADTUR
           END-IF.

       LERTURMACAT.
           READ CADTUR
               AT END
                   MOVE "SIM" TO FIM-CADTUR
               NOT AT END
                   IF QTD-TUR = 50
                       DISPLAY "EX78 - MAIS DE 50 TURMAS NO "
                           "CATALOGO - RODADA ABORTADA"
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO QTD-TUR
                   MOVE TURMA-TUR TO TURMA-TUR-TAB(QTD-TUR)
           END-READ.

      *              Registro atual em memoria. Ausente na primeira
      *              rodada - comeca vazio.
       CARREGARCANDIDATOS.
           OPEN INPUT CADCAN
           IF FS-CADCAN = "00"
               PERFORM LERCANDIDATO UNTIL FIM-CADCAN = "SIM"
               CLOSE CADCAN
           END-IF.

       LERCANDIDATO.
           READ CADCAN
               AT END
                   MOVE "SIM" TO FIM-CADCAN
               NOT AT END
                   IF QTD-CAN = 2000
                       DISPLAY "EX78 - MAIS DE 2000 CANDIDATOS - "
                           "RODADA ABORTADA"
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO QTD-CAN
                   MOVE NUM-CAN      TO NUM-CAN-TAB(QTD-CAN)
                   MOVE NOME-CAN     TO NOME-CAN-TAB(QTD-CAN)
                   MOVE SEXO-CAN     TO SEXO-CAN-TAB(QTD-CAN)
                   MOVE DATANASC-CAN TO NASC-CAN-TAB(QTD-CAN)
                   MOVE TURMA-CAN    TO TURMA-CAN-TAB(QTD-CAN)
                   MOVE NOTAS-CAN    TO NOTAS-CAN-TAB(QTD-CAN)
                   MOVE SIT-CAN      TO SIT-CAN-TAB(QTD-CAN)
                   MOVE CLASS-CAN    TO CLASS-CAN-TAB(QTD-CAN)
                   MOVE MATRIC-CAN   TO MATRIC-CAN-TAB(QTD-CAN)
                   MOVE DATA-CLS-CAN TO DATA-CLS-CAN-TAB(QTD-CAN)
                   MOVE "N"          TO EXCL-CAN-TAB(QTD-CAN)
           END-READ.

       LERMOV.
           READ CADMOVCA
               AT END MOVE "SIM" TO FIM-CADMOVCA.

       PRINCIPAL.
           PERFORM PROCESSARMOV.
           PERFORM LERMOV.

      *              Busca a inscricao da transacao entre as ativas
      *              da tabela; quando acha, guarda a imagem antes.
       LOCALIZAR.
           MOVE "NAO" TO WS-ACHOU
           MOVE SPACES TO WS-ANTES
           MOVE 0 TO IDX-CAN-ACH
           PERFORM VARYING IDX-CAN FROM 1 BY 1
               UNTIL IDX-CAN > QTD-CAN
               IF NUM-CAN-TAB(IDX-CAN) = NUM-MOV
                   AND EXCL-CAN-TAB(IDX-CAN) = "N"
                   MOVE IDX-CAN TO IDX-CAN-ACH
                   MOVE "SIM" TO WS-ACHOU
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-ACHOU = "SIM"
               PERFORM MONTARIMAGEM
               MOVE REG-CAN TO WS-ANTES
           END-IF.

       MONTARIMAGEM.
           MOVE NUM-CAN-TAB(IDX-CAN-ACH)      TO NUM-CAN
           MOVE NOME-CAN-TAB(IDX-CAN-ACH)     TO NOME-CAN
           MOVE SEXO-CAN-TAB(IDX-CAN-ACH)     TO SEXO-CAN
           MOVE NASC-CAN-TAB(IDX-CAN-ACH)     TO DATANASC-CAN
           MOVE TURMA-CAN-TAB(IDX-CAN-ACH)    TO TURMA-CAN
           MOVE NOTAS-CAN-TAB(IDX-CAN-ACH)    TO NOTAS-CAN
           MOVE SIT-CAN-TAB(IDX-CAN-ACH)      TO SIT-CAN
           MOVE CLASS-CAN-TAB(IDX-CAN-ACH)    TO CLASS-CAN
           MOVE MATRIC-CAN-TAB(IDX-CAN-ACH)   TO MATRIC-CAN
           MOVE DATA-CLS-CAN-TAB(IDX-CAN-ACH) TO DATA-CLS-CAN.

       PROCESSARMOV.
           MOVE SPACES TO WS-MOTIVO-REJ
           PERFORM LOCALIZAR
           EVALUATE TIPO-MOV
               WHEN "A"
                   IF WS-ACHOU = "SIM"
                       DISPLAY "EX78 - INCLUSAO REJEITADA, JA EXISTE: "
                           NUM-MOV
                       MOVE "JAE" TO WS-MOTIVO-REJ
                   ELSE
                       PERFORM VALIDARDADOS
                   END-IF
                   IF WS-MOTIVO-REJ = SPACES
                       PERFORM INCLUIR
                   END-IF
               WHEN "C"
                   PERFORM VALIDARALTERACAO
                   IF WS-MOTIVO-REJ = SPACES
                       PERFORM ALTERAR
                   END-IF
               WHEN "E"
                   PERFORM VALIDAREXCLUSAO
                   IF WS-MOTIVO-REJ = SPACES
                       PERFORM EXCLUIR
                   END-IF
               WHEN OTHER
                   DISPLAY "EX78 - TIPO DE MOVIMENTO INVALIDO: "
                       TIPO-MOV
                   MOVE "TIP" TO WS-MOTIVO-REJ
           END-EVALUATE
           IF WS-MOTIVO-REJ NOT = SPACES
               PERFORM GRAVARREJEITO
           END-IF.

       VALIDARALTERACAO.
           IF WS-ACHOU = "NAO"
               DISPLAY "EX78 - ALTERACAO REJEITADA, NAO ACHOU: "
                   NUM-MOV
               MOVE "NAO" TO WS-MOTIVO-REJ
           ELSE
               PERFORM VALIDARCLASSIFICADO
               IF WS-MOTIVO-REJ = SPACES
                   PERFORM VALIDARDADOS
               END-IF
           END-IF.

       VALIDAREXCLUSAO.
           IF WS-ACHOU = "NAO"
               DISPLAY "EX78 - EXCLUSAO REJEITADA, NAO ACHOU: "
                   NUM-MOV
               MOVE "NAO" TO WS-MOTIVO-REJ
           ELSE
               PERFORM VALIDARCLASSIFICADO
           END-IF.

      *              Depois da classificacao o resultado esta
      *              publicado e o movimento do mestre gerado: a
      *              inscricao fica congelada.
       VALIDARCLASSIFICADO.
           IF SIT-CAN-TAB(IDX-CAN-ACH) NOT = SPACE
               DISPLAY "EX78 - CANDIDATO JA CLASSIFICADO, "
                   "MOVIMENTO REJEITADO: " NUM-MOV
                   " SITUACAO " SIT-CAN-TAB(IDX-CAN-ACH)
               MOVE "PRC" TO WS-MOTIVO-REJ
           END-IF.

      *              Nome preenchido, sexo M ou F e data de
      *              nascimento plausivel (criterios da critica
      *              EX32), turma do catalogo e as tres notas
      *              numericas de 00,00 a 10,00.
       VALIDARDADOS.
           EVALUATE TRUE
               WHEN NOME-MOV = SPACES
                   DISPLAY "EX78 - CANDIDATO REJEITADO, NOME EM "
                       "BRANCO: " NUM-MOV
                   MOVE "NOM" TO WS-MOTIVO-REJ
               WHEN SEXO-MOV NOT = "M" AND SEXO-MOV NOT = "F"
                   DISPLAY "EX78 - CANDIDATO REJEITADO, SEXO "
                       "INVALIDO: " NUM-MOV " " SEXO-MOV
                   MOVE "SEX" TO WS-MOTIVO-REJ
               WHEN DATANASC-MOV IS NOT NUMERIC
                   DISPLAY "EX78 - CANDIDATO REJEITADO, DATA DE "
                       "NASCIMENTO INVALIDA: " NUM-MOV
                   MOVE "NAS" TO WS-MOTIVO-REJ
               WHEN DD-MOV < 1 OR DD-MOV > 31
                   OR MM-MOV < 1 OR MM-MOV > 12
                   OR AA-MOV < 1900 OR AA-MOV > 2100
                   DISPLAY "EX78 - CANDIDATO REJEITADO, DATA DE "
                       "NASCIMENTO INVALIDA: " NUM-MOV " "
                       DATANASC-MOV
                   MOVE "NAS" TO WS-MOTIVO-REJ
               WHEN NOTAS-MOV IS NOT NUMERIC
                   OR NOTA1-MOV > 10 OR NOTA2-MOV > 10
                   OR NOTA3-MOV > 10
                   DISPLAY "EX78 - CANDIDATO REJEITADO, NOTA "
                       "INVALIDA: " NUM-MOV
                   MOVE "NOT" TO WS-MOTIVO-REJ
           END-EVALUATE
           IF WS-MOTIVO-REJ = SPACES AND QTD-TUR > 0
               MOVE 0 TO IDX-TUR-ACH
               PERFORM VARYING IDX-TUR FROM 1 BY 1
                   UNTIL IDX-TUR > QTD-TUR
                   IF TURMA-TUR-TAB(IDX-TUR) = TURMA-MOV
                       MOVE IDX-TUR TO IDX-TUR-ACH
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF IDX-TUR-ACH = 0
                   DISPLAY "EX78 - CANDIDATO REJEITADO, TURMA "
                       "INEXISTENTE NO CATALOGO: " NUM-MOV
                       " TURMA " TURMA-MOV
                   MOVE "TUR" TO WS-MOTIVO-REJ
               END-IF
           END-IF.

       INCLUIR.
           IF QTD-CAN = 2000
               DISPLAY "EX78 - MAIS DE 2000 CANDIDATOS - "
                   "RODADA ABORTADA"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO QTD-CAN
           MOVE QTD-CAN TO IDX-CAN-ACH
           MOVE NUM-MOV TO NUM-CAN-TAB(IDX-CAN-ACH)
           MOVE SPACE   TO SIT-CAN-TAB(IDX-CAN-ACH)
           MOVE 0       TO CLASS-CAN-TAB(IDX-CAN-ACH)
           MOVE 0       TO MATRIC-CAN-TAB(IDX-CAN-ACH)
           MOVE 0       TO DATA-CLS-CAN-TAB(IDX-CAN-ACH)
           MOVE "N"     TO EXCL-CAN-TAB(IDX-CAN-ACH)
           PERFORM TRANSFERIRDADOS
           PERFORM MONTARIMAGEM
           MOVE REG-CAN TO WS-DEPOIS
           PERFORM GRAVARAUDITORIA
           ADD 1 TO CONT-INC.

       ALTERAR.
           PERFORM TRANSFERIRDADOS
           PERFORM MONTARIMAGEM
           MOVE REG-CAN TO WS-DEPOIS
           PERFORM GRAVARAUDITORIA
           ADD 1 TO CONT-ALT.

       TRANSFERIRDADOS.
           MOVE NOME-MOV     TO NOME-CAN-TAB(IDX-CAN-ACH)
           MOVE SEXO-MOV     TO SEXO-CAN-TAB(IDX-CAN-ACH)
           MOVE DATANASC-MOV TO NASC-CAN-TAB(IDX-CAN-ACH)
           MOVE TURMA-MOV    TO TURMA-CAN-TAB(IDX-CAN-ACH)
           MOVE NOTAS-MOV    TO NOTAS-CAN-TAB(IDX-CAN-ACH).

       EXCLUIR.
           MOVE "S" TO EXCL-CAN-TAB(IDX-CAN-ACH)
           MOVE SPACES TO WS-DEPOIS
           PERFORM GRAVARAUDITORIA
           ADD 1 TO CONT-EXC.

      *              Acrescenta uma entrada na trilha de auditoria
      *              CADAUD para a transacao recem-aplicada, com as
      *              imagens antes e depois preparadas pelo chamador.
       GRAVARAUDITORIA.
           OPEN EXTEND CADAUD
           IF FS-CADAUD = "35" OR FS-CADAUD = "05"
               OPEN OUTPUT CADAUD
               CLOSE CADAUD
               OPEN EXTEND CADAUD
           END-IF
           IF FS-CADAUD NOT = "00"
               DISPLAY "EX78 - ERRO AO ABRIR "
                   FUNCTION TRIM(WS-CADAUD-ARQ)
                   " - FILE STATUS " FS-CADAUD
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-DATA-MOV TO DATA-AUD
           MOVE "EX78"      TO PROG-AUD
           MOVE TIPO-MOV    TO TIPO-AUD
           MOVE NUM-MOV     TO CHAVE-AUD
           MOVE WS-ANTES    TO ANTES-AUD
           MOVE WS-DEPOIS   TO DEPOIS-AUD
           MOVE WS-ANTES(65:8)  TO ANTES-EXT-AUD
           MOVE WS-DEPOIS(65:8) TO DEPOIS-EXT-AUD
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
               DISPLAY "EX78 - ERRO AO ABRIR "
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

       GRAVARREJEITO.
           MOVE REG-MOV       TO MOV-RJC
           MOVE WS-MOTIVO-REJ TO MOTIVO-RJC
           WRITE REG-RJC
           ADD 1 TO CONT-REJ.

      *              Regrava o registro inteiro em ordem de
      *              inscricao, sem os excluidos.
       REGRAVARCANDIDATOS.
           IF QTD-CAN > 1
               SORT CAN-ITEM ON ASCENDING KEY NUM-CAN-TAB
           END-IF
           OPEN OUTPUT CADCAN
           IF FS-CADCAN NOT = "00"
               DISPLAY "EX78 - ERRO AO REGRAVAR "
                   FUNCTION TRIM(WS-CADCAN-ARQ)
                   " - FILE STATUS " FS-CADCAN
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING IDX-CAN FROM 1 BY 1
               UNTIL IDX-CAN > QTD-CAN
               IF EXCL-CAN-TAB(IDX-CAN) = "N"
                   MOVE IDX-CAN TO IDX-CAN-ACH
                   PERFORM MONTARIMAGEM
                   WRITE REG-CAN
               END-IF
           END-PERFORM
           CLOSE CADCAN.

       TERMINO.
           PERFORM REGRAVARCANDIDATOS.
           CLOSE CADMOVCA CADRJCA.
           DISPLAY "EX78 - INCLUSOES: "  CONT-INC
               " ALTERACOES: " CONT-ALT
               " EXCLUSOES: "  CONT-EXC
               " REJEITADAS: " CONT-REJ.
