       IDENTIFICATION DIVISION.
       PROGRAM-ID.   EX67.
       AUTHOR.       ERIKA ROCHA.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 10-10-2025.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.      MANUTENCAO DO REGISTRO DE AFASTAMENTOS
      *              (CADAFA), NO MOLDE DAS MANUTENCOES DO EX14. LE
      *              AS TRANSACOES DE CADMOVAF (A = INCLUSAO, C =
      *              ALTERACAO DO TIPO E/OU DA DATA DE RETORNO, E =
      *              EXCLUSAO, CHAVEADAS POR FUNCIONARIO + DATA DE
      *              INICIO), VALIDA O FUNCIONARIO NO MESTRE
      *              INDEXADO CADFUN, O TIPO (DO = DOENCA, AT =
      *              ACIDENTE DE TRABALHO, MA = LICENCA-MATERNIDADE,
      *              SR = LICENCA SEM REMUNERACAO) E AS DATAS, E
      *              RECUSA AFASTAMENTO QUE SE SOBREPOE A OUTRO DO
      *              MESMO FUNCIONARIO. O REGISTRO E CARREGADO EM
      *              MEMORIA, RECEBE AS TRANSACOES ACEITAS E E
      *              REGRAVADO INTEIRO EM ORDEM DE FUNCIONARIO/
      *              INICIO; CADA TRANSACAO APLICADA GANHA UMA
      *              ENTRADA NA TRILHA CADAUD (PROG EX67) COM AS
      *              IMAGENS ANTES/DEPOIS DO AFASTAMENTO. REJEITADAS
      *              VAO PARA CADRJAF COM O CODIGO DO MOTIVO (FUN =
      *              FUNCIONARIO FORA DO MESTRE, TPA = TIPO DE
      *              AFASTAMENTO INVALIDO, DAT = DATAS INVALIDAS,
      *              JAE = JA EXISTE, NAO = NAO ACHOU, SOB =
      *              SOBREPOSICAO, TIP = TIPO DE MOVIMENTO INVALIDO).
      *              O REGISTRO ALIMENTA OS DIAS PAGOS DA FOLHA
      *              (EX08), OS MESES DO DECIMO TERCEIRO (EX12), O
      *              PERIODO AQUISITIVO DAS FERIAS (EX38) E O
      *              RELATORIO MENSAL DE AFASTADOS (EX68) - ACABOU O
      *              CONTROLE EM PAPEL.
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
      *              CADFUN e o mestre indexado gerado pelo conversor
      *              EX18; aqui e consultado por chave para validar o
      *              funcionario do afastamento.
           SELECT CADFUN   ASSIGN TO DYNAMIC WS-CADFUN-ARQ
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS COD-ENT
           FILE STATUS IS FS-CADFUN.
           SELECT CADMOVAF ASSIGN TO DYNAMIC WS-CADMOVAF-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADMOVAF.
           SELECT CADAFA   ASSIGN TO DYNAMIC WS-CADAFA-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADAFA.
           SELECT CADRJAF  ASSIGN TO DYNAMIC WS-CADRJAF-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADRJAF.
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
       FD CADFUN
           LABEL RECORD ARE STANDARD.

           COPY CADFUN.

      *              CADMOVAF: transacoes de afastamento - tipo do
      *              movimento, funcionario, tipo do afastamento,
      *              inicio e fim (AAAAMMDD; fim zerado = em aberto).
      *              Na alteracao, a chave e funcionario + inicio e
      *              valem o tipo e o fim informados.
       FD CADMOVAF
           LABEL RECORD ARE STANDARD.

       01 REG-MOV.
           02 TIPO-MOV      PIC X(01).
           02 COD-MOV       PIC 9(05).
           02 TPAFA-MOV     PIC X(02).
           02 INICIO-MOV    PIC 9(08).
           02 FIM-MOV       PIC 9(08).

       FD CADAFA
           LABEL RECORD ARE STANDARD.

           COPY CADAFA.

      *              CADRJAF: transacoes rejeitadas, no mesmo leiaute
      *              do arquivo de entrada mais o codigo do motivo.
       FD CADRJAF
           LABEL RECORD ARE STANDARD.

       01 REG-RJA.
           02 MOV-RJA     PIC X(24).
           02 MOTIVO-RJA  PIC X(03).

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
       77 FIM-CADMOVAF  PIC X(03) VALUE "NAO".
       77 FIM-CADAFA    PIC X(03) VALUE "NAO".
       77 WS-ACHOU      PIC X(03) VALUE "NAO".
       77 FS-CADFUN     PIC X(02) VALUE "00".
       77 FS-CADMOVAF   PIC X(02) VALUE "00".
       77 FS-CADAFA     PIC X(02) VALUE "00".
       77 FS-CADRJAF    PIC X(02) VALUE "00".
       77 FS-CADAUD     PIC X(02) VALUE "00".
       77 FS-CADDTM     PIC X(02) VALUE "00".
       77 WS-DATA-MOV   PIC 9(08) VALUE 0.
       77 WS-MOTIVO-REJ PIC X(03) VALUE SPACES.
       77 WS-OPERADOR   PIC X(05) VALUE SPACES.
       77 WS-ANTES      PIC X(64) VALUE SPACES.
       77 WS-DEPOIS     PIC X(64) VALUE SPACES.

       77 CONT-INC      PIC 9(05) VALUE 0.
       77 CONT-ALT      PIC 9(05) VALUE 0.
       77 CONT-EXC      PIC 9(05) VALUE 0.
       77 CONT-REJ      PIC 9(05) VALUE 0.

      *              Conferencia de datas e de sobreposicao: o fim
      *              em aberto vale como o maior dia possivel.
       77 WS-DATA-TST   PIC 9(08) VALUE 0.
       77 WS-DATA-OK    PIC X(01) VALUE "S".
       77 WS-FIM-NOVO   PIC 9(08) VALUE 0.
       77 WS-FIM-TAB    PIC 9(08) VALUE 0.
       77 WS-SOBREPOE   PIC X(01) VALUE "N".

      *              Registro de afastamentos em memoria (2000 e
      *              folga para o quadro). EXCL marca os excluidos,
      *              que nao voltam para o arquivo na regravacao.
       77 QTD-AFA       PIC 9(04) VALUE 0.
       77 IDX-AFA       PIC 9(04) VALUE 0.
       77 IDX-AFA-ACH   PIC 9(04) VALUE 0.
       01 TABELA-AFA.
           02 AFA-ITEM OCCURS 1 TO 2000 TIMES
               DEPENDING ON QTD-AFA.
               03 COD-AFA-TAB    PIC 9(05).
               03 INICIO-AFA-TAB PIC 9(08).
               03 TIPO-AFA-TAB   PIC X(02).
               03 FIM-AFA-TAB    PIC 9(08).
               03 EXCL-AFA-TAB   PIC X(01).

      *              Nomes fisicos dos arquivos, com o valor original
      *              como default, substituiveis em tempo de execucao
      *              por variaveis de ambiente (ver LERNOMESARQUIVOS).
       77 WS-CADFUN-ARQ   PIC X(40) VALUE "CADFUN.DAT".
       77 WS-CADMOVAF-ARQ PIC X(40) VALUE "CADMOVAF.DAT".
       77 WS-CADAFA-ARQ   PIC X(40) VALUE "CADAFA.DAT".
       77 WS-CADRJAF-ARQ  PIC X(40) VALUE "CADRJAF.DAT".
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
               UNTIL FIM-CADMOVAF EQUAL "SIM".
           PERFORM TERMINO.
           STOP RUN.

       LERNOMESARQUIVOS.
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADFUN"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADFUN-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADMOVAF"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADMOVAF-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADAFA"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADAFA-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADRJAF"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADRJAF-ARQ
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
           PERFORM CARREGARAFASTAMENTOS.
           OPEN INPUT CADFUN
           IF FS-CADFUN NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADFUN-ARQ)
                   " - FILE STATUS " FS-CADFUN
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CADMOVAF
           IF FS-CADMOVAF NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADMOVAF-ARQ)
                   " - FILE STATUS " FS-CADMOVAF
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT CADRJAF
           IF FS-CADRJAF NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADRJAF-ARQ)
                   " - FILE STATUS " FS-CADRJAF
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

      *              Registro atual em memoria. Ausente na primeira
      *              rodada - comeca vazio.
       CARREGARAFASTAMENTOS.
           OPEN INPUT CADAFA
           IF FS-CADAFA = "00"
               PERFORM LERAFASTAMENTO UNTIL FIM-CADAFA = "SIM"
               CLOSE CADAFA
           END-IF.

       LERAFASTAMENTO.
           READ CADAFA
               AT END
                   MOVE "SIM" TO FIM-CADAFA
               NOT AT END
                   IF QTD-AFA = 2000
                       DISPLAY "EX67 - MAIS DE 2000 AFASTAMENTOS - "
                           "RODADA ABORTADA"
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO QTD-AFA
                   MOVE COD-AFA    TO COD-AFA-TAB(QTD-AFA)
                   MOVE INICIO-AFA TO INICIO-AFA-TAB(QTD-AFA)
                   MOVE TIPO-AFA   TO TIPO-AFA-TAB(QTD-AFA)
                   MOVE FIM-AFA    TO FIM-AFA-TAB(QTD-AFA)
                   MOVE "N"        TO EXCL-AFA-TAB(QTD-AFA)
           END-READ.

       LERMOV.
           READ CADMOVAF
               AT END MOVE "SIM" TO FIM-CADMOVAF.

       PRINCIPAL.
           PERFORM PROCESSARMOV.
           PERFORM LERMOV.

      *              Busca o afastamento da chave da transacao
      *              (funcionario + inicio) entre os ativos da
      *              tabela; quando acha, guarda a imagem antes.
       LOCALIZAR.
           MOVE "NAO" TO WS-ACHOU
           MOVE SPACES TO WS-ANTES
           MOVE 0 TO IDX-AFA-ACH
           PERFORM VARYING IDX-AFA FROM 1 BY 1
               UNTIL IDX-AFA > QTD-AFA
               IF COD-AFA-TAB(IDX-AFA) = COD-MOV
                   AND INICIO-AFA-TAB(IDX-AFA) = INICIO-MOV
                   AND EXCL-AFA-TAB(IDX-AFA) = "N"
                   MOVE IDX-AFA TO IDX-AFA-ACH
                   MOVE "SIM" TO WS-ACHOU
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-ACHOU = "SIM"
               PERFORM MONTARIMAGEM
               MOVE REG-AFA TO WS-ANTES
           END-IF.

       MONTARIMAGEM.
           MOVE COD-AFA-TAB(IDX-AFA-ACH)    TO COD-AFA
           MOVE TIPO-AFA-TAB(IDX-AFA-ACH)   TO TIPO-AFA
           MOVE INICIO-AFA-TAB(IDX-AFA-ACH) TO INICIO-AFA
           MOVE FIM-AFA-TAB(IDX-AFA-ACH)    TO FIM-AFA.

       PROCESSARMOV.
           MOVE SPACES TO WS-MOTIVO-REJ
           PERFORM LOCALIZAR
           EVALUATE TIPO-MOV
               WHEN "A"
                   PERFORM VALIDARINCLUSAO
                   IF WS-MOTIVO-REJ = SPACES
                       PERFORM INCLUIR
                   END-IF
               WHEN "C"
                   PERFORM VALIDARALTERACAO
                   IF WS-MOTIVO-REJ = SPACES
                       PERFORM ALTERAR
                   END-IF
               WHEN "E"
                   IF WS-ACHOU = "SIM"
                       PERFORM EXCLUIR
                   ELSE
                       DISPLAY "EX67 - EXCLUSAO REJEITADA, NAO ACHOU: "
                           COD-MOV " " INICIO-MOV
                       MOVE "NAO" TO WS-MOTIVO-REJ
                   END-IF
               WHEN OTHER
                   DISPLAY "EX67 - TIPO DE MOVIMENTO INVALIDO: "
                       TIPO-MOV
                   MOVE "TIP" TO WS-MOTIVO-REJ
           END-EVALUATE
           IF WS-MOTIVO-REJ NOT = SPACES
               PERFORM GRAVARREJEITO
           END-IF.

       VALIDARINCLUSAO.
           EVALUATE TRUE
               WHEN WS-ACHOU = "SIM"
                   DISPLAY "EX67 - INCLUSAO REJEITADA, JA EXISTE: "
                       COD-MOV " " INICIO-MOV
                   MOVE "JAE" TO WS-MOTIVO-REJ
               WHEN OTHER
                   MOVE COD-MOV TO COD-ENT
                   READ CADFUN
                       INVALID KEY
                           DISPLAY "EX67 - INCLUSAO REJEITADA, "
                               "FUNCIONARIO FORA DO MESTRE: " COD-MOV
                           MOVE "FUN" TO WS-MOTIVO-REJ
                   END-READ
           END-EVALUATE
           IF WS-MOTIVO-REJ = SPACES
               PERFORM VALIDARDADOS
           END-IF.

       VALIDARALTERACAO.
           IF WS-ACHOU = "NAO"
               DISPLAY "EX67 - ALTERACAO REJEITADA, NAO ACHOU: "
                   COD-MOV " " INICIO-MOV
               MOVE "NAO" TO WS-MOTIVO-REJ
           ELSE
               PERFORM VALIDARDADOS
           END-IF.

      *              Tipo do afastamento, datas validas (fim zerado
      *              ou nao anterior ao inicio) e nenhuma sobreposicao
      *              com outro afastamento ativo do funcionario.
       VALIDARDADOS.
           IF TPAFA-MOV NOT = "DO" AND TPAFA-MOV NOT = "AT"
               AND TPAFA-MOV NOT = "MA" AND TPAFA-MOV NOT = "SR"
               DISPLAY "EX67 - AFASTAMENTO REJEITADO, TIPO "
                   "INVALIDO: " COD-MOV " TIPO " TPAFA-MOV
               MOVE "TPA" TO WS-MOTIVO-REJ
           END-IF
           IF WS-MOTIVO-REJ = SPACES
               MOVE INICIO-MOV TO WS-DATA-TST
               PERFORM VALIDARDATA
               IF WS-DATA-OK = "S" AND FIM-MOV NOT = 0
                   MOVE FIM-MOV TO WS-DATA-TST
                   PERFORM VALIDARDATA
                   IF FIM-MOV < INICIO-MOV
                       MOVE "N" TO WS-DATA-OK
                   END-IF
               END-IF
               IF WS-DATA-OK = "N"
                   DISPLAY "EX67 - AFASTAMENTO REJEITADO, DATAS "
                       "INVALIDAS: " COD-MOV " " INICIO-MOV
                       " A " FIM-MOV
                   MOVE "DAT" TO WS-MOTIVO-REJ
               END-IF
           END-IF
           IF WS-MOTIVO-REJ = SPACES
               PERFORM VERIFICARSOBREPOSICAO
               IF WS-SOBREPOE = "S"
                   DISPLAY "EX67 - AFASTAMENTO REJEITADO, "
                       "SOBREPOE OUTRO DO FUNCIONARIO: " COD-MOV
                       " " INICIO-MOV
                   MOVE "SOB" TO WS-MOTIVO-REJ
               END-IF
           END-IF.

       VALIDARDATA.
           MOVE "S" TO WS-DATA-OK
           IF WS-DATA-TST(1:4) < "1900"
               OR WS-DATA-TST(5:2) < "01" OR WS-DATA-TST(5:2) > "12"
               OR WS-DATA-TST(7:2) < "01" OR WS-DATA-TST(7:2) > "31"
               MOVE "N" TO WS-DATA-OK
           END-IF.

      *              Dois periodos se sobrepoem quando cada um comeca
      *              antes do fim do outro. O proprio afastamento da
      *              chave (alteracao) nao conta.
       VERIFICARSOBREPOSICAO.
           MOVE "N" TO WS-SOBREPOE
           IF FIM-MOV = 0
               MOVE 99999999 TO WS-FIM-NOVO
           ELSE
               MOVE FIM-MOV TO WS-FIM-NOVO
           END-IF
           PERFORM VARYING IDX-AFA FROM 1 BY 1
               UNTIL IDX-AFA > QTD-AFA
               IF COD-AFA-TAB(IDX-AFA) = COD-MOV
                   AND EXCL-AFA-TAB(IDX-AFA) = "N"
                   AND IDX-AFA NOT = IDX-AFA-ACH
                   IF FIM-AFA-TAB(IDX-AFA) = 0
                       MOVE 99999999 TO WS-FIM-TAB
                   ELSE
                       MOVE FIM-AFA-TAB(IDX-AFA) TO WS-FIM-TAB
                   END-IF
                   IF INICIO-AFA-TAB(IDX-AFA) <= WS-FIM-NOVO
                       AND INICIO-MOV <= WS-FIM-TAB
                       MOVE "S" TO WS-SOBREPOE
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM.

       INCLUIR.
           IF QTD-AFA = 2000
               DISPLAY "EX67 - MAIS DE 2000 AFASTAMENTOS - "
                   "RODADA ABORTADA"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO QTD-AFA
           MOVE QTD-AFA    TO IDX-AFA-ACH
           MOVE COD-MOV    TO COD-AFA-TAB(IDX-AFA-ACH)
           MOVE INICIO-MOV TO INICIO-AFA-TAB(IDX-AFA-ACH)
           MOVE TPAFA-MOV  TO TIPO-AFA-TAB(IDX-AFA-ACH)
           MOVE FIM-MOV    TO FIM-AFA-TAB(IDX-AFA-ACH)
           MOVE "N"        TO EXCL-AFA-TAB(IDX-AFA-ACH)
           PERFORM MONTARIMAGEM
           MOVE REG-AFA TO WS-DEPOIS
           PERFORM GRAVARAUDITORIA
           ADD 1 TO CONT-INC.

       ALTERAR.
           MOVE TPAFA-MOV TO TIPO-AFA-TAB(IDX-AFA-ACH)
           MOVE FIM-MOV   TO FIM-AFA-TAB(IDX-AFA-ACH)
           PERFORM MONTARIMAGEM
           MOVE REG-AFA TO WS-DEPOIS
           PERFORM GRAVARAUDITORIA
           ADD 1 TO CONT-ALT.

       EXCLUIR.
           MOVE "S" TO EXCL-AFA-TAB(IDX-AFA-ACH)
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
               DISPLAY "EX67 - ERRO AO ABRIR "
                   FUNCTION TRIM(WS-CADAUD-ARQ)
                   " - FILE STATUS " FS-CADAUD
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-DATA-MOV TO DATA-AUD
           MOVE "EX67"      TO PROG-AUD
           MOVE TIPO-MOV    TO TIPO-AUD
           MOVE COD-MOV     TO CHAVE-AUD
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
               DISPLAY "EX67 - ERRO AO ABRIR "
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
           MOVE REG-MOV       TO MOV-RJA
           MOVE WS-MOTIVO-REJ TO MOTIVO-RJA
           WRITE REG-RJA
           ADD 1 TO CONT-REJ.

      *              Regrava o registro inteiro em ordem de
      *              funcionario/inicio, sem os excluidos.
       REGRAVARAFASTAMENTOS.
           IF QTD-AFA > 1
               SORT AFA-ITEM ON ASCENDING KEY COD-AFA-TAB
                   INICIO-AFA-TAB
           END-IF
           OPEN OUTPUT CADAFA
           IF FS-CADAFA NOT = "00"
               DISPLAY "EX67 - ERRO AO REGRAVAR "
                   FUNCTION TRIM(WS-CADAFA-ARQ)
                   " - FILE STATUS " FS-CADAFA
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING IDX-AFA FROM 1 BY 1
               UNTIL IDX-AFA > QTD-AFA
               IF EXCL-AFA-TAB(IDX-AFA) = "N"
                   MOVE COD-AFA-TAB(IDX-AFA)    TO COD-AFA
                   MOVE TIPO-AFA-TAB(IDX-AFA)   TO TIPO-AFA
                   MOVE INICIO-AFA-TAB(IDX-AFA) TO INICIO-AFA
                   MOVE FIM-AFA-TAB(IDX-AFA)    TO FIM-AFA
                   WRITE REG-AFA
               END-IF
           END-PERFORM
           CLOSE CADAFA.

       TERMINO.
           PERFORM REGRAVARAFASTAMENTOS.
           CLOSE CADFUN CADMOVAF CADRJAF.
           DISPLAY "EX67 - INCLUSOES: "  CONT-INC
               " ALTERACOES: " CONT-ALT
               " EXCLUSOES: "  CONT-EXC
               " REJEITADAS: " CONT-REJ.
