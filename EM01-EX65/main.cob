      *              GANHA UMA ENTRADA PROPRIA NA TRILHA CADAUD
      *              (PROG EX65, TIPO "Z"), PARA O PROPRIO EXPURGO
      *              FICAR AUDITADO.
      *              O REGISTRO DE CADHIS E COPIADO INTEIRO, COM A
      *              PENSAO ALIMENTICIA QUE O EX08 PASSOU A GRAVAR NO
      *              FIM DELE.
      *              O REGISTRO DE CADAUD TAMBEM E COPIADO INTEIRO, COM
      *              AS EXTENSOES DAS IMAGENS E O APROVADOR DAS
      *              ALTERACOES SALARIAIS APLICADAS PELO EX01.
      *              COMO AS ENTRADAS DE CADAUD SAO LACRADAS EM
      *              CORRENTE (ANCORA CADSEL), O EXPURGO SO COMECA SE A
      *              CORRENTE DA TRILHA VIVA ESTIVER INTEGRA (SENAO A
      *              RODADA E ABORTADA ANTES DE TOCAR EM QUALQUER
      *              ARQUIVO); NA REGRAVACAO, A PARTIR DA PRIMEIRA
      *              ENTRADA ANONIMIZADA OS SELOS SAO RECALCULADOS E A
      *              ANCORA E ATUALIZADA, E O CERTIFICADO REGISTRA A
      *              SEQUENCIA A PARTIR DA QUAL A TRILHA FOI RELACRADA.
      *              A CORRENTE DA TRILHA VIVA PARTE DO ULTIMO SELO DA
      *              GERACAO ARQUIVADA MAIS RECENTE (INDICE CADGLG).
      *              A TRILHA TAMBEM E EXPURGADA NAS ENTRADAS DOS
      *              DEMAIS PROGRAMAS QUE GRAVAM NELA COM A CHAVE DO
      *              ALUNO (EX89 DOCUMENTOS, EX92 IMPORTACAO DE NOTAS)
      *              OU DO FUNCIONARIO (EX67 AFASTAMENTOS, EX77
      *              PENSOES - CUJAS IMAGENS TRAZEM NOME E CONTA DO
      *              BENEFICIARIO - E EX87 FALTAS DE PROFESSOR), A
      *              MESMA LISTA DO DOSSIE DO TITULAR (EX102). AS
      *              PENSOES CADPEN DOS FUNCIONARIOS EXPURGADOS SAO
      *              REGRAVADAS POR ESTAGIO COM O NOME E OS DADOS
      *              BANCARIOS DO BENEFICIARIO ANONIMIZADOS (VALORES
      *              E VIGENCIA FICAM).

       ENVIRONMENT DIVISION.

           SELECT CADHIS2  ASSIGN TO DYNAMIC WS-CADHIS2-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADHIS2.
           SELECT CADPEN   ASSIGN TO DYNAMIC WS-CADPEN-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADPEN.
           SELECT CADPEN2  ASSIGN TO DYNAMIC WS-CADPEN2-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADPEN2.
           SELECT CADAUD   ASSIGN TO DYNAMIC WS-CADAUD-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADAUD.
           SELECT CADSEL   ASSIGN TO DYNAMIC WS-CADSEL-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADSEL.
           SELECT CADGLG   ASSIGN TO DYNAMIC WS-CADGLG-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADGLG.
           SELECT GERLOG   ASSIGN TO DYNAMIC WS-GERLOG-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-GERLOG.
           SELECT CADAUD2  ASSIGN TO DYNAMIC WS-CADAUD2-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADAUD2.
           02 VALORES-HIS   PIC X(28).
           02 COMP-HIS      PIC 9(06).
           02 ENCARGOS-HIS  PIC X(14).
           02 PENSAO-HIS    PIC X(07).

       FD CADHIS2
           LABEL RECORD ARE STANDARD.

       01 REG-HI2          PIC X(86).

       FD CADPEN
           LABEL RECORD ARE STANDARD.

           COPY CADPEN.

       FD CADPEN2
           LABEL RECORD ARE STANDARD.

       01 REG-PE2          PIC X(69).

       FD CADAUD
           LABEL RECORD ARE STANDARD.
           02 ANTES-AU2      PIC X(64).
           02 DEPOIS-AU2     PIC X(64).
           02 OPER-AU2       PIC X(05).
           02 ANTES-EXT-AU2  PIC X(08).
           02 DEPOIS-EXT-AU2 PIC X(08).
           02 APROV-AU2      PIC X(05).
           02 SEQ-AU2        PIC 9(09).
           02 SELO-AU2       PIC 9(09).

      *              CADGLG: indice das geracoes arquivadas das
      *              trilhas. GERLOG: a geracao de CADAUD mais recente,
      *              lida so para obter o ultimo selo dela.
       FD CADGLG
           LABEL RECORD ARE STANDARD.

           COPY CADGLG.

       FD GERLOG
           LABEL RECORD ARE STANDARD.

       01 REG-GERLOG.
           02 FILLER         PIC X(181).
           02 SELO-GERLOG    PIC X(09).

       FD RELLGP
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
       77 FIM-ARQ       PIC X(03) VALUE "NAO".
       77 FS-CADALU     PIC X(02) VALUE "00".
       77 FS-CADCON2    PIC X(02) VALUE "00".
       77 FS-CADHIS     PIC X(02) VALUE "00".
       77 FS-CADHIS2    PIC X(02) VALUE "00".
       77 FS-CADPEN     PIC X(02) VALUE "00".
       77 FS-CADPEN2    PIC X(02) VALUE "00".
       77 FS-CADAUD     PIC X(02) VALUE "00".
       77 FS-CADAUD2    PIC X(02) VALUE "00".
       77 FS-RELLGP     PIC X(02) VALUE "00".
       77 CONT-CON-ANO  PIC 9(05) VALUE 0.
       77 CONT-HIS-ANO  PIC 9(05) VALUE 0.
       77 CONT-AUD-ANO  PIC 9(05) VALUE 0.
       77 CONT-PEN-ANO  PIC 9(05) VALUE 0.

      *              Nomes fisicos dos arquivos, com o valor original
      *              como default, substituiveis em tempo de execucao
       77 WS-CADCON2-ARQ PIC X(40) VALUE "CADCON2.DAT".
       77 WS-CADHIS-ARQ  PIC X(40) VALUE "CADHIS.DAT".
       77 WS-CADHIS2-ARQ PIC X(40) VALUE "CADHIS2.DAT".
       77 WS-CADPEN-ARQ  PIC X(40) VALUE "CADPEN.DAT".
       77 WS-CADPEN2-ARQ PIC X(40) VALUE "CADPEN2.DAT".
       77 WS-CADAUD-ARQ  PIC X(40) VALUE "CADAUD.DAT".
       77 WS-CADSEL-ARQ  PIC X(40) VALUE "CADSEL.DAT".
       77 WS-CADAUD2-ARQ PIC X(40) VALUE "CADAUD2.DAT".
       77 WS-CADGLG-ARQ  PIC X(40) VALUE "CADGLG.DAT".
       77 WS-GERLOG-ARQ  PIC X(40) VALUE SPACES.
       77 WS-RELLGP-ARQ  PIC X(40) VALUE "RELLGP.DAT".
       77 WS-CADDTM-ARQ  PIC X(40) VALUE "CADDTM.DAT".
       77 WS-ENV-TEMP    PIC X(40).

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

      *              Conferencia e relacre da trilha regravada (ver
      *              CONFERIRLACREAUD e RELACRARENTRADAAUD).
       77 FS-CADGLG     PIC X(02) VALUE "00".
       77 FS-GERLOG     PIC X(02) VALUE "00".
       77 FIM-GLG       PIC X(03) VALUE "NAO".
       77 WS-SELO-BASE  PIC 9(09) VALUE 0.
       77 WS-SELO-ANT   PIC 9(09) VALUE 0.
       77 WS-SEQ-ULT    PIC 9(09) VALUE 0.
       77 WS-SEQ-RELACRE PIC 9(09) VALUE 0.
       77 WS-ALTEROU    PIC X(01) VALUE "N".
       77 WS-RELACRAR   PIC X(01) VALUE "N".

       PROCEDURE DIVISION.

       EXECUTAR.
           PERFORM ANONIMIZARFUNCIONARIOS.
           PERFORM ANONIMIZARCONSOLIDADO.
           PERFORM ANONIMIZARHISTORICO.
           PERFORM ANONIMIZARPENSOES.
           PERFORM ANONIMIZARAUDITORIA.
           PERFORM REGISTRAREXPURGO.
           PERFORM TERMINO.
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADHIS2-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADPEN"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADPEN-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADPEN2"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADPEN2-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADAUD"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADAUD-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADSEL"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADSEL-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADGLG"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADGLG-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADAUD2"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADAUD2-ARQ
       INICIO.
           PERFORM LERDATAMOV.
           PERFORM LERCORTE.
           PERFORM CONFERIRLACREAUD.
           ACCEPT WS-OPERADOR FROM ENVIRONMENT "OPERADOR"
           OPEN OUTPUT RELLGP
           IF FS-RELLGP NOT = "00"
           MOVE ALL "-" TO LINHA-LGP
           WRITE LINHA-LGP.

      *              O expurgo regrava CADAUD e relacra a corrente;
      *              antes disso a corrente viva e conferida elo por
      *              elo, para que o relacre nao encubra uma
      *              adulteracao anterior.
       CONFERIRLACREAUD.
           PERFORM LERSELOBASE
           MOVE WS-SELO-BASE TO WS-SELO-ANT
           OPEN INPUT CADAUD
           IF FS-CADAUD = "00"
               PERFORM CONFERIRENTRADAAUD UNTIL FIM-ARQ = "SIM"
               MOVE "NAO" TO FIM-ARQ
               CLOSE CADAUD
           END-IF.

       CONFERIRENTRADAAUD.
           READ CADAUD
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   IF SELO-AUD IS NUMERIC
                       MOVE WS-SELO-ANT TO WS-SELO
                       MOVE REG-AUD     TO WS-AREA-SELO
                       MOVE 181         TO WS-TAM-SELO
                       PERFORM CALCULARSELO
                       IF WS-SELO NOT = SELO-AUD
                           DISPLAY "EX65 - LACRE DE "
                               FUNCTION TRIM(WS-CADAUD-ARQ)
                               " QUEBRADO NA SEQUENCIA " SEQ-AUD
                               " - RODADA ABORTADA"
                           CLOSE CADAUD
                           MOVE 1 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       MOVE SELO-AUD TO WS-SELO-ANT
                   END-IF
           END-READ.

      *              Selo que antecede a primeira entrada lacrada da
      *              trilha viva: o ultimo selo da geracao de CADAUD
      *              arquivada mais recentemente (ultima do indice
      *              CADGLG); sem geracao arquivada, zero.
       LERSELOBASE.
           MOVE 0      TO WS-SELO-BASE
           MOVE SPACES TO WS-GERLOG-ARQ
           MOVE "NAO"  TO FIM-GLG
           OPEN INPUT CADGLG
           IF FS-CADGLG = "00"
               PERFORM LERINDICEGLG UNTIL FIM-GLG = "SIM"
               CLOSE CADGLG
           END-IF
           IF WS-GERLOG-ARQ NOT = SPACES
               OPEN INPUT GERLOG
               IF FS-GERLOG NOT = "00"
                   DISPLAY "EX65 - ERRO AO ABRIR "
                       FUNCTION TRIM(WS-GERLOG-ARQ)
                       " - FILE STATUS " FS-GERLOG
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "NAO" TO FIM-GLG
               PERFORM LERGERACAOLOG UNTIL FIM-GLG = "SIM"
               CLOSE GERLOG
           END-IF.

       LERINDICEGLG.
           READ CADGLG
               AT END
                   MOVE "SIM" TO FIM-GLG
               NOT AT END
                   IF TRILHA-GLG = "CADAUD"
                       MOVE ARQ-GLG TO WS-GERLOG-ARQ
                   END-IF
           END-READ.

       LERGERACAOLOG.
           READ GERLOG
               AT END
                   MOVE "SIM" TO FIM-GLG
               NOT AT END
                   IF SELO-GERLOG IS NUMERIC
                       MOVE SELO-GERLOG TO WS-SELO-BASE
                   END-IF
           END-READ.

      *              Data de movimento do lote: de CADDTM quando
      *              existe; sem ele, o relogio da maquina.
       LERDATAMOV.
               END-IF
           END-PERFORM.

      *              Pensoes alimenticias regravadas por estagio:
      *              nas ordens dos funcionarios do expurgo, nome e
      *              dados bancarios do beneficiario viram a marca de
      *              anonimizacao; valores e vigencia ficam. Sem
      *              CADPEN nao ha pensao a expurgar.
       ANONIMIZARPENSOES.
           OPEN INPUT CADPEN
           IF FS-CADPEN NOT = "00"
               MOVE "CADPEN AUSENTE - PENSOES NAO EXPURGADAS"
                   TO LINHA-LGP
               WRITE LINHA-LGP
           ELSE
               OPEN OUTPUT CADPEN2
               IF FS-CADPEN2 NOT = "00"
                   DISPLAY "ERRO AO ABRIR "
                       FUNCTION TRIM(WS-CADPEN2-ARQ)
                       " - FILE STATUS " FS-CADPEN2
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM REGRAVARPEN UNTIL FIM-ARQ = "SIM"
               MOVE "NAO" TO FIM-ARQ
               CLOSE CADPEN CADPEN2
               MOVE SPACES TO WS-CMD
               STRING "cp " FUNCTION TRIM(WS-CADPEN2-ARQ)
                   " " FUNCTION TRIM(WS-CADPEN-ARQ)
                   DELIMITED BY SIZE INTO WS-CMD
               CALL "SYSTEM" USING WS-CMD
               IF RETURN-CODE NOT = 0
                   DISPLAY "EX65 - ERRO AO ATUALIZAR "
                       FUNCTION TRIM(WS-CADPEN-ARQ)
                       " - CODIGO " RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       REGRAVARPEN.
           READ CADPEN
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   PERFORM LOCALIZARFUNEXP-PEN
                   IF IDX-FUN-ACH NOT = 0
                       AND NOME-PEN NOT = WS-NOME-ANON
                       MOVE WS-NOME-ANON TO NOME-PEN
                       MOVE 0 TO BANCO-PEN
                       MOVE 0 TO AGENCIA-PEN
                       MOVE 0 TO CONTA-PEN
                       ADD 1 TO CONT-PEN-ANO
                   END-IF
                   MOVE REG-PEN TO REG-PE2
                   WRITE REG-PE2
           END-READ.

       LOCALIZARFUNEXP-PEN.
           MOVE 0 TO IDX-FUN-ACH
           PERFORM VARYING IDX-FUN FROM 1 BY 1
               UNTIL IDX-FUN > QTD-FUN
               IF COD-FUN-TAB(IDX-FUN) = COD-PEN
                   MOVE IDX-FUN TO IDX-FUN-ACH
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *              Trilha de auditoria regravada por estagio: as
      *              entradas das chaves expurgadas tem as imagens
      *              antes/depois substituidas pela marca - quem
      *              gravou, quando e o tipo da transacao ficam. O
      *              programa de origem diz se a chave e de aluno
      *              (EX13/EX50/EX89/EX92) ou de funcionario
      *              (EX14/EX16/EX67/EX77/EX87).
       ANONIMIZARAUDITORIA.
           OPEN INPUT CADAUD
           IF FS-CADAUD NOT = "00"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-SELO-BASE TO WS-SELO-ANT
               PERFORM REGRAVARAUD UNTIL FIM-ARQ = "SIM"
               MOVE "NAO" TO FIM-ARQ
               CLOSE CADAUD CADAUD2
                       " - CODIGO " RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-RELACRAR = "S"
                   PERFORM ATUALIZARANCORAAUD
               END-IF
           END-IF.

      *              A trilha relacrada termina com outro selo: a
      *              ancora passa a guardar o selo novo da ultima
      *              entrada (se a ancora nao estiver na mesma
      *              sequencia, fica como esta para o EX101 apontar).
       ATUALIZARANCORAAUD.
           MOVE "CADAUD" TO WS-ARQ-SELO
           PERFORM ABRIRLACRE
           IF SEQ-SEL-TAB(IDX-SEL-ACH) = WS-SEQ-ULT
               MOVE WS-SEQ-ULT  TO WS-SEQ-SELO
               MOVE WS-SELO-ANT TO WS-SELO
               PERFORM FECHARLACRE
           END-IF
           MOVE SPACES TO LINHA-LGP
           STRING "TRILHA CADAUD RELACRADA A PARTIR DA SEQUENCIA "
               WS-SEQ-RELACRE
               DELIMITED BY SIZE INTO LINHA-LGP
           WRITE LINHA-LGP.

       REGRAVARAUD.
           READ CADAUD
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   PERFORM EXPURGARENTRADAAUD
                   PERFORM RELACRARENTRADAAUD
                   MOVE REG-AUD TO REG-AU2
                   WRITE REG-AU2
           END-READ.

       EXPURGARENTRADAAUD.
           MOVE "N" TO WS-ALTEROU
           MOVE 0 TO IDX-ALU-ACH IDX-FUN-ACH
           IF PROG-AUD = "EX13" OR PROG-AUD = "EX50"
               OR PROG-AUD = "EX89" OR PROG-AUD = "EX92"
               PERFORM VARYING IDX-ALU FROM 1 BY 1
                   UNTIL IDX-ALU > QTD-ALU
                   IF NUM-ALU-TAB(IDX-ALU) = CHAVE-AUD
               END-PERFORM
           END-IF
           IF PROG-AUD = "EX14" OR PROG-AUD = "EX16"
               OR PROG-AUD = "EX67" OR PROG-AUD = "EX77"
               OR PROG-AUD = "EX87"
               PERFORM VARYING IDX-FUN FROM 1 BY 1
                   UNTIL IDX-FUN > QTD-FUN
                   IF COD-FUN-TAB(IDX-FUN) = CHAVE-AUD
               AND ANTES-AUD NOT = WS-NOME-ANON
               MOVE WS-NOME-ANON TO ANTES-AUD
               MOVE WS-NOME-ANON TO DEPOIS-AUD
               MOVE SPACES TO ANTES-EXT-AUD DEPOIS-EXT-AUD
               ADD 1 TO CONT-AUD-ANO
               MOVE "S" TO WS-ALTEROU
           END-IF.

      *              Entrada lacrada: a partir da primeira entrada
      *              alterada pelo expurgo, o selo e recalculado sobre
      *              a imagem nova e encadeado no selo (ja recalculado)
      *              da anterior; antes dela vale o selo gravado.
      *              Entradas anteriores ao lacre passam sem selo.
       RELACRARENTRADAAUD.
           IF SELO-AUD IS NUMERIC
               IF WS-ALTEROU = "S" AND WS-RELACRAR = "N"
                   MOVE "S"     TO WS-RELACRAR
                   MOVE SEQ-AUD TO WS-SEQ-RELACRE
               END-IF
               IF WS-RELACRAR = "S"
                   MOVE WS-SELO-ANT TO WS-SELO
                   MOVE REG-AUD     TO WS-AREA-SELO
                   MOVE 181         TO WS-TAM-SELO
                   PERFORM CALCULARSELO
                   MOVE WS-SELO     TO SELO-AUD
               END-IF
               MOVE SELO-AUD TO WS-SELO-ANT
               MOVE SEQ-AUD  TO WS-SEQ-ULT
           END-IF.

      *              O proprio expurgo entra na trilha: uma entrada
           MOVE NUM-ALU-TAB(IDX-ALU) TO CHAVE-AUD
           MOVE SPACES      TO ANTES-AUD
           MOVE SPACES      TO DEPOIS-AUD
           MOVE SPACES      TO ANTES-EXT-AUD DEPOIS-EXT-AUD
           MOVE WS-OPERADOR TO OPER-AUD
           MOVE SPACES      TO APROV-AUD
           PERFORM LACRARAUDITORIA
           WRITE REG-AUD
           PERFORM FECHARLACRE.

       REGISTRARFUNEXP.
           MOVE WS-DATA-MOV TO DATA-AUD
           MOVE COD-FUN-TAB(IDX-FUN) TO CHAVE-AUD
           MOVE SPACES      TO ANTES-AUD
           MOVE SPACES      TO DEPOIS-AUD
           MOVE SPACES      TO ANTES-EXT-AUD DEPOIS-EXT-AUD
           MOVE WS-OPERADOR TO OPER-AUD
           MOVE SPACES      TO APROV-AUD
           PERFORM LACRARAUDITORIA
           WRITE REG-AUD
           PERFORM FECHARLACRE.

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
               DISPLAY "EX65 - ERRO AO ABRIR "
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

       TERMINO.
           MOVE ALL "-" TO LINHA-LGP
               "  TRILHA: " CONT-AUD-ANO
               DELIMITED BY SIZE INTO LINHA-LGP
           WRITE LINHA-LGP
           MOVE SPACES TO LINHA-LGP
           STRING "PENSOES (BENEFICIARIO E CONTA): " CONT-PEN-ANO
               DELIMITED BY SIZE INTO LINHA-LGP
           WRITE LINHA-LGP
           CLOSE RELLGP.
           DISPLAY "EX65 - ALUNOS ANONIMIZADOS: " CONT-ALU-ANO
               " FUNCIONARIOS: " CONT-FUN-ANO
               " CONSOLIDADO: " CONT-CON-ANO
               " HISTORICO: " CONT-HIS-ANO
               " TRILHA: " CONT-AUD-ANO
               " PENSOES: " CONT-PEN-ANO.
