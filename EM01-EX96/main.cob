       IDENTIFICATION DIVISION.
       PROGRAM-ID.   EX96.
       AUTHOR.       ERIKA ROCHA.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 23-10-2025.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.      BAIXA DE COBRANCAS COMO PERDA (DEVEDOR DUVIDOSO)
      *              E ENCAMINHAMENTO A EMPRESA DE COBRANCA. LE AS
      *              TRANSACOES APROVADAS DE CADMOVPD (ALUNO,
      *              COMPETENCIA, TIPO DA COBRANCA E O OPERADOR QUE
      *              APROVOU A BAIXA) E MARCA CADA COBRANCA EM ABERTO
      *              CORRESPONDENTE DE CADCOB COM A SITUACAO "L"
      *              (BAIXADA COMO PERDA), QUE A TIRA DA REMESSA DE
      *              BOLETOS DO EX56, DOS TOTAIS DE INADIMPLENCIA DO
      *              EX27 E DO AGING DO EX95. A COBRANCA CONTINUA EM
      *              CADCOB: PAGAMENTO POSTERIOR (CADPAG OU RETORNO
      *              DO BANCO PELO EX57) AINDA E BAIXADO PELO EX26 E
      *              CONTADO COMO RECUPERACAO. CADCOB E REGRAVADO POR
      *              ESTAGIO (MESMA COPIA VIA CALL "SYSTEM" DO EX58).
      *              A RODADA EXIGE O REGISTRO DE OPERADORES CADOPE E
      *              O OPERADOR DA VARIAVEL DE AMBIENTE OPERADOR
      *              CADASTRADO (COMO NO EX34); O APROVADOR DE CADA
      *              TRANSACAO PRECISA SER OPERADOR COM NIVEL DE
      *              SUPERVISOR (2) - APROVACAO INVALIDA E REJEITADA
      *              E VAI PARA O DIARIO DE SEGURANCA CADSEG.
      *              TRANSACAO REJEITADA SAI EM CADRJPD COM O CODIGO
      *              DO MOTIVO: APR = APROVADOR INVALIDO, DUP =
      *              TRANSACAO REPETIDA, SEM = COBRANCA INEXISTENTE,
      *              SIT = COBRANCA NAO ESTA EM ABERTO (PAGA,
      *              RENEGOCIADA OU JA BAIXADA), VEN = COBRANCA AINDA
      *              NAO VENCIDA.
      *              CADA BAIXA VAI PARA O LIVRO PERMANENTE CADPRD
      *              (SOMENTE-ACRESCIMO, COMO O CADACD) E PARA O
      *              ARQUIVO DE ENCAMINHAMENTO REMAGC, NO LEIAUTE
      *              FIXO DA EMPRESA DE COBRANCA, NO MESMO ESTILO DA
      *              REMESSA DO EX56: HEADER (TIPO 0) COM OS DADOS DA
      *              EMPRESA (CADEMP) E A DATA, UM DETALHE (TIPO 1)
      *              POR COBRANCA BAIXADA COM O ALUNO, O DEVEDOR
      *              (RESPONSAVEL FINANCEIRO DE CADRSP/CADRSL OU O
      *              PROPRIO ALUNO), COMPETENCIA, VENCIMENTO, DIAS DE
      *              ATRASO E VALOR EM CENTAVOS, E TRAILER (TIPO 9)
      *              COM QUANTIDADE E VALOR TOTAL. O RESUMO DA RODADA
      *              SAI EM RELPRD.
      *              AS ENTRADAS GRAVADAS NO DIARIO CADSEG SAO
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
           SELECT CADCOB   ASSIGN TO DYNAMIC WS-CADCOB-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADCOB.
           SELECT CADCOB2  ASSIGN TO DYNAMIC WS-CADCOB2-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADCOB2.
           SELECT CADMOVPD ASSIGN TO DYNAMIC WS-CADMOVPD-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADMOVPD.
           SELECT CADRJPD  ASSIGN TO DYNAMIC WS-CADRJPD-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADRJPD.
           SELECT CADPRD   ASSIGN TO DYNAMIC WS-CADPRD-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADPRD.
           SELECT REMAGC   ASSIGN TO DYNAMIC WS-REMAGC-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REMAGC.
           SELECT RELPRD   ASSIGN TO DYNAMIC WS-RELPRD-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELPRD.
           SELECT CADEMP   ASSIGN TO DYNAMIC WS-CADEMP-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADEMP.
      *              CADALU e o mestre indexado gerado pelo conversor
      *              EX18; aqui e consultado por chave para obter o
      *              nome do aluno.
           SELECT CADALU   ASSIGN TO DYNAMIC WS-CADALU-ARQ
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS NUM-ENT
           FILE STATUS IS FS-CADALU.
           SELECT CADRSP   ASSIGN TO DYNAMIC WS-CADRSP-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADRSP.
           SELECT CADRSL   ASSIGN TO DYNAMIC WS-CADRSL-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADRSL.
           SELECT CADOPE   ASSIGN TO DYNAMIC WS-CADOPE-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADOPE.
           SELECT CADSEG   ASSIGN TO DYNAMIC WS-CADSEG-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADSEG.
           SELECT CADSEL   ASSIGN TO DYNAMIC WS-CADSEL-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADSEL.
           SELECT CADDTM   ASSIGN TO DYNAMIC WS-CADDTM-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADDTM.

       DATA DIVISION.

       FILE SECTION.
       FD CADCOB
           LABEL RECORD ARE STANDARD.

           COPY CADCOB.

      *              CADCOB2: estagio com as cobrancas ja marcadas,
      *              copiado por cima de CADCOB ao final da rodada.
       FD CADCOB2
           LABEL RECORD ARE STANDARD.

       01 REG-CO2.
           02 NUM-CO2       PIC 9(05).
           02 COMP-CO2      PIC 9(06).
           02 VALOR-CO2     PIC 9(05)V99.
           02 SITPG-CO2     PIC X(01).
           02 DTPAG-CO2     PIC 9(08).
           02 VLBRU-CO2     PIC 9(05)V99.
           02 VLDES-CO2     PIC 9(05)V99.
           02 VENC-CO2      PIC 9(08).
           02 MULTA-CO2     PIC 9(05)V99.
           02 JUROS-CO2     PIC 9(05)V99.
           02 TOTREC-CO2    PIC 9(07)V99.
           02 ACORDO-CO2    PIC 9(05).
           02 TIPO-CO2      PIC X(02).

      *              CADMOVPD: transacoes de baixa por perda ja
      *              aprovadas - aluno, competencia e tipo da
      *              cobranca (branco vale "ME") e a identificacao
      *              (CADOPE) do supervisor que aprovou.
       FD CADMOVPD
           LABEL RECORD ARE STANDARD.

       01 REG-MOV.
           02 NUM-MOV       PIC 9(05).
           02 COMP-MOV      PIC 9(06).
           02 TIPO-MOV      PIC X(02).
           02 APROV-MOV     PIC X(05).

      *              CADRJPD: transacoes rejeitadas, no mesmo leiaute
      *              do arquivo de entrada mais o codigo do motivo.
       FD CADRJPD
           LABEL RECORD ARE STANDARD.

       01 REG-RJP.
           02 MOV-RJP       PIC X(18).
           02 MOTIVO-RJP    PIC X(03).

      *              CADPRD: livro permanente das baixas por perda,
      *              somente-acrescimo - uma linha por cobranca
      *              baixada, com a data da baixa, o aprovador, o
      *              operador da rodada e os dias de atraso na data.
       FD CADPRD
           LABEL RECORD ARE STANDARD.

       01 REG-PRD.
           02 NUM-PRD       PIC 9(05).
           02 COMP-PRD      PIC 9(06).
           02 TIPO-PRD      PIC X(02).
           02 VALOR-PRD     PIC 9(05)V99.
           02 VENC-PRD      PIC 9(08).
           02 DATA-PRD      PIC 9(08).
           02 DIAS-PRD      PIC 9(05).
           02 APROV-PRD     PIC X(05).
           02 OPER-PRD      PIC X(05).
           02 RSP-PRD       PIC 9(05).

      *              REMAGC: encaminhamento a empresa de cobranca no
      *              leiaute fixo combinado. TIPO 0 = header, 1 =
      *              detalhe, 9 = trailer. RSP-AGC zerado quando o
      *              devedor e o proprio aluno.
       FD REMAGC
           LABEL RECORD ARE STANDARD.

       01 REG-AGC-HDR.
           02 TIPO-HDR      PIC X(01).
           02 NOME-HDR      PIC X(30).
           02 CNPJ-HDR      PIC 9(14).
           02 DATA-HDR      PIC 9(08).

       01 REG-AGC-DET.
           02 TIPO-DET      PIC X(01).
           02 NUM-DET       PIC 9(05).
           02 ALUNO-DET     PIC X(20).
           02 RSP-DET       PIC 9(05).
           02 DEVEDOR-DET   PIC X(20).
           02 ENDER-DET     PIC X(40).
           02 COMP-DET      PIC 9(06).
           02 VENC-DET      PIC 9(08).
           02 DIAS-DET      PIC 9(05).
           02 VALOR-DET     PIC 9(13).
           02 TIPOCOB-DET   PIC X(02).

       01 REG-AGC-TRL.
           02 TIPO-TRL      PIC X(01).
           02 QTDE-TRL      PIC 9(06).
           02 VALOR-TRL     PIC 9(15).

       FD RELPRD
           LABEL RECORD ARE STANDARD.

       01 LINHA-PRD  PIC X(80).

      *              CADEMP: dados da empresa para o header do
      *              encaminhamento - o mesmo arquivo do EX56.
       FD CADEMP
           LABEL RECORD ARE STANDARD.

       01 REG-EMP.
           02 NOME-EMP      PIC X(30).
           02 CNPJ-EMP      PIC 9(14).

       FD CADALU
           LABEL RECORD ARE STANDARD.

           COPY CADALU.

      *              CADRSP: registro de responsaveis financeiros -
      *              codigo, nome e endereco de cobranca. Opcional.
       FD CADRSP
           LABEL RECORD ARE STANDARD.

       01 REG-RSP.
           02 COD-RSP       PIC 9(05).
           02 NOME-RSP      PIC X(20).
           02 ENDER-RSP     PIC X(40).

      *              CADRSL: vinculo aluno x responsavel financeiro -
      *              um registro por aluno com responsavel. Opcional.
       FD CADRSL
           LABEL RECORD ARE STANDARD.

       01 REG-RSL.
           02 NUM-RSL       PIC 9(05).
           02 RSP-RSL       PIC 9(05).

      *              CADOPE: registro de operadores - identificacao,
      *              nome e nivel de permissao (1 = operacao, 2 =
      *              supervisor). Obrigatorio nesta rodada.
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
       77 FIM-ARQ       PIC X(03) VALUE "NAO".
       77 FS-CADCOB     PIC X(02) VALUE "00".
       77 FS-CADCOB2    PIC X(02) VALUE "00".
       77 FS-CADMOVPD   PIC X(02) VALUE "00".
       77 FS-CADRJPD    PIC X(02) VALUE "00".
       77 FS-CADPRD     PIC X(02) VALUE "00".
       77 FS-REMAGC     PIC X(02) VALUE "00".
       77 FS-RELPRD     PIC X(02) VALUE "00".
       77 FS-CADEMP     PIC X(02) VALUE "00".
       77 FS-CADALU     PIC X(02) VALUE "00".
       77 FS-CADRSP     PIC X(02) VALUE "00".
       77 FS-CADRSL     PIC X(02) VALUE "00".
       77 FS-CADDTM     PIC X(02) VALUE "00".
       77 WS-CMD        PIC X(90) VALUE SPACES.
       77 WS-DATA-MOV   PIC 9(08) VALUE 0.
       77 WS-DATA-BASE  PIC 9(08) VALUE 0.
       77 WS-DIAS-ATR   PIC S9(07) VALUE 0.
       77 WS-TIPO-COB   PIC X(02) VALUE SPACES.
       77 WS-NOME-EMP   PIC X(30) VALUE "EMPRESA NAO CADASTRADA".
       77 WS-CNPJ-EMP   PIC 9(14) VALUE 0.
       77 WS-NOME-ALU   PIC X(20) VALUE SPACES.
       77 WS-CENTAVOS   PIC 9(13) VALUE 0.
       77 SOMA-CENTAVOS PIC 9(15) VALUE 0.

      *              Identificacao do operador da rodada (variavel de
      *              ambiente OPERADOR, validada contra CADOPE) e a
      *              tabela de operadores para conferir o aprovador
      *              de cada transacao.
       77 FS-CADOPE     PIC X(02) VALUE "00".
       77 FS-CADSEG     PIC X(02) VALUE "00".
       77 FIM-OPE       PIC X(03) VALUE "NAO".
       77 WS-OPERADOR   PIC X(05) VALUE SPACES.
       77 WS-OPE-OK     PIC X(01) VALUE "N".
       77 WS-DATA-SEG   PIC 9(08) VALUE 0.
       77 WS-HORA-SEG   PIC 9(08) VALUE 0.
       77 WS-EVENTO-SEG PIC X(40) VALUE SPACES.
       77 QTD-OPE       PIC 9(03) VALUE 0.
       77 IDX-OPE       PIC 9(03) VALUE 0.
       77 WS-APROV-OK   PIC X(01) VALUE "N".
       01 TABELA-OPE.
           02 OPE-ITEM OCCURS 100 TIMES.
               03 ID-OPE-TAB    PIC X(05).
               03 NIVEL-OPE-TAB PIC 9(01).

      *              Responsaveis e vinculos em memoria (mesmos
      *              limites do EX27).
       77 QTD-RSP       PIC 9(03) VALUE 0.
       77 IDX-RSP       PIC 9(03) VALUE 0.
       77 IDX-RSP-ACH   PIC 9(03) VALUE 0.
       01 TABELA-RSP.
           02 RSP-ITEM OCCURS 200 TIMES.
               03 COD-RSP-TAB   PIC 9(05).
               03 NOME-RSP-TAB  PIC X(20).
               03 ENDER-RSP-TAB PIC X(40).
       77 QTD-RSL       PIC 9(03) VALUE 0.
       77 IDX-RSL       PIC 9(03) VALUE 0.
       01 TABELA-RSL.
           02 RSL-ITEM OCCURS 500 TIMES.
               03 NUM-RSL-TAB   PIC 9(05).
               03 RSP-RSL-TAB   PIC 9(05).

      *              Transacoes aceitas na critica, com a situacao de
      *              cada uma na passada por CADCOB: " " = cobranca
      *              ainda nao encontrada, "B" = baixada, "S" =
      *              cobranca fora de aberto, "V" = nao vencida.
       77 QTD-TRN       PIC 9(03) VALUE 0.
       77 IDX-TRN       PIC 9(03) VALUE 0.
       77 IDX-TRN-ACH   PIC 9(03) VALUE 0.
       01 TABELA-TRN.
           02 TRN-ITEM OCCURS 200 TIMES.
               03 MOV-TRN-TAB    PIC X(18).
               03 NUM-TRN-TAB    PIC 9(05).
               03 COMP-TRN-TAB   PIC 9(06).
               03 TIPO-TRN-TAB   PIC X(02).
               03 APROV-TRN-TAB  PIC X(05).
               03 SIT-TRN-TAB    PIC X(01).

       77 CONT-TRN      PIC 9(05) VALUE 0.
       77 CONT-BX       PIC 9(05) VALUE 0.
       77 CONT-REJ      PIC 9(05) VALUE 0.
       77 CONT-COB      PIC 9(07) VALUE 0.
       77 TOT-BX        PIC 9(09)V99 VALUE 0.
       77 WS-VALOR-EDT  PIC ZZ.ZZ9,99.
       77 WS-TOTAL-EDT  PIC ZZ.ZZZ.ZZ9,99.

      *              Nomes fisicos dos arquivos, com o valor original
      *              como default, substituiveis em tempo de execucao
      *              por variaveis de ambiente (ver LERNOMESARQUIVOS).
       77 WS-CADCOB-ARQ   PIC X(40) VALUE "CADCOB.DAT".
       77 WS-CADCOB2-ARQ  PIC X(40) VALUE "CADCOB2.DAT".
       77 WS-CADMOVPD-ARQ PIC X(40) VALUE "CADMOVPD.DAT".
       77 WS-CADRJPD-ARQ  PIC X(40) VALUE "CADRJPD.DAT".
       77 WS-CADPRD-ARQ   PIC X(40) VALUE "CADPRD.DAT".
       77 WS-REMAGC-ARQ   PIC X(40) VALUE "REMAGC.DAT".
       77 WS-RELPRD-ARQ   PIC X(40) VALUE "RELPRD.DAT".
       77 WS-CADEMP-ARQ   PIC X(40) VALUE "CADEMP.DAT".
       77 WS-CADALU-ARQ   PIC X(40) VALUE "CADALU.DAT".
       77 WS-CADRSP-ARQ   PIC X(40) VALUE "CADRSP.DAT".
       77 WS-CADRSL-ARQ   PIC X(40) VALUE "CADRSL.DAT".
       77 WS-CADOPE-ARQ   PIC X(40) VALUE "CADOPE.DAT".
       77 WS-CADSEG-ARQ   PIC X(40) VALUE "CADSEG.DAT".
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
               UNTIL FIM-ARQ EQUAL "SIM".
           PERFORM TERMINO.
           STOP RUN.

       LERNOMESARQUIVOS.
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADCOB"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADCOB-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADCOB2"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADCOB2-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADMOVPD"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADMOVPD-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADRJPD"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADRJPD-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADPRD"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADPRD-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "REMAGC"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-REMAGC-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "RELPRD"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-RELPRD-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADEMP"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADEMP-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADALU"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADALU-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADRSP"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADRSP-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADRSL"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADRSL-ARQ
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
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADDTM"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADDTM-ARQ
           END-IF.

       INICIO.
           PERFORM LERDATAMOV.
           PERFORM VERIFICAROPERADOR.
           PERFORM LEREMPRESA.
           PERFORM CARREGARRESPONSAVEIS.
           OPEN OUTPUT CADRJPD
           IF FS-CADRJPD NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADRJPD-ARQ)
                   " - FILE STATUS " FS-CADRJPD
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CARREGARTRANSACOES.
           OPEN INPUT CADALU
           IF FS-CADALU NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADALU-ARQ)
                   " - FILE STATUS " FS-CADALU
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CADCOB
           IF FS-CADCOB NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADCOB-ARQ)
                   " - FILE STATUS " FS-CADCOB
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT CADCOB2
           IF FS-CADCOB2 NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADCOB2-ARQ)
                   " - FILE STATUS " FS-CADCOB2
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REMAGC
           IF FS-REMAGC NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-REMAGC-ARQ)
                   " - FILE STATUS " FS-REMAGC
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RELPRD
           IF FS-RELPRD NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-RELPRD-ARQ)
                   " - FILE STATUS " FS-RELPRD
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND CADPRD
           IF FS-CADPRD = "35" OR FS-CADPRD = "05"
               OPEN OUTPUT CADPRD
               CLOSE CADPRD
               OPEN EXTEND CADPRD
           END-IF
           IF FS-CADPRD NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADPRD-ARQ)
                   " - FILE STATUS " FS-CADPRD
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM GRAVARHEADER.
           MOVE "BAIXAS COMO PERDA DA RODADA" TO LINHA-PRD
           WRITE LINHA-PRD
           MOVE "ALUNO COMPET. TIPO VENCIMENTO  DIAS      VALOR APROV."
               TO LINHA-PRD
           MOVE "DEVEDOR" TO LINHA-PRD(55:)
           WRITE LINHA-PRD
           MOVE ALL "-" TO LINHA-PRD
           WRITE LINHA-PRD
           PERFORM LERCOB.

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

      *              Baixa por perda e sempre identificada: CADOPE e
      *              obrigatorio, o operador da variavel de ambiente
      *              OPERADOR precisa estar cadastrado e a tabela de
      *              operadores fica em memoria para conferir os
      *              aprovadores.
       VERIFICAROPERADOR.
           ACCEPT WS-DATA-SEG FROM DATE YYYYMMDD
           ACCEPT WS-OPERADOR FROM ENVIRONMENT "OPERADOR"
           OPEN INPUT CADOPE
           IF FS-CADOPE NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADOPE-ARQ)
                   " - FILE STATUS " FS-CADOPE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-OPE-OK
           PERFORM LEROPERADOR UNTIL FIM-OPE = "SIM"
           CLOSE CADOPE
           IF WS-OPE-OK = "N"
               MOVE "OPERADOR NAO CADASTRADO" TO WS-EVENTO-SEG
               PERFORM GRAVARSEGURANCA
               DISPLAY "EX96 - OPERADOR NAO IDENTIFICADO OU NAO "
                   "CADASTRADO - RODADA RECUSADA"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       LEROPERADOR.
           READ CADOPE
               AT END
                   MOVE "SIM" TO FIM-OPE
               NOT AT END
                   IF WS-OPERADOR NOT = SPACES
                       AND ID-OPE = WS-OPERADOR
                       MOVE "S" TO WS-OPE-OK
                   END-IF
                   IF QTD-OPE < 100
                       ADD 1 TO QTD-OPE
                       MOVE ID-OPE    TO ID-OPE-TAB(QTD-OPE)
                       MOVE NIVEL-OPE TO NIVEL-OPE-TAB(QTD-OPE)
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
               MOVE WS-DATA-SEG TO DATA-SEG
               MOVE WS-HORA-SEG(1:6) TO HORA-SEG
               MOVE "EX96"        TO PROG-SEG
               MOVE WS-OPERADOR   TO OPER-SEG
               MOVE WS-EVENTO-SEG TO EVENTO-SEG
               PERFORM LACRARSEGURANCA
               WRITE REG-SEG
               PERFORM FECHARLACRE
               CLOSE CADSEG
           END-IF.

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
               DISPLAY "EX96 - ERRO AO ABRIR "
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

       LEREMPRESA.
           OPEN INPUT CADEMP
           IF FS-CADEMP NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADEMP-ARQ)
                   " - FILE STATUS " FS-CADEMP
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           READ CADEMP
               AT END
                   DISPLAY "EX96 - CADEMP VAZIO - RODADA ABORTADA"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               NOT AT END
                   MOVE NOME-EMP TO WS-NOME-EMP
                   MOVE CNPJ-EMP TO WS-CNPJ-EMP
           END-READ
           CLOSE CADEMP.

      *              Responsaveis e vinculos: opcionais. Sem eles, o
      *              devedor encaminhado e o proprio aluno.
       CARREGARRESPONSAVEIS.
           OPEN INPUT CADRSP
           IF FS-CADRSP = "00"
               PERFORM LERRESPONSAVEL UNTIL FIM-ARQ = "SIM"
               CLOSE CADRSP
               MOVE "NAO" TO FIM-ARQ
               OPEN INPUT CADRSL
               IF FS-CADRSL = "00"
                   PERFORM LERVINCULO UNTIL FIM-ARQ = "SIM"
                   CLOSE CADRSL
                   MOVE "NAO" TO FIM-ARQ
               END-IF
           END-IF.

       LERRESPONSAVEL.
           READ CADRSP
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   IF QTD-RSP = 200
                       DISPLAY "EX96 - MAIS DE 200 RESPONSAVEIS - "
                           "RODADA ABORTADA"
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO QTD-RSP
                   MOVE COD-RSP   TO COD-RSP-TAB(QTD-RSP)
                   MOVE NOME-RSP  TO NOME-RSP-TAB(QTD-RSP)
                   MOVE ENDER-RSP TO ENDER-RSP-TAB(QTD-RSP)
           END-READ.

       LERVINCULO.
           READ CADRSL
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   IF QTD-RSL = 500
                       DISPLAY "EX96 - MAIS DE 500 VINCULOS - "
                           "RODADA ABORTADA"
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO QTD-RSL
                   MOVE NUM-RSL TO NUM-RSL-TAB(QTD-RSL)
                   MOVE RSP-RSL TO RSP-RSL-TAB(QTD-RSL)
           END-READ.

      *              Carrega e critica as transacoes: aprovador que
      *              nao e supervisor cadastrado e transacao repetida
      *              sao rejeitados ja na carga.
       CARREGARTRANSACOES.
           OPEN INPUT CADMOVPD
           IF FS-CADMOVPD NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADMOVPD-ARQ)
                   " - FILE STATUS " FS-CADMOVPD
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LERTRANSACAO UNTIL FIM-ARQ = "SIM"
           CLOSE CADMOVPD
           MOVE "NAO" TO FIM-ARQ.

       LERTRANSACAO.
           READ CADMOVPD
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   ADD 1 TO CONT-TRN
                   IF TIPO-MOV = SPACES
                       MOVE "ME" TO TIPO-MOV
                   END-IF
                   PERFORM CRITICARTRANSACAO
           END-READ.

       CRITICARTRANSACAO.
           MOVE "N" TO WS-APROV-OK
           PERFORM VARYING IDX-OPE FROM 1 BY 1
               UNTIL IDX-OPE > QTD-OPE
               IF ID-OPE-TAB(IDX-OPE) = APROV-MOV
                   AND APROV-MOV NOT = SPACES
                   AND NIVEL-OPE-TAB(IDX-OPE) NOT < 2
                   MOVE "S" TO WS-APROV-OK
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-APROV-OK = "N"
               MOVE SPACES TO WS-EVENTO-SEG
               STRING "BAIXA POR PERDA SEM APROVACAO " NUM-MOV
                   DELIMITED BY SIZE INTO WS-EVENTO-SEG
               PERFORM GRAVARSEGURANCA
               MOVE "APR" TO MOTIVO-RJP
               PERFORM REJEITARTRANSACAO
               DISPLAY "EX96 - TRANSACAO REJEITADA, APROVADOR "
                   "INVALIDO OU SEM NIVEL DE SUPERVISOR: ALUNO "
                   NUM-MOV " COMPETENCIA " COMP-MOV
           ELSE
               MOVE 0 TO IDX-TRN-ACH
               PERFORM VARYING IDX-TRN FROM 1 BY 1
                   UNTIL IDX-TRN > QTD-TRN
                   IF NUM-TRN-TAB(IDX-TRN) = NUM-MOV
                       AND COMP-TRN-TAB(IDX-TRN) = COMP-MOV
                       AND TIPO-TRN-TAB(IDX-TRN) = TIPO-MOV
                       MOVE IDX-TRN TO IDX-TRN-ACH
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF IDX-TRN-ACH NOT = 0
                   MOVE "DUP" TO MOTIVO-RJP
                   PERFORM REJEITARTRANSACAO
                   DISPLAY "EX96 - TRANSACAO REPETIDA REJEITADA: "
                       "ALUNO " NUM-MOV " COMPETENCIA " COMP-MOV
               ELSE
                   IF QTD-TRN = 200
                       DISPLAY "EX96 - MAIS DE 200 BAIXAS NA RODADA"
                           " - RODADA ABORTADA"
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO QTD-TRN
                   MOVE REG-MOV   TO MOV-TRN-TAB(QTD-TRN)
                   MOVE NUM-MOV   TO NUM-TRN-TAB(QTD-TRN)
                   MOVE COMP-MOV  TO COMP-TRN-TAB(QTD-TRN)
                   MOVE TIPO-MOV  TO TIPO-TRN-TAB(QTD-TRN)
                   MOVE APROV-MOV TO APROV-TRN-TAB(QTD-TRN)
                   MOVE SPACE     TO SIT-TRN-TAB(QTD-TRN)
               END-IF
           END-IF.

      *              Grava a transacao corrente (REG-MOV) em CADRJPD
      *              com o motivo ja preenchido.
       REJEITARTRANSACAO.
           MOVE REG-MOV TO MOV-RJP
           WRITE REG-RJP
           ADD 1 TO CONT-REJ.

       GRAVARHEADER.
           MOVE "0"         TO TIPO-HDR
           MOVE WS-NOME-EMP TO NOME-HDR
           MOVE WS-CNPJ-EMP TO CNPJ-HDR
           MOVE WS-DATA-MOV TO DATA-HDR
           WRITE REG-AGC-HDR.

       LERCOB.
           READ CADCOB
               AT END
                   MOVE "SIM" TO FIM-ARQ
           END-READ.

      *              Passagem unica sobre CADCOB: cobranca com
      *              transacao aceita e conferida (em aberto e ja
      *              vencida) e baixada como perda; tudo segue para
      *              o estagio.
       PRINCIPAL.
           IF QTD-TRN > 0
               PERFORM LOCALIZARTRANSACAO
               IF IDX-TRN-ACH NOT = 0
                   PERFORM CONFERIRCOBRANCA
               END-IF
           END-IF
           MOVE REG-COB TO REG-CO2
           WRITE REG-CO2
           ADD 1 TO CONT-COB
           PERFORM LERCOB.

       LOCALIZARTRANSACAO.
           MOVE TIPO-COB TO WS-TIPO-COB
           IF WS-TIPO-COB = SPACES
               MOVE "ME" TO WS-TIPO-COB
           END-IF
           MOVE 0 TO IDX-TRN-ACH
           PERFORM VARYING IDX-TRN FROM 1 BY 1
               UNTIL IDX-TRN > QTD-TRN
               IF NUM-TRN-TAB(IDX-TRN) = NUM-COB
                   AND COMP-TRN-TAB(IDX-TRN) = COMP-COB
                   AND TIPO-TRN-TAB(IDX-TRN) = WS-TIPO-COB
                   MOVE IDX-TRN TO IDX-TRN-ACH
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *              Cobranca antiga sem vencimento conta do
      *              primeiro dia da competencia, como no EX95.
       CONFERIRCOBRANCA.
           IF VENC-COB IS NUMERIC AND VENC-COB > 0
               MOVE VENC-COB TO WS-DATA-BASE
           ELSE
               COMPUTE WS-DATA-BASE = COMP-COB * 100 + 1
           END-IF
           COMPUTE WS-DIAS-ATR =
               FUNCTION INTEGER-OF-DATE(WS-DATA-MOV)
               - FUNCTION INTEGER-OF-DATE(WS-DATA-BASE)
           EVALUATE TRUE
               WHEN SITPG-COB NOT = "A"
                   MOVE "S" TO SIT-TRN-TAB(IDX-TRN-ACH)
               WHEN WS-DIAS-ATR NOT > 0
                   MOVE "V" TO SIT-TRN-TAB(IDX-TRN-ACH)
               WHEN OTHER
                   MOVE "L" TO SITPG-COB
                   MOVE "B" TO SIT-TRN-TAB(IDX-TRN-ACH)
                   PERFORM BUSCARDEVEDOR
                   PERFORM GRAVARLIVRO
                   PERFORM GRAVARENCAMINHAMENTO
                   PERFORM GRAVARLINHABAIXA
                   ADD 1         TO CONT-BX
                   ADD VALOR-COB TO TOT-BX
           END-EVALUATE.

      *              Devedor: o responsavel vinculado ao aluno em
      *              CADRSL, se cadastrado em CADRSP; senao, o proprio
      *              aluno (nome do mestre indexado).
       BUSCARDEVEDOR.
           MOVE "(NAO CONSTA NO MESTRE)" TO WS-NOME-ALU
           MOVE NUM-COB TO NUM-ENT
           READ CADALU
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE NOME-ENT TO WS-NOME-ALU
           END-READ
           MOVE 0 TO IDX-RSP-ACH
           PERFORM VARYING IDX-RSL FROM 1 BY 1
               UNTIL IDX-RSL > QTD-RSL
               IF NUM-RSL-TAB(IDX-RSL) = NUM-COB
                   PERFORM LOCALIZARRESPONSAVEL
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOCALIZARRESPONSAVEL.
           PERFORM VARYING IDX-RSP FROM 1 BY 1
               UNTIL IDX-RSP > QTD-RSP
               IF COD-RSP-TAB(IDX-RSP) = RSP-RSL-TAB(IDX-RSL)
                   MOVE IDX-RSP TO IDX-RSP-ACH
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       GRAVARLIVRO.
           MOVE NUM-COB      TO NUM-PRD
           MOVE COMP-COB     TO COMP-PRD
           MOVE WS-TIPO-COB  TO TIPO-PRD
           MOVE VALOR-COB    TO VALOR-PRD
           MOVE WS-DATA-BASE TO VENC-PRD
           MOVE WS-DATA-MOV  TO DATA-PRD
           MOVE WS-DIAS-ATR  TO DIAS-PRD
           MOVE APROV-TRN-TAB(IDX-TRN-ACH) TO APROV-PRD
           MOVE WS-OPERADOR  TO OPER-PRD
           MOVE 0            TO RSP-PRD
           IF IDX-RSP-ACH NOT = 0
               MOVE COD-RSP-TAB(IDX-RSP-ACH) TO RSP-PRD
           END-IF
           WRITE REG-PRD.

       GRAVARENCAMINHAMENTO.
           MOVE "1"          TO TIPO-DET
           MOVE NUM-COB      TO NUM-DET
           MOVE WS-NOME-ALU  TO ALUNO-DET
           IF IDX-RSP-ACH NOT = 0
               MOVE COD-RSP-TAB(IDX-RSP-ACH)   TO RSP-DET
               MOVE NOME-RSP-TAB(IDX-RSP-ACH)  TO DEVEDOR-DET
               MOVE ENDER-RSP-TAB(IDX-RSP-ACH) TO ENDER-DET
           ELSE
               MOVE 0           TO RSP-DET
               MOVE WS-NOME-ALU TO DEVEDOR-DET
               MOVE SPACES      TO ENDER-DET
           END-IF
           MOVE COMP-COB     TO COMP-DET
           MOVE WS-DATA-BASE TO VENC-DET
           MOVE WS-DIAS-ATR  TO DIAS-DET
           COMPUTE WS-CENTAVOS = VALOR-COB * 100
           MOVE WS-CENTAVOS  TO VALOR-DET
           MOVE WS-TIPO-COB  TO TIPOCOB-DET
           WRITE REG-AGC-DET
           ADD WS-CENTAVOS TO SOMA-CENTAVOS.

       GRAVARLINHABAIXA.
           MOVE SPACES TO LINHA-PRD
           MOVE VALOR-COB TO WS-VALOR-EDT
           STRING NUM-COB " " COMP-COB(5:2) "/" COMP-COB(1:4) " "
               WS-TIPO-COB "   " WS-DATA-BASE(7:2) "/"
               WS-DATA-BASE(5:2) "/" WS-DATA-BASE(1:4) " "
               DIAS-PRD " " WS-VALOR-EDT " "
               APROV-TRN-TAB(IDX-TRN-ACH) " " DEVEDOR-DET
               DELIMITED BY SIZE INTO LINHA-PRD
           WRITE LINHA-PRD.

      *              Transacoes aceitas que nao baixaram nada: sem
      *              cobranca correspondente, cobranca fora de aberto
      *              ou ainda nao vencida.
       REJEITARNAOAPLICADAS.
           PERFORM VARYING IDX-TRN FROM 1 BY 1
               UNTIL IDX-TRN > QTD-TRN
               IF SIT-TRN-TAB(IDX-TRN) NOT = "B"
                   MOVE MOV-TRN-TAB(IDX-TRN) TO REG-MOV
                   EVALUATE SIT-TRN-TAB(IDX-TRN)
                       WHEN "S"
                           MOVE "SIT" TO MOTIVO-RJP
                       WHEN "V"
                           MOVE "VEN" TO MOTIVO-RJP
                       WHEN OTHER
                           MOVE "SEM" TO MOTIVO-RJP
                   END-EVALUATE
                   PERFORM REJEITARTRANSACAO
                   DISPLAY "EX96 - TRANSACAO REJEITADA (" MOTIVO-RJP
                       "): ALUNO " NUM-MOV " COMPETENCIA " COMP-MOV
               END-IF
           END-PERFORM.

       ATUALIZARCOBRANCAS.
           MOVE SPACES TO WS-CMD
           STRING "cp " FUNCTION TRIM(WS-CADCOB2-ARQ)
               " " FUNCTION TRIM(WS-CADCOB-ARQ)
               DELIMITED BY SIZE INTO WS-CMD
           CALL "SYSTEM" USING WS-CMD
           IF RETURN-CODE NOT = 0
               DISPLAY "EX96 - ERRO AO ATUALIZAR "
                   FUNCTION TRIM(WS-CADCOB-ARQ) " A PARTIR DE "
                   FUNCTION TRIM(WS-CADCOB2-ARQ)
                   " - CODIGO " RETURN-CODE
               STOP RUN
           END-IF.

       TERMINO.
           PERFORM REJEITARNAOAPLICADAS
           MOVE "9"           TO TIPO-TRL
           MOVE CONT-BX       TO QTDE-TRL
           MOVE SOMA-CENTAVOS TO VALOR-TRL
           WRITE REG-AGC-TRL
           MOVE ALL "-" TO LINHA-PRD
           WRITE LINHA-PRD
           MOVE SPACES TO LINHA-PRD
           MOVE TOT-BX TO WS-TOTAL-EDT
           STRING "COBRANCAS BAIXADAS: " CONT-BX
               "  TOTAL R$" WS-TOTAL-EDT
               "  REJEITADAS: " CONT-REJ
               DELIMITED BY SIZE INTO LINHA-PRD
           WRITE LINHA-PRD
           CLOSE CADCOB CADCOB2 CADRJPD CADPRD REMAGC RELPRD CADALU
           PERFORM ATUALIZARCOBRANCAS
           DISPLAY "EX96 - TRANSACOES LIDAS: " CONT-TRN
               " BAIXADAS: " CONT-BX
               " REJEITADAS: " CONT-REJ
               " COBRANCAS REGRAVADAS: " CONT-COB.
