       IDENTIFICATION DIVISION.
       PROGRAM-ID.   EX102.
       AUTHOR.       ERIKA ROCHA.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 30-10-2025.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.      DOSSIE DE ACESSO DO TITULAR (LGPD). O EX65 CUIDA
      *              DO EXPURGO; AQUI SE RESPONDE AO PEDIDO DE ACESSO
      *              DE UM ALUNO, RESPONSAVEL OU FUNCIONARIO QUE QUER
      *              SABER QUE DADOS PESSOAIS A ESCOLA GUARDA SOBRE
      *              ELE. A SOLICITACAO VEM DO ARQUIVO CADSAT
      *              (OBRIGATORIO, UM REGISTRO POR RODADA): TIPO DO
      *              TITULAR ("A" = ALUNO, CHAVE NUM-ENT; "R" =
      *              RESPONSAVEL, CHAVE COD-RSP; "F" = FUNCIONARIO,
      *              CHAVE COD-ENT) E A DATA EM QUE O PEDIDO FOI
      *              RECEBIDO. O OPERADOR QUE ENTREGA O DOSSIE VEM DA
      *              VARIAVEL DE AMBIENTE OPERADOR (OBRIGATORIO). O
      *              TITULAR PRECISA ESTAR NO MESTRE DO SEU TIPO OU
      *              TER DEIXADO RASTRO NOS DEMAIS ARQUIVOS - QUEM JA
      *              SAIU DO MESTRE CONTINUA COM HISTORICO, TRILHA E
      *              COBRANCAS, E TUDO ISSO ENTRA NO DOSSIE.
      *              O DOSSIE RELTIT TRAZ UMA SECAO POR ARQUIVO, COM A
      *              ORIGEM, A FINALIDADE DO TRATAMENTO E OS REGISTROS
      *              DO TITULAR: PARA O ALUNO, CADALU, CADCON, CADNOT,
      *              CADHSE, CADOCO, CADDOC, CADCOB (COBRANCAS,
      *              RECIBOS DE PAGAMENTO E DATA DO ACORDO DAS
      *              RENEGOCIADAS), CADCRD (CONTA DO ALUNO E
      *              MOVIMENTOS ORIGINADOS DELE), OS RESPONSAVEIS
      *              VINCULADOS (CADRSL/CADRSP) E AS ENTRADAS DA
      *              TRILHA CADAUD GRAVADAS POR EX13, EX50, EX89, EX92
      *              E EX65; PARA O RESPONSAVEL, CADRSP, OS ALUNOS
      *              VINCULADOS (CADRSL/CADALU) E A CONTA EM CADCRD;
      *              PARA O FUNCIONARIO, CADFUN (COM OS DADOS
      *              BANCARIOS), O HOLERITE DA COMPETENCIA (CADSAI),
      *              O HISTORICO DE FOLHA, FERIAS PAGAS (CADFEP),
      *              PERIODOS AQUISITIVOS (CADPAQ), AFASTAMENTOS
      *              (CADAFA), PENSOES (CADPEN), RESCISAO (CADRSC) E
      *              AS ENTRADAS DA TRILHA GRAVADAS POR EX14, EX16
      *              (INCLUSIVE AS APLICADAS PELO APROVADOR EX01),
      *              EX67, EX77, EX87 E EX65. A MARCA DE EXPURGO DO
      *              EX65 NAO DIZ SE A CHAVE E DE ALUNO OU DE
      *              FUNCIONARIO E SAI NOS DOIS DOSSIES. O HISTORICO
      *              DE FOLHA CORRE O CADHIS DO EX08, O DO EX06 E OS
      *              ARQUIVOS MORTOS DE CADHIS REGISTRADOS NO INDICE
      *              CADAIX (EX42); A TRILHA CORRE AS GERACOES
      *              ARQUIVADAS DO INDICE CADGLG E A TRILHA VIVA.
      *              ARQUIVO DE SECAO AUSENTE NAO PARA A RODADA: A
      *              SECAO SAI MARCADA COMO NAO CONFERIDA, COM O FILE
      *              STATUS, PARA A RESPOSTA AO TITULAR NAO OMITIR A
      *              LACUNA. SO O MESTRE DO TIPO DO TITULAR E
      *              OBRIGATORIO.
      *              CADA ENTREGA GANHA UM PROTOCOLO E UMA ENTRADA NO
      *              LIVRO CADLAT (SOMENTE-ACRESCIMO): TITULAR, DATA
      *              DO PEDIDO, PRAZO LEGAL (PEDIDO + 15 DIAS), DATA
      *              DA ENTREGA (DATA DE MOVIMENTO), DIAS DECORRIDOS,
      *              SE FOI NO PRAZO, OPERADOR, SECOES, SECOES NAO
      *              CONFERIDAS, REGISTROS E O ARQUIVO DO DOSSIE - A
      *              PROVA DE QUE O PRAZO FOI CUMPRIDO. ENTREGA FORA
      *              DO PRAZO E FEITA E REGISTRADA, COM AVISO NA TELA.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

      *              Todos os arquivos abaixo sao assinalados de forma
      *              dinamica (ASSIGN TO DYNAMIC) a um nome mantido em
      *              WORKING-STORAGE, para que o nome fisico possa ser
      *              trocado em tempo de execucao (ver LERNOMESARQUIVOS)
      *              sem recompilar o programa. CADHIS e CADAUD tambem
      *              sao reassinalados durante a rodada, para correr as
      *              geracoes arquivadas com o mesmo leiaute.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *              Mestres indexados, lidos so por chave.
           SELECT CADALU   ASSIGN TO DYNAMIC WS-CADALU-ARQ
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUM-ENT
           FILE STATUS IS FS-CADALU.
           SELECT CADFUN   ASSIGN TO DYNAMIC WS-CADFUN-ARQ
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COD-ENT
           FILE STATUS IS FS-CADFUN.
           SELECT CADSAT   ASSIGN TO DYNAMIC WS-CADSAT-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADSAT.
           SELECT CADRSP   ASSIGN TO DYNAMIC WS-CADRSP-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADRSP.
           SELECT CADRSL   ASSIGN TO DYNAMIC WS-CADRSL-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADRSL.
           SELECT CADCON   ASSIGN TO DYNAMIC WS-CADCON-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADCON.
           SELECT CADNOT   ASSIGN TO DYNAMIC WS-CADNOT-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADNOT.
           SELECT CADHSE   ASSIGN TO DYNAMIC WS-CADHSE-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADHSE.
           SELECT CADOCO   ASSIGN TO DYNAMIC WS-CADOCO-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADOCO.
           SELECT CADDOC   ASSIGN TO DYNAMIC WS-CADDOC-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADDOC.
           SELECT CADCOB   ASSIGN TO DYNAMIC WS-CADCOB-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADCOB.
           SELECT CADCRD   ASSIGN TO DYNAMIC WS-CADCRD-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADCRD.
           SELECT CADSAI   ASSIGN TO DYNAMIC WS-CADSAI-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADSAI.
           SELECT CADHIS   ASSIGN TO DYNAMIC WS-CADHIS-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADHIS.
           SELECT CADAIX   ASSIGN TO DYNAMIC WS-CADAIX-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADAIX.
           SELECT CADFEP   ASSIGN TO DYNAMIC WS-CADFEP-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADFEP.
           SELECT CADPAQ   ASSIGN TO DYNAMIC WS-CADPAQ-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADPAQ.
           SELECT CADAFA   ASSIGN TO DYNAMIC WS-CADAFA-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADAFA.
           SELECT CADPEN   ASSIGN TO DYNAMIC WS-CADPEN-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADPEN.
           SELECT CADRSC   ASSIGN TO DYNAMIC WS-CADRSC-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADRSC.
           SELECT CADAUD   ASSIGN TO DYNAMIC WS-CADAUD-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADAUD.
           SELECT CADGLG   ASSIGN TO DYNAMIC WS-CADGLG-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADGLG.
           SELECT CADLAT   ASSIGN TO DYNAMIC WS-CADLAT-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADLAT.
           SELECT RELTIT   ASSIGN TO DYNAMIC WS-RELTIT-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELTIT.
           SELECT CADDTM   ASSIGN TO DYNAMIC WS-CADDTM-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADDTM.

       DATA DIVISION.

       FILE SECTION.
       FD CADALU
           LABEL RECORD ARE STANDARD.

           COPY CADALU.

       FD CADFUN
           LABEL RECORD ARE STANDARD.

           COPY CADFUN.

      *              CADSAT: solicitacao de acesso do titular - tipo
      *              ("A" = aluno, "R" = responsavel, "F" =
      *              funcionario), chave no mestre do tipo e data do
      *              pedido (AAAAMMDD). Obrigatorio.
       FD CADSAT
           LABEL RECORD ARE STANDARD.

       01 REG-SAT.
           02 TIPO-SAT       PIC X(01).
           02 CHAVE-SAT      PIC 9(05).
           02 DATASOL-SAT    PIC 9(08).

       FD CADRSP
           LABEL RECORD ARE STANDARD.

       01 REG-RSP.
           02 COD-RSP       PIC 9(05).
           02 NOME-RSP      PIC X(20).
           02 ENDER-RSP     PIC X(40).

       FD CADRSL
           LABEL RECORD ARE STANDARD.

       01 REG-RSL.
           02 NUM-RSL       PIC 9(05).
           02 RSP-RSL       PIC 9(05).

       FD CADCON
           LABEL RECORD ARE STANDARD.

       01 REG-CON.
           02 NUM-CON          PIC 9(05).
           02 NOME-CON         PIC X(20).
           02 SEXO-CON         PIC X(01).
           02 DATANASC-CON.
               03 DD-CON PIC 9(02).
               03 MM-CON PIC 9(02).
               03 AA-CON PIC 9(04).
           02 MEDIA-CON        PIC 9(02)V99.
           02 MEDIA-CORTE-CON  PIC 9(02)V99.
           02 FALTA-CON        PIC 9(02).
           02 SITUACAO-CON     PIC X(09).
           02 FREQPC-CON       PIC 9(03).
       01 REG-CON-TRL.
           02 TRL-CON-MARCA  PIC X(05).
           02 TRL-CON-QTDE   PIC 9(07).

       FD CADNOT
           LABEL RECORD ARE STANDARD.

       01 REG-NOT.
           02 NUM-NOT       PIC 9(05).
           02 DIS-NOT       PIC 9(03).
           02 NOTA1-NOT     PIC 9(02)V99.
           02 NOTA2-NOT     PIC 9(02)V99.
           02 NOTA3-NOT     PIC 9(02)V99.
           02 NOTA4-NOT     PIC 9(02)V99.

       FD CADHSE
           LABEL RECORD ARE STANDARD.

           COPY CADHSE.

       FD CADOCO
           LABEL RECORD ARE STANDARD.

           COPY CADOCO.

       FD CADDOC
           LABEL RECORD ARE STANDARD.

           COPY CADDOC.

       FD CADCOB
           LABEL RECORD ARE STANDARD.

           COPY CADCOB.

       FD CADCRD
           LABEL RECORD ARE STANDARD.

           COPY CADCRD.

       FD CADSAI
           LABEL RECORD ARE STANDARD.

       01 REG-SAI.
           02 COD-SAI       PIC 9(05).
           02 NOME-SAI      PIC X(20).
           02 SALARIO-SAI   PIC 9(05)V99.
           02 INSS-SAI      PIC 9(05)V99.
           02 IRRF-SAI      PIC 9(05)V99.
           02 LIQUIDO-SAI   PIC 9(05)V99.
           02 FGTS-SAI      PIC 9(05)V99.
           02 PATR-SAI      PIC 9(05)V99.
           02 BASE-SAI      PIC 9(05)V99.
           02 HEXT-SAI      PIC 9(05)V99.
           02 DFAL-SAI      PIC 9(05)V99.
           02 EMPR-SAI      PIC 9(05)V99.
           02 DAFA-SAI      PIC 9(05)V99.
           02 ATS-SAI       PIC 9(05)V99.
           02 PENS-SAI      PIC 9(05)V99.
       01 REG-SAI-TRL.
           02 TRL-SAI-MARCA         PIC X(05).
           02 TRL-SAI-QTDE          PIC 9(07).

      *              CADHIS: historico de folha no leiaute do EX08
      *              (REG-HIS) ou do EX06 (REG-HS6, registro curto -
      *              o resto da linha vem em branco). As duas versoes
      *              tem a data, a matricula e o nome nas mesmas
      *              posicoes.
       FD CADHIS
           LABEL RECORD ARE STANDARD.

       01 REG-HIS.
           02 DATA-HIS      PIC 9(06).
           02 COD-HIS       PIC 9(05).
           02 NOME-HIS      PIC X(20).
           02 SALARIO-HIS   PIC 9(05)V99.
           02 INSS-HIS      PIC 9(05)V99.
           02 IRRF-HIS      PIC 9(05)V99.
           02 LIQUIDO-HIS   PIC 9(05)V99.
           02 COMP-HIS      PIC 9(06).
           02 FGTS-HIS      PIC 9(05)V99.
           02 PATR-HIS      PIC 9(05)V99.
           02 PENS-HIS      PIC 9(05)V99.
       01 REG-HS6.
           02 DATA-HS6      PIC 9(06).
           02 MATR-HS6      PIC 9(05).
           02 NOME-HS6      PIC X(20).
           02 SABR-HS6      PIC 9(05).
           02 COMP-HS6      PIC 9(06).
           02 RESTO-HS6     PIC X(44).

      *              CADAIX: indice dos arquivos mortos do EX42.
       FD CADAIX
           LABEL RECORD ARE STANDARD.

       01 REG-AIX.
           02 DATA-AIX      PIC 9(08).
           02 ORIGEM-AIX    PIC X(12).
           02 DESTINO-AIX   PIC X(40).
           02 QTDE-AIX      PIC 9(07).

       FD CADFEP
           LABEL RECORD ARE STANDARD.

       01 REG-FEP.
           02 COD-FEP       PIC 9(05).
           02 NOME-FEP      PIC X(20).
           02 SALARIO-FEP   PIC 9(05)V99.
           02 DIAS-FEP      PIC 9(02).
           02 VALOR-FEP     PIC 9(05)V99.
           02 TERCO-FEP     PIC 9(05)V99.
           02 TOTAL-FEP     PIC 9(06)V99.
       01 REG-FEP-TRL.
           02 TRL-FEP-MARCA      PIC X(05).
           02 TRL-FEP-QTDE       PIC 9(07).

       FD CADPAQ
           LABEL RECORD ARE STANDARD.

           COPY CADPAQ.

       FD CADAFA
           LABEL RECORD ARE STANDARD.

           COPY CADAFA.

       FD CADPEN
           LABEL RECORD ARE STANDARD.

           COPY CADPEN.

       FD CADRSC
           LABEL RECORD ARE STANDARD.

       01 REG-RSC.
           02 COD-RSC       PIC 9(05).
           02 DATARES-RSC   PIC 9(08).
           02 TIPO-RSC      PIC X(01).
           02 SALARIO-RSC   PIC 9(05)V99.
           02 SALDO-RSC     PIC 9(05)V99.
           02 DEC13-RSC     PIC 9(05)V99.
           02 FERPRO-RSC    PIC 9(05)V99.
           02 FERVEN-RSC    PIC 9(05)V99.
           02 AVISO-RSC     PIC 9(05)V99.
           02 TOTAL-RSC     PIC 9(07)V99.
           02 DEPTO-RSC     PIC 9(03).
           02 ADMISSAO-RSC  PIC 9(08).

       FD CADAUD
           LABEL RECORD ARE STANDARD.

           COPY CADAUD.

      *              CADGLG: indice das geracoes arquivadas das
      *              trilhas.
       FD CADGLG
           LABEL RECORD ARE STANDARD.

           COPY CADGLG.

      *              CADLAT: livro das solicitacoes de acesso
      *              atendidas - uma entrada por dossie entregue.
      *              SITPRZ-LAT: "P" = entregue no prazo legal, "A" =
      *              entregue com atraso.
       FD CADLAT
           LABEL RECORD ARE STANDARD.

       01 REG-LAT.
           02 PROT-LAT       PIC 9(06).
           02 TIPO-LAT       PIC X(01).
           02 CHAVE-LAT      PIC 9(05).
           02 DATASOL-LAT    PIC 9(08).
           02 PRAZO-LAT      PIC 9(08).
           02 DATAENT-LAT    PIC 9(08).
           02 DIAS-LAT       PIC 9(03).
           02 SITPRZ-LAT     PIC X(01).
           02 OPER-LAT       PIC X(05).
           02 SECOES-LAT     PIC 9(02).
           02 INDISP-LAT     PIC 9(02).
           02 QTDREG-LAT     PIC 9(05).
           02 ARQ-LAT        PIC X(40).

       FD RELTIT
           LABEL RECORD ARE STANDARD.

       01 LINHA-TIT  PIC X(100).

      *              CADDTM: data de movimento (AAAAMMDD) do lote.
      *              Opcional - se ausente, vale o relogio da maquina.
       FD CADDTM
           LABEL RECORD ARE STANDARD.

       01 REG-DTM.
           02 DATA-DTM       PIC 9(08).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ       PIC X(03) VALUE "NAO".
       77 FIM-IDX       PIC X(03) VALUE "NAO".
       77 FS-CADALU     PIC X(02) VALUE "00".
       77 FS-CADFUN     PIC X(02) VALUE "00".
       77 FS-CADSAT     PIC X(02) VALUE "00".
       77 FS-CADRSP     PIC X(02) VALUE "00".
       77 FS-CADRSL     PIC X(02) VALUE "00".
       77 FS-CADCON     PIC X(02) VALUE "00".
       77 FS-CADNOT     PIC X(02) VALUE "00".
       77 FS-CADHSE     PIC X(02) VALUE "00".
       77 FS-CADOCO     PIC X(02) VALUE "00".
       77 FS-CADDOC     PIC X(02) VALUE "00".
       77 FS-CADCOB     PIC X(02) VALUE "00".
       77 FS-CADCRD     PIC X(02) VALUE "00".
       77 FS-CADSAI     PIC X(02) VALUE "00".
       77 FS-CADHIS     PIC X(02) VALUE "00".
       77 FS-CADAIX     PIC X(02) VALUE "00".
       77 FS-CADFEP     PIC X(02) VALUE "00".
       77 FS-CADPAQ     PIC X(02) VALUE "00".
       77 FS-CADAFA     PIC X(02) VALUE "00".
       77 FS-CADPEN     PIC X(02) VALUE "00".
       77 FS-CADRSC     PIC X(02) VALUE "00".
       77 FS-CADAUD     PIC X(02) VALUE "00".
       77 FS-CADGLG     PIC X(02) VALUE "00".
       77 FS-CADLAT     PIC X(02) VALUE "00".
       77 FS-RELTIT     PIC X(02) VALUE "00".
       77 FS-CADDTM     PIC X(02) VALUE "00".
       77 WS-DATA-MOV   PIC 9(08) VALUE 0.
       77 WS-OPERADOR   PIC X(05) VALUE SPACES.
       77 WS-ACHOU      PIC X(03) VALUE "NAO".

      *              Titular da solicitacao e prazo legal de resposta
      *              (LGPD, art. 19: 15 dias do pedido para a
      *              declaracao completa).
       77 WS-TIPO-TIT   PIC X(01) VALUE SPACES.
       77 WS-CHAVE-TIT  PIC 9(05) VALUE 0.
       77 WS-NOME-TIT   PIC X(30) VALUE SPACES.
       77 WS-DESC-TIT   PIC X(11) VALUE SPACES.
       77 WS-PRAZO-LEGAL PIC 9(03) VALUE 15.
       77 WS-DATA-PRAZO PIC 9(08) VALUE 0.
       77 WS-DIAS       PIC 9(05) VALUE 0.
       77 WS-SITPRZ     PIC X(01) VALUE "P".
       77 WS-PROTOCOLO  PIC 9(06) VALUE 0.
       01 WS-DATA-SOL   PIC 9(08) VALUE 0.
       01 WS-DATA-SOL-R REDEFINES WS-DATA-SOL.
           02 AAAA-SOL   PIC 9(04).
           02 MM-SOL     PIC 9(02).
           02 DD-SOL     PIC 9(02).

      *              Secao em montagem no dossie e totais da rodada.
       77 NUM-SEC       PIC 9(02) VALUE 0.
       77 QTD-INDISP    PIC 9(02) VALUE 0.
       77 CONT-SEC      PIC 9(05) VALUE 0.
       77 CONT-TOTAL    PIC 9(05) VALUE 0.
       77 WS-SEC-ORIGEM PIC X(06) VALUE SPACES.
       77 WS-SEC-DESCR  PIC X(50) VALUE SPACES.
       77 WS-SEC-FINAL  PIC X(70) VALUE SPACES.
       77 WS-SEC-FS     PIC X(02) VALUE SPACES.
       77 WS-SEC-ARQ    PIC X(40) VALUE SPACES.

      *              Arquivos de uma secao que se estende por
      *              geracoes (historico de folha e trilha): o vivo e
      *              os arquivados, e se o arquivo corrente ja teve
      *              a linha de identificacao impressa.
       77 QTD-GER       PIC 9(03) VALUE 0.
       77 IDX-GER       PIC 9(03) VALUE 0.
       77 WS-GER-IMPRESSA PIC X(01) VALUE "N".
       77 WS-GER-ABERTA PIC X(01) VALUE "N".
       01 TABELA-GER.
           02 ARQ-GER-TAB OCCURS 200 TIMES PIC X(40).

      *              Vinculos aluno x responsavel do titular.
       77 QTD-VIN       PIC 9(03) VALUE 0.
       77 IDX-VIN       PIC 9(03) VALUE 0.
       01 TABELA-VIN.
           02 VIN-ITEM OCCURS 100 TIMES.
               03 COD-VIN-TAB  PIC 9(05).
               03 ACHOU-VIN-TAB PIC X(01).

      *              Programas da trilha cujas chaves sao do tipo do
      *              titular.
       77 WS-PROG-OK    PIC X(01) VALUE "N".

      *              Campos editados das linhas do dossie.
       77 WS-VALOR-EDT  PIC ZZ.ZZ9,99.
       77 WS-VALOR2-EDT PIC ZZ.ZZ9,99.
       77 WS-VALOR3-EDT PIC ZZ.ZZ9,99.
       77 WS-VALOR4-EDT PIC ZZ.ZZ9,99.
       77 WS-TOTAL-EDT  PIC Z.ZZZ.ZZ9,99.
       77 WS-NOTA1-EDT  PIC Z9,99.
       77 WS-NOTA2-EDT  PIC Z9,99.
       77 WS-NOTA3-EDT  PIC Z9,99.
       77 WS-NOTA4-EDT  PIC Z9,99.
       77 WS-PERC-EDT   PIC Z9,99.
       77 WS-SABR-EDT   PIC ZZ.ZZ9.
       77 WS-DIAS-EDT   PIC ZZZZ9.
       77 WS-CONT-EDT   PIC ZZZZ9.

      *              Nomes fisicos dos arquivos, com o valor original
      *              como default, substituiveis em tempo de execucao
      *              por variaveis de ambiente (ver LERNOMESARQUIVOS).
      *              CADHS6 e o historico de folha do EX06.
       77 WS-CADALU-ARQ  PIC X(40) VALUE "CADALU.DAT".
       77 WS-CADFUN-ARQ  PIC X(40) VALUE "CADFUN.DAT".
       77 WS-CADSAT-ARQ  PIC X(40) VALUE "CADSAT.DAT".
       77 WS-CADRSP-ARQ  PIC X(40) VALUE "CADRSP.DAT".
       77 WS-CADRSL-ARQ  PIC X(40) VALUE "CADRSL.DAT".
       77 WS-CADCON-ARQ  PIC X(40) VALUE "CADCON.DAT".
       77 WS-CADNOT-ARQ  PIC X(40) VALUE "CADNOT.DAT".
       77 WS-CADHSE-ARQ  PIC X(40) VALUE "CADHSE.DAT".
       77 WS-CADOCO-ARQ  PIC X(40) VALUE "CADOCO.DAT".
       77 WS-CADDOC-ARQ  PIC X(40) VALUE "CADDOC.DAT".
       77 WS-CADCOB-ARQ  PIC X(40) VALUE "CADCOB.DAT".
       77 WS-CADCRD-ARQ  PIC X(40) VALUE "CADCRD.DAT".
       77 WS-CADSAI-ARQ  PIC X(40) VALUE "CADSAI.DAT".
       77 WS-CADHIS-ARQ  PIC X(40) VALUE "CADHIS.DAT".
       77 WS-CADHIS-VIVO PIC X(40) VALUE "CADHIS.DAT".
       77 WS-CADHS6-ARQ  PIC X(40) VALUE "CADHIS-EX06.DAT".
       77 WS-CADAIX-ARQ  PIC X(40) VALUE "CADAIX.DAT".
       77 WS-CADFEP-ARQ  PIC X(40) VALUE "CADFEP.DAT".
       77 WS-CADPAQ-ARQ  PIC X(40) VALUE "CADPAQ.DAT".
       77 WS-CADAFA-ARQ  PIC X(40) VALUE "CADAFA.DAT".
       77 WS-CADPEN-ARQ  PIC X(40) VALUE "CADPEN.DAT".
       77 WS-CADRSC-ARQ  PIC X(40) VALUE "CADRSC.DAT".
       77 WS-CADAUD-ARQ  PIC X(40) VALUE "CADAUD.DAT".
       77 WS-CADAUD-VIVO PIC X(40) VALUE "CADAUD.DAT".
       77 WS-CADGLG-ARQ  PIC X(40) VALUE "CADGLG.DAT".
       77 WS-CADLAT-ARQ  PIC X(40) VALUE "CADLAT.DAT".
       77 WS-RELTIT-ARQ  PIC X(40) VALUE "RELTIT.DAT".
       77 WS-CADDTM-ARQ  PIC X(40) VALUE "CADDTM.DAT".
       77 WS-ENV-TEMP    PIC X(40).

       PROCEDURE DIVISION.

       EXECUTAR.
           PERFORM LERNOMESARQUIVOS.
           PERFORM INICIO.
           IF WS-TIPO-TIT = "A"
               PERFORM DOSSIEALUNO
           END-IF
           IF WS-TIPO-TIT = "R"
               PERFORM DOSSIERESPONSAVEL
           END-IF
           IF WS-TIPO-TIT = "F"
               PERFORM DOSSIEFUNCIONARIO
           END-IF
           PERFORM TERMINO.
           STOP RUN.

       LERNOMESARQUIVOS.
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADALU"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADALU-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADFUN"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADFUN-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADSAT"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADSAT-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADRSP"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADRSP-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADRSL"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADRSL-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADCON"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADCON-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADNOT"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADNOT-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADHSE"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADHSE-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADOCO"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADOCO-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADDOC"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADDOC-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADCOB"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADCOB-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADCRD"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADCRD-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADSAI"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADSAI-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADHIS"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADHIS-VIVO
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADHS6"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADHS6-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADAIX"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADAIX-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADFEP"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADFEP-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADPAQ"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADPAQ-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADAFA"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADAFA-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADPEN"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADPEN-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADRSC"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADRSC-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADAUD"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADAUD-VIVO
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADGLG"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADGLG-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADLAT"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADLAT-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "RELTIT"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-RELTIT-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADDTM"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADDTM-ARQ
           END-IF.

       INICIO.
           PERFORM LERDATAMOV.
           PERFORM LERSOLICITACAO.
           ACCEPT WS-OPERADOR FROM ENVIRONMENT "OPERADOR"
           IF WS-OPERADOR = SPACES
               DISPLAY "EX102 - OPERADOR NAO INFORMADO - RODADA "
                   "ABORTADA"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM IDENTIFICARTITULAR.
           PERFORM LERPROTOCOLO.
           COMPUTE WS-DATA-PRAZO = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-DATA-SOL)
                + WS-PRAZO-LEGAL)
           COMPUTE WS-DIAS =
               FUNCTION INTEGER-OF-DATE(WS-DATA-MOV)
               - FUNCTION INTEGER-OF-DATE(WS-DATA-SOL)
           IF WS-DATA-MOV > WS-DATA-PRAZO
               MOVE "A" TO WS-SITPRZ
           END-IF
           OPEN OUTPUT RELTIT
           IF FS-RELTIT NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-RELTIT-ARQ)
                   " - FILE STATUS " FS-RELTIT
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CABECALHODOSSIE.

      *              Data de movimento do lote: de CADDTM quando
      *              existe; sem ele, o relogio da maquina. E a data
      *              de entrega registrada no livro.
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

      *              Solicitacao do titular: tipo e chave validos e
      *              data do pedido valida e nao posterior a entrega.
       LERSOLICITACAO.
           OPEN INPUT CADSAT
           IF FS-CADSAT NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADSAT-ARQ)
                   " - FILE STATUS " FS-CADSAT
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           READ CADSAT
               AT END
                   DISPLAY "EX102 - CADSAT VAZIO - RODADA ABORTADA"
                   CLOSE CADSAT
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               NOT AT END
                   MOVE TIPO-SAT TO WS-TIPO-TIT
                   IF CHAVE-SAT IS NUMERIC
                       MOVE CHAVE-SAT TO WS-CHAVE-TIT
                   END-IF
                   IF DATASOL-SAT IS NUMERIC
                       MOVE DATASOL-SAT TO WS-DATA-SOL
                   END-IF
           END-READ
           CLOSE CADSAT
           IF WS-TIPO-TIT NOT = "A" AND WS-TIPO-TIT NOT = "R"
               AND WS-TIPO-TIT NOT = "F"
               DISPLAY "EX102 - TIPO DE TITULAR " WS-TIPO-TIT
                   " INVALIDO - RODADA ABORTADA"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-CHAVE-TIT = 0
               DISPLAY "EX102 - CHAVE DO TITULAR ZERADA - RODADA "
                   "ABORTADA"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-DATA-SOL = 0 OR MM-SOL < 1 OR MM-SOL > 12
               OR DD-SOL < 1 OR DD-SOL > 31 OR AAAA-SOL < 1601
               OR FUNCTION INTEGER-OF-DATE(WS-DATA-SOL) = 0
               DISPLAY "EX102 - DATA DO PEDIDO INVALIDA - RODADA "
                   "ABORTADA"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-DATA-SOL > WS-DATA-MOV
               DISPLAY "EX102 - DATA DO PEDIDO " WS-DATA-SOL
                   " POSTERIOR A ENTREGA " WS-DATA-MOV
                   " - RODADA ABORTADA"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

      *              Nome do titular no mestre do seu tipo. O mestre e
      *              obrigatorio; titular fora dele (ja excluido)
      *              ainda tem dossie com o que sobrou nos demais
      *              arquivos.
       IDENTIFICARTITULAR.
           MOVE "NAO CONSTA DO CADASTRO MESTRE" TO WS-NOME-TIT
           IF WS-TIPO-TIT = "A"
               MOVE "ALUNO" TO WS-DESC-TIT
               PERFORM ABRIRCADALU
               MOVE WS-CHAVE-TIT TO NUM-ENT
               READ CADALU
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NOME-ENT OF REG-ENT TO WS-NOME-TIT
               END-READ
               CLOSE CADALU
           END-IF
           IF WS-TIPO-TIT = "F"
               MOVE "FUNCIONARIO" TO WS-DESC-TIT
               PERFORM ABRIRCADFUN
               MOVE WS-CHAVE-TIT TO COD-ENT
               READ CADFUN
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NOME-ENT OF REG-FUN TO WS-NOME-TIT
               END-READ
               CLOSE CADFUN
           END-IF
           IF WS-TIPO-TIT = "R"
               MOVE "RESPONSAVEL" TO WS-DESC-TIT
               OPEN INPUT CADRSP
               IF FS-CADRSP NOT = "00"
                   DISPLAY "ERRO AO ABRIR "
                       FUNCTION TRIM(WS-CADRSP-ARQ)
                       " - FILE STATUS " FS-CADRSP
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM LOCALIZARRESPONSAVEL UNTIL FIM-ARQ = "SIM"
               MOVE "NAO" TO FIM-ARQ
               CLOSE CADRSP
           END-IF.

       LOCALIZARRESPONSAVEL.
           READ CADRSP
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   IF COD-RSP = WS-CHAVE-TIT
                       MOVE NOME-RSP TO WS-NOME-TIT
                       MOVE "SIM" TO FIM-ARQ
                   END-IF
           END-READ.

       ABRIRCADALU.
           OPEN INPUT CADALU
           IF FS-CADALU NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADALU-ARQ)
                   " - FILE STATUS " FS-CADALU
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       ABRIRCADFUN.
           OPEN INPUT CADFUN
           IF FS-CADFUN NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADFUN-ARQ)
                   " - FILE STATUS " FS-CADFUN
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

      *              Protocolo da entrega: sequencia do livro CADLAT
      *              (livro ausente = primeira entrega).
       LERPROTOCOLO.
           MOVE 0 TO WS-PROTOCOLO
           OPEN INPUT CADLAT
           IF FS-CADLAT = "00"
               PERFORM LERLIVRO UNTIL FIM-ARQ = "SIM"
               MOVE "NAO" TO FIM-ARQ
               CLOSE CADLAT
           END-IF
           ADD 1 TO WS-PROTOCOLO.

       LERLIVRO.
           READ CADLAT
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   IF PROT-LAT IS NUMERIC
                       AND PROT-LAT > WS-PROTOCOLO
                       MOVE PROT-LAT TO WS-PROTOCOLO
                   END-IF
           END-READ.

       CABECALHODOSSIE.
           STRING "DOSSIE DE DADOS PESSOAIS DO TITULAR - LGPD (ACESSO "
               "DO TITULAR AOS SEUS DADOS)"
               DELIMITED BY SIZE INTO LINHA-TIT
           PERFORM GRAVARLINHATIT
           MOVE ALL "=" TO LINHA-TIT
           PERFORM GRAVARLINHATIT
           STRING "PROTOCOLO " WS-PROTOCOLO "   TITULAR: "
               FUNCTION TRIM(WS-DESC-TIT) " " WS-CHAVE-TIT
               " - " WS-NOME-TIT
               DELIMITED BY SIZE INTO LINHA-TIT
           PERFORM GRAVARLINHATIT
           MOVE WS-DIAS TO WS-DIAS-EDT
           STRING "PEDIDO EM " WS-DATA-SOL "   PRAZO LEGAL "
               WS-DATA-PRAZO "   ENTREGUE EM " WS-DATA-MOV
               " (" FUNCTION TRIM(WS-DIAS-EDT) " DIAS)"
               DELIMITED BY SIZE INTO LINHA-TIT
           PERFORM GRAVARLINHATIT
           STRING "OPERADOR RESPONSAVEL PELA ENTREGA: " WS-OPERADOR
               DELIMITED BY SIZE INTO LINHA-TIT
           PERFORM GRAVARLINHATIT
           MOVE ALL "=" TO LINHA-TIT
           PERFORM GRAVARLINHATIT.

       GRAVARLINHATIT.
           WRITE LINHA-TIT
           MOVE SPACES TO LINHA-TIT.

      *              Abertura e fechamento de cada secao do dossie:
      *              origem, finalidade e a quantidade de registros
      *              do titular (ou a falta deles).
       ABRIRSECAO.
           ADD 1 TO NUM-SEC
           MOVE 0 TO CONT-SEC
           MOVE SPACES TO LINHA-TIT
           PERFORM GRAVARLINHATIT
           STRING "SECAO " NUM-SEC " - ORIGEM " WS-SEC-ORIGEM
               " - " WS-SEC-DESCR
               DELIMITED BY SIZE INTO LINHA-TIT
           PERFORM GRAVARLINHATIT
           STRING "FINALIDADE: " WS-SEC-FINAL
               DELIMITED BY SIZE INTO LINHA-TIT
           PERFORM GRAVARLINHATIT
           MOVE ALL "-" TO LINHA-TIT
           PERFORM GRAVARLINHATIT.

       FECHARSECAO.
           IF CONT-SEC = 0
               STRING "  NENHUM REGISTRO DO TITULAR EM "
                   WS-SEC-ORIGEM
                   DELIMITED BY SIZE INTO LINHA-TIT
           ELSE
               MOVE CONT-SEC TO WS-CONT-EDT
               STRING "  " FUNCTION TRIM(WS-CONT-EDT)
                   " REGISTRO(S) DO TITULAR EM " WS-SEC-ORIGEM
                   DELIMITED BY SIZE INTO LINHA-TIT
           END-IF
           PERFORM GRAVARLINHATIT
           ADD CONT-SEC TO CONT-TOTAL.

       SECAOINDISPONIVEL.
           STRING "  ARQUIVO " FUNCTION TRIM(WS-SEC-ARQ)
               " NAO DISPONIVEL (FILE STATUS " WS-SEC-FS
               ") - SECAO NAO CONFERIDA"
               DELIMITED BY SIZE INTO LINHA-TIT
           PERFORM GRAVARLINHATIT
           ADD 1 TO QTD-INDISP.

      *===============================================================
      *              Dossie do aluno (chave NUM-ENT).
      *===============================================================
       DOSSIEALUNO.
           PERFORM RELATARALUNO.
           PERFORM RELATARCONSOLIDADO.
           PERFORM RELATARNOTAS.
           PERFORM RELATARHISTESCOLAR.
           PERFORM RELATAROCORRENCIAS.
           PERFORM RELATARDOCUMENTOS.
           PERFORM RELATARCOBRANCAS.
           PERFORM RELATARCREDITOS.
           PERFORM RELATARRESPONSAVEIS.
           PERFORM RELATARAUDITORIA.

       RELATARALUNO.
           MOVE "CADALU" TO WS-SEC-ORIGEM
           MOVE "CADASTRO DE ALUNOS" TO WS-SEC-DESCR
           MOVE SPACES TO WS-SEC-FINAL
           STRING "IDENTIFICACAO DO ALUNO, MATRICULA, TURMA E "
               "AVALIACAO DO PERIODO"
               DELIMITED BY SIZE INTO WS-SEC-FINAL
           PERFORM ABRIRSECAO
           PERFORM ABRIRCADALU
           MOVE WS-CHAVE-TIT TO NUM-ENT
           READ CADALU
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM IMPRIMIRALUNO
           END-READ
           CLOSE CADALU
           PERFORM FECHARSECAO.

       IMPRIMIRALUNO.
           STRING "  NUMERO " NUM-ENT "  NOME " NOME-ENT OF REG-ENT
               "  SEXO " SEXO-ENT "  NASCIMENTO " DD-ENT "/" MM-ENT
               "/" AA-ENT
               DELIMITED BY SIZE INTO LINHA-TIT
           PERFORM GRAVARLINHATIT
           MOVE NOTA1-ENT TO WS-NOTA1-EDT
           MOVE NOTA2-ENT TO WS-NOTA2-EDT
           MOVE NOTA3-ENT TO WS-NOTA3-EDT
           MOVE NOTA4-ENT TO WS-NOTA4-EDT
           STRING "  TURMA " TURMA-ENT "  SITUACAO " SIT-ENT
               "  NOTAS " WS-NOTA1-EDT " " WS-NOTA2-EDT " "
               WS-NOTA3-EDT " " WS-NOTA4-EDT "  FALTAS " FALTA-ENT
               DELIMITED BY SIZE INTO LINHA-TIT
           PERFORM GRAVARLINHATIT
           ADD 1 TO CONT-SEC.

       RELATARCONSOLIDADO.
           MOVE "CADCON" TO WS-SEC-ORIGEM
           MOVE "CONSOLIDADO DE MEDIAS DO PERIODO" TO WS-SEC-DESCR
           MOVE SPACES TO WS-SEC-FINAL
           STRING "APURACAO DA MEDIA, FREQUENCIA E SITUACAO FINAL DO "
               "ALUNO"
               DELIMITED BY SIZE INTO WS-SEC-FINAL
           PERFORM ABRIRSECAO
           OPEN INPUT CADCON
           IF FS-CADCON = "00"
               PERFORM LERCONSOLIDADO UNTIL FIM-ARQ = "SIM"
               MOVE "NAO" TO FIM-ARQ
               CLOSE CADCON
               PERFORM FECHARSECAO
           ELSE
               MOVE WS-CADCON-ARQ TO WS-SEC-ARQ
               MOVE FS-CADCON TO WS-SEC-FS
               PERFORM SECAOINDISPONIVEL
           END-IF.

       LERCONSOLIDADO.
           READ CADCON
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   IF TRL-CON-MARCA NOT = "TOTAL"
                       AND NUM-CON = WS-CHAVE-TIT
                       PERFORM IMPRIMIRCONSOLIDADO
                   END-IF
           END-READ.

       IMPRIMIRCONSOLIDADO.
           STRING "  NOME " NOME-CON "  SEXO " SEXO-CON
               "  NASCIMENTO " DD-CON "/" MM-CON "/" AA-CON
               DELIMITED BY SIZE INTO LINHA-TIT
           PERFORM GRAVARLINHATIT
           MOVE MEDIA-CON       TO WS-NOTA1-EDT
           MOVE MEDIA-CORTE-CON TO WS-NOTA2-EDT
           STRING "  MEDIA " WS-NOTA1-EDT "  MEDIA DE CORTE "
               WS-NOTA2-EDT "  FALTAS " FALTA-CON "  FREQUENCIA "
               FREQPC-CON "%  SITUACAO " SITUACAO-CON
               DELIMITED BY SIZE INTO LINHA-TIT
           PERFORM GRAVARLINHATIT
           ADD 1 TO CONT-SEC.

       RELATARNOTAS.
           MOVE "CADNOT" TO WS-SEC-ORIGEM
           MOVE "NOTAS POR DISCIPLINA" TO WS-SEC-DESCR
           MOVE "AVALIACAO BIMESTRAL DO ALUNO EM CADA DISCIPLINA"
               TO WS-SEC-FINAL
           PERFORM ABRIRSECAO
           OPEN INPUT CADNOT
           IF FS-CADNOT = "00"
               PERFORM LERNOTA UNTIL FIM-ARQ = "SIM"
               MOVE "NAO" TO FIM-ARQ
               CLOSE CADNOT
               PERFORM FECHARSECAO
           ELSE
               MOVE WS-CADNOT-ARQ TO WS-SEC-ARQ
               MOVE FS-CADNOT TO WS-SEC-FS
               PERFORM SECAOINDISPONIVEL
           END-IF.

       LERNOTA.
           READ CADNOT
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   IF NUM-NOT = WS-CHAVE-TIT
                       MOVE NOTA1-NOT TO WS-NOTA1-EDT
                       MOVE NOTA2-NOT TO WS-NOTA2-EDT
                       MOVE NOTA3-NOT TO WS-NOTA3-EDT
                       MOVE NOTA4-NOT TO WS-NOTA4-EDT
                       STRING "  DISCIPLINA " DIS-NOT "  NOTAS "
                           WS-NOTA1-EDT " " WS-NOTA2-EDT " "
                           WS-NOTA3-EDT " " WS-NOTA4-EDT
                           DELIMITED BY SIZE INTO LINHA-TIT
                       PERFORM GRAVARLINHATIT
                       ADD 1 TO CONT-SEC
                   END-IF
           END-READ.

       RELATARHISTESCOLAR.
           MOVE "CADHSE" TO WS-SEC-ORIGEM
           MOVE "HISTORICO ESCOLAR" TO WS-SEC-DESCR
           MOVE SPACES TO WS-SEC-FINAL
           STRING "REGISTRO PERMANENTE DA VIDA ESCOLAR (GUARDA "
               "OBRIGATORIA)"
               DELIMITED BY SIZE INTO WS-SEC-FINAL
           PERFORM ABRIRSECAO
           OPEN INPUT CADHSE
           IF FS-CADHSE = "00"
               PERFORM LERHISTESCOLAR UNTIL FIM-ARQ = "SIM"
               MOVE "NAO" TO FIM-ARQ
               CLOSE CADHSE
               PERFORM FECHARSECAO
           ELSE
               MOVE WS-CADHSE-ARQ TO WS-SEC-ARQ
               MOVE FS-CADHSE TO WS-SEC-FS
               PERFORM SECAOINDISPONIVEL
           END-IF.

       LERHISTESCOLAR.
           READ CADHSE
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   IF NUM-HSE = WS-CHAVE-TIT
                       PERFORM IMPRIMIRHISTESCOLAR
                   END-IF
           END-READ.

       IMPRIMIRHISTESCOLAR.
           MOVE MEDIA-HSE TO WS-NOTA1-EDT
           STRING "  PERIODO " PERIODO-HSE "  DISCIPLINA " DIS-HSE
               " " NOMEDIS-HSE "  MEDIA " WS-NOTA1-EDT
               "  FALTAS " FALTA-HSE
               DELIMITED BY SIZE INTO LINHA-TIT
           PERFORM GRAVARLINHATIT
           STRING "    SITUACAO " SITDIS-HSE " / " SITFIN-HSE
               "  ORIGEM " ORIGEM-HSE "  ESCOLA " ESCOLA-HSE
               DELIMITED BY SIZE INTO LINHA-TIT
           PERFORM GRAVARLINHATIT
           ADD 1 TO CONT-SEC.

       RELATAROCORRENCIAS.
           MOVE "CADOCO" TO WS-SEC-ORIGEM
           MOVE "OCORRENCIAS DISCIPLINARES" TO WS-SEC-DESCR
           MOVE "ACOMPANHAMENTO DISCIPLINAR E PEDAGOGICO DO ALUNO"
               TO WS-SEC-FINAL
           PERFORM ABRIRSECAO
           OPEN INPUT CADOCO
           IF FS-CADOCO = "00"
               PERFORM LEROCORRENCIA UNTIL FIM-ARQ = "SIM"
               MOVE "NAO" TO FIM-ARQ
               CLOSE CADOCO
               PERFORM FECHARSECAO
           ELSE
               MOVE WS-CADOCO-ARQ TO WS-SEC-ARQ
               MOVE FS-CADOCO TO WS-SEC-FS
               PERFORM SECAOINDISPONIVEL
           END-IF.

       LEROCORRENCIA.
           READ CADOCO
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   IF NUM-OCO = WS-CHAVE-TIT
                       STRING "  DATA " DATA-OCO "  TIPO " TIPO-OCO
                           "  GRAVIDADE " SEV-OCO "  " TEXTO-OCO
                           DELIMITED BY SIZE INTO LINHA-TIT
                       PERFORM GRAVARLINHATIT
                       ADD 1 TO CONT-SEC
                   END-IF
           END-READ.

       RELATARDOCUMENTOS.
           MOVE "CADDOC" TO WS-SEC-ORIGEM
           MOVE "DOCUMENTOS DA MATRICULA" TO WS-SEC-DESCR
           MOVE SPACES TO WS-SEC-FINAL
           STRING "CONTROLE DA ENTREGA DOS DOCUMENTOS EXIGIDOS NA "
               "MATRICULA"
               DELIMITED BY SIZE INTO WS-SEC-FINAL
           PERFORM ABRIRSECAO
           OPEN INPUT CADDOC
           IF FS-CADDOC = "00"
               PERFORM LERDOCUMENTO UNTIL FIM-ARQ = "SIM"
               MOVE "NAO" TO FIM-ARQ
               CLOSE CADDOC
               PERFORM FECHARSECAO
           ELSE
               MOVE WS-CADDOC-ARQ TO WS-SEC-ARQ
               MOVE FS-CADDOC TO WS-SEC-FS
               PERFORM SECAOINDISPONIVEL
           END-IF.

       LERDOCUMENTO.
           READ CADDOC
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   IF NUM-DOC = WS-CHAVE-TIT
                       STRING "  TIPO " TDO-DOC "  OBRIGATORIO "
                           OBRIG-DOC "  MATRICULA " MATRIC-DOC
                           "  PRAZO " LIMITE-DOC "  SITUACAO "
                           SIT-DOC "  ENTREGA " ENTREGA-DOC
                           DELIMITED BY SIZE INTO LINHA-TIT
                       PERFORM GRAVARLINHATIT
                       ADD 1 TO CONT-SEC
                   END-IF
           END-READ.

      *              Cobrancas do aluno; as pagas trazem os dados do
      *              recibo de pagamento (data da baixa, multa, juros
      *              e total recebido).
       RELATARCOBRANCAS.
           MOVE "CADCOB" TO WS-SEC-ORIGEM
           MOVE "COBRANCAS E RECIBOS DE PAGAMENTO" TO WS-SEC-DESCR
           MOVE SPACES TO WS-SEC-FINAL
           STRING "EXECUCAO DO CONTRATO DE PRESTACAO DE SERVICOS "
               "EDUCACIONAIS"
               DELIMITED BY SIZE INTO WS-SEC-FINAL
           PERFORM ABRIRSECAO
           OPEN INPUT CADCOB
           IF FS-CADCOB = "00"
               PERFORM LERCOBRANCA UNTIL FIM-ARQ = "SIM"
               MOVE "NAO" TO FIM-ARQ
               CLOSE CADCOB
               PERFORM FECHARSECAO
           ELSE
               MOVE WS-CADCOB-ARQ TO WS-SEC-ARQ
               MOVE FS-CADCOB TO WS-SEC-FS
               PERFORM SECAOINDISPONIVEL
           END-IF.

       LERCOBRANCA.
           READ CADCOB
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   IF NUM-COB = WS-CHAVE-TIT
                       PERFORM IMPRIMIRCOBRANCA
                   END-IF
           END-READ.

       IMPRIMIRCOBRANCA.
           STRING "  COMPETENCIA " COMP-COB "  TIPO " TIPO-COB
               "  VENCIMENTO " VENC-COB "  SITUACAO " SITPG-COB
               DELIMITED BY SIZE INTO LINHA-TIT
           PERFORM GRAVARLINHATIT
           MOVE VLBRU-COB TO WS-VALOR-EDT
           MOVE VLDES-COB TO WS-VALOR2-EDT
           MOVE VALOR-COB TO WS-VALOR3-EDT
           STRING "    BRUTO " WS-VALOR-EDT "  DESCONTO "
               WS-VALOR2-EDT "  VALOR " WS-VALOR3-EDT
               DELIMITED BY SIZE INTO LINHA-TIT
           PERFORM GRAVARLINHATIT
      *              Na renegociada (EX58) DTPAG-COB e a data do
      *              acordo, nao de um recebimento.
           IF SITPG-COB = "P"
               MOVE MULTA-COB  TO WS-VALOR-EDT
               MOVE JUROS-COB  TO WS-VALOR2-EDT
               MOVE TOTREC-COB TO WS-TOTAL-EDT
               STRING "    RECIBO: BAIXA EM " DTPAG-COB "  MULTA "
                   WS-VALOR-EDT "  JUROS " WS-VALOR2-EDT
                   "  RECEBIDO " WS-TOTAL-EDT
                   DELIMITED BY SIZE INTO LINHA-TIT
               PERFORM GRAVARLINHATIT
           ELSE
               IF SITPG-COB = "R"
                   STRING "    RENEGOCIADA EM " DTPAG-COB
                       DELIMITED BY SIZE INTO LINHA-TIT
                   PERFORM GRAVARLINHATIT
               END-IF
           END-IF
           IF ACORDO-COB NOT = 0
               STRING "    ACORDO DE RENEGOCIACAO " ACORDO-COB
                   DELIMITED BY SIZE INTO LINHA-TIT
               PERFORM GRAVARLINHATIT
           END-IF
           ADD 1 TO CONT-SEC.

      *              Livro de creditos: a conta do proprio titular
      *              (aluno "A" ou responsavel "R") e, para o aluno,
      *              tambem os movimentos originados das cobrancas
      *              dele na conta do responsavel.
       RELATARCREDITOS.
           MOVE "CADCRD" TO WS-SEC-ORIGEM
           MOVE "LIVRO DE CREDITOS DAS FAMILIAS" TO WS-SEC-DESCR
           MOVE SPACES TO WS-SEC-FINAL
           STRING "CONTROLE DE CREDITOS, EXCEDENTES E RESTITUICOES "
               "DE PAGAMENTO"
               DELIMITED BY SIZE INTO WS-SEC-FINAL
           PERFORM ABRIRSECAO
           OPEN INPUT CADCRD
           IF FS-CADCRD = "00"
               PERFORM LERCREDITO UNTIL FIM-ARQ = "SIM"
               MOVE "NAO" TO FIM-ARQ
               CLOSE CADCRD
               PERFORM FECHARSECAO
           ELSE
               MOVE WS-CADCRD-ARQ TO WS-SEC-ARQ
               MOVE FS-CADCRD TO WS-SEC-FS
               PERFORM SECAOINDISPONIVEL
           END-IF.

       LERCREDITO.
           READ CADCRD
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   IF (TCTA-CRD = WS-TIPO-TIT
                       AND CCTA-CRD = WS-CHAVE-TIT)
                       OR (WS-TIPO-TIT = "A"
                       AND NUM-CRD = WS-CHAVE-TIT)
                       PERFORM IMPRIMIRCREDITO
                   END-IF
           END-READ.

       IMPRIMIRCREDITO.
           MOVE VALOR-CRD TO WS-TOTAL-EDT
           STRING "  CONTA " TCTA-CRD CCTA-CRD "  DATA " DATA-CRD
               "  TIPO " TIPO-CRD "  VALOR " WS-TOTAL-EDT
               "  ALUNO " NUM-CRD "  COMPETENCIA " COMP-CRD
               DELIMITED BY SIZE INTO LINHA-TIT
           PERFORM GRAVARLINHATIT
           STRING "    HISTORICO " HIST-CRD "  APROVADOR " APROV-CRD
               DELIMITED BY SIZE INTO LINHA-TIT
           PERFORM GRAVARLINHATIT
           ADD 1 TO CONT-SEC.

      *              Responsaveis vinculados ao aluno: os vinculos de
      *              CADRSL e, para cada um, o cadastro do responsavel
      *              em CADRSP.
       RELATARRESPONSAVEIS.
           MOVE "CADRSL" TO WS-SEC-ORIGEM
           MOVE "VINCULOS COM RESPONSAVEIS (E CADASTRO CADRSP)"
               TO WS-SEC-DESCR
           MOVE SPACES TO WS-SEC-FINAL
           STRING "IDENTIFICACAO DOS RESPONSAVEIS LEGAIS E "
               "FINANCEIROS DO ALUNO"
               DELIMITED BY SIZE INTO WS-SEC-FINAL
           PERFORM ABRIRSECAO
           MOVE 0 TO QTD-VIN
           OPEN INPUT CADRSL
           IF FS-CADRSL = "00"
               PERFORM LERVINCULOALUNO UNTIL FIM-ARQ = "SIM"
               MOVE "NAO" TO FIM-ARQ
               CLOSE CADRSL
           ELSE
               MOVE WS-CADRSL-ARQ TO WS-SEC-ARQ
               MOVE FS-CADRSL TO WS-SEC-FS
               PERFORM SECAOINDISPONIVEL
           END-IF
           IF FS-CADRSL = "00"
               PERFORM IMPRIMIRRESPONSAVEIS
               PERFORM FECHARSECAO
           END-IF.

       LERVINCULOALUNO.
           READ CADRSL
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   IF NUM-RSL = WS-CHAVE-TIT AND QTD-VIN < 100
                       ADD 1 TO QTD-VIN
                       MOVE RSP-RSL TO COD-VIN-TAB(QTD-VIN)
                       MOVE "N"     TO ACHOU-VIN-TAB(QTD-VIN)
                   END-IF
           END-READ.

       IMPRIMIRRESPONSAVEIS.
           IF QTD-VIN > 0
               OPEN INPUT CADRSP
               IF FS-CADRSP = "00"
                   PERFORM LERRESPONSAVELVINCULADO
                       UNTIL FIM-ARQ = "SIM"
                   MOVE "NAO" TO FIM-ARQ
                   CLOSE CADRSP
               END-IF
           END-IF
           PERFORM VARYING IDX-VIN FROM 1 BY 1
               UNTIL IDX-VIN > QTD-VIN
               IF ACHOU-VIN-TAB(IDX-VIN) = "N"
                   STRING "  RESPONSAVEL " COD-VIN-TAB(IDX-VIN)
                       " - NAO CONSTA DE "
                       FUNCTION TRIM(WS-CADRSP-ARQ)
                       DELIMITED BY SIZE INTO LINHA-TIT
                   PERFORM GRAVARLINHATIT
               END-IF
           END-PERFORM
           ADD QTD-VIN TO CONT-SEC.

       LERRESPONSAVELVINCULADO.
           READ CADRSP
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   PERFORM VARYING IDX-VIN FROM 1 BY 1
                       UNTIL IDX-VIN > QTD-VIN
                       IF COD-VIN-TAB(IDX-VIN) = COD-RSP
                           AND ACHOU-VIN-TAB(IDX-VIN) = "N"
                           MOVE "S" TO ACHOU-VIN-TAB(IDX-VIN)
                           STRING "  RESPONSAVEL " COD-RSP
                               "  NOME " NOME-RSP
                               "  ENDERECO " ENDER-RSP
                               DELIMITED BY SIZE INTO LINHA-TIT
                           PERFORM GRAVARLINHATIT
                       END-IF
                   END-PERFORM
           END-READ.

      *===============================================================
      *              Dossie do responsavel (chave COD-RSP).
      *===============================================================
       DOSSIERESPONSAVEL.
           PERFORM RELATARRESPONSAVEL.
           PERFORM RELATARALUNOSVINCULADOS.
           PERFORM RELATARCREDITOS.

       RELATARRESPONSAVEL.
           MOVE "CADRSP" TO WS-SEC-ORIGEM
           MOVE "CADASTRO DE RESPONSAVEIS" TO WS-SEC-DESCR
           MOVE SPACES TO WS-SEC-FINAL
           STRING "IDENTIFICACAO E CONTATO DO RESPONSAVEL PELO ALUNO "
               "E PELA COBRANCA"
               DELIMITED BY SIZE INTO WS-SEC-FINAL
           PERFORM ABRIRSECAO
           OPEN INPUT CADRSP
           IF FS-CADRSP = "00"
               PERFORM LERRESPONSAVEL UNTIL FIM-ARQ = "SIM"
               MOVE "NAO" TO FIM-ARQ
               CLOSE CADRSP
               PERFORM FECHARSECAO
           ELSE
               MOVE WS-CADRSP-ARQ TO WS-SEC-ARQ
               MOVE FS-CADRSP TO WS-SEC-FS
               PERFORM SECAOINDISPONIVEL
           END-IF.

       LERRESPONSAVEL.
           READ CADRSP
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   IF COD-RSP = WS-CHAVE-TIT
                       STRING "  CODIGO " COD-RSP "  NOME " NOME-RSP
                           DELIMITED BY SIZE INTO LINHA-TIT
                       PERFORM GRAVARLINHATIT
                       STRING "  ENDERECO " ENDER-RSP
                           DELIMITED BY SIZE INTO LINHA-TIT
                       PERFORM GRAVARLINHATIT
                       ADD 1 TO CONT-SEC
                   END-IF
           END-READ.

      *              Alunos vinculados ao responsavel, com o nome do
      *              aluno no mestre quando ele esta disponivel.
       RELATARALUNOSVINCULADOS.
           MOVE "CADRSL" TO WS-SEC-ORIGEM
           MOVE "ALUNOS VINCULADOS AO RESPONSAVEL" TO WS-SEC-DESCR
           MOVE SPACES TO WS-SEC-FINAL
           STRING "VINCULO DE RESPONSABILIDADE LEGAL E FINANCEIRA "
               "PELOS ALUNOS"
               DELIMITED BY SIZE INTO WS-SEC-FINAL
           PERFORM ABRIRSECAO
           OPEN INPUT CADRSL
           IF FS-CADRSL = "00"
               OPEN INPUT CADALU
               PERFORM LERVINCULORESPONSAVEL UNTIL FIM-ARQ = "SIM"
               MOVE "NAO" TO FIM-ARQ
               IF FS-CADALU = "00"
                   CLOSE CADALU
               END-IF
               CLOSE CADRSL
               PERFORM FECHARSECAO
           ELSE
               MOVE WS-CADRSL-ARQ TO WS-SEC-ARQ
               MOVE FS-CADRSL TO WS-SEC-FS
               PERFORM SECAOINDISPONIVEL
           END-IF.

       LERVINCULORESPONSAVEL.
           READ CADRSL
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   IF RSP-RSL = WS-CHAVE-TIT
                       PERFORM IMPRIMIRALUNOVINCULADO
                   END-IF
           END-READ.

       IMPRIMIRALUNOVINCULADO.
           MOVE "NAO" TO WS-ACHOU
           IF FS-CADALU = "00" OR FS-CADALU = "23"
               MOVE NUM-RSL TO NUM-ENT
               READ CADALU
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "SIM" TO WS-ACHOU
               END-READ
           END-IF
           IF WS-ACHOU = "SIM"
               STRING "  ALUNO " NUM-RSL "  NOME "
                   NOME-ENT OF REG-ENT "  TURMA " TURMA-ENT
                   DELIMITED BY SIZE INTO LINHA-TIT
           ELSE
               STRING "  ALUNO " NUM-RSL " - NAO CONSTA DE "
                   FUNCTION TRIM(WS-CADALU-ARQ)
                   DELIMITED BY SIZE INTO LINHA-TIT
           END-IF
           PERFORM GRAVARLINHATIT
           ADD 1 TO CONT-SEC.

      *===============================================================
      *              Dossie do funcionario (chave COD-ENT).
      *===============================================================
       DOSSIEFUNCIONARIO.
           PERFORM RELATARFUNCIONARIO.
           PERFORM RELATARHOLERITE.
           PERFORM RELATARHISTFOLHA.
           PERFORM RELATARFERIAS.
           PERFORM RELATARPERIODOS.
           PERFORM RELATARAFASTAMENTOS.
           PERFORM RELATARPENSOES.
           PERFORM RELATARRESCISAO.
           PERFORM RELATARAUDITORIA.

       RELATARFUNCIONARIO.
           MOVE "CADFUN" TO WS-SEC-ORIGEM
           MOVE "CADASTRO DE FUNCIONARIOS" TO WS-SEC-DESCR
           MOVE SPACES TO WS-SEC-FINAL
           STRING "CONTRATO DE TRABALHO, FOLHA DE PAGAMENTO E "
               "CREDITO DO SALARIO EM CONTA"
               DELIMITED BY SIZE INTO WS-SEC-FINAL
           PERFORM ABRIRSECAO
           PERFORM ABRIRCADFUN
           MOVE WS-CHAVE-TIT TO COD-ENT
           READ CADFUN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM IMPRIMIRFUNCIONARIO
           END-READ
           CLOSE CADFUN
           PERFORM FECHARSECAO.

       IMPRIMIRFUNCIONARIO.
           STRING "  CODIGO " COD-ENT "  NOME " NOME-ENT OF REG-FUN
               "  ADMISSAO " DD-ADM-ENT "/" MM-ADM-ENT "/"
               AA-ADM-ENT
               DELIMITED BY SIZE INTO LINHA-TIT
           PERFORM GRAVARLINHATIT
           MOVE SALARIO-BRU TO WS-VALOR-EDT
           STRING "  DEPARTAMENTO " DEPTO-ENT "  CARGO " CARGO-ENT
               "  NIVEL " NIVEL-ENT "  SALARIO " WS-VALOR-EDT
               "  DEPENDENTES " DEPEND-ENT
               DELIMITED BY SIZE INTO LINHA-TIT
           PERFORM GRAVARLINHATIT
           STRING "  DADOS BANCARIOS: BANCO " BANCO-ENT
               "  AGENCIA " AGENCIA-ENT "  CONTA " CONTA-ENT
               DELIMITED BY SIZE INTO LINHA-TIT
           PERFORM GRAVARLINHATIT
           ADD 1 TO CONT-SEC.

       RELATARHOLERITE.
           MOVE "CADSAI" TO WS-SEC-ORIGEM
           MOVE "HOLERITE DA COMPETENCIA CORRENTE" TO WS-SEC-DESCR
           MOVE SPACES TO WS-SEC-FINAL
           STRING "CALCULO DA FOLHA, DESCONTOS LEGAIS E DEMONSTRATIVO "
               "DE PAGAMENTO"
               DELIMITED BY SIZE INTO WS-SEC-FINAL
           PERFORM ABRIRSECAO
           OPEN INPUT CADSAI
           IF FS-CADSAI = "00"
               PERFORM LERHOLERITE UNTIL FIM-ARQ = "SIM"
               MOVE "NAO" TO FIM-ARQ
               CLOSE CADSAI
               PERFORM FECHARSECAO
           ELSE
               MOVE WS-CADSAI-ARQ TO WS-SEC-ARQ
               MOVE FS-CADSAI TO WS-SEC-FS
               PERFORM SECAOINDISPONIVEL
           END-IF.

       LERHOLERITE.
           READ CADSAI
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   IF TRL-SAI-MARCA NOT = "TOTAL"
                       AND COD-SAI = WS-CHAVE-TIT
                       PERFORM IMPRIMIRHOLERITE
                   END-IF
           END-READ.

       IMPRIMIRHOLERITE.
           MOVE SALARIO-SAI TO WS-VALOR-EDT
           MOVE INSS-SAI    TO WS-VALOR2-EDT
           MOVE IRRF-SAI    TO WS-VALOR3-EDT
           MOVE LIQUIDO-SAI TO WS-VALOR4-EDT
           STRING "  NOME " NOME-SAI "  BRUTO " WS-VALOR-EDT
               "  INSS " WS-VALOR2-EDT "  IRRF " WS-VALOR3-EDT
               "  LIQUIDO " WS-VALOR4-EDT
               DELIMITED BY SIZE INTO LINHA-TIT
           PERFORM GRAVARLINHATIT
           MOVE HEXT-SAI TO WS-VALOR-EDT
           MOVE DFAL-SAI TO WS-VALOR2-EDT
           MOVE EMPR-SAI TO WS-VALOR3-EDT
           MOVE DAFA-SAI TO WS-VALOR4-EDT
           STRING "    HORAS EXTRAS " WS-VALOR-EDT "  FALTAS "
               WS-VALOR2-EDT "  EMPRESTIMO " WS-VALOR3-EDT
               "  AFASTAMENTO " WS-VALOR4-EDT
               DELIMITED BY SIZE INTO LINHA-TIT
           PERFORM GRAVARLINHATIT
           MOVE ATS-SAI  TO WS-VALOR-EDT
           MOVE PENS-SAI TO WS-VALOR2-EDT
           MOVE FGTS-SAI TO WS-VALOR3-EDT
           MOVE BASE-SAI TO WS-VALOR4-EDT
           STRING "    ADICIONAL TEMPO SERVICO " WS-VALOR-EDT
               "  PENSAO " WS-VALOR2-EDT "  FGTS " WS-VALOR3-EDT
               "  BASE IRRF " WS-VALOR4-EDT
               DELIMITED BY SIZE INTO LINHA-TIT
           PERFORM GRAVARLINHATIT
           ADD 1 TO CONT-SEC.

      *              Historico de folha: CADHIS do EX08, o historico
      *              do EX06 e os arquivos mortos de CADHIS que o EX42
      *              registrou em CADAIX, todos lidos pelo mesmo FD.
       RELATARHISTFOLHA.
           MOVE "CADHIS" TO WS-SEC-ORIGEM
           MOVE "HISTORICO DE FOLHA (HOLERITES ANTERIORES)"
               TO WS-SEC-DESCR
           MOVE SPACES TO WS-SEC-FINAL
           STRING "GUARDA DOS PAGAMENTOS PARA OBRIGACOES TRABALHISTAS "
               "E FISCAIS"
               DELIMITED BY SIZE INTO WS-SEC-FINAL
           PERFORM ABRIRSECAO
           MOVE 2 TO QTD-GER
           MOVE WS-CADHIS-VIVO TO ARQ-GER-TAB(1)
           MOVE WS-CADHS6-ARQ  TO ARQ-GER-TAB(2)
           OPEN INPUT CADAIX
           IF FS-CADAIX = "00"
               PERFORM LERINDICEAIX UNTIL FIM-IDX = "SIM"
               MOVE "NAO" TO FIM-IDX
               CLOSE CADAIX
           END-IF
           MOVE "N" TO WS-GER-ABERTA
           PERFORM VARYING IDX-GER FROM 1 BY 1
               UNTIL IDX-GER > QTD-GER
               PERFORM CORRERHISTFOLHA
           END-PERFORM
           MOVE WS-CADHIS-VIVO TO WS-CADHIS-ARQ
           IF WS-GER-ABERTA = "S"
               PERFORM FECHARSECAO
           ELSE
               MOVE WS-CADHIS-VIVO TO WS-SEC-ARQ
               MOVE FS-CADHIS TO WS-SEC-FS
               PERFORM SECAOINDISPONIVEL
           END-IF.

       LERINDICEAIX.
           READ CADAIX
               AT END
                   MOVE "SIM" TO FIM-IDX
               NOT AT END
                   IF ORIGEM-AIX = "CADHIS" AND DESTINO-AIX
                       NOT = SPACES AND QTD-GER < 200
                       ADD 1 TO QTD-GER
                       MOVE DESTINO-AIX TO ARQ-GER-TAB(QTD-GER)
                   END-IF
           END-READ.

      *              Um arquivo do historico: ausente e pulado (o do
      *              EX06 e os mortos ja removidos nao sao erro).
       CORRERHISTFOLHA.
           MOVE ARQ-GER-TAB(IDX-GER) TO WS-CADHIS-ARQ
           MOVE "N" TO WS-GER-IMPRESSA
           OPEN INPUT CADHIS
           IF FS-CADHIS = "00"
               MOVE "S" TO WS-GER-ABERTA
               PERFORM LERHISTFOLHA UNTIL FIM-ARQ = "SIM"
               MOVE "NAO" TO FIM-ARQ
               CLOSE CADHIS
           END-IF.

       LERHISTFOLHA.
           READ CADHIS
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   IF COD-HIS IS NUMERIC
                       AND COD-HIS = WS-CHAVE-TIT
                       PERFORM IMPRIMIRHISTFOLHA
                   END-IF
           END-READ.

       IMPRIMIRHISTFOLHA.
           IF WS-GER-IMPRESSA = "N"
               MOVE "S" TO WS-GER-IMPRESSA
               STRING "  ARQUIVO " WS-CADHIS-ARQ
                   DELIMITED BY SIZE INTO LINHA-TIT
               PERFORM GRAVARLINHATIT
           END-IF
           IF RESTO-HS6 = SPACES
               MOVE SABR-HS6 TO WS-SABR-EDT
               STRING "    COMPETENCIA " COMP-HS6 "  GRAVADO EM "
                   DATA-HS6 "  NOME " NOME-HS6 "  BRUTO "
                   WS-SABR-EDT
                   DELIMITED BY SIZE INTO LINHA-TIT
               PERFORM GRAVARLINHATIT
           ELSE
               MOVE SALARIO-HIS TO WS-VALOR-EDT
               MOVE INSS-HIS    TO WS-VALOR2-EDT
               MOVE IRRF-HIS    TO WS-VALOR3-EDT
               MOVE LIQUIDO-HIS TO WS-VALOR4-EDT
               STRING "    COMPETENCIA " COMP-HIS "  BRUTO "
                   WS-VALOR-EDT "  INSS " WS-VALOR2-EDT "  IRRF "
                   WS-VALOR3-EDT "  LIQUIDO " WS-VALOR4-EDT
                   DELIMITED BY SIZE INTO LINHA-TIT
               PERFORM GRAVARLINHATIT
               MOVE FGTS-HIS TO WS-VALOR-EDT
               MOVE PATR-HIS TO WS-VALOR2-EDT
               MOVE PENS-HIS TO WS-VALOR3-EDT
               STRING "      NOME " NOME-HIS "  FGTS " WS-VALOR-EDT
                   "  PATRONAL " WS-VALOR2-EDT "  PENSAO "
                   WS-VALOR3-EDT
                   DELIMITED BY SIZE INTO LINHA-TIT
               PERFORM GRAVARLINHATIT
           END-IF
           ADD 1 TO CONT-SEC.

       RELATARFERIAS.
           MOVE "CADFEP" TO WS-SEC-ORIGEM
           MOVE "FERIAS PAGAS" TO WS-SEC-DESCR
           MOVE "CONCESSAO E PAGAMENTO DE FERIAS (CLT)"
               TO WS-SEC-FINAL
           PERFORM ABRIRSECAO
           OPEN INPUT CADFEP
           IF FS-CADFEP = "00"
               PERFORM LERFERIAS UNTIL FIM-ARQ = "SIM"
               MOVE "NAO" TO FIM-ARQ
               CLOSE CADFEP
               PERFORM FECHARSECAO
           ELSE
               MOVE WS-CADFEP-ARQ TO WS-SEC-ARQ
               MOVE FS-CADFEP TO WS-SEC-FS
               PERFORM SECAOINDISPONIVEL
           END-IF.

       LERFERIAS.
           READ CADFEP
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   IF TRL-FEP-MARCA NOT = "TOTAL"
                       AND COD-FEP = WS-CHAVE-TIT
                       PERFORM IMPRIMIRFERIAS
                   END-IF
           END-READ.

       IMPRIMIRFERIAS.
           MOVE SALARIO-FEP TO WS-VALOR-EDT
           MOVE VALOR-FEP   TO WS-VALOR2-EDT
           MOVE TERCO-FEP   TO WS-VALOR3-EDT
           MOVE TOTAL-FEP   TO WS-TOTAL-EDT
           STRING "  DIAS " DIAS-FEP "  SALARIO " WS-VALOR-EDT
               "  FERIAS " WS-VALOR2-EDT "  1/3 " WS-VALOR3-EDT
               "  TOTAL " WS-TOTAL-EDT
               DELIMITED BY SIZE INTO LINHA-TIT
           PERFORM GRAVARLINHATIT
           ADD 1 TO CONT-SEC.

       RELATARPERIODOS.
           MOVE "CADPAQ" TO WS-SEC-ORIGEM
           MOVE "PERIODOS AQUISITIVOS DE FERIAS" TO WS-SEC-DESCR
           MOVE SPACES TO WS-SEC-FINAL
           STRING "CONTROLE DO DIREITO A FERIAS E DO PERIODO "
               "CONCESSIVO"
               DELIMITED BY SIZE INTO WS-SEC-FINAL
           PERFORM ABRIRSECAO
           OPEN INPUT CADPAQ
           IF FS-CADPAQ = "00"
               PERFORM LERPERIODO UNTIL FIM-ARQ = "SIM"
               MOVE "NAO" TO FIM-ARQ
               CLOSE CADPAQ
               PERFORM FECHARSECAO
           ELSE
               MOVE WS-CADPAQ-ARQ TO WS-SEC-ARQ
               MOVE FS-CADPAQ TO WS-SEC-FS
               PERFORM SECAOINDISPONIVEL
           END-IF.

       LERPERIODO.
           READ CADPAQ
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   IF COD-PAQ = WS-CHAVE-TIT
                       STRING "  PERIODO " INICIO-PAQ " A " FIM-PAQ
                           "  DIREITO " DIREITO-PAQ "  GOZADOS "
                           GOZADOS-PAQ "  LIMITE " LIMITE-PAQ
                           DELIMITED BY SIZE INTO LINHA-TIT
                       PERFORM GRAVARLINHATIT
                       ADD 1 TO CONT-SEC
                   END-IF
           END-READ.

       RELATARAFASTAMENTOS.
           MOVE "CADAFA" TO WS-SEC-ORIGEM
           MOVE "AFASTAMENTOS" TO WS-SEC-DESCR
           MOVE SPACES TO WS-SEC-FINAL
           STRING "CONTROLE DE LICENCAS E AFASTAMENTOS E REFLEXO NA "
               "FOLHA"
               DELIMITED BY SIZE INTO WS-SEC-FINAL
           PERFORM ABRIRSECAO
           OPEN INPUT CADAFA
           IF FS-CADAFA = "00"
               PERFORM LERAFASTAMENTO UNTIL FIM-ARQ = "SIM"
               MOVE "NAO" TO FIM-ARQ
               CLOSE CADAFA
               PERFORM FECHARSECAO
           ELSE
               MOVE WS-CADAFA-ARQ TO WS-SEC-ARQ
               MOVE FS-CADAFA TO WS-SEC-FS
               PERFORM SECAOINDISPONIVEL
           END-IF.

       LERAFASTAMENTO.
           READ CADAFA
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   IF COD-AFA = WS-CHAVE-TIT
                       STRING "  TIPO " TIPO-AFA "  INICIO "
                           INICIO-AFA "  FIM " FIM-AFA
                           DELIMITED BY SIZE INTO LINHA-TIT
                       PERFORM GRAVARLINHATIT
                       ADD 1 TO CONT-SEC
                   END-IF
           END-READ.

       RELATARPENSOES.
           MOVE "CADPEN" TO WS-SEC-ORIGEM
           MOVE "PENSOES ALIMENTICIAS" TO WS-SEC-DESCR
           MOVE "CUMPRIMENTO DE ORDEM JUDICIAL DE DESCONTO EM FOLHA"
               TO WS-SEC-FINAL
           PERFORM ABRIRSECAO
           OPEN INPUT CADPEN
           IF FS-CADPEN = "00"
               PERFORM LERPENSAO UNTIL FIM-ARQ = "SIM"
               MOVE "NAO" TO FIM-ARQ
               CLOSE CADPEN
               PERFORM FECHARSECAO
           ELSE
               MOVE WS-CADPEN-ARQ TO WS-SEC-ARQ
               MOVE FS-CADPEN TO WS-SEC-FS
               PERFORM SECAOINDISPONIVEL
           END-IF.

       LERPENSAO.
           READ CADPEN
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   IF COD-PEN = WS-CHAVE-TIT
                       PERFORM IMPRIMIRPENSAO
                   END-IF
           END-READ.

       IMPRIMIRPENSAO.
           MOVE PERC-PEN  TO WS-PERC-EDT
           MOVE VALOR-PEN TO WS-VALOR-EDT
           STRING "  SEQUENCIA " SEQ-PEN "  BENEFICIARIO " NOME-PEN
               "  BASE " BASE-PEN "  PERCENTUAL " WS-PERC-EDT
               "  VALOR " WS-VALOR-EDT
               DELIMITED BY SIZE INTO LINHA-TIT
           PERFORM GRAVARLINHATIT
           STRING "    VIGENCIA " INICIO-PEN " A " FIM-PEN
               "  DEPOSITO: BANCO " BANCO-PEN "  AGENCIA "
               AGENCIA-PEN "  CONTA " CONTA-PEN
               DELIMITED BY SIZE INTO LINHA-TIT
           PERFORM GRAVARLINHATIT
           ADD 1 TO CONT-SEC.

       RELATARRESCISAO.
           MOVE "CADRSC" TO WS-SEC-ORIGEM
           MOVE "RESCISAO DO CONTRATO DE TRABALHO" TO WS-SEC-DESCR
           MOVE "CALCULO E PAGAMENTO DAS VERBAS RESCISORIAS"
               TO WS-SEC-FINAL
           PERFORM ABRIRSECAO
           OPEN INPUT CADRSC
           IF FS-CADRSC = "00"
               PERFORM LERRESCISAO UNTIL FIM-ARQ = "SIM"
               MOVE "NAO" TO FIM-ARQ
               CLOSE CADRSC
               PERFORM FECHARSECAO
           ELSE
               MOVE WS-CADRSC-ARQ TO WS-SEC-ARQ
               MOVE FS-CADRSC TO WS-SEC-FS
               PERFORM SECAOINDISPONIVEL
           END-IF.

       LERRESCISAO.
           READ CADRSC
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   IF COD-RSC = WS-CHAVE-TIT
                       PERFORM IMPRIMIRRESCISAO
                   END-IF
           END-READ.

       IMPRIMIRRESCISAO.
           MOVE SALARIO-RSC TO WS-VALOR-EDT
           STRING "  DESLIGAMENTO " DATARES-RSC "  TIPO " TIPO-RSC
               "  SALARIO " WS-VALOR-EDT "  DEPARTAMENTO "
               DEPTO-RSC "  ADMISSAO " ADMISSAO-RSC
               DELIMITED BY SIZE INTO LINHA-TIT
           PERFORM GRAVARLINHATIT
           MOVE SALDO-RSC  TO WS-VALOR-EDT
           MOVE DEC13-RSC  TO WS-VALOR2-EDT
           MOVE FERPRO-RSC TO WS-VALOR3-EDT
           MOVE FERVEN-RSC TO WS-VALOR4-EDT
           STRING "    SALDO " WS-VALOR-EDT "  13O " WS-VALOR2-EDT
               "  FERIAS PROP. " WS-VALOR3-EDT "  FERIAS VENC. "
               WS-VALOR4-EDT
               DELIMITED BY SIZE INTO LINHA-TIT
           PERFORM GRAVARLINHATIT
           MOVE AVISO-RSC TO WS-VALOR-EDT
           MOVE TOTAL-RSC TO WS-TOTAL-EDT
           STRING "    AVISO PREVIO " WS-VALOR-EDT "  TOTAL "
               WS-TOTAL-EDT
               DELIMITED BY SIZE INTO LINHA-TIT
           PERFORM GRAVARLINHATIT
           ADD 1 TO CONT-SEC.

      *===============================================================
      *              Trilha de auditoria (aluno e funcionario): as
      *              geracoes arquivadas do indice CADGLG e a trilha
      *              viva, so as entradas dos programas que mantem
      *              cadastros do tipo do titular.
      *===============================================================
       RELATARAUDITORIA.
           MOVE "CADAUD" TO WS-SEC-ORIGEM
           MOVE "TRILHA DE AUDITORIA DOS CADASTROS" TO WS-SEC-DESCR
           MOVE SPACES TO WS-SEC-FINAL
           STRING "PRESTACAO DE CONTAS DAS ALTERACOES FEITAS NOS "
               "CADASTROS DO TITULAR"
               DELIMITED BY SIZE INTO WS-SEC-FINAL
           PERFORM ABRIRSECAO
           MOVE 0 TO QTD-GER
           OPEN INPUT CADGLG
           IF FS-CADGLG = "00"
               PERFORM LERINDICEGLG UNTIL FIM-IDX = "SIM"
               MOVE "NAO" TO FIM-IDX
               CLOSE CADGLG
           END-IF
           IF QTD-GER < 200
               ADD 1 TO QTD-GER
           END-IF
           MOVE WS-CADAUD-VIVO TO ARQ-GER-TAB(QTD-GER)
           MOVE "N" TO WS-GER-ABERTA
           PERFORM VARYING IDX-GER FROM 1 BY 1
               UNTIL IDX-GER > QTD-GER
               PERFORM CORRERAUDITORIA
           END-PERFORM
           MOVE WS-CADAUD-VIVO TO WS-CADAUD-ARQ
           IF WS-GER-ABERTA = "S"
               PERFORM FECHARSECAO
           ELSE
               MOVE WS-CADAUD-VIVO TO WS-SEC-ARQ
               MOVE FS-CADAUD TO WS-SEC-FS
               PERFORM SECAOINDISPONIVEL
           END-IF.

       LERINDICEGLG.
           READ CADGLG
               AT END
                   MOVE "SIM" TO FIM-IDX
               NOT AT END
                   IF TRILHA-GLG = "CADAUD" AND QTD-GER < 199
                       ADD 1 TO QTD-GER
                       MOVE ARQ-GLG TO ARQ-GER-TAB(QTD-GER)
                   END-IF
           END-READ.

       CORRERAUDITORIA.
           MOVE ARQ-GER-TAB(IDX-GER) TO WS-CADAUD-ARQ
           MOVE "N" TO WS-GER-IMPRESSA
           OPEN INPUT CADAUD
           IF FS-CADAUD = "00"
               MOVE "S" TO WS-GER-ABERTA
               PERFORM LERAUDITORIA UNTIL FIM-ARQ = "SIM"
               MOVE "NAO" TO FIM-ARQ
               CLOSE CADAUD
           END-IF.

       LERAUDITORIA.
           READ CADAUD
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   IF CHAVE-AUD IS NUMERIC
                       AND CHAVE-AUD = WS-CHAVE-TIT
                       PERFORM VERIFICARPROGAUD
                       IF WS-PROG-OK = "S"
                           PERFORM IMPRIMIRAUDITORIA
                       END-IF
                   END-IF
           END-READ.

      *              Programas que gravam na trilha com a chave do
      *              aluno (EX13 cadastro, EX50 notas, EX89
      *              documentos, EX92 importacao de notas) ou do
      *              funcionario (EX14/EX16 cadastro e salario, EX67
      *              afastamentos, EX77 pensoes, EX87 faltas de
      *              professor); a marca de expurgo do EX65 vale para
      *              os dois.
       VERIFICARPROGAUD.
           MOVE "N" TO WS-PROG-OK
           IF PROG-AUD = "EX65"
               MOVE "S" TO WS-PROG-OK
           END-IF
           IF WS-TIPO-TIT = "A"
               IF PROG-AUD = "EX13" OR PROG-AUD = "EX50"
                   OR PROG-AUD = "EX89" OR PROG-AUD = "EX92"
                   MOVE "S" TO WS-PROG-OK
               END-IF
           END-IF
           IF WS-TIPO-TIT = "F"
               IF PROG-AUD = "EX14" OR PROG-AUD = "EX16"
                   OR PROG-AUD = "EX67" OR PROG-AUD = "EX77"
                   OR PROG-AUD = "EX87"
                   MOVE "S" TO WS-PROG-OK
               END-IF
           END-IF.

       IMPRIMIRAUDITORIA.
           IF WS-GER-IMPRESSA = "N"
               MOVE "S" TO WS-GER-IMPRESSA
               STRING "  ARQUIVO " WS-CADAUD-ARQ
                   DELIMITED BY SIZE INTO LINHA-TIT
               PERFORM GRAVARLINHATIT
           END-IF
           STRING "    DATA " DATA-AUD "  PROGRAMA " PROG-AUD
               "  TIPO " TIPO-AUD "  OPERADOR " OPER-AUD
               "  APROVADOR " APROV-AUD "  SEQUENCIA " SEQ-AUD
               DELIMITED BY SIZE INTO LINHA-TIT
           PERFORM GRAVARLINHATIT
           IF ANTES-AUD NOT = SPACES
               STRING "      ANTES : " ANTES-AUD ANTES-EXT-AUD
                   DELIMITED BY SIZE INTO LINHA-TIT
               PERFORM GRAVARLINHATIT
           END-IF
           IF DEPOIS-AUD NOT = SPACES
               STRING "      DEPOIS: " DEPOIS-AUD DEPOIS-EXT-AUD
                   DELIMITED BY SIZE INTO LINHA-TIT
               PERFORM GRAVARLINHATIT
           END-IF
           ADD 1 TO CONT-SEC.

      *              Fecha o dossie e registra a entrega no livro
      *              CADLAT (somente-acrescimo).
       TERMINO.
           MOVE SPACES TO LINHA-TIT
           PERFORM GRAVARLINHATIT
           MOVE ALL "=" TO LINHA-TIT
           PERFORM GRAVARLINHATIT
           MOVE CONT-TOTAL TO WS-CONT-EDT
           STRING "TOTAL: " FUNCTION TRIM(WS-CONT-EDT)
               " REGISTRO(S) EM " NUM-SEC " SECOES, " QTD-INDISP
               " SECAO(OES) NAO CONFERIDA(S)"
               DELIMITED BY SIZE INTO LINHA-TIT
           PERFORM GRAVARLINHATIT
           IF WS-SITPRZ = "P"
               STRING "ENTREGUE EM " WS-DATA-MOV
                   " - DENTRO DO PRAZO LEGAL DE " WS-DATA-PRAZO
                   DELIMITED BY SIZE INTO LINHA-TIT
           ELSE
               STRING "ENTREGUE EM " WS-DATA-MOV
                   " - FORA DO PRAZO LEGAL DE " WS-DATA-PRAZO
                   DELIMITED BY SIZE INTO LINHA-TIT
           END-IF
           PERFORM GRAVARLINHATIT
           CLOSE RELTIT
           PERFORM REGISTRARENTREGA
           DISPLAY "EX102 - PROTOCOLO " WS-PROTOCOLO " - "
               FUNCTION TRIM(WS-DESC-TIT) " " WS-CHAVE-TIT
               " - " CONT-TOTAL " REGISTROS EM " NUM-SEC
               " SECOES - DOSSIE EM " FUNCTION TRIM(WS-RELTIT-ARQ)
           IF QTD-INDISP > 0
               DISPLAY "EX102 - " QTD-INDISP
                   " SECAO(OES) SEM CONFERENCIA - ARQUIVO AUSENTE"
           END-IF
           IF WS-SITPRZ = "A"
               DISPLAY "EX102 - ATENCAO: ENTREGA FORA DO PRAZO LEGAL"
                   " (PEDIDO " WS-DATA-SOL ", PRAZO " WS-DATA-PRAZO
                   ")"
           END-IF.

       REGISTRARENTREGA.
           OPEN EXTEND CADLAT
           IF FS-CADLAT = "35" OR FS-CADLAT = "05"
               OPEN OUTPUT CADLAT
               CLOSE CADLAT
               OPEN EXTEND CADLAT
           END-IF
           IF FS-CADLAT NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADLAT-ARQ)
                   " - FILE STATUS " FS-CADLAT
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-PROTOCOLO  TO PROT-LAT
           MOVE WS-TIPO-TIT   TO TIPO-LAT
           MOVE WS-CHAVE-TIT  TO CHAVE-LAT
           MOVE WS-DATA-SOL   TO DATASOL-LAT
           MOVE WS-DATA-PRAZO TO PRAZO-LAT
           MOVE WS-DATA-MOV   TO DATAENT-LAT
           MOVE WS-DIAS       TO DIAS-LAT
           MOVE WS-SITPRZ     TO SITPRZ-LAT
           MOVE WS-OPERADOR   TO OPER-LAT
           MOVE NUM-SEC       TO SECOES-LAT
           MOVE QTD-INDISP    TO INDISP-LAT
           MOVE CONT-TOTAL    TO QTDREG-LAT
           MOVE WS-RELTIT-ARQ TO ARQ-LAT
           WRITE REG-LAT
           CLOSE CADLAT.
