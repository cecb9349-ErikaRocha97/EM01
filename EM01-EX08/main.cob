      *              OS CHECKPOINTS NEM O ESTADO DE COMPETENCIA DE
      *              CADFEC. E O FIM DA COPIA DE ARQUIVOS NA MAO PARA
      *              TESTAR PROPOSTA DE REAJUSTE.
      *              QUANDO O REGISTRO DE AFASTAMENTOS CADAFA EXISTE
      *              (MANTIDO PELO EX67), OS DIAS DE AFASTAMENTO NAO
      *              PAGOS PELA EMPRESA NA COMPETENCIA SAO
      *              DESCONTADOS DO BRUTO ANTES DO REAJUSTE (DIA =
      *              BASE/30): EM DOENCA E ACIDENTE DE TRABALHO, OS
      *              DIAS A PARTIR DO 16O. (OS 15 PRIMEIROS SAO DA
      *              EMPRESA, O RESTO DO INSS); NA LICENCA-
      *              MATERNIDADE E NA LICENCA SEM REMUNERACAO, TODOS.
      *              MES INTEIRO AFASTADO VALE 30 DIAS. O DESCONTO SAI
      *              EM LINHA PROPRIA NO FIM DO REGISTRO DE CADSAI
      *              (DAFA-SAI) PARA O HOLERITE DO EX36 - ACABOU O
      *              AJUSTE MANUAL DOS AFASTADOS NO APONTAMENTO.
      *              FOLHA COMPLEMENTAR (VARIAVEL DE AMBIENTE
      *              COMPLEMENTAR = "S"): PAGA UMA CORRECAO DEPOIS DE
      *              A FOLHA PRINCIPAL DA COMPETENCIA TER SAIDO, SEM
      *              REABRIR NEM RERODAR A PRINCIPAL. SO OS
      *              FUNCIONARIOS DA LISTA CADCPL (CODIGO E VALOR
      *              BRUTO A COMPLEMENTAR - OBRIGATORIA NO MODO) SAO
      *              CALCULADOS: O INSS E O IRRF SAO REFEITOS SOBRE O
      *              BRUTO SOMADO DO MES (ULTIMA RODADA DA PRINCIPAL
      *              NO HISTORICO CADHSP + COMPLEMENTARES ANTERIORES
      *              DA MESMA COMPETENCIA + O VALOR NOVO) E SO A
      *              DIFERENCA PARA O JA RETIDO E DESCONTADA; FGTS E
      *              PATRONAL INCIDEM SOBRE O VALOR NOVO. A SAIDA VAI
      *              PARA ARQUIVOS PROPRIOS (CADSAIC/CADHISC POR
      *              DEFAULT), NO MESMO LEIAUTE DE CADSAI/CADHIS, QUE
      *              O HOLERITE (EX36), A REMESSA (EX37) E A
      *              EXPORTACAO CONTABIL (EX63) LEEM NO MESMO MODO.
      *              APONTAMENTO, AFASTAMENTO, CONSIGNADO, REAJUSTE E
      *              CHECKPOINT NAO SE APLICAM, E A COMPETENCIA PODE
      *              ESTAR FECHADA NO CADFEC - O RESULTADO DA
      *              PRINCIPAL NAO E TOCADO.
      *              QUANDO O ARQUIVO DE PARAMETROS CADATS EXISTE, A
      *              RODADA PAGA O ADICIONAL POR TEMPO DE SERVICO
      *              (ANUENIO OU QUINQUENIO) COMO PROVENTO PROPRIO:
      *              PERCENTUAL POR PERIODO COMPLETO DE CASA, CONTADO
      *              DA ADMISSAO ATE O FIM DA COMPETENCIA, ATE O TETO
      *              DO PARAMETRO, SOBRE O SALARIO BASE DO MESTRE. O
      *              ADICIONAL ENTRA NO BRUTO ANTES DO REAJUSTE, COMPOE
      *              O VALOR DA HORA EXTRA E DO DIA DE FALTA OU
      *              AFASTAMENTO, E SAI EM LINHA PROPRIA NO FIM DO
      *              REGISTRO DE CADSAI (ATS-SAI) PARA O HOLERITE DO
      *              EX36. SEM CADATS NAO HA ADICIONAL.
      *              AS ORDENS JUDICIAIS DE PENSAO ALIMENTICIA DO
      *              REGISTRO CADPEN (EX77) VIGENTES NA COMPETENCIA
      *              SAO DESCONTADAS NA ORDEM LEGAL: DEPOIS DO INSS,
      *              DEDUZIDAS DA BASE DO IRRF (A PENSAO SOBRE O
      *              LIQUIDO E O IRRF SAO RECALCULADOS ATE FECHAR) E
      *              ANTES DO CONSIGNADO, LIMITADAS AO LIQUIDO LEGAL.
      *              O TOTAL SAI NO FIM DE CADSAI (PENS-SAI) E DE
      *              CADHIS (PENS-HIS), E CADA BENEFICIARIO GANHA UMA
      *              LINHA EM CADPGP COM OS DADOS BANCARIOS DELE PARA
      *              O DEPOSITO NA REMESSA DO EX37. A FOLHA
      *              COMPLEMENTAR NAO DESCONTA PENSAO.
      *              NA FOLHA COMPLEMENTAR A PENSAO JA DESCONTADA NA
      *              PRINCIPAL (PENS-HIS DA ULTIMA RODADA DA
      *              COMPETENCIA EM CADHSP, AGORA LIDO NO LEIAUTE
      *              COMPLETO DE CADHIS) E DEDUZIDA DA BASE DO IRRF
      *              SOBRE O BRUTO SOMADO DO MES, COMO FOI NA
      *              PRINCIPAL; SEM ISSO QUEM PAGA PENSAO TINHA IRRF
      *              RETIDO A MAIOR EM TODA COMPLEMENTAR. A PENSAO
      *              CONTINUA FORA DO DESCONTO E DO REGISTRO DA
      *              COMPLEMENTAR.
      *              QUANDO O EVENTO DE DISSIDIO RETROATIVO CADDIF
      *              (GRAVADO PELO EX71) EXISTE, AS DIFERENCAS DE
      *              BRUTO DA COMPETENCIA CORRENTE SAO PAGAS COMO
      *              PROVENTO PROPRIO: SOMADAS POR FUNCIONARIO SOBRE
      *              AS COMPETENCIAS DE REFERENCIA, ENTRAM NO BRUTO
      *              DEPOIS DO REAJUSTE (JA VEM REPRECIFICADAS) E COM
      *              ELE NAS BASES DO INSS, DO IRRF, DA PENSAO, DO
      *              FGTS E DO PATRONAL, E SAEM EM LINHA PROPRIA NO
      *              FIM DO REGISTRO DE CADSAI (DIF-SAI) PARA O
      *              HOLERITE DO EX36. REGISTRO DE OUTRA COMPETENCIA
      *              E IGNORADO, E DIFERENCA DE FUNCIONARIO FORA DO
      *              MESTRE E AVISADA NO FIM DA RODADA. NA SIMULACAO
      *              A DIFERENCA ENTRA NAS DUAS FOLHAS; A
      *              COMPLEMENTAR NAO A PAGA.

       ENVIRONMENT DIVISION.
       
           SELECT CADPTR  ASSIGN TO DYNAMIC WS-CADPTR-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADPTR.
           SELECT CADATS  ASSIGN TO DYNAMIC WS-CADATS-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADATS.
           SELECT CADPON  ASSIGN TO DYNAMIC WS-CADPON-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADPON.
           SELECT CADMXD  ASSIGN TO DYNAMIC WS-CADMXD-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADMXD.
           SELECT CADPEN  ASSIGN TO DYNAMIC WS-CADPEN-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADPEN.
           SELECT CADPGP  ASSIGN TO DYNAMIC WS-CADPGP-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADPGP.
           SELECT CADTABS ASSIGN TO DYNAMIC WS-CADTABS-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADTABS.
           SELECT CADLCK  ASSIGN TO DYNAMIC WS-CADLCK-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADLCK.
           SELECT CADAFA  ASSIGN TO DYNAMIC WS-CADAFA-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADAFA.
           SELECT CADCPL  ASSIGN TO DYNAMIC WS-CADCPL-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADCPL.
           SELECT CADHSP  ASSIGN TO DYNAMIC WS-CADHSP-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADHSP.
           SELECT CADDIF  ASSIGN TO DYNAMIC WS-CADDIF-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADDIF.
      *              ARQSORT e o arquivo de trabalho da ordenacao
      *              externa e CADWRK a saida ja ordenada, consumida
      *              pelo restante do programa; o tamanho da entrada
           02 CONTA-SRT     PIC 9(10).
           02 DEPEND-SRT    PIC 9(02).
           02 ADMISSAO-SRT  PIC 9(08).
           02 CARGO-SRT     PIC 9(03).
           02 NIVEL-SRT     PIC 9(02).

       FD CADWRK
           LABEL RECORD ARE STANDARD.
           02 CONTA-WRK     PIC 9(10).
           02 DEPEND-WRK    PIC 9(02).
           02 ADMISSAO-WRK  PIC 9(08).
           02 CARGO-WRK     PIC 9(03).
           02 NIVEL-WRK     PIC 9(02).

       FD CADSAI
           LABEL RECORD ARE STANDARD.
      *              Parcela de consignado descontada do liquido na
      *              competencia (zeros sem contrato).
           02 EMPR-SAI      PIC 9(05)V99.
      *              Desconto dos dias de afastamento nao pagos pela
      *              empresa na competencia (zeros sem afastamento).
           02 DAFA-SAI      PIC 9(05)V99.
      *              Adicional por tempo de servico pago na
      *              competencia, ja incluido no bruto (zeros sem
      *              CADATS ou sem periodo completo).
           02 ATS-SAI       PIC 9(05)V99.
      *              Pensao alimenticia descontada na competencia,
      *              soma dos beneficiarios (zeros sem pensao).
           02 PENS-SAI      PIC 9(05)V99.
      *              Diferenca de dissidio retroativo paga na
      *              competencia, ja incluida no bruto (zeros sem
      *              CADDIF).
           02 DIF-SAI       PIC 9(05)V99.

       01 REG-TRL.
           02 TRL-MARCA         PIC X(05) VALUE "TOTAL".
       01 REG-FGT.
           02 ALIQ-FGT      PIC 9(02)V99.

      *              CADATS: parametros do adicional por tempo de
      *              servico. Opcional - se nao existir, nao ha
      *              adicional.
       FD CADATS
           LABEL RECORD ARE STANDARD.

           COPY CADATS.

      *              CADPTR: aliquotas do INSS patronal e de
      *              terceiros. Opcional - se nao existir, assume-se
      *              20% e 5,8%.
       01 REG-MXD.
           02 PERCMAX-MXD   PIC 9(02).

      *              CADPEN: registro de pensoes alimenticias mantido
      *              pelo EX77. Opcional - sem ele nao ha desconto.
       FD CADPEN
           LABEL RECORD ARE STANDARD.

           COPY CADPEN.

      *              CADPGP: pensoes descontadas na competencia, uma
      *              linha por beneficiario com os dados bancarios
      *              dele, para o deposito na remessa do EX37; com
      *              trailer de controle no molde do CADSAI.
       FD CADPGP
           LABEL RECORD ARE STANDARD.

       01 REG-PGP.
           02 COD-PGP       PIC 9(05).
           02 SEQ-PGP       PIC 9(02).
           02 NOME-PGP      PIC X(20).
           02 VALOR-PGP     PIC 9(05)V99.
           02 BANCO-PGP     PIC 9(03).
           02 AGENCIA-PGP   PIC 9(05).
           02 CONTA-PGP     PIC 9(10).

       01 REG-PGP-TRL.
           02 TRL-PGP-MARCA PIC X(05).
           02 TRL-PGP-QTDE  PIC 9(07).
           02 TRL-PGP-SOMA  PIC 9(09)V99.

      *              CADTABS: tabela de reajuste alternativa da
      *              simulacao, no leiaute de CADTAB. Obrigatoria no
      *              modo de simulacao.
           02 COMP-HIS      PIC 9(06).
           02 FGTS-HIS      PIC 9(05)V99.
           02 PATR-HIS      PIC 9(05)V99.
      *              Pensao alimenticia descontada, para o informe de
      *              rendimentos anual (EX61).
           02 PENS-HIS      PIC 9(05)V99.

      *              CADCKP: parametros opcionais de checkpoint da
      *              rodada - intervalo de gravacao e se a rodada deve
       01 REG-LCK.
           02 RUN-LCK        PIC 9(05).

      *              CADAFA: registro de afastamentos (EX67).
      *              Opcional - sem ele ninguem tem dia descontado
      *              por afastamento.
       FD CADAFA
           LABEL RECORD ARE STANDARD.

           COPY CADAFA.

      *              CADCPL: lista da folha complementar - codigo do
      *              funcionario e valor bruto a complementar na
      *              competencia. Obrigatoria no modo complementar.
       FD CADCPL
           LABEL RECORD ARE STANDARD.

       01 REG-CPL.
           02 COD-CPL       PIC 9(05).
           02 VALOR-CPL     PIC 9(05)V99.

      *              CADHSP: historico da folha principal (o CADHIS
      *              de sempre), so lido no modo complementar para
      *              obter o bruto e os descontos ja pagos no mes,
      *              inclusive a pensao alimenticia.
       FD CADHSP
           LABEL RECORD ARE STANDARD.

       01 REG-HSP.
           02 DATA-HSP      PIC 9(06).
           02 COD-HSP       PIC 9(05).
           02 NOME-HSP      PIC X(20).
           02 SALARIO-HSP   PIC 9(05)V99.
           02 INSS-HSP      PIC 9(05)V99.
           02 IRRF-HSP      PIC 9(05)V99.
           02 LIQUIDO-HSP   PIC 9(05)V99.
           02 COMP-HSP      PIC 9(06).
           02 FGTS-HSP      PIC 9(05)V99.
           02 PATR-HSP      PIC 9(05)V99.
           02 PENS-HSP      PIC 9(05)V99.

      *              CADDIF: evento de dissidio retroativo (EX71) -
      *              um registro por funcionario e competencia de
      *              referencia, com trailer de controle. Opcional -
      *              sem ele ninguem recebe diferenca.
       FD CADDIF
           LABEL RECORD ARE STANDARD.

       01 REG-DIF.
           02 COD-DIF       PIC 9(05).
           02 NOME-DIF      PIC X(20).
           02 COMP-DIF      PIC 9(06).
           02 REF-DIF       PIC 9(06).
           02 BRUTO-DIF     PIC 9(05)V99.
           02 INSS-DIF      PIC 9(05)V99.
           02 FGTS-DIF      PIC 9(05)V99.

       WORKING-STORAGE SECTION.
       77 FIM-ARQ       PIC X(03)    VALUE "NAO".
       77 PERCENTUAL    PIC 9(02)V99 VALUE 0.
       77 WS-VLR-DIA    PIC 9(04)V99 VALUE 0.
       77 CONT-PON-FORA PIC 9(05) VALUE 0.

      *              Desconto de afastamento: dias da competencia nao
      *              pagos pela empresa, contados em dias corridos
      *              (INTEGER-OF-DATE) dentro dos limites do mes.
       77 FS-CADAFA     PIC X(02) VALUE "00".

      *              Folha complementar: lista de CADCPL com o que a
      *              principal e as complementares anteriores ja
      *              pagaram e reteram na competencia (500, o mesmo
      *              limite dos apontamentos).
       77 WS-COMPLEMENTAR PIC X(01) VALUE "N".
       77 FS-CADCPL     PIC X(02) VALUE "00".
       77 FS-CADHSP     PIC X(02) VALUE "00".
       77 WS-TEM-PRI    PIC X(01) VALUE "N".
       77 CONT-CPL-CALC PIC 9(05) VALUE 0.
       77 CONT-CPL-FORA PIC 9(05) VALUE 0.
       77 CONT-CPL-SEMP PIC 9(05) VALUE 0.
       77 QTD-CPL       PIC 9(03) VALUE 0.
       77 IDX-CPL       PIC 9(03) VALUE 0.
       77 IDX-CPL-ACH   PIC 9(03) VALUE 0.
       01 TABELA-CPL.
           02 CPL-ITEM OCCURS 500 TIMES.
               03 COD-CPL-TAB    PIC 9(05).
               03 VALOR-CPL-TAB  PIC 9(05)V99.
               03 BRUPRI-CPL-TAB PIC 9(05)V99.
               03 INSPRI-CPL-TAB PIC 9(05)V99.
               03 IRFPRI-CPL-TAB PIC 9(05)V99.
               03 PENPRI-CPL-TAB PIC 9(05)V99.
               03 BRUANT-CPL-TAB PIC 9(05)V99.
               03 INSANT-CPL-TAB PIC 9(05)V99.
               03 IRFANT-CPL-TAB PIC 9(05)V99.
               03 TEMPRI-CPL-TAB PIC X(01).
               03 USADO-CPL-TAB  PIC X(01).
       77 DAFA-CALC     PIC 9(05)V99 VALUE 0.
       77 WS-DIAS-AFA   PIC 9(03) VALUE 0.
       77 WS-DATA-AUX   PIC 9(08) VALUE 0.
       77 WS-INI-MES    PIC 9(07) VALUE 0.
       77 WS-FIM-MES    PIC 9(07) VALUE 0.
       77 WS-INI-DESC   PIC 9(07) VALUE 0.
       77 WS-FIM-DESC   PIC 9(07) VALUE 0.
       77 CONT-AFA-DESC PIC 9(05) VALUE 0.

      *              Dissidio retroativo: diferencas de CADDIF da
      *              competencia somadas por funcionario (500, o mesmo
      *              limite dos apontamentos). USADO marca as pagas; as
      *              que sobrarem sao de funcionario fora do mestre.
       77 FS-CADDIF     PIC X(02) VALUE "00".
       77 DIF-CALC      PIC 9(05)V99 VALUE 0.
       77 CONT-DIF-PAGO PIC 9(05) VALUE 0.
       77 CONT-DIF-OUTR PIC 9(05) VALUE 0.
       77 CONT-DIF-FORA PIC 9(05) VALUE 0.
       77 QTD-DIF       PIC 9(03) VALUE 0.
       77 IDX-DIF       PIC 9(03) VALUE 0.
       77 IDX-DIF-ACH   PIC 9(03) VALUE 0.
       01 TABELA-DIF.
           02 DIF-ITEM OCCURS 500 TIMES.
               03 COD-DIF-TAB   PIC 9(05).
               03 VALOR-DIF-TAB PIC 9(05)V99.
               03 USADO-DIF-TAB PIC X(01).

      *              Adicional por tempo de servico: parametros de
      *              CADATS (tipo em branco = sem adicional) e o
      *              calculo do funcionario corrente.
       77 FS-CADATS     PIC X(02) VALUE "00".
       77 WS-TIPO-ATS   PIC X(01) VALUE SPACE.
       77 WS-PERC-ATS   PIC 9(02)V99 VALUE 0.
       77 WS-TETO-ATS   PIC 9(02)V99 VALUE 0.
       77 ATS-CALC      PIC 9(05)V99 VALUE 0.
       77 WS-ANO-COMP   PIC 9(04) VALUE 0.
       77 WS-MES-COMP   PIC 9(02) VALUE 0.
       77 WS-ANOS-CASA  PIC 9(03) VALUE 0.
       77 WS-PERIODOS   PIC 9(03) VALUE 0.
       77 WS-PCT-ATS    PIC 9(03)V99 VALUE 0.
       77 CONT-ATS      PIC 9(05) VALUE 0.

      *              Afastamentos em memoria (2000, o mesmo limite do
      *              EX67 que mantem o registro).
       77 QTD-AFA       PIC 9(04) VALUE 0.
       77 IDX-AFA       PIC 9(04) VALUE 0.
       01 TABELA-AFA.
           02 AFA-ITEM OCCURS 2000 TIMES.
               03 COD-AFA-TAB    PIC 9(05).
               03 TIPO-AFA-TAB   PIC X(02).
               03 INICIO-AFA-TAB PIC 9(08).
               03 FIM-AFA-TAB    PIC 9(08).

      *              Desconto de consignado da competencia: parcela
      *              do contrato, limitada ao percentual maximo do
      *              liquido.
               03 PARC-CSG-TAB  PIC 9(05)V99.
               03 REST-CSG-TAB  PIC 9(03).

      *              Pensao alimenticia da competencia: ordens
      *              vigentes do funcionario (CADPEN), descontadas
      *              depois do INSS e antes do IRRF, que a tem como
      *              deducao da base; a de percentual do liquido
      *              depende do IRRF e vice-versa, entao as duas sao
      *              recalculadas em rodadas sucessivas ate o valor
      *              estabilizar. O total nunca passa do liquido
      *              legal (bruto menos INSS e IRRF).
       77 FS-CADPEN     PIC X(02) VALUE "00".
       77 FS-CADPGP     PIC X(02) VALUE "00".
       77 PENS-CALC     PIC 9(05)V99 VALUE 0.
       77 WS-PENS-ANT   PIC 9(05)V99 VALUE 0.
       77 WS-LIQ-PEN    PIC S9(06)V99 VALUE 0.
       77 WS-SALDO-PEN  PIC S9(06)V99 VALUE 0.
       77 WS-VAL-PEN    PIC 9(05)V99 VALUE 0.
       77 WS-TEM-PEN    PIC X(01) VALUE "N".
       77 WS-PENS-EST   PIC X(01) VALUE "N".
       77 WS-PENS-LIM   PIC X(01) VALUE "N".
       77 WS-ITER-PEN   PIC 9(02) VALUE 0.
       77 CONT-PEN-DESC PIC 9(05) VALUE 0.
       77 CONT-PEN-LIM  PIC 9(05) VALUE 0.
       77 CONT-PGP      PIC 9(07) VALUE 0.
       77 SOMA-PGP      PIC 9(09)V99 VALUE 0.

      *              Ordens de pensao em memoria (1000, o mesmo
      *              limite do EX77 que mantem o registro), e as do
      *              funcionario corrente com o valor calculado.
       77 QTD-PEN       PIC 9(04) VALUE 0.
       77 IDX-PEN       PIC 9(04) VALUE 0.
       01 TABELA-PEN.
           02 PEN-ITEM OCCURS 1000 TIMES.
               03 COD-PEN-TAB     PIC 9(05).
               03 SEQ-PEN-TAB     PIC 9(02).
               03 NOME-PEN-TAB    PIC X(20).
               03 BASE-PEN-TAB    PIC X(01).
               03 PERC-PEN-TAB    PIC 9(02)V99.
               03 VALOR-PEN-TAB   PIC 9(05)V99.
               03 BANCO-PEN-TAB   PIC 9(03).
               03 AGENCIA-PEN-TAB PIC 9(05).
               03 CONTA-PEN-TAB   PIC 9(10).
       77 QTD-PFU       PIC 9(02) VALUE 0.
       77 IDX-PFU       PIC 9(02) VALUE 0.
       01 TABELA-PFU.
           02 PFU-ITEM OCCURS 20 TIMES.
               03 IDX-PEN-PFU     PIC 9(04).
               03 VALOR-PFU       PIC 9(05)V99.

      *              Apontamentos em memoria (500 e folga para o
      *              quadro). USADO marca os aplicados; os que
      *              sobrarem sao de funcionario fora do mestre.
       77 WS-CADDTM-ARQ  PIC X(40) VALUE "CADDTM.DAT".
       77 WS-ENV-TEMP    PIC X(40).
       77 WS-CADLCK-ARQ  PIC X(40) VALUE "CADLCK.DAT".
       77 WS-CADAFA-ARQ  PIC X(40) VALUE "CADAFA.DAT".
       77 WS-CADCPL-ARQ  PIC X(40) VALUE "CADCPL.DAT".
       77 WS-CADHSP-ARQ  PIC X(40) VALUE "CADHIS.DAT".
       77 WS-CADDIF-ARQ  PIC X(40) VALUE "CADDIF.DAT".
       77 FS-CADLCK     PIC X(02) VALUE "00".
       77 WS-LOTERUN    PIC X(05) VALUE SPACES.

       77 WS-CADIRF-ARQ  PIC X(40) VALUE "CADIRF.DAT".
       77 WS-CADFGT-ARQ  PIC X(40) VALUE "CADFGT.DAT".
       77 WS-CADPTR-ARQ  PIC X(40) VALUE "CADPTR.DAT".
       77 WS-CADATS-ARQ  PIC X(40) VALUE "CADATS.DAT".
       77 WS-CADPON-ARQ  PIC X(40) VALUE "CADPON.DAT".
       77 WS-CADCSG-ARQ  PIC X(40) VALUE "CADCSG.DAT".
       77 WS-CADMXD-ARQ  PIC X(40) VALUE "CADMXD.DAT".
       77 WS-CADPEN-ARQ  PIC X(40) VALUE "CADPEN.DAT".
       77 WS-CADPGP-ARQ  PIC X(40) VALUE "CADPGP.DAT".
       77 WS-CADTABS-ARQ PIC X(40) VALUE "CADTABS.DAT".
       77 WS-CADINSS-ARQ PIC X(40) VALUE "CADINSS.DAT".
       77 WS-CADIRFS-ARQ PIC X(40) VALUE "CADIRFS.DAT".
      *              estiver definida, substitui o nome default acima;
      *              caso contrario mantem o nome compilado.
       LERNOMESARQUIVOS.
      *              Na folha complementar a saida muda de nome por
      *              default, para nunca cair em cima da principal.
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "COMPLEMENTAR"
           IF WS-ENV-TEMP(1:1) = "S"
               MOVE "S"           TO WS-COMPLEMENTAR
               MOVE "CADSAIC.DAT" TO WS-CADSAI-ARQ
               MOVE "CADHISC.DAT" TO WS-CADHIS-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADFUN"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADFUN-ARQ
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADPTR-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADATS"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADATS-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADPON"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADPON-ARQ
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADMXD-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADPEN"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADPEN-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADPGP"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADPGP-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADTABS"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADTABS-ARQ
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-RELSIM-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADAFA"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADAFA-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADCPL"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADCPL-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADHSP"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADHSP-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADDIF"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADDIF-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "SIMULA"
           IF WS-ENV-TEMP(1:1) = "S"
               MOVE "S" TO WS-SIMULA

       INICIO.
           PERFORM VERIFICARTRAVA.
           IF WS-COMPLEMENTAR = "S"
               IF WS-SIMULA = "S"
                   DISPLAY "EX08 - SIMULACAO E FOLHA COMPLEMENTAR "
                       "NAO RODAM JUNTAS - RODADA RECUSADA"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM LERDATAMOV
               MOVE WS-DATA-MOV(1:6) TO WS-COMP
               PERFORM CARREGARCOMPLEMENTAR
           END-IF
           OPEN INPUT CADFUN
           IF FS-CADFUN NOT = "00"
               DISPLAY "ERRO AO ABRIR CADFUN.DAT - FILE STATUS "
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-COMPLEMENTAR NOT = "S"
                   OPEN OUTPUT CADPGP
                   IF FS-CADPGP NOT = "00"
                       DISPLAY "ERRO AO ABRIR "
                           FUNCTION TRIM(WS-CADPGP-ARQ)
                           " - FILE STATUS " FS-CADPGP
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-IF
           PERFORM LERDATAMOV
           IF WS-SIMULA NOT = "S" AND WS-COMPLEMENTAR NOT = "S"
               PERFORM VERIFICARCOMPETENCIA
           END-IF
           MOVE WS-DATA-MOV(3:6) TO WS-DATA-EXEC
           PERFORM LETABELAINSS.
           PERFORM LETABELAIRRF.
           PERFORM LERALIQUOTASPATRONAIS.
           PERFORM LERADICIONALTEMPO.
      *              As tabelas alternativas da simulacao so podem
      *              ser carregadas depois das correntes, porque
      *              INSS/IRRF alternativos ausentes copiam as faixas
               PERFORM LETABELAINSSSIM
               PERFORM LETABELAIRRFSIM
           END-IF
           IF WS-COMPLEMENTAR NOT = "S"
               PERFORM CARREGARAPONTAMENTOS
               PERFORM CARREGARCONSIGNADOS
               PERFORM CARREGARAFASTAMENTOS
               PERFORM CARREGARPENSOES
               PERFORM CARREGARDIFERENCAS
           END-IF
           PERFORM LERORDEM.
           PERFORM LERCHECKPOINT.
           PERFORM ORDENARENTRADA.
               STOP RUN
           END-IF
           IF WS-CKP-REINICIAR = "S" AND WS-SIMULA NOT = "S"
               AND WS-COMPLEMENTAR NOT = "S"
               OPEN INPUT CADCKS
               IF FS-CADCKS = "00"
                   READ CADCKS
                   MOVE NOME-WRK    TO NOME-ENT
                   MOVE SALARIO-WRK TO SALARIO-BRU
                   MOVE DEPEND-WRK  TO DEPEND-ENT
                   MOVE ADMISSAO-WRK TO ADMISSAO-ENT
           END-READ.

       PRINCIPAL.
           IF WS-COMPLEMENTAR = "S"
               PERFORM CALCULARCOMPLEMENTAR
           ELSE
               PERFORM COMPORSALARIO
               PERFORM CALCULAREAJUSTE
               IF QTD-DIF > 0
                   PERFORM SOMARDIFERENCA
               END-IF
               PERFORM CALCULADESCONTOS
               PERFORM CALCULARENCARGOS
               IF WS-SIMULA = "S"
                   PERFORM CALCULARSIMULACAO
                   PERFORM GRAVARCOMPARACAO
               ELSE
                   PERFORM GRAVACAO
                   IF FUNCTION MOD(IDX-LEITURA WS-CKP-INTERVALO) = 0
                       PERFORM GRAVARCHECKPOINT
                   END-IF
               END-IF
           END-IF
           PERFORM LEITURA.
           PERFORM LIMPAVARIAVEIS.

      *              Folha complementar do funcionario corrente, se
      *              ele esta na lista: INSS e IRRF sobre o bruto
      *              somado do mes, descontando so o que passa do ja
      *              retido; a pensao descontada na principal
      *              reduz a base do IRRF, mas nao e descontada de
      *              novo; o bruto, o FGTS e o patronal da
      *              complementar sao os do valor novo.
       CALCULARCOMPLEMENTAR.
           MOVE 0 TO IDX-CPL-ACH
           PERFORM VARYING IDX-CPL FROM 1 BY 1
               UNTIL IDX-CPL > QTD-CPL
               IF COD-CPL-TAB(IDX-CPL) = COD-ENT
                   MOVE IDX-CPL TO IDX-CPL-ACH
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF IDX-CPL-ACH NOT = 0
               MOVE "S" TO USADO-CPL-TAB(IDX-CPL-ACH)
               IF TEMPRI-CPL-TAB(IDX-CPL-ACH) = "N"
                   ADD 1 TO CONT-CPL-SEMP
               END-IF
               COMPUTE SALARIO-REA = BRUPRI-CPL-TAB(IDX-CPL-ACH)
                   + BRUANT-CPL-TAB(IDX-CPL-ACH)
                   + VALOR-CPL-TAB(IDX-CPL-ACH)
               PERFORM CALCULARINSS
               MOVE PENPRI-CPL-TAB(IDX-CPL-ACH) TO PENS-CALC
               PERFORM CALCULARIRRF
               MOVE 0 TO PENS-CALC
               IF INSS-CALC > INSPRI-CPL-TAB(IDX-CPL-ACH)
                   + INSANT-CPL-TAB(IDX-CPL-ACH)
                   COMPUTE INSS-CALC = INSS-CALC
                       - INSPRI-CPL-TAB(IDX-CPL-ACH)
                       - INSANT-CPL-TAB(IDX-CPL-ACH)
               ELSE
                   MOVE 0 TO INSS-CALC
               END-IF
               IF IRRF-CALC > IRFPRI-CPL-TAB(IDX-CPL-ACH)
                   + IRFANT-CPL-TAB(IDX-CPL-ACH)
                   COMPUTE IRRF-CALC = IRRF-CALC
                       - IRFPRI-CPL-TAB(IDX-CPL-ACH)
                       - IRFANT-CPL-TAB(IDX-CPL-ACH)
               ELSE
                   MOVE 0 TO IRRF-CALC
               END-IF
               MOVE VALOR-CPL-TAB(IDX-CPL-ACH) TO SALARIO-REA
               SUBTRACT INSS-CALC, IRRF-CALC
                   FROM SALARIO-REA GIVING LIQUIDO-CALC
               PERFORM CALCULARENCARGOS
               PERFORM GRAVACAO
               ADD 1 TO CONT-CPL-CALC
           END-IF.

      *              Lista da complementar em memoria, com o que a
      *              principal (ultima rodada da competencia no
      *              historico CADHSP) e as complementares anteriores
      *              da mesma competencia (historico da complementar)
      *              ja pagaram. Sem rodada principal da competencia
      *              nao ha o que complementar.
       CARREGARCOMPLEMENTAR.
           OPEN INPUT CADCPL
           IF FS-CADCPL NOT = "00"
               DISPLAY "EX08 - FOLHA COMPLEMENTAR SEM A LISTA "
                   FUNCTION TRIM(WS-CADCPL-ARQ) " - RODADA ABORTADA"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LERCOMPLEMENTAR UNTIL FIM-ARQ = "SIM"
           CLOSE CADCPL
           MOVE "NAO" TO FIM-ARQ
           IF QTD-CPL = 0
               DISPLAY "EX08 - LISTA DA FOLHA COMPLEMENTAR VAZIA - "
                   "RODADA ABORTADA"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CADHSP
           IF FS-CADHSP = "00"
               PERFORM LERHISTORICOPRINCIPAL UNTIL FIM-ARQ = "SIM"
               CLOSE CADHSP
               MOVE "NAO" TO FIM-ARQ
           END-IF
           IF WS-TEM-PRI = "N"
               DISPLAY "EX08 - COMPETENCIA " WS-COMP " SEM FOLHA "
                   "PRINCIPAL EM " FUNCTION TRIM(WS-CADHSP-ARQ)
                   " - FOLHA COMPLEMENTAR RECUSADA"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CADHIS
           IF FS-CADHIS = "00"
               PERFORM LERHISTORICOCOMPL UNTIL FIM-ARQ = "SIM"
               CLOSE CADHIS
               MOVE "NAO" TO FIM-ARQ
           END-IF.

       LERCOMPLEMENTAR.
           READ CADCPL
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   MOVE 0 TO IDX-CPL-ACH
                   PERFORM VARYING IDX-CPL FROM 1 BY 1
                       UNTIL IDX-CPL > QTD-CPL
                       IF COD-CPL-TAB(IDX-CPL) = COD-CPL
                           MOVE IDX-CPL TO IDX-CPL-ACH
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF IDX-CPL-ACH = 0
                       IF QTD-CPL = 500
                           DISPLAY "EX08 - MAIS DE 500 FUNCIONARIOS "
                               "NA FOLHA COMPLEMENTAR - RODADA "
                               "ABORTADA"
                           MOVE 1 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO QTD-CPL
                       MOVE QTD-CPL TO IDX-CPL-ACH
                       MOVE COD-CPL TO COD-CPL-TAB(IDX-CPL-ACH)
                       MOVE 0 TO VALOR-CPL-TAB(IDX-CPL-ACH)
                       MOVE 0 TO BRUPRI-CPL-TAB(IDX-CPL-ACH)
                       MOVE 0 TO INSPRI-CPL-TAB(IDX-CPL-ACH)
                       MOVE 0 TO IRFPRI-CPL-TAB(IDX-CPL-ACH)
                       MOVE 0 TO PENPRI-CPL-TAB(IDX-CPL-ACH)
                       MOVE 0 TO BRUANT-CPL-TAB(IDX-CPL-ACH)
                       MOVE 0 TO INSANT-CPL-TAB(IDX-CPL-ACH)
                       MOVE 0 TO IRFANT-CPL-TAB(IDX-CPL-ACH)
                       MOVE "N" TO TEMPRI-CPL-TAB(IDX-CPL-ACH)
                       MOVE "N" TO USADO-CPL-TAB(IDX-CPL-ACH)
                   END-IF
                   ADD VALOR-CPL TO VALOR-CPL-TAB(IDX-CPL-ACH)
           END-READ.

      *              Principal: vale o ultimo registro gravado da
      *              competencia para cada funcionario (uma rodada
      *              reaberta no EX34 acrescenta outro).
       LERHISTORICOPRINCIPAL.
           READ CADHSP
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   IF COMP-HSP = WS-COMP
                       MOVE "S" TO WS-TEM-PRI
                       PERFORM VARYING IDX-CPL FROM 1 BY 1
                           UNTIL IDX-CPL > QTD-CPL
                           IF COD-CPL-TAB(IDX-CPL) = COD-HSP
                               MOVE SALARIO-HSP
                                   TO BRUPRI-CPL-TAB(IDX-CPL)
                               MOVE INSS-HSP
                                   TO INSPRI-CPL-TAB(IDX-CPL)
                               MOVE IRRF-HSP
                                   TO IRFPRI-CPL-TAB(IDX-CPL)
                               IF PENS-HSP IS NUMERIC
                                   MOVE PENS-HSP
                                       TO PENPRI-CPL-TAB(IDX-CPL)
                               ELSE
                                   MOVE 0 TO PENPRI-CPL-TAB(IDX-CPL)
                               END-IF
                               MOVE "S" TO TEMPRI-CPL-TAB(IDX-CPL)
                               EXIT PERFORM
                           END-IF
                       END-PERFORM
                   END-IF
           END-READ.

      *              Complementares anteriores da competencia: todas
      *              somam.
       LERHISTORICOCOMPL.
           READ CADHIS
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   IF COMP-HIS = WS-COMP
                       PERFORM VARYING IDX-CPL FROM 1 BY 1
                           UNTIL IDX-CPL > QTD-CPL
                           IF COD-CPL-TAB(IDX-CPL) = COD-HIS
                               ADD SALARIO-HIS
                                   TO BRUANT-CPL-TAB(IDX-CPL)
                               ADD INSS-HIS
                                   TO INSANT-CPL-TAB(IDX-CPL)
                               ADD IRRF-HIS
                                   TO IRFANT-CPL-TAB(IDX-CPL)
                               EXIT PERFORM
                           END-IF
                       END-PERFORM
                   END-IF
           END-READ.

      *              Codigos da lista que nao passaram pelo mestre.
       CONTARCOMPLEMENTARFORA.
           PERFORM VARYING IDX-CPL FROM 1 BY 1
               UNTIL IDX-CPL > QTD-CPL
               IF USADO-CPL-TAB(IDX-CPL) = "N"
                   ADD 1 TO CONT-CPL-FORA
                   DISPLAY "EX08 - AVISO: FUNCIONARIO "
                       COD-CPL-TAB(IDX-CPL) " DA FOLHA COMPLEMENTAR "
                       "FORA DO MESTRE - NAO CALCULADO"
               END-IF
           END-PERFORM.

      *              Folha simulada do funcionario corrente: mesmo
      *              bruto composto, reajuste pela tabela alternativa
      *              e descontos pelas faixas alternativas. Os
      *              descontos de pensao alimenticia e de consignado
      *              sao os mesmos da folha atual, e a diferenca de
      *              dissidio retroativo entra nas duas folhas.
       CALCULARSIMULACAO.
           MOVE PERCENT-FAIXA-S(QTD-FAIXAS-S) TO PERCENTUAL-S
           PERFORM VARYING IDX-SIM FROM 1 BY 1
               END-IF
           END-PERFORM
           COMPUTE SALARIO-SIM ROUNDED = SALARIO-BRU
               * (100 + PERCENTUAL-S) / 100 + DIF-CALC
           PERFORM CALCULARINSSSIM
           PERFORM CALCULARIRRFSIM
           COMPUTE LIQUIDO-SIM = SALARIO-SIM - INSS-SIM - IRRF-SIM
               - PENS-CALC - EMPR-CALC.

       CALCULARINSSSIM.
           MOVE 0 TO INSS-SIM
           END-PERFORM.

       CALCULARIRRFSIM.
           COMPUTE BASE-IRRF = SALARIO-SIM - INSS-SIM - PENS-CALC
               - DEPEND-ENT * WS-DED-DEP
           IF BASE-IRRF < 0
               MOVE 0 TO BASE-IRRF
           MOVE HEXT-CALC   TO HEXT-SAI
           MOVE DFAL-CALC   TO DFAL-SAI
           MOVE EMPR-CALC   TO EMPR-SAI
           MOVE DAFA-CALC   TO DAFA-SAI
           MOVE ATS-CALC    TO ATS-SAI
           MOVE PENS-CALC   TO PENS-SAI
           MOVE DIF-CALC    TO DIF-SAI
           WRITE REG-SAI
           ADD 1            TO CONT-REG
           ADD SALARIO-REA  TO SOMA-SALARIO
           ADD LIQUIDO-CALC TO SOMA-LIQUIDO
           PERFORM GRAVARHISTORICO
           IF WS-COMPLEMENTAR NOT = "S"
               PERFORM GRAVARPENSOESPAGAS
                   VARYING IDX-PFU FROM 1 BY 1
                   UNTIL IDX-PFU > QTD-PFU
           END-IF.

       GRAVARHISTORICO.
           MOVE WS-DATA-EXEC TO DATA-HIS
           MOVE LIQUIDO-CALC TO LIQUIDO-HIS
           MOVE FGTS-CALC    TO FGTS-HIS
           MOVE PATR-CALC    TO PATR-HIS
           MOVE PENS-CALC    TO PENS-HIS
           WRITE REG-HIS.

      *              Uma linha de CADPGP por beneficiario com valor
      *              descontado na competencia.
       GRAVARPENSOESPAGAS.
           IF VALOR-PFU(IDX-PFU) > 0
               MOVE IDX-PEN-PFU(IDX-PFU)       TO IDX-PEN
               MOVE COD-ENT                    TO COD-PGP
               MOVE SEQ-PEN-TAB(IDX-PEN)       TO SEQ-PGP
               MOVE NOME-PEN-TAB(IDX-PEN)      TO NOME-PGP
               MOVE VALOR-PFU(IDX-PFU)         TO VALOR-PGP
               MOVE BANCO-PEN-TAB(IDX-PEN)     TO BANCO-PGP
               MOVE AGENCIA-PEN-TAB(IDX-PEN)   TO AGENCIA-PGP
               MOVE CONTA-PEN-TAB(IDX-PEN)     TO CONTA-PGP
               WRITE REG-PGP
               ADD 1                  TO CONT-PGP
               ADD VALOR-PFU(IDX-PFU) TO SOMA-PGP
           END-IF.

      *              Ordem legal dos descontos: INSS, pensao
      *              alimenticia com o IRRF (que a deduz da base) e,
      *              por ultimo, o consignado sobre o que sobrou.
       CALCULADESCONTOS.
           PERFORM CALCULARINSS
           PERFORM CALCULARPENSAO
           PERFORM CALCULARCONSIGNADO
           SUBTRACT INSS-CALC, IRRF-CALC, PENS-CALC, EMPR-CALC
               FROM SALARIO-REA GIVING LIQUIDO-CALC.

      *              INSS progressivo: aliquota de cada faixa sobre a
           END-PERFORM.

      *              IRRF pela tabela de faixas: base = salario menos
      *              INSS menos a pensao alimenticia menos a deducao
      *              por dependente; aplica a aliquota da faixa da
      *              base e subtrai a parcela a deduzir, nunca
      *              ficando negativo.
       CALCULARIRRF.
           COMPUTE BASE-IRRF = SALARIO-REA - INSS-CALC - PENS-CALC
               - DEPEND-ENT * WS-DED-DEP
           IF BASE-IRRF < 0
               MOVE 0 TO BASE-IRRF
               CLOSE CADPTR
           END-IF.

      *              Parametros do adicional por tempo de servico, de
      *              CADATS quando existe; sem ele, nao ha adicional.
      *              Tipo diferente de anuenio/quinquenio aborta a
      *              rodada em vez de pagar errado.
       LERADICIONALTEMPO.
           MOVE WS-DATA-MOV(1:6) TO WS-COMP
           DIVIDE WS-COMP BY 100 GIVING WS-ANO-COMP
               REMAINDER WS-MES-COMP
           OPEN INPUT CADATS
           IF FS-CADATS = "00"
               READ CADATS
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE TIPO-ATS TO WS-TIPO-ATS
                       MOVE PERC-ATS TO WS-PERC-ATS
                       MOVE TETO-ATS TO WS-TETO-ATS
               END-READ
               CLOSE CADATS
               IF WS-TIPO-ATS NOT = "A" AND WS-TIPO-ATS NOT = "Q"
                   DISPLAY "EX08 - TIPO DE ADICIONAL POR TEMPO DE "
                       "SERVICO INVALIDO EM "
                       FUNCTION TRIM(WS-CADATS-ARQ)
                       " - RODADA ABORTADA"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *              Adicional por tempo de servico do funcionario
      *              corrente: anos completos de casa ate o fim da
      *              competencia (o mes do aniversario de admissao ja
      *              conta), convertidos em periodos (um por ano no
      *              anuenio, um a cada cinco no quinquenio), vezes o
      *              percentual por periodo, limitado ao teto, sobre o
      *              salario base do mestre.
       CALCULARADICIONALTEMPO.
           MOVE 0 TO ATS-CALC WS-ANOS-CASA
           IF ADMISSAO-ENT IS NUMERIC
               AND AA-ADM-ENT > 0
               AND AA-ADM-ENT < WS-ANO-COMP
               COMPUTE WS-ANOS-CASA = WS-ANO-COMP - AA-ADM-ENT
               IF MM-ADM-ENT > WS-MES-COMP
                   SUBTRACT 1 FROM WS-ANOS-CASA
               END-IF
           END-IF
           IF WS-TIPO-ATS = "Q"
               DIVIDE WS-ANOS-CASA BY 5 GIVING WS-PERIODOS
           ELSE
               MOVE WS-ANOS-CASA TO WS-PERIODOS
           END-IF
           COMPUTE WS-PCT-ATS = WS-PERIODOS * WS-PERC-ATS
           IF WS-TETO-ATS > 0 AND WS-PCT-ATS > WS-TETO-ATS
               MOVE WS-TETO-ATS TO WS-PCT-ATS
           END-IF
           COMPUTE ATS-CALC ROUNDED = BASE-CALC * WS-PCT-ATS / 100
           IF ATS-CALC > 0
               ADD 1 TO CONT-ATS
           END-IF.

      *              Apontamentos do mes em memoria. Opcional - sem
      *              CADPON o bruto fica como o salario do mestre.
       CARREGARAPONTAMENTOS.
           END-READ.

      *              Composicao do bruto da competencia: salario base
      *              do mestre + adicional por tempo de servico +
      *              horas extras (hora = (base + adicional)/220, 50%
      *              e 100% de adicional) - desconto de faltas (dia =
      *              (base + adicional)/30), nunca ficando negativo. O
      *              resultado substitui SALARIO-BRU antes do reajuste
      *              por faixa.
       COMPORSALARIO.
           MOVE SALARIO-BRU TO BASE-CALC
           MOVE 0 TO HEXT-CALC DFAL-CALC ATS-CALC
           IF WS-TIPO-ATS NOT = SPACE
               PERFORM CALCULARADICIONALTEMPO
               ADD ATS-CALC TO SALARIO-BRU
           END-IF
           MOVE 0 TO IDX-PON-ACH
           PERFORM VARYING IDX-PON FROM 1 BY 1
               UNTIL IDX-PON > QTD-PON
           END-PERFORM
           IF IDX-PON-ACH NOT = 0
               MOVE "S" TO USADO-PON-TAB(IDX-PON-ACH)
               COMPUTE WS-VLR-HORA ROUNDED =
                   (BASE-CALC + ATS-CALC) / 220
               COMPUTE WS-VLR-DIA  ROUNDED =
                   (BASE-CALC + ATS-CALC) / 30
               COMPUTE HEXT-CALC ROUNDED =
                   HE50-PON-TAB(IDX-PON-ACH) * WS-VLR-HORA * 1,5
                   + HE100-PON-TAB(IDX-PON-ACH) * WS-VLR-HORA * 2
               COMPUTE DFAL-CALC ROUNDED =
                   FALTAS-PON-TAB(IDX-PON-ACH) * WS-VLR-DIA
               IF DFAL-CALC > BASE-CALC + ATS-CALC + HEXT-CALC
                   COMPUTE DFAL-CALC =
                       BASE-CALC + ATS-CALC + HEXT-CALC
               END-IF
               COMPUTE SALARIO-BRU =
                   BASE-CALC + ATS-CALC + HEXT-CALC - DFAL-CALC
           END-IF
           IF QTD-AFA > 0
               PERFORM CALCULARAFASTAMENTO
           END-IF.

      *              Afastamentos em memoria e limites da competencia
      *              em dias corridos (o ultimo dia e a vespera do
      *              primeiro dia do mes seguinte). Opcional - sem
      *              CADAFA nao ha desconto de afastamento.
       CARREGARAFASTAMENTOS.
           MOVE WS-DATA-MOV(1:6) TO WS-COMP
           COMPUTE WS-DATA-AUX = WS-COMP * 100 + 1
           COMPUTE WS-INI-MES = FUNCTION INTEGER-OF-DATE(WS-DATA-AUX)
           IF WS-DATA-MOV(5:2) = "12"
               COMPUTE WS-DATA-AUX = (WS-COMP + 89) * 100 + 1
           ELSE
               COMPUTE WS-DATA-AUX = (WS-COMP + 1) * 100 + 1
           END-IF
           COMPUTE WS-FIM-MES =
               FUNCTION INTEGER-OF-DATE(WS-DATA-AUX) - 1
           OPEN INPUT CADAFA
           IF FS-CADAFA = "00"
               PERFORM LERAFASTAMENTO UNTIL FIM-ARQ = "SIM"
               CLOSE CADAFA
               MOVE "NAO" TO FIM-ARQ
           END-IF.

       LERAFASTAMENTO.
           READ CADAFA
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   IF QTD-AFA = 2000
                       DISPLAY "EX08 - MAIS DE 2000 AFASTAMENTOS - "
                           "RODADA ABORTADA"
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO QTD-AFA
                   MOVE COD-AFA    TO COD-AFA-TAB(QTD-AFA)
                   MOVE TIPO-AFA   TO TIPO-AFA-TAB(QTD-AFA)
                   MOVE INICIO-AFA TO INICIO-AFA-TAB(QTD-AFA)
                   MOVE FIM-AFA    TO FIM-AFA-TAB(QTD-AFA)
           END-READ.

      *              Dias da competencia nao pagos pela empresa,
      *              somados sobre os afastamentos do funcionario:
      *              em doenca/acidente a partir do 16o. dia, nos
      *              demais tipos desde o inicio. Mes inteiro vale 30
      *              dias; o desconto e dia = (base + adicional por
      *              tempo de servico)/30 sobre o bruto ja composto,
      *              nunca ficando negativo.
       CALCULARAFASTAMENTO.
           MOVE 0 TO WS-DIAS-AFA
           PERFORM VARYING IDX-AFA FROM 1 BY 1
               UNTIL IDX-AFA > QTD-AFA
               IF COD-AFA-TAB(IDX-AFA) = COD-ENT
                   PERFORM CONTARDIASAFASTAMENTO
               END-IF
           END-PERFORM
           IF WS-DIAS-AFA > 0
               IF WS-DIAS-AFA > WS-FIM-MES - WS-INI-MES
                   OR WS-DIAS-AFA > 30
                   MOVE 30 TO WS-DIAS-AFA
               END-IF
               COMPUTE WS-VLR-DIA ROUNDED =
                   (BASE-CALC + ATS-CALC) / 30
               COMPUTE DAFA-CALC ROUNDED = WS-DIAS-AFA * WS-VLR-DIA
               IF DAFA-CALC > SALARIO-BRU
                   MOVE SALARIO-BRU TO DAFA-CALC
               END-IF
               SUBTRACT DAFA-CALC FROM SALARIO-BRU
               ADD 1 TO CONT-AFA-DESC
           END-IF.

       CONTARDIASAFASTAMENTO.
           COMPUTE WS-INI-DESC =
               FUNCTION INTEGER-OF-DATE(INICIO-AFA-TAB(IDX-AFA))
           IF TIPO-AFA-TAB(IDX-AFA) = "DO"
               OR TIPO-AFA-TAB(IDX-AFA) = "AT"
               ADD 15 TO WS-INI-DESC
           END-IF
           IF WS-INI-DESC < WS-INI-MES
               MOVE WS-INI-MES TO WS-INI-DESC
           END-IF
           IF FIM-AFA-TAB(IDX-AFA) = 0
               MOVE WS-FIM-MES TO WS-FIM-DESC
           ELSE
               COMPUTE WS-FIM-DESC =
                   FUNCTION INTEGER-OF-DATE(FIM-AFA-TAB(IDX-AFA))
               IF WS-FIM-DESC > WS-FIM-MES
                   MOVE WS-FIM-MES TO WS-FIM-DESC
               END-IF
           END-IF
           IF WS-FIM-DESC NOT < WS-INI-DESC
               COMPUTE WS-DIAS-AFA =
                   WS-DIAS-AFA + WS-FIM-DESC - WS-INI-DESC + 1
           END-IF.

      *              Contratos de consignado em memoria. Opcional -
               END-PERFORM
               IF IDX-CSG-ACH NOT = 0
                   COMPUTE WS-LIQ-PRE = SALARIO-REA - INSS-CALC
                       - IRRF-CALC - PENS-CALC
                   COMPUTE WS-LIM-CSG ROUNDED =
                       WS-LIQ-PRE * WS-PERC-MXD / 100
                   IF PARC-CSG-TAB(IDX-CSG-ACH) NOT > WS-LIM-CSG
               END-IF
           END-IF.

      *              Ordens de pensao vigentes na competencia, de
      *              CADPEN. Opcional - sem ele nao ha desconto.
       CARREGARPENSOES.
           MOVE WS-DATA-MOV(1:6) TO WS-COMP
           OPEN INPUT CADPEN
           IF FS-CADPEN = "00"
               PERFORM LERPENSAO UNTIL FIM-ARQ = "SIM"
               CLOSE CADPEN
               MOVE "NAO" TO FIM-ARQ
           END-IF
           IF QTD-PEN > 0
               MOVE "S" TO WS-TEM-PEN
           END-IF.

       LERPENSAO.
           READ CADPEN
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   IF INICIO-PEN <= WS-COMP
                       AND (FIM-PEN = 0 OR FIM-PEN >= WS-COMP)
                       IF QTD-PEN = 1000
                           DISPLAY "EX08 - MAIS DE 1000 PENSOES "
                               "ALIMENTICIAS - RODADA ABORTADA"
                           MOVE 1 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO QTD-PEN
                       MOVE COD-PEN     TO COD-PEN-TAB(QTD-PEN)
                       MOVE SEQ-PEN     TO SEQ-PEN-TAB(QTD-PEN)
                       MOVE NOME-PEN    TO NOME-PEN-TAB(QTD-PEN)
                       MOVE BASE-PEN    TO BASE-PEN-TAB(QTD-PEN)
                       MOVE PERC-PEN    TO PERC-PEN-TAB(QTD-PEN)
                       MOVE VALOR-PEN   TO VALOR-PEN-TAB(QTD-PEN)
                       MOVE BANCO-PEN   TO BANCO-PEN-TAB(QTD-PEN)
                       MOVE AGENCIA-PEN TO AGENCIA-PEN-TAB(QTD-PEN)
                       MOVE CONTA-PEN   TO CONTA-PEN-TAB(QTD-PEN)
                   END-IF
           END-READ.

      *              Pensao alimenticia e IRRF do funcionario
      *              corrente. Sem ordem vigente e so o IRRF. Com
      *              ordem, o IRRF parte da base sem pensao e as duas
      *              sao recalculadas ate a pensao nao mudar mais (a
      *              variacao encolhe a cada rodada; o limite de
      *              rodadas so protege contra oscilacao de
      *              arredondamento).
       CALCULARPENSAO.
           MOVE 0 TO PENS-CALC
           MOVE 0 TO QTD-PFU
           PERFORM CALCULARIRRF
           IF WS-TEM-PEN = "S"
               PERFORM VARYING IDX-PEN FROM 1 BY 1
                   UNTIL IDX-PEN > QTD-PEN
                   IF COD-PEN-TAB(IDX-PEN) = COD-ENT AND QTD-PFU < 20
                       ADD 1 TO QTD-PFU
                       MOVE IDX-PEN TO IDX-PEN-PFU(QTD-PFU)
                       MOVE 0       TO VALOR-PFU(QTD-PFU)
                   END-IF
               END-PERFORM
           END-IF
           IF QTD-PFU > 0
               MOVE "N" TO WS-PENS-EST
               MOVE 0   TO WS-ITER-PEN
               PERFORM ITERARPENSAO
                   UNTIL WS-PENS-EST = "S" OR WS-ITER-PEN = 20
               IF PENS-CALC > 0
                   ADD 1 TO CONT-PEN-DESC
               END-IF
               IF WS-PENS-LIM = "S"
                   ADD 1 TO CONT-PEN-LIM
                   DISPLAY "EX08 - PENSAO ALIMENTICIA LIMITADA AO "
                       "LIQUIDO DISPONIVEL: " COD-ENT
               END-IF
           END-IF.

      *              Uma rodada: valor de cada ordem sobre o liquido
      *              legal corrente (bruto menos INSS e IRRF), na
      *              ordem de sequencia, cada uma limitada ao saldo
      *              que as anteriores deixaram; depois o IRRF de
      *              novo com a pensao nova deduzida da base.
       ITERARPENSAO.
           MOVE PENS-CALC TO WS-PENS-ANT
           MOVE 0 TO PENS-CALC
           MOVE "N" TO WS-PENS-LIM
           COMPUTE WS-LIQ-PEN = SALARIO-REA - INSS-CALC - IRRF-CALC
           IF WS-LIQ-PEN < 0
               MOVE 0 TO WS-LIQ-PEN
           END-IF
           MOVE WS-LIQ-PEN TO WS-SALDO-PEN
           PERFORM VARYING IDX-PFU FROM 1 BY 1
               UNTIL IDX-PFU > QTD-PFU
               MOVE IDX-PEN-PFU(IDX-PFU) TO IDX-PEN
               EVALUATE BASE-PEN-TAB(IDX-PEN)
                   WHEN "L"
                       COMPUTE WS-VAL-PEN ROUNDED =
                           WS-LIQ-PEN * PERC-PEN-TAB(IDX-PEN) / 100
                   WHEN "B"
                       COMPUTE WS-VAL-PEN ROUNDED =
                           SALARIO-REA * PERC-PEN-TAB(IDX-PEN) / 100
                   WHEN OTHER
                       MOVE VALOR-PEN-TAB(IDX-PEN) TO WS-VAL-PEN
               END-EVALUATE
               IF WS-VAL-PEN > WS-SALDO-PEN
                   MOVE WS-SALDO-PEN TO WS-VAL-PEN
                   MOVE "S" TO WS-PENS-LIM
               END-IF
               MOVE WS-VAL-PEN TO VALOR-PFU(IDX-PFU)
               ADD WS-VAL-PEN TO PENS-CALC
               SUBTRACT WS-VAL-PEN FROM WS-SALDO-PEN
           END-PERFORM
           PERFORM CALCULARIRRF
           ADD 1 TO WS-ITER-PEN
           IF PENS-CALC = WS-PENS-ANT
               MOVE "S" TO WS-PENS-EST
           END-IF.

      *              Regrava o registro de consignados com os saldos
      *              decrementados da rodada.
       REGRAVARCONSIGNADOS.
                   CONT-PON-FORA
           END-IF.

      *              Diferencas de dissidio retroativo em memoria.
      *              Opcional - sem CADDIF ninguem recebe diferenca.
      *              O trailer e os registros de outra competencia
      *              (evento de rodada antiga do EX71) ficam de fora.
       CARREGARDIFERENCAS.
           MOVE WS-DATA-MOV(1:6) TO WS-COMP
           OPEN INPUT CADDIF
           IF FS-CADDIF = "00"
               PERFORM LERDIFERENCA UNTIL FIM-ARQ = "SIM"
               CLOSE CADDIF
               MOVE "NAO" TO FIM-ARQ
               IF CONT-DIF-OUTR > 0
                   DISPLAY "EX08 - DIFERENCAS DE DISSIDIO DE OUTRA "
                       "COMPETENCIA IGNORADAS: " CONT-DIF-OUTR
               END-IF
           END-IF.

       LERDIFERENCA.
           READ CADDIF
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   IF REG-DIF(1:5) NOT = "TOTAL"
                       IF COMP-DIF = WS-COMP
                           PERFORM GUARDARDIFERENCA
                       ELSE
                           ADD 1 TO CONT-DIF-OUTR
                       END-IF
                   END-IF
           END-READ.

      *              Um funcionario tem um registro por competencia de
      *              referencia; as diferencas dele sao somadas numa
      *              so entrada.
       GUARDARDIFERENCA.
           MOVE 0 TO IDX-DIF-ACH
           PERFORM VARYING IDX-DIF FROM 1 BY 1
               UNTIL IDX-DIF > QTD-DIF
               IF COD-DIF-TAB(IDX-DIF) = COD-DIF
                   MOVE IDX-DIF TO IDX-DIF-ACH
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF IDX-DIF-ACH = 0
               IF QTD-DIF = 500
                   DISPLAY "EX08 - MAIS DE 500 FUNCIONARIOS COM "
                       "DISSIDIO RETROATIVO - RODADA ABORTADA"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QTD-DIF
               MOVE QTD-DIF TO IDX-DIF-ACH
               MOVE COD-DIF TO COD-DIF-TAB(QTD-DIF)
               MOVE 0       TO VALOR-DIF-TAB(QTD-DIF)
               MOVE "N"     TO USADO-DIF-TAB(QTD-DIF)
           END-IF
           ADD BRUTO-DIF TO VALOR-DIF-TAB(IDX-DIF-ACH).

      *              Diferenca de dissidio do funcionario corrente:
      *              somada ao bruto ja reajustado (o EX71 calculou a
      *              diferenca com o reajuste da convencao), entra com
      *              ele nas bases dos descontos e dos encargos.
       SOMARDIFERENCA.
           MOVE 0 TO IDX-DIF-ACH
           PERFORM VARYING IDX-DIF FROM 1 BY 1
               UNTIL IDX-DIF > QTD-DIF
               IF COD-DIF-TAB(IDX-DIF) = COD-ENT
                   MOVE IDX-DIF TO IDX-DIF-ACH
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF IDX-DIF-ACH NOT = 0
               MOVE "S" TO USADO-DIF-TAB(IDX-DIF-ACH)
               MOVE VALOR-DIF-TAB(IDX-DIF-ACH) TO DIF-CALC
               ADD DIF-CALC TO SALARIO-REA
               ADD 1 TO CONT-DIF-PAGO
           END-IF.

      *              Diferencas de dissidio que nao casaram com
      *              nenhum funcionario do mestre depurado.
       CONTARDIFERENCASFORA.
           PERFORM VARYING IDX-DIF FROM 1 BY 1
               UNTIL IDX-DIF > QTD-DIF
               IF USADO-DIF-TAB(IDX-DIF) = "N"
                   ADD 1 TO CONT-DIF-FORA
                   DISPLAY "EX08 - DISSIDIO RETROATIVO SEM "
                       "FUNCIONARIO NO MESTRE IGNORADO: "
                       COD-DIF-TAB(IDX-DIF)
               END-IF
           END-PERFORM
           IF CONT-DIF-PAGO > 0 OR CONT-DIF-FORA > 0
               DISPLAY "EX08 - FUNCIONARIOS COM DISSIDIO "
                   "RETROATIVO: " CONT-DIF-PAGO
                   " IGNORADOS: " CONT-DIF-FORA
           END-IF.

      *              Encargos do empregador sobre o bruto reajustado:
      *              nao descontam do liquido, so compoem o custo de
      *              emprego.
           END-SEARCH.

       LIMPAVARIAVEIS.
           MOVE 0 TO PENS-CALC.
           MOVE 0 TO QTD-PFU.
           MOVE 0 TO DAFA-CALC.
           MOVE 0 TO DIF-CALC.
           MOVE 0 TO ATS-CALC.
           MOVE 0 TO EMPR-CALC.
           MOVE 0 TO BASE-CALC.
           MOVE 0 TO HEXT-CALC.

       TERMINO.
           PERFORM CONTARAPONTAMENTOSFORA.
           PERFORM CONTARDIFERENCASFORA.
           IF CONT-AFA-DESC > 0
               DISPLAY "EX08 - FUNCIONARIOS COM DESCONTO DE "
                   "AFASTAMENTO: " CONT-AFA-DESC
           END-IF
           IF CONT-ATS > 0
               DISPLAY "EX08 - FUNCIONARIOS COM ADICIONAL POR TEMPO "
                   "DE SERVICO: " CONT-ATS
           END-IF
           IF CONT-PEN-DESC > 0
               DISPLAY "EX08 - FUNCIONARIOS COM DESCONTO DE PENSAO "
                   "ALIMENTICIA: " CONT-PEN-DESC
                   " LIMITADOS AO LIQUIDO: " CONT-PEN-LIM
           END-IF
           IF WS-SIMULA = "S"
               PERFORM FECHARSIMULACAO
               CLOSE CADWRK
               CLOSE CADWRK
               CLOSE CADSAI
               CLOSE CADHIS
               IF WS-COMPLEMENTAR NOT = "S"
                   MOVE "TOTAL"  TO TRL-PGP-MARCA
                   MOVE CONT-PGP TO TRL-PGP-QTDE
                   MOVE SOMA-PGP TO TRL-PGP-SOMA
                   WRITE REG-PGP-TRL
                   CLOSE CADPGP
               END-IF
               IF WS-COMPLEMENTAR = "S"
                   PERFORM CONTARCOMPLEMENTARFORA
                   DISPLAY "EX08 - FOLHA COMPLEMENTAR DA COMPETENCIA "
                       WS-COMP " - CALCULADOS: " CONT-CPL-CALC
                       " SEM PRINCIPAL NO MES: " CONT-CPL-SEMP
                       " FORA DO MESTRE: " CONT-CPL-FORA
               ELSE
                   PERFORM LIMPARCHECKPOINT
               END-IF
           END-IF.

         
