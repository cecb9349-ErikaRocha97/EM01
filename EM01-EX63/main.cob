      *              FECHAR EM ZERO - DIFERENCA OU EVENTO SEM CONTA
      *              MAPEADA ABORTA A RODADA, PORQUE LANCAMENTO TORTO
      *              NAO PODE CHEGAR NA CONTABILIDADE.
      *              COM A VARIAVEL DE AMBIENTE COMPLEMENTAR = "S" A
      *              EXPORTACAO E A DA FOLHA COMPLEMENTAR DO EX08: LE
      *              CADSAIC E GRAVA LANCTBC POR DEFAULT, SEM TOCAR OS
      *              LANCAMENTOS DA PRINCIPAL.
      *              A PENSAO ALIMENTICIA DESCONTADA PELO EX08 (FIM
      *              DO REGISTRO DE CADSAI) SAI COMO CREDITO PROPRIO
      *              DE PENSAO A REPASSAR (EVENTO PAL), PARA A
      *              PARTIDA CONTINUAR FECHANDO COM O LIQUIDO JA SEM
      *              A PENSAO.

       ENVIRONMENT DIVISION.

           02 HEXT-SAI      PIC 9(05)V99.
           02 DFAL-SAI      PIC 9(05)V99.
           02 EMPR-SAI      PIC 9(05)V99.
           02 DAFA-SAI      PIC 9(05)V99.
           02 ATS-SAI       PIC 9(05)V99.
           02 PENS-SAI      PIC 9(05)V99.

       01 REG-SAI-TRL.
           02 TRL-SAI-MARCA         PIC X(05).
      *              CADCTB: mapeamento contabil - evento (SAL =
      *              despesa de salarios, INS = INSS a recolher,
      *              IRF = IRRF a recolher, CSG = consignado a
      *              repassar, PAL = pensao alimenticia a repassar,
      *              LIQ = salarios a pagar) e departamento
      *              (000 = todos) para as contas de debito e
      *              credito.
       FD CADCTB
               03 INSS-ACU      PIC 9(09)V99.
               03 IRRF-ACU      PIC 9(09)V99.
               03 CSG-ACU       PIC 9(09)V99.
               03 PAL-ACU       PIC 9(09)V99.
               03 LIQ-ACU       PIC 9(09)V99.

      *              Totais de debito e credito da exportacao, que
           STOP RUN.

       LERNOMESARQUIVOS.
      *              Na folha complementar a entrada e a saida mudam
      *              de nome por default, para nunca misturar com a
      *              principal.
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "COMPLEMENTAR"
           IF WS-ENV-TEMP(1:1) = "S"
               MOVE "CADSAIC.DAT" TO WS-CADSAI-ARQ
               MOVE "LANCTBC.DAT" TO WS-LANCTB-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADFUN"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADFUN-ARQ
           ADD INSS-SAI    TO INSS-ACU(IDX-ACHADO)
           ADD IRRF-SAI    TO IRRF-ACU(IDX-ACHADO)
           ADD EMPR-SAI    TO CSG-ACU(IDX-ACHADO)
           IF PENS-SAI IS NUMERIC
               ADD PENS-SAI TO PAL-ACU(IDX-ACHADO)
           END-IF
           ADD LIQUIDO-SAI TO LIQ-ACU(IDX-ACHADO)
           PERFORM LERSAI.

               MOVE CSG-ACU(IDX-DEP) TO VALOR-LAN
               PERFORM GRAVARCREDITO
           END-IF
           IF PAL-ACU(IDX-DEP) > 0
               MOVE "PAL" TO WS-EVENTO
               PERFORM LOCALIZARCONTA
               MOVE PAL-ACU(IDX-DEP) TO VALOR-LAN
               PERFORM GRAVARCREDITO
           END-IF
           IF LIQ-ACU(IDX-DEP) > 0
               MOVE "LIQ" TO WS-EVENTO
               PERFORM LOCALIZARCONTA
