      *              FUNCIONARIO FORA DA FOLHA OU DO MESTRE (NAO),
      *              TIPO INVALIDO (TIP) OU DATA ZERADA (DAT) VAI
      *              PARA CADRJRS COM O CODIGO DO MOTIVO.
      *              O TERMO EM CADRSC GUARDA TAMBEM O DEPARTAMENTO E
      *              A ADMISSAO DO FUNCIONARIO, QUE SAEM DO MESTRE
      *              COM A EXCLUSAO - BASE DO RELATORIO DE
      *              ROTATIVIDADE (EX75).
      *              O SALARIO DA BASE DAS VERBAS E O DA COMPETENCIA
      *              SEM OS EVENTOS DO MES QUE O EX08 ITEMIZA NO FIM
      *              DE CADSAI: O DESCONTO DE AFASTAMENTO (DAFA-SAI)
      *              VOLTA AO BRUTO E A DIFERENCA DE DISSIDIO
      *              RETROATIVO (DIF-SAI) SAI DELE.

       ENVIRONMENT DIVISION.

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
           02 DIF-SAI       PIC 9(05)V99.

       01 REG-SAI-TRL.
           02 TRL-SAI-MARCA         PIC X(05).
           02 FERVEN-RSC    PIC 9(05)V99.
           02 AVISO-RSC     PIC 9(05)V99.
           02 TOTAL-RSC     PIC 9(07)V99.
      *              Departamento e admissao (AAAAMMDD) do mestre na
      *              data do desligamento. Em branco nos termos
      *              gravados antes destes campos.
           02 DEPTO-RSC     PIC 9(03).
           02 ADMISSAO-RSC  PIC 9(08).

      *              CADMOVFU: transacoes de manutencao de CADFUN no
      *              leiaute do EX14 - aqui somente exclusoes "E".

      *              Folha da competencia em memoria (500 e folga
      *              para o quadro), para o salario reajustado de
      *              cada desligamento - sem o desconto de afastamento
      *              e sem a diferenca de dissidio retroativo do mes
      *              (campos em branco em CADSAI antigo).
       77 QTD-SAI       PIC 9(03) VALUE 0.
       77 IDX-SAI       PIC 9(03) VALUE 0.
       77 IDX-SAI-ACH   PIC 9(03) VALUE 0.
               MOVE COD-SAI     TO COD-SAI-TAB(QTD-SAI)
               MOVE NOME-SAI    TO NOME-SAI-TAB(QTD-SAI)
               MOVE SALARIO-SAI TO SALARIO-SAI-TAB(QTD-SAI)
               IF DAFA-SAI IS NUMERIC
                   ADD DAFA-SAI TO SALARIO-SAI-TAB(QTD-SAI)
               END-IF
               IF DIF-SAI IS NUMERIC
                   SUBTRACT DIF-SAI FROM SALARIO-SAI-TAB(QTD-SAI)
               END-IF
               ADD 1           TO CONT-LIDOS
               ADD SALARIO-SAI TO SOMA-SAL-LID
           END-IF.
           MOVE WS-FERVEN   TO FERVEN-RSC
           MOVE WS-AVISO    TO AVISO-RSC
           MOVE WS-TOTAL    TO TOTAL-RSC
           MOVE DEPTO-ENT   TO DEPTO-RSC
           MOVE WS-ADMISSAO TO ADMISSAO-RSC
           WRITE REG-RSC
           ADD 1 TO CONT-RSC.

