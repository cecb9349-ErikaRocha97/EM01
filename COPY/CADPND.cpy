      *              Layout canonico da fila de alteracoes salariais
      *              pendentes de aprovacao (CADPND). Gravada pelo
      *              EX14 (alteracoes "C", inclusive as geradas pelo
      *              EX52) e pelo EX16 (ajustes V/P/S) quando a
      *              mudanca do salario passa do limite de CADLIM, e
      *              regravada pelo aprovador EX01 com a decisao. Uma
      *              entrada por solicitacao: sequencia, programa e
      *              tipo da transacao de origem, operador
      *              solicitante, data, funcionario, salario antes e
      *              depois e as imagens completas do registro de
      *              CADFUN antes e depois da transacao. SIT-PND "P"
      *              = pendente, "A" = aprovada e aplicada, "R" =
      *              recusada, "X" = cancelada porque o registro do
      *              mestre mudou depois da solicitacao. Decididas,
      *              as entradas ficam no arquivo com o aprovador e a
      *              data da decisao.
       01 REG-PND.
           02 SEQ-PND        PIC 9(05).
           02 ORIG-PND       PIC X(04).
           02 TIPO-PND       PIC X(01).
           02 SOLIC-PND      PIC X(05).
           02 DATA-PND       PIC 9(08).
           02 COD-PND        PIC 9(05).
           02 SAL-ANT-PND    PIC 9(05)V99.
           02 SAL-NOV-PND    PIC 9(05)V99.
           02 ANTES-PND      PIC X(72).
           02 DEPOIS-PND     PIC X(72).
           02 SIT-PND        PIC X(01).
           02 APROV-PND      PIC X(05).
           02 DATA-DEC-PND   PIC 9(08).
