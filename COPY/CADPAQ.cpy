      *              Layout canonico do livro de periodos aquisitivos
      *              de ferias (CADPAQ). Um registro por periodo de
      *              cada funcionario (COD-ENT de CADFUN), gravado em
      *              ordem de funcionario/inicio. Os periodos sao
      *              abertos e atualizados todo mes pelo EX69 a partir
      *              da admissao; os dias gozados sao lancados pelo
      *              EX38 a cada solicitacao de ferias aceita, sempre
      *              no periodo mais antigo com saldo. Datas AAAAMMDD.
      *              DIREITO-PAQ: dias adquiridos (30 no periodo
      *              completo, 2,5 por mes no periodo em curso),
      *              descontados os afastamentos de CADAFA.
      *              LIMITE-PAQ: ultimo dia do periodo concessivo -
      *              saldo nao gozado ate ele vira ferias em dobro
      *              (alertas do EX70).
      *              ULTCOMP-PAQ: ultima competencia (AAAAMM) cujos
      *              dias gozados o EX38 lancou no periodo - trava o
      *              reprocessamento da mesma competencia. Zero (ou
      *              em branco nos registros antigos) = nenhum.
       01 REG-PAQ.
           02 COD-PAQ        PIC 9(05).
           02 INICIO-PAQ     PIC 9(08).
           02 FIM-PAQ        PIC 9(08).
           02 DIREITO-PAQ    PIC 9(02).
           02 GOZADOS-PAQ    PIC 9(02).
           02 LIMITE-PAQ     PIC 9(08).
           02 ULTCOMP-PAQ    PIC 9(06).
