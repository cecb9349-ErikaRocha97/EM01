
       01 REG-FNC.
           02 COD-FNC        PIC 9(05).
           02 DADOS-FNC      PIC X(63).

      *              CADCRI: percentual maximo de registros rejeitados
      *              tolerado antes de interromper o lote. Opcional -
       77 FS-RELCRIF    PIC X(02) VALUE "00".
       77 WS-PERC-MAX   PIC 9(03) VALUE 10.
       77 WS-REG-VALIDO PIC X(01) VALUE "S".
       77 WS-IMAGEM     PIC X(68) VALUE SPACES.
       77 WS-HOUVE-CORTE PIC X(01) VALUE "N".

       77 CONT-LIDOS-E  PIC 9(07) VALUE 0.
