      *              Layout canonico do catalogo de tipos de documento
      *              da matricula (CADTDO). Um registro por documento
      *              exigido ou aceito na matricula (certidao de
      *              nascimento, RG, comprovante de residencia,
      *              carteira de vacinacao, transferencia da escola
      *              anterior, ...): codigo, nome, OBRIG-TDO ("S" =
      *              obrigatorio, "N" = opcional) e o prazo de entrega
      *              em dias corridos depois da matricula. Usado pelo
      *              EX89 para abrir a lista de documentos de cada
      *              aluno, pelo EX90 e pelo EX19 para nomear os
      *              documentos.
       01 REG-TDO.
           02 COD-TDO        PIC 9(02).
           02 NOME-TDO       PIC X(25).
           02 OBRIG-TDO      PIC X(01).
           02 PRAZO-TDO      PIC 9(03).
