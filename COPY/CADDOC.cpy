      *              Layout canonico do registro de documentos da
      *              matricula (CADDOC). Um registro por aluno
      *              (NUM-ENT de CADALU) por tipo de documento do
      *              catalogo CADTDO, mantido pelo EX89 a partir das
      *              transacoes de CADMOVDC e gravado em ordem de
      *              aluno/tipo. OBRIG-DOC e LIMITE-DOC sao copiados do
      *              catalogo quando a lista do aluno e aberta: o
      *              prazo (AAAAMMDD) e a data da matricula mais os
      *              dias do tipo, e vale o que estava em vigor na
      *              matricula. SIT-DOC: "P" = pendente, "E" =
      *              entregue (em ENTREGA-DOC), "D" = dispensado.
      *              Pendente obrigatorio com prazo anterior a data
      *              de referencia e documento vencido: aparece no
      *              EX90 (pendencias por turma), no EX19 (consulta
      *              do aluno) e no EX84 (alerta de risco).
       01 REG-DOC.
           02 NUM-DOC        PIC 9(05).
           02 TDO-DOC        PIC 9(02).
           02 OBRIG-DOC      PIC X(01).
           02 MATRIC-DOC     PIC 9(08).
           02 LIMITE-DOC     PIC 9(08).
           02 SIT-DOC        PIC X(01).
           02 ENTREGA-DOC    PIC 9(08).
