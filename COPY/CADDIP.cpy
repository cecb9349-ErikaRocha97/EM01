      *              Layout canonico do livro de registro de
      *              certificados de conclusao de curso (CADDIP).
      *              Arquivo vivo, somente-acrescimo como o CADHSE: um
      *              registro por aluno concluinte, gravado pelo EX91
      *              no fechamento do periodo, com o numero oficial do
      *              livro (LIVRO-DIP), da folha (FOLHA-DIP) e da
      *              entrada na folha (ENTRADA-DIP), tirados em
      *              sequencia do contador permanente CADLIV. Aluno ja
      *              registrado nao ganha um segundo numero.
      *              PERIODO-DIP e o periodo letivo (AAAAPP) da
      *              conclusao, TURMA-DIP a turma terminal cursada e
      *              DATA-DIP a data do registro (data de movimento).
       01 REG-DIP.
           02 NUM-DIP        PIC 9(05).
           02 NOME-DIP       PIC X(20).
           02 TURMA-DIP      PIC X(03).
           02 PERIODO-DIP    PIC 9(06).
           02 LIVRO-DIP      PIC 9(03).
           02 FOLHA-DIP      PIC 9(03).
           02 ENTRADA-DIP    PIC 9(02).
           02 DATA-DIP       PIC 9(08).
