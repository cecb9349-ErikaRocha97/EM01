      *              Layout canonico do cadastro de dependencias
      *              (CADDPD). Um registro por aluno por disciplina
      *              reprovada que o aluno carrega para o periodo
      *              seguinte, gravado pela rematricula do EX48 quando
      *              o aluno avanca de turma com ate o maximo de
      *              reprovacoes admitido em CADPDP. PERIODO-DPD e o
      *              periodo letivo (AAAAPP) em que a disciplina foi
      *              reprovada - o periodo em que o resultado volta a
      *              ser lancado no historico CADHSE -, TURMA-ORI-DPD
      *              a turma cursada nele e TURMA-DPD a turma atual do
      *              aluno (atualizada na oferta pelo EX81).
      *              SIT-DPD: "A" = aberta, aguardando oferta; "O" =
      *              oferecida no periodo PERIODO-OFE-DPD (matricula
      *              gerada no arquivo de notas das dependencias pelo
      *              EX81); "C" = concluida com aprovacao. O resultado
      *              da ultima oferta (media, faltas e situacao) e
      *              lancado pelo EX82; reprovada de novo, volta a "A"
      *              para ser oferecida outra vez, com TENT-DPD
      *              contando as ofertas.
       01 REG-DPD.
           02 NUM-DPD         PIC 9(05).
           02 DIS-DPD         PIC 9(03).
           02 NOMEDIS-DPD     PIC X(20).
           02 PERIODO-DPD     PIC 9(06).
           02 TURMA-ORI-DPD   PIC X(03).
           02 TURMA-DPD       PIC X(03).
           02 MEDIA-ORI-DPD   PIC 9(02)V99.
           02 SIT-DPD         PIC X(01).
           02 TENT-DPD        PIC 9(02).
           02 PERIODO-OFE-DPD PIC 9(06).
           02 MEDIA-DPD       PIC 9(02)V99.
           02 FALTA-DPD       PIC 9(03).
           02 SITRES-DPD      PIC X(09).
