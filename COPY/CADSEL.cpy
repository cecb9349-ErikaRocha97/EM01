      *              Layout canonico da ancora do lacre encadeado das
      *              trilhas CADAUD e CADSEG (CADSEL). Um registro por
      *              trilha com a sequencia e o selo da ultima entrada
      *              gravada, regravado inteiro por todo programa que
      *              acrescenta uma entrada lacrada. Cada entrada nova
      *              recebe a sequencia seguinte e um selo calculado
      *              sobre o seu conteudo a partir do selo anterior, de
      *              modo que alterar, excluir ou intercalar uma linha
      *              quebra a corrente dali em diante. A corrente e
      *              conferida pelo EX101, que compara o fim de cada
      *              trilha com esta ancora.
       01 REG-SEL.
           02 ARQ-SEL        PIC X(06).
           02 SEQ-SEL        PIC 9(09).
           02 SELO-SEL       PIC 9(09).
