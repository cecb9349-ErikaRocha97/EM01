      *              Layout canonico do indice das geracoes arquivadas
      *              das trilhas CADAUD e CADSEG (CADGLG). Quando uma
      *              trilha e arquivada, a copia recebe um nome proprio
      *              e uma linha neste indice, na ordem do
      *              arquivamento, e a trilha viva recomeca vazia -
      *              a sequencia e o selo continuam da ancora CADSEL,
      *              entao a corrente passa da ultima geracao para a
      *              primeira entrada da trilha viva. Lido pelo
      *              conferente EX101 (que percorre as geracoes antes
      *              da trilha viva) e pelo EX65 ao relacrar CADAUD.
      *              Ausente = nenhuma geracao arquivada.
       01 REG-GLG.
           02 TRILHA-GLG     PIC X(06).
           02 DATA-GLG       PIC 9(08).
           02 ARQ-GLG        PIC X(40).
