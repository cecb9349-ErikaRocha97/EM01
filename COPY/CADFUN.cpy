               03 DD-ADM-ENT PIC 9(02).
               03 MM-ADM-ENT PIC 9(02).
               03 AA-ADM-ENT PIC 9(04).
      *              Cargo do funcionario no catalogo de cargos
      *              (CADCAR) e nivel (degrau) da tabela salarial do
      *              cargo (CADNIV), validados pelo EX14. Zerados =
      *              funcionario ainda nao enquadrado no plano de
      *              cargos.
           02 CARGO-ENT      PIC 9(03).
           02 NIVEL-ENT      PIC 9(02).
