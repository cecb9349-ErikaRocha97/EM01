      *              FOLHA: CADA FECHAMENTO ACRESCENTA O PERIODO; SE O
      *              PERIODO JA ESTIVER GRAVADO, A RODADA ABORTA PARA
      *              NAO DUPLICAR O HISTORICO.
      *              OS ESTUDOS ANTERIORES DE ALUNO TRANSFERIDO,
      *              CARREGADOS PELO EX80 COM ORIGEM EXTERNA, NAO
      *              CONTAM COMO PERIODO JA FECHADO: O PERIODO CURSADO
      *              EM OUTRA ESCOLA PODE COINCIDIR COM O DA CASA. OS
      *              REGISTROS GRAVADOS AQUI SAEM COM A ORIGEM E A
      *              ESCOLA EM BRANCO (CURSADO NA ESCOLA).
      *              OS RESULTADOS DE DEPENDENCIA LANCADOS PELO EX82
      *              (ORIGEM "D") TAMBEM NAO CONTAM: SO OS REGISTROS DE
      *              ORIGEM EM BRANCO INDICAM PERIODO JA FECHADO.

       ENVIRONMENT DIVISION.

           END-IF.

      *              Garante que o periodo ainda nao foi fechado no
      *              historico: qualquer registro da casa ja gravado
      *              para WS-PERIODO aborta a rodada (os de origem
      *              externa e os de dependencia nao contam).
       VERIFICARPERIODO.
           OPEN INPUT CADHSE
           IF FS-CADHSE = "00"
                   MOVE "SIM" TO FIM-HSE
               NOT AT END
                   IF PERIODO-HSE = WS-PERIODO
                       AND ORIGEM-HSE = SPACES
                       DISPLAY "EX46 - PERIODO " WS-PERIODO
                           " JA FECHADO NO HISTORICO - RODADA ABORTADA"
                       MOVE 1 TO RETURN-CODE
           MOVE FALTA-MDI     TO FALTA-HSE
           MOVE SITUACAO-MDI  TO SITDIS-HSE
           MOVE WS-SITFIN     TO SITFIN-HSE
           MOVE SPACES        TO ORIGEM-HSE ESCOLA-HSE
           WRITE REG-HSE
           ADD 1 TO CONT-HSE.

