      *              MENSALIDADES (EX25) E DE FECHAMENTO DO HISTORICO
      *              ESCOLAR (EX46), QUE SO RODAM QUANDO AGENDADAS.
      *              CADA ETAPA PULADA FICA JUSTIFICADA NO DIARIO.
      *              ANTES DO FECHAMENTO DO HISTORICO (EX46) RODA O
      *              CONTROLE DE COMPLETUDE DAS NOTAS (EX86): COM A
      *              ESCOLA ABAIXO DE 100% DAS NOTAS LANCADAS (ARQUIVO
      *              CADCMP) O EX46 E PULADO, A MENOS QUE A
      *              COORDENACAO ASSINE A LIBERACAO NA VARIAVEL DE
      *              AMBIENTE NOTOVR (IDENTIFICACAO DE QUEM LIBEROU),
      *              QUE FICA REGISTRADA NO DIARIO COM O PERCENTUAL.
      *              A AGENDA GANHA O TIPO "S" SEMANAL, COM O DIA DA
      *              SEMANA NO CAMPO DO DIA (1 = SEGUNDA ... 6 =
      *              SABADO): A ETAPA SO RODA NESSE DIA DA SEMANA. A
      *              ETAPA NOVA DO RELATORIO DE DOCUMENTOS PENDENTES
      *              DA MATRICULA (EX90) SO RODA QUANDO AGENDADA.
      *              O REGISTRO DE CONCLUSAO DE CURSO (EX91) RODA LOGO
      *              DEPOIS DO FECHAMENTO DO HISTORICO, SO QUANDO
      *              AGENDADO E SO SE O EX46 RODOU NESTA RODADA - SEM O
      *              PERIODO NO HISTORICO TODO CONCLUINTE SAIRIA COMO
      *              LACUNA.
      *              A ETAPA DO CONSOLIDADO DE EXCECOES (EX64) RODA
      *              ANTES A AUDITORIA DE INTEGRIDADE REFERENCIAL
      *              (EX100), CUJOS ACHADOS EM CADINT ENTRAM NO
      *              CONSOLIDADO; O NOME DA ETAPA NO DIARIO PASSA A
      *              ACEITAR 5 POSICOES.
      *              ANTES DE QUALQUER ETAPA RODA A CONFERENCIA DO
      *              LACRE DAS TRILHAS CADAUD E CADSEG (EX101). COM A
      *              CORRENTE QUEBRADA OU ENTRADAS FALTANDO A RODADA E
      *              RECUSADA, A MENOS QUE UM SUPERVISOR (NIVEL 2 EM
      *              CADOPE; SEM CADOPE, QUALQUER IDENTIFICACAO) ASSINE
      *              A LIBERACAO NA VARIAVEL DE AMBIENTE SELOVR - A
      *              LIBERACAO VALE SO PARA ESTA RODADA E FICA NO
      *              DIARIO.

       ENVIRONMENT DIVISION.

           SELECT CADPFE  ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADPFE.
           SELECT CADCMP  ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADCMP.
           SELECT CADOPE  ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADOPE.

       DATA DIVISION.


      *              CADAGE: agenda de etapas do lote - nome da
      *              etapa, tipo ("D" = diaria, "M" = mensal, "F" =
      *              fechamento de periodo, "S" = semanal) e o dia do
      *              mes das mensais ou o dia da semana das semanais
      *              (1 = segunda ... 6 = sabado). Opcional - etapa
      *              fora da agenda roda todo dia, como sempre (exceto
      *              as etapas novas, que so rodam quando agendadas).
       FD CADAGE
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADAGE.DAT".
       01 REG-PFE.
           02 FLAG-PFE       PIC X(01).

      *              CADCMP: situacao da completude das notas gravada
      *              pelo EX86 - bimestre conferido, notas esperadas
      *              e lancadas, percentual completo e data.
       FD CADCMP
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADCMP.DAT".

       01 REG-CMP.
           02 BIM-CMP        PIC 9(01).
           02 ESPERADAS-CMP  PIC 9(07).
           02 LANCADAS-CMP   PIC 9(07).
           02 PCT-CMP        PIC 9(03)V99.
           02 DATA-CMP       PIC 9(08).

      *              CADOPE: registro de operadores - identificacao,
      *              nome e nivel (2 = supervisor). Opcional.
       FD CADOPE
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADOPE.DAT".

       01 REG-OPE.
           02 ID-OPE         PIC X(05).
           02 NOME-OPE       PIC X(20).
           02 NIVEL-OPE      PIC 9(01).

       WORKING-STORAGE SECTION.
       77 COD-RETORNO   PIC S9(09) VALUE 0.
       77 FS-CADDTM     PIC X(02) VALUE "00".
       77 WS-NUM-RUN    PIC 9(05) VALUE 0.
       77 WS-HORA       PIC 9(08) VALUE 0.
       77 WS-EVENTO     PIC X(40) VALUE SPACES.
       77 WS-ETAPA      PIC X(05) VALUE SPACES.
       77 FS-CADDLT     PIC X(02) VALUE "00".
       77 WS-MODO-DELTA PIC X(01) VALUE "N".

       77 WS-ETAPA-NOVA PIC X(01) VALUE "N".
       77 WS-RODAR      PIC X(01) VALUE "S".

      *              Completude das notas antes do fechamento: o
      *              percentual lido de CADCMP e a identificacao da
      *              coordenacao que liberou o fechamento incompleto
      *              (variavel de ambiente NOTOVR).
       77 FS-CADCMP     PIC X(02) VALUE "00".
       77 WS-PCT-CMP    PIC 9(03)V99 VALUE 0.
       77 WS-PCT-EDT    PIC ZZ9,99.
       77 WS-NOTOVR     PIC X(05) VALUE SPACES.
      *              Fechamento do historico (EX46) executado nesta
      *              rodada - condicao do registro de conclusao.
       77 WS-HSE-FECHADO PIC X(01) VALUE "N".

      *              Lacre das trilhas: identificacao do supervisor que
      *              liberou a rodada com a corrente quebrada (variavel
      *              de ambiente SELOVR) e se ela vale.
       77 FS-CADOPE     PIC X(02) VALUE "00".
       77 FIM-OPE       PIC X(03) VALUE "NAO".
       77 WS-SELOVR     PIC X(05) VALUE SPACES.
       77 WS-SELOVR-OK  PIC X(01) VALUE "N".

       PROCEDURE DIVISION.

       EXECUTAR.
           PERFORM RODARSEAGENDADA-EX12.
           PERFORM RODARSEAGENDADA-EX25.
           PERFORM RODARSEAGENDADA-EX46.
           PERFORM RODARSEAGENDADA-EX91.
           PERFORM RODARSEAGENDADA-EX90.
           PERFORM RODARSEAGENDADA-EX31.
           PERFORM RODARSEAGENDADA-EX64.
           PERFORM RODARSEAGENDADA-EX42.
                   TO WS-EVENTO
               PERFORM GRAVARJORNAL
           END-IF.
           PERFORM VERIFICARLACRES.

      *              Carrega o calendario de processamento: feriados,
      *              agenda de etapas e a chave de fechamento de
           END-IF.

      *              Selecao da etapa corrente pela agenda: diaria
      *              roda sempre; mensal so no dia agendado; semanal
      *              so no dia da semana agendado; de
      *              fechamento so com a chave CADPFE ligada. Etapa
      *              fora da agenda roda todo dia, exceto as etapas
      *              novas, que so rodam quando agendadas. Etapa
                       MOVE "N" TO WS-RODAR
                       PERFORM JORNALPULADA-DIA
                   END-IF
               WHEN TIPO-AGE-TAB(IDX-AGE-ACH) = "S"
                   IF DIA-AGE-TAB(IDX-AGE-ACH) NOT = WS-DIA-SEM
                       MOVE "N" TO WS-RODAR
                       PERFORM JORNALPULADA-SEMANA
                   END-IF
               WHEN TIPO-AGE-TAB(IDX-AGE-ACH) = "F"
                   IF WS-FECHA-PER NOT = "S"
                       MOVE "N" TO WS-RODAR
               DELIMITED BY SIZE INTO WS-EVENTO
           PERFORM GRAVARJORNAL.

       JORNALPULADA-SEMANA.
           MOVE SPACES TO WS-EVENTO
           STRING "ETAPA " WS-ETAPA-TST
               " PULADA - SEMANAL NO DIA "
               DIA-AGE-TAB(IDX-AGE-ACH)
               DELIMITED BY SIZE INTO WS-EVENTO
           PERFORM GRAVARJORNAL.

       JORNALPULADA-FECHAMENTO.
           MOVE SPACES TO WS-EVENTO
           STRING "ETAPA " WS-ETAPA-TST
           MOVE "EX46" TO WS-ETAPA-TST
           MOVE "S"    TO WS-ETAPA-NOVA
           PERFORM VERIFICARAGENDA
           IF WS-RODAR = "S"
               PERFORM VERIFICARCOMPLETUDE
           END-IF
           IF WS-RODAR = "S"
               PERFORM ETAPA-EX46
               MOVE "S" TO WS-HSE-FECHADO
           END-IF.

       RODARSEAGENDADA-EX91.
           MOVE "EX91" TO WS-ETAPA-TST
           IF WS-HSE-FECHADO = "S"
               MOVE "S"    TO WS-ETAPA-NOVA
               PERFORM VERIFICARAGENDA
               IF WS-RODAR = "S"
                   PERFORM ETAPA-EX91
               END-IF
           ELSE
               MOVE SPACES TO WS-EVENTO
               STRING "ETAPA EX91 PULADA - EX46 NAO RODOU"
                   DELIMITED BY SIZE INTO WS-EVENTO
               PERFORM GRAVARJORNAL
           END-IF.

      *              O FECHAMENTO SO RODA COM TODAS AS NOTAS LANCADAS:
      *              ABAIXO DE 100% A ETAPA E PULADA, SALVO LIBERACAO
      *              ASSINADA PELA COORDENACAO EM NOTOVR. CADCMP
      *              AUSENTE CONTA COMO ESCOLA INCOMPLETA.
       VERIFICARCOMPLETUDE.
           PERFORM ETAPA-EX86
           MOVE 0 TO WS-PCT-CMP
           OPEN INPUT CADCMP
           IF FS-CADCMP = "00"
               READ CADCMP
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PCT-CMP TO WS-PCT-CMP
               END-READ
               CLOSE CADCMP
           END-IF
           MOVE WS-PCT-CMP TO WS-PCT-EDT
           IF WS-PCT-CMP < 100
               ACCEPT WS-NOTOVR FROM ENVIRONMENT "NOTOVR"
               MOVE SPACES TO WS-EVENTO
               IF WS-NOTOVR NOT = SPACES
                   DISPLAY "NOTAS INCOMPLETAS (" WS-PCT-EDT
                       "%) - FECHAMENTO LIBERADO POR " WS-NOTOVR
                   STRING "COMPLETUDE " WS-PCT-EDT
                       "% - LIBERADA POR " WS-NOTOVR
                       DELIMITED BY SIZE INTO WS-EVENTO
               ELSE
                   MOVE "N" TO WS-RODAR
                   DISPLAY "ETAPA EX46 PULADA - NOTAS INCOMPLETAS ("
                       WS-PCT-EDT "%); VER RELCMP.DAT (NOTOVR "
                       "LIBERA O FECHAMENTO)"
                   STRING "ETAPA EX46 PULADA - COMPLETUDE "
                       WS-PCT-EDT "%"
                       DELIMITED BY SIZE INTO WS-EVENTO
               END-IF
               PERFORM GRAVARJORNAL
           END-IF.

       ETAPA-EX86.
           DISPLAY "EXECUTANDO EX86 - COMPLETUDE DO LANCAMENTO DE "
               "NOTAS".
           MOVE "EX86" TO WS-ETAPA
           PERFORM REGISTRARINICIOETAPA
           CALL "SYSTEM" USING "EX86"
           MOVE RETURN-CODE TO COD-RETORNO
           PERFORM REGISTRARFIMETAPA
           PERFORM VERIFICARETORNO.

       RODARSEAGENDADA-EX31.
           MOVE "EX31" TO WS-ETAPA-TST
           MOVE "N"    TO WS-ETAPA-NOVA
               PERFORM ETAPA-EX31
           END-IF.

       RODARSEAGENDADA-EX90.
           MOVE "EX90" TO WS-ETAPA-TST
           MOVE "S"    TO WS-ETAPA-NOVA
           PERFORM VERIFICARAGENDA
           IF WS-RODAR = "S"
               PERFORM ETAPA-EX90
           END-IF.

      *              O RELATORIO DE DOCUMENTOS PENDENTES DA MATRICULA
      *              SO LE CADDOC/CADALU E NAO ALTERA NADA DO LOTE.
       ETAPA-EX90.
           DISPLAY "EXECUTANDO EX90 - DOCUMENTOS PENDENTES DA "
               "MATRICULA".
           MOVE "EX90" TO WS-ETAPA
           PERFORM REGISTRARINICIOETAPA
           CALL "SYSTEM" USING "EX90"
           MOVE RETURN-CODE TO COD-RETORNO
           PERFORM REGISTRARFIMETAPA
           PERFORM VERIFICARETORNO.

       RODARSEAGENDADA-EX64.
           MOVE "EX64" TO WS-ETAPA-TST
           MOVE "N"    TO WS-ETAPA-NOVA

      *              O CONSOLIDADO DE EXCECOES RODA DEPOIS DO RESUMO
      *              DO EX31, QUANDO TODOS OS REJEITOS E CRITICAS DA
      *              RODADA JA FORAM GRAVADOS. ANTES DELE RODA A
      *              AUDITORIA DE INTEGRIDADE, QUE GRAVA CADINT.
       ETAPA-EX64.
           PERFORM ETAPA-EX100
           DISPLAY "EXECUTANDO EX64 - EXCECOES CONSOLIDADAS DA "
               "RODADA".
           MOVE "EX64" TO WS-ETAPA
           PERFORM REGISTRARFIMETAPA
           PERFORM VERIFICARETORNO.

      *              A AUDITORIA DE INTEGRIDADE SO LE OS CADASTROS;
      *              ORFAOS NAO PARAM O LOTE, SO O ERRO DE ARQUIVO.
       ETAPA-EX100.
           DISPLAY "EXECUTANDO EX100 - AUDITORIA DE INTEGRIDADE "
               "REFERENCIAL".
           MOVE "EX100" TO WS-ETAPA
           PERFORM REGISTRARINICIOETAPA
           CALL "SYSTEM" USING "EX100"
           MOVE RETURN-CODE TO COD-RETORNO
           PERFORM REGISTRARFIMETAPA
           PERFORM VERIFICARETORNO.

      *              AS TRILHAS CADAUD E CADSEG SAO A PROVA DAS
      *              AUDITORIAS: ANTES DE QUALQUER ETAPA GRAVAR NELAS,
      *              O EX101 CONFERE A CORRENTE DE LACRES. QUEBRADA, A
      *              RODADA PARA, SALVO LIBERACAO DE UM SUPERVISOR EM
      *              SELOVR, REGISTRADA NO DIARIO.
       VERIFICARLACRES.
           DISPLAY "EXECUTANDO EX101 - CONFERENCIA DO LACRE DAS "
               "TRILHAS".
           MOVE "EX101" TO WS-ETAPA
           PERFORM REGISTRARINICIOETAPA
           CALL "SYSTEM" USING "EX101"
           MOVE RETURN-CODE TO COD-RETORNO
           PERFORM REGISTRARFIMETAPA
           IF COD-RETORNO NOT = 0
               ACCEPT WS-SELOVR FROM ENVIRONMENT "SELOVR"
               PERFORM VALIDARSELOVR
               MOVE SPACES TO WS-EVENTO
               IF WS-SELOVR-OK = "S"
                   DISPLAY "LACRE DAS TRILHAS QUEBRADO (VER "
                       "RELSEL.DAT) - RODADA LIBERADA POR " WS-SELOVR
                   STRING "LACRES QUEBRADOS - LIBERADO POR "
                       WS-SELOVR
                       DELIMITED BY SIZE INTO WS-EVENTO
                   PERFORM GRAVARJORNAL
                   MOVE 0 TO COD-RETORNO
               ELSE
                   DISPLAY "LACRE DAS TRILHAS QUEBRADO - VER "
                       "RELSEL.DAT (SELOVR COM UM SUPERVISOR LIBERA "
                       "A RODADA)"
                   IF WS-SELOVR = SPACES
                       MOVE "LACRES QUEBRADOS - RODADA RECUSADA"
                           TO WS-EVENTO
                   ELSE
                       STRING "LACRES QUEBRADOS - SELOVR "
                           WS-SELOVR " RECUSADO"
                           DELIMITED BY SIZE INTO WS-EVENTO
                   END-IF
                   PERFORM GRAVARJORNAL
               END-IF
           END-IF
           PERFORM VERIFICARETORNO.

      *              A liberacao so vale assinada por supervisor (nivel
      *              2) do registro de operadores; sem CADOPE, vale
      *              qualquer identificacao, como a liberacao NOTOVR.
       VALIDARSELOVR.
           MOVE "N" TO WS-SELOVR-OK
           IF WS-SELOVR NOT = SPACES
               OPEN INPUT CADOPE
               IF FS-CADOPE = "00"
                   PERFORM LEROPERADOR UNTIL FIM-OPE = "SIM"
                   CLOSE CADOPE
               ELSE
                   MOVE "S" TO WS-SELOVR-OK
               END-IF
           END-IF.

       LEROPERADOR.
           READ CADOPE
               AT END
                   MOVE "SIM" TO FIM-OPE
               NOT AT END
                   IF ID-OPE = WS-SELOVR AND NIVEL-OPE = 2
                       MOVE "S" TO WS-SELOVR-OK
                   END-IF
           END-READ.

       RODARSEAGENDADA-EX42.
           MOVE "EX42" TO WS-ETAPA-TST
           MOVE "N"    TO WS-ETAPA-NOVA
           PERFORM REGISTRARFIMETAPA
           PERFORM VERIFICARETORNO.

       ETAPA-EX91.
           DISPLAY "EXECUTANDO EX91 - REGISTRO DE CONCLUSAO DE "
               "CURSO".
           MOVE "EX91" TO WS-ETAPA
           PERFORM REGISTRARINICIOETAPA
           CALL "SYSTEM" USING "EX91"
           MOVE RETURN-CODE TO COD-RETORNO
           PERFORM REGISTRARFIMETAPA
           PERFORM VERIFICARETORNO.

       LERMODODELTA.
           OPEN INPUT CADDLT
           IF FS-CADDLT = "00"

       REGISTRARINICIOETAPA.
           MOVE SPACES TO WS-EVENTO
           STRING "INICIO ETAPA " DELIMITED BY SIZE
               WS-ETAPA DELIMITED BY SPACE
               INTO WS-EVENTO
           PERFORM GRAVARJORNAL.

       REGISTRARFIMETAPA.
           MOVE SPACES TO WS-EVENTO
           STRING "FIM ETAPA " DELIMITED BY SIZE
               WS-ETAPA DELIMITED BY SPACE
               " COD-RETORNO " COD-RETORNO
               DELIMITED BY SIZE INTO WS-EVENTO
           PERFORM GRAVARJORNAL.
