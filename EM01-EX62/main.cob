      *              CONCILIACAO (ENVIADOS X CONFIRMADOS X
      *              DEVOLVIDOS, EM QUANTIDADE E VALOR) SAI EM
      *              RELRCB.
      *              OS DEPOSITOS DE PENSAO ALIMENTICIA DA REMESSA
      *              TRAZEM A SEQUENCIA DA PENSAO NO FIM DO DETALHE
      *              (00 = O PROPRIO FUNCIONARIO): O CASAMENTO COM O
      *              RETORNO E POR FUNCIONARIO + SEQUENCIA, A
      *              SEQUENCIA SEGUE PARA CADCNF, CADRJB E REMBCO2, E
      *              A CORRETIVA DE UMA PENSAO DEVOLVIDA RELE OS
      *              DADOS BANCARIOS DO BENEFICIARIO NO REGISTRO
      *              CADPEN (CORRIGIDOS PELO EX77). ARQUIVOS SEM A
      *              SEQUENCIA VALEM COMO SEQUENCIA 00.

       ENVIRONMENT DIVISION.

           SELECT RELRCB   ASSIGN TO DYNAMIC WS-RELRCB-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELRCB.
           SELECT CADPEN   ASSIGN TO DYNAMIC WS-CADPEN-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADPEN.

       DATA DIVISION.

           02 AGENCIA-REM   PIC 9(05).
           02 CONTA-REM     PIC 9(10).
           02 VALOR-REM     PIC 9(13).
           02 SEQ-REM       PIC X(02).

       01 REG-REM-HDR.
           02 TIPOH-REM     PIC X(01).
           02 COD-RET       PIC 9(05).
           02 VALOR-RET     PIC 9(13).
           02 OCORR-RET     PIC X(02).
           02 SEQ-RET       PIC X(02).

      *              CADCNF: livro de depositos confirmados, somente-
      *              -acrescimo - competencia, funcionario e valor.
           02 COMP-CNF      PIC 9(06).
           02 COD-CNF       PIC 9(05).
           02 VALOR-CNF     PIC 9(13).
           02 SEQ-CNF       PIC 9(02).

      *              CADRJB: depositos devolvidos ou sem retorno,
      *              com o codigo de ocorrencia do banco (SR = sem
           02 COD-RJB       PIC 9(05).
           02 VALOR-RJB     PIC 9(13).
           02 OCORR-RJB     PIC X(02).
           02 SEQ-RJB       PIC 9(02).

      *              REMBCO2: remessa corretiva so com os devolvidos,
      *              no mesmo leiaute da remessa original, com os
           02 AGENCIA-RM2   PIC 9(05).
           02 CONTA-RM2     PIC 9(10).
           02 VALOR-RM2     PIC 9(13).
           02 SEQ-RM2       PIC 9(02).

       01 REG-RM2-HDR.
           02 TIPOH-RM2     PIC X(01).

       01 LINHA-RCB  PIC X(80).

      *              CADPEN: registro de pensoes alimenticias (EX77),
      *              para os dados bancarios do beneficiario na
      *              corretiva. Opcional.
       FD CADPEN
           LABEL RECORD ARE STANDARD.

           COPY CADPEN.

       WORKING-STORAGE SECTION.
       77 FIM-REM       PIC X(03) VALUE "NAO".
       77 FIM-RET       PIC X(03) VALUE "NAO".
       77 FS-CADRJB     PIC X(02) VALUE "00".
       77 FS-REMBCO2    PIC X(02) VALUE "00".
       77 FS-RELRCB     PIC X(02) VALUE "00".
       77 FS-CADPEN     PIC X(02) VALUE "00".
       77 FIM-CADPEN    PIC X(03) VALUE "NAO".
       77 WS-SEQ        PIC 9(02) VALUE 0.
       77 WS-BANCO      PIC 9(03) VALUE 0.
       77 WS-AGENCIA    PIC 9(05) VALUE 0.
       77 WS-CONTA      PIC 9(10) VALUE 0.
       77 WS-COMP       PIC 9(06) VALUE 0.
       77 WS-NOME-EMP   PIC X(30) VALUE SPACES.
       77 WS-CNPJ-EMP   PIC 9(14) VALUE 0.
               03 COD-RET-TAB   PIC 9(05).
               03 VALOR-RET-TAB PIC 9(13).
               03 OCORR-RET-TAB PIC X(02).
               03 SEQ-RET-TAB   PIC 9(02).

      *              Dados bancarios dos beneficiarios de pensao
      *              (1000, o limite do registro de pensoes).
       77 QTD-PEN       PIC 9(04) VALUE 0.
       77 IDX-PEN       PIC 9(04) VALUE 0.
       01 TABELA-PEN.
           02 PEN-ITEM OCCURS 1000 TIMES.
               03 COD-PEN-TAB     PIC 9(05).
               03 SEQ-PEN-TAB     PIC 9(02).
               03 BANCO-PEN-TAB   PIC 9(03).
               03 AGENCIA-PEN-TAB PIC 9(05).
               03 CONTA-PEN-TAB   PIC 9(10).

      *              Conciliacao enviados x confirmados x devolvidos.
       77 CONT-ENV      PIC 9(06) VALUE 0.
       77 WS-CADRJB-ARQ  PIC X(40) VALUE "CADRJB.DAT".
       77 WS-REMBCO2-ARQ PIC X(40) VALUE "REMBCO2.DAT".
       77 WS-RELRCB-ARQ  PIC X(40) VALUE "RELRCB.DAT".
       77 WS-CADPEN-ARQ  PIC X(40) VALUE "CADPEN.DAT".
       77 WS-ENV-TEMP    PIC X(40).

       PROCEDURE DIVISION.
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "RELRCB"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-RELRCB-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADPEN"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADPEN-ARQ
           END-IF.

       INICIO.
           PERFORM CARREGARRETORNO.
           PERFORM CARREGARPENSOES.
           OPEN INPUT CADFUN
           IF FS-CADFUN NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADFUN-ARQ)
                       MOVE COD-RET   TO COD-RET-TAB(QTD-RET)
                       MOVE VALOR-RET TO VALOR-RET-TAB(QTD-RET)
                       MOVE OCORR-RET TO OCORR-RET-TAB(QTD-RET)
                       IF SEQ-RET IS NUMERIC
                           MOVE SEQ-RET TO SEQ-RET-TAB(QTD-RET)
                       ELSE
                           MOVE 0 TO SEQ-RET-TAB(QTD-RET)
                       END-IF
                   END-IF
           END-READ.

      *              Dados bancarios atuais dos beneficiarios, para a
      *              corretiva das pensoes devolvidas. Sem CADPEN a
      *              pensao devolvida fica so nas excecoes.
       CARREGARPENSOES.
           OPEN INPUT CADPEN
           IF FS-CADPEN = "00"
               PERFORM LERPENSAO UNTIL FIM-CADPEN = "SIM"
               CLOSE CADPEN
           END-IF.

       LERPENSAO.
           READ CADPEN
               AT END
                   MOVE "SIM" TO FIM-CADPEN
               NOT AT END
                   IF QTD-PEN = 1000
                       DISPLAY "EX62 - MAIS DE 1000 PENSOES - "
                           "RODADA ABORTADA"
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO QTD-PEN
                   MOVE COD-PEN     TO COD-PEN-TAB(QTD-PEN)
                   MOVE SEQ-PEN     TO SEQ-PEN-TAB(QTD-PEN)
                   MOVE BANCO-PEN   TO BANCO-PEN-TAB(QTD-PEN)
                   MOVE AGENCIA-PEN TO AGENCIA-PEN-TAB(QTD-PEN)
                   MOVE CONTA-PEN   TO CONTA-PEN-TAB(QTD-PEN)
           END-READ.

      *              Le o proximo registro da remessa enviada: o
           WRITE REG-RM2-HDR.

      *              Cada detalhe enviado e casado com o retorno do
      *              banco pelo funcionario e a sequencia: 00
      *              confirma, qualquer outro codigo (ou a ausencia
      *              de retorno) devolve.
       PRINCIPAL.
           IF SEQ-REM IS NUMERIC
               MOVE SEQ-REM TO WS-SEQ
           ELSE
               MOVE 0 TO WS-SEQ
           END-IF
           ADD 1         TO CONT-ENV
           ADD VALOR-REM TO SOMA-ENV
           PERFORM LOCALIZARRETORNO
           PERFORM VARYING IDX-RET FROM 1 BY 1
               UNTIL IDX-RET > QTD-RET
               IF COD-RET-TAB(IDX-RET) = COD-REM
                   AND SEQ-RET-TAB(IDX-RET) = WS-SEQ
                   MOVE IDX-RET TO IDX-RET-ACH
                   EXIT PERFORM
               END-IF
           MOVE WS-COMP   TO COMP-CNF
           MOVE COD-REM   TO COD-CNF
           MOVE VALOR-REM TO VALOR-CNF
           MOVE WS-SEQ    TO SEQ-CNF
           WRITE REG-CNF
           ADD 1         TO CONT-CNF
           ADD VALOR-REM TO SOMA-CNF.
      *              Deposito devolvido: entra nas excecoes com o
      *              codigo do banco e na remessa corretiva, com os
      *              dados bancarios relidos do mestre (ja corrigidos
      *              pelo EX14, se a secretaria agiu; os da pensao,
      *              do registro de pensoes, corrigidos pelo EX77).
      *              Funcionario ou beneficiario ainda sem conta fica
      *              so nas excecoes.
       DEVOLVERDEPOSITO.
           MOVE WS-COMP   TO COMP-RJB
           MOVE COD-REM   TO COD-RJB
           MOVE VALOR-REM TO VALOR-RJB
           MOVE WS-OCORR  TO OCORR-RJB
           MOVE WS-SEQ    TO SEQ-RJB
           WRITE REG-RJB
           ADD 1         TO CONT-DEV
           ADD VALOR-REM TO SOMA-DEV
           MOVE "NAO" TO WS-ACHOU
           IF WS-SEQ = 0
               PERFORM BUSCARCONTAFUNCIONARIO
           ELSE
               PERFORM BUSCARCONTAPENSAO
           END-IF
           IF WS-ACHOU = "SIM"
               MOVE "1"         TO TIPO-RM2
               MOVE COD-REM     TO COD-RM2
               MOVE WS-BANCO    TO BANCO-RM2
               MOVE WS-AGENCIA  TO AGENCIA-RM2
               MOVE WS-CONTA    TO CONTA-RM2
               MOVE VALOR-REM   TO VALOR-RM2
               MOVE WS-SEQ      TO SEQ-RM2
               WRITE REG-RM2
               ADD 1         TO CONT-COR
               ADD VALOR-REM TO SOMA-COR
           ELSE
               ADD 1 TO CONT-SEMCTA
               DISPLAY "EX62 - DEVOLVIDO SEM CONTA VALIDA NO "
                   "MESTRE, FORA DA CORRETIVA: " COD-REM "-" WS-SEQ
           END-IF.

       BUSCARCONTAFUNCIONARIO.
           MOVE COD-REM TO COD-ENT
           READ CADFUN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF BANCO-ENT NOT = 0 AND CONTA-ENT NOT = 0
                       MOVE "SIM"       TO WS-ACHOU
                       MOVE BANCO-ENT   TO WS-BANCO
                       MOVE AGENCIA-ENT TO WS-AGENCIA
                       MOVE CONTA-ENT   TO WS-CONTA
                   END-IF
           END-READ.

       BUSCARCONTAPENSAO.
           PERFORM VARYING IDX-PEN FROM 1 BY 1
               UNTIL IDX-PEN > QTD-PEN
               IF COD-PEN-TAB(IDX-PEN) = COD-REM
                   AND SEQ-PEN-TAB(IDX-PEN) = WS-SEQ
                   IF BANCO-PEN-TAB(IDX-PEN) NOT = 0
                       AND CONTA-PEN-TAB(IDX-PEN) NOT = 0
                       MOVE "SIM"                  TO WS-ACHOU
                       MOVE BANCO-PEN-TAB(IDX-PEN)   TO WS-BANCO
                       MOVE AGENCIA-PEN-TAB(IDX-PEN) TO WS-AGENCIA
                       MOVE CONTA-PEN-TAB(IDX-PEN)   TO WS-CONTA
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       GRAVARLINHA.
           WRITE LINHA-RCB
           MOVE SPACES TO LINHA-RCB.
