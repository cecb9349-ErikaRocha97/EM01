       IDENTIFICATION DIVISION.
       PROGRAM-ID.   EX100.
       AUTHOR.       ERIKA ROCHA.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 27-10-2025.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.      AUDITORIA DE INTEGRIDADE REFERENCIAL ENTRE OS
      *              CADASTROS. AS CRITICAS EX32/EX33 OLHAM CADA
      *              REGISTRO SOZINHO; AQUI CADA ARQUIVO DEPENDENTE E
      *              CONFRONTADO COM OS MESTRES QUE ELE REFERENCIA:
      *              ALUNOS ATIVOS COM TURMA FORA DE CADTUR; NOTAS
      *              (CADNOT) DE ALUNO FORA DE CADALU OU DISCIPLINA
      *              FORA DE CADDIS; HISTORICO (CADHSE) COM
      *              DISCIPLINA FORA DE CADDIS; OCORRENCIAS (CADOCO),
      *              COBRANCAS (CADCOB) E VINCULOS (CADRSL) DE ALUNO
      *              FORA DE CADALU; VINCULOS COM RESPONSAVEL FORA DE
      *              CADRSP; CONTAS DO LIVRO DE CREDITOS (CADCRD) SEM
      *              O ALUNO OU O RESPONSAVEL DONO DA CONTA;
      *              ATRIBUICOES (CADATR) COM PROFESSOR FORA DE
      *              CADFUN, TURMA FORA DE CADTUR OU DISCIPLINA FORA
      *              DE CADDIS; FUNCIONARIOS COM DEPARTAMENTO FORA DE
      *              CADDEP OU CARGO FORA DE CADCAR; PENSOES (CADPEN)
      *              DE FUNCIONARIO FORA DE CADFUN; AFASTAMENTOS
      *              (CADAFA) E PERIODOS AQUISITIVOS (CADPAQ) DE
      *              FUNCIONARIO FORA DE CADFUN; FALTAS DE PROFESSOR
      *              (CADAUS) COM O FALTOSO OU O SUBSTITUTO FORA DE
      *              CADFUN, TURMA FORA DE CADTUR OU DISCIPLINA FORA
      *              DE CADDIS; DOCUMENTOS DA MATRICULA (CADDOC) DE
      *              ALUNO FORA DE CADALU OU TIPO FORA DE CADTDO;
      *              DEPENDENCIAS (CADDPD) DE ALUNO FORA DE CADALU OU
      *              DISCIPLINA FORA DE CADDIS; NIVEIS DA TABELA
      *              SALARIAL (CADNIV) DE CARGO FORA DE CADCAR. O
      *              ALUNO DO HISTORICO ESCOLAR NAO E CONFERIDO: O
      *              HISTORICO E PERMANENTE E SOBREVIVE DE PROPOSITO A
      *              EXCLUSAO DO ALUNO (O MESMO VALE PARA CADHIS E
      *              CADAUD).
      *              CADALU, CADFUN E CADDIS SAO OBRIGATORIOS; OS
      *              DEPENDENTES SAO OPCIONAIS (AUSENTE = NADA A
      *              CONFERIR) E OS CATALOGOS CADTUR, CADRSP, CADDEP,
      *              CADCAR E CADTDO TAMBEM - SEM O CATALOGO A RELACAO
      *              FICA SEM CONFERENCIA, AVISADA NA TELA. CADA ORFAO
      *              GERA UM ACHADO EM CADINT (ARQUIVO, CHAVE, MESTRE,
      *              VALOR PROCURADO E RELACAO QUEBRADA), QUE O
      *              CONSOLIDADO DE EXCECOES EX64 RECOLHE; O LOTE EX09
      *              RODA A AUDITORIA TODA NOITE LOGO ANTES DO EX64.
      *              ACHADOS NAO PARAM O LOTE.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

      *              Todos os arquivos abaixo sao assinalados de forma
      *              dinamica (ASSIGN TO DYNAMIC) a um nome mantido em
      *              WORKING-STORAGE, para que o nome fisico possa ser
      *              trocado em tempo de execucao (ver LERNOMESARQUIVOS)
      *              sem recompilar o programa.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *              CADALU e CADFUN sao varridos uma vez em sequencia
      *              (turma do aluno, departamento e cargo do
      *              funcionario) e depois consultados por chave.
           SELECT CADALU   ASSIGN TO DYNAMIC WS-CADALU-ARQ
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUM-ENT
           FILE STATUS IS FS-CADALU.
           SELECT CADFUN   ASSIGN TO DYNAMIC WS-CADFUN-ARQ
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COD-ENT
           FILE STATUS IS FS-CADFUN.
           SELECT CADDIS   ASSIGN TO DYNAMIC WS-CADDIS-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADDIS.
           SELECT CADTUR   ASSIGN TO DYNAMIC WS-CADTUR-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADTUR.
           SELECT CADRSP   ASSIGN TO DYNAMIC WS-CADRSP-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADRSP.
           SELECT CADDEP   ASSIGN TO DYNAMIC WS-CADDEP-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADDEP.
           SELECT CADCAR   ASSIGN TO DYNAMIC WS-CADCAR-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADCAR.
           SELECT CADTDO   ASSIGN TO DYNAMIC WS-CADTDO-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADTDO.
           SELECT CADNOT   ASSIGN TO DYNAMIC WS-CADNOT-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENTRADA.
           SELECT CADHSE   ASSIGN TO DYNAMIC WS-CADHSE-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENTRADA.
           SELECT CADOCO   ASSIGN TO DYNAMIC WS-CADOCO-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENTRADA.
           SELECT CADCOB   ASSIGN TO DYNAMIC WS-CADCOB-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENTRADA.
           SELECT CADRSL   ASSIGN TO DYNAMIC WS-CADRSL-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENTRADA.
           SELECT CADCRD   ASSIGN TO DYNAMIC WS-CADCRD-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENTRADA.
           SELECT CADATR   ASSIGN TO DYNAMIC WS-CADATR-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENTRADA.
           SELECT CADPEN   ASSIGN TO DYNAMIC WS-CADPEN-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENTRADA.
           SELECT CADAFA   ASSIGN TO DYNAMIC WS-CADAFA-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENTRADA.
           SELECT CADPAQ   ASSIGN TO DYNAMIC WS-CADPAQ-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENTRADA.
           SELECT CADAUS   ASSIGN TO DYNAMIC WS-CADAUS-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENTRADA.
           SELECT CADDOC   ASSIGN TO DYNAMIC WS-CADDOC-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENTRADA.
           SELECT CADDPD   ASSIGN TO DYNAMIC WS-CADDPD-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENTRADA.
           SELECT CADNIV   ASSIGN TO DYNAMIC WS-CADNIV-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENTRADA.
           SELECT CADINT   ASSIGN TO DYNAMIC WS-CADINT-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADINT.
           SELECT CADDTM   ASSIGN TO DYNAMIC WS-CADDTM-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADDTM.

       DATA DIVISION.

       FILE SECTION.
       FD CADALU
           LABEL RECORD ARE STANDARD.

           COPY CADALU.

       FD CADFUN
           LABEL RECORD ARE STANDARD.

           COPY CADFUN.

       FD CADDIS
           LABEL RECORD ARE STANDARD.

       01 REG-DIS.
           02 COD-DIS       PIC 9(03).
           02 NOME-DIS      PIC X(20).

       FD CADTUR
           LABEL RECORD ARE STANDARD.

           COPY CADTUR.

       FD CADRSP
           LABEL RECORD ARE STANDARD.

       01 REG-RSP.
           02 COD-RSP       PIC 9(05).
           02 NOME-RSP      PIC X(20).
           02 ENDER-RSP     PIC X(40).

       FD CADDEP
           LABEL RECORD ARE STANDARD.

       01 REG-DEP.
           02 COD-DEP       PIC 9(03).
           02 NOME-DEP      PIC X(20).

       FD CADCAR
           LABEL RECORD ARE STANDARD.

           COPY CADCAR.

       FD CADTDO
           LABEL RECORD ARE STANDARD.

           COPY CADTDO.

      *              CADNOT: notas lancadas, um registro por aluno por
      *              disciplina (leiaute do EX21).
       FD CADNOT
           LABEL RECORD ARE STANDARD.

       01 REG-NOT.
           02 NUM-NOT       PIC 9(05).
           02 DIS-NOT       PIC 9(03).
           02 NOTA1-NOT     PIC 9(02)V99.
           02 NOTA2-NOT     PIC 9(02)V99.
           02 NOTA3-NOT     PIC 9(02)V99.
           02 NOTA4-NOT     PIC 9(02)V99.

       FD CADHSE
           LABEL RECORD ARE STANDARD.

           COPY CADHSE.

       FD CADOCO
           LABEL RECORD ARE STANDARD.

           COPY CADOCO.

       FD CADCOB
           LABEL RECORD ARE STANDARD.

           COPY CADCOB.

      *              CADRSL: vinculo aluno x responsavel financeiro.
       FD CADRSL
           LABEL RECORD ARE STANDARD.

       01 REG-RSL.
           02 NUM-RSL       PIC 9(05).
           02 RSP-RSL       PIC 9(05).

       FD CADCRD
           LABEL RECORD ARE STANDARD.

           COPY CADCRD.

      *              CADATR: atribuicao de aulas (leiaute do EX22).
       FD CADATR
           LABEL RECORD ARE STANDARD.

       01 REG-ATR.
           02 COD-ATR       PIC 9(05).
           02 TURMA-ATR     PIC X(03).
           02 DIS-ATR       PIC 9(03).
           02 HORAS-ATR     PIC 9(02).

       FD CADPEN
           LABEL RECORD ARE STANDARD.

           COPY CADPEN.

       FD CADAFA
           LABEL RECORD ARE STANDARD.

           COPY CADAFA.

       FD CADPAQ
           LABEL RECORD ARE STANDARD.

           COPY CADPAQ.

       FD CADAUS
           LABEL RECORD ARE STANDARD.

           COPY CADAUS.

       FD CADDOC
           LABEL RECORD ARE STANDARD.

           COPY CADDOC.

       FD CADDPD
           LABEL RECORD ARE STANDARD.

           COPY CADDPD.

       FD CADNIV
           LABEL RECORD ARE STANDARD.

           COPY CADNIV.

       FD CADINT
           LABEL RECORD ARE STANDARD.

           COPY CADINT.

       FD CADDTM
           LABEL RECORD ARE STANDARD.

       01 REG-DTM.
           02 DATA-DTM       PIC 9(08).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ       PIC X(03) VALUE "NAO".
       77 WS-ACHOU      PIC X(03) VALUE "NAO".
       77 FS-CADALU     PIC X(02) VALUE "00".
       77 FS-CADFUN     PIC X(02) VALUE "00".
       77 FS-CADDIS     PIC X(02) VALUE "00".
       77 FS-CADTUR     PIC X(02) VALUE "00".
       77 FS-CADRSP     PIC X(02) VALUE "00".
       77 FS-CADDEP     PIC X(02) VALUE "00".
       77 FS-CADCAR     PIC X(02) VALUE "00".
       77 FS-CADTDO     PIC X(02) VALUE "00".
       77 FS-ENTRADA    PIC X(02) VALUE "00".
       77 FS-CADINT     PIC X(02) VALUE "00".
       77 FS-CADDTM     PIC X(02) VALUE "00".
       77 WS-DATA-MOV   PIC 9(08) VALUE 0.

      *              Catalogos presentes nesta rodada ("S"/"N"): sem o
      *              catalogo a relacao nao e conferida.
       77 WS-TEM-TUR    PIC X(01) VALUE "N".
       77 WS-TEM-RSP    PIC X(01) VALUE "N".
       77 WS-TEM-DEP    PIC X(01) VALUE "N".
       77 WS-TEM-CAR    PIC X(01) VALUE "N".
       77 WS-TEM-TDO    PIC X(01) VALUE "N".

      *              Chaves procuradas nos mestres e catalogos.
       77 WS-NUM-BUSCA  PIC 9(05) VALUE 0.
       77 WS-COD-BUSCA  PIC 9(05) VALUE 0.
       77 WS-DIS-BUSCA  PIC 9(03) VALUE 0.
       77 WS-TUR-BUSCA  PIC X(03) VALUE SPACES.
       77 WS-RSP-BUSCA  PIC 9(05) VALUE 0.
       77 WS-DEP-BUSCA  PIC 9(03) VALUE 0.
       77 WS-CAR-BUSCA  PIC 9(03) VALUE 0.
       77 WS-TDO-BUSCA  PIC 9(02) VALUE 0.

      *              Catalogos em memoria.
       77 QTD-DIS       PIC 9(02) VALUE 0.
       77 IDX-DIS       PIC 9(02) VALUE 0.
       01 TABELA-DIS.
           02 COD-DIS-TAB OCCURS 50 TIMES PIC 9(03).
       77 QTD-TUR       PIC 9(02) VALUE 0.
       77 IDX-TUR       PIC 9(02) VALUE 0.
       01 TABELA-TUR.
           02 COD-TUR-TAB OCCURS 50 TIMES PIC X(03).
       77 QTD-RSP       PIC 9(03) VALUE 0.
       77 IDX-RSP       PIC 9(03) VALUE 0.
       01 TABELA-RSP.
           02 COD-RSP-TAB OCCURS 200 TIMES PIC 9(05).
       77 QTD-DEP       PIC 9(03) VALUE 0.
       77 IDX-DEP       PIC 9(03) VALUE 0.
       01 TABELA-DEP.
           02 COD-DEP-TAB OCCURS 100 TIMES PIC 9(03).
       77 QTD-CAR       PIC 9(03) VALUE 0.
       77 IDX-CAR       PIC 9(03) VALUE 0.
       01 TABELA-CAR.
           02 COD-CAR-TAB OCCURS 200 TIMES PIC 9(03).
       77 QTD-TDO       PIC 9(02) VALUE 0.
       77 IDX-TDO       PIC 9(02) VALUE 0.
       01 TABELA-TDO.
           02 COD-TDO-TAB OCCURS 30 TIMES PIC 9(02).

      *              Registros conferidos e achados por arquivo
      *              dependente.
       77 CONT-LIDOS    PIC 9(07) VALUE 0.
       77 CONT-ORF-ALU  PIC 9(07) VALUE 0.
       77 CONT-ORF-NOT  PIC 9(07) VALUE 0.
       77 CONT-ORF-HSE  PIC 9(07) VALUE 0.
       77 CONT-ORF-OCO  PIC 9(07) VALUE 0.
       77 CONT-ORF-COB  PIC 9(07) VALUE 0.
       77 CONT-ORF-RSL  PIC 9(07) VALUE 0.
       77 CONT-ORF-CRD  PIC 9(07) VALUE 0.
       77 CONT-ORF-ATR  PIC 9(07) VALUE 0.
       77 CONT-ORF-FUN  PIC 9(07) VALUE 0.
       77 CONT-ORF-PEN  PIC 9(07) VALUE 0.
       77 CONT-ORF-AFA  PIC 9(07) VALUE 0.
       77 CONT-ORF-PAQ  PIC 9(07) VALUE 0.
       77 CONT-ORF-AUS  PIC 9(07) VALUE 0.
       77 CONT-ORF-DOC  PIC 9(07) VALUE 0.
       77 CONT-ORF-DPD  PIC 9(07) VALUE 0.
       77 CONT-ORF-NIV  PIC 9(07) VALUE 0.
       77 CONT-ACHADOS  PIC 9(07) VALUE 0.

      *              Nomes fisicos dos arquivos, com o valor original
      *              como default, substituiveis em tempo de execucao
      *              por variaveis de ambiente (ver LERNOMESARQUIVOS).
       77 WS-CADALU-ARQ  PIC X(40) VALUE "CADALU.DAT".
       77 WS-CADFUN-ARQ  PIC X(40) VALUE "CADFUN.DAT".
       77 WS-CADDIS-ARQ  PIC X(40) VALUE "CADDIS.DAT".
       77 WS-CADTUR-ARQ  PIC X(40) VALUE "CADTUR.DAT".
       77 WS-CADRSP-ARQ  PIC X(40) VALUE "CADRSP.DAT".
       77 WS-CADDEP-ARQ  PIC X(40) VALUE "CADDEP.DAT".
       77 WS-CADCAR-ARQ  PIC X(40) VALUE "CADCAR.DAT".
       77 WS-CADTDO-ARQ  PIC X(40) VALUE "CADTDO.DAT".
       77 WS-CADNOT-ARQ  PIC X(40) VALUE "CADNOT.DAT".
       77 WS-CADHSE-ARQ  PIC X(40) VALUE "CADHSE.DAT".
       77 WS-CADOCO-ARQ  PIC X(40) VALUE "CADOCO.DAT".
       77 WS-CADCOB-ARQ  PIC X(40) VALUE "CADCOB.DAT".
       77 WS-CADRSL-ARQ  PIC X(40) VALUE "CADRSL.DAT".
       77 WS-CADCRD-ARQ  PIC X(40) VALUE "CADCRD.DAT".
       77 WS-CADATR-ARQ  PIC X(40) VALUE "CADATR.DAT".
       77 WS-CADPEN-ARQ  PIC X(40) VALUE "CADPEN.DAT".
       77 WS-CADAFA-ARQ  PIC X(40) VALUE "CADAFA.DAT".
       77 WS-CADPAQ-ARQ  PIC X(40) VALUE "CADPAQ.DAT".
       77 WS-CADAUS-ARQ  PIC X(40) VALUE "CADAUS.DAT".
       77 WS-CADDOC-ARQ  PIC X(40) VALUE "CADDOC.DAT".
       77 WS-CADDPD-ARQ  PIC X(40) VALUE "CADDPD.DAT".
       77 WS-CADNIV-ARQ  PIC X(40) VALUE "CADNIV.DAT".
       77 WS-CADINT-ARQ  PIC X(40) VALUE "CADINT.DAT".
       77 WS-CADDTM-ARQ  PIC X(40) VALUE "CADDTM.DAT".
       77 WS-ENV-TEMP    PIC X(40).

       PROCEDURE DIVISION.

       EXECUTAR.
           PERFORM LERNOMESARQUIVOS.
           PERFORM INICIO.
           PERFORM CONFERIRALUNOS.
           PERFORM CONFERIRNOTAS.
           PERFORM CONFERIRHISTORICO.
           PERFORM CONFERIROCORRENCIAS.
           PERFORM CONFERIRCOBRANCAS.
           PERFORM CONFERIRVINCULOS.
           PERFORM CONFERIRCREDITOS.
           PERFORM CONFERIRDOCUMENTOS.
           PERFORM CONFERIRDEPENDENCIAS.
           PERFORM CONFERIRFUNCIONARIOS.
           PERFORM CONFERIRATRIBUICOES.
           PERFORM CONFERIRPENSOES.
           PERFORM CONFERIRAFASTAMENTOS.
           PERFORM CONFERIRPERIODOS.
           PERFORM CONFERIRFALTASPROF.
           PERFORM CONFERIRNIVEIS.
           PERFORM TERMINO.
           STOP RUN.

       LERNOMESARQUIVOS.
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADALU"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADALU-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADFUN"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADFUN-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADDIS"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADDIS-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADTUR"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADTUR-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADRSP"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADRSP-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADDEP"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADDEP-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADCAR"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADCAR-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADTDO"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADTDO-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADNOT"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADNOT-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADHSE"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADHSE-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADOCO"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADOCO-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADCOB"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADCOB-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADRSL"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADRSL-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADCRD"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADCRD-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADATR"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADATR-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADPEN"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADPEN-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADAFA"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADAFA-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADPAQ"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADPAQ-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADAUS"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADAUS-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADDOC"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADDOC-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADDPD"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADDPD-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADNIV"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADNIV-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADINT"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADINT-ARQ
           END-IF
           ACCEPT WS-ENV-TEMP FROM ENVIRONMENT "CADDTM"
           IF WS-ENV-TEMP NOT = SPACES
               MOVE WS-ENV-TEMP TO WS-CADDTM-ARQ
           END-IF.

       INICIO.
           PERFORM LERDATAMOV.
           OPEN INPUT CADALU
           IF FS-CADALU NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADALU-ARQ)
                   " - FILE STATUS " FS-CADALU
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CADFUN
           IF FS-CADFUN NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADFUN-ARQ)
                   " - FILE STATUS " FS-CADFUN
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CARREGARDISCIPLINAS.
           PERFORM CARREGARTURMAS.
           PERFORM CARREGARRESPONSAVEIS.
           PERFORM CARREGARDEPARTAMENTOS.
           PERFORM CARREGARCARGOS.
           PERFORM CARREGARTIPOSDOC.
           OPEN OUTPUT CADINT
           IF FS-CADINT NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADINT-ARQ)
                   " - FILE STATUS " FS-CADINT
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       LERDATAMOV.
           ACCEPT WS-DATA-MOV FROM DATE YYYYMMDD
           OPEN INPUT CADDTM
           IF FS-CADDTM = "00"
               READ CADDTM
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE DATA-DTM TO WS-DATA-MOV
               END-READ
               CLOSE CADDTM
           END-IF.

      *              Catalogo de disciplinas: obrigatorio, mesmo
      *              limite de 50 do EX21/EX22.
       CARREGARDISCIPLINAS.
           OPEN INPUT CADDIS
           IF FS-CADDIS NOT = "00"
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-CADDIS-ARQ)
                   " - FILE STATUS " FS-CADDIS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LERDISCIPLINA UNTIL FIM-ARQ = "SIM"
           CLOSE CADDIS
           MOVE "NAO" TO FIM-ARQ.

       LERDISCIPLINA.
           READ CADDIS
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   IF QTD-DIS = 50
                       DISPLAY "EX100 - MAIS DE 50 DISCIPLINAS NO "
                           "CATALOGO - RODADA ABORTADA"
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO QTD-DIS
                   MOVE COD-DIS TO COD-DIS-TAB(QTD-DIS)
           END-READ.

      *              Catalogos opcionais: turmas, responsaveis,
      *              departamentos e cargos.
       CARREGARTURMAS.
           OPEN INPUT CADTUR
           IF FS-CADTUR = "00"
               MOVE "S" TO WS-TEM-TUR
               PERFORM LERTURMA UNTIL FIM-ARQ = "SIM"
               CLOSE CADTUR
               MOVE "NAO" TO FIM-ARQ
           ELSE
               DISPLAY "EX100 - SEM CADTUR - TURMAS NAO CONFERIDAS"
           END-IF.

       LERTURMA.
           READ CADTUR
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   IF QTD-TUR = 50
                       DISPLAY "EX100 - MAIS DE 50 TURMAS NO "
                           "CATALOGO - RODADA ABORTADA"
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO QTD-TUR
                   MOVE TURMA-TUR TO COD-TUR-TAB(QTD-TUR)
           END-READ.

       CARREGARRESPONSAVEIS.
           OPEN INPUT CADRSP
           IF FS-CADRSP = "00"
               MOVE "S" TO WS-TEM-RSP
               PERFORM LERRESPONSAVEL UNTIL FIM-ARQ = "SIM"
               CLOSE CADRSP
               MOVE "NAO" TO FIM-ARQ
           ELSE
               DISPLAY "EX100 - SEM CADRSP - RESPONSAVEIS NAO "
                   "CONFERIDOS"
           END-IF.

       LERRESPONSAVEL.
           READ CADRSP
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   IF QTD-RSP = 200
                       DISPLAY "EX100 - MAIS DE 200 RESPONSAVEIS EM "
                           "CADRSP - RODADA ABORTADA"
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO QTD-RSP
                   MOVE COD-RSP TO COD-RSP-TAB(QTD-RSP)
           END-READ.

       CARREGARDEPARTAMENTOS.
           OPEN INPUT CADDEP
           IF FS-CADDEP = "00"
               MOVE "S" TO WS-TEM-DEP
               PERFORM LERDEPARTAMENTO UNTIL FIM-ARQ = "SIM"
               CLOSE CADDEP
               MOVE "NAO" TO FIM-ARQ
           ELSE
               DISPLAY "EX100 - SEM CADDEP - DEPARTAMENTOS NAO "
                   "CONFERIDOS"
           END-IF.

       LERDEPARTAMENTO.
           READ CADDEP
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   IF QTD-DEP = 100
                       DISPLAY "EX100 - MAIS DE 100 DEPARTAMENTOS EM "
                           "CADDEP - RODADA ABORTADA"
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO QTD-DEP
                   MOVE COD-DEP TO COD-DEP-TAB(QTD-DEP)
           END-READ.

       CARREGARCARGOS.
           OPEN INPUT CADCAR
           IF FS-CADCAR = "00"
               MOVE "S" TO WS-TEM-CAR
               PERFORM LERCARGO UNTIL FIM-ARQ = "SIM"
               CLOSE CADCAR
               MOVE "NAO" TO FIM-ARQ
           ELSE
               DISPLAY "EX100 - SEM CADCAR - CARGOS NAO CONFERIDOS"
           END-IF.

       LERCARGO.
           READ CADCAR
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   IF QTD-CAR = 200
                       DISPLAY "EX100 - MAIS DE 200 CARGOS EM "
                           "CADCAR - RODADA ABORTADA"
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO QTD-CAR
                   MOVE COD-CAR TO COD-CAR-TAB(QTD-CAR)
           END-READ.

      *              Tipos de documento da matricula: mesmo limite
      *              de 30 do EX89.
       CARREGARTIPOSDOC.
           OPEN INPUT CADTDO
           IF FS-CADTDO = "00"
               MOVE "S" TO WS-TEM-TDO
               PERFORM LERTIPODOC UNTIL FIM-ARQ = "SIM"
               CLOSE CADTDO
               MOVE "NAO" TO FIM-ARQ
           ELSE
               DISPLAY "EX100 - SEM CADTDO - TIPOS DE DOCUMENTO NAO "
                   "CONFERIDOS"
           END-IF.

       LERTIPODOC.
           READ CADTDO
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   IF QTD-TDO = 30
                       DISPLAY "EX100 - MAIS DE 30 TIPOS DE DOCUMENTO "
                           "EM CADTDO - RODADA ABORTADA"
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO QTD-TDO
                   MOVE COD-TDO TO COD-TDO-TAB(QTD-TDO)
           END-READ.

      *              Grava um achado: o chamador preenche arquivo,
      *              chave, complemento, mestre, valor e relacao.
       GRAVARACHADO.
           MOVE WS-DATA-MOV TO DATA-INT
           WRITE REG-INT
           ADD 1 TO CONT-ACHADOS.

      *              Prepara o registro de achado para o arquivo
      *              dependente corrente.
       LIMPARACHADO.
           MOVE SPACES TO REG-INT
           MOVE 0 TO CHAVE-INT.

      *              Alunos ativos (branco vale ativo) com turma
      *              informada e fora do catalogo. Varredura
      *              sequencial do mestre, antes das consultas por
      *              chave.
       CONFERIRALUNOS.
           IF WS-TEM-TUR = "S"
               PERFORM LERALUNO UNTIL FIM-ARQ = "SIM"
               MOVE "NAO" TO FIM-ARQ
           END-IF.

       LERALUNO.
           READ CADALU NEXT
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   ADD 1 TO CONT-LIDOS
                   IF (SIT-ENT = "A" OR SIT-ENT = SPACE)
                       AND TURMA-ENT NOT = SPACES
                       MOVE TURMA-ENT TO WS-TUR-BUSCA
                       PERFORM LOCALIZARTURMA
                       IF WS-ACHOU = "NAO"
                           PERFORM LIMPARACHADO
                           MOVE "CADALU" TO ARQ-INT
                           MOVE NUM-ENT  TO CHAVE-INT
                           MOVE "CADTUR" TO MESTRE-INT
                           MOVE TURMA-ENT TO REF-INT
                           MOVE "ALUNO ATIVO EM TURMA FORA"
                               TO RELACAO-INT
                           PERFORM GRAVARACHADO
                           ADD 1 TO CONT-ORF-ALU
                       END-IF
                   END-IF
           END-READ.

      *              Notas: aluno em CADALU e disciplina em CADDIS.
       CONFERIRNOTAS.
           OPEN INPUT CADNOT
           IF FS-ENTRADA = "00"
               PERFORM LERNOTA UNTIL FIM-ARQ = "SIM"
               CLOSE CADNOT
               MOVE "NAO" TO FIM-ARQ
           END-IF.

       LERNOTA.
           READ CADNOT
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   ADD 1 TO CONT-LIDOS
                   MOVE NUM-NOT TO WS-NUM-BUSCA
                   PERFORM LOCALIZARALUNO
                   IF WS-ACHOU = "NAO"
                       PERFORM LIMPARACHADO
                       MOVE "CADNOT" TO ARQ-INT
                       MOVE NUM-NOT  TO CHAVE-INT
                       MOVE DIS-NOT  TO COMPL-INT
                       MOVE "CADALU" TO MESTRE-INT
                       MOVE NUM-NOT  TO REF-INT
                       MOVE "NOTA DE ALUNO INEXISTENTE" TO RELACAO-INT
                       PERFORM GRAVARACHADO
                       ADD 1 TO CONT-ORF-NOT
                   END-IF
                   MOVE DIS-NOT TO WS-DIS-BUSCA
                   PERFORM LOCALIZARDISCIPLINA
                   IF WS-ACHOU = "NAO"
                       PERFORM LIMPARACHADO
                       MOVE "CADNOT" TO ARQ-INT
                       MOVE NUM-NOT  TO CHAVE-INT
                       MOVE DIS-NOT  TO COMPL-INT
                       MOVE "CADDIS" TO MESTRE-INT
                       MOVE DIS-NOT  TO REF-INT
                       MOVE "NOTA DE DISCIPLINA INEXIST"
                           TO RELACAO-INT
                       PERFORM GRAVARACHADO
                       ADD 1 TO CONT-ORF-NOT
                   END-IF
           END-READ.

      *              Historico escolar: so a disciplina (o aluno do
      *              historico permanente nao e conferido).
       CONFERIRHISTORICO.
           OPEN INPUT CADHSE
           IF FS-ENTRADA = "00"
               PERFORM LERHISTORICO UNTIL FIM-ARQ = "SIM"
               CLOSE CADHSE
               MOVE "NAO" TO FIM-ARQ
           END-IF.

       LERHISTORICO.
           READ CADHSE
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   ADD 1 TO CONT-LIDOS
                   MOVE DIS-HSE TO WS-DIS-BUSCA
                   PERFORM LOCALIZARDISCIPLINA
                   IF WS-ACHOU = "NAO"
                       PERFORM LIMPARACHADO
                       MOVE "CADHSE" TO ARQ-INT
                       MOVE NUM-HSE  TO CHAVE-INT
                       STRING PERIODO-HSE DIS-HSE
                           DELIMITED BY SIZE INTO COMPL-INT
                       MOVE "CADDIS" TO MESTRE-INT
                       MOVE DIS-HSE  TO REF-INT
                       MOVE "HISTORICO DE DISC INEXIST"
                           TO RELACAO-INT
                       PERFORM GRAVARACHADO
                       ADD 1 TO CONT-ORF-HSE
                   END-IF
           END-READ.

       CONFERIROCORRENCIAS.
           OPEN INPUT CADOCO
           IF FS-ENTRADA = "00"
               PERFORM LEROCORRENCIA UNTIL FIM-ARQ = "SIM"
               CLOSE CADOCO
               MOVE "NAO" TO FIM-ARQ
           END-IF.

       LEROCORRENCIA.
           READ CADOCO
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   ADD 1 TO CONT-LIDOS
                   MOVE NUM-OCO TO WS-NUM-BUSCA
                   PERFORM LOCALIZARALUNO
                   IF WS-ACHOU = "NAO"
                       PERFORM LIMPARACHADO
                       MOVE "CADOCO" TO ARQ-INT
                       MOVE NUM-OCO  TO CHAVE-INT
                       STRING DATA-OCO TIPO-OCO
                           DELIMITED BY SIZE INTO COMPL-INT
                       MOVE "CADALU" TO MESTRE-INT
                       MOVE NUM-OCO  TO REF-INT
                       MOVE "OCORRENCIA ALUNO INEXIST"
                           TO RELACAO-INT
                       PERFORM GRAVARACHADO
                       ADD 1 TO CONT-ORF-OCO
                   END-IF
           END-READ.

       CONFERIRCOBRANCAS.
           OPEN INPUT CADCOB
           IF FS-ENTRADA = "00"
               PERFORM LERCOBRANCA UNTIL FIM-ARQ = "SIM"
               CLOSE CADCOB
               MOVE "NAO" TO FIM-ARQ
           END-IF.

       LERCOBRANCA.
           READ CADCOB
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   ADD 1 TO CONT-LIDOS
                   MOVE NUM-COB TO WS-NUM-BUSCA
                   PERFORM LOCALIZARALUNO
                   IF WS-ACHOU = "NAO"
                       PERFORM LIMPARACHADO
                       MOVE "CADCOB" TO ARQ-INT
                       MOVE NUM-COB  TO CHAVE-INT
                       STRING COMP-COB TIPO-COB
                           DELIMITED BY SIZE INTO COMPL-INT
                       MOVE "CADALU" TO MESTRE-INT
                       MOVE NUM-COB  TO REF-INT
                       MOVE "COBRANCA DE ALUNO INEXIST"
                           TO RELACAO-INT
                       PERFORM GRAVARACHADO
                       ADD 1 TO CONT-ORF-COB
                   END-IF
           END-READ.

      *              Vinculo aluno x responsavel: as duas pontas.
       CONFERIRVINCULOS.
           OPEN INPUT CADRSL
           IF FS-ENTRADA = "00"
               PERFORM LERVINCULO UNTIL FIM-ARQ = "SIM"
               CLOSE CADRSL
               MOVE "NAO" TO FIM-ARQ
           END-IF.

       LERVINCULO.
           READ CADRSL
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   ADD 1 TO CONT-LIDOS
                   MOVE NUM-RSL TO WS-NUM-BUSCA
                   PERFORM LOCALIZARALUNO
                   IF WS-ACHOU = "NAO"
                       PERFORM LIMPARACHADO
                       MOVE "CADRSL" TO ARQ-INT
                       MOVE NUM-RSL  TO CHAVE-INT
                       MOVE RSP-RSL  TO COMPL-INT
                       MOVE "CADALU" TO MESTRE-INT
                       MOVE NUM-RSL  TO REF-INT
                       MOVE "VINCULO DE ALUNO INEXIST"
                           TO RELACAO-INT
                       PERFORM GRAVARACHADO
                       ADD 1 TO CONT-ORF-RSL
                   END-IF
                   IF WS-TEM-RSP = "S"
                       MOVE RSP-RSL TO WS-RSP-BUSCA
                       PERFORM LOCALIZARRESPONSAVEL
                       IF WS-ACHOU = "NAO"
                           PERFORM LIMPARACHADO
                           MOVE "CADRSL" TO ARQ-INT
                           MOVE NUM-RSL  TO CHAVE-INT
                           MOVE RSP-RSL  TO COMPL-INT
                           MOVE "CADRSP" TO MESTRE-INT
                           MOVE RSP-RSL  TO REF-INT
                           MOVE "VINCULO A RESPONS INEXIST"
                               TO RELACAO-INT
                           PERFORM GRAVARACHADO
                           ADD 1 TO CONT-ORF-RSL
                       END-IF
                   END-IF
           END-READ.

      *              Livro de creditos: a conta "A" e do aluno, a
      *              conta "R" e do responsavel; o aluno de origem do
      *              movimento de conta "R" tambem e conferido.
       CONFERIRCREDITOS.
           OPEN INPUT CADCRD
           IF FS-ENTRADA = "00"
               PERFORM LERCREDITO UNTIL FIM-ARQ = "SIM"
               CLOSE CADCRD
               MOVE "NAO" TO FIM-ARQ
           END-IF.

       LERCREDITO.
           READ CADCRD
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   ADD 1 TO CONT-LIDOS
                   PERFORM CONFERIRCONTACREDITO
           END-READ.

       CONFERIRCONTACREDITO.
           IF TCTA-CRD = "R"
               IF WS-TEM-RSP = "S"
                   MOVE CCTA-CRD TO WS-RSP-BUSCA
                   PERFORM LOCALIZARRESPONSAVEL
                   IF WS-ACHOU = "NAO"
                       PERFORM LIMPARACHADO
                       MOVE "CADCRD" TO ARQ-INT
                       MOVE CCTA-CRD TO CHAVE-INT
                       STRING TCTA-CRD DATA-CRD
                           DELIMITED BY SIZE INTO COMPL-INT
                       MOVE "CADRSP" TO MESTRE-INT
                       MOVE CCTA-CRD TO REF-INT
                       MOVE "CONTA DE RESPONS INEXIST"
                           TO RELACAO-INT
                       PERFORM GRAVARACHADO
                       ADD 1 TO CONT-ORF-CRD
                   END-IF
               END-IF
               MOVE NUM-CRD TO WS-NUM-BUSCA
           ELSE
               MOVE CCTA-CRD TO WS-NUM-BUSCA
           END-IF
           IF WS-NUM-BUSCA NOT = 0
               PERFORM LOCALIZARALUNO
               IF WS-ACHOU = "NAO"
                   PERFORM LIMPARACHADO
                   MOVE "CADCRD" TO ARQ-INT
                   MOVE CCTA-CRD TO CHAVE-INT
                   STRING TCTA-CRD DATA-CRD
                       DELIMITED BY SIZE INTO COMPL-INT
                   MOVE "CADALU" TO MESTRE-INT
                   MOVE WS-NUM-BUSCA TO REF-INT
                   MOVE "CREDITO DE ALUNO INEXIST"
                       TO RELACAO-INT
                   PERFORM GRAVARACHADO
                   ADD 1 TO CONT-ORF-CRD
               END-IF
           END-IF.

      *              Documentos da matricula: aluno em CADALU e tipo
      *              no catalogo CADTDO.
       CONFERIRDOCUMENTOS.
           OPEN INPUT CADDOC
           IF FS-ENTRADA = "00"
               PERFORM LERDOCUMENTO UNTIL FIM-ARQ = "SIM"
               CLOSE CADDOC
               MOVE "NAO" TO FIM-ARQ
           END-IF.

       LERDOCUMENTO.
           READ CADDOC
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   ADD 1 TO CONT-LIDOS
                   PERFORM CONFERIRDOCUMENTO
           END-READ.

       CONFERIRDOCUMENTO.
           MOVE NUM-DOC TO WS-NUM-BUSCA
           PERFORM LOCALIZARALUNO
           IF WS-ACHOU = "NAO"
               PERFORM LIMPARACHADO
               MOVE "CADDOC" TO ARQ-INT
               MOVE NUM-DOC  TO CHAVE-INT
               MOVE TDO-DOC  TO COMPL-INT
               MOVE "CADALU" TO MESTRE-INT
               MOVE NUM-DOC  TO REF-INT
               MOVE "DOCUMENTO DE ALUNO INEXIST" TO RELACAO-INT
               PERFORM GRAVARACHADO
               ADD 1 TO CONT-ORF-DOC
           END-IF
           IF WS-TEM-TDO = "S"
               MOVE TDO-DOC TO WS-TDO-BUSCA
               PERFORM LOCALIZARTIPODOC
               IF WS-ACHOU = "NAO"
                   PERFORM LIMPARACHADO
                   MOVE "CADDOC" TO ARQ-INT
                   MOVE NUM-DOC  TO CHAVE-INT
                   MOVE TDO-DOC  TO COMPL-INT
                   MOVE "CADTDO" TO MESTRE-INT
                   MOVE TDO-DOC  TO REF-INT
                   MOVE "DOCUMENTO DE TIPO INEXIST"
                       TO RELACAO-INT
                   PERFORM GRAVARACHADO
                   ADD 1 TO CONT-ORF-DOC
               END-IF
           END-IF.

      *              Dependencias: aluno em CADALU e disciplina em
      *              CADDIS.
       CONFERIRDEPENDENCIAS.
           OPEN INPUT CADDPD
           IF FS-ENTRADA = "00"
               PERFORM LERDEPENDENCIA UNTIL FIM-ARQ = "SIM"
               CLOSE CADDPD
               MOVE "NAO" TO FIM-ARQ
           END-IF.

       LERDEPENDENCIA.
           READ CADDPD
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   ADD 1 TO CONT-LIDOS
                   PERFORM CONFERIRDEPENDENCIA
           END-READ.

       CONFERIRDEPENDENCIA.
           MOVE NUM-DPD TO WS-NUM-BUSCA
           PERFORM LOCALIZARALUNO
           IF WS-ACHOU = "NAO"
               PERFORM LIMPARACHADO
               MOVE "CADDPD" TO ARQ-INT
               MOVE NUM-DPD  TO CHAVE-INT
               STRING PERIODO-DPD DIS-DPD
                   DELIMITED BY SIZE INTO COMPL-INT
               MOVE "CADALU" TO MESTRE-INT
               MOVE NUM-DPD  TO REF-INT
               MOVE "DEPENDENCIA ALUNO INEXIST" TO RELACAO-INT
               PERFORM GRAVARACHADO
               ADD 1 TO CONT-ORF-DPD
           END-IF
           MOVE DIS-DPD TO WS-DIS-BUSCA
           PERFORM LOCALIZARDISCIPLINA
           IF WS-ACHOU = "NAO"
               PERFORM LIMPARACHADO
               MOVE "CADDPD" TO ARQ-INT
               MOVE NUM-DPD  TO CHAVE-INT
               STRING PERIODO-DPD DIS-DPD
                   DELIMITED BY SIZE INTO COMPL-INT
               MOVE "CADDIS" TO MESTRE-INT
               MOVE DIS-DPD  TO REF-INT
               MOVE "DEPENDENCIA DISC INEXIST" TO RELACAO-INT
               PERFORM GRAVARACHADO
               ADD 1 TO CONT-ORF-DPD
           END-IF.

      *              Funcionarios: departamento e cargo nos
      *              catalogos (cargo zerado = registro anterior ao
      *              plano de cargos, sem referencia). Varredura
      *              sequencial, antes das consultas por chave.
       CONFERIRFUNCIONARIOS.
           IF WS-TEM-DEP = "S" OR WS-TEM-CAR = "S"
               PERFORM LERFUNCIONARIO UNTIL FIM-ARQ = "SIM"
               MOVE "NAO" TO FIM-ARQ
           END-IF.

       LERFUNCIONARIO.
           READ CADFUN NEXT
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   ADD 1 TO CONT-LIDOS
                   PERFORM CONFERIRFUNCIONARIO
           END-READ.

       CONFERIRFUNCIONARIO.
           IF WS-TEM-DEP = "S"
               MOVE DEPTO-ENT TO WS-DEP-BUSCA
               PERFORM LOCALIZARDEPARTAMENTO
               IF WS-ACHOU = "NAO"
                   PERFORM LIMPARACHADO
                   MOVE "CADFUN" TO ARQ-INT
                   MOVE COD-ENT  TO CHAVE-INT
                   MOVE "CADDEP" TO MESTRE-INT
                   MOVE DEPTO-ENT TO REF-INT
                   MOVE "FUNCIONARIO EM DEPTO FORA"
                       TO RELACAO-INT
                   PERFORM GRAVARACHADO
                   ADD 1 TO CONT-ORF-FUN
               END-IF
           END-IF
           IF WS-TEM-CAR = "S" AND CARGO-ENT NOT = 0
               MOVE CARGO-ENT TO WS-CAR-BUSCA
               PERFORM LOCALIZARCARGO
               IF WS-ACHOU = "NAO"
                   PERFORM LIMPARACHADO
                   MOVE "CADFUN" TO ARQ-INT
                   MOVE COD-ENT  TO CHAVE-INT
                   MOVE "CADCAR" TO MESTRE-INT
                   MOVE CARGO-ENT TO REF-INT
                   MOVE "FUNCIONARIO EM CARGO FORA"
                       TO RELACAO-INT
                   PERFORM GRAVARACHADO
                   ADD 1 TO CONT-ORF-FUN
               END-IF
           END-IF.

      *              Atribuicoes de aula: professor em CADFUN, turma
      *              em CADTUR e disciplina em CADDIS.
       CONFERIRATRIBUICOES.
           OPEN INPUT CADATR
           IF FS-ENTRADA = "00"
               PERFORM LERATRIBUICAO UNTIL FIM-ARQ = "SIM"
               CLOSE CADATR
               MOVE "NAO" TO FIM-ARQ
           END-IF.

       LERATRIBUICAO.
           READ CADATR
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   ADD 1 TO CONT-LIDOS
                   PERFORM CONFERIRATRIBUICAO
           END-READ.

       CONFERIRATRIBUICAO.
           MOVE COD-ATR TO WS-COD-BUSCA
           PERFORM LOCALIZARFUNCIONARIO
           IF WS-ACHOU = "NAO"
               PERFORM LIMPARACHADO
               MOVE "CADATR" TO ARQ-INT
               MOVE COD-ATR  TO CHAVE-INT
               STRING TURMA-ATR DIS-ATR
                   DELIMITED BY SIZE INTO COMPL-INT
               MOVE "CADFUN" TO MESTRE-INT
               MOVE COD-ATR  TO REF-INT
               MOVE "AULA DE PROFESSOR INEXIST" TO RELACAO-INT
               PERFORM GRAVARACHADO
               ADD 1 TO CONT-ORF-ATR
           END-IF
           IF WS-TEM-TUR = "S"
               MOVE TURMA-ATR TO WS-TUR-BUSCA
               PERFORM LOCALIZARTURMA
               IF WS-ACHOU = "NAO"
                   PERFORM LIMPARACHADO
                   MOVE "CADATR" TO ARQ-INT
                   MOVE COD-ATR  TO CHAVE-INT
                   STRING TURMA-ATR DIS-ATR
                       DELIMITED BY SIZE INTO COMPL-INT
                   MOVE "CADTUR" TO MESTRE-INT
                   MOVE TURMA-ATR TO REF-INT
                   MOVE "AULA EM TURMA INEXISTENTE" TO RELACAO-INT
                   PERFORM GRAVARACHADO
                   ADD 1 TO CONT-ORF-ATR
               END-IF
           END-IF
           MOVE DIS-ATR TO WS-DIS-BUSCA
           PERFORM LOCALIZARDISCIPLINA
           IF WS-ACHOU = "NAO"
               PERFORM LIMPARACHADO
               MOVE "CADATR" TO ARQ-INT
               MOVE COD-ATR  TO CHAVE-INT
               STRING TURMA-ATR DIS-ATR
                   DELIMITED BY SIZE INTO COMPL-INT
               MOVE "CADDIS" TO MESTRE-INT
               MOVE DIS-ATR  TO REF-INT
               MOVE "AULA DE DISCIPLINA INEXIST" TO RELACAO-INT
               PERFORM GRAVARACHADO
               ADD 1 TO CONT-ORF-ATR
           END-IF.

       CONFERIRPENSOES.
           OPEN INPUT CADPEN
           IF FS-ENTRADA = "00"
               PERFORM LERPENSAO UNTIL FIM-ARQ = "SIM"
               CLOSE CADPEN
               MOVE "NAO" TO FIM-ARQ
           END-IF.

       LERPENSAO.
           READ CADPEN
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   ADD 1 TO CONT-LIDOS
                   MOVE COD-PEN TO WS-COD-BUSCA
                   PERFORM LOCALIZARFUNCIONARIO
                   IF WS-ACHOU = "NAO"
                       PERFORM LIMPARACHADO
                       MOVE "CADPEN" TO ARQ-INT
                       MOVE COD-PEN  TO CHAVE-INT
                       MOVE SEQ-PEN  TO COMPL-INT
                       MOVE "CADFUN" TO MESTRE-INT
                       MOVE COD-PEN  TO REF-INT
                       MOVE "PENSAO DE FUNCION INEXIST"
                           TO RELACAO-INT
                       PERFORM GRAVARACHADO
                       ADD 1 TO CONT-ORF-PEN
                   END-IF
           END-READ.

      *              Afastamentos: funcionario em CADFUN.
       CONFERIRAFASTAMENTOS.
           OPEN INPUT CADAFA
           IF FS-ENTRADA = "00"
               PERFORM LERAFASTAMENTO UNTIL FIM-ARQ = "SIM"
               CLOSE CADAFA
               MOVE "NAO" TO FIM-ARQ
           END-IF.

       LERAFASTAMENTO.
           READ CADAFA
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   ADD 1 TO CONT-LIDOS
                   MOVE COD-AFA TO WS-COD-BUSCA
                   PERFORM LOCALIZARFUNCIONARIO
                   IF WS-ACHOU = "NAO"
                       PERFORM LIMPARACHADO
                       MOVE "CADAFA" TO ARQ-INT
                       MOVE COD-AFA  TO CHAVE-INT
                       STRING TIPO-AFA INICIO-AFA
                           DELIMITED BY SIZE INTO COMPL-INT
                       MOVE "CADFUN" TO MESTRE-INT
                       MOVE COD-AFA  TO REF-INT
                       MOVE "AFASTAMENTO FUNC INEXIST"
                           TO RELACAO-INT
                       PERFORM GRAVARACHADO
                       ADD 1 TO CONT-ORF-AFA
                   END-IF
           END-READ.

      *              Periodos aquisitivos de ferias: funcionario em
      *              CADFUN.
       CONFERIRPERIODOS.
           OPEN INPUT CADPAQ
           IF FS-ENTRADA = "00"
               PERFORM LERPERIODO UNTIL FIM-ARQ = "SIM"
               CLOSE CADPAQ
               MOVE "NAO" TO FIM-ARQ
           END-IF.

       LERPERIODO.
           READ CADPAQ
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   ADD 1 TO CONT-LIDOS
                   MOVE COD-PAQ TO WS-COD-BUSCA
                   PERFORM LOCALIZARFUNCIONARIO
                   IF WS-ACHOU = "NAO"
                       PERFORM LIMPARACHADO
                       MOVE "CADPAQ" TO ARQ-INT
                       MOVE COD-PAQ  TO CHAVE-INT
                       MOVE INICIO-PAQ TO COMPL-INT
                       MOVE "CADFUN" TO MESTRE-INT
                       MOVE COD-PAQ  TO REF-INT
                       MOVE "PERIODO AQUIS FUNC INEXIST"
                           TO RELACAO-INT
                       PERFORM GRAVARACHADO
                       ADD 1 TO CONT-ORF-PAQ
                   END-IF
           END-READ.

      *              Faltas de professor: faltoso e substituto
      *              (zerado = sem substituto) em CADFUN, turma em
      *              CADTUR e disciplina em CADDIS. O complemento e a
      *              data e a hora da aula perdida.
       CONFERIRFALTASPROF.
           OPEN INPUT CADAUS
           IF FS-ENTRADA = "00"
               PERFORM LERFALTAPROF UNTIL FIM-ARQ = "SIM"
               CLOSE CADAUS
               MOVE "NAO" TO FIM-ARQ
           END-IF.

       LERFALTAPROF.
           READ CADAUS
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   ADD 1 TO CONT-LIDOS
                   PERFORM CONFERIRFALTAPROF
           END-READ.

       CONFERIRFALTAPROF.
           MOVE COD-AUS TO WS-COD-BUSCA
           PERFORM LOCALIZARFUNCIONARIO
           IF WS-ACHOU = "NAO"
               PERFORM LIMPARACHADO
               PERFORM MONTARCHAVEFALTA
               MOVE "CADFUN" TO MESTRE-INT
               MOVE COD-AUS  TO REF-INT
               MOVE "FALTA DE PROFESSOR INEXIST" TO RELACAO-INT
               PERFORM GRAVARACHADO
               ADD 1 TO CONT-ORF-AUS
           END-IF
           IF SUB-AUS NOT = 0
               MOVE SUB-AUS TO WS-COD-BUSCA
               PERFORM LOCALIZARFUNCIONARIO
               IF WS-ACHOU = "NAO"
                   PERFORM LIMPARACHADO
                   PERFORM MONTARCHAVEFALTA
                   MOVE "CADFUN" TO MESTRE-INT
                   MOVE SUB-AUS  TO REF-INT
                   MOVE "FALTA COM SUBST INEXIST"
                       TO RELACAO-INT
                   PERFORM GRAVARACHADO
                   ADD 1 TO CONT-ORF-AUS
               END-IF
           END-IF
           IF WS-TEM-TUR = "S"
               MOVE TURMA-AUS TO WS-TUR-BUSCA
               PERFORM LOCALIZARTURMA
               IF WS-ACHOU = "NAO"
                   PERFORM LIMPARACHADO
                   PERFORM MONTARCHAVEFALTA
                   MOVE "CADTUR" TO MESTRE-INT
                   MOVE TURMA-AUS TO REF-INT
                   MOVE "FALTA EM TURMA INEXISTENTE"
                       TO RELACAO-INT
                   PERFORM GRAVARACHADO
                   ADD 1 TO CONT-ORF-AUS
               END-IF
           END-IF
           MOVE DIS-AUS TO WS-DIS-BUSCA
           PERFORM LOCALIZARDISCIPLINA
           IF WS-ACHOU = "NAO"
               PERFORM LIMPARACHADO
               PERFORM MONTARCHAVEFALTA
               MOVE "CADDIS" TO MESTRE-INT
               MOVE DIS-AUS  TO REF-INT
               MOVE "FALTA DE DISCIPLINA INEXIS" TO RELACAO-INT
               PERFORM GRAVARACHADO
               ADD 1 TO CONT-ORF-AUS
           END-IF.

       MONTARCHAVEFALTA.
           MOVE "CADAUS" TO ARQ-INT
           MOVE COD-AUS  TO CHAVE-INT
           STRING DATA-AUS HORA-AUS(1:2)
               DELIMITED BY SIZE INTO COMPL-INT.

      *              Tabela salarial: o cargo de cada nivel em
      *              CADCAR (sem o catalogo nao ha o que conferir).
       CONFERIRNIVEIS.
           IF WS-TEM-CAR = "S"
               OPEN INPUT CADNIV
               IF FS-ENTRADA = "00"
                   PERFORM LERNIVEL UNTIL FIM-ARQ = "SIM"
                   CLOSE CADNIV
                   MOVE "NAO" TO FIM-ARQ
               END-IF
           END-IF.

       LERNIVEL.
           READ CADNIV
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   ADD 1 TO CONT-LIDOS
                   MOVE CARGO-NIV TO WS-CAR-BUSCA
                   PERFORM LOCALIZARCARGO
                   IF WS-ACHOU = "NAO"
                       PERFORM LIMPARACHADO
                       MOVE "CADNIV" TO ARQ-INT
                       MOVE CARGO-NIV TO CHAVE-INT
                       MOVE NIVEL-NIV TO COMPL-INT
                       MOVE "CADCAR" TO MESTRE-INT
                       MOVE CARGO-NIV TO REF-INT
                       MOVE "NIVEL DE CARGO INEXISTENTE"
                           TO RELACAO-INT
                       PERFORM GRAVARACHADO
                       ADD 1 TO CONT-ORF-NIV
                   END-IF
           END-READ.

      *              Consultas por chave nos mestres indexados.
       LOCALIZARALUNO.
           MOVE "NAO" TO WS-ACHOU
           MOVE WS-NUM-BUSCA TO NUM-ENT
           READ CADALU
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "SIM" TO WS-ACHOU
           END-READ.

       LOCALIZARFUNCIONARIO.
           MOVE "NAO" TO WS-ACHOU
           MOVE WS-COD-BUSCA TO COD-ENT
           READ CADFUN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "SIM" TO WS-ACHOU
           END-READ.

      *              Buscas nos catalogos em memoria.
       LOCALIZARDISCIPLINA.
           MOVE "NAO" TO WS-ACHOU
           PERFORM VARYING IDX-DIS FROM 1 BY 1
               UNTIL IDX-DIS > QTD-DIS
               IF COD-DIS-TAB(IDX-DIS) = WS-DIS-BUSCA
                   MOVE "SIM" TO WS-ACHOU
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOCALIZARTURMA.
           MOVE "NAO" TO WS-ACHOU
           PERFORM VARYING IDX-TUR FROM 1 BY 1
               UNTIL IDX-TUR > QTD-TUR
               IF COD-TUR-TAB(IDX-TUR) = WS-TUR-BUSCA
                   MOVE "SIM" TO WS-ACHOU
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOCALIZARRESPONSAVEL.
           MOVE "NAO" TO WS-ACHOU
           PERFORM VARYING IDX-RSP FROM 1 BY 1
               UNTIL IDX-RSP > QTD-RSP
               IF COD-RSP-TAB(IDX-RSP) = WS-RSP-BUSCA
                   MOVE "SIM" TO WS-ACHOU
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOCALIZARDEPARTAMENTO.
           MOVE "NAO" TO WS-ACHOU
           PERFORM VARYING IDX-DEP FROM 1 BY 1
               UNTIL IDX-DEP > QTD-DEP
               IF COD-DEP-TAB(IDX-DEP) = WS-DEP-BUSCA
                   MOVE "SIM" TO WS-ACHOU
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOCALIZARCARGO.
           MOVE "NAO" TO WS-ACHOU
           PERFORM VARYING IDX-CAR FROM 1 BY 1
               UNTIL IDX-CAR > QTD-CAR
               IF COD-CAR-TAB(IDX-CAR) = WS-CAR-BUSCA
                   MOVE "SIM" TO WS-ACHOU
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOCALIZARTIPODOC.
           MOVE "NAO" TO WS-ACHOU
           PERFORM VARYING IDX-TDO FROM 1 BY 1
               UNTIL IDX-TDO > QTD-TDO
               IF COD-TDO-TAB(IDX-TDO) = WS-TDO-BUSCA
                   MOVE "SIM" TO WS-ACHOU
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       TERMINO.
           CLOSE CADALU CADFUN CADINT.
           DISPLAY "EX100 - REGISTROS CONFERIDOS: " CONT-LIDOS
               " ORFAOS: " CONT-ACHADOS.
           DISPLAY "EX100 - CADALU " CONT-ORF-ALU
               " CADNOT " CONT-ORF-NOT
               " CADHSE " CONT-ORF-HSE
               " CADOCO " CONT-ORF-OCO.
           DISPLAY "EX100 - CADCOB " CONT-ORF-COB
               " CADRSL " CONT-ORF-RSL
               " CADCRD " CONT-ORF-CRD.
           DISPLAY "EX100 - CADATR " CONT-ORF-ATR
               " CADFUN " CONT-ORF-FUN
               " CADPEN " CONT-ORF-PEN.
           DISPLAY "EX100 - CADAFA " CONT-ORF-AFA
               " CADPAQ " CONT-ORF-PAQ
               " CADAUS " CONT-ORF-AUS.
           DISPLAY "EX100 - CADDOC " CONT-ORF-DOC
               " CADDPD " CONT-ORF-DPD
               " CADNIV " CONT-ORF-NIV.
