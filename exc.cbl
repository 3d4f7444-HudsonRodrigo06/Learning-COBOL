              FILE STATUS IS FS-HISTEXEC
              ORGANIZATION IS LINE SEQUENTIAL.

      *        REGISTRO DAS APROVACOES/VETOS DA SUPERVISAO SOBRE OS
      *        LOTES (APROVA-LOTE) E DAS RECUSAS FEITAS PELO MERGE
              SELECT LOGAPROV ASSIGN TO DYNAMIC WS-ARQ-LOGAPROV
              FILE STATUS IS FS-LOGAPROV
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT DESLIGADOS ASSIGN TO DYNAMIC WS-ARQ-DESLIG
              FILE STATUS IS FS-DESLIGADOS
              ORGANIZATION IS LINE SEQUENTIAL.

      *        CADASTRO PESSOAL (ADMISSAO, CPF/PIS, CENTRO DE CUSTO)
      *        MANTIDO NA CONSULTA-CADASTRO; SO LEITURA POR CODFUN
              SELECT CADPESSO ASSIGN TO DYNAMIC WS-ARQ-CADPESSO
              FILE STATUS IS FS-CADPESSO
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS PES-CODFUN.

      *        TABELA DE CARGOS E FAIXAS SALARIAIS MANTIDA PELO
      *        ATUALIZA-CARGOS; CARREGADA EM MEMORIA NA ABERTURA
              SELECT TABCARGO ASSIGN TO DYNAMIC WS-ARQ-TABCARGO
              FILE STATUS IS FS-TABCARGO
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT SYSPARM ASSIGN TO DYNAMIC WS-ARQ-SYSPARM
              FILE STATUS IS FS-SYSPARM
              ORGANIZATION IS LINE SEQUENTIAL.

           FD CADMOVTO
               BLOCK CONTAINS 0 RECORDS
               RECORD CONTAINS 88 CHARACTERS
               LABEL RECORD IS STANDARD
               RECORDING MODE IS F.

               05 DECTOS-M PIC 9(04)V99.
               05 TIPO-M PIC X(01).
               05 MOV-RECICLO PIC 9(02).
      *        OPERADOR QUE ENFILEIROU A CORRECAO URGENTE OU REPAROU O
      *        REJEITO; EM BRANCO NOS MOVIMENTOS DO LOTE DO RH.
               05 MOV-OPERADOR PIC X(07).
               05 FILLER PIC X(01).

      *        HEADER DO LOTE (TIPO 'H' NA MESMA COLUNA DE TIPO-M),
      *        GERADO PELO FRONT-END DE RH JUNTO COM OS MOVIMENTOS.
      *        ORIGEM: "LOTEURG" NO LOTE URGENTE (CORRECAO-URGENTE);
      *        EM BRANCO NO LOTE DO RH, TRATADO COMO "CADMOVTO".
       01  REG-MOVTO-LOTE-H.
               05 MVH-DATA-LOTE PIC 9(08).
               05 MVH-NUM-LOTE PIC 9(06).
               05 MVH-ORIGEM PIC X(08).
               05 FILLER PIC X(55).
               05 MVH-TIPO PIC X(01).
               05 FILLER PIC X(10).

      *        TRAILER DO LOTE (TIPO 'T'): QUANTIDADE DE MOVIMENTOS E
      *        TOTAIS DE CONFERENCIA DE SALARIO/VENCTOS/DECTOS.
               05 MVT-SOMA-DECTOS PIC 9(09)V99.
               05 FILLER PIC X(37).
               05 MVT-TIPO PIC X(01).
               05 FILLER PIC X(10).

           FD  CADFUNCN
               BLOCK CONTAINS 0 RECORDS
           05 AUD-SALARIO-DEPOIS   PIC 9(04)V99.
           05 AUD-VENCTOS-DEPOIS   PIC 9(04)V99.
           05 AUD-DECTOS-DEPOIS    PIC 9(04)V99.
           05 AUD-OPERADOR         PIC X(07).

      *----------------------------------------------------------------*
      *        EXCLUSOES DO CICLO - INTERFACE DE RESCISAO: IMAGEM      *
           05 HST-PARTIDA          PIC X(01).
           05 FILLER               PIC X(20).

      *----------------------------------------------------------------*
      *        APROVACAO (A) / VETO (V) DO LOTE PELA SUPERVISAO APOS A *
      *        PREVIA, E RECUSA (R) DO LOTE PELO MERGE                 *
      *----------------------------------------------------------------*

           FD  LOGAPROV
               BLOCK CONTAINS 0 RECORDS
               RECORD CONTAINS 150 CHARACTERS
               LABEL RECORD IS STANDARD
               RECORDING MODE IS F.

       01  REG-LOGAPROV.
           05 LGA-TIPO             PIC X(01).
           05 LGA-DATA-LOTE        PIC 9(08).
           05 LGA-NUM-LOTE         PIC 9(06).
           05 LGA-ORIGEM           PIC X(08).
           05 LGA-QTD-MOVTOS       PIC 9(07).
           05 LGA-HASH-SALARIO     PIC 9(09)V99.
           05 LGA-SOMA-VENCTOS     PIC 9(09)V99.
           05 LGA-SOMA-DECTOS      PIC 9(09)V99.
           05 LGA-TOTAL-LIQUIDO    PIC 9(09)V99.
           05 LGA-RESPONSAVEL      PIC X(08).
           05 LGA-DATA-HORA        PIC X(14).
           05 LGA-DATA-PREVIA      PIC X(14).
           05 LGA-MOTIVO           PIC X(30).
           05 FILLER               PIC X(10).

      *----------------------------------------------------------------*
      *        CADASTRO PESSOAL (ADMISSAO, CPF/PIS, CENTRO DE CUSTO)   *
      *        MANTIDO NA CONSULTA-CADASTRO; SO LEITURA POR CODFUN     *
      *----------------------------------------------------------------*

           FD  CADPESSO
               BLOCK CONTAINS 0 RECORDS
               RECORD CONTAINS 100 CHARACTERS
               LABEL RECORD IS STANDARD
               RECORDING MODE IS F.

       01  REG-CADPESSO.
           05 PES-CODFUN           PIC 9(04).
           05 PES-DATA-ADMISSAO    PIC 9(08).
           05 PES-CPF              PIC 9(11).
           05 PES-PIS              PIC 9(11).
           05 PES-CENTRO-CUSTO     PIC X(06).
           05 PES-DATA-ATUALIZACAO PIC 9(08).
           05 FILLER               PIC X(52).

      *----------------------------------------------------------------*
      *        TABELA DE CARGOS E FAIXAS SALARIAIS MANTIDA PELO        *
      *        ATUALIZA-CARGOS; CARREGADA EM MEMORIA NA ABERTURA       *
      *----------------------------------------------------------------*

           FD  TABCARGO
               BLOCK CONTAINS 0 RECORDS
               RECORD CONTAINS 80 CHARACTERS
               LABEL RECORD IS STANDARD
               RECORDING MODE IS F.

       01  REG-TABCARGO.
           05 CRG-CODIGO           PIC 9(04).
           05 CRG-TITULO           PIC X(20).
           05 CRG-SALARIO-MIN      PIC 9(04)V99.
           05 CRG-SALARIO-MAX      PIC 9(04)V99.
           05 CRG-ATIVO            PIC X(01).
           05 CRG-DATA-ATUALIZACAO PIC 9(08).
           05 FILLER               PIC X(35).

      *----------------------------------------------------------------*
      *        PARAMETROS DO SISTEMA (CHAVE=VALOR POR REGISTRO):       *
      *        DIRETORIO, DATA-COMPETENCIA, CHECKPT-INTERVALO,         *
       77  FS-DESLIGADOS       PIC 9(02)   VALUE ZEROS.
       77  FS-SYSPARM          PIC 9(02)   VALUE ZEROS.
       77  FS-BACKUPSEQ        PIC 9(02)   VALUE ZEROS.
       77  FS-CADPESSO         PIC 9(02)   VALUE ZEROS.
       77  FS-TABCARGO         PIC 9(02)   VALUE ZEROS.
       77  FS-LOGAPROV         PIC 9(02)   VALUE ZEROS.

      *------- parametros do sistema (SYSPARM) e caminhos montados ----*
       77  WS-ARQ-SYSPARM      PIC X(80)
       77  WS-ARQ-AUDITORIA    PIC X(80)   VALUE SPACES.
       77  WS-ARQ-HISTEXEC     PIC X(80)   VALUE SPACES.
       77  WS-ARQ-DESLIG       PIC X(80)   VALUE SPACES.
       77  WS-ARQ-CADPESSO     PIC X(80)   VALUE SPACES.
       77  WS-ARQ-TABCARGO     PIC X(80)   VALUE SPACES.
       77  WS-ARQ-LOGAPROV     PIC X(80)   VALUE SPACES.

       01  WS-DATA-COMPETENCIA.
           05 WS-COMP-ANO      PIC 9(04)   VALUE ZEROS.
       77  WS-CAMPO-REJEITADO  PIC X(10)   VALUE SPACES.
       77  WS-MOTIVO-REJEICAO  PIC X(40)   VALUE SPACES.

      *------- cadastro pessoal (CADPESSO) ----------------------------*
       77  WS-CADPESSO-STATUS  PIC X(01)   VALUE 'S'.
           88 CADPESSO-DISPONIVEL          VALUE 'S'.
           88 CADPESSO-AUSENTE             VALUE 'N'.
       77  WS-QTD-SEM-CADPESSO PIC 9(07)   VALUE ZEROS.

      *------- tabela de cargos e faixas salariais (TABCARGO) ---------*
       77  WS-TABCARGO-STATUS  PIC X(01)   VALUE 'S'.
           88 TABCARGO-DISPONIVEL          VALUE 'S'.
           88 TABCARGO-AUSENTE             VALUE 'N'.
       77  WS-FIM-TABCARGO     PIC X(01)   VALUE 'N'.
           88 FIM-TABCARGO                 VALUE 'S'.
           88 NAO-FIM-TABCARGO             VALUE 'N'.
       77  WS-CRG-MAX          PIC 9(03)   VALUE 500.
       77  WS-QTD-FORA-CARGO   PIC 9(07)   VALUE ZEROS.

       01  WS-TABELA-CARGOS.
           05 WS-CRG-QTD       PIC 9(03)   VALUE ZEROS.
           05 WS-CRG-ITEM OCCURS 500 TIMES
                   INDEXED BY WS-IDX-CRG.
               10 WS-CRG-TITULO    PIC X(20).
               10 WS-CRG-SAL-MIN   PIC 9(04)V99.
               10 WS-CRG-SAL-MAX   PIC 9(04)V99.
               10 WS-CRG-ATIVO     PIC X(01).

      *------- controle de sequencia/duplicidade de CADMOVTO ----------*
       77  WS-ULTIMO-CODFUN-M  PIC 9(04)   VALUE ZEROS.
       77  WS-CADMOVTO-STATUS  PIC X(01)   VALUE 'N'.
      *------- conferencia do lote CADMOVTO (header/trailer) ----------*
       77  WS-LOTE-DATA        PIC 9(08)   VALUE ZEROS.
       77  WS-LOTE-NUMERO      PIC 9(06)   VALUE ZEROS.
       77  WS-LOTE-ORIGEM      PIC X(08)   VALUE SPACES.
       77  WS-LOTE-QTD         PIC 9(07)   VALUE ZEROS.
       77  WS-LOTE-HASH-SAL    PIC 9(09)V99 VALUE ZEROS.
       77  WS-LOTE-SOMA-VEN    PIC 9(09)V99 VALUE ZEROS.
       77  WS-FIM-HISTEXEC     PIC X(01)   VALUE 'N'.
           88 FIM-HISTEXEC                 VALUE 'S'.

      *------- aprovacao do lote pela supervisao (LOGAPROV) -----------*
       77  WS-FIM-LOGAPROV     PIC X(01)   VALUE 'N'.
           88 FIM-LOGAPROV                 VALUE 'S'.
       77  WS-APR-SITUACAO     PIC X(01)   VALUE 'N'.
           88 LOTE-APROVADO                VALUE 'A'.
           88 LOTE-VETADO                  VALUE 'V'.
           88 LOTE-SEM-APROVACAO           VALUE 'N'.
       77  WS-APR-QTD          PIC 9(07)   VALUE ZEROS.
       77  WS-APR-HASH-SAL     PIC 9(09)V99 VALUE ZEROS.
       77  WS-APR-SOMA-VEN     PIC 9(09)V99 VALUE ZEROS.
       77  WS-APR-SOMA-DEC     PIC 9(09)V99 VALUE ZEROS.
       77  WS-APR-LIQUIDO      PIC 9(09)V99 VALUE ZEROS.
       77  WS-APR-RESPONSAVEL  PIC X(08)   VALUE SPACES.
       77  WS-APR-DATA-HORA    PIC X(14)   VALUE SPACES.
       77  WS-APR-DATA-PREVIA  PIC X(14)   VALUE SPACES.
       77  WS-MOTIVO-RECUSA    PIC X(30)   VALUE SPACES.
       77  WS-APR-LIQUIDO-ED   PIC ZZZ.ZZZ.ZZ9,99.

      *------- controle de checkpoint/restart do merge CADFUNCA -------*
       77  WS-CHECKPT-INTERVALO PIC 9(04)  VALUE 0010.
       77  WS-CALL-STATUS      PIC S9(09) COMP-5 VALUE ZERO.
           05 WS-AUD-SALARIO-DEPOIS PIC 9(04)V99.
           05 WS-AUD-VENCTOS-DEPOIS PIC 9(04)V99.
           05 WS-AUD-DECTOS-DEPOIS  PIC 9(04)V99.
           05 WS-AUD-OPERADOR       PIC X(07).

      *------- valores editados para exibicao em DISPLAY (req 007) ----*
       77  WS-DISP-SALARIO     PIC ZZZ9,99.
                   WHEN "TIPO-FOLHA"
                   WHEN "AVOS-13SALARIO"
                   WHEN "RETENCAO-MESES"
                   WHEN "DEDUCAO-DEPEND"
      *                CHAVES DA FOLHA E DO ARQUIVAMENTO NO SYSPARM
      *                COMPARTILHADO
                       CONTINUE
               STRING WS-DIRETORIO DELIMITED BY SPACE
                      "DESLIGADOS.dat" DELIMITED BY SIZE
                   INTO WS-ARQ-DESLIG.
               MOVE SPACES TO WS-ARQ-CADPESSO.
               STRING WS-DIRETORIO DELIMITED BY SPACE
                      "CADPESSO.dat" DELIMITED BY SIZE
                   INTO WS-ARQ-CADPESSO.
               MOVE SPACES TO WS-ARQ-TABCARGO.
               STRING WS-DIRETORIO DELIMITED BY SPACE
                      "TABCARGO.dat" DELIMITED BY SIZE
                   INTO WS-ARQ-TABCARGO.
               MOVE SPACES TO WS-ARQ-LOGAPROV.
               STRING WS-DIRETORIO DELIMITED BY SPACE
                      "LOGAPROV.dat" DELIMITED BY SIZE
                   INTO WS-ARQ-LOGAPROV.

      *        A DATA IMPRESSA NOS RELATORIOS E A COMPETENCIA, NAO A
      *        DATA DO SISTEMA: REEXECUCAO NO DIA SEGUINTE SAI COM A
                   DISPLAY "--------------------------------"
                   STOP RUN.

      *        SEM CADPESSO O MERGE SEGUE, MAS NENHUMA INCLUSAO PASSA
      *        (FUNCIONARIO NOVO EXIGE O REGISTRO PESSOAL)
               OPEN INPUT CADPESSO
               IF FS-CADPESSO EQUAL 35
                   SET CADPESSO-AUSENTE TO TRUE
                   DISPLAY "AVISO: CADPESSO NAO ENCONTRADO EM "
                           WS-ARQ-CADPESSO
                   DISPLAY "       INCLUSOES SERAO REJEITADAS"
               ELSE
                   IF FS-CADPESSO NOT EQUAL ZEROS
                       DISPLAY "--------------------------------"
                       DISPLAY "ERRO AO ABRIR O ARQUIVO CADPESSO"
                       DISPLAY "FILE STATUS = " FS-CADPESSO
                       DISPLAY "--------------------------------"
                       MOVE 99 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF.

               PERFORM 11-CARREGAR-CARGOS.

               PERFORM 08-CONFERIR-LOTE-CADMOVTO.

               PERFORM 09-VERIFICAR-REPROCESSO.
           10-ABRIR-ARQUIVOS-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           11-CARREGAR-CARGOS.
      *----------------------------------------------------------------*

      *        SEM TABCARGO (IMPLANTACAO DA TABELA) O MERGE SEGUE SEM
      *        CONFERIR FUNCAO E FAIXA SALARIAL, COM AVISO.

               OPEN INPUT TABCARGO.
               IF FS-TABCARGO EQUAL 35
                   SET TABCARGO-AUSENTE TO TRUE
                   DISPLAY "AVISO: TABCARGO NAO ENCONTRADO EM "
                           WS-ARQ-TABCARGO
                   DISPLAY "       FUNCAO E FAIXA SALARIAL NAO"
                           " CONFERIDAS"
               ELSE
                   IF FS-TABCARGO NOT EQUAL ZEROS
                       DISPLAY "--------------------------------"
                       DISPLAY "ERRO AO ABRIR O ARQUIVO TABCARGO"
                       DISPLAY "FILE STATUS = " FS-TABCARGO
                       DISPLAY "--------------------------------"
                       MOVE 99 TO RETURN-CODE
                       STOP RUN
                   ELSE
                       SET NAO-FIM-TABCARGO TO TRUE
                       PERFORM 11A-CARREGAR-UM-CARGO
                           UNTIL FIM-TABCARGO
                       CLOSE TABCARGO
                       DISPLAY "TABCARGO CARREGADO COM " WS-CRG-QTD
                               " CARGOS"
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
           11-CARREGAR-CARGOS-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           11A-CARREGAR-UM-CARGO.
      *----------------------------------------------------------------*

               READ TABCARGO.
               IF FS-TABCARGO EQUAL 10
                   SET FIM-TABCARGO TO TRUE
               ELSE
                   IF FS-TABCARGO NOT EQUAL ZEROS
                       DISPLAY "ERRO AO LER TABCARGO = " FS-TABCARGO
                       MOVE 99 TO RETURN-CODE
                       STOP RUN
                   ELSE
                       IF WS-CRG-QTD NOT LESS THAN WS-CRG-MAX
                           DISPLAY "ERRO: MAIS DE " WS-CRG-MAX
                                   " CARGOS NO TABCARGO"
                           MOVE 99 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-CRG-QTD
                       SET WS-IDX-CRG TO WS-CRG-QTD
                       MOVE CRG-TITULO
                         TO WS-CRG-TITULO (WS-IDX-CRG)
                       MOVE CRG-SALARIO-MIN
                         TO WS-CRG-SAL-MIN (WS-IDX-CRG)
                       MOVE CRG-SALARIO-MAX
                         TO WS-CRG-SAL-MAX (WS-IDX-CRG)
                       MOVE CRG-ATIVO
                         TO WS-CRG-ATIVO (WS-IDX-CRG)
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
           11A-CARREGAR-UM-CARGO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           08-CONFERIR-LOTE-CADMOVTO.
      *----------------------------------------------------------------*
                   STOP RUN
               END-IF

               DISPLAY "LOTE " WS-LOTE-ORIGEM " " WS-LOTE-NUMERO
                       " DE " WS-LOTE-DATA
                       " CONFERIDO - " WS-LOTE-QTD " MOVIMENTOS"

               PERFORM 08C-CONFERIR-APROVACAO

      *        REPOSICIONA O CADMOVTO NO INICIO PARA O MERGE
               CLOSE CADMOVTO
               OPEN INPUT CADMOVTO
                       SET LOTE-TEM-HEADER TO TRUE
                       MOVE MVH-DATA-LOTE TO WS-LOTE-DATA
                       MOVE MVH-NUM-LOTE  TO WS-LOTE-NUMERO
                       MOVE MVH-ORIGEM    TO WS-LOTE-ORIGEM
                       IF WS-LOTE-ORIGEM EQUAL SPACES
                           MOVE "CADMOVTO" TO WS-LOTE-ORIGEM
                       END-IF
                   WHEN 'T'
                       IF LOTE-TEM-TRAILER
                           DISPLAY "*** MAIS DE UM TRAILER EM CADMOVTO"
           08B-ACUMULAR-CONFERENCIA-FIM.   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           08C-CONFERIR-APROVACAO.
      *----------------------------------------------------------------*

      *        O LOTE SO E APLICADO SE A SUPERVISAO O APROVOU APOS A
      *        PREVIA (APROVA-LOTE) E SE O CONTEUDO AINDA E O MESMO
      *        QUE FOI APROVADO: QUANTIDADE E TOTAIS DE SALARIO,
      *        VENCTOS E DECTOS. VALE A ULTIMA DECISAO REGISTRADA PARA
      *        A ORIGEM/DATA/NUMERO DO LOTE (O LOTE DO RH E O LOTE
      *        URGENTE PODEM TER A MESMA DATA/NUMERO). A RECUSA E
      *        REGISTRADA NO LOGAPROV E ENCERRA O JOB COM RETORNO 08,
      *        ANTES DE QUALQUER GRAVACAO (O PARAMETRO FORCAR NAO
      *        DISPENSA).

               SET LOTE-SEM-APROVACAO TO TRUE.
               OPEN INPUT LOGAPROV.
               IF FS-LOGAPROV EQUAL 35
      *            NENHUMA APROVACAO REGISTRADA AINDA
                   CONTINUE
               ELSE
                   IF FS-LOGAPROV NOT EQUAL ZEROS
                       DISPLAY "ERRO AO ABRIR LOGAPROV = " FS-LOGAPROV
                       MOVE 99 TO RETURN-CODE
                       STOP RUN
                   ELSE
                       MOVE 'N' TO WS-FIM-LOGAPROV
                       PERFORM 08D-LER-LOGAPROV UNTIL FIM-LOGAPROV
                       CLOSE LOGAPROV
                   END-IF
               END-IF.

               MOVE SPACES TO WS-MOTIVO-RECUSA.
               IF LOTE-SEM-APROVACAO
                   MOVE "LOTE SEM APROVACAO DA SUPERVISAO"
                       TO WS-MOTIVO-RECUSA
               ELSE
                   IF LOTE-VETADO
                       MOVE "LOTE VETADO PELA SUPERVISAO"
                           TO WS-MOTIVO-RECUSA
                   ELSE
                       IF WS-APR-QTD NOT EQUAL WS-LOTE-QTD
                           DISPLAY "*** QUANTIDADE APROVADA = "
                                   WS-APR-QTD " LIDA = " WS-LOTE-QTD
                                   " ***"
                           MOVE "CONTEUDO DIFERE DO APROVADO"
                               TO WS-MOTIVO-RECUSA
                       END-IF
                       IF WS-APR-HASH-SAL NOT EQUAL WS-LOTE-HASH-SAL
                           DISPLAY "*** HASH DE SALARIO APROVADO = "
                                   WS-APR-HASH-SAL " LIDO = "
                                   WS-LOTE-HASH-SAL " ***"
                           MOVE "CONTEUDO DIFERE DO APROVADO"
                               TO WS-MOTIVO-RECUSA
                       END-IF
                       IF WS-APR-SOMA-VEN NOT EQUAL WS-LOTE-SOMA-VEN
                           DISPLAY "*** SOMA DE VENCTOS APROVADA = "
                                   WS-APR-SOMA-VEN " LIDA = "
                                   WS-LOTE-SOMA-VEN " ***"
                           MOVE "CONTEUDO DIFERE DO APROVADO"
                               TO WS-MOTIVO-RECUSA
                       END-IF
                       IF WS-APR-SOMA-DEC NOT EQUAL WS-LOTE-SOMA-DEC
                           DISPLAY "*** SOMA DE DECTOS APROVADA = "
                                   WS-APR-SOMA-DEC " LIDA = "
                                   WS-LOTE-SOMA-DEC " ***"
                           MOVE "CONTEUDO DIFERE DO APROVADO"
                               TO WS-MOTIVO-RECUSA
                       END-IF
                   END-IF
               END-IF.

               IF WS-MOTIVO-RECUSA NOT EQUAL SPACES
                   PERFORM 08E-GRAVAR-RECUSA
                   DISPLAY "*** LOTE " WS-LOTE-NUMERO " DE "
                           WS-LOTE-DATA " RECUSADO: "
                           WS-MOTIVO-RECUSA " ***"
                   DISPLAY "*** MERGE ABORTADO - EXECUTAR A PREVIA"
                           " E OBTER A APROVACAO (APROVA-LOTE) ***"
                   MOVE 08 TO RETURN-CODE
                   PERFORM 98-GRAVAR-HISTEXEC
                   STOP RUN
               END-IF.

               MOVE WS-APR-LIQUIDO TO WS-APR-LIQUIDO-ED.
               DISPLAY "LOTE APROVADO POR " WS-APR-RESPONSAVEL
                       " EM " WS-APR-DATA-HORA
                       " - LIQUIDO PREVISTO " WS-APR-LIQUIDO-ED.

      *----------------------------------------------------------------*
           08C-CONFERIR-APROVACAO-FIM.     EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           08D-LER-LOGAPROV.
      *----------------------------------------------------------------*

      *        GUARDA A ULTIMA APROVACAO/VETO DO LOTE CORRENTE; AS
      *        RECUSAS (R) DO PROPRIO MERGE NAO ALTERAM A DECISAO.

               READ LOGAPROV.
               IF FS-LOGAPROV EQUAL 10
                   SET FIM-LOGAPROV TO TRUE
               ELSE
                   IF FS-LOGAPROV NOT EQUAL ZEROS
                       DISPLAY "ERRO AO LER LOGAPROV = " FS-LOGAPROV
                       MOVE 99 TO RETURN-CODE
                       STOP RUN
                   ELSE
                       IF (LGA-TIPO EQUAL 'A' OR LGA-TIPO EQUAL 'V')
                               AND LGA-DATA-LOTE EQUAL WS-LOTE-DATA
                               AND LGA-NUM-LOTE EQUAL WS-LOTE-NUMERO
                               AND LGA-ORIGEM EQUAL WS-LOTE-ORIGEM
                           MOVE LGA-TIPO          TO WS-APR-SITUACAO
                           MOVE LGA-QTD-MOVTOS    TO WS-APR-QTD
                           MOVE LGA-HASH-SALARIO  TO WS-APR-HASH-SAL
                           MOVE LGA-SOMA-VENCTOS  TO WS-APR-SOMA-VEN
                           MOVE LGA-SOMA-DECTOS   TO WS-APR-SOMA-DEC
                           MOVE LGA-TOTAL-LIQUIDO TO WS-APR-LIQUIDO
                           MOVE LGA-RESPONSAVEL   TO WS-APR-RESPONSAVEL
                           MOVE LGA-DATA-HORA     TO WS-APR-DATA-HORA
                           MOVE LGA-DATA-PREVIA   TO WS-APR-DATA-PREVIA
                       END-IF
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
           08D-LER-LOGAPROV-FIM.   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           08E-GRAVAR-RECUSA.
      *----------------------------------------------------------------*

      *        REGISTRA NO LOGAPROV A RECUSA DO LOTE, COM O CONTEUDO
      *        LIDO NESTA EXECUCAO, PARA A AUDITORIA.

               OPEN EXTEND LOGAPROV.
               IF FS-LOGAPROV EQUAL 35
                   OPEN OUTPUT LOGAPROV
               END-IF.
               IF FS-LOGAPROV NOT EQUAL ZEROS
                   DISPLAY "ERRO AO GRAVAR LOGAPROV = " FS-LOGAPROV
               ELSE
                   MOVE SPACES TO REG-LOGAPROV
                   MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
                   MOVE 'R'               TO LGA-TIPO
                   MOVE WS-LOTE-DATA      TO LGA-DATA-LOTE
                   MOVE WS-LOTE-NUMERO    TO LGA-NUM-LOTE
                   MOVE WS-LOTE-ORIGEM    TO LGA-ORIGEM
                   MOVE WS-LOTE-QTD       TO LGA-QTD-MOVTOS
                   MOVE WS-LOTE-HASH-SAL  TO LGA-HASH-SALARIO
                   MOVE WS-LOTE-SOMA-VEN  TO LGA-SOMA-VENCTOS
                   MOVE WS-LOTE-SOMA-DEC  TO LGA-SOMA-DECTOS
                   MOVE WS-APR-LIQUIDO    TO LGA-TOTAL-LIQUIDO
                   MOVE "MERGE"           TO LGA-RESPONSAVEL
                   MOVE WS-DATETIME(1:14) TO LGA-DATA-HORA
                   MOVE WS-APR-DATA-PREVIA TO LGA-DATA-PREVIA
                   MOVE WS-MOTIVO-RECUSA  TO LGA-MOTIVO
                   WRITE REG-LOGAPROV
                   CLOSE LOGAPROV
               END-IF.

      *----------------------------------------------------------------*
           08E-GRAVAR-RECUSA-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           09-VERIFICAR-REPROCESSO.
      *----------------------------------------------------------------*
                   ELSE
                       IF TIPO-M NOT EQUAL 'A' AND 'E'
                           PERFORM 750-VALIDAR-MOVIMENTO
                           IF MOV-VALIDO
                               PERFORM 760-VALIDAR-CADPESSO
                           END-IF
                           IF MOV-VALIDO
                               PERFORM 700-VALIDA-MOV
                           ELSE
                   MOVE "DECTOS-M" TO WS-CAMPO-REJEITADO
                   MOVE "DESCONTO COM CONTEUDO NAO NUMERICO"
                        TO WS-MOTIVO-REJEICAO
               END-IF

               IF MOV-VALIDO AND TABCARGO-DISPONIVEL
                       AND TIPO-M NOT EQUAL 'E'
                   PERFORM 770-VALIDAR-CARGO
               END-IF.

      *----------------------------------------------------------------*
           750-VALIDAR-MOVIMENTO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           760-VALIDAR-CADPESSO.
      *----------------------------------------------------------------*

      *        INCLUSAO SO COM O REGISTRO PESSOAL JA DIGITADO NA
      *        CONSULTA-CADASTRO: SEM ADMISSAO A RESCISAO NAO APURA OS
      *        AVOS E SEM CENTRO DE CUSTO A FOLHA NAO RATEIA O CUSTO.
      *        O REJEITO E RECICLADO PELO REPARA-REJEITOS DEPOIS QUE O
      *        REGISTRO FOR INCLUIDO.

               IF CADPESSO-AUSENTE
                   SET MOV-INVALIDO TO TRUE
                   MOVE "CADPESSO" TO WS-CAMPO-REJEITADO
                   MOVE "INCLUSAO SEM REGISTRO NO CADPESSO"
                        TO WS-MOTIVO-REJEICAO
               ELSE
                   MOVE CODFUN-M TO PES-CODFUN
                   READ CADPESSO
                       INVALID KEY
                           SET MOV-INVALIDO TO TRUE
                           MOVE "CADPESSO" TO WS-CAMPO-REJEITADO
                           MOVE "INCLUSAO SEM REGISTRO NO CADPESSO"
                                TO WS-MOTIVO-REJEICAO
                   END-READ
               END-IF.

      *----------------------------------------------------------------*
           760-VALIDAR-CADPESSO-FIM.   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           770-VALIDAR-CARGO.
      *----------------------------------------------------------------*

      *        INCLUSAO E ALTERACAO GRAVAM FUNCAO E SALARIO DO
      *        MOVIMENTO: A FUNCAO TEM DE SER O TITULO DE UM CARGO
      *        ATIVO DA TABCARGO E O SALARIO TEM DE ESTAR NA FAIXA DO
      *        CARGO. EXCLUSAO NAO E CONFERIDA.

               SET WS-IDX-CRG TO 1.
               IF WS-CRG-QTD EQUAL ZEROS
                   SET MOV-INVALIDO TO TRUE
               ELSE
                   SEARCH WS-CRG-ITEM
                       AT END SET MOV-INVALIDO TO TRUE
                       WHEN WS-IDX-CRG GREATER THAN WS-CRG-QTD
                           SET MOV-INVALIDO TO TRUE
                       WHEN WS-CRG-TITULO (WS-IDX-CRG) EQUAL FUNCA-M
                           CONTINUE
                   END-SEARCH
               END-IF.

               IF MOV-INVALIDO
                   MOVE "FUNCA-M" TO WS-CAMPO-REJEITADO
                   MOVE "FUNCAO NAO CADASTRADA NA TABCARGO"
                        TO WS-MOTIVO-REJEICAO
               ELSE
                   IF WS-CRG-ATIVO (WS-IDX-CRG) NOT EQUAL 'S'
                       SET MOV-INVALIDO TO TRUE
                       MOVE "FUNCA-M" TO WS-CAMPO-REJEITADO
                       MOVE "CARGO INATIVO NA TABCARGO"
                            TO WS-MOTIVO-REJEICAO
                   ELSE
                       IF SALARIO-M < WS-CRG-SAL-MIN (WS-IDX-CRG)
                               OR SALARIO-M
                                  > WS-CRG-SAL-MAX (WS-IDX-CRG)
                           SET MOV-INVALIDO TO TRUE
                           MOVE "SALARIO-M" TO WS-CAMPO-REJEITADO
                           MOVE "SALARIO FORA DA FAIXA DO CARGO"
                                TO WS-MOTIVO-REJEICAO
                       END-IF
                   END-IF
               END-IF.

               IF MOV-INVALIDO
                   ADD 1 TO WS-QTD-FORA-CARGO
               END-IF.

      *----------------------------------------------------------------*
           770-VALIDAR-CARGO-FIM.   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           310-CONFERIR-CADPESSO.
      *----------------------------------------------------------------*

      *        FUNCIONARIO JA CADASTRADO NAO E REJEITADO POR FALTA DO
      *        REGISTRO PESSOAL (VEM DE ANTES DO CADPESSO); SO E
      *        CONTADO NO RESUMO PARA O RH COMPLETAR O CADASTRO.

               IF CADPESSO-AUSENTE
                   ADD 1 TO WS-QTD-SEM-CADPESSO
               ELSE
                   MOVE CODFUN-N TO PES-CODFUN
                   READ CADPESSO
                       INVALID KEY
                           ADD 1 TO WS-QTD-SEM-CADPESSO
                           DISPLAY "AVISO: CODFUN " CODFUN-N
                                   " SEM REGISTRO NO CADPESSO"
                   END-READ
               END-IF.

      *----------------------------------------------------------------*
           310-CONFERIR-CADPESSO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           900-GRAVA-REJEITO.
      *----------------------------------------------------------------*

               MOVE SPACES TO REG-REJEITO
      *        O REJEITO GUARDA AS 80 POSICOES DO MOVIMENTO; O
      *        OPERADOR NAO VAI JUNTO: O MOVIMENTO REPARADO VOLTA COM
      *        O OPERADOR DO REPARO (REPARA-REJEITOS).
               MOVE REG-CADMOVTO       TO REJ-REG-ORIGINAL
               MOVE WS-CAMPO-REJEITADO TO REJ-CAMPO
               MOVE WS-MOTIVO-REJEICAO TO REJ-MOTIVO
      *        MOVIMENTO JA RECICLADO TRAZ O CONTADOR NAS POSICOES
      *        79-80; MOVIMENTO NOVO DO RH TRAZ BRANCOS
               IF MOV-RECICLO NUMERIC
                   COMPUTE REJ-RECICLO = MOV-RECICLO + 1
               ELSE
               MOVE WS-AUD-SALARIO-DEPOIS TO AUD-SALARIO-DEPOIS
               MOVE WS-AUD-VENCTOS-DEPOIS TO AUD-VENCTOS-DEPOIS
               MOVE WS-AUD-DECTOS-DEPOIS  TO AUD-DECTOS-DEPOIS
               MOVE WS-AUD-OPERADOR       TO AUD-OPERADOR

               WRITE REG-AUDITORIA.

               MOVE SALARIO-A TO WS-AUD-SALARIO-ANTES
               MOVE VENCTOS-A TO WS-AUD-VENCTOS-ANTES
               MOVE DECTOS-A  TO WS-AUD-DECTOS-ANTES
               MOVE MOV-OPERADOR TO WS-AUD-OPERADOR
               PERFORM 950-GRAVA-AUDITORIA.

      *        A IMAGEM ANTES SEGUE PARA A INTERFACE DE RESCISAO: O
               WRITE REG-CADFUNCN
               ADD 1 TO WS-GRAVADOS
               ADD 1 TO WS-QTD-INALTERADOS.
               PERFORM 310-CONFERIR-CADPESSO.

      *----------------------------------------------------------------*
           300-ROTINA-I-CAD-FIM.   EXIT.
               MOVE SALARIO-N TO WS-AUD-SALARIO-DEPOIS
               MOVE VENCTOS-N TO WS-AUD-VENCTOS-DEPOIS
               MOVE DECTOS-N  TO WS-AUD-DECTOS-DEPOIS
               MOVE MOV-OPERADOR TO WS-AUD-OPERADOR
               PERFORM 950-GRAVA-AUDITORIA.

      *----------------------------------------------------------------*
               WRITE REG-CADFUNCN
               ADD 1 TO WS-GRAVADOS
               ADD 1 TO WS-QTD-ALTERACOES
               PERFORM 310-CONFERIR-CADPESSO

               MOVE SALARIO-N TO WS-DISP-SALARIO
               MOVE VENCTOS-N TO WS-DISP-VENCTOS
               MOVE SALARIO-N TO WS-AUD-SALARIO-DEPOIS
               MOVE VENCTOS-N TO WS-AUD-VENCTOS-DEPOIS
               MOVE DECTOS-N  TO WS-AUD-DECTOS-DEPOIS
               MOVE MOV-OPERADOR TO WS-AUD-OPERADOR
               PERFORM 950-GRAVA-AUDITORIA.

      *----------------------------------------------------------------*
                   DISPLAY "ERRO AO FECHAR DESLIGADOS ="
                           FS-DESLIGADOS.

               IF CADPESSO-DISPONIVEL
                   CLOSE CADPESSO
               END-IF.

               PERFORM 19-ROTACIONAR-CADASTRO.

               PERFORM 18-LIMPAR-CHECKPOINT.
               DISPLAY "EXCLUSOES            = " WS-QTD-EXCLUSOES
               DISPLAY "REJEITADOS           = " WS-QTD-REJEITOS
               DISPLAY "INALTERADOS          = " WS-QTD-INALTERADOS
               DISPLAY "SEM CADPESSO         = " WS-QTD-SEM-CADPESSO
               DISPLAY "FORA DA TABCARGO     = " WS-QTD-FORA-CARGO
               DISPLAY "PAGINAS EMITIDAS     = " WS-PAG
               DISPLAY "-------------------------------------------"

               MOVE SPACES TO REG-TOTAIS
               MOVE "INALTERADOS" TO TOT-LIT
               MOVE WS-QTD-INALTERADOS TO TOT-VALOR
               WRITE REG-TOTAIS

               MOVE SPACES TO REG-TOTAIS
               MOVE "CADASTRADOS SEM CADPESSO" TO TOT-LIT
               MOVE WS-QTD-SEM-CADPESSO TO TOT-VALOR
               WRITE REG-TOTAIS

               MOVE "REJEITADOS FORA DA TABCARGO" TO TOT-LIT
               MOVE WS-QTD-FORA-CARGO TO TOT-VALOR
               WRITE REG-TOTAIS.

      *----------------------------------------------------------------*
