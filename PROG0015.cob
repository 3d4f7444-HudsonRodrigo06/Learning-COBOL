      *          um lote ruim antes do ciclo real em vez de forcar
      *          reprocesso no dia seguinte. Movimento que rejeitaria
      *          deixa RETURN-CODE 04.
      *          Os dependentes do CADDEPEN entram no calculo como na
      *          folha mensal: deducao legal por dependente na base do
      *          IRRF (chave DEDUCAO-DEPEND do SYSPARM) e pensao
      *          alimenticia judicial descontada do liquido.
      *          Inclusao e alteracao sao conferidas contra a tabela de
      *          cargos TABCARGO como no merge: funcao fora da tabela
      *          ou de cargo inativo e salario fora da faixa do cargo
      *          saem como movimento que rejeitaria.
      *          Cada lote lido (CADMOVTO e LOTEURG) sai num resumo
      *          para aprovacao - numero/data do header, quantidade de
      *          movimentos, liquido previsto dos funcionarios que o
      *          lote movimenta e quantos dos seus movimentos
      *          rejeitariam - e em PREVLOTE, com os totais de
      *          salario/venctos/dectos que o merge confere. Cada
      *          movimento passa pelo sort marcado com o lote de
      *          origem, para que um lote nao leve para a aprovacao os
      *          numeros do outro; o APROVA-LOTE registra a decisao da
      *          supervisao a partir dele. Lote sem header (ou com
      *          mais de um) nao pode ser aprovado e deixa RETURN-CODE
      *          04.
      * Tectonics: cobc
      ******************************************************************

              FILE STATUS IS FS-TABIRRF
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT CADDEPEN ASSIGN TO "C:\FILES\CADDEPEN.dat"
              FILE STATUS IS FS-CADDEPEN
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT TABCARGO ASSIGN TO "C:\FILES\TABCARGO.dat"
              FILE STATUS IS FS-TABCARGO
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT SYSPARM ASSIGN TO "C:\FILES\SYSPARM.dat"
              FILE STATUS IS FS-SYSPARM
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT PREVIA ASSIGN TO "C:\FILES\PREVIA.dat"
              FILE STATUS IS FS-PREVIA
              ORGANIZATION IS LINE SEQUENTIAL.

      *        RESUMO DOS LOTES SIMULADOS PARA O APROVA-LOTE
              SELECT PREVLOTE ASSIGN TO "C:\FILES\PREVLOTE.dat"
              FILE STATUS IS FS-PREVLOTE
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT CLASSIFICA ASSIGN TO "SORTWK01".

      *================================================================*

           FD  CADMOVTO
               BLOCK CONTAINS 0 RECORDS
               RECORD CONTAINS 88 CHARACTERS
               LABEL RECORD IS STANDARD
               RECORDING MODE IS F.

           05 DECTOS-M PIC 9(04)V99.
           05 TIPO-M PIC X(01).
           05 MOV-RECICLO PIC 9(02).
           05 MOV-OPERADOR PIC X(07).
           05 FILLER PIC X(01).

           FD  LOTEURG
               BLOCK CONTAINS 0 RECORDS
               RECORD CONTAINS 88 CHARACTERS
               LABEL RECORD IS STANDARD
               RECORDING MODE IS F.

           05 LTU-DECTOS           PIC 9(04)V99.
           05 LTU-TIPO             PIC X(01).
           05 LTU-RECICLO          PIC 9(02).
           05 LTU-OPERADOR         PIC X(07).
           05 FILLER               PIC X(01).

      *----------------------------------------------------------------*
      *        EVENTOS VARIAVEIS DO MES (MESMO ARQUIVO LIDO PELA      *
           05 IRF-PARCELA-E        PIC 9(07)V99.
           05 FILLER               PIC X(08).

      *----------------------------------------------------------------*
      *        DEPENDENTES (MESMO ARQUIVO LIDO PELA FOLHA-PAGAMENTO):  *
      *        SO INTERESSAM O INDICADOR DO IRRF E A PENSAO JUDICIAL.  *
      *        AUSENCIA NAO E ERRO: PREVIA SEM DEPENDENTES.            *
      *----------------------------------------------------------------*

           FD  CADDEPEN
               BLOCK CONTAINS 0 RECORDS
               RECORD CONTAINS 120 CHARACTERS
               LABEL RECORD IS STANDARD
               RECORDING MODE IS F.

       01  REG-CADDEPEN.
           05 DEP-CODFUN-E         PIC 9(04).
           05 DEP-SEQ-E            PIC 9(02).
           05 FILLER               PIC X(39).
           05 DEP-DEDUZ-IRRF-E     PIC X(01).
           05 DEP-PENSAO-TIPO-E    PIC X(01).
           05 DEP-PENSAO-PERC-E    PIC 9(03)V99.
           05 DEP-PENSAO-VALOR-E   PIC 9(07)V99.
           05 FILLER               PIC X(59).

      *        TABELA DE CARGOS E FAIXAS SALARIAIS (ATUALIZA-CARGOS)
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

      *        DO SYSPARM COMPARTILHADO SO INTERESSA A DEDUCAO POR
      *        DEPENDENTE; AS DEMAIS CHAVES SAO IGNORADAS.
           FD  SYSPARM
               BLOCK CONTAINS 0 RECORDS
               RECORD CONTAINS 80 CHARACTERS
               LABEL RECORD IS STANDARD
               RECORDING MODE IS F.

       01  REG-SYSPARM.
           05 PRM-CHAVE            PIC X(18).
           05 PRM-VALOR            PIC X(62).

      *----------------------------------------------------------------*
      *              RELATORIO DE PREVIA (RASCUNHO, NAO OFICIAL)       *
      *----------------------------------------------------------------*
           05 PTO-VALOR            PIC ZZZZZZZZ9,99.
           05 FILLER               PIC X(62).

       01  REG-PRV-LOTE.
           05 FILLER               PIC X(06).
           05 PLO-ORIGEM           PIC X(08).
           05 FILLER               PIC X(02).
           05 PLO-LIT-LOTE         PIC X(05).
           05 PLO-NUMERO           PIC 9(06).
           05 PLO-LIT-DATA         PIC X(04).
           05 PLO-DATA             PIC 9(08).
           05 FILLER               PIC X(02).
           05 PLO-LIT-QTD          PIC X(11).
           05 PLO-QTD              PIC ZZZZZZ9.
           05 FILLER               PIC X(02).
           05 PLO-LIT-LIQ          PIC X(23).
           05 PLO-LIQUIDO          PIC ZZZZZZZZ9,99.
           05 FILLER               PIC X(24).

      *----------------------------------------------------------------*
      *        UM REGISTRO POR LOTE SIMULADO, LIDO PELO APROVA-LOTE:   *
      *        IDENTIFICACAO DO HEADER, TOTAIS QUE O MERGE CONFERE E   *
      *        O LIQUIDO PREVISTO E AS REJEICOES DO PROPRIO LOTE       *
      *----------------------------------------------------------------*

           FD  PREVLOTE
               BLOCK CONTAINS 0 RECORDS
               RECORD CONTAINS 100 CHARACTERS
               LABEL RECORD IS STANDARD
               RECORDING MODE IS F.

       01  REG-PREVLOTE.
           05 PLT-ORIGEM           PIC X(08).
           05 PLT-DATA-LOTE        PIC 9(08).
           05 PLT-NUM-LOTE         PIC 9(06).
           05 PLT-QTD-MOVTOS       PIC 9(07).
           05 PLT-HASH-SALARIO     PIC 9(09)V99.
           05 PLT-SOMA-VENCTOS     PIC 9(09)V99.
           05 PLT-SOMA-DECTOS      PIC 9(09)V99.
           05 PLT-TOTAL-LIQUIDO    PIC 9(09)V99.
           05 PLT-QTD-REJEITARIAM  PIC 9(07).
           05 PLT-DATA-HORA        PIC X(14).
           05 FILLER               PIC X(06).

      *----------------------------------------------------------------*
      *        ARQUIVO DE TRABALHO DO SORT: CADMOVTO E LOTEURG         *
      *        REUNIDOS EM UM SO FLUXO DE MOVIMENTOS POR CODFUN.       *
      *        SRT-LOTE: LOTE DE ORIGEM (1=CADMOVTO, 2=LOTEURG)        *
      *----------------------------------------------------------------*

           SD  CLASSIFICA
               RECORD CONTAINS 81 CHARACTERS.

       01  REG-CLASSIFICA.
           05 SRT-CODFUN           PIC 9(04).
           05 SRT-DECTOS           PIC 9(04)V99.
           05 SRT-TIPO             PIC X(01).
           05 SRT-RECICLO          PIC 9(02).
           05 SRT-LOTE             PIC 9(01).

      *----------------------------------------------------------------*
       WORKING-STORAGE                                         SECTION.
       77  FS-TABINSS          PIC 9(02)   VALUE ZEROS.
       77  FS-TABIRRF          PIC 9(02)   VALUE ZEROS.
       77  FS-PREVIA           PIC 9(02)   VALUE ZEROS.
       77  FS-CADDEPEN         PIC 9(02)   VALUE ZEROS.
       77  FS-SYSPARM          PIC 9(02)   VALUE ZEROS.
       77  FS-TABCARGO         PIC 9(02)   VALUE ZEROS.
       77  FS-PREVLOTE         PIC 9(02)   VALUE ZEROS.

      *------- chaves correntes dos dois lados da simulacao -----------*
       77  WS-CODFUN-CAD       PIC 9(04)   VALUE ZEROS.
       77  WS-CALC-DESCONTO    PIC S9(07)V99 VALUE ZEROS.
       77  WS-CALC-LIQUIDO     PIC S9(07)V99 VALUE ZEROS.
       77  WS-LIQUIDO          PIC 9(06)V99 VALUE ZEROS.
       77  WS-CALC-BASE        PIC S9(07)V99 VALUE ZEROS.

      *------- dependentes e pensao alimenticia (CADDEPEN) ------------*
       01  WS-TABELA-DEPEN.
           05 WS-DEP-QTD       PIC 9(04)   VALUE ZEROS.
           05 WS-DEP-ITEM OCCURS 2000 TIMES
                   INDEXED BY WS-IDX-DEP.
               10 WS-DEP-CODFUN      PIC 9(04).
               10 WS-DEP-DEDUZ-IRRF  PIC X(01).
               10 WS-DEP-PENSAO-TIPO PIC X(01).
               10 WS-DEP-PENSAO-PERC PIC 9(03)V99.
               10 WS-DEP-PENSAO-VALOR PIC 9(07)V99.

       77  WS-DEP-MAX          PIC 9(04)   VALUE 2000.
       77  WS-QTD-DEPEND-IR    PIC 9(02)   VALUE ZEROS.
       77  WS-DEDUCAO-TOTAL    PIC 9(07)V99 VALUE ZEROS.
       77  WS-PENSAO           PIC 9(06)V99 VALUE ZEROS.
       77  WS-PENSAO-SALDO     PIC S9(07)V99 VALUE ZEROS.
       77  WS-PENSAO-ITEM      PIC 9(07)V99 VALUE ZEROS.

      *        DEDUCAO LEGAL POR DEPENDENTE, CHAVE DEDUCAO-DEPEND DO
      *        SYSPARM (7 DIGITOS, 2 DECIMAIS) - MESMO PADRAO DA FOLHA
       01  WS-DEDUCAO-DEPEND-R.
           05 WS-DEDUCAO-DEPEND PIC 9(05)V99 VALUE 189,59.
       01  WS-DEDUCAO-DEPEND-X REDEFINES WS-DEDUCAO-DEPEND-R
                               PIC X(07).
       77  WS-FIM-SYSPARM      PIC X(01)   VALUE 'N'.
           88 FIM-SYSPARM                  VALUE 'S'.

      *------- tabela de cargos e faixas salariais (TABCARGO) ---------*
       01  WS-TABELA-CARGOS.
           05 WS-CRG-QTD       PIC 9(03)   VALUE ZEROS.
           05 WS-CRG-ITEM OCCURS 500 TIMES
                   INDEXED BY WS-IDX-CRG.
               10 WS-CRG-TITULO    PIC X(20).
               10 WS-CRG-SAL-MIN   PIC 9(04)V99.
               10 WS-CRG-SAL-MAX   PIC 9(04)V99.
               10 WS-CRG-ATIVO     PIC X(01).

       77  WS-CRG-MAX          PIC 9(03)   VALUE 500.
       77  WS-TABCARGO-STATUS  PIC X(01)   VALUE 'S'.
           88 TABCARGO-DISPONIVEL          VALUE 'S'.
           88 TABCARGO-AUSENTE             VALUE 'N'.
       77  WS-CARGO-STATUS     PIC X(01)   VALUE 'S'.
           88 CARGO-CONFERE                VALUE 'S'.
           88 CARGO-NAO-CONFERE            VALUE 'N'.

      *------- liquidos atual e previsto do funcionario corrente ------*
       77  WS-LIQ-ATUAL        PIC 9(06)V99 VALUE ZEROS.
       77  WS-QTD-MOVIMENTOS   PIC 9(07)   VALUE ZEROS.
       77  WS-QTD-REJEITARIAM  PIC 9(07)   VALUE ZEROS.

      *------- identificacao e totais de cada lote (1=CADMOVTO, -------*
      *------- 2=LOTEURG) para o resumo de aprovacao -----------------*
      *        ARQUIVO E O ARQUIVO LIDO; ORIGEM VEM DO HEADER DO LOTE,
      *        COMO NA CONFERENCIA DO MERGE (BRANCO = CADMOVTO)
       01  WS-TABELA-LOTES.
           05 WS-LOT-ITEM OCCURS 2 TIMES
                   INDEXED BY WS-IDX-LOT.
               10 WS-LOT-ARQUIVO   PIC X(08).
               10 WS-LOT-ORIGEM    PIC X(08).
               10 WS-LOT-LIDO      PIC X(01).
               10 WS-LOT-QTD-HEADER PIC 9(03).
               10 WS-LOT-DATA      PIC 9(08).
               10 WS-LOT-NUMERO    PIC 9(06).
               10 WS-LOT-QTD       PIC 9(07).
               10 WS-LOT-HASH-SAL  PIC 9(09)V99.
               10 WS-LOT-SOMA-VEN  PIC 9(09)V99.
               10 WS-LOT-SOMA-DEC  PIC 9(09)V99.
               10 WS-LOT-LIQUIDO   PIC 9(09)V99.
               10 WS-LOT-REJEITARIAM PIC 9(07).

      *------- registro de lote corrente, com a visao do header -------*
       01  WS-REG-LOTE.
           05 WS-RLT-CODFUN        PIC 9(04).
           05 WS-RLT-NOME          PIC X(35).
           05 WS-RLT-FUNCA         PIC X(20).
           05 WS-RLT-SALARIO       PIC 9(04)V99.
           05 WS-RLT-VENCTOS       PIC 9(04)V99.
           05 WS-RLT-DECTOS        PIC 9(04)V99.
           05 WS-RLT-TIPO          PIC X(01).
           05 WS-RLT-RECICLO       PIC 9(02).
       01  WS-REG-LOTE-H REDEFINES WS-REG-LOTE.
           05 WS-RLH-DATA-LOTE     PIC 9(08).
           05 WS-RLH-NUM-LOTE      PIC 9(06).
           05 WS-RLH-ORIGEM        PIC X(08).
           05 FILLER               PIC X(55).
           05 WS-RLH-TIPO          PIC X(01).
           05 FILLER               PIC X(02).

      *------- tabelas de faixas carregadas dos parametros ------------*
       01  WS-TABELA-INSS.
           05 WS-INS-QTD       PIC 9(02)   VALUE ZEROS.

               PERFORM 13-CARREGAR-EVENTOS.

               PERFORM 03-LER-SYSPARM.

               PERFORM 16-CARREGAR-DEPENDENTES.

               PERFORM 18-CARREGAR-CARGOS.

               OPEN OUTPUT PREVIA.
               IF FS-PREVIA NOT EQUAL ZEROS
                   DISPLAY "--------------------------------"
                   MOVE 99 TO RETURN-CODE
                   STOP RUN.

               OPEN OUTPUT PREVLOTE.
               IF FS-PREVLOTE NOT EQUAL ZEROS
                   DISPLAY "--------------------------------"
                   DISPLAY "ERRO AO ABRIR O ARQUIVO PREVLOTE"
                   DISPLAY "FILE STATUS = " FS-PREVLOTE
                   DISPLAY "--------------------------------"
                   MOVE 99 TO RETURN-CODE
                   STOP RUN.

               PERFORM 05-OBTER-DATA-SISTEMA.

      *----------------------------------------------------------------*
           13A-CARREGAR-UM-EVENTO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           03-LER-SYSPARM.
      *----------------------------------------------------------------*

      *        SYSPARM AUSENTE NAO E ERRO: VALE A DEDUCAO PADRAO.

               OPEN INPUT SYSPARM.
               IF FS-SYSPARM EQUAL 35
                   DISPLAY "SYSPARM NAO ENCONTRADO - ASSUMIDA A"
                           " DEDUCAO PADRAO POR DEPENDENTE"
               ELSE
                   IF FS-SYSPARM NOT EQUAL ZEROS
                       DISPLAY "ERRO AO ABRIR SYSPARM = " FS-SYSPARM
                       MOVE 99 TO RETURN-CODE
                       STOP RUN
                   ELSE
                       MOVE 'N' TO WS-FIM-SYSPARM
                       PERFORM 03A-LER-UM-PARAMETRO UNTIL FIM-SYSPARM
                       CLOSE SYSPARM
                   END-IF
               END-IF.

               DISPLAY "DEDUCAO POR DEPENDENTE = " WS-DEDUCAO-DEPEND.

      *----------------------------------------------------------------*
           03-LER-SYSPARM-FIM.     EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           03A-LER-UM-PARAMETRO.
      *----------------------------------------------------------------*

               READ SYSPARM.
               IF FS-SYSPARM EQUAL 10
                   SET FIM-SYSPARM TO TRUE
               ELSE
                   IF FS-SYSPARM NOT EQUAL ZEROS
                       DISPLAY "ERRO AO LER SYSPARM = " FS-SYSPARM
                       MOVE 99 TO RETURN-CODE
                       STOP RUN
                   ELSE
                       IF PRM-CHAVE EQUAL "DEDUCAO-DEPEND"
                           IF PRM-VALOR (1:7) NUMERIC
                               MOVE PRM-VALOR (1:7)
                                 TO WS-DEDUCAO-DEPEND-X
                           ELSE
                               DISPLAY "SYSPARM: DEDUCAO-DEPEND"
                                       " INVALIDA: " PRM-VALOR (1:7)
                               MOVE 99 TO RETURN-CODE
                               STOP RUN
                           END-IF
                       END-IF
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
           03A-LER-UM-PARAMETRO-FIM.   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           16-CARREGAR-DEPENDENTES.
      *----------------------------------------------------------------*

               OPEN INPUT CADDEPEN.
               IF FS-CADDEPEN EQUAL 35
                   DISPLAY "CADDEPEN NAO ENCONTRADO - PREVIA SEM"
                           " DEPENDENTES"
               ELSE
                   IF FS-CADDEPEN NOT EQUAL ZEROS
                       DISPLAY "--------------------------------"
                       DISPLAY "ERRO AO ABRIR O ARQUIVO CADDEPEN"
                       DISPLAY "FILE STATUS = " FS-CADDEPEN
                       DISPLAY "--------------------------------"
                       MOVE 99 TO RETURN-CODE
                       STOP RUN
                   ELSE
                       SET NAO-FIM-TABELA TO TRUE
                       PERFORM 16A-CARREGAR-UM-DEPENDENTE
                           UNTIL FIM-TABELA
                       CLOSE CADDEPEN
                       DISPLAY "CADDEPEN CARREGADO COM " WS-DEP-QTD
                               " DEPENDENTES"
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
           16-CARREGAR-DEPENDENTES-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           16A-CARREGAR-UM-DEPENDENTE.
      *----------------------------------------------------------------*

               READ CADDEPEN.
               IF FS-CADDEPEN EQUAL 10
                   SET FIM-TABELA TO TRUE
               ELSE
                   IF FS-CADDEPEN NOT EQUAL ZEROS
                       DISPLAY "ERRO AO LER CADDEPEN = " FS-CADDEPEN
                       MOVE 99 TO RETURN-CODE
                       STOP RUN
                   ELSE
                       IF DEP-CODFUN-E NOT NUMERIC
                         OR DEP-PENSAO-PERC-E NOT NUMERIC
                         OR DEP-PENSAO-VALOR-E NOT NUMERIC
                           DISPLAY "ERRO: DEPENDENTE INVALIDO EM"
                                   " CADDEPEN: " REG-CADDEPEN (1:36)
                           MOVE 99 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       IF WS-DEP-QTD NOT LESS THAN WS-DEP-MAX
                           DISPLAY "ERRO: MAIS DE " WS-DEP-MAX
                                   " DEPENDENTES EM CADDEPEN"
                           MOVE 99 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-DEP-QTD
                       SET WS-IDX-DEP TO WS-DEP-QTD
                       MOVE DEP-CODFUN-E
                         TO WS-DEP-CODFUN (WS-IDX-DEP)
                       MOVE DEP-DEDUZ-IRRF-E
                         TO WS-DEP-DEDUZ-IRRF (WS-IDX-DEP)
                       MOVE DEP-PENSAO-TIPO-E
                         TO WS-DEP-PENSAO-TIPO (WS-IDX-DEP)
                       MOVE DEP-PENSAO-PERC-E
                         TO WS-DEP-PENSAO-PERC (WS-IDX-DEP)
                       MOVE DEP-PENSAO-VALOR-E
                         TO WS-DEP-PENSAO-VALOR (WS-IDX-DEP)
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
           16A-CARREGAR-UM-DEPENDENTE-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           18-CARREGAR-CARGOS.
      *----------------------------------------------------------------*

      *        SEM TABCARGO O MERGE NAO CONFERE FUNCAO E FAIXA; A
      *        PREVIA TAMBEM NAO.

               OPEN INPUT TABCARGO.
               IF FS-TABCARGO EQUAL 35
                   SET TABCARGO-AUSENTE TO TRUE
                   DISPLAY "TABCARGO NAO ENCONTRADO - PREVIA SEM"
                           " CONFERENCIA DE FUNCAO E FAIXA"
               ELSE
                   IF FS-TABCARGO NOT EQUAL ZEROS
                       DISPLAY "--------------------------------"
                       DISPLAY "ERRO AO ABRIR O ARQUIVO TABCARGO"
                       DISPLAY "FILE STATUS = " FS-TABCARGO
                       DISPLAY "--------------------------------"
                       MOVE 99 TO RETURN-CODE
                       STOP RUN
                   ELSE
                       SET NAO-FIM-TABELA TO TRUE
                       PERFORM 18A-CARREGAR-UM-CARGO
                           UNTIL FIM-TABELA
                       CLOSE TABCARGO
                       DISPLAY "TABCARGO CARREGADO COM " WS-CRG-QTD
                               " CARGOS"
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
           18-CARREGAR-CARGOS-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           18A-CARREGAR-UM-CARGO.
      *----------------------------------------------------------------*

               READ TABCARGO.
               IF FS-TABCARGO EQUAL 10
                   SET FIM-TABELA TO TRUE
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
           18A-CARREGAR-UM-CARGO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           15-IMPRIMIR-CABECALHO.
      *----------------------------------------------------------------*
      *        URGENTE EM UM SO FLUXO ORDENADO POR CODFUN;
      *        HEADER/TRAILER DOS LOTES NAO SAO MOVIMENTOS. ARQUIVO
      *        AUSENTE NAO E ERRO: A PREVIA PODE RODAR SO COM UM DOS
      *        DOIS PENDENTES. CADA LOTE TEM SEU HEADER E SEUS
      *        TOTAIS GUARDADOS PARA O RESUMO DE APROVACAO.

               INITIALIZE WS-TABELA-LOTES.

               OPEN INPUT CADMOVTO.
               IF FS-CADMOVTO EQUAL 35
                       MOVE 99 TO RETURN-CODE
                       STOP RUN
                   ELSE
                       MOVE 'S' TO WS-LOT-LIDO(1)
                       MOVE "CADMOVTO" TO WS-LOT-ARQUIVO(1)
                       SET NAO-FIM-ARQUIVO TO TRUE
                       PERFORM 22-LIBERAR-UM-CADMOVTO
                           UNTIL FIM-ARQUIVO
                       MOVE 99 TO RETURN-CODE
                       STOP RUN
                   ELSE
                       MOVE 'S' TO WS-LOT-LIDO(2)
                       MOVE "LOTEURG" TO WS-LOT-ARQUIVO(2)
                       SET NAO-FIM-ARQUIVO TO TRUE
                       PERFORM 24-LIBERAR-UM-LOTEURG
                           UNTIL FIM-ARQUIVO
                   ELSE
                       IF TIPO-M NOT EQUAL 'H' AND 'T'
                           MOVE REG-CADMOVTO TO REG-CLASSIFICA
                           MOVE 1 TO SRT-LOTE
                           RELEASE REG-CLASSIFICA
                           ADD 1 TO WS-QTD-MOVIMENTOS
                       END-IF
                       MOVE REG-CADMOVTO TO WS-REG-LOTE
                       SET WS-IDX-LOT TO 1
                       PERFORM 26-ACUMULAR-LOTE
                   END-IF
               END-IF.

                   ELSE
                       IF LTU-TIPO NOT EQUAL 'H' AND 'T'
                           MOVE REG-LOTEURG TO REG-CLASSIFICA
                           MOVE 2 TO SRT-LOTE
                           RELEASE REG-CLASSIFICA
                           ADD 1 TO WS-QTD-MOVIMENTOS
                       END-IF
                       MOVE REG-LOTEURG TO WS-REG-LOTE
                       SET WS-IDX-LOT TO 2
                       PERFORM 26-ACUMULAR-LOTE
                   END-IF
               END-IF.

           24-LIBERAR-UM-LOTEURG-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           26-ACUMULAR-LOTE.
      *----------------------------------------------------------------*

      *        MESMA CONTAGEM DA CONFERENCIA DO MERGE: HEADER DA O
      *        NUMERO/DATA E A ORIGEM DO LOTE (BRANCO = CADMOVTO, O
      *        LOTE DO RH), CHAVE DA APROVACAO QUE O MERGE PROCURA;
      *        CADA MOVIMENTO CONTA E SOMA SALARIO/VENCTOS/DECTOS
      *        QUANDO NUMERICOS. ARQUIVO COM MAIS DE UM HEADER E
      *        RECUSADO PELO MERGE E NAO VAI PARA APROVACAO (62).

               IF WS-RLT-TIPO EQUAL 'H'
                   IF WS-LOT-QTD-HEADER(WS-IDX-LOT) EQUAL ZEROS
                       MOVE WS-RLH-DATA-LOTE
                           TO WS-LOT-DATA(WS-IDX-LOT)
                       MOVE WS-RLH-NUM-LOTE
                           TO WS-LOT-NUMERO(WS-IDX-LOT)
                       MOVE WS-RLH-ORIGEM
                           TO WS-LOT-ORIGEM(WS-IDX-LOT)
                       IF WS-LOT-ORIGEM(WS-IDX-LOT) EQUAL SPACES
                           MOVE "CADMOVTO" TO WS-LOT-ORIGEM(WS-IDX-LOT)
                       END-IF
                   END-IF
                   ADD 1 TO WS-LOT-QTD-HEADER(WS-IDX-LOT)
               ELSE
                   IF WS-RLT-TIPO NOT EQUAL 'T'
                       ADD 1 TO WS-LOT-QTD(WS-IDX-LOT)
                       IF WS-RLT-SALARIO NUMERIC
                           ADD WS-RLT-SALARIO
                               TO WS-LOT-HASH-SAL(WS-IDX-LOT)
                       END-IF
                       IF WS-RLT-VENCTOS NUMERIC
                           ADD WS-RLT-VENCTOS
                               TO WS-LOT-SOMA-VEN(WS-IDX-LOT)
                       END-IF
                       IF WS-RLT-DECTOS NUMERIC
                           ADD WS-RLT-DECTOS
                               TO WS-LOT-SOMA-DEC(WS-IDX-LOT)
                       END-IF
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
           26-ACUMULAR-LOTE-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           30-LER-CADFUNCA.
      *----------------------------------------------------------------*
      *        MESMA REGRA DA FOLHA MENSAL: OS EVENTOS VARIAVEIS DO
      *        FUNCIONARIO (WS-EVT-CODFUN-CALC) SOMAM AO BRUTO ('V')
      *        E AOS DESCONTOS ('D') ANTES DO INSS/IRRF PELAS FAIXAS;
      *        DEPENDENTES E PENSAO ALIMENTICIA REDUZEM A BASE DO
      *        IRRF E A PENSAO SAI DO LIQUIDO; LIQUIDO NUNCA NEGATIVO.

               PERFORM 71-SOMAR-EVENTOS.

                   + WS-EVENTOS-VENC.

               PERFORM 72-CALCULAR-INSS.
               PERFORM 73-CALCULAR-DEPENDENTES.
               PERFORM 74-CALCULAR-IRRF.

               COMPUTE WS-CALC-LIQUIDO =
                   WS-BRUTO - WS-INSS - WS-IRRF - WS-PENSAO
                   - WS-CALC-DECTOS - WS-EVENTOS-DESC.
               IF WS-CALC-LIQUIDO < ZEROS
                   MOVE ZEROS TO WS-CALC-LIQUIDO
               END-IF.
           72-CALCULAR-INSS-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           73-CALCULAR-DEPENDENTES.
      *----------------------------------------------------------------*

      *        MESMA REGRA DA FOLHA MENSAL: CONTA OS DEPENDENTES DO
      *        IRRF E SOMA AS PENSOES (PERCENTUAL SOBRE O BRUTO MENOS
      *        INSS OU VALOR FIXO), LIMITADAS AO BRUTO MENOS INSS.

               MOVE ZEROS TO WS-QTD-DEPEND-IR WS-PENSAO.
               COMPUTE WS-PENSAO-SALDO = WS-BRUTO - WS-INSS.
               PERFORM 73A-CALCULAR-UM-DEPENDENTE
                   VARYING WS-IDX-DEP FROM 1 BY 1
                   UNTIL WS-IDX-DEP GREATER THAN WS-DEP-QTD.
               COMPUTE WS-DEDUCAO-TOTAL =
                   WS-QTD-DEPEND-IR * WS-DEDUCAO-DEPEND.

      *----------------------------------------------------------------*
           73-CALCULAR-DEPENDENTES-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           73A-CALCULAR-UM-DEPENDENTE.
      *----------------------------------------------------------------*

               IF WS-DEP-CODFUN (WS-IDX-DEP) EQUAL WS-EVT-CODFUN-CALC
                   IF WS-DEP-DEDUZ-IRRF (WS-IDX-DEP) EQUAL 'S'
                       ADD 1 TO WS-QTD-DEPEND-IR
                   END-IF
                   MOVE ZEROS TO WS-PENSAO-ITEM
                   EVALUATE WS-DEP-PENSAO-TIPO (WS-IDX-DEP)
                       WHEN 'P'
                           COMPUTE WS-PENSAO-ITEM ROUNDED =
                               (WS-BRUTO - WS-INSS)
                               * WS-DEP-PENSAO-PERC (WS-IDX-DEP) / 100
                       WHEN 'V'
                           MOVE WS-DEP-PENSAO-VALOR (WS-IDX-DEP)
                             TO WS-PENSAO-ITEM
                   END-EVALUATE
                   IF WS-PENSAO-ITEM > WS-PENSAO-SALDO
                       MOVE WS-PENSAO-SALDO TO WS-PENSAO-ITEM
                   END-IF
                   SUBTRACT WS-PENSAO-ITEM FROM WS-PENSAO-SALDO
                   ADD WS-PENSAO-ITEM TO WS-PENSAO
               END-IF.

      *----------------------------------------------------------------*
           73A-CALCULAR-UM-DEPENDENTE-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           74-CALCULAR-IRRF.
      *----------------------------------------------------------------*

      *        BASE DO IRRF: BRUTO MENOS INSS, DEDUCAO DOS
      *        DEPENDENTES E PENSAO, COMO NA FOLHA-PAGAMENTO
               COMPUTE WS-CALC-BASE =
                   WS-BRUTO - WS-INSS - WS-DEDUCAO-TOTAL - WS-PENSAO.
               IF WS-CALC-BASE < ZEROS
                   MOVE ZEROS TO WS-CALC-BASE
               END-IF.
               MOVE WS-CALC-BASE TO WS-BASE-IRRF.

               PERFORM VARYING WS-IDX-IRF FROM 1 BY 1
                       UNTIL WS-IDX-IRF >= WS-IRF-QTD
           82-CALCULAR-PREVISTO-MOV-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           84-CONFERIR-CARGO.
      *----------------------------------------------------------------*

      *        MESMA CONFERENCIA DO MERGE (770-VALIDAR-CARGO): FUNCAO
      *        DO MOVIMENTO E TITULO DE CARGO ATIVO DA TABCARGO E O
      *        SALARIO ESTA NA FAIXA. A OCORRENCIA JA SAI MONTADA.

               SET CARGO-CONFERE TO TRUE.
               IF TABCARGO-DISPONIVEL
                   SET WS-IDX-CRG TO 1
                   IF WS-CRG-QTD EQUAL ZEROS
                       SET CARGO-NAO-CONFERE TO TRUE
                   ELSE
                       SEARCH WS-CRG-ITEM
                           AT END SET CARGO-NAO-CONFERE TO TRUE
                           WHEN WS-IDX-CRG GREATER THAN WS-CRG-QTD
                               SET CARGO-NAO-CONFERE TO TRUE
                           WHEN WS-CRG-TITULO (WS-IDX-CRG)
                                   EQUAL SRT-FUNCA
                               CONTINUE
                       END-SEARCH
                   END-IF
                   IF CARGO-NAO-CONFERE
                       MOVE "REJEITARIA: FUNCAO FORA DA TABCARGO"
                            TO WS-OCORRENCIA
                   ELSE
                       IF WS-CRG-ATIVO (WS-IDX-CRG) NOT EQUAL 'S'
                           SET CARGO-NAO-CONFERE TO TRUE
                           MOVE "REJEITARIA: CARGO INATIVO"
                                TO WS-OCORRENCIA
                       ELSE
                           IF SRT-SALARIO
                                   < WS-CRG-SAL-MIN (WS-IDX-CRG)
                                   OR SRT-SALARIO
                                   > WS-CRG-SAL-MAX (WS-IDX-CRG)
                               SET CARGO-NAO-CONFERE TO TRUE
                               MOVE "REJEITARIA: SALARIO FORA DA FAIXA"
                                    TO WS-OCORRENCIA
                           END-IF
                       END-IF
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
           84-CONFERIR-CARGO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           90-GRAVAR-LINHA.
      *----------------------------------------------------------------*
           200-SIMULAR-ALTERACAO.
      *----------------------------------------------------------------*

      *        ALTERACAO QUE O MERGE REJEITARIA POR FUNCAO/FAIXA
      *        MANTEM O CADASTRO COMO ESTA.

               PERFORM 80-CALCULAR-ATUAL.
               MOVE NOME-A TO WS-NOME-LINHA.
               PERFORM 84-CONFERIR-CARGO.
               IF CARGO-CONFERE
                   PERFORM 82-CALCULAR-PREVISTO-MOV
                   MOVE "ALTERACAO PENDENTE" TO WS-OCORRENCIA
               ELSE
                   ADD 1 TO WS-QTD-REJEITARIAM
                   ADD 1 TO WS-LOT-REJEITARIAM(SRT-LOTE)
                   MOVE WS-LIQ-ATUAL TO WS-LIQ-PREVISTO
               END-IF.
               PERFORM 90-GRAVAR-LINHA.
               ADD WS-LIQ-PREVISTO TO WS-LOT-LIQUIDO(SRT-LOTE).

      *----------------------------------------------------------------*
           200-SIMULAR-ALTERACAO-FIM.  EXIT.
               MOVE NOME-A TO WS-NOME-LINHA.
               MOVE "DESLIGAMENTO PENDENTE" TO WS-OCORRENCIA.
               PERFORM 90-GRAVAR-LINHA.
               ADD WS-LIQ-PREVISTO TO WS-LOT-LIQUIDO(SRT-LOTE).

      *----------------------------------------------------------------*
           300-SIMULAR-EXCLUSAO-FIM.  EXIT.
      *        CADASTRO ESTA EM 9999/ZEROS NESTE RAMO, ENTAO A LINHA
      *        USA O CODFUN DO MOVIMENTO.

      *        ADMISSAO QUE O MERGE REJEITARIA POR FUNCAO/FAIXA SAI
      *        SEM LIQUIDO PREVISTO.

               MOVE ZEROS TO WS-LIQ-ATUAL.
               MOVE SRT-NOME TO WS-NOME-LINHA.
               PERFORM 84-CONFERIR-CARGO.
               IF CARGO-CONFERE
                   PERFORM 82-CALCULAR-PREVISTO-MOV
                   MOVE "ADMISSAO PENDENTE" TO WS-OCORRENCIA
               ELSE
                   ADD 1 TO WS-QTD-REJEITARIAM
                   ADD 1 TO WS-LOT-REJEITARIAM(SRT-LOTE)
                   MOVE ZEROS TO WS-LIQ-PREVISTO
               END-IF.

               ADD 1 TO WS-QTD-FUNCIONARIOS.
               ADD WS-LIQ-PREVISTO TO WS-TOTAL-PREVISTO.
               ADD WS-LIQ-PREVISTO TO WS-LOT-LIQUIDO(SRT-LOTE).
               COMPUTE WS-DELTA = WS-LIQ-PREVISTO - WS-LIQ-ATUAL.

               MOVE SPACES TO REG-PRV-DETALHE.
      *        E MANTERIA O CADASTRO COMO ESTA.

               ADD 1 TO WS-QTD-REJEITARIAM.
               ADD 1 TO WS-LOT-REJEITARIAM(SRT-LOTE).
               PERFORM 80-CALCULAR-ATUAL.
               MOVE WS-LIQ-ATUAL TO WS-LIQ-PREVISTO.
               MOVE NOME-A TO WS-NOME-LINHA.
               MOVE "REJEITARIA: INCLUSAO JA CADASTRADA"
                    TO WS-OCORRENCIA.
               PERFORM 90-GRAVAR-LINHA.
               ADD WS-LIQ-PREVISTO TO WS-LOT-LIQUIDO(SRT-LOTE).

      *----------------------------------------------------------------*
           400-LISTAR-REJEITARIA-INCL-FIM.  EXIT.
      *        NAO HA LIQUIDO DE NENHUM LADO; SO A OCORRENCIA SAI.

               ADD 1 TO WS-QTD-REJEITARIAM.
               ADD 1 TO WS-LOT-REJEITARIAM(SRT-LOTE).
               MOVE SPACES TO REG-PRV-DETALHE.
               MOVE SRT-CODFUN TO PDT-CODFUN.
               MOVE SRT-NOME   TO PDT-NOME.
      *        (CADMOVTO + LOTEURG): O MERGE REJEITARIA O DUPLICADO.

               ADD 1 TO WS-QTD-REJEITARIAM.
               ADD 1 TO WS-LOT-REJEITARIAM(SRT-LOTE).
               MOVE SPACES TO REG-PRV-DETALHE.
               MOVE SRT-CODFUN TO PDT-CODFUN.
               MOVE SRT-NOME   TO PDT-NOME.
           500-LISTAR-DUPLICADO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           62-RESUMIR-LOTE.
      *----------------------------------------------------------------*

      *        LOTE COM EXATAMENTE UM HEADER: LINHA DE RESUMO E
      *        REGISTRO EM PREVLOTE. SEM HEADER (OU COM MAIS DE UM) O
      *        MERGE O RECUSARIA: NAO VAI PARA APROVACAO.
      *        LIQUIDO E REJEICOES SAO SO OS DOS MOVIMENTOS DO LOTE;
      *        OS TOTAIS DA PREVIA INTEIRA FICAM NO RODAPE.

               IF WS-LOT-LIDO(WS-IDX-LOT) EQUAL 'S'
                   IF WS-LOT-QTD-HEADER(WS-IDX-LOT) NOT EQUAL 1
                       MOVE SPACES TO REG-PRV-MARCA
                       STRING "      " DELIMITED BY SIZE
                              WS-LOT-ARQUIVO(WS-IDX-LOT)
                                  DELIMITED BY SPACE
                              " SEM HEADER VALIDO - NAO PODE SER"
                                  DELIMITED BY SIZE
                              " APROVADO" DELIMITED BY SIZE
                           INTO REG-PRV-MARCA
                       WRITE REG-PRV-MARCA
                       DISPLAY "*** LOTE " WS-LOT-ARQUIVO(WS-IDX-LOT)
                               " SEM HEADER VALIDO - NAO PODE SER"
                               " APROVADO ***"
                       MOVE 04 TO RETURN-CODE
                   ELSE
                       MOVE SPACES TO REG-PRV-LOTE
                       MOVE WS-LOT-ORIGEM(WS-IDX-LOT) TO PLO-ORIGEM
                       MOVE "LOTE "  TO PLO-LIT-LOTE
                       MOVE WS-LOT-NUMERO(WS-IDX-LOT) TO PLO-NUMERO
                       MOVE " DE "   TO PLO-LIT-DATA
                       MOVE WS-LOT-DATA(WS-IDX-LOT) TO PLO-DATA
                       MOVE "MOVIMENTOS " TO PLO-LIT-QTD
                       MOVE WS-LOT-QTD(WS-IDX-LOT) TO PLO-QTD
                       MOVE "LIQUIDO PREVISTO LOTE  " TO PLO-LIT-LIQ
                       MOVE WS-LOT-LIQUIDO(WS-IDX-LOT) TO PLO-LIQUIDO
                       WRITE REG-PRV-LOTE

                       MOVE SPACES TO REG-PREVLOTE
                       MOVE WS-LOT-ORIGEM(WS-IDX-LOT) TO PLT-ORIGEM
                       MOVE WS-LOT-DATA(WS-IDX-LOT) TO PLT-DATA-LOTE
                       MOVE WS-LOT-NUMERO(WS-IDX-LOT) TO PLT-NUM-LOTE
                       MOVE WS-LOT-QTD(WS-IDX-LOT) TO PLT-QTD-MOVTOS
                       MOVE WS-LOT-HASH-SAL(WS-IDX-LOT)
                           TO PLT-HASH-SALARIO
                       MOVE WS-LOT-SOMA-VEN(WS-IDX-LOT)
                           TO PLT-SOMA-VENCTOS
                       MOVE WS-LOT-SOMA-DEC(WS-IDX-LOT)
                           TO PLT-SOMA-DECTOS
                       MOVE WS-LOT-LIQUIDO(WS-IDX-LOT)
                           TO PLT-TOTAL-LIQUIDO
                       MOVE WS-LOT-REJEITARIAM(WS-IDX-LOT)
                           TO PLT-QTD-REJEITARIAM
                       MOVE WS-DATETIME(1:14) TO PLT-DATA-HORA
                       WRITE REG-PREVLOTE
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
           62-RESUMIR-LOTE-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *                            FINALIZACAO                         *
      *----------------------------------------------------------------*
               MOVE WS-TOTAL-PREVISTO TO PTO-VALOR.
               WRITE REG-PRV-TOTAIS.

               MOVE SPACES TO REG-PRV-MARCA.
               WRITE REG-PRV-MARCA.
               MOVE "RESUMO PARA APROVACAO DA SUPERVISAO (APROVA-LOTE)"
                    TO REG-PRV-MARCA.
               WRITE REG-PRV-MARCA.

               MOVE FUNCTION CURRENT-DATE TO WS-DATETIME.
               PERFORM 62-RESUMIR-LOTE
                   VARYING WS-IDX-LOT FROM 1 BY 1
                   UNTIL WS-IDX-LOT GREATER 2.

               MOVE ALL "*" TO REG-PRV-MARCA.
               WRITE REG-PRV-MARCA.

                   MOVE 04 TO RETURN-CODE
               END-IF.

               CLOSE CADFUNCA PREVIA PREVLOTE.

               IF FS-CADFUNCA NOT EQUAL ZEROS
                       AND FS-CADFUNCA NOT EQUAL 10
