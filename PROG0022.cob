      *================================================================*
       IDENTIFICATION DIVISION.
      *================================================================*

       PROGRAM-ID. CALCULA-DISSIDIO.

      ******************************************************************
      * Author:
      * Date:
      * Purpose: aplica o reajuste do dissidio coletivo. Os parametros
      *          do acordo vem do arquivo PARDISS: um registro geral
      *          (percentual para todas as funcoes e competencia de
      *          vigencia AAAAMM, normalmente meses no passado) e um
      *          registro por funcao que tenha percentual proprio.
      *          Le o CADFUNCA corrente e gera DISSMOVT.dat: um lote
      *          CADMOVTO completo - header com o numero de lote
      *          informado pelo operador, um movimento de ALTERACAO
      *          por funcionario com o salario reajustado (demais
      *          campos copiados do cadastro) e trailer com quantidade
      *          e totais - pronto para o proximo ciclo do merge. Os
      *          movimentos levam o identificador fixo DISSID no campo
      *          de operador, que a auditoria do merge registra.
      *          A diferenca retroativa de cada competencia ja paga
      *          desde a vigencia (folhas MENSAL, 13SAL1, 13SAL2 e
      *          FERIAS) e calculada sobre o bruto efetivo acumulado
      *          no ACUMANO e gravada em DISSPAGT.dat, no layout do
      *          MOVPAGTO (um evento de vencimento por funcionario),
      *          para entrar na proxima folha MENSAL. O relatorio
      *          RELDISS traz, por funcionario, o salario atual e o
      *          reajustado, a diferenca de cada competencia e o total,
      *          com campo de visto para a conferencia do RH.
      *          Com a TABCARGO disponivel, aponta os funcionarios que
      *          o merge rejeitaria (funcao fora da tabela, cargo
      *          inativo, novo salario fora da faixa), para a faixa
      *          ser atualizada pelo ATUALIZA-CARGOS antes do ciclo.
      * Tectonics: cobc
      ******************************************************************

      *================================================================*
       ENVIRONMENT DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       CONFIGURATION                                           SECTION.
      *----------------------------------------------------------------*

           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

      *----------------------------------------------------------------*
       INPUT-OUTPUT                                            SECTION.
      *----------------------------------------------------------------*

           FILE-CONTROL.

              SELECT PARDISS ASSIGN TO  "C:\FILES\PARDISS.dat"
              FILE STATUS IS FS-PARDISS
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT CADFUNCA ASSIGN TO "C:\FILES\CADFUNCA.dat"
              FILE STATUS IS FS-CADFUNCA
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CODFUN-A
              ALTERNATE RECORD KEY IS NOME-A WITH DUPLICATES.

              SELECT ACUMANO ASSIGN TO  "C:\FILES\ACUMANO.dat"
              FILE STATUS IS FS-ACUMANO
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT TABCARGO ASSIGN TO  "C:\FILES\TABCARGO.dat"
              FILE STATUS IS FS-TABCARGO
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT DISSMOVT ASSIGN TO  "C:\FILES\DISSMOVT.dat"
              FILE STATUS IS FS-DISSMOVT
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT DISSPAGT ASSIGN TO  "C:\FILES\DISSPAGT.dat"
              FILE STATUS IS FS-DISSPAGT
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT RELDISS ASSIGN TO  "C:\FILES\RELDISS.dat"
              FILE STATUS IS FS-RELDISS
              ORGANIZATION IS LINE SEQUENTIAL.

      *================================================================*
       DATA DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                                                    SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *        PARAMETROS DO ACORDO: REGISTRO 'G' (GERAL, UM SO) E     *
      *        REGISTROS 'F' (PERCENTUAL PROPRIO DE UMA FUNCAO).       *
      *        PERCENTUAL COM DUAS DECIMAIS: 00550 = 5,50%             *
      *----------------------------------------------------------------*

           FD  PARDISS
               BLOCK CONTAINS 0 RECORDS
               RECORD CONTAINS 80 CHARACTERS
               LABEL RECORD IS STANDARD
               RECORDING MODE IS F.

       01  REG-PARDISS.
           05 PDS-TIPO             PIC X(01).
           05 FILLER               PIC X(79).

       01  REG-PARDISS-GERAL.
           05 PDG-TIPO             PIC X(01).
           05 PDG-PERCENTUAL       PIC 9(03)V99.
           05 PDG-VIGENCIA.
               10 PDG-VIG-ANO      PIC 9(04).
               10 PDG-VIG-MES      PIC 9(02).
           05 FILLER               PIC X(68).

       01  REG-PARDISS-FUNCAO.
           05 PDF-TIPO             PIC X(01).
           05 PDF-FUNCA            PIC X(20).
           05 PDF-PERCENTUAL       PIC 9(03)V99.
           05 FILLER               PIC X(54).

           FD CADFUNCA
               BLOCK CONTAINS 0 RECORDS
               RECORD CONTAINS 80 CHARACTERS
               LABEL RECORD IS STANDARD
               RECORDING MODE IS F.

       01  REG-CADFUNCA.
           05 CODFUN-A PIC 9(4)        VALUE ZEROS.
           05 NOME-A PIC X(35).
           05 FUNCA-A PIC X(20).
           05 SALARIO-A PIC 9(04)V99.
           05 VENCTOS-A PIC 9(04)V99.
           05 DECTOS-A PIC 9(04)V99.
           05 FILLER PIC X(03).

      *----------------------------------------------------------------*
      *        ACUMULADO ANUAL DA FOLHA (LAYOUT DA FOLHA-PAGAMENTO)    *
      *----------------------------------------------------------------*

           FD  ACUMANO
               BLOCK CONTAINS 0 RECORDS
               RECORD CONTAINS 100 CHARACTERS
               LABEL RECORD IS STANDARD
               RECORDING MODE IS F.

       01  REG-ACUMANO.
           05 ACU-COMPETENCIA.
               10 ACU-COMP-ANO     PIC 9(04).
               10 ACU-COMP-MES     PIC 9(02).
           05 ACU-TIPO-FOLHA       PIC X(06).
           05 ACU-CODFUN           PIC 9(04).
           05 ACU-NOME             PIC X(35).
           05 ACU-BRUTO            PIC 9(09)V99.
           05 ACU-INSS             PIC 9(09)V99.
           05 ACU-IRRF             PIC 9(09)V99.
           05 ACU-LIQUIDO          PIC 9(09)V99.
           05 FILLER               PIC X(05).

      *----------------------------------------------------------------*
      *        TABELA DE CARGOS (LAYOUT DO ATUALIZA-CARGOS)            *
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
      *        LOTE DE ALTERACOES DE SALARIO (LAYOUT CADMOVTO, COM     *
      *        HEADER/TRAILER PROPRIOS PARA A CONFERENCIA)             *
      *----------------------------------------------------------------*

           FD  DISSMOVT
               BLOCK CONTAINS 0 RECORDS
               RECORD CONTAINS 88 CHARACTERS
               LABEL RECORD IS STANDARD
               RECORDING MODE IS F.

       01  REG-DISSMOVT.
           05 DSM-CODFUN           PIC 9(04).
           05 DSM-NOME             PIC X(35).
           05 DSM-FUNCA            PIC X(20).
           05 DSM-SALARIO          PIC 9(04)V99.
           05 DSM-VENCTOS          PIC 9(04)V99.
           05 DSM-DECTOS           PIC 9(04)V99.
           05 DSM-TIPO             PIC X(01).
           05 DSM-RECICLO          PIC 9(02).
           05 DSM-OPERADOR         PIC X(07).
           05 FILLER               PIC X(01).

       01  REG-DISS-LOTE-H.
           05 DSH-DATA-LOTE        PIC 9(08).
           05 DSH-NUM-LOTE         PIC 9(06).
           05 FILLER               PIC X(63).
           05 DSH-TIPO             PIC X(01).
           05 FILLER               PIC X(10).

       01  REG-DISS-LOTE-T.
           05 DST-QTD-MOVTOS       PIC 9(07).
           05 DST-HASH-SALARIO     PIC 9(09)V99.
           05 DST-SOMA-VENCTOS     PIC 9(09)V99.
           05 DST-SOMA-DECTOS      PIC 9(09)V99.
           05 FILLER               PIC X(37).
           05 DST-TIPO             PIC X(01).
           05 FILLER               PIC X(10).

      *----------------------------------------------------------------*
      *        DIFERENCAS RETROATIVAS COMO EVENTOS VARIAVEIS (LAYOUT   *
      *        MOVPAGTO DA FOLHA-PAGAMENTO)                            *
      *----------------------------------------------------------------*

           FD  DISSPAGT
               BLOCK CONTAINS 0 RECORDS
               RECORD CONTAINS 80 CHARACTERS
               LABEL RECORD IS STANDARD
               RECORDING MODE IS F.

       01  REG-DISSPAGT.
           05 EVT-CODFUN-E         PIC 9(04).
           05 EVT-CODIGO-E         PIC X(03).
           05 EVT-DESCRICAO-E      PIC X(20).
           05 EVT-NATUREZA-E       PIC X(01).
           05 EVT-QTDADE-E         PIC 9(03)V99.
           05 EVT-VALOR-E          PIC 9(05)V99.
           05 FILLER               PIC X(40).

      *----------------------------------------------------------------*
      *             RELATORIO DO DISSIDIO PARA CONFERENCIA DO RH       *
      *----------------------------------------------------------------*

           FD  RELDISS
               BLOCK CONTAINS 0 RECORDS
               RECORD CONTAINS 132 CHARACTERS
               LABEL RECORD IS STANDARD
               RECORDING MODE IS F.

       01  REG-RDS-MARCA           PIC X(132).

       01  REG-RDS-CAB1.
           05 RDS-TEXTO            PIC X(60).
           05 FILLER               PIC X(10).
           05 RDS-LIT-DATA         PIC X(06).
           05 RDS-DATA             PIC X(10).
           05 FILLER               PIC X(46).

       01  REG-RDS-CAB2.
           05 RDS-LIT-VIGENCIA     PIC X(11).
           05 RDS-VIG-MES          PIC 9(02).
           05 RDS-VIG-BARRA        PIC X(01).
           05 RDS-VIG-ANO          PIC 9(04).
           05 FILLER               PIC X(04).
           05 RDS-LIT-PERCENTUAL   PIC X(19).
           05 RDS-PERCENTUAL       PIC ZZ9,99.
           05 RDS-LIT-PCT          PIC X(01).
           05 FILLER               PIC X(04).
           05 RDS-LIT-LOTE         PIC X(06).
           05 RDS-NUM-LOTE         PIC 9(06).
           05 FILLER               PIC X(68).

       01  REG-RDS-FUNC-TITULO.
           05 RFT-CODFUN           PIC X(06).
           05 RFT-NOME             PIC X(37).
           05 RFT-FUNCA            PIC X(22).
           05 RFT-SALARIO          PIC X(09).
           05 RFT-PERCENTUAL       PIC X(08).
           05 RFT-NOVO-SALARIO     PIC X(09).
           05 RFT-OCORRENCIA       PIC X(41).

       01  REG-RDS-FUNCIONARIO.
           05 RDF-CODFUN           PIC 9(04).
           05 FILLER               PIC X(02).
           05 RDF-NOME             PIC X(35).
           05 FILLER               PIC X(02).
           05 RDF-FUNCA            PIC X(20).
           05 FILLER               PIC X(02).
           05 RDF-SALARIO          PIC ZZZ9,99.
           05 FILLER               PIC X(02).
           05 RDF-PERCENTUAL       PIC ZZ9,99.
           05 FILLER               PIC X(02).
           05 RDF-NOVO-SALARIO     PIC ZZZZZ9,99.
           05 FILLER               PIC X(02).
           05 RDF-OCORRENCIA       PIC X(35).
           05 FILLER               PIC X(04).

       01  REG-RDS-COMPETENCIA.
           05 FILLER               PIC X(06).
           05 RDC-LIT-COMP         PIC X(13).
           05 RDC-COMP-MES         PIC 9(02).
           05 RDC-COMP-BARRA       PIC X(01).
           05 RDC-COMP-ANO         PIC 9(04).
           05 FILLER               PIC X(02).
           05 RDC-TIPO-FOLHA       PIC X(06).
           05 FILLER               PIC X(02).
           05 RDC-LIT-BRUTO        PIC X(12).
           05 RDC-BRUTO            PIC ZZZZZZZZ9,99.
           05 FILLER               PIC X(02).
           05 RDC-LIT-DIFERENCA    PIC X(11).
           05 RDC-DIFERENCA        PIC ZZZZZZZZ9,99.
           05 FILLER               PIC X(47).

       01  REG-RDS-TOTAL-FUNC.
           05 FILLER               PIC X(06).
           05 RDT-LIT              PIC X(52).
           05 RDT-VALOR            PIC ZZZZZZZZ9,99.
           05 FILLER               PIC X(04).
           05 RDT-LIT-VISTO        PIC X(58).

       01  REG-RDS-TOTAIS.
           05 FILLER               PIC X(06).
           05 RTO-LIT              PIC X(44).
           05 RTO-VALOR            PIC ZZZZZZZZZZ9,99.
           05 FILLER               PIC X(68).

      *----------------------------------------------------------------*
       WORKING-STORAGE                                         SECTION.
      *----------------------------------------------------------------*

       77  FS-PARDISS          PIC 9(02)   VALUE ZEROS.
       77  FS-CADFUNCA         PIC 9(02)   VALUE ZEROS.
       77  FS-ACUMANO          PIC 9(02)   VALUE ZEROS.
       77  FS-TABCARGO         PIC 9(02)   VALUE ZEROS.
       77  FS-DISSMOVT         PIC 9(02)   VALUE ZEROS.
       77  FS-DISSPAGT         PIC 9(02)   VALUE ZEROS.
       77  FS-RELDISS          PIC 9(02)   VALUE ZEROS.

      *------- numero do lote informado pelo operador -----------------*
       01  WS-ENT-LOTE         PIC X(06)   VALUE SPACES.
       01  WS-ENT-LOTE-R REDEFINES WS-ENT-LOTE
                               PIC 9(06).
       77  WS-NUM-LOTE         PIC 9(06)   VALUE ZEROS.
       77  WS-OPERADOR-LOTE    PIC X(07)   VALUE "DISSID".

      *------- parametros do acordo -----------------------------------*
       77  WS-QTD-GERAL        PIC 9(03)   VALUE ZEROS.
       77  WS-PCT-GERAL        PIC 9(03)V99 VALUE ZEROS.

       01  WS-VIGENCIA.
           05 WS-VIG-ANO       PIC 9(04)   VALUE ZEROS.
           05 WS-VIG-MES       PIC 9(02)   VALUE ZEROS.
       01  WS-VIGENCIA-R REDEFINES WS-VIGENCIA
                               PIC 9(06).

      *------- percentuais proprios por funcao (registros 'F') --------*
       01  WS-TABELA-PERC.
           05 WS-PRC-QTD       PIC 9(03)   VALUE ZEROS.
           05 WS-PRC-ITEM OCCURS 500 TIMES
                   INDEXED BY WS-IDX-PRC.
               10 WS-PRC-FUNCA     PIC X(20).
               10 WS-PRC-PERCENTUAL PIC 9(03)V99.

       77  WS-PRC-MAX          PIC 9(03)   VALUE 500.
       77  WS-FUNCA-PROCURADA  PIC X(20)   VALUE SPACES.
       77  WS-PRC-STATUS       PIC X(01)   VALUE 'N'.
           88 PERC-ACHADO                  VALUE 'S'.
           88 PERC-NAO-ACHADO              VALUE 'N'.

      *------- cargos da TABCARGO (conferencia da faixa) --------------*
       01  WS-TABELA-CARGOS.
           05 WS-CRG-QTD       PIC 9(03)   VALUE ZEROS.
           05 WS-CRG-ITEM OCCURS 500 TIMES
                   INDEXED BY WS-IDX-CRG.
               10 WS-CRG-TITULO    PIC X(20).
               10 WS-CRG-SAL-MIN   PIC 9(04)V99.
               10 WS-CRG-SAL-MAX   PIC 9(04)V99.
               10 WS-CRG-ATIVO     PIC X(01).

       77  WS-CRG-MAX          PIC 9(03)   VALUE 500.
       77  WS-CARGO-STATUS     PIC X(01)   VALUE 'N'.
           88 CARGO-ACHADO                 VALUE 'S'.
           88 CARGO-NAO-ACHADO             VALUE 'N'.
       77  WS-TABCARGO-STATUS  PIC X(01)   VALUE 'N'.
           88 TABCARGO-DISPONIVEL          VALUE 'S'.
           88 TABCARGO-AUSENTE             VALUE 'N'.

      *------- competencias pagas desde a vigencia (ACUMANO) ----------*
      *        SO ENTRAM AS COMPETENCIAS A PARTIR DA VIGENCIA; CADA
      *        ENTRADA E MARCADA QUANDO O FUNCIONARIO E ENCONTRADO NO
      *        CADFUNCA, E AS QUE SOBRAM (DESLIGADOS) SAO LISTADAS NO
      *        FINAL DO RELATORIO SEM GERAR EVENTO.
       01  WS-TABELA-ACU.
           05 WS-ACU-QTD       PIC 9(05)   VALUE ZEROS.
           05 WS-ACU-ITEM OCCURS 25000 TIMES
                   INDEXED BY WS-IDX-ACU.
               10 WS-ACU-CODFUN    PIC 9(04).
               10 WS-ACU-NOME      PIC X(35).
               10 WS-ACU-COMPET.
                   15 WS-ACU-ANO   PIC 9(04).
                   15 WS-ACU-MES   PIC 9(02).
               10 WS-ACU-TIPO      PIC X(06).
               10 WS-ACU-BRUTO     PIC 9(09)V99.
               10 WS-ACU-USADO     PIC X(01).

       77  WS-ACU-MAX          PIC 9(05)   VALUE 25000.

      *------- calculo por funcionario --------------------------------*
       77  WS-PERCENTUAL       PIC 9(03)V99 VALUE ZEROS.
       77  WS-NOVO-SALARIO     PIC 9(06)V99 VALUE ZEROS.
       77  WS-DIF-COMPETENCIA  PIC 9(09)V99 VALUE ZEROS.
       77  WS-DIF-FUNCIONARIO  PIC 9(09)V99 VALUE ZEROS.
       77  WS-QTD-COMPET-FUNC  PIC 9(03)   VALUE ZEROS.
       77  WS-OCORRENCIA       PIC X(35)   VALUE SPACES.
       77  WS-MOVIMENTO-STATUS PIC X(01)   VALUE 'N'.
           88 GERA-MOVIMENTO               VALUE 'S'.
           88 NAO-GERA-MOVIMENTO           VALUE 'N'.

      *------- maior valor aceito no evento do MOVPAGTO ---------------*
       77  WS-EVT-VALOR-MAX    PIC 9(05)V99 VALUE 99999,99.

      *------- totais do lote (trailer) -------------------------------*
       77  WS-LOTE-QTD         PIC 9(07)   VALUE ZEROS.
       77  WS-LOTE-HASH-SAL    PIC 9(09)V99 VALUE ZEROS.
       77  WS-LOTE-SOMA-VEN    PIC 9(09)V99 VALUE ZEROS.
       77  WS-LOTE-SOMA-DEC    PIC 9(09)V99 VALUE ZEROS.

      *------- totais do relatorio ------------------------------------*
       77  WS-QTD-LIDOS        PIC 9(07)   VALUE ZEROS.
       77  WS-QTD-SEM-REAJUSTE PIC 9(07)   VALUE ZEROS.
       77  WS-QTD-EXCEDE       PIC 9(07)   VALUE ZEROS.
       77  WS-QTD-REJEITARIA   PIC 9(07)   VALUE ZEROS.
       77  WS-QTD-EVENTOS      PIC 9(07)   VALUE ZEROS.
       77  WS-QTD-EVT-EXCEDE   PIC 9(07)   VALUE ZEROS.
       77  WS-QTD-DESLIGADOS   PIC 9(07)   VALUE ZEROS.
       77  WS-TOTAL-SAL-ATUAL  PIC 9(09)V99 VALUE ZEROS.
       77  WS-TOTAL-SAL-NOVO   PIC 9(09)V99 VALUE ZEROS.
       77  WS-TOTAL-DIFERENCAS PIC 9(11)V99 VALUE ZEROS.
       77  WS-TOTAL-DESLIGADOS PIC 9(11)V99 VALUE ZEROS.

       77  WS-FIM-ARQUIVO      PIC X(01)   VALUE 'N'.
           88 FIM-ARQUIVO                  VALUE 'S'.
           88 NAO-FIM-ARQUIVO              VALUE 'N'.
       77  WS-FIM-TABELA       PIC X(01)   VALUE 'N'.
           88 FIM-TABELA                   VALUE 'S'.
           88 NAO-FIM-TABELA               VALUE 'N'.
       77  WS-PARAMETROS       PIC X(01)   VALUE 'S'.
           88 PARAMETROS-VALIDOS           VALUE 'S'.
           88 PARAMETROS-INVALIDOS         VALUE 'N'.

      *------- data do sistema, quebrada por indice (PROG0001) --------*
       77  WS-DATETIME         PIC X(21).

       01  WS-DATA-SISTEMA.
           05 WS-DATA-ANO      PIC 9(04).
           05 WS-DATA-MES      PIC 9(02).
           05 WS-DATA-DIA      PIC 9(02).

       01  WS-COMPETENCIA-ATUAL.
           05 WS-ATUAL-ANO     PIC 9(04).
           05 WS-ATUAL-MES     PIC 9(02).
       01  WS-COMPETENCIA-ATUAL-R REDEFINES WS-COMPETENCIA-ATUAL
                               PIC 9(06).

       01  WS-DATA-LOTE.
           05 WS-LOTE-ANO      PIC 9(04).
           05 WS-LOTE-MES      PIC 9(02).
           05 WS-LOTE-DIA      PIC 9(02).

       01  WS-DATA-EDITADA.
           05 WS-DATA-ED-DIA   PIC 9(02).
           05 FILLER           PIC X       VALUE '/'.
           05 WS-DATA-ED-MES   PIC 9(02).
           05 FILLER           PIC X       VALUE '/'.
           05 WS-DATA-ED-ANO   PIC 9(04).

      *================================================================*
       PROCEDURE DIVISION.
      *================================================================*

           MAIN-PROCEDURE.
             PERFORM 10-ABRIR-ARQUIVOS.
             PERFORM 12-CARREGAR-PARAMETROS.
             PERFORM 14-CARREGAR-CARGOS.
             PERFORM 16-CARREGAR-ACUMANO.
             PERFORM 18-ABRIR-SAIDAS.
             PERFORM 20-PROCESSAR-CADASTRO.
             PERFORM 40-GRAVAR-TRAILER.
             PERFORM 45-LISTAR-DESLIGADOS.
             PERFORM 60-FINALIZAR.
             STOP RUN.

      *----------------------------------------------------------------*
           10-ABRIR-ARQUIVOS.
      *----------------------------------------------------------------*

               OPEN INPUT PARDISS.
               IF FS-PARDISS NOT EQUAL ZEROS
                   DISPLAY "--------------------------------"
                   DISPLAY "ERRO AO ABRIR O ARQUIVO PARDISS"
                   DISPLAY "FILE STATUS = " FS-PARDISS
                   DISPLAY "--------------------------------"
                   MOVE 99 TO RETURN-CODE
                   STOP RUN.

               OPEN INPUT CADFUNCA.
               IF FS-CADFUNCA NOT EQUAL ZEROS
                   DISPLAY "--------------------------------"
                   DISPLAY "ERRO AO ABRIR O ARQUIVO CADFUNCA"
                   DISPLAY "FILE STATUS = " FS-CADFUNCA
                   DISPLAY "--------------------------------"
                   MOVE 99 TO RETURN-CODE
                   STOP RUN.

               OPEN INPUT ACUMANO.
               IF FS-ACUMANO NOT EQUAL ZEROS
                   DISPLAY "--------------------------------"
                   DISPLAY "ERRO AO ABRIR O ARQUIVO ACUMANO"
                   DISPLAY "EXECUTAR A FOLHA-PAGAMENTO ANTES"
                   DISPLAY "FILE STATUS = " FS-ACUMANO
                   DISPLAY "--------------------------------"
                   MOVE 99 TO RETURN-CODE
                   STOP RUN.

               PERFORM 05-OBTER-DATA-SISTEMA.

               DISPLAY "NUMERO DO LOTE DO DISSIDIO (6 DIGITOS): "
               ACCEPT WS-ENT-LOTE.
               IF WS-ENT-LOTE-R NOT NUMERIC
                   DISPLAY "NUMERO DE LOTE DEVE TER 6 DIGITOS"
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
               END-IF.
               MOVE WS-ENT-LOTE-R TO WS-NUM-LOTE.

      *----------------------------------------------------------------*
           10-ABRIR-ARQUIVOS-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           05-OBTER-DATA-SISTEMA.
      *----------------------------------------------------------------*

               MOVE FUNCTION CURRENT-DATE TO WS-DATETIME.

               MOVE WS-DATETIME(1:4)  TO WS-DATA-ANO.
               MOVE WS-DATETIME(5:2)  TO WS-DATA-MES.
               MOVE WS-DATETIME(7:2)  TO WS-DATA-DIA.

               MOVE WS-DATA-ANO TO WS-LOTE-ANO.
               MOVE WS-DATA-MES TO WS-LOTE-MES.
               MOVE WS-DATA-DIA TO WS-LOTE-DIA.

               MOVE WS-DATA-ANO TO WS-ATUAL-ANO.
               MOVE WS-DATA-MES TO WS-ATUAL-MES.

               MOVE WS-DATA-DIA TO WS-DATA-ED-DIA.
               MOVE WS-DATA-MES TO WS-DATA-ED-MES.
               MOVE WS-DATA-ANO TO WS-DATA-ED-ANO.

      *----------------------------------------------------------------*
           05-OBTER-DATA-SISTEMA-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           12-CARREGAR-PARAMETROS.
      *----------------------------------------------------------------*

      *        O ACORDO PRECISA DE EXATAMENTE UM REGISTRO GERAL COM
      *        VIGENCIA VALIDA E NAO FUTURA. QUALQUER PARAMETRO
      *        INVALIDO ABORTA ANTES DE GERAR O LOTE.

               SET NAO-FIM-TABELA TO TRUE.
               PERFORM 12A-LER-PARAMETRO UNTIL FIM-TABELA.
               CLOSE PARDISS.

               IF WS-QTD-GERAL NOT EQUAL 1
                   DISPLAY "PARDISS DEVE TER UM UNICO REGISTRO GERAL"
                           " 'G' - ENCONTRADOS: " WS-QTD-GERAL
                   SET PARAMETROS-INVALIDOS TO TRUE
               ELSE
                   IF WS-VIG-MES < 1 OR WS-VIG-MES > 12
                       DISPLAY "PARDISS: MES DA VIGENCIA INVALIDO: "
                               WS-VIG-MES
                       SET PARAMETROS-INVALIDOS TO TRUE
                   END-IF
                   IF WS-VIGENCIA-R > WS-COMPETENCIA-ATUAL-R
                       DISPLAY "PARDISS: VIGENCIA " WS-VIGENCIA-R
                               " POSTERIOR A COMPETENCIA ATUAL"
                       SET PARAMETROS-INVALIDOS TO TRUE
                   END-IF
               END-IF.

               IF PARAMETROS-INVALIDOS
                   DISPLAY "*** DISSIDIO ABORTADO - CORRIGIR O"
                           " PARDISS ***"
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
               END-IF.

               DISPLAY "VIGENCIA DO DISSIDIO = " WS-VIG-MES "/"
                       WS-VIG-ANO.
               DISPLAY "PERCENTUAL GERAL     = " WS-PCT-GERAL.
               DISPLAY "FUNCOES C/ PERCENTUAL PROPRIO = " WS-PRC-QTD.

      *----------------------------------------------------------------*
           12-CARREGAR-PARAMETROS-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           12A-LER-PARAMETRO.
      *----------------------------------------------------------------*

               READ PARDISS.
               IF FS-PARDISS EQUAL 10
                   SET FIM-TABELA TO TRUE
               ELSE
                   IF FS-PARDISS NOT EQUAL ZEROS
                       DISPLAY "ERRO AO LER PARDISS = " FS-PARDISS
                       MOVE 99 TO RETURN-CODE
                       STOP RUN
                   ELSE
                       EVALUATE PDS-TIPO
                           WHEN 'G'
                               PERFORM 12B-ACEITAR-GERAL
                           WHEN 'F'
                               PERFORM 12C-ACEITAR-FUNCAO
                           WHEN OTHER
                               DISPLAY "PARDISS: TIPO DE REGISTRO"
                                       " INVALIDO: " REG-PARDISS (1:40)
                               SET PARAMETROS-INVALIDOS TO TRUE
                       END-EVALUATE
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
           12A-LER-PARAMETRO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           12B-ACEITAR-GERAL.
      *----------------------------------------------------------------*

               ADD 1 TO WS-QTD-GERAL.
               IF PDG-PERCENTUAL NOT NUMERIC
                 OR PDG-VIGENCIA NOT NUMERIC
                   DISPLAY "PARDISS: REGISTRO GERAL NAO NUMERICO: "
                           REG-PARDISS (1:40)
                   SET PARAMETROS-INVALIDOS TO TRUE
               ELSE
                   MOVE PDG-PERCENTUAL TO WS-PCT-GERAL
                   MOVE PDG-VIG-ANO    TO WS-VIG-ANO
                   MOVE PDG-VIG-MES    TO WS-VIG-MES
               END-IF.

      *----------------------------------------------------------------*
           12B-ACEITAR-GERAL-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           12C-ACEITAR-FUNCAO.
      *----------------------------------------------------------------*

      *        UMA FUNCAO SO PODE TER UM PERCENTUAL PROPRIO; A FUNCAO
      *        E O MESMO TEXTO GRAVADO EM FUNCA NO CADASTRO.

               IF PDF-FUNCA EQUAL SPACES
                 OR PDF-PERCENTUAL NOT NUMERIC
                   DISPLAY "PARDISS: REGISTRO DE FUNCAO INVALIDO: "
                           REG-PARDISS (1:40)
                   SET PARAMETROS-INVALIDOS TO TRUE
               ELSE
                   MOVE PDF-FUNCA TO WS-FUNCA-PROCURADA
                   PERFORM 32-LOCALIZAR-PERCENTUAL-FUNCAO
                   IF PERC-ACHADO
                       DISPLAY "PARDISS: FUNCAO REPETIDA: " PDF-FUNCA
                       SET PARAMETROS-INVALIDOS TO TRUE
                   ELSE
                       IF WS-PRC-QTD NOT LESS THAN WS-PRC-MAX
                           DISPLAY "ERRO: MAIS DE " WS-PRC-MAX
                                   " FUNCOES NO PARDISS"
                           MOVE 99 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-PRC-QTD
                       SET WS-IDX-PRC TO WS-PRC-QTD
                       MOVE PDF-FUNCA
                         TO WS-PRC-FUNCA (WS-IDX-PRC)
                       MOVE PDF-PERCENTUAL
                         TO WS-PRC-PERCENTUAL (WS-IDX-PRC)
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
           12C-ACEITAR-FUNCAO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           14-CARREGAR-CARGOS.
      *----------------------------------------------------------------*

      *        SEM TABCARGO O DISSIDIO E CALCULADO NORMALMENTE, SO
      *        NAO HA COMO PREVER AS REJEICOES DO MERGE POR FAIXA.

               OPEN INPUT TABCARGO.
               IF FS-TABCARGO EQUAL 35
                   DISPLAY "TABCARGO NAO ENCONTRADO - FAIXAS SALARIAIS"
                           " NAO CONFERIDAS"
                   SET TABCARGO-AUSENTE TO TRUE
               ELSE
                   IF FS-TABCARGO NOT EQUAL ZEROS
                       DISPLAY "--------------------------------"
                       DISPLAY "ERRO AO ABRIR O ARQUIVO TABCARGO"
                       DISPLAY "FILE STATUS = " FS-TABCARGO
                       DISPLAY "--------------------------------"
                       MOVE 99 TO RETURN-CODE
                       STOP RUN
                   ELSE
                       SET TABCARGO-DISPONIVEL TO TRUE
                       SET NAO-FIM-TABELA TO TRUE
                       PERFORM 14A-CARREGAR-UM-CARGO UNTIL FIM-TABELA
                       CLOSE TABCARGO
                       DISPLAY "TABCARGO CARREGADO COM " WS-CRG-QTD
                               " CARGOS"
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
           14-CARREGAR-CARGOS-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           14A-CARREGAR-UM-CARGO.
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
           14A-CARREGAR-UM-CARGO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           16-CARREGAR-ACUMANO.
      *----------------------------------------------------------------*

      *        GUARDA SO AS COMPETENCIAS PAGAS A PARTIR DA VIGENCIA,
      *        DE QUALQUER TIPO DE FOLHA. O BRUTO ACUMULADO E O BRUTO
      *        EFETIVO: AS DUAS PARCELAS DO 13o SOMAM UM 13o INTEIRO.

               SET NAO-FIM-TABELA TO TRUE.
               PERFORM 16A-CARREGAR-UMA-COMPETENCIA UNTIL FIM-TABELA.
               CLOSE ACUMANO.
               DISPLAY "COMPETENCIAS PAGAS DESDE A VIGENCIA = "
                       WS-ACU-QTD.

      *----------------------------------------------------------------*
           16-CARREGAR-ACUMANO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           16A-CARREGAR-UMA-COMPETENCIA.
      *----------------------------------------------------------------*

               READ ACUMANO.
               IF FS-ACUMANO EQUAL 10
                   SET FIM-TABELA TO TRUE
               ELSE
                   IF FS-ACUMANO NOT EQUAL ZEROS
                       DISPLAY "ERRO AO LER ACUMANO = " FS-ACUMANO
                       MOVE 99 TO RETURN-CODE
                       STOP RUN
                   ELSE
                       IF ACU-COMPETENCIA NOT LESS THAN WS-VIGENCIA
                           IF WS-ACU-QTD NOT LESS THAN WS-ACU-MAX
                               DISPLAY "ERRO: MAIS DE " WS-ACU-MAX
                                       " COMPETENCIAS NO ACUMANO"
                               MOVE 99 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-ACU-QTD
                           SET WS-IDX-ACU TO WS-ACU-QTD
                           MOVE ACU-CODFUN
                             TO WS-ACU-CODFUN (WS-IDX-ACU)
                           MOVE ACU-NOME
                             TO WS-ACU-NOME (WS-IDX-ACU)
                           MOVE ACU-COMPETENCIA
                             TO WS-ACU-COMPET (WS-IDX-ACU)
                           MOVE ACU-TIPO-FOLHA
                             TO WS-ACU-TIPO (WS-IDX-ACU)
                           MOVE ACU-BRUTO
                             TO WS-ACU-BRUTO (WS-IDX-ACU)
                           MOVE 'N' TO WS-ACU-USADO (WS-IDX-ACU)
                       END-IF
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
           16A-CARREGAR-UMA-COMPETENCIA-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           18-ABRIR-SAIDAS.
      *----------------------------------------------------------------*

               OPEN OUTPUT DISSMOVT.
               IF FS-DISSMOVT NOT EQUAL ZEROS
                   DISPLAY "--------------------------------"
                   DISPLAY "ERRO AO ABRIR O ARQUIVO DISSMOVT"
                   DISPLAY "FILE STATUS = " FS-DISSMOVT
                   DISPLAY "--------------------------------"
                   MOVE 99 TO RETURN-CODE
                   STOP RUN.

               OPEN OUTPUT DISSPAGT.
               IF FS-DISSPAGT NOT EQUAL ZEROS
                   DISPLAY "--------------------------------"
                   DISPLAY "ERRO AO ABRIR O ARQUIVO DISSPAGT"
                   DISPLAY "FILE STATUS = " FS-DISSPAGT
                   DISPLAY "--------------------------------"
                   MOVE 99 TO RETURN-CODE
                   STOP RUN.

               OPEN OUTPUT RELDISS.
               IF FS-RELDISS NOT EQUAL ZEROS
                   DISPLAY "--------------------------------"
                   DISPLAY "ERRO AO ABRIR O ARQUIVO RELDISS"
                   DISPLAY "FILE STATUS = " FS-RELDISS
                   DISPLAY "--------------------------------"
                   MOVE 99 TO RETURN-CODE
                   STOP RUN.

               MOVE SPACES TO REG-DISS-LOTE-H.
               MOVE WS-DATA-LOTE TO DSH-DATA-LOTE.
               MOVE WS-NUM-LOTE  TO DSH-NUM-LOTE.
               MOVE 'H'          TO DSH-TIPO.
               WRITE REG-DISS-LOTE-H.

               PERFORM 19-IMPRIMIR-CABECALHO.

      *----------------------------------------------------------------*
           18-ABRIR-SAIDAS-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           19-IMPRIMIR-CABECALHO.
      *----------------------------------------------------------------*

               MOVE SPACES TO REG-RDS-CAB1.
               MOVE "DISSIDIO COLETIVO - REAJUSTE E DIFERENCAS"
                    TO RDS-TEXTO.
               MOVE "DATA: " TO RDS-LIT-DATA.
               MOVE WS-DATA-EDITADA TO RDS-DATA.
               WRITE REG-RDS-CAB1.

               MOVE SPACES TO REG-RDS-CAB2.
               MOVE "VIGENCIA: "  TO RDS-LIT-VIGENCIA.
               MOVE WS-VIG-MES    TO RDS-VIG-MES.
               MOVE "/"           TO RDS-VIG-BARRA.
               MOVE WS-VIG-ANO    TO RDS-VIG-ANO.
               MOVE "PERCENTUAL GERAL: " TO RDS-LIT-PERCENTUAL.
               MOVE WS-PCT-GERAL  TO RDS-PERCENTUAL.
               MOVE "%"           TO RDS-LIT-PCT.
               MOVE "LOTE: "      TO RDS-LIT-LOTE.
               MOVE WS-NUM-LOTE   TO RDS-NUM-LOTE.
               WRITE REG-RDS-CAB2.

               MOVE SPACES TO REG-RDS-MARCA.
               WRITE REG-RDS-MARCA.

               MOVE SPACES TO REG-RDS-FUNC-TITULO.
               MOVE "CODFUN"     TO RFT-CODFUN.
               MOVE "NOME"       TO RFT-NOME.
               MOVE "FUNCAO"     TO RFT-FUNCA.
               MOVE "SALARIO"    TO RFT-SALARIO.
               MOVE "PERC %"     TO RFT-PERCENTUAL.
               MOVE "NOVO SAL"   TO RFT-NOVO-SALARIO.
               MOVE "OCORRENCIA" TO RFT-OCORRENCIA.
               WRITE REG-RDS-FUNC-TITULO.

      *----------------------------------------------------------------*
           19-IMPRIMIR-CABECALHO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           20-PROCESSAR-CADASTRO.
      *----------------------------------------------------------------*

      *        O CADFUNCA E LIDO EM ORDEM DE CODFUN, A MESMA ORDEM QUE
      *        O MERGE EXIGE DOS MOVIMENTOS DO LOTE.

               SET NAO-FIM-ARQUIVO TO TRUE.
               PERFORM 22-PROCESSAR-UM-FUNCIONARIO UNTIL FIM-ARQUIVO.

      *----------------------------------------------------------------*
           20-PROCESSAR-CADASTRO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           22-PROCESSAR-UM-FUNCIONARIO.
      *----------------------------------------------------------------*

               PERFORM 25-LER-CADFUNCA.
               IF NOT FIM-ARQUIVO
                   ADD 1 TO WS-QTD-LIDOS
                   PERFORM 30-CALCULAR-NOVO-SALARIO
                   IF GERA-MOVIMENTO
                       PERFORM 36-GRAVAR-MOVIMENTO
                   END-IF
                   PERFORM 38-IMPRIMIR-FUNCIONARIO
                   PERFORM 50-CALCULAR-DIFERENCAS
               END-IF.

      *----------------------------------------------------------------*
           22-PROCESSAR-UM-FUNCIONARIO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           25-LER-CADFUNCA.
      *----------------------------------------------------------------*

               READ CADFUNCA.
               IF FS-CADFUNCA EQUAL 10
                   SET FIM-ARQUIVO TO TRUE
               ELSE
                   IF FS-CADFUNCA NOT EQUAL ZEROS
                       DISPLAY "ERRO AO LER CADFUNCA = " FS-CADFUNCA
                       MOVE 99 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
           25-LER-CADFUNCA-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           30-CALCULAR-NOVO-SALARIO.
      *----------------------------------------------------------------*

      *        PERCENTUAL PROPRIO DA FUNCAO QUANDO HOUVER, SENAO O
      *        GERAL. PERCENTUAL ZERO OU REAJUSTE QUE NAO MUDA O
      *        SALARIO NAO GERA MOVIMENTO. SALARIO REAJUSTADO ACIMA DO
      *        QUE O CADASTRO COMPORTA FICA FORA DO LOTE PARA
      *        TRATAMENTO MANUAL.

               MOVE SPACES TO WS-OCORRENCIA.
               SET NAO-GERA-MOVIMENTO TO TRUE.

               MOVE FUNCA-A TO WS-FUNCA-PROCURADA.
               PERFORM 32-LOCALIZAR-PERCENTUAL-FUNCAO.
               IF PERC-ACHADO
                   MOVE WS-PRC-PERCENTUAL (WS-IDX-PRC) TO WS-PERCENTUAL
               ELSE
                   MOVE WS-PCT-GERAL TO WS-PERCENTUAL
               END-IF.

               COMPUTE WS-NOVO-SALARIO ROUNDED =
                   SALARIO-A + SALARIO-A * WS-PERCENTUAL / 100.

               IF WS-NOVO-SALARIO EQUAL SALARIO-A
                   MOVE "SEM REAJUSTE" TO WS-OCORRENCIA
                   ADD 1 TO WS-QTD-SEM-REAJUSTE
               ELSE
                   IF WS-NOVO-SALARIO > 9999,99
                       MOVE "NOVO SALARIO EXCEDE 9999,99"
                            TO WS-OCORRENCIA
                       ADD 1 TO WS-QTD-EXCEDE
                   ELSE
                       SET GERA-MOVIMENTO TO TRUE
                       IF TABCARGO-DISPONIVEL
                           PERFORM 34-CONFERIR-CARGO
                       END-IF
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
           30-CALCULAR-NOVO-SALARIO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           32-LOCALIZAR-PERCENTUAL-FUNCAO.
      *----------------------------------------------------------------*

               SET PERC-NAO-ACHADO TO TRUE.
               SET WS-IDX-PRC TO 1.
               IF WS-PRC-QTD GREATER THAN ZEROS
                   SEARCH WS-PRC-ITEM
                       AT END SET PERC-NAO-ACHADO TO TRUE
                       WHEN WS-IDX-PRC GREATER THAN WS-PRC-QTD
                           SET PERC-NAO-ACHADO TO TRUE
                       WHEN WS-PRC-FUNCA (WS-IDX-PRC)
                               EQUAL WS-FUNCA-PROCURADA
                           SET PERC-ACHADO TO TRUE
                   END-SEARCH
               END-IF.

      *----------------------------------------------------------------*
           32-LOCALIZAR-PERCENTUAL-FUNCAO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           34-CONFERIR-CARGO.
      *----------------------------------------------------------------*

      *        MESMAS REGRAS DO MERGE PARA A ALTERACAO: O MOVIMENTO
      *        CONTINUA NO LOTE, MAS O RH PRECISA AJUSTAR A TABCARGO
      *        PELO ATUALIZA-CARGOS ANTES DO CICLO OU ELE SERA
      *        REJEITADO.

               SET CARGO-NAO-ACHADO TO TRUE.
               SET WS-IDX-CRG TO 1.
               IF WS-CRG-QTD GREATER THAN ZEROS
                   SEARCH WS-CRG-ITEM
                       AT END SET CARGO-NAO-ACHADO TO TRUE
                       WHEN WS-IDX-CRG GREATER THAN WS-CRG-QTD
                           SET CARGO-NAO-ACHADO TO TRUE
                       WHEN WS-CRG-TITULO (WS-IDX-CRG) EQUAL FUNCA-A
                           SET CARGO-ACHADO TO TRUE
                   END-SEARCH
               END-IF.

               IF CARGO-NAO-ACHADO
                   MOVE "REJEITARIA: FUNCAO FORA DA TABCARGO"
                        TO WS-OCORRENCIA
               ELSE
                   IF WS-CRG-ATIVO (WS-IDX-CRG) NOT EQUAL 'S'
                       MOVE "REJEITARIA: CARGO INATIVO"
                            TO WS-OCORRENCIA
                   ELSE
                       IF WS-NOVO-SALARIO
                               < WS-CRG-SAL-MIN (WS-IDX-CRG)
                         OR WS-NOVO-SALARIO
                               > WS-CRG-SAL-MAX (WS-IDX-CRG)
                           MOVE "REJEITARIA: SALARIO FORA DA FAIXA"
                                TO WS-OCORRENCIA
                       END-IF
                   END-IF
               END-IF.

               IF WS-OCORRENCIA NOT EQUAL SPACES
                   ADD 1 TO WS-QTD-REJEITARIA
               END-IF.

      *----------------------------------------------------------------*
           34-CONFERIR-CARGO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           36-GRAVAR-MOVIMENTO.
      *----------------------------------------------------------------*

      *        A ALTERACAO DO MERGE SUBSTITUI O REGISTRO INTEIRO: TODOS
      *        OS CAMPOS SAEM DO CADASTRO, SO O SALARIO E O NOVO.

               MOVE SPACES          TO REG-DISSMOVT.
               MOVE CODFUN-A        TO DSM-CODFUN.
               MOVE NOME-A          TO DSM-NOME.
               MOVE FUNCA-A         TO DSM-FUNCA.
               MOVE WS-NOVO-SALARIO TO DSM-SALARIO.
               MOVE VENCTOS-A       TO DSM-VENCTOS.
               MOVE DECTOS-A        TO DSM-DECTOS.
               MOVE 'A'             TO DSM-TIPO.
               MOVE ZEROS           TO DSM-RECICLO.
               MOVE WS-OPERADOR-LOTE TO DSM-OPERADOR.
               WRITE REG-DISSMOVT.

               ADD 1 TO WS-LOTE-QTD.
               ADD DSM-SALARIO TO WS-LOTE-HASH-SAL.
               IF DSM-VENCTOS NUMERIC
                   ADD DSM-VENCTOS TO WS-LOTE-SOMA-VEN
               END-IF.
               IF DSM-DECTOS NUMERIC
                   ADD DSM-DECTOS TO WS-LOTE-SOMA-DEC
               END-IF.

               ADD SALARIO-A       TO WS-TOTAL-SAL-ATUAL.
               ADD WS-NOVO-SALARIO TO WS-TOTAL-SAL-NOVO.

      *----------------------------------------------------------------*
           36-GRAVAR-MOVIMENTO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           38-IMPRIMIR-FUNCIONARIO.
      *----------------------------------------------------------------*

               MOVE SPACES TO REG-RDS-MARCA.
               WRITE REG-RDS-MARCA.

               MOVE SPACES TO REG-RDS-FUNCIONARIO.
               MOVE CODFUN-A        TO RDF-CODFUN.
               MOVE NOME-A          TO RDF-NOME.
               MOVE FUNCA-A         TO RDF-FUNCA.
               MOVE SALARIO-A       TO RDF-SALARIO.
               MOVE WS-PERCENTUAL   TO RDF-PERCENTUAL.
               MOVE WS-NOVO-SALARIO TO RDF-NOVO-SALARIO.
               MOVE WS-OCORRENCIA   TO RDF-OCORRENCIA.
               WRITE REG-RDS-FUNCIONARIO.

      *----------------------------------------------------------------*
           38-IMPRIMIR-FUNCIONARIO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           40-GRAVAR-TRAILER.
      *----------------------------------------------------------------*

               MOVE SPACES TO REG-DISS-LOTE-T.
               MOVE WS-LOTE-QTD      TO DST-QTD-MOVTOS.
               MOVE WS-LOTE-HASH-SAL TO DST-HASH-SALARIO.
               MOVE WS-LOTE-SOMA-VEN TO DST-SOMA-VENCTOS.
               MOVE WS-LOTE-SOMA-DEC TO DST-SOMA-DECTOS.
               MOVE 'T'              TO DST-TIPO.
               WRITE REG-DISS-LOTE-T.

      *----------------------------------------------------------------*
           40-GRAVAR-TRAILER-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           45-LISTAR-DESLIGADOS.
      *----------------------------------------------------------------*

      *        COMPETENCIAS DE QUEM NAO ESTA MAIS NO CADFUNCA: A
      *        DIFERENCA E INFORMADA PARA O ACERTO PELO RH, SEM
      *        EVENTO NO MOVPAGTO (NAO HAVERA FOLHA MENSAL PARA ELES).

               MOVE SPACES TO REG-RDS-MARCA.
               WRITE REG-RDS-MARCA.
               MOVE "DESLIGADOS DESDE A VIGENCIA - ACERTO PELO RH"
                    TO REG-RDS-MARCA.
               WRITE REG-RDS-MARCA.

               PERFORM 47-LISTAR-UMA-COMPETENCIA
                   VARYING WS-IDX-ACU FROM 1 BY 1
                   UNTIL WS-IDX-ACU GREATER THAN WS-ACU-QTD.

      *----------------------------------------------------------------*
           45-LISTAR-DESLIGADOS-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           47-LISTAR-UMA-COMPETENCIA.
      *----------------------------------------------------------------*

      *        O DESLIGADO RECEBE O PERCENTUAL GERAL: A FUNCAO DELE NAO
      *        CONSTA MAIS DO CADASTRO.

               IF WS-ACU-USADO (WS-IDX-ACU) EQUAL 'N'
                   ADD 1 TO WS-QTD-DESLIGADOS
                   COMPUTE WS-DIF-COMPETENCIA ROUNDED =
                       WS-ACU-BRUTO (WS-IDX-ACU) * WS-PCT-GERAL / 100
                   ADD WS-DIF-COMPETENCIA TO WS-TOTAL-DESLIGADOS

                   MOVE SPACES TO REG-RDS-FUNCIONARIO
                   MOVE WS-ACU-CODFUN (WS-IDX-ACU) TO RDF-CODFUN
                   MOVE WS-ACU-NOME (WS-IDX-ACU)   TO RDF-NOME
                   MOVE WS-PCT-GERAL               TO RDF-PERCENTUAL
                   MOVE ZEROS                      TO RDF-SALARIO
                   MOVE ZEROS                      TO RDF-NOVO-SALARIO
                   MOVE "DESLIGADO - SEM EVENTO"   TO RDF-OCORRENCIA
                   WRITE REG-RDS-FUNCIONARIO
                   PERFORM 54-IMPRIMIR-COMPETENCIA
               END-IF.

      *----------------------------------------------------------------*
           47-LISTAR-UMA-COMPETENCIA-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           50-CALCULAR-DIFERENCAS.
      *----------------------------------------------------------------*

      *        DIFERENCA DE CADA COMPETENCIA JA PAGA DESDE A VIGENCIA =
      *        BRUTO EFETIVO PAGO X PERCENTUAL DO FUNCIONARIO. O TOTAL
      *        VIRA UM EVENTO DE VENCIMENTO 'DIS' NO DISSPAGT.

               MOVE ZEROS TO WS-DIF-FUNCIONARIO.
               MOVE ZEROS TO WS-QTD-COMPET-FUNC.

               PERFORM 52-CONFERIR-COMPETENCIA
                   VARYING WS-IDX-ACU FROM 1 BY 1
                   UNTIL WS-IDX-ACU GREATER THAN WS-ACU-QTD.

               MOVE SPACES TO REG-RDS-TOTAL-FUNC.
               MOVE "TOTAL DE DIFERENCAS DO FUNCIONARIO" TO RDT-LIT.
               MOVE WS-DIF-FUNCIONARIO TO RDT-VALOR.

               IF WS-DIF-FUNCIONARIO GREATER THAN ZEROS
                   IF WS-DIF-FUNCIONARIO > WS-EVT-VALOR-MAX
                       MOVE "*** ACIMA DO LIMITE DO EVENTO - LANCAR"
                          TO RDT-LIT-VISTO
                       MOVE "MANUALMENTE ***" TO RDT-LIT-VISTO (41:15)
                       ADD 1 TO WS-QTD-EVT-EXCEDE
                   ELSE
                       MOVE "VISTO RH: __________________________"
                            TO RDT-LIT-VISTO
                       MOVE SPACES TO REG-DISSPAGT
                       MOVE CODFUN-A            TO EVT-CODFUN-E
                       MOVE "DIS"               TO EVT-CODIGO-E
                       MOVE "DIFERENCA DISSIDIO" TO EVT-DESCRICAO-E
                       MOVE 'V'                 TO EVT-NATUREZA-E
                       MOVE WS-QTD-COMPET-FUNC  TO EVT-QTDADE-E
                       MOVE WS-DIF-FUNCIONARIO  TO EVT-VALOR-E
                       WRITE REG-DISSPAGT
                       ADD 1 TO WS-QTD-EVENTOS
                   END-IF
                   ADD WS-DIF-FUNCIONARIO TO WS-TOTAL-DIFERENCAS
               END-IF.

               WRITE REG-RDS-TOTAL-FUNC.

      *----------------------------------------------------------------*
           50-CALCULAR-DIFERENCAS-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           52-CONFERIR-COMPETENCIA.
      *----------------------------------------------------------------*

               IF WS-ACU-CODFUN (WS-IDX-ACU) EQUAL CODFUN-A
                   MOVE 'S' TO WS-ACU-USADO (WS-IDX-ACU)
                   ADD 1 TO WS-QTD-COMPET-FUNC
                   COMPUTE WS-DIF-COMPETENCIA ROUNDED =
                       WS-ACU-BRUTO (WS-IDX-ACU) * WS-PERCENTUAL / 100
                   ADD WS-DIF-COMPETENCIA TO WS-DIF-FUNCIONARIO
                   PERFORM 54-IMPRIMIR-COMPETENCIA
               END-IF.

      *----------------------------------------------------------------*
           52-CONFERIR-COMPETENCIA-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           54-IMPRIMIR-COMPETENCIA.
      *----------------------------------------------------------------*

               MOVE SPACES TO REG-RDS-COMPETENCIA.
               MOVE "COMPETENCIA: "           TO RDC-LIT-COMP.
               MOVE WS-ACU-MES (WS-IDX-ACU)   TO RDC-COMP-MES.
               MOVE "/"                       TO RDC-COMP-BARRA.
               MOVE WS-ACU-ANO (WS-IDX-ACU)   TO RDC-COMP-ANO.
               MOVE WS-ACU-TIPO (WS-IDX-ACU)  TO RDC-TIPO-FOLHA.
               MOVE "BRUTO PAGO: "            TO RDC-LIT-BRUTO.
               MOVE WS-ACU-BRUTO (WS-IDX-ACU) TO RDC-BRUTO.
               MOVE "DIFERENCA: "             TO RDC-LIT-DIFERENCA.
               MOVE WS-DIF-COMPETENCIA        TO RDC-DIFERENCA.
               WRITE REG-RDS-COMPETENCIA.

      *----------------------------------------------------------------*
           54-IMPRIMIR-COMPETENCIA-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *                            FINALIZACAO                         *
      *----------------------------------------------------------------*
           60-FINALIZAR.

               MOVE SPACES TO REG-RDS-MARCA.
               WRITE REG-RDS-MARCA.

               MOVE SPACES TO REG-RDS-TOTAIS.
               MOVE "FUNCIONARIOS NO CADASTRO" TO RTO-LIT.
               MOVE WS-QTD-LIDOS TO RTO-VALOR.
               WRITE REG-RDS-TOTAIS.

               MOVE SPACES TO REG-RDS-TOTAIS.
               MOVE "ALTERACOES DE SALARIO NO LOTE" TO RTO-LIT.
               MOVE WS-LOTE-QTD TO RTO-VALOR.
               WRITE REG-RDS-TOTAIS.

               MOVE SPACES TO REG-RDS-TOTAIS.
               MOVE "SEM REAJUSTE (PERCENTUAL ZERO)" TO RTO-LIT.
               MOVE WS-QTD-SEM-REAJUSTE TO RTO-VALOR.
               WRITE REG-RDS-TOTAIS.

               MOVE SPACES TO REG-RDS-TOTAIS.
               MOVE "FORA DO LOTE - SALARIO EXCEDE O CADASTRO"
                    TO RTO-LIT.
               MOVE WS-QTD-EXCEDE TO RTO-VALOR.
               WRITE REG-RDS-TOTAIS.

               MOVE SPACES TO REG-RDS-TOTAIS.
               MOVE "MOVIMENTOS QUE O MERGE REJEITARIA" TO RTO-LIT.
               MOVE WS-QTD-REJEITARIA TO RTO-VALOR.
               WRITE REG-RDS-TOTAIS.

               MOVE SPACES TO REG-RDS-TOTAIS.
               MOVE "FOLHA SALARIAL ATUAL (ALTERADOS)" TO RTO-LIT.
               MOVE WS-TOTAL-SAL-ATUAL TO RTO-VALOR.
               WRITE REG-RDS-TOTAIS.

               MOVE SPACES TO REG-RDS-TOTAIS.
               MOVE "FOLHA SALARIAL REAJUSTADA (ALTERADOS)" TO RTO-LIT.
               MOVE WS-TOTAL-SAL-NOVO TO RTO-VALOR.
               WRITE REG-RDS-TOTAIS.

               MOVE SPACES TO REG-RDS-TOTAIS.
               MOVE "EVENTOS DE DIFERENCA GRAVADOS" TO RTO-LIT.
               MOVE WS-QTD-EVENTOS TO RTO-VALOR.
               WRITE REG-RDS-TOTAIS.

               MOVE SPACES TO REG-RDS-TOTAIS.
               MOVE "DIFERENCAS ACIMA DO LIMITE DO EVENTO" TO RTO-LIT.
               MOVE WS-QTD-EVT-EXCEDE TO RTO-VALOR.
               WRITE REG-RDS-TOTAIS.

               MOVE SPACES TO REG-RDS-TOTAIS.
               MOVE "TOTAL DE DIFERENCAS RETROATIVAS" TO RTO-LIT.
               MOVE WS-TOTAL-DIFERENCAS TO RTO-VALOR.
               WRITE REG-RDS-TOTAIS.

               MOVE SPACES TO REG-RDS-TOTAIS.
               MOVE "COMPETENCIAS DE DESLIGADOS" TO RTO-LIT.
               MOVE WS-QTD-DESLIGADOS TO RTO-VALOR.
               WRITE REG-RDS-TOTAIS.

               MOVE SPACES TO REG-RDS-TOTAIS.
               MOVE "DIFERENCAS DE DESLIGADOS (ACERTO MANUAL)"
                    TO RTO-LIT.
               MOVE WS-TOTAL-DESLIGADOS TO RTO-VALOR.
               WRITE REG-RDS-TOTAIS.

               DISPLAY "----------- RESUMO DISSIDIO ------------".
               DISPLAY "FUNCIONARIOS LIDOS   = " WS-QTD-LIDOS.
               DISPLAY "ALTERACOES NO LOTE   = " WS-LOTE-QTD.
               DISPLAY "SEM REAJUSTE         = " WS-QTD-SEM-REAJUSTE.
               DISPLAY "EXCEDEM O CADASTRO   = " WS-QTD-EXCEDE.
               DISPLAY "MERGE REJEITARIA     = " WS-QTD-REJEITARIA.
               DISPLAY "EVENTOS DE DIFERENCA = " WS-QTD-EVENTOS.
               DISPLAY "EVENTOS ACIMA LIMITE = " WS-QTD-EVT-EXCEDE.
               DISPLAY "COMPET. DESLIGADOS   = " WS-QTD-DESLIGADOS.
               DISPLAY "---------------------------------------".
               DISPLAY "LOTE " WS-NUM-LOTE " GRAVADO EM DISSMOVT E"
                       " DIFERENCAS EM DISSPAGT".

               IF WS-QTD-EXCEDE NOT EQUAL ZEROS
                       OR WS-QTD-REJEITARIA NOT EQUAL ZEROS
                       OR WS-QTD-EVT-EXCEDE NOT EQUAL ZEROS
                       OR WS-QTD-DESLIGADOS NOT EQUAL ZEROS
                   DISPLAY "DISSIDIO COM PENDENCIAS - VERIFICAR O"
                           " RELATORIO RELDISS"
                   MOVE 04 TO RETURN-CODE
               END-IF.

               CLOSE CADFUNCA DISSMOVT DISSPAGT RELDISS.

               IF FS-CADFUNCA NOT EQUAL ZEROS
                       AND FS-CADFUNCA NOT EQUAL 10
                   DISPLAY "ERRO AO FECHAR CADFUNCA = " FS-CADFUNCA.

               IF FS-DISSMOVT NOT EQUAL ZEROS
                   DISPLAY "ERRO AO FECHAR DISSMOVT = " FS-DISSMOVT.

               IF FS-DISSPAGT NOT EQUAL ZEROS
                   DISPLAY "ERRO AO FECHAR DISSPAGT = " FS-DISSPAGT.

               IF FS-RELDISS NOT EQUAL ZEROS
                   DISPLAY "ERRO AO FECHAR RELDISS = " FS-RELDISS.

           60-FIM.     EXIT.

       END PROGRAM CALCULA-DISSIDIO.
