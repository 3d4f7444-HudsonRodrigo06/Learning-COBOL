      *================================================================*
       IDENTIFICATION DIVISION.
      *================================================================*

       PROGRAM-ID. GERA-ESOCIAL.

      ******************************************************************
      * Author:
      * Date:
      * Purpose: gera o arquivo mensal de eventos para o governo
      *          (eSocial) ao final do ciclo, depois da FOLHA-PAGAMENTO,
      *          da CALCULA-RESCISAO e do PROCESSA-RETORNO, para a
      *          competencia + TIPO-FOLHA do SYSPARM. Cada funcionario
      *          das RUBRICAS gravadas pela folha gera um evento de
      *          remuneracao S-1200 com as rubricas de vencimento e
      *          desconto (salario, eventos do MOVPAGTO, INSS, IRRF,
      *          pensao, consignado); cada credito aceito pelo banco
      *          no CREDACEI gera um evento de pagamento S-1210; na
      *          folha MENSAL cada desligado do DESLIGADOS gera um
      *          evento de desligamento S-2299 com as verbas do
      *          VERBRESC da competencia e a data de desligamento da
      *          competencia. O CPF sai do cadastro pessoal CADPESSO.
      *          Os eventos sao numerados em sequencia unica e
      *          registrados no arquivo de controle CTLESOC (chave
      *          evento + competencia + tipo de folha + CODFUN + tipo
      *          e sequencia do credito), com os totais enviados, a
      *          situacao (E enviado, A aceito, R recusado) e o recibo
      *          devolvido pelo governo no RETESOC, aplicado no inicio
      *          de cada execucao. Na reexecucao o evento que nao
      *          mudou nao e reenviado; o que mudou depois de aceito
      *          sai como retificacao do recibo anterior; o recusado
      *          e reenviado; o que mudou ainda sem recibo fica
      *          retido. Eventos da competencia que a rodada nao
      *          gerou sao listados para avaliar a exclusao. O CTLESOC
      *          e regravado em CTLESOC.NOVO e promovido so apos o
      *          fechamento limpo. Emite o ESOCIAL (header '0', evento
      *          'E', rubrica 'I', pagamento 'P', desligamento 'D',
      *          trailer '9') e o relatorio RELESOC, um par por tipo de
      *          folha como na FOLHA. Na folha complementar (COMPL1 a
      *          COMPL9) o S-1200 de cada funcionario da RUBRICASCn e
      *          o da competencia, refeito com as rubricas da MENSAL
      *          somadas as das complementares anteriores e as da
      *          rodada, e sai pelo mesmo controle como retificacao do
      *          recibo aceito; os creditos do CREDACCPLn geram os
      *          S-1210 do pagamento complementar. Avisos deixam
      *          RETURN-CODE 04.
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

      *        OS CAMINHOS SAO MONTADOS NO INICIO DA EXECUCAO A PARTIR
      *        DO DIRETORIO INFORMADO NO ARQUIVO DE PARAMETROS SYSPARM
      *        (SEPARACAO TESTE/PRODUCAO SEM RECOMPILAR).

              SELECT RUBRICAS ASSIGN TO DYNAMIC WS-ARQ-RUBRICAS
              FILE STATUS IS FS-RUBRICAS
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT CREDACEI ASSIGN TO DYNAMIC WS-ARQ-CREDACEI
              FILE STATUS IS FS-CREDACEI
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT DESLIGADOS ASSIGN TO DYNAMIC WS-ARQ-DESLIG
              FILE STATUS IS FS-DESLIGADOS
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT VERBRESC ASSIGN TO DYNAMIC WS-ARQ-VERBRESC
              FILE STATUS IS FS-VERBRESC
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT CADPESSO ASSIGN TO DYNAMIC WS-ARQ-CADPESSO
              FILE STATUS IS FS-CADPESSO
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS PES-CODFUN.

              SELECT RETESOC ASSIGN TO DYNAMIC WS-ARQ-RETESOC
              FILE STATUS IS FS-RETESOC
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT CTLESOC ASSIGN TO DYNAMIC WS-ARQ-CTLESOC
              FILE STATUS IS FS-CTLESOC
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT CTLNOVO ASSIGN TO DYNAMIC WS-ARQ-CTLNOVO
              FILE STATUS IS FS-CTLNOVO
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT ESOCIAL ASSIGN TO DYNAMIC WS-ARQ-ESOCIAL
              FILE STATUS IS FS-ESOCIAL
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT RELESOC ASSIGN TO DYNAMIC WS-ARQ-RELESOC
              FILE STATUS IS FS-RELESOC
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT SYSPARM ASSIGN TO DYNAMIC WS-ARQ-SYSPARM
              FILE STATUS IS FS-SYSPARM
              ORGANIZATION IS LINE SEQUENTIAL.

      *================================================================*
       DATA DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                                                    SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *        RUBRICAS PAGAS NA RODADA (LAYOUT DA FOLHA-PAGAMENTO):   *
      *        AS DE UM MESMO FUNCIONARIO VEM EM SEQUENCIA             *
      *----------------------------------------------------------------*

           FD  RUBRICAS
               BLOCK CONTAINS 0 RECORDS
               RECORD CONTAINS 80 CHARACTERS
               LABEL RECORD IS STANDARD
               RECORDING MODE IS F.

       01  REG-RUBRICA.
           05 RUB-COMPETENCIA      PIC 9(06).
           05 RUB-TIPO-FOLHA       PIC X(06).
           05 RUB-CODFUN           PIC 9(04).
           05 RUB-CODIGO           PIC X(03).
           05 RUB-DESCRICAO        PIC X(20).
           05 RUB-NATUREZA         PIC X(01).
           05 RUB-VALOR            PIC 9(07)V99.
           05 RUB-NOME             PIC X(30).
           05 FILLER               PIC X(01).

      *----------------------------------------------------------------*
      *        CREDITOS ACEITOS PELO BANCO (LAYOUT DO PROCESSA-RETORNO)*
      *----------------------------------------------------------------*

           FD  CREDACEI
               BLOCK CONTAINS 0 RECORDS
               RECORD CONTAINS 80 CHARACTERS
               LABEL RECORD IS STANDARD
               RECORDING MODE IS F.

       01  REG-CREDACEI.
           05 CAC-CODFUN           PIC 9(04).
           05 CAC-NOME             PIC X(30).
           05 CAC-TIPO-CREDITO     PIC X(01).
           05 CAC-SEQ-BENEF        PIC X(02).
           05 CAC-BANCO            PIC 9(03).
           05 CAC-AGENCIA          PIC 9(04).
           05 CAC-CONTA            PIC 9(10).
           05 CAC-VALOR            PIC 9(11)V99.
           05 CAC-DATA-PAGTO       PIC 9(08).
           05 FILLER               PIC X(05).

           FD  DESLIGADOS
               BLOCK CONTAINS 0 RECORDS
               RECORD CONTAINS 80 CHARACTERS
               LABEL RECORD IS STANDARD
               RECORDING MODE IS F.

       01  REG-DESLIGADO.
           05 DSL-CODFUN           PIC 9(04).
           05 DSL-NOME             PIC X(35).
           05 DSL-FUNCA            PIC X(20).
           05 DSL-SALARIO          PIC 9(04)V99.
           05 DSL-VENCTOS          PIC 9(04)V99.
           05 DSL-DECTOS           PIC 9(04)V99.
           05 FILLER               PIC X(03).

      *----------------------------------------------------------------*
      *        VERBAS DA RESCISAO (LAYOUT DA CALCULA-RESCISAO)         *
      *----------------------------------------------------------------*

           FD  VERBRESC
               BLOCK CONTAINS 0 RECORDS
               RECORD CONTAINS 160 CHARACTERS
               LABEL RECORD IS STANDARD
               RECORDING MODE IS F.

       01  REG-VERBRESC.
           05 VRS-COMPETENCIA      PIC 9(06).
           05 VRS-CODFUN           PIC 9(04).
           05 VRS-NOME             PIC X(35).
           05 VRS-FUNCA            PIC X(20).
           05 VRS-SALDO-SALARIO    PIC 9(07)V99.
           05 VRS-13-PROPORCIONAL  PIC 9(07)V99.
           05 VRS-FERIAS-PROP      PIC 9(07)V99.
           05 VRS-TERCO-FERIAS     PIC 9(07)V99.
           05 VRS-INSS             PIC 9(07)V99.
           05 VRS-IRRF             PIC 9(07)V99.
           05 VRS-PENSAO           PIC 9(07)V99.
           05 VRS-CONSIGNADO       PIC 9(07)V99.
           05 VRS-OUTROS-DESC      PIC 9(07)V99.
           05 VRS-LIQUIDO          PIC 9(07)V99.
           05 FILLER               PIC X(05).

      *----------------------------------------------------------------*
      *        CADASTRO PESSOAL - CPF DO TRABALHADOR                   *
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
      *        RETORNO DO GOVERNO POR EVENTO TRANSMITIDO: SITUACAO 'A' *
      *        ACEITO COM O NUMERO DO RECIBO OU 'R' RECUSADO COM O     *
      *        CODIGO DO ERRO                                          *
      *----------------------------------------------------------------*

           FD  RETESOC
               BLOCK CONTAINS 0 RECORDS
               RECORD CONTAINS 80 CHARACTERS
               LABEL RECORD IS STANDARD
               RECORDING MODE IS F.

       01  REG-RETESOC.
           05 RTE-NUM-EVENTO       PIC 9(10).
           05 RTE-SITUACAO         PIC X(01).
               88 RTE-ACEITO                   VALUE 'A'.
               88 RTE-RECUSADO                 VALUE 'R'.
           05 RTE-RECIBO           PIC X(20).
           05 RTE-COD-ERRO         PIC X(04).
           05 RTE-DATA             PIC 9(08).
           05 FILLER               PIC X(37).

      *----------------------------------------------------------------*
      *        CONTROLE DOS EVENTOS ENVIADOS: UM REGISTRO POR CHAVE DE *
      *        EVENTO COM O ULTIMO NUMERO ENVIADO, A VERSAO, OS TOTAIS *
      *        QUE IDENTIFICAM O CONTEUDO, A SITUACAO NO GOVERNO E O   *
      *        RECIBO DO ULTIMO ACEITE                                 *
      *----------------------------------------------------------------*

           FD  CTLESOC
               BLOCK CONTAINS 0 RECORDS
               RECORD CONTAINS 120 CHARACTERS
               LABEL RECORD IS STANDARD
               RECORDING MODE IS F.

       01  REG-CTLESOC.
           05 CTL-EVENTO           PIC X(06).
           05 CTL-COMPETENCIA      PIC 9(06).
           05 CTL-TIPO-FOLHA       PIC X(06).
           05 CTL-CODFUN           PIC 9(04).
           05 CTL-TIPO-CREDITO     PIC X(01).
           05 CTL-SEQ-BENEF        PIC X(02).
           05 CTL-NUM-EVENTO       PIC 9(10).
           05 CTL-VERSAO           PIC 9(03).
           05 CTL-TOTAL-V          PIC 9(09)V99.
           05 CTL-TOTAL-D          PIC 9(09)V99.
           05 CTL-QTD-ITENS        PIC 9(03).
           05 CTL-DATA-REF         PIC 9(08).
           05 CTL-SITUACAO         PIC X(01).
           05 CTL-RECIBO           PIC X(20).
           05 CTL-DATA-ENVIO       PIC 9(08).
           05 CTL-DATA-RETORNO     PIC 9(08).
           05 CTL-COD-ERRO         PIC X(04).
           05 FILLER               PIC X(08).

      *        O CTLESOC NAO E REGENERAVEL: A REGRAVACAO SAI NO
      *        CTLESOC.NOVO (MESMO ESQUEMA DO ACUMANO DA FOLHA)

           FD  CTLNOVO
               BLOCK CONTAINS 0 RECORDS
               RECORD CONTAINS 120 CHARACTERS
               LABEL RECORD IS STANDARD
               RECORDING MODE IS F.

       01  REG-CTLNOVO             PIC X(120).

      *----------------------------------------------------------------*
      *        EVENTOS PARA TRANSMISSAO: HEADER '0', EVENTO 'E'        *
      *        SEGUIDO DAS RUBRICAS 'I', DO PAGAMENTO 'P' OU DO        *
      *        DESLIGAMENTO 'D' DO EVENTO, E TRAILER '9' COM TOTAIS    *
      *----------------------------------------------------------------*

           FD  ESOCIAL
               BLOCK CONTAINS 0 RECORDS
               RECORD CONTAINS 120 CHARACTERS
               LABEL RECORD IS STANDARD
               RECORDING MODE IS F.

       01  REG-ESO-HEADER.
           05 ESH-TIPO             PIC X(01).
           05 ESH-COMPETENCIA      PIC 9(06).
           05 ESH-TIPO-FOLHA       PIC X(06).
           05 ESH-DATA-GERACAO     PIC 9(08).
           05 ESH-LITERAL          PIC X(30).
           05 FILLER               PIC X(69).

       01  REG-ESO-EVENTO.
           05 ESE-TIPO             PIC X(01).
           05 ESE-NUM-EVENTO       PIC 9(10).
           05 ESE-EVENTO           PIC X(06).
           05 ESE-IND-RETIF        PIC 9(01).
               88 ESE-ORIGINAL                 VALUE 1.
               88 ESE-RETIFICACAO              VALUE 2.
           05 ESE-RECIBO-ANT       PIC X(20).
           05 ESE-COMPETENCIA      PIC 9(06).
           05 ESE-TIPO-FOLHA       PIC X(06).
           05 ESE-CODFUN           PIC 9(04).
           05 ESE-CPF              PIC 9(11).
           05 ESE-NOME             PIC X(35).
           05 ESE-VERSAO           PIC 9(03).
           05 FILLER               PIC X(17).

       01  REG-ESO-ITEM.
           05 ESI-TIPO             PIC X(01).
           05 ESI-NUM-EVENTO       PIC 9(10).
           05 ESI-RUBRICA          PIC X(03).
           05 ESI-DESCRICAO        PIC X(20).
           05 ESI-NATUREZA         PIC X(01).
           05 ESI-VALOR            PIC 9(09)V99.
           05 FILLER               PIC X(74).

       01  REG-ESO-PAGAMENTO.
           05 ESP-TIPO             PIC X(01).
           05 ESP-NUM-EVENTO       PIC 9(10).
           05 ESP-DATA-PAGTO       PIC 9(08).
           05 ESP-TIPO-CREDITO     PIC X(01).
           05 ESP-SEQ-BENEF        PIC X(02).
           05 ESP-BANCO            PIC 9(03).
           05 ESP-AGENCIA          PIC 9(04).
           05 ESP-CONTA            PIC 9(10).
           05 ESP-VALOR            PIC 9(11)V99.
           05 ESP-FAVORECIDO       PIC X(30).
           05 FILLER               PIC X(38).

       01  REG-ESO-DESLIGAMENTO.
           05 ESD-TIPO             PIC X(01).
           05 ESD-NUM-EVENTO       PIC 9(10).
           05 ESD-DATA-DESLIG      PIC 9(08).
           05 ESD-FUNCA            PIC X(20).
           05 ESD-SALARIO          PIC 9(07)V99.
           05 ESD-LIQUIDO          PIC 9(07)V99.
           05 FILLER               PIC X(63).

       01  REG-ESO-TRAILER.
           05 EST-TIPO             PIC X(01).
           05 EST-QTD-EVENTOS      PIC 9(06).
           05 EST-QTD-REGISTROS    PIC 9(07).
           05 EST-TOTAL-V          PIC 9(13)V99.
           05 EST-TOTAL-D          PIC 9(13)V99.
           05 EST-TOTAL-PAGTO      PIC 9(13)V99.
           05 FILLER               PIC X(61).

      *----------------------------------------------------------------*
      *               RELATORIO DOS EVENTOS DA RODADA                  *
      *----------------------------------------------------------------*

           FD  RELESOC
               BLOCK CONTAINS 0 RECORDS
               RECORD CONTAINS 120 CHARACTERS
               LABEL RECORD IS STANDARD
               RECORDING MODE IS F.

       01  REG-REL-CAB1.
           05 REL-TEXTO            PIC X(60).
           05 FILLER               PIC X(10).
           05 REL-LIT-DATA         PIC X(06).
           05 REL-DATA             PIC X(10).
           05 FILLER               PIC X(34).

       01  REG-REL-CAB2.
           05 REL-LIT-COMP         PIC X(13).
           05 REL-COMPETENCIA      PIC 9(06).
           05 FILLER               PIC X(04).
           05 REL-LIT-TIPO         PIC X(12).
           05 REL-TIPO-FOLHA       PIC X(06).
           05 FILLER               PIC X(79).

       01  REG-REL-TITULO.
           05 TIT-EVENTO           PIC X(08).
           05 TIT-NUMERO           PIC X(12).
           05 TIT-CODFUN           PIC X(06).
           05 TIT-NOME             PIC X(32).
           05 TIT-CREDITO          PIC X(05).
           05 TIT-VERSAO           PIC X(05).
           05 TIT-VALOR            PIC X(14).
           05 TIT-ACAO             PIC X(38).

       01  REG-REL-EVENTO.
           05 LEV-EVENTO           PIC X(06).
           05 FILLER               PIC X(02).
           05 LEV-NUMERO           PIC 9(10).
           05 FILLER               PIC X(02).
           05 LEV-CODFUN           PIC 9(04).
           05 FILLER               PIC X(02).
           05 LEV-NOME             PIC X(30).
           05 FILLER               PIC X(02).
           05 LEV-TIPO-CREDITO     PIC X(01).
           05 LEV-SEQ-BENEF        PIC X(02).
           05 FILLER               PIC X(02).
           05 LEV-VERSAO           PIC ZZ9.
           05 FILLER               PIC X(02).
           05 LEV-VALOR            PIC ZZZZZZZZ9,99.
           05 FILLER               PIC X(02).
           05 LEV-ACAO             PIC X(35).
           05 FILLER               PIC X(03).

       01  REG-REL-TOTAIS.
           05 FILLER               PIC X(06).
           05 TOT-LIT              PIC X(44).
           05 TOT-VALOR            PIC ZZZZZZZZZZ9,99.
           05 FILLER               PIC X(56).

       01  REG-REL-QTDS.
           05 FILLER               PIC X(06).
           05 QTD-LIT              PIC X(44).
           05 QTD-VALOR            PIC ZZZZZZZZZZZZZ9.
           05 FILLER               PIC X(56).

           FD  SYSPARM
               BLOCK CONTAINS 0 RECORDS
               RECORD CONTAINS 80 CHARACTERS
               LABEL RECORD IS STANDARD
               RECORDING MODE IS F.

       01  REG-SYSPARM.
           05 PRM-CHAVE            PIC X(18).
           05 PRM-VALOR            PIC X(62).

      *----------------------------------------------------------------*
       WORKING-STORAGE                                         SECTION.
      *----------------------------------------------------------------*

       77  FS-RUBRICAS         PIC 9(02)   VALUE ZEROS.
       77  FS-CREDACEI         PIC 9(02)   VALUE ZEROS.
       77  FS-DESLIGADOS       PIC 9(02)   VALUE ZEROS.
       77  FS-VERBRESC         PIC 9(02)   VALUE ZEROS.
       77  FS-CADPESSO         PIC 9(02)   VALUE ZEROS.
       77  FS-RETESOC          PIC 9(02)   VALUE ZEROS.
       77  FS-CTLESOC          PIC 9(02)   VALUE ZEROS.
       77  FS-CTLNOVO          PIC 9(02)   VALUE ZEROS.
       77  FS-ESOCIAL          PIC 9(02)   VALUE ZEROS.
       77  FS-RELESOC          PIC 9(02)   VALUE ZEROS.
       77  FS-SYSPARM          PIC 9(02)   VALUE ZEROS.

      *------- parametros do sistema (SYSPARM) e caminhos montados ----*
       77  WS-ARQ-SYSPARM      PIC X(80)
                               VALUE "C:\FILES\SYSPARM.dat".
       77  WS-DIRETORIO        PIC X(40)   VALUE "C:\FILES\".
       77  WS-ARQ-RUBRICAS     PIC X(80)   VALUE SPACES.
       77  WS-ARQ-CREDACEI     PIC X(80)   VALUE SPACES.
       77  WS-ARQ-DESLIG       PIC X(80)   VALUE SPACES.
       77  WS-ARQ-VERBRESC     PIC X(80)   VALUE SPACES.
       77  WS-ARQ-CADPESSO     PIC X(80)   VALUE SPACES.
       77  WS-ARQ-RETESOC      PIC X(80)   VALUE SPACES.
       77  WS-ARQ-CTLESOC      PIC X(80)   VALUE SPACES.
       77  WS-ARQ-CTLNOVO      PIC X(80)   VALUE SPACES.
       77  WS-ARQ-ESOCIAL      PIC X(80)   VALUE SPACES.
       77  WS-ARQ-RELESOC      PIC X(80)   VALUE SPACES.
       77  WS-NOME-RUBRICAS    PIC X(16)   VALUE SPACES.
       77  WS-NOME-ESOCIAL     PIC X(16)   VALUE SPACES.
       77  WS-NOME-RELESOC     PIC X(16)   VALUE SPACES.
       77  WS-NOME-CREDACEI    PIC X(16)   VALUE SPACES.

       01  WS-DATA-COMPETENCIA.
           05 WS-COMP-ANO      PIC 9(04)   VALUE ZEROS.
           05 WS-COMP-MES      PIC 9(02)   VALUE ZEROS.
           05 WS-COMP-DIA      PIC 9(02)   VALUE ZEROS.
       01  WS-COMP-NUM REDEFINES WS-DATA-COMPETENCIA
                               PIC 9(08).
       77  WS-COMP-ANOMES      PIC 9(06)   VALUE ZEROS.

       77  WS-FIM-SYSPARM      PIC X(01)   VALUE 'N'.
           88 FIM-SYSPARM                  VALUE 'S'.
       77  WS-EXEC-PARM        PIC X(80)   VALUE SPACES.
       77  WS-TOK1             PIC X(80)   VALUE SPACES.

      *------- tipo de folha da rodada (SYSPARM TIPO-FOLHA) -----------*
       77  WS-TIPO-FOLHA       PIC X(06)   VALUE "MENSAL".
           88 FOLHA-MENSAL                 VALUE "MENSAL".
           88 FOLHA-13-PARC1               VALUE "13SAL1".
           88 FOLHA-13-PARC2               VALUE "13SAL2".
           88 FOLHA-FERIAS                 VALUE "FERIAS".
           88 FOLHA-COMPLEMENTAR           VALUE "COMPL1" THRU
                                                 "COMPL9".
           88 TIPO-FOLHA-VALIDO            VALUE "MENSAL" "13SAL1"
                                                 "13SAL2" "FERIAS"
                                                 "COMPL1" THRU
                                                 "COMPL9".

      *        TIPO DE FOLHA DA CHAVE DO EVENTO NO CONTROLE: O DA
      *        RODADA, SALVO O S-1200 DA COMPLEMENTAR, QUE RETIFICA O
      *        DA MENSAL. TIPO ESPERADO NO ARQUIVO DE RUBRICAS LIDO.
       77  WS-TIPO-EVENTO      PIC X(06)   VALUE "MENSAL".
       77  WS-TIPO-RUBRICAS    PIC X(06)   VALUE "MENSAL".

      *------- codigos dos eventos ------------------------------------*
       77  WS-EVT-REMUNERACAO  PIC X(06)   VALUE "S-1200".
       77  WS-EVT-PAGAMENTO    PIC X(06)   VALUE "S-1210".
       77  WS-EVT-DESLIGAMENTO PIC X(06)   VALUE "S-2299".

      *------- controle dos eventos (CTLESOC, mesmo layout) -----------*
      *        RETEM A COMPETENCIA CORRENTE E O ANO ANTERIOR, COMO O
      *        ACUMANO; EVENTO ACEITO MAIS ANTIGO E EXPURGADO NA CARGA.
      *        GERADO MARCA AS CHAVES PRODUZIDAS NESTA RODADA.
       01  WS-TABELA-CONTROLE.
           05 WS-CTL-QTD       PIC 9(05)   VALUE ZEROS.
           05 WS-CTL-ITEM OCCURS 50000 TIMES
                   INDEXED BY WS-IDX-CTL.
               10 WS-CTL-REG.
                   15 WS-CTL-EVENTO        PIC X(06).
                   15 WS-CTL-COMPETENCIA   PIC 9(06).
                   15 WS-CTL-TIPO-FOLHA    PIC X(06).
                   15 WS-CTL-CODFUN        PIC 9(04).
                   15 WS-CTL-TIPO-CREDITO  PIC X(01).
                   15 WS-CTL-SEQ-BENEF     PIC X(02).
                   15 WS-CTL-NUM-EVENTO    PIC 9(10).
                   15 WS-CTL-VERSAO        PIC 9(03).
                   15 WS-CTL-TOTAL-V       PIC 9(09)V99.
                   15 WS-CTL-TOTAL-D       PIC 9(09)V99.
                   15 WS-CTL-QTD-ITENS     PIC 9(03).
                   15 WS-CTL-DATA-REF      PIC 9(08).
                   15 WS-CTL-SITUACAO      PIC X(01).
                       88 CTL-ENVIADO              VALUE 'E'.
                       88 CTL-ACEITO               VALUE 'A'.
                       88 CTL-RECUSADO             VALUE 'R'.
                   15 WS-CTL-RECIBO        PIC X(20).
                   15 WS-CTL-DATA-ENVIO    PIC 9(08).
                   15 WS-CTL-DATA-RETORNO  PIC 9(08).
                   15 WS-CTL-COD-ERRO      PIC X(04).
                   15 FILLER               PIC X(08).
               10 WS-CTL-GERADO    PIC X(01).
                   88 CTL-GERADO-NA-RODADA         VALUE 'S'.

       77  WS-CTL-MAX          PIC 9(05)   VALUE 50000.
       77  WS-CTL-EXPURGADOS   PIC 9(05)   VALUE ZEROS.
       77  WS-COMP-MINIMA      PIC 9(06)   VALUE ZEROS.
       77  WS-ULT-NUM-EVENTO   PIC 9(10)   VALUE ZEROS.
       77  WS-CONTROLE-EXISTIA PIC X(01)   VALUE 'S'.
           88 CONTROLE-EXISTIA             VALUE 'S'.
           88 CONTROLE-NAO-EXISTIA         VALUE 'N'.
       77  WS-CALL-STATUS      PIC S9(09) COMP-5 VALUE ZERO.

      *------- trabalhadores com evento na rodada (S-1200 e S-2299) ---*
      *        O PAGAMENTO SO E INFORMADO PARA QUEM TEM REMUNERACAO OU
      *        DESLIGAMENTO NA RODADA: CREDACEI DE OUTRO CICLO NAO
      *        GERA EVENTO.
       01  WS-TABELA-TRABALHADORES.
           05 WS-TRB-QTD       PIC 9(04)   VALUE ZEROS.
           05 WS-TRB-ITEM OCCURS 9999 TIMES
                   INDEXED BY WS-IDX-TRB.
               10 WS-TRB-CODFUN    PIC 9(04).
               10 WS-TRB-NOME      PIC X(35).
               10 WS-TRB-CPF       PIC 9(11).

       77  WS-TRB-MAX          PIC 9(04)   VALUE 9999.

      *------- verbas das rescisoes da competencia (VERBRESC) ---------*
       01  WS-TABELA-VERBAS.
           05 WS-VRB-QTD       PIC 9(04)   VALUE ZEROS.
           05 WS-VRB-ITEM OCCURS 2000 TIMES
                   INDEXED BY WS-IDX-VRB.
               10 WS-VRB-COMPETENCIA   PIC 9(06).
               10 WS-VRB-CODFUN        PIC 9(04).
               10 WS-VRB-NOME          PIC X(35).
               10 WS-VRB-FUNCA         PIC X(20).
               10 WS-VRB-SALDO-SALARIO PIC 9(07)V99.
               10 WS-VRB-13-PROPORC    PIC 9(07)V99.
               10 WS-VRB-FERIAS-PROP   PIC 9(07)V99.
               10 WS-VRB-TERCO-FERIAS  PIC 9(07)V99.
               10 WS-VRB-INSS          PIC 9(07)V99.
               10 WS-VRB-IRRF          PIC 9(07)V99.
               10 WS-VRB-PENSAO        PIC 9(07)V99.
               10 WS-VRB-CONSIGNADO    PIC 9(07)V99.
               10 WS-VRB-OUTROS-DESC   PIC 9(07)V99.
               10 WS-VRB-LIQUIDO       PIC 9(07)V99.
               10 FILLER               PIC X(05).

       77  WS-VRB-MAX          PIC 9(04)   VALUE 2000.

      *------- complementar: funcionarios e rubricas consolidadas -----*
      *        OS FUNCIONARIOS DA RUBRICASCn DA RODADA E, DE CADA UM,
      *        AS RUBRICAS DA MENSAL E DAS COMPLEMENTARES DA
      *        COMPETENCIA SOMADAS POR CODIGO E NATUREZA.
       01  WS-TABELA-COMPLEMENTAR.
           05 WS-CPL-QTD       PIC 9(04)   VALUE ZEROS.
           05 WS-CPL-ITEM OCCURS 9999 TIMES
                   INDEXED BY WS-IDX-CPL.
               10 WS-CPL-CODFUN    PIC 9(04).
               10 WS-CPL-NOME      PIC X(30).

       77  WS-CPL-MAX          PIC 9(04)   VALUE 9999.

       01  WS-TABELA-CONSOLIDADA.
           05 WS-RBC-QTD       PIC 9(05)   VALUE ZEROS.
           05 WS-RBC-ITEM OCCURS 20000 TIMES
                   INDEXED BY WS-IDX-RBC.
               10 WS-RBC-CODFUN    PIC 9(04).
               10 WS-RBC-RUBRICA   PIC X(03).
               10 WS-RBC-DESCRICAO PIC X(20).
               10 WS-RBC-NATUREZA  PIC X(01).
               10 WS-RBC-VALOR     PIC 9(09)V99.

       77  WS-RBC-MAX          PIC 9(05)   VALUE 20000.
       77  WS-NUM-CPL-RODADA   PIC 9(01)   VALUE ZEROS.
       77  WS-NUM-CPL          PIC 9(01)   VALUE ZEROS.

      *------- rubricas do evento corrente ----------------------------*
       01  WS-TABELA-ITENS.
           05 WS-ITM-QTD       PIC 9(03)   VALUE ZEROS.
           05 WS-ITM-ITEM OCCURS 100 TIMES
                   INDEXED BY WS-IDX-ITM.
               10 WS-ITM-RUBRICA   PIC X(03).
               10 WS-ITM-DESCRICAO PIC X(20).
               10 WS-ITM-NATUREZA  PIC X(01).
               10 WS-ITM-VALOR     PIC 9(09)V99.

       77  WS-ITM-MAX          PIC 9(03)   VALUE 100.
       77  WS-ITM-RUBRICA-NOVA PIC X(03)   VALUE SPACES.
       77  WS-ITM-DESCR-NOVA   PIC X(20)   VALUE SPACES.
       77  WS-ITM-NATUR-NOVA   PIC X(01)   VALUE SPACES.
       77  WS-ITM-VALOR-NOVO   PIC 9(09)V99 VALUE ZEROS.

      *------- evento corrente: chave, conteudo e decisao -------------*
       77  WS-CHV-EVENTO       PIC X(06)   VALUE SPACES.
       77  WS-CHV-CODFUN       PIC 9(04)   VALUE ZEROS.
       77  WS-CHV-TIPO-CREDITO PIC X(01)   VALUE SPACES.
       77  WS-CHV-SEQ-BENEF    PIC X(02)   VALUE SPACES.
       77  WS-NOV-TOTAL-V      PIC 9(09)V99 VALUE ZEROS.
       77  WS-NOV-TOTAL-D      PIC 9(09)V99 VALUE ZEROS.
       77  WS-NOV-QTD-ITENS    PIC 9(03)   VALUE ZEROS.
       77  WS-NOV-DATA-REF     PIC 9(08)   VALUE ZEROS.
       77  WS-NOV-NOME         PIC X(35)   VALUE SPACES.
       77  WS-NOV-CPF          PIC 9(11)   VALUE ZEROS.
       77  WS-NOV-VALOR-REL    PIC 9(09)V99 VALUE ZEROS.
       77  WS-NUM-EVENTO       PIC 9(10)   VALUE ZEROS.
       77  WS-IND-RETIF        PIC 9(01)   VALUE 1.
       77  WS-RECIBO-ANT       PIC X(20)   VALUE SPACES.
       77  WS-VERSAO           PIC 9(03)   VALUE ZEROS.
       77  WS-TEXTO-ACAO       PIC X(35)   VALUE SPACES.

      *        ACAO DECIDIDA PARA O EVENTO CORRENTE
       77  WS-ACAO             PIC X(01)   VALUE SPACES.
           88 ACAO-ORIGINAL                VALUE 'O'.
           88 ACAO-RETIFICACAO             VALUE 'T'.
           88 ACAO-REENVIO                 VALUE 'P'.
           88 ACAO-INALTERADO              VALUE 'I'.
           88 ACAO-RETIDO                  VALUE 'H'.
           88 ACAO-EMITE-EVENTO            VALUE 'O' 'T' 'P'.

      *------- quebra por funcionario nas RUBRICAS --------------------*
       77  WS-CODFUN-ATUAL     PIC 9(04)   VALUE ZEROS.
       77  WS-NOME-ATUAL       PIC X(30)   VALUE SPACES.
       77  WS-FIM-RUBRICAS     PIC X(01)   VALUE 'N'.
           88 FIM-RUBRICAS                 VALUE 'S'.
           88 NAO-FIM-RUBRICAS             VALUE 'N'.

      *------- totais do arquivo e da rodada --------------------------*
       77  WS-ESO-QTD-EVENTOS  PIC 9(06)   VALUE ZEROS.
       77  WS-ESO-QTD-REGS     PIC 9(07)   VALUE ZEROS.
       77  WS-ESO-TOTAL-V      PIC 9(13)V99 VALUE ZEROS.
       77  WS-ESO-TOTAL-D      PIC 9(13)V99 VALUE ZEROS.
       77  WS-ESO-TOTAL-PAGTO  PIC 9(13)V99 VALUE ZEROS.
       77  WS-QTD-ORIGINAIS    PIC 9(05)   VALUE ZEROS.
       77  WS-QTD-RETIFICACOES PIC 9(05)   VALUE ZEROS.
       77  WS-QTD-REENVIOS     PIC 9(05)   VALUE ZEROS.
       77  WS-QTD-INALTERADOS  PIC 9(05)   VALUE ZEROS.
       77  WS-QTD-RETIDOS      PIC 9(05)   VALUE ZEROS.
       77  WS-QTD-REMUNERACAO  PIC 9(05)   VALUE ZEROS.
       77  WS-QTD-PAGAMENTOS   PIC 9(05)   VALUE ZEROS.
       77  WS-QTD-DESLIGAMENTOS PIC 9(05)  VALUE ZEROS.

      *------- retorno do governo aplicado ao controle ----------------*
       77  WS-QTD-RET-ACEITOS  PIC 9(05)   VALUE ZEROS.
       77  WS-QTD-RET-RECUSADOS PIC 9(05)  VALUE ZEROS.
       77  WS-QTD-RET-IGNORADOS PIC 9(05)  VALUE ZEROS.

      *------- avisos -------------------------------------------------*
       77  WS-QTD-SEM-CPF      PIC 9(05)   VALUE ZEROS.
       77  WS-QTD-SEM-VERBAS   PIC 9(05)   VALUE ZEROS.
       77  WS-QTD-PAGTO-SEM-EVT PIC 9(05)  VALUE ZEROS.
       77  WS-QTD-NAO-GERADOS  PIC 9(05)   VALUE ZEROS.
       77  WS-QTD-RUB-IGNORADAS PIC 9(05)  VALUE ZEROS.

       77  WS-ACHOU            PIC X(01)   VALUE 'N'.
           88 ITEM-ACHADO                  VALUE 'S'.
           88 ITEM-NAO-ACHADO              VALUE 'N'.
       77  WS-FIM-TABELA       PIC X(01)   VALUE 'N'.
           88 FIM-TABELA                   VALUE 'S'.
           88 NAO-FIM-TABELA               VALUE 'N'.
       77  WS-CADPESSO-STATUS  PIC X(01)   VALUE 'S'.
           88 CADPESSO-DISPONIVEL          VALUE 'S'.
           88 CADPESSO-AUSENTE             VALUE 'N'.
       77  WS-CREDACEI-STATUS  PIC X(01)   VALUE 'S'.
           88 CREDACEI-DISPONIVEL          VALUE 'S'.
           88 CREDACEI-AUSENTE             VALUE 'N'.
       77  WS-DESLIGADOS-STATUS PIC X(01)  VALUE 'S'.
           88 DESLIGADOS-DISPONIVEL        VALUE 'S'.
           88 DESLIGADOS-AUSENTE           VALUE 'N'.
       77  WS-COMPL-VAZIA      PIC X(01)   VALUE 'N'.
           88 COMPL-SEM-PAGAMENTO          VALUE 'S'.
      *        RUBRICAS DE COMPLEMENTAR ANTERIOR: AUSENTE OU DE OUTRA
      *        COMPETENCIA E IGNORADA COM AVISO, NAO ABORTA
       77  WS-RUBRICAS-OPCIONAL PIC X(01)  VALUE 'N'.
           88 RUBRICAS-OPCIONAL            VALUE 'S'.


      *------- data/hora do sistema, quebrada por indice (PROG0001) ---*
       77  WS-DATETIME         PIC X(21).

       01  WS-DATA-SISTEMA.
           05 WS-DATA-ANO      PIC 9(04).
           05 WS-DATA-MES      PIC 9(02).
           05 WS-DATA-DIA      PIC 9(02).
       01  WS-DATA-SISTEMA-R REDEFINES WS-DATA-SISTEMA.
           05 WS-DATA-NUM      PIC 9(08).

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
             PERFORM 02-ACEITAR-PARAMETRO-EXECUCAO.
             PERFORM 03-LER-SYSPARM.
             PERFORM 04-MONTAR-CAMINHOS.
             PERFORM 10-ABRIR-ARQUIVOS.
             IF FOLHA-COMPLEMENTAR
                 PERFORM 80-REMUNERACAO-COMPLEMENTAR
             ELSE
                 PERFORM 20-PROCESSAR-REMUNERACAO
             END-IF.
             IF FOLHA-MENSAL AND DESLIGADOS-DISPONIVEL
                 PERFORM 30-PROCESSAR-DESLIGAMENTOS
             END-IF.
             IF CREDACEI-DISPONIVEL
                 PERFORM 40-PROCESSAR-PAGAMENTOS
             END-IF.
             PERFORM 50-LISTAR-NAO-GERADOS.
             PERFORM 60-FINALIZAR.
             STOP RUN.

      *----------------------------------------------------------------*
           02-ACEITAR-PARAMETRO-EXECUCAO.
      *----------------------------------------------------------------*

      *        A LINHA DE COMANDO PODE INFORMAR O CAMINHO DO ARQUIVO
      *        SYSPARM (PADRAO C:\FILES\SYSPARM.dat).

               ACCEPT WS-EXEC-PARM FROM COMMAND-LINE.
               MOVE SPACES TO WS-TOK1.
               UNSTRING WS-EXEC-PARM DELIMITED BY ALL " "
                   INTO WS-TOK1.
               IF WS-TOK1 NOT EQUAL SPACES
                   MOVE WS-TOK1 TO WS-ARQ-SYSPARM
               END-IF.

      *----------------------------------------------------------------*
           02-ACEITAR-PARAMETRO-EXECUCAO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           03-LER-SYSPARM.
      *----------------------------------------------------------------*

      *        CARREGA OS PARAMETROS DO SISTEMA. SYSPARM AUSENTE NAO E
      *        ERRO: ASSUME OS PADROES (DIRETORIO C:\FILES\,
      *        COMPETENCIA = DATA DO SISTEMA E FOLHA MENSAL).

               PERFORM 05-OBTER-DATA-SISTEMA.

               OPEN INPUT SYSPARM.
               IF FS-SYSPARM EQUAL 35
                   DISPLAY "SYSPARM NAO ENCONTRADO EM " WS-ARQ-SYSPARM
                   DISPLAY "ASSUMIDOS OS PARAMETROS PADRAO"
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

               IF WS-COMP-NUM EQUAL ZEROS
                   MOVE WS-DATA-ANO TO WS-COMP-ANO
                   MOVE WS-DATA-MES TO WS-COMP-MES
                   MOVE WS-DATA-DIA TO WS-COMP-DIA
               END-IF.

               DISPLAY "PARAMETROS DO SISTEMA:".
               DISPLAY "  SYSPARM           = " WS-ARQ-SYSPARM.
               DISPLAY "  DIRETORIO         = " WS-DIRETORIO.
               DISPLAY "  DATA-COMPETENCIA  = " WS-COMP-NUM.
               DISPLAY "  TIPO-FOLHA        = " WS-TIPO-FOLHA.

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
                       PERFORM 03B-APLICAR-PARAMETRO
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
           03A-LER-UM-PARAMETRO-FIM.   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           03B-APLICAR-PARAMETRO.
      *----------------------------------------------------------------*

               EVALUATE PRM-CHAVE
                   WHEN "DIRETORIO"
                       IF PRM-VALOR (41:22) NOT EQUAL SPACES
                           DISPLAY "SYSPARM: DIRETORIO EXCEDE 40"
                                   " CARACTERES: " PRM-VALOR
                           MOVE 99 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       MOVE PRM-VALOR (1:40) TO WS-DIRETORIO
                   WHEN "DATA-COMPETENCIA"
                       IF PRM-VALOR (1:8) NUMERIC
                           MOVE PRM-VALOR (1:8) TO WS-COMP-NUM
                       ELSE
                           DISPLAY "SYSPARM: DATA-COMPETENCIA"
                                   " INVALIDA: " PRM-VALOR (1:8)
                           MOVE 99 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   WHEN "TIPO-FOLHA"
                       MOVE PRM-VALOR (1:6) TO WS-TIPO-FOLHA
                       IF NOT TIPO-FOLHA-VALIDO
                           DISPLAY "SYSPARM: TIPO-FOLHA INVALIDO: "
                                   PRM-VALOR (1:6)
                           DISPLAY "USAR MENSAL, 13SAL1, 13SAL2,"
                                   " FERIAS OU COMPL1 A COMPL9"
                           MOVE 99 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   WHEN "CHECKPT-INTERVALO"
                   WHEN "FORCAR-REPROCESSO"
                   WHEN "AVOS-13SALARIO"
                   WHEN "RETENCAO-MESES"
                   WHEN "DEDUCAO-DEPEND"
      *                CHAVES DOS DEMAIS PROGRAMAS NO SYSPARM
      *                COMPARTILHADO
                       CONTINUE
                   WHEN SPACES
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "SYSPARM: CHAVE DESCONHECIDA IGNORADA: "
                               PRM-CHAVE
               END-EVALUATE.

      *----------------------------------------------------------------*
           03B-APLICAR-PARAMETRO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           04-MONTAR-CAMINHOS.
      *----------------------------------------------------------------*

      *        RUBRICAS, EVENTOS E RELATORIO PROPRIOS POR TIPO DE
      *        FOLHA, COMO A FOLHA E OS CONTRACHEQUES DA
      *        FOLHA-PAGAMENTO; NA COMPLEMENTAR TAMBEM OS CREDITOS
      *        ACEITOS, NUMERADOS PELO DIGITO DO TIPO.
               MOVE "CREDACEI.dat" TO WS-NOME-CREDACEI.
               EVALUATE TRUE
                   WHEN FOLHA-13-PARC1
                       MOVE "RUBRICAS13A.dat"  TO WS-NOME-RUBRICAS
                       MOVE "ESOCIAL13A.dat"   TO WS-NOME-ESOCIAL
                       MOVE "RELESOC13A.dat"   TO WS-NOME-RELESOC
                   WHEN FOLHA-13-PARC2
                       MOVE "RUBRICAS13B.dat"  TO WS-NOME-RUBRICAS
                       MOVE "ESOCIAL13B.dat"   TO WS-NOME-ESOCIAL
                       MOVE "RELESOC13B.dat"   TO WS-NOME-RELESOC
                   WHEN FOLHA-FERIAS
                       MOVE "RUBRICASFER.dat"  TO WS-NOME-RUBRICAS
                       MOVE "ESOCIALFER.dat"   TO WS-NOME-ESOCIAL
                       MOVE "RELESOCFER.dat"   TO WS-NOME-RELESOC
                   WHEN FOLHA-COMPLEMENTAR
                       MOVE SPACES TO WS-NOME-RUBRICAS WS-NOME-ESOCIAL
                                      WS-NOME-RELESOC WS-NOME-CREDACEI
                       STRING "RUBRICASC" WS-TIPO-FOLHA (6:1) ".dat"
                           DELIMITED BY SIZE INTO WS-NOME-RUBRICAS
                       STRING "ESOCIALCPL" WS-TIPO-FOLHA (6:1) ".dat"
                           DELIMITED BY SIZE INTO WS-NOME-ESOCIAL
                       STRING "RELESOCCPL" WS-TIPO-FOLHA (6:1) ".dat"
                           DELIMITED BY SIZE INTO WS-NOME-RELESOC
                       STRING "CREDACCPL" WS-TIPO-FOLHA (6:1) ".dat"
                           DELIMITED BY SIZE INTO WS-NOME-CREDACEI
                   WHEN OTHER
                       MOVE "RUBRICAS.dat"     TO WS-NOME-RUBRICAS
                       MOVE "ESOCIAL.dat"      TO WS-NOME-ESOCIAL
                       MOVE "RELESOC.dat"      TO WS-NOME-RELESOC
               END-EVALUATE.

               MOVE SPACES TO WS-ARQ-RUBRICAS.
               STRING WS-DIRETORIO DELIMITED BY SPACE
                      WS-NOME-RUBRICAS DELIMITED BY SPACE
                   INTO WS-ARQ-RUBRICAS.
               MOVE SPACES TO WS-ARQ-CREDACEI.
               STRING WS-DIRETORIO DELIMITED BY SPACE
                      WS-NOME-CREDACEI DELIMITED BY SPACE
                   INTO WS-ARQ-CREDACEI.
               MOVE SPACES TO WS-ARQ-DESLIG.
               STRING WS-DIRETORIO DELIMITED BY SPACE
                      "DESLIGADOS.dat" DELIMITED BY SIZE
                   INTO WS-ARQ-DESLIG.
               MOVE SPACES TO WS-ARQ-VERBRESC.
               STRING WS-DIRETORIO DELIMITED BY SPACE
                      "VERBRESC.dat" DELIMITED BY SIZE
                   INTO WS-ARQ-VERBRESC.
               MOVE SPACES TO WS-ARQ-CADPESSO.
               STRING WS-DIRETORIO DELIMITED BY SPACE
                      "CADPESSO.dat" DELIMITED BY SIZE
                   INTO WS-ARQ-CADPESSO.
               MOVE SPACES TO WS-ARQ-RETESOC.
               STRING WS-DIRETORIO DELIMITED BY SPACE
                      "RETESOC.dat" DELIMITED BY SIZE
                   INTO WS-ARQ-RETESOC.
               MOVE SPACES TO WS-ARQ-CTLESOC.
               STRING WS-DIRETORIO DELIMITED BY SPACE
                      "CTLESOC.dat" DELIMITED BY SIZE
                   INTO WS-ARQ-CTLESOC.
               MOVE SPACES TO WS-ARQ-CTLNOVO.
               STRING WS-DIRETORIO DELIMITED BY SPACE
                      "CTLESOC.NOVO" DELIMITED BY SIZE
                   INTO WS-ARQ-CTLNOVO.
               MOVE SPACES TO WS-ARQ-ESOCIAL.
               STRING WS-DIRETORIO DELIMITED BY SPACE
                      WS-NOME-ESOCIAL DELIMITED BY SPACE
                   INTO WS-ARQ-ESOCIAL.
               MOVE SPACES TO WS-ARQ-RELESOC.
               STRING WS-DIRETORIO DELIMITED BY SPACE
                      WS-NOME-RELESOC DELIMITED BY SPACE
                   INTO WS-ARQ-RELESOC.

               COMPUTE WS-COMP-ANOMES = WS-COMP-ANO * 100 + WS-COMP-MES.
               COMPUTE WS-COMP-MINIMA = (WS-COMP-ANO - 1) * 100 + 1.
               MOVE WS-TIPO-FOLHA TO WS-TIPO-EVENTO WS-TIPO-RUBRICAS.

      *----------------------------------------------------------------*
           04-MONTAR-CAMINHOS-FIM.     EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           05-OBTER-DATA-SISTEMA.
      *----------------------------------------------------------------*

               MOVE FUNCTION CURRENT-DATE TO WS-DATETIME.

               MOVE WS-DATETIME(1:4)  TO WS-DATA-ANO.
               MOVE WS-DATETIME(5:2)  TO WS-DATA-MES.
               MOVE WS-DATETIME(7:2)  TO WS-DATA-DIA.

               MOVE WS-DATA-DIA TO WS-DATA-ED-DIA.
               MOVE WS-DATA-MES TO WS-DATA-ED-MES.
               MOVE WS-DATA-ANO TO WS-DATA-ED-ANO.

      *----------------------------------------------------------------*
           05-OBTER-DATA-SISTEMA-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           10-ABRIR-ARQUIVOS.
      *----------------------------------------------------------------*

      *        SEM RUBRICAS DO TIPO DE FOLHA A FOLHA NAO FOI CALCULADA:
      *        O JOB ABORTA.
               OPEN INPUT RUBRICAS.
               IF FS-RUBRICAS NOT EQUAL ZEROS
                   DISPLAY "--------------------------------"
                   DISPLAY "ERRO AO ABRIR O ARQUIVO RUBRICAS"
                   DISPLAY "EXECUTAR A FOLHA-PAGAMENTO ANTES"
                   DISPLAY "FILE STATUS = " FS-RUBRICAS
                   DISPLAY "--------------------------------"
                   MOVE 99 TO RETURN-CODE
                   STOP RUN.

      *        CREDACEI AUSENTE NAO E ERRO: RODADA SEM RETORNO
      *        BANCARIO PROCESSADO, SEM EVENTOS DE PAGAMENTO.
               OPEN INPUT CREDACEI.
               IF FS-CREDACEI EQUAL 35
                   SET CREDACEI-AUSENTE TO TRUE
                   DISPLAY "AVISO: CREDACEI NAO ENCONTRADO - NENHUM"
                           " EVENTO DE PAGAMENTO"
               ELSE
                   IF FS-CREDACEI NOT EQUAL ZEROS
                       DISPLAY "--------------------------------"
                       DISPLAY "ERRO AO ABRIR O ARQUIVO CREDACEI"
                       DISPLAY "FILE STATUS = " FS-CREDACEI
                       DISPLAY "--------------------------------"
                       MOVE 99 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF.

      *        DESLIGAMENTOS SO NA FOLHA MENSAL; DESLIGADOS AUSENTE
      *        NAO E ERRO: CICLO SEM EXCLUSOES.
               IF NOT FOLHA-MENSAL
                   SET DESLIGADOS-AUSENTE TO TRUE
               ELSE
                   OPEN INPUT DESLIGADOS
                   IF FS-DESLIGADOS EQUAL 35
                       SET DESLIGADOS-AUSENTE TO TRUE
                       DISPLAY "DESLIGADOS NAO ENCONTRADO - NENHUM"
                               " EVENTO DE DESLIGAMENTO"
                   ELSE
                       IF FS-DESLIGADOS NOT EQUAL ZEROS
                           DISPLAY "--------------------------------"
                           DISPLAY "ERRO AO ABRIR O ARQUIVO DESLIGADOS"
                           DISPLAY "FILE STATUS = " FS-DESLIGADOS
                           DISPLAY "--------------------------------"
                           MOVE 99 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       PERFORM 13-CARREGAR-VERBAS-RESCISAO
                   END-IF
               END-IF.

      *        SEM CADPESSO OS EVENTOS SAEM COM CPF ZERADO (AVISO E
      *        RC 04 NO FINAL)
               OPEN INPUT CADPESSO.
               IF FS-CADPESSO EQUAL 35
                   SET CADPESSO-AUSENTE TO TRUE
                   DISPLAY "AVISO: CADPESSO NAO ENCONTRADO EM "
                           WS-ARQ-CADPESSO
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

      *        O CONTROLE E CARREGADO E ATUALIZADO PELO RETORNO DO
      *        GOVERNO ANTES DA ABERTURA DAS SAIDAS: ERRO DE ENTRADA
      *        ABORTA SEM TRUNCAR OS EVENTOS DA RODADA ANTERIOR.
               PERFORM 11-CARREGAR-CONTROLE.
               PERFORM 12-APLICAR-RETORNO.

               OPEN OUTPUT ESOCIAL.
               IF FS-ESOCIAL NOT EQUAL ZEROS
                   DISPLAY "--------------------------------"
                   DISPLAY "ERRO AO ABRIR O ARQUIVO ESOCIAL"
                   DISPLAY "FILE STATUS = " FS-ESOCIAL
                   DISPLAY "--------------------------------"
                   MOVE 99 TO RETURN-CODE
                   STOP RUN.

               OPEN OUTPUT RELESOC.
               IF FS-RELESOC NOT EQUAL ZEROS
                   DISPLAY "--------------------------------"
                   DISPLAY "ERRO AO ABRIR O ARQUIVO RELESOC"
                   DISPLAY "FILE STATUS = " FS-RELESOC
                   DISPLAY "--------------------------------"
                   MOVE 99 TO RETURN-CODE
                   STOP RUN.

               PERFORM 15-IMPRIMIR-CABECALHO.
               PERFORM 16-GRAVAR-HEADER-ESOCIAL.

      *----------------------------------------------------------------*
           10-ABRIR-ARQUIVOS-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           11-CARREGAR-CONTROLE.
      *----------------------------------------------------------------*

      *        CTLESOC AUSENTE NAO E ERRO: PRIMEIRA RODADA, TODOS OS
      *        EVENTOS SAEM COMO ORIGINAIS A PARTIR DO NUMERO 1.

               OPEN INPUT CTLESOC.
               IF FS-CTLESOC EQUAL 35
                   DISPLAY "CTLESOC NAO ENCONTRADO - CONTROLE INICIADO"
                           " VAZIO"
                   SET CONTROLE-NAO-EXISTIA TO TRUE
               ELSE
                   IF FS-CTLESOC NOT EQUAL ZEROS
                       DISPLAY "--------------------------------"
                       DISPLAY "ERRO AO ABRIR O ARQUIVO CTLESOC"
                       DISPLAY "FILE STATUS = " FS-CTLESOC
                       DISPLAY "--------------------------------"
                       MOVE 99 TO RETURN-CODE
                       STOP RUN
                   ELSE
                       SET NAO-FIM-TABELA TO TRUE
                       PERFORM 11A-CARREGAR-UM-CONTROLE
                           UNTIL FIM-TABELA
                       CLOSE CTLESOC
                       DISPLAY "CTLESOC CARREGADO COM " WS-CTL-QTD
                               " EVENTOS, ULTIMO NUMERO "
                               WS-ULT-NUM-EVENTO
                       IF WS-CTL-EXPURGADOS NOT EQUAL ZEROS
                           DISPLAY "EXPURGADOS " WS-CTL-EXPURGADOS
                                   " EVENTOS ACEITOS ANTERIORES A "
                                   WS-COMP-MINIMA
                       END-IF
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
           11-CARREGAR-CONTROLE-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           11A-CARREGAR-UM-CONTROLE.
      *----------------------------------------------------------------*

      *        O ULTIMO NUMERO CONSIDERA TAMBEM OS EXPURGADOS: A
      *        NUMERACAO NUNCA SE REPETE.

               READ CTLESOC.
               IF FS-CTLESOC EQUAL 10
                   SET FIM-TABELA TO TRUE
               ELSE
                   IF FS-CTLESOC NOT EQUAL ZEROS
                       DISPLAY "ERRO AO LER CTLESOC = " FS-CTLESOC
                       MOVE 99 TO RETURN-CODE
                       STOP RUN
                   ELSE
                       IF CTL-COMPETENCIA NOT NUMERIC
                         OR CTL-CODFUN NOT NUMERIC
                         OR CTL-NUM-EVENTO NOT NUMERIC
                         OR CTL-VERSAO NOT NUMERIC
                         OR CTL-TOTAL-V NOT NUMERIC
                         OR CTL-TOTAL-D NOT NUMERIC
                         OR CTL-QTD-ITENS NOT NUMERIC
                         OR CTL-DATA-REF NOT NUMERIC
                           DISPLAY "ERRO: REGISTRO INVALIDO EM"
                                   " CTLESOC: " REG-CTLESOC (1:35)
                           MOVE 99 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       IF CTL-NUM-EVENTO GREATER THAN WS-ULT-NUM-EVENTO
                           MOVE CTL-NUM-EVENTO TO WS-ULT-NUM-EVENTO
                       END-IF
                       IF CTL-SITUACAO EQUAL 'A'
                               AND CTL-COMPETENCIA
                                   LESS THAN WS-COMP-MINIMA
                           ADD 1 TO WS-CTL-EXPURGADOS
                       ELSE
                           IF WS-CTL-QTD NOT LESS THAN WS-CTL-MAX
                               DISPLAY "ERRO: MAIS DE " WS-CTL-MAX
                                       " EVENTOS EM CTLESOC"
                               MOVE 99 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-CTL-QTD
                           SET WS-IDX-CTL TO WS-CTL-QTD
                           MOVE REG-CTLESOC TO WS-CTL-REG (WS-IDX-CTL)
                           MOVE 'N' TO WS-CTL-GERADO (WS-IDX-CTL)
                       END-IF
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
           11A-CARREGAR-UM-CONTROLE-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           12-APLICAR-RETORNO.
      *----------------------------------------------------------------*

      *        O RETORNO DO GOVERNO ATUALIZA A SITUACAO DOS EVENTOS
      *        ENVIADOS PELO NUMERO DO EVENTO. RETESOC AUSENTE NAO E
      *        ERRO: NENHUM RETORNO RECEBIDO DESDE A ULTIMA RODADA.
      *        REAPLICAR O MESMO RETORNO NAO ALTERA NADA.

               OPEN INPUT RETESOC.
               IF FS-RETESOC EQUAL 35
                   DISPLAY "RETESOC NAO ENCONTRADO - NENHUM RETORNO"
                           " A APLICAR"
               ELSE
                   IF FS-RETESOC NOT EQUAL ZEROS
                       DISPLAY "--------------------------------"
                       DISPLAY "ERRO AO ABRIR O ARQUIVO RETESOC"
                       DISPLAY "FILE STATUS = " FS-RETESOC
                       DISPLAY "--------------------------------"
                       MOVE 99 TO RETURN-CODE
                       STOP RUN
                   ELSE
                       SET NAO-FIM-TABELA TO TRUE
                       PERFORM 12A-APLICAR-UM-RETORNO
                           UNTIL FIM-TABELA
                       CLOSE RETESOC
                       DISPLAY "RETESOC APLICADO: " WS-QTD-RET-ACEITOS
                               " ACEITOS, " WS-QTD-RET-RECUSADOS
                               " RECUSADOS, " WS-QTD-RET-IGNORADOS
                               " SEM EVENTO PENDENTE"
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
           12-APLICAR-RETORNO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           12A-APLICAR-UM-RETORNO.
      *----------------------------------------------------------------*

               READ RETESOC.
               IF FS-RETESOC EQUAL 10
                   SET FIM-TABELA TO TRUE
               ELSE
                   IF FS-RETESOC NOT EQUAL ZEROS
                       DISPLAY "ERRO AO LER RETESOC = " FS-RETESOC
                       MOVE 99 TO RETURN-CODE
                       STOP RUN
                   ELSE
                       IF RTE-NUM-EVENTO NOT NUMERIC
                         OR NOT (RTE-ACEITO OR RTE-RECUSADO)
                           DISPLAY "ERRO: REGISTRO INVALIDO EM"
                                   " RETESOC: " REG-RETESOC (1:35)
                           MOVE 99 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       PERFORM 12B-ATUALIZAR-SITUACAO
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
           12A-APLICAR-UM-RETORNO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           12B-ATUALIZAR-SITUACAO.
      *----------------------------------------------------------------*

      *        SO O EVENTO AINDA SEM RETORNO E ATUALIZADO; RETORNO DE
      *        NUMERO JA SUBSTITUIDO OU JA APLICADO E IGNORADO.

               SET ITEM-NAO-ACHADO TO TRUE.
               SET WS-IDX-CTL TO 1.
               SEARCH WS-CTL-ITEM
                   AT END SET ITEM-NAO-ACHADO TO TRUE
                   WHEN WS-IDX-CTL GREATER THAN WS-CTL-QTD
                       SET ITEM-NAO-ACHADO TO TRUE
                   WHEN WS-CTL-NUM-EVENTO (WS-IDX-CTL)
                           EQUAL RTE-NUM-EVENTO
                       SET ITEM-ACHADO TO TRUE
               END-SEARCH.

               IF ITEM-NAO-ACHADO
                   ADD 1 TO WS-QTD-RET-IGNORADOS
               ELSE
                   IF NOT CTL-ENVIADO (WS-IDX-CTL)
                       ADD 1 TO WS-QTD-RET-IGNORADOS
                   ELSE
                       MOVE RTE-SITUACAO
                         TO WS-CTL-SITUACAO (WS-IDX-CTL)
                       MOVE RTE-DATA
                         TO WS-CTL-DATA-RETORNO (WS-IDX-CTL)
                       IF RTE-ACEITO
                           ADD 1 TO WS-QTD-RET-ACEITOS
                           MOVE RTE-RECIBO
                             TO WS-CTL-RECIBO (WS-IDX-CTL)
                           MOVE SPACES
                             TO WS-CTL-COD-ERRO (WS-IDX-CTL)
                       ELSE
                           ADD 1 TO WS-QTD-RET-RECUSADOS
                           MOVE RTE-COD-ERRO
                             TO WS-CTL-COD-ERRO (WS-IDX-CTL)
                           DISPLAY "*** EVENTO RECUSADO PELO GOVERNO: "
                                   WS-CTL-EVENTO (WS-IDX-CTL)
                                   " NUMERO " RTE-NUM-EVENTO
                                   " CODFUN "
                                   WS-CTL-CODFUN (WS-IDX-CTL)
                                   " ERRO " RTE-COD-ERRO " ***"
                       END-IF
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
           12B-ATUALIZAR-SITUACAO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           13-CARREGAR-VERBAS-RESCISAO.
      *----------------------------------------------------------------*

      *        SO AS VERBAS DESTA COMPETENCIA. VERBRESC AUSENTE NAO E
      *        ERRO: CADA DESLIGADO SEM VERBAS E AVISADO.

               OPEN INPUT VERBRESC.
               IF FS-VERBRESC EQUAL 35
                   DISPLAY "VERBRESC NAO ENCONTRADO - NENHUMA RESCISAO"
                           " APURADA"
               ELSE
                   IF FS-VERBRESC NOT EQUAL ZEROS
                       DISPLAY "--------------------------------"
                       DISPLAY "ERRO AO ABRIR O ARQUIVO VERBRESC"
                       DISPLAY "FILE STATUS = " FS-VERBRESC
                       DISPLAY "--------------------------------"
                       MOVE 99 TO RETURN-CODE
                       STOP RUN
                   ELSE
                       SET NAO-FIM-TABELA TO TRUE
                       PERFORM 13A-CARREGAR-UMA-VERBA UNTIL FIM-TABELA
                       CLOSE VERBRESC
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
           13-CARREGAR-VERBAS-RESCISAO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           13A-CARREGAR-UMA-VERBA.
      *----------------------------------------------------------------*

               READ VERBRESC.
               IF FS-VERBRESC EQUAL 10
                   SET FIM-TABELA TO TRUE
               ELSE
                   IF FS-VERBRESC NOT EQUAL ZEROS
                       DISPLAY "ERRO AO LER VERBRESC = " FS-VERBRESC
                       MOVE 99 TO RETURN-CODE
                       STOP RUN
                   ELSE
                       IF VRS-COMPETENCIA EQUAL WS-COMP-ANOMES
                           IF WS-VRB-QTD NOT LESS THAN WS-VRB-MAX
                               DISPLAY "ERRO: MAIS DE " WS-VRB-MAX
                                       " RESCISOES NO VERBRESC"
                               MOVE 99 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-VRB-QTD
                           SET WS-IDX-VRB TO WS-VRB-QTD
                           MOVE REG-VERBRESC TO WS-VRB-ITEM (WS-IDX-VRB)
                       END-IF
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
           13A-CARREGAR-UMA-VERBA-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           15-IMPRIMIR-CABECALHO.
      *----------------------------------------------------------------*

               MOVE SPACES TO REG-REL-CAB1.
               MOVE "EVENTOS ESOCIAL DA FOLHA DE PAGAMENTO"
                    TO REL-TEXTO.
               MOVE "DATA: " TO REL-LIT-DATA.
               MOVE WS-DATA-EDITADA TO REL-DATA.
               WRITE REG-REL-CAB1.

               MOVE SPACES TO REG-REL-CAB2.
               MOVE "COMPETENCIA: " TO REL-LIT-COMP.
               MOVE WS-COMP-ANOMES  TO REL-COMPETENCIA.
               MOVE "TIPO FOLHA: "  TO REL-LIT-TIPO.
               MOVE WS-TIPO-FOLHA   TO REL-TIPO-FOLHA.
               WRITE REG-REL-CAB2.

               MOVE SPACES TO REG-REL-TITULO.
               MOVE "EVENTO"        TO TIT-EVENTO.
               MOVE "NUMERO"        TO TIT-NUMERO.
               MOVE "FUNC"          TO TIT-CODFUN.
               MOVE "NOME"          TO TIT-NOME.
               MOVE "CRED"          TO TIT-CREDITO.
               MOVE "VERS"          TO TIT-VERSAO.
               MOVE "VALOR"         TO TIT-VALOR.
               MOVE "SITUACAO"      TO TIT-ACAO.
               WRITE REG-REL-TITULO.

      *----------------------------------------------------------------*
           15-IMPRIMIR-CABECALHO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           16-GRAVAR-HEADER-ESOCIAL.
      *----------------------------------------------------------------*

               MOVE SPACES TO REG-ESO-HEADER.
               MOVE '0'             TO ESH-TIPO.
               MOVE WS-COMP-ANOMES  TO ESH-COMPETENCIA.
               MOVE WS-TIPO-FOLHA   TO ESH-TIPO-FOLHA.
               MOVE WS-DATA-NUM     TO ESH-DATA-GERACAO.
               MOVE "EVENTOS ESOCIAL - FOLHA PAG" TO ESH-LITERAL.
               PERFORM 78-GRAVAR-ESOCIAL.

      *----------------------------------------------------------------*
           16-GRAVAR-HEADER-ESOCIAL-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *        EVENTOS DE REMUNERACAO (S-1200): UM POR FUNCIONARIO DAS *
      *        RUBRICAS, NA QUEBRA DO CODFUN                           *
      *----------------------------------------------------------------*
           20-PROCESSAR-REMUNERACAO.
      *----------------------------------------------------------------*

               SET NAO-FIM-RUBRICAS TO TRUE.
               MOVE ZEROS TO WS-ITM-QTD.
               PERFORM 22-LER-RUBRICA.
               IF FIM-RUBRICAS
                   DISPLAY "--------------------------------"
                   DISPLAY "RUBRICAS SEM A COMPETENCIA " WS-COMP-ANOMES
                           " TIPO " WS-TIPO-FOLHA
                   DISPLAY "EXECUTAR A FOLHA-PAGAMENTO ANTES"
                   DISPLAY "--------------------------------"
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
               END-IF.

               PERFORM 24-PROCESSAR-UMA-RUBRICA UNTIL FIM-RUBRICAS.
               PERFORM 26-FECHAR-REMUNERACAO.
               CLOSE RUBRICAS.

      *----------------------------------------------------------------*
           20-PROCESSAR-REMUNERACAO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           22-LER-RUBRICA.
      *----------------------------------------------------------------*

      *        RUBRICA DE OUTRA COMPETENCIA OU TIPO DE FOLHA: O ARQUIVO
      *        NAO E DA RODADA DO SYSPARM E O JOB ABORTA. A RUBRICASCn
      *        DE COMPLEMENTAR ANTERIOR QUE JA COMECA FORA DA
      *        COMPETENCIA E DE OUTRO MES E SO E IGNORADA.

               READ RUBRICAS.
               IF FS-RUBRICAS EQUAL 10
                   SET FIM-RUBRICAS TO TRUE
               ELSE
                   IF FS-RUBRICAS NOT EQUAL ZEROS
                       DISPLAY "ERRO AO LER RUBRICAS = " FS-RUBRICAS
                       MOVE 99 TO RETURN-CODE
                       STOP RUN
                   ELSE
                       IF RUB-CODFUN NOT NUMERIC
                         OR RUB-VALOR NOT NUMERIC
                         OR RUB-COMPETENCIA NOT NUMERIC
                           DISPLAY "ERRO: REGISTRO INVALIDO EM"
                                   " RUBRICAS: " REG-RUBRICA (1:49)
                           MOVE 99 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       IF RUB-COMPETENCIA NOT EQUAL WS-COMP-ANOMES
                         OR RUB-TIPO-FOLHA NOT EQUAL WS-TIPO-RUBRICAS
                           IF RUBRICAS-OPCIONAL
                               ADD 1 TO WS-QTD-RUB-IGNORADAS
                               DISPLAY "AVISO: RUBRICAS DA "
                                       WS-TIPO-RUBRICAS " SAO DA"
                                       " COMPETENCIA " RUB-COMPETENCIA
                                       " - IGNORADAS"
                               SET FIM-RUBRICAS TO TRUE
                           ELSE
                               DISPLAY "ERRO: RUBRICAS DA COMPETENCIA "
                                       RUB-COMPETENCIA " TIPO "
                                       RUB-TIPO-FOLHA
                               DISPLAY "EXECUTAR A FOLHA-PAGAMENTO DA"
                                       " RODADA ANTES"
                               MOVE 99 TO RETURN-CODE
                               STOP RUN
                           END-IF
                       END-IF
                       MOVE 'N' TO WS-RUBRICAS-OPCIONAL
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
           22-LER-RUBRICA-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           24-PROCESSAR-UMA-RUBRICA.
      *----------------------------------------------------------------*

               IF WS-ITM-QTD NOT EQUAL ZEROS
                       AND RUB-CODFUN NOT EQUAL WS-CODFUN-ATUAL
                   PERFORM 26-FECHAR-REMUNERACAO
               END-IF.

               IF WS-ITM-QTD EQUAL ZEROS
                   MOVE RUB-CODFUN TO WS-CODFUN-ATUAL
                   MOVE RUB-NOME   TO WS-NOME-ATUAL
               END-IF.

               MOVE RUB-CODIGO    TO WS-ITM-RUBRICA-NOVA.
               MOVE RUB-DESCRICAO TO WS-ITM-DESCR-NOVA.
               MOVE RUB-NATUREZA  TO WS-ITM-NATUR-NOVA.
               MOVE RUB-VALOR     TO WS-ITM-VALOR-NOVO.
               PERFORM 74-GUARDAR-ITEM.

               PERFORM 22-LER-RUBRICA.

      *----------------------------------------------------------------*
           24-PROCESSAR-UMA-RUBRICA-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           26-FECHAR-REMUNERACAO.
      *----------------------------------------------------------------*

               IF WS-ITM-QTD GREATER THAN ZEROS
                   MOVE WS-EVT-REMUNERACAO TO WS-CHV-EVENTO
                   MOVE WS-CODFUN-ATUAL    TO WS-CHV-CODFUN
                   MOVE SPACES             TO WS-CHV-TIPO-CREDITO
                                              WS-CHV-SEQ-BENEF
                   MOVE WS-NOME-ATUAL      TO WS-NOV-NOME
                   MOVE ZEROS              TO WS-NOV-DATA-REF
                   PERFORM 75-SOMAR-ITENS
                   MOVE WS-NOV-TOTAL-V     TO WS-NOV-VALOR-REL
                   PERFORM 76-BUSCAR-CPF
                   PERFORM 28-GUARDAR-TRABALHADOR
                   PERFORM 70-DECIDIR-EVENTO
                   IF ACAO-EMITE-EVENTO
                       PERFORM 72-GRAVAR-EVENTO
                       PERFORM 73-GRAVAR-ITENS
                   END-IF
                   PERFORM 77-IMPRIMIR-EVENTO
                   ADD 1 TO WS-QTD-REMUNERACAO
                   MOVE ZEROS TO WS-ITM-QTD
               END-IF.

      *----------------------------------------------------------------*
           26-FECHAR-REMUNERACAO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           28-GUARDAR-TRABALHADOR.
      *----------------------------------------------------------------*

               IF WS-TRB-QTD NOT LESS THAN WS-TRB-MAX
                   DISPLAY "ERRO: MAIS DE " WS-TRB-MAX
                           " TRABALHADORES NA RODADA"
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
               END-IF.
               ADD 1 TO WS-TRB-QTD.
               SET WS-IDX-TRB TO WS-TRB-QTD.
               MOVE WS-CHV-CODFUN TO WS-TRB-CODFUN (WS-IDX-TRB).
               MOVE WS-NOV-NOME   TO WS-TRB-NOME (WS-IDX-TRB).
               MOVE WS-NOV-CPF    TO WS-TRB-CPF (WS-IDX-TRB).

      *----------------------------------------------------------------*
           28-GUARDAR-TRABALHADOR-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *        EVENTOS DE DESLIGAMENTO (S-2299): UM POR DESLIGADO, COM *
      *        AS VERBAS RESCISORIAS DO VERBRESC DA COMPETENCIA        *
      *----------------------------------------------------------------*
           30-PROCESSAR-DESLIGAMENTOS.
      *----------------------------------------------------------------*

               SET NAO-FIM-TABELA TO TRUE.
               PERFORM 32-PROCESSAR-UM-DESLIGADO UNTIL FIM-TABELA.
               CLOSE DESLIGADOS.

      *----------------------------------------------------------------*
           30-PROCESSAR-DESLIGAMENTOS-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           32-PROCESSAR-UM-DESLIGADO.
      *----------------------------------------------------------------*

               READ DESLIGADOS.
               IF FS-DESLIGADOS EQUAL 10
                   SET FIM-TABELA TO TRUE
               ELSE
                   IF FS-DESLIGADOS NOT EQUAL ZEROS
                       DISPLAY "ERRO AO LER DESLIGADOS = "
                               FS-DESLIGADOS
                       MOVE 99 TO RETURN-CODE
                       STOP RUN
                   ELSE
                       PERFORM 34-TRATAR-DESLIGADO
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
           32-PROCESSAR-UM-DESLIGADO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           34-TRATAR-DESLIGADO.
      *----------------------------------------------------------------*

      *        DESLIGADO SEM VERBAS NA COMPETENCIA NAO TEM RESCISAO
      *        CALCULADA: O EVENTO NAO SAI E A RODADA TERMINA COM
      *        AVISO.

               SET ITEM-NAO-ACHADO TO TRUE.
               SET WS-IDX-VRB TO 1.
               SEARCH WS-VRB-ITEM
                   AT END SET ITEM-NAO-ACHADO TO TRUE
                   WHEN WS-IDX-VRB GREATER THAN WS-VRB-QTD
                       SET ITEM-NAO-ACHADO TO TRUE
                   WHEN WS-VRB-CODFUN (WS-IDX-VRB) EQUAL DSL-CODFUN
                       SET ITEM-ACHADO TO TRUE
               END-SEARCH.

               MOVE WS-EVT-DESLIGAMENTO TO WS-CHV-EVENTO.
               MOVE DSL-CODFUN          TO WS-CHV-CODFUN.
               MOVE SPACES              TO WS-CHV-TIPO-CREDITO
                                           WS-CHV-SEQ-BENEF.
               MOVE DSL-NOME            TO WS-NOV-NOME.

               IF ITEM-NAO-ACHADO
                   ADD 1 TO WS-QTD-SEM-VERBAS
                   MOVE ZEROS TO WS-NUM-EVENTO WS-VERSAO
                                 WS-NOV-VALOR-REL
                   MOVE "SEM VERBAS NO VERBRESC - NAO GERADO"
                     TO WS-TEXTO-ACAO
                   PERFORM 77A-IMPRIMIR-LINHA
                   DISPLAY "*** DESLIGADO SEM VERBAS NO VERBRESC:"
                           " CODFUN = " DSL-CODFUN " ***"
               ELSE
                   MOVE ZEROS TO WS-ITM-QTD
                   MOVE "SSL" TO WS-ITM-RUBRICA-NOVA
                   MOVE "SALDO DE SALARIO" TO WS-ITM-DESCR-NOVA
                   MOVE 'V' TO WS-ITM-NATUR-NOVA
                   MOVE WS-VRB-SALDO-SALARIO (WS-IDX-VRB)
                     TO WS-ITM-VALOR-NOVO
                   PERFORM 74-GUARDAR-ITEM
                   MOVE "13P" TO WS-ITM-RUBRICA-NOVA
                   MOVE "13o PROPORCIONAL" TO WS-ITM-DESCR-NOVA
                   MOVE WS-VRB-13-PROPORC (WS-IDX-VRB)
                     TO WS-ITM-VALOR-NOVO
                   PERFORM 74-GUARDAR-ITEM
                   MOVE "FRP" TO WS-ITM-RUBRICA-NOVA
                   MOVE "FERIAS PROPORCIONAIS" TO WS-ITM-DESCR-NOVA
                   MOVE WS-VRB-FERIAS-PROP (WS-IDX-VRB)
                     TO WS-ITM-VALOR-NOVO
                   PERFORM 74-GUARDAR-ITEM
                   MOVE "TER" TO WS-ITM-RUBRICA-NOVA
                   MOVE "ADICIONAL 1/3" TO WS-ITM-DESCR-NOVA
                   MOVE WS-VRB-TERCO-FERIAS (WS-IDX-VRB)
                     TO WS-ITM-VALOR-NOVO
                   PERFORM 74-GUARDAR-ITEM
                   MOVE 'D' TO WS-ITM-NATUR-NOVA
                   MOVE "INS" TO WS-ITM-RUBRICA-NOVA
                   MOVE "DESCONTO INSS" TO WS-ITM-DESCR-NOVA
                   MOVE WS-VRB-INSS (WS-IDX-VRB) TO WS-ITM-VALOR-NOVO
                   PERFORM 74-GUARDAR-ITEM
                   MOVE "IRF" TO WS-ITM-RUBRICA-NOVA
                   MOVE "DESCONTO IRRF" TO WS-ITM-DESCR-NOVA
                   MOVE WS-VRB-IRRF (WS-IDX-VRB) TO WS-ITM-VALOR-NOVO
                   PERFORM 74-GUARDAR-ITEM
                   MOVE "PEN" TO WS-ITM-RUBRICA-NOVA
                   MOVE "PENSAO ALIMENTICIA" TO WS-ITM-DESCR-NOVA
                   MOVE WS-VRB-PENSAO (WS-IDX-VRB) TO WS-ITM-VALOR-NOVO
                   PERFORM 74-GUARDAR-ITEM
                   MOVE "CSG" TO WS-ITM-RUBRICA-NOVA
                   MOVE "EMPRESTIMO CONSIGNADO" TO WS-ITM-DESCR-NOVA
                   MOVE WS-VRB-CONSIGNADO (WS-IDX-VRB)
                     TO WS-ITM-VALOR-NOVO
                   PERFORM 74-GUARDAR-ITEM
                   MOVE "ODS" TO WS-ITM-RUBRICA-NOVA
                   MOVE "OUTROS DESCONTOS" TO WS-ITM-DESCR-NOVA
                   MOVE WS-VRB-OUTROS-DESC (WS-IDX-VRB)
                     TO WS-ITM-VALOR-NOVO
                   PERFORM 74-GUARDAR-ITEM
                   MOVE WS-COMP-NUM TO WS-NOV-DATA-REF
                   PERFORM 75-SOMAR-ITENS
                   MOVE WS-VRB-LIQUIDO (WS-IDX-VRB)
                     TO WS-NOV-VALOR-REL
                   PERFORM 76-BUSCAR-CPF
                   PERFORM 28-GUARDAR-TRABALHADOR
                   PERFORM 70-DECIDIR-EVENTO
                   IF ACAO-EMITE-EVENTO
                       PERFORM 72-GRAVAR-EVENTO
                       PERFORM 36-GRAVAR-DESLIGAMENTO
                       PERFORM 73-GRAVAR-ITENS
                   END-IF
                   PERFORM 77-IMPRIMIR-EVENTO
                   ADD 1 TO WS-QTD-DESLIGAMENTOS
               END-IF.

      *----------------------------------------------------------------*
           34-TRATAR-DESLIGADO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           36-GRAVAR-DESLIGAMENTO.
      *----------------------------------------------------------------*

      *        A DATA DE DESLIGAMENTO E A DATA DA COMPETENCIA, A MESMA
      *        USADA PELA CALCULA-RESCISAO NO SALDO DE SALARIO.

               MOVE SPACES TO REG-ESO-DESLIGAMENTO.
               MOVE 'D'            TO ESD-TIPO.
               MOVE WS-NUM-EVENTO  TO ESD-NUM-EVENTO.
               MOVE WS-COMP-NUM    TO ESD-DATA-DESLIG.
               MOVE DSL-FUNCA      TO ESD-FUNCA.
               MOVE DSL-SALARIO    TO ESD-SALARIO.
               MOVE WS-VRB-LIQUIDO (WS-IDX-VRB) TO ESD-LIQUIDO.
               PERFORM 78-GRAVAR-ESOCIAL.

      *----------------------------------------------------------------*
           36-GRAVAR-DESLIGAMENTO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *        EVENTOS DE PAGAMENTO (S-1210): UM POR CREDITO ACEITO    *
      *        PELO BANCO, DO FUNCIONARIO OU DO FAVORECIDO DE PENSAO   *
      *----------------------------------------------------------------*
           40-PROCESSAR-PAGAMENTOS.
      *----------------------------------------------------------------*

               SET NAO-FIM-TABELA TO TRUE.
               PERFORM 42-PROCESSAR-UM-CREDITO UNTIL FIM-TABELA.
               CLOSE CREDACEI.

      *----------------------------------------------------------------*
           40-PROCESSAR-PAGAMENTOS-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           42-PROCESSAR-UM-CREDITO.
      *----------------------------------------------------------------*

               READ CREDACEI.
               IF FS-CREDACEI EQUAL 10
                   SET FIM-TABELA TO TRUE
               ELSE
                   IF FS-CREDACEI NOT EQUAL ZEROS
                       DISPLAY "ERRO AO LER CREDACEI = " FS-CREDACEI
                       MOVE 99 TO RETURN-CODE
                       STOP RUN
                   ELSE
                       IF CAC-CODFUN NOT NUMERIC
                         OR CAC-VALOR NOT NUMERIC
                         OR CAC-DATA-PAGTO NOT NUMERIC
                           DISPLAY "ERRO: REGISTRO INVALIDO EM"
                                   " CREDACEI: " REG-CREDACEI (1:37)
                           MOVE 99 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       PERFORM 44-TRATAR-CREDITO
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
           42-PROCESSAR-UM-CREDITO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           44-TRATAR-CREDITO.
      *----------------------------------------------------------------*

      *        CREDITO DE QUEM NAO TEM REMUNERACAO NEM DESLIGAMENTO NA
      *        RODADA (CREDACEI DE OUTRO CICLO OU DE OUTRO TIPO DE
      *        FOLHA) NAO GERA EVENTO E E LISTADO.

               SET ITEM-NAO-ACHADO TO TRUE.
               SET WS-IDX-TRB TO 1.
               SEARCH WS-TRB-ITEM
                   AT END SET ITEM-NAO-ACHADO TO TRUE
                   WHEN WS-IDX-TRB GREATER THAN WS-TRB-QTD
                       SET ITEM-NAO-ACHADO TO TRUE
                   WHEN WS-TRB-CODFUN (WS-IDX-TRB) EQUAL CAC-CODFUN
                       SET ITEM-ACHADO TO TRUE
               END-SEARCH.

               MOVE WS-EVT-PAGAMENTO TO WS-CHV-EVENTO.
               MOVE CAC-CODFUN       TO WS-CHV-CODFUN.
               MOVE CAC-TIPO-CREDITO TO WS-CHV-TIPO-CREDITO.
               MOVE CAC-SEQ-BENEF    TO WS-CHV-SEQ-BENEF.
               MOVE CAC-VALOR        TO WS-NOV-VALOR-REL.

               IF ITEM-NAO-ACHADO
                   ADD 1 TO WS-QTD-PAGTO-SEM-EVT
                   MOVE CAC-NOME TO WS-NOV-NOME
                   MOVE ZEROS TO WS-NUM-EVENTO WS-VERSAO
                   MOVE "CREDITO SEM REMUNERACAO NA RODADA"
                     TO WS-TEXTO-ACAO
                   PERFORM 77A-IMPRIMIR-LINHA
                   DISPLAY "*** CREDITO ACEITO SEM REMUNERACAO NA"
                           " RODADA: CODFUN = " CAC-CODFUN " ***"
               ELSE
                   MOVE WS-TRB-NOME (WS-IDX-TRB) TO WS-NOV-NOME
                   MOVE WS-TRB-CPF (WS-IDX-TRB)  TO WS-NOV-CPF
                   MOVE CAC-VALOR      TO WS-NOV-TOTAL-V
                   MOVE ZEROS          TO WS-NOV-TOTAL-D
                   MOVE 1              TO WS-NOV-QTD-ITENS
                   MOVE CAC-DATA-PAGTO TO WS-NOV-DATA-REF
                   PERFORM 70-DECIDIR-EVENTO
                   IF ACAO-EMITE-EVENTO
                       PERFORM 72-GRAVAR-EVENTO
                       PERFORM 46-GRAVAR-PAGAMENTO
                   END-IF
                   PERFORM 77-IMPRIMIR-EVENTO
                   ADD 1 TO WS-QTD-PAGAMENTOS
               END-IF.

      *----------------------------------------------------------------*
           44-TRATAR-CREDITO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           46-GRAVAR-PAGAMENTO.
      *----------------------------------------------------------------*

               MOVE SPACES TO REG-ESO-PAGAMENTO.
               MOVE 'P'              TO ESP-TIPO.
               MOVE WS-NUM-EVENTO    TO ESP-NUM-EVENTO.
               MOVE CAC-DATA-PAGTO   TO ESP-DATA-PAGTO.
               MOVE CAC-TIPO-CREDITO TO ESP-TIPO-CREDITO.
               MOVE CAC-SEQ-BENEF    TO ESP-SEQ-BENEF.
               MOVE CAC-BANCO        TO ESP-BANCO.
               MOVE CAC-AGENCIA      TO ESP-AGENCIA.
               MOVE CAC-CONTA        TO ESP-CONTA.
               MOVE CAC-VALOR        TO ESP-VALOR.
               MOVE CAC-NOME         TO ESP-FAVORECIDO.
               PERFORM 78-GRAVAR-ESOCIAL.
               ADD CAC-VALOR TO WS-ESO-TOTAL-PAGTO.

      *----------------------------------------------------------------*
           46-GRAVAR-PAGAMENTO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *        EVENTOS DO CONTROLE DESTA COMPETENCIA E TIPO QUE A      *
      *        RODADA NAO GEROU: CANDIDATOS A EXCLUSAO NO GOVERNO      *
      *----------------------------------------------------------------*
           50-LISTAR-NAO-GERADOS.
      *----------------------------------------------------------------*

               PERFORM 52-VERIFICAR-UM-CONTROLE
                   VARYING WS-IDX-CTL FROM 1 BY 1
                   UNTIL WS-IDX-CTL GREATER THAN WS-CTL-QTD.

      *----------------------------------------------------------------*
           50-LISTAR-NAO-GERADOS-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           52-VERIFICAR-UM-CONTROLE.
      *----------------------------------------------------------------*

      *        PAGAMENTOS SO SAO CONFERIDOS QUANDO HOUVE CREDACEI;
      *        EVENTO RECUSADO NAO EXISTE NO GOVERNO E NAO E LISTADO.

               IF WS-CTL-COMPETENCIA (WS-IDX-CTL) EQUAL WS-COMP-ANOMES
                       AND WS-CTL-TIPO-FOLHA (WS-IDX-CTL)
                           EQUAL WS-TIPO-FOLHA
                       AND NOT CTL-GERADO-NA-RODADA (WS-IDX-CTL)
                       AND NOT CTL-RECUSADO (WS-IDX-CTL)
                   IF WS-CTL-EVENTO (WS-IDX-CTL) NOT EQUAL
                           WS-EVT-PAGAMENTO
                           OR CREDACEI-DISPONIVEL
                       ADD 1 TO WS-QTD-NAO-GERADOS
                       MOVE WS-CTL-EVENTO (WS-IDX-CTL)
                         TO WS-CHV-EVENTO
                       MOVE WS-CTL-CODFUN (WS-IDX-CTL)
                         TO WS-CHV-CODFUN
                       MOVE WS-CTL-TIPO-CREDITO (WS-IDX-CTL)
                         TO WS-CHV-TIPO-CREDITO
                       MOVE WS-CTL-SEQ-BENEF (WS-IDX-CTL)
                         TO WS-CHV-SEQ-BENEF
                       MOVE WS-CTL-NUM-EVENTO (WS-IDX-CTL)
                         TO WS-NUM-EVENTO
                       MOVE WS-CTL-VERSAO (WS-IDX-CTL) TO WS-VERSAO
                       MOVE WS-CTL-TOTAL-V (WS-IDX-CTL)
                         TO WS-NOV-VALOR-REL
                       MOVE SPACES TO WS-NOV-NOME
                       MOVE "NAO GERADO - AVALIAR EXCLUSAO"
                         TO WS-TEXTO-ACAO
                       PERFORM 77A-IMPRIMIR-LINHA
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
           52-VERIFICAR-UM-CONTROLE-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           57-REGRAVAR-CONTROLE.
      *----------------------------------------------------------------*

      *        A REGRAVACAO SAI NO CTLESOC.NOVO E O VIVO SO E
      *        SUBSTITUIDO DEPOIS DO FECHAMENTO LIMPO. QUALQUER ERRO
      *        NO CAMINHO MANTEM O CTLESOC ANTERIOR INTACTO.

               OPEN OUTPUT CTLNOVO.
               IF FS-CTLNOVO NOT EQUAL ZEROS
                   DISPLAY "ERRO AO ABRIR CTLESOC.NOVO = "
                           FS-CTLNOVO
                   DISPLAY "CTLESOC ANTERIOR MANTIDO"
                   MOVE 99 TO RETURN-CODE
               ELSE
                   PERFORM 57A-GRAVAR-UM-CONTROLE
                       VARYING WS-IDX-CTL FROM 1 BY 1
                       UNTIL WS-IDX-CTL GREATER THAN WS-CTL-QTD
                           OR RETURN-CODE EQUAL 99
                   CLOSE CTLNOVO
                   IF FS-CTLNOVO NOT EQUAL ZEROS
                       DISPLAY "ERRO AO FECHAR CTLESOC.NOVO = "
                               FS-CTLNOVO
                       MOVE 99 TO RETURN-CODE
                   END-IF
                   IF RETURN-CODE EQUAL 99
                       DISPLAY "REGRAVACAO INCOMPLETA - CTLESOC"
                               " ANTERIOR MANTIDO"
                   ELSE
                       PERFORM 57B-PROMOVER-CONTROLE
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
           57-REGRAVAR-CONTROLE-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           57A-GRAVAR-UM-CONTROLE.
      *----------------------------------------------------------------*

               MOVE WS-CTL-REG (WS-IDX-CTL) TO REG-CTLNOVO.
               WRITE REG-CTLNOVO.
               IF FS-CTLNOVO NOT EQUAL ZEROS
                   DISPLAY "ERRO AO GRAVAR CTLESOC.NOVO = "
                           FS-CTLNOVO
                   MOVE 99 TO RETURN-CODE
               END-IF.

      *----------------------------------------------------------------*
           57A-GRAVAR-UM-CONTROLE-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           57B-PROMOVER-CONTROLE.
      *----------------------------------------------------------------*

      *        NA PRIMEIRA RODADA NAO HA CTLESOC ANTERIOR A APAGAR:
      *        SO PROMOVE O .NOVO.

               IF CONTROLE-EXISTIA
                   CALL "CBL_DELETE_FILE" USING WS-ARQ-CTLESOC
                       RETURNING WS-CALL-STATUS
                   IF WS-CALL-STATUS NOT EQUAL ZERO
                       DISPLAY "ERRO AO APAGAR CTLESOC ANTERIOR,"
                               " STATUS = " WS-CALL-STATUS
                       DISPLAY "CTLESOC.NOVO PRESERVADO - PROMOVER"
                               " MANUALMENTE"
                       MOVE 99 TO RETURN-CODE
                   END-IF
               END-IF.

               IF RETURN-CODE NOT EQUAL 99
                   CALL "CBL_RENAME_FILE" USING WS-ARQ-CTLNOVO
                       WS-ARQ-CTLESOC
                       RETURNING WS-CALL-STATUS
                   IF WS-CALL-STATUS NOT EQUAL ZERO
                       DISPLAY "ERRO AO PROMOVER CTLESOC.NOVO,"
                               " STATUS = " WS-CALL-STATUS
                       MOVE 99 TO RETURN-CODE
                   ELSE
                       DISPLAY "CTLESOC REGRAVADO COM " WS-CTL-QTD
                               " EVENTOS"
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
           57B-PROMOVER-CONTROLE-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *        DECISAO DO EVENTO CORRENTE CONTRA O CONTROLE:           *
      *        CHAVE NOVA = ORIGINAL; ACEITO E ALTERADO = RETIFICACAO  *
      *        DO RECIBO; RECUSADO = REENVIO COM NOVO NUMERO; ENVIADO  *
      *        SEM RETORNO E IGUAL = REENVIO COM O MESMO NUMERO;       *
      *        ENVIADO SEM RETORNO E ALTERADO = RETIDO; ACEITO E IGUAL *
      *        = INALTERADO, NAO REENVIADO                             *
      *----------------------------------------------------------------*
           70-DECIDIR-EVENTO.
      *----------------------------------------------------------------*

               SET ITEM-NAO-ACHADO TO TRUE.
               SET WS-IDX-CTL TO 1.
               SEARCH WS-CTL-ITEM
                   AT END SET ITEM-NAO-ACHADO TO TRUE
                   WHEN WS-IDX-CTL GREATER THAN WS-CTL-QTD
                       SET ITEM-NAO-ACHADO TO TRUE
                   WHEN WS-CTL-EVENTO (WS-IDX-CTL) EQUAL WS-CHV-EVENTO
                    AND WS-CTL-COMPETENCIA (WS-IDX-CTL)
                           EQUAL WS-COMP-ANOMES
                    AND WS-CTL-TIPO-FOLHA (WS-IDX-CTL)
                           EQUAL WS-TIPO-EVENTO
                    AND WS-CTL-CODFUN (WS-IDX-CTL) EQUAL WS-CHV-CODFUN
                    AND WS-CTL-TIPO-CREDITO (WS-IDX-CTL)
                           EQUAL WS-CHV-TIPO-CREDITO
                    AND WS-CTL-SEQ-BENEF (WS-IDX-CTL)
                           EQUAL WS-CHV-SEQ-BENEF
                       SET ITEM-ACHADO TO TRUE
               END-SEARCH.

               IF ITEM-NAO-ACHADO
                   PERFORM 70A-INCLUIR-CONTROLE
               ELSE
                   IF CTL-GERADO-NA-RODADA (WS-IDX-CTL)
                       DISPLAY "ERRO: EVENTO " WS-CHV-EVENTO
                               " EM DUPLICIDADE NA RODADA, CODFUN = "
                               WS-CHV-CODFUN " " WS-CHV-TIPO-CREDITO
                               WS-CHV-SEQ-BENEF
                       MOVE 99 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   PERFORM 70B-COMPARAR-CONTROLE
               END-IF.

               MOVE 'S' TO WS-CTL-GERADO (WS-IDX-CTL).
               MOVE WS-CTL-NUM-EVENTO (WS-IDX-CTL) TO WS-NUM-EVENTO.
               MOVE WS-CTL-VERSAO (WS-IDX-CTL)     TO WS-VERSAO.

      *----------------------------------------------------------------*
           70-DECIDIR-EVENTO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           70A-INCLUIR-CONTROLE.
      *----------------------------------------------------------------*

               IF WS-CTL-QTD NOT LESS THAN WS-CTL-MAX
                   DISPLAY "ERRO: MAIS DE " WS-CTL-MAX
                           " EVENTOS EM CTLESOC"
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
               END-IF.
               ADD 1 TO WS-CTL-QTD.
               SET WS-IDX-CTL TO WS-CTL-QTD.
               MOVE SPACES TO WS-CTL-REG (WS-IDX-CTL).
               MOVE WS-CHV-EVENTO  TO WS-CTL-EVENTO (WS-IDX-CTL).
               MOVE WS-COMP-ANOMES TO WS-CTL-COMPETENCIA (WS-IDX-CTL).
               MOVE WS-TIPO-EVENTO TO WS-CTL-TIPO-FOLHA (WS-IDX-CTL).
               MOVE WS-CHV-CODFUN  TO WS-CTL-CODFUN (WS-IDX-CTL).
               MOVE WS-CHV-TIPO-CREDITO
                 TO WS-CTL-TIPO-CREDITO (WS-IDX-CTL).
               MOVE WS-CHV-SEQ-BENEF TO WS-CTL-SEQ-BENEF (WS-IDX-CTL).
               MOVE ZEROS TO WS-CTL-VERSAO (WS-IDX-CTL)
                             WS-CTL-DATA-RETORNO (WS-IDX-CTL).
               MOVE 1 TO WS-IND-RETIF.
               MOVE SPACES TO WS-RECIBO-ANT.
               SET ACAO-ORIGINAL TO TRUE.
               ADD 1 TO WS-QTD-ORIGINAIS.
               MOVE "ORIGINAL" TO WS-TEXTO-ACAO.
               PERFORM 70C-REGISTRAR-ENVIO.

      *----------------------------------------------------------------*
           70A-INCLUIR-CONTROLE-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           70B-COMPARAR-CONTROLE.
      *----------------------------------------------------------------*

               IF WS-CTL-TOTAL-V (WS-IDX-CTL) EQUAL WS-NOV-TOTAL-V
                       AND WS-CTL-TOTAL-D (WS-IDX-CTL)
                           EQUAL WS-NOV-TOTAL-D
                       AND WS-CTL-QTD-ITENS (WS-IDX-CTL)
                           EQUAL WS-NOV-QTD-ITENS
                       AND WS-CTL-DATA-REF (WS-IDX-CTL)
                           EQUAL WS-NOV-DATA-REF
                   SET ITEM-ACHADO TO TRUE
               ELSE
                   SET ITEM-NAO-ACHADO TO TRUE
               END-IF.

               MOVE WS-CTL-RECIBO (WS-IDX-CTL) TO WS-RECIBO-ANT.
               IF WS-RECIBO-ANT EQUAL SPACES
                   MOVE 1 TO WS-IND-RETIF
               ELSE
                   MOVE 2 TO WS-IND-RETIF
               END-IF.

               EVALUATE TRUE
                   WHEN CTL-RECUSADO (WS-IDX-CTL)
                       SET ACAO-REENVIO TO TRUE
                       ADD 1 TO WS-QTD-REENVIOS
                       MOVE "REENVIO APOS RECUSA"
                         TO WS-TEXTO-ACAO
                       ADD 1 TO WS-ULT-NUM-EVENTO
                       MOVE WS-ULT-NUM-EVENTO
                         TO WS-CTL-NUM-EVENTO (WS-IDX-CTL)
                       PERFORM 70C-REGISTRAR-ENVIO
                   WHEN CTL-ENVIADO (WS-IDX-CTL) AND ITEM-ACHADO
                       SET ACAO-REENVIO TO TRUE
                       ADD 1 TO WS-QTD-REENVIOS
                       MOVE "SEM RETORNO - REENVIO MESMO NUMERO"
                         TO WS-TEXTO-ACAO
                   WHEN CTL-ENVIADO (WS-IDX-CTL)
                       SET ACAO-RETIDO TO TRUE
                       ADD 1 TO WS-QTD-RETIDOS
                       MOVE "ALTERADO - AGUARDANDO RECIBO"
                         TO WS-TEXTO-ACAO
                   WHEN ITEM-ACHADO
                       SET ACAO-INALTERADO TO TRUE
                       ADD 1 TO WS-QTD-INALTERADOS
                       MOVE "INALTERADO - JA ACEITO"
                         TO WS-TEXTO-ACAO
                   WHEN OTHER
                       SET ACAO-RETIFICACAO TO TRUE
                       ADD 1 TO WS-QTD-RETIFICACOES
                       MOVE "RETIFICACAO DO RECIBO ANTERIOR"
                         TO WS-TEXTO-ACAO
                       ADD 1 TO WS-ULT-NUM-EVENTO
                       MOVE WS-ULT-NUM-EVENTO
                         TO WS-CTL-NUM-EVENTO (WS-IDX-CTL)
                       PERFORM 70C-REGISTRAR-ENVIO
               END-EVALUATE.

      *----------------------------------------------------------------*
           70B-COMPARAR-CONTROLE-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           70C-REGISTRAR-ENVIO.
      *----------------------------------------------------------------*

      *        EVENTO NOVO OU COM NOVO NUMERO: NOVA VERSAO COM OS
      *        TOTAIS ENVIADOS, SITUACAO ENVIADO. O RECIBO ANTERIOR
      *        FICA NO CONTROLE ATE O RETORNO DA RETIFICACAO.

               IF ACAO-ORIGINAL
                   ADD 1 TO WS-ULT-NUM-EVENTO
                   MOVE WS-ULT-NUM-EVENTO
                     TO WS-CTL-NUM-EVENTO (WS-IDX-CTL)
               END-IF.
               ADD 1 TO WS-CTL-VERSAO (WS-IDX-CTL).
               MOVE WS-NOV-TOTAL-V   TO WS-CTL-TOTAL-V (WS-IDX-CTL).
               MOVE WS-NOV-TOTAL-D   TO WS-CTL-TOTAL-D (WS-IDX-CTL).
               MOVE WS-NOV-QTD-ITENS TO WS-CTL-QTD-ITENS (WS-IDX-CTL).
               MOVE WS-NOV-DATA-REF  TO WS-CTL-DATA-REF (WS-IDX-CTL).
               MOVE 'E'              TO WS-CTL-SITUACAO (WS-IDX-CTL).
               MOVE WS-DATA-NUM      TO WS-CTL-DATA-ENVIO (WS-IDX-CTL).
               MOVE SPACES           TO WS-CTL-COD-ERRO (WS-IDX-CTL).

      *----------------------------------------------------------------*
           70C-REGISTRAR-ENVIO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           72-GRAVAR-EVENTO.
      *----------------------------------------------------------------*

               MOVE SPACES TO REG-ESO-EVENTO.
               MOVE 'E'             TO ESE-TIPO.
               MOVE WS-NUM-EVENTO   TO ESE-NUM-EVENTO.
               MOVE WS-CHV-EVENTO   TO ESE-EVENTO.
               MOVE WS-IND-RETIF    TO ESE-IND-RETIF.
               IF ESE-RETIFICACAO
                   MOVE WS-RECIBO-ANT TO ESE-RECIBO-ANT
               END-IF.
               MOVE WS-COMP-ANOMES  TO ESE-COMPETENCIA.
               MOVE WS-TIPO-EVENTO  TO ESE-TIPO-FOLHA.
               MOVE WS-CHV-CODFUN   TO ESE-CODFUN.
               MOVE WS-NOV-CPF      TO ESE-CPF.
               MOVE WS-NOV-NOME     TO ESE-NOME.
               MOVE WS-VERSAO       TO ESE-VERSAO.
               PERFORM 78-GRAVAR-ESOCIAL.
               ADD 1 TO WS-ESO-QTD-EVENTOS.

      *----------------------------------------------------------------*
           72-GRAVAR-EVENTO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           73-GRAVAR-ITENS.
      *----------------------------------------------------------------*

               PERFORM 73A-GRAVAR-UM-ITEM
                   VARYING WS-IDX-ITM FROM 1 BY 1
                   UNTIL WS-IDX-ITM GREATER THAN WS-ITM-QTD.

      *----------------------------------------------------------------*
           73-GRAVAR-ITENS-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           73A-GRAVAR-UM-ITEM.
      *----------------------------------------------------------------*

               MOVE SPACES TO REG-ESO-ITEM.
               MOVE 'I'            TO ESI-TIPO.
               MOVE WS-NUM-EVENTO  TO ESI-NUM-EVENTO.
               MOVE WS-ITM-RUBRICA (WS-IDX-ITM)   TO ESI-RUBRICA.
               MOVE WS-ITM-DESCRICAO (WS-IDX-ITM) TO ESI-DESCRICAO.
               MOVE WS-ITM-NATUREZA (WS-IDX-ITM)  TO ESI-NATUREZA.
               MOVE WS-ITM-VALOR (WS-IDX-ITM)     TO ESI-VALOR.
               PERFORM 78-GRAVAR-ESOCIAL.
               IF WS-ITM-NATUREZA (WS-IDX-ITM) EQUAL 'V'
                   ADD WS-ITM-VALOR (WS-IDX-ITM) TO WS-ESO-TOTAL-V
               ELSE
                   ADD WS-ITM-VALOR (WS-IDX-ITM) TO WS-ESO-TOTAL-D
               END-IF.

      *----------------------------------------------------------------*
           73A-GRAVAR-UM-ITEM-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           74-GUARDAR-ITEM.
      *----------------------------------------------------------------*

      *        RUBRICA DE VALOR ZERO NAO ENTRA NO EVENTO.

               IF WS-ITM-VALOR-NOVO GREATER THAN ZEROS
                   IF WS-ITM-QTD NOT LESS THAN WS-ITM-MAX
                       DISPLAY "ERRO: MAIS DE " WS-ITM-MAX
                               " RUBRICAS NO EVENTO, CODFUN = "
                               WS-CODFUN-ATUAL
                       MOVE 99 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-ITM-QTD
                   SET WS-IDX-ITM TO WS-ITM-QTD
                   MOVE WS-ITM-RUBRICA-NOVA
                     TO WS-ITM-RUBRICA (WS-IDX-ITM)
                   MOVE WS-ITM-DESCR-NOVA
                     TO WS-ITM-DESCRICAO (WS-IDX-ITM)
                   MOVE WS-ITM-NATUR-NOVA
                     TO WS-ITM-NATUREZA (WS-IDX-ITM)
                   MOVE WS-ITM-VALOR-NOVO
                     TO WS-ITM-VALOR (WS-IDX-ITM)
               END-IF.

      *----------------------------------------------------------------*
           74-GUARDAR-ITEM-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           75-SOMAR-ITENS.
      *----------------------------------------------------------------*

      *        OS TOTAIS DE VENCIMENTOS E DESCONTOS E A QUANTIDADE DE
      *        RUBRICAS IDENTIFICAM O CONTEUDO DO EVENTO NO CONTROLE.

               MOVE ZEROS TO WS-NOV-TOTAL-V WS-NOV-TOTAL-D.
               MOVE WS-ITM-QTD TO WS-NOV-QTD-ITENS.
               PERFORM 75A-SOMAR-UM-ITEM
                   VARYING WS-IDX-ITM FROM 1 BY 1
                   UNTIL WS-IDX-ITM GREATER THAN WS-ITM-QTD.

      *----------------------------------------------------------------*
           75-SOMAR-ITENS-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           75A-SOMAR-UM-ITEM.
      *----------------------------------------------------------------*

               IF WS-ITM-NATUREZA (WS-IDX-ITM) EQUAL 'V'
                   ADD WS-ITM-VALOR (WS-IDX-ITM) TO WS-NOV-TOTAL-V
               ELSE
                   ADD WS-ITM-VALOR (WS-IDX-ITM) TO WS-NOV-TOTAL-D
               END-IF.

      *----------------------------------------------------------------*
           75A-SOMAR-UM-ITEM-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           76-BUSCAR-CPF.
      *----------------------------------------------------------------*

      *        SEM REGISTRO NO CADPESSO O EVENTO SAI COM CPF ZERADO,
      *        QUE O GOVERNO RECUSA: AVISO PARA CADASTRAR E REENVIAR.

               MOVE ZEROS TO WS-NOV-CPF.
               IF CADPESSO-DISPONIVEL
                   MOVE WS-CHV-CODFUN TO PES-CODFUN
                   READ CADPESSO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF PES-CPF NUMERIC
                               MOVE PES-CPF TO WS-NOV-CPF
                           END-IF
                   END-READ
               END-IF.

               IF WS-NOV-CPF EQUAL ZEROS
                   ADD 1 TO WS-QTD-SEM-CPF
                   DISPLAY "AVISO: CODFUN " WS-CHV-CODFUN
                           " SEM CPF NO CADPESSO"
               END-IF.

      *----------------------------------------------------------------*
           76-BUSCAR-CPF-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           77-IMPRIMIR-EVENTO.
      *----------------------------------------------------------------*

               IF WS-NOV-CPF EQUAL ZEROS
                   MOVE "SEM CPF NO CADPESSO - SERA RECUSADO"
                     TO WS-TEXTO-ACAO
               END-IF.
               PERFORM 77A-IMPRIMIR-LINHA.

      *----------------------------------------------------------------*
           77-IMPRIMIR-EVENTO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           77A-IMPRIMIR-LINHA.
      *----------------------------------------------------------------*

               MOVE SPACES TO REG-REL-EVENTO.
               MOVE WS-CHV-EVENTO       TO LEV-EVENTO.
               MOVE WS-NUM-EVENTO       TO LEV-NUMERO.
               MOVE WS-CHV-CODFUN       TO LEV-CODFUN.
               MOVE WS-NOV-NOME         TO LEV-NOME.
               MOVE WS-CHV-TIPO-CREDITO TO LEV-TIPO-CREDITO.
               MOVE WS-CHV-SEQ-BENEF    TO LEV-SEQ-BENEF.
               MOVE WS-VERSAO           TO LEV-VERSAO.
               MOVE WS-NOV-VALOR-REL    TO LEV-VALOR.
               MOVE WS-TEXTO-ACAO       TO LEV-ACAO.
               WRITE REG-REL-EVENTO.

      *----------------------------------------------------------------*
           77A-IMPRIMIR-LINHA-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           78-GRAVAR-ESOCIAL.
      *----------------------------------------------------------------*

      *        TODOS OS LAYOUTS DO ESOCIAL COMPARTILHAM A AREA DO
      *        REGISTRO; A GRAVACAO PELO HEADER GRAVA O CORRENTE.

               WRITE REG-ESO-HEADER.
               IF FS-ESOCIAL NOT EQUAL ZEROS
                   DISPLAY "ERRO AO GRAVAR ESOCIAL = " FS-ESOCIAL
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
               END-IF.
               ADD 1 TO WS-ESO-QTD-REGS.

      *----------------------------------------------------------------*
           78-GRAVAR-ESOCIAL-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *        REMUNERACAO DA FOLHA COMPLEMENTAR: O S-1200 DA          *
      *        COMPETENCIA DE CADA FUNCIONARIO DA RUBRICASCn E REFEITO *
      *        COM A MENSAL E AS COMPLEMENTARES ANTERIORES SOMADAS A   *
      *        RODADA E DECIDIDO PELO CONTROLE NA CHAVE DA MENSAL      *
      *----------------------------------------------------------------*
           80-REMUNERACAO-COMPLEMENTAR.
      *----------------------------------------------------------------*

      *        COMPLEMENTAR SEM RUBRICAS NAO PAGOU DIFERENCA A NINGUEM:
      *        NAO HA REMUNERACAO A RETIFICAR (AVISO E RC 04).

               SET NAO-FIM-RUBRICAS TO TRUE.
               PERFORM 22-LER-RUBRICA.
               IF FIM-RUBRICAS
                   SET COMPL-SEM-PAGAMENTO TO TRUE
                   DISPLAY "*** RUBRICAS DA " WS-TIPO-FOLHA
                           " SEM DIFERENCA PAGA NA COMPETENCIA "
                           WS-COMP-ANOMES
                           " - NENHUM S-1200 A RETIFICAR ***"
                   CLOSE RUBRICAS
               ELSE
                   PERFORM 82-CARREGAR-UMA-RUBRICA UNTIL FIM-RUBRICAS
                   CLOSE RUBRICAS

                   MOVE "MENSAL"       TO WS-TIPO-RUBRICAS
                   MOVE "RUBRICAS.dat" TO WS-NOME-RUBRICAS
                   PERFORM 84-SOMAR-RUBRICAS-ANTERIORES

                   MOVE WS-TIPO-FOLHA (6:1) TO WS-NUM-CPL-RODADA
                   PERFORM 83-SOMAR-UMA-COMPLEMENTAR
                       VARYING WS-NUM-CPL FROM 1 BY 1
                       UNTIL WS-NUM-CPL NOT LESS THAN WS-NUM-CPL-RODADA

                   MOVE "MENSAL" TO WS-TIPO-EVENTO
                   PERFORM 88-FECHAR-UM-COMPLEMENTAR
                       VARYING WS-IDX-CPL FROM 1 BY 1
                       UNTIL WS-IDX-CPL GREATER THAN WS-CPL-QTD
                   MOVE WS-TIPO-FOLHA TO WS-TIPO-EVENTO
                                         WS-TIPO-RUBRICAS
               END-IF.

      *----------------------------------------------------------------*
           80-REMUNERACAO-COMPLEMENTAR-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           82-CARREGAR-UMA-RUBRICA.
      *----------------------------------------------------------------*

      *        AS RUBRICAS DE UM MESMO FUNCIONARIO VEM EM SEQUENCIA:
      *        NOVO CODFUN ENTRA NA LISTA DA COMPLEMENTAR.

               IF WS-CPL-QTD EQUAL ZEROS
                       OR RUB-CODFUN NOT EQUAL
                           WS-CPL-CODFUN (WS-CPL-QTD)
                   IF WS-CPL-QTD NOT LESS THAN WS-CPL-MAX
                       DISPLAY "ERRO: MAIS DE " WS-CPL-MAX
                               " FUNCIONARIOS NA COMPLEMENTAR"
                       MOVE 99 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-CPL-QTD
                   SET WS-IDX-CPL TO WS-CPL-QTD
                   MOVE RUB-CODFUN TO WS-CPL-CODFUN (WS-IDX-CPL)
                   MOVE RUB-NOME   TO WS-CPL-NOME (WS-IDX-CPL)
               END-IF.

               PERFORM 86-SOMAR-RUBRICA-CONSOLIDADA.
               PERFORM 22-LER-RUBRICA.

      *----------------------------------------------------------------*
           82-CARREGAR-UMA-RUBRICA-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           83-SOMAR-UMA-COMPLEMENTAR.
      *----------------------------------------------------------------*

               MOVE SPACES TO WS-NOME-RUBRICAS.
               STRING "RUBRICASC" WS-NUM-CPL ".dat"
                   DELIMITED BY SIZE INTO WS-NOME-RUBRICAS.
               MOVE SPACES TO WS-TIPO-RUBRICAS.
               STRING "COMPL" WS-NUM-CPL
                   DELIMITED BY SIZE INTO WS-TIPO-RUBRICAS.
               SET RUBRICAS-OPCIONAL TO TRUE.
               PERFORM 84-SOMAR-RUBRICAS-ANTERIORES.

      *----------------------------------------------------------------*
           83-SOMAR-UMA-COMPLEMENTAR-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           84-SOMAR-RUBRICAS-ANTERIORES.
      *----------------------------------------------------------------*

      *        SEM AS RUBRICAS DA MENSAL NAO HA S-1200 A RETIFICAR E O
      *        JOB ABORTA; COMPLEMENTAR ANTERIOR AUSENTE E AVISADA E O
      *        S-1200 SAI SEM ELA. SO SOMAM OS FUNCIONARIOS DA RODADA.

               MOVE SPACES TO WS-ARQ-RUBRICAS.
               STRING WS-DIRETORIO DELIMITED BY SPACE
                      WS-NOME-RUBRICAS DELIMITED BY SPACE
                   INTO WS-ARQ-RUBRICAS.

               OPEN INPUT RUBRICAS.
               IF FS-RUBRICAS EQUAL 35 AND RUBRICAS-OPCIONAL
                   ADD 1 TO WS-QTD-RUB-IGNORADAS
                   DISPLAY "AVISO: RUBRICAS DA " WS-TIPO-RUBRICAS
                           " NAO ENCONTRADAS - S-1200 SEM ELAS"
               ELSE
                   IF FS-RUBRICAS NOT EQUAL ZEROS
                       DISPLAY "--------------------------------"
                       DISPLAY "ERRO AO ABRIR O ARQUIVO "
                               WS-NOME-RUBRICAS
                       DISPLAY "FILE STATUS = " FS-RUBRICAS
                       DISPLAY "--------------------------------"
                       MOVE 99 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   SET NAO-FIM-RUBRICAS TO TRUE
                   PERFORM 22-LER-RUBRICA
                   PERFORM 85-SOMAR-UMA-RUBRICA UNTIL FIM-RUBRICAS
                   CLOSE RUBRICAS
               END-IF.
               MOVE 'N' TO WS-RUBRICAS-OPCIONAL.

      *----------------------------------------------------------------*
           84-SOMAR-RUBRICAS-ANTERIORES-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           85-SOMAR-UMA-RUBRICA.
      *----------------------------------------------------------------*

               SET ITEM-NAO-ACHADO TO TRUE.
               SET WS-IDX-CPL TO 1.
               SEARCH WS-CPL-ITEM
                   AT END SET ITEM-NAO-ACHADO TO TRUE
                   WHEN WS-IDX-CPL GREATER THAN WS-CPL-QTD
                       SET ITEM-NAO-ACHADO TO TRUE
                   WHEN WS-CPL-CODFUN (WS-IDX-CPL) EQUAL RUB-CODFUN
                       SET ITEM-ACHADO TO TRUE
               END-SEARCH.

               IF ITEM-ACHADO
                   PERFORM 86-SOMAR-RUBRICA-CONSOLIDADA
               END-IF.
               PERFORM 22-LER-RUBRICA.

      *----------------------------------------------------------------*
           85-SOMAR-UMA-RUBRICA-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           86-SOMAR-RUBRICA-CONSOLIDADA.
      *----------------------------------------------------------------*

      *        A MESMA RUBRICA DE MESMA NATUREZA EM MAIS DE UMA FOLHA
      *        DA COMPETENCIA E SOMADA NUM SO ITEM DO EVENTO.

               SET ITEM-NAO-ACHADO TO TRUE.
               SET WS-IDX-RBC TO 1.
               SEARCH WS-RBC-ITEM
                   AT END SET ITEM-NAO-ACHADO TO TRUE
                   WHEN WS-IDX-RBC GREATER THAN WS-RBC-QTD
                       SET ITEM-NAO-ACHADO TO TRUE
                   WHEN WS-RBC-CODFUN (WS-IDX-RBC) EQUAL RUB-CODFUN
                    AND WS-RBC-RUBRICA (WS-IDX-RBC) EQUAL RUB-CODIGO
                    AND WS-RBC-NATUREZA (WS-IDX-RBC) EQUAL RUB-NATUREZA
                       SET ITEM-ACHADO TO TRUE
               END-SEARCH.

               IF ITEM-ACHADO
                   ADD RUB-VALOR TO WS-RBC-VALOR (WS-IDX-RBC)
               ELSE
                   IF WS-RBC-QTD NOT LESS THAN WS-RBC-MAX
                       DISPLAY "ERRO: MAIS DE " WS-RBC-MAX
                               " RUBRICAS NA COMPLEMENTAR"
                       MOVE 99 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-RBC-QTD
                   SET WS-IDX-RBC TO WS-RBC-QTD
                   MOVE RUB-CODFUN    TO WS-RBC-CODFUN (WS-IDX-RBC)
                   MOVE RUB-CODIGO    TO WS-RBC-RUBRICA (WS-IDX-RBC)
                   MOVE RUB-DESCRICAO TO WS-RBC-DESCRICAO (WS-IDX-RBC)
                   MOVE RUB-NATUREZA  TO WS-RBC-NATUREZA (WS-IDX-RBC)
                   MOVE RUB-VALOR     TO WS-RBC-VALOR (WS-IDX-RBC)
               END-IF.

      *----------------------------------------------------------------*
           86-SOMAR-RUBRICA-CONSOLIDADA-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           88-FECHAR-UM-COMPLEMENTAR.
      *----------------------------------------------------------------*

               MOVE ZEROS TO WS-ITM-QTD.
               MOVE WS-CPL-CODFUN (WS-IDX-CPL) TO WS-CODFUN-ATUAL.
               MOVE WS-CPL-NOME (WS-IDX-CPL)   TO WS-NOME-ATUAL.
               PERFORM 89-GUARDAR-UM-CONSOLIDADO
                   VARYING WS-IDX-RBC FROM 1 BY 1
                   UNTIL WS-IDX-RBC GREATER THAN WS-RBC-QTD.
               PERFORM 26-FECHAR-REMUNERACAO.

      *----------------------------------------------------------------*
           88-FECHAR-UM-COMPLEMENTAR-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           89-GUARDAR-UM-CONSOLIDADO.
      *----------------------------------------------------------------*

               IF WS-RBC-CODFUN (WS-IDX-RBC) EQUAL WS-CODFUN-ATUAL
                   MOVE WS-RBC-RUBRICA (WS-IDX-RBC)
                     TO WS-ITM-RUBRICA-NOVA
                   MOVE WS-RBC-DESCRICAO (WS-IDX-RBC)
                     TO WS-ITM-DESCR-NOVA
                   MOVE WS-RBC-NATUREZA (WS-IDX-RBC)
                     TO WS-ITM-NATUR-NOVA
                   MOVE WS-RBC-VALOR (WS-IDX-RBC)
                     TO WS-ITM-VALOR-NOVO
                   PERFORM 74-GUARDAR-ITEM
               END-IF.

      *----------------------------------------------------------------*
           89-GUARDAR-UM-CONSOLIDADO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *                            FINALIZACAO                         *
      *----------------------------------------------------------------*
           60-FINALIZAR.

               MOVE SPACES TO REG-REL-QTDS.
               MOVE "EVENTOS DE REMUNERACAO (S-1200)" TO QTD-LIT.
               MOVE WS-QTD-REMUNERACAO TO QTD-VALOR.
               WRITE REG-REL-QTDS.

               MOVE SPACES TO REG-REL-QTDS.
               MOVE "EVENTOS DE PAGAMENTO (S-1210)" TO QTD-LIT.
               MOVE WS-QTD-PAGAMENTOS TO QTD-VALOR.
               WRITE REG-REL-QTDS.

               MOVE SPACES TO REG-REL-QTDS.
               MOVE "EVENTOS DE DESLIGAMENTO (S-2299)" TO QTD-LIT.
               MOVE WS-QTD-DESLIGAMENTOS TO QTD-VALOR.
               WRITE REG-REL-QTDS.

               MOVE SPACES TO REG-REL-QTDS.
               MOVE "ORIGINAIS GERADOS" TO QTD-LIT.
               MOVE WS-QTD-ORIGINAIS TO QTD-VALOR.
               WRITE REG-REL-QTDS.

               MOVE SPACES TO REG-REL-QTDS.
               MOVE "RETIFICACOES GERADAS" TO QTD-LIT.
               MOVE WS-QTD-RETIFICACOES TO QTD-VALOR.
               WRITE REG-REL-QTDS.

               MOVE SPACES TO REG-REL-QTDS.
               MOVE "REENVIOS" TO QTD-LIT.
               MOVE WS-QTD-REENVIOS TO QTD-VALOR.
               WRITE REG-REL-QTDS.

               MOVE SPACES TO REG-REL-QTDS.
               MOVE "INALTERADOS NAO REENVIADOS" TO QTD-LIT.
               MOVE WS-QTD-INALTERADOS TO QTD-VALOR.
               WRITE REG-REL-QTDS.

               MOVE SPACES TO REG-REL-QTDS.
               MOVE "RETIDOS AGUARDANDO RECIBO" TO QTD-LIT.
               MOVE WS-QTD-RETIDOS TO QTD-VALOR.
               WRITE REG-REL-QTDS.

               MOVE SPACES TO REG-REL-QTDS.
               MOVE "NAO GERADOS - AVALIAR EXCLUSAO" TO QTD-LIT.
               MOVE WS-QTD-NAO-GERADOS TO QTD-VALOR.
               WRITE REG-REL-QTDS.

               MOVE SPACES TO REG-REL-TOTAIS.
               MOVE "TOTAL DE VENCIMENTOS ENVIADOS" TO TOT-LIT.
               MOVE WS-ESO-TOTAL-V TO TOT-VALOR.
               WRITE REG-REL-TOTAIS.

               MOVE SPACES TO REG-REL-TOTAIS.
               MOVE "TOTAL DE DESCONTOS ENVIADOS" TO TOT-LIT.
               MOVE WS-ESO-TOTAL-D TO TOT-VALOR.
               WRITE REG-REL-TOTAIS.

               MOVE SPACES TO REG-REL-TOTAIS.
               MOVE "TOTAL DE PAGAMENTOS ENVIADOS" TO TOT-LIT.
               MOVE WS-ESO-TOTAL-PAGTO TO TOT-VALOR.
               WRITE REG-REL-TOTAIS.

               MOVE SPACES TO REG-ESO-TRAILER.
               MOVE '9'                TO EST-TIPO.
               MOVE WS-ESO-QTD-EVENTOS TO EST-QTD-EVENTOS.
               ADD 1 TO WS-ESO-QTD-REGS.
               MOVE WS-ESO-QTD-REGS    TO EST-QTD-REGISTROS.
               MOVE WS-ESO-TOTAL-V     TO EST-TOTAL-V.
               MOVE WS-ESO-TOTAL-D     TO EST-TOTAL-D.
               MOVE WS-ESO-TOTAL-PAGTO TO EST-TOTAL-PAGTO.
               WRITE REG-ESO-TRAILER.
               IF FS-ESOCIAL NOT EQUAL ZEROS
                   DISPLAY "ERRO AO GRAVAR ESOCIAL = " FS-ESOCIAL
                   MOVE 99 TO RETURN-CODE
               END-IF.

               CLOSE ESOCIAL RELESOC.

               IF FS-ESOCIAL NOT EQUAL ZEROS
                       AND FS-ESOCIAL NOT EQUAL 10
                   DISPLAY "ERRO AO FECHAR ESOCIAL = " FS-ESOCIAL
                   MOVE 99 TO RETURN-CODE.

               IF FS-RELESOC NOT EQUAL ZEROS
                       AND FS-RELESOC NOT EQUAL 10
                   DISPLAY "ERRO AO FECHAR RELESOC = " FS-RELESOC
                   MOVE 99 TO RETURN-CODE.

               IF CADPESSO-DISPONIVEL
                   CLOSE CADPESSO
               END-IF.

      *        O CONTROLE SO E ATUALIZADO COM O ARQUIVO DE EVENTOS
      *        FECHADO SEM ERRO: FALHA DEIXA O CTLESOC ANTERIOR E O
      *        ESOCIAL DA RODADA NAO DEVE SER TRANSMITIDO.
               IF RETURN-CODE NOT EQUAL 99
                   PERFORM 57-REGRAVAR-CONTROLE
               END-IF.

               DISPLAY "----------- RESUMO ESOCIAL -------------".
               DISPLAY "REMUNERACOES (S-1200) = " WS-QTD-REMUNERACAO.
               DISPLAY "PAGAMENTOS (S-1210)   = " WS-QTD-PAGAMENTOS.
               DISPLAY "DESLIGAMENTOS (S-2299)= " WS-QTD-DESLIGAMENTOS.
               DISPLAY "EVENTOS NO ARQUIVO    = " WS-ESO-QTD-EVENTOS.
               DISPLAY "ORIGINAIS             = " WS-QTD-ORIGINAIS.
               DISPLAY "RETIFICACOES          = " WS-QTD-RETIFICACOES.
               DISPLAY "REENVIOS              = " WS-QTD-REENVIOS.
               DISPLAY "INALTERADOS           = " WS-QTD-INALTERADOS.
               DISPLAY "RETIDOS S/ RECIBO     = " WS-QTD-RETIDOS.
               DISPLAY "NAO GERADOS NA RODADA = " WS-QTD-NAO-GERADOS.
               DISPLAY "SEM CPF               = " WS-QTD-SEM-CPF.
               DISPLAY "DESLIGADOS SEM VERBAS = " WS-QTD-SEM-VERBAS.
               DISPLAY "CREDITOS SEM EVENTO   = " WS-QTD-PAGTO-SEM-EVT.
               IF FOLHA-COMPLEMENTAR
                   DISPLAY "RUBRICAS NAO SOMADAS  = "
                           WS-QTD-RUB-IGNORADAS
               END-IF.
               DISPLAY "---------------------------------------".

               IF RETURN-CODE EQUAL 99
                   DISPLAY "ESOCIAL DA RODADA NAO DEVE SER TRANSMITIDO"
               ELSE
                   IF WS-QTD-SEM-CPF NOT EQUAL ZEROS
                           OR WS-QTD-SEM-VERBAS NOT EQUAL ZEROS
                           OR WS-QTD-PAGTO-SEM-EVT NOT EQUAL ZEROS
                           OR WS-QTD-RETIDOS NOT EQUAL ZEROS
                           OR WS-QTD-NAO-GERADOS NOT EQUAL ZEROS
                           OR WS-QTD-RET-RECUSADOS NOT EQUAL ZEROS
                           OR WS-QTD-RUB-IGNORADAS NOT EQUAL ZEROS
                           OR COMPL-SEM-PAGAMENTO
                       DISPLAY "ESOCIAL COM AVISOS - VERIFICAR O"
                               " CONSOLE E O RELATORIO RELESOC"
                       MOVE 04 TO RETURN-CODE
                   END-IF
               END-IF.

           60-FIM.     EXIT.

       END PROGRAM GERA-ESOCIAL.
