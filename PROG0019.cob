      *================================================================*
       IDENTIFICATION DIVISION.
      *================================================================*

       PROGRAM-ID. ENCARGOS-FOLHA.

      ******************************************************************
      * Author:
      * Date:
      * Purpose: apura os encargos da empresa sobre a folha da rodada,
      *          depois da FOLHA-PAGAMENTO e da CALCULA-RESCISAO. O
      *          bruto de cada funcionario sai do ACUMANO da
      *          competencia + TIPO-FOLHA do SYSPARM (o mesmo bruto
      *          efetivo da contabilidade; rodada sem acumulado aborta)
      *          e a funcao do CADFUNCN, classificado por funcao como
      *          na folha. Sobre o bruto incidem FGTS de 8%, INSS
      *          patronal e RAT pelas aliquotas da funcao no TABENCAR
      *          (funcao ausente usa as aliquotas padrao e avisa).
      *          A provisao de 13o salario (1/12 do salario) e a de
      *          ferias com o terco (4/36 do salario) sao apropriadas
      *          na folha MENSAL e baixadas pelas folhas 13SAL1,
      *          13SAL2 e FERIAS, em saldo por CODFUN no PROVISAO, que
      *          guarda tambem o FGTS depositado pelo sistema e passa
      *          de um mes para o outro (regravado em PROVISAO.NOVO e
      *          promovido so apos o fechamento limpo). Cada
      *          desligado do DESLIGADOS com verbas no VERBRESC da
      *          competencia recolhe FGTS sobre saldo de salario + 13o
      *          e a multa de 40% sobre o saldo de FGTS, e tem as
      *          provisoes baixadas. Emite o relatorio ENCARGOS por
      *          funcao com a secao de rescisoes e o arquivo FGTSDEP
      *          de recolhimento por funcionario (header '0', detalhe
      *          '1' de folha 'F', rescisao 'R' e multa 'M', trailer
      *          '9'), um par por tipo de folha como na FOLHA. A
      *          reexecucao da mesma competencia e tipo desfaz o
      *          movimento anterior da provisao antes de refaze-lo.
      *          Na folha complementar (COMPL1 a COMPL9) o bruto e a
      *          diferenca paga gravada no ACUMANO como tipo COMPLn:
      *          so os CODFUNs da complementar recolhem FGTS, INSS
      *          patronal e RAT sobre ela, no FGTSDEPCPLn e no
      *          ENCARGOSCPLn proprios, sem movimentar a provisao nem
      *          processar rescisoes.
      *          Avisos deixam RETURN-CODE 04.
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

              SELECT CADFUNCN ASSIGN TO DYNAMIC WS-ARQ-CADFUNCN
              FILE STATUS IS FS-CADFUNCN
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT ACUMANO ASSIGN TO DYNAMIC WS-ARQ-ACUMANO
              FILE STATUS IS FS-ACUMANO
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT TABENCAR ASSIGN TO DYNAMIC WS-ARQ-TABENCAR
              FILE STATUS IS FS-TABENCAR
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT DESLIGADOS ASSIGN TO DYNAMIC WS-ARQ-DESLIG
              FILE STATUS IS FS-DESLIGADOS
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT VERBRESC ASSIGN TO DYNAMIC WS-ARQ-VERBRESC
              FILE STATUS IS FS-VERBRESC
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT PROVISAO ASSIGN TO DYNAMIC WS-ARQ-PROVISAO
              FILE STATUS IS FS-PROVISAO
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT PROVNOVO ASSIGN TO DYNAMIC WS-ARQ-PROVNOVO
              FILE STATUS IS FS-PROVNOVO
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT FGTSDEP ASSIGN TO DYNAMIC WS-ARQ-FGTSDEP
              FILE STATUS IS FS-FGTSDEP
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT ENCARGOS ASSIGN TO DYNAMIC WS-ARQ-ENCARGOS
              FILE STATUS IS FS-ENCARGOS
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT SYSPARM ASSIGN TO DYNAMIC WS-ARQ-SYSPARM
              FILE STATUS IS FS-SYSPARM
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT CLASSIFICA ASSIGN TO "SORTWK01".

      *================================================================*
       DATA DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                                                    SECTION.
      *----------------------------------------------------------------*

      *        O CADFUNCN E LIDO DIRETAMENTE PELO SORT (USING); O
      *        LAYOUT NOMEADO DOS CAMPOS ESTA NO REGISTRO DO SORT.
           FD  CADFUNCN
               BLOCK CONTAINS 0 RECORDS
               RECORD CONTAINS 80 CHARACTERS
               LABEL RECORD IS STANDARD
               RECORDING MODE IS F.

       01  REG-CADFUNCN            PIC X(80).

      *----------------------------------------------------------------*
      *        ARQUIVO DE TRABALHO DO SORT: CADFUNCN REORDENADO POR    *
      *        FUNCAO E, DENTRO DA FUNCAO, POR CODFUN                  *
      *----------------------------------------------------------------*

           SD  CLASSIFICA
               RECORD CONTAINS 80 CHARACTERS.

       01  REG-CLASSIFICA.
           05 SRT-CODFUN           PIC 9(04).
           05 SRT-NOME             PIC X(35).
           05 SRT-FUNCA            PIC X(20).
           05 SRT-SALARIO          PIC 9(04)V99.
           05 SRT-VENCTOS          PIC 9(04)V99.
           05 SRT-DECTOS           PIC 9(04)V99.
           05 FILLER               PIC X(03).

      *----------------------------------------------------------------*
      *        ACUMULADO ANUAL (LAYOUT DA FOLHA-PAGAMENTO): SO A       *
      *        COMPETENCIA + TIPO DE FOLHA DA RODADA E CARREGADA       *
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
      *        ALIQUOTAS PATRONAIS POR FUNCAO (ARQUIVO DE PARAMETRO    *
      *        MANTIDO PELA OPERACAO): INSS PATRONAL E RAT EM %        *
      *----------------------------------------------------------------*

           FD  TABENCAR
               BLOCK CONTAINS 0 RECORDS
               RECORD CONTAINS 30 CHARACTERS
               LABEL RECORD IS STANDARD
               RECORDING MODE IS F.

       01  REG-TABENCAR.
           05 ENC-FUNCA-E          PIC X(20).
           05 ENC-ALIQ-PATRONAL-E  PIC 9(02)V99.
           05 ENC-ALIQ-RAT-E       PIC 9(02)V99.
           05 FILLER               PIC X(02).

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
      *        SALDOS DE PROVISAO POR CODFUN, DE UM MES PARA O OUTRO:  *
      *        13o SALARIO, FERIAS COM O TERCO E FGTS DEPOSITADO. O    *
      *        ULTIMO MOVIMENTO (COMPETENCIA, TIPO E SALDOS ANTERIORES)*
      *        PERMITE DESFAZER A RODADA NA REEXECUCAO. TIPOS-COMP     *
      *        MARCA AS FOLHAS JA APROPRIADAS NA COMPETENCIA (POSICAO  *
      *        1 MENSAL, 2 13SAL1, 3 13SAL2, 4 FERIAS).                *
      *----------------------------------------------------------------*

           FD  PROVISAO
               BLOCK CONTAINS 0 RECORDS
               RECORD CONTAINS 130 CHARACTERS
               LABEL RECORD IS STANDARD
               RECORDING MODE IS F.

       01  REG-PROVISAO.
           05 PRV-CODFUN           PIC 9(04).
           05 PRV-NOME             PIC X(35).
           05 PRV-SALDO-13         PIC 9(09)V99.
           05 PRV-SALDO-FERIAS     PIC 9(09)V99.
           05 PRV-SALDO-FGTS       PIC 9(09)V99.
           05 PRV-ULT-COMPETENCIA  PIC 9(06).
           05 PRV-ULT-TIPO         PIC X(06).
           05 PRV-ANT-SALDO-13     PIC 9(09)V99.
           05 PRV-ANT-SALDO-FERIAS PIC 9(09)V99.
           05 PRV-ANT-SALDO-FGTS   PIC 9(09)V99.
           05 PRV-ANT-SITUACAO     PIC X(01).
           05 PRV-SITUACAO         PIC X(01).
           05 PRV-TIPOS-COMP       PIC X(04).
           05 FILLER               PIC X(07).

      *        O PROVISAO NAO E REGENERAVEL: A REGRAVACAO SAI NO
      *        PROVISAO.NOVO (MESMO ESQUEMA DO ACUMANO DA FOLHA)

           FD  PROVNOVO
               BLOCK CONTAINS 0 RECORDS
               RECORD CONTAINS 130 CHARACTERS
               LABEL RECORD IS STANDARD
               RECORDING MODE IS F.

       01  REG-PROVNOVO            PIC X(130).

      *----------------------------------------------------------------*
      *        RECOLHIMENTO DO FGTS POR FUNCIONARIO PARA O SISTEMA DE  *
      *        ARRECADACAO: HEADER '0', DETALHE '1' (ORIGEM F FOLHA,   *
      *        R RESCISAO, M MULTA DE 40%) E TRAILER '9' COM TOTAIS    *
      *----------------------------------------------------------------*

           FD  FGTSDEP
               BLOCK CONTAINS 0 RECORDS
               RECORD CONTAINS 80 CHARACTERS
               LABEL RECORD IS STANDARD
               RECORDING MODE IS F.

       01  REG-FGTS-HEADER.
           05 FGH-TIPO             PIC X(01).
           05 FGH-COMPETENCIA      PIC 9(06).
           05 FGH-TIPO-FOLHA       PIC X(06).
           05 FGH-DATA-GERACAO     PIC 9(08).
           05 FGH-LITERAL          PIC X(30).
           05 FILLER               PIC X(29).

       01  REG-FGTS-DETALHE.
           05 FGD-TIPO             PIC X(01).
           05 FGD-CODFUN           PIC 9(04).
           05 FGD-NOME             PIC X(35).
           05 FGD-COMPETENCIA      PIC 9(06).
           05 FGD-REMUNERACAO      PIC 9(09)V99.
           05 FGD-VALOR-FGTS       PIC 9(07)V99.
           05 FGD-ORIGEM           PIC X(01).
               88 FGD-ORIGEM-FOLHA             VALUE 'F'.
               88 FGD-ORIGEM-RESCISAO          VALUE 'R'.
               88 FGD-ORIGEM-MULTA             VALUE 'M'.
           05 FILLER               PIC X(13).

       01  REG-FGTS-TRAILER.
           05 FGT-TIPO             PIC X(01).
           05 FGT-QTD-DETALHES     PIC 9(06).
           05 FGT-TOTAL-REMUNER    PIC 9(13)V99.
           05 FGT-TOTAL-FGTS       PIC 9(11)V99.
           05 FILLER               PIC X(45).

      *----------------------------------------------------------------*
      *               RELATORIO DE ENCARGOS POR FUNCAO                 *
      *----------------------------------------------------------------*

           FD  ENCARGOS
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
           05 TIT-FUNCA            PIC X(21).
           05 TIT-QTD              PIC X(06).
           05 TIT-BRUTO            PIC X(13).
           05 TIT-FGTS             PIC X(12).
           05 TIT-INSS             PIC X(12).
           05 TIT-RAT              PIC X(12).
           05 TIT-PROV-13          PIC X(13).
           05 TIT-PROV-FERIAS      PIC X(13).
           05 TIT-TOTAL            PIC X(12).
           05 FILLER               PIC X(06).

       01  REG-REL-FUNCAO.
           05 LIN-FUNCA            PIC X(20).
           05 FILLER               PIC X(01).
           05 LIN-QTD              PIC ZZZZ9.
           05 FILLER               PIC X(01).
           05 LIN-BRUTO            PIC ZZZZZZZZ9,99.
           05 FILLER               PIC X(01).
           05 LIN-FGTS             PIC ZZZZZZZ9,99.
           05 FILLER               PIC X(01).
           05 LIN-INSS             PIC ZZZZZZZ9,99.
           05 FILLER               PIC X(01).
           05 LIN-RAT              PIC ZZZZZZZ9,99.
           05 FILLER               PIC X(01).
           05 LIN-PROV-13          PIC -ZZZZZZZ9,99.
           05 FILLER               PIC X(01).
           05 LIN-PROV-FERIAS      PIC -ZZZZZZZ9,99.
           05 FILLER               PIC X(01).
           05 LIN-TOTAL            PIC ZZZZZZZZ9,99.
           05 FILLER               PIC X(06).

       01  REG-REL-TITULO-RESC.
           05 TRS-CODFUN           PIC X(06).
           05 TRS-NOME             PIC X(36).
           05 TRS-BASE             PIC X(11).
           05 TRS-FGTS             PIC X(11).
           05 TRS-MULTA            PIC X(11).
           05 TRS-INSS             PIC X(11).
           05 TRS-RAT              PIC X(11).
           05 TRS-TEXTO            PIC X(23).

       01  REG-REL-RESCISAO.
           05 LRS-CODFUN           PIC 9(04).
           05 FILLER               PIC X(02).
           05 LRS-NOME             PIC X(35).
           05 FILLER               PIC X(01).
           05 LRS-BASE             PIC ZZZZZZ9,99.
           05 FILLER               PIC X(01).
           05 LRS-FGTS             PIC ZZZZZZ9,99.
           05 FILLER               PIC X(01).
           05 LRS-MULTA            PIC ZZZZZZ9,99.
           05 FILLER               PIC X(01).
           05 LRS-INSS             PIC ZZZZZZ9,99.
           05 FILLER               PIC X(01).
           05 LRS-RAT              PIC ZZZZZZ9,99.
           05 FILLER               PIC X(01).
           05 LRS-TEXTO            PIC X(23).

       01  REG-REL-TOTAIS.
           05 FILLER               PIC X(06).
           05 TOT-LIT              PIC X(44).
           05 TOT-VALOR            PIC ZZZZZZZZZZ9,99.
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

       77  FS-CADFUNCN         PIC 9(02)   VALUE ZEROS.
       77  FS-ACUMANO          PIC 9(02)   VALUE ZEROS.
       77  FS-TABENCAR         PIC 9(02)   VALUE ZEROS.
       77  FS-DESLIGADOS       PIC 9(02)   VALUE ZEROS.
       77  FS-VERBRESC         PIC 9(02)   VALUE ZEROS.
       77  FS-PROVISAO         PIC 9(02)   VALUE ZEROS.
       77  FS-PROVNOVO         PIC 9(02)   VALUE ZEROS.
       77  FS-FGTSDEP          PIC 9(02)   VALUE ZEROS.
       77  FS-ENCARGOS         PIC 9(02)   VALUE ZEROS.
       77  FS-SYSPARM          PIC 9(02)   VALUE ZEROS.

      *------- parametros do sistema (SYSPARM) e caminhos montados ----*
       77  WS-ARQ-SYSPARM      PIC X(80)
                               VALUE "C:\FILES\SYSPARM.dat".
       77  WS-DIRETORIO        PIC X(40)   VALUE "C:\FILES\".
       77  WS-ARQ-CADFUNCN     PIC X(80)   VALUE SPACES.
       77  WS-ARQ-ACUMANO      PIC X(80)   VALUE SPACES.
       77  WS-ARQ-TABENCAR     PIC X(80)   VALUE SPACES.
       77  WS-ARQ-DESLIG       PIC X(80)   VALUE SPACES.
       77  WS-ARQ-VERBRESC     PIC X(80)   VALUE SPACES.
       77  WS-ARQ-PROVISAO     PIC X(80)   VALUE SPACES.
       77  WS-ARQ-PROVNOVO     PIC X(80)   VALUE SPACES.
       77  WS-ARQ-FGTSDEP      PIC X(80)   VALUE SPACES.
       77  WS-ARQ-ENCARGOS     PIC X(80)   VALUE SPACES.
       77  WS-NOME-FGTSDEP     PIC X(16)   VALUE SPACES.
       77  WS-NOME-ENCARGOS    PIC X(16)   VALUE SPACES.

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
      *        POSICAO DO TIPO DE FOLHA NO PRV-TIPOS-COMP
       77  WS-POS-TIPO         PIC 9(01)   VALUE 1.
      *        TIPO GRAVADO NO ULTIMO MOVIMENTO DE UM DESLIGADO
       77  WS-TIPO-RESCISAO    PIC X(06)   VALUE "RESCIS".
      *        COMPLEMENTAR SEM NENHUMA DIFERENCA PAGA NO ACUMANO
       77  WS-COMPL-VAZIA      PIC X(01)   VALUE 'N'.
           88 COMPL-SEM-DIFERENCA          VALUE 'S'.

      *------- aliquotas legais e padrao ------------------------------*
      *        FGTS E MULTA RESCISORIA SAO FIXOS EM LEI; AS ALIQUOTAS
      *        PADRAO VALEM PARA A FUNCAO AUSENTE DO TABENCAR.
       77  WS-FGTS-PERC        PIC 9(02)V99 VALUE 8.
       77  WS-MULTA-PERC       PIC 9(02)V99 VALUE 40.
       77  WS-PATRONAL-PADRAO  PIC 9(02)V99 VALUE 20.
       77  WS-RAT-PADRAO       PIC 9(02)V99 VALUE 2.

       01  WS-TABELA-ALIQUOTAS.
           05 WS-ALQ-QTD       PIC 9(03)   VALUE ZEROS.
           05 WS-ALQ-ITEM OCCURS 500 TIMES
                   INDEXED BY WS-IDX-ALQ.
               10 WS-ALQ-FUNCA     PIC X(20).
               10 WS-ALQ-PATRONAL  PIC 9(02)V99.
               10 WS-ALQ-RAT       PIC 9(02)V99.

       77  WS-ALQ-MAX          PIC 9(03)   VALUE 500.
       77  WS-FUNCA-BUSCA      PIC X(20)   VALUE SPACES.
       77  WS-CODFUN-BUSCA     PIC 9(04)   VALUE ZEROS.
       77  WS-ALIQ-PATRONAL    PIC 9(02)V99 VALUE ZEROS.
       77  WS-ALIQ-RAT         PIC 9(02)V99 VALUE ZEROS.
       77  WS-ALIQ-PADRAO      PIC X(01)   VALUE 'N'.
           88 ALIQUOTA-PADRAO              VALUE 'S'.
           88 ALIQUOTA-DA-TABELA           VALUE 'N'.

      *------- bruto da rodada por CODFUN (ACUMANO) -------------------*
       01  WS-TABELA-BRUTOS.
           05 WS-BRT-QTD       PIC 9(04)   VALUE ZEROS.
           05 WS-BRT-ITEM OCCURS 9999 TIMES
                   INDEXED BY WS-IDX-BRT.
               10 WS-BRT-CODFUN    PIC 9(04).
               10 WS-BRT-BRUTO     PIC 9(09)V99.

       77  WS-BRT-MAX          PIC 9(04)   VALUE 9999.

      *------- verbas das rescisoes da competencia (VERBRESC) ---------*
       01  WS-TABELA-VERBAS.
           05 WS-VRB-QTD       PIC 9(04)   VALUE ZEROS.
           05 WS-VRB-ITEM OCCURS 2000 TIMES
                   INDEXED BY WS-IDX-VRB.
               10 WS-VRB-CODFUN    PIC 9(04).
               10 WS-VRB-SALDO     PIC 9(07)V99.
               10 WS-VRB-13        PIC 9(07)V99.

       77  WS-VRB-MAX          PIC 9(04)   VALUE 2000.

      *------- saldos de provisao (PROVISAO, mesmo layout) ------------*
      *        DESLIGADO BAIXADO EM COMPETENCIA ANTERIOR NAO E
      *        CARREGADO: SAI DO ARQUIVO NA REGRAVACAO.
       01  WS-TABELA-PROVISAO.
           05 WS-PRV-QTD       PIC 9(04)   VALUE ZEROS.
           05 WS-PRV-ITEM OCCURS 9999 TIMES
                   INDEXED BY WS-IDX-PRV.
               10 WS-PRV-CODFUN          PIC 9(04).
               10 WS-PRV-NOME            PIC X(35).
               10 WS-PRV-SALDO-13        PIC 9(09)V99.
               10 WS-PRV-SALDO-FERIAS    PIC 9(09)V99.
               10 WS-PRV-SALDO-FGTS      PIC 9(09)V99.
               10 WS-PRV-ULT-COMPETENCIA PIC 9(06).
               10 WS-PRV-ULT-TIPO        PIC X(06).
               10 WS-PRV-ANT-SALDO-13    PIC 9(09)V99.
               10 WS-PRV-ANT-SALDO-FERIAS PIC 9(09)V99.
               10 WS-PRV-ANT-SALDO-FGTS  PIC 9(09)V99.
               10 WS-PRV-ANT-SITUACAO    PIC X(01).
               10 WS-PRV-SITUACAO        PIC X(01).
                   88 PROVISAO-ATIVA             VALUE 'A'.
                   88 PROVISAO-DESLIGADO         VALUE 'D'.
               10 WS-PRV-TIPOS-COMP      PIC X(04).
               10 FILLER                 PIC X(07).

       77  WS-PRV-MAX          PIC 9(04)   VALUE 9999.
       77  WS-PRV-EXPURGADOS   PIC 9(04)   VALUE ZEROS.
       77  WS-PROVISAO-EXISTIA PIC X(01)   VALUE 'S'.
           88 PROVISAO-EXISTIA             VALUE 'S'.
           88 PROVISAO-NAO-EXISTIA         VALUE 'N'.
       77  WS-CALL-STATUS      PIC S9(09) COMP-5 VALUE ZERO.

      *------- calculo do funcionario / desligado corrente ------------*
       77  WS-BRUTO            PIC 9(09)V99 VALUE ZEROS.
       77  WS-FGTS             PIC 9(07)V99 VALUE ZEROS.
       77  WS-INSS-PATRONAL    PIC 9(07)V99 VALUE ZEROS.
       77  WS-RAT              PIC 9(07)V99 VALUE ZEROS.
       77  WS-MULTA-FGTS       PIC 9(07)V99 VALUE ZEROS.
       77  WS-CALC-PROVISAO    PIC 9(07)V99 VALUE ZEROS.
       77  WS-MOV-13           PIC S9(09)V99 VALUE ZEROS.
       77  WS-MOV-FERIAS       PIC S9(09)V99 VALUE ZEROS.
       77  WS-TEXTO-LINHA      PIC X(23)   VALUE SPACES.

       77  WS-ACHOU            PIC X(01)   VALUE 'N'.
           88 ITEM-ACHADO                  VALUE 'S'.
           88 ITEM-NAO-ACHADO              VALUE 'N'.

      *------- quebra de controle por funcao --------------------------*
       77  WS-FUNCA-ATUAL      PIC X(20)   VALUE SPACES.
       77  WS-PRIMEIRO         PIC X(01)   VALUE 'S'.
           88 PRIMEIRO-REGISTRO            VALUE 'S'.
           88 NAO-PRIMEIRO-REGISTRO        VALUE 'N'.
       77  WS-FIM-SORT         PIC X(01)   VALUE 'N'.
           88 FIM-SORT                     VALUE 'S'.
           88 NAO-FIM-SORT                 VALUE 'N'.

       77  WS-FUN-QTD          PIC 9(05)   VALUE ZEROS.
       77  WS-FUN-BRUTO        PIC 9(11)V99 VALUE ZEROS.
       77  WS-FUN-FGTS         PIC 9(11)V99 VALUE ZEROS.
       77  WS-FUN-INSS         PIC 9(11)V99 VALUE ZEROS.
       77  WS-FUN-RAT          PIC 9(11)V99 VALUE ZEROS.
       77  WS-FUN-MOV-13       PIC S9(11)V99 VALUE ZEROS.
       77  WS-FUN-MOV-FERIAS   PIC S9(11)V99 VALUE ZEROS.

      *------- totais da folha e das rescisoes ------------------------*
       77  WS-TOT-QTD          PIC 9(05)   VALUE ZEROS.
       77  WS-TOT-BRUTO        PIC 9(11)V99 VALUE ZEROS.
       77  WS-TOT-FGTS         PIC 9(11)V99 VALUE ZEROS.
       77  WS-TOT-INSS         PIC 9(11)V99 VALUE ZEROS.
       77  WS-TOT-RAT          PIC 9(11)V99 VALUE ZEROS.
       77  WS-TOT-MOV-13       PIC S9(11)V99 VALUE ZEROS.
       77  WS-TOT-MOV-FERIAS   PIC S9(11)V99 VALUE ZEROS.
       77  WS-RSC-QTD          PIC 9(05)   VALUE ZEROS.
       77  WS-RSC-FGTS         PIC 9(11)V99 VALUE ZEROS.
       77  WS-RSC-MULTA        PIC 9(11)V99 VALUE ZEROS.
       77  WS-RSC-INSS-RAT     PIC 9(11)V99 VALUE ZEROS.
       77  WS-TOT-ENCARGOS     PIC 9(11)V99 VALUE ZEROS.
       77  WS-SALDO-PROV-13    PIC 9(11)V99 VALUE ZEROS.
       77  WS-SALDO-PROV-FERIAS PIC 9(11)V99 VALUE ZEROS.

      *------- arquivo de recolhimento do FGTS ------------------------*
       77  WS-FGT-QTD          PIC 9(06)   VALUE ZEROS.
       77  WS-FGT-REMUNER      PIC 9(13)V99 VALUE ZEROS.
       77  WS-FGT-VALOR        PIC 9(11)V99 VALUE ZEROS.

      *------- avisos -------------------------------------------------*
       77  WS-QTD-SEM-ACUMULADO PIC 9(05)  VALUE ZEROS.
       77  WS-QTD-SEM-ALIQUOTA PIC 9(05)   VALUE ZEROS.
       77  WS-QTD-SEM-VERBAS   PIC 9(05)   VALUE ZEROS.
       77  WS-QTD-PROV-MANTIDA PIC 9(05)   VALUE ZEROS.
       77  WS-QTD-REFEITOS     PIC 9(05)   VALUE ZEROS.

       77  WS-FIM-TABELA       PIC X(01)   VALUE 'N'.
           88 FIM-TABELA                   VALUE 'S'.
           88 NAO-FIM-TABELA               VALUE 'N'.
       77  WS-FIM-DESLIGADOS   PIC X(01)   VALUE 'N'.
           88 FIM-DESLIGADOS               VALUE 'S'.
           88 NAO-FIM-DESLIGADOS           VALUE 'N'.
       77  WS-SEM-DESLIGADOS   PIC X(01)   VALUE 'N'.
           88 SEM-DESLIGADOS               VALUE 'S'.

       77  WS-DISP-VALOR       PIC ZZZZZZZZ9,99.

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
             SORT CLASSIFICA
                 ON ASCENDING KEY SRT-FUNCA SRT-CODFUN
                 USING CADFUNCN
                 OUTPUT PROCEDURE IS 45-PROCESSAR-CLASSIFICADO.
             IF NOT FOLHA-COMPLEMENTAR
                 PERFORM 70-PROCESSAR-RESCISOES
             END-IF.
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

               EVALUATE TRUE
                   WHEN FOLHA-13-PARC1
                       MOVE 2 TO WS-POS-TIPO
                   WHEN FOLHA-13-PARC2
                       MOVE 3 TO WS-POS-TIPO
                   WHEN FOLHA-FERIAS
                       MOVE 4 TO WS-POS-TIPO
                   WHEN OTHER
                       MOVE 1 TO WS-POS-TIPO
               END-EVALUATE.

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

      *        RELATORIO E RECOLHIMENTO PROPRIOS POR TIPO DE FOLHA,
      *        COMO A FOLHA E OS CONTRACHEQUES DA FOLHA-PAGAMENTO; NA
      *        COMPLEMENTAR NUMERADOS PELO DIGITO DO TIPO.
               EVALUATE TRUE
                   WHEN FOLHA-13-PARC1
                       MOVE "FGTSDEP13A.dat"   TO WS-NOME-FGTSDEP
                       MOVE "ENCARGOS13A.dat"  TO WS-NOME-ENCARGOS
                   WHEN FOLHA-13-PARC2
                       MOVE "FGTSDEP13B.dat"   TO WS-NOME-FGTSDEP
                       MOVE "ENCARGOS13B.dat"  TO WS-NOME-ENCARGOS
                   WHEN FOLHA-FERIAS
                       MOVE "FGTSDEPFER.dat"   TO WS-NOME-FGTSDEP
                       MOVE "ENCARGOSFER.dat"  TO WS-NOME-ENCARGOS
                   WHEN FOLHA-COMPLEMENTAR
                       MOVE SPACES TO WS-NOME-FGTSDEP WS-NOME-ENCARGOS
                       STRING "FGTSDEPCPL" WS-TIPO-FOLHA (6:1) ".dat"
                           DELIMITED BY SIZE INTO WS-NOME-FGTSDEP
                       STRING "ENCARGOSCPL" WS-TIPO-FOLHA (6:1) ".dat"
                           DELIMITED BY SIZE INTO WS-NOME-ENCARGOS
                   WHEN OTHER
                       MOVE "FGTSDEP.dat"      TO WS-NOME-FGTSDEP
                       MOVE "ENCARGOS.dat"     TO WS-NOME-ENCARGOS
               END-EVALUATE.

               MOVE SPACES TO WS-ARQ-CADFUNCN.
               STRING WS-DIRETORIO DELIMITED BY SPACE
                      "CADFUNCN.dat" DELIMITED BY SIZE
                   INTO WS-ARQ-CADFUNCN.
               MOVE SPACES TO WS-ARQ-ACUMANO.
               STRING WS-DIRETORIO DELIMITED BY SPACE
                      "ACUMANO.dat" DELIMITED BY SIZE
                   INTO WS-ARQ-ACUMANO.
               MOVE SPACES TO WS-ARQ-TABENCAR.
               STRING WS-DIRETORIO DELIMITED BY SPACE
                      "TABENCAR.dat" DELIMITED BY SIZE
                   INTO WS-ARQ-TABENCAR.
               MOVE SPACES TO WS-ARQ-DESLIG.
               STRING WS-DIRETORIO DELIMITED BY SPACE
                      "DESLIGADOS.dat" DELIMITED BY SIZE
                   INTO WS-ARQ-DESLIG.
               MOVE SPACES TO WS-ARQ-VERBRESC.
               STRING WS-DIRETORIO DELIMITED BY SPACE
                      "VERBRESC.dat" DELIMITED BY SIZE
                   INTO WS-ARQ-VERBRESC.
               MOVE SPACES TO WS-ARQ-PROVISAO.
               STRING WS-DIRETORIO DELIMITED BY SPACE
                      "PROVISAO.dat" DELIMITED BY SIZE
                   INTO WS-ARQ-PROVISAO.
               MOVE SPACES TO WS-ARQ-PROVNOVO.
               STRING WS-DIRETORIO DELIMITED BY SPACE
                      "PROVISAO.NOVO" DELIMITED BY SIZE
                   INTO WS-ARQ-PROVNOVO.
               MOVE SPACES TO WS-ARQ-FGTSDEP.
               STRING WS-DIRETORIO DELIMITED BY SPACE
                      WS-NOME-FGTSDEP DELIMITED BY SPACE
                   INTO WS-ARQ-FGTSDEP.
               MOVE SPACES TO WS-ARQ-ENCARGOS.
               STRING WS-DIRETORIO DELIMITED BY SPACE
                      WS-NOME-ENCARGOS DELIMITED BY SPACE
                   INTO WS-ARQ-ENCARGOS.

               COMPUTE WS-COMP-ANOMES = WS-COMP-ANO * 100 + WS-COMP-MES.

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

      *        O CADFUNCN E LIDO PELO PROPRIO SORT; A ABERTURA AQUI
      *        APENAS CRITICA A PRESENCA DO ARQUIVO COM MENSAGEM CLARA
               OPEN INPUT CADFUNCN.
               IF FS-CADFUNCN NOT EQUAL ZEROS
                   DISPLAY "--------------------------------"
                   DISPLAY "ERRO AO ABRIR O ARQUIVO CADFUNCN"
                   DISPLAY "FILE STATUS = " FS-CADFUNCN
                   DISPLAY "--------------------------------"
                   MOVE 99 TO RETURN-CODE
                   STOP RUN.
               CLOSE CADFUNCN.

      *        AS TABELAS SAO CARREGADAS ANTES DA ABERTURA DAS SAIDAS:
      *        ERRO DE ENTRADA ABORTA SEM TRUNCAR O RELATORIO E O
      *        RECOLHIMENTO DA RODADA ANTERIOR. A COMPLEMENTAR NAO
      *        MOVIMENTA PROVISAO NEM RECOLHE RESCISOES: PROVISAO,
      *        VERBRESC E DESLIGADOS NAO SAO LIDOS.
               PERFORM 11-CARREGAR-ALIQUOTAS.
               PERFORM 12-CARREGAR-ACUMULADO.

               IF FOLHA-COMPLEMENTAR
                   SET SEM-DESLIGADOS TO TRUE
                   SET FIM-DESLIGADOS TO TRUE
               ELSE
                   PERFORM 13-CARREGAR-PROVISOES
                   PERFORM 14-CARREGAR-VERBAS-RESCISAO
      *            DESLIGADOS AUSENTE NAO E ERRO: CICLO SEM EXCLUSOES.
                   OPEN INPUT DESLIGADOS
                   IF FS-DESLIGADOS EQUAL 35
                       DISPLAY "DESLIGADOS NAO ENCONTRADO - NENHUMA"
                               " RESCISAO A RECOLHER"
                       SET SEM-DESLIGADOS TO TRUE
                       SET FIM-DESLIGADOS TO TRUE
                   ELSE
                       IF FS-DESLIGADOS NOT EQUAL ZEROS
                           DISPLAY "--------------------------------"
                           DISPLAY "ERRO AO ABRIR O ARQUIVO DESLIGADOS"
                           DISPLAY "FILE STATUS = " FS-DESLIGADOS
                           DISPLAY "--------------------------------"
                           MOVE 99 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-IF
               END-IF.

               OPEN OUTPUT ENCARGOS.
               IF FS-ENCARGOS NOT EQUAL ZEROS
                   DISPLAY "--------------------------------"
                   DISPLAY "ERRO AO ABRIR O ARQUIVO ENCARGOS"
                   DISPLAY "FILE STATUS = " FS-ENCARGOS
                   DISPLAY "--------------------------------"
                   MOVE 99 TO RETURN-CODE
                   STOP RUN.

               OPEN OUTPUT FGTSDEP.
               IF FS-FGTSDEP NOT EQUAL ZEROS
                   DISPLAY "--------------------------------"
                   DISPLAY "ERRO AO ABRIR O ARQUIVO FGTSDEP"
                   DISPLAY "FILE STATUS = " FS-FGTSDEP
                   DISPLAY "--------------------------------"
                   MOVE 99 TO RETURN-CODE
                   STOP RUN.

               PERFORM 15-IMPRIMIR-CABECALHO.
               PERFORM 16-GRAVAR-HEADER-FGTS.

      *----------------------------------------------------------------*
           10-ABRIR-ARQUIVOS-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           11-CARREGAR-ALIQUOTAS.
      *----------------------------------------------------------------*

      *        TABENCAR AUSENTE NAO ABORTA: TODAS AS FUNCOES USAM AS
      *        ALIQUOTAS PADRAO E A RODADA TERMINA COM AVISO.

               OPEN INPUT TABENCAR.
               IF FS-TABENCAR EQUAL 35
                   DISPLAY "TABENCAR NAO ENCONTRADO - ALIQUOTAS PADRAO"
                           " PARA TODAS AS FUNCOES"
               ELSE
                   IF FS-TABENCAR NOT EQUAL ZEROS
                       DISPLAY "--------------------------------"
                       DISPLAY "ERRO AO ABRIR O ARQUIVO TABENCAR"
                       DISPLAY "FILE STATUS = " FS-TABENCAR
                       DISPLAY "--------------------------------"
                       MOVE 99 TO RETURN-CODE
                       STOP RUN
                   ELSE
                       SET NAO-FIM-TABELA TO TRUE
                       PERFORM 11A-CARREGAR-UMA-ALIQUOTA
                           UNTIL FIM-TABELA
                       CLOSE TABENCAR
                       DISPLAY "TABENCAR CARREGADO COM " WS-ALQ-QTD
                               " FUNCOES"
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
           11-CARREGAR-ALIQUOTAS-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           11A-CARREGAR-UMA-ALIQUOTA.
      *----------------------------------------------------------------*

               READ TABENCAR.
               IF FS-TABENCAR EQUAL 10
                   SET FIM-TABELA TO TRUE
               ELSE
                   IF FS-TABENCAR NOT EQUAL ZEROS
                       DISPLAY "ERRO AO LER TABENCAR = " FS-TABENCAR
                       MOVE 99 TO RETURN-CODE
                       STOP RUN
                   ELSE
                       IF ENC-ALIQ-PATRONAL-E NOT NUMERIC
                         OR ENC-ALIQ-RAT-E NOT NUMERIC
                           DISPLAY "ERRO: ALIQUOTA INVALIDA NO"
                                   " TABENCAR: " REG-TABENCAR
                           MOVE 99 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       IF WS-ALQ-QTD NOT LESS THAN WS-ALQ-MAX
                           DISPLAY "ERRO: MAIS DE " WS-ALQ-MAX
                                   " FUNCOES NO TABENCAR"
                           MOVE 99 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-ALQ-QTD
                       SET WS-IDX-ALQ TO WS-ALQ-QTD
                       MOVE ENC-FUNCA-E
                         TO WS-ALQ-FUNCA (WS-IDX-ALQ)
                       MOVE ENC-ALIQ-PATRONAL-E
                         TO WS-ALQ-PATRONAL (WS-IDX-ALQ)
                       MOVE ENC-ALIQ-RAT-E
                         TO WS-ALQ-RAT (WS-IDX-ALQ)
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
           11A-CARREGAR-UMA-ALIQUOTA-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           12-CARREGAR-ACUMULADO.
      *----------------------------------------------------------------*

      *        O BRUTO DE CADA FUNCIONARIO SAI DO ACUMANO GRAVADO PELA
      *        FOLHA NESTA COMPETENCIA E TIPO. SEM ACUMULADO DA RODADA
      *        A FOLHA NAO FOI CALCULADA: O JOB ABORTA. NA
      *        COMPLEMENTAR SO HA ACUMULADO DE QUEM RECEBEU DIFERENCA;
      *        SEM NENHUM, NADA HA A RECOLHER E A RODADA E AVISADA.

               OPEN INPUT ACUMANO.
               IF FS-ACUMANO NOT EQUAL ZEROS
                   DISPLAY "--------------------------------"
                   DISPLAY "ERRO AO ABRIR O ARQUIVO ACUMANO"
                   DISPLAY "EXECUTAR A FOLHA-PAGAMENTO ANTES"
                   DISPLAY "FILE STATUS = " FS-ACUMANO
                   DISPLAY "--------------------------------"
                   MOVE 99 TO RETURN-CODE
                   STOP RUN.

               SET NAO-FIM-TABELA TO TRUE.
               PERFORM 12A-CARREGAR-UM-ACUMULADO UNTIL FIM-TABELA.
               CLOSE ACUMANO.

               IF WS-BRT-QTD EQUAL ZEROS
                   IF FOLHA-COMPLEMENTAR
                       SET COMPL-SEM-DIFERENCA TO TRUE
                       DISPLAY "*** ACUMANO SEM DIFERENCA PAGA NA "
                               WS-TIPO-FOLHA " DA COMPETENCIA "
                               WS-COMP-ANOMES " - NADA A RECOLHER ***"
                   ELSE
                       DISPLAY "--------------------------------"
                       DISPLAY "ACUMANO SEM A COMPETENCIA "
                               WS-COMP-ANOMES " TIPO " WS-TIPO-FOLHA
                       DISPLAY "EXECUTAR A FOLHA-PAGAMENTO ANTES"
                       DISPLAY "--------------------------------"
                       MOVE 99 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF.

               DISPLAY "ACUMANO: " WS-BRT-QTD " FUNCIONARIOS NA"
                       " COMPETENCIA " WS-COMP-ANOMES.

      *----------------------------------------------------------------*
           12-CARREGAR-ACUMULADO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           12A-CARREGAR-UM-ACUMULADO.
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
                       IF ACU-COMP-ANO EQUAL WS-COMP-ANO
                               AND ACU-COMP-MES EQUAL WS-COMP-MES
                               AND ACU-TIPO-FOLHA EQUAL WS-TIPO-FOLHA
                           IF ACU-CODFUN NOT NUMERIC
                             OR ACU-BRUTO NOT NUMERIC
                               DISPLAY "ERRO: REGISTRO INVALIDO EM"
                                       " ACUMANO: " REG-ACUMANO (1:51)
                               MOVE 99 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           IF WS-BRT-QTD NOT LESS THAN WS-BRT-MAX
                               DISPLAY "ERRO: MAIS DE " WS-BRT-MAX
                                       " FUNCIONARIOS NO ACUMANO"
                               MOVE 99 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-BRT-QTD
                           SET WS-IDX-BRT TO WS-BRT-QTD
                           MOVE ACU-CODFUN TO WS-BRT-CODFUN (WS-IDX-BRT)
                           MOVE ACU-BRUTO  TO WS-BRT-BRUTO (WS-IDX-BRT)
                       END-IF
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
           12A-CARREGAR-UM-ACUMULADO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           13-CARREGAR-PROVISOES.
      *----------------------------------------------------------------*

      *        PROVISAO AUSENTE NAO E ERRO: PRIMEIRA RODADA, OS SALDOS
      *        COMECAM ZERADOS.

               OPEN INPUT PROVISAO.
               IF FS-PROVISAO EQUAL 35
                   DISPLAY "PROVISAO NAO ENCONTRADO - SALDOS INICIADOS"
                           " ZERADOS"
                   SET PROVISAO-NAO-EXISTIA TO TRUE
               ELSE
                   IF FS-PROVISAO NOT EQUAL ZEROS
                       DISPLAY "--------------------------------"
                       DISPLAY "ERRO AO ABRIR O ARQUIVO PROVISAO"
                       DISPLAY "FILE STATUS = " FS-PROVISAO
                       DISPLAY "--------------------------------"
                       MOVE 99 TO RETURN-CODE
                       STOP RUN
                   ELSE
                       SET NAO-FIM-TABELA TO TRUE
                       PERFORM 13A-CARREGAR-UMA-PROVISAO
                           UNTIL FIM-TABELA
                       CLOSE PROVISAO
                       DISPLAY "PROVISAO CARREGADO COM " WS-PRV-QTD
                               " FUNCIONARIOS"
                       IF WS-PRV-EXPURGADOS NOT EQUAL ZEROS
                           DISPLAY "EXPURGADOS " WS-PRV-EXPURGADOS
                                   " DESLIGADOS DE COMPETENCIAS"
                                   " ANTERIORES"
                       END-IF
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
           13-CARREGAR-PROVISOES-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           13A-CARREGAR-UMA-PROVISAO.
      *----------------------------------------------------------------*

               READ PROVISAO.
               IF FS-PROVISAO EQUAL 10
                   SET FIM-TABELA TO TRUE
               ELSE
                   IF FS-PROVISAO NOT EQUAL ZEROS
                       DISPLAY "ERRO AO LER PROVISAO = " FS-PROVISAO
                       MOVE 99 TO RETURN-CODE
                       STOP RUN
                   ELSE
                       IF PRV-CODFUN NOT NUMERIC
                         OR PRV-SALDO-13 NOT NUMERIC
                         OR PRV-SALDO-FERIAS NOT NUMERIC
                         OR PRV-SALDO-FGTS NOT NUMERIC
                         OR PRV-ULT-COMPETENCIA NOT NUMERIC
                           DISPLAY "ERRO: REGISTRO INVALIDO EM"
                                   " PROVISAO: " REG-PROVISAO (1:39)
                           MOVE 99 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       IF PRV-SITUACAO EQUAL 'D'
                               AND PRV-ULT-COMPETENCIA
                                   LESS THAN WS-COMP-ANOMES
                           ADD 1 TO WS-PRV-EXPURGADOS
                       ELSE
                           IF WS-PRV-QTD NOT LESS THAN WS-PRV-MAX
                               DISPLAY "ERRO: MAIS DE " WS-PRV-MAX
                                       " REGISTROS EM PROVISAO"
                               MOVE 99 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-PRV-QTD
                           SET WS-IDX-PRV TO WS-PRV-QTD
                           MOVE REG-PROVISAO TO WS-PRV-ITEM (WS-IDX-PRV)
                       END-IF
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
           13A-CARREGAR-UMA-PROVISAO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           14-CARREGAR-VERBAS-RESCISAO.
      *----------------------------------------------------------------*

      *        SO AS VERBAS DESTA COMPETENCIA. VERBRESC AUSENTE NAO E
      *        ERRO: CADA DESLIGADO SEM VERBAS E AVISADO NA RESCISAO.

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
                       PERFORM 14A-CARREGAR-UMA-VERBA UNTIL FIM-TABELA
                       CLOSE VERBRESC
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
           14-CARREGAR-VERBAS-RESCISAO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           14A-CARREGAR-UMA-VERBA.
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
                           MOVE VRS-CODFUN
                             TO WS-VRB-CODFUN (WS-IDX-VRB)
                           MOVE VRS-SALDO-SALARIO
                             TO WS-VRB-SALDO (WS-IDX-VRB)
                           MOVE VRS-13-PROPORCIONAL
                             TO WS-VRB-13 (WS-IDX-VRB)
                       END-IF
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
           14A-CARREGAR-UMA-VERBA-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           15-IMPRIMIR-CABECALHO.
      *----------------------------------------------------------------*

               MOVE SPACES TO REG-REL-CAB1.
               MOVE "ENCARGOS DA EMPRESA SOBRE A FOLHA DE PAGAMENTO"
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
               MOVE "FUNCAO"        TO TIT-FUNCA.
               MOVE "QTDE"          TO TIT-QTD.
               MOVE "BRUTO"         TO TIT-BRUTO.
               MOVE "FGTS"          TO TIT-FGTS.
               MOVE "INSS PATRON"   TO TIT-INSS.
               MOVE "RAT"           TO TIT-RAT.
               MOVE "PROVISAO 13o"  TO TIT-PROV-13.
               MOVE "PROV FERIAS"   TO TIT-PROV-FERIAS.
               MOVE "TOT ENCARGOS"  TO TIT-TOTAL.
               WRITE REG-REL-TITULO.

      *----------------------------------------------------------------*
           15-IMPRIMIR-CABECALHO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           16-GRAVAR-HEADER-FGTS.
      *----------------------------------------------------------------*

               MOVE SPACES TO REG-FGTS-HEADER.
               MOVE '0'             TO FGH-TIPO.
               MOVE WS-COMP-ANOMES  TO FGH-COMPETENCIA.
               MOVE WS-TIPO-FOLHA   TO FGH-TIPO-FOLHA.
               MOVE WS-DATA-NUM     TO FGH-DATA-GERACAO.
               MOVE "RECOLHIMENTO FGTS - FOLHA PAG" TO FGH-LITERAL.
               WRITE REG-FGTS-HEADER.
               IF FS-FGTSDEP NOT EQUAL ZEROS
                   DISPLAY "ERRO AO GRAVAR FGTSDEP = " FS-FGTSDEP
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
               END-IF.

      *----------------------------------------------------------------*
           16-GRAVAR-HEADER-FGTS-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           45-PROCESSAR-CLASSIFICADO.
      *----------------------------------------------------------------*

               PERFORM 47-PROCESSAR-UM-CLASSIFICADO UNTIL FIM-SORT.

               IF NOT PRIMEIRO-REGISTRO
                   PERFORM 49-FECHAR-FUNCAO
               END-IF.

      *----------------------------------------------------------------*
           45-PROCESSAR-CLASSIFICADO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           47-PROCESSAR-UM-CLASSIFICADO.
      *----------------------------------------------------------------*

               RETURN CLASSIFICA
                   AT END SET FIM-SORT TO TRUE
               END-RETURN.

               IF NOT FIM-SORT
                   IF PRIMEIRO-REGISTRO
                           OR SRT-FUNCA NOT EQUAL WS-FUNCA-ATUAL
                       IF NOT PRIMEIRO-REGISTRO
                           PERFORM 49-FECHAR-FUNCAO
                       END-IF
                       PERFORM 48-ABRIR-FUNCAO
                       SET NAO-PRIMEIRO-REGISTRO TO TRUE
                   END-IF
                   PERFORM 50-PROCESSAR-FUNCIONARIO
               END-IF.

      *----------------------------------------------------------------*
           47-PROCESSAR-UM-CLASSIFICADO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           48-ABRIR-FUNCAO.
      *----------------------------------------------------------------*

      *        AS ALIQUOTAS SAO BUSCADAS UMA VEZ POR FUNCAO, NA QUEBRA.

               MOVE SRT-FUNCA TO WS-FUNCA-ATUAL.
               MOVE ZEROS TO WS-FUN-QTD WS-FUN-BRUTO WS-FUN-FGTS
                             WS-FUN-INSS WS-FUN-RAT WS-FUN-MOV-13
                             WS-FUN-MOV-FERIAS.
               MOVE SRT-FUNCA TO WS-FUNCA-BUSCA.
               PERFORM 52-BUSCAR-ALIQUOTAS.

      *----------------------------------------------------------------*
           48-ABRIR-FUNCAO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           49-FECHAR-FUNCAO.
      *----------------------------------------------------------------*

      *        UMA LINHA POR FUNCAO COM OS ENCARGOS E O MOVIMENTO DAS
      *        PROVISOES (NEGATIVO QUANDO A RODADA BAIXA A PROVISAO).
      *        NA COMPLEMENTAR SO AS FUNCOES COM DIFERENCA PAGA.

               IF WS-FUN-QTD GREATER THAN ZEROS
                       OR NOT FOLHA-COMPLEMENTAR
                   MOVE SPACES TO REG-REL-FUNCAO
                   MOVE WS-FUNCA-ATUAL    TO LIN-FUNCA
                   MOVE WS-FUN-QTD        TO LIN-QTD
                   MOVE WS-FUN-BRUTO      TO LIN-BRUTO
                   MOVE WS-FUN-FGTS       TO LIN-FGTS
                   MOVE WS-FUN-INSS       TO LIN-INSS
                   MOVE WS-FUN-RAT        TO LIN-RAT
                   MOVE WS-FUN-MOV-13     TO LIN-PROV-13
                   MOVE WS-FUN-MOV-FERIAS TO LIN-PROV-FERIAS
                   COMPUTE LIN-TOTAL =
                       WS-FUN-FGTS + WS-FUN-INSS + WS-FUN-RAT
                   WRITE REG-REL-FUNCAO
               END-IF.

      *----------------------------------------------------------------*
           49-FECHAR-FUNCAO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           50-PROCESSAR-FUNCIONARIO.
      *----------------------------------------------------------------*

      *        FUNCIONARIO SEM ACUMULADO NA RODADA (CADFUNCN ALTERADO
      *        DEPOIS DA FOLHA) FICA SEM ENCARGOS E E AVISADO. NA
      *        COMPLEMENTAR QUEM NAO TEM ACUMULADO NAO RECEBEU
      *        DIFERENCA E E SO PULADO; QUEM TEM NAO MOVIMENTA A
      *        PROVISAO (O FGTS DA DIFERENCA NAO ENTRA NO SALDO).

               PERFORM 51-BUSCAR-BRUTO.

               IF ITEM-NAO-ACHADO
                   IF NOT FOLHA-COMPLEMENTAR
                       ADD 1 TO WS-QTD-SEM-ACUMULADO
                       DISPLAY "*** CODFUN " SRT-CODFUN " SEM ACUMULADO"
                               " NA COMPETENCIA - SEM ENCARGOS ***"
                   END-IF
               ELSE
                   COMPUTE WS-FGTS ROUNDED =
                       WS-BRUTO * WS-FGTS-PERC / 100
                   COMPUTE WS-INSS-PATRONAL ROUNDED =
                       WS-BRUTO * WS-ALIQ-PATRONAL / 100
                   COMPUTE WS-RAT ROUNDED =
                       WS-BRUTO * WS-ALIQ-RAT / 100

                   IF FOLHA-COMPLEMENTAR
                       MOVE ZEROS TO WS-MOV-13 WS-MOV-FERIAS
                   ELSE
                       PERFORM 53-MOVIMENTAR-PROVISAO
                   END-IF

                   IF WS-FGTS GREATER THAN ZEROS
                       MOVE SPACES TO REG-FGTS-DETALHE
                       MOVE SRT-CODFUN TO FGD-CODFUN
                       MOVE SRT-NOME   TO FGD-NOME
                       MOVE WS-BRUTO   TO FGD-REMUNERACAO
                       MOVE WS-FGTS    TO FGD-VALOR-FGTS
                       SET FGD-ORIGEM-FOLHA TO TRUE
                       PERFORM 54-GRAVAR-DEPOSITO
                   END-IF

                   ADD 1 TO WS-FUN-QTD WS-TOT-QTD
                   ADD WS-BRUTO TO WS-FUN-BRUTO WS-TOT-BRUTO
                   ADD WS-FGTS TO WS-FUN-FGTS WS-TOT-FGTS
                   ADD WS-INSS-PATRONAL TO WS-FUN-INSS WS-TOT-INSS
                   ADD WS-RAT TO WS-FUN-RAT WS-TOT-RAT
                   ADD WS-MOV-13 TO WS-FUN-MOV-13 WS-TOT-MOV-13
                   ADD WS-MOV-FERIAS TO WS-FUN-MOV-FERIAS
                                        WS-TOT-MOV-FERIAS
               END-IF.

      *----------------------------------------------------------------*
           50-PROCESSAR-FUNCIONARIO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           51-BUSCAR-BRUTO.
      *----------------------------------------------------------------*

               SET ITEM-NAO-ACHADO TO TRUE.
               MOVE ZEROS TO WS-BRUTO.
               SET WS-IDX-BRT TO 1.
               SEARCH WS-BRT-ITEM
                   AT END SET ITEM-NAO-ACHADO TO TRUE
                   WHEN WS-IDX-BRT GREATER THAN WS-BRT-QTD
                       SET ITEM-NAO-ACHADO TO TRUE
                   WHEN WS-BRT-CODFUN (WS-IDX-BRT) EQUAL SRT-CODFUN
                       SET ITEM-ACHADO TO TRUE
                       MOVE WS-BRT-BRUTO (WS-IDX-BRT) TO WS-BRUTO
               END-SEARCH.

      *----------------------------------------------------------------*
           51-BUSCAR-BRUTO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           52-BUSCAR-ALIQUOTAS.
      *----------------------------------------------------------------*

      *        FUNCAO AUSENTE DO TABENCAR USA AS ALIQUOTAS PADRAO E
      *        AVISA: A RODADA TERMINA COM RETURN-CODE 04.

               SET ALIQUOTA-PADRAO TO TRUE.
               MOVE WS-PATRONAL-PADRAO TO WS-ALIQ-PATRONAL.
               MOVE WS-RAT-PADRAO      TO WS-ALIQ-RAT.
               SET WS-IDX-ALQ TO 1.
               IF WS-ALQ-QTD GREATER THAN ZEROS
                   SEARCH WS-ALQ-ITEM
                       AT END SET ALIQUOTA-PADRAO TO TRUE
                       WHEN WS-IDX-ALQ GREATER THAN WS-ALQ-QTD
                           SET ALIQUOTA-PADRAO TO TRUE
                       WHEN WS-ALQ-FUNCA (WS-IDX-ALQ)
                               EQUAL WS-FUNCA-BUSCA
                           SET ALIQUOTA-DA-TABELA TO TRUE
                           MOVE WS-ALQ-PATRONAL (WS-IDX-ALQ)
                             TO WS-ALIQ-PATRONAL
                           MOVE WS-ALQ-RAT (WS-IDX-ALQ)
                             TO WS-ALIQ-RAT
                   END-SEARCH
               END-IF.

               IF ALIQUOTA-PADRAO
                   ADD 1 TO WS-QTD-SEM-ALIQUOTA
                   DISPLAY "*** FUNCAO " WS-FUNCA-BUSCA " SEM ALIQUOTAS"
                           " NO TABENCAR - USADO O PADRAO ***"
               END-IF.

      *----------------------------------------------------------------*
           52-BUSCAR-ALIQUOTAS-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           53-MOVIMENTAR-PROVISAO.
      *----------------------------------------------------------------*

      *        REEXECUCAO DA MESMA COMPETENCIA E TIPO DESFAZ O ULTIMO
      *        MOVIMENTO ANTES DE REFAZE-LO. UM TIPO JA APROPRIADO NA
      *        COMPETENCIA QUE NAO E O ULTIMO MOVIMENTO (EX.: MENSAL
      *        REPROCESSADA DEPOIS DA 13SAL2) NAO PODE SER DESFEITO:
      *        A PROVISAO E MANTIDA E AVISADA.

               MOVE SRT-CODFUN TO WS-CODFUN-BUSCA.
               PERFORM 53A-LOCALIZAR-PROVISAO.
               IF ITEM-NAO-ACHADO
                   MOVE SRT-NOME TO WS-PRV-NOME (WS-IDX-PRV)
               END-IF.
               MOVE ZEROS TO WS-MOV-13 WS-MOV-FERIAS.

               IF WS-PRV-ULT-COMPETENCIA (WS-IDX-PRV)
                       EQUAL WS-COMP-ANOMES
                   AND WS-PRV-ULT-TIPO (WS-IDX-PRV)
                       EQUAL WS-TIPO-FOLHA
                   PERFORM 53B-DESFAZER-MOVIMENTO
                   ADD 1 TO WS-QTD-REFEITOS
               END-IF.

               IF WS-PRV-ULT-COMPETENCIA (WS-IDX-PRV)
                       NOT EQUAL WS-COMP-ANOMES
                   MOVE SPACES TO WS-PRV-TIPOS-COMP (WS-IDX-PRV)
               END-IF.

               IF WS-PRV-TIPOS-COMP (WS-IDX-PRV) (WS-POS-TIPO:1)
                       EQUAL 'S'
                   ADD 1 TO WS-QTD-PROV-MANTIDA
                   DISPLAY "*** CODFUN " SRT-CODFUN " PROVISAO JA"
                           " MOVIMENTADA PELA FOLHA " WS-TIPO-FOLHA
                           " NA COMPETENCIA - MANTIDA ***"
               ELSE
                   PERFORM 53C-APLICAR-MOVIMENTO
               END-IF.

      *----------------------------------------------------------------*
           53-MOVIMENTAR-PROVISAO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           53A-LOCALIZAR-PROVISAO.
      *----------------------------------------------------------------*

      *        CODFUN AINDA SEM PROVISAO (ADMITIDO NO MES OU PRIMEIRA
      *        RODADA) GANHA REGISTRO ZERADO NO FIM DA TABELA.

               SET ITEM-NAO-ACHADO TO TRUE.
               SET WS-IDX-PRV TO 1.
               IF WS-PRV-QTD GREATER THAN ZEROS
                   SEARCH WS-PRV-ITEM
                       AT END SET ITEM-NAO-ACHADO TO TRUE
                       WHEN WS-IDX-PRV GREATER THAN WS-PRV-QTD
                           SET ITEM-NAO-ACHADO TO TRUE
                       WHEN WS-PRV-CODFUN (WS-IDX-PRV)
                               EQUAL WS-CODFUN-BUSCA
                           SET ITEM-ACHADO TO TRUE
                   END-SEARCH
               END-IF.

               IF ITEM-NAO-ACHADO
                   IF WS-PRV-QTD NOT LESS THAN WS-PRV-MAX
                       DISPLAY "ERRO: MAIS DE " WS-PRV-MAX
                               " REGISTROS EM PROVISAO"
                       MOVE 99 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-PRV-QTD
                   SET WS-IDX-PRV TO WS-PRV-QTD
                   MOVE SPACES TO WS-PRV-ITEM (WS-IDX-PRV)
                   MOVE WS-CODFUN-BUSCA TO WS-PRV-CODFUN (WS-IDX-PRV)
                   MOVE ZEROS TO WS-PRV-SALDO-13 (WS-IDX-PRV)
                                 WS-PRV-SALDO-FERIAS (WS-IDX-PRV)
                                 WS-PRV-SALDO-FGTS (WS-IDX-PRV)
                                 WS-PRV-ULT-COMPETENCIA (WS-IDX-PRV)
                                 WS-PRV-ANT-SALDO-13 (WS-IDX-PRV)
                                 WS-PRV-ANT-SALDO-FERIAS (WS-IDX-PRV)
                                 WS-PRV-ANT-SALDO-FGTS (WS-IDX-PRV)
                   MOVE 'A' TO WS-PRV-SITUACAO (WS-IDX-PRV)
                               WS-PRV-ANT-SITUACAO (WS-IDX-PRV)
               END-IF.

      *----------------------------------------------------------------*
           53A-LOCALIZAR-PROVISAO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           53B-DESFAZER-MOVIMENTO.
      *----------------------------------------------------------------*

               MOVE WS-PRV-ANT-SALDO-13 (WS-IDX-PRV)
                 TO WS-PRV-SALDO-13 (WS-IDX-PRV).
               MOVE WS-PRV-ANT-SALDO-FERIAS (WS-IDX-PRV)
                 TO WS-PRV-SALDO-FERIAS (WS-IDX-PRV).
               MOVE WS-PRV-ANT-SALDO-FGTS (WS-IDX-PRV)
                 TO WS-PRV-SALDO-FGTS (WS-IDX-PRV).
               MOVE WS-PRV-ANT-SITUACAO (WS-IDX-PRV)
                 TO WS-PRV-SITUACAO (WS-IDX-PRV).
               MOVE SPACE
                 TO WS-PRV-TIPOS-COMP (WS-IDX-PRV) (WS-POS-TIPO:1).

      *----------------------------------------------------------------*
           53B-DESFAZER-MOVIMENTO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           53C-APLICAR-MOVIMENTO.
      *----------------------------------------------------------------*

      *        A MENSAL APROPRIA 1/12 DO SALARIO NO 13o E 4/36 (1/12
      *        COM O TERCO) NAS FERIAS. A 1A PARCELA E AS FERIAS
      *        BAIXAM O BRUTO PAGO ATE O SALDO; A 2A PARCELA ENCERRA
      *        O 13o DO ANO E ZERA A PROVISAO. O FGTS DA RODADA SOMA
      *        AO SALDO DEPOSITADO, BASE DA MULTA NA RESCISAO.

               MOVE WS-PRV-SALDO-13 (WS-IDX-PRV)
                 TO WS-PRV-ANT-SALDO-13 (WS-IDX-PRV).
               MOVE WS-PRV-SALDO-FERIAS (WS-IDX-PRV)
                 TO WS-PRV-ANT-SALDO-FERIAS (WS-IDX-PRV).
               MOVE WS-PRV-SALDO-FGTS (WS-IDX-PRV)
                 TO WS-PRV-ANT-SALDO-FGTS (WS-IDX-PRV).
               MOVE WS-PRV-SITUACAO (WS-IDX-PRV)
                 TO WS-PRV-ANT-SITUACAO (WS-IDX-PRV).

               EVALUATE TRUE
                   WHEN FOLHA-13-PARC1
                       IF WS-BRUTO GREATER THAN
                               WS-PRV-SALDO-13 (WS-IDX-PRV)
                           MOVE ZEROS TO WS-PRV-SALDO-13 (WS-IDX-PRV)
                       ELSE
                           SUBTRACT WS-BRUTO
                               FROM WS-PRV-SALDO-13 (WS-IDX-PRV)
                       END-IF
                   WHEN FOLHA-13-PARC2
                       MOVE ZEROS TO WS-PRV-SALDO-13 (WS-IDX-PRV)
                   WHEN FOLHA-FERIAS
                       IF WS-BRUTO GREATER THAN
                               WS-PRV-SALDO-FERIAS (WS-IDX-PRV)
                           MOVE ZEROS
                             TO WS-PRV-SALDO-FERIAS (WS-IDX-PRV)
                       ELSE
                           SUBTRACT WS-BRUTO
                               FROM WS-PRV-SALDO-FERIAS (WS-IDX-PRV)
                       END-IF
                   WHEN OTHER
                       COMPUTE WS-CALC-PROVISAO ROUNDED =
                           SRT-SALARIO / 12
                       ADD WS-CALC-PROVISAO
                         TO WS-PRV-SALDO-13 (WS-IDX-PRV)
                       COMPUTE WS-CALC-PROVISAO ROUNDED =
                           SRT-SALARIO * 4 / 36
                       ADD WS-CALC-PROVISAO
                         TO WS-PRV-SALDO-FERIAS (WS-IDX-PRV)
               END-EVALUATE.

               ADD WS-FGTS TO WS-PRV-SALDO-FGTS (WS-IDX-PRV).
               MOVE WS-COMP-ANOMES
                 TO WS-PRV-ULT-COMPETENCIA (WS-IDX-PRV).
               MOVE WS-TIPO-FOLHA TO WS-PRV-ULT-TIPO (WS-IDX-PRV).
               MOVE 'S'
                 TO WS-PRV-TIPOS-COMP (WS-IDX-PRV) (WS-POS-TIPO:1).

               COMPUTE WS-MOV-13 = WS-PRV-SALDO-13 (WS-IDX-PRV)
                                 - WS-PRV-ANT-SALDO-13 (WS-IDX-PRV).
               COMPUTE WS-MOV-FERIAS =
                   WS-PRV-SALDO-FERIAS (WS-IDX-PRV)
                 - WS-PRV-ANT-SALDO-FERIAS (WS-IDX-PRV).

      *----------------------------------------------------------------*
           53C-APLICAR-MOVIMENTO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           54-GRAVAR-DEPOSITO.
      *----------------------------------------------------------------*

      *        O CHAMADOR PREENCHE O DETALHE; AQUI ENTRAM O TIPO, A
      *        COMPETENCIA E AS SOMAS DO TRAILER.

               MOVE '1'            TO FGD-TIPO.
               MOVE WS-COMP-ANOMES TO FGD-COMPETENCIA.
               WRITE REG-FGTS-DETALHE.
               IF FS-FGTSDEP NOT EQUAL ZEROS
                   DISPLAY "ERRO AO GRAVAR FGTSDEP = " FS-FGTSDEP
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
               END-IF.

               ADD 1 TO WS-FGT-QTD.
               ADD FGD-REMUNERACAO TO WS-FGT-REMUNER.
               ADD FGD-VALOR-FGTS  TO WS-FGT-VALOR.

      *----------------------------------------------------------------*
           54-GRAVAR-DEPOSITO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           57-REGRAVAR-PROVISAO.
      *----------------------------------------------------------------*

      *        A REGRAVACAO SAI NO PROVISAO.NOVO E O VIVO SO E
      *        SUBSTITUIDO DEPOIS DO FECHAMENTO LIMPO. QUALQUER ERRO
      *        NO CAMINHO MANTEM O PROVISAO ANTERIOR INTACTO.

               OPEN OUTPUT PROVNOVO.
               IF FS-PROVNOVO NOT EQUAL ZEROS
                   DISPLAY "ERRO AO ABRIR PROVISAO.NOVO = "
                           FS-PROVNOVO
                   DISPLAY "PROVISAO ANTERIOR MANTIDO"
                   MOVE 99 TO RETURN-CODE
               ELSE
                   PERFORM 57A-GRAVAR-UMA-PROVISAO
                       VARYING WS-IDX-PRV FROM 1 BY 1
                       UNTIL WS-IDX-PRV GREATER THAN WS-PRV-QTD
                           OR RETURN-CODE EQUAL 99
                   CLOSE PROVNOVO
                   IF FS-PROVNOVO NOT EQUAL ZEROS
                       DISPLAY "ERRO AO FECHAR PROVISAO.NOVO = "
                               FS-PROVNOVO
                       MOVE 99 TO RETURN-CODE
                   END-IF
                   IF RETURN-CODE EQUAL 99
                       DISPLAY "REGRAVACAO INCOMPLETA - PROVISAO"
                               " ANTERIOR MANTIDO"
                   ELSE
                       PERFORM 57B-PROMOVER-PROVISAO
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
           57-REGRAVAR-PROVISAO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           57A-GRAVAR-UMA-PROVISAO.
      *----------------------------------------------------------------*

               MOVE WS-PRV-ITEM (WS-IDX-PRV) TO REG-PROVNOVO.
               WRITE REG-PROVNOVO.
               IF FS-PROVNOVO NOT EQUAL ZEROS
                   DISPLAY "ERRO AO GRAVAR PROVISAO.NOVO = "
                           FS-PROVNOVO
                   MOVE 99 TO RETURN-CODE
               END-IF.

               IF PROVISAO-ATIVA (WS-IDX-PRV)
                   ADD WS-PRV-SALDO-13 (WS-IDX-PRV)
                     TO WS-SALDO-PROV-13
                   ADD WS-PRV-SALDO-FERIAS (WS-IDX-PRV)
                     TO WS-SALDO-PROV-FERIAS
               END-IF.

      *----------------------------------------------------------------*
           57A-GRAVAR-UMA-PROVISAO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           57B-PROMOVER-PROVISAO.
      *----------------------------------------------------------------*

      *        NA PRIMEIRA RODADA NAO HA PROVISAO ANTERIOR A APAGAR:
      *        SO PROMOVE O .NOVO.

               IF PROVISAO-EXISTIA
                   CALL "CBL_DELETE_FILE" USING WS-ARQ-PROVISAO
                       RETURNING WS-CALL-STATUS
                   IF WS-CALL-STATUS NOT EQUAL ZERO
                       DISPLAY "ERRO AO APAGAR PROVISAO ANTERIOR,"
                               " STATUS = " WS-CALL-STATUS
                       DISPLAY "PROVISAO.NOVO PRESERVADO - PROMOVER"
                               " MANUALMENTE"
                       MOVE 99 TO RETURN-CODE
                   END-IF
               END-IF.

               IF RETURN-CODE NOT EQUAL 99
                   CALL "CBL_RENAME_FILE" USING WS-ARQ-PROVNOVO
                       WS-ARQ-PROVISAO
                       RETURNING WS-CALL-STATUS
                   IF WS-CALL-STATUS NOT EQUAL ZERO
                       DISPLAY "ERRO AO PROMOVER PROVISAO.NOVO,"
                               " STATUS = " WS-CALL-STATUS
                       MOVE 99 TO RETURN-CODE
                   ELSE
                       DISPLAY "PROVISAO REGRAVADO COM " WS-PRV-QTD
                               " REGISTROS"
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
           57B-PROMOVER-PROVISAO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           70-PROCESSAR-RESCISOES.
      *----------------------------------------------------------------*

      *        SECAO DO RELATORIO COM O FGTS E A MULTA DE CADA
      *        DESLIGADO DO CICLO, DEPOIS DAS FUNCOES.

               MOVE SPACES TO REG-REL-CAB1.
               MOVE "RESCISOES - FGTS, MULTA DE 40% E ENCARGOS"
                    TO REL-TEXTO.
               WRITE REG-REL-CAB1.

               MOVE SPACES TO REG-REL-TITULO-RESC.
               MOVE "CODFUN"        TO TRS-CODFUN.
               MOVE "NOME"          TO TRS-NOME.
               MOVE "BASE FGTS"     TO TRS-BASE.
               MOVE "FGTS"          TO TRS-FGTS.
               MOVE "MULTA 40%"     TO TRS-MULTA.
               MOVE "INSS PATRON"   TO TRS-INSS.
               MOVE "RAT"           TO TRS-RAT.
               MOVE "OBSERVACAO"    TO TRS-TEXTO.
               WRITE REG-REL-TITULO-RESC.

               IF NOT SEM-DESLIGADOS
                   PERFORM 71-PROCESSAR-DESLIGADO UNTIL FIM-DESLIGADOS
               END-IF.

      *----------------------------------------------------------------*
           70-PROCESSAR-RESCISOES-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           71-PROCESSAR-DESLIGADO.
      *----------------------------------------------------------------*

      *        O DESLIGADO SEM VERBAS NO VERBRESC DA COMPETENCIA
      *        (RESCISAO NAO APURADA) E LISTADO E AVISADO.

               READ DESLIGADOS.
               IF FS-DESLIGADOS EQUAL 10
                   SET FIM-DESLIGADOS TO TRUE
               ELSE
                   IF FS-DESLIGADOS NOT EQUAL ZEROS
                       DISPLAY "ERRO AO LER DESLIGADOS = "
                               FS-DESLIGADOS
                       MOVE 99 TO RETURN-CODE
                       STOP RUN
                   ELSE
                       MOVE ZEROS TO WS-BRUTO WS-FGTS WS-MULTA-FGTS
                                     WS-INSS-PATRONAL WS-RAT
                       MOVE SPACES TO WS-TEXTO-LINHA
                       SET ITEM-NAO-ACHADO TO TRUE
                       SET WS-IDX-VRB TO 1
                       IF WS-VRB-QTD GREATER THAN ZEROS
                           SEARCH WS-VRB-ITEM
                               AT END SET ITEM-NAO-ACHADO TO TRUE
                               WHEN WS-IDX-VRB GREATER THAN WS-VRB-QTD
                                   SET ITEM-NAO-ACHADO TO TRUE
                               WHEN WS-VRB-CODFUN (WS-IDX-VRB)
                                       EQUAL DSL-CODFUN
                                   SET ITEM-ACHADO TO TRUE
                           END-SEARCH
                       END-IF
                       IF ITEM-NAO-ACHADO
                           ADD 1 TO WS-QTD-SEM-VERBAS
                           MOVE "RESCISAO NAO APURADA" TO WS-TEXTO-LINHA
                           DISPLAY "*** CODFUN " DSL-CODFUN " SEM"
                                   " VERBAS NO VERBRESC - EXECUTAR A"
                                   " CALCULA-RESCISAO ***"
                       ELSE
                           PERFORM 72-APURAR-RESCISAO
                       END-IF
                       PERFORM 74-IMPRIMIR-RESCISAO
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
           71-PROCESSAR-DESLIGADO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           72-APURAR-RESCISAO.
      *----------------------------------------------------------------*

      *        FGTS DA RESCISAO SOBRE SALDO DE SALARIO + 13o (FERIAS
      *        INDENIZADAS NAO INCIDEM), COM INSS PATRONAL E RAT DA
      *        FUNCAO DO DESLIGADO. A PROVISAO E BAIXADA UMA UNICA
      *        VEZ: A REEXECUCAO DA MESMA RODADA DESFAZ E REFAZ; O
      *        DESLIGADO JA BAIXADO EM OUTRA RODADA NAO SAI DE NOVO.

               COMPUTE WS-BRUTO = WS-VRB-SALDO (WS-IDX-VRB)
                                + WS-VRB-13 (WS-IDX-VRB).
               COMPUTE WS-FGTS ROUNDED =
                   WS-BRUTO * WS-FGTS-PERC / 100.
               MOVE DSL-FUNCA TO WS-FUNCA-BUSCA.
               PERFORM 52-BUSCAR-ALIQUOTAS.
               COMPUTE WS-INSS-PATRONAL ROUNDED =
                   WS-BRUTO * WS-ALIQ-PATRONAL / 100.
               COMPUTE WS-RAT ROUNDED =
                   WS-BRUTO * WS-ALIQ-RAT / 100.

               MOVE DSL-CODFUN TO WS-CODFUN-BUSCA.
               PERFORM 53A-LOCALIZAR-PROVISAO.
               IF ITEM-NAO-ACHADO
                   MOVE DSL-NOME TO WS-PRV-NOME (WS-IDX-PRV)
               END-IF.

               IF WS-PRV-ULT-COMPETENCIA (WS-IDX-PRV)
                       EQUAL WS-COMP-ANOMES
                   AND WS-PRV-ULT-TIPO (WS-IDX-PRV)
                       EQUAL WS-TIPO-RESCISAO
                   AND WS-PRV-TIPOS-COMP (WS-IDX-PRV) (WS-POS-TIPO:1)
                       EQUAL 'R'
                   PERFORM 53B-DESFAZER-MOVIMENTO
                   ADD 1 TO WS-QTD-REFEITOS
               END-IF.

               IF PROVISAO-DESLIGADO (WS-IDX-PRV)
                   MOVE ZEROS TO WS-BRUTO WS-FGTS WS-INSS-PATRONAL
                                 WS-RAT
                   MOVE "JA RECOLHIDA NO CICLO" TO WS-TEXTO-LINHA
                   DISPLAY "CODFUN " DSL-CODFUN " RESCISAO JA"
                           " RECOLHIDA EM OUTRA RODADA - PULADA"
               ELSE
                   PERFORM 73-BAIXAR-PROVISAO
               END-IF.

      *----------------------------------------------------------------*
           72-APURAR-RESCISAO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           73-BAIXAR-PROVISAO.
      *----------------------------------------------------------------*

      *        A MULTA DE 40% INCIDE SOBRE O SALDO DE FGTS DEPOSITADO
      *        PELO SISTEMA MAIS O FGTS DA PROPRIA RESCISAO. AS
      *        PROVISOES DE 13o E FERIAS SAO BAIXADAS PELAS VERBAS
      *        RESCISORIAS E O REGISTRO SAI NA PROXIMA COMPETENCIA.

               MOVE WS-PRV-SALDO-13 (WS-IDX-PRV)
                 TO WS-PRV-ANT-SALDO-13 (WS-IDX-PRV).
               MOVE WS-PRV-SALDO-FERIAS (WS-IDX-PRV)
                 TO WS-PRV-ANT-SALDO-FERIAS (WS-IDX-PRV).
               MOVE WS-PRV-SALDO-FGTS (WS-IDX-PRV)
                 TO WS-PRV-ANT-SALDO-FGTS (WS-IDX-PRV).
               MOVE WS-PRV-SITUACAO (WS-IDX-PRV)
                 TO WS-PRV-ANT-SITUACAO (WS-IDX-PRV).

               ADD WS-FGTS TO WS-PRV-SALDO-FGTS (WS-IDX-PRV).
               COMPUTE WS-MULTA-FGTS ROUNDED =
                   WS-PRV-SALDO-FGTS (WS-IDX-PRV) * WS-MULTA-PERC / 100.
               MOVE ZEROS TO WS-PRV-SALDO-13 (WS-IDX-PRV)
                             WS-PRV-SALDO-FERIAS (WS-IDX-PRV).
               MOVE 'D' TO WS-PRV-SITUACAO (WS-IDX-PRV).

               IF WS-PRV-ULT-COMPETENCIA (WS-IDX-PRV)
                       NOT EQUAL WS-COMP-ANOMES
                   MOVE SPACES TO WS-PRV-TIPOS-COMP (WS-IDX-PRV)
               END-IF.
               MOVE WS-COMP-ANOMES
                 TO WS-PRV-ULT-COMPETENCIA (WS-IDX-PRV).
               MOVE WS-TIPO-RESCISAO TO WS-PRV-ULT-TIPO (WS-IDX-PRV).
               MOVE 'R'
                 TO WS-PRV-TIPOS-COMP (WS-IDX-PRV) (WS-POS-TIPO:1).

               IF WS-FGTS GREATER THAN ZEROS
                   MOVE SPACES TO REG-FGTS-DETALHE
                   MOVE DSL-CODFUN TO FGD-CODFUN
                   MOVE DSL-NOME   TO FGD-NOME
                   MOVE WS-BRUTO   TO FGD-REMUNERACAO
                   MOVE WS-FGTS    TO FGD-VALOR-FGTS
                   SET FGD-ORIGEM-RESCISAO TO TRUE
                   PERFORM 54-GRAVAR-DEPOSITO
               END-IF.

               IF WS-MULTA-FGTS GREATER THAN ZEROS
                   MOVE SPACES TO REG-FGTS-DETALHE
                   MOVE DSL-CODFUN TO FGD-CODFUN
                   MOVE DSL-NOME   TO FGD-NOME
                   MOVE WS-PRV-SALDO-FGTS (WS-IDX-PRV)
                     TO FGD-REMUNERACAO
                   MOVE WS-MULTA-FGTS TO FGD-VALOR-FGTS
                   SET FGD-ORIGEM-MULTA TO TRUE
                   PERFORM 54-GRAVAR-DEPOSITO
               END-IF.

               ADD 1 TO WS-RSC-QTD.
               ADD WS-FGTS TO WS-RSC-FGTS.
               ADD WS-MULTA-FGTS TO WS-RSC-MULTA.
               ADD WS-INSS-PATRONAL WS-RAT TO WS-RSC-INSS-RAT.

      *----------------------------------------------------------------*
           73-BAIXAR-PROVISAO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           74-IMPRIMIR-RESCISAO.
      *----------------------------------------------------------------*

               MOVE SPACES TO REG-REL-RESCISAO.
               MOVE DSL-CODFUN       TO LRS-CODFUN.
               MOVE DSL-NOME         TO LRS-NOME.
               MOVE WS-BRUTO         TO LRS-BASE.
               MOVE WS-FGTS          TO LRS-FGTS.
               MOVE WS-MULTA-FGTS    TO LRS-MULTA.
               MOVE WS-INSS-PATRONAL TO LRS-INSS.
               MOVE WS-RAT           TO LRS-RAT.
               MOVE WS-TEXTO-LINHA   TO LRS-TEXTO.
               WRITE REG-REL-RESCISAO.

      *----------------------------------------------------------------*
           74-IMPRIMIR-RESCISAO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *                            FINALIZACAO                         *
      *----------------------------------------------------------------*
           60-FINALIZAR.

               IF NOT FOLHA-COMPLEMENTAR
                   PERFORM 57-REGRAVAR-PROVISAO
               END-IF.

               MOVE SPACES TO REG-REL-FUNCAO.
               MOVE "TOTAL DA FOLHA"  TO LIN-FUNCA.
               MOVE WS-TOT-QTD        TO LIN-QTD.
               MOVE WS-TOT-BRUTO      TO LIN-BRUTO.
               MOVE WS-TOT-FGTS       TO LIN-FGTS.
               MOVE WS-TOT-INSS       TO LIN-INSS.
               MOVE WS-TOT-RAT        TO LIN-RAT.
               MOVE WS-TOT-MOV-13     TO LIN-PROV-13.
               MOVE WS-TOT-MOV-FERIAS TO LIN-PROV-FERIAS.
               COMPUTE LIN-TOTAL =
                   WS-TOT-FGTS + WS-TOT-INSS + WS-TOT-RAT.
               WRITE REG-REL-FUNCAO.

               COMPUTE WS-TOT-ENCARGOS =
                   WS-TOT-FGTS + WS-TOT-INSS + WS-TOT-RAT
                   + WS-RSC-FGTS + WS-RSC-MULTA + WS-RSC-INSS-RAT.

               MOVE SPACES TO REG-REL-TOTAIS.
               MOVE "RESCISOES RECOLHIDAS" TO TOT-LIT.
               MOVE WS-RSC-QTD TO TOT-VALOR.
               WRITE REG-REL-TOTAIS.

               MOVE SPACES TO REG-REL-TOTAIS.
               MOVE "FGTS DAS RESCISOES" TO TOT-LIT.
               MOVE WS-RSC-FGTS TO TOT-VALOR.
               WRITE REG-REL-TOTAIS.

               MOVE SPACES TO REG-REL-TOTAIS.
               MOVE "MULTA DE 40% DO FGTS" TO TOT-LIT.
               MOVE WS-RSC-MULTA TO TOT-VALOR.
               WRITE REG-REL-TOTAIS.

               MOVE SPACES TO REG-REL-TOTAIS.
               MOVE "INSS PATRONAL E RAT DAS RESCISOES" TO TOT-LIT.
               MOVE WS-RSC-INSS-RAT TO TOT-VALOR.
               WRITE REG-REL-TOTAIS.

               MOVE SPACES TO REG-REL-TOTAIS.
               MOVE "TOTAL DO RECOLHIMENTO DE FGTS" TO TOT-LIT.
               MOVE WS-FGT-VALOR TO TOT-VALOR.
               WRITE REG-REL-TOTAIS.

               MOVE SPACES TO REG-REL-TOTAIS.
               MOVE "TOTAL GERAL DOS ENCARGOS" TO TOT-LIT.
               MOVE WS-TOT-ENCARGOS TO TOT-VALOR.
               WRITE REG-REL-TOTAIS.

               IF NOT FOLHA-COMPLEMENTAR
                   MOVE SPACES TO REG-REL-TOTAIS
                   MOVE "SALDO DA PROVISAO DE 13o SALARIO" TO TOT-LIT
                   MOVE WS-SALDO-PROV-13 TO TOT-VALOR
                   WRITE REG-REL-TOTAIS

                   MOVE SPACES TO REG-REL-TOTAIS
                   MOVE "SALDO DA PROVISAO DE FERIAS" TO TOT-LIT
                   MOVE WS-SALDO-PROV-FERIAS TO TOT-VALOR
                   WRITE REG-REL-TOTAIS
               END-IF.

               MOVE SPACES TO REG-FGTS-TRAILER.
               MOVE '9'            TO FGT-TIPO.
               MOVE WS-FGT-QTD     TO FGT-QTD-DETALHES.
               MOVE WS-FGT-REMUNER TO FGT-TOTAL-REMUNER.
               MOVE WS-FGT-VALOR   TO FGT-TOTAL-FGTS.
               WRITE REG-FGTS-TRAILER.
               IF FS-FGTSDEP NOT EQUAL ZEROS
                   DISPLAY "ERRO AO GRAVAR FGTSDEP = " FS-FGTSDEP
                   MOVE 99 TO RETURN-CODE
               END-IF.

               DISPLAY "----------- RESUMO ENCARGOS ------------".
               DISPLAY "FUNCIONARIOS         = " WS-TOT-QTD.
               MOVE WS-TOT-FGTS TO WS-DISP-VALOR.
               DISPLAY "FGTS DA FOLHA        = " WS-DISP-VALOR.
               MOVE WS-TOT-INSS TO WS-DISP-VALOR.
               DISPLAY "INSS PATRONAL        = " WS-DISP-VALOR.
               MOVE WS-TOT-RAT TO WS-DISP-VALOR.
               DISPLAY "RAT                  = " WS-DISP-VALOR.
               DISPLAY "RESCISOES            = " WS-RSC-QTD.
               MOVE WS-RSC-MULTA TO WS-DISP-VALOR.
               DISPLAY "MULTA FGTS 40%       = " WS-DISP-VALOR.
               MOVE WS-FGT-VALOR TO WS-DISP-VALOR.
               DISPLAY "FGTS A RECOLHER      = " WS-DISP-VALOR.
               DISPLAY "PROVISOES REFEITAS   = " WS-QTD-REFEITOS.
               DISPLAY "SEM ACUMULADO        = " WS-QTD-SEM-ACUMULADO.
               DISPLAY "FUNCOES SEM ALIQUOTA = " WS-QTD-SEM-ALIQUOTA.
               DISPLAY "RESCISOES SEM VERBAS = " WS-QTD-SEM-VERBAS.
               DISPLAY "PROVISOES MANTIDAS   = " WS-QTD-PROV-MANTIDA.
               DISPLAY "---------------------------------------".

               IF RETURN-CODE NOT EQUAL 99
                   IF WS-QTD-SEM-ACUMULADO NOT EQUAL ZEROS
                           OR WS-QTD-SEM-ALIQUOTA NOT EQUAL ZEROS
                           OR WS-QTD-SEM-VERBAS NOT EQUAL ZEROS
                           OR WS-QTD-PROV-MANTIDA NOT EQUAL ZEROS
                           OR COMPL-SEM-DIFERENCA
                       DISPLAY "ENCARGOS COM AVISOS - VERIFICAR O"
                               " CONSOLE E O RELATORIO"
                       MOVE 04 TO RETURN-CODE
                   END-IF
               END-IF.

               IF NOT SEM-DESLIGADOS
                   CLOSE DESLIGADOS
                   IF FS-DESLIGADOS NOT EQUAL ZEROS
                           AND FS-DESLIGADOS NOT EQUAL 10
                       DISPLAY "ERRO AO FECHAR DESLIGADOS = "
                               FS-DESLIGADOS
                       MOVE 99 TO RETURN-CODE
                   END-IF
               END-IF.

               CLOSE ENCARGOS FGTSDEP.

               IF FS-ENCARGOS NOT EQUAL ZEROS
                       AND FS-ENCARGOS NOT EQUAL 10
                   DISPLAY "ERRO AO FECHAR ENCARGOS = " FS-ENCARGOS
                   MOVE 99 TO RETURN-CODE.

               IF FS-FGTSDEP NOT EQUAL ZEROS
                       AND FS-FGTSDEP NOT EQUAL 10
                   DISPLAY "ERRO AO FECHAR FGTSDEP = " FS-FGTSDEP
                   MOVE 99 TO RETURN-CODE.

           60-FIM.     EXIT.

       END PROGRAM ENCARGOS-FOLHA.
