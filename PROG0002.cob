      *          INSS/IRRF e impressos como linhas proprias no
      *          contracheque - sem alterar VENCTOS/DECTOS pelo
      *          CADMOVTO e sem sujar a AUDITORIA.
      *          Os dependentes do CADDEPEN reduzem a base do IRRF pela
      *          deducao legal por dependente (chave DEDUCAO-DEPEND do
      *          SYSPARM) e pela pensao alimenticia judicial, que sai
      *          do liquido em linha propria do contracheque e e
      *          gravada por favorecido em PENSAOPG para o credito na
      *          mesma remessa pela GERA-REMESSA.
      *          Na folha MENSAL as parcelas dos emprestimos consignados
      *          ativos do CADCONSG saem em linha propria do
      *          contracheque, na ordem dos contratos, enquanto couberem
      *          na margem consignavel de 35% do liquido disponivel
      *          (bruto menos INSS, IRRF e pensao). Cada parcela
      *          descontada ou que nao coube na margem e gravada em
      *          CONSGPG para o repasse aos bancos credores pelo
      *          REPASSE-CONSIGNADO.
      *          Ao final da folha sai uma pagina de totais por centro
      *          de custo (quantidade, bruto efetivo, descontos e
      *          liquido), com o centro de custo de cada funcionario
      *          lido do cadastro pessoal CADPESSO; quem nao tem
      *          registro entra na linha SEM CENTRO CUSTO.
      *          Cada valor do contracheque (salario, vencimentos e
      *          descontos fixos, eventos do MOVPAGTO, INSS, IRRF,
      *          pensao, consignado, parcelas do 13o, ferias e terco)
      *          e gravado como rubrica no RUBRICAS do tipo de folha,
      *          com a competencia, para os eventos de remuneracao da
      *          GERA-ESOCIAL.
      *          A folha complementar (TIPO-FOLHA COMPL1 a COMPL9, o
      *          digito numera a complementar da competencia) corrige
      *          depois da remessa so os CODFUNs da lista COMPLFUNn:
      *          recalcula a competencia sobre o bruto ja pago no
      *          ACUMANO (MENSAL mais as complementares anteriores)
      *          com os eventos de correcao do MOVCOMPLn ('V'
      *          vencimento nao pago, 'D' desconto, 'E' estorno de
      *          desconto indevido) e paga so a diferenca no
      *          LIQCOMPLn/PENSCOMPLn, com folha, contracheque,
      *          lancamentos e rubricas proprios. A diferenca entra no
      *          ACUMANO como tipo COMPLn, que o reprocesso da mesma
      *          complementar substitui; diferenca nula ou negativa e
      *          retencao recalculada menor que a paga nao sao pagas
      *          e deixam RETURN-CODE 04.
      * Tectonics: cobc
      ******************************************************************

              FILE STATUS IS FS-MOVPAGTO
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT COMPLFUN ASSIGN TO DYNAMIC WS-ARQ-COMPLFUN
              FILE STATUS IS FS-COMPLFUN
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT ACUMANO ASSIGN TO DYNAMIC WS-ARQ-ACUMANO
              FILE STATUS IS FS-ACUMANO
              ORGANIZATION IS LINE SEQUENTIAL.
              FILE STATUS IS FS-LANCTOS
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT CADDEPEN ASSIGN TO DYNAMIC WS-ARQ-CADDEPEN
              FILE STATUS IS FS-CADDEPEN
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT PENSAOPG ASSIGN TO DYNAMIC WS-ARQ-PENSAOPG
              FILE STATUS IS FS-PENSAOPG
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT CADCONSG ASSIGN TO DYNAMIC WS-ARQ-CADCONSG
              FILE STATUS IS FS-CADCONSG
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT CONSGPG ASSIGN TO DYNAMIC WS-ARQ-CONSGPG
              FILE STATUS IS FS-CONSGPG
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT RUBRICAS ASSIGN TO DYNAMIC WS-ARQ-RUBRICAS
              FILE STATUS IS FS-RUBRICAS
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT CADPESSO ASSIGN TO DYNAMIC WS-ARQ-CADPESSO
              FILE STATUS IS FS-CADPESSO
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS PES-CODFUN.

              SELECT SYSPARM ASSIGN TO DYNAMIC WS-ARQ-SYSPARM
              FILE STATUS IS FS-SYSPARM
              ORGANIZATION IS LINE SEQUENTIAL.
           05 TOTG-VALOR           PIC ZZZZZZZZ9,99.
           05 FILLER               PIC X(72).

       01  REG-CCU-TITULO.
           05 TCC-CCUSTO           PIC X(18).
           05 TCC-QTD              PIC X(08).
           05 TCC-BRUTO            PIC X(16).
           05 TCC-DESCONTOS        PIC X(16).
           05 TCC-LIQUIDO          PIC X(16).
           05 FILLER               PIC X(46).

       01  REG-CCU-DETALHE.
           05 LCC-CCUSTO           PIC X(16).
           05 FILLER               PIC X(02).
           05 LCC-QTD              PIC ZZZZ9.
           05 FILLER               PIC X(03).
           05 LCC-BRUTO            PIC ZZZZZZZZ9,99.
           05 FILLER               PIC X(04).
           05 LCC-DESCONTOS        PIC ZZZZZZZZ9,99.
           05 FILLER               PIC X(04).
           05 LCC-LIQUIDO          PIC ZZZZZZZZ9,99.
           05 FILLER               PIC X(50).

      *----------------------------------------------------------------*
      *        TABELAS DE FAIXAS INSS/IRRF (ARQUIVOS DE PARAMETRO):    *
      *        LIMITE SUPERIOR DA FAIXA, ALIQUOTA (%) E PARCELA A      *
      *        CODIGO DE EVENTO): NATUREZA 'V' SOMA AOS VENCIMENTOS,   *
      *        'D' SOMA AOS DESCONTOS. MANTIDO PELO RH A CADA MES E    *
      *        APLICADO SOMENTE NA FOLHA MENSAL. AUSENCIA DO ARQUIVO   *
      *        NAO E ERRO: FOLHA SEM EVENTOS VARIAVEIS. NA FOLHA       *
      *        COMPLEMENTAR O MESMO LAYOUT TRAZ OS EVENTOS DE          *
      *        CORRECAO (MOVCOMPLn), COM A NATUREZA 'E' DE ESTORNO DE  *
      *        DESCONTO INDEVIDO.                                      *
      *----------------------------------------------------------------*

           FD  MOVPAGTO
           05 EVT-VALOR-E          PIC 9(05)V99.
           05 FILLER               PIC X(40).

      *----------------------------------------------------------------*
      *        LISTA DA FOLHA COMPLEMENTAR (COMPLFUNn): UM CODFUN POR  *
      *        REGISTRO; O RESTO DA LINHA FICA LIVRE PARA O MOTIVO     *
      *        ANOTADO PELO RH.                                        *
      *----------------------------------------------------------------*

           FD  COMPLFUN
               BLOCK CONTAINS 0 RECORDS
               RECORD CONTAINS 80 CHARACTERS
               LABEL RECORD IS STANDARD
               RECORDING MODE IS F.

       01  REG-COMPLFUN.
           05 CPF-CODFUN           PIC 9(04).
           05 FILLER               PIC X(76).

      *----------------------------------------------------------------*
      *        ACUMULADO ANUAL POR FUNCIONARIO (BRUTO, INSS, IRRF E    *
      *        LIQUIDO POR CODFUN, COMPETENCIA AAAAMM E TIPO DE        *
           05 LCTT-TOTAL-CREDITOS  PIC 9(11)V99.
           05 FILLER               PIC X(45).

      *----------------------------------------------------------------*
      *        DEPENDENTES POR FUNCIONARIO (CHAVE CODFUN + SEQUENCIA), *
      *        MANTIDO PELO ATUALIZA-DEPENDENTES: INDICADOR DE         *
      *        DEPENDENTE PARA O IRRF E PENSAO ALIMENTICIA JUDICIAL    *
      *        ('P' PERCENTUAL DO BRUTO MENOS INSS, 'V' VALOR FIXO)    *
      *        COM O FAVORECIDO E A CONTA DO CREDITO. AUSENCIA DO      *
      *        ARQUIVO NAO E ERRO: FOLHA SEM DEPENDENTES.              *
      *----------------------------------------------------------------*

           FD  CADDEPEN
               BLOCK CONTAINS 0 RECORDS
               RECORD CONTAINS 120 CHARACTERS
               LABEL RECORD IS STANDARD
               RECORDING MODE IS F.

       01  REG-CADDEPEN.
           05 DEP-CODFUN-E         PIC 9(04).
           05 DEP-SEQ-E            PIC 9(02).
           05 DEP-NOME-E           PIC X(30).
           05 DEP-DATA-NASC-E      PIC 9(08).
           05 DEP-PARENTESCO-E     PIC X(01).
           05 DEP-DEDUZ-IRRF-E     PIC X(01).
           05 DEP-PENSAO-TIPO-E    PIC X(01).
           05 DEP-PENSAO-PERC-E    PIC 9(03)V99.
           05 DEP-PENSAO-VALOR-E   PIC 9(07)V99.
           05 DEP-FAVORECIDO-E     PIC X(30).
           05 DEP-BANCO-E          PIC 9(03).
           05 DEP-AGENCIA-E        PIC 9(04).
           05 DEP-AGENCIA-DV-E     PIC X(01).
           05 DEP-CONTA-E          PIC 9(10).
           05 DEP-CONTA-DV-E       PIC X(01).
           05 FILLER               PIC X(10).

      *----------------------------------------------------------------*
      *        PENSOES ALIMENTICIAS DESCONTADAS NA RODADA, UMA POR     *
      *        FAVORECIDO - INTERFACE PARA A GERA-REMESSA, QUE CREDITA *
      *        CADA FAVORECIDO NA MESMA REMESSA DOS LIQUIDOS           *
      *----------------------------------------------------------------*

           FD  PENSAOPG
               BLOCK CONTAINS 0 RECORDS
               RECORD CONTAINS 80 CHARACTERS
               LABEL RECORD IS STANDARD
               RECORDING MODE IS F.

       01  REG-PENSAOPG.
           05 PEN-CODFUN           PIC 9(04).
           05 PEN-SEQ              PIC 9(02).
           05 PEN-FAVORECIDO       PIC X(30).
           05 PEN-BANCO            PIC 9(03).
           05 PEN-AGENCIA          PIC 9(04).
           05 PEN-AGENCIA-DV       PIC X(01).
           05 PEN-CONTA            PIC 9(10).
           05 PEN-CONTA-DV         PIC X(01).
           05 PEN-VALOR            PIC 9(07)V99.
           05 FILLER               PIC X(16).

      *----------------------------------------------------------------*
      *        CONTRATOS DE EMPRESTIMO CONSIGNADO (CHAVE CODFUN +      *
      *        CONTRATO), MANTIDO PELO ATUALIZA-CONSIGNADO. SO OS      *
      *        CONTRATOS ATIVOS ('A') COM SALDO DEVEDOR SAO            *
      *        DESCONTADOS. AUSENCIA DO ARQUIVO NAO E ERRO: FOLHA SEM  *
      *        CONSIGNADOS.                                            *
      *----------------------------------------------------------------*

           FD  CADCONSG
               BLOCK CONTAINS 0 RECORDS
               RECORD CONTAINS 80 CHARACTERS
               LABEL RECORD IS STANDARD
               RECORDING MODE IS F.

       01  REG-CADCONSG.
           05 CSG-CODFUN-E         PIC 9(04).
           05 CSG-CONTRATO-E       PIC 9(12).
           05 CSG-BANCO-E          PIC 9(03).
           05 CSG-QTD-PARCELAS-E   PIC 9(03).
           05 CSG-PARCELAS-PAGAS-E PIC 9(03).
           05 CSG-VALOR-PARCELA-E  PIC 9(07)V99.
           05 CSG-SALDO-DEVEDOR-E  PIC 9(09)V99.
           05 CSG-DATA-CONTRATO-E  PIC 9(08).
           05 CSG-ULT-COMPETENCIA-E PIC 9(06).
           05 CSG-SITUACAO-E       PIC X(01).
           05 FILLER               PIC X(20).

      *----------------------------------------------------------------*
      *        PARCELAS DE CONSIGNADO DA RODADA, UMA POR CONTRATO -    *
      *        INTERFACE PARA O REPASSE-CONSIGNADO. SITUACAO 'D'       *
      *        DESCONTADA NA FOLHA, 'N' NAO COUBE NA MARGEM, 'R'       *
      *        SALDO ABATIDO NA RESCISAO (CALCULA-RESCISAO).           *
      *----------------------------------------------------------------*

           FD  CONSGPG
               BLOCK CONTAINS 0 RECORDS
               RECORD CONTAINS 80 CHARACTERS
               LABEL RECORD IS STANDARD
               RECORDING MODE IS F.

       01  REG-CONSGPG.
           05 CPG-CODFUN           PIC 9(04).
           05 CPG-CONTRATO         PIC 9(12).
           05 CPG-BANCO            PIC 9(03).
           05 CPG-COMPETENCIA      PIC 9(06).
           05 CPG-NOME             PIC X(35).
           05 CPG-PARCELA          PIC 9(03).
           05 CPG-VALOR            PIC 9(07)V99.
           05 CPG-SITUACAO         PIC X(01).
           05 FILLER               PIC X(07).

      *----------------------------------------------------------------*
      *        RUBRICAS PAGAS NA RODADA, UMA POR VALOR DO CONTRACHEQUE *
      *        ('V' VENCIMENTO, 'D' DESCONTO) - INTERFACE PARA OS      *
      *        EVENTOS DE REMUNERACAO DA GERA-ESOCIAL                  *
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
      *        CADASTRO PESSOAL - CENTRO DE CUSTO DO FUNCIONARIO       *
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
      *        PARAMETROS DO SISTEMA (CHAVE=VALOR POR REGISTRO):       *
      *        DIRETORIO E DATA-COMPETENCIA. COMPARTILHADO COM O       *
       77  FS-CONTRACHEQUE     PIC 9(02)   VALUE ZEROS.
       77  FS-LIQPAGTO         PIC 9(02)   VALUE ZEROS.
       77  FS-MOVPAGTO         PIC 9(02)   VALUE ZEROS.
       77  FS-COMPLFUN         PIC 9(02)   VALUE ZEROS.
       77  FS-ACUMANO          PIC 9(02)   VALUE ZEROS.
       77  FS-ACUMNOVO         PIC 9(02)   VALUE ZEROS.
       77  FS-LANCTOS          PIC 9(02)   VALUE ZEROS.
       77  FS-SYSPARM          PIC 9(02)   VALUE ZEROS.
       77  FS-CADDEPEN         PIC 9(02)   VALUE ZEROS.
       77  FS-PENSAOPG         PIC 9(02)   VALUE ZEROS.
       77  FS-CADCONSG         PIC 9(02)   VALUE ZEROS.
       77  FS-CONSGPG          PIC 9(02)   VALUE ZEROS.
       77  FS-RUBRICAS         PIC 9(02)   VALUE ZEROS.
       77  FS-CADPESSO         PIC 9(02)   VALUE ZEROS.

      *------- parametros do sistema (SYSPARM) e caminhos montados ----*
       77  WS-ARQ-SYSPARM      PIC X(80)
                               VALUE "C:\FILES\SYSPARM.dat".
       77  WS-DIRETORIO        PIC X(40)   VALUE "C:\FILES\".
       77  WS-ARQ-CADFUNCN     PIC X(80)   VALUE SPACES.
       77  WS-ARQ-CADDEPEN     PIC X(80)   VALUE SPACES.
       77  WS-ARQ-PENSAOPG     PIC X(80)   VALUE SPACES.
       77  WS-ARQ-CADCONSG     PIC X(80)   VALUE SPACES.
       77  WS-ARQ-CONSGPG      PIC X(80)   VALUE SPACES.
       77  WS-ARQ-CADPESSO     PIC X(80)   VALUE SPACES.
       77  WS-ARQ-FOLHA        PIC X(80)   VALUE SPACES.
       77  WS-ARQ-TABINSS      PIC X(80)   VALUE SPACES.
       77  WS-ARQ-TABIRRF      PIC X(80)   VALUE SPACES.
       77  WS-NOME-FOLHA       PIC X(16)   VALUE SPACES.
       77  WS-NOME-CONTRACHQ   PIC X(16)   VALUE SPACES.
       77  WS-ARQ-MOVPAGTO     PIC X(80)   VALUE SPACES.
       77  WS-ARQ-COMPLFUN     PIC X(80)   VALUE SPACES.
       77  WS-NOME-LIQPAGTO    PIC X(16)   VALUE SPACES.
       77  WS-NOME-PENSAOPG    PIC X(16)   VALUE SPACES.
       77  WS-NOME-MOVPAGTO    PIC X(16)   VALUE SPACES.
       77  WS-NOME-COMPLFUN    PIC X(16)   VALUE SPACES.
       77  WS-ARQ-ACUMANO      PIC X(80)   VALUE SPACES.
       77  WS-ARQ-ACUMNOVO     PIC X(80)   VALUE SPACES.
       77  WS-ARQ-LANCTOS      PIC X(80)   VALUE SPACES.
       77  WS-NOME-LANCTOS     PIC X(16)   VALUE SPACES.
       77  WS-ARQ-RUBRICAS     PIC X(80)   VALUE SPACES.
       77  WS-NOME-RUBRICAS    PIC X(16)   VALUE SPACES.

       01  WS-DATA-COMPETENCIA.
           05 WS-COMP-ANO      PIC 9(04)   VALUE ZEROS.
           88 FOLHA-13-PARC1               VALUE "13SAL1".
           88 FOLHA-13-PARC2               VALUE "13SAL2".
           88 FOLHA-FERIAS                 VALUE "FERIAS".
           88 FOLHA-COMPLEMENTAR           VALUE "COMPL1" THRU
                                                 "COMPL9".
           88 TIPO-FOLHA-VALIDO            VALUE "MENSAL" "13SAL1"
                                                 "13SAL2" "FERIAS"
                                                 "COMPL1" THRU
                                                 "COMPL9".

      *        AVOS DO 13o PROPORCIONAL (MESES TRABALHADOS NO ANO),
      *        INFORMADOS PELA OPERACAO NA CHAVE AVOS-13SALARIO
       77  WS-AVOS-13SAL       PIC 9(02)   VALUE 12.

      *        DEDUCAO LEGAL POR DEPENDENTE NA BASE DO IRRF, CHAVE
      *        DEDUCAO-DEPEND DO SYSPARM (7 DIGITOS, 2 DECIMAIS)
       01  WS-DEDUCAO-DEPEND-R.
           05 WS-DEDUCAO-DEPEND PIC 9(05)V99 VALUE 189,59.
       01  WS-DEDUCAO-DEPEND-X REDEFINES WS-DEDUCAO-DEPEND-R
                               PIC X(07).

      *------- valores do evento estatutario corrente -----------------*
       77  WS-BASE-13SAL       PIC 9(06)V99 VALUE ZEROS.
       77  WS-PARCELA-ADIANT   PIC 9(06)V99 VALUE ZEROS.
       77  WS-CALC-PRODUTO     PIC 9(07)V9(04) VALUE ZEROS.
       77  WS-CALC-DESCONTO    PIC S9(07)V99 VALUE ZEROS.
       77  WS-CALC-LIQUIDO     PIC S9(07)V99 VALUE ZEROS.
       77  WS-CALC-BASE        PIC S9(07)V99 VALUE ZEROS.

      *------- dependentes e pensao alimenticia (CADDEPEN) ------------*
      *        A PENSAO DE CADA FAVORECIDO E CALCULADA NA TABELA
      *        (WS-DEP-PENSAO-CALC) PARA SAIR DEPOIS NO PENSAOPG; A
      *        SOMA LIMITA-SE AO BRUTO MENOS INSS DO FUNCIONARIO.
       01  WS-TABELA-DEPEN.
           05 WS-DEP-QTD       PIC 9(04)   VALUE ZEROS.
           05 WS-DEP-ITEM OCCURS 2000 TIMES
                   INDEXED BY WS-IDX-DEP.
               10 WS-DEP-CODFUN      PIC 9(04).
               10 WS-DEP-SEQ         PIC 9(02).
               10 WS-DEP-DEDUZ-IRRF  PIC X(01).
               10 WS-DEP-PENSAO-TIPO PIC X(01).
               10 WS-DEP-PENSAO-PERC PIC 9(03)V99.
               10 WS-DEP-PENSAO-VALOR PIC 9(07)V99.
               10 WS-DEP-FAVORECIDO  PIC X(30).
               10 WS-DEP-BANCO       PIC 9(03).
               10 WS-DEP-AGENCIA     PIC 9(04).
               10 WS-DEP-AGENCIA-DV  PIC X(01).
               10 WS-DEP-CONTA       PIC 9(10).
               10 WS-DEP-CONTA-DV    PIC X(01).
               10 WS-DEP-PENSAO-CALC PIC 9(07)V99.
               10 WS-DEP-PENSAO-PAGA PIC 9(07)V99.

       77  WS-DEP-MAX          PIC 9(04)   VALUE 2000.
       77  WS-QTD-DEPEND-IR    PIC 9(02)   VALUE ZEROS.
       77  WS-DEDUCAO-TOTAL    PIC 9(07)V99 VALUE ZEROS.
       77  WS-PENSAO           PIC 9(06)V99 VALUE ZEROS.
       77  WS-PENSAO-SALDO     PIC S9(07)V99 VALUE ZEROS.
       77  WS-PENSAO-ITEM      PIC 9(07)V99 VALUE ZEROS.
       77  WS-QTD-PENSOES      PIC 9(05)   VALUE ZEROS.
       77  WS-TOTAL-PENSOES    PIC 9(09)V99 VALUE ZEROS.

      *------- emprestimos consignados (CADCONSG) ---------------------*
      *        A PARCELA DE CADA CONTRATO E AVALIADA NA TABELA CONTRA
      *        A MARGEM CONSIGNAVEL RESTANTE DO FUNCIONARIO: CABE
      *        INTEIRA ('D' DESCONTADA) OU NAO CABE ('N'); A SITUACAO
      *        FICA NA TABELA PARA SAIR DEPOIS NO CONSGPG.
       01  WS-TABELA-CONSIG.
           05 WS-CSG-QTD       PIC 9(04)   VALUE ZEROS.
           05 WS-CSG-ITEM OCCURS 3000 TIMES
                   INDEXED BY WS-IDX-CSG.
               10 WS-CSG-CODFUN      PIC 9(04).
               10 WS-CSG-CONTRATO    PIC 9(12).
               10 WS-CSG-BANCO       PIC 9(03).
               10 WS-CSG-PARCELA     PIC 9(03).
               10 WS-CSG-VALOR       PIC 9(07)V99.
               10 WS-CSG-SITUACAO    PIC X(01).

       77  WS-CSG-MAX          PIC 9(04)   VALUE 3000.
       77  WS-MARGEM-PERC      PIC 9(03)V99 VALUE 35.
       77  WS-MARGEM-CONSIG    PIC S9(07)V99 VALUE ZEROS.
       77  WS-CONSIGNADO       PIC 9(06)V99 VALUE ZEROS.
       77  WS-QTD-CONSIG-DESC  PIC 9(05)   VALUE ZEROS.
       77  WS-TOTAL-CONSIG-DESC PIC 9(09)V99 VALUE ZEROS.
       77  WS-QTD-CONSIG-SEM-MARGEM PIC 9(05) VALUE ZEROS.
       77  WS-TOTAL-CONSIG-SEM-MARGEM PIC 9(09)V99 VALUE ZEROS.
       77  WS-DISP-VALOR       PIC ZZZZZZ9,99.

      *------- tabelas de faixas carregadas dos parametros ------------*
       01  WS-TABELA-INSS.
       77  WS-EVT-MAX          PIC 9(03)   VALUE 999.
       77  WS-EVENTOS-VENC     PIC 9(06)V99 VALUE ZEROS.
       77  WS-EVENTOS-DESC     PIC 9(06)V99 VALUE ZEROS.
       77  WS-EVENTOS-ESTORNO  PIC 9(06)V99 VALUE ZEROS.
       77  WS-EVT-NATUREZA-CC  PIC X(01)   VALUE SPACES.
       77  WS-EVT-DESC-CC      PIC X(25)   VALUE SPACES.

      *------- rubrica a gravar no RUBRICAS ---------------------------*
       77  WS-RUB-CODIGO       PIC X(03)   VALUE SPACES.
       77  WS-RUB-DESCRICAO    PIC X(20)   VALUE SPACES.
       77  WS-RUB-NATUREZA     PIC X(01)   VALUE SPACES.
       77  WS-RUB-VALOR        PIC 9(07)V99 VALUE ZEROS.
       77  WS-QTD-RUBRICAS     PIC 9(07)   VALUE ZEROS.

      *------- folha complementar (TIPO-FOLHA COMPL1 A COMPL9) --------*
      *        SO OS CODFUNS DA LISTA COMPLFUN SAO RECALCULADOS. O JA
      *        PAGO NA COMPETENCIA VEM DO ACUMANO (MENSAL MAIS AS
      *        COMPLEMENTARES ANTERIORES; A DESTA RODADA FOI
      *        DESCARTADA NA CARGA) E A RODADA GRAVA SO A DIFERENCA.
      *        A SITUACAO NA LISTA MARCA QUEM FOI ACHADO NO CADFUNCN
      *        ('A'); O QUE FICAR PENDENTE ('P') E AVISADO NO FIM.
       01  WS-TABELA-COMPL.
           05 WS-CPL-QTD       PIC 9(03)   VALUE ZEROS.
           05 WS-CPL-ITEM OCCURS 500 TIMES
                   INDEXED BY WS-IDX-CPL.
               10 WS-CPL-CODFUN    PIC 9(04).
               10 WS-CPL-SITUACAO  PIC X(01).

       77  WS-CPL-MAX          PIC 9(03)   VALUE 500.
       77  WS-CPL-CHAVE        PIC 9(04)   VALUE ZEROS.
       77  WS-CPL-ACHOU        PIC X(01)   VALUE 'N'.
           88 CPL-ACHADO                   VALUE 'S'.
           88 CPL-NAO-ACHADO               VALUE 'N'.
       77  WS-SELECAO          PIC X(01)   VALUE 'S'.
           88 FUNC-SELECIONADO             VALUE 'S'.
           88 FUNC-NAO-SELECIONADO         VALUE 'N'.
       77  WS-CPL-MENSAL       PIC X(01)   VALUE 'N'.
           88 CPL-COM-MENSAL               VALUE 'S'.
           88 CPL-SEM-MENSAL               VALUE 'N'.
       77  WS-CPL-PAGO-BRUTO   PIC 9(09)V99 VALUE ZEROS.
       77  WS-CPL-PAGO-INSS    PIC 9(09)V99 VALUE ZEROS.
       77  WS-CPL-PAGO-IRRF    PIC 9(09)V99 VALUE ZEROS.
       77  WS-CPL-PAGO-LIQUIDO PIC 9(09)V99 VALUE ZEROS.
       77  WS-CPL-PENSAO-PAGA  PIC 9(06)V99 VALUE ZEROS.
       77  WS-CPL-BRUTO-NOVO   PIC 9(06)V99 VALUE ZEROS.
       77  WS-CPL-DIF-INSS     PIC S9(07)V99 VALUE ZEROS.
       77  WS-CPL-DIF-IRRF     PIC S9(07)V99 VALUE ZEROS.
       77  WS-CPL-DIF-PENSAO   PIC S9(07)V99 VALUE ZEROS.
       77  WS-QTD-COMPL-PAGOS  PIC 9(05)   VALUE ZEROS.
       77  WS-QTD-COMPL-SEM-DIF PIC 9(05)  VALUE ZEROS.
       77  WS-QTD-COMPL-AUSENTES PIC 9(05) VALUE ZEROS.
       77  WS-DISP-DIFERENCA   PIC -ZZZZZZ9,99.

      *------- acumulado anual por funcionario (ACUMANO) --------------*
      *        O ARQUIVO E CARREGADO EM TABELA, EXCETO:
      *        - A CONTRIBUICAO DESTA COMPETENCIA+TIPO DE FOLHA, QUE
       77  WS-CTB-TOT-IRRF     PIC 9(11)V99 VALUE ZEROS.
       77  WS-CTB-TOT-OUTROS   PIC S9(11)V99 VALUE ZEROS.
       77  WS-CTB-TOT-LIQUIDO  PIC 9(11)V99 VALUE ZEROS.
       77  WS-CTB-TOT-PENSAO   PIC 9(11)V99 VALUE ZEROS.
       77  WS-CTB-TOT-CONSIG   PIC 9(11)V99 VALUE ZEROS.
       77  WS-CTB-TOT-CREDITOS PIC 9(11)V99 VALUE ZEROS.
       77  WS-CTB-TOT-DEBITOS  PIC 9(11)V99 VALUE ZEROS.
       77  WS-CTB-OUTROS       PIC S9(07)V99 VALUE ZEROS.
       77  WS-CTB-HISTORICO    PIC X(30)   VALUE SPACES.

           88 FIM-SORT                     VALUE 'S'.
           88 NAO-FIM-SORT                 VALUE 'N'.

      *------- totais por centro de custo (CADPESSO) ------------------*
      *        A FOLHA SAI POR FUNCAO; O CENTRO DE CUSTO E ACUMULADO
      *        EM TABELA MANTIDA EM ORDEM DE CODIGO (INSERCAO NA
      *        POSICAO) PARA A PAGINA FINAL. CODIGO EM BRANCO REUNE
      *        OS FUNCIONARIOS SEM REGISTRO NO CADPESSO.
       01  WS-TABELA-CCUSTO.
           05 WS-CCU-QTD       PIC 9(04)   VALUE ZEROS.
           05 WS-CCU-ITEM OCCURS 500 TIMES.
               10 WS-CCU-CODIGO    PIC X(06).
               10 WS-CCU-FUNCS     PIC 9(05).
               10 WS-CCU-BRUTO     PIC 9(09)V99.
               10 WS-CCU-DESCONTOS PIC 9(09)V99.
               10 WS-CCU-LIQUIDO   PIC 9(09)V99.

       77  WS-CCU-MAX          PIC 9(04)   VALUE 500.
       77  WS-CCU-POS          PIC 9(04)   VALUE ZEROS.
       77  WS-CCU-MOV          PIC 9(04)   VALUE ZEROS.
       77  WS-CCUSTO-ATUAL     PIC X(06)   VALUE SPACES.
       77  WS-CCU-POSICAO      PIC X(01)   VALUE 'N'.
           88 CCU-POSICAO-ACHADA           VALUE 'S'.
           88 CCU-POSICAO-PENDENTE         VALUE 'N'.
       77  WS-CCU-DESC-CALC    PIC S9(07)V99 VALUE ZEROS.
       77  WS-CCU-TOT-FUNCS    PIC 9(05)   VALUE ZEROS.
       77  WS-CCU-TOT-BRUTO    PIC 9(09)V99 VALUE ZEROS.
       77  WS-CCU-TOT-DESCONTOS PIC 9(09)V99 VALUE ZEROS.
       77  WS-CCU-TOT-LIQUIDO  PIC 9(09)V99 VALUE ZEROS.
       77  WS-QTD-SEM-CCUSTO   PIC 9(05)   VALUE ZEROS.
       77  WS-CADPESSO-STATUS  PIC X(01)   VALUE 'S'.
           88 CADPESSO-DISPONIVEL          VALUE 'S'.
           88 CADPESSO-AUSENTE             VALUE 'N'.

      *------- data/hora do sistema, quebrada por indice (PROG0001) ---*
       77  WS-DATETIME         PIC X(21).

               IF FOLHA-13-PARC1 OR FOLHA-13-PARC2
                   DISPLAY "  AVOS-13SALARIO    = " WS-AVOS-13SAL
               END-IF.
               DISPLAY "  DEDUCAO-DEPEND    = " WS-DEDUCAO-DEPEND.

      *----------------------------------------------------------------*
           03-LER-SYSPARM-FIM.     EXIT.
                       IF NOT TIPO-FOLHA-VALIDO
                           DISPLAY "SYSPARM: TIPO-FOLHA INVALIDO: "
                                   PRM-VALOR (1:6)
                           DISPLAY "USAR MENSAL, 13SAL1, 13SAL2,"
                                   " FERIAS OU COMPL1 A COMPL9"
                           MOVE 99 TO RETURN-CODE
                           STOP RUN
                       END-IF
                           MOVE 99 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   WHEN "DEDUCAO-DEPEND"
                       IF PRM-VALOR (1:7) NUMERIC
                           MOVE PRM-VALOR (1:7) TO WS-DEDUCAO-DEPEND-X
                       ELSE
                           DISPLAY "SYSPARM: DEDUCAO-DEPEND INVALIDA"
                                   " (7 DIGITOS, 2 DECIMAIS): "
                                   PRM-VALOR (1:7)
                           MOVE 99 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   WHEN "CHECKPT-INTERVALO"
                   WHEN "FORCAR-REPROCESSO"
                   WHEN "RETENCAO-MESES"
      *        PROPRIOS, PARA NAO SOBREPOR OS DOCUMENTOS DA FOLHA
      *        MENSAL; O LIQPAGTO MANTEM O NOME PADRAO PORQUE E A
      *        INTERFACE TRANSIENTE LIDA PELA GERA-REMESSA NA
      *        SEQUENCIA DO CICLO. A FOLHA COMPLEMENTAR RODA FORA DO
      *        CICLO, DEPOIS DA REMESSA: TEM LIQPAGTO, PENSAOPG E
      *        EVENTOS PROPRIOS, NUMERADOS PELO DIGITO DO TIPO, PARA
      *        NAO SOBREPOR AS INTERFACES DO CICLO PRINCIPAL.
               MOVE "LIQPAGTO.dat"     TO WS-NOME-LIQPAGTO.
               MOVE "PENSAOPG.dat"     TO WS-NOME-PENSAOPG.
               MOVE "MOVPAGTO.dat"     TO WS-NOME-MOVPAGTO.
               MOVE SPACES             TO WS-NOME-COMPLFUN.
               EVALUATE TRUE
                   WHEN FOLHA-13-PARC1
                       MOVE "FOLHA13A.dat"     TO WS-NOME-FOLHA
                       MOVE "CONTRACHQ13A.dat" TO WS-NOME-CONTRACHQ
                       MOVE "LANCTOS13A.dat"   TO WS-NOME-LANCTOS
                       MOVE "RUBRICAS13A.dat"  TO WS-NOME-RUBRICAS
                   WHEN FOLHA-13-PARC2
                       MOVE "FOLHA13B.dat"     TO WS-NOME-FOLHA
                       MOVE "CONTRACHQ13B.dat" TO WS-NOME-CONTRACHQ
                       MOVE "LANCTOS13B.dat"   TO WS-NOME-LANCTOS
                       MOVE "RUBRICAS13B.dat"  TO WS-NOME-RUBRICAS
                   WHEN FOLHA-FERIAS
                       MOVE "FOLHAFER.dat"     TO WS-NOME-FOLHA
                       MOVE "CONTRACHQFER.dat" TO WS-NOME-CONTRACHQ
                       MOVE "LANCTOSFER.dat"   TO WS-NOME-LANCTOS
                       MOVE "RUBRICASFER.dat"  TO WS-NOME-RUBRICAS
                   WHEN FOLHA-COMPLEMENTAR
                       PERFORM 04A-NOMES-COMPLEMENTAR
                   WHEN OTHER
                       MOVE "FOLHAPGTO.dat"    TO WS-NOME-FOLHA
                       MOVE "CONTRACHQ.dat"    TO WS-NOME-CONTRACHQ
                       MOVE "LANCTOS.dat"      TO WS-NOME-LANCTOS
                       MOVE "RUBRICAS.dat"     TO WS-NOME-RUBRICAS
               END-EVALUATE.

               MOVE SPACES TO WS-ARQ-FOLHA.
                   INTO WS-ARQ-CONTRACHQ.
               MOVE SPACES TO WS-ARQ-LIQPAGTO.
               STRING WS-DIRETORIO DELIMITED BY SPACE
                      WS-NOME-LIQPAGTO DELIMITED BY SPACE
                   INTO WS-ARQ-LIQPAGTO.
               MOVE SPACES TO WS-ARQ-MOVPAGTO.
               STRING WS-DIRETORIO DELIMITED BY SPACE
                      WS-NOME-MOVPAGTO DELIMITED BY SPACE
                   INTO WS-ARQ-MOVPAGTO.
               MOVE SPACES TO WS-ARQ-COMPLFUN.
               STRING WS-DIRETORIO DELIMITED BY SPACE
                      WS-NOME-COMPLFUN DELIMITED BY SPACE
                   INTO WS-ARQ-COMPLFUN.
               MOVE SPACES TO WS-ARQ-ACUMANO.
               STRING WS-DIRETORIO DELIMITED BY SPACE
                      "ACUMANO.dat" DELIMITED BY SIZE
               STRING WS-DIRETORIO DELIMITED BY SPACE
                      WS-NOME-LANCTOS DELIMITED BY SPACE
                   INTO WS-ARQ-LANCTOS.
               MOVE SPACES TO WS-ARQ-RUBRICAS.
               STRING WS-DIRETORIO DELIMITED BY SPACE
                      WS-NOME-RUBRICAS DELIMITED BY SPACE
                   INTO WS-ARQ-RUBRICAS.
               MOVE SPACES TO WS-ARQ-CADDEPEN.
               STRING WS-DIRETORIO DELIMITED BY SPACE
                      "CADDEPEN.dat" DELIMITED BY SIZE
                   INTO WS-ARQ-CADDEPEN.
      *        O PENSAOPG, COMO O LIQPAGTO, E INTERFACE TRANSIENTE
      *        LIDA PELA GERA-REMESSA NA SEQUENCIA DO CICLO
               MOVE SPACES TO WS-ARQ-PENSAOPG.
               STRING WS-DIRETORIO DELIMITED BY SPACE
                      WS-NOME-PENSAOPG DELIMITED BY SPACE
                   INTO WS-ARQ-PENSAOPG.
               MOVE SPACES TO WS-ARQ-CADCONSG.
               STRING WS-DIRETORIO DELIMITED BY SPACE
                      "CADCONSG.dat" DELIMITED BY SIZE
                   INTO WS-ARQ-CADCONSG.
      *        O CONSGPG E A INTERFACE TRANSIENTE LIDA PELO
      *        REPASSE-CONSIGNADO; A RESCISAO ACRESCENTA OS SALDOS
      *        ABATIDOS DOS DESLIGADOS
               MOVE SPACES TO WS-ARQ-CONSGPG.
               STRING WS-DIRETORIO DELIMITED BY SPACE
                      "CONSGPG.dat" DELIMITED BY SIZE
                   INTO WS-ARQ-CONSGPG.
               MOVE SPACES TO WS-ARQ-CADPESSO.
               STRING WS-DIRETORIO DELIMITED BY SPACE
                      "CADPESSO.dat" DELIMITED BY SIZE
                   INTO WS-ARQ-CADPESSO.

      *        A DATA IMPRESSA NA FOLHA E NOS CONTRACHEQUES E A
      *        COMPETENCIA, NAO A DATA DO SISTEMA: REEXECUCAO NO DIA
           04-MONTAR-CAMINHOS-FIM.     EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           04A-NOMES-COMPLEMENTAR.
      *----------------------------------------------------------------*

      *        ARQUIVOS DA COMPLEMENTAR N (DIGITO FINAL DO TIPO):
      *        FOLHACPLn, CONTRACHQCn, LANCTOSCPLn, RUBRICASCn,
      *        LIQCOMPLn, PENSCOMPLn, EVENTOS MOVCOMPLn E A LISTA
      *        COMPLFUNn DOS CODFUNS A CORRIGIR.

               MOVE SPACES TO WS-NOME-FOLHA WS-NOME-CONTRACHQ
                              WS-NOME-LANCTOS WS-NOME-RUBRICAS
                              WS-NOME-LIQPAGTO WS-NOME-PENSAOPG
                              WS-NOME-MOVPAGTO WS-NOME-COMPLFUN.
               STRING "FOLHACPL" WS-TIPO-FOLHA (6:1) ".dat"
                   DELIMITED BY SIZE INTO WS-NOME-FOLHA.
               STRING "CONTRACHQC" WS-TIPO-FOLHA (6:1) ".dat"
                   DELIMITED BY SIZE INTO WS-NOME-CONTRACHQ.
               STRING "LANCTOSCPL" WS-TIPO-FOLHA (6:1) ".dat"
                   DELIMITED BY SIZE INTO WS-NOME-LANCTOS.
               STRING "RUBRICASC" WS-TIPO-FOLHA (6:1) ".dat"
                   DELIMITED BY SIZE INTO WS-NOME-RUBRICAS.
               STRING "LIQCOMPL" WS-TIPO-FOLHA (6:1) ".dat"
                   DELIMITED BY SIZE INTO WS-NOME-LIQPAGTO.
               STRING "PENSCOMPL" WS-TIPO-FOLHA (6:1) ".dat"
                   DELIMITED BY SIZE INTO WS-NOME-PENSAOPG.
               STRING "MOVCOMPL" WS-TIPO-FOLHA (6:1) ".dat"
                   DELIMITED BY SIZE INTO WS-NOME-MOVPAGTO.
               STRING "COMPLFUN" WS-TIPO-FOLHA (6:1) ".dat"
                   DELIMITED BY SIZE INTO WS-NOME-COMPLFUN.

      *----------------------------------------------------------------*
           04A-NOMES-COMPLEMENTAR-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           10-ABRIR-ARQUIVOS.
      *----------------------------------------------------------------*

      *        OS EVENTOS VARIAVEIS SO ENTRAM NA FOLHA MENSAL; AS
      *        FOLHAS DE 13o E FERIAS CALCULAM SOBRE O SALARIO BASE.
      *        A COMPLEMENTAR CARREGA OS EVENTOS DE CORRECAO E A
      *        LISTA DOS CODFUNS A RECALCULAR.
               IF FOLHA-MENSAL OR FOLHA-COMPLEMENTAR
                   PERFORM 13-CARREGAR-EVENTOS
               END-IF.

               IF FOLHA-COMPLEMENTAR
                   PERFORM 18-CARREGAR-LISTA-COMPL
               END-IF.

               PERFORM 14-CARREGAR-ACUMULADO.

               PERFORM 16-CARREGAR-DEPENDENTES.

      *        O CONSIGNADO E DESCONTADO SO NA FOLHA MENSAL; NAS
      *        DEMAIS O CONSGPG SAI VAZIO, SEM PARCELAS A REPASSAR.
               IF FOLHA-MENSAL
                   PERFORM 17-CARREGAR-CONSIGNADOS
               END-IF.

      *        SEM CADPESSO A FOLHA SAI NORMALMENTE; A PAGINA DE
      *        CENTROS DE CUSTO TRAZ SO A LINHA SEM CENTRO CUSTO.
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

               OPEN OUTPUT FOLHA.
               IF FS-FOLHA NOT EQUAL ZEROS
                   DISPLAY "--------------------------------"
                   DISPLAY "--------------------------------"
                   STOP RUN.

               OPEN OUTPUT PENSAOPG.
               IF FS-PENSAOPG NOT EQUAL ZEROS
                   DISPLAY "--------------------------------"
                   DISPLAY "ERRO AO ABRIR O ARQUIVO PENSAOPG"
                   DISPLAY "FILE STATUS = " FS-PENSAOPG
                   DISPLAY "--------------------------------"
                   STOP RUN.

      *        A COMPLEMENTAR NAO MEXE NO CONSIGNADO: O CONSGPG DO
      *        CICLO PRINCIPAL NAO E TRUNCADO.
               IF NOT FOLHA-COMPLEMENTAR
                   OPEN OUTPUT CONSGPG
                   IF FS-CONSGPG NOT EQUAL ZEROS
                       DISPLAY "--------------------------------"
                       DISPLAY "ERRO AO ABRIR O ARQUIVO CONSGPG"
                       DISPLAY "FILE STATUS = " FS-CONSGPG
                       DISPLAY "--------------------------------"
                       STOP RUN
                   END-IF
               END-IF.

               OPEN OUTPUT RUBRICAS.
               IF FS-RUBRICAS NOT EQUAL ZEROS
                   DISPLAY "--------------------------------"
                   DISPLAY "ERRO AO ABRIR O ARQUIVO RUBRICAS"
                   DISPLAY "FILE STATUS = " FS-RUBRICAS
                   DISPLAY "--------------------------------"
                   STOP RUN.

      *----------------------------------------------------------------*
           10-ABRIR-ARQUIVOS-FIM.  EXIT.
      *----------------------------------------------------------------*
                   ELSE
                       IF EVT-CODFUN-E NOT NUMERIC
                         OR EVT-VALOR-E NOT NUMERIC
                         OR (EVT-NATUREZA-E NOT EQUAL 'V' AND 'D'
                                                    AND 'E')
                         OR (EVT-NATUREZA-E EQUAL 'E'
                                 AND NOT FOLHA-COMPLEMENTAR)
                           DISPLAY "ERRO: EVENTO INVALIDO EM"
                                   " MOVPAGTO: " REG-MOVPAGTO (1:40)
                           MOVE 99 TO RETURN-CODE
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           16-CARREGAR-DEPENDENTES.
      *----------------------------------------------------------------*

      *        CARREGA OS DEPENDENTES EM TABELA. CADDEPEN AUSENTE NAO
      *        E ERRO: FOLHA SEM DEDUCAO DE DEPENDENTES E SEM PENSAO.

               OPEN INPUT CADDEPEN.
               IF FS-CADDEPEN EQUAL 35
                   DISPLAY "CADDEPEN NAO ENCONTRADO - FOLHA SEM"
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
                       MOVE DEP-SEQ-E
                         TO WS-DEP-SEQ (WS-IDX-DEP)
                       MOVE DEP-DEDUZ-IRRF-E
                         TO WS-DEP-DEDUZ-IRRF (WS-IDX-DEP)
                       MOVE DEP-PENSAO-TIPO-E
                         TO WS-DEP-PENSAO-TIPO (WS-IDX-DEP)
                       MOVE DEP-PENSAO-PERC-E
                         TO WS-DEP-PENSAO-PERC (WS-IDX-DEP)
                       MOVE DEP-PENSAO-VALOR-E
                         TO WS-DEP-PENSAO-VALOR (WS-IDX-DEP)
                       MOVE DEP-FAVORECIDO-E
                         TO WS-DEP-FAVORECIDO (WS-IDX-DEP)
                       MOVE DEP-BANCO-E
                         TO WS-DEP-BANCO (WS-IDX-DEP)
                       MOVE DEP-AGENCIA-E
                         TO WS-DEP-AGENCIA (WS-IDX-DEP)
                       MOVE DEP-AGENCIA-DV-E
                         TO WS-DEP-AGENCIA-DV (WS-IDX-DEP)
                       MOVE DEP-CONTA-E
                         TO WS-DEP-CONTA (WS-IDX-DEP)
                       MOVE DEP-CONTA-DV-E
                         TO WS-DEP-CONTA-DV (WS-IDX-DEP)
                       MOVE ZEROS
                         TO WS-DEP-PENSAO-CALC (WS-IDX-DEP)
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
           16A-CARREGAR-UM-DEPENDENTE-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           17-CARREGAR-CONSIGNADOS.
      *----------------------------------------------------------------*

      *        CARREGA OS CONTRATOS DE CONSIGNADO ATIVOS EM TABELA.
      *        CADCONSG AUSENTE NAO E ERRO: FOLHA SEM CONSIGNADOS.

               OPEN INPUT CADCONSG.
               IF FS-CADCONSG EQUAL 35
                   DISPLAY "CADCONSG NAO ENCONTRADO - FOLHA SEM"
                           " EMPRESTIMOS CONSIGNADOS"
               ELSE
                   IF FS-CADCONSG NOT EQUAL ZEROS
                       DISPLAY "--------------------------------"
                       DISPLAY "ERRO AO ABRIR O ARQUIVO CADCONSG"
                       DISPLAY "FILE STATUS = " FS-CADCONSG
                       DISPLAY "--------------------------------"
                       MOVE 99 TO RETURN-CODE
                       STOP RUN
                   ELSE
                       SET NAO-FIM-TABELA TO TRUE
                       PERFORM 17A-CARREGAR-UM-CONSIGNADO
                           UNTIL FIM-TABELA
                       CLOSE CADCONSG
                       DISPLAY "CADCONSG CARREGADO COM " WS-CSG-QTD
                               " CONTRATOS ATIVOS"
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
           17-CARREGAR-CONSIGNADOS-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           17A-CARREGAR-UM-CONSIGNADO.
      *----------------------------------------------------------------*

      *        A PARCELA DO MES E O VALOR CONTRATADO, LIMITADO AO
      *        SALDO DEVEDOR (ULTIMA PARCELA DE UM CONTRATO AMORTIZADO
      *        NA RESCISAO OU RENEGOCIADO).

               READ CADCONSG.
               IF FS-CADCONSG EQUAL 10
                   SET FIM-TABELA TO TRUE
               ELSE
                   IF FS-CADCONSG NOT EQUAL ZEROS
                       DISPLAY "ERRO AO LER CADCONSG = " FS-CADCONSG
                       MOVE 99 TO RETURN-CODE
                       STOP RUN
                   ELSE
                       IF CSG-CODFUN-E NOT NUMERIC
                         OR CSG-VALOR-PARCELA-E NOT NUMERIC
                         OR CSG-SALDO-DEVEDOR-E NOT NUMERIC
                         OR CSG-PARCELAS-PAGAS-E NOT NUMERIC
                           DISPLAY "ERRO: CONTRATO INVALIDO EM"
                                   " CADCONSG: " REG-CADCONSG (1:40)
                           MOVE 99 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       IF CSG-SITUACAO-E EQUAL 'A'
                               AND CSG-SALDO-DEVEDOR-E GREATER THAN
                                   ZEROS
                           PERFORM 17B-GUARDAR-CONSIGNADO
                       END-IF
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
           17A-CARREGAR-UM-CONSIGNADO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           17B-GUARDAR-CONSIGNADO.
      *----------------------------------------------------------------*

               IF WS-CSG-QTD NOT LESS THAN WS-CSG-MAX
                   DISPLAY "ERRO: MAIS DE " WS-CSG-MAX
                           " CONTRATOS ATIVOS EM CADCONSG"
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
               END-IF.
               ADD 1 TO WS-CSG-QTD.
               SET WS-IDX-CSG TO WS-CSG-QTD.
               MOVE CSG-CODFUN-E   TO WS-CSG-CODFUN (WS-IDX-CSG).
               MOVE CSG-CONTRATO-E TO WS-CSG-CONTRATO (WS-IDX-CSG).
               MOVE CSG-BANCO-E    TO WS-CSG-BANCO (WS-IDX-CSG).
               COMPUTE WS-CSG-PARCELA (WS-IDX-CSG) =
                   CSG-PARCELAS-PAGAS-E + 1.
               IF CSG-VALOR-PARCELA-E GREATER THAN CSG-SALDO-DEVEDOR-E
                   MOVE CSG-SALDO-DEVEDOR-E
                     TO WS-CSG-VALOR (WS-IDX-CSG)
               ELSE
                   MOVE CSG-VALOR-PARCELA-E
                     TO WS-CSG-VALOR (WS-IDX-CSG)
               END-IF.
               MOVE SPACE TO WS-CSG-SITUACAO (WS-IDX-CSG).

      *----------------------------------------------------------------*
           17B-GUARDAR-CONSIGNADO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           18-CARREGAR-LISTA-COMPL.
      *----------------------------------------------------------------*

      *        CARREGA A LISTA DOS CODFUNS DA FOLHA COMPLEMENTAR.
      *        SEM LISTA NAO HA O QUE CORRIGIR: A RODADA ABORTA ANTES
      *        DE ABRIR OS RELATORIOS. CODFUN REPETIDO ENTRA UMA VEZ.

               OPEN INPUT COMPLFUN.
               IF FS-COMPLFUN NOT EQUAL ZEROS
                   DISPLAY "--------------------------------"
                   DISPLAY "ERRO AO ABRIR O ARQUIVO COMPLFUN"
                   DISPLAY "FILE STATUS = " FS-COMPLFUN
                   DISPLAY "--------------------------------"
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
               END-IF.

               SET NAO-FIM-TABELA TO TRUE.
               PERFORM 18A-CARREGAR-UM-DA-LISTA UNTIL FIM-TABELA.
               CLOSE COMPLFUN.

               IF WS-CPL-QTD EQUAL ZEROS
                   DISPLAY "ERRO: LISTA DA FOLHA COMPLEMENTAR VAZIA: "
                           WS-ARQ-COMPLFUN
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
               END-IF.

               DISPLAY "COMPLFUN CARREGADO COM " WS-CPL-QTD
                       " FUNCIONARIOS A RECALCULAR".

      *----------------------------------------------------------------*
           18-CARREGAR-LISTA-COMPL-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           18A-CARREGAR-UM-DA-LISTA.
      *----------------------------------------------------------------*

               READ COMPLFUN.
               IF FS-COMPLFUN EQUAL 10
                   SET FIM-TABELA TO TRUE
               ELSE
                   IF FS-COMPLFUN NOT EQUAL ZEROS
                       DISPLAY "ERRO AO LER COMPLFUN = " FS-COMPLFUN
                       MOVE 99 TO RETURN-CODE
                       STOP RUN
                   ELSE
                       IF CPF-CODFUN NOT NUMERIC
                           DISPLAY "ERRO: CODFUN INVALIDO EM"
                                   " COMPLFUN: " REG-COMPLFUN (1:40)
                           MOVE 99 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       MOVE CPF-CODFUN TO WS-CPL-CHAVE
                       PERFORM 48A-LOCALIZAR-NA-LISTA
                       IF CPL-NAO-ACHADO
                           IF WS-CPL-QTD NOT LESS THAN WS-CPL-MAX
                               DISPLAY "ERRO: MAIS DE " WS-CPL-MAX
                                       " FUNCIONARIOS EM COMPLFUN"
                               MOVE 99 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-CPL-QTD
                           SET WS-IDX-CPL TO WS-CPL-QTD
                           MOVE CPF-CODFUN
                             TO WS-CPL-CODFUN (WS-IDX-CPL)
                           MOVE 'P' TO WS-CPL-SITUACAO (WS-IDX-CPL)
                       END-IF
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
           18A-CARREGAR-UM-DA-LISTA-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           05-OBTER-DATA-SISTEMA.
      *----------------------------------------------------------------*

               MOVE FUNCTION CURRENT-DATE TO WS-DATETIME.

               MOVE WS-DATETIME(1:4)  TO WS-DATA-ANO.
               MOVE WS-DATETIME(5:2)  TO WS-DATA-MES.
               MOVE WS-DATETIME(7:2)  TO WS-DATA-DIA.
               MOVE WS-DATETIME(9:2)  TO WS-HORA-HH.
               MOVE WS-DATETIME(11:2) TO WS-HORA-MM.
               MOVE WS-DATETIME(13:2) TO WS-HORA-SS.

      *----------------------------------------------------------------*
           05-OBTER-DATA-SISTEMA-FIM.  EXIT.
      *----------------------------------------------------------------*

           15-IMPRIMIR-CABECALHO.
      *----------------------------------------------------------------*

      *        CADA FUNCAO ABRE PAGINA PROPRIA: CABECALHO COM DATA,
      *        NUMERO DE PAGINA, NOME DA FUNCAO E TITULOS DE COLUNA.

               ADD 1 TO WS-PAG.

               MOVE SPACES TO REG-CAB1.
               MOVE "FOLHA DE PAGAMENTO" TO CAB1-TEXTO.
               MOVE "DATA: "             TO CAB1-LIT-DATA.
               MOVE WS-DATA-EDITADA      TO CAB1-DATA.
               WRITE REG-CAB1.

               MOVE SPACES TO REG-CAB2.
               MOVE "PAGINA: "           TO CAB2-LIT-PAG.
               MOVE WS-PAG               TO CAB2-PAGINA.
               MOVE "TIPO FOLHA: "       TO CAB2-LIT-TIPO.
               MOVE WS-TIPO-FOLHA        TO CAB2-TIPO-FOLHA.
               WRITE REG-CAB2.

               MOVE SPACES TO REG-GRUPO.
               MOVE "FUNCAO: "           TO GRP-LIT-FUNCAO.
               MOVE WS-FUNCA-ATUAL       TO GRP-FUNCA.
               WRITE REG-GRUPO.

               MOVE SPACES TO REG-TITULO.
               MOVE "CODFUN"             TO TIT-CODFUN.
               MOVE "NOME"               TO TIT-NOME.
               MOVE "FUNCAO"             TO TIT-FUNCA.
               MOVE "LIQUIDO"            TO TIT-LIQUIDO.
               WRITE REG-TITULO.

      *----------------------------------------------------------------*
           15-IMPRIMIR-CABECALHO-FIM.  EXIT.
      *----------------------------------------------------------------*

           45-PROCESSAR-CLASSIFICADO.
      *----------------------------------------------------------------*

               PERFORM 47-PROCESSAR-UM-CLASSIFICADO UNTIL FIM-SORT.

               IF NOT PRIMEIRO-REGISTRO
                   PERFORM 55-IMPRIMIR-SUBTOTAL
               END-IF.

      *----------------------------------------------------------------*
           45-PROCESSAR-CLASSIFICADO-FIM.  EXIT.
      *----------------------------------------------------------------*

           47-PROCESSAR-UM-CLASSIFICADO.
      *----------------------------------------------------------------*

               RETURN CLASSIFICA
                   AT END SET FIM-SORT TO TRUE
               END-RETURN.

      *        NA COMPLEMENTAR SO ENTRA NA FOLHA QUEM ESTA NA LISTA E
      *        TEM DIFERENCA A RECEBER; A SELECAO VEM ANTES DA QUEBRA
      *        PARA NAO ABRIR PAGINA DE FUNCAO SEM NINGUEM.
               IF NOT FIM-SORT
                   PERFORM 48-SELECIONAR-FUNCIONARIO
                   IF FUNC-SELECIONADO
                       IF PRIMEIRO-REGISTRO
                               OR FUNCA-N NOT EQUAL WS-FUNCA-ATUAL
                           IF NOT PRIMEIRO-REGISTRO
                               PERFORM 55-IMPRIMIR-SUBTOTAL
                           END-IF
                           MOVE FUNCA-N TO WS-FUNCA-ATUAL
                           MOVE ZEROS TO WS-SUBTOTAL-FUNCAO
                           MOVE ZEROS TO WS-CTB-BRUTO-FUNCAO
                           PERFORM 15-IMPRIMIR-CABECALHO
                           SET NAO-PRIMEIRO-REGISTRO TO TRUE
                       END-IF
                       PERFORM 50-PROCESSAR-FUNCIONARIO
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
           47-PROCESSAR-UM-CLASSIFICADO-FIM.  EXIT.
      *----------------------------------------------------------------*

           48-SELECIONAR-FUNCIONARIO.
      *----------------------------------------------------------------*

      *        FORA DA COMPLEMENTAR TODO O CADFUNCN ENTRA NA FOLHA. NA
      *        COMPLEMENTAR O CALCULO DA DIFERENCA E FEITO AQUI, E QUEM
      *        NAO TEM O QUE RECEBER FICA DE FORA.

               SET FUNC-SELECIONADO TO TRUE.

               IF FOLHA-COMPLEMENTAR
                   MOVE CODFUN-N TO WS-CPL-CHAVE
                   PERFORM 48A-LOCALIZAR-NA-LISTA
                   IF CPL-NAO-ACHADO
                       SET FUNC-NAO-SELECIONADO TO TRUE
                   ELSE
                       MOVE 'A' TO WS-CPL-SITUACAO (WS-IDX-CPL)
                       MOVE ZEROS TO WS-PENSAO WS-QTD-DEPEND-IR
                                     WS-DEDUCAO-TOTAL WS-CONSIGNADO
                       PERFORM 51H-CALCULAR-COMPLEMENTAR
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
           48-SELECIONAR-FUNCIONARIO-FIM.  EXIT.
      *----------------------------------------------------------------*

           48A-LOCALIZAR-NA-LISTA.
      *----------------------------------------------------------------*

               SET CPL-NAO-ACHADO TO TRUE.
               SET WS-IDX-CPL TO 1.
               IF WS-CPL-QTD GREATER THAN ZEROS
                   SEARCH WS-CPL-ITEM
                       AT END SET CPL-NAO-ACHADO TO TRUE
                       WHEN WS-IDX-CPL GREATER THAN WS-CPL-QTD
                           SET CPL-NAO-ACHADO TO TRUE
                       WHEN WS-CPL-CODFUN (WS-IDX-CPL)
                               EQUAL WS-CPL-CHAVE
                           SET CPL-ACHADO TO TRUE
                   END-SEARCH
               END-IF.

      *----------------------------------------------------------------*
           48A-LOCALIZAR-NA-LISTA-FIM.  EXIT.
      *----------------------------------------------------------------*

           48B-CONFERIR-UM-DA-LISTA.
      *----------------------------------------------------------------*

               IF WS-CPL-SITUACAO (WS-IDX-CPL) EQUAL 'P'
                   ADD 1 TO WS-QTD-COMPL-AUSENTES
                   DISPLAY "*** COMPLEMENTAR: CODFUN = "
                           WS-CPL-CODFUN (WS-IDX-CPL)
                           " DA LISTA NAO ESTA NO CADFUNCN ***"
               END-IF.

      *----------------------------------------------------------------*
           48B-CONFERIR-UM-DA-LISTA-FIM.  EXIT.
      *----------------------------------------------------------------*

           50-PROCESSAR-FUNCIONARIO.
      *----------------------------------------------------------------*

      *        A 1A PARCELA DO 13o NAO PASSA PELOS DESCONTOS: SEM
      *        DEDUCAO DE DEPENDENTES E SEM PENSAO NESTA RODADA. A
      *        COMPLEMENTAR JA CHEGA CALCULADA DA SELECAO (48).
               IF NOT FOLHA-COMPLEMENTAR
                   MOVE ZEROS TO WS-PENSAO WS-QTD-DEPEND-IR
                                 WS-DEDUCAO-TOTAL WS-CONSIGNADO
                   EVALUATE TRUE
                       WHEN FOLHA-13-PARC1
                           PERFORM 51A-CALCULAR-13-PARC1
                       WHEN FOLHA-13-PARC2
                           PERFORM 51B-CALCULAR-13-PARC2
                       WHEN FOLHA-FERIAS
                           PERFORM 51C-CALCULAR-FERIAS
                       WHEN OTHER
                           PERFORM 51-CALCULAR-MENSAL
                   END-EVALUATE
               END-IF.

               ADD WS-LIQUIDO TO WS-TOTAL-LIQUIDO.
               ADD WS-LIQUIDO TO WS-SUBTOTAL-FUNCAO.

      *        NA 2A PARCELA DO 13o O ADIANTAMENTO E ABATIDO DO BRUTO
      *        EFETIVO: AS DUAS PARCELAS JUNTAS CONTABILIZAM E
      *        ACUMULAM EXATAMENTE UM 13o
               IF FOLHA-13-PARC2
                   COMPUTE WS-BRUTO-EFETIVO =
                       WS-BRUTO - WS-PARCELA-ADIANT
               ELSE
                   MOVE WS-BRUTO TO WS-BRUTO-EFETIVO
               END-IF.

      *        ACUMULA AS PARTIDAS CONTABEIS: O QUE NAO E INSS, IRRF
      *        NEM LIQUIDO ENTRA COMO OUTROS DESCONTOS RETIDOS, E O
      *        LANCAMENTO FECHA MESMO COM LIQUIDO TRAVADO EM ZERO
               ADD WS-BRUTO-EFETIVO TO WS-CTB-BRUTO-FUNCAO.
               ADD WS-BRUTO-EFETIVO TO WS-CTB-TOT-BRUTO.
               ADD WS-INSS TO WS-CTB-TOT-INSS.
               ADD WS-IRRF TO WS-CTB-TOT-IRRF.
               ADD WS-LIQUIDO TO WS-CTB-TOT-LIQUIDO.
               ADD WS-PENSAO TO WS-CTB-TOT-PENSAO.
               ADD WS-CONSIGNADO TO WS-CTB-TOT-CONSIG.
               COMPUTE WS-CTB-OUTROS =
                   WS-BRUTO-EFETIVO - WS-INSS - WS-IRRF - WS-PENSAO
                   - WS-CONSIGNADO - WS-LIQUIDO.
               ADD WS-CTB-OUTROS TO WS-CTB-TOT-OUTROS.

               PERFORM 55C-ACUMULAR-CENTRO-CUSTO.

               MOVE SPACES TO REG-DETALHE.
               MOVE CODFUN-N   TO DET-CODFUN.
               MOVE NOME-N     TO DET-NOME.
               WRITE REG-DETALHE.

               PERFORM 58-GRAVAR-CONTRACHEQUE.
               PERFORM 59D-GRAVAR-RUBRICAS.

               MOVE SPACES TO REG-LIQPAGTO.
               MOVE CODFUN-N   TO LIQ-CODFUN.
               MOVE WS-LIQUIDO TO LIQ-VALOR.
               WRITE REG-LIQPAGTO.

               IF WS-PENSAO GREATER THAN ZEROS
                   PERFORM 59-GRAVAR-PENSOES
               END-IF.

               IF FOLHA-MENSAL
                   PERFORM 59B-GRAVAR-CONSIGNADOS
               END-IF.

               PERFORM 56-ACUMULAR-ANO.

      *----------------------------------------------------------------*
               PERFORM 52-CALCULAR-DESCONTOS.

               COMPUTE WS-CALC-LIQUIDO =
                   WS-BRUTO - WS-INSS - WS-IRRF - WS-PENSAO - DECTOS-N
                   - WS-EVENTOS-DESC.
               IF WS-CALC-LIQUIDO < ZEROS
                   MOVE ZEROS TO WS-CALC-LIQUIDO
               END-IF.

               PERFORM 51F-CALCULAR-CONSIGNADO.

               SUBTRACT WS-CONSIGNADO FROM WS-CALC-LIQUIDO.
               MOVE WS-CALC-LIQUIDO TO WS-LIQUIDO.

      *----------------------------------------------------------------*
           51-CALCULAR-MENSAL-FIM.  EXIT.
      *----------------------------------------------------------------*

           51F-CALCULAR-CONSIGNADO.
      *----------------------------------------------------------------*

      *        MARGEM CONSIGNAVEL: 35% DO LIQUIDO DISPONIVEL (BRUTO
      *        MENOS INSS, IRRF E PENSAO ALIMENTICIA), NUNCA ACIMA DO
      *        LIQUIDO QUE SOBRA DEPOIS DOS DEMAIS DESCONTOS. AS
      *        PARCELAS ENTRAM NA ORDEM DOS CONTRATOS E SO SAO
      *        DESCONTADAS INTEIRAS; A QUE NAO CABE NA MARGEM RESTANTE
      *        FICA PENDENTE PARA O BANCO E AS SEGUINTES AINDA SAO
      *        AVALIADAS.

               MOVE ZEROS TO WS-CONSIGNADO.
               COMPUTE WS-MARGEM-CONSIG ROUNDED =
                   (WS-BRUTO - WS-INSS - WS-IRRF - WS-PENSAO)
                   * WS-MARGEM-PERC / 100.
               IF WS-MARGEM-CONSIG > WS-CALC-LIQUIDO
                   MOVE WS-CALC-LIQUIDO TO WS-MARGEM-CONSIG
               END-IF.
               IF WS-MARGEM-CONSIG < ZEROS
                   MOVE ZEROS TO WS-MARGEM-CONSIG
               END-IF.

               PERFORM 51G-CALCULAR-UM-CONSIGNADO
                   VARYING WS-IDX-CSG FROM 1 BY 1
                   UNTIL WS-IDX-CSG GREATER THAN WS-CSG-QTD.

      *----------------------------------------------------------------*
           51F-CALCULAR-CONSIGNADO-FIM.  EXIT.
      *----------------------------------------------------------------*

           51G-CALCULAR-UM-CONSIGNADO.
      *----------------------------------------------------------------*

               IF WS-CSG-CODFUN (WS-IDX-CSG) EQUAL CODFUN-N
                   IF WS-CSG-VALOR (WS-IDX-CSG) > WS-MARGEM-CONSIG
                       MOVE 'N' TO WS-CSG-SITUACAO (WS-IDX-CSG)
                   ELSE
                       MOVE 'D' TO WS-CSG-SITUACAO (WS-IDX-CSG)
                       ADD WS-CSG-VALOR (WS-IDX-CSG) TO WS-CONSIGNADO
                       SUBTRACT WS-CSG-VALOR (WS-IDX-CSG)
                           FROM WS-MARGEM-CONSIG
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
           51G-CALCULAR-UM-CONSIGNADO-FIM.  EXIT.
      *----------------------------------------------------------------*

           51D-SOMAR-EVENTOS.
      *----------------------------------------------------------------*

               MOVE ZEROS TO WS-EVENTOS-VENC WS-EVENTOS-DESC
                             WS-EVENTOS-ESTORNO.
               PERFORM 51E-SOMAR-UM-EVENTO
                   VARYING WS-IDX-EVT FROM 1 BY 1
                   UNTIL WS-IDX-EVT GREATER THAN WS-EVT-QTD.
      *----------------------------------------------------------------*

               IF WS-EVT-CODFUN (WS-IDX-EVT) EQUAL CODFUN-N
                   EVALUATE WS-EVT-NATUREZA (WS-IDX-EVT)
                       WHEN 'V'
                           ADD WS-EVT-VALOR (WS-IDX-EVT)
                               TO WS-EVENTOS-VENC
                       WHEN 'E'
                           ADD WS-EVT-VALOR (WS-IDX-EVT)
                               TO WS-EVENTOS-ESTORNO
                       WHEN OTHER
                           ADD WS-EVT-VALOR (WS-IDX-EVT)
                               TO WS-EVENTOS-DESC
                   END-EVALUATE
               END-IF.

      *----------------------------------------------------------------*
               PERFORM 52-CALCULAR-DESCONTOS.

               COMPUTE WS-CALC-LIQUIDO =
                   WS-BRUTO - WS-INSS - WS-IRRF - WS-PENSAO
                   - WS-PARCELA-ADIANT.
               IF WS-CALC-LIQUIDO < ZEROS
                   MOVE ZEROS TO WS-CALC-LIQUIDO
               END-IF.
               PERFORM 52-CALCULAR-DESCONTOS.

               COMPUTE WS-CALC-LIQUIDO =
                   WS-BRUTO - WS-INSS - WS-IRRF - WS-PENSAO.
               IF WS-CALC-LIQUIDO < ZEROS
                   MOVE ZEROS TO WS-CALC-LIQUIDO
               END-IF.
           51C-CALCULAR-FERIAS-FIM.  EXIT.
      *----------------------------------------------------------------*

           51H-CALCULAR-COMPLEMENTAR.
      *----------------------------------------------------------------*

      *        COMPLEMENTAR: O BRUTO JA PAGO NA COMPETENCIA (ACUMANO)
      *        MAIS OS VENCIMENTOS DE CORRECAO E RECALCULADO COM INSS,
      *        DEPENDENTES, PENSAO E IRRF DA COMPETENCIA. A DIFERENCA
      *        DE CADA RETENCAO E O RECALCULADO MENOS O JA RETIDO; A
      *        PENSAO JA PAGA E REFEITA SOBRE O BRUTO E O INSS PAGOS.
      *        O LIQUIDO A PAGAR E A DIFERENCA DE VENCIMENTOS MENOS AS
      *        DIFERENCAS RETIDAS E OS DESCONTOS DE CORRECAO, MAIS OS
      *        ESTORNOS. AO FINAL WS-BRUTO, WS-INSS, WS-IRRF,
      *        WS-PENSAO E WS-LIQUIDO GUARDAM AS DIFERENCAS, QUE SAO O
      *        QUE A RODADA GRAVA, CONTABILIZA E ACUMULA.

               PERFORM 51I-SOMAR-JA-PAGO.

               IF CPL-SEM-MENSAL
                   SET FUNC-NAO-SELECIONADO TO TRUE
                   ADD 1 TO WS-QTD-COMPL-SEM-DIF
                   DISPLAY "*** COMPLEMENTAR: CODFUN = " CODFUN-N
                           " SEM FOLHA MENSAL NA COMPETENCIA "
                           WS-COMP-ANOMES " - NAO PAGO ***"
                   IF RETURN-CODE NOT EQUAL 99
                       MOVE 04 TO RETURN-CODE
                   END-IF
               ELSE
                   PERFORM 51D-SOMAR-EVENTOS

                   MOVE WS-CPL-PAGO-BRUTO TO WS-BRUTO
                   MOVE WS-CPL-PAGO-INSS  TO WS-INSS
                   PERFORM 53A-CALCULAR-DEPENDENTES
                   MOVE WS-PENSAO TO WS-CPL-PENSAO-PAGA
                   PERFORM 51J-GUARDAR-PENSAO-PAGA
                       VARYING WS-IDX-DEP FROM 1 BY 1
                       UNTIL WS-IDX-DEP GREATER THAN WS-DEP-QTD

                   COMPUTE WS-BRUTO =
                       WS-CPL-PAGO-BRUTO + WS-EVENTOS-VENC
                   PERFORM 52-CALCULAR-DESCONTOS
                   MOVE WS-BRUTO TO WS-CPL-BRUTO-NOVO

                   COMPUTE WS-CPL-DIF-INSS =
                       WS-INSS - WS-CPL-PAGO-INSS
                   COMPUTE WS-CPL-DIF-IRRF =
                       WS-IRRF - WS-CPL-PAGO-IRRF
                   COMPUTE WS-CPL-DIF-PENSAO =
                       WS-PENSAO - WS-CPL-PENSAO-PAGA
                   COMPUTE WS-CALC-LIQUIDO =
                       WS-EVENTOS-VENC - WS-CPL-DIF-INSS
                       - WS-CPL-DIF-IRRF - WS-CPL-DIF-PENSAO
                       - WS-EVENTOS-DESC + WS-EVENTOS-ESTORNO

      *            RETENCAO RECALCULADA MENOR QUE A RETIDA (TABELA OU
      *            CADASTRO ALTERADOS DEPOIS DO PAGAMENTO) E DIFERENCA
      *            NULA OU NEGATIVA NAO SAO PAGAS NA COMPLEMENTAR: O
      *            ACERTO FICA PARA A FOLHA MENSAL SEGUINTE.
                   IF WS-CPL-DIF-INSS < ZEROS
                           OR WS-CPL-DIF-IRRF < ZEROS
                           OR WS-CPL-DIF-PENSAO < ZEROS
                       SET FUNC-NAO-SELECIONADO TO TRUE
                       ADD 1 TO WS-QTD-COMPL-SEM-DIF
                       DISPLAY "*** COMPLEMENTAR: CODFUN = " CODFUN-N
                               " RETENCAO RECALCULADA MENOR QUE A"
                               " RETIDA - NAO PAGO ***"
                       IF RETURN-CODE NOT EQUAL 99
                           MOVE 04 TO RETURN-CODE
                       END-IF
                   ELSE
                       IF WS-CALC-LIQUIDO NOT GREATER THAN ZEROS
                           SET FUNC-NAO-SELECIONADO TO TRUE
                           ADD 1 TO WS-QTD-COMPL-SEM-DIF
                           MOVE WS-CALC-LIQUIDO TO WS-DISP-DIFERENCA
                           DISPLAY "*** COMPLEMENTAR: CODFUN = "
                                   CODFUN-N " SEM DIFERENCA A PAGAR"
                                   " (" WS-DISP-DIFERENCA ") ***"
                           IF RETURN-CODE NOT EQUAL 99
                               MOVE 04 TO RETURN-CODE
                           END-IF
                       ELSE
                           ADD 1 TO WS-QTD-COMPL-PAGOS
                           MOVE WS-CALC-LIQUIDO   TO WS-LIQUIDO
                           MOVE WS-EVENTOS-VENC   TO WS-BRUTO
                           MOVE WS-CPL-DIF-INSS   TO WS-INSS
                           MOVE WS-CPL-DIF-IRRF   TO WS-IRRF
                           MOVE WS-CPL-DIF-PENSAO TO WS-PENSAO
                           PERFORM 51K-DIFERENCA-PENSAO
                               VARYING WS-IDX-DEP FROM 1 BY 1
                               UNTIL WS-IDX-DEP GREATER THAN
                                   WS-DEP-QTD
                       END-IF
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
           51H-CALCULAR-COMPLEMENTAR-FIM.  EXIT.
      *----------------------------------------------------------------*

           51I-SOMAR-JA-PAGO.
      *----------------------------------------------------------------*

      *        O JA PAGO NA COMPETENCIA E A SOMA DA FOLHA MENSAL COM AS
      *        COMPLEMENTARES ANTERIORES DO FUNCIONARIO; SEM A MENSAL
      *        NAO HA O QUE COMPLEMENTAR.

               SET CPL-SEM-MENSAL TO TRUE.
               MOVE ZEROS TO WS-CPL-PAGO-BRUTO WS-CPL-PAGO-INSS
                             WS-CPL-PAGO-IRRF WS-CPL-PAGO-LIQUIDO.
               PERFORM 51L-SOMAR-UM-PAGO
                   VARYING WS-IDX-ACU FROM 1 BY 1
                   UNTIL WS-IDX-ACU GREATER THAN WS-ACU-QTD.

      *----------------------------------------------------------------*
           51I-SOMAR-JA-PAGO-FIM.  EXIT.
      *----------------------------------------------------------------*

           51L-SOMAR-UM-PAGO.
      *----------------------------------------------------------------*

               IF WS-ACU-COMPETENCIA (WS-IDX-ACU) EQUAL WS-COMP-ANOMES
                       AND WS-ACU-CODFUN (WS-IDX-ACU) EQUAL CODFUN-N
                   IF WS-ACU-TIPO (WS-IDX-ACU) EQUAL "MENSAL"
                           OR WS-ACU-TIPO (WS-IDX-ACU) (1:5)
                               EQUAL "COMPL"
                       IF WS-ACU-TIPO (WS-IDX-ACU) EQUAL "MENSAL"
                           SET CPL-COM-MENSAL TO TRUE
                       END-IF
                       ADD WS-ACU-BRUTO (WS-IDX-ACU)
                           TO WS-CPL-PAGO-BRUTO
                       ADD WS-ACU-INSS (WS-IDX-ACU)
                           TO WS-CPL-PAGO-INSS
                       ADD WS-ACU-IRRF (WS-IDX-ACU)
                           TO WS-CPL-PAGO-IRRF
                       ADD WS-ACU-LIQUIDO (WS-IDX-ACU)
                           TO WS-CPL-PAGO-LIQUIDO
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
           51L-SOMAR-UM-PAGO-FIM.  EXIT.
      *----------------------------------------------------------------*

           51J-GUARDAR-PENSAO-PAGA.
      *----------------------------------------------------------------*

               IF WS-DEP-CODFUN (WS-IDX-DEP) EQUAL CODFUN-N
                   MOVE WS-DEP-PENSAO-CALC (WS-IDX-DEP)
                     TO WS-DEP-PENSAO-PAGA (WS-IDX-DEP)
               END-IF.

      *----------------------------------------------------------------*
           51J-GUARDAR-PENSAO-PAGA-FIM.  EXIT.
      *----------------------------------------------------------------*

           51K-DIFERENCA-PENSAO.
      *----------------------------------------------------------------*

      *        CADA FAVORECIDO RECEBE NO PENSAOPG DA COMPLEMENTAR SO A
      *        DIFERENCA DA SUA PENSAO.

               IF WS-DEP-CODFUN (WS-IDX-DEP) EQUAL CODFUN-N
                   IF WS-DEP-PENSAO-CALC (WS-IDX-DEP) GREATER THAN
                           WS-DEP-PENSAO-PAGA (WS-IDX-DEP)
                       SUBTRACT WS-DEP-PENSAO-PAGA (WS-IDX-DEP)
                           FROM WS-DEP-PENSAO-CALC (WS-IDX-DEP)
                   ELSE
                       MOVE ZEROS TO WS-DEP-PENSAO-CALC (WS-IDX-DEP)
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
           51K-DIFERENCA-PENSAO-FIM.  EXIT.
      *----------------------------------------------------------------*

           52-CALCULAR-DESCONTOS.
      *----------------------------------------------------------------*

               PERFORM 53-CALCULAR-INSS.
               PERFORM 53A-CALCULAR-DEPENDENTES.
               PERFORM 54-CALCULAR-IRRF.

      *----------------------------------------------------------------*
           54-CALCULAR-IRRF.
      *----------------------------------------------------------------*

      *        BASE DO IRRF E O BRUTO MENOS O INSS, A DEDUCAO DOS
      *        DEPENDENTES E A PENSAO ALIMENTICIA, SEM TETO: ACIMA DO
      *        LIMITE DA ULTIMA FAIXA APLICA-SE A ALIQUOTA DA ULTIMA
      *        FAIXA SOBRE A BASE INTEGRAL.

               COMPUTE WS-CALC-BASE =
                   WS-BRUTO - WS-INSS - WS-DEDUCAO-TOTAL - WS-PENSAO.
               IF WS-CALC-BASE < ZEROS
                   MOVE ZEROS TO WS-CALC-BASE
               END-IF.
               MOVE WS-CALC-BASE TO WS-BASE-IRRF.

               PERFORM VARYING WS-IDX-IRF FROM 1 BY 1
                       UNTIL WS-IDX-IRF >= WS-IRF-QTD
           54-CALCULAR-IRRF-FIM.  EXIT.
      *----------------------------------------------------------------*

           53A-CALCULAR-DEPENDENTES.
      *----------------------------------------------------------------*

      *        PERCORRE OS DEPENDENTES DO FUNCIONARIO: CONTA OS
      *        DEPENDENTES DO IRRF E CALCULA A PENSAO DE CADA
      *        FAVORECIDO. O PERCENTUAL INCIDE SOBRE O BRUTO MENOS O
      *        INSS DA RODADA (MENSAL, 2A PARCELA DO 13o E FERIAS); O
      *        VALOR FIXO E MENSAL E SO SAI NA FOLHA MENSAL (A
      *        COMPLEMENTAR O REFAZ NOS DOIS LADOS DA DIFERENCA). A
      *        SOMA DAS PENSOES NAO ULTRAPASSA O BRUTO MENOS O INSS.

               MOVE ZEROS TO WS-QTD-DEPEND-IR WS-PENSAO.
               COMPUTE WS-PENSAO-SALDO = WS-BRUTO - WS-INSS.
               PERFORM 53B-CALCULAR-UM-DEPENDENTE
                   VARYING WS-IDX-DEP FROM 1 BY 1
                   UNTIL WS-IDX-DEP GREATER THAN WS-DEP-QTD.
               COMPUTE WS-DEDUCAO-TOTAL =
                   WS-QTD-DEPEND-IR * WS-DEDUCAO-DEPEND.

      *----------------------------------------------------------------*
           53A-CALCULAR-DEPENDENTES-FIM.  EXIT.
      *----------------------------------------------------------------*

           53B-CALCULAR-UM-DEPENDENTE.
      *----------------------------------------------------------------*

               IF WS-DEP-CODFUN (WS-IDX-DEP) EQUAL CODFUN-N
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
                           IF FOLHA-MENSAL OR FOLHA-COMPLEMENTAR
                               MOVE WS-DEP-PENSAO-VALOR (WS-IDX-DEP)
                                 TO WS-PENSAO-ITEM
                           END-IF
                   END-EVALUATE
                   IF WS-PENSAO-ITEM > WS-PENSAO-SALDO
                       MOVE WS-PENSAO-SALDO TO WS-PENSAO-ITEM
                   END-IF
                   SUBTRACT WS-PENSAO-ITEM FROM WS-PENSAO-SALDO
                   ADD WS-PENSAO-ITEM TO WS-PENSAO
                   MOVE WS-PENSAO-ITEM
                     TO WS-DEP-PENSAO-CALC (WS-IDX-DEP)
               END-IF.

      *----------------------------------------------------------------*
           53B-CALCULAR-UM-DEPENDENTE-FIM.  EXIT.
      *----------------------------------------------------------------*

           58-GRAVAR-CONTRACHEQUE.
      *----------------------------------------------------------------*

               WRITE REG-CC-SEPARADOR.

               MOVE SPACES TO REG-CC-CABECALHO.
               IF FOLHA-COMPLEMENTAR
                   MOVE "COMPLEMENTAR  " TO CC-LIT-TITULO
               ELSE
                   MOVE "CONTRACHEQUE  " TO CC-LIT-TITULO
               END-IF.
               MOVE WS-DATA-EDITADA    TO CC-COMPETENCIA.
               WRITE REG-CC-CABECALHO.

                       PERFORM 58C-LINHAS-CC-13-PARC2
                   WHEN FOLHA-FERIAS
                       PERFORM 58D-LINHAS-CC-FERIAS
                   WHEN FOLHA-COMPLEMENTAR
                       PERFORM 58H-LINHAS-CC-COMPLEMENTAR
                   WHEN OTHER
                       PERFORM 58A-LINHAS-CC-MENSAL
               END-EVALUATE.
               MOVE WS-IRRF            TO CC-VALOR.
               WRITE REG-CC-VALOR.

               PERFORM 58G-LINHA-CC-PENSAO.

      *        O CONSIGNADO SAI EM LINHA PROPRIA, SO PARA QUEM TEVE
      *        PARCELA DESCONTADA NO MES
               IF WS-CONSIGNADO GREATER THAN ZEROS
                   MOVE SPACES TO REG-CC-VALOR
                   MOVE "EMPRESTIMO CONSIGNADO" TO CC-DESCRICAO
                   MOVE WS-CONSIGNADO      TO CC-VALOR
                   WRITE REG-CC-VALOR
               END-IF.

               MOVE SPACES TO REG-CC-VALOR.
               MOVE "DESCONTOS FIXOS"  TO CC-DESCRICAO.
               MOVE DECTOS-N           TO CC-VALOR.
           58F-LINHA-CC-UM-EVENTO-FIM.  EXIT.
      *----------------------------------------------------------------*

           58G-LINHA-CC-PENSAO.
      *----------------------------------------------------------------*

      *        A PENSAO ALIMENTICIA SAI EM LINHA PROPRIA, SO PARA
      *        QUEM TEM PENSAO DESCONTADA NA RODADA.

               IF WS-PENSAO GREATER THAN ZEROS
                   MOVE SPACES TO REG-CC-VALOR
                   MOVE "PENSAO ALIMENTICIA" TO CC-DESCRICAO
                   MOVE WS-PENSAO          TO CC-VALOR
                   WRITE REG-CC-VALOR
               END-IF.

      *----------------------------------------------------------------*
           58G-LINHA-CC-PENSAO-FIM.  EXIT.
      *----------------------------------------------------------------*

           59-GRAVAR-PENSOES.
      *----------------------------------------------------------------*

      *        UM REGISTRO DE PENSOES A PAGAR POR FAVORECIDO DO
      *        FUNCIONARIO CORRENTE, COM O VALOR CALCULADO NA RODADA.

               PERFORM 59A-GRAVAR-UMA-PENSAO
                   VARYING WS-IDX-DEP FROM 1 BY 1
                   UNTIL WS-IDX-DEP GREATER THAN WS-DEP-QTD.

      *----------------------------------------------------------------*
           59-GRAVAR-PENSOES-FIM.  EXIT.
      *----------------------------------------------------------------*

           59A-GRAVAR-UMA-PENSAO.
      *----------------------------------------------------------------*

               IF WS-DEP-CODFUN (WS-IDX-DEP) EQUAL CODFUN-N
                       AND WS-DEP-PENSAO-CALC (WS-IDX-DEP)
                           GREATER THAN ZEROS
                   MOVE SPACES TO REG-PENSAOPG
                   MOVE CODFUN-N TO PEN-CODFUN
                   MOVE WS-DEP-SEQ (WS-IDX-DEP)        TO PEN-SEQ
                   MOVE WS-DEP-FAVORECIDO (WS-IDX-DEP) TO PEN-FAVORECIDO
                   MOVE WS-DEP-BANCO (WS-IDX-DEP)      TO PEN-BANCO
                   MOVE WS-DEP-AGENCIA (WS-IDX-DEP)    TO PEN-AGENCIA
                   MOVE WS-DEP-AGENCIA-DV (WS-IDX-DEP)
                     TO PEN-AGENCIA-DV
                   MOVE WS-DEP-CONTA (WS-IDX-DEP)      TO PEN-CONTA
                   MOVE WS-DEP-CONTA-DV (WS-IDX-DEP)   TO PEN-CONTA-DV
                   MOVE WS-DEP-PENSAO-CALC (WS-IDX-DEP) TO PEN-VALOR
                   WRITE REG-PENSAOPG
                   ADD 1 TO WS-QTD-PENSOES
                   ADD WS-DEP-PENSAO-CALC (WS-IDX-DEP)
                       TO WS-TOTAL-PENSOES
               END-IF.

      *----------------------------------------------------------------*
           59A-GRAVAR-UMA-PENSAO-FIM.  EXIT.
      *----------------------------------------------------------------*

           59B-GRAVAR-CONSIGNADOS.
      *----------------------------------------------------------------*

      *        UM REGISTRO POR CONTRATO ATIVO DO FUNCIONARIO CORRENTE:
      *        PARCELA DESCONTADA ('D') OU QUE NAO COUBE NA MARGEM
      *        ('N'), ESTA TAMBEM AVISADA NO CONSOLE.

               PERFORM 59C-GRAVAR-UM-CONSIGNADO
                   VARYING WS-IDX-CSG FROM 1 BY 1
                   UNTIL WS-IDX-CSG GREATER THAN WS-CSG-QTD.

      *----------------------------------------------------------------*
           59B-GRAVAR-CONSIGNADOS-FIM.  EXIT.
      *----------------------------------------------------------------*

           59C-GRAVAR-UM-CONSIGNADO.
      *----------------------------------------------------------------*

               IF WS-CSG-CODFUN (WS-IDX-CSG) EQUAL CODFUN-N
                   MOVE SPACES TO REG-CONSGPG
                   MOVE CODFUN-N       TO CPG-CODFUN
                   MOVE WS-CSG-CONTRATO (WS-IDX-CSG) TO CPG-CONTRATO
                   MOVE WS-CSG-BANCO (WS-IDX-CSG)    TO CPG-BANCO
                   MOVE WS-COMP-ANOMES TO CPG-COMPETENCIA
                   MOVE NOME-N         TO CPG-NOME
                   MOVE WS-CSG-PARCELA (WS-IDX-CSG)  TO CPG-PARCELA
                   MOVE WS-CSG-VALOR (WS-IDX-CSG)    TO CPG-VALOR
                   MOVE WS-CSG-SITUACAO (WS-IDX-CSG) TO CPG-SITUACAO
                   WRITE REG-CONSGPG
                   IF WS-CSG-SITUACAO (WS-IDX-CSG) EQUAL 'D'
                       ADD 1 TO WS-QTD-CONSIG-DESC
                       ADD WS-CSG-VALOR (WS-IDX-CSG)
                           TO WS-TOTAL-CONSIG-DESC
                   ELSE
                       ADD 1 TO WS-QTD-CONSIG-SEM-MARGEM
                       ADD WS-CSG-VALOR (WS-IDX-CSG)
                           TO WS-TOTAL-CONSIG-SEM-MARGEM
                       MOVE WS-CSG-VALOR (WS-IDX-CSG) TO WS-DISP-VALOR
                       DISPLAY "*** CONSIGNADO SEM MARGEM: CODFUN = "
                               CODFUN-N " CONTRATO = "
                               WS-CSG-CONTRATO (WS-IDX-CSG)
                               " PARCELA = " WS-DISP-VALOR " ***"
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
           59C-GRAVAR-UM-CONSIGNADO-FIM.  EXIT.
      *----------------------------------------------------------------*

           59D-GRAVAR-RUBRICAS.
      *----------------------------------------------------------------*

      *        AS MESMAS VERBAS DO CONTRACHEQUE, UMA RUBRICA POR
      *        VALOR; OS EVENTOS DO MOVPAGTO SAEM COM O PROPRIO
      *        CODIGO. VALOR ZERO NAO GERA RUBRICA. NA COMPLEMENTAR AS
      *        RETENCOES SAO AS DIFERENCAS E O ESTORNO DE DESCONTO SAI
      *        COMO VENCIMENTO.

               EVALUATE TRUE
                   WHEN FOLHA-13-PARC1
                       MOVE "131" TO WS-RUB-CODIGO
                       MOVE "13o SALARIO 1A PARC." TO WS-RUB-DESCRICAO
                       MOVE 'V' TO WS-RUB-NATUREZA
                       MOVE WS-PARCELA-ADIANT TO WS-RUB-VALOR
                       PERFORM 59E-GRAVAR-UMA-RUBRICA
                   WHEN FOLHA-13-PARC2
                       MOVE "132" TO WS-RUB-CODIGO
                       MOVE "13o SALARIO" TO WS-RUB-DESCRICAO
                       MOVE 'V' TO WS-RUB-NATUREZA
                       MOVE WS-BASE-13SAL TO WS-RUB-VALOR
                       PERFORM 59E-GRAVAR-UMA-RUBRICA
                       PERFORM 59G-RUBRICAS-RETENCOES
                       MOVE "ADT" TO WS-RUB-CODIGO
                       MOVE "ADIANT. 1A PARCELA" TO WS-RUB-DESCRICAO
                       MOVE 'D' TO WS-RUB-NATUREZA
                       MOVE WS-PARCELA-ADIANT TO WS-RUB-VALOR
                       PERFORM 59E-GRAVAR-UMA-RUBRICA
                   WHEN FOLHA-FERIAS
                       MOVE "FER" TO WS-RUB-CODIGO
                       MOVE "FERIAS" TO WS-RUB-DESCRICAO
                       MOVE 'V' TO WS-RUB-NATUREZA
                       MOVE SALARIO-N TO WS-RUB-VALOR
                       PERFORM 59E-GRAVAR-UMA-RUBRICA
                       MOVE "TER" TO WS-RUB-CODIGO
                       MOVE "ADICIONAL 1/3" TO WS-RUB-DESCRICAO
                       MOVE WS-TERCO-FERIAS TO WS-RUB-VALOR
                       PERFORM 59E-GRAVAR-UMA-RUBRICA
                       PERFORM 59G-RUBRICAS-RETENCOES
                   WHEN FOLHA-COMPLEMENTAR
                       MOVE 'V' TO WS-EVT-NATUREZA-CC
                       PERFORM 59F-RUBRICA-UM-EVENTO
                           VARYING WS-IDX-EVT FROM 1 BY 1
                           UNTIL WS-IDX-EVT GREATER THAN WS-EVT-QTD
                       PERFORM 59G-RUBRICAS-RETENCOES
                       MOVE 'D' TO WS-EVT-NATUREZA-CC
                       PERFORM 59F-RUBRICA-UM-EVENTO
                           VARYING WS-IDX-EVT FROM 1 BY 1
                           UNTIL WS-IDX-EVT GREATER THAN WS-EVT-QTD
                       MOVE 'E' TO WS-EVT-NATUREZA-CC
                       PERFORM 59F-RUBRICA-UM-EVENTO
                           VARYING WS-IDX-EVT FROM 1 BY 1
                           UNTIL WS-IDX-EVT GREATER THAN WS-EVT-QTD
                   WHEN OTHER
                       MOVE "SAL" TO WS-RUB-CODIGO
                       MOVE "SALARIO BASE" TO WS-RUB-DESCRICAO
                       MOVE 'V' TO WS-RUB-NATUREZA
                       MOVE SALARIO-N TO WS-RUB-VALOR
                       PERFORM 59E-GRAVAR-UMA-RUBRICA
                       MOVE "VFX" TO WS-RUB-CODIGO
                       MOVE "VENCIMENTOS FIXOS" TO WS-RUB-DESCRICAO
                       MOVE VENCTOS-N TO WS-RUB-VALOR
                       PERFORM 59E-GRAVAR-UMA-RUBRICA
                       MOVE 'V' TO WS-EVT-NATUREZA-CC
                       PERFORM 59F-RUBRICA-UM-EVENTO
                           VARYING WS-IDX-EVT FROM 1 BY 1
                           UNTIL WS-IDX-EVT GREATER THAN WS-EVT-QTD
                       PERFORM 59G-RUBRICAS-RETENCOES
                       MOVE "CSG" TO WS-RUB-CODIGO
                       MOVE "EMPRESTIMO CONSIGNADO" TO WS-RUB-DESCRICAO
                       MOVE 'D' TO WS-RUB-NATUREZA
                       MOVE WS-CONSIGNADO TO WS-RUB-VALOR
                       PERFORM 59E-GRAVAR-UMA-RUBRICA
                       MOVE "DFX" TO WS-RUB-CODIGO
                       MOVE "DESCONTOS FIXOS" TO WS-RUB-DESCRICAO
                       MOVE DECTOS-N TO WS-RUB-VALOR
                       PERFORM 59E-GRAVAR-UMA-RUBRICA
                       MOVE 'D' TO WS-EVT-NATUREZA-CC
                       PERFORM 59F-RUBRICA-UM-EVENTO
                           VARYING WS-IDX-EVT FROM 1 BY 1
                           UNTIL WS-IDX-EVT GREATER THAN WS-EVT-QTD
               END-EVALUATE.

      *----------------------------------------------------------------*
           59D-GRAVAR-RUBRICAS-FIM.  EXIT.
      *----------------------------------------------------------------*

           59E-GRAVAR-UMA-RUBRICA.
      *----------------------------------------------------------------*

               IF WS-RUB-VALOR GREATER THAN ZEROS
                   MOVE SPACES TO REG-RUBRICA
                   MOVE WS-COMP-ANOMES   TO RUB-COMPETENCIA
                   MOVE WS-TIPO-FOLHA    TO RUB-TIPO-FOLHA
                   MOVE CODFUN-N         TO RUB-CODFUN
                   MOVE WS-RUB-CODIGO    TO RUB-CODIGO
                   MOVE WS-RUB-DESCRICAO TO RUB-DESCRICAO
                   MOVE WS-RUB-NATUREZA  TO RUB-NATUREZA
                   MOVE WS-RUB-VALOR     TO RUB-VALOR
                   MOVE NOME-N           TO RUB-NOME
                   WRITE REG-RUBRICA
                   ADD 1 TO WS-QTD-RUBRICAS
               END-IF.

      *----------------------------------------------------------------*
           59E-GRAVAR-UMA-RUBRICA-FIM.  EXIT.
      *----------------------------------------------------------------*

           59F-RUBRICA-UM-EVENTO.
      *----------------------------------------------------------------*

               IF WS-EVT-CODFUN (WS-IDX-EVT) EQUAL CODFUN-N
                       AND WS-EVT-NATUREZA (WS-IDX-EVT) EQUAL
                           WS-EVT-NATUREZA-CC
                   MOVE WS-EVT-CODIGO (WS-IDX-EVT)    TO WS-RUB-CODIGO
                   MOVE WS-EVT-DESCRICAO (WS-IDX-EVT)
                     TO WS-RUB-DESCRICAO
                   IF WS-EVT-NATUREZA-CC EQUAL 'E'
                       MOVE 'V'                       TO WS-RUB-NATUREZA
                   ELSE
                       MOVE WS-EVT-NATUREZA-CC        TO WS-RUB-NATUREZA
                   END-IF
                   MOVE WS-EVT-VALOR (WS-IDX-EVT)     TO WS-RUB-VALOR
                   PERFORM 59E-GRAVAR-UMA-RUBRICA
               END-IF.

      *----------------------------------------------------------------*
           59F-RUBRICA-UM-EVENTO-FIM.  EXIT.
      *----------------------------------------------------------------*

           59G-RUBRICAS-RETENCOES.
      *----------------------------------------------------------------*

      *        INSS, IRRF E PENSAO, COMUNS AOS TIPOS COM DESCONTOS.

               MOVE 'D' TO WS-RUB-NATUREZA.
               MOVE "INS" TO WS-RUB-CODIGO.
               MOVE "DESCONTO INSS" TO WS-RUB-DESCRICAO.
               MOVE WS-INSS TO WS-RUB-VALOR.
               PERFORM 59E-GRAVAR-UMA-RUBRICA.

               MOVE "IRF" TO WS-RUB-CODIGO.
               MOVE "DESCONTO IRRF" TO WS-RUB-DESCRICAO.
               MOVE WS-IRRF TO WS-RUB-VALOR.
               PERFORM 59E-GRAVAR-UMA-RUBRICA.

               MOVE "PEN" TO WS-RUB-CODIGO.
               MOVE "PENSAO ALIMENTICIA" TO WS-RUB-DESCRICAO.
               MOVE WS-PENSAO TO WS-RUB-VALOR.
               PERFORM 59E-GRAVAR-UMA-RUBRICA.

      *----------------------------------------------------------------*
           59G-RUBRICAS-RETENCOES-FIM.  EXIT.
      *----------------------------------------------------------------*

           58B-LINHAS-CC-13-PARC1.
      *----------------------------------------------------------------*

               MOVE WS-IRRF            TO CC-VALOR.
               WRITE REG-CC-VALOR.

               PERFORM 58G-LINHA-CC-PENSAO.

               MOVE SPACES TO REG-CC-VALOR.
               MOVE "ADIANT. 1A PARCELA" TO CC-DESCRICAO.
               MOVE WS-PARCELA-ADIANT  TO CC-VALOR.
               MOVE WS-IRRF            TO CC-VALOR.
               WRITE REG-CC-VALOR.

               PERFORM 58G-LINHA-CC-PENSAO.

      *----------------------------------------------------------------*
           58D-LINHAS-CC-FERIAS-FIM.  EXIT.
      *----------------------------------------------------------------*

           58H-LINHAS-CC-COMPLEMENTAR.
      *----------------------------------------------------------------*

      *        O CONTRACHEQUE DA COMPLEMENTAR MOSTRA O JA PAGO, AS
      *        CORRECOES E AS DIFERENCAS: O LIQUIDO A RECEBER E SO A
      *        DIFERENCA.

               MOVE SPACES TO REG-CC-VALOR.
               MOVE "BRUTO JA PAGO"    TO CC-DESCRICAO.
               MOVE WS-CPL-PAGO-BRUTO  TO CC-VALOR.
               WRITE REG-CC-VALOR.

      *        EVENTOS DE CORRECAO DE VENCIMENTO, UM POR LINHA
               MOVE 'V' TO WS-EVT-NATUREZA-CC.
               PERFORM 58E-LINHAS-CC-EVENTOS.

               MOVE SPACES TO REG-CC-VALOR.
               MOVE "BRUTO RECALCULADO" TO CC-DESCRICAO.
               MOVE WS-CPL-BRUTO-NOVO  TO CC-VALOR.
               WRITE REG-CC-VALOR.

               MOVE SPACES TO REG-CC-VALOR.
               MOVE "DIFERENCA INSS"   TO CC-DESCRICAO.
               MOVE WS-INSS            TO CC-VALOR.
               WRITE REG-CC-VALOR.

               MOVE SPACES TO REG-CC-VALOR.
               MOVE "DIFERENCA IRRF"   TO CC-DESCRICAO.
               MOVE WS-IRRF            TO CC-VALOR.
               WRITE REG-CC-VALOR.

               IF WS-PENSAO GREATER THAN ZEROS
                   MOVE SPACES TO REG-CC-VALOR
                   MOVE "DIFERENCA PENSAO" TO CC-DESCRICAO
                   MOVE WS-PENSAO          TO CC-VALOR
                   WRITE REG-CC-VALOR
               END-IF.

      *        DESCONTOS DE CORRECAO E ESTORNOS DE DESCONTO INDEVIDO
               MOVE 'D' TO WS-EVT-NATUREZA-CC.
               PERFORM 58E-LINHAS-CC-EVENTOS.
               MOVE 'E' TO WS-EVT-NATUREZA-CC.
               PERFORM 58E-LINHAS-CC-EVENTOS.

               MOVE SPACES TO REG-CC-VALOR.
               MOVE "LIQUIDO JA PAGO"  TO CC-DESCRICAO.
               MOVE WS-CPL-PAGO-LIQUIDO TO CC-VALOR.
               WRITE REG-CC-VALOR.

      *----------------------------------------------------------------*
           58H-LINHAS-CC-COMPLEMENTAR-FIM.  EXIT.
      *----------------------------------------------------------------*

           56-ACUMULAR-ANO.
      *----------------------------------------------------------------*

               MOVE WS-CTB-TOT-IRRF TO LCT-VALOR.
               WRITE REG-LANCTO.

      *        NA COMPLEMENTAR O ESTORNO DE DESCONTO INDEVIDO PODE
      *        SUPERAR OS DESCONTOS DE CORRECAO: O SALDO NEGATIVO SAI
      *        COMO DEBITO DE ESTORNO, SOMADO AOS DEBITOS DO TRAILER.
               MOVE WS-CTB-TOT-BRUTO TO WS-CTB-TOT-DEBITOS.
               MOVE SPACES TO REG-LANCTO.
               MOVE WS-COMP-NUM     TO LCT-COMPETENCIA.
               IF WS-CTB-TOT-OUTROS < ZEROS
                   MOVE 'D'         TO LCT-TIPO
                   MOVE "ESTORNO DE DESCONTOS RETIDOS" TO LCT-HISTORICO
                   COMPUTE LCT-VALOR = 0 - WS-CTB-TOT-OUTROS
                   SUBTRACT WS-CTB-TOT-OUTROS FROM WS-CTB-TOT-DEBITOS
               ELSE
                   MOVE 'C'         TO LCT-TIPO
                   MOVE "OUTROS DESCONTOS RETIDOS" TO LCT-HISTORICO
                   MOVE WS-CTB-TOT-OUTROS TO LCT-VALOR
               END-IF.
               WRITE REG-LANCTO.

               MOVE SPACES TO REG-LANCTO.
               MOVE 'C'             TO LCT-TIPO.
               MOVE WS-COMP-NUM     TO LCT-COMPETENCIA.
               MOVE "PENSAO ALIMENTICIA A PAGAR" TO LCT-HISTORICO.
               MOVE WS-CTB-TOT-PENSAO TO LCT-VALOR.
               WRITE REG-LANCTO.

               MOVE SPACES TO REG-LANCTO.
               MOVE 'C'             TO LCT-TIPO.
               MOVE WS-COMP-NUM     TO LCT-COMPETENCIA.
               MOVE "CONSIGNADO A REPASSAR" TO LCT-HISTORICO.
               MOVE WS-CTB-TOT-CONSIG TO LCT-VALOR.
               WRITE REG-LANCTO.

               MOVE SPACES TO REG-LANCTO.

               COMPUTE WS-CTB-TOT-CREDITOS =
                   WS-CTB-TOT-INSS + WS-CTB-TOT-IRRF
                   + WS-CTB-TOT-PENSAO
                   + WS-CTB-TOT-CONSIG + WS-CTB-TOT-LIQUIDO.
               IF WS-CTB-TOT-OUTROS > ZEROS
                   ADD WS-CTB-TOT-OUTROS TO WS-CTB-TOT-CREDITOS
               END-IF.

               MOVE SPACES TO REG-LANCTO-TRAILER.
               MOVE 'T'                 TO LCTT-TIPO.
               MOVE WS-COMP-NUM         TO LCTT-COMPETENCIA.
               MOVE WS-CTB-TOT-DEBITOS  TO LCTT-TOTAL-DEBITOS.
               MOVE WS-CTB-TOT-CREDITOS TO LCTT-TOTAL-CREDITOS.
               WRITE REG-LANCTO-TRAILER.

               IF WS-CTB-TOT-DEBITOS NOT EQUAL WS-CTB-TOT-CREDITOS
                   DISPLAY "*** LANCTOS NAO BALANCEADO: DEBITOS"
                           " DIFEREM DOS CREDITOS ***"
                   MOVE 99 TO RETURN-CODE
           55B-GRAVAR-CREDITOS-FIM.  EXIT.
      *----------------------------------------------------------------*

           55C-ACUMULAR-CENTRO-CUSTO.
      *----------------------------------------------------------------*

      *        MESMO BRUTO EFETIVO DA CONTABILIDADE; DESCONTOS SAO A
      *        DIFERENCA ATE O LIQUIDO (INSS, IRRF, PENSAO, CONSIGNADO
      *        E DEMAIS DESCONTOS).
               MOVE SPACES TO WS-CCUSTO-ATUAL.
               IF CADPESSO-DISPONIVEL
                   MOVE CODFUN-N TO PES-CODFUN
                   READ CADPESSO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE PES-CENTRO-CUSTO TO WS-CCUSTO-ATUAL
                   END-READ
               END-IF.
               IF WS-CCUSTO-ATUAL EQUAL SPACES
                   ADD 1 TO WS-QTD-SEM-CCUSTO
               END-IF.

               MOVE 1 TO WS-CCU-POS.
               SET CCU-POSICAO-PENDENTE TO TRUE.
               PERFORM 55D-POSICIONAR-CENTRO-CUSTO
                   UNTIL CCU-POSICAO-ACHADA
                      OR WS-CCU-POS GREATER THAN WS-CCU-QTD.

               IF WS-CCU-POS GREATER THAN WS-CCU-QTD
                   PERFORM 55E-INSERIR-CENTRO-CUSTO
               ELSE
                   IF WS-CCU-CODIGO (WS-CCU-POS)
                           NOT EQUAL WS-CCUSTO-ATUAL
                       PERFORM 55E-INSERIR-CENTRO-CUSTO
                   END-IF
               END-IF.

               COMPUTE WS-CCU-DESC-CALC =
                   WS-BRUTO-EFETIVO - WS-LIQUIDO.
               IF WS-CCU-DESC-CALC LESS THAN ZEROS
                   MOVE ZEROS TO WS-CCU-DESC-CALC
               END-IF.

               ADD 1                TO WS-CCU-FUNCS (WS-CCU-POS).
               ADD WS-BRUTO-EFETIVO TO WS-CCU-BRUTO (WS-CCU-POS).
               ADD WS-CCU-DESC-CALC TO WS-CCU-DESCONTOS (WS-CCU-POS).
               ADD WS-LIQUIDO       TO WS-CCU-LIQUIDO (WS-CCU-POS).

      *----------------------------------------------------------------*
           55C-ACUMULAR-CENTRO-CUSTO-FIM.  EXIT.
      *----------------------------------------------------------------*

           55D-POSICIONAR-CENTRO-CUSTO.
      *----------------------------------------------------------------*

               IF WS-CCU-CODIGO (WS-CCU-POS) LESS THAN WS-CCUSTO-ATUAL
                   ADD 1 TO WS-CCU-POS
               ELSE
                   SET CCU-POSICAO-ACHADA TO TRUE
               END-IF.

      *----------------------------------------------------------------*
           55D-POSICIONAR-CENTRO-CUSTO-FIM.  EXIT.
      *----------------------------------------------------------------*

           55E-INSERIR-CENTRO-CUSTO.
      *----------------------------------------------------------------*

               IF WS-CCU-QTD NOT LESS THAN WS-CCU-MAX
                   DISPLAY "TABELA DE CENTROS DE CUSTO ESGOTADA ("
                           WS-CCU-MAX ") - AUMENTAR WS-CCU-MAX"
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
               END-IF.

               PERFORM 55F-DESLOCAR-CENTRO-CUSTO
                   VARYING WS-CCU-MOV FROM WS-CCU-QTD BY -1
                   UNTIL WS-CCU-MOV LESS THAN WS-CCU-POS.

               MOVE WS-CCUSTO-ATUAL TO WS-CCU-CODIGO (WS-CCU-POS).
               MOVE ZEROS TO WS-CCU-FUNCS (WS-CCU-POS)
                             WS-CCU-BRUTO (WS-CCU-POS)
                             WS-CCU-DESCONTOS (WS-CCU-POS)
                             WS-CCU-LIQUIDO (WS-CCU-POS).
               ADD 1 TO WS-CCU-QTD.

      *----------------------------------------------------------------*
           55E-INSERIR-CENTRO-CUSTO-FIM.  EXIT.
      *----------------------------------------------------------------*

           55F-DESLOCAR-CENTRO-CUSTO.
      *----------------------------------------------------------------*

               MOVE WS-CCU-ITEM (WS-CCU-MOV)
                 TO WS-CCU-ITEM (WS-CCU-MOV + 1).

      *----------------------------------------------------------------*
           55F-DESLOCAR-CENTRO-CUSTO-FIM.  EXIT.
      *----------------------------------------------------------------*

           55G-IMPRIMIR-CENTROS-CUSTO.
      *----------------------------------------------------------------*

      *        PAGINA PROPRIA NO FIM DA FOLHA, UMA LINHA POR CENTRO
      *        DE CUSTO EM ORDEM DE CODIGO E O TOTAL, QUE BATE COM O
      *        TOTAL GERAL DA FOLHA NA COLUNA DO LIQUIDO.

               ADD 1 TO WS-PAG.

               MOVE SPACES TO REG-CAB1.
               MOVE "FOLHA DE PAGAMENTO - TOTAIS POR CENTRO DE CUSTO"
                                         TO CAB1-TEXTO.
               MOVE "DATA: "             TO CAB1-LIT-DATA.
               MOVE WS-DATA-EDITADA      TO CAB1-DATA.
               WRITE REG-CAB1.

               MOVE SPACES TO REG-CAB2.
               MOVE "PAGINA: "           TO CAB2-LIT-PAG.
               MOVE WS-PAG               TO CAB2-PAGINA.
               MOVE "TIPO FOLHA: "       TO CAB2-LIT-TIPO.
               MOVE WS-TIPO-FOLHA        TO CAB2-TIPO-FOLHA.
               WRITE REG-CAB2.

               MOVE SPACES TO REG-CCU-TITULO.
               MOVE "CENTRO DE CUSTO"    TO TCC-CCUSTO.
               MOVE "  QTDE"             TO TCC-QTD.
               MOVE "       BRUTO"       TO TCC-BRUTO.
               MOVE "   DESCONTOS"       TO TCC-DESCONTOS.
               MOVE "     LIQUIDO"       TO TCC-LIQUIDO.
               WRITE REG-CCU-TITULO.

               MOVE ZEROS TO WS-CCU-TOT-FUNCS WS-CCU-TOT-BRUTO
                             WS-CCU-TOT-DESCONTOS WS-CCU-TOT-LIQUIDO.
               PERFORM 55H-IMPRIMIR-UM-CENTRO
                   VARYING WS-CCU-POS FROM 1 BY 1
                   UNTIL WS-CCU-POS GREATER THAN WS-CCU-QTD.

               MOVE SPACES TO REG-CCU-DETALHE.
               MOVE "TOTAL GERAL"        TO LCC-CCUSTO.
               MOVE WS-CCU-TOT-FUNCS     TO LCC-QTD.
               MOVE WS-CCU-TOT-BRUTO     TO LCC-BRUTO.
               MOVE WS-CCU-TOT-DESCONTOS TO LCC-DESCONTOS.
               MOVE WS-CCU-TOT-LIQUIDO   TO LCC-LIQUIDO.
               WRITE REG-CCU-DETALHE.

      *----------------------------------------------------------------*
           55G-IMPRIMIR-CENTROS-CUSTO-FIM.  EXIT.
      *----------------------------------------------------------------*

           55H-IMPRIMIR-UM-CENTRO.
      *----------------------------------------------------------------*

               MOVE SPACES TO REG-CCU-DETALHE.
               IF WS-CCU-CODIGO (WS-CCU-POS) EQUAL SPACES
                   MOVE "SEM CENTRO CUSTO" TO LCC-CCUSTO
               ELSE
                   MOVE WS-CCU-CODIGO (WS-CCU-POS) TO LCC-CCUSTO
               END-IF.
               MOVE WS-CCU-FUNCS (WS-CCU-POS)     TO LCC-QTD.
               MOVE WS-CCU-BRUTO (WS-CCU-POS)     TO LCC-BRUTO.
               MOVE WS-CCU-DESCONTOS (WS-CCU-POS) TO LCC-DESCONTOS.
               MOVE WS-CCU-LIQUIDO (WS-CCU-POS)   TO LCC-LIQUIDO.
               WRITE REG-CCU-DETALHE.

               ADD WS-CCU-FUNCS (WS-CCU-POS)     TO WS-CCU-TOT-FUNCS.
               ADD WS-CCU-BRUTO (WS-CCU-POS)     TO WS-CCU-TOT-BRUTO.
               ADD WS-CCU-DESCONTOS (WS-CCU-POS)
                 TO WS-CCU-TOT-DESCONTOS.
               ADD WS-CCU-LIQUIDO (WS-CCU-POS)   TO WS-CCU-TOT-LIQUIDO.

      *----------------------------------------------------------------*
           55H-IMPRIMIR-UM-CENTRO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *                            FINALIZACAO                         *
      *----------------------------------------------------------------*
               MOVE WS-TOTAL-LIQUIDO        TO TOTG-VALOR.
               WRITE REG-TOTAL-GERAL.

               PERFORM 55G-IMPRIMIR-CENTROS-CUSTO.

               DISPLAY "-----------------------------------------".
               DISPLAY "TOTAL GERAL DA FOLHA DE PAGAMENTO = "
                   WS-TOTAL-LIQUIDO.
               DISPLAY "PENSOES ALIMENTICIAS A CREDITAR     = "
                   WS-QTD-PENSOES.
               DISPLAY "TOTAL DAS PENSOES ALIMENTICIAS      = "
                   WS-TOTAL-PENSOES.
               DISPLAY "PARCELAS CONSIGNADAS DESCONTADAS    = "
                   WS-QTD-CONSIG-DESC.
               DISPLAY "TOTAL CONSIGNADO A REPASSAR         = "
                   WS-TOTAL-CONSIG-DESC.
               DISPLAY "PARCELAS CONSIGNADAS SEM MARGEM     = "
                   WS-QTD-CONSIG-SEM-MARGEM.
               DISPLAY "TOTAL NAO DESCONTADO POR MARGEM     = "
                   WS-TOTAL-CONSIG-SEM-MARGEM.
               DISPLAY "CENTROS DE CUSTO NA FOLHA           = "
                   WS-CCU-QTD.
               DISPLAY "FUNCIONARIOS SEM CENTRO DE CUSTO    = "
                   WS-QTD-SEM-CCUSTO.
               DISPLAY "RUBRICAS GRAVADAS                   = "
                   WS-QTD-RUBRICAS.
               IF FOLHA-COMPLEMENTAR
                   PERFORM 48B-CONFERIR-UM-DA-LISTA
                       VARYING WS-IDX-CPL FROM 1 BY 1
                       UNTIL WS-IDX-CPL GREATER THAN WS-CPL-QTD
                   DISPLAY "FUNCIONARIOS NA LISTA COMPLEMENTAR  = "
                       WS-CPL-QTD
                   DISPLAY "COMPLEMENTOS PAGOS                  = "
                       WS-QTD-COMPL-PAGOS
                   DISPLAY "RECALCULADOS SEM DIFERENCA A PAGAR  = "
                       WS-QTD-COMPL-SEM-DIF
                   DISPLAY "DA LISTA AUSENTES DO CADFUNCN       = "
                       WS-QTD-COMPL-AUSENTES
                   IF WS-QTD-COMPL-AUSENTES GREATER THAN ZEROS
                           AND RETURN-CODE NOT EQUAL 99
                       MOVE 04 TO RETURN-CODE
                   END-IF
               END-IF.
               DISPLAY "-----------------------------------------".

               PERFORM 55B-GRAVAR-CREDITOS.

               PERFORM 57-REGRAVAR-ACUMULADO.

               CLOSE FOLHA CONTRACHEQUE LIQPAGTO LANCTOS PENSAOPG
                     RUBRICAS.

               IF NOT FOLHA-COMPLEMENTAR
                   CLOSE CONSGPG
               END-IF.

               IF CADPESSO-DISPONIVEL
                   CLOSE CADPESSO
               END-IF.

               IF FS-CONTRACHEQUE NOT EQUAL ZEROS
                       AND FS-CONTRACHEQUE NOT EQUAL 10
                       AND FS-LANCTOS NOT EQUAL 10
                   DISPLAY "ERRO AO FECHAR LANCTOS = " FS-LANCTOS.

               IF FS-PENSAOPG NOT EQUAL ZEROS
                       AND FS-PENSAOPG NOT EQUAL 10
                   DISPLAY "ERRO AO FECHAR PENSAOPG = " FS-PENSAOPG.

               IF FS-CONSGPG NOT EQUAL ZEROS
                       AND FS-CONSGPG NOT EQUAL 10
                   DISPLAY "ERRO AO FECHAR CONSGPG = " FS-CONSGPG.

               IF FS-RUBRICAS NOT EQUAL ZEROS
                       AND FS-RUBRICAS NOT EQUAL 10
                   DISPLAY "ERRO AO FECHAR RUBRICAS = " FS-RUBRICAS.

           60-FIM.     EXIT.

       END PROGRAM FOLHA-PAGAMENTO.
