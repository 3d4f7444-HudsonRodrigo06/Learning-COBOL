      *          queda no meio da gravacao) nao paga em dobro: os
      *          CODFUN ja lancados no LIQPAGTO sao carregados na
      *          abertura e pulados.
      *          Os dependentes do CADDEPEN reduzem a base do IRRF pela
      *          deducao legal (chave DEDUCAO-DEPEND do SYSPARM) e pela
      *          pensao alimenticia judicial, que sai do liquido em
      *          linha propria do termo e e ACRESCENTADA ao PENSAOPG
      *          do ciclo para o credito ao favorecido na remessa.
      *          O saldo devedor dos emprestimos consignados ativos do
      *          CADCONSG e abatido das verbas ate a margem de 35% das
      *          verbas liquidas de INSS, IRRF e pensao, em linha
      *          propria do termo, e ACRESCENTADO ao CONSGPG do ciclo
      *          (situacao 'R') para o repasse aos bancos credores e o
      *          encerramento dos contratos pelo REPASSE-CONSIGNADO.
      *          As verbas de cada rescisao apurada sao ACRESCENTADAS
      *          ao historico VERBRESC (competencia + CODFUN), base do
      *          FGTS da rescisao e da multa de 40% calculados pelo
      *          ENCARGOS-FOLHA; a reexecucao nao regrava o CODFUN ja
      *          lancado na mesma competencia.
      *          Os avos partem da data de admissao do CADPESSO: quem
      *          foi admitido no ano da competencia conta o 13o a
      *          partir do mes de admissao (mes com 15 dias ou mais),
      *          as ferias proporcionais contam os meses desde o
      *          ultimo aniversario da admissao e o saldo de salario
      *          de quem entrou no proprio mes conta so os dias desde
      *          a admissao. Funcionario sem registro no CADPESSO sai
      *          pelos avos do ano civil, com aviso e RC 04.
      * Tectonics: cobc
      ******************************************************************

              FILE STATUS IS FS-LIQPAGTO
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

              SELECT VERBRESC ASSIGN TO DYNAMIC WS-ARQ-VERBRESC
              FILE STATUS IS FS-VERBRESC
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT CADPESSO ASSIGN TO DYNAMIC WS-ARQ-CADPESSO
              FILE STATUS IS FS-CADPESSO
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS PES-CODFUN.

              SELECT SYSPARM ASSIGN TO DYNAMIC WS-ARQ-SYSPARM
              FILE STATUS IS FS-SYSPARM
              ORGANIZATION IS LINE SEQUENTIAL.
           05 RSC-FUNCA            PIC X(20).
           05 FILLER               PIC X(09).

       01  REG-RSC-AVOS.
           05 RSC-LIT-ADMISSAO     PIC X(10).
           05 RSC-ADMISSAO         PIC X(10).
           05 FILLER               PIC X(02).
           05 RSC-LIT-DIAS         PIC X(12).
           05 RSC-DIAS-SALDO       PIC Z9.
           05 FILLER               PIC X(02).
           05 RSC-LIT-AVOS-13      PIC X(10).
           05 RSC-AVOS-13          PIC Z9.
           05 FILLER               PIC X(02).
           05 RSC-LIT-AVOS-FERIAS  PIC X(13).
           05 RSC-AVOS-FERIAS      PIC Z9.
           05 FILLER               PIC X(13).

       01  REG-RSC-VALOR.
           05 RSC-DESCRICAO        PIC X(25).
           05 RSC-VALOR            PIC ZZZZZ9,99.
           05 LIQ-VALOR            PIC 9(07)V99.
           05 FILLER               PIC X(02).

      *----------------------------------------------------------------*
      *        DEPENDENTES (MESMO LAYOUT DA FOLHA-PAGAMENTO): DEDUCAO  *
      *        DO IRRF E PENSAO ALIMENTICIA COM A CONTA DO FAVORECIDO. *
      *        AUSENCIA DO ARQUIVO NAO E ERRO.                         *
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
      *        PENSOES A PAGAR - AS DA RESCISAO SAO ACRESCENTADAS AO   *
      *        PENSAOPG GRAVADO PELA FOLHA-PAGAMENTO NO CICLO          *
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
      *        CONTRATOS DE EMPRESTIMO CONSIGNADO (MESMO LAYOUT DA     *
      *        FOLHA-PAGAMENTO). SO OS ATIVOS ('A') COM SALDO DEVEDOR  *
      *        SAO ABATIDOS. AUSENCIA DO ARQUIVO NAO E ERRO.           *
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
      *        PARCELAS DE CONSIGNADO A REPASSAR - OS ABATIMENTOS DA   *
      *        RESCISAO ('R') SAO ACRESCENTADOS AO CONSGPG GRAVADO     *
      *        PELA FOLHA-PAGAMENTO NO CICLO                           *
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
      *        VERBAS DA RESCISAO - HISTORICO ACUMULADO POR            *
      *        COMPETENCIA, LIDO PELO ENCARGOS-FOLHA (FGTS E MULTA)    *
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
      *        CADASTRO PESSOAL - DATA DE ADMISSAO PARA OS AVOS        *
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

           FD  SYSPARM
               BLOCK CONTAINS 0 RECORDS
               RECORD CONTAINS 80 CHARACTERS
       77  FS-RESCISAO         PIC 9(02)   VALUE ZEROS.
       77  FS-LIQPAGTO         PIC 9(02)   VALUE ZEROS.
       77  FS-SYSPARM          PIC 9(02)   VALUE ZEROS.
       77  FS-CADDEPEN         PIC 9(02)   VALUE ZEROS.
       77  FS-PENSAOPG         PIC 9(02)   VALUE ZEROS.
       77  FS-CADCONSG         PIC 9(02)   VALUE ZEROS.
       77  FS-CONSGPG          PIC 9(02)   VALUE ZEROS.
       77  FS-VERBRESC         PIC 9(02)   VALUE ZEROS.
       77  FS-CADPESSO         PIC 9(02)   VALUE ZEROS.

      *------- parametros do sistema (SYSPARM) e caminhos montados ----*
       77  WS-ARQ-SYSPARM      PIC X(80)
       77  WS-ARQ-TABIRRF      PIC X(80)   VALUE SPACES.
       77  WS-ARQ-RESCISAO     PIC X(80)   VALUE SPACES.
       77  WS-ARQ-LIQPAGTO     PIC X(80)   VALUE SPACES.
       77  WS-ARQ-CADDEPEN     PIC X(80)   VALUE SPACES.
       77  WS-ARQ-PENSAOPG     PIC X(80)   VALUE SPACES.
       77  WS-ARQ-CADCONSG     PIC X(80)   VALUE SPACES.
       77  WS-ARQ-CONSGPG      PIC X(80)   VALUE SPACES.
       77  WS-ARQ-VERBRESC     PIC X(80)   VALUE SPACES.
       77  WS-ARQ-CADPESSO     PIC X(80)   VALUE SPACES.

      *        DEDUCAO LEGAL POR DEPENDENTE NA BASE DO IRRF, CHAVE
      *        DEDUCAO-DEPEND DO SYSPARM (7 DIGITOS, 2 DECIMAIS)
       01  WS-DEDUCAO-DEPEND-R.
           05 WS-DEDUCAO-DEPEND PIC 9(05)V99 VALUE 189,59.
       01  WS-DEDUCAO-DEPEND-X REDEFINES WS-DEDUCAO-DEPEND-R
                               PIC X(07).

       01  WS-DATA-COMPETENCIA.
           05 WS-COMP-ANO      PIC 9(04)   VALUE ZEROS.
      *        DIANTE; O SALDO DE SALARIO E CALCULADO EM 30 AVOS.
       77  WS-DIAS-MES         PIC 9(02)   VALUE ZEROS.
       77  WS-AVOS-ANO         PIC 9(02)   VALUE ZEROS.

      *------- avos pela data de admissao (CADPESSO) ------------------*
      *        WS-DIAS-MES/WS-AVOS-ANO VALEM PARA QUEM FOI ADMITIDO
      *        ANTES DO ANO DA COMPETENCIA; OS AVOS E DIAS DO
      *        DESLIGADO CORRENTE SAO APURADOS EM 52A.
       77  WS-CADPESSO-STATUS  PIC X(01)   VALUE 'S'.
           88 CADPESSO-DISPONIVEL          VALUE 'S'.
           88 CADPESSO-AUSENTE             VALUE 'N'.
       77  WS-ADMISSAO-STATUS  PIC X(01)   VALUE 'N'.
           88 ADMISSAO-CONHECIDA           VALUE 'S'.
           88 ADMISSAO-DESCONHECIDA        VALUE 'N'.
       01  WS-DATA-ADMISSAO.
           05 WS-ADM-ANO       PIC 9(04)   VALUE ZEROS.
           05 WS-ADM-MES       PIC 9(02)   VALUE ZEROS.
           05 WS-ADM-DIA       PIC 9(02)   VALUE ZEROS.
       01  WS-ADM-NUM REDEFINES WS-DATA-ADMISSAO
                               PIC 9(08).
       77  WS-DIAS-SALDO       PIC 9(02)   VALUE ZEROS.
       77  WS-AVOS-13          PIC 9(02)   VALUE ZEROS.
       77  WS-AVOS-FERIAS      PIC 9(02)   VALUE ZEROS.
       77  WS-CALC-MESES       PIC S9(05)  VALUE ZEROS.
       77  WS-CALC-DIAS        PIC S9(03)  VALUE ZEROS.
       77  WS-CALC-QUOC        PIC 9(05)   VALUE ZEROS.
       77  WS-CALC-RESTO       PIC 9(02)   VALUE ZEROS.
       77  WS-QTD-SEM-ADMISSAO PIC 9(05)   VALUE ZEROS.
       77  WS-SALDO-SALARIO    PIC 9(06)V99 VALUE ZEROS.
       77  WS-13-PROPORCIONAL  PIC 9(06)V99 VALUE ZEROS.
       77  WS-FERIAS-PROP      PIC 9(06)V99 VALUE ZEROS.
       77  WS-CALC-DESCONTO    PIC S9(07)V99 VALUE ZEROS.
       77  WS-CALC-LIQUIDO     PIC S9(07)V99 VALUE ZEROS.
       77  WS-LIQUIDO          PIC 9(06)V99 VALUE ZEROS.
       77  WS-CALC-BASE        PIC S9(07)V99 VALUE ZEROS.

      *------- dependentes e pensao alimenticia (CADDEPEN) ------------*
      *        A PENSAO INCIDE SOBRE AS VERBAS TRIBUTAVEIS MENOS O
      *        INSS (SALDO + 13o); O VALOR FIXO MENSAL TAMBEM E
      *        DESCONTADO, POIS A RESCISAO SUBSTITUI A FOLHA DO MES.
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

       77  WS-DEP-MAX          PIC 9(04)   VALUE 2000.
       77  WS-QTD-DEPEND-IR    PIC 9(02)   VALUE ZEROS.
       77  WS-DEDUCAO-TOTAL    PIC 9(07)V99 VALUE ZEROS.
       77  WS-PENSAO           PIC 9(06)V99 VALUE ZEROS.
       77  WS-PENSAO-SALDO     PIC S9(07)V99 VALUE ZEROS.
       77  WS-PENSAO-ITEM      PIC 9(07)V99 VALUE ZEROS.
       77  WS-QTD-PENSOES      PIC 9(05)   VALUE ZEROS.
       77  WS-TOTAL-PENSOES    PIC 9(09)V99 VALUE ZEROS.

      *------- emprestimos consignados (CADCONSG) ---------------------*
      *        O SALDO DEVEDOR DE CADA CONTRATO DO DESLIGADO E ABATIDO,
      *        NA ORDEM DOS CONTRATOS, ATE ESGOTAR A MARGEM DE 35% DAS
      *        VERBAS LIQUIDAS DE INSS, IRRF E PENSAO; O VALOR ABATIDO
      *        FICA NA TABELA PARA SAIR DEPOIS NO CONSGPG.
       01  WS-TABELA-CONSIG.
           05 WS-CSG-QTD       PIC 9(04)   VALUE ZEROS.
           05 WS-CSG-ITEM OCCURS 3000 TIMES
                   INDEXED BY WS-IDX-CSG.
               10 WS-CSG-CODFUN      PIC 9(04).
               10 WS-CSG-CONTRATO    PIC 9(12).
               10 WS-CSG-BANCO       PIC 9(03).
               10 WS-CSG-PARCELA     PIC 9(03).
               10 WS-CSG-SALDO       PIC 9(09)V99.
               10 WS-CSG-ABATIDO     PIC 9(09)V99.

       77  WS-CSG-MAX          PIC 9(04)   VALUE 3000.
       77  WS-MARGEM-PERC      PIC 9(03)V99 VALUE 35.
       77  WS-MARGEM-CONSIG    PIC S9(09)V99 VALUE ZEROS.
       77  WS-CONSIGNADO       PIC 9(07)V99 VALUE ZEROS.
       77  WS-CONSIG-RESTANTE  PIC 9(09)V99 VALUE ZEROS.
       77  WS-QTD-CONTRATOS    PIC 9(03)   VALUE ZEROS.
       77  WS-QTD-CONSIG-RESC  PIC 9(05)   VALUE ZEROS.
       77  WS-TOTAL-CONSIG-RESC PIC 9(09)V99 VALUE ZEROS.
       77  WS-TOTAL-CONSIG-REST PIC 9(09)V99 VALUE ZEROS.
       77  WS-COMP-ANOMES      PIC 9(06)   VALUE ZEROS.

      *------- tabelas de faixas carregadas dos parametros ------------*
       01  WS-TABELA-INSS.
               10 WS-PAG-CODFUN    PIC 9(04).

       77  WS-PAG-MAX          PIC 9(04)   VALUE 9999.

       01  WS-TABELA-PENSOES-PAGAS.
           05 WS-PPG-QTD       PIC 9(04)   VALUE ZEROS.
           05 WS-PPG-ITEM OCCURS 9999 TIMES
                   INDEXED BY WS-IDX-PPG.
               10 WS-PPG-CODFUN    PIC 9(04).

       01  WS-TABELA-CONSIG-PAGOS.
           05 WS-CPP-QTD       PIC 9(04)   VALUE ZEROS.
           05 WS-CPP-ITEM OCCURS 9999 TIMES
                   INDEXED BY WS-IDX-CPP.
               10 WS-CPP-CODFUN    PIC 9(04).

       77  WS-PAG-ACHOU        PIC X(01)   VALUE 'N'.
           88 PAGO-ACHADO                  VALUE 'S'.
           88 PAGO-NAO-ACHADO              VALUE 'N'.

      *------- verbas ja constantes do VERBRESC (reexecucao) ----------*
      *        CODFUN COM VERBAS JA NO VERBRESC NESTA COMPETENCIA
       01  WS-TABELA-VERBAS-GRAVADAS.
           05 WS-VGR-QTD       PIC 9(04)   VALUE ZEROS.
           05 WS-VGR-ITEM OCCURS 9999 TIMES
                   INDEXED BY WS-IDX-VGR.
               10 WS-VGR-CODFUN    PIC 9(04).

      *------- data/hora do sistema, quebrada por indice (PROG0001) ---*
       77  WS-DATETIME         PIC X(21).

               DISPLAY "  SYSPARM           = " WS-ARQ-SYSPARM.
               DISPLAY "  DIRETORIO         = " WS-DIRETORIO.
               DISPLAY "  DATA-COMPETENCIA  = " WS-COMP-NUM.
               DISPLAY "  DEDUCAO-DEPEND    = " WS-DEDUCAO-DEPEND.

      *----------------------------------------------------------------*
           03-LER-SYSPARM-FIM.     EXIT.
                           MOVE 99 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   WHEN "DEDUCAO-DEPEND"
                       IF PRM-VALOR (1:7) NUMERIC
                           MOVE PRM-VALOR (1:7) TO WS-DEDUCAO-DEPEND-X
                       ELSE
                           DISPLAY "SYSPARM: DEDUCAO-DEPEND"
                                   " INVALIDA: " PRM-VALOR (1:7)
                           MOVE 99 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   WHEN "CHECKPT-INTERVALO"
                   WHEN "FORCAR-REPROCESSO"
                   WHEN "TIPO-FOLHA"
               STRING WS-DIRETORIO DELIMITED BY SPACE
                      "LIQPAGTO.dat" DELIMITED BY SIZE
                   INTO WS-ARQ-LIQPAGTO.
               MOVE SPACES TO WS-ARQ-CADDEPEN.
               STRING WS-DIRETORIO DELIMITED BY SPACE
                      "CADDEPEN.dat" DELIMITED BY SIZE
                   INTO WS-ARQ-CADDEPEN.
               MOVE SPACES TO WS-ARQ-PENSAOPG.
               STRING WS-DIRETORIO DELIMITED BY SPACE
                      "PENSAOPG.dat" DELIMITED BY SIZE
                   INTO WS-ARQ-PENSAOPG.
               MOVE SPACES TO WS-ARQ-CADCONSG.
               STRING WS-DIRETORIO DELIMITED BY SPACE
                      "CADCONSG.dat" DELIMITED BY SIZE
                   INTO WS-ARQ-CADCONSG.
               MOVE SPACES TO WS-ARQ-CONSGPG.
               STRING WS-DIRETORIO DELIMITED BY SPACE
                      "CONSGPG.dat" DELIMITED BY SIZE
                   INTO WS-ARQ-CONSGPG.
               MOVE SPACES TO WS-ARQ-VERBRESC.
               STRING WS-DIRETORIO DELIMITED BY SPACE
                      "VERBRESC.dat" DELIMITED BY SIZE
                   INTO WS-ARQ-VERBRESC.
               MOVE SPACES TO WS-ARQ-CADPESSO.
               STRING WS-DIRETORIO DELIMITED BY SPACE
                      "CADPESSO.dat" DELIMITED BY SIZE
                   INTO WS-ARQ-CADPESSO.
               COMPUTE WS-COMP-ANOMES = WS-COMP-ANO * 100 + WS-COMP-MES.

               MOVE WS-COMP-DIA TO WS-DATA-ED-DIA.
               MOVE WS-COMP-MES TO WS-DATA-ED-MES.

               PERFORM 12-CARREGAR-TABELAS.

               PERFORM 13-CARREGAR-DEPENDENTES.

               OPEN OUTPUT RESCISAO.
               IF FS-RESCISAO NOT EQUAL ZEROS
                   DISPLAY "--------------------------------"
                   MOVE 99 TO RETURN-CODE
                   STOP RUN.

      *        AS PENSOES DA RESCISAO SAO ACRESCENTADAS AO PENSAOPG DA
      *        FOLHA; SEM O ARQUIVO (FOLHA ANTERIOR AOS DEPENDENTES)
      *        ELE E CRIADO AQUI. OS CODFUN COM PENSAO JA LANCADA SAO
      *        CARREGADOS ANTES, COMO NO LIQPAGTO.
               OPEN INPUT PENSAOPG.
               IF FS-PENSAOPG EQUAL 35
                   OPEN OUTPUT PENSAOPG
               ELSE
                   IF FS-PENSAOPG NOT EQUAL ZEROS
                       DISPLAY "--------------------------------"
                       DISPLAY "ERRO AO ABRIR O ARQUIVO PENSAOPG"
                       DISPLAY "FILE STATUS = " FS-PENSAOPG
                       DISPLAY "--------------------------------"
                       MOVE 99 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   PERFORM 11B-CARREGAR-PENSOES
                   OPEN EXTEND PENSAOPG
               END-IF.
               IF FS-PENSAOPG NOT EQUAL ZEROS
                   DISPLAY "--------------------------------"
                   DISPLAY "ERRO AO ABRIR O ARQUIVO PENSAOPG"
                   DISPLAY "FILE STATUS = " FS-PENSAOPG
                   DISPLAY "--------------------------------"
                   MOVE 99 TO RETURN-CODE
                   STOP RUN.

               PERFORM 14-CARREGAR-CONSIGNADOS.

      *        OS ABATIMENTOS DE CONSIGNADO SAO ACRESCENTADOS AO
      *        CONSGPG DA FOLHA; SEM O ARQUIVO ELE E CRIADO AQUI. OS
      *        CODFUN COM ABATIMENTO DE RESCISAO JA LANCADO SAO
      *        CARREGADOS ANTES, COMO NO PENSAOPG.
               OPEN INPUT CONSGPG.
               IF FS-CONSGPG EQUAL 35
                   OPEN OUTPUT CONSGPG
               ELSE
                   IF FS-CONSGPG NOT EQUAL ZEROS
                       DISPLAY "--------------------------------"
                       DISPLAY "ERRO AO ABRIR O ARQUIVO CONSGPG"
                       DISPLAY "FILE STATUS = " FS-CONSGPG
                       DISPLAY "--------------------------------"
                       MOVE 99 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   PERFORM 11D-CARREGAR-CONSIGNADOS-PAGOS
                   OPEN EXTEND CONSGPG
               END-IF.
               IF FS-CONSGPG NOT EQUAL ZEROS
                   DISPLAY "--------------------------------"
                   DISPLAY "ERRO AO ABRIR O ARQUIVO CONSGPG"
                   DISPLAY "FILE STATUS = " FS-CONSGPG
                   DISPLAY "--------------------------------"
                   MOVE 99 TO RETURN-CODE
                   STOP RUN.

      *        AS VERBAS SAO ACRESCENTADAS AO HISTORICO VERBRESC; SEM
      *        O ARQUIVO ELE E CRIADO AQUI. OS CODFUN JA LANCADOS NA
      *        COMPETENCIA SAO CARREGADOS ANTES, COMO NO PENSAOPG.
               OPEN INPUT VERBRESC.
               IF FS-VERBRESC EQUAL 35
                   OPEN OUTPUT VERBRESC
               ELSE
                   IF FS-VERBRESC NOT EQUAL ZEROS
                       DISPLAY "--------------------------------"
                       DISPLAY "ERRO AO ABRIR O ARQUIVO VERBRESC"
                       DISPLAY "FILE STATUS = " FS-VERBRESC
                       DISPLAY "--------------------------------"
                       MOVE 99 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   PERFORM 11F-CARREGAR-VERBAS-GRAVADAS
                   OPEN EXTEND VERBRESC
               END-IF.
               IF FS-VERBRESC NOT EQUAL ZEROS
                   DISPLAY "--------------------------------"
                   DISPLAY "ERRO AO ABRIR O ARQUIVO VERBRESC"
                   DISPLAY "FILE STATUS = " FS-VERBRESC
                   DISPLAY "--------------------------------"
                   MOVE 99 TO RETURN-CODE
                   STOP RUN.

      *        SEM CADPESSO TODOS OS DESLIGADOS SAEM PELOS AVOS DO ANO
      *        CIVIL (AVISO E RC 04 NO FINAL)
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

      *----------------------------------------------------------------*
           10-ABRIR-ARQUIVOS-FIM.  EXIT.
      *----------------------------------------------------------------*
           11A-CARREGAR-UM-PAGO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           11B-CARREGAR-PENSOES.
      *----------------------------------------------------------------*

      *        GUARDA OS CODFUN QUE JA TEM PENSAO NO PENSAOPG DO CICLO.
      *        UMA QUEDA ENTRE A GRAVACAO DAS PENSOES E A DO LIQPAGTO
      *        FAZ A REEXECUCAO RECALCULAR A RESCISAO; AS PENSOES
      *        DESSE CODFUN NAO SAO GRAVADAS DE NOVO.

               SET NAO-FIM-TABELA TO TRUE.
               PERFORM 11C-CARREGAR-UMA-PENSAO UNTIL FIM-TABELA.
               CLOSE PENSAOPG.
               IF FS-PENSAOPG NOT EQUAL ZEROS
                       AND FS-PENSAOPG NOT EQUAL 10
                   DISPLAY "ERRO AO FECHAR PENSAOPG = " FS-PENSAOPG
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
               END-IF.

      *----------------------------------------------------------------*
           11B-CARREGAR-PENSOES-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           11C-CARREGAR-UMA-PENSAO.
      *----------------------------------------------------------------*

               READ PENSAOPG.
               IF FS-PENSAOPG EQUAL 10
                   SET FIM-TABELA TO TRUE
               ELSE
                   IF FS-PENSAOPG NOT EQUAL ZEROS
                       DISPLAY "ERRO AO LER PENSAOPG = " FS-PENSAOPG
                       MOVE 99 TO RETURN-CODE
                       STOP RUN
                   ELSE
                       IF WS-PPG-QTD NOT LESS THAN WS-PAG-MAX
                           DISPLAY "ERRO: MAIS DE " WS-PAG-MAX
                                   " REGISTROS EM PENSAOPG"
                           MOVE 99 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-PPG-QTD
                       SET WS-IDX-PPG TO WS-PPG-QTD
                       MOVE PEN-CODFUN TO WS-PPG-CODFUN (WS-IDX-PPG)
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
           11C-CARREGAR-UMA-PENSAO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           11D-CARREGAR-CONSIGNADOS-PAGOS.
      *----------------------------------------------------------------*

      *        GUARDA OS CODFUN QUE JA TEM ABATIMENTO DE RESCISAO ('R')
      *        NO CONSGPG DO CICLO; AS PARCELAS DA FOLHA SAO IGNORADAS.

               SET NAO-FIM-TABELA TO TRUE.
               PERFORM 11E-CARREGAR-UM-CONSIGNADO-PAGO
                   UNTIL FIM-TABELA.
               CLOSE CONSGPG.
               IF FS-CONSGPG NOT EQUAL ZEROS
                       AND FS-CONSGPG NOT EQUAL 10
                   DISPLAY "ERRO AO FECHAR CONSGPG = " FS-CONSGPG
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
               END-IF.

      *----------------------------------------------------------------*
           11D-CARREGAR-CONSIGNADOS-PAGOS-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           11E-CARREGAR-UM-CONSIGNADO-PAGO.
      *----------------------------------------------------------------*

               READ CONSGPG.
               IF FS-CONSGPG EQUAL 10
                   SET FIM-TABELA TO TRUE
               ELSE
                   IF FS-CONSGPG NOT EQUAL ZEROS
                       DISPLAY "ERRO AO LER CONSGPG = " FS-CONSGPG
                       MOVE 99 TO RETURN-CODE
                       STOP RUN
                   ELSE
                       IF CPG-SITUACAO EQUAL 'R'
                           IF WS-CPP-QTD NOT LESS THAN WS-PAG-MAX
                               DISPLAY "ERRO: MAIS DE " WS-PAG-MAX
                                       " ABATIMENTOS EM CONSGPG"
                               MOVE 99 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-CPP-QTD
                           SET WS-IDX-CPP TO WS-CPP-QTD
                           MOVE CPG-CODFUN TO WS-CPP-CODFUN (WS-IDX-CPP)
                       END-IF
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
           11E-CARREGAR-UM-CONSIGNADO-PAGO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           11F-CARREGAR-VERBAS-GRAVADAS.
      *----------------------------------------------------------------*

      *        GUARDA OS CODFUN QUE JA TEM VERBAS NO VERBRESC DESTA
      *        COMPETENCIA; AS COMPETENCIAS ANTERIORES SAO IGNORADAS.

               SET NAO-FIM-TABELA TO TRUE.
               PERFORM 11G-CARREGAR-UMA-VERBA-GRAVADA
                   UNTIL FIM-TABELA.
               CLOSE VERBRESC.
               IF FS-VERBRESC NOT EQUAL ZEROS
                       AND FS-VERBRESC NOT EQUAL 10
                   DISPLAY "ERRO AO FECHAR VERBRESC = " FS-VERBRESC
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
               END-IF.

      *----------------------------------------------------------------*
           11F-CARREGAR-VERBAS-GRAVADAS-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           11G-CARREGAR-UMA-VERBA-GRAVADA.
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
                           IF WS-VGR-QTD NOT LESS THAN WS-PAG-MAX
                               DISPLAY "ERRO: MAIS DE " WS-PAG-MAX
                                       " RESCISOES EM VERBRESC"
                               MOVE 99 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-VGR-QTD
                           SET WS-IDX-VGR TO WS-VGR-QTD
                           MOVE VRS-CODFUN TO WS-VGR-CODFUN (WS-IDX-VGR)
                       END-IF
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
           11G-CARREGAR-UMA-VERBA-GRAVADA-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           12-CARREGAR-TABELAS.
      *----------------------------------------------------------------*
           12B-CARREGAR-FAIXA-IRRF-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           13-CARREGAR-DEPENDENTES.
      *----------------------------------------------------------------*

      *        CARREGA OS DEPENDENTES EM TABELA. CADDEPEN AUSENTE NAO
      *        E ERRO: RESCISOES SEM DEDUCAO DE DEPENDENTES E PENSAO.

               OPEN INPUT CADDEPEN.
               IF FS-CADDEPEN EQUAL 35
                   DISPLAY "CADDEPEN NAO ENCONTRADO - RESCISOES SEM"
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
                       PERFORM 13A-CARREGAR-UM-DEPENDENTE
                           UNTIL FIM-TABELA
                       CLOSE CADDEPEN
                       DISPLAY "CADDEPEN CARREGADO COM " WS-DEP-QTD
                               " DEPENDENTES"
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
           13-CARREGAR-DEPENDENTES-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           13A-CARREGAR-UM-DEPENDENTE.
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
           13A-CARREGAR-UM-DEPENDENTE-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           14-CARREGAR-CONSIGNADOS.
      *----------------------------------------------------------------*

      *        CARREGA OS CONTRATOS DE CONSIGNADO ATIVOS EM TABELA.
      *        CADCONSG AUSENTE NAO E ERRO: RESCISOES SEM CONSIGNADOS.

               OPEN INPUT CADCONSG.
               IF FS-CADCONSG EQUAL 35
                   DISPLAY "CADCONSG NAO ENCONTRADO - RESCISOES SEM"
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
                       PERFORM 14A-CARREGAR-UM-CONSIGNADO
                           UNTIL FIM-TABELA
                       CLOSE CADCONSG
                       DISPLAY "CADCONSG CARREGADO COM " WS-CSG-QTD
                               " CONTRATOS ATIVOS"
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
           14-CARREGAR-CONSIGNADOS-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           14A-CARREGAR-UM-CONSIGNADO.
      *----------------------------------------------------------------*

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
                           PERFORM 14B-GUARDAR-CONSIGNADO
                       END-IF
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
           14A-CARREGAR-UM-CONSIGNADO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           14B-GUARDAR-CONSIGNADO.
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
               MOVE CSG-SALDO-DEVEDOR-E TO WS-CSG-SALDO (WS-IDX-CSG).
               MOVE ZEROS TO WS-CSG-ABATIDO (WS-IDX-CSG).

      *----------------------------------------------------------------*
           14B-GUARDAR-CONSIGNADO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           50-PROCESSAR-DESLIGADO.
      *----------------------------------------------------------------*
                       ELSE
                           PERFORM 52-CALCULAR-VERBAS
                           PERFORM 56-GRAVAR-TERMO
                           IF WS-PENSAO > 0
                               PERFORM 59-GRAVAR-PENSOES
                           END-IF
                           IF WS-QTD-CONTRATOS > 0
                               PERFORM 59B-GRAVAR-CONSIGNADOS
                           END-IF
                           PERFORM 59D-GRAVAR-VERBAS
                           PERFORM 58-GRAVAR-LIQPAGTO
                       END-IF
                   END-IF
      *        SALDO DE SALARIO EM 30 AVOS DO MES, 13o E FERIAS
      *        PROPORCIONAIS PELOS AVOS DO ANO; INSS/IRRF SOBRE AS
      *        VERBAS TRIBUTAVEIS (SALDO + 13o), FERIAS INDENIZADAS
      *        COM O TERCO SAO ISENTAS. DEPENDENTES E PENSAO
      *        ALIMENTICIA REDUZEM A BASE DO IRRF; A PENSAO SAI DO
      *        LIQUIDO. O SALDO DOS CONSIGNADOS SAI POR ULTIMO, ATE
      *        A MARGEM CONSIGNAVEL.

               PERFORM 52A-APURAR-AVOS.

               COMPUTE WS-SALDO-SALARIO ROUNDED =
                   DSL-SALARIO * WS-DIAS-SALDO / 30.
               COMPUTE WS-13-PROPORCIONAL ROUNDED =
                   DSL-SALARIO * WS-AVOS-13 / 12.
               COMPUTE WS-FERIAS-PROP ROUNDED =
                   DSL-SALARIO * WS-AVOS-FERIAS / 12.
               COMPUTE WS-TERCO-FERIAS ROUNDED = WS-FERIAS-PROP / 3.

               COMPUTE WS-BRUTO =
                   WS-SALDO-SALARIO + WS-13-PROPORCIONAL.

               PERFORM 53-CALCULAR-INSS.
               PERFORM 53A-CALCULAR-DEPENDENTES.
               PERFORM 54-CALCULAR-IRRF.

               COMPUTE WS-CALC-LIQUIDO =
                   WS-SALDO-SALARIO + WS-13-PROPORCIONAL
                   + WS-FERIAS-PROP + WS-TERCO-FERIAS
                   - WS-INSS - WS-IRRF - WS-PENSAO - DSL-DECTOS.
               IF WS-CALC-LIQUIDO < ZEROS
                   MOVE ZEROS TO WS-CALC-LIQUIDO
               END-IF.

               PERFORM 55-CALCULAR-CONSIGNADO.

               SUBTRACT WS-CONSIGNADO FROM WS-CALC-LIQUIDO.
               MOVE WS-CALC-LIQUIDO TO WS-LIQUIDO.

               ADD 1 TO WS-QTD-RESCISOES.
           52-CALCULAR-VERBAS-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           52A-APURAR-AVOS.
      *----------------------------------------------------------------*

      *        PARTE DOS AVOS DO ANO CIVIL E CORRIGE PELA ADMISSAO:
      *        - 13o: ADMITIDO NO ANO DA COMPETENCIA CONTA DO MES DA
      *          ADMISSAO ATE O MES DA COMPETENCIA; O PRIMEIRO MES SO
      *          CONTA COM 15 DIAS OU MAIS (ADMISSAO ATE O DIA 16) E O
      *          ULTIMO SO COM DESLIGAMENTO DO DIA 15 EM DIANTE;
      *        - FERIAS: MESES COMPLETOS DESDE O ULTIMO ANIVERSARIO DA
      *          ADMISSAO, MAIS 1 AVO PELA FRACAO DE 15 DIAS OU MAIS;
      *        - SALDO: ADMITIDO NO PROPRIO MES CONTA DA ADMISSAO AO
      *          DESLIGAMENTO.
      *        FERIAS VENCIDAS (PERIODO COMPLETO NAO GOZADO) NAO SAO
      *        APURADAS AQUI.

               MOVE WS-DIAS-MES TO WS-DIAS-SALDO.
               MOVE WS-AVOS-ANO TO WS-AVOS-13.
               MOVE WS-AVOS-ANO TO WS-AVOS-FERIAS.
               SET ADMISSAO-DESCONHECIDA TO TRUE.
               MOVE ZEROS TO WS-ADM-NUM.

               IF CADPESSO-DISPONIVEL
                   MOVE DSL-CODFUN TO PES-CODFUN
                   READ CADPESSO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF PES-DATA-ADMISSAO NUMERIC
                                   AND PES-DATA-ADMISSAO > ZEROS
                               MOVE PES-DATA-ADMISSAO TO WS-ADM-NUM
                               SET ADMISSAO-CONHECIDA TO TRUE
                           END-IF
                   END-READ
               END-IF.

               IF ADMISSAO-DESCONHECIDA
                   ADD 1 TO WS-QTD-SEM-ADMISSAO
                   DISPLAY "AVISO: CODFUN " DSL-CODFUN
                           " SEM ADMISSAO NO CADPESSO - AVOS DO ANO"
                           " CIVIL"
               ELSE
                   IF WS-ADM-NUM GREATER THAN WS-COMP-NUM
                       ADD 1 TO WS-QTD-SEM-ADMISSAO
                       MOVE ZEROS TO WS-DIAS-SALDO
                       MOVE ZEROS TO WS-AVOS-13
                       MOVE ZEROS TO WS-AVOS-FERIAS
                       DISPLAY "AVISO: CODFUN " DSL-CODFUN
                               " ADMISSAO " WS-ADM-NUM
                               " POSTERIOR A COMPETENCIA - SEM AVOS"
                   ELSE
                       PERFORM 52B-AVOS-DESDE-ADMISSAO
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
           52A-APURAR-AVOS-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           52B-AVOS-DESDE-ADMISSAO.
      *----------------------------------------------------------------*

               IF WS-ADM-ANO EQUAL WS-COMP-ANO
                   IF WS-ADM-MES EQUAL WS-COMP-MES
                       COMPUTE WS-CALC-DIAS =
                           WS-COMP-DIA - WS-ADM-DIA + 1
                       IF WS-CALC-DIAS GREATER THAN 30
                           MOVE 30 TO WS-CALC-DIAS
                       END-IF
                       MOVE WS-CALC-DIAS TO WS-DIAS-SALDO
                       IF WS-CALC-DIAS NOT LESS THAN 15
                           MOVE 1 TO WS-AVOS-13
                       ELSE
                           MOVE ZEROS TO WS-AVOS-13
                       END-IF
                   ELSE
                       COMPUTE WS-CALC-MESES =
                           WS-COMP-MES - WS-ADM-MES + 1
                       IF WS-ADM-DIA GREATER THAN 16
                           SUBTRACT 1 FROM WS-CALC-MESES
                       END-IF
                       IF WS-COMP-DIA LESS THAN 15
                           SUBTRACT 1 FROM WS-CALC-MESES
                       END-IF
                       MOVE WS-CALC-MESES TO WS-AVOS-13
                   END-IF
               END-IF.

               COMPUTE WS-CALC-MESES =
                   (WS-COMP-ANO - WS-ADM-ANO) * 12
                   + WS-COMP-MES - WS-ADM-MES.
               IF WS-COMP-DIA NOT LESS THAN WS-ADM-DIA
                   COMPUTE WS-CALC-DIAS =
                       WS-COMP-DIA - WS-ADM-DIA + 1
               ELSE
                   SUBTRACT 1 FROM WS-CALC-MESES
                   COMPUTE WS-CALC-DIAS =
                       30 - WS-ADM-DIA + WS-COMP-DIA + 1
               END-IF.
               DIVIDE WS-CALC-MESES BY 12 GIVING WS-CALC-QUOC
                   REMAINDER WS-CALC-RESTO.
               MOVE WS-CALC-RESTO TO WS-AVOS-FERIAS.
               IF WS-CALC-DIAS NOT LESS THAN 15
                   ADD 1 TO WS-AVOS-FERIAS
               END-IF.
               IF WS-AVOS-FERIAS GREATER THAN 12
                   MOVE 12 TO WS-AVOS-FERIAS
               END-IF.

      *----------------------------------------------------------------*
           52B-AVOS-DESDE-ADMISSAO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           53-CALCULAR-INSS.
      *----------------------------------------------------------------*
           53-CALCULAR-INSS-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           53A-CALCULAR-DEPENDENTES.
      *----------------------------------------------------------------*

      *        PERCORRE OS DEPENDENTES DO DESLIGADO: CONTA OS
      *        DEPENDENTES DO IRRF E CALCULA A PENSAO DE CADA
      *        FAVORECIDO ('P' PERCENTUAL DO TRIBUTAVEL MENOS INSS,
      *        'V' VALOR FIXO MENSAL). A SOMA DAS PENSOES NAO
      *        ULTRAPASSA O TRIBUTAVEL MENOS O INSS.

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

      *----------------------------------------------------------------*
           53B-CALCULAR-UM-DEPENDENTE.
      *----------------------------------------------------------------*

               IF WS-DEP-CODFUN (WS-IDX-DEP) EQUAL DSL-CODFUN
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
                   MOVE WS-PENSAO-ITEM
                     TO WS-DEP-PENSAO-CALC (WS-IDX-DEP)
               END-IF.

      *----------------------------------------------------------------*
           53B-CALCULAR-UM-DEPENDENTE-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           54-CALCULAR-IRRF.
      *----------------------------------------------------------------*

      *        BASE DO IRRF E O TRIBUTAVEL MENOS O INSS, A DEDUCAO DOS
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

      *----------------------------------------------------------------*
           55-CALCULAR-CONSIGNADO.
      *----------------------------------------------------------------*

      *        MARGEM CONSIGNAVEL: 35% DAS VERBAS RESCISORIAS MENOS
      *        INSS, IRRF E PENSAO ALIMENTICIA, NUNCA ACIMA DO LIQUIDO
      *        QUE SOBRA DEPOIS DOS DEMAIS DESCONTOS. O SALDO DEVEDOR
      *        DE CADA CONTRATO E ABATIDO NA ORDEM DOS CONTRATOS ATE
      *        ESGOTAR A MARGEM; O QUE SOBRA FICA PARA O BANCO COBRAR
      *        DIRETAMENTE DO EX-FUNCIONARIO.

               MOVE ZEROS TO WS-CONSIGNADO WS-CONSIG-RESTANTE
                             WS-QTD-CONTRATOS.
               COMPUTE WS-MARGEM-CONSIG ROUNDED =
                   (WS-SALDO-SALARIO + WS-13-PROPORCIONAL
                   + WS-FERIAS-PROP + WS-TERCO-FERIAS
                   - WS-INSS - WS-IRRF - WS-PENSAO)
                   * WS-MARGEM-PERC / 100.
               IF WS-MARGEM-CONSIG > WS-CALC-LIQUIDO
                   MOVE WS-CALC-LIQUIDO TO WS-MARGEM-CONSIG
               END-IF.
               IF WS-MARGEM-CONSIG < ZEROS
                   MOVE ZEROS TO WS-MARGEM-CONSIG
               END-IF.

               PERFORM 55A-CALCULAR-UM-CONSIGNADO
                   VARYING WS-IDX-CSG FROM 1 BY 1
                   UNTIL WS-IDX-CSG GREATER THAN WS-CSG-QTD.

               IF WS-CONSIG-RESTANTE > 0
                   MOVE WS-CONSIG-RESTANTE TO WS-DISP-VALOR
                   DISPLAY "*** CONSIGNADO ACIMA DA MARGEM: CODFUN = "
                           DSL-CODFUN " SALDO NAO ABATIDO = "
                           WS-DISP-VALOR " ***"
               END-IF.

      *----------------------------------------------------------------*
           55-CALCULAR-CONSIGNADO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           55A-CALCULAR-UM-CONSIGNADO.
      *----------------------------------------------------------------*

               IF WS-CSG-CODFUN (WS-IDX-CSG) EQUAL DSL-CODFUN
                   ADD 1 TO WS-QTD-CONTRATOS
                   IF WS-CSG-SALDO (WS-IDX-CSG) > WS-MARGEM-CONSIG
                       MOVE WS-MARGEM-CONSIG
                         TO WS-CSG-ABATIDO (WS-IDX-CSG)
                   ELSE
                       MOVE WS-CSG-SALDO (WS-IDX-CSG)
                         TO WS-CSG-ABATIDO (WS-IDX-CSG)
                   END-IF
                   ADD WS-CSG-ABATIDO (WS-IDX-CSG) TO WS-CONSIGNADO
                   SUBTRACT WS-CSG-ABATIDO (WS-IDX-CSG)
                       FROM WS-MARGEM-CONSIG
                   COMPUTE WS-CONSIG-RESTANTE = WS-CONSIG-RESTANTE
                       + WS-CSG-SALDO (WS-IDX-CSG)
                       - WS-CSG-ABATIDO (WS-IDX-CSG)
               END-IF.

      *----------------------------------------------------------------*
           55A-CALCULAR-UM-CONSIGNADO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           56-GRAVAR-TERMO.
      *----------------------------------------------------------------*
               MOVE DSL-FUNCA   TO RSC-FUNCA.
               WRITE REG-RSC-IDENTIFICACAO.

               MOVE SPACES TO REG-RSC-AVOS.
               MOVE "ADMISSAO: " TO RSC-LIT-ADMISSAO.
               IF ADMISSAO-CONHECIDA
                   STRING WS-ADM-DIA "/" WS-ADM-MES "/" WS-ADM-ANO
                       DELIMITED BY SIZE INTO RSC-ADMISSAO
               ELSE
                   MOVE "NAO CONSTA" TO RSC-ADMISSAO
               END-IF.
               MOVE "DIAS SALDO: " TO RSC-LIT-DIAS.
               MOVE WS-DIAS-SALDO  TO RSC-DIAS-SALDO.
               MOVE "AVOS 13o: "   TO RSC-LIT-AVOS-13.
               MOVE WS-AVOS-13     TO RSC-AVOS-13.
               MOVE "AVOS FERIAS: " TO RSC-LIT-AVOS-FERIAS.
               MOVE WS-AVOS-FERIAS TO RSC-AVOS-FERIAS.
               WRITE REG-RSC-AVOS.

               MOVE SPACES TO REG-RSC-VALOR.
               MOVE "SALDO DE SALARIO" TO RSC-DESCRICAO.
               MOVE WS-SALDO-SALARIO   TO RSC-VALOR.
               MOVE WS-IRRF            TO RSC-VALOR.
               WRITE REG-RSC-VALOR.

               IF WS-PENSAO > 0
                   MOVE SPACES TO REG-RSC-VALOR
                   MOVE "PENSAO ALIMENTICIA" TO RSC-DESCRICAO
                   MOVE WS-PENSAO          TO RSC-VALOR
                   WRITE REG-RSC-VALOR
               END-IF.

               IF WS-CONSIGNADO > 0
                   MOVE SPACES TO REG-RSC-VALOR
                   MOVE "EMPRESTIMO CONSIGNADO" TO RSC-DESCRICAO
                   MOVE WS-CONSIGNADO      TO RSC-VALOR
                   WRITE REG-RSC-VALOR
               END-IF.

               MOVE SPACES TO REG-RSC-VALOR.
               MOVE "DESCONTOS PENDENTES" TO RSC-DESCRICAO.
               MOVE DSL-DECTOS         TO RSC-VALOR.
           58-GRAVAR-LIQPAGTO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           59-GRAVAR-PENSOES.
      *----------------------------------------------------------------*

      *        UM REGISTRO DE PENSOES A PAGAR POR FAVORECIDO DO
      *        DESLIGADO, GRAVADO ANTES DO LIQPAGTO (QUE MARCA A
      *        RESCISAO COMO PAGA). CODFUN COM PENSAO JA NO PENSAOPG
      *        (QUEDA ENTRE AS DUAS GRAVACOES) NAO E GRAVADO DE NOVO.

               SET PAGO-NAO-ACHADO TO TRUE.
               SET WS-IDX-PPG TO 1.
               IF WS-PPG-QTD GREATER THAN ZEROS
                   SEARCH WS-PPG-ITEM
                       AT END SET PAGO-NAO-ACHADO TO TRUE
                       WHEN WS-PPG-CODFUN (WS-IDX-PPG)
                               EQUAL DSL-CODFUN
                           SET PAGO-ACHADO TO TRUE
                   END-SEARCH
               END-IF.

               IF PAGO-ACHADO
                   DISPLAY "CODFUN " DSL-CODFUN " JA CONSTA NO"
                           " PENSAOPG - PENSOES NAO REGRAVADAS"
               ELSE
                   PERFORM 59A-GRAVAR-UMA-PENSAO
                       VARYING WS-IDX-DEP FROM 1 BY 1
                       UNTIL WS-IDX-DEP GREATER THAN WS-DEP-QTD
               END-IF.

      *----------------------------------------------------------------*
           59-GRAVAR-PENSOES-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           59A-GRAVAR-UMA-PENSAO.
      *----------------------------------------------------------------*

               IF WS-DEP-CODFUN (WS-IDX-DEP) EQUAL DSL-CODFUN
                       AND WS-DEP-PENSAO-CALC (WS-IDX-DEP)
                           GREATER THAN ZEROS
                   MOVE SPACES TO REG-PENSAOPG
                   MOVE DSL-CODFUN TO PEN-CODFUN
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
                   IF FS-PENSAOPG NOT EQUAL ZEROS
                       DISPLAY "ERRO AO GRAVAR PENSAOPG = " FS-PENSAOPG
                       MOVE 99 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-QTD-PENSOES
                   ADD WS-DEP-PENSAO-CALC (WS-IDX-DEP)
                       TO WS-TOTAL-PENSOES
               END-IF.

      *----------------------------------------------------------------*
           59A-GRAVAR-UMA-PENSAO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           59B-GRAVAR-CONSIGNADOS.
      *----------------------------------------------------------------*

      *        UM REGISTRO ('R') POR CONTRATO ATIVO DO DESLIGADO, MESMO
      *        SEM VALOR ABATIDO, PARA O REPASSE-CONSIGNADO ENCERRAR O
      *        CONTRATO. GRAVADO ANTES DO LIQPAGTO; CODFUN JA COM
      *        ABATIMENTO NO CONSGPG NAO E GRAVADO DE NOVO.

               SET PAGO-NAO-ACHADO TO TRUE.
               SET WS-IDX-CPP TO 1.
               IF WS-CPP-QTD GREATER THAN ZEROS
                   SEARCH WS-CPP-ITEM
                       AT END SET PAGO-NAO-ACHADO TO TRUE
                       WHEN WS-CPP-CODFUN (WS-IDX-CPP)
                               EQUAL DSL-CODFUN
                           SET PAGO-ACHADO TO TRUE
                   END-SEARCH
               END-IF.

               IF PAGO-ACHADO
                   DISPLAY "CODFUN " DSL-CODFUN " JA CONSTA NO"
                           " CONSGPG - CONSIGNADOS NAO REGRAVADOS"
               ELSE
                   PERFORM 59C-GRAVAR-UM-CONSIGNADO
                       VARYING WS-IDX-CSG FROM 1 BY 1
                       UNTIL WS-IDX-CSG GREATER THAN WS-CSG-QTD
                   ADD WS-CONSIG-RESTANTE TO WS-TOTAL-CONSIG-REST
               END-IF.

      *----------------------------------------------------------------*
           59B-GRAVAR-CONSIGNADOS-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           59C-GRAVAR-UM-CONSIGNADO.
      *----------------------------------------------------------------*

               IF WS-CSG-CODFUN (WS-IDX-CSG) EQUAL DSL-CODFUN
                   MOVE SPACES TO REG-CONSGPG
                   MOVE DSL-CODFUN     TO CPG-CODFUN
                   MOVE WS-CSG-CONTRATO (WS-IDX-CSG) TO CPG-CONTRATO
                   MOVE WS-CSG-BANCO (WS-IDX-CSG)    TO CPG-BANCO
                   MOVE WS-COMP-ANOMES TO CPG-COMPETENCIA
                   MOVE DSL-NOME       TO CPG-NOME
                   MOVE WS-CSG-PARCELA (WS-IDX-CSG)  TO CPG-PARCELA
                   MOVE WS-CSG-ABATIDO (WS-IDX-CSG)  TO CPG-VALOR
                   MOVE 'R'            TO CPG-SITUACAO
                   WRITE REG-CONSGPG
                   IF FS-CONSGPG NOT EQUAL ZEROS
                       DISPLAY "ERRO AO GRAVAR CONSGPG = " FS-CONSGPG
                       MOVE 99 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-QTD-CONSIG-RESC
                   ADD WS-CSG-ABATIDO (WS-IDX-CSG)
                       TO WS-TOTAL-CONSIG-RESC
               END-IF.

      *----------------------------------------------------------------*
           59C-GRAVAR-UM-CONSIGNADO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           59D-GRAVAR-VERBAS.
      *----------------------------------------------------------------*

      *        UM REGISTRO DE VERBAS POR RESCISAO APURADA, GRAVADO
      *        ANTES DO LIQPAGTO; CODFUN JA LANCADO NA COMPETENCIA
      *        (QUEDA ENTRE AS DUAS GRAVACOES) NAO E GRAVADO DE NOVO.

               SET PAGO-NAO-ACHADO TO TRUE.
               SET WS-IDX-VGR TO 1.
               IF WS-VGR-QTD GREATER THAN ZEROS
                   SEARCH WS-VGR-ITEM
                       AT END SET PAGO-NAO-ACHADO TO TRUE
                       WHEN WS-VGR-CODFUN (WS-IDX-VGR)
                               EQUAL DSL-CODFUN
                           SET PAGO-ACHADO TO TRUE
                   END-SEARCH
               END-IF.

               IF PAGO-ACHADO
                   DISPLAY "CODFUN " DSL-CODFUN " JA CONSTA NO"
                           " VERBRESC - VERBAS NAO REGRAVADAS"
               ELSE
                   MOVE SPACES TO REG-VERBRESC
                   MOVE WS-COMP-ANOMES     TO VRS-COMPETENCIA
                   MOVE DSL-CODFUN         TO VRS-CODFUN
                   MOVE DSL-NOME           TO VRS-NOME
                   MOVE DSL-FUNCA          TO VRS-FUNCA
                   MOVE WS-SALDO-SALARIO   TO VRS-SALDO-SALARIO
                   MOVE WS-13-PROPORCIONAL TO VRS-13-PROPORCIONAL
                   MOVE WS-FERIAS-PROP     TO VRS-FERIAS-PROP
                   MOVE WS-TERCO-FERIAS    TO VRS-TERCO-FERIAS
                   MOVE WS-INSS            TO VRS-INSS
                   MOVE WS-IRRF            TO VRS-IRRF
                   MOVE WS-PENSAO          TO VRS-PENSAO
                   MOVE WS-CONSIGNADO      TO VRS-CONSIGNADO
                   MOVE DSL-DECTOS         TO VRS-OUTROS-DESC
                   MOVE WS-LIQUIDO         TO VRS-LIQUIDO
                   WRITE REG-VERBRESC
                   IF FS-VERBRESC NOT EQUAL ZEROS
                       DISPLAY "ERRO AO GRAVAR VERBRESC = " FS-VERBRESC
                       MOVE 99 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
           59D-GRAVAR-VERBAS-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *                            FINALIZACAO                         *
      *----------------------------------------------------------------*
                   DISPLAY "JA CONSTAVAM NO LIQPAGTO (PULADOS) = "
                           WS-QTD-JA-PAGOS
               END-IF.
               IF WS-QTD-PENSOES NOT EQUAL ZEROS
                   MOVE WS-TOTAL-PENSOES TO WS-DISP-VALOR
                   DISPLAY "PENSOES ALIMENTICIAS = " WS-QTD-PENSOES
                           " TOTAL = " WS-DISP-VALOR
               END-IF.
               IF WS-QTD-CONSIG-RESC NOT EQUAL ZEROS
                   MOVE WS-TOTAL-CONSIG-RESC TO WS-DISP-VALOR
                   DISPLAY "CONTRATOS CONSIGNADOS = " WS-QTD-CONSIG-RESC
                           " TOTAL ABATIDO = " WS-DISP-VALOR
                   MOVE WS-TOTAL-CONSIG-REST TO WS-DISP-VALOR
                   DISPLAY "SALDO CONSIGNADO NAO ABATIDO = "
                           WS-DISP-VALOR
               END-IF.
               IF WS-QTD-SEM-ADMISSAO NOT EQUAL ZEROS
                   DISPLAY "AVISO: RESCISOES SEM ADMISSAO VALIDA NO"
                           " CADPESSO = " WS-QTD-SEM-ADMISSAO
                   IF RETURN-CODE LESS THAN 04
                       MOVE 04 TO RETURN-CODE
                   END-IF
               END-IF.
               DISPLAY "-----------------------------------------".

               IF NOT SEM-DESLIGADOS
                   END-IF
               END-IF.

               CLOSE RESCISAO LIQPAGTO PENSAOPG CONSGPG VERBRESC.

               IF CADPESSO-DISPONIVEL
                   CLOSE CADPESSO
               END-IF.

               IF FS-RESCISAO NOT EQUAL ZEROS
                       AND FS-RESCISAO NOT EQUAL 10
                   DISPLAY "ERRO AO FECHAR LIQPAGTO = " FS-LIQPAGTO
                   MOVE 99 TO RETURN-CODE.

               IF FS-PENSAOPG NOT EQUAL ZEROS
                       AND FS-PENSAOPG NOT EQUAL 10
                   DISPLAY "ERRO AO FECHAR PENSAOPG = " FS-PENSAOPG
                   MOVE 99 TO RETURN-CODE.

               IF FS-CONSGPG NOT EQUAL ZEROS
                       AND FS-CONSGPG NOT EQUAL 10
                   DISPLAY "ERRO AO FECHAR CONSGPG = " FS-CONSGPG
                   MOVE 99 TO RETURN-CODE.

               IF FS-VERBRESC NOT EQUAL ZEROS
                       AND FS-VERBRESC NOT EQUAL 10
                   DISPLAY "ERRO AO FECHAR VERBRESC = " FS-VERBRESC
                   MOVE 99 TO RETURN-CODE.

           60-FIM.     EXIT.

       END PROGRAM CALCULA-RESCISAO.
