      *          relatorio CONCILIA e deixa RETURN-CODE 08, segurando
      *          a remessa antes da transmissao (o orquestrador para
      *          a corrente em retorno diferente de 00/04).
      *          As pensoes alimenticias do PENSAOPG com conta do
      *          favorecido tambem sao creditadas na remessa e entram
      *          na quantidade e no valor esperados do trailer; as sem
      *          conta saem listadas como os pulados por CADBANCO.
      *          Os caminhos saem do DIRETORIO do SYSPARM (caminho do
      *          SYSPARM opcional na linha de comando). As folhas
      *          complementares da competencia do SYSPARM (REMCOMPLn
      *          com TIPO-FOLHA COMPLn e a competencia no header) sao
      *          conciliadas em seguida: trailer contra os detalhes,
      *          cada credito do LIQCOMPLn contra a remessa, CODFUN
      *          contra o CADFUNCN/DESLIGADOS e pensoes do PENSCOMPLn
      *          contra os creditos de pensao. Liquido complementar
      *          sem credito na remessa so e pulado se o CODFUN nao
      *          tem CADBANCO; com dados bancarios e quebra. O
      *          relatorio traz os totais de cada complementar e o
      *          liquido e as pensoes corrigidos do ciclo (normal +
      *          complementares).
      * Tectonics: cobc
      ******************************************************************


           FILE-CONTROL.

              SELECT CADFUNCN ASSIGN TO DYNAMIC WS-ARQ-CADFUNCN
              FILE STATUS IS FS-CADFUNCN
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT LIQPAGTO ASSIGN TO DYNAMIC WS-ARQ-LIQPAGTO
              FILE STATUS IS FS-LIQPAGTO
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT CADBANCO ASSIGN TO DYNAMIC WS-ARQ-CADBANCO
              FILE STATUS IS FS-CADBANCO
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT REMESSA ASSIGN TO DYNAMIC WS-ARQ-REMESSA
              FILE STATUS IS FS-REMESSA
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT HISTEXEC ASSIGN TO DYNAMIC WS-ARQ-HISTEXEC
              FILE STATUS IS FS-HISTEXEC
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT DESLIGADOS ASSIGN TO DYNAMIC WS-ARQ-DESLIG
              FILE STATUS IS FS-DESLIGADOS
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT PENSAOPG ASSIGN TO DYNAMIC WS-ARQ-PENSAOPG
              FILE STATUS IS FS-PENSAOPG
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT CONCILIA ASSIGN TO DYNAMIC WS-ARQ-CONCILIA
              FILE STATUS IS FS-CONCILIA
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT REMCOMPL ASSIGN TO DYNAMIC WS-ARQ-REMCOMPL
              FILE STATUS IS FS-REMCOMPL
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT LIQCOMPL ASSIGN TO DYNAMIC WS-ARQ-LIQCOMPL
              FILE STATUS IS FS-LIQCOMPL
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT PENSCOMPL ASSIGN TO DYNAMIC WS-ARQ-PENSCOMPL
              FILE STATUS IS FS-PENSCOMPL
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT SYSPARM ASSIGN TO DYNAMIC WS-ARQ-SYSPARM
              FILE STATUS IS FS-SYSPARM
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT CLASSIFICA ASSIGN TO "SORTWK01".

      *================================================================*
           05 DSL-CODFUN           PIC 9(04).
           05 FILLER               PIC X(76).

      *----------------------------------------------------------------*
      *        PENSOES ALIMENTICIAS DO CICLO: CADA UMA COM CONTA DO    *
      *        FAVORECIDO E UM CREDITO A MAIS NA REMESSA               *
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
      *        REMESSA DA FOLHA COMPLEMENTAR N (GERA-REMESSA COM       *
      *        TIPO-FOLHA COMPLn): HEADER COM TIPO E COMPETENCIA,      *
      *        DETALHES 'F' LIQUIDO / 'P' PENSAO E TRAILER             *
      *----------------------------------------------------------------*

           FD  REMCOMPL
               BLOCK CONTAINS 0 RECORDS
               RECORD CONTAINS 80 CHARACTERS
               LABEL RECORD IS STANDARD
               RECORDING MODE IS F.

       01  REG-REMCOMPL.
           05 RMC-TIPO             PIC X(01).
           05 FILLER               PIC X(79).

       01  REG-RMC-HEADER REDEFINES REG-REMCOMPL.
           05 FILLER               PIC X(39).
           05 RMC-TIPO-FOLHA       PIC X(06).
           05 RMC-COMPETENCIA      PIC X(06).
           05 FILLER               PIC X(29).

       01  REG-RMC-DETALHE REDEFINES REG-REMCOMPL.
           05 FILLER               PIC X(20).
           05 RMC-CODFUN           PIC 9(04).
           05 RMC-NOME             PIC X(30).
           05 RMC-VALOR            PIC 9(11)V99.
           05 FILLER               PIC X(02).
           05 RMC-TIPO-CREDITO     PIC X(01).
               88 RMC-CREDITO-PENSAO           VALUE 'P'.
           05 FILLER               PIC X(10).

       01  REG-RMC-TRAILER REDEFINES REG-REMCOMPL.
           05 FILLER               PIC X(01).
           05 RMC-QTD-CREDITOS     PIC 9(06).
           05 RMC-VALOR-TOTAL      PIC 9(13)V99.
           05 FILLER               PIC X(58).

      *----------------------------------------------------------------*
      *        LIQUIDOS E PENSOES DA FOLHA COMPLEMENTAR N (LAYOUTS DO  *
      *        LIQPAGTO E DO PENSAOPG)                                 *
      *----------------------------------------------------------------*

           FD  LIQCOMPL
               BLOCK CONTAINS 0 RECORDS
               RECORD CONTAINS 50 CHARACTERS
               LABEL RECORD IS STANDARD
               RECORDING MODE IS F.

       01  REG-LIQCOMPL.
           05 LQC-CODFUN           PIC 9(04).
           05 LQC-NOME             PIC X(35).
           05 LQC-VALOR            PIC 9(07)V99.
           05 FILLER               PIC X(02).

           FD  PENSCOMPL
               BLOCK CONTAINS 0 RECORDS
               RECORD CONTAINS 80 CHARACTERS
               LABEL RECORD IS STANDARD
               RECORDING MODE IS F.

       01  REG-PENSCOMPL.
           05 PNC-CODFUN           PIC 9(04).
           05 PNC-SEQ              PIC 9(02).
           05 PNC-FAVORECIDO       PIC X(30).
           05 PNC-BANCO            PIC 9(03).
           05 PNC-AGENCIA          PIC 9(04).
           05 PNC-AGENCIA-DV       PIC X(01).
           05 PNC-CONTA            PIC 9(10).
           05 PNC-CONTA-DV         PIC X(01).
           05 PNC-VALOR            PIC 9(07)V99.
           05 FILLER               PIC X(16).

           FD  SYSPARM
               BLOCK CONTAINS 0 RECORDS
               RECORD CONTAINS 80 CHARACTERS
               LABEL RECORD IS STANDARD
               RECORDING MODE IS F.

       01  REG-SYSPARM.
           05 PRM-CHAVE            PIC X(18).
           05 PRM-VALOR            PIC X(62).

      *----------------------------------------------------------------*
      *                 RELATORIO DE CONCILIACAO DO CICLO              *
      *----------------------------------------------------------------*
       77  FS-HISTEXEC         PIC 9(02)   VALUE ZEROS.
       77  FS-DESLIGADOS       PIC 9(02)   VALUE ZEROS.
       77  FS-CONCILIA         PIC 9(02)   VALUE ZEROS.
       77  FS-PENSAOPG         PIC 9(02)   VALUE ZEROS.
       77  FS-REMCOMPL         PIC 9(02)   VALUE ZEROS.
       77  FS-LIQCOMPL         PIC 9(02)   VALUE ZEROS.
       77  FS-PENSCOMPL        PIC 9(02)   VALUE ZEROS.
       77  FS-SYSPARM          PIC 9(02)   VALUE ZEROS.

      *------- parametros do sistema (SYSPARM) e caminhos montados ----*
       77  WS-ARQ-SYSPARM      PIC X(80)
                               VALUE "C:\FILES\SYSPARM.dat".
       77  WS-DIRETORIO        PIC X(40)   VALUE "C:\FILES\".
       77  WS-ARQ-CADFUNCN     PIC X(80)   VALUE SPACES.
       77  WS-ARQ-LIQPAGTO     PIC X(80)   VALUE SPACES.
       77  WS-ARQ-CADBANCO     PIC X(80)   VALUE SPACES.
       77  WS-ARQ-REMESSA      PIC X(80)   VALUE SPACES.
       77  WS-ARQ-HISTEXEC     PIC X(80)   VALUE SPACES.
       77  WS-ARQ-DESLIG       PIC X(80)   VALUE SPACES.
       77  WS-ARQ-PENSAOPG     PIC X(80)   VALUE SPACES.
       77  WS-ARQ-CONCILIA     PIC X(80)   VALUE SPACES.
       77  WS-ARQ-REMCOMPL     PIC X(80)   VALUE SPACES.
       77  WS-ARQ-LIQCOMPL     PIC X(80)   VALUE SPACES.
       77  WS-ARQ-PENSCOMPL    PIC X(80)   VALUE SPACES.
       77  WS-NOME-REMCOMPL    PIC X(16)   VALUE SPACES.
       77  WS-NOME-LIQCOMPL    PIC X(16)   VALUE SPACES.
       77  WS-NOME-PENSCOMPL   PIC X(16)   VALUE SPACES.

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
       77  WS-TIPO-FOLHA       PIC X(06)   VALUE "MENSAL".
           88 TIPO-FOLHA-VALIDO            VALUE "MENSAL" "13SAL1"
                                                 "13SAL2" "FERIAS"
                                                 "COMPL1" THRU "COMPL9".

      *------- CODFUNS do CADFUNCN (conferencia das complementares) ---*
       01  WS-TABELA-CAD.
           05 WS-CAD-QTD       PIC 9(04)   VALUE ZEROS.
           05 WS-CAD-ITEM OCCURS 9999 TIMES
                   INDEXED BY WS-IDX-CAD.
               10 WS-CAD-CODFUN    PIC 9(04).

       77  WS-CAD-MAX          PIC 9(04)   VALUE 9999.
       77  WS-CAD-ACHOU        PIC X(01)   VALUE 'N'.
           88 CAD-ACHADO                   VALUE 'S'.
           88 CAD-NAO-ACHADO               VALUE 'N'.

      *------- CODFUNS do CADBANCO (conferencia das complementares) ---*
       01  WS-TABELA-BCO.
           05 WS-BCO-QTD       PIC 9(04)   VALUE ZEROS.
           05 WS-BCO-ITEM OCCURS 9999 TIMES
                   INDEXED BY WS-IDX-BCO.
               10 WS-BCO-CODFUN    PIC 9(04).

       77  WS-BCO-MAX          PIC 9(04)   VALUE 9999.
       77  WS-BCO-ACHOU        PIC X(01)   VALUE 'N'.
           88 BCO-ACHADO                   VALUE 'S'.
           88 BCO-NAO-ACHADO               VALUE 'N'.

      *------- creditos de liquido da remessa complementar corrente ---*
       01  WS-TABELA-RMC.
           05 WS-RMC-QTD       PIC 9(04)   VALUE ZEROS.
           05 WS-RMC-ITEM OCCURS 999 TIMES
                   INDEXED BY WS-IDX-RMC.
               10 WS-RMC-CODFUN    PIC 9(04).
               10 WS-RMC-VALOR     PIC 9(11)V99.
               10 WS-RMC-BAIXADO   PIC X(01).

       77  WS-RMC-MAX          PIC 9(04)   VALUE 999.
       77  WS-RMC-ACHOU        PIC X(01)   VALUE 'N'.
           88 RMC-ACHADO                   VALUE 'S'.
           88 RMC-NAO-ACHADO               VALUE 'N'.

      *------- complementar corrente (REMCOMPLn, n = WS-CPL-NUM) ------*
       77  WS-CPL-NUM          PIC 9(02)   VALUE ZEROS.
       77  WS-CPL-TIPO-ESPERADO PIC X(06)  VALUE SPACES.
       77  WS-CPL-TIPO-FOLHA   PIC X(06)   VALUE SPACES.
       77  WS-CPL-COMPETENCIA  PIC X(06)   VALUE SPACES.
       77  WS-CPL-TEM-TRAILER  PIC X(01)   VALUE 'N'.
           88 CPL-TEM-TRAILER              VALUE 'S'.
       77  WS-CPL-RMT-QTD      PIC 9(06)   VALUE ZEROS.
       77  WS-CPL-RMT-VALOR    PIC 9(13)V99 VALUE ZEROS.
       77  WS-CPL-QTD-F        PIC 9(07)   VALUE ZEROS.
       77  WS-CPL-SOMA-F       PIC 9(13)V99 VALUE ZEROS.
       77  WS-CPL-QTD-P        PIC 9(07)   VALUE ZEROS.
       77  WS-CPL-SOMA-P       PIC 9(13)V99 VALUE ZEROS.
       77  WS-CPL-QTD-LIQ      PIC 9(07)   VALUE ZEROS.
       77  WS-CPL-SOMA-LIQ     PIC 9(13)V99 VALUE ZEROS.
       77  WS-CPL-QTD-PEN      PIC 9(07)   VALUE ZEROS.
       77  WS-CPL-SOMA-PEN     PIC 9(13)V99 VALUE ZEROS.
       77  WS-CPL-QTD-SEM-BANCO PIC 9(07)  VALUE ZEROS.

      *------- totais das complementares da competencia ---------------*
       77  WS-QTD-COMPLEMENTARES PIC 9(02) VALUE ZEROS.
       77  WS-SOMA-LIQ-COMPL   PIC 9(13)V99 VALUE ZEROS.
       77  WS-SOMA-PEN-COMPL   PIC 9(13)V99 VALUE ZEROS.
       77  WS-SOMA-CORRIGIDA   PIC 9(13)V99 VALUE ZEROS.

      *------- desligados do ciclo (rescisoes legitimas no LIQPAGTO) --*
       01  WS-TABELA-DESLIG.
       77  WS-SOMA-LIQ         PIC 9(13)V99 VALUE ZEROS.
       77  WS-SOMA-COM-BANCO   PIC 9(13)V99 VALUE ZEROS.
       77  WS-QTD-QUEBRAS      PIC 9(04)   VALUE ZEROS.
       77  WS-QTD-PEN-BANCO    PIC 9(07)   VALUE ZEROS.
       77  WS-SOMA-PEN-BANCO   PIC 9(13)V99 VALUE ZEROS.
       77  WS-QTD-PEN-SEM-BANCO PIC 9(07)  VALUE ZEROS.
       77  WS-QTD-ESPERADA     PIC 9(07)   VALUE ZEROS.
       77  WS-SOMA-ESPERADA    PIC 9(13)V99 VALUE ZEROS.

      *------- trailer da remessa e controle do HISTEXEC --------------*
       77  WS-RMT-QTD          PIC 9(06)   VALUE ZEROS.
      *================================================================*

           MAIN-PROCEDURE.
             PERFORM 02-ACEITAR-PARAMETRO-EXECUCAO.
             PERFORM 03-LER-SYSPARM.
             PERFORM 04-MONTAR-CAMINHOS.
             PERFORM 10-ABRIR-ARQUIVOS.
             PERFORM 12-LER-TRAILER-REMESSA.
             PERFORM 13-LER-HISTEXEC.
             PERFORM 14-CARREGAR-DESLIGADOS.
             PERFORM 15-IMPRIMIR-CABECALHO.
             PERFORM 16-SOMAR-PENSOES.
             SORT CLASSIFICA ON ASCENDING KEY SRT-CODFUN
                 USING LIQPAGTO
                 OUTPUT PROCEDURE IS 50-BALANCEAR.
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
      *        ERRO: ASSUME OS PADROES (DIRETORIO C:\FILES\ E
      *        COMPETENCIA = DATA DO SISTEMA).

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
               COMPUTE WS-COMP-ANOMES = WS-COMP-ANO * 100 + WS-COMP-MES.

               DISPLAY "PARAMETROS DO SISTEMA:".
               DISPLAY "  SYSPARM           = " WS-ARQ-SYSPARM.
               DISPLAY "  DIRETORIO         = " WS-DIRETORIO.
               DISPLAY "  DATA-COMPETENCIA  = " WS-COMP-NUM.

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

      *        O TIPO DA FOLHA SO E CRITICADO: A CONCILIACAO E SEMPRE A
      *        DO CICLO, SEGUIDA DAS COMPLEMENTARES DA COMPETENCIA.
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
                           DISPLAY "USAR MENSAL, 13SAL1, 13SAL2, FERIAS"
                                   " OU COMPL1 A COMPL9"
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

               MOVE SPACES TO WS-ARQ-CADFUNCN.
               STRING WS-DIRETORIO DELIMITED BY SPACE
                      "CADFUNCN.dat" DELIMITED BY SIZE
                   INTO WS-ARQ-CADFUNCN.
               MOVE SPACES TO WS-ARQ-LIQPAGTO.
               STRING WS-DIRETORIO DELIMITED BY SPACE
                      "LIQPAGTO.dat" DELIMITED BY SIZE
                   INTO WS-ARQ-LIQPAGTO.
               MOVE SPACES TO WS-ARQ-CADBANCO.
               STRING WS-DIRETORIO DELIMITED BY SPACE
                      "CADBANCO.dat" DELIMITED BY SIZE
                   INTO WS-ARQ-CADBANCO.
               MOVE SPACES TO WS-ARQ-REMESSA.
               STRING WS-DIRETORIO DELIMITED BY SPACE
                      "REMESSA.dat" DELIMITED BY SIZE
                   INTO WS-ARQ-REMESSA.
               MOVE SPACES TO WS-ARQ-HISTEXEC.
               STRING WS-DIRETORIO DELIMITED BY SPACE
                      "HISTEXEC.dat" DELIMITED BY SIZE
                   INTO WS-ARQ-HISTEXEC.
               MOVE SPACES TO WS-ARQ-DESLIG.
               STRING WS-DIRETORIO DELIMITED BY SPACE
                      "DESLIGADOS.dat" DELIMITED BY SIZE
                   INTO WS-ARQ-DESLIG.
               MOVE SPACES TO WS-ARQ-PENSAOPG.
               STRING WS-DIRETORIO DELIMITED BY SPACE
                      "PENSAOPG.dat" DELIMITED BY SIZE
                   INTO WS-ARQ-PENSAOPG.
               MOVE SPACES TO WS-ARQ-CONCILIA.
               STRING WS-DIRETORIO DELIMITED BY SPACE
                      "CONCILIA.dat" DELIMITED BY SIZE
                   INTO WS-ARQ-CONCILIA.

      *----------------------------------------------------------------*
           04-MONTAR-CAMINHOS-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           10-ABRIR-ARQUIVOS.
      *----------------------------------------------------------------*
                   MOVE 99 TO RETURN-CODE
                   STOP RUN.

      *----------------------------------------------------------------*
           10-ABRIR-ARQUIVOS-FIM.  EXIT.
      *----------------------------------------------------------------*
           15-IMPRIMIR-CABECALHO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           16-SOMAR-PENSOES.
      *----------------------------------------------------------------*

      *        PENSAOPG AUSENTE NAO E ERRO: CICLO SEM PENSOES. O
      *        CRITERIO DE CONTA VALIDA E O MESMO DA GERA-REMESSA.

               OPEN INPUT PENSAOPG.
               IF FS-PENSAOPG EQUAL 35
                   CONTINUE
               ELSE
                   IF FS-PENSAOPG NOT EQUAL ZEROS
                       DISPLAY "ERRO AO ABRIR PENSAOPG = "
                               FS-PENSAOPG
                       MOVE 99 TO RETURN-CODE
                       STOP RUN
                   ELSE
                       SET NAO-FIM-ARQUIVO TO TRUE
                       PERFORM 16A-LER-UMA-PENSAO UNTIL FIM-ARQUIVO
                       CLOSE PENSAOPG
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
           16-SOMAR-PENSOES-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           16A-LER-UMA-PENSAO.
      *----------------------------------------------------------------*

               READ PENSAOPG.
               IF FS-PENSAOPG EQUAL 10
                   SET FIM-ARQUIVO TO TRUE
               ELSE
                   IF FS-PENSAOPG NOT EQUAL ZEROS
                       DISPLAY "ERRO AO LER PENSAOPG = " FS-PENSAOPG
                       MOVE 99 TO RETURN-CODE
                       STOP RUN
                   ELSE
                       IF PEN-BANCO NOT NUMERIC
                         OR PEN-BANCO EQUAL ZEROS
                         OR PEN-AGENCIA NOT NUMERIC
                         OR PEN-CONTA NOT NUMERIC
                           ADD 1 TO WS-QTD-PEN-SEM-BANCO
                           MOVE SPACES TO REG-CON-OCORRENCIA
                           MOVE PEN-CODFUN     TO OCO-CODFUN
                           MOVE PEN-FAVORECIDO TO OCO-NOME
                           MOVE "PENSAO PULADA - FAVORECIDO SEM CONTA"
                             TO OCO-TEXTO
                           WRITE REG-CON-OCORRENCIA
                       ELSE
                           ADD 1 TO WS-QTD-PEN-BANCO
                           ADD PEN-VALOR TO WS-SOMA-PEN-BANCO
                       END-IF
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
           16A-LER-UMA-PENSAO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           20-LER-CADFUNCN.
      *----------------------------------------------------------------*
                   ELSE
                       ADD 1 TO WS-QTD-CADFUNCN
                       MOVE CODFUN-N TO WS-CODFUN-CAD
                       PERFORM 20A-GUARDAR-CODFUN
                   END-IF
               END-IF.

           20-LER-CADFUNCN-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           20A-GUARDAR-CODFUN.
      *----------------------------------------------------------------*

      *        OS CODFUNS DO CADFUNCN FICAM EM TABELA PARA A CONFERENCIA
      *        DOS LIQUIDOS DAS COMPLEMENTARES, LIDOS DEPOIS DO CICLO.

               IF WS-CAD-QTD NOT LESS THAN WS-CAD-MAX
                   DISPLAY "ERRO: MAIS DE " WS-CAD-MAX
                           " REGISTROS EM CADFUNCN"
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
               END-IF.
               ADD 1 TO WS-CAD-QTD.
               SET WS-IDX-CAD TO WS-CAD-QTD.
               MOVE CODFUN-N TO WS-CAD-CODFUN (WS-IDX-CAD).

      *----------------------------------------------------------------*
           20A-GUARDAR-CODFUN-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           30-LER-LIQUIDO.
      *----------------------------------------------------------------*
           400-LISTAR-SEM-CADASTRO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           500-CONCILIAR-COMPLEMENTARES.
      *----------------------------------------------------------------*

      *        FOLHAS COMPLEMENTARES DA COMPETENCIA (COMPL1 A COMPL9):
      *        CADA REMCOMPLn PRESENTE E DESTA COMPETENCIA E CONCILIADA
      *        COM SEU LIQCOMPLn E PENSCOMPLn; OS LIQUIDOS E PENSOES
      *        PAGOS A MAIS CORRIGEM OS TOTAIS DO CICLO.
      *        O CADBANCO, JA PERCORRIDO NO BALANCEAMENTO, E RELIDO DO
      *        INICIO PARA A TABELA DE CODFUNS COM DADOS BANCARIOS.

               CLOSE CADBANCO.
               OPEN INPUT CADBANCO.
               IF FS-CADBANCO NOT EQUAL ZEROS
                   DISPLAY "--------------------------------"
                   DISPLAY "ERRO AO REABRIR O ARQUIVO CADBANCO"
                   DISPLAY "FILE STATUS = " FS-CADBANCO
                   DISPLAY "--------------------------------"
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
               END-IF.
               MOVE ZEROS TO WS-BCO-QTD.
               SET NAO-FIM-CADBANCO TO TRUE.
               PERFORM 502-GUARDAR-UM-CADBANCO UNTIL FIM-CADBANCO.

               PERFORM 510-CONCILIAR-UMA-COMPLEMENTAR
                   VARYING WS-CPL-NUM FROM 1 BY 1
                   UNTIL WS-CPL-NUM GREATER THAN 9.

               IF WS-QTD-COMPLEMENTARES NOT EQUAL ZEROS
                   MOVE SPACES TO REG-CON-TOTAIS
                   MOVE "COMPLEMENTARES DA COMPETENCIA" TO CTO-LIT
                   MOVE WS-QTD-COMPLEMENTARES TO CTO-VALOR
                   WRITE REG-CON-TOTAIS

                   MOVE SPACES TO REG-CON-TOTAIS
                   MOVE "SOMA DOS LIQUIDOS COMPLEMENTARES" TO CTO-LIT
                   MOVE WS-SOMA-LIQ-COMPL TO CTO-VALOR
                   WRITE REG-CON-TOTAIS

                   COMPUTE WS-SOMA-CORRIGIDA =
                       WS-SOMA-LIQ + WS-SOMA-LIQ-COMPL
                   MOVE SPACES TO REG-CON-TOTAIS
                   MOVE "LIQUIDO CORRIGIDO DO CICLO" TO CTO-LIT
                   MOVE WS-SOMA-CORRIGIDA TO CTO-VALOR
                   WRITE REG-CON-TOTAIS

                   MOVE SPACES TO REG-CON-TOTAIS
                   MOVE "SOMA DAS PENSOES COMPLEMENTARES COM CONTA"
                        TO CTO-LIT
                   MOVE WS-SOMA-PEN-COMPL TO CTO-VALOR
                   WRITE REG-CON-TOTAIS

                   COMPUTE WS-SOMA-CORRIGIDA =
                       WS-SOMA-PEN-BANCO + WS-SOMA-PEN-COMPL
                   MOVE SPACES TO REG-CON-TOTAIS
                   MOVE "PENSOES COM CONTA CORRIGIDAS DO CICLO"
                        TO CTO-LIT
                   MOVE WS-SOMA-CORRIGIDA TO CTO-VALOR
                   WRITE REG-CON-TOTAIS
               END-IF.

      *----------------------------------------------------------------*
           500-CONCILIAR-COMPLEMENTARES-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           502-GUARDAR-UM-CADBANCO.
      *----------------------------------------------------------------*

               PERFORM 32-LER-CADBANCO.
               IF NOT FIM-CADBANCO
                   IF WS-BCO-QTD NOT LESS THAN WS-BCO-MAX
                       DISPLAY "ERRO: MAIS DE " WS-BCO-MAX
                               " REGISTROS EM CADBANCO"
                       MOVE 99 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-BCO-QTD
                   SET WS-IDX-BCO TO WS-BCO-QTD
                   MOVE BCO-CODFUN TO WS-BCO-CODFUN (WS-IDX-BCO)
               END-IF.

      *----------------------------------------------------------------*
           502-GUARDAR-UM-CADBANCO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           510-CONCILIAR-UMA-COMPLEMENTAR.
      *----------------------------------------------------------------*

      *        REMCOMPLn AUSENTE: NAO HOUVE A COMPLEMENTAR N. REMESSA
      *        DE OUTRA COMPETENCIA (ARQUIVO DE MES ANTERIOR) FICA
      *        FORA DESTA CONCILIACAO.

               MOVE SPACES TO WS-CPL-TIPO-ESPERADO WS-NOME-REMCOMPL
                              WS-NOME-LIQCOMPL WS-NOME-PENSCOMPL.
               STRING "COMPL" WS-CPL-NUM (2:1)
                   DELIMITED BY SIZE INTO WS-CPL-TIPO-ESPERADO.
               STRING "REMCOMPL" WS-CPL-NUM (2:1) ".dat"
                   DELIMITED BY SIZE INTO WS-NOME-REMCOMPL.
               STRING "LIQCOMPL" WS-CPL-NUM (2:1) ".dat"
                   DELIMITED BY SIZE INTO WS-NOME-LIQCOMPL.
               STRING "PENSCOMPL" WS-CPL-NUM (2:1) ".dat"
                   DELIMITED BY SIZE INTO WS-NOME-PENSCOMPL.

               MOVE SPACES TO WS-ARQ-REMCOMPL.
               STRING WS-DIRETORIO DELIMITED BY SPACE
                      WS-NOME-REMCOMPL DELIMITED BY SPACE
                   INTO WS-ARQ-REMCOMPL.
               MOVE SPACES TO WS-ARQ-LIQCOMPL.
               STRING WS-DIRETORIO DELIMITED BY SPACE
                      WS-NOME-LIQCOMPL DELIMITED BY SPACE
                   INTO WS-ARQ-LIQCOMPL.
               MOVE SPACES TO WS-ARQ-PENSCOMPL.
               STRING WS-DIRETORIO DELIMITED BY SPACE
                      WS-NOME-PENSCOMPL DELIMITED BY SPACE
                   INTO WS-ARQ-PENSCOMPL.

               MOVE SPACES TO WS-CPL-TIPO-FOLHA WS-CPL-COMPETENCIA.
               MOVE 'N'    TO WS-CPL-TEM-TRAILER.
               MOVE ZEROS  TO WS-CPL-RMT-QTD WS-CPL-RMT-VALOR
                              WS-CPL-QTD-F WS-CPL-SOMA-F
                              WS-CPL-QTD-P WS-CPL-SOMA-P
                              WS-CPL-QTD-LIQ WS-CPL-SOMA-LIQ
                              WS-CPL-QTD-PEN WS-CPL-SOMA-PEN
                              WS-CPL-QTD-SEM-BANCO.
               INITIALIZE WS-TABELA-RMC.

               OPEN INPUT REMCOMPL.
               IF FS-REMCOMPL EQUAL 35
                   CONTINUE
               ELSE
                   IF FS-REMCOMPL NOT EQUAL ZEROS
                       DISPLAY "ERRO AO ABRIR " WS-NOME-REMCOMPL
                               " = " FS-REMCOMPL
                       MOVE 99 TO RETURN-CODE
                       STOP RUN
                   ELSE
                       SET NAO-FIM-ARQUIVO TO TRUE
                       PERFORM 512-LER-UM-REMCOMPL UNTIL FIM-ARQUIVO
                       CLOSE REMCOMPL
                       IF WS-CPL-COMPETENCIA EQUAL WS-COMP-ANOMES
                           PERFORM 520-CONFERIR-COMPLEMENTAR
                       ELSE
                           DISPLAY WS-NOME-REMCOMPL " DA COMPETENCIA "
                                   WS-CPL-COMPETENCIA
                                   " - FORA DESTA CONCILIACAO"
                       END-IF
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
           510-CONCILIAR-UMA-COMPLEMENTAR-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           512-LER-UM-REMCOMPL.
      *----------------------------------------------------------------*

               READ REMCOMPL.
               IF FS-REMCOMPL EQUAL 10
                   SET FIM-ARQUIVO TO TRUE
               ELSE
                   IF FS-REMCOMPL NOT EQUAL ZEROS
                       DISPLAY "ERRO AO LER " WS-NOME-REMCOMPL
                               " = " FS-REMCOMPL
                       MOVE 99 TO RETURN-CODE
                       STOP RUN
                   ELSE
                       EVALUATE RMC-TIPO
                           WHEN '0'
                               MOVE RMC-TIPO-FOLHA
                                 TO WS-CPL-TIPO-FOLHA
                               MOVE RMC-COMPETENCIA
                                 TO WS-CPL-COMPETENCIA
                           WHEN '1'
                               IF RMC-CREDITO-PENSAO
                                   ADD 1 TO WS-CPL-QTD-P
                                   ADD RMC-VALOR TO WS-CPL-SOMA-P
                               ELSE
                                   ADD 1 TO WS-CPL-QTD-F
                                   ADD RMC-VALOR TO WS-CPL-SOMA-F
                                   PERFORM 514-GUARDAR-CREDITO
                               END-IF
                           WHEN '9'
                               SET CPL-TEM-TRAILER TO TRUE
                               MOVE RMC-QTD-CREDITOS
                                 TO WS-CPL-RMT-QTD
                               MOVE RMC-VALOR-TOTAL
                                 TO WS-CPL-RMT-VALOR
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
           512-LER-UM-REMCOMPL-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           514-GUARDAR-CREDITO.
      *----------------------------------------------------------------*

               IF WS-RMC-QTD NOT LESS THAN WS-RMC-MAX
                   DISPLAY "ERRO: MAIS DE " WS-RMC-MAX
                           " CREDITOS EM " WS-NOME-REMCOMPL
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
               END-IF.
               ADD 1 TO WS-RMC-QTD.
               SET WS-IDX-RMC TO WS-RMC-QTD.
               MOVE RMC-CODFUN TO WS-RMC-CODFUN (WS-IDX-RMC).
               MOVE RMC-VALOR  TO WS-RMC-VALOR (WS-IDX-RMC).
               MOVE 'N'        TO WS-RMC-BAIXADO (WS-IDX-RMC).

      *----------------------------------------------------------------*
           514-GUARDAR-CREDITO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           520-CONFERIR-COMPLEMENTAR.
      *----------------------------------------------------------------*

      *        MESMAS CONFERENCIAS DO CICLO, NA ESCALA DA COMPLEMENTAR:
      *        TRAILER CONTRA OS DETALHES, LIQUIDOS CONTRA OS CREDITOS
      *        DA REMESSA E PENSOES COM CONTA CONTRA OS CREDITOS DE
      *        PENSAO. PULADO POR FALTA DE CADBANCO E LISTADO, COMO NO
      *        CICLO, SEM SER QUEBRA; LIQUIDO SEM CREDITO DE QUEM TEM
      *        CADBANCO E QUEBRA.

               ADD 1 TO WS-QTD-COMPLEMENTARES.

               MOVE SPACES TO REG-CON-TOTAIS.
               STRING "COMPLEMENTAR " WS-CPL-TIPO-ESPERADO
                      " - COMPETENCIA " WS-CPL-COMPETENCIA
                   DELIMITED BY SIZE INTO CTO-LIT.
               WRITE REG-CON-TOTAIS.

               IF WS-CPL-TIPO-FOLHA NOT EQUAL WS-CPL-TIPO-ESPERADO
                   ADD 1 TO WS-QTD-QUEBRAS
                   DISPLAY "*** " WS-NOME-REMCOMPL " COM TIPO "
                           WS-CPL-TIPO-FOLHA " NO HEADER ***"
               END-IF.

               IF NOT CPL-TEM-TRAILER
                   ADD 1 TO WS-QTD-QUEBRAS
                   DISPLAY "*** " WS-NOME-REMCOMPL " SEM TRAILER -"
                           " ARQUIVO POSSIVELMENTE TRUNCADO ***"
               ELSE
                   IF WS-CPL-RMT-QTD NOT EQUAL
                           (WS-CPL-QTD-F + WS-CPL-QTD-P)
                     OR WS-CPL-RMT-VALOR NOT EQUAL
                           (WS-CPL-SOMA-F + WS-CPL-SOMA-P)
                       ADD 1 TO WS-QTD-QUEBRAS
                       DISPLAY "*** TRAILER DA " WS-NOME-REMCOMPL
                               " NAO CONFERE COM OS DETALHES ***"
                   END-IF
               END-IF.

               OPEN INPUT LIQCOMPL.
               IF FS-LIQCOMPL EQUAL 35
                   ADD 1 TO WS-QTD-QUEBRAS
                   DISPLAY "*** " WS-NOME-REMCOMPL " SEM "
                           WS-NOME-LIQCOMPL " ***"
               ELSE
                   IF FS-LIQCOMPL NOT EQUAL ZEROS
                       DISPLAY "ERRO AO ABRIR " WS-NOME-LIQCOMPL
                               " = " FS-LIQCOMPL
                       MOVE 99 TO RETURN-CODE
                       STOP RUN
                   ELSE
                       SET NAO-FIM-ARQUIVO TO TRUE
                       PERFORM 530-CONFERIR-UM-LIQUIDO
                           UNTIL FIM-ARQUIVO
                       CLOSE LIQCOMPL
                   END-IF
               END-IF.

               PERFORM 536-VERIFICAR-UM-CREDITO
                   VARYING WS-IDX-RMC FROM 1 BY 1
                   UNTIL WS-IDX-RMC GREATER THAN WS-RMC-QTD.

               OPEN INPUT PENSCOMPL.
               IF FS-PENSCOMPL EQUAL 35
                   CONTINUE
               ELSE
                   IF FS-PENSCOMPL NOT EQUAL ZEROS
                       DISPLAY "ERRO AO ABRIR " WS-NOME-PENSCOMPL
                               " = " FS-PENSCOMPL
                       MOVE 99 TO RETURN-CODE
                       STOP RUN
                   ELSE
                       SET NAO-FIM-ARQUIVO TO TRUE
                       PERFORM 540-LER-UMA-PENSAO-COMPL
                           UNTIL FIM-ARQUIVO
                       CLOSE PENSCOMPL
                   END-IF
               END-IF.

               IF WS-CPL-QTD-PEN NOT EQUAL WS-CPL-QTD-P
                 OR WS-CPL-SOMA-PEN NOT EQUAL WS-CPL-SOMA-P
                   ADD 1 TO WS-QTD-QUEBRAS
                   DISPLAY "*** PENSOES DA " WS-NOME-REMCOMPL
                           " NAO CONFEREM COM O " WS-NOME-PENSCOMPL
                           " ***"
               END-IF.

               ADD WS-CPL-SOMA-LIQ TO WS-SOMA-LIQ-COMPL.
               ADD WS-CPL-SOMA-PEN TO WS-SOMA-PEN-COMPL.

               MOVE SPACES TO REG-CON-TOTAIS.
               MOVE "  LIQUIDOS NA COMPLEMENTAR" TO CTO-LIT.
               MOVE WS-CPL-QTD-LIQ TO CTO-VALOR.
               WRITE REG-CON-TOTAIS.

               MOVE SPACES TO REG-CON-TOTAIS.
               MOVE "  SOMA DOS LIQUIDOS" TO CTO-LIT.
               MOVE WS-CPL-SOMA-LIQ TO CTO-VALOR.
               WRITE REG-CON-TOTAIS.

               MOVE SPACES TO REG-CON-TOTAIS.
               MOVE "  PENSOES COM CONTA" TO CTO-LIT.
               MOVE WS-CPL-QTD-PEN TO CTO-VALOR.
               WRITE REG-CON-TOTAIS.

               MOVE SPACES TO REG-CON-TOTAIS.
               MOVE "  SOMA DAS PENSOES COM CONTA" TO CTO-LIT.
               MOVE WS-CPL-SOMA-PEN TO CTO-VALOR.
               WRITE REG-CON-TOTAIS.

               MOVE SPACES TO REG-CON-TOTAIS.
               MOVE "  CREDITOS NA REMESSA (TRAILER)" TO CTO-LIT.
               MOVE WS-CPL-RMT-QTD TO CTO-VALOR.
               WRITE REG-CON-TOTAIS.

               MOVE SPACES TO REG-CON-TOTAIS.
               MOVE "  VALOR DA REMESSA (TRAILER)" TO CTO-LIT.
               MOVE WS-CPL-RMT-VALOR TO CTO-VALOR.
               WRITE REG-CON-TOTAIS.

               MOVE SPACES TO REG-CON-TOTAIS.
               MOVE "  PULADOS POR FALTA DE CADBANCO" TO CTO-LIT.
               MOVE WS-CPL-QTD-SEM-BANCO TO CTO-VALOR.
               WRITE REG-CON-TOTAIS.

      *----------------------------------------------------------------*
           520-CONFERIR-COMPLEMENTAR-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           530-CONFERIR-UM-LIQUIDO.
      *----------------------------------------------------------------*

               READ LIQCOMPL.
               IF FS-LIQCOMPL EQUAL 10
                   SET FIM-ARQUIVO TO TRUE
               ELSE
                   IF FS-LIQCOMPL NOT EQUAL ZEROS
                       DISPLAY "ERRO AO LER " WS-NOME-LIQCOMPL
                               " = " FS-LIQCOMPL
                       MOVE 99 TO RETURN-CODE
                       STOP RUN
                   ELSE
                       ADD 1 TO WS-CPL-QTD-LIQ
                       ADD LQC-VALOR TO WS-CPL-SOMA-LIQ
                       PERFORM 532-CONFERIR-CADASTRO
                       PERFORM 534-CONFERIR-CREDITO
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
           530-CONFERIR-UM-LIQUIDO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           532-CONFERIR-CADASTRO.
      *----------------------------------------------------------------*

      *        A COMPLEMENTAR SO PAGA QUEM ESTA NO CADFUNCN; CODFUN
      *        FORA DELE SO E ACEITO SE FOR DESLIGADO DO CICLO
      *        (RECALCULADO ANTES DA EXCLUSAO).

               SET CAD-NAO-ACHADO TO TRUE.
               SET WS-IDX-CAD TO 1.
               IF WS-CAD-QTD GREATER THAN ZEROS
                   SEARCH WS-CAD-ITEM
                       AT END SET CAD-NAO-ACHADO TO TRUE
                       WHEN WS-CAD-CODFUN (WS-IDX-CAD)
                               EQUAL LQC-CODFUN
                           SET CAD-ACHADO TO TRUE
                   END-SEARCH
               END-IF.

               IF CAD-NAO-ACHADO
                   SET DESLIG-NAO-ACHADO TO TRUE
                   SET WS-IDX-DSL TO 1
                   IF WS-DSL-QTD GREATER THAN ZEROS
                       SEARCH WS-DSL-ITEM
                           AT END SET DESLIG-NAO-ACHADO TO TRUE
                           WHEN WS-DSL-CODFUN (WS-IDX-DSL)
                                   EQUAL LQC-CODFUN
                               SET DESLIG-ACHADO TO TRUE
                       END-SEARCH
                   END-IF
                   MOVE SPACES TO REG-CON-OCORRENCIA
                   MOVE LQC-CODFUN TO OCO-CODFUN
                   MOVE LQC-NOME   TO OCO-NOME
                   IF DESLIG-ACHADO
                       MOVE "COMPLEMENTAR DE DESLIGADO DO CICLO"
                            TO OCO-TEXTO
                   ELSE
                       ADD 1 TO WS-QTD-QUEBRAS
                       MOVE "NA COMPLEMENTAR SEM REGISTRO NO CADFUNCN"
                            TO OCO-TEXTO
                   END-IF
                   WRITE REG-CON-OCORRENCIA
               END-IF.

      *----------------------------------------------------------------*
           532-CONFERIR-CADASTRO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           534-CONFERIR-CREDITO.
      *----------------------------------------------------------------*

               SET RMC-NAO-ACHADO TO TRUE.
               SET WS-IDX-RMC TO 1.
               IF WS-RMC-QTD GREATER THAN ZEROS
                   SEARCH WS-RMC-ITEM
                       AT END SET RMC-NAO-ACHADO TO TRUE
                       WHEN WS-RMC-CODFUN (WS-IDX-RMC)
                               EQUAL LQC-CODFUN
                        AND WS-RMC-BAIXADO (WS-IDX-RMC) EQUAL 'N'
                           SET RMC-ACHADO TO TRUE
                   END-SEARCH
               END-IF.

               IF RMC-ACHADO
                   MOVE 'S' TO WS-RMC-BAIXADO (WS-IDX-RMC)
                   IF WS-RMC-VALOR (WS-IDX-RMC) NOT EQUAL LQC-VALOR
                       ADD 1 TO WS-QTD-QUEBRAS
                       MOVE SPACES TO REG-CON-OCORRENCIA
                       MOVE LQC-CODFUN TO OCO-CODFUN
                       MOVE LQC-NOME   TO OCO-NOME
                       MOVE "VALOR NA REMESSA COMPLEMENTAR DIVERGE"
                            TO OCO-TEXTO
                       WRITE REG-CON-OCORRENCIA
                   END-IF
               ELSE
                   PERFORM 535-CONFERIR-SEM-CREDITO
               END-IF.

      *----------------------------------------------------------------*
           534-CONFERIR-CREDITO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           535-CONFERIR-SEM-CREDITO.
      *----------------------------------------------------------------*

      *        LIQUIDO SEM CREDITO NA REMESSA COMPLEMENTAR: SO E PULADO
      *        LEGITIMO SE O CODFUN NAO TEM DADOS EM CADBANCO.

               SET BCO-NAO-ACHADO TO TRUE.
               SET WS-IDX-BCO TO 1.
               IF WS-BCO-QTD GREATER THAN ZEROS
                   SEARCH WS-BCO-ITEM
                       AT END SET BCO-NAO-ACHADO TO TRUE
                       WHEN WS-IDX-BCO NOT GREATER WS-BCO-QTD
                        AND WS-BCO-CODFUN (WS-IDX-BCO)
                               EQUAL LQC-CODFUN
                           SET BCO-ACHADO TO TRUE
                   END-SEARCH
               END-IF.

               MOVE SPACES TO REG-CON-OCORRENCIA.
               MOVE LQC-CODFUN TO OCO-CODFUN.
               MOVE LQC-NOME   TO OCO-NOME.
               IF BCO-ACHADO
                   ADD 1 TO WS-QTD-QUEBRAS
                   MOVE "LIQUIDO COMPLEMENTAR SEM CREDITO NA REMESSA"
                        TO OCO-TEXTO
               ELSE
                   ADD 1 TO WS-CPL-QTD-SEM-BANCO
                   MOVE "PULADO NA REMESSA COMPLEMENTAR - SEM CADBANCO"
                        TO OCO-TEXTO
               END-IF.
               WRITE REG-CON-OCORRENCIA.

      *----------------------------------------------------------------*
           535-CONFERIR-SEM-CREDITO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           536-VERIFICAR-UM-CREDITO.
      *----------------------------------------------------------------*

               IF WS-RMC-BAIXADO (WS-IDX-RMC) NOT EQUAL 'S'
                   ADD 1 TO WS-QTD-QUEBRAS
                   MOVE SPACES TO REG-CON-OCORRENCIA
                   MOVE WS-RMC-CODFUN (WS-IDX-RMC) TO OCO-CODFUN
                   MOVE "CREDITO NA REMESSA COMPLEMENTAR SEM LIQUIDO"
                        TO OCO-TEXTO
                   WRITE REG-CON-OCORRENCIA
               END-IF.

      *----------------------------------------------------------------*
           536-VERIFICAR-UM-CREDITO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           540-LER-UMA-PENSAO-COMPL.
      *----------------------------------------------------------------*

      *        MESMO CRITERIO DE CONTA VALIDA DA GERA-REMESSA.

               READ PENSCOMPL.
               IF FS-PENSCOMPL EQUAL 10
                   SET FIM-ARQUIVO TO TRUE
               ELSE
                   IF FS-PENSCOMPL NOT EQUAL ZEROS
                       DISPLAY "ERRO AO LER " WS-NOME-PENSCOMPL
                               " = " FS-PENSCOMPL
                       MOVE 99 TO RETURN-CODE
                       STOP RUN
                   ELSE
                       IF PNC-BANCO NOT NUMERIC
                         OR PNC-BANCO EQUAL ZEROS
                         OR PNC-AGENCIA NOT NUMERIC
                         OR PNC-CONTA NOT NUMERIC
                           MOVE SPACES TO REG-CON-OCORRENCIA
                           MOVE PNC-CODFUN     TO OCO-CODFUN
                           MOVE PNC-FAVORECIDO TO OCO-NOME
                           MOVE "PENSAO COMPLEMENTAR PULADA - SEM CONTA"
                             TO OCO-TEXTO
                           WRITE REG-CON-OCORRENCIA
                       ELSE
                           ADD 1 TO WS-CPL-QTD-PEN
                           ADD PNC-VALOR TO WS-CPL-SOMA-PEN
                       END-IF
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
           540-LER-UMA-PENSAO-COMPL-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *                            FINALIZACAO                         *
      *----------------------------------------------------------------*
           60-FINALIZAR.

      *        FECHA AS CONFERENCIAS DE TOTAIS: REMESSA E HISTEXEC.
      *        A REMESSA LEVA OS LIQUIDOS COM BANCO E AS PENSOES COM
      *        CONTA DO FAVORECIDO.

               COMPUTE WS-QTD-ESPERADA =
                   WS-QTD-COM-BANCO + WS-QTD-PEN-BANCO.
               COMPUTE WS-SOMA-ESPERADA =
                   WS-SOMA-COM-BANCO + WS-SOMA-PEN-BANCO.

               IF WS-QTD-ESPERADA NOT EQUAL WS-RMT-QTD
                   ADD 1 TO WS-QTD-QUEBRAS
                   DISPLAY "*** QUANTIDADE DE CREDITOS DA REMESSA NAO"
                           " CONFERE COM OS LIQUIDOS E PENSOES COM"
                           " BANCO ***"
               END-IF.
               IF WS-SOMA-ESPERADA NOT EQUAL WS-RMT-VALOR
                   ADD 1 TO WS-QTD-QUEBRAS
                   DISPLAY "*** RMT-VALOR-TOTAL NAO CONFERE COM A"
                           " SOMA DOS LIQUIDOS E PENSOES COM BANCO ***"
               END-IF.
               IF TEM-EXEC-OK
                       AND WS-QTD-CADFUNCN NOT EQUAL WS-HST-GRAVADOS
               MOVE WS-SOMA-COM-BANCO TO CTO-VALOR.
               WRITE REG-CON-TOTAIS.

               MOVE SPACES TO REG-CON-TOTAIS.
               MOVE "PENSOES ALIMENTICIAS COM CONTA" TO CTO-LIT.
               MOVE WS-QTD-PEN-BANCO TO CTO-VALOR.
               WRITE REG-CON-TOTAIS.

               MOVE SPACES TO REG-CON-TOTAIS.
               MOVE "SOMA DAS PENSOES COM CONTA" TO CTO-LIT.
               MOVE WS-SOMA-PEN-BANCO TO CTO-VALOR.
               WRITE REG-CON-TOTAIS.

               MOVE SPACES TO REG-CON-TOTAIS.
               MOVE "PENSOES SEM CONTA DO FAVORECIDO" TO CTO-LIT.
               MOVE WS-QTD-PEN-SEM-BANCO TO CTO-VALOR.
               WRITE REG-CON-TOTAIS.

               MOVE SPACES TO REG-CON-TOTAIS.
               MOVE "PULADOS POR FALTA DE CADBANCO" TO CTO-LIT.
               MOVE WS-QTD-SEM-BANCO TO CTO-VALOR.
               MOVE WS-QTD-RESCISOES TO CTO-VALOR.
               WRITE REG-CON-TOTAIS.

               PERFORM 500-CONCILIAR-COMPLEMENTARES.

               MOVE SPACES TO REG-CON-TOTAIS.
               MOVE "QUEBRAS DE CONCILIACAO" TO CTO-LIT.
               MOVE WS-QTD-QUEBRAS TO CTO-VALOR.
