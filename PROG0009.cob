      *          RMT-VALOR-TOTAL do trailer da remessa transmitida:
      *          recusa deixa RETURN-CODE 04, divergencia de totais
      *          deixa RETURN-CODE 99.
      *          Os creditos de pensao alimenticia (tipo de credito 'P'
      *          na remessa) sao casados por CODFUN, tipo e sequencia
      *          do dependente; recusa de pensao e listada para
      *          pagamento ao favorecido e nao vai ao RECREDITO, que
      *          credita o liquido do funcionario.
      *          Cada credito aceito (funcionario ou favorecido de
      *          pensao) e gravado no CREDACEI com os dados bancarios,
      *          o valor e a data de processamento do header do
      *          retorno, para os eventos de pagamento da GERA-ESOCIAL.
      *          Os caminhos saem do DIRETORIO do SYSPARM (caminho do
      *          SYSPARM opcional na linha de comando). Com TIPO-FOLHA
      *          COMPL1 a COMPL9 o retorno processado e o da remessa
      *          complementar: le RETCOMPLn, REMCOMPLn e LIQCOMPLn e
      *          grava RECREDCPLn, RETCONFCPLn e CREDACCPLn. O tipo da
      *          folha e a competencia do header do retorno devem
      *          conferir com os da remessa transmitida; retorno de
      *          complementar processado como ciclo normal, ou o
      *          inverso, encerra com RETURN-CODE 99.
      * Tectonics: cobc
      ******************************************************************


           FILE-CONTROL.

              SELECT RETORNO ASSIGN TO DYNAMIC WS-ARQ-RETORNO
              FILE STATUS IS FS-RETORNO
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT REMESSA ASSIGN TO DYNAMIC WS-ARQ-REMESSA
              FILE STATUS IS FS-REMESSA
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT LIQPAGTO ASSIGN TO DYNAMIC WS-ARQ-LIQPAGTO
              FILE STATUS IS FS-LIQPAGTO
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT RECREDITO ASSIGN TO DYNAMIC WS-ARQ-RECREDITO
              FILE STATUS IS FS-RECREDITO
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT RETCONF ASSIGN TO DYNAMIC WS-ARQ-RETCONF
              FILE STATUS IS FS-RETCONF
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT CREDACEI ASSIGN TO DYNAMIC WS-ARQ-CREDACEI
              FILE STATUS IS FS-CREDACEI
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT SYSPARM ASSIGN TO DYNAMIC WS-ARQ-SYSPARM
              FILE STATUS IS FS-SYSPARM
              ORGANIZATION IS LINE SEQUENTIAL.

      *================================================================*
       DATA DIVISION.
      *================================================================*
      *        RETORNO DO BANCO: HEADER '0', DETALHE '1' COM O CODIGO  *
      *        DE OCORRENCIA ('00' = CREDITO EFETIVADO, DEMAIS =       *
      *        MOTIVO DA RECUSA), TRAILER '9' COM OS TOTAIS APURADOS   *
      *        PELO BANCO. O HEADER DEVOLVE O TIPO DA FOLHA E A        *
      *        COMPETENCIA DA REMESSA (EM BRANCO NO CICLO NORMAL)      *
      *----------------------------------------------------------------*

           FD  RETORNO
           05 RTH-TIPO             PIC X(01).
           05 RTH-DATA-PROCESSO    PIC 9(08).
           05 RTH-LITERAL          PIC X(30).
           05 RTH-TIPO-FOLHA       PIC X(06).
               88 RTH-RETORNO-COMPLEMENTAR     VALUE "COMPL1"
                                                THRU "COMPL9".
           05 RTH-COMPETENCIA      PIC X(06).
           05 FILLER               PIC X(29).

       01  REG-RET-DETALHE.
           05 RTD-TIPO             PIC X(01).
           05 RTD-NOME             PIC X(30).
           05 RTD-VALOR            PIC 9(11)V99.
           05 RTD-OCORRENCIA       PIC X(02).
           05 RTD-TIPO-CREDITO     PIC X(01).
           05 RTD-SEQ-BENEF        PIC X(02).
           05 FILLER               PIC X(08).

       01  REG-RET-TRAILER.
           05 RTT-TIPO             PIC X(01).
      *----------------------------------------------------------------*
      *        REMESSA TRANSMITIDA (GERA-REMESSA): OS DETALHES SAO     *
      *        CARREGADOS EM TABELA PARA O CASAMENTO POR CODFUN E O    *
      *        TRAILER GUARDA OS TOTAIS A CONCILIAR; O HEADER          *
      *        IDENTIFICA A REMESSA COMPLEMENTAR                       *
      *----------------------------------------------------------------*

           FD  REMESSA
               LABEL RECORD IS STANDARD
               RECORDING MODE IS F.

       01  REG-REM-HEADER.
           05 RMH-TIPO             PIC X(01).
           05 RMH-DATA-GERACAO     PIC 9(08).
           05 RMH-LITERAL          PIC X(30).
           05 RMH-TIPO-FOLHA       PIC X(06).
           05 RMH-COMPETENCIA      PIC X(06).
           05 FILLER               PIC X(29).

       01  REG-REM-DETALHE.
           05 RMD-TIPO             PIC X(01).
           05 RMD-BANCO            PIC 9(03).
           05 RMD-CODFUN           PIC 9(04).
           05 RMD-NOME             PIC X(30).
           05 RMD-VALOR            PIC 9(11)V99.
           05 FILLER               PIC X(02).
           05 RMD-TIPO-CREDITO     PIC X(01).
           05 RMD-SEQ-BENEF        PIC X(02).
           05 FILLER               PIC X(08).

       01  REG-REM-TRAILER.
           05 RMT-TIPO             PIC X(01).
           05 RCR-VALOR            PIC 9(07)V99.
           05 FILLER               PIC X(02).

      *----------------------------------------------------------------*
      *        CREDITOS EFETIVADOS PELO BANCO (OCORRENCIA '00'), COM A *
      *        DATA DE PROCESSAMENTO DO HEADER DO RETORNO: ENTRADA DOS *
      *        EVENTOS DE PAGAMENTO DA GERA-ESOCIAL                    *
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

      *----------------------------------------------------------------*
      *                 RELATORIO DE CONFERENCIA DO RETORNO            *
      *----------------------------------------------------------------*
           05 CTO-VALOR            PIC ZZZZZZZZZZ9,99.
           05 FILLER               PIC X(60).

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
       77  FS-LIQPAGTO         PIC 9(02)   VALUE ZEROS.
       77  FS-RECREDITO        PIC 9(02)   VALUE ZEROS.
       77  FS-RETCONF          PIC 9(02)   VALUE ZEROS.
       77  FS-CREDACEI         PIC 9(02)   VALUE ZEROS.
       77  FS-SYSPARM          PIC 9(02)   VALUE ZEROS.

      *------- parametros do sistema (SYSPARM) e caminhos montados ----*
       77  WS-ARQ-SYSPARM      PIC X(80)
                               VALUE "C:\FILES\SYSPARM.dat".
       77  WS-DIRETORIO        PIC X(40)   VALUE "C:\FILES\".
       77  WS-ARQ-RETORNO      PIC X(80)   VALUE SPACES.
       77  WS-ARQ-REMESSA      PIC X(80)   VALUE SPACES.
       77  WS-ARQ-LIQPAGTO     PIC X(80)   VALUE SPACES.
       77  WS-ARQ-RECREDITO    PIC X(80)   VALUE SPACES.
       77  WS-ARQ-RETCONF      PIC X(80)   VALUE SPACES.
       77  WS-ARQ-CREDACEI     PIC X(80)   VALUE SPACES.
       77  WS-NOME-RETORNO     PIC X(16)   VALUE SPACES.
       77  WS-NOME-REMESSA     PIC X(16)   VALUE SPACES.
       77  WS-NOME-LIQPAGTO    PIC X(16)   VALUE SPACES.
       77  WS-NOME-RECREDITO   PIC X(16)   VALUE SPACES.
       77  WS-NOME-RETCONF     PIC X(16)   VALUE SPACES.
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
           88 FOLHA-COMPLEMENTAR           VALUE "COMPL1" THRU "COMPL9".
           88 TIPO-FOLHA-VALIDO            VALUE "MENSAL" "13SAL1"
                                                 "13SAL2" "FERIAS"
                                                 "COMPL1" THRU "COMPL9".

      *------- identificacao do header da remessa e do retorno --------*
       77  WS-RMH-TIPO-FOLHA   PIC X(06)   VALUE SPACES.
       77  WS-RMH-COMPETENCIA  PIC X(06)   VALUE SPACES.
       77  WS-TEM-HEADER-RET   PIC X(01)   VALUE 'N'.
           88 RETORNO-TEM-HEADER           VALUE 'S'.

      *------- tabela dos detalhes da remessa transmitida -------------*
       01  WS-TABELA-REMESSA.
           05 WS-REM-ITEM OCCURS 9999 TIMES
                   INDEXED BY WS-IDX-REM.
               10 WS-REM-CODFUN    PIC 9(04).
               10 WS-REM-TIPO-CRED PIC X(01).
               10 WS-REM-SEQ       PIC X(02).
               10 WS-REM-VALOR     PIC 9(11)V99.
               10 WS-REM-BAIXADO   PIC X(01).


       77  WS-ITEM-MAX         PIC 9(04)   VALUE 9999.

      *------- chave do credito: CODFUN + tipo ('F'/'P') + sequencia --*
      *        REMESSA ANTERIOR AO TIPO DE CREDITO (POSICOES EM BRANCO)
      *        E TRATADA COMO CREDITO DO LIQUIDO DO FUNCIONARIO.
       77  WS-CHV-TIPO-CRED    PIC X(01)   VALUE SPACES.
           88 CHV-CREDITO-PENSAO           VALUE 'P'.
       77  WS-CHV-SEQ          PIC X(02)   VALUE SPACES.

      *------- trailer da remessa transmitida -------------------------*
       77  WS-RMT-QTD          PIC 9(06)   VALUE ZEROS.
       77  WS-RMT-VALOR        PIC 9(13)V99 VALUE ZEROS.
       77  WS-TEM-TRAILER-REM  PIC X(01)   VALUE 'N'.
           88 REMESSA-TEM-TRAILER          VALUE 'S'.

      *------- header do retorno do banco -----------------------------*
      *        RETORNO SEM HEADER: OS CREDITOS ACEITOS SAEM COM A DATA
      *        DO SISTEMA COMO DATA DE PAGAMENTO.
       77  WS-DATA-PROCESSO    PIC 9(08)   VALUE ZEROS.

      *------- trailer do retorno do banco ----------------------------*
       77  WS-RTT-QTD-ACE      PIC 9(06)   VALUE ZEROS.
       77  WS-RTT-QTD-REC      PIC 9(06)   VALUE ZEROS.
       77  WS-VALOR-ACEITO     PIC 9(13)V99 VALUE ZEROS.
       77  WS-VALOR-RECUSADO   PIC 9(13)V99 VALUE ZEROS.
       77  WS-QTD-DIVERGENCIAS PIC 9(04)   VALUE ZEROS.
       77  WS-QTD-CREDACEI     PIC 9(06)   VALUE ZEROS.

       77  WS-ACHOU            PIC X(01)   VALUE 'N'.
           88 ITEM-ACHADO                  VALUE 'S'.
           05 WS-DATA-ANO      PIC 9(04).
           05 WS-DATA-MES      PIC 9(02).
           05 WS-DATA-DIA      PIC 9(02).
       01  WS-DATA-SISTEMA-R REDEFINES WS-DATA-SISTEMA.
           05 WS-DATA-NUM      PIC 9(08).

       01  WS-DATA-EDITADA.
           05 WS-DATA-ED-DIA   PIC 9(02).
      *================================================================*

           MAIN-PROCEDURE.
             PERFORM 02-ACEITAR-PARAMETRO-EXECUCAO.
             PERFORM 03-LER-SYSPARM.
             PERFORM 04-MONTAR-CAMINHOS.
             PERFORM 10-ABRIR-ARQUIVOS.
             PERFORM 12-CARREGAR-REMESSA.
             PERFORM 13-CARREGAR-LIQPAGTO.
             PERFORM 15-IMPRIMIR-CABECALHO.
             SET NAO-FIM-ARQUIVO TO TRUE.
             PERFORM 50-PROCESSAR-RETORNO UNTIL FIM-ARQUIVO.
             PERFORM 58-LISTAR-SEM-RETORNO.
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
      *        COMPETENCIA = DATA DO SISTEMA E RETORNO DO CICLO).

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

      *        A COMPLEMENTAR N (DIGITO FINAL DO TIPO) TEM RETORNO,
      *        REMESSA E LIQUIDOS PROPRIOS, E GRAVA RECREDITO,
      *        CONFERENCIA E CREDITOS ACEITOS SEPARADOS DOS DO CICLO.
               MOVE SPACES TO WS-NOME-RETORNO WS-NOME-REMESSA
                              WS-NOME-LIQPAGTO WS-NOME-RECREDITO
                              WS-NOME-RETCONF WS-NOME-CREDACEI.
               IF FOLHA-COMPLEMENTAR
                   STRING "RETCOMPL" WS-TIPO-FOLHA (6:1) ".dat"
                       DELIMITED BY SIZE INTO WS-NOME-RETORNO
                   STRING "REMCOMPL" WS-TIPO-FOLHA (6:1) ".dat"
                       DELIMITED BY SIZE INTO WS-NOME-REMESSA
                   STRING "LIQCOMPL" WS-TIPO-FOLHA (6:1) ".dat"
                       DELIMITED BY SIZE INTO WS-NOME-LIQPAGTO
                   STRING "RECREDCPL" WS-TIPO-FOLHA (6:1) ".dat"
                       DELIMITED BY SIZE INTO WS-NOME-RECREDITO
                   STRING "RETCONFCPL" WS-TIPO-FOLHA (6:1) ".dat"
                       DELIMITED BY SIZE INTO WS-NOME-RETCONF
                   STRING "CREDACCPL" WS-TIPO-FOLHA (6:1) ".dat"
                       DELIMITED BY SIZE INTO WS-NOME-CREDACEI
               ELSE
                   MOVE "RETORNO.dat"      TO WS-NOME-RETORNO
                   MOVE "REMESSA.dat"      TO WS-NOME-REMESSA
                   MOVE "LIQPAGTO.dat"     TO WS-NOME-LIQPAGTO
                   MOVE "RECREDITO.dat"    TO WS-NOME-RECREDITO
                   MOVE "RETCONF.dat"      TO WS-NOME-RETCONF
                   MOVE "CREDACEI.dat"     TO WS-NOME-CREDACEI
               END-IF.

               MOVE SPACES TO WS-ARQ-RETORNO.
               STRING WS-DIRETORIO DELIMITED BY SPACE
                      WS-NOME-RETORNO DELIMITED BY SPACE
                   INTO WS-ARQ-RETORNO.
               MOVE SPACES TO WS-ARQ-REMESSA.
               STRING WS-DIRETORIO DELIMITED BY SPACE
                      WS-NOME-REMESSA DELIMITED BY SPACE
                   INTO WS-ARQ-REMESSA.
               MOVE SPACES TO WS-ARQ-LIQPAGTO.
               STRING WS-DIRETORIO DELIMITED BY SPACE
                      WS-NOME-LIQPAGTO DELIMITED BY SPACE
                   INTO WS-ARQ-LIQPAGTO.
               MOVE SPACES TO WS-ARQ-RECREDITO.
               STRING WS-DIRETORIO DELIMITED BY SPACE
                      WS-NOME-RECREDITO DELIMITED BY SPACE
                   INTO WS-ARQ-RECREDITO.
               MOVE SPACES TO WS-ARQ-RETCONF.
               STRING WS-DIRETORIO DELIMITED BY SPACE
                      WS-NOME-RETCONF DELIMITED BY SPACE
                   INTO WS-ARQ-RETCONF.
               MOVE SPACES TO WS-ARQ-CREDACEI.
               STRING WS-DIRETORIO DELIMITED BY SPACE
                      WS-NOME-CREDACEI DELIMITED BY SPACE
                   INTO WS-ARQ-CREDACEI.

      *----------------------------------------------------------------*
           04-MONTAR-CAMINHOS-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           10-ABRIR-ARQUIVOS.
      *----------------------------------------------------------------*
               IF FS-RETORNO NOT EQUAL ZEROS
                   DISPLAY "--------------------------------"
                   DISPLAY "ERRO AO ABRIR O ARQUIVO RETORNO"
                   DISPLAY "ARQUIVO = " WS-ARQ-RETORNO
                   DISPLAY "FILE STATUS = " FS-RETORNO
                   DISPLAY "--------------------------------"
                   MOVE 99 TO RETURN-CODE
                   DISPLAY "--------------------------------"
                   DISPLAY "ERRO AO ABRIR O ARQUIVO REMESSA"
                   DISPLAY "EXECUTAR A GERA-REMESSA ANTES"
                   DISPLAY "ARQUIVO = " WS-ARQ-REMESSA
                   DISPLAY "FILE STATUS = " FS-REMESSA
                   DISPLAY "--------------------------------"
                   MOVE 99 TO RETURN-CODE
                   MOVE 99 TO RETURN-CODE
                   STOP RUN.

               OPEN OUTPUT CREDACEI.
               IF FS-CREDACEI NOT EQUAL ZEROS
                   DISPLAY "--------------------------------"
                   DISPLAY "ERRO AO ABRIR O ARQUIVO CREDACEI"
                   DISPLAY "FILE STATUS = " FS-CREDACEI
                   DISPLAY "--------------------------------"
                   MOVE 99 TO RETURN-CODE
                   STOP RUN.

      *----------------------------------------------------------------*
           10-ABRIR-ARQUIVOS-FIM.  EXIT.
                   STOP RUN
               END-IF.

      *        A REMESSA ABERTA DEVE SER DO TIPO DE FOLHA DA RODADA:
      *        COMPLEMENTAR SO COM TIPO-FOLHA COMPLn (E DA COMPETENCIA
      *        INFORMADA), CICLO NORMAL SO COM OS DEMAIS TIPOS.
               IF FOLHA-COMPLEMENTAR
                   IF WS-RMH-TIPO-FOLHA NOT EQUAL WS-TIPO-FOLHA
                     OR WS-RMH-COMPETENCIA NOT EQUAL WS-COMP-ANOMES
                       DISPLAY "*** REMESSA COMPLEMENTAR NAO CONFERE"
                               " COM O SYSPARM"
                       DISPLAY "    ARQUIVO = " WS-ARQ-REMESSA
                       DISPLAY "    HEADER TIPO = " WS-RMH-TIPO-FOLHA
                               " COMPETENCIA = " WS-RMH-COMPETENCIA
                       DISPLAY "    ESPERADO TIPO = " WS-TIPO-FOLHA
                               " COMPETENCIA = " WS-COMP-ANOMES " ***"
                       MOVE 99 TO RETURN-CODE
                       STOP RUN
                   END-IF
               ELSE
                   IF WS-RMH-TIPO-FOLHA NOT EQUAL SPACES
                       DISPLAY "*** REMESSA DE FOLHA COMPLEMENTAR "
                               WS-RMH-TIPO-FOLHA " - PROCESSAR COM"
                               " TIPO-FOLHA " WS-RMH-TIPO-FOLHA " ***"
                       MOVE 99 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF.

               DISPLAY "REMESSA CARREGADA COM " WS-REM-QTD
                       " CREDITOS TRANSMITIDOS".

                       STOP RUN
                   ELSE
                       EVALUATE RMD-TIPO
                           WHEN '0'
                               MOVE RMH-TIPO-FOLHA
                                 TO WS-RMH-TIPO-FOLHA
                               MOVE RMH-COMPETENCIA
                                 TO WS-RMH-COMPETENCIA
                           WHEN '1'
                               IF WS-REM-QTD NOT LESS THAN WS-ITEM-MAX
                                   DISPLAY "ERRO: MAIS DE " WS-ITEM-MAX
                               SET WS-IDX-REM TO WS-REM-QTD
                               MOVE RMD-CODFUN
                                 TO WS-REM-CODFUN (WS-IDX-REM)
                               MOVE RMD-TIPO-CREDITO
                                 TO WS-CHV-TIPO-CRED
                               MOVE RMD-SEQ-BENEF TO WS-CHV-SEQ
                               PERFORM 14-NORMALIZAR-CHAVE
                               MOVE WS-CHV-TIPO-CRED
                                 TO WS-REM-TIPO-CRED (WS-IDX-REM)
                               MOVE WS-CHV-SEQ
                                 TO WS-REM-SEQ (WS-IDX-REM)
                               MOVE RMD-VALOR
                                 TO WS-REM-VALOR (WS-IDX-REM)
                               MOVE 'N'
           13A-LER-UM-LIQPAGTO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           14-NORMALIZAR-CHAVE.
      *----------------------------------------------------------------*

               IF WS-CHV-TIPO-CRED NOT EQUAL 'P'
                   MOVE 'F' TO WS-CHV-TIPO-CRED
               END-IF.
               IF WS-CHV-SEQ NOT NUMERIC
                   MOVE "00" TO WS-CHV-SEQ
               END-IF.

      *----------------------------------------------------------------*
           14-NORMALIZAR-CHAVE-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           15-IMPRIMIR-CABECALHO.
      *----------------------------------------------------------------*

               MOVE SPACES TO REG-CNF-CAB1.
               IF FOLHA-COMPLEMENTAR
                   STRING "CONFERENCIA DO RETORNO BANCARIO - "
                          "COMPLEMENTAR " WS-TIPO-FOLHA " "
                          WS-RMH-COMPETENCIA
                       DELIMITED BY SIZE INTO CNF-TEXTO
               ELSE
                   MOVE "CONFERENCIA DO RETORNO BANCARIO - FOLHA DE PAG"
                        TO CNF-TEXTO
               END-IF.
               MOVE "DATA: " TO CNF-LIT-DATA.
               MOVE WS-DATA-EDITADA TO CNF-DATA.
               WRITE REG-CNF-CAB1.
                       STOP RUN
                   ELSE
                       EVALUATE RTD-TIPO
                           WHEN '0'
                               IF RTH-DATA-PROCESSO NUMERIC
                                   MOVE RTH-DATA-PROCESSO
                                     TO WS-DATA-PROCESSO
                               END-IF
                               PERFORM 51-CONFERIR-HEADER-RETORNO
                           WHEN '1'
                               PERFORM 52-TRATAR-DETALHE
                           WHEN '9'
           50-PROCESSAR-RETORNO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           51-CONFERIR-HEADER-RETORNO.
      *----------------------------------------------------------------*

      *        O BANCO DEVOLVE NO HEADER O TIPO DA FOLHA E A
      *        COMPETENCIA DA REMESSA. RETORNO DE OUTRA REMESSA
      *        (COMPLEMENTAR NO LUGAR DO CICLO, OUTRA COMPLEMENTAR OU
      *        OUTRA COMPETENCIA) NAO PODE SER BAIXADO CONTRA ESTA.

               SET RETORNO-TEM-HEADER TO TRUE.
               IF FOLHA-COMPLEMENTAR
                   IF RTH-TIPO-FOLHA NOT EQUAL WS-RMH-TIPO-FOLHA
                     OR RTH-COMPETENCIA NOT EQUAL WS-RMH-COMPETENCIA
                       DISPLAY "*** RETORNO NAO CORRESPONDE A REMESSA"
                               " COMPLEMENTAR " WS-RMH-TIPO-FOLHA
                               " " WS-RMH-COMPETENCIA
                       DISPLAY "    HEADER DO RETORNO: TIPO = "
                               RTH-TIPO-FOLHA " COMPETENCIA = "
                               RTH-COMPETENCIA " ***"
                       MOVE 99 TO RETURN-CODE
                       STOP RUN
                   END-IF
               ELSE
                   IF RTH-RETORNO-COMPLEMENTAR
                       DISPLAY "*** RETORNO DE REMESSA COMPLEMENTAR "
                               RTH-TIPO-FOLHA " " RTH-COMPETENCIA
                               " - PROCESSAR COM TIPO-FOLHA "
                               RTH-TIPO-FOLHA " ***"
                       MOVE 99 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
           51-CONFERIR-HEADER-RETORNO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           52-TRATAR-DETALHE.
      *----------------------------------------------------------------*

      *        CASA O CREDITO RETORNADO CONTRA A TABELA DA REMESSA
      *        PELO CODFUN, TIPO DE CREDITO E SEQUENCIA DO DEPENDENTE
      *        E MARCA O ITEM COMO BAIXADO; DETALHE SEM
      *        CORRESPONDENCIA NA REMESSA E DIVERGENCIA.

               MOVE RTD-TIPO-CREDITO TO WS-CHV-TIPO-CRED.
               MOVE RTD-SEQ-BENEF    TO WS-CHV-SEQ.
               PERFORM 14-NORMALIZAR-CHAVE.

               SET ITEM-NAO-ACHADO TO TRUE.
               SET WS-IDX-REM TO 1.
               SEARCH WS-REM-ITEM
                   AT END SET ITEM-NAO-ACHADO TO TRUE
                   WHEN WS-REM-CODFUN (WS-IDX-REM) EQUAL RTD-CODFUN
                    AND WS-REM-TIPO-CRED (WS-IDX-REM)
                           EQUAL WS-CHV-TIPO-CRED
                    AND WS-REM-SEQ (WS-IDX-REM) EQUAL WS-CHV-SEQ
                       SET ITEM-ACHADO TO TRUE
               END-SEARCH.

                   IF RTD-OCORRENCIA EQUAL "00"
                       PERFORM 54-TRATAR-ACEITO
                   ELSE
                       IF CHV-CREDITO-PENSAO
                           PERFORM 56-TRATAR-PENSAO-RECUSADA
                       ELSE
                           PERFORM 55-TRATAR-RECUSADO
                       END-IF
                   END-IF
               END-IF.

               MOVE RTD-VALOR      TO CDT-VALOR.
               MOVE "ACEITO"       TO CDT-SITUACAO.
               MOVE RTD-OCORRENCIA TO CDT-MOTIVO.
               IF CHV-CREDITO-PENSAO
                   MOVE "PENSAO ALIMENTICIA - FAVORECIDO"
                        TO CDT-OBSERVACAO
               END-IF.
               WRITE REG-CNF-DETALHE.

               MOVE SPACES TO REG-CREDACEI.
               MOVE RTD-CODFUN       TO CAC-CODFUN.
               MOVE RTD-NOME         TO CAC-NOME.
               MOVE WS-CHV-TIPO-CRED TO CAC-TIPO-CREDITO.
               MOVE WS-CHV-SEQ       TO CAC-SEQ-BENEF.
               MOVE RTD-BANCO        TO CAC-BANCO.
               MOVE RTD-AGENCIA      TO CAC-AGENCIA.
               MOVE RTD-CONTA        TO CAC-CONTA.
               MOVE RTD-VALOR        TO CAC-VALOR.
               IF WS-DATA-PROCESSO EQUAL ZEROS
                   MOVE WS-DATA-NUM      TO CAC-DATA-PAGTO
               ELSE
                   MOVE WS-DATA-PROCESSO TO CAC-DATA-PAGTO
               END-IF.
               WRITE REG-CREDACEI.
               IF FS-CREDACEI NOT EQUAL ZEROS
                   DISPLAY "ERRO AO GRAVAR CREDACEI = " FS-CREDACEI
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
               END-IF.
               ADD 1 TO WS-QTD-CREDACEI.

      *----------------------------------------------------------------*
           54-TRATAR-ACEITO-FIM.  EXIT.
      *----------------------------------------------------------------*
           55-TRATAR-RECUSADO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           56-TRATAR-PENSAO-RECUSADA.
      *----------------------------------------------------------------*

      *        PENSAO RECUSADA PELO BANCO: O VALOR PERTENCE AO
      *        FAVORECIDO E NAO PODE VOLTAR AO LIQUIDO DO FUNCIONARIO
      *        PELO RECREDITO; E LISTADA PARA CORRECAO DA CONTA NO
      *        CADDEPEN E PAGAMENTO AO FAVORECIDO.

               ADD 1 TO WS-QTD-RECUSADOS.
               ADD RTD-VALOR TO WS-VALOR-RECUSADO.

               MOVE SPACES TO REG-CNF-DETALHE.
               MOVE RTD-CODFUN     TO CDT-CODFUN.
               MOVE RTD-NOME       TO CDT-NOME.
               MOVE RTD-VALOR      TO CDT-VALOR.
               MOVE "RECUSADO"     TO CDT-SITUACAO.
               MOVE RTD-OCORRENCIA TO CDT-MOTIVO.
               MOVE "PENSAO - CORRIGIR CONTA NO CADDEPEN"
                    TO CDT-OBSERVACAO.
               WRITE REG-CNF-DETALHE.

               DISPLAY "*** PENSAO RECUSADA PELO BANCO: CODFUN = "
                       RTD-CODFUN " SEQ = " WS-CHV-SEQ
                       " MOTIVO = " RTD-OCORRENCIA
                       " - PAGAR AO FAVORECIDO APOS CORRIGIR"
                       " CADDEPEN ***".

      *----------------------------------------------------------------*
           56-TRATAR-PENSAO-RECUSADA-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           58-LISTAR-SEM-RETORNO.
      *----------------------------------------------------------------*
                   END-IF
               END-IF.

      *        SEM HEADER NAO HA COMO CONFIRMAR QUE O RETORNO E O DA
      *        REMESSA COMPLEMENTAR.
               IF FOLHA-COMPLEMENTAR AND NOT RETORNO-TEM-HEADER
                   DISPLAY "*** RETORNO DA COMPLEMENTAR SEM HEADER -"
                           " REMESSA NAO IDENTIFICADA ***"
                   ADD 1 TO WS-QTD-DIVERGENCIAS
               END-IF.

               IF WS-RMT-QTD NOT EQUAL
                       (WS-QTD-ACEITOS + WS-QTD-RECUSADOS)
                   DISPLAY "*** QUANTIDADE RETORNADA NAO CONFERE COM"
               DISPLAY "RETORNO PROCESSADO: " WS-QTD-ACEITOS
                       " ACEITOS, " WS-QTD-RECUSADOS " RECUSADOS,"
                       " VALOR ACEITO = " WS-DISP-VALOR.
               DISPLAY "CREDACEI GRAVADO COM " WS-QTD-CREDACEI
                       " CREDITOS ACEITOS".

               IF WS-QTD-DIVERGENCIAS NOT EQUAL ZEROS
                   DISPLAY "RETORNO NAO CONCILIA COM A REMESSA - "
                   END-IF
               END-IF.

               CLOSE RETORNO RECREDITO RETCONF CREDACEI.

               IF FS-RETORNO NOT EQUAL ZEROS
                       AND FS-RETORNO NOT EQUAL 10
                       AND FS-RETCONF NOT EQUAL 10
                   DISPLAY "ERRO AO FECHAR RETCONF = " FS-RETCONF.

               IF FS-CREDACEI NOT EQUAL ZEROS
                       AND FS-CREDACEI NOT EQUAL 10
                   DISPLAY "ERRO AO FECHAR CREDACEI = " FS-CREDACEI.

           60-FIM.     EXIT.

       END PROGRAM PROCESSA-RETORNO.
