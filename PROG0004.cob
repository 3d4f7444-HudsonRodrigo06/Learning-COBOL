      *          total, validados pelo banco. Funcionarios sem dados
      *          bancarios sao listados no console e deixam RETURN-CODE
      *          04 para tratamento manual.
      *          As pensoes alimenticias descontadas pela folha e pela
      *          rescisao (PENSAOPG) saem na mesma remessa, um detalhe
      *          por favorecido com a conta dele e o CODFUN do
      *          funcionario, marcados pelo tipo de credito ('F' liquido
      *          do funcionario, 'P' pensao) e pela sequencia do
      *          dependente; entram na quantidade e no total do
      *          trailer.
      *          Os caminhos saem do DIRETORIO do SYSPARM (caminho do
      *          SYSPARM opcional na linha de comando). Com TIPO-FOLHA
      *          COMPL1 a COMPL9 a remessa e a da folha complementar:
      *          le LIQCOMPLn e PENSCOMPLn e grava REMCOMPLn, com o
      *          tipo da folha e a competencia no header, para que o
      *          banco, o PROCESSA-RETORNO e a CONCILIA-CICLO a
      *          distingam da remessa do ciclo normal.
      * Tectonics: cobc
      ******************************************************************


           FILE-CONTROL.

              SELECT LIQPAGTO ASSIGN TO DYNAMIC WS-ARQ-LIQPAGTO
              FILE STATUS IS FS-LIQPAGTO
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT CADBANCO ASSIGN TO DYNAMIC WS-ARQ-CADBANCO
              FILE STATUS IS FS-CADBANCO
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT PENSAOPG ASSIGN TO DYNAMIC WS-ARQ-PENSAOPG
              FILE STATUS IS FS-PENSAOPG
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT REMESSA ASSIGN TO DYNAMIC WS-ARQ-REMESSA
              FILE STATUS IS FS-REMESSA
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT SYSPARM ASSIGN TO DYNAMIC WS-ARQ-SYSPARM
              FILE STATUS IS FS-SYSPARM
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT CLASSIFICA ASSIGN TO "SORTWK01".

      *================================================================*
           05 BCO-CONTA-DV         PIC X(01).
           05 FILLER               PIC X(57).

      *----------------------------------------------------------------*
      *        PENSOES ALIMENTICIAS A CREDITAR, UMA POR FAVORECIDO,    *
      *        COM A CONTA DO FAVORECIDO (FOLHA-PAGAMENTO/RESCISAO)    *
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
      *        REMESSA DE CREDITO: HEADER '0', DETALHE '1',            *
      *        TRAILER '9' COM TOTAIS VALIDADOS PELO BANCO             *
      *        NA COMPLEMENTAR O HEADER LEVA TIPO DA FOLHA (COMPLn) E  *
      *        COMPETENCIA; NA REMESSA DO CICLO FICAM EM BRANCO        *
      *----------------------------------------------------------------*

           FD  REMESSA
           05 RMH-TIPO             PIC X(01).
           05 RMH-DATA-GERACAO     PIC 9(08).
           05 RMH-LITERAL          PIC X(30).
           05 RMH-TIPO-FOLHA       PIC X(06).
               88 RMH-REMESSA-COMPLEMENTAR     VALUE "COMPL1"
                                                THRU "COMPL9".
           05 RMH-COMPETENCIA      PIC X(06).
           05 FILLER               PIC X(29).

       01  REG-REM-DETALHE.
           05 RMD-TIPO             PIC X(01).
           05 RMD-CODFUN           PIC 9(04).
           05 RMD-NOME             PIC X(30).
           05 RMD-VALOR            PIC 9(11)V99.
      *        POSICOES 68-69 RESERVADAS A OCORRENCIA DO RETORNO
           05 FILLER               PIC X(02).
           05 RMD-TIPO-CREDITO     PIC X(01).
               88 RMD-CREDITO-LIQUIDO          VALUE 'F'.
               88 RMD-CREDITO-PENSAO           VALUE 'P'.
           05 RMD-SEQ-BENEF        PIC 9(02).
           05 FILLER               PIC X(08).

       01  REG-REM-TRAILER.
           05 RMT-TIPO             PIC X(01).
           05 SRT-VALOR            PIC 9(07)V99.
           05 FILLER               PIC X(02).

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
       77  FS-CADBANCO         PIC 9(02)   VALUE ZEROS.
       77  FS-REMESSA          PIC 9(02)   VALUE ZEROS.
       77  FS-PENSAOPG         PIC 9(02)   VALUE ZEROS.
       77  FS-SYSPARM          PIC 9(02)   VALUE ZEROS.

      *------- parametros do sistema (SYSPARM) e caminhos montados ----*
       77  WS-ARQ-SYSPARM      PIC X(80)
                               VALUE "C:\FILES\SYSPARM.dat".
       77  WS-DIRETORIO        PIC X(40)   VALUE "C:\FILES\".
       77  WS-ARQ-LIQPAGTO     PIC X(80)   VALUE SPACES.
       77  WS-ARQ-CADBANCO     PIC X(80)   VALUE SPACES.
       77  WS-ARQ-PENSAOPG     PIC X(80)   VALUE SPACES.
       77  WS-ARQ-REMESSA      PIC X(80)   VALUE SPACES.
       77  WS-NOME-LIQPAGTO    PIC X(16)   VALUE SPACES.
       77  WS-NOME-PENSAOPG    PIC X(16)   VALUE SPACES.
       77  WS-NOME-REMESSA     PIC X(16)   VALUE SPACES.

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

       77  WS-QTD-CREDITOS     PIC 9(06)   VALUE ZEROS.
       77  WS-VALOR-TOTAL      PIC 9(13)V99 VALUE ZEROS.
       77  WS-QTD-SEM-BANCO    PIC 9(06)   VALUE ZEROS.
       77  WS-QTD-PENSOES      PIC 9(06)   VALUE ZEROS.
       77  WS-VALOR-PENSOES    PIC 9(13)V99 VALUE ZEROS.
       77  WS-QTD-PENSAO-SEM-BANCO PIC 9(06) VALUE ZEROS.
       77  WS-DISP-VALOR       PIC ZZZZZZ9,99.

       77  WS-FIM-SORT         PIC X(01)   VALUE 'N'.
           88 FIM-CADBANCO                 VALUE 'S'.
           88 NAO-FIM-CADBANCO             VALUE 'N'.

       77  WS-FIM-PENSAOPG     PIC X(01)   VALUE 'N'.
           88 FIM-PENSAOPG                 VALUE 'S'.
           88 NAO-FIM-PENSAOPG             VALUE 'N'.

      *------- data/hora do sistema, quebrada por indice (PROG0001) ---*
       77  WS-DATETIME         PIC X(21).

      *================================================================*

           MAIN-PROCEDURE.
             PERFORM 02-ACEITAR-PARAMETRO-EXECUCAO.
             PERFORM 03-LER-SYSPARM.
             PERFORM 04-MONTAR-CAMINHOS.
             PERFORM 10-ABRIR-ARQUIVOS.
             SORT CLASSIFICA ON ASCENDING KEY SRT-CODFUN
                 USING LIQPAGTO
                 OUTPUT PROCEDURE IS 30-GERAR-REMESSA.
             PERFORM 50-GERAR-PENSOES.
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
      *        COMPETENCIA = DATA DO SISTEMA E REMESSA DO CICLO).

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

      *        A COMPLEMENTAR N (DIGITO FINAL DO TIPO) LE OS LIQUIDOS E
      *        PENSOES GRAVADOS POR ELA NA FOLHA-PAGAMENTO E GERA A
      *        PROPRIA REMESSA NUMERADA; AS DEMAIS FOLHAS USAM OS
      *        ARQUIVOS DO CICLO.
               MOVE SPACES TO WS-NOME-LIQPAGTO WS-NOME-PENSAOPG
                              WS-NOME-REMESSA.
               IF FOLHA-COMPLEMENTAR
                   STRING "LIQCOMPL" WS-TIPO-FOLHA (6:1) ".dat"
                       DELIMITED BY SIZE INTO WS-NOME-LIQPAGTO
                   STRING "PENSCOMPL" WS-TIPO-FOLHA (6:1) ".dat"
                       DELIMITED BY SIZE INTO WS-NOME-PENSAOPG
                   STRING "REMCOMPL" WS-TIPO-FOLHA (6:1) ".dat"
                       DELIMITED BY SIZE INTO WS-NOME-REMESSA
               ELSE
                   MOVE "LIQPAGTO.dat"     TO WS-NOME-LIQPAGTO
                   MOVE "PENSAOPG.dat"     TO WS-NOME-PENSAOPG
                   MOVE "REMESSA.dat"      TO WS-NOME-REMESSA
               END-IF.

               MOVE SPACES TO WS-ARQ-LIQPAGTO.
               STRING WS-DIRETORIO DELIMITED BY SPACE
                      WS-NOME-LIQPAGTO DELIMITED BY SPACE
                   INTO WS-ARQ-LIQPAGTO.
               MOVE SPACES TO WS-ARQ-CADBANCO.
               STRING WS-DIRETORIO DELIMITED BY SPACE
                      "CADBANCO.dat" DELIMITED BY SIZE
                   INTO WS-ARQ-CADBANCO.
               MOVE SPACES TO WS-ARQ-PENSAOPG.
               STRING WS-DIRETORIO DELIMITED BY SPACE
                      WS-NOME-PENSAOPG DELIMITED BY SPACE
                   INTO WS-ARQ-PENSAOPG.
               MOVE SPACES TO WS-ARQ-REMESSA.
               STRING WS-DIRETORIO DELIMITED BY SPACE
                      WS-NOME-REMESSA DELIMITED BY SPACE
                   INTO WS-ARQ-REMESSA.

      *----------------------------------------------------------------*
           04-MONTAR-CAMINHOS-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           10-ABRIR-ARQUIVOS.
      *----------------------------------------------------------------*
                   DISPLAY "--------------------------------"
                   DISPLAY "ERRO AO ABRIR O ARQUIVO LIQPAGTO"
                   DISPLAY "EXECUTAR A FOLHA-PAGAMENTO ANTES"
                   DISPLAY "ARQUIVO = " WS-ARQ-LIQPAGTO
                   DISPLAY "FILE STATUS = " FS-LIQPAGTO
                   DISPLAY "--------------------------------"
                   MOVE 99 TO RETURN-CODE
                   MOVE 99 TO RETURN-CODE
                   STOP RUN.

               PERFORM 15-GRAVAR-HEADER.

      *----------------------------------------------------------------*
               MOVE SPACES TO REG-REM-HEADER.
               MOVE '0'                    TO RMH-TIPO.
               MOVE WS-DATA-GERACAO        TO RMH-DATA-GERACAO.
               IF FOLHA-COMPLEMENTAR
                   MOVE "REMESSA COMPLEMENTAR FOLHA"
                                           TO RMH-LITERAL
                   MOVE WS-TIPO-FOLHA      TO RMH-TIPO-FOLHA
                   MOVE WS-COMP-ANOMES     TO RMH-COMPETENCIA
               ELSE
                   MOVE "REMESSA CREDITO FOLHA PAGTO"
                                           TO RMH-LITERAL
               END-IF.
               WRITE REG-REM-HEADER.

      *----------------------------------------------------------------*
               MOVE SRT-CODFUN     TO RMD-CODFUN.
               MOVE SRT-NOME       TO RMD-NOME.
               MOVE SRT-VALOR      TO RMD-VALOR.
               SET RMD-CREDITO-LIQUIDO TO TRUE.
               MOVE ZEROS          TO RMD-SEQ-BENEF.
               WRITE REG-REM-DETALHE.

               ADD 1 TO WS-QTD-CREDITOS.
           45-LISTAR-SEM-BANCO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           50-GERAR-PENSOES.
      *----------------------------------------------------------------*

      *        UM CREDITO POR FAVORECIDO DE PENSAO ALIMENTICIA, DEPOIS
      *        DOS LIQUIDOS. PENSAOPG AUSENTE NAO E ERRO: CICLO SEM
      *        PENSOES (FOLHA ANTERIOR AO CADASTRO DE DEPENDENTES).

               OPEN INPUT PENSAOPG.
               IF FS-PENSAOPG EQUAL 35
                   DISPLAY "PENSAOPG NAO ENCONTRADO - REMESSA SEM"
                           " PENSOES ALIMENTICIAS"
               ELSE
                   IF FS-PENSAOPG NOT EQUAL ZEROS
                       DISPLAY "--------------------------------"
                       DISPLAY "ERRO AO ABRIR O ARQUIVO PENSAOPG"
                       DISPLAY "FILE STATUS = " FS-PENSAOPG
                       DISPLAY "--------------------------------"
                       MOVE 99 TO RETURN-CODE
                       STOP RUN
                   ELSE
                       SET NAO-FIM-PENSAOPG TO TRUE
                       PERFORM 52-PROCESSAR-PENSAO UNTIL FIM-PENSAOPG
                       CLOSE PENSAOPG
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
           50-GERAR-PENSOES-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           52-PROCESSAR-PENSAO.
      *----------------------------------------------------------------*

               READ PENSAOPG.
               IF FS-PENSAOPG EQUAL 10
                   SET FIM-PENSAOPG TO TRUE
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
                           PERFORM 55-LISTAR-PENSAO-SEM-BANCO
                       ELSE
                           PERFORM 54-GRAVAR-DETALHE-PENSAO
                       END-IF
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
           52-PROCESSAR-PENSAO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           54-GRAVAR-DETALHE-PENSAO.
      *----------------------------------------------------------------*

               MOVE SPACES TO REG-REM-DETALHE.
               MOVE '1'            TO RMD-TIPO.
               MOVE PEN-BANCO      TO RMD-BANCO.
               MOVE PEN-AGENCIA    TO RMD-AGENCIA.
               MOVE PEN-AGENCIA-DV TO RMD-AGENCIA-DV.
               MOVE PEN-CONTA      TO RMD-CONTA.
               MOVE PEN-CONTA-DV   TO RMD-CONTA-DV.
               MOVE PEN-CODFUN     TO RMD-CODFUN.
               MOVE PEN-FAVORECIDO TO RMD-NOME.
               MOVE PEN-VALOR      TO RMD-VALOR.
               SET RMD-CREDITO-PENSAO TO TRUE.
               MOVE PEN-SEQ        TO RMD-SEQ-BENEF.
               WRITE REG-REM-DETALHE.

               ADD 1 TO WS-QTD-CREDITOS.
               ADD PEN-VALOR TO WS-VALOR-TOTAL.
               ADD 1 TO WS-QTD-PENSOES.
               ADD PEN-VALOR TO WS-VALOR-PENSOES.

      *----------------------------------------------------------------*
           54-GRAVAR-DETALHE-PENSAO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           55-LISTAR-PENSAO-SEM-BANCO.
      *----------------------------------------------------------------*

               ADD 1 TO WS-QTD-PENSAO-SEM-BANCO.
               MOVE PEN-VALOR TO WS-DISP-VALOR.
               DISPLAY "*** PENSAO SEM DADOS BANCARIOS: CODFUN = "
                       PEN-CODFUN " SEQ = " PEN-SEQ " "
                       PEN-FAVORECIDO " VALOR = " WS-DISP-VALOR
                       " - CREDITO NAO GERADO ***".

      *----------------------------------------------------------------*
           55-LISTAR-PENSAO-SEM-BANCO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *                            FINALIZACAO                         *
      *----------------------------------------------------------------*
               WRITE REG-REM-TRAILER.

               MOVE WS-VALOR-TOTAL TO WS-DISP-VALOR.
               IF FOLHA-COMPLEMENTAR
                   DISPLAY "REMESSA COMPLEMENTAR " WS-TIPO-FOLHA
                           " DA COMPETENCIA " WS-COMP-ANOMES
                           " EM " WS-ARQ-REMESSA
               END-IF.
               DISPLAY "REMESSA GERADA: " WS-QTD-CREDITOS
                       " CREDITOS, TOTAL = " WS-DISP-VALOR.
               IF WS-QTD-PENSOES NOT EQUAL ZEROS
                   MOVE WS-VALOR-PENSOES TO WS-DISP-VALOR
                   DISPLAY "  DOS QUAIS PENSOES ALIMENTICIAS: "
                           WS-QTD-PENSOES ", VALOR = " WS-DISP-VALOR
               END-IF.

               IF WS-QTD-SEM-BANCO NOT EQUAL ZEROS
                   DISPLAY "FUNCIONARIOS SEM DADOS BANCARIOS = "
                   MOVE 04 TO RETURN-CODE
               END-IF.

               IF WS-QTD-PENSAO-SEM-BANCO NOT EQUAL ZEROS
                   DISPLAY "PENSOES SEM DADOS BANCARIOS = "
                           WS-QTD-PENSAO-SEM-BANCO
                   DISPLAY "COMPLETAR A CONTA DO FAVORECIDO NO"
                           " CADDEPEN E PAGAR AS PENSOES FALTANTES"
                   MOVE 04 TO RETURN-CODE
               END-IF.

               CLOSE CADBANCO REMESSA.

               IF FS-CADBANCO NOT EQUAL ZEROS
