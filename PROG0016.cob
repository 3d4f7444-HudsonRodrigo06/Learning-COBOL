      *================================================================*
       IDENTIFICATION DIVISION.
      *================================================================*

       PROGRAM-ID. ATUALIZA-DEPENDENTES.

      ******************************************************************
      * Author:
      * Date:
      * Purpose: mantem o cadastro de dependentes CADDEPEN (um registro
      *          por CODFUN + sequencia do dependente, ordenado) a
      *          partir do arquivo de movimentos MOVDEPEN (inclusao/
      *          alteracao/exclusao), no mesmo esquema de merge
      *          balanceado do ATUALIZA-BANCO: gera CADDEPNN, rejeita
      *          movimentos invalidos em REJDEPEN e ao final promove o
      *          CADDEPNN a CADDEPEN do proximo ciclo, preservando
      *          backup datado.
      *          Cada dependente traz nome, nascimento, parentesco e o
      *          indicador de dependente para o IRRF (deducao legal por
      *          dependente na FOLHA-PAGAMENTO, PREVIA-FOLHA e
      *          CALCULA-RESCISAO). A pensao alimenticia judicial e
      *          opcional: percentual sobre o bruto menos INSS ('P') ou
      *          valor fixo mensal ('V'), com o favorecido e os dados
      *          bancarios para o credito pela GERA-REMESSA.
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

              SELECT CADDEPEN ASSIGN TO  "C:\FILES\CADDEPEN.dat"
              FILE STATUS IS FS-CADDEPEN
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT MOVDEPEN ASSIGN TO  "C:\FILES\MOVDEPEN.dat"
              FILE STATUS IS FS-MOVDEPEN
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT CADDEPNN ASSIGN TO  "C:\FILES\CADDEPNN.dat"
              FILE STATUS IS FS-CADDEPNN
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT REJDEPEN ASSIGN TO  "C:\FILES\REJDEPEN.dat"
              FILE STATUS IS FS-REJDEPEN
              ORGANIZATION IS LINE SEQUENTIAL.

      *================================================================*
       DATA DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                                                    SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *        CADASTRO DE DEPENDENTES: CHAVE CODFUN + SEQUENCIA.      *
      *        PARENTESCO: C=CONJUGE F=FILHO(A) P=PAI/MAE O=OUTRO.     *
      *        DEDUZ-IRRF 'S' CONTA O DEPENDENTE NA BASE DO IRRF.      *
      *        PENSAO-TIPO: ' '=SEM PENSAO, 'P'=PERCENTUAL, 'V'=VALOR  *
      *----------------------------------------------------------------*

           FD  CADDEPEN
               BLOCK CONTAINS 0 RECORDS
               RECORD CONTAINS 120 CHARACTERS
               LABEL RECORD IS STANDARD
               RECORDING MODE IS F.

       01  REG-CADDEPEN.
           05 DEP-CHAVE.
               10 DEP-CODFUN       PIC 9(04).
               10 DEP-SEQ          PIC 9(02).
           05 DEP-NOME             PIC X(30).
           05 DEP-DATA-NASC        PIC 9(08).
           05 DEP-PARENTESCO       PIC X(01).
           05 DEP-DEDUZ-IRRF       PIC X(01).
           05 DEP-PENSAO-TIPO      PIC X(01).
           05 DEP-PENSAO-PERC      PIC 9(03)V99.
           05 DEP-PENSAO-VALOR     PIC 9(07)V99.
           05 DEP-FAVORECIDO       PIC X(30).
           05 DEP-BANCO            PIC 9(03).
           05 DEP-AGENCIA          PIC 9(04).
           05 DEP-AGENCIA-DV       PIC X(01).
           05 DEP-CONTA            PIC 9(10).
           05 DEP-CONTA-DV         PIC X(01).
           05 FILLER               PIC X(10).

           FD  MOVDEPEN
               BLOCK CONTAINS 0 RECORDS
               RECORD CONTAINS 120 CHARACTERS
               LABEL RECORD IS STANDARD
               RECORDING MODE IS F.

       01  REG-MOVDEPEN.
           05 DMV-CHAVE.
               10 DMV-CODFUN       PIC 9(04).
               10 DMV-SEQ          PIC 9(02).
           05 DMV-NOME             PIC X(30).
           05 DMV-DATA-NASC        PIC 9(08).
           05 DMV-DATA-NASC-R REDEFINES DMV-DATA-NASC.
               10 DMV-NASC-ANO     PIC 9(04).
               10 DMV-NASC-MES     PIC 9(02).
               10 DMV-NASC-DIA     PIC 9(02).
           05 DMV-PARENTESCO       PIC X(01).
           05 DMV-DEDUZ-IRRF       PIC X(01).
           05 DMV-PENSAO-TIPO      PIC X(01).
           05 DMV-PENSAO-PERC      PIC 9(03)V99.
           05 DMV-PENSAO-VALOR     PIC 9(07)V99.
           05 DMV-FAVORECIDO       PIC X(30).
           05 DMV-BANCO            PIC 9(03).
           05 DMV-AGENCIA          PIC 9(04).
           05 DMV-AGENCIA-DV       PIC X(01).
           05 DMV-CONTA            PIC 9(10).
           05 DMV-CONTA-DV         PIC X(01).
           05 FILLER               PIC X(07).
           05 DMV-TIPO             PIC X(01).
           05 FILLER               PIC X(02).

           FD  CADDEPNN
               BLOCK CONTAINS 0 RECORDS
               RECORD CONTAINS 120 CHARACTERS
               LABEL RECORD IS STANDARD
               RECORDING MODE IS F.

       01  REG-CADDEPNN            PIC X(120).

      *----------------------------------------------------------------*
      *        REJEITO PRESERVA O MOVIMENTO ORIGINAL COMPLETO PARA     *
      *        PERMITIR CORRECAO E RECICLAGEM                          *
      *----------------------------------------------------------------*

           FD  REJDEPEN
               BLOCK CONTAINS 0 RECORDS
               RECORD CONTAINS 172 CHARACTERS
               LABEL RECORD IS STANDARD
               RECORDING MODE IS F.

       01  REG-REJDEPEN.
           05 RJD-REG-ORIGINAL     PIC X(120).
           05 RJD-CAMPO            PIC X(10).
           05 RJD-MOTIVO           PIC X(40).
           05 RJD-RECICLO          PIC 9(02).

      *----------------------------------------------------------------*
       WORKING-STORAGE                                         SECTION.
      *----------------------------------------------------------------*

       77  FS-CADDEPEN         PIC 9(02)   VALUE ZEROS.
       77  FS-MOVDEPEN         PIC 9(02)   VALUE ZEROS.
       77  FS-CADDEPNN         PIC 9(02)   VALUE ZEROS.
       77  FS-REJDEPEN         PIC 9(02)   VALUE ZEROS.

       77  WS-LIDOS            PIC 9(07)   VALUE ZEROS.
       77  WS-GRAVADOS         PIC 9(07)   VALUE ZEROS.
       77  WS-QTD-INCLUSOES    PIC 9(07)   VALUE ZEROS.
       77  WS-QTD-ALTERACOES   PIC 9(07)   VALUE ZEROS.
       77  WS-QTD-EXCLUSOES    PIC 9(07)   VALUE ZEROS.
       77  WS-QTD-REJEITOS     PIC 9(07)   VALUE ZEROS.
       77  WS-QTD-INALTERADOS  PIC 9(07)   VALUE ZEROS.
       77  WS-QTD-PENSOES      PIC 9(07)   VALUE ZEROS.

      *------- validacao do movimento corrente (MOVDEPEN) -------------*
       77  WS-MOV-STATUS       PIC X(01)   VALUE 'V'.
           88 MOV-VALIDO                   VALUE 'V'.
           88 MOV-INVALIDO                 VALUE 'I'.
       77  WS-CAMPO-REJEITADO  PIC X(10)   VALUE SPACES.
       77  WS-MOTIVO-REJEICAO  PIC X(40)   VALUE SPACES.

      *------- controle de sequencia/duplicidade de MOVDEPEN ----------*
       77  WS-ULTIMA-CHAVE-D   PIC 9(06)   VALUE ZEROS.
       77  WS-MOVDEPEN-STATUS  PIC X(01)   VALUE 'N'.
           88 MOVDEPEN-OK                  VALUE 'S'.
           88 MOVDEPEN-PENDENTE            VALUE 'N'.

      *------- rotacao de CADDEPNN para CADDEPEN do proximo ciclo -----*
       77  WS-CADDEPEN-PATH    PIC X(40)
                               VALUE "C:\FILES\CADDEPEN.dat".
       77  WS-CADDEPNN-PATH    PIC X(40)
                               VALUE "C:\FILES\CADDEPNN.dat".
       77  WS-CALL-STATUS      PIC S9(09) COMP-5 VALUE ZERO.
       77  WS-CALL-STATUS-DEL  PIC S9(09) COMP-5 VALUE ZERO.

       01  WS-BACKUP-PATH.
           05 FILLER           PIC X(18)
                               VALUE "C:\FILES\CADDEPEN.".
           05 WS-BKP-ANO       PIC 9(04).
           05 WS-BKP-MES       PIC 9(02).
           05 WS-BKP-DIA       PIC 9(02).
           05 WS-BKP-HH        PIC 9(02).
           05 WS-BKP-MM        PIC 9(02).
           05 WS-BKP-SS        PIC 9(02).
           05 FILLER           PIC X(04) VALUE ".BAK".

      *------- data/hora do sistema, quebrada por indice (PROG0001) ---*
       77  WS-DATETIME         PIC X(21).

       01  WS-DATA-SISTEMA.
           05 WS-DATA-ANO      PIC 9(04).
           05 WS-DATA-MES      PIC 9(02).
           05 WS-DATA-DIA      PIC 9(02).
           05 WS-HORA-HH       PIC 9(02).
           05 WS-HORA-MM       PIC 9(02).
           05 WS-HORA-SS       PIC 9(02).
       01  WS-DATA-SISTEMA-R REDEFINES WS-DATA-SISTEMA.
           05 WS-DATA-NUM      PIC 9(08).
           05 FILLER           PIC 9(06).

      *------- chaves correntes dos dois lados do merge ---------------*
      *        CODFUN + SEQUENCIA DO DEPENDENTE; 999999 = FIM DO LADO
       77  WS-CHAVE-CAD        PIC 9(06)   VALUE ZEROS.
       77  WS-CHAVE-MOV        PIC 9(06)   VALUE ZEROS.

      *------- dependente montado a partir do movimento ---------------*
       01  WS-DEPENDENTE-NOVO.
           05 WS-NOV-CODFUN        PIC 9(04).
           05 WS-NOV-SEQ           PIC 9(02).
           05 WS-NOV-NOME          PIC X(30).
           05 WS-NOV-DATA-NASC     PIC 9(08).
           05 WS-NOV-PARENTESCO    PIC X(01).
           05 WS-NOV-DEDUZ-IRRF    PIC X(01).
           05 WS-NOV-PENSAO-TIPO   PIC X(01).
           05 WS-NOV-PENSAO-PERC   PIC 9(03)V99.
           05 WS-NOV-PENSAO-VALOR  PIC 9(07)V99.
           05 WS-NOV-FAVORECIDO    PIC X(30).
           05 WS-NOV-BANCO         PIC 9(03).
           05 WS-NOV-AGENCIA       PIC 9(04).
           05 WS-NOV-AGENCIA-DV    PIC X(01).
           05 WS-NOV-CONTA         PIC 9(10).
           05 WS-NOV-CONTA-DV      PIC X(01).
           05 FILLER               PIC X(10).

      *------- primeira carga: CADDEPEN ainda nao existia -------------*
       77  WS-PRIMEIRA-CARGA   PIC X(01)   VALUE 'N'.
           88 PRIMEIRA-CARGA               VALUE 'S'.
           88 NAO-PRIMEIRA-CARGA           VALUE 'N'.

      *================================================================*
       PROCEDURE DIVISION.
      *================================================================*

           MAIN-PROCEDURE.
             PERFORM 10-ABRIR-ARQUIVOS.
             PERFORM 50-PROCESSAR-MERGE
                 UNTIL 999999 = WS-CHAVE-CAD AND WS-CHAVE-MOV.
             PERFORM 60-FINALIZAR.
             STOP RUN.

      *----------------------------------------------------------------*
           10-ABRIR-ARQUIVOS.
      *----------------------------------------------------------------*

      *        NA PRIMEIRA CARGA O CADDEPEN AINDA NAO EXISTE (STATUS
      *        35): SEGUE COMO CADASTRO VAZIO, SO COM AS INCLUSOES DO
      *        MOVDEPEN.
               OPEN INPUT CADDEPEN.
               IF FS-CADDEPEN EQUAL 35
                   DISPLAY "CADDEPEN INEXISTENTE - ASSUMIDO CADASTRO"
                           " VAZIO (PRIMEIRA CARGA)"
                   SET PRIMEIRA-CARGA TO TRUE
                   MOVE 999999 TO WS-CHAVE-CAD
               ELSE
                   IF FS-CADDEPEN NOT EQUAL ZEROS
                       DISPLAY "--------------------------------"
                       DISPLAY "ERRO AO ABRIR O ARQUIVO CADDEPEN"
                       DISPLAY "FILE STATUS = " FS-CADDEPEN
                       DISPLAY "--------------------------------"
                       MOVE 99 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF.

               OPEN INPUT MOVDEPEN.
               IF FS-MOVDEPEN NOT EQUAL ZEROS
                   DISPLAY "--------------------------------"
                   DISPLAY "ERRO AO ABRIR O ARQUIVO MOVDEPEN"
                   DISPLAY "FILE STATUS = " FS-MOVDEPEN
                   DISPLAY "--------------------------------"
                   MOVE 99 TO RETURN-CODE
                   STOP RUN.

               OPEN OUTPUT CADDEPNN.
               IF FS-CADDEPNN NOT EQUAL ZEROS
                   DISPLAY "--------------------------------"
                   DISPLAY "ERRO AO ABRIR O ARQUIVO CADDEPNN"
                   DISPLAY "FILE STATUS = " FS-CADDEPNN
                   DISPLAY "--------------------------------"
                   MOVE 99 TO RETURN-CODE
                   STOP RUN.

               OPEN OUTPUT REJDEPEN.
               IF FS-REJDEPEN NOT EQUAL ZEROS
                   DISPLAY "--------------------------------"
                   DISPLAY "ERRO AO ABRIR O ARQUIVO REJDEPEN"
                   DISPLAY "FILE STATUS = " FS-REJDEPEN
                   DISPLAY "--------------------------------"
                   MOVE 99 TO RETURN-CODE
                   STOP RUN.

               PERFORM 05-OBTER-DATA-SISTEMA.

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
               MOVE WS-DATETIME(9:2)  TO WS-HORA-HH.
               MOVE WS-DATETIME(11:2) TO WS-HORA-MM.
               MOVE WS-DATETIME(13:2) TO WS-HORA-SS.

      *----------------------------------------------------------------*
           05-OBTER-DATA-SISTEMA-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           20-LER-CADDEPEN.
      *----------------------------------------------------------------*

               READ CADDEPEN.
               IF FS-CADDEPEN EQUAL 10
                   MOVE 999999 TO WS-CHAVE-CAD
               ELSE
                   IF FS-CADDEPEN NOT EQUAL ZEROS
                       DISPLAY "ERRO AO LER CADDEPEN = " FS-CADDEPEN
                       MOVE 99 TO RETURN-CODE
                       STOP RUN
                   ELSE
                       ADD 1 TO WS-LIDOS
                       MOVE DEP-CHAVE TO WS-CHAVE-CAD
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
           20-LER-CADDEPEN-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           30-LER-MOVDEPEN.
      *----------------------------------------------------------------*

               SET MOVDEPEN-PENDENTE TO TRUE.
               PERFORM 30A-LER-UM-MOVDEPEN UNTIL MOVDEPEN-OK.

      *----------------------------------------------------------------*
           30-LER-MOVDEPEN-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           30A-LER-UM-MOVDEPEN.
      *----------------------------------------------------------------*

               READ MOVDEPEN.
               IF FS-MOVDEPEN EQUAL 10
                   MOVE 999999 TO WS-CHAVE-MOV
                   SET MOVDEPEN-OK TO TRUE
               ELSE
                   IF FS-MOVDEPEN NOT EQUAL ZEROS
                       DISPLAY "ERRO AO LER MOVDEPEN = " FS-MOVDEPEN
                       MOVE 99 TO RETURN-CODE
                       STOP RUN
                   ELSE
                       ADD 1 TO WS-LIDOS
                       PERFORM 35-VALIDAR-SEQUENCIA
                       IF MOV-VALIDO
                           MOVE DMV-CHAVE TO WS-CHAVE-MOV
                           MOVE DMV-CHAVE TO WS-ULTIMA-CHAVE-D
                           SET MOVDEPEN-OK TO TRUE
                       ELSE
                           PERFORM 900-GRAVA-REJEITO
                       END-IF
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
           30A-LER-UM-MOVDEPEN-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           35-VALIDAR-SEQUENCIA.
      *----------------------------------------------------------------*

               SET MOV-VALIDO TO TRUE.
               MOVE SPACES TO WS-CAMPO-REJEITADO.
               MOVE SPACES TO WS-MOTIVO-REJEICAO.

               IF DMV-CODFUN NOT NUMERIC OR DMV-SEQ NOT NUMERIC
                   SET MOV-INVALIDO TO TRUE
                   MOVE "CHAVE" TO WS-CAMPO-REJEITADO
                   MOVE "CODFUN/SEQUENCIA NAO NUMERICO"
                        TO WS-MOTIVO-REJEICAO
               ELSE
                   IF DMV-CODFUN EQUAL ZEROS OR DMV-SEQ EQUAL ZEROS
                       SET MOV-INVALIDO TO TRUE
                       MOVE "CHAVE" TO WS-CAMPO-REJEITADO
                       MOVE "CODFUN/SEQUENCIA ZERADO"
                            TO WS-MOTIVO-REJEICAO
                   END-IF
               END-IF.

               IF MOV-VALIDO AND WS-ULTIMA-CHAVE-D NOT EQUAL ZEROS
                   IF DMV-CHAVE EQUAL WS-ULTIMA-CHAVE-D
                       SET MOV-INVALIDO TO TRUE
                       MOVE "CHAVE" TO WS-CAMPO-REJEITADO
                       MOVE "DEPENDENTE DUPLICADO EM MOVDEPEN"
                            TO WS-MOTIVO-REJEICAO
                   ELSE
                       IF DMV-CHAVE < WS-ULTIMA-CHAVE-D
                           SET MOV-INVALIDO TO TRUE
                           MOVE "CHAVE" TO WS-CAMPO-REJEITADO
                           MOVE "MOVDEPEN FORA DE SEQUENCIA"
                                TO WS-MOTIVO-REJEICAO
                       END-IF
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
           35-VALIDAR-SEQUENCIA-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           37-VALIDAR-CAMPOS.
      *----------------------------------------------------------------*

               SET MOV-VALIDO TO TRUE.
               MOVE SPACES TO WS-CAMPO-REJEITADO.
               MOVE SPACES TO WS-MOTIVO-REJEICAO.

               EVALUATE DMV-TIPO
                   WHEN 'I'
                   WHEN 'A'
                   WHEN 'E'
                       CONTINUE
                   WHEN OTHER
                       SET MOV-INVALIDO TO TRUE
                       MOVE "TIPO" TO WS-CAMPO-REJEITADO
                       MOVE "TIPO DE MOVIMENTO DESCONHECIDO"
                            TO WS-MOTIVO-REJEICAO
               END-EVALUATE.

               IF MOV-VALIDO AND DMV-TIPO NOT EQUAL 'E'
                   PERFORM 37A-VALIDAR-DEPENDENTE
               END-IF.

               IF MOV-VALIDO AND DMV-TIPO NOT EQUAL 'E'
                   PERFORM 37B-VALIDAR-PENSAO
               END-IF.

      *----------------------------------------------------------------*
           37-VALIDAR-CAMPOS-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           37A-VALIDAR-DEPENDENTE.
      *----------------------------------------------------------------*

               IF DMV-NOME EQUAL SPACES
                   SET MOV-INVALIDO TO TRUE
                   MOVE "NOME" TO WS-CAMPO-REJEITADO
                   MOVE "NOME DO DEPENDENTE EM BRANCO"
                        TO WS-MOTIVO-REJEICAO
               END-IF.

      *        NASCIMENTO AAAAMMDD: MES 01-12, DIA 01-31 E NAO
      *        POSTERIOR A DATA DO SISTEMA
               IF MOV-VALIDO
                   IF DMV-DATA-NASC NOT NUMERIC
                       SET MOV-INVALIDO TO TRUE
                   ELSE
                       IF DMV-NASC-MES < 01 OR DMV-NASC-MES > 12
                               OR DMV-NASC-DIA < 01
                               OR DMV-NASC-DIA > 31
                               OR DMV-DATA-NASC > WS-DATA-NUM
                           SET MOV-INVALIDO TO TRUE
                       END-IF
                   END-IF
                   IF MOV-INVALIDO
                       MOVE "NASCIMENTO" TO WS-CAMPO-REJEITADO
                       MOVE "DATA DE NASCIMENTO INVALIDA"
                            TO WS-MOTIVO-REJEICAO
                   END-IF
               END-IF.

               IF MOV-VALIDO
                   EVALUATE DMV-PARENTESCO
                       WHEN 'C'
                       WHEN 'F'
                       WHEN 'P'
                       WHEN 'O'
                           CONTINUE
                       WHEN OTHER
                           SET MOV-INVALIDO TO TRUE
                           MOVE "PARENTESCO" TO WS-CAMPO-REJEITADO
                           MOVE "PARENTESCO DIFERENTE DE C/F/P/O"
                                TO WS-MOTIVO-REJEICAO
                   END-EVALUATE
               END-IF.

               IF MOV-VALIDO
                   IF DMV-DEDUZ-IRRF NOT EQUAL 'S'
                           AND DMV-DEDUZ-IRRF NOT EQUAL 'N'
                       SET MOV-INVALIDO TO TRUE
                       MOVE "DEDUZ-IRRF" TO WS-CAMPO-REJEITADO
                       MOVE "INDICADOR DE DEPENDENTE IRRF NAO S/N"
                            TO WS-MOTIVO-REJEICAO
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
           37A-VALIDAR-DEPENDENTE-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           37B-VALIDAR-PENSAO.
      *----------------------------------------------------------------*

      *        PENSAO JUDICIAL: PERCENTUAL ENTRE 0,01 E 100,00 OU
      *        VALOR FIXO POSITIVO, SEMPRE COM FAVORECIDO E CONTA
      *        COMPLETOS - O CREDITO VAI DIRETO NA REMESSA.

               EVALUATE DMV-PENSAO-TIPO
                   WHEN SPACE
                       CONTINUE
                   WHEN 'P'
                       IF DMV-PENSAO-PERC NOT NUMERIC
                           SET MOV-INVALIDO TO TRUE
                       ELSE
                           IF DMV-PENSAO-PERC EQUAL ZEROS
                                   OR DMV-PENSAO-PERC > 100
                               SET MOV-INVALIDO TO TRUE
                           END-IF
                       END-IF
                       IF MOV-INVALIDO
                           MOVE "PERCENTUAL" TO WS-CAMPO-REJEITADO
                           MOVE "PERCENTUAL DE PENSAO INVALIDO"
                                TO WS-MOTIVO-REJEICAO
                       END-IF
                   WHEN 'V'
                       IF DMV-PENSAO-VALOR NOT NUMERIC
                           SET MOV-INVALIDO TO TRUE
                       ELSE
                           IF DMV-PENSAO-VALOR EQUAL ZEROS
                               SET MOV-INVALIDO TO TRUE
                           END-IF
                       END-IF
                       IF MOV-INVALIDO
                           MOVE "VALOR" TO WS-CAMPO-REJEITADO
                           MOVE "VALOR DE PENSAO INVALIDO"
                                TO WS-MOTIVO-REJEICAO
                       END-IF
                   WHEN OTHER
                       SET MOV-INVALIDO TO TRUE
                       MOVE "PENSAO" TO WS-CAMPO-REJEITADO
                       MOVE "TIPO DE PENSAO DIFERENTE DE P/V/BRANCO"
                            TO WS-MOTIVO-REJEICAO
               END-EVALUATE.

               IF MOV-VALIDO AND DMV-PENSAO-TIPO NOT EQUAL SPACE
                   IF DMV-FAVORECIDO EQUAL SPACES
                       SET MOV-INVALIDO TO TRUE
                       MOVE "FAVORECIDO" TO WS-CAMPO-REJEITADO
                       MOVE "PENSAO SEM NOME DO FAVORECIDO"
                            TO WS-MOTIVO-REJEICAO
                   END-IF
                   IF MOV-VALIDO AND DMV-BANCO NOT NUMERIC
                       SET MOV-INVALIDO TO TRUE
                       MOVE "BANCO" TO WS-CAMPO-REJEITADO
                       MOVE "BANCO COM CONTEUDO NAO NUMERICO"
                            TO WS-MOTIVO-REJEICAO
                   END-IF
                   IF MOV-VALIDO AND DMV-AGENCIA NOT NUMERIC
                       SET MOV-INVALIDO TO TRUE
                       MOVE "AGENCIA" TO WS-CAMPO-REJEITADO
                       MOVE "AGENCIA COM CONTEUDO NAO NUMERICO"
                            TO WS-MOTIVO-REJEICAO
                   END-IF
                   IF MOV-VALIDO AND DMV-CONTA NOT NUMERIC
                       SET MOV-INVALIDO TO TRUE
                       MOVE "CONTA" TO WS-CAMPO-REJEITADO
                       MOVE "CONTA COM CONTEUDO NAO NUMERICO"
                            TO WS-MOTIVO-REJEICAO
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
           37B-VALIDAR-PENSAO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           50-PROCESSAR-MERGE.
      *----------------------------------------------------------------*

               IF WS-CHAVE-CAD EQUAL ZEROS
                   PERFORM 20-LER-CADDEPEN
                       UNTIL WS-CHAVE-CAD NOT EQUAL ZEROS
               END-IF.

               IF WS-CHAVE-MOV EQUAL ZEROS
                   PERFORM 30-LER-MOVDEPEN
                       UNTIL WS-CHAVE-MOV NOT EQUAL ZEROS
               END-IF.

               IF WS-CHAVE-CAD NOT EQUAL 999999
                       OR WS-CHAVE-MOV NOT EQUAL 999999
                   PERFORM 100-EXECUTAR-ACOES
               END-IF.

      *----------------------------------------------------------------*
           50-PROCESSAR-MERGE-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           100-EXECUTAR-ACOES.
      *----------------------------------------------------------------*

               IF WS-CHAVE-CAD EQUAL WS-CHAVE-MOV
                   PERFORM 37-VALIDAR-CAMPOS
                   IF MOV-VALIDO
                       EVALUATE DMV-TIPO
                           WHEN 'A' PERFORM 200-ALTERAR
                           WHEN 'E' PERFORM 400-EXCLUIR
                           WHEN OTHER
                               MOVE "TIPO" TO WS-CAMPO-REJEITADO
                               MOVE "INCLUSAO PARA DEPENDENTE EXISTENTE"
                                   TO WS-MOTIVO-REJEICAO
                               PERFORM 900-GRAVA-REJEITO
                               PERFORM 300-COPIAR-CADASTRO
                       END-EVALUATE
                   ELSE
                       PERFORM 900-GRAVA-REJEITO
                       PERFORM 300-COPIAR-CADASTRO
                   END-IF
                   MOVE ZEROS TO WS-CHAVE-CAD
                   MOVE ZEROS TO WS-CHAVE-MOV
               ELSE
                   IF WS-CHAVE-CAD < WS-CHAVE-MOV
                       PERFORM 300-COPIAR-CADASTRO
                       MOVE ZEROS TO WS-CHAVE-CAD
                   ELSE
                       PERFORM 37-VALIDAR-CAMPOS
                       IF MOV-VALIDO
                           IF DMV-TIPO EQUAL 'I'
                               PERFORM 600-INCLUIR
                           ELSE
                               MOVE "TIPO" TO WS-CAMPO-REJEITADO
                               MOVE "ALTERACAO/EXCLUSAO INEXISTENTE"
                                   TO WS-MOTIVO-REJEICAO
                               PERFORM 900-GRAVA-REJEITO
                           END-IF
                       ELSE
                           PERFORM 900-GRAVA-REJEITO
                       END-IF
                       MOVE ZEROS TO WS-CHAVE-MOV
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
           100-EXECUTAR-ACOES-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           200-ALTERAR.
      *----------------------------------------------------------------*

               PERFORM 700-MONTAR-DEPENDENTE.
               MOVE WS-DEPENDENTE-NOVO TO REG-CADDEPNN.
               WRITE REG-CADDEPNN.
               ADD 1 TO WS-GRAVADOS.
               ADD 1 TO WS-QTD-ALTERACOES.
               DISPLAY "DEPENDENTE ALTERADO, CODFUN = " DMV-CODFUN
                       " SEQ = " DMV-SEQ.

      *----------------------------------------------------------------*
           200-ALTERAR-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           300-COPIAR-CADASTRO.
      *----------------------------------------------------------------*

               MOVE REG-CADDEPEN TO REG-CADDEPNN.
               WRITE REG-CADDEPNN.
               ADD 1 TO WS-GRAVADOS.
               ADD 1 TO WS-QTD-INALTERADOS.
               IF DEP-PENSAO-TIPO NOT EQUAL SPACE
                   ADD 1 TO WS-QTD-PENSOES
               END-IF.

      *----------------------------------------------------------------*
           300-COPIAR-CADASTRO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           400-EXCLUIR.
      *----------------------------------------------------------------*

               ADD 1 TO WS-QTD-EXCLUSOES.
               DISPLAY "DEPENDENTE EXCLUIDO, CODFUN = " DEP-CODFUN
                       " SEQ = " DEP-SEQ.

      *----------------------------------------------------------------*
           400-EXCLUIR-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           600-INCLUIR.
      *----------------------------------------------------------------*

               PERFORM 700-MONTAR-DEPENDENTE.
               MOVE WS-DEPENDENTE-NOVO TO REG-CADDEPNN.
               WRITE REG-CADDEPNN.
               ADD 1 TO WS-GRAVADOS.
               ADD 1 TO WS-QTD-INCLUSOES.
               DISPLAY "DEPENDENTE INCLUIDO, CODFUN = " DMV-CODFUN
                       " SEQ = " DMV-SEQ.

      *----------------------------------------------------------------*
           600-INCLUIR-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           700-MONTAR-DEPENDENTE.
      *----------------------------------------------------------------*

      *        SEM PENSAO OS CAMPOS DA PENSAO E DO FAVORECIDO SAEM
      *        ZERADOS/EM BRANCO, PARA A FOLHA NAO CREDITAR RESIDUO
      *        DE UMA PENSAO ENCERRADA.

               MOVE SPACES TO WS-DEPENDENTE-NOVO.
               MOVE DMV-CODFUN         TO WS-NOV-CODFUN.
               MOVE DMV-SEQ            TO WS-NOV-SEQ.
               MOVE DMV-NOME           TO WS-NOV-NOME.
               MOVE DMV-DATA-NASC      TO WS-NOV-DATA-NASC.
               MOVE DMV-PARENTESCO     TO WS-NOV-PARENTESCO.
               MOVE DMV-DEDUZ-IRRF     TO WS-NOV-DEDUZ-IRRF.
               MOVE DMV-PENSAO-TIPO    TO WS-NOV-PENSAO-TIPO.
               MOVE ZEROS              TO WS-NOV-PENSAO-PERC.
               MOVE ZEROS              TO WS-NOV-PENSAO-VALOR.
               MOVE ZEROS              TO WS-NOV-BANCO.
               MOVE ZEROS              TO WS-NOV-AGENCIA.
               MOVE ZEROS              TO WS-NOV-CONTA.
               IF DMV-PENSAO-TIPO EQUAL 'P'
                   MOVE DMV-PENSAO-PERC  TO WS-NOV-PENSAO-PERC
               END-IF.
               IF DMV-PENSAO-TIPO EQUAL 'V'
                   MOVE DMV-PENSAO-VALOR TO WS-NOV-PENSAO-VALOR
               END-IF.
               IF DMV-PENSAO-TIPO NOT EQUAL SPACE
                   MOVE DMV-FAVORECIDO   TO WS-NOV-FAVORECIDO
                   MOVE DMV-BANCO        TO WS-NOV-BANCO
                   MOVE DMV-AGENCIA      TO WS-NOV-AGENCIA
                   MOVE DMV-AGENCIA-DV   TO WS-NOV-AGENCIA-DV
                   MOVE DMV-CONTA        TO WS-NOV-CONTA
                   MOVE DMV-CONTA-DV     TO WS-NOV-CONTA-DV
                   ADD 1 TO WS-QTD-PENSOES
               END-IF.

      *----------------------------------------------------------------*
           700-MONTAR-DEPENDENTE-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           900-GRAVA-REJEITO.
      *----------------------------------------------------------------*

               ADD 1 TO WS-QTD-REJEITOS.
               MOVE SPACES TO REG-REJDEPEN.
               MOVE REG-MOVDEPEN       TO RJD-REG-ORIGINAL.
               MOVE WS-CAMPO-REJEITADO TO RJD-CAMPO.
               MOVE WS-MOTIVO-REJEICAO TO RJD-MOTIVO.
               MOVE 01 TO RJD-RECICLO.
               WRITE REG-REJDEPEN.
               DISPLAY "MOVIMENTO DE DEPENDENTE REJEITADO, CODFUN = "
                       DMV-CODFUN " MOTIVO = " WS-MOTIVO-REJEICAO.

      *----------------------------------------------------------------*
           900-GRAVA-REJEITO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           19-ROTACIONAR-CADDEPEN.
      *----------------------------------------------------------------*

      *        PROMOVE O CADDEPNN GERADO NESTE CICLO A CADDEPEN DO
      *        PROXIMO CICLO, PRESERVANDO O ANTERIOR COMO BACKUP
      *        DATADO, NO MESMO ESQUEMA DA ROTACAO DO CADBANCO.

               IF PRIMEIRA-CARGA
                   PERFORM 19B-PROMOVER-CADDEPNN
               ELSE
                   MOVE WS-DATA-ANO   TO WS-BKP-ANO
                   MOVE WS-DATA-MES   TO WS-BKP-MES
                   MOVE WS-DATA-DIA   TO WS-BKP-DIA
                   MOVE WS-HORA-HH    TO WS-BKP-HH
                   MOVE WS-HORA-MM    TO WS-BKP-MM
                   MOVE WS-HORA-SS    TO WS-BKP-SS

                   CALL "CBL_COPY_FILE" USING WS-CADDEPEN-PATH
                       WS-BACKUP-PATH
                       RETURNING WS-CALL-STATUS

                   IF WS-CALL-STATUS NOT EQUAL ZERO
                       DISPLAY "ERRO: FALHA AO GERAR BACKUP DE"
                           " CADDEPEN, STATUS = " WS-CALL-STATUS
                       DISPLAY "ROTACAO CANCELADA - CADDEPEN MANTIDO"
                       MOVE 99 TO RETURN-CODE
                   ELSE
                       CALL "CBL_DELETE_FILE" USING WS-CADDEPEN-PATH
                           RETURNING WS-CALL-STATUS-DEL

                       IF WS-CALL-STATUS-DEL NOT EQUAL ZERO
                           DISPLAY "ERRO AO APAGAR CADDEPEN ANTERIOR, "
                               "STATUS = " WS-CALL-STATUS-DEL
                           MOVE 99 TO RETURN-CODE
                       END-IF

                       PERFORM 19B-PROMOVER-CADDEPNN
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
           19-ROTACIONAR-CADDEPEN-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           19B-PROMOVER-CADDEPNN.
      *----------------------------------------------------------------*

               CALL "CBL_RENAME_FILE" USING WS-CADDEPNN-PATH
                   WS-CADDEPEN-PATH
                   RETURNING WS-CALL-STATUS.

               IF WS-CALL-STATUS NOT EQUAL ZERO
                   DISPLAY "ERRO AO PROMOVER CADDEPNN A CADDEPEN, "
                       "STATUS = " WS-CALL-STATUS
                   MOVE 99 TO RETURN-CODE
               END-IF.

      *----------------------------------------------------------------*
           19B-PROMOVER-CADDEPNN-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *                            FINALIZACAO                         *
      *----------------------------------------------------------------*
           60-FINALIZAR.

               DISPLAY "----------- RESUMO CADDEPEN -----------".
               DISPLAY "REGISTROS LIDOS      = " WS-LIDOS.
               DISPLAY "REGISTROS GRAVADOS   = " WS-GRAVADOS.
               DISPLAY "INCLUSOES            = " WS-QTD-INCLUSOES.
               DISPLAY "ALTERACOES           = " WS-QTD-ALTERACOES.
               DISPLAY "EXCLUSOES            = " WS-QTD-EXCLUSOES.
               DISPLAY "REJEITADOS           = " WS-QTD-REJEITOS.
               DISPLAY "INALTERADOS          = " WS-QTD-INALTERADOS.
               DISPLAY "COM PENSAO JUDICIAL  = " WS-QTD-PENSOES.
               DISPLAY "---------------------------------------".

               IF NAO-PRIMEIRA-CARGA
                   CLOSE CADDEPEN
                   IF FS-CADDEPEN NOT EQUAL ZEROS
                           AND FS-CADDEPEN NOT EQUAL 10
                       DISPLAY "ERRO AO FECHAR CADDEPEN = " FS-CADDEPEN
                   END-IF
               END-IF.

               CLOSE MOVDEPEN CADDEPNN REJDEPEN.

               IF FS-MOVDEPEN NOT EQUAL ZEROS
                       AND FS-MOVDEPEN NOT EQUAL 10
                   DISPLAY "ERRO AO FECHAR MOVDEPEN = " FS-MOVDEPEN.

               IF FS-CADDEPNN NOT EQUAL ZEROS
                       AND FS-CADDEPNN NOT EQUAL 10
                   DISPLAY "ERRO AO FECHAR CADDEPNN = " FS-CADDEPNN.

               IF FS-REJDEPEN NOT EQUAL ZEROS
                       AND FS-REJDEPEN NOT EQUAL 10
                   DISPLAY "ERRO AO FECHAR REJDEPEN = " FS-REJDEPEN.

               PERFORM 19-ROTACIONAR-CADDEPEN.

           60-FIM.     EXIT.

       END PROGRAM ATUALIZA-DEPENDENTES.
