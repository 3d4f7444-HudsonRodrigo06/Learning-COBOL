      *================================================================*
       IDENTIFICATION DIVISION.
      *================================================================*

       PROGRAM-ID. ATUALIZA-CARGOS.

      ******************************************************************
      * Author:
      * Date:
      * Purpose: mantem a tabela de cargos TABCARGO (um registro por
      *          codigo de cargo, ordenado) a partir do arquivo de
      *          movimentos MOVCARGO (inclusao/alteracao), no mesmo
      *          esquema de merge balanceado do ATUALIZA-CONSIGNADO:
      *          gera TABCARNN, rejeita movimentos invalidos em
      *          REJCARGO e ao final promove o TABCARNN a TABCARGO,
      *          preservando backup datado.
      *          Cada cargo traz o titulo oficial (o mesmo texto gravado
      *          na funcao do CADFUNCA), a faixa salarial minima e
      *          maxima e o indicador de cargo ativo. Cargo nao e
      *          excluido: sai de uso com alteracao para inativo, e o
      *          titulo continua reservado. O merge do CADFUNCA rejeita
      *          funcao fora da tabela ou inativa e salario fora da
      *          faixa; a PREVIA-FOLHA aponta os mesmos casos e o
      *          QUADRO-CARGOS lista o quadro de pessoal por cargo.
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

              SELECT TABCARGO ASSIGN TO  "C:\FILES\TABCARGO.dat"
              FILE STATUS IS FS-TABCARGO
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT MOVCARGO ASSIGN TO  "C:\FILES\MOVCARGO.dat"
              FILE STATUS IS FS-MOVCARGO
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT TABCARNN ASSIGN TO  "C:\FILES\TABCARNN.dat"
              FILE STATUS IS FS-TABCARNN
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT REJCARGO ASSIGN TO  "C:\FILES\REJCARGO.dat"
              FILE STATUS IS FS-REJCARGO
              ORGANIZATION IS LINE SEQUENTIAL.

      *================================================================*
       DATA DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                                                    SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *        TABELA DE CARGOS: CHAVE CODIGO DO CARGO. O TITULO E O   *
      *        TEXTO DA FUNCAO NO CADFUNCA. ATIVO: S=EM USO, N=SEM     *
      *        NOVAS ADMISSOES/ALTERACOES. FAIXA EM REAIS/MES.         *
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
      *        MOVIMENTO: TIPO I=INCLUSAO, A=ALTERACAO (TITULO, FAIXA  *
      *        E INDICADOR DE ATIVO SUBSTITUIDOS PELOS DO MOVIMENTO)   *
      *----------------------------------------------------------------*

           FD  MOVCARGO
               BLOCK CONTAINS 0 RECORDS
               RECORD CONTAINS 80 CHARACTERS
               LABEL RECORD IS STANDARD
               RECORDING MODE IS F.

       01  REG-MOVCARGO.
           05 MCR-CODIGO           PIC 9(04).
           05 MCR-TITULO           PIC X(20).
           05 MCR-SALARIO-MIN      PIC 9(04)V99.
           05 MCR-SALARIO-MAX      PIC 9(04)V99.
           05 MCR-ATIVO            PIC X(01).
           05 FILLER               PIC X(40).
           05 MCR-TIPO             PIC X(01).
           05 FILLER               PIC X(02).

           FD  TABCARNN
               BLOCK CONTAINS 0 RECORDS
               RECORD CONTAINS 80 CHARACTERS
               LABEL RECORD IS STANDARD
               RECORDING MODE IS F.

       01  REG-TABCARNN            PIC X(80).

      *----------------------------------------------------------------*
      *        REJEITO PRESERVA O MOVIMENTO ORIGINAL COMPLETO PARA     *
      *        PERMITIR CORRECAO E RECICLAGEM                          *
      *----------------------------------------------------------------*

           FD  REJCARGO
               BLOCK CONTAINS 0 RECORDS
               RECORD CONTAINS 132 CHARACTERS
               LABEL RECORD IS STANDARD
               RECORDING MODE IS F.

       01  REG-REJCARGO.
           05 RJG-REG-ORIGINAL     PIC X(80).
           05 RJG-CAMPO            PIC X(10).
           05 RJG-MOTIVO           PIC X(40).
           05 RJG-RECICLO          PIC 9(02).

      *----------------------------------------------------------------*
       WORKING-STORAGE                                         SECTION.
      *----------------------------------------------------------------*

       77  FS-TABCARGO         PIC 9(02)   VALUE ZEROS.
       77  FS-MOVCARGO         PIC 9(02)   VALUE ZEROS.
       77  FS-TABCARNN         PIC 9(02)   VALUE ZEROS.
       77  FS-REJCARGO         PIC 9(02)   VALUE ZEROS.

       77  WS-LIDOS            PIC 9(07)   VALUE ZEROS.
       77  WS-GRAVADOS         PIC 9(07)   VALUE ZEROS.
       77  WS-QTD-INCLUSOES    PIC 9(07)   VALUE ZEROS.
       77  WS-QTD-ALTERACOES   PIC 9(07)   VALUE ZEROS.
       77  WS-QTD-REJEITOS     PIC 9(07)   VALUE ZEROS.
       77  WS-QTD-INALTERADOS  PIC 9(07)   VALUE ZEROS.
       77  WS-QTD-ATIVOS       PIC 9(07)   VALUE ZEROS.
       77  WS-QTD-INATIVOS     PIC 9(07)   VALUE ZEROS.

      *------- validacao do movimento corrente (MOVCARGO) -------------*
       77  WS-MOV-STATUS       PIC X(01)   VALUE 'V'.
           88 MOV-VALIDO                   VALUE 'V'.
           88 MOV-INVALIDO                 VALUE 'I'.
       77  WS-CAMPO-REJEITADO  PIC X(10)   VALUE SPACES.
       77  WS-MOTIVO-REJEICAO  PIC X(40)   VALUE SPACES.

      *------- controle de sequencia/duplicidade de MOVCARGO ----------*
       77  WS-ULTIMA-CHAVE-C   PIC 9(04)   VALUE ZEROS.
       77  WS-MOVCARGO-STATUS  PIC X(01)   VALUE 'N'.
           88 MOVCARGO-OK                  VALUE 'S'.
           88 MOVCARGO-PENDENTE            VALUE 'N'.

      *------- rotacao de TABCARNN para TABCARGO do proximo ciclo -----*
       77  WS-TABCARGO-PATH    PIC X(40)
                               VALUE "C:\FILES\TABCARGO.dat".
       77  WS-TABCARNN-PATH    PIC X(40)
                               VALUE "C:\FILES\TABCARNN.dat".
       77  WS-CALL-STATUS      PIC S9(09) COMP-5 VALUE ZERO.
       77  WS-CALL-STATUS-DEL  PIC S9(09) COMP-5 VALUE ZERO.

       01  WS-BACKUP-PATH.
           05 FILLER           PIC X(18)
                               VALUE "C:\FILES\TABCARGO.".
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
      *        CODIGO DO CARGO COM UMA POSICAO A MAIS: TUDO 9 = FIM
      *        DO LADO SEM COLIDIR COM O CARGO 9999
       77  WS-CHAVE-CAD        PIC 9(05)   VALUE ZEROS.
       77  WS-CHAVE-MOV        PIC 9(05)   VALUE ZEROS.
       77  WS-CHAVE-FIM        PIC 9(05)   VALUE 99999.

      *------- cargo montado a partir do movimento --------------------*
       01  WS-CARGO-NOVO.
           05 WS-NOV-CODIGO          PIC 9(04).
           05 WS-NOV-TITULO          PIC X(20).
           05 WS-NOV-SALARIO-MIN     PIC 9(04)V99.
           05 WS-NOV-SALARIO-MAX     PIC 9(04)V99.
           05 WS-NOV-ATIVO           PIC X(01).
           05 WS-NOV-DATA-ATUALIZACAO PIC 9(08).
           05 FILLER                 PIC X(35).

      *------- titulos em uso: um titulo pertence a um unico cargo ----*
      *        CARREGADA DO TABCARGO ANTES DO MERGE E ATUALIZADA A
      *        CADA INCLUSAO/ALTERACAO ACEITA
       01  WS-TABELA-TITULOS.
           05 WS-TIT-QTD       PIC 9(03)   VALUE ZEROS.
           05 WS-TIT-ITEM OCCURS 500 TIMES
                   INDEXED BY WS-IDX-TIT.
               10 WS-TIT-CODIGO    PIC 9(04).
               10 WS-TIT-TITULO    PIC X(20).

       77  WS-TIT-MAX          PIC 9(03)   VALUE 500.
       77  WS-TITULO-STATUS    PIC X(01)   VALUE 'L'.
           88 TITULO-LIVRE                 VALUE 'L'.
           88 TITULO-EM-USO                VALUE 'U'.
       77  WS-FIM-TABELA       PIC X(01)   VALUE 'N'.
           88 FIM-TABELA                   VALUE 'S'.
           88 NAO-FIM-TABELA               VALUE 'N'.

      *------- primeira carga: TABCARGO ainda nao existia -------------*
       77  WS-PRIMEIRA-CARGA   PIC X(01)   VALUE 'N'.
           88 PRIMEIRA-CARGA               VALUE 'S'.
           88 NAO-PRIMEIRA-CARGA           VALUE 'N'.

      *================================================================*
       PROCEDURE DIVISION.
      *================================================================*

           MAIN-PROCEDURE.
             PERFORM 10-ABRIR-ARQUIVOS.
             PERFORM 50-PROCESSAR-MERGE
                 UNTIL WS-CHAVE-FIM = WS-CHAVE-CAD AND WS-CHAVE-MOV.
             PERFORM 60-FINALIZAR.
             STOP RUN.

      *----------------------------------------------------------------*
           10-ABRIR-ARQUIVOS.
      *----------------------------------------------------------------*

      *        NA PRIMEIRA CARGA A TABCARGO AINDA NAO EXISTE (STATUS
      *        35): SEGUE COMO TABELA VAZIA, SO COM AS INCLUSOES DO
      *        MOVCARGO. OS TITULOS SAO CARREGADOS NUMA PRIMEIRA
      *        LEITURA, E O ARQUIVO E REABERTO PARA O MERGE.
               OPEN INPUT TABCARGO.
               IF FS-TABCARGO EQUAL 35
                   DISPLAY "TABCARGO INEXISTENTE - ASSUMIDA TABELA"
                           " VAZIA (PRIMEIRA CARGA)"
                   SET PRIMEIRA-CARGA TO TRUE
                   MOVE WS-CHAVE-FIM TO WS-CHAVE-CAD
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
                       PERFORM 12-CARREGAR-UM-TITULO
                           UNTIL FIM-TABELA
                       CLOSE TABCARGO
                       OPEN INPUT TABCARGO
                       IF FS-TABCARGO NOT EQUAL ZEROS
                           DISPLAY "ERRO AO REABRIR TABCARGO = "
                                   FS-TABCARGO
                           MOVE 99 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-IF
               END-IF.

               OPEN INPUT MOVCARGO.
               IF FS-MOVCARGO NOT EQUAL ZEROS
                   DISPLAY "--------------------------------"
                   DISPLAY "ERRO AO ABRIR O ARQUIVO MOVCARGO"
                   DISPLAY "FILE STATUS = " FS-MOVCARGO
                   DISPLAY "--------------------------------"
                   MOVE 99 TO RETURN-CODE
                   STOP RUN.

               OPEN OUTPUT TABCARNN.
               IF FS-TABCARNN NOT EQUAL ZEROS
                   DISPLAY "--------------------------------"
                   DISPLAY "ERRO AO ABRIR O ARQUIVO TABCARNN"
                   DISPLAY "FILE STATUS = " FS-TABCARNN
                   DISPLAY "--------------------------------"
                   MOVE 99 TO RETURN-CODE
                   STOP RUN.

               OPEN OUTPUT REJCARGO.
               IF FS-REJCARGO NOT EQUAL ZEROS
                   DISPLAY "--------------------------------"
                   DISPLAY "ERRO AO ABRIR O ARQUIVO REJCARGO"
                   DISPLAY "FILE STATUS = " FS-REJCARGO
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
           12-CARREGAR-UM-TITULO.
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
                       IF WS-TIT-QTD NOT LESS THAN WS-TIT-MAX
                           DISPLAY "ERRO: MAIS DE " WS-TIT-MAX
                                   " CARGOS NA TABCARGO"
                           MOVE 99 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-TIT-QTD
                       SET WS-IDX-TIT TO WS-TIT-QTD
                       MOVE CRG-CODIGO TO WS-TIT-CODIGO (WS-IDX-TIT)
                       MOVE CRG-TITULO TO WS-TIT-TITULO (WS-IDX-TIT)
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
           12-CARREGAR-UM-TITULO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           20-LER-TABCARGO.
      *----------------------------------------------------------------*

               READ TABCARGO.
               IF FS-TABCARGO EQUAL 10
                   MOVE WS-CHAVE-FIM TO WS-CHAVE-CAD
               ELSE
                   IF FS-TABCARGO NOT EQUAL ZEROS
                       DISPLAY "ERRO AO LER TABCARGO = " FS-TABCARGO
                       MOVE 99 TO RETURN-CODE
                       STOP RUN
                   ELSE
                       ADD 1 TO WS-LIDOS
                       MOVE CRG-CODIGO TO WS-CHAVE-CAD
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
           20-LER-TABCARGO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           30-LER-MOVCARGO.
      *----------------------------------------------------------------*

               SET MOVCARGO-PENDENTE TO TRUE.
               PERFORM 30A-LER-UM-MOVCARGO UNTIL MOVCARGO-OK.

      *----------------------------------------------------------------*
           30-LER-MOVCARGO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           30A-LER-UM-MOVCARGO.
      *----------------------------------------------------------------*

               READ MOVCARGO.
               IF FS-MOVCARGO EQUAL 10
                   MOVE WS-CHAVE-FIM TO WS-CHAVE-MOV
                   SET MOVCARGO-OK TO TRUE
               ELSE
                   IF FS-MOVCARGO NOT EQUAL ZEROS
                       DISPLAY "ERRO AO LER MOVCARGO = " FS-MOVCARGO
                       MOVE 99 TO RETURN-CODE
                       STOP RUN
                   ELSE
                       ADD 1 TO WS-LIDOS
                       PERFORM 35-VALIDAR-SEQUENCIA
                       IF MOV-VALIDO
                           MOVE MCR-CODIGO TO WS-CHAVE-MOV
                           MOVE MCR-CODIGO TO WS-ULTIMA-CHAVE-C
                           SET MOVCARGO-OK TO TRUE
                       ELSE
                           PERFORM 900-GRAVA-REJEITO
                       END-IF
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
           30A-LER-UM-MOVCARGO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           35-VALIDAR-SEQUENCIA.
      *----------------------------------------------------------------*

               SET MOV-VALIDO TO TRUE.
               MOVE SPACES TO WS-CAMPO-REJEITADO.
               MOVE SPACES TO WS-MOTIVO-REJEICAO.

               IF MCR-CODIGO NOT NUMERIC
                   SET MOV-INVALIDO TO TRUE
                   MOVE "CODIGO" TO WS-CAMPO-REJEITADO
                   MOVE "CODIGO DO CARGO NAO NUMERICO"
                        TO WS-MOTIVO-REJEICAO
               ELSE
                   IF MCR-CODIGO EQUAL ZEROS
                       SET MOV-INVALIDO TO TRUE
                       MOVE "CODIGO" TO WS-CAMPO-REJEITADO
                       MOVE "CODIGO DO CARGO ZERADO"
                            TO WS-MOTIVO-REJEICAO
                   END-IF
               END-IF.

               IF MOV-VALIDO AND WS-ULTIMA-CHAVE-C NOT EQUAL ZEROS
                   IF MCR-CODIGO EQUAL WS-ULTIMA-CHAVE-C
                       SET MOV-INVALIDO TO TRUE
                       MOVE "CODIGO" TO WS-CAMPO-REJEITADO
                       MOVE "CARGO DUPLICADO EM MOVCARGO"
                            TO WS-MOTIVO-REJEICAO
                   ELSE
                       IF MCR-CODIGO < WS-ULTIMA-CHAVE-C
                           SET MOV-INVALIDO TO TRUE
                           MOVE "CODIGO" TO WS-CAMPO-REJEITADO
                           MOVE "MOVCARGO FORA DE SEQUENCIA"
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

               EVALUATE MCR-TIPO
                   WHEN 'I'
                   WHEN 'A'
                       CONTINUE
                   WHEN OTHER
                       SET MOV-INVALIDO TO TRUE
                       MOVE "TIPO" TO WS-CAMPO-REJEITADO
                       MOVE "TIPO DE MOVIMENTO DESCONHECIDO"
                            TO WS-MOTIVO-REJEICAO
               END-EVALUATE.

               IF MOV-VALIDO
                   PERFORM 37A-VALIDAR-CARGO
               END-IF.

      *----------------------------------------------------------------*
           37-VALIDAR-CAMPOS-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           37A-VALIDAR-CARGO.
      *----------------------------------------------------------------*

      *        INCLUSAO E ALTERACAO TRAZEM O CARGO COMPLETO: TITULO
      *        PREENCHIDO E NAO USADO POR OUTRO CARGO, FAIXA COM MINIMO
      *        POSITIVO E MAXIMO NAO MENOR QUE O MINIMO, ATIVO S/N.

               IF MCR-TITULO EQUAL SPACES
                   SET MOV-INVALIDO TO TRUE
                   MOVE "TITULO" TO WS-CAMPO-REJEITADO
                   MOVE "TITULO DO CARGO EM BRANCO"
                        TO WS-MOTIVO-REJEICAO
               ELSE
                   PERFORM 38-VERIFICAR-TITULO
                   IF TITULO-EM-USO
                       SET MOV-INVALIDO TO TRUE
                       MOVE "TITULO" TO WS-CAMPO-REJEITADO
                       MOVE "TITULO JA USADO POR OUTRO CARGO"
                            TO WS-MOTIVO-REJEICAO
                   END-IF
               END-IF.

               IF MOV-VALIDO
                   IF MCR-SALARIO-MIN NOT NUMERIC
                       SET MOV-INVALIDO TO TRUE
                   ELSE
                       IF MCR-SALARIO-MIN EQUAL ZEROS
                           SET MOV-INVALIDO TO TRUE
                       END-IF
                   END-IF
                   IF MOV-INVALIDO
                       MOVE "SALAR-MIN" TO WS-CAMPO-REJEITADO
                       MOVE "SALARIO MINIMO DA FAIXA INVALIDO"
                            TO WS-MOTIVO-REJEICAO
                   END-IF
               END-IF.

               IF MOV-VALIDO
                   IF MCR-SALARIO-MAX NOT NUMERIC
                       SET MOV-INVALIDO TO TRUE
                   ELSE
                       IF MCR-SALARIO-MAX < MCR-SALARIO-MIN
                           SET MOV-INVALIDO TO TRUE
                       END-IF
                   END-IF
                   IF MOV-INVALIDO
                       MOVE "SALAR-MAX" TO WS-CAMPO-REJEITADO
                       MOVE "SALARIO MAXIMO MENOR QUE O MINIMO"
                            TO WS-MOTIVO-REJEICAO
                   END-IF
               END-IF.

               IF MOV-VALIDO
                   IF MCR-ATIVO NOT EQUAL 'S'
                           AND MCR-ATIVO NOT EQUAL 'N'
                       SET MOV-INVALIDO TO TRUE
                       MOVE "ATIVO" TO WS-CAMPO-REJEITADO
                       MOVE "INDICADOR DE ATIVO DEVE SER S OU N"
                            TO WS-MOTIVO-REJEICAO
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
           37A-VALIDAR-CARGO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           38-VERIFICAR-TITULO.
      *----------------------------------------------------------------*

      *        O TITULO E A LIGACAO COM A FUNCAO DO CADFUNCA: SO PODE
      *        PERTENCER A UM CARGO, ATIVO OU NAO.

               SET TITULO-LIVRE TO TRUE.
               SET WS-IDX-TIT TO 1.
               IF WS-TIT-QTD GREATER THAN ZEROS
                   SEARCH WS-TIT-ITEM
                       AT END SET TITULO-LIVRE TO TRUE
                       WHEN WS-IDX-TIT GREATER THAN WS-TIT-QTD
                           SET TITULO-LIVRE TO TRUE
                       WHEN WS-TIT-TITULO (WS-IDX-TIT)
                               EQUAL MCR-TITULO
                           IF WS-TIT-CODIGO (WS-IDX-TIT)
                                   NOT EQUAL MCR-CODIGO
                               SET TITULO-EM-USO TO TRUE
                           END-IF
                   END-SEARCH
               END-IF.

      *----------------------------------------------------------------*
           38-VERIFICAR-TITULO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           39-REGISTRAR-TITULO.
      *----------------------------------------------------------------*

      *        ALTERACAO TROCA O TITULO DO PROPRIO CARGO NA TABELA;
      *        INCLUSAO ACRESCENTA UMA ENTRADA.

               SET WS-IDX-TIT TO 1.
               IF WS-TIT-QTD GREATER THAN ZEROS
                   SEARCH WS-TIT-ITEM
                       AT END PERFORM 39A-ACRESCENTAR-TITULO
                       WHEN WS-IDX-TIT GREATER THAN WS-TIT-QTD
                           PERFORM 39A-ACRESCENTAR-TITULO
                       WHEN WS-TIT-CODIGO (WS-IDX-TIT)
                               EQUAL MCR-CODIGO
                           MOVE MCR-TITULO
                             TO WS-TIT-TITULO (WS-IDX-TIT)
                   END-SEARCH
               ELSE
                   PERFORM 39A-ACRESCENTAR-TITULO
               END-IF.

      *----------------------------------------------------------------*
           39-REGISTRAR-TITULO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           39A-ACRESCENTAR-TITULO.
      *----------------------------------------------------------------*

               IF WS-TIT-QTD NOT LESS THAN WS-TIT-MAX
                   DISPLAY "ERRO: MAIS DE " WS-TIT-MAX
                           " CARGOS NA TABCARGO"
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
               END-IF.
               ADD 1 TO WS-TIT-QTD.
               SET WS-IDX-TIT TO WS-TIT-QTD.
               MOVE MCR-CODIGO TO WS-TIT-CODIGO (WS-IDX-TIT).
               MOVE MCR-TITULO TO WS-TIT-TITULO (WS-IDX-TIT).

      *----------------------------------------------------------------*
           39A-ACRESCENTAR-TITULO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           50-PROCESSAR-MERGE.
      *----------------------------------------------------------------*

               IF WS-CHAVE-CAD EQUAL ZEROS
                   PERFORM 20-LER-TABCARGO
                       UNTIL WS-CHAVE-CAD NOT EQUAL ZEROS
               END-IF.

               IF WS-CHAVE-MOV EQUAL ZEROS
                   PERFORM 30-LER-MOVCARGO
                       UNTIL WS-CHAVE-MOV NOT EQUAL ZEROS
               END-IF.

               IF WS-CHAVE-CAD NOT EQUAL WS-CHAVE-FIM
                       OR WS-CHAVE-MOV NOT EQUAL WS-CHAVE-FIM
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
                       IF MCR-TIPO EQUAL 'A'
                           PERFORM 200-ALTERAR
                       ELSE
                           MOVE "TIPO" TO WS-CAMPO-REJEITADO
                           MOVE "INCLUSAO PARA CARGO EXISTENTE"
                               TO WS-MOTIVO-REJEICAO
                           PERFORM 900-GRAVA-REJEITO
                           PERFORM 300-COPIAR-CADASTRO
                       END-IF
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
                           IF MCR-TIPO EQUAL 'I'
                               PERFORM 600-INCLUIR
                           ELSE
                               MOVE "TIPO" TO WS-CAMPO-REJEITADO
                               MOVE "ALTERACAO DE CARGO INEXISTENTE"
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

               PERFORM 700-MONTAR-CARGO.
               PERFORM 39-REGISTRAR-TITULO.
               MOVE WS-CARGO-NOVO      TO REG-TABCARNN.
               WRITE REG-TABCARNN.
               ADD 1 TO WS-GRAVADOS.
               ADD 1 TO WS-QTD-ALTERACOES.
               PERFORM 800-CONTAR-SITUACAO.
               IF CRG-ATIVO EQUAL 'S' AND MCR-ATIVO EQUAL 'N'
                   DISPLAY "CARGO INATIVADO, CODIGO = " MCR-CODIGO
                           " TITULO = " MCR-TITULO
               ELSE
                   DISPLAY "CARGO ALTERADO, CODIGO = " MCR-CODIGO
                           " TITULO = " MCR-TITULO
               END-IF.

      *----------------------------------------------------------------*
           200-ALTERAR-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           300-COPIAR-CADASTRO.
      *----------------------------------------------------------------*

               MOVE REG-TABCARGO TO REG-TABCARNN.
               WRITE REG-TABCARNN.
               ADD 1 TO WS-GRAVADOS.
               ADD 1 TO WS-QTD-INALTERADOS.
               IF CRG-ATIVO EQUAL 'S'
                   ADD 1 TO WS-QTD-ATIVOS
               ELSE
                   ADD 1 TO WS-QTD-INATIVOS
               END-IF.

      *----------------------------------------------------------------*
           300-COPIAR-CADASTRO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           600-INCLUIR.
      *----------------------------------------------------------------*

               PERFORM 700-MONTAR-CARGO.
               PERFORM 39-REGISTRAR-TITULO.
               MOVE WS-CARGO-NOVO      TO REG-TABCARNN.
               WRITE REG-TABCARNN.
               ADD 1 TO WS-GRAVADOS.
               ADD 1 TO WS-QTD-INCLUSOES.
               PERFORM 800-CONTAR-SITUACAO.
               DISPLAY "CARGO INCLUIDO, CODIGO = " MCR-CODIGO
                       " TITULO = " MCR-TITULO.

      *----------------------------------------------------------------*
           600-INCLUIR-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           700-MONTAR-CARGO.
      *----------------------------------------------------------------*

               MOVE SPACES TO WS-CARGO-NOVO.
               MOVE MCR-CODIGO         TO WS-NOV-CODIGO.
               MOVE MCR-TITULO         TO WS-NOV-TITULO.
               MOVE MCR-SALARIO-MIN    TO WS-NOV-SALARIO-MIN.
               MOVE MCR-SALARIO-MAX    TO WS-NOV-SALARIO-MAX.
               MOVE MCR-ATIVO          TO WS-NOV-ATIVO.
               MOVE WS-DATA-NUM        TO WS-NOV-DATA-ATUALIZACAO.

      *----------------------------------------------------------------*
           700-MONTAR-CARGO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           800-CONTAR-SITUACAO.
      *----------------------------------------------------------------*

               IF WS-NOV-ATIVO EQUAL 'S'
                   ADD 1 TO WS-QTD-ATIVOS
               ELSE
                   ADD 1 TO WS-QTD-INATIVOS
               END-IF.

      *----------------------------------------------------------------*
           800-CONTAR-SITUACAO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           900-GRAVA-REJEITO.
      *----------------------------------------------------------------*

               ADD 1 TO WS-QTD-REJEITOS.
               MOVE SPACES TO REG-REJCARGO.
               MOVE REG-MOVCARGO       TO RJG-REG-ORIGINAL.
               MOVE WS-CAMPO-REJEITADO TO RJG-CAMPO.
               MOVE WS-MOTIVO-REJEICAO TO RJG-MOTIVO.
               MOVE 01 TO RJG-RECICLO.
               WRITE REG-REJCARGO.
               DISPLAY "MOVIMENTO DE CARGO REJEITADO, CODIGO = "
                       MCR-CODIGO " MOTIVO = " WS-MOTIVO-REJEICAO.

      *----------------------------------------------------------------*
           900-GRAVA-REJEITO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           19-ROTACIONAR-TABCARGO.
      *----------------------------------------------------------------*

      *        PROMOVE O TABCARNN GERADO NESTA RODADA A TABCARGO,
      *        PRESERVANDO A ANTERIOR COMO BACKUP DATADO, NO MESMO
      *        ESQUEMA DA ROTACAO DO CADCONSG.

               IF PRIMEIRA-CARGA
                   PERFORM 19B-PROMOVER-TABCARNN
               ELSE
                   MOVE WS-DATA-ANO   TO WS-BKP-ANO
                   MOVE WS-DATA-MES   TO WS-BKP-MES
                   MOVE WS-DATA-DIA   TO WS-BKP-DIA
                   MOVE WS-HORA-HH    TO WS-BKP-HH
                   MOVE WS-HORA-MM    TO WS-BKP-MM
                   MOVE WS-HORA-SS    TO WS-BKP-SS

                   CALL "CBL_COPY_FILE" USING WS-TABCARGO-PATH
                       WS-BACKUP-PATH
                       RETURNING WS-CALL-STATUS

                   IF WS-CALL-STATUS NOT EQUAL ZERO
                       DISPLAY "ERRO: FALHA AO GERAR BACKUP DE"
                           " TABCARGO, STATUS = " WS-CALL-STATUS
                       DISPLAY "ROTACAO CANCELADA - TABCARGO MANTIDA"
                       MOVE 99 TO RETURN-CODE
                   ELSE
                       CALL "CBL_DELETE_FILE" USING WS-TABCARGO-PATH
                           RETURNING WS-CALL-STATUS-DEL

                       IF WS-CALL-STATUS-DEL NOT EQUAL ZERO
                           DISPLAY "ERRO AO APAGAR TABCARGO ANTERIOR, "
                               "STATUS = " WS-CALL-STATUS-DEL
                           MOVE 99 TO RETURN-CODE
                       END-IF

                       PERFORM 19B-PROMOVER-TABCARNN
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
           19-ROTACIONAR-TABCARGO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           19B-PROMOVER-TABCARNN.
      *----------------------------------------------------------------*

               CALL "CBL_RENAME_FILE" USING WS-TABCARNN-PATH
                   WS-TABCARGO-PATH
                   RETURNING WS-CALL-STATUS.

               IF WS-CALL-STATUS NOT EQUAL ZERO
                   DISPLAY "ERRO AO PROMOVER TABCARNN A TABCARGO, "
                       "STATUS = " WS-CALL-STATUS
                   MOVE 99 TO RETURN-CODE
               END-IF.

      *----------------------------------------------------------------*
           19B-PROMOVER-TABCARNN-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *                            FINALIZACAO                         *
      *----------------------------------------------------------------*
           60-FINALIZAR.

               DISPLAY "----------- RESUMO TABCARGO -----------".
               DISPLAY "REGISTROS LIDOS      = " WS-LIDOS.
               DISPLAY "REGISTROS GRAVADOS   = " WS-GRAVADOS.
               DISPLAY "INCLUSOES            = " WS-QTD-INCLUSOES.
               DISPLAY "ALTERACOES           = " WS-QTD-ALTERACOES.
               DISPLAY "REJEITADOS           = " WS-QTD-REJEITOS.
               DISPLAY "INALTERADOS          = " WS-QTD-INALTERADOS.
               DISPLAY "CARGOS ATIVOS        = " WS-QTD-ATIVOS.
               DISPLAY "CARGOS INATIVOS      = " WS-QTD-INATIVOS.
               DISPLAY "---------------------------------------".

               IF NAO-PRIMEIRA-CARGA
                   CLOSE TABCARGO
                   IF FS-TABCARGO NOT EQUAL ZEROS
                           AND FS-TABCARGO NOT EQUAL 10
                       DISPLAY "ERRO AO FECHAR TABCARGO = " FS-TABCARGO
                   END-IF
               END-IF.

               CLOSE MOVCARGO TABCARNN REJCARGO.

               IF FS-MOVCARGO NOT EQUAL ZEROS
                       AND FS-MOVCARGO NOT EQUAL 10
                   DISPLAY "ERRO AO FECHAR MOVCARGO = " FS-MOVCARGO.

               IF FS-TABCARNN NOT EQUAL ZEROS
                       AND FS-TABCARNN NOT EQUAL 10
                   DISPLAY "ERRO AO FECHAR TABCARNN = " FS-TABCARNN.

               IF FS-REJCARGO NOT EQUAL ZEROS
                       AND FS-REJCARGO NOT EQUAL 10
                   DISPLAY "ERRO AO FECHAR REJCARGO = " FS-REJCARGO.

               PERFORM 19-ROTACIONAR-TABCARGO.

           60-FIM.     EXIT.

       END PROGRAM ATUALIZA-CARGOS.
