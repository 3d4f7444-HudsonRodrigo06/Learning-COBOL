      *================================================================*
       IDENTIFICATION DIVISION.
      *================================================================*

       PROGRAM-ID. QUADRO-CARGOS.

      ******************************************************************
      * Author:
      * Date:
      * Purpose: relatorio do quadro de pessoal por cargo: cruza o
      *          CADFUNCA corrente com a tabela de cargos TABCARGO
      *          (funcao do funcionario = titulo do cargo) e lista, por
      *          cargo, a faixa salarial, a quantidade de funcionarios,
      *          o menor e o maior salario praticados, o custo salarial
      *          do cargo, o ponto medio da faixa ((minimo + maximo) /
      *          2), o custo que o quadro teria no ponto medio e a
      *          diferenca entre os dois. Funcoes que nao constam da
      *          tabela saem numa linha propria. Em seguida lista cada
      *          funcionario fora da faixa do cargo, em cargo inativo
      *          ou com funcao fora da tabela; havendo algum, a rodada
      *          termina com RETURN-CODE 04. Somente leitura: nenhum
      *          arquivo e alterado.
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

              SELECT CADFUNCA ASSIGN TO "C:\FILES\CADFUNCA.dat"
              FILE STATUS IS FS-CADFUNCA
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CODFUN-A
              ALTERNATE RECORD KEY IS NOME-A WITH DUPLICATES.

              SELECT TABCARGO ASSIGN TO  "C:\FILES\TABCARGO.dat"
              FILE STATUS IS FS-TABCARGO
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT QUADCARG ASSIGN TO  "C:\FILES\QUADCARG.dat"
              FILE STATUS IS FS-QUADCARG
              ORGANIZATION IS LINE SEQUENTIAL.

      *================================================================*
       DATA DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                                                    SECTION.
      *----------------------------------------------------------------*

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
      *                 RELATORIO DO QUADRO POR CARGO                  *
      *----------------------------------------------------------------*

           FD  QUADCARG
               BLOCK CONTAINS 0 RECORDS
               RECORD CONTAINS 132 CHARACTERS
               LABEL RECORD IS STANDARD
               RECORDING MODE IS F.

       01  REG-QDR-MARCA           PIC X(132).

       01  REG-QDR-CAB1.
           05 QDR-TEXTO            PIC X(60).
           05 FILLER               PIC X(10).
           05 QDR-LIT-DATA         PIC X(06).
           05 QDR-DATA             PIC X(10).
           05 FILLER               PIC X(46).

       01  REG-QDR-TITULO.
           05 QTI-CODIGO           PIC X(06).
           05 QTI-TITULO           PIC X(21).
           05 QTI-ATIVO            PIC X(03).
           05 QTI-FAIXA-MIN        PIC X(08).
           05 QTI-FAIXA-MAX        PIC X(09).
           05 QTI-QTD              PIC X(07).
           05 QTI-MENOR            PIC X(08).
           05 QTI-MAIOR            PIC X(09).
           05 QTI-CUSTO            PIC X(13).
           05 QTI-MEDIO            PIC X(09).
           05 QTI-CUSTO-MEDIO      PIC X(13).
           05 QTI-DIFERENCA        PIC X(11).
           05 FILLER               PIC X(15).

       01  REG-QDR-CARGO.
           05 QCG-CODIGO           PIC 9(04).
           05 FILLER               PIC X(02).
           05 QCG-TITULO           PIC X(20).
           05 FILLER               PIC X(01).
           05 QCG-ATIVO            PIC X(01).
           05 FILLER               PIC X(02).
           05 QCG-FAIXA-MIN        PIC ZZZ9,99.
           05 FILLER               PIC X(01).
           05 QCG-FAIXA-MAX        PIC ZZZ9,99.
           05 FILLER               PIC X(02).
           05 QCG-QTD              PIC ZZZZ9.
           05 FILLER               PIC X(02).
           05 QCG-MENOR            PIC ZZZ9,99.
           05 FILLER               PIC X(01).
           05 QCG-MAIOR            PIC ZZZ9,99.
           05 FILLER               PIC X(02).
           05 QCG-CUSTO            PIC ZZZZZZZ9,99.
           05 FILLER               PIC X(02).
           05 QCG-MEDIO            PIC ZZZ9,99.
           05 FILLER               PIC X(02).
           05 QCG-CUSTO-MEDIO      PIC ZZZZZZZ9,99.
           05 FILLER               PIC X(02).
           05 QCG-DIFERENCA        PIC +ZZZZZZ9,99.
           05 FILLER               PIC X(15).

       01  REG-QDR-EXC-TITULO.
           05 QET-CODFUN           PIC X(06).
           05 QET-NOME             PIC X(37).
           05 QET-FUNCA            PIC X(22).
           05 QET-SALARIO          PIC X(09).
           05 QET-FAIXA            PIC X(17).
           05 QET-OCORRENCIA       PIC X(30).
           05 FILLER               PIC X(11).

       01  REG-QDR-EXCECAO.
           05 QEX-CODFUN           PIC 9(04).
           05 FILLER               PIC X(02).
           05 QEX-NOME             PIC X(35).
           05 FILLER               PIC X(02).
           05 QEX-FUNCA            PIC X(20).
           05 FILLER               PIC X(02).
           05 QEX-SALARIO          PIC ZZZ9,99.
           05 FILLER               PIC X(02).
           05 QEX-FAIXA-MIN        PIC ZZZ9,99.
           05 FILLER               PIC X(01).
           05 QEX-FAIXA-MAX        PIC ZZZ9,99.
           05 FILLER               PIC X(02).
           05 QEX-OCORRENCIA       PIC X(30).
           05 FILLER               PIC X(11).

       01  REG-QDR-TOTAIS.
           05 FILLER               PIC X(06).
           05 QTO-LIT              PIC X(44).
           05 QTO-VALOR            PIC ZZZZZZZZZZ9,99.
           05 FILLER               PIC X(68).

      *----------------------------------------------------------------*
       WORKING-STORAGE                                         SECTION.
      *----------------------------------------------------------------*

       77  FS-CADFUNCA         PIC 9(02)   VALUE ZEROS.
       77  FS-TABCARGO         PIC 9(02)   VALUE ZEROS.
       77  FS-QUADCARG         PIC 9(02)   VALUE ZEROS.

      *------- cargos da TABCARGO com os acumuladores do quadro -------*
       01  WS-TABELA-CARGOS.
           05 WS-CRG-QTD       PIC 9(03)   VALUE ZEROS.
           05 WS-CRG-ITEM OCCURS 500 TIMES
                   INDEXED BY WS-IDX-CRG.
               10 WS-CRG-CODIGO    PIC 9(04).
               10 WS-CRG-TITULO    PIC X(20).
               10 WS-CRG-SAL-MIN   PIC 9(04)V99.
               10 WS-CRG-SAL-MAX   PIC 9(04)V99.
               10 WS-CRG-ATIVO     PIC X(01).
               10 WS-CRG-FUNCS     PIC 9(05).
               10 WS-CRG-MENOR     PIC 9(04)V99.
               10 WS-CRG-MAIOR     PIC 9(04)V99.
               10 WS-CRG-CUSTO     PIC 9(09)V99.

       77  WS-CRG-MAX          PIC 9(03)   VALUE 500.
       77  WS-CARGO-STATUS     PIC X(01)   VALUE 'N'.
           88 CARGO-ACHADO                 VALUE 'S'.
           88 CARGO-NAO-ACHADO             VALUE 'N'.

      *------- funcoes do CADFUNCA ausentes da TABCARGO ---------------*
       77  WS-SEM-CARGO-FUNCS  PIC 9(05)   VALUE ZEROS.
       77  WS-SEM-CARGO-CUSTO  PIC 9(09)V99 VALUE ZEROS.

      *------- calculo por cargo --------------------------------------*
       77  WS-PONTO-MEDIO      PIC 9(04)V99 VALUE ZEROS.
       77  WS-CUSTO-MEDIO      PIC 9(09)V99 VALUE ZEROS.
       77  WS-DIFERENCA        PIC S9(09)V99 VALUE ZEROS.
       77  WS-OCORRENCIA       PIC X(30)   VALUE SPACES.

      *------- totais do relatorio ------------------------------------*
       77  WS-QTD-LIDOS        PIC 9(07)   VALUE ZEROS.
       77  WS-QTD-FORA-FAIXA   PIC 9(07)   VALUE ZEROS.
       77  WS-QTD-SEM-CARGO    PIC 9(07)   VALUE ZEROS.
       77  WS-QTD-CARGO-INATIVO PIC 9(07)  VALUE ZEROS.
       77  WS-QTD-EXCECOES     PIC 9(07)   VALUE ZEROS.
       77  WS-TOTAL-CUSTO      PIC 9(11)V99 VALUE ZEROS.
       77  WS-TOTAL-CUSTO-MEDIO PIC 9(11)V99 VALUE ZEROS.

       77  WS-FIM-ARQUIVO      PIC X(01)   VALUE 'N'.
           88 FIM-ARQUIVO                  VALUE 'S'.
           88 NAO-FIM-ARQUIVO              VALUE 'N'.
       77  WS-FIM-TABELA       PIC X(01)   VALUE 'N'.
           88 FIM-TABELA                   VALUE 'S'.
           88 NAO-FIM-TABELA               VALUE 'N'.
       77  WS-PASSADA          PIC X(01)   VALUE '1'.
           88 PRIMEIRA-PASSADA             VALUE '1'.
           88 SEGUNDA-PASSADA              VALUE '2'.

      *------- data do sistema, quebrada por indice (PROG0001) --------*
       77  WS-DATETIME         PIC X(21).

       01  WS-DATA-SISTEMA.
           05 WS-DATA-ANO      PIC 9(04).
           05 WS-DATA-MES      PIC 9(02).
           05 WS-DATA-DIA      PIC 9(02).

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
             PERFORM 12-CARREGAR-CARGOS.
             PERFORM 15-IMPRIMIR-CABECALHO.
             PERFORM 20-ACUMULAR-QUADRO.
             PERFORM 30-IMPRIMIR-CARGOS.
             PERFORM 40-LISTAR-EXCECOES.
             PERFORM 60-FINALIZAR.
             STOP RUN.

      *----------------------------------------------------------------*
           10-ABRIR-ARQUIVOS.
      *----------------------------------------------------------------*

               OPEN INPUT CADFUNCA.
               IF FS-CADFUNCA NOT EQUAL ZEROS
                   DISPLAY "--------------------------------"
                   DISPLAY "ERRO AO ABRIR O ARQUIVO CADFUNCA"
                   DISPLAY "FILE STATUS = " FS-CADFUNCA
                   DISPLAY "--------------------------------"
                   MOVE 99 TO RETURN-CODE
                   STOP RUN.

               OPEN INPUT TABCARGO.
               IF FS-TABCARGO NOT EQUAL ZEROS
                   DISPLAY "--------------------------------"
                   DISPLAY "ERRO AO ABRIR O ARQUIVO TABCARGO"
                   DISPLAY "EXECUTAR O ATUALIZA-CARGOS ANTES"
                   DISPLAY "FILE STATUS = " FS-TABCARGO
                   DISPLAY "--------------------------------"
                   MOVE 99 TO RETURN-CODE
                   STOP RUN.

               OPEN OUTPUT QUADCARG.
               IF FS-QUADCARG NOT EQUAL ZEROS
                   DISPLAY "--------------------------------"
                   DISPLAY "ERRO AO ABRIR O ARQUIVO QUADCARG"
                   DISPLAY "FILE STATUS = " FS-QUADCARG
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

               MOVE WS-DATA-DIA TO WS-DATA-ED-DIA.
               MOVE WS-DATA-MES TO WS-DATA-ED-MES.
               MOVE WS-DATA-ANO TO WS-DATA-ED-ANO.

      *----------------------------------------------------------------*
           05-OBTER-DATA-SISTEMA-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           12-CARREGAR-CARGOS.
      *----------------------------------------------------------------*

               SET NAO-FIM-TABELA TO TRUE.
               PERFORM 12A-CARREGAR-UM-CARGO UNTIL FIM-TABELA.
               CLOSE TABCARGO.
               DISPLAY "TABCARGO CARREGADO COM " WS-CRG-QTD " CARGOS".

      *----------------------------------------------------------------*
           12-CARREGAR-CARGOS-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           12A-CARREGAR-UM-CARGO.
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
                       MOVE CRG-CODIGO
                         TO WS-CRG-CODIGO (WS-IDX-CRG)
                       MOVE CRG-TITULO
                         TO WS-CRG-TITULO (WS-IDX-CRG)
                       MOVE CRG-SALARIO-MIN
                         TO WS-CRG-SAL-MIN (WS-IDX-CRG)
                       MOVE CRG-SALARIO-MAX
                         TO WS-CRG-SAL-MAX (WS-IDX-CRG)
                       MOVE CRG-ATIVO
                         TO WS-CRG-ATIVO (WS-IDX-CRG)
                       MOVE ZEROS TO WS-CRG-FUNCS (WS-IDX-CRG)
                       MOVE ZEROS TO WS-CRG-MENOR (WS-IDX-CRG)
                       MOVE ZEROS TO WS-CRG-MAIOR (WS-IDX-CRG)
                       MOVE ZEROS TO WS-CRG-CUSTO (WS-IDX-CRG)
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
           12A-CARREGAR-UM-CARGO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           15-IMPRIMIR-CABECALHO.
      *----------------------------------------------------------------*

               MOVE SPACES TO REG-QDR-CAB1.
               MOVE "QUADRO DE PESSOAL POR CARGO E FAIXA SALARIAL"
                    TO QDR-TEXTO.
               MOVE "DATA: " TO QDR-LIT-DATA.
               MOVE WS-DATA-EDITADA TO QDR-DATA.
               WRITE REG-QDR-CAB1.

               MOVE SPACES TO REG-QDR-MARCA.
               WRITE REG-QDR-MARCA.

               MOVE SPACES TO REG-QDR-TITULO.
               MOVE "CARGO"      TO QTI-CODIGO.
               MOVE "TITULO"     TO QTI-TITULO.
               MOVE "AT"         TO QTI-ATIVO.
               MOVE "FX MIN"     TO QTI-FAIXA-MIN.
               MOVE "FX MAX"     TO QTI-FAIXA-MAX.
               MOVE "QTDE"       TO QTI-QTD.
               MOVE "MENOR"      TO QTI-MENOR.
               MOVE "MAIOR"      TO QTI-MAIOR.
               MOVE "CUSTO"      TO QTI-CUSTO.
               MOVE "P.MEDIO"    TO QTI-MEDIO.
               MOVE "CUSTO P.MED" TO QTI-CUSTO-MEDIO.
               MOVE "DIFERENCA"  TO QTI-DIFERENCA.
               WRITE REG-QDR-TITULO.

      *----------------------------------------------------------------*
           15-IMPRIMIR-CABECALHO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           20-ACUMULAR-QUADRO.
      *----------------------------------------------------------------*

      *        PRIMEIRA PASSADA NO CADFUNCA: ACUMULA O QUADRO DE CADA
      *        CARGO E CONTA AS EXCECOES, QUE SO SAO LISTADAS DEPOIS
      *        DO QUADRO, NUMA SEGUNDA PASSADA.

               SET NAO-FIM-ARQUIVO TO TRUE.
               PERFORM 22-ACUMULAR-UM-FUNCIONARIO UNTIL FIM-ARQUIVO.

      *----------------------------------------------------------------*
           20-ACUMULAR-QUADRO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           22-ACUMULAR-UM-FUNCIONARIO.
      *----------------------------------------------------------------*

               PERFORM 25-LER-CADFUNCA.
               IF NOT FIM-ARQUIVO
                   ADD 1 TO WS-QTD-LIDOS
                   PERFORM 27-CLASSIFICAR-FUNCIONARIO
                   IF CARGO-ACHADO
                       IF WS-CRG-FUNCS (WS-IDX-CRG) EQUAL ZEROS
                           MOVE SALARIO-A
                             TO WS-CRG-MENOR (WS-IDX-CRG)
                           MOVE SALARIO-A
                             TO WS-CRG-MAIOR (WS-IDX-CRG)
                       ELSE
                           IF SALARIO-A < WS-CRG-MENOR (WS-IDX-CRG)
                               MOVE SALARIO-A
                                 TO WS-CRG-MENOR (WS-IDX-CRG)
                           END-IF
                           IF SALARIO-A > WS-CRG-MAIOR (WS-IDX-CRG)
                               MOVE SALARIO-A
                                 TO WS-CRG-MAIOR (WS-IDX-CRG)
                           END-IF
                       END-IF
                       ADD 1 TO WS-CRG-FUNCS (WS-IDX-CRG)
                       ADD SALARIO-A TO WS-CRG-CUSTO (WS-IDX-CRG)
                   ELSE
                       ADD 1 TO WS-SEM-CARGO-FUNCS
                       ADD SALARIO-A TO WS-SEM-CARGO-CUSTO
                   END-IF
                   IF WS-OCORRENCIA NOT EQUAL SPACES
                       ADD 1 TO WS-QTD-EXCECOES
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
           22-ACUMULAR-UM-FUNCIONARIO-FIM.  EXIT.
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
           27-CLASSIFICAR-FUNCIONARIO.
      *----------------------------------------------------------------*

      *        LOCALIZA O CARGO PELA FUNCAO E MONTA A OCORRENCIA DO
      *        FUNCIONARIO: EM BRANCO QUANDO ESTA DENTRO DA FAIXA DE UM
      *        CARGO ATIVO. SO A PRIMEIRA PASSADA CONTA AS OCORRENCIAS.

               MOVE SPACES TO WS-OCORRENCIA.
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
                   MOVE "FUNCAO FORA DA TABCARGO" TO WS-OCORRENCIA
               ELSE
                   IF SALARIO-A < WS-CRG-SAL-MIN (WS-IDX-CRG)
                       MOVE "SALARIO ABAIXO DA FAIXA"
                            TO WS-OCORRENCIA
                   ELSE
                       IF SALARIO-A > WS-CRG-SAL-MAX (WS-IDX-CRG)
                           MOVE "SALARIO ACIMA DA FAIXA"
                                TO WS-OCORRENCIA
                       ELSE
                           IF WS-CRG-ATIVO (WS-IDX-CRG) NOT EQUAL 'S'
                               MOVE "CARGO INATIVO"
                                    TO WS-OCORRENCIA
                           END-IF
                       END-IF
                   END-IF
               END-IF.

               IF PRIMEIRA-PASSADA
                   IF CARGO-NAO-ACHADO
                       ADD 1 TO WS-QTD-SEM-CARGO
                   ELSE
                       IF WS-OCORRENCIA EQUAL "CARGO INATIVO"
                           ADD 1 TO WS-QTD-CARGO-INATIVO
                       ELSE
                           IF WS-OCORRENCIA NOT EQUAL SPACES
                               ADD 1 TO WS-QTD-FORA-FAIXA
                           END-IF
                       END-IF
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
           27-CLASSIFICAR-FUNCIONARIO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           30-IMPRIMIR-CARGOS.
      *----------------------------------------------------------------*

               PERFORM 32-IMPRIMIR-UM-CARGO
                   VARYING WS-IDX-CRG FROM 1 BY 1
                   UNTIL WS-IDX-CRG GREATER THAN WS-CRG-QTD.

               IF WS-SEM-CARGO-FUNCS GREATER THAN ZEROS
                   MOVE SPACES TO REG-QDR-CARGO
                   MOVE ZEROS  TO QCG-CODIGO
                   MOVE "FUNCOES FORA TABELA" TO QCG-TITULO
                   MOVE WS-SEM-CARGO-FUNCS TO QCG-QTD
                   MOVE WS-SEM-CARGO-CUSTO TO QCG-CUSTO
                   WRITE REG-QDR-CARGO
                   ADD WS-SEM-CARGO-CUSTO TO WS-TOTAL-CUSTO
               END-IF.

      *----------------------------------------------------------------*
           30-IMPRIMIR-CARGOS-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           32-IMPRIMIR-UM-CARGO.
      *----------------------------------------------------------------*

      *        PONTO MEDIO DA FAIXA E O CUSTO QUE O QUADRO DO CARGO
      *        TERIA SE TODOS GANHASSEM O PONTO MEDIO; A DIFERENCA
      *        POSITIVA INDICA QUADRO PAGO ACIMA DO MEIO DA FAIXA.

               COMPUTE WS-PONTO-MEDIO ROUNDED =
                   (WS-CRG-SAL-MIN (WS-IDX-CRG)
                    + WS-CRG-SAL-MAX (WS-IDX-CRG)) / 2.
               COMPUTE WS-CUSTO-MEDIO =
                   WS-CRG-FUNCS (WS-IDX-CRG) * WS-PONTO-MEDIO.
               COMPUTE WS-DIFERENCA =
                   WS-CRG-CUSTO (WS-IDX-CRG) - WS-CUSTO-MEDIO.

               MOVE SPACES TO REG-QDR-CARGO.
               MOVE WS-CRG-CODIGO (WS-IDX-CRG)  TO QCG-CODIGO.
               MOVE WS-CRG-TITULO (WS-IDX-CRG)  TO QCG-TITULO.
               MOVE WS-CRG-ATIVO (WS-IDX-CRG)   TO QCG-ATIVO.
               MOVE WS-CRG-SAL-MIN (WS-IDX-CRG) TO QCG-FAIXA-MIN.
               MOVE WS-CRG-SAL-MAX (WS-IDX-CRG) TO QCG-FAIXA-MAX.
               MOVE WS-CRG-FUNCS (WS-IDX-CRG)   TO QCG-QTD.
               MOVE WS-CRG-MENOR (WS-IDX-CRG)   TO QCG-MENOR.
               MOVE WS-CRG-MAIOR (WS-IDX-CRG)   TO QCG-MAIOR.
               MOVE WS-CRG-CUSTO (WS-IDX-CRG)   TO QCG-CUSTO.
               MOVE WS-PONTO-MEDIO              TO QCG-MEDIO.
               MOVE WS-CUSTO-MEDIO              TO QCG-CUSTO-MEDIO.
               MOVE WS-DIFERENCA                TO QCG-DIFERENCA.
               WRITE REG-QDR-CARGO.

               ADD WS-CRG-CUSTO (WS-IDX-CRG) TO WS-TOTAL-CUSTO.
               ADD WS-CUSTO-MEDIO            TO WS-TOTAL-CUSTO-MEDIO.

      *----------------------------------------------------------------*
           32-IMPRIMIR-UM-CARGO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           40-LISTAR-EXCECOES.
      *----------------------------------------------------------------*

      *        SEGUNDA PASSADA NO CADFUNCA, SO QUANDO A PRIMEIRA ACHOU
      *        FUNCIONARIO FORA DA FAIXA, EM CARGO INATIVO OU COM
      *        FUNCAO FORA DA TABELA.

               IF WS-QTD-EXCECOES GREATER THAN ZEROS
                   CLOSE CADFUNCA
                   OPEN INPUT CADFUNCA
                   IF FS-CADFUNCA NOT EQUAL ZEROS
                       DISPLAY "ERRO AO REABRIR CADFUNCA = "
                               FS-CADFUNCA
                       MOVE 99 TO RETURN-CODE
                       STOP RUN
                   END-IF

                   MOVE SPACES TO REG-QDR-MARCA
                   WRITE REG-QDR-MARCA
                   MOVE "FUNCIONARIOS FORA DA FAIXA DO CARGO"
                        TO REG-QDR-MARCA
                   WRITE REG-QDR-MARCA

                   MOVE SPACES TO REG-QDR-EXC-TITULO
                   MOVE "CODFUN"     TO QET-CODFUN
                   MOVE "NOME"       TO QET-NOME
                   MOVE "FUNCAO"     TO QET-FUNCA
                   MOVE "SALARIO"    TO QET-SALARIO
                   MOVE "FAIXA DO CARGO" TO QET-FAIXA
                   MOVE "OCORRENCIA" TO QET-OCORRENCIA
                   WRITE REG-QDR-EXC-TITULO

                   SET SEGUNDA-PASSADA TO TRUE
                   SET NAO-FIM-ARQUIVO TO TRUE
                   PERFORM 42-LISTAR-UM-FUNCIONARIO UNTIL FIM-ARQUIVO
               END-IF.

      *----------------------------------------------------------------*
           40-LISTAR-EXCECOES-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           42-LISTAR-UM-FUNCIONARIO.
      *----------------------------------------------------------------*

               PERFORM 25-LER-CADFUNCA.
               IF NOT FIM-ARQUIVO
                   PERFORM 27-CLASSIFICAR-FUNCIONARIO
                   IF WS-OCORRENCIA NOT EQUAL SPACES
                       MOVE SPACES TO REG-QDR-EXCECAO
                       MOVE CODFUN-A  TO QEX-CODFUN
                       MOVE NOME-A    TO QEX-NOME
                       MOVE FUNCA-A   TO QEX-FUNCA
                       MOVE SALARIO-A TO QEX-SALARIO
                       IF CARGO-ACHADO
                           MOVE WS-CRG-SAL-MIN (WS-IDX-CRG)
                             TO QEX-FAIXA-MIN
                           MOVE WS-CRG-SAL-MAX (WS-IDX-CRG)
                             TO QEX-FAIXA-MAX
                       ELSE
                           MOVE ZEROS TO QEX-FAIXA-MIN
                           MOVE ZEROS TO QEX-FAIXA-MAX
                       END-IF
                       MOVE WS-OCORRENCIA TO QEX-OCORRENCIA
                       WRITE REG-QDR-EXCECAO
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
           42-LISTAR-UM-FUNCIONARIO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *                            FINALIZACAO                         *
      *----------------------------------------------------------------*
           60-FINALIZAR.

               MOVE SPACES TO REG-QDR-MARCA.
               WRITE REG-QDR-MARCA.

               MOVE SPACES TO REG-QDR-TOTAIS.
               MOVE "CARGOS NA TABCARGO" TO QTO-LIT.
               MOVE WS-CRG-QTD TO QTO-VALOR.
               WRITE REG-QDR-TOTAIS.

               MOVE SPACES TO REG-QDR-TOTAIS.
               MOVE "FUNCIONARIOS NO CADASTRO" TO QTO-LIT.
               MOVE WS-QTD-LIDOS TO QTO-VALOR.
               WRITE REG-QDR-TOTAIS.

               MOVE SPACES TO REG-QDR-TOTAIS.
               MOVE "FUNCIONARIOS FORA DA FAIXA" TO QTO-LIT.
               MOVE WS-QTD-FORA-FAIXA TO QTO-VALOR.
               WRITE REG-QDR-TOTAIS.

               MOVE SPACES TO REG-QDR-TOTAIS.
               MOVE "FUNCIONARIOS EM CARGO INATIVO" TO QTO-LIT.
               MOVE WS-QTD-CARGO-INATIVO TO QTO-VALOR.
               WRITE REG-QDR-TOTAIS.

               MOVE SPACES TO REG-QDR-TOTAIS.
               MOVE "FUNCIONARIOS COM FUNCAO FORA DA TABCARGO"
                    TO QTO-LIT.
               MOVE WS-QTD-SEM-CARGO TO QTO-VALOR.
               WRITE REG-QDR-TOTAIS.

               MOVE SPACES TO REG-QDR-TOTAIS.
               MOVE "CUSTO SALARIAL TOTAL" TO QTO-LIT.
               MOVE WS-TOTAL-CUSTO TO QTO-VALOR.
               WRITE REG-QDR-TOTAIS.

               MOVE SPACES TO REG-QDR-TOTAIS.
               MOVE "CUSTO NO PONTO MEDIO (CARGOS DA TABELA)"
                    TO QTO-LIT.
               MOVE WS-TOTAL-CUSTO-MEDIO TO QTO-VALOR.
               WRITE REG-QDR-TOTAIS.

               DISPLAY "----------- RESUMO QUADRO --------------".
               DISPLAY "CARGOS NA TABCARGO   = " WS-CRG-QTD.
               DISPLAY "FUNCIONARIOS LIDOS   = " WS-QTD-LIDOS.
               DISPLAY "FORA DA FAIXA        = " WS-QTD-FORA-FAIXA.
               DISPLAY "EM CARGO INATIVO     = " WS-QTD-CARGO-INATIVO.
               DISPLAY "FUNCAO FORA TABCARGO = " WS-QTD-SEM-CARGO.
               DISPLAY "---------------------------------------".

               IF WS-QTD-EXCECOES NOT EQUAL ZEROS
                   DISPLAY "QUADRO COM FUNCIONARIOS FORA DA FAIXA -"
                           " VERIFICAR O RELATORIO QUADCARG"
                   MOVE 04 TO RETURN-CODE
               END-IF.

               CLOSE CADFUNCA QUADCARG.

               IF FS-CADFUNCA NOT EQUAL ZEROS
                       AND FS-CADFUNCA NOT EQUAL 10
                   DISPLAY "ERRO AO FECHAR CADFUNCA = " FS-CADFUNCA.

               IF FS-QUADCARG NOT EQUAL ZEROS
                       AND FS-QUADCARG NOT EQUAL 10
                   DISPLAY "ERRO AO FECHAR QUADCARG = " FS-QUADCARG.

           60-FIM.     EXIT.

       END PROGRAM QUADRO-CARGOS.
