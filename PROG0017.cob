      *================================================================*
       IDENTIFICATION DIVISION.
      *================================================================*

       PROGRAM-ID. ATUALIZA-CONSIGNADO.

      ******************************************************************
      * Author:
      * Date:
      * Purpose: mantem o cadastro de contratos de emprestimo
      *          consignado CADCONSG (um registro por CODFUN + numero
      *          do contrato, ordenado) a partir do arquivo de
      *          movimentos MOVCONSG (inclusao/renegociacao/
      *          cancelamento), no mesmo esquema de merge balanceado
      *          do ATUALIZA-BANCO: gera CADCONNN, rejeita movimentos
      *          invalidos em REJCONSG e ao final promove o CADCONNN a
      *          CADCONSG do proximo ciclo, preservando backup datado.
      *          Cada contrato traz o banco credor, a quantidade de
      *          parcelas, as parcelas ja pagas, o valor da parcela e o
      *          saldo devedor. A FOLHA-PAGAMENTO desconta a parcela do
      *          mes dentro da margem consignavel e a CALCULA-RESCISAO
      *          abate o saldo das verbas rescisorias; o REPASSE-
      *          CONSIGNADO baixa as parcelas no saldo e gera o repasse
      *          a cada banco credor.
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

              SELECT CADCONSG ASSIGN TO  "C:\FILES\CADCONSG.dat"
              FILE STATUS IS FS-CADCONSG
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT MOVCONSG ASSIGN TO  "C:\FILES\MOVCONSG.dat"
              FILE STATUS IS FS-MOVCONSG
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT CADCONNN ASSIGN TO  "C:\FILES\CADCONNN.dat"
              FILE STATUS IS FS-CADCONNN
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT REJCONSG ASSIGN TO  "C:\FILES\REJCONSG.dat"
              FILE STATUS IS FS-REJCONSG
              ORGANIZATION IS LINE SEQUENTIAL.

      *================================================================*
       DATA DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                                                    SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *        CONTRATOS DE CONSIGNADO: CHAVE CODFUN + CONTRATO.       *
      *        SITUACAO: A=ATIVO (DESCONTADO NA FOLHA MENSAL),         *
      *        Q=QUITADO, R=ENCERRADO NA RESCISAO COM SALDO A          *
      *        NEGOCIAR DIRETO COM O BANCO. ULT-COMPETENCIA (AAAAMM)   *
      *        E A ULTIMA BAIXA FEITA PELO REPASSE-CONSIGNADO.         *
      *----------------------------------------------------------------*

           FD  CADCONSG
               BLOCK CONTAINS 0 RECORDS
               RECORD CONTAINS 80 CHARACTERS
               LABEL RECORD IS STANDARD
               RECORDING MODE IS F.

       01  REG-CADCONSG.
           05 CSG-CHAVE.
               10 CSG-CODFUN       PIC 9(04).
               10 CSG-CONTRATO     PIC 9(12).
           05 CSG-BANCO            PIC 9(03).
           05 CSG-QTD-PARCELAS     PIC 9(03).
           05 CSG-PARCELAS-PAGAS   PIC 9(03).
           05 CSG-VALOR-PARCELA    PIC 9(07)V99.
           05 CSG-SALDO-DEVEDOR    PIC 9(09)V99.
           05 CSG-DATA-CONTRATO    PIC 9(08).
           05 CSG-ULT-COMPETENCIA  PIC 9(06).
           05 CSG-SITUACAO         PIC X(01).
           05 FILLER               PIC X(20).

      *----------------------------------------------------------------*
      *        MOVIMENTO: TIPO I=INCLUSAO, R=RENEGOCIACAO (NOVAS       *
      *        PARCELAS, VALOR E SALDO, CONTRATO REATIVADO),           *
      *        C=CANCELAMENTO (CONTRATO SAI DO CADASTRO)               *
      *----------------------------------------------------------------*

           FD  MOVCONSG
               BLOCK CONTAINS 0 RECORDS
               RECORD CONTAINS 80 CHARACTERS
               LABEL RECORD IS STANDARD
               RECORDING MODE IS F.

       01  REG-MOVCONSG.
           05 CMV-CHAVE.
               10 CMV-CODFUN       PIC 9(04).
               10 CMV-CONTRATO     PIC 9(12).
           05 CMV-BANCO            PIC 9(03).
           05 CMV-QTD-PARCELAS     PIC 9(03).
           05 CMV-PARCELAS-PAGAS   PIC 9(03).
           05 CMV-VALOR-PARCELA    PIC 9(07)V99.
           05 CMV-SALDO-DEVEDOR    PIC 9(09)V99.
           05 CMV-DATA-CONTRATO    PIC 9(08).
           05 CMV-DATA-CONTRATO-R REDEFINES CMV-DATA-CONTRATO.
               10 CMV-CONTR-ANO    PIC 9(04).
               10 CMV-CONTR-MES    PIC 9(02).
               10 CMV-CONTR-DIA    PIC 9(02).
           05 FILLER               PIC X(24).
           05 CMV-TIPO             PIC X(01).
           05 FILLER               PIC X(02).

           FD  CADCONNN
               BLOCK CONTAINS 0 RECORDS
               RECORD CONTAINS 80 CHARACTERS
               LABEL RECORD IS STANDARD
               RECORDING MODE IS F.

       01  REG-CADCONNN            PIC X(80).

      *----------------------------------------------------------------*
      *        REJEITO PRESERVA O MOVIMENTO ORIGINAL COMPLETO PARA     *
      *        PERMITIR CORRECAO E RECICLAGEM                          *
      *----------------------------------------------------------------*

           FD  REJCONSG
               BLOCK CONTAINS 0 RECORDS
               RECORD CONTAINS 132 CHARACTERS
               LABEL RECORD IS STANDARD
               RECORDING MODE IS F.

       01  REG-REJCONSG.
           05 RJC-REG-ORIGINAL     PIC X(80).
           05 RJC-CAMPO            PIC X(10).
           05 RJC-MOTIVO           PIC X(40).
           05 RJC-RECICLO          PIC 9(02).

      *----------------------------------------------------------------*
       WORKING-STORAGE                                         SECTION.
      *----------------------------------------------------------------*

       77  FS-CADCONSG         PIC 9(02)   VALUE ZEROS.
       77  FS-MOVCONSG         PIC 9(02)   VALUE ZEROS.
       77  FS-CADCONNN         PIC 9(02)   VALUE ZEROS.
       77  FS-REJCONSG         PIC 9(02)   VALUE ZEROS.

       77  WS-LIDOS            PIC 9(07)   VALUE ZEROS.
       77  WS-GRAVADOS         PIC 9(07)   VALUE ZEROS.
       77  WS-QTD-INCLUSOES    PIC 9(07)   VALUE ZEROS.
       77  WS-QTD-RENEGOCIACOES PIC 9(07)  VALUE ZEROS.
       77  WS-QTD-CANCELAMENTOS PIC 9(07)  VALUE ZEROS.
       77  WS-QTD-REJEITOS     PIC 9(07)   VALUE ZEROS.
       77  WS-QTD-INALTERADOS  PIC 9(07)   VALUE ZEROS.
       77  WS-QTD-ATIVOS       PIC 9(07)   VALUE ZEROS.

      *------- validacao do movimento corrente (MOVCONSG) -------------*
       77  WS-MOV-STATUS       PIC X(01)   VALUE 'V'.
           88 MOV-VALIDO                   VALUE 'V'.
           88 MOV-INVALIDO                 VALUE 'I'.
       77  WS-CAMPO-REJEITADO  PIC X(10)   VALUE SPACES.
       77  WS-MOTIVO-REJEICAO  PIC X(40)   VALUE SPACES.

      *------- controle de sequencia/duplicidade de MOVCONSG ----------*
       77  WS-ULTIMA-CHAVE-C   PIC 9(16)   VALUE ZEROS.
       77  WS-MOVCONSG-STATUS  PIC X(01)   VALUE 'N'.
           88 MOVCONSG-OK                  VALUE 'S'.
           88 MOVCONSG-PENDENTE            VALUE 'N'.

      *------- rotacao de CADCONNN para CADCONSG do proximo ciclo -----*
       77  WS-CADCONSG-PATH    PIC X(40)
                               VALUE "C:\FILES\CADCONSG.dat".
       77  WS-CADCONNN-PATH    PIC X(40)
                               VALUE "C:\FILES\CADCONNN.dat".
       77  WS-CALL-STATUS      PIC S9(09) COMP-5 VALUE ZERO.
       77  WS-CALL-STATUS-DEL  PIC S9(09) COMP-5 VALUE ZERO.

       01  WS-BACKUP-PATH.
           05 FILLER           PIC X(18)
                               VALUE "C:\FILES\CADCONSG.".
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
      *        CODFUN + CONTRATO; TUDO 9 = FIM DO LADO
       77  WS-CHAVE-CAD        PIC 9(16)   VALUE ZEROS.
       77  WS-CHAVE-MOV        PIC 9(16)   VALUE ZEROS.
       77  WS-CHAVE-FIM        PIC 9(16)   VALUE 9999999999999999.

      *------- contrato montado a partir do movimento -----------------*
       01  WS-CONTRATO-NOVO.
           05 WS-NOV-CODFUN          PIC 9(04).
           05 WS-NOV-CONTRATO        PIC 9(12).
           05 WS-NOV-BANCO           PIC 9(03).
           05 WS-NOV-QTD-PARCELAS    PIC 9(03).
           05 WS-NOV-PARCELAS-PAGAS  PIC 9(03).
           05 WS-NOV-VALOR-PARCELA   PIC 9(07)V99.
           05 WS-NOV-SALDO-DEVEDOR   PIC 9(09)V99.
           05 WS-NOV-DATA-CONTRATO   PIC 9(08).
           05 WS-NOV-ULT-COMPETENCIA PIC 9(06).
           05 WS-NOV-SITUACAO        PIC X(01).
           05 FILLER                 PIC X(20).

      *------- primeira carga: CADCONSG ainda nao existia -------------*
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

      *        NA PRIMEIRA CARGA O CADCONSG AINDA NAO EXISTE (STATUS
      *        35): SEGUE COMO CADASTRO VAZIO, SO COM AS INCLUSOES DO
      *        MOVCONSG.
               OPEN INPUT CADCONSG.
               IF FS-CADCONSG EQUAL 35
                   DISPLAY "CADCONSG INEXISTENTE - ASSUMIDO CADASTRO"
                           " VAZIO (PRIMEIRA CARGA)"
                   SET PRIMEIRA-CARGA TO TRUE
                   MOVE WS-CHAVE-FIM TO WS-CHAVE-CAD
               ELSE
                   IF FS-CADCONSG NOT EQUAL ZEROS
                       DISPLAY "--------------------------------"
                       DISPLAY "ERRO AO ABRIR O ARQUIVO CADCONSG"
                       DISPLAY "FILE STATUS = " FS-CADCONSG
                       DISPLAY "--------------------------------"
                       MOVE 99 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF.

               OPEN INPUT MOVCONSG.
               IF FS-MOVCONSG NOT EQUAL ZEROS
                   DISPLAY "--------------------------------"
                   DISPLAY "ERRO AO ABRIR O ARQUIVO MOVCONSG"
                   DISPLAY "FILE STATUS = " FS-MOVCONSG
                   DISPLAY "--------------------------------"
                   MOVE 99 TO RETURN-CODE
                   STOP RUN.

               OPEN OUTPUT CADCONNN.
               IF FS-CADCONNN NOT EQUAL ZEROS
                   DISPLAY "--------------------------------"
                   DISPLAY "ERRO AO ABRIR O ARQUIVO CADCONNN"
                   DISPLAY "FILE STATUS = " FS-CADCONNN
                   DISPLAY "--------------------------------"
                   MOVE 99 TO RETURN-CODE
                   STOP RUN.

               OPEN OUTPUT REJCONSG.
               IF FS-REJCONSG NOT EQUAL ZEROS
                   DISPLAY "--------------------------------"
                   DISPLAY "ERRO AO ABRIR O ARQUIVO REJCONSG"
                   DISPLAY "FILE STATUS = " FS-REJCONSG
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
           20-LER-CADCONSG.
      *----------------------------------------------------------------*

               READ CADCONSG.
               IF FS-CADCONSG EQUAL 10
                   MOVE WS-CHAVE-FIM TO WS-CHAVE-CAD
               ELSE
                   IF FS-CADCONSG NOT EQUAL ZEROS
                       DISPLAY "ERRO AO LER CADCONSG = " FS-CADCONSG
                       MOVE 99 TO RETURN-CODE
                       STOP RUN
                   ELSE
                       ADD 1 TO WS-LIDOS
                       MOVE CSG-CHAVE TO WS-CHAVE-CAD
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
           20-LER-CADCONSG-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           30-LER-MOVCONSG.
      *----------------------------------------------------------------*

               SET MOVCONSG-PENDENTE TO TRUE.
               PERFORM 30A-LER-UM-MOVCONSG UNTIL MOVCONSG-OK.

      *----------------------------------------------------------------*
           30-LER-MOVCONSG-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           30A-LER-UM-MOVCONSG.
      *----------------------------------------------------------------*

               READ MOVCONSG.
               IF FS-MOVCONSG EQUAL 10
                   MOVE WS-CHAVE-FIM TO WS-CHAVE-MOV
                   SET MOVCONSG-OK TO TRUE
               ELSE
                   IF FS-MOVCONSG NOT EQUAL ZEROS
                       DISPLAY "ERRO AO LER MOVCONSG = " FS-MOVCONSG
                       MOVE 99 TO RETURN-CODE
                       STOP RUN
                   ELSE
                       ADD 1 TO WS-LIDOS
                       PERFORM 35-VALIDAR-SEQUENCIA
                       IF MOV-VALIDO
                           MOVE CMV-CHAVE TO WS-CHAVE-MOV
                           MOVE CMV-CHAVE TO WS-ULTIMA-CHAVE-C
                           SET MOVCONSG-OK TO TRUE
                       ELSE
                           PERFORM 900-GRAVA-REJEITO
                       END-IF
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
           30A-LER-UM-MOVCONSG-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           35-VALIDAR-SEQUENCIA.
      *----------------------------------------------------------------*

               SET MOV-VALIDO TO TRUE.
               MOVE SPACES TO WS-CAMPO-REJEITADO.
               MOVE SPACES TO WS-MOTIVO-REJEICAO.

               IF CMV-CODFUN NOT NUMERIC OR CMV-CONTRATO NOT NUMERIC
                   SET MOV-INVALIDO TO TRUE
                   MOVE "CHAVE" TO WS-CAMPO-REJEITADO
                   MOVE "CODFUN/CONTRATO NAO NUMERICO"
                        TO WS-MOTIVO-REJEICAO
               ELSE
                   IF CMV-CODFUN EQUAL ZEROS
                           OR CMV-CONTRATO EQUAL ZEROS
                       SET MOV-INVALIDO TO TRUE
                       MOVE "CHAVE" TO WS-CAMPO-REJEITADO
                       MOVE "CODFUN/CONTRATO ZERADO"
                            TO WS-MOTIVO-REJEICAO
                   END-IF
               END-IF.

               IF MOV-VALIDO AND WS-ULTIMA-CHAVE-C NOT EQUAL ZEROS
                   IF CMV-CHAVE EQUAL WS-ULTIMA-CHAVE-C
                       SET MOV-INVALIDO TO TRUE
                       MOVE "CHAVE" TO WS-CAMPO-REJEITADO
                       MOVE "CONTRATO DUPLICADO EM MOVCONSG"
                            TO WS-MOTIVO-REJEICAO
                   ELSE
                       IF CMV-CHAVE < WS-ULTIMA-CHAVE-C
                           SET MOV-INVALIDO TO TRUE
                           MOVE "CHAVE" TO WS-CAMPO-REJEITADO
                           MOVE "MOVCONSG FORA DE SEQUENCIA"
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

               EVALUATE CMV-TIPO
                   WHEN 'I'
                   WHEN 'R'
                   WHEN 'C'
                       CONTINUE
                   WHEN OTHER
                       SET MOV-INVALIDO TO TRUE
                       MOVE "TIPO" TO WS-CAMPO-REJEITADO
                       MOVE "TIPO DE MOVIMENTO DESCONHECIDO"
                            TO WS-MOTIVO-REJEICAO
               END-EVALUATE.

               IF MOV-VALIDO AND CMV-TIPO NOT EQUAL 'C'
                   PERFORM 37A-VALIDAR-CONTRATO
               END-IF.

      *----------------------------------------------------------------*
           37-VALIDAR-CAMPOS-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           37A-VALIDAR-CONTRATO.
      *----------------------------------------------------------------*

      *        INCLUSAO E RENEGOCIACAO TRAZEM O CONTRATO COMPLETO:
      *        BANCO CREDOR, PARCELAS (AS JA PAGAS MENORES QUE O
      *        TOTAL, PARA MIGRAR CONTRATO EM ANDAMENTO), VALOR DA
      *        PARCELA E SALDO DEVEDOR POSITIVOS E DATA VALIDA.

               IF CMV-BANCO NOT NUMERIC
                   SET MOV-INVALIDO TO TRUE
               ELSE
                   IF CMV-BANCO EQUAL ZEROS
                       SET MOV-INVALIDO TO TRUE
                   END-IF
               END-IF.
               IF MOV-INVALIDO
                   MOVE "BANCO" TO WS-CAMPO-REJEITADO
                   MOVE "BANCO CREDOR INVALIDO"
                        TO WS-MOTIVO-REJEICAO
               END-IF.

               IF MOV-VALIDO
                   IF CMV-QTD-PARCELAS NOT NUMERIC
                           OR CMV-PARCELAS-PAGAS NOT NUMERIC
                       SET MOV-INVALIDO TO TRUE
                   ELSE
                       IF CMV-QTD-PARCELAS EQUAL ZEROS
                               OR CMV-PARCELAS-PAGAS
                                   NOT LESS THAN CMV-QTD-PARCELAS
                           SET MOV-INVALIDO TO TRUE
                       END-IF
                   END-IF
                   IF MOV-INVALIDO
                       MOVE "PARCELAS" TO WS-CAMPO-REJEITADO
                       MOVE "QUANTIDADE DE PARCELAS INVALIDA"
                            TO WS-MOTIVO-REJEICAO
                   END-IF
               END-IF.

               IF MOV-VALIDO
                   IF CMV-VALOR-PARCELA NOT NUMERIC
                       SET MOV-INVALIDO TO TRUE
                   ELSE
                       IF CMV-VALOR-PARCELA EQUAL ZEROS
                           SET MOV-INVALIDO TO TRUE
                       END-IF
                   END-IF
                   IF MOV-INVALIDO
                       MOVE "VALOR" TO WS-CAMPO-REJEITADO
                       MOVE "VALOR DA PARCELA INVALIDO"
                            TO WS-MOTIVO-REJEICAO
                   END-IF
               END-IF.

               IF MOV-VALIDO
                   IF CMV-SALDO-DEVEDOR NOT NUMERIC
                       SET MOV-INVALIDO TO TRUE
                   ELSE
                       IF CMV-SALDO-DEVEDOR EQUAL ZEROS
                           SET MOV-INVALIDO TO TRUE
                       END-IF
                   END-IF
                   IF MOV-INVALIDO
                       MOVE "SALDO" TO WS-CAMPO-REJEITADO
                       MOVE "SALDO DEVEDOR INVALIDO"
                            TO WS-MOTIVO-REJEICAO
                   END-IF
               END-IF.

      *        DATA DO CONTRATO AAAAMMDD: MES 01-12, DIA 01-31 E NAO
      *        POSTERIOR A DATA DO SISTEMA
               IF MOV-VALIDO
                   IF CMV-DATA-CONTRATO NOT NUMERIC
                       SET MOV-INVALIDO TO TRUE
                   ELSE
                       IF CMV-CONTR-MES < 01 OR CMV-CONTR-MES > 12
                               OR CMV-CONTR-DIA < 01
                               OR CMV-CONTR-DIA > 31
                               OR CMV-DATA-CONTRATO > WS-DATA-NUM
                           SET MOV-INVALIDO TO TRUE
                       END-IF
                   END-IF
                   IF MOV-INVALIDO
                       MOVE "DATA" TO WS-CAMPO-REJEITADO
                       MOVE "DATA DO CONTRATO INVALIDA"
                            TO WS-MOTIVO-REJEICAO
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
           37A-VALIDAR-CONTRATO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           50-PROCESSAR-MERGE.
      *----------------------------------------------------------------*

               IF WS-CHAVE-CAD EQUAL ZEROS
                   PERFORM 20-LER-CADCONSG
                       UNTIL WS-CHAVE-CAD NOT EQUAL ZEROS
               END-IF.

               IF WS-CHAVE-MOV EQUAL ZEROS
                   PERFORM 30-LER-MOVCONSG
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
                       EVALUATE CMV-TIPO
                           WHEN 'R' PERFORM 200-RENEGOCIAR
                           WHEN 'C' PERFORM 400-CANCELAR
                           WHEN OTHER
                               MOVE "TIPO" TO WS-CAMPO-REJEITADO
                               MOVE "INCLUSAO PARA CONTRATO EXISTENTE"
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
                           IF CMV-TIPO EQUAL 'I'
                               PERFORM 600-INCLUIR
                           ELSE
                               MOVE "TIPO" TO WS-CAMPO-REJEITADO
                               MOVE "RENEGOCIACAO/CANCELAMENTO INEXIST."
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
           200-RENEGOCIAR.
      *----------------------------------------------------------------*

      *        A RENEGOCIACAO SUBSTITUI AS CONDICOES DO CONTRATO E O
      *        REATIVA, MAS PRESERVA A ULTIMA COMPETENCIA BAIXADA: O
      *        REPASSE DO MES JA PROCESSADO NAO E BAIXADO DE NOVO.

               PERFORM 700-MONTAR-CONTRATO.
               MOVE CSG-ULT-COMPETENCIA TO WS-NOV-ULT-COMPETENCIA.
               MOVE WS-CONTRATO-NOVO   TO REG-CADCONNN.
               WRITE REG-CADCONNN.
               ADD 1 TO WS-GRAVADOS.
               ADD 1 TO WS-QTD-RENEGOCIACOES.
               ADD 1 TO WS-QTD-ATIVOS.
               DISPLAY "CONTRATO RENEGOCIADO, CODFUN = " CMV-CODFUN
                       " CONTRATO = " CMV-CONTRATO.

      *----------------------------------------------------------------*
           200-RENEGOCIAR-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           300-COPIAR-CADASTRO.
      *----------------------------------------------------------------*

               MOVE REG-CADCONSG TO REG-CADCONNN.
               WRITE REG-CADCONNN.
               ADD 1 TO WS-GRAVADOS.
               ADD 1 TO WS-QTD-INALTERADOS.
               IF CSG-SITUACAO EQUAL 'A'
                   ADD 1 TO WS-QTD-ATIVOS
               END-IF.

      *----------------------------------------------------------------*
           300-COPIAR-CADASTRO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           400-CANCELAR.
      *----------------------------------------------------------------*

               ADD 1 TO WS-QTD-CANCELAMENTOS.
               DISPLAY "CONTRATO CANCELADO, CODFUN = " CSG-CODFUN
                       " CONTRATO = " CSG-CONTRATO
                       " SALDO = " CSG-SALDO-DEVEDOR.

      *----------------------------------------------------------------*
           400-CANCELAR-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           600-INCLUIR.
      *----------------------------------------------------------------*

               PERFORM 700-MONTAR-CONTRATO.
               MOVE WS-CONTRATO-NOVO   TO REG-CADCONNN.
               WRITE REG-CADCONNN.
               ADD 1 TO WS-GRAVADOS.
               ADD 1 TO WS-QTD-INCLUSOES.
               ADD 1 TO WS-QTD-ATIVOS.
               DISPLAY "CONTRATO INCLUIDO, CODFUN = " CMV-CODFUN
                       " CONTRATO = " CMV-CONTRATO.

      *----------------------------------------------------------------*
           600-INCLUIR-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           700-MONTAR-CONTRATO.
      *----------------------------------------------------------------*

      *        O CONTRATO E MONTADO EM AREA PROPRIA PARA NAO SOBREPOR
      *        O REGISTRO DO CADASTRO, DO QUAL A RENEGOCIACAO AINDA
      *        APROVEITA A ULTIMA COMPETENCIA BAIXADA.

               MOVE SPACES TO WS-CONTRATO-NOVO.
               MOVE CMV-CODFUN         TO WS-NOV-CODFUN.
               MOVE CMV-CONTRATO       TO WS-NOV-CONTRATO.
               MOVE CMV-BANCO          TO WS-NOV-BANCO.
               MOVE CMV-QTD-PARCELAS   TO WS-NOV-QTD-PARCELAS.
               MOVE CMV-PARCELAS-PAGAS TO WS-NOV-PARCELAS-PAGAS.
               MOVE CMV-VALOR-PARCELA  TO WS-NOV-VALOR-PARCELA.
               MOVE CMV-SALDO-DEVEDOR  TO WS-NOV-SALDO-DEVEDOR.
               MOVE CMV-DATA-CONTRATO  TO WS-NOV-DATA-CONTRATO.
               MOVE ZEROS              TO WS-NOV-ULT-COMPETENCIA.
               MOVE 'A'                TO WS-NOV-SITUACAO.

      *----------------------------------------------------------------*
           700-MONTAR-CONTRATO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           900-GRAVA-REJEITO.
      *----------------------------------------------------------------*

               ADD 1 TO WS-QTD-REJEITOS.
               MOVE SPACES TO REG-REJCONSG.
               MOVE REG-MOVCONSG       TO RJC-REG-ORIGINAL.
               MOVE WS-CAMPO-REJEITADO TO RJC-CAMPO.
               MOVE WS-MOTIVO-REJEICAO TO RJC-MOTIVO.
               MOVE 01 TO RJC-RECICLO.
               WRITE REG-REJCONSG.
               DISPLAY "MOVIMENTO DE CONSIGNADO REJEITADO, CODFUN = "
                       CMV-CODFUN " MOTIVO = " WS-MOTIVO-REJEICAO.

      *----------------------------------------------------------------*
           900-GRAVA-REJEITO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           19-ROTACIONAR-CADCONSG.
      *----------------------------------------------------------------*

      *        PROMOVE O CADCONNN GERADO NESTE CICLO A CADCONSG DO
      *        PROXIMO CICLO, PRESERVANDO O ANTERIOR COMO BACKUP
      *        DATADO, NO MESMO ESQUEMA DA ROTACAO DO CADBANCO.

               IF PRIMEIRA-CARGA
                   PERFORM 19B-PROMOVER-CADCONNN
               ELSE
                   MOVE WS-DATA-ANO   TO WS-BKP-ANO
                   MOVE WS-DATA-MES   TO WS-BKP-MES
                   MOVE WS-DATA-DIA   TO WS-BKP-DIA
                   MOVE WS-HORA-HH    TO WS-BKP-HH
                   MOVE WS-HORA-MM    TO WS-BKP-MM
                   MOVE WS-HORA-SS    TO WS-BKP-SS

                   CALL "CBL_COPY_FILE" USING WS-CADCONSG-PATH
                       WS-BACKUP-PATH
                       RETURNING WS-CALL-STATUS

                   IF WS-CALL-STATUS NOT EQUAL ZERO
                       DISPLAY "ERRO: FALHA AO GERAR BACKUP DE"
                           " CADCONSG, STATUS = " WS-CALL-STATUS
                       DISPLAY "ROTACAO CANCELADA - CADCONSG MANTIDO"
                       MOVE 99 TO RETURN-CODE
                   ELSE
                       CALL "CBL_DELETE_FILE" USING WS-CADCONSG-PATH
                           RETURNING WS-CALL-STATUS-DEL

                       IF WS-CALL-STATUS-DEL NOT EQUAL ZERO
                           DISPLAY "ERRO AO APAGAR CADCONSG ANTERIOR, "
                               "STATUS = " WS-CALL-STATUS-DEL
                           MOVE 99 TO RETURN-CODE
                       END-IF

                       PERFORM 19B-PROMOVER-CADCONNN
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
           19-ROTACIONAR-CADCONSG-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           19B-PROMOVER-CADCONNN.
      *----------------------------------------------------------------*

               CALL "CBL_RENAME_FILE" USING WS-CADCONNN-PATH
                   WS-CADCONSG-PATH
                   RETURNING WS-CALL-STATUS.

               IF WS-CALL-STATUS NOT EQUAL ZERO
                   DISPLAY "ERRO AO PROMOVER CADCONNN A CADCONSG, "
                       "STATUS = " WS-CALL-STATUS
                   MOVE 99 TO RETURN-CODE
               END-IF.

      *----------------------------------------------------------------*
           19B-PROMOVER-CADCONNN-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *                            FINALIZACAO                         *
      *----------------------------------------------------------------*
           60-FINALIZAR.

               DISPLAY "----------- RESUMO CADCONSG -----------".
               DISPLAY "REGISTROS LIDOS      = " WS-LIDOS.
               DISPLAY "REGISTROS GRAVADOS   = " WS-GRAVADOS.
               DISPLAY "INCLUSOES            = " WS-QTD-INCLUSOES.
               DISPLAY "RENEGOCIACOES        = " WS-QTD-RENEGOCIACOES.
               DISPLAY "CANCELAMENTOS        = " WS-QTD-CANCELAMENTOS.
               DISPLAY "REJEITADOS           = " WS-QTD-REJEITOS.
               DISPLAY "INALTERADOS          = " WS-QTD-INALTERADOS.
               DISPLAY "CONTRATOS ATIVOS     = " WS-QTD-ATIVOS.
               DISPLAY "---------------------------------------".

               IF NAO-PRIMEIRA-CARGA
                   CLOSE CADCONSG
                   IF FS-CADCONSG NOT EQUAL ZEROS
                           AND FS-CADCONSG NOT EQUAL 10
                       DISPLAY "ERRO AO FECHAR CADCONSG = " FS-CADCONSG
                   END-IF
               END-IF.

               CLOSE MOVCONSG CADCONNN REJCONSG.

               IF FS-MOVCONSG NOT EQUAL ZEROS
                       AND FS-MOVCONSG NOT EQUAL 10
                   DISPLAY "ERRO AO FECHAR MOVCONSG = " FS-MOVCONSG.

               IF FS-CADCONNN NOT EQUAL ZEROS
                       AND FS-CADCONNN NOT EQUAL 10
                   DISPLAY "ERRO AO FECHAR CADCONNN = " FS-CADCONNN.

               IF FS-REJCONSG NOT EQUAL ZEROS
                       AND FS-REJCONSG NOT EQUAL 10
                   DISPLAY "ERRO AO FECHAR REJCONSG = " FS-REJCONSG.

               PERFORM 19-ROTACIONAR-CADCONSG.

           60-FIM.     EXIT.

       END PROGRAM ATUALIZA-CONSIGNADO.
