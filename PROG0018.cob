      *================================================================*
       IDENTIFICATION DIVISION.
      *================================================================*

       PROGRAM-ID. REPASSE-CONSIGNADO.

      ******************************************************************
      * Author:
      * Date:
      * Purpose: gera o repasse mensal dos emprestimos consignados a
      *          cada banco credor a partir do CONSGPG da rodada
      *          (parcelas descontadas pela FOLHA-PAGAMENTO e saldos
      *          abatidos pela CALCULA-RESCISAO), classificado por
      *          banco, CODFUN e contrato: um header '0', os detalhes
      *          '1' e um trailer '9' com quantidade e valor por banco
      *          no arquivo REPCONSG. As parcelas repassadas sao
      *          baixadas no saldo devedor do CADCONSG (contrato
      *          zerado fica quitado 'Q'; o da rescisao com saldo
      *          remanescente fica encerrado 'R'), gravado em CADCONNN
      *          e promovido a CADCONSG com backup datado. A baixa
      *          guarda a competencia no contrato, de modo que a
      *          reexecucao refaz o repasse sem baixar de novo. O
      *          relatorio RELCONSG lista cada parcela por banco,
      *          inclusive as que nao couberam na margem consignavel;
      *          estas e os contratos nao encontrados deixam
      *          RETURN-CODE 04. Parcela repetida na rodada (mesmo
      *          contrato e competencia) nao e baixada nem repassada
      *          outra vez: sai no relatorio como duplicada e tambem
      *          deixa RETURN-CODE 04.
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

              SELECT CONSGPG ASSIGN TO  "C:\FILES\CONSGPG.dat"
              FILE STATUS IS FS-CONSGPG
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT CADCONNN ASSIGN TO  "C:\FILES\CADCONNN.dat"
              FILE STATUS IS FS-CADCONNN
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT REPCONSG ASSIGN TO  "C:\FILES\REPCONSG.dat"
              FILE STATUS IS FS-REPCONSG
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT RELCONSG ASSIGN TO  "C:\FILES\RELCONSG.dat"
              FILE STATUS IS FS-RELCONSG
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT CLASSIFICA ASSIGN TO "SORTWK01".

      *================================================================*
       DATA DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                                                    SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *        CONTRATOS DE CONSIGNADO (LAYOUT DO ATUALIZA-CONSIGNADO) *
      *        CARREGADOS INTEIROS EM TABELA PARA A BAIXA DO SALDO     *
      *----------------------------------------------------------------*

           FD  CADCONSG
               BLOCK CONTAINS 0 RECORDS
               RECORD CONTAINS 80 CHARACTERS
               LABEL RECORD IS STANDARD
               RECORDING MODE IS F.

       01  REG-CADCONSG            PIC X(80).

      *----------------------------------------------------------------*
      *        PARCELAS DA RODADA: 'D' DESCONTADA NA FOLHA, 'N' NAO    *
      *        COUBE NA MARGEM, 'R' SALDO ABATIDO NA RESCISAO. LIDO    *
      *        PELO PROPRIO SORT (USING)                               *
      *----------------------------------------------------------------*

           FD  CONSGPG
               BLOCK CONTAINS 0 RECORDS
               RECORD CONTAINS 80 CHARACTERS
               LABEL RECORD IS STANDARD
               RECORDING MODE IS F.

       01  REG-CONSGPG             PIC X(80).

           FD  CADCONNN
               BLOCK CONTAINS 0 RECORDS
               RECORD CONTAINS 80 CHARACTERS
               LABEL RECORD IS STANDARD
               RECORDING MODE IS F.

       01  REG-CADCONNN            PIC X(80).

      *----------------------------------------------------------------*
      *        REPASSE AOS BANCOS CREDORES: POR BANCO, HEADER '0',     *
      *        DETALHE '1' POR PARCELA/ABATIMENTO E TRAILER '9' COM    *
      *        QUANTIDADE E VALOR DO BANCO                             *
      *----------------------------------------------------------------*

           FD  REPCONSG
               BLOCK CONTAINS 0 RECORDS
               RECORD CONTAINS 80 CHARACTERS
               LABEL RECORD IS STANDARD
               RECORDING MODE IS F.

       01  REG-REP-HEADER.
           05 RPH-TIPO             PIC X(01).
           05 RPH-BANCO            PIC 9(03).
           05 RPH-COMPETENCIA      PIC 9(06).
           05 RPH-DATA-GERACAO     PIC 9(08).
           05 RPH-LITERAL          PIC X(30).
           05 FILLER               PIC X(32).

       01  REG-REP-DETALHE.
           05 RPD-TIPO             PIC X(01).
           05 RPD-BANCO            PIC 9(03).
           05 RPD-CONTRATO         PIC 9(12).
           05 RPD-CODFUN           PIC 9(04).
           05 RPD-NOME             PIC X(35).
           05 RPD-PARCELA          PIC 9(03).
           05 RPD-VALOR            PIC 9(07)V99.
           05 RPD-ORIGEM           PIC X(01).
               88 RPD-ORIGEM-FOLHA             VALUE 'F'.
               88 RPD-ORIGEM-RESCISAO          VALUE 'R'.
           05 FILLER               PIC X(12).

       01  REG-REP-TRAILER.
           05 RPT-TIPO             PIC X(01).
           05 RPT-BANCO            PIC 9(03).
           05 RPT-QTD-PARCELAS     PIC 9(06).
           05 RPT-VALOR-TOTAL      PIC 9(13)V99.
           05 FILLER               PIC X(55).

      *----------------------------------------------------------------*
      *                 RELATORIO DO REPASSE DE CONSIGNADOS            *
      *----------------------------------------------------------------*

           FD  RELCONSG
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

       01  REG-REL-PARCELA.
           05 LIN-BANCO            PIC 9(03).
           05 FILLER               PIC X(02).
           05 LIN-CODFUN           PIC 9(04).
           05 FILLER               PIC X(02).
           05 LIN-NOME             PIC X(35).
           05 FILLER               PIC X(02).
           05 LIN-CONTRATO         PIC 9(12).
           05 FILLER               PIC X(02).
           05 LIN-PARCELA          PIC 9(03).
           05 FILLER               PIC X(02).
           05 LIN-VALOR            PIC ZZZZZZ9,99.
           05 FILLER               PIC X(02).
           05 LIN-TEXTO            PIC X(40).
           05 FILLER               PIC X(01).

       01  REG-REL-TOTAIS.
           05 FILLER               PIC X(06).
           05 TOT-LIT              PIC X(44).
           05 TOT-VALOR            PIC ZZZZZZZZZZ9,99.
           05 FILLER               PIC X(56).

      *----------------------------------------------------------------*
      *        ARQUIVO DE TRABALHO DO SORT: CONSGPG REORDENADO POR     *
      *        BANCO CREDOR, CODFUN, CONTRATO E COMPETENCIA            *
      *----------------------------------------------------------------*

           SD  CLASSIFICA
               RECORD CONTAINS 80 CHARACTERS.

       01  REG-CLASSIFICA.
           05 SRT-CODFUN           PIC 9(04).
           05 SRT-CONTRATO         PIC 9(12).
           05 SRT-BANCO            PIC 9(03).
           05 SRT-COMPETENCIA      PIC 9(06).
           05 SRT-NOME             PIC X(35).
           05 SRT-PARCELA          PIC 9(03).
           05 SRT-VALOR            PIC 9(07)V99.
           05 SRT-SITUACAO         PIC X(01).
               88 SRT-DESCONTADA               VALUE 'D'.
               88 SRT-SEM-MARGEM               VALUE 'N'.
               88 SRT-RESCISAO                 VALUE 'R'.
           05 FILLER               PIC X(07).

      *----------------------------------------------------------------*
       WORKING-STORAGE                                         SECTION.
      *----------------------------------------------------------------*

       77  FS-CADCONSG         PIC 9(02)   VALUE ZEROS.
       77  FS-CONSGPG          PIC 9(02)   VALUE ZEROS.
       77  FS-CADCONNN         PIC 9(02)   VALUE ZEROS.
       77  FS-REPCONSG         PIC 9(02)   VALUE ZEROS.
       77  FS-RELCONSG         PIC 9(02)   VALUE ZEROS.

      *------- contratos do CADCONSG (mesmo layout do cadastro) -------*
       01  WS-TABELA-CONTRATOS.
           05 WS-CTR-QTD       PIC 9(04)   VALUE ZEROS.
           05 WS-CTR-ITEM OCCURS 5000 TIMES
                   INDEXED BY WS-IDX-CTR.
               10 WS-CTR-CODFUN          PIC 9(04).
               10 WS-CTR-CONTRATO        PIC 9(12).
               10 WS-CTR-BANCO           PIC 9(03).
               10 WS-CTR-QTD-PARCELAS    PIC 9(03).
               10 WS-CTR-PARCELAS-PAGAS  PIC 9(03).
               10 WS-CTR-VALOR-PARCELA   PIC 9(07)V99.
               10 WS-CTR-SALDO-DEVEDOR   PIC 9(09)V99.
               10 WS-CTR-DATA-CONTRATO   PIC 9(08).
               10 WS-CTR-ULT-COMPETENCIA PIC 9(06).
               10 WS-CTR-SITUACAO        PIC X(01).
               10 FILLER                 PIC X(20).

       77  WS-CTR-MAX          PIC 9(04)   VALUE 5000.
       77  WS-CTR-ACHOU        PIC X(01)   VALUE 'N'.
           88 CONTRATO-ACHADO              VALUE 'S'.
           88 CONTRATO-NAO-ACHADO          VALUE 'N'.

      *------- quebra por banco credor --------------------------------*
       77  WS-BANCO-ATUAL      PIC 9(03)   VALUE ZEROS.
       77  WS-BANCO-ABERTO     PIC X(01)   VALUE 'N'.
           88 BANCO-ABERTO                 VALUE 'S'.
           88 BANCO-FECHADO                VALUE 'N'.
       77  WS-QTD-BANCO        PIC 9(06)   VALUE ZEROS.
       77  WS-TOTAL-BANCO      PIC 9(13)V99 VALUE ZEROS.
       77  WS-TEXTO-LINHA      PIC X(40)   VALUE SPACES.

      *------- ultima parcela baixada: a repeticao e duplicidade ------*
       01  WS-CHAVE-ANTERIOR.
           05 WS-ANT-CODFUN        PIC 9(04)   VALUE ZEROS.
           05 WS-ANT-CONTRATO      PIC 9(12)   VALUE ZEROS.
           05 WS-ANT-COMPETENCIA   PIC 9(06)   VALUE ZEROS.

       77  WS-FIM-SORT         PIC X(01)   VALUE 'N'.
           88 FIM-SORT                     VALUE 'S'.
           88 NAO-FIM-SORT                 VALUE 'N'.

       77  WS-FIM-TABELA       PIC X(01)   VALUE 'N'.
           88 FIM-TABELA                   VALUE 'S'.
           88 NAO-FIM-TABELA               VALUE 'N'.

      *------- CADCONSG ausente: nada a baixar nem a rotacionar -------*
       77  WS-SEM-CADASTRO     PIC X(01)   VALUE 'N'.
           88 SEM-CADASTRO                 VALUE 'S'.

      *------- contadores e somas do repasse --------------------------*
       77  WS-QTD-LIDOS        PIC 9(07)   VALUE ZEROS.
       77  WS-QTD-BANCOS       PIC 9(04)   VALUE ZEROS.
       77  WS-QTD-REPASSADAS   PIC 9(07)   VALUE ZEROS.
       77  WS-TOTAL-REPASSADO  PIC 9(13)V99 VALUE ZEROS.
       77  WS-QTD-SEM-MARGEM   PIC 9(07)   VALUE ZEROS.
       77  WS-TOTAL-SEM-MARGEM PIC 9(13)V99 VALUE ZEROS.
       77  WS-QTD-BAIXADOS     PIC 9(07)   VALUE ZEROS.
       77  WS-QTD-JA-BAIXADOS  PIC 9(07)   VALUE ZEROS.
       77  WS-QTD-QUITADOS     PIC 9(07)   VALUE ZEROS.
       77  WS-QTD-ENCERRADOS   PIC 9(07)   VALUE ZEROS.
       77  WS-QTD-NAO-ACHADOS  PIC 9(07)   VALUE ZEROS.
       77  WS-QTD-DUPLICADAS   PIC 9(07)   VALUE ZEROS.
       77  WS-TOTAL-DUPLICADO  PIC 9(13)V99 VALUE ZEROS.

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
             PERFORM 12-CARREGAR-CONTRATOS.
             PERFORM 15-IMPRIMIR-CABECALHO.
             SORT CLASSIFICA
                 ON ASCENDING KEY SRT-BANCO SRT-CODFUN SRT-CONTRATO
                                  SRT-COMPETENCIA
                 USING CONSGPG
                 OUTPUT PROCEDURE IS 50-REPASSAR.
             PERFORM 60-FINALIZAR.
             STOP RUN.

      *----------------------------------------------------------------*
           10-ABRIR-ARQUIVOS.
      *----------------------------------------------------------------*

      *        O CONSGPG E LIDO PELO PROPRIO SORT; A ABERTURA AQUI
      *        APENAS CRITICA A PRESENCA DO ARQUIVO COM MENSAGEM CLARA
               OPEN INPUT CONSGPG.
               IF FS-CONSGPG NOT EQUAL ZEROS
                   DISPLAY "--------------------------------"
                   DISPLAY "ERRO AO ABRIR O ARQUIVO CONSGPG"
                   DISPLAY "EXECUTAR A FOLHA-PAGAMENTO ANTES"
                   DISPLAY "FILE STATUS = " FS-CONSGPG
                   DISPLAY "--------------------------------"
                   MOVE 99 TO RETURN-CODE
                   STOP RUN.
               CLOSE CONSGPG.

               OPEN OUTPUT REPCONSG.
               IF FS-REPCONSG NOT EQUAL ZEROS
                   DISPLAY "--------------------------------"
                   DISPLAY "ERRO AO ABRIR O ARQUIVO REPCONSG"
                   DISPLAY "FILE STATUS = " FS-REPCONSG
                   DISPLAY "--------------------------------"
                   MOVE 99 TO RETURN-CODE
                   STOP RUN.

               OPEN OUTPUT RELCONSG.
               IF FS-RELCONSG NOT EQUAL ZEROS
                   DISPLAY "--------------------------------"
                   DISPLAY "ERRO AO ABRIR O ARQUIVO RELCONSG"
                   DISPLAY "FILE STATUS = " FS-RELCONSG
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

               MOVE WS-DATA-DIA TO WS-DATA-ED-DIA.
               MOVE WS-DATA-MES TO WS-DATA-ED-MES.
               MOVE WS-DATA-ANO TO WS-DATA-ED-ANO.

      *----------------------------------------------------------------*
           05-OBTER-DATA-SISTEMA-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           12-CARREGAR-CONTRATOS.
      *----------------------------------------------------------------*

      *        CARREGA TODOS OS CONTRATOS (INCLUSIVE QUITADOS E
      *        ENCERRADOS) PARA REGRAVAR O CADASTRO INTEIRO. CADCONSG
      *        AUSENTE NAO E ERRO: NAO HA SALDO A BAIXAR NEM CADASTRO
      *        A ROTACIONAR.

               OPEN INPUT CADCONSG.
               IF FS-CADCONSG EQUAL 35
                   DISPLAY "CADCONSG NAO ENCONTRADO - REPASSE SEM"
                           " BAIXA DE SALDOS"
                   SET SEM-CADASTRO TO TRUE
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
                       PERFORM 12A-CARREGAR-UM-CONTRATO
                           UNTIL FIM-TABELA
                       CLOSE CADCONSG
                       DISPLAY "CADCONSG CARREGADO COM " WS-CTR-QTD
                               " CONTRATOS"
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
           12-CARREGAR-CONTRATOS-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           12A-CARREGAR-UM-CONTRATO.
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
                       IF WS-CTR-QTD NOT LESS THAN WS-CTR-MAX
                           DISPLAY "ERRO: MAIS DE " WS-CTR-MAX
                                   " CONTRATOS EM CADCONSG"
                           MOVE 99 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-CTR-QTD
                       SET WS-IDX-CTR TO WS-CTR-QTD
                       MOVE REG-CADCONSG TO WS-CTR-ITEM (WS-IDX-CTR)
                       IF WS-CTR-SALDO-DEVEDOR (WS-IDX-CTR) NOT NUMERIC
                         OR WS-CTR-ULT-COMPETENCIA (WS-IDX-CTR)
                               NOT NUMERIC
                         OR WS-CTR-PARCELAS-PAGAS (WS-IDX-CTR)
                               NOT NUMERIC
                           DISPLAY "ERRO: CONTRATO INVALIDO EM"
                                   " CADCONSG: " REG-CADCONSG (1:40)
                           MOVE 99 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
           12A-CARREGAR-UM-CONTRATO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           15-IMPRIMIR-CABECALHO.
      *----------------------------------------------------------------*

               MOVE SPACES TO REG-REL-CAB1.
               MOVE "REPASSE DE EMPRESTIMOS CONSIGNADOS AOS BANCOS"
                    TO REL-TEXTO.
               MOVE "DATA: " TO REL-LIT-DATA.
               MOVE WS-DATA-EDITADA TO REL-DATA.
               WRITE REG-REL-CAB1.

      *----------------------------------------------------------------*
           15-IMPRIMIR-CABECALHO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           30-LER-CLASSIFICADO.
      *----------------------------------------------------------------*

               RETURN CLASSIFICA
                   AT END SET FIM-SORT TO TRUE
               END-RETURN.
               IF NOT FIM-SORT
                   ADD 1 TO WS-QTD-LIDOS
               END-IF.

      *----------------------------------------------------------------*
           30-LER-CLASSIFICADO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           50-REPASSAR.
      *----------------------------------------------------------------*

               PERFORM 30-LER-CLASSIFICADO.
               PERFORM 52-PROCESSAR-BANCO UNTIL FIM-SORT.

      *----------------------------------------------------------------*
           50-REPASSAR-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           52-PROCESSAR-BANCO.
      *----------------------------------------------------------------*

      *        QUEBRA POR BANCO CREDOR. O HEADER DO BANCO SO E GRAVADO
      *        NA PRIMEIRA PARCELA A REPASSAR: BANCO SO COM PARCELAS
      *        QUE NAO COUBERAM NA MARGEM NAO RECEBE ARQUIVO VAZIO.

               MOVE SRT-BANCO TO WS-BANCO-ATUAL.
               MOVE ZEROS TO WS-QTD-BANCO WS-TOTAL-BANCO.
               SET BANCO-FECHADO TO TRUE.

               PERFORM 54-PROCESSAR-PARCELA
                   UNTIL FIM-SORT OR SRT-BANCO NOT EQUAL WS-BANCO-ATUAL.

               IF BANCO-ABERTO
                   PERFORM 58-FECHAR-BANCO
               END-IF.

      *----------------------------------------------------------------*
           52-PROCESSAR-BANCO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           53-ABRIR-BANCO.
      *----------------------------------------------------------------*

               MOVE SPACES TO REG-REP-HEADER.
               MOVE '0'             TO RPH-TIPO.
               MOVE WS-BANCO-ATUAL  TO RPH-BANCO.
               MOVE SRT-COMPETENCIA TO RPH-COMPETENCIA.
               MOVE WS-DATA-NUM     TO RPH-DATA-GERACAO.
               MOVE "REPASSE CONSIGNADO - FOLHA PAG" TO RPH-LITERAL.
               WRITE REG-REP-HEADER.
               IF FS-REPCONSG NOT EQUAL ZEROS
                   DISPLAY "ERRO AO GRAVAR REPCONSG = " FS-REPCONSG
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
               END-IF.

               ADD 1 TO WS-QTD-BANCOS.
               SET BANCO-ABERTO TO TRUE.

      *----------------------------------------------------------------*
           53-ABRIR-BANCO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           54-PROCESSAR-PARCELA.
      *----------------------------------------------------------------*

      *        PARCELA QUE NAO COUBE NA MARGEM SO SAI NO RELATORIO; AS
      *        DESCONTADAS E OS ABATIMENTOS DA RESCISAO SAO BAIXADOS NO
      *        CONTRATO E REPASSADOS (ABATIMENTO ZERADO SO ENCERRA O
      *        CONTRATO, SEM DETALHE NO REPASSE). A SEGUNDA PARCELA
      *        DO MESMO CONTRATO NA MESMA COMPETENCIA (VEM LOGO APOS A
      *        PRIMEIRA NO SORT) SO SAI NO RELATORIO COMO DUPLICADA.

               IF SRT-SEM-MARGEM
                   ADD 1 TO WS-QTD-SEM-MARGEM
                   ADD SRT-VALOR TO WS-TOTAL-SEM-MARGEM
                   MOVE "NAO COUBE NA MARGEM - NAO REPASSADA"
                     TO WS-TEXTO-LINHA
                   DISPLAY "*** PARCELA SEM MARGEM: CODFUN = "
                           SRT-CODFUN " CONTRATO = " SRT-CONTRATO
                           " ***"
               ELSE
                   IF SRT-CODFUN EQUAL WS-ANT-CODFUN
                           AND SRT-CONTRATO EQUAL WS-ANT-CONTRATO
                           AND SRT-COMPETENCIA EQUAL WS-ANT-COMPETENCIA
                       ADD 1 TO WS-QTD-DUPLICADAS
                       ADD SRT-VALOR TO WS-TOTAL-DUPLICADO
                       MOVE "DUPLICADA NA RODADA - NAO REPASSADA"
                         TO WS-TEXTO-LINHA
                       DISPLAY "*** PARCELA DUPLICADA: CODFUN = "
                               SRT-CODFUN " CONTRATO = " SRT-CONTRATO
                               " COMPETENCIA = " SRT-COMPETENCIA
                               " ***"
                   ELSE
                       MOVE SRT-CODFUN      TO WS-ANT-CODFUN
                       MOVE SRT-CONTRATO    TO WS-ANT-CONTRATO
                       MOVE SRT-COMPETENCIA TO WS-ANT-COMPETENCIA
                       PERFORM 56-BAIXAR-SALDO
                       IF SRT-VALOR GREATER THAN ZEROS
                           IF BANCO-FECHADO
                               PERFORM 53-ABRIR-BANCO
                           END-IF
                           PERFORM 57-GRAVAR-DETALHE
                       END-IF
                   END-IF
               END-IF.

               MOVE SPACES TO REG-REL-PARCELA.
               MOVE SRT-BANCO      TO LIN-BANCO.
               MOVE SRT-CODFUN     TO LIN-CODFUN.
               MOVE SRT-NOME       TO LIN-NOME.
               MOVE SRT-CONTRATO   TO LIN-CONTRATO.
               MOVE SRT-PARCELA    TO LIN-PARCELA.
               MOVE SRT-VALOR      TO LIN-VALOR.
               MOVE WS-TEXTO-LINHA TO LIN-TEXTO.
               WRITE REG-REL-PARCELA.

               PERFORM 30-LER-CLASSIFICADO.

      *----------------------------------------------------------------*
           54-PROCESSAR-PARCELA-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           56-BAIXAR-SALDO.
      *----------------------------------------------------------------*

      *        ABATE O VALOR DO SALDO DEVEDOR E GUARDA A COMPETENCIA
      *        NO CONTRATO: NA REEXECUCAO A MESMA COMPETENCIA NAO E
      *        BAIXADA DE NOVO, MAS E REPASSADA (O REPCONSG E REFEITO
      *        POR INTEIRO). A REPETICAO DENTRO DA MESMA RODADA E
      *        BARRADA ANTES, NO 54-PROCESSAR-PARCELA. CONTRATO NAO
      *        ENCONTRADO E REPASSADO ASSIM MESMO (O VALOR JA SAIU DO
      *        FUNCIONARIO) E AVISADO.

               IF SRT-DESCONTADA
                   MOVE "DESCONTADA NA FOLHA" TO WS-TEXTO-LINHA
               ELSE
                   MOVE "ABATIDA NA RESCISAO" TO WS-TEXTO-LINHA
               END-IF.

               SET CONTRATO-NAO-ACHADO TO TRUE.
               SET WS-IDX-CTR TO 1.
               IF WS-CTR-QTD GREATER THAN ZEROS
                   SEARCH WS-CTR-ITEM
                       AT END SET CONTRATO-NAO-ACHADO TO TRUE
                       WHEN WS-CTR-CODFUN (WS-IDX-CTR)
                               EQUAL SRT-CODFUN
                           AND WS-CTR-CONTRATO (WS-IDX-CTR)
                               EQUAL SRT-CONTRATO
                           SET CONTRATO-ACHADO TO TRUE
                   END-SEARCH
               END-IF.

               IF CONTRATO-NAO-ACHADO
                   ADD 1 TO WS-QTD-NAO-ACHADOS
                   MOVE "CONTRATO NAO ENCONTRADO NO CADCONSG"
                     TO WS-TEXTO-LINHA
                   DISPLAY "*** CONTRATO NAO ENCONTRADO: CODFUN = "
                           SRT-CODFUN " CONTRATO = " SRT-CONTRATO
                           " ***"
               ELSE
                   IF WS-CTR-ULT-COMPETENCIA (WS-IDX-CTR)
                           EQUAL SRT-COMPETENCIA
                       ADD 1 TO WS-QTD-JA-BAIXADOS
                   ELSE
                       PERFORM 56A-ABATER-CONTRATO
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
           56-BAIXAR-SALDO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           56A-ABATER-CONTRATO.
      *----------------------------------------------------------------*

               IF SRT-VALOR GREATER THAN
                       WS-CTR-SALDO-DEVEDOR (WS-IDX-CTR)
                   MOVE ZEROS TO WS-CTR-SALDO-DEVEDOR (WS-IDX-CTR)
               ELSE
                   SUBTRACT SRT-VALOR
                       FROM WS-CTR-SALDO-DEVEDOR (WS-IDX-CTR)
               END-IF.
               MOVE SRT-COMPETENCIA
                 TO WS-CTR-ULT-COMPETENCIA (WS-IDX-CTR).
               IF SRT-DESCONTADA
                       AND WS-CTR-PARCELAS-PAGAS (WS-IDX-CTR)
                           LESS THAN WS-CTR-QTD-PARCELAS (WS-IDX-CTR)
                   ADD 1 TO WS-CTR-PARCELAS-PAGAS (WS-IDX-CTR)
               END-IF.
               ADD 1 TO WS-QTD-BAIXADOS.

               IF WS-CTR-SALDO-DEVEDOR (WS-IDX-CTR) EQUAL ZEROS
                   MOVE 'Q' TO WS-CTR-SITUACAO (WS-IDX-CTR)
                   ADD 1 TO WS-QTD-QUITADOS
               ELSE
                   IF SRT-RESCISAO
                       MOVE 'R' TO WS-CTR-SITUACAO (WS-IDX-CTR)
                       ADD 1 TO WS-QTD-ENCERRADOS
                       MOVE "RESCISAO - SALDO REMANESCENTE NO BANCO"
                         TO WS-TEXTO-LINHA
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
           56A-ABATER-CONTRATO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           57-GRAVAR-DETALHE.
      *----------------------------------------------------------------*

               MOVE SPACES TO REG-REP-DETALHE.
               MOVE '1'            TO RPD-TIPO.
               MOVE SRT-BANCO      TO RPD-BANCO.
               MOVE SRT-CONTRATO   TO RPD-CONTRATO.
               MOVE SRT-CODFUN     TO RPD-CODFUN.
               MOVE SRT-NOME       TO RPD-NOME.
               MOVE SRT-PARCELA    TO RPD-PARCELA.
               MOVE SRT-VALOR      TO RPD-VALOR.
               IF SRT-RESCISAO
                   SET RPD-ORIGEM-RESCISAO TO TRUE
               ELSE
                   SET RPD-ORIGEM-FOLHA TO TRUE
               END-IF.
               WRITE REG-REP-DETALHE.
               IF FS-REPCONSG NOT EQUAL ZEROS
                   DISPLAY "ERRO AO GRAVAR REPCONSG = " FS-REPCONSG
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
               END-IF.

               ADD 1 TO WS-QTD-BANCO WS-QTD-REPASSADAS.
               ADD SRT-VALOR TO WS-TOTAL-BANCO WS-TOTAL-REPASSADO.

      *----------------------------------------------------------------*
           57-GRAVAR-DETALHE-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           58-FECHAR-BANCO.
      *----------------------------------------------------------------*

               MOVE SPACES TO REG-REP-TRAILER.
               MOVE '9'            TO RPT-TIPO.
               MOVE WS-BANCO-ATUAL TO RPT-BANCO.
               MOVE WS-QTD-BANCO   TO RPT-QTD-PARCELAS.
               MOVE WS-TOTAL-BANCO TO RPT-VALOR-TOTAL.
               WRITE REG-REP-TRAILER.
               IF FS-REPCONSG NOT EQUAL ZEROS
                   DISPLAY "ERRO AO GRAVAR REPCONSG = " FS-REPCONSG
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
               END-IF.

               MOVE SPACES TO REG-REL-TOTAIS.
               MOVE "TOTAL REPASSADO AO BANCO" TO TOT-LIT.
               MOVE WS-BANCO-ATUAL TO TOT-LIT (26:3).
               MOVE WS-TOTAL-BANCO TO TOT-VALOR.
               WRITE REG-REL-TOTAIS.

               MOVE WS-TOTAL-BANCO TO TOT-VALOR.
               DISPLAY "BANCO " WS-BANCO-ATUAL " PARCELAS = "
                       WS-QTD-BANCO " TOTAL = " TOT-VALOR.

      *----------------------------------------------------------------*
           58-FECHAR-BANCO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           18-GRAVAR-CADCONNN.
      *----------------------------------------------------------------*

      *        REGRAVA O CADASTRO INTEIRO, NA ORDEM ORIGINAL, COM OS
      *        SALDOS BAIXADOS.

               OPEN OUTPUT CADCONNN.
               IF FS-CADCONNN NOT EQUAL ZEROS
                   DISPLAY "--------------------------------"
                   DISPLAY "ERRO AO ABRIR O ARQUIVO CADCONNN"
                   DISPLAY "FILE STATUS = " FS-CADCONNN
                   DISPLAY "--------------------------------"
                   MOVE 99 TO RETURN-CODE
                   STOP RUN.

               PERFORM 18A-GRAVAR-UM-CONTRATO
                   VARYING WS-IDX-CTR FROM 1 BY 1
                   UNTIL WS-IDX-CTR GREATER THAN WS-CTR-QTD.

               CLOSE CADCONNN.
               IF FS-CADCONNN NOT EQUAL ZEROS
                   DISPLAY "ERRO AO FECHAR CADCONNN = " FS-CADCONNN
                   MOVE 99 TO RETURN-CODE
               ELSE
                   PERFORM 19-ROTACIONAR-CADCONSG
               END-IF.

      *----------------------------------------------------------------*
           18-GRAVAR-CADCONNN-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           18A-GRAVAR-UM-CONTRATO.
      *----------------------------------------------------------------*

               MOVE WS-CTR-ITEM (WS-IDX-CTR) TO REG-CADCONNN.
               WRITE REG-CADCONNN.
               IF FS-CADCONNN NOT EQUAL ZEROS
                   DISPLAY "ERRO AO GRAVAR CADCONNN = " FS-CADCONNN
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
               END-IF.

      *----------------------------------------------------------------*
           18A-GRAVAR-UM-CONTRATO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           19-ROTACIONAR-CADCONSG.
      *----------------------------------------------------------------*

      *        PROMOVE O CADCONNN COM OS SALDOS BAIXADOS A CADCONSG,
      *        PRESERVANDO O ANTERIOR COMO BACKUP DATADO, NO MESMO
      *        ESQUEMA DO ATUALIZA-CONSIGNADO.

               MOVE WS-DATA-ANO   TO WS-BKP-ANO.
               MOVE WS-DATA-MES   TO WS-BKP-MES.
               MOVE WS-DATA-DIA   TO WS-BKP-DIA.
               MOVE WS-HORA-HH    TO WS-BKP-HH.
               MOVE WS-HORA-MM    TO WS-BKP-MM.
               MOVE WS-HORA-SS    TO WS-BKP-SS.

               CALL "CBL_COPY_FILE" USING WS-CADCONSG-PATH
                   WS-BACKUP-PATH
                   RETURNING WS-CALL-STATUS.

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

               MOVE SPACES TO REG-REL-TOTAIS.
               MOVE "BANCOS CREDORES COM REPASSE" TO TOT-LIT.
               MOVE WS-QTD-BANCOS TO TOT-VALOR.
               WRITE REG-REL-TOTAIS.

               MOVE SPACES TO REG-REL-TOTAIS.
               MOVE "PARCELAS REPASSADAS" TO TOT-LIT.
               MOVE WS-QTD-REPASSADAS TO TOT-VALOR.
               WRITE REG-REL-TOTAIS.

               MOVE SPACES TO REG-REL-TOTAIS.
               MOVE "VALOR TOTAL REPASSADO" TO TOT-LIT.
               MOVE WS-TOTAL-REPASSADO TO TOT-VALOR.
               WRITE REG-REL-TOTAIS.

               MOVE SPACES TO REG-REL-TOTAIS.
               MOVE "PARCELAS QUE NAO COUBERAM NA MARGEM" TO TOT-LIT.
               MOVE WS-QTD-SEM-MARGEM TO TOT-VALOR.
               WRITE REG-REL-TOTAIS.

               MOVE SPACES TO REG-REL-TOTAIS.
               MOVE "VALOR QUE NAO COUBE NA MARGEM" TO TOT-LIT.
               MOVE WS-TOTAL-SEM-MARGEM TO TOT-VALOR.
               WRITE REG-REL-TOTAIS.

               MOVE SPACES TO REG-REL-TOTAIS.
               MOVE "PARCELAS DUPLICADAS - NAO REPASSADAS" TO TOT-LIT.
               MOVE WS-QTD-DUPLICADAS TO TOT-VALOR.
               WRITE REG-REL-TOTAIS.

               MOVE SPACES TO REG-REL-TOTAIS.
               MOVE "VALOR DAS PARCELAS DUPLICADAS" TO TOT-LIT.
               MOVE WS-TOTAL-DUPLICADO TO TOT-VALOR.
               WRITE REG-REL-TOTAIS.

               MOVE SPACES TO REG-REL-TOTAIS.
               MOVE "CONTRATOS QUITADOS" TO TOT-LIT.
               MOVE WS-QTD-QUITADOS TO TOT-VALOR.
               WRITE REG-REL-TOTAIS.

               MOVE SPACES TO REG-REL-TOTAIS.
               MOVE "ENCERRADOS NA RESCISAO COM SALDO" TO TOT-LIT.
               MOVE WS-QTD-ENCERRADOS TO TOT-VALOR.
               WRITE REG-REL-TOTAIS.

               MOVE SPACES TO REG-REL-TOTAIS.
               MOVE "CONTRATOS NAO ENCONTRADOS NO CADCONSG" TO TOT-LIT.
               MOVE WS-QTD-NAO-ACHADOS TO TOT-VALOR.
               WRITE REG-REL-TOTAIS.

               DISPLAY "----------- RESUMO REPASSE -------------".
               DISPLAY "PARCELAS LIDAS       = " WS-QTD-LIDOS.
               DISPLAY "BANCOS CREDORES      = " WS-QTD-BANCOS.
               DISPLAY "PARCELAS REPASSADAS  = " WS-QTD-REPASSADAS.
               DISPLAY "SEM MARGEM           = " WS-QTD-SEM-MARGEM.
               DISPLAY "DUPLICADAS           = " WS-QTD-DUPLICADAS.
               DISPLAY "CONTRATOS BAIXADOS   = " WS-QTD-BAIXADOS.
               DISPLAY "JA BAIXADOS ANTES    = " WS-QTD-JA-BAIXADOS.
               DISPLAY "CONTRATOS QUITADOS   = " WS-QTD-QUITADOS.
               DISPLAY "ENCERRADOS RESCISAO  = " WS-QTD-ENCERRADOS.
               DISPLAY "NAO ENCONTRADOS      = " WS-QTD-NAO-ACHADOS.
               DISPLAY "---------------------------------------".

               IF WS-QTD-SEM-MARGEM NOT EQUAL ZEROS
                       OR WS-QTD-NAO-ACHADOS NOT EQUAL ZEROS
                       OR WS-QTD-DUPLICADAS NOT EQUAL ZEROS
                   DISPLAY "REPASSE COM AVISOS - VERIFICAR O RELATORIO"
                           " RELCONSG"
                   MOVE 04 TO RETURN-CODE
               END-IF.

               CLOSE REPCONSG RELCONSG.

               IF FS-REPCONSG NOT EQUAL ZEROS
                       AND FS-REPCONSG NOT EQUAL 10
                   DISPLAY "ERRO AO FECHAR REPCONSG = " FS-REPCONSG
                   MOVE 99 TO RETURN-CODE.

               IF FS-RELCONSG NOT EQUAL ZEROS
                       AND FS-RELCONSG NOT EQUAL 10
                   DISPLAY "ERRO AO FECHAR RELCONSG = " FS-RELCONSG.

               IF NOT SEM-CADASTRO
                   PERFORM 18-GRAVAR-CADCONNN
               END-IF.

           60-FIM.     EXIT.

       END PROGRAM REPASSE-CONSIGNADO.
