      *================================================================*
       IDENTIFICATION DIVISION.
      *================================================================*

       PROGRAM-ID. APROVA-LOTE.

      ******************************************************************
      * Author:
      * Date:
      * Purpose: registro da decisao da supervisao sobre os lotes de
      *          movimentos (CADMOVTO e LOTEURG) depois de revisada a
      *          PREVIA-FOLHA. Le o PREVLOTE gravado pela ultima
      *          previa (um registro por lote: numero/data do header,
      *          quantidade de movimentos, totais de salario/venctos/
      *          dectos e liquido previsto do lote), apresenta os lotes
      *          e pede a origem e o numero do lote - o mesmo numero
      *          pode existir no CADMOVTO e no LOTEURG - e a decisao:
      *          A = aprovar, V = vetar. O responsavel e o operador
      *          identificado no CADOPER, que precisa ter perfil de
      *          supervisao (S).
      *          Para aprovar o supervisor redigita a quantidade de
      *          movimentos e o liquido previsto do lote impressos na
      *          previa; valores que nao conferem nao registram a
      *          aprovacao (RETURN-CODE 04). A decisao e acrescentada
      *          ao LOGAPROV com data/hora, responsavel e os totais
      *          aprovados; o merge so aplica o lote cuja ultima
      *          decisao e aprovacao e cujo conteudo ainda confere com
      *          ela, e registra no mesmo arquivo as suas recusas.
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

              SELECT PREVLOTE ASSIGN TO  "C:\FILES\PREVLOTE.dat"
              FILE STATUS IS FS-PREVLOTE
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT LOGAPROV ASSIGN TO  "C:\FILES\LOGAPROV.dat"
              FILE STATUS IS FS-LOGAPROV
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT CADOPER ASSIGN TO "C:\FILES\CADOPER.dat"
              FILE STATUS IS FS-CADOPER
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS OPR-ID.

      *================================================================*
       DATA DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                                                    SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *        LOTES SIMULADOS NA ULTIMA PREVIA-FOLHA                  *
      *----------------------------------------------------------------*

           FD  PREVLOTE
               BLOCK CONTAINS 0 RECORDS
               RECORD CONTAINS 100 CHARACTERS
               LABEL RECORD IS STANDARD
               RECORDING MODE IS F.

       01  REG-PREVLOTE.
           05 PLT-ORIGEM           PIC X(08).
           05 PLT-DATA-LOTE        PIC 9(08).
           05 PLT-NUM-LOTE         PIC 9(06).
           05 PLT-QTD-MOVTOS       PIC 9(07).
           05 PLT-HASH-SALARIO     PIC 9(09)V99.
           05 PLT-SOMA-VENCTOS     PIC 9(09)V99.
           05 PLT-SOMA-DECTOS      PIC 9(09)V99.
           05 PLT-TOTAL-LIQUIDO    PIC 9(09)V99.
           05 PLT-QTD-REJEITARIAM  PIC 9(07).
           05 PLT-DATA-HORA        PIC X(14).
           05 FILLER               PIC X(06).

      *----------------------------------------------------------------*
      *        APROVACAO (A) / VETO (V) DO LOTE PELA SUPERVISAO APOS A *
      *        PREVIA, E RECUSA (R) DO LOTE PELO MERGE                 *
      *----------------------------------------------------------------*

           FD  LOGAPROV
               BLOCK CONTAINS 0 RECORDS
               RECORD CONTAINS 150 CHARACTERS
               LABEL RECORD IS STANDARD
               RECORDING MODE IS F.

       01  REG-LOGAPROV.
           05 LGA-TIPO             PIC X(01).
           05 LGA-DATA-LOTE        PIC 9(08).
           05 LGA-NUM-LOTE         PIC 9(06).
           05 LGA-ORIGEM           PIC X(08).
           05 LGA-QTD-MOVTOS       PIC 9(07).
           05 LGA-HASH-SALARIO     PIC 9(09)V99.
           05 LGA-SOMA-VENCTOS     PIC 9(09)V99.
           05 LGA-SOMA-DECTOS      PIC 9(09)V99.
           05 LGA-TOTAL-LIQUIDO    PIC 9(09)V99.
           05 LGA-RESPONSAVEL      PIC X(08).
           05 LGA-DATA-HORA        PIC X(14).
           05 LGA-DATA-PREVIA      PIC X(14).
           05 LGA-MOTIVO           PIC X(30).
           05 FILLER               PIC X(10).

      *----------------------------------------------------------------*
      *        CADASTRO DE OPERADORES (MANTIDO PELA MANTEM-OPERADORES) *
      *        PERFIS: C CONSULTA, E CORRECAO, L LIBERACAO DO LOTE     *
      *        URGENTE, R REPARO DE REJEITOS, S SUPERVISAO (APROVACAO  *
      *        DE LOTES), A ADMINISTRACAO DOS OPERADORES               *
      *----------------------------------------------------------------*

           FD  CADOPER
               BLOCK CONTAINS 0 RECORDS
               RECORD CONTAINS 80 CHARACTERS
               LABEL RECORD IS STANDARD
               RECORDING MODE IS F.

       01  REG-CADOPER.
           05 OPR-ID               PIC X(07).
           05 OPR-NOME             PIC X(22).
           05 OPR-HASH-1           PIC 9(09).
           05 OPR-HASH-2           PIC 9(09).
           05 OPR-PERFIL           PIC X(01).
           05 OPR-ATIVO            PIC X(01).
           05 OPR-TENTATIVAS       PIC 9(01).
           05 OPR-BLOQUEADO        PIC X(01).
           05 OPR-ULTIMO-ACESSO    PIC X(14).
           05 OPR-DATA-ATUALIZACAO PIC 9(08).
           05 OPR-ATUALIZADO-POR   PIC X(07).

      *----------------------------------------------------------------*
       WORKING-STORAGE                                         SECTION.
      *----------------------------------------------------------------*

       77  FS-PREVLOTE         PIC 9(02)   VALUE ZEROS.
       77  FS-LOGAPROV         PIC 9(02)   VALUE ZEROS.

       77  WS-FIM-PREVLOTE     PIC X(01)   VALUE 'N'.
           88 FIM-PREVLOTE                 VALUE 'S'.

      *------- lotes da ultima previa ---------------------------------*
       77  WS-LTE-MAX          PIC 9(02)   VALUE 10.

       01  WS-TABELA-LOTES.
           05 WS-LTE-QTD       PIC 9(02)   VALUE ZEROS.
           05 WS-LTE-ITEM OCCURS 10 TIMES
                   INDEXED BY WS-IDX-LTE.
               10 WS-LTE-ORIGEM    PIC X(08).
               10 WS-LTE-DATA      PIC 9(08).
               10 WS-LTE-NUMERO    PIC 9(06).
               10 WS-LTE-QTD-MOV   PIC 9(07).
               10 WS-LTE-HASH-SAL  PIC 9(09)V99.
               10 WS-LTE-SOMA-VEN  PIC 9(09)V99.
               10 WS-LTE-SOMA-DEC  PIC 9(09)V99.
               10 WS-LTE-LIQUIDO   PIC 9(09)V99.
               10 WS-LTE-REJEITARIAM PIC 9(07).
               10 WS-LTE-DATA-PREVIA PIC X(14).

       77  WS-LOTE-STATUS      PIC X(01)   VALUE 'N'.
           88 LOTE-ENCONTRADO              VALUE 'S'.
           88 LOTE-NAO-ENCONTRADO          VALUE 'N'.

      *------- dialogo com o supervisor -------------------------------*
       77  WS-ENT-RESPONSAVEL  PIC X(08)   VALUE SPACES.
       77  WS-ENT-MOTIVO       PIC X(30)   VALUE SPACES.

       77  WS-ENT-ORIGEM       PIC X(01)   VALUE SPACES.
           88 ORIGEM-CADMOVTO              VALUE 'C'.
           88 ORIGEM-LOTEURG               VALUE 'L'.
           88 ORIGEM-VALIDA                VALUE 'C' 'L'.
       77  WS-ORIGEM-LOTE      PIC X(08)   VALUE SPACES.

       77  WS-DECISAO          PIC X(01)   VALUE SPACES.
           88 DECISAO-APROVAR              VALUE 'A'.
           88 DECISAO-VETAR                VALUE 'V'.
           88 DECISAO-VALIDA               VALUE 'A' 'V'.

      *        CONSOLE SEM RESPOSTA (EOF/TERMINAL PERDIDO) NAO PODE
      *        VIRAR LACO INFINITO DE REAPRESENTACAO
       77  WS-QTD-SEM-RESPOSTA PIC 9(01)   VALUE ZEROS.

       01  WS-ENT-LOTE         PIC X(06)   VALUE SPACES.
       01  WS-ENT-LOTE-R REDEFINES WS-ENT-LOTE
                               PIC 9(06).

       01  WS-ENT-QTD          PIC X(07)   VALUE SPACES.
       01  WS-ENT-QTD-R REDEFINES WS-ENT-QTD
                               PIC 9(07).

       01  WS-ENT-LIQUIDO      PIC X(11)   VALUE SPACES.
       01  WS-ENT-LIQUIDO-R REDEFINES WS-ENT-LIQUIDO
                               PIC 9(09)V99.

      *------- valores editados para exibicao em DISPLAY --------------*
       77  WS-DISP-LIQUIDO     PIC ZZZ.ZZZ.ZZ9,99.

       01  WS-DISP-DATA-HORA.
           05 WS-DDH-DIA       PIC X(02).
           05 FILLER           PIC X       VALUE '/'.
           05 WS-DDH-MES       PIC X(02).
           05 FILLER           PIC X       VALUE '/'.
           05 WS-DDH-ANO       PIC X(04).
           05 FILLER           PIC X       VALUE SPACE.
           05 WS-DDH-HORA      PIC X(02).
           05 FILLER           PIC X       VALUE ':'.
           05 WS-DDH-MINUTO    PIC X(02).

      *------- data/hora do sistema, quebrada por indice (PROG0001) ---*
       77  WS-DATETIME         PIC X(21).

      *------- identificacao do operador (CADOPER) --------------------*
      *        SENHA NAO E GRAVADA: O CADOPER GUARDA DOIS RESUMOS
      *        CALCULADOS SOBRE OPERADOR + SENHA (82-CALCULAR-HASH,
      *        O MESMO DA MANTEM-OPERADORES). O OPERADOR E BLOQUEADO NA
      *        3a FALHA SEGUIDA, MESMO EM SESSOES DIFERENTES.
       77  FS-CADOPER          PIC 9(02)   VALUE ZEROS.
       77  WS-MAX-TENTATIVAS   PIC 9(01)   VALUE 3.
       77  WS-QTD-TENTATIVAS   PIC 9(01)   VALUE ZEROS.
       77  WS-OPERADOR         PIC X(07)   VALUE SPACES.
       77  WS-PERFIL           PIC X(01)   VALUE SPACES.
           88 PERFIL-CONSULTA              VALUE 'C'.
           88 PERFIL-CORRECAO              VALUE 'E'.
           88 PERFIL-LIBERACAO             VALUE 'L'.
           88 PERFIL-REPARO                VALUE 'R'.
           88 PERFIL-SUPERVISAO            VALUE 'S'.
           88 PERFIL-ADMINISTRACAO         VALUE 'A'.
       77  WS-OPERADOR-STATUS  PIC X(01)   VALUE 'N'.
           88 OPERADOR-IDENTIFICADO        VALUE 'S'.
           88 OPERADOR-NAO-IDENTIFICADO    VALUE 'N'.

       01  WS-ENT-OPERADOR     PIC X(07)   VALUE SPACES.
       01  WS-ENT-SENHA        PIC X(20)   VALUE SPACES.

       01  WS-CHAVE-HASH.
           05 WS-CHV-OPERADOR  PIC X(07).
           05 WS-CHV-SENHA     PIC X(20).
       77  WS-IDX-HASH         PIC 9(02)   VALUE ZEROS.
       77  WS-HASH-1           PIC 9(09)   VALUE ZEROS.
       77  WS-HASH-2           PIC 9(09)   VALUE ZEROS.
       77  WS-HASH-TRAB        PIC 9(12)   VALUE ZEROS.
       77  WS-HASH-QUOC        PIC 9(12)   VALUE ZEROS.
       77  WS-DATA-HORA-OPR    PIC X(21)   VALUE SPACES.

      *================================================================*
       PROCEDURE DIVISION.
      *================================================================*

           MAIN-PROCEDURE.
             PERFORM 10-ABRIR-ARQUIVOS.
             PERFORM 20-EXIBIR-LOTES.
             PERFORM 30-OBTER-DECISAO.
             PERFORM 60-FINALIZAR.
             STOP RUN.

      *----------------------------------------------------------------*
           10-ABRIR-ARQUIVOS.
      *----------------------------------------------------------------*

      *        A DECISAO E DA SUPERVISAO: O OPERADOR IDENTIFICADO E O
      *        RESPONSAVEL GRAVADO NO LOGAPROV.

               PERFORM 80-IDENTIFICAR-OPERADOR.
               IF NOT PERFIL-SUPERVISAO
                   DISPLAY "PERFIL " WS-PERFIL " SEM ACESSO A APROVACAO"
                           " DE LOTES"
                   MOVE 99 TO RETURN-CODE
                   STOP RUN.
               MOVE WS-OPERADOR TO WS-ENT-RESPONSAVEL.

      *        SEM PREVLOTE NAO HA O QUE APROVAR: A PREVIA-FOLHA TEM
      *        DE RODAR ANTES SOBRE OS LOTES PENDENTES.

               OPEN INPUT PREVLOTE.
               IF FS-PREVLOTE EQUAL 35
                   DISPLAY "PREVLOTE NAO ENCONTRADO - EXECUTAR A"
                           " PREVIA-FOLHA ANTES DA APROVACAO"
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
               END-IF.
               IF FS-PREVLOTE NOT EQUAL ZEROS
                   DISPLAY "--------------------------------"
                   DISPLAY "ERRO AO ABRIR O ARQUIVO PREVLOTE"
                   DISPLAY "FILE STATUS = " FS-PREVLOTE
                   DISPLAY "--------------------------------"
                   MOVE 99 TO RETURN-CODE
                   STOP RUN.

               INITIALIZE WS-TABELA-LOTES.
               PERFORM 12-CARREGAR-UM-LOTE UNTIL FIM-PREVLOTE.
               CLOSE PREVLOTE.

               IF WS-LTE-QTD EQUAL ZEROS
                   DISPLAY "NENHUM LOTE NA ULTIMA PREVIA - NADA A"
                           " APROVAR"
                   MOVE 04 TO RETURN-CODE
                   STOP RUN
               END-IF.

      *----------------------------------------------------------------*
           10-ABRIR-ARQUIVOS-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           12-CARREGAR-UM-LOTE.
      *----------------------------------------------------------------*

               READ PREVLOTE.
               IF FS-PREVLOTE EQUAL 10
                   SET FIM-PREVLOTE TO TRUE
               ELSE
                   IF FS-PREVLOTE NOT EQUAL ZEROS
                       DISPLAY "ERRO AO LER PREVLOTE = " FS-PREVLOTE
                       MOVE 99 TO RETURN-CODE
                       STOP RUN
                   ELSE
                       IF WS-LTE-QTD NOT LESS THAN WS-LTE-MAX
                           DISPLAY "PREVLOTE COM MAIS DE " WS-LTE-MAX
                                   " LOTES - EXCEDENTES IGNORADOS"
                       ELSE
                           ADD 1 TO WS-LTE-QTD
                           SET WS-IDX-LTE TO WS-LTE-QTD
                           MOVE PLT-ORIGEM
                               TO WS-LTE-ORIGEM(WS-IDX-LTE)
                           MOVE PLT-DATA-LOTE
                               TO WS-LTE-DATA(WS-IDX-LTE)
                           MOVE PLT-NUM-LOTE
                               TO WS-LTE-NUMERO(WS-IDX-LTE)
                           MOVE PLT-QTD-MOVTOS
                               TO WS-LTE-QTD-MOV(WS-IDX-LTE)
                           MOVE PLT-HASH-SALARIO
                               TO WS-LTE-HASH-SAL(WS-IDX-LTE)
                           MOVE PLT-SOMA-VENCTOS
                               TO WS-LTE-SOMA-VEN(WS-IDX-LTE)
                           MOVE PLT-SOMA-DECTOS
                               TO WS-LTE-SOMA-DEC(WS-IDX-LTE)
                           MOVE PLT-TOTAL-LIQUIDO
                               TO WS-LTE-LIQUIDO(WS-IDX-LTE)
                           MOVE PLT-QTD-REJEITARIAM
                               TO WS-LTE-REJEITARIAM(WS-IDX-LTE)
                           MOVE PLT-DATA-HORA
                               TO WS-LTE-DATA-PREVIA(WS-IDX-LTE)
                       END-IF
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
           12-CARREGAR-UM-LOTE-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           20-EXIBIR-LOTES.
      *----------------------------------------------------------------*

               SET WS-IDX-LTE TO 1.
               MOVE WS-LTE-DATA-PREVIA(WS-IDX-LTE) TO WS-DATETIME.
               PERFORM 26-EDITAR-DATA-HORA.
               DISPLAY " ".
               DISPLAY "---- LOTES DA PREVIA DE " WS-DISP-DATA-HORA
                       " ----".
               PERFORM 22-EXIBIR-UM-LOTE
                   VARYING WS-IDX-LTE FROM 1 BY 1
                   UNTIL WS-IDX-LTE GREATER WS-LTE-QTD.

      *----------------------------------------------------------------*
           20-EXIBIR-LOTES-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           22-EXIBIR-UM-LOTE.
      *----------------------------------------------------------------*

               MOVE WS-LTE-LIQUIDO(WS-IDX-LTE) TO WS-DISP-LIQUIDO.
               DISPLAY WS-LTE-ORIGEM(WS-IDX-LTE)
                       " LOTE " WS-LTE-NUMERO(WS-IDX-LTE)
                       " DE " WS-LTE-DATA(WS-IDX-LTE)
                       " MOVIMENTOS " WS-LTE-QTD-MOV(WS-IDX-LTE)
                       " LIQUIDO PREVISTO " WS-DISP-LIQUIDO.
               IF WS-LTE-REJEITARIAM(WS-IDX-LTE) NOT EQUAL ZEROS
                   DISPLAY "*** " WS-LTE-REJEITARIAM(WS-IDX-LTE)
                           " MOVIMENTOS REJEITARIAM NO MERGE - VER"
                           " A PREVIA ***"
               END-IF.

      *----------------------------------------------------------------*
           22-EXIBIR-UM-LOTE-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           26-EDITAR-DATA-HORA.
      *----------------------------------------------------------------*

               MOVE WS-DATETIME(7:2)  TO WS-DDH-DIA.
               MOVE WS-DATETIME(5:2)  TO WS-DDH-MES.
               MOVE WS-DATETIME(1:4)  TO WS-DDH-ANO.
               MOVE WS-DATETIME(9:2)  TO WS-DDH-HORA.
               MOVE WS-DATETIME(11:2) TO WS-DDH-MINUTO.

      *----------------------------------------------------------------*
           26-EDITAR-DATA-HORA-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           30-OBTER-DECISAO.
      *----------------------------------------------------------------*

      *        UMA DECISAO POR EXECUCAO. A APROVACAO EXIGE A
      *        CONFERENCIA DOS TOTAIS DA PREVIA; O VETO, UM MOTIVO.

               SET LOTE-NAO-ENCONTRADO TO TRUE.
               PERFORM 32-IDENTIFICAR-LOTE UNTIL LOTE-ENCONTRADO.

               MOVE SPACES TO WS-DECISAO.
               PERFORM 36-PERGUNTAR-DECISAO UNTIL DECISAO-VALIDA.

               IF DECISAO-APROVAR
                   PERFORM 38-CONFERIR-TOTAIS
               ELSE
                   PERFORM 40-PERGUNTAR-MOTIVO
                       UNTIL WS-ENT-MOTIVO NOT EQUAL SPACES
                   PERFORM 50-GRAVAR-DECISAO
               END-IF.

      *----------------------------------------------------------------*
           30-OBTER-DECISAO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           32-IDENTIFICAR-LOTE.
      *----------------------------------------------------------------*

      *        O LOTE E IDENTIFICADO PELA ORIGEM E PELO NUMERO: O RH E
      *        O LOTE URGENTE NUMERAM SEUS LOTES DE FORMA INDEPENDENTE.

               MOVE SPACES TO WS-ENT-ORIGEM.
               PERFORM 33-PERGUNTAR-ORIGEM UNTIL ORIGEM-VALIDA.
               PERFORM 34-PERGUNTAR-LOTE.

      *----------------------------------------------------------------*
           32-IDENTIFICAR-LOTE-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           33-PERGUNTAR-ORIGEM.
      *----------------------------------------------------------------*

               DISPLAY "ORIGEM DO LOTE (C=CADMOVTO, L=LOTEURG): ".
               MOVE SPACES TO WS-ENT-ORIGEM.
               ACCEPT WS-ENT-ORIGEM.
               IF WS-ENT-ORIGEM EQUAL SPACES
                   PERFORM 90-CONTAR-SEM-RESPOSTA
               ELSE
                   MOVE ZEROS TO WS-QTD-SEM-RESPOSTA
                   IF ORIGEM-CADMOVTO
                       MOVE "CADMOVTO" TO WS-ORIGEM-LOTE
                   ELSE
                       IF ORIGEM-LOTEURG
                           MOVE "LOTEURG" TO WS-ORIGEM-LOTE
                       ELSE
                           DISPLAY "ORIGEM INVALIDA - INFORMAR C OU L"
                       END-IF
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
           33-PERGUNTAR-ORIGEM-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           34-PERGUNTAR-LOTE.
      *----------------------------------------------------------------*

               DISPLAY "NUMERO DO LOTE (6 DIGITOS): ".
               MOVE SPACES TO WS-ENT-LOTE.
               ACCEPT WS-ENT-LOTE.
               IF WS-ENT-LOTE EQUAL SPACES
                   PERFORM 90-CONTAR-SEM-RESPOSTA
               ELSE
                   MOVE ZEROS TO WS-QTD-SEM-RESPOSTA
                   IF WS-ENT-LOTE-R NOT NUMERIC
                       DISPLAY "NUMERO DE LOTE DEVE TER 6 DIGITOS"
                   ELSE
                       SET WS-IDX-LTE TO 1
                       SEARCH WS-LTE-ITEM
                           AT END
                               DISPLAY "LOTE " WS-ENT-LOTE " DO "
                                       WS-ORIGEM-LOTE
                                       " NAO CONSTA DA ULTIMA PREVIA"
                           WHEN WS-IDX-LTE NOT GREATER WS-LTE-QTD
                                AND WS-LTE-ORIGEM(WS-IDX-LTE)
                                    EQUAL WS-ORIGEM-LOTE
                                AND WS-LTE-NUMERO(WS-IDX-LTE)
                                    EQUAL WS-ENT-LOTE-R
                               SET LOTE-ENCONTRADO TO TRUE
                       END-SEARCH
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
           34-PERGUNTAR-LOTE-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           36-PERGUNTAR-DECISAO.
      *----------------------------------------------------------------*

               DISPLAY "DECISAO? (A=APROVAR, V=VETAR): ".
               MOVE SPACES TO WS-DECISAO.
               ACCEPT WS-DECISAO.
               IF WS-DECISAO EQUAL SPACES
                   PERFORM 90-CONTAR-SEM-RESPOSTA
               ELSE
                   MOVE ZEROS TO WS-QTD-SEM-RESPOSTA
                   IF NOT DECISAO-VALIDA
                       DISPLAY "DECISAO INVALIDA - INFORMAR A OU V"
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
           36-PERGUNTAR-DECISAO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           38-CONFERIR-TOTAIS.
      *----------------------------------------------------------------*

      *        O SUPERVISOR REDIGITA O QUE LEU NA PREVIA IMPRESSA:
      *        APROVA O QUE VIU, NAO O QUE ESTIVER NO ARQUIVO.

               DISPLAY "QUANTIDADE DE MOVIMENTOS DA PREVIA"
                       " (7 DIGITOS): ".
               ACCEPT WS-ENT-QTD.
               DISPLAY "LIQUIDO PREVISTO DO LOTE (11 DIGITOS,"
                       " ULTIMOS 2 = CENTAVOS): ".
               ACCEPT WS-ENT-LIQUIDO.

               IF WS-ENT-QTD-R NOT NUMERIC
                       OR WS-ENT-LIQUIDO-R NOT NUMERIC
                   DISPLAY "VALORES INVALIDOS - APROVACAO NAO"
                           " REGISTRADA"
                   MOVE 04 TO RETURN-CODE
               ELSE
                   IF WS-ENT-QTD-R NOT EQUAL
                           WS-LTE-QTD-MOV(WS-IDX-LTE)
                           OR WS-ENT-LIQUIDO-R NOT EQUAL
                           WS-LTE-LIQUIDO(WS-IDX-LTE)
                       DISPLAY "QUANTIDADE/TOTAL NAO CONFERE COM A"
                               " PREVIA - APROVACAO NAO REGISTRADA"
                       MOVE 04 TO RETURN-CODE
                   ELSE
                       MOVE "CONFERIDO COM A PREVIA" TO WS-ENT-MOTIVO
                       PERFORM 50-GRAVAR-DECISAO
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
           38-CONFERIR-TOTAIS-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           40-PERGUNTAR-MOTIVO.
      *----------------------------------------------------------------*

               DISPLAY "MOTIVO DO VETO (ATE 30 POSICOES): ".
               MOVE SPACES TO WS-ENT-MOTIVO.
               ACCEPT WS-ENT-MOTIVO.
               IF WS-ENT-MOTIVO EQUAL SPACES
                   PERFORM 90-CONTAR-SEM-RESPOSTA
               ELSE
                   MOVE ZEROS TO WS-QTD-SEM-RESPOSTA
               END-IF.

      *----------------------------------------------------------------*
           40-PERGUNTAR-MOTIVO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           50-GRAVAR-DECISAO.
      *----------------------------------------------------------------*

      *        ACRESCENTA A DECISAO AO LOGAPROV; VALE A ULTIMA
      *        REGISTRADA PARA O LOTE (UM VETO PODE SER REVERTIDO POR
      *        NOVA APROVACAO APOS NOVA PREVIA, E VICE-VERSA).

               OPEN EXTEND LOGAPROV.
               IF FS-LOGAPROV EQUAL 35
                   OPEN OUTPUT LOGAPROV
               END-IF.
               IF FS-LOGAPROV NOT EQUAL ZEROS
                   DISPLAY "--------------------------------"
                   DISPLAY "ERRO AO ABRIR O ARQUIVO LOGAPROV"
                   DISPLAY "FILE STATUS = " FS-LOGAPROV
                   DISPLAY "--------------------------------"
                   MOVE 99 TO RETURN-CODE
                   STOP RUN.

               MOVE FUNCTION CURRENT-DATE TO WS-DATETIME.
               MOVE SPACES TO REG-LOGAPROV.
               MOVE WS-DECISAO TO LGA-TIPO.
               MOVE WS-LTE-DATA(WS-IDX-LTE)     TO LGA-DATA-LOTE.
               MOVE WS-LTE-NUMERO(WS-IDX-LTE)   TO LGA-NUM-LOTE.
               MOVE WS-LTE-ORIGEM(WS-IDX-LTE)   TO LGA-ORIGEM.
               MOVE WS-LTE-QTD-MOV(WS-IDX-LTE)  TO LGA-QTD-MOVTOS.
               MOVE WS-LTE-HASH-SAL(WS-IDX-LTE) TO LGA-HASH-SALARIO.
               MOVE WS-LTE-SOMA-VEN(WS-IDX-LTE) TO LGA-SOMA-VENCTOS.
               MOVE WS-LTE-SOMA-DEC(WS-IDX-LTE) TO LGA-SOMA-DECTOS.
               MOVE WS-LTE-LIQUIDO(WS-IDX-LTE)  TO LGA-TOTAL-LIQUIDO.
               MOVE WS-ENT-RESPONSAVEL          TO LGA-RESPONSAVEL.
               MOVE WS-DATETIME(1:14)           TO LGA-DATA-HORA.
               MOVE WS-LTE-DATA-PREVIA(WS-IDX-LTE) TO LGA-DATA-PREVIA.
               MOVE WS-ENT-MOTIVO               TO LGA-MOTIVO.
               WRITE REG-LOGAPROV.
               IF FS-LOGAPROV NOT EQUAL ZEROS
                   DISPLAY "ERRO AO GRAVAR LOGAPROV = " FS-LOGAPROV
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
               END-IF.

               CLOSE LOGAPROV.

               PERFORM 26-EDITAR-DATA-HORA.
               IF DECISAO-APROVAR
                   DISPLAY "LOTE " LGA-NUM-LOTE " APROVADO POR "
                           LGA-RESPONSAVEL " EM " WS-DISP-DATA-HORA
               ELSE
                   DISPLAY "LOTE " LGA-NUM-LOTE " VETADO POR "
                           LGA-RESPONSAVEL " EM " WS-DISP-DATA-HORA
               END-IF.

      *----------------------------------------------------------------*
           50-GRAVAR-DECISAO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           90-CONTAR-SEM-RESPOSTA.
      *----------------------------------------------------------------*

               ADD 1 TO WS-QTD-SEM-RESPOSTA.
               IF WS-QTD-SEM-RESPOSTA NOT LESS THAN 3
                   DISPLAY "SEM RESPOSTA DO SUPERVISOR - EXECUCAO"
                           " ABORTADA, NENHUMA DECISAO REGISTRADA"
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
               END-IF.

      *----------------------------------------------------------------*
           90-CONTAR-SEM-RESPOSTA-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           80-IDENTIFICAR-OPERADOR.
      *----------------------------------------------------------------*

      *        IDENTIFICACAO OBRIGATORIA ANTES DE LER O PREVLOTE:
      *        ATE 3 TENTATIVAS NA SESSAO; CADA SENHA ERRADA
      *        CONTA NO CADOPER E O OPERADOR E BLOQUEADO NO LIMITE.

               OPEN I-O CADOPER.
               IF FS-CADOPER EQUAL 35
                   DISPLAY "--------------------------------"
                   DISPLAY "CADASTRO DE OPERADORES INEXISTENTE"
                   DISPLAY "CADASTRAR OPERADORES (MANTEM-OPERADORES)"
                   DISPLAY "--------------------------------"
                   MOVE 99 TO RETURN-CODE
                   STOP RUN.
               IF FS-CADOPER NOT EQUAL ZEROS
                   DISPLAY "--------------------------------"
                   DISPLAY "ERRO AO ABRIR O ARQUIVO CADOPER"
                   DISPLAY "FILE STATUS = " FS-CADOPER
                   DISPLAY "--------------------------------"
                   MOVE 99 TO RETURN-CODE
                   STOP RUN.

               SET OPERADOR-NAO-IDENTIFICADO TO TRUE.
               MOVE ZEROS TO WS-QTD-TENTATIVAS.
               PERFORM 81-ACEITAR-SENHA
                   UNTIL OPERADOR-IDENTIFICADO
                      OR WS-QTD-TENTATIVAS NOT LESS THAN
                         WS-MAX-TENTATIVAS.

               CLOSE CADOPER.

               IF OPERADOR-NAO-IDENTIFICADO
                   DISPLAY "ACESSO NEGADO - PROGRAMA ENCERRADO"
                   MOVE 99 TO RETURN-CODE
                   STOP RUN.

               DISPLAY "OPERADOR " WS-OPERADOR " - PERFIL " WS-PERFIL.

      *----------------------------------------------------------------*
           80-IDENTIFICAR-OPERADOR-FIM.    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           81-ACEITAR-SENHA.
      *----------------------------------------------------------------*

               ADD 1 TO WS-QTD-TENTATIVAS.
               MOVE SPACES TO WS-ENT-OPERADOR WS-ENT-SENHA.
               DISPLAY "OPERADOR: "
               ACCEPT WS-ENT-OPERADOR
               DISPLAY "SENHA: "
               ACCEPT WS-ENT-SENHA.

               MOVE WS-ENT-OPERADOR TO OPR-ID.
               READ CADOPER
                   INVALID KEY
                       DISPLAY "OPERADOR OU SENHA INVALIDOS"
                   NOT INVALID KEY
                       PERFORM 83-CONFERIR-SENHA
               END-READ.

      *----------------------------------------------------------------*
           81-ACEITAR-SENHA-FIM.   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           82-CALCULAR-HASH.
      *----------------------------------------------------------------*

      *        DOIS RESUMOS INDEPENDENTES DE OPERADOR + SENHA, POSICAO A
      *        POSICAO, CADA UM MODULO UM PRIMO DE 9 DIGITOS.

               MOVE WS-ENT-OPERADOR TO WS-CHV-OPERADOR.
               MOVE WS-ENT-SENHA    TO WS-CHV-SENHA.
               MOVE 5381 TO WS-HASH-1.
               MOVE 7    TO WS-HASH-2.
               PERFORM 82A-SOMAR-POSICAO
                   VARYING WS-IDX-HASH FROM 1 BY 1
                   UNTIL WS-IDX-HASH GREATER THAN 27.

      *----------------------------------------------------------------*
           82-CALCULAR-HASH-FIM.   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           82A-SOMAR-POSICAO.
      *----------------------------------------------------------------*

               COMPUTE WS-HASH-TRAB = WS-HASH-1 * 33
                   + FUNCTION ORD (WS-CHAVE-HASH (WS-IDX-HASH:1))
                   * WS-IDX-HASH.
               DIVIDE WS-HASH-TRAB BY 999999937 GIVING WS-HASH-QUOC
                   REMAINDER WS-HASH-1.

               COMPUTE WS-HASH-TRAB = WS-HASH-2 * 131
                   + FUNCTION ORD (WS-CHAVE-HASH (WS-IDX-HASH:1)).
               DIVIDE WS-HASH-TRAB BY 999999929 GIVING WS-HASH-QUOC
                   REMAINDER WS-HASH-2.

      *----------------------------------------------------------------*
           82A-SOMAR-POSICAO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           83-CONFERIR-SENHA.
      *----------------------------------------------------------------*

               IF OPR-BLOQUEADO EQUAL 'S'
                   DISPLAY "OPERADOR BLOQUEADO - PROCURAR O"
                           " ADMINISTRADOR"
               ELSE
                   IF OPR-ATIVO NOT EQUAL 'S'
                       DISPLAY "OPERADOR INATIVO"
                   ELSE
                       PERFORM 82-CALCULAR-HASH
                       IF WS-HASH-1 EQUAL OPR-HASH-1
                               AND WS-HASH-2 EQUAL OPR-HASH-2
                           SET OPERADOR-IDENTIFICADO TO TRUE
                           MOVE OPR-ID     TO WS-OPERADOR
                           MOVE OPR-PERFIL TO WS-PERFIL
                           MOVE ZEROS      TO OPR-TENTATIVAS
                           MOVE FUNCTION CURRENT-DATE
                             TO WS-DATA-HORA-OPR
                           MOVE WS-DATA-HORA-OPR (1:14)
                             TO OPR-ULTIMO-ACESSO
                       ELSE
                           DISPLAY "OPERADOR OU SENHA INVALIDOS"
                           ADD 1 TO OPR-TENTATIVAS
                           IF OPR-TENTATIVAS NOT LESS THAN
                                   WS-MAX-TENTATIVAS
                               MOVE 'S' TO OPR-BLOQUEADO
                               DISPLAY "OPERADOR " OPR-ID
                                       " BLOQUEADO POR EXCESSO DE"
                                       " TENTATIVAS"
                           END-IF
                       END-IF
                       REWRITE REG-CADOPER
                       IF FS-CADOPER NOT EQUAL ZEROS
                           DISPLAY "ERRO AO ATUALIZAR CADOPER = "
                                   FS-CADOPER
                       END-IF
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
           83-CONFERIR-SENHA-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *                            FINALIZACAO                         *
      *----------------------------------------------------------------*
           60-FINALIZAR.

               IF FS-LOGAPROV NOT EQUAL ZEROS
                       AND FS-LOGAPROV NOT EQUAL 10
                   DISPLAY "ERRO AO FECHAR LOGAPROV = " FS-LOGAPROV.

           60-FIM.     EXIT.

       END PROGRAM APROVA-LOTE.
