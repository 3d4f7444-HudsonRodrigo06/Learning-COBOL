      *          proximo ciclo do merge. Rejeitos com 3 ou mais
      *          reciclagens nao voltam ao ciclo: sao gravados em
      *          ESCALADOS.dat para tratamento supervisionado.
      *          A funcao rejeitada por nao constar da tabela de cargos
      *          (ou de cargo inativo) e corrigida digitando o titulo
      *          do cargo; salario fora da faixa, pelo novo salario.
      *          So opera com identificacao no CADOPER e perfil de
      *          reparo (R); cada movimento liberado leva o operador
      *          que o reparou, ate a auditoria do merge.
      * Tectonics: cobc
      ******************************************************************

              FILE STATUS IS FS-ESCALADOS
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT CADOPER ASSIGN TO "C:\FILES\CADOPER.dat"
              FILE STATUS IS FS-CADOPER
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS OPR-ID.

              SELECT CLASSIFICA ASSIGN TO "SORTWK01".

      *================================================================*

           FD  MOVTOCORR
               BLOCK CONTAINS 0 RECORDS
               RECORD CONTAINS 88 CHARACTERS
               LABEL RECORD IS STANDARD
               RECORDING MODE IS F.

           05 COR-DECTOS           PIC 9(04)V99.
           05 COR-TIPO             PIC X(01).
           05 COR-RECICLO          PIC 9(02).
           05 COR-OPERADOR         PIC X(07).
           05 FILLER               PIC X(01).

       01  REG-CORR-LOTE-H.
           05 CRH-DATA-LOTE        PIC 9(08).
           05 CRH-NUM-LOTE         PIC 9(06).
           05 FILLER               PIC X(63).
           05 CRH-TIPO             PIC X(01).
           05 FILLER               PIC X(10).

       01  REG-CORR-LOTE-T.
           05 CRT-QTD-MOVTOS       PIC 9(07).
           05 CRT-SOMA-DECTOS      PIC 9(09)V99.
           05 FILLER               PIC X(37).
           05 CRT-TIPO             PIC X(01).
           05 FILLER               PIC X(10).

      *----------------------------------------------------------------*
      *        REJEITOS ESCALADOS (3+ RECICLAGENS): MESMO LAYOUT DO    *

       01  REG-ESCALADO            PIC X(132).

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
      *        ARQUIVO DE TRABALHO DO SORT: MOVIMENTOS CORRIGIDOS      *
      *        REORDENADOS POR CODFUN PARA O MERGE                     *
      *----------------------------------------------------------------*

           SD  CLASSIFICA
               RECORD CONTAINS 88 CHARACTERS.

       01  REG-CLASSIFICA.
           05 SRT-CODFUN           PIC 9(04).
           05 SRT-RESTO            PIC X(76).
           05 SRT-OPERADOR         PIC X(07).
           05 FILLER               PIC X(01).

      *----------------------------------------------------------------*
       WORKING-STORAGE                                         SECTION.
           05 WS-LOTE-MES      PIC 9(02).
           05 WS-LOTE-DIA      PIC 9(02).

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
           10-ABRIR-ARQUIVOS.
      *----------------------------------------------------------------*

               PERFORM 80-IDENTIFICAR-OPERADOR.
               IF NOT PERFIL-REPARO
                   DISPLAY "PERFIL " WS-PERFIL " SEM ACESSO AO REPARO"
                           " DE REJEITOS"
                   MOVE 99 TO RETURN-CODE
                   STOP RUN.

               OPEN INPUT REJEITOS.
               IF FS-REJEITOS NOT EQUAL ZEROS
                   DISPLAY "--------------------------------"
                       ELSE
                           DISPLAY "TIPO INVALIDO - TENTAR NOVAMENTE"
                       END-IF
                   WHEN "FUNCA-M"
                       DISPLAY "NOVA FUNCAO (TITULO DO CARGO NA"
                               " TABCARGO): "
                       ACCEPT WS-ENT-FUNCA
                       IF WS-ENT-FUNCA NOT EQUAL SPACES
                           MOVE WS-ENT-FUNCA TO REJ-FUNCA-M
                           PERFORM 36-LIBERAR-MOVIMENTO
                       ELSE
                           DISPLAY "FUNCAO EM BRANCO - TENTAR NOVAMENTE"
                       END-IF
                   WHEN "SALARIO-M"
                       PERFORM 35-ACEITAR-VALOR
                       IF WS-ENT-VALOR-9 NUMERIC
      *----------------------------------------------------------------*

      *        LIBERA O MOVIMENTO (CORRIGIDO OU MANTIDO) PARA O SORT,
      *        CARREGANDO O CONTADOR DE RECICLAGENS NAS POSICOES 79-80
      *        E O OPERADOR DO REPARO: SE REJEITAR DE NOVO, O MERGE
      *        INCREMENTA E O LIMITE DE ESCALACAO E ALCANCADO.

               MOVE SPACES TO REG-CLASSIFICA.
               IF REJ-RECICLO NUMERIC
                   MOVE 01 TO REJ-RECICLO-M
               END-IF.
               MOVE REJ-REG-ORIGINAL TO REG-CLASSIFICA.
               MOVE WS-OPERADOR TO SRT-OPERADOR.
               RELEASE REG-CLASSIFICA.
               ADD 1 TO WS-QTD-CORRIGIDOS.
               SET REJEITO-RESOLVIDO TO TRUE.
           42-RETORNAR-MOVIMENTO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           80-IDENTIFICAR-OPERADOR.
      *----------------------------------------------------------------*

      *        IDENTIFICACAO OBRIGATORIA ANTES DE ABRIR OS REJEITOS:
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
               DISPLAY "LIBERADOS P/ CICLO   = " WS-QTD-CORRIGIDOS.
               DISPLAY "DESCARTADOS          = " WS-QTD-DESCARTADOS.
               DISPLAY "ESCALADOS            = " WS-QTD-ESCALADOS.
               DISPLAY "OPERADOR             = " WS-OPERADOR.
               DISPLAY "LOTE CORRIGIDO " WS-NUM-LOTE-CORR
                       " GRAVADO EM MOVTOCORR".
               DISPLAY "-------------------------------------------".
