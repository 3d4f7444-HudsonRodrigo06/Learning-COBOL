      *================================================================*
       IDENTIFICATION DIVISION.
      *================================================================*

       PROGRAM-ID. MANTEM-OPERADORES.

      ******************************************************************
      * Author:
      * Date:
      * Purpose: manutencao online do cadastro de operadores CADOPER
      *          (indexado por OPR-ID), usado na identificacao dos
      *          programas online CONSULTA-CADASTRO, REPARA-REJEITOS e
      *          APROVA-LOTE. O CADOPER guarda, por operador, o nome,
      *          o perfil de acesso, a situacao (ativo/inativo), o
      *          bloqueio por tentativas erradas e dois resumos da
      *          senha (a senha em si nao e gravada).
      *          Perfis: C consulta, E correcao, L liberacao do lote
      *          urgente, R reparo de rejeitos, S supervisao
      *          (aprovacao de lotes) e A administracao.
      *          O administrador (A) inclui operadores, altera nome e
      *          perfil, desbloqueia com senha nova, ativa/inativa e
      *          lista o cadastro; qualquer operador troca a propria
      *          senha. Com o CADOPER inexistente ou vazio, o programa
      *          cadastra o primeiro administrador sem identificacao.
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

              SELECT CADOPER ASSIGN TO "C:\FILES\CADOPER.dat"
              FILE STATUS IS FS-CADOPER
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS OPR-ID.

      *================================================================*
       DATA DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                                                    SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *        CADASTRO DE OPERADORES (INDEXADO POR OPR-ID)            *
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

       77  WS-OPCAO            PIC X(01)   VALUE SPACES.
           88 OPCAO-INCLUIR                VALUE '1'.
           88 OPCAO-ALTERAR                VALUE '2'.
           88 OPCAO-DESBLOQUEAR            VALUE '3'.
           88 OPCAO-SITUACAO               VALUE '4'.
           88 OPCAO-SENHA                  VALUE '5'.
           88 OPCAO-LISTAR                 VALUE '6'.
           88 OPCAO-FIM                    VALUE '9'.

       77  WS-OPCAO-STATUS     PIC X(01)   VALUE 'S'.
           88 OPCAO-PERMITIDA              VALUE 'S'.
           88 OPCAO-NAO-PERMITIDA          VALUE 'N'.

       77  WS-CADOPER-STATUS   PIC X(01)   VALUE 'N'.
           88 CADOPER-VAZIO                VALUE 'S'.
           88 CADOPER-COM-OPERADORES       VALUE 'N'.

       77  WS-FIM-CADOPER      PIC X(01)   VALUE 'N'.
           88 FIM-CADOPER                  VALUE 'S'.
           88 NAO-FIM-CADOPER              VALUE 'N'.

       77  WS-SENHA-STATUS     PIC X(01)   VALUE 'N'.
           88 SENHA-ACEITA                 VALUE 'S'.
           88 SENHA-RECUSADA               VALUE 'N'.

      *        CONSOLE SEM RESPOSTA (EOF/TERMINAL PERDIDO) NAO PODE
      *        VIRAR LACO INFINITO DE MENU
       77  WS-QTD-SEM-RESPOSTA PIC 9(01)   VALUE ZEROS.

       77  WS-QTD-INCLUIDOS    PIC 9(04)   VALUE ZEROS.
       77  WS-QTD-ALTERADOS    PIC 9(04)   VALUE ZEROS.
       77  WS-QTD-LISTADOS     PIC 9(04)   VALUE ZEROS.
       77  WS-QTD-BRANCOS      PIC 9(02)   VALUE ZEROS.

      *------- campos digitados pelo operador -------------------------*
       77  WS-ENT-NOME         PIC X(22)   VALUE SPACES.
       77  WS-ENT-SENHA-CONF   PIC X(20)   VALUE SPACES.
       77  WS-ENT-PERFIL       PIC X(01)   VALUE SPACES.
           88 PERFIL-VALIDO                VALUE 'C' 'E' 'L' 'R'
                                                 'S' 'A'.

      *------- data do sistema (PROG0001) -----------------------------*
       77  WS-DATETIME         PIC X(21).
       01  WS-DATA-HOJE        PIC 9(08)   VALUE ZEROS.

      *------- identificacao do operador (CADOPER) --------------------*
      *        SENHA NAO E GRAVADA: O CADOPER GUARDA DOIS RESUMOS
      *        CALCULADOS SOBRE OPERADOR + SENHA (82-CALCULAR-HASH,
      *        O MESMO DOS PROGRAMAS ONLINE). O OPERADOR E BLOQUEADO NA
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
             PERFORM 20-EXIBIR-MENU.
             PERFORM 30-TRATAR-OPCAO UNTIL OPCAO-FIM.
             PERFORM 60-FINALIZAR.
             STOP RUN.

      *----------------------------------------------------------------*
           10-ABRIR-ARQUIVOS.
      *----------------------------------------------------------------*

      *        CADOPER AUSENTE E CRIADO VAZIO; SEM NENHUM OPERADOR, O
      *        PRIMEIRO A USAR O PROGRAMA CADASTRA O ADMINISTRADOR.

               OPEN I-O CADOPER.
               IF FS-CADOPER EQUAL 35
                   OPEN OUTPUT CADOPER
                   CLOSE CADOPER
                   OPEN I-O CADOPER
               END-IF.
               IF FS-CADOPER NOT EQUAL ZEROS
                   DISPLAY "--------------------------------"
                   DISPLAY "ERRO AO ABRIR O ARQUIVO CADOPER"
                   DISPLAY "FILE STATUS = " FS-CADOPER
                   DISPLAY "--------------------------------"
                   MOVE 99 TO RETURN-CODE
                   STOP RUN.

               MOVE FUNCTION CURRENT-DATE TO WS-DATETIME.
               MOVE WS-DATETIME(1:8) TO WS-DATA-HOJE.

               SET CADOPER-COM-OPERADORES TO TRUE.
               MOVE LOW-VALUES TO OPR-ID.
               START CADOPER KEY NOT LESS THAN OPR-ID
                   INVALID KEY
                       SET CADOPER-VAZIO TO TRUE
               END-START.

               IF CADOPER-VAZIO
                   PERFORM 12-INCLUIR-ADMINISTRADOR
               ELSE
                   PERFORM 80-IDENTIFICAR-OPERADOR
               END-IF.

      *----------------------------------------------------------------*
           10-ABRIR-ARQUIVOS-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           12-INCLUIR-ADMINISTRADOR.
      *----------------------------------------------------------------*

               DISPLAY "CADASTRO DE OPERADORES VAZIO - INCLUSAO DO"
                       " PRIMEIRO ADMINISTRADOR".
               PERFORM 41-ACEITAR-OPERADOR.
               IF WS-ENT-OPERADOR EQUAL SPACES
                   DISPLAY "IDENTIFICACAO OBRIGATORIA - PROGRAMA"
                           " ENCERRADO"
                   CLOSE CADOPER
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
               END-IF.

               MOVE WS-ENT-OPERADOR TO WS-OPERADOR.
               MOVE 'A'             TO WS-ENT-PERFIL.
               PERFORM 42-ACEITAR-NOVO-OPERADOR.

               IF WS-QTD-INCLUIDOS EQUAL ZEROS
                   DISPLAY "ADMINISTRADOR NAO CADASTRADO - PROGRAMA"
                           " ENCERRADO"
                   CLOSE CADOPER
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
               END-IF.

               MOVE 'A' TO WS-PERFIL.

      *----------------------------------------------------------------*
           12-INCLUIR-ADMINISTRADOR-FIM.   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           20-EXIBIR-MENU.
      *----------------------------------------------------------------*

               DISPLAY " "
               DISPLAY "------- MANUTENCAO DO CADASTRO DE OPERADORES --"
               DISPLAY "OPERADOR: " WS-OPERADOR "  PERFIL: " WS-PERFIL
               IF PERFIL-ADMINISTRACAO
                   DISPLAY "1 - INCLUIR OPERADOR"
                   DISPLAY "2 - ALTERAR NOME/PERFIL"
                   DISPLAY "3 - DESBLOQUEAR COM SENHA NOVA"
                   DISPLAY "4 - ATIVAR/INATIVAR OPERADOR"
               END-IF
               DISPLAY "5 - TROCAR A PROPRIA SENHA"
               IF PERFIL-ADMINISTRACAO
                   DISPLAY "6 - LISTAR OPERADORES"
               END-IF
               DISPLAY "9 - ENCERRAR"
               DISPLAY "OPCAO: "
               MOVE SPACES TO WS-OPCAO.
               ACCEPT WS-OPCAO.

               IF WS-OPCAO EQUAL SPACES
                   ADD 1 TO WS-QTD-SEM-RESPOSTA
                   IF WS-QTD-SEM-RESPOSTA NOT LESS THAN 3
                       DISPLAY "SEM RESPOSTA DO OPERADOR - ENCERRANDO"
                       MOVE '9' TO WS-OPCAO
                   END-IF
               ELSE
                   MOVE ZEROS TO WS-QTD-SEM-RESPOSTA
               END-IF.

      *----------------------------------------------------------------*
           20-EXIBIR-MENU-FIM.     EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           30-TRATAR-OPCAO.
      *----------------------------------------------------------------*

               PERFORM 32-CONFERIR-PERFIL.

               EVALUATE TRUE
                   WHEN OPCAO-NAO-PERMITIDA
                       DISPLAY "OPCAO NAO PERMITIDA AO PERFIL "
                               WS-PERFIL
                   WHEN OPCAO-INCLUIR     PERFORM 40-INCLUIR-OPERADOR
                   WHEN OPCAO-ALTERAR     PERFORM 44-ALTERAR-OPERADOR
                   WHEN OPCAO-DESBLOQUEAR PERFORM 46-DESBLOQUEAR
                   WHEN OPCAO-SITUACAO    PERFORM 48-ATIVAR-INATIVAR
                   WHEN OPCAO-SENHA       PERFORM 50-TROCAR-SENHA
                   WHEN OPCAO-LISTAR      PERFORM 52-LISTAR-OPERADORES
                   WHEN OPCAO-FIM         CONTINUE
                   WHEN OTHER
                       DISPLAY "OPCAO INVALIDA"
               END-EVALUATE.

               IF NOT OPCAO-FIM
                   PERFORM 20-EXIBIR-MENU
               END-IF.

      *----------------------------------------------------------------*
           30-TRATAR-OPCAO-FIM.    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           32-CONFERIR-PERFIL.
      *----------------------------------------------------------------*

      *        SO O ADMINISTRADOR MEXE NO CADASTRO DE OUTROS OPERADORES;
      *        TROCAR A PROPRIA SENHA E ENCERRAR VALEM PARA TODOS.

               SET OPCAO-PERMITIDA TO TRUE.

               IF NOT PERFIL-ADMINISTRACAO
                   IF OPCAO-INCLUIR OR OPCAO-ALTERAR
                           OR OPCAO-DESBLOQUEAR OR OPCAO-SITUACAO
                           OR OPCAO-LISTAR
                       SET OPCAO-NAO-PERMITIDA TO TRUE
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
           32-CONFERIR-PERFIL-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           40-INCLUIR-OPERADOR.
      *----------------------------------------------------------------*

               PERFORM 41-ACEITAR-OPERADOR.
               IF WS-ENT-OPERADOR EQUAL SPACES
                   DISPLAY "IDENTIFICACAO OBRIGATORIA"
               ELSE
                   MOVE WS-ENT-OPERADOR TO OPR-ID
                   READ CADOPER
                       INVALID KEY
                           DISPLAY "PERFIL (C/E/L/R/S/A): "
                           MOVE SPACES TO WS-ENT-PERFIL
                           ACCEPT WS-ENT-PERFIL
                           IF PERFIL-VALIDO
                               PERFORM 42-ACEITAR-NOVO-OPERADOR
                           ELSE
                               DISPLAY "PERFIL INVALIDO - OPERADOR NAO"
                                       " INCLUIDO"
                           END-IF
                       NOT INVALID KEY
                           DISPLAY "OPERADOR JA CADASTRADO: " OPR-ID
                   END-READ
               END-IF.

      *----------------------------------------------------------------*
           40-INCLUIR-OPERADOR-FIM.    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           41-ACEITAR-OPERADOR.
      *----------------------------------------------------------------*

               DISPLAY "OPERADOR (ATE 7 POSICOES): "
               MOVE SPACES TO WS-ENT-OPERADOR.
               ACCEPT WS-ENT-OPERADOR.

      *----------------------------------------------------------------*
           41-ACEITAR-OPERADOR-FIM.    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           42-ACEITAR-NOVO-OPERADOR.
      *----------------------------------------------------------------*

      *        OPERADOR NOVO ENTRA ATIVO, SEM TENTATIVAS E SEM ACESSO.

               DISPLAY "NOME (ATE 22 POSICOES): "
               MOVE SPACES TO WS-ENT-NOME.
               ACCEPT WS-ENT-NOME.

               IF WS-ENT-NOME EQUAL SPACES
                   DISPLAY "NOME OBRIGATORIO - OPERADOR NAO INCLUIDO"
               ELSE
                   PERFORM 70-ACEITAR-NOVA-SENHA
                   IF SENHA-RECUSADA
                       DISPLAY "OPERADOR NAO INCLUIDO"
                   ELSE
                       PERFORM 82-CALCULAR-HASH
                       MOVE SPACES          TO REG-CADOPER
                       MOVE WS-ENT-OPERADOR TO OPR-ID
                       MOVE WS-ENT-NOME     TO OPR-NOME
                       MOVE WS-HASH-1       TO OPR-HASH-1
                       MOVE WS-HASH-2       TO OPR-HASH-2
                       MOVE WS-ENT-PERFIL   TO OPR-PERFIL
                       MOVE 'S'             TO OPR-ATIVO
                       MOVE ZEROS           TO OPR-TENTATIVAS
                       MOVE 'N'             TO OPR-BLOQUEADO
                       MOVE WS-DATA-HOJE    TO OPR-DATA-ATUALIZACAO
                       MOVE WS-OPERADOR     TO OPR-ATUALIZADO-POR
                       WRITE REG-CADOPER
                       IF FS-CADOPER NOT EQUAL ZEROS
                           DISPLAY "ERRO AO GRAVAR CADOPER = "
                                   FS-CADOPER
                       ELSE
                           ADD 1 TO WS-QTD-INCLUIDOS
                           DISPLAY "OPERADOR INCLUIDO: " OPR-ID
                                   " PERFIL " OPR-PERFIL
                       END-IF
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
           42-ACEITAR-NOVO-OPERADOR-FIM.   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           44-ALTERAR-OPERADOR.
      *----------------------------------------------------------------*

      *        NOME OU PERFIL EM BRANCO MANTEM O VALOR ATUAL. O PROPRIO
      *        ADMINISTRADOR NAO ALTERA O SEU PERFIL, PARA O CADASTRO
      *        NUNCA FICAR SEM QUEM O ADMINISTRE.

               PERFORM 41-ACEITAR-OPERADOR.
               MOVE WS-ENT-OPERADOR TO OPR-ID.
               READ CADOPER
                   INVALID KEY
                       DISPLAY "OPERADOR NAO CADASTRADO: "
                               WS-ENT-OPERADOR
                   NOT INVALID KEY
                       PERFORM 54-EXIBIR-OPERADOR
                       PERFORM 45-ACEITAR-ALTERACAO
               END-READ.

      *----------------------------------------------------------------*
           44-ALTERAR-OPERADOR-FIM.    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           45-ACEITAR-ALTERACAO.
      *----------------------------------------------------------------*

               DISPLAY "NOVO NOME (EM BRANCO MANTEM): "
               MOVE SPACES TO WS-ENT-NOME.
               ACCEPT WS-ENT-NOME.
               DISPLAY "NOVO PERFIL (C/E/L/R/S/A, EM BRANCO MANTEM): "
               MOVE SPACES TO WS-ENT-PERFIL.
               ACCEPT WS-ENT-PERFIL.

               IF WS-ENT-PERFIL NOT EQUAL SPACES AND NOT PERFIL-VALIDO
                   DISPLAY "PERFIL INVALIDO - OPERADOR NAO ALTERADO"
               ELSE
                   IF WS-ENT-PERFIL NOT EQUAL SPACES
                           AND WS-ENT-PERFIL NOT EQUAL OPR-PERFIL
                           AND OPR-ID EQUAL WS-OPERADOR
                       DISPLAY "O PROPRIO PERFIL NAO PODE SER ALTERADO"
                   ELSE
                       IF WS-ENT-NOME NOT EQUAL SPACES
                           MOVE WS-ENT-NOME TO OPR-NOME
                       END-IF
                       IF WS-ENT-PERFIL NOT EQUAL SPACES
                           MOVE WS-ENT-PERFIL TO OPR-PERFIL
                       END-IF
                       PERFORM 56-REGRAVAR-OPERADOR
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
           45-ACEITAR-ALTERACAO-FIM.   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           46-DESBLOQUEAR.
      *----------------------------------------------------------------*

      *        O DESBLOQUEIO SEMPRE TROCA A SENHA: A SENHA ANTERIOR
      *        PODE TER SIDO A ALVO DAS TENTATIVAS. A SENHA NOVA E
      *        INFORMADA AO OPERADOR, QUE A TROCA NA OPCAO 5.

               PERFORM 41-ACEITAR-OPERADOR.
               MOVE WS-ENT-OPERADOR TO OPR-ID.
               READ CADOPER
                   INVALID KEY
                       DISPLAY "OPERADOR NAO CADASTRADO: "
                               WS-ENT-OPERADOR
                   NOT INVALID KEY
                       PERFORM 54-EXIBIR-OPERADOR
                       PERFORM 70-ACEITAR-NOVA-SENHA
                       IF SENHA-RECUSADA
                           DISPLAY "OPERADOR NAO DESBLOQUEADO"
                       ELSE
                           PERFORM 82-CALCULAR-HASH
                           MOVE WS-HASH-1 TO OPR-HASH-1
                           MOVE WS-HASH-2 TO OPR-HASH-2
                           MOVE ZEROS     TO OPR-TENTATIVAS
                           MOVE 'N'       TO OPR-BLOQUEADO
                           PERFORM 56-REGRAVAR-OPERADOR
                       END-IF
               END-READ.

      *----------------------------------------------------------------*
           46-DESBLOQUEAR-FIM.     EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           48-ATIVAR-INATIVAR.
      *----------------------------------------------------------------*

               PERFORM 41-ACEITAR-OPERADOR.
               IF WS-ENT-OPERADOR EQUAL WS-OPERADOR
                   DISPLAY "O PROPRIO OPERADOR NAO PODE SER INATIVADO"
               ELSE
                   MOVE WS-ENT-OPERADOR TO OPR-ID
                   READ CADOPER
                       INVALID KEY
                           DISPLAY "OPERADOR NAO CADASTRADO: "
                                   WS-ENT-OPERADOR
                       NOT INVALID KEY
                           IF OPR-ATIVO EQUAL 'S'
                               MOVE 'N' TO OPR-ATIVO
                           ELSE
                               MOVE 'S' TO OPR-ATIVO
                           END-IF
                           PERFORM 56-REGRAVAR-OPERADOR
                           PERFORM 54-EXIBIR-OPERADOR
                   END-READ
               END-IF.

      *----------------------------------------------------------------*
           48-ATIVAR-INATIVAR-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           50-TROCAR-SENHA.
      *----------------------------------------------------------------*

      *        A SENHA ATUAL E CONFERIDA ANTES DA TROCA; ERRO AQUI CONTA
      *        COMO TENTATIVA, IGUAL A IDENTIFICACAO.

               MOVE WS-OPERADOR TO WS-ENT-OPERADOR OPR-ID.
               READ CADOPER
                   INVALID KEY
                       DISPLAY "OPERADOR NAO CADASTRADO: " WS-OPERADOR
                   NOT INVALID KEY
                       DISPLAY "SENHA ATUAL: "
                       MOVE SPACES TO WS-ENT-SENHA
                       ACCEPT WS-ENT-SENHA
                       PERFORM 82-CALCULAR-HASH
                       IF WS-HASH-1 EQUAL OPR-HASH-1
                               AND WS-HASH-2 EQUAL OPR-HASH-2
                           PERFORM 51-GRAVAR-SENHA-NOVA
                       ELSE
                           DISPLAY "SENHA ATUAL NAO CONFERE"
                           ADD 1 TO OPR-TENTATIVAS
                           IF OPR-TENTATIVAS NOT LESS THAN
                                   WS-MAX-TENTATIVAS
                               MOVE 'S' TO OPR-BLOQUEADO
                               DISPLAY "OPERADOR " OPR-ID
                                       " BLOQUEADO POR EXCESSO DE"
                                       " TENTATIVAS"
                               MOVE '9' TO WS-OPCAO
                           END-IF
                           REWRITE REG-CADOPER
                       END-IF
               END-READ.

      *----------------------------------------------------------------*
           50-TROCAR-SENHA-FIM.    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           51-GRAVAR-SENHA-NOVA.
      *----------------------------------------------------------------*

               PERFORM 70-ACEITAR-NOVA-SENHA.
               IF SENHA-RECUSADA
                   DISPLAY "SENHA NAO ALTERADA"
               ELSE
                   PERFORM 82-CALCULAR-HASH
                   MOVE WS-HASH-1 TO OPR-HASH-1
                   MOVE WS-HASH-2 TO OPR-HASH-2
                   MOVE ZEROS     TO OPR-TENTATIVAS
                   PERFORM 56-REGRAVAR-OPERADOR
               END-IF.

      *----------------------------------------------------------------*
           51-GRAVAR-SENHA-NOVA-FIM.   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           52-LISTAR-OPERADORES.
      *----------------------------------------------------------------*

               MOVE ZEROS TO WS-QTD-LISTADOS.
               SET NAO-FIM-CADOPER TO TRUE.
               MOVE LOW-VALUES TO OPR-ID.
               START CADOPER KEY NOT LESS THAN OPR-ID
                   INVALID KEY
                       SET FIM-CADOPER TO TRUE
               END-START.

               DISPLAY "OPERADOR NOME                   P AT BL"
                       " ULTIMO ACESSO".
               PERFORM 53-LISTAR-UM-OPERADOR UNTIL FIM-CADOPER.
               DISPLAY "OPERADORES LISTADOS = " WS-QTD-LISTADOS.

      *----------------------------------------------------------------*
           52-LISTAR-OPERADORES-FIM.   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           53-LISTAR-UM-OPERADOR.
      *----------------------------------------------------------------*

               READ CADOPER NEXT
                   AT END SET FIM-CADOPER TO TRUE
               END-READ.

               IF NOT FIM-CADOPER
                   IF FS-CADOPER NOT EQUAL ZEROS
                       DISPLAY "ERRO AO LER CADOPER = " FS-CADOPER
                       SET FIM-CADOPER TO TRUE
                   ELSE
                       ADD 1 TO WS-QTD-LISTADOS
                       DISPLAY OPR-ID "  " OPR-NOME " " OPR-PERFIL
                               "  " OPR-ATIVO "  " OPR-BLOQUEADO
                               " " OPR-ULTIMO-ACESSO
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
           53-LISTAR-UM-OPERADOR-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           54-EXIBIR-OPERADOR.
      *----------------------------------------------------------------*

               DISPLAY "OPERADOR  = " OPR-ID
               DISPLAY "NOME      = " OPR-NOME
               DISPLAY "PERFIL    = " OPR-PERFIL
               DISPLAY "ATIVO     = " OPR-ATIVO
               DISPLAY "BLOQUEADO = " OPR-BLOQUEADO
                       " (TENTATIVAS = " OPR-TENTATIVAS ")"
               DISPLAY "ACESSO    = " OPR-ULTIMO-ACESSO
               DISPLAY "ATUALIZ.  = " OPR-DATA-ATUALIZACAO
                       " POR " OPR-ATUALIZADO-POR.

      *----------------------------------------------------------------*
           54-EXIBIR-OPERADOR-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           56-REGRAVAR-OPERADOR.
      *----------------------------------------------------------------*

               MOVE WS-DATA-HOJE TO OPR-DATA-ATUALIZACAO.
               MOVE WS-OPERADOR  TO OPR-ATUALIZADO-POR.
               REWRITE REG-CADOPER.
               IF FS-CADOPER NOT EQUAL ZEROS
                   DISPLAY "ERRO AO ATUALIZAR CADOPER = " FS-CADOPER
               ELSE
                   ADD 1 TO WS-QTD-ALTERADOS
                   DISPLAY "OPERADOR ATUALIZADO: " OPR-ID
               END-IF.

      *----------------------------------------------------------------*
           56-REGRAVAR-OPERADOR-FIM.   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           70-ACEITAR-NOVA-SENHA.
      *----------------------------------------------------------------*

      *        SENHA DE 6 A 20 POSICOES SEM BRANCOS NAS 6 PRIMEIRAS,
      *        DIGITADA DUAS VEZES E DIFERENTE DA IDENTIFICACAO.

               SET SENHA-RECUSADA TO TRUE.
               DISPLAY "NOVA SENHA (6 A 20 POSICOES): "
               MOVE SPACES TO WS-ENT-SENHA WS-ENT-SENHA-CONF.
               ACCEPT WS-ENT-SENHA
               DISPLAY "REPETIR A NOVA SENHA: "
               ACCEPT WS-ENT-SENHA-CONF.

               MOVE ZEROS TO WS-QTD-BRANCOS.
               INSPECT WS-ENT-SENHA (1:6)
                   TALLYING WS-QTD-BRANCOS FOR ALL SPACES.

               IF WS-QTD-BRANCOS GREATER THAN ZEROS
                   DISPLAY "SENHA DEVE TER NO MINIMO 6 POSICOES, SEM"
                           " BRANCOS"
               ELSE
                   IF WS-ENT-SENHA NOT EQUAL WS-ENT-SENHA-CONF
                       DISPLAY "AS SENHAS DIGITADAS NAO CONFEREM"
                   ELSE
                       IF WS-ENT-SENHA EQUAL WS-ENT-OPERADOR
                           DISPLAY "SENHA NAO PODE SER IGUAL AO"
                                   " OPERADOR"
                       ELSE
                           SET SENHA-ACEITA TO TRUE
                       END-IF
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
           70-ACEITAR-NOVA-SENHA-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           80-IDENTIFICAR-OPERADOR.
      *----------------------------------------------------------------*

      *        MESMA IDENTIFICACAO DOS PROGRAMAS ONLINE: ATE 3
      *        TENTATIVAS NA SESSAO; CADA SENHA ERRADA CONTA NO CADOPER
      *        E O OPERADOR E BLOQUEADO NO LIMITE.

               SET OPERADOR-NAO-IDENTIFICADO TO TRUE.
               MOVE ZEROS TO WS-QTD-TENTATIVAS.
               PERFORM 81-ACEITAR-SENHA
                   UNTIL OPERADOR-IDENTIFICADO
                      OR WS-QTD-TENTATIVAS NOT LESS THAN
                         WS-MAX-TENTATIVAS.

               IF OPERADOR-NAO-IDENTIFICADO
                   CLOSE CADOPER
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

               DISPLAY "OPERADORES INCLUIDOS   = " WS-QTD-INCLUIDOS
               DISPLAY "OPERADORES ATUALIZADOS = " WS-QTD-ALTERADOS

               CLOSE CADOPER.

               IF FS-CADOPER NOT EQUAL ZEROS
                       AND FS-CADOPER NOT EQUAL 10
                   DISPLAY "ERRO AO FECHAR CADOPER = " FS-CADOPER.

           60-FIM.     EXIT.

       END PROGRAM MANTEM-OPERADORES.
