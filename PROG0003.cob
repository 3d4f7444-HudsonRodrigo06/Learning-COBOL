      *          batch, liberar a fila como lote completo LOTEURG
      *          (classificado por CODFUN, com header/trailer proprios)
      *          pronto para a conferencia do merge.
      *          Mantem tambem o cadastro pessoal CADPESSO (indexado
      *          por CODFUN), complemento do CADFUNCA sem espaco no
      *          layout de 80 bytes: data de admissao, CPF e PIS com
      *          os digitos verificadores conferidos na digitacao e o
      *          centro de custo. O merge so aceita a inclusao de
      *          funcionario com registro no CADPESSO.
      *          O uso exige identificacao do operador (CADOPER); o
      *          perfil define as opcoes: consulta (C) so consulta e
      *          pesquisa, correcao (E) tambem enfileira correcoes e
      *          mantem o CADPESSO, liberacao (L) tambem libera o
      *          LOTEURG. Cada correcao leva o operador que a registrou.
      * Tectonics: cobc
      ******************************************************************

              RECORD KEY IS CODFUN-A
              ALTERNATE RECORD KEY IS NOME-A WITH DUPLICATES.

              SELECT CADPESSO ASSIGN TO "C:\FILES\CADPESSO.dat"
              FILE STATUS IS FS-CADPESSO
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PES-CODFUN.

              SELECT MOVTOURG ASSIGN TO "C:\FILES\MOVTOURG.dat"
              FILE STATUS IS FS-MOVTOURG
              ORGANIZATION IS LINE SEQUENTIAL.
              FILE STATUS IS FS-LOTEURG
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT CADOPER ASSIGN TO "C:\FILES\CADOPER.dat"
              FILE STATUS IS FS-CADOPER
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS OPR-ID.

              SELECT CLASSIFICA ASSIGN TO "SORTWK01".

      *================================================================*
           05 DECTOS-A PIC 9(04)V99.
           05 FILLER PIC X(03).

      *----------------------------------------------------------------*
      *        CADASTRO PESSOAL POR CODFUN: ADMISSAO (AAAAMMDD), CPF,  *
      *        PIS E CENTRO DE CUSTO. LIDO PELO MERGE (CRITICA DA      *
      *        INCLUSAO), PELA CALCULA-RESCISAO (AVOS DESDE A          *
      *        ADMISSAO) E PELA FOLHA-PAGAMENTO (TOTAL POR CENTRO DE   *
      *        CUSTO)                                                  *
      *----------------------------------------------------------------*

           FD  CADPESSO
               BLOCK CONTAINS 0 RECORDS
               RECORD CONTAINS 100 CHARACTERS
               LABEL RECORD IS STANDARD
               RECORDING MODE IS F.

       01  REG-CADPESSO.
           05 PES-CODFUN           PIC 9(04).
           05 PES-DATA-ADMISSAO    PIC 9(08).
           05 PES-CPF              PIC 9(11).
           05 PES-PIS              PIC 9(11).
           05 PES-CENTRO-CUSTO     PIC X(06).
           05 PES-DATA-ATUALIZACAO PIC 9(08).
           05 FILLER               PIC X(52).

      *----------------------------------------------------------------*
      *        CORRECOES URGENTES ENFILEIRADAS DURANTE O DIA           *
      *        (MESMO LAYOUT DO CADMOVTO, APLICADO NO PROXIMO CICLO)   *

           FD  MOVTOURG
               BLOCK CONTAINS 0 RECORDS
               RECORD CONTAINS 88 CHARACTERS
               LABEL RECORD IS STANDARD
               RECORDING MODE IS F.

           05 DECTOS-U PIC 9(04)V99.
           05 TIPO-U PIC X(01).
           05 RECICLO-U PIC 9(02).
           05 OPERADOR-U PIC X(07).
           05 FILLER PIC X(01).

      *----------------------------------------------------------------*
      *        LOTE URGENTE LIBERADO PARA O PROXIMO CICLO: MOVIMENTOS  *

           FD  LOTEURG
               BLOCK CONTAINS 0 RECORDS
               RECORD CONTAINS 88 CHARACTERS
               LABEL RECORD IS STANDARD
               RECORDING MODE IS F.

           05 LTU-DECTOS           PIC 9(04)V99.
           05 LTU-TIPO             PIC X(01).
           05 LTU-RECICLO          PIC 9(02).
           05 LTU-OPERADOR         PIC X(07).
           05 FILLER               PIC X(01).

       01  REG-LOTEURG-H.
           05 LTH-DATA-LOTE        PIC 9(08).
           05 LTH-NUM-LOTE         PIC 9(06).
           05 LTH-ORIGEM           PIC X(08).
           05 FILLER               PIC X(55).
           05 LTH-TIPO             PIC X(01).
           05 FILLER               PIC X(10).

       01  REG-LOTEURG-T.
           05 LTT-QTD-MOVTOS       PIC 9(07).
           05 LTT-SOMA-DECTOS      PIC 9(09)V99.
           05 FILLER               PIC X(37).
           05 LTT-TIPO             PIC X(01).
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
      *        ARQUIVO DE TRABALHO DO SORT: FILA DE URGENCIAS          *
      *----------------------------------------------------------------*

           SD  CLASSIFICA
               RECORD CONTAINS 88 CHARACTERS.

       01  REG-CLASSIFICA.
           05 SRT-CODFUN           PIC 9(04).
           05 SRT-RESTO            PIC X(84).

      *----------------------------------------------------------------*
       WORKING-STORAGE                                         SECTION.

       77  FS-CADFUNCA         PIC 9(02)   VALUE ZEROS.
       77  FS-MOVTOURG         PIC 9(02)   VALUE ZEROS.
       77  FS-CADPESSO         PIC 9(02)   VALUE ZEROS.
       77  FS-LOTEURG          PIC 9(02)   VALUE ZEROS.
       77  FS-CADOPER          PIC 9(02)   VALUE ZEROS.

       77  WS-OPCAO            PIC X(01)   VALUE SPACES.
           88 OPCAO-CODIGO                 VALUE '1'.
           88 OPCAO-NOME                   VALUE '2'.
           88 OPCAO-CORRECAO               VALUE '3'.
           88 OPCAO-LIBERAR                VALUE '4'.
           88 OPCAO-PESSOAL                VALUE '5'.
           88 OPCAO-FIM                    VALUE '9'.

       77  WS-OPCAO-STATUS     PIC X(01)   VALUE 'S'.
           88 OPCAO-PERMITIDA              VALUE 'S'.
           88 OPCAO-NAO-PERMITIDA          VALUE 'N'.

       77  WS-CONTINUA         PIC X(01)   VALUE 'S'.
           88 CONTINUA-PESQUISA            VALUE 'S'.
           88 ENCERRA-PESQUISA             VALUE 'N'.
           05 WS-ENT-DECTOS-9  REDEFINES WS-ENT-DECTOS-X
                               PIC 9(04)V99.

      *------- dados pessoais digitados (CADPESSO) --------------------*
       01  WS-ENT-ADMISSAO     PIC X(08)   VALUE SPACES.
       01  WS-ENT-ADMISSAO-9 REDEFINES WS-ENT-ADMISSAO
                               PIC 9(08).
       01  WS-ENT-ADMISSAO-R REDEFINES WS-ENT-ADMISSAO.
           05 WS-ADM-ANO       PIC 9(04).
           05 WS-ADM-MES       PIC 9(02).
           05 WS-ADM-DIA       PIC 9(02).

       01  WS-ENT-CPF          PIC X(11)   VALUE SPACES.
       01  WS-ENT-CPF-9 REDEFINES WS-ENT-CPF
                               PIC 9(11).
       01  WS-ENT-CPF-R REDEFINES WS-ENT-CPF.
           05 WS-CPF-DIG       PIC 9(01)   OCCURS 11 TIMES.

       01  WS-ENT-PIS          PIC X(11)   VALUE SPACES.
       01  WS-ENT-PIS-9 REDEFINES WS-ENT-PIS
                               PIC 9(11).
       01  WS-ENT-PIS-R REDEFINES WS-ENT-PIS.
           05 WS-PIS-DIG       PIC 9(01)   OCCURS 11 TIMES.

       77  WS-ENT-CCUSTO       PIC X(06)   VALUE SPACES.

       77  WS-PESSOAL-STATUS   PIC X(01)   VALUE 'N'.
           88 PESSOAL-EXISTENTE            VALUE 'S'.
           88 PESSOAL-NOVO                 VALUE 'N'.
       77  WS-DADOS-STATUS     PIC X(01)   VALUE 'S'.
           88 DADOS-VALIDOS                VALUE 'S'.
           88 DADOS-INVALIDOS              VALUE 'N'.
       77  WS-QTD-PESSOAIS     PIC 9(04)   VALUE ZEROS.

      *------- identificacao do operador (CADOPER) --------------------*
      *        SENHA NAO E GRAVADA: O CADOPER GUARDA DOIS RESUMOS
      *        CALCULADOS SOBRE OPERADOR + SENHA (82-CALCULAR-HASH,
      *        O MESMO DA MANTEM-OPERADORES). O OPERADOR E BLOQUEADO NA
      *        3a FALHA SEGUIDA, MESMO EM SESSOES DIFERENTES.
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

      *------- digitos verificadores do CPF e do PIS (modulo 11) -----*
      *        CPF: 1o DIGITO PESOS 10 A 2 SOBRE 9 DIGITOS, 2o DIGITO
      *        PESOS 11 A 2 SOBRE 10; RESTO MENOR QUE 2 DA DIGITO 0.
      *        PIS: PESOS 3298765432 SOBRE 10 DIGITOS; 11 MENOS O
      *        RESTO, COM 10 E 11 VALENDO 0. CPF COM TODOS OS DIGITOS
      *        IGUAIS PASSA NO CALCULO MAS NAO E VALIDO.
       01  WS-PESOS-PIS        PIC X(10)   VALUE "3298765432".
       01  WS-PESOS-PIS-R REDEFINES WS-PESOS-PIS.
           05 WS-PESO-PIS      PIC 9(01)   OCCURS 10 TIMES.

       77  WS-IDX-DIG          PIC 9(02)   VALUE ZEROS.
       77  WS-QTD-DIG          PIC 9(02)   VALUE ZEROS.
       77  WS-PESO-INICIAL     PIC 9(02)   VALUE ZEROS.
       77  WS-SOMA-DV          PIC 9(04)   VALUE ZEROS.
       77  WS-QUOC-DV          PIC 9(04)   VALUE ZEROS.
       77  WS-RESTO-DV         PIC 9(02)   VALUE ZEROS.
       77  WS-DV-CALC          PIC 9(02)   VALUE ZEROS.
       77  WS-DIGITOS-VARIAM   PIC X(01)   VALUE 'N'.
           88 DIGITOS-VARIAM               VALUE 'S'.

      *------- validacao da data de admissao --------------------------*
       01  WS-DIAS-MESES       PIC X(24)
                               VALUE "312831303130313130313031".
       01  WS-DIAS-MESES-R REDEFINES WS-DIAS-MESES.
           05 WS-DIAS-NO-MES   PIC 9(02)   OCCURS 12 TIMES.
       77  WS-DIAS-LIMITE      PIC 9(02)   VALUE ZEROS.
       77  WS-QUOC-ANO         PIC 9(04)   VALUE ZEROS.
       77  WS-RESTO-ANO-4      PIC 9(03)   VALUE ZEROS.
       77  WS-RESTO-ANO-100    PIC 9(03)   VALUE ZEROS.
       77  WS-RESTO-ANO-400    PIC 9(03)   VALUE ZEROS.
       01  WS-DATA-HOJE        PIC 9(08)   VALUE ZEROS.

      *------- valores editados para exibicao em DISPLAY --------------*
       77  WS-DISP-SALARIO     PIC ZZZ9,99.
       77  WS-DISP-VENCTOS     PIC ZZZ9,99.
           10-ABRIR-ARQUIVOS.
      *----------------------------------------------------------------*

               PERFORM 80-IDENTIFICAR-OPERADOR.
               IF PERFIL-ADMINISTRACAO
                   DISPLAY "PERFIL SEM ACESSO AO CADASTRO DE"
                           " FUNCIONARIOS"
                   MOVE 99 TO RETURN-CODE
                   STOP RUN.

               OPEN INPUT CADFUNCA.
               IF FS-CADFUNCA NOT EQUAL ZEROS
                   DISPLAY "--------------------------------"
                   DISPLAY "--------------------------------"
                   STOP RUN.

      *        CADPESSO AUSENTE E CRIADO VAZIO NA PRIMEIRA MANUTENCAO
               OPEN I-O CADPESSO.
               IF FS-CADPESSO EQUAL 35
                   OPEN OUTPUT CADPESSO
                   CLOSE CADPESSO
                   OPEN I-O CADPESSO
               END-IF.
               IF FS-CADPESSO NOT EQUAL ZEROS
                   DISPLAY "--------------------------------"
                   DISPLAY "ERRO AO ABRIR O ARQUIVO CADPESSO"
                   DISPLAY "FILE STATUS = " FS-CADPESSO
                   DISPLAY "--------------------------------"
                   STOP RUN.

               MOVE FUNCTION CURRENT-DATE TO WS-DATETIME.
               MOVE WS-DATETIME(1:8) TO WS-DATA-HOJE.

               OPEN EXTEND MOVTOURG.
               IF FS-MOVTOURG EQUAL 35
                   OPEN OUTPUT MOVTOURG

               DISPLAY " "
               DISPLAY "------- CONSULTA AO CADASTRO DE FUNCIONARIOS --"
               DISPLAY "OPERADOR: " WS-OPERADOR "  PERFIL: " WS-PERFIL
               DISPLAY "1 - CONSULTAR POR CODIGO (CODFUN)"
               DISPLAY "2 - PESQUISAR POR NOME"
               DISPLAY "3 - REGISTRAR CORRECAO URGENTE"
               DISPLAY "4 - LIBERAR FILA P/ O PROXIMO CICLO (LOTEURG)"
               DISPLAY "5 - MANTER DADOS PESSOAIS (CADPESSO)"
               DISPLAY "9 - ENCERRAR"
               DISPLAY "OPCAO: "
               MOVE SPACES TO WS-OPCAO.
           30-TRATAR-OPCAO.
      *----------------------------------------------------------------*

               PERFORM 32-CONFERIR-PERFIL.

               EVALUATE TRUE
                   WHEN OPCAO-NAO-PERMITIDA
                       DISPLAY "OPCAO NAO PERMITIDA AO PERFIL "
                               WS-PERFIL
                   WHEN OPCAO-CODIGO   PERFORM 40-CONSULTAR-CODIGO
                   WHEN OPCAO-NOME     PERFORM 45-PESQUISAR-NOME
                   WHEN OPCAO-CORRECAO PERFORM 50-REGISTRAR-CORRECAO
                   WHEN OPCAO-LIBERAR  PERFORM 56-LIBERAR-FILA
                   WHEN OPCAO-PESSOAL  PERFORM 70-MANTER-DADOS-PESSOAIS
                   WHEN OTHER
                       DISPLAY "OPCAO INVALIDA"
               END-EVALUATE.
           30-TRATAR-OPCAO-FIM.    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           32-CONFERIR-PERFIL.
      *----------------------------------------------------------------*

      *        CONSULTA E PESQUISA VALEM PARA TODOS OS PERFIS; CORRECAO
      *        E CADPESSO PEDEM PERFIL E OU L; LIBERACAO SO PERFIL L.

               SET OPCAO-PERMITIDA TO TRUE.

               IF OPCAO-CORRECAO OR OPCAO-PESSOAL
                   IF NOT PERFIL-CORRECAO AND NOT PERFIL-LIBERACAO
                       SET OPCAO-NAO-PERMITIDA TO TRUE
                   END-IF
               END-IF.

               IF OPCAO-LIBERAR
                   IF NOT PERFIL-LIBERACAO
                       SET OPCAO-NAO-PERMITIDA TO TRUE
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
           32-CONFERIR-PERFIL-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           40-CONSULTAR-CODIGO.
      *----------------------------------------------------------------*
               DISPLAY "VENCTOS = " WS-DISP-VENCTOS
               DISPLAY "DECTOS  = " WS-DISP-DECTOS.

               MOVE CODFUN-A TO PES-CODFUN.
               READ CADPESSO
                   INVALID KEY
                       DISPLAY "SEM DADOS PESSOAIS NO CADPESSO"
                   NOT INVALID KEY
                       PERFORM 43-EXIBIR-DADOS-PESSOAIS
               END-READ.

      *----------------------------------------------------------------*
           42-EXIBIR-FUNCIONARIO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           43-EXIBIR-DADOS-PESSOAIS.
      *----------------------------------------------------------------*

               DISPLAY "ADMISSAO= " PES-DATA-ADMISSAO
               DISPLAY "CPF     = " PES-CPF
               DISPLAY "PIS     = " PES-PIS
               DISPLAY "C.CUSTO = " PES-CENTRO-CUSTO.

      *----------------------------------------------------------------*
           43-EXIBIR-DADOS-PESSOAIS-FIM.   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           45-PESQUISAR-NOME.
      *----------------------------------------------------------------*
      *            CONTADOR DE RECICLAGENS ZERADO: SE O MOVIMENTO
      *            REJEITAR NO MERGE, O CICLO DE REPARO O ASSUME
                   MOVE ZEROS TO RECICLO-U
      *            OPERADOR SEGUE COM O MOVIMENTO ATE A AUDITORIA
                   MOVE WS-OPERADOR TO OPERADOR-U
                   IF WS-ENT-TIPO EQUAL 'E'
                       PERFORM 54-GRAVAR-CORRECAO
                   ELSE
               MOVE SPACES TO REG-LOTEURG-H.
               MOVE WS-DATA-LOTE    TO LTH-DATA-LOTE.
               MOVE WS-NUM-LOTE-URG TO LTH-NUM-LOTE.
               MOVE "LOTEURG"       TO LTH-ORIGEM.
               MOVE 'H'             TO LTH-TIPO.
               WRITE REG-LOTEURG-H.

           59-RETORNAR-MOVIMENTO-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           70-MANTER-DADOS-PESSOAIS.
      *----------------------------------------------------------------*

      *        O CADPESSO E ATUALIZADO NA HORA (NAO PASSA PELO MERGE):
      *        O REGISTRO PESSOAL PRECISA EXISTIR ANTES DA INCLUSAO DO
      *        FUNCIONARIO NO CADMOVTO. CODFUN SEM REGISTRO E INCLUIDO;
      *        COM REGISTRO, OS DADOS SAO SUBSTITUIDOS.

               DISPLAY "CODFUN (4 DIGITOS): "
               ACCEPT WS-ENT-CODFUN.

               IF WS-ENT-CODFUN-R NOT NUMERIC
                   DISPLAY "CODFUN DEVE SER NUMERICO"
               ELSE
                   MOVE WS-ENT-CODFUN-R TO PES-CODFUN
                   READ CADPESSO
                       INVALID KEY
                           SET PESSOAL-NOVO TO TRUE
                           DISPLAY "CODFUN SEM DADOS PESSOAIS -"
                                   " INCLUSAO"
                       NOT INVALID KEY
                           SET PESSOAL-EXISTENTE TO TRUE
                           DISPLAY "DADOS PESSOAIS ATUAIS:"
                           PERFORM 43-EXIBIR-DADOS-PESSOAIS
                   END-READ
                   PERFORM 71-ACEITAR-DADOS-PESSOAIS
                   IF DADOS-VALIDOS
                       PERFORM 75-GRAVAR-DADOS-PESSOAIS
                   ELSE
                       DISPLAY "DADOS PESSOAIS NAO GRAVADOS"
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
           70-MANTER-DADOS-PESSOAIS-FIM.   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           71-ACEITAR-DADOS-PESSOAIS.
      *----------------------------------------------------------------*

               SET DADOS-VALIDOS TO TRUE.

               DISPLAY "DATA DE ADMISSAO (AAAAMMDD): "
               ACCEPT WS-ENT-ADMISSAO
               DISPLAY "CPF (11 DIGITOS, SEM PONTOS): "
               ACCEPT WS-ENT-CPF
               DISPLAY "PIS (11 DIGITOS, SEM PONTOS): "
               ACCEPT WS-ENT-PIS
               DISPLAY "CENTRO DE CUSTO (6 POSICOES): "
               ACCEPT WS-ENT-CCUSTO

               PERFORM 72-VALIDAR-ADMISSAO.
               PERFORM 73-VALIDAR-CPF.
               PERFORM 74-VALIDAR-PIS.

               IF WS-ENT-CCUSTO EQUAL SPACES
                   DISPLAY "CENTRO DE CUSTO OBRIGATORIO"
                   SET DADOS-INVALIDOS TO TRUE
               END-IF.

      *----------------------------------------------------------------*
           71-ACEITAR-DADOS-PESSOAIS-FIM.  EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           72-VALIDAR-ADMISSAO.
      *----------------------------------------------------------------*

      *        DATA DE CALENDARIO VALIDA (FEVEREIRO COM 29 DIAS NO ANO
      *        BISSEXTO) E NAO POSTERIOR A DATA DE HOJE.

               IF WS-ENT-ADMISSAO-9 NOT NUMERIC
                   DISPLAY "ADMISSAO DEVE TER 8 DIGITOS (AAAAMMDD)"
                   SET DADOS-INVALIDOS TO TRUE
               ELSE
                   IF WS-ADM-ANO LESS THAN 1900
                           OR WS-ADM-MES LESS THAN 1
                           OR WS-ADM-MES GREATER THAN 12
                       DISPLAY "DATA DE ADMISSAO INVALIDA: "
                               WS-ENT-ADMISSAO
                       SET DADOS-INVALIDOS TO TRUE
                   ELSE
                       MOVE WS-DIAS-NO-MES (WS-ADM-MES)
                         TO WS-DIAS-LIMITE
                       IF WS-ADM-MES EQUAL 2
                           DIVIDE WS-ADM-ANO BY 4 GIVING WS-QUOC-ANO
                               REMAINDER WS-RESTO-ANO-4
                           DIVIDE WS-ADM-ANO BY 100 GIVING WS-QUOC-ANO
                               REMAINDER WS-RESTO-ANO-100
                           DIVIDE WS-ADM-ANO BY 400 GIVING WS-QUOC-ANO
                               REMAINDER WS-RESTO-ANO-400
                           IF WS-RESTO-ANO-400 EQUAL ZEROS
                                   OR (WS-RESTO-ANO-4 EQUAL ZEROS
                                   AND WS-RESTO-ANO-100 NOT EQUAL ZEROS)
                               MOVE 29 TO WS-DIAS-LIMITE
                           END-IF
                       END-IF
                       IF WS-ADM-DIA LESS THAN 1
                               OR WS-ADM-DIA GREATER THAN WS-DIAS-LIMITE
                           DISPLAY "DATA DE ADMISSAO INVALIDA: "
                                   WS-ENT-ADMISSAO
                           SET DADOS-INVALIDOS TO TRUE
                       ELSE
                           IF WS-ENT-ADMISSAO-9 GREATER THAN
                                   WS-DATA-HOJE
                               DISPLAY "DATA DE ADMISSAO NO FUTURO: "
                                       WS-ENT-ADMISSAO
                               SET DADOS-INVALIDOS TO TRUE
                           END-IF
                       END-IF
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
           72-VALIDAR-ADMISSAO-FIM.    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           73-VALIDAR-CPF.
      *----------------------------------------------------------------*

               IF WS-ENT-CPF-9 NOT NUMERIC
                   DISPLAY "CPF DEVE TER 11 DIGITOS NUMERICOS"
                   SET DADOS-INVALIDOS TO TRUE
               ELSE
                   MOVE 'N' TO WS-DIGITOS-VARIAM
                   MOVE 9  TO WS-QTD-DIG
                   MOVE 11 TO WS-PESO-INICIAL
                   PERFORM 73B-CALCULAR-DV-CPF
                   IF WS-DV-CALC NOT EQUAL WS-CPF-DIG (10)
                       DISPLAY "CPF INVALIDO (1o DIGITO VERIFICADOR): "
                               WS-ENT-CPF
                       SET DADOS-INVALIDOS TO TRUE
                   ELSE
                       MOVE 10 TO WS-QTD-DIG
                       MOVE 12 TO WS-PESO-INICIAL
                       PERFORM 73B-CALCULAR-DV-CPF
                       IF WS-DV-CALC NOT EQUAL WS-CPF-DIG (11)
                           DISPLAY "CPF INVALIDO (2o DIGITO"
                                   " VERIFICADOR): " WS-ENT-CPF
                           SET DADOS-INVALIDOS TO TRUE
                       ELSE
                           IF NOT DIGITOS-VARIAM
                               DISPLAY "CPF INVALIDO (DIGITOS IGUAIS): "
                                       WS-ENT-CPF
                               SET DADOS-INVALIDOS TO TRUE
                           END-IF
                       END-IF
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
           73-VALIDAR-CPF-FIM.     EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           73A-SOMAR-DIGITO-CPF.
      *----------------------------------------------------------------*

               COMPUTE WS-SOMA-DV = WS-SOMA-DV
                   + WS-CPF-DIG (WS-IDX-DIG)
                   * (WS-PESO-INICIAL - WS-IDX-DIG).

               IF WS-CPF-DIG (WS-IDX-DIG) NOT EQUAL WS-CPF-DIG (1)
                   SET DIGITOS-VARIAM TO TRUE
               END-IF.

      *----------------------------------------------------------------*
           73A-SOMAR-DIGITO-CPF-FIM.   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           73B-CALCULAR-DV-CPF.
      *----------------------------------------------------------------*

               MOVE ZEROS TO WS-SOMA-DV.
               PERFORM 73A-SOMAR-DIGITO-CPF
                   VARYING WS-IDX-DIG FROM 1 BY 1
                   UNTIL WS-IDX-DIG GREATER THAN WS-QTD-DIG.

               DIVIDE WS-SOMA-DV BY 11 GIVING WS-QUOC-DV
                   REMAINDER WS-RESTO-DV.
               IF WS-RESTO-DV LESS THAN 2
                   MOVE ZEROS TO WS-DV-CALC
               ELSE
                   COMPUTE WS-DV-CALC = 11 - WS-RESTO-DV
               END-IF.

      *----------------------------------------------------------------*
           73B-CALCULAR-DV-CPF-FIM.    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           74-VALIDAR-PIS.
      *----------------------------------------------------------------*

               IF WS-ENT-PIS-9 NOT NUMERIC
                   DISPLAY "PIS DEVE TER 11 DIGITOS NUMERICOS"
                   SET DADOS-INVALIDOS TO TRUE
               ELSE
                   IF WS-ENT-PIS-9 EQUAL ZEROS
                       DISPLAY "PIS INVALIDO: " WS-ENT-PIS
                       SET DADOS-INVALIDOS TO TRUE
                   ELSE
                       MOVE ZEROS TO WS-SOMA-DV
                       PERFORM 74A-SOMAR-DIGITO-PIS
                           VARYING WS-IDX-DIG FROM 1 BY 1
                           UNTIL WS-IDX-DIG GREATER THAN 10
                       DIVIDE WS-SOMA-DV BY 11 GIVING WS-QUOC-DV
                           REMAINDER WS-RESTO-DV
                       COMPUTE WS-DV-CALC = 11 - WS-RESTO-DV
                       IF WS-DV-CALC GREATER THAN 9
                           MOVE ZEROS TO WS-DV-CALC
                       END-IF
                       IF WS-DV-CALC NOT EQUAL WS-PIS-DIG (11)
                           DISPLAY "PIS INVALIDO (DIGITO VERIFICADOR): "
                                   WS-ENT-PIS
                           SET DADOS-INVALIDOS TO TRUE
                       END-IF
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
           74-VALIDAR-PIS-FIM.     EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           74A-SOMAR-DIGITO-PIS.
      *----------------------------------------------------------------*

               COMPUTE WS-SOMA-DV = WS-SOMA-DV
                   + WS-PIS-DIG (WS-IDX-DIG) * WS-PESO-PIS (WS-IDX-DIG).

      *----------------------------------------------------------------*
           74A-SOMAR-DIGITO-PIS-FIM.   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           75-GRAVAR-DADOS-PESSOAIS.
      *----------------------------------------------------------------*

               MOVE SPACES TO REG-CADPESSO.
               MOVE WS-ENT-CODFUN-R   TO PES-CODFUN.
               MOVE WS-ENT-ADMISSAO-9 TO PES-DATA-ADMISSAO.
               MOVE WS-ENT-CPF-9      TO PES-CPF.
               MOVE WS-ENT-PIS-9      TO PES-PIS.
               MOVE WS-ENT-CCUSTO     TO PES-CENTRO-CUSTO.
               MOVE WS-DATA-HOJE      TO PES-DATA-ATUALIZACAO.

               IF PESSOAL-NOVO
                   WRITE REG-CADPESSO
               ELSE
                   REWRITE REG-CADPESSO
               END-IF.

               IF FS-CADPESSO NOT EQUAL ZEROS
                   DISPLAY "ERRO AO GRAVAR CADPESSO = " FS-CADPESSO
               ELSE
                   ADD 1 TO WS-QTD-PESSOAIS
                   DISPLAY "DADOS PESSOAIS GRAVADOS, CODFUN = "
                           PES-CODFUN
               END-IF.

      *----------------------------------------------------------------*
           75-GRAVAR-DADOS-PESSOAIS-FIM.   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           80-IDENTIFICAR-OPERADOR.
      *----------------------------------------------------------------*

      *        IDENTIFICACAO OBRIGATORIA ANTES DE QUALQUER ARQUIVO DO
      *        CADASTRO: ATE 3 TENTATIVAS NA SESSAO; CADA SENHA ERRADA
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

               DISPLAY "CORRECOES ENFILEIRADAS = " WS-QTD-CORRECOES
               DISPLAY "DADOS PESSOAIS GRAVADOS = " WS-QTD-PESSOAIS

               CLOSE CADFUNCA MOVTOURG CADPESSO.

               IF FS-CADFUNCA NOT EQUAL ZEROS
                       AND FS-CADFUNCA NOT EQUAL 10
                       AND FS-MOVTOURG NOT EQUAL 10
                   DISPLAY "ERRO AO FECHAR MOVTOURG = " FS-MOVTOURG.

               IF FS-CADPESSO NOT EQUAL ZEROS
                       AND FS-CADPESSO NOT EQUAL 10
                   DISPLAY "ERRO AO FECHAR CADPESSO = " FS-CADPESSO.

           60-FIM.     EXIT.

       END PROGRAM CONSULTA-CADASTRO.
