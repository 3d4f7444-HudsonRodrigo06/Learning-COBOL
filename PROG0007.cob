      *          arquivo morto entram na mesma selecao antes da
      *          trilha em linha, para consultas de faixas de data
      *          antigas ja arquivadas.
      *          Cada evento mostra tambem o operador que pediu a
      *          mudanca (correcao urgente ou reparo de rejeito);
      *          movimento do lote do RH sai como LOTE RH.
      * Tectonics: cobc
      ******************************************************************

           05 AUD-SALARIO-DEPOIS   PIC 9(04)V99.
           05 AUD-VENCTOS-DEPOIS   PIC 9(04)V99.
           05 AUD-DECTOS-DEPOIS    PIC 9(04)V99.
           05 AUD-OPERADOR         PIC X(07).

      *----------------------------------------------------------------*
      *        ARQUIVO MORTO DA AUDITORIA (ARQUIVA-HISTORICO): MESMO   *
           05 HEV-DATA             PIC X(10).
           05 FILLER               PIC X(01).
           05 HEV-HORA             PIC X(08).
           05 FILLER               PIC X(02).
           05 HEV-LIT-POR          PIC X(05).
           05 HEV-OPERADOR         PIC X(07).
           05 FILLER               PIC X(58).

       01  REG-HST-CAMPO.
           05 FILLER               PIC X(04).
               MOVE "EM: "           TO HEV-LIT-EM.
               MOVE WS-EVENTO-DATA   TO HEV-DATA.
               MOVE WS-EVENTO-HORA   TO HEV-HORA.
      *        OPERADOR DA CORRECAO URGENTE OU DO REPARO; EM BRANCO O
      *        MOVIMENTO VEIO DO LOTE DO RH (OU E ANTERIOR AO CONTROLE
      *        DE OPERADORES).
               MOVE "POR: "          TO HEV-LIT-POR.
               IF AUD-OPERADOR EQUAL SPACES OR LOW-VALUES
                   MOVE "LOTE RH"    TO HEV-OPERADOR
               ELSE
                   MOVE AUD-OPERADOR TO HEV-OPERADOR
               END-IF.
               WRITE REG-HST-EVENTO.

      *        OS REGISTROS DO FD COMPARTILHAM O MESMO BUFFER: LIMPA
