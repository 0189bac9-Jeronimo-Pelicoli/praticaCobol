      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTACORPOSTA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-CCR-FILE      ASSIGN TO WS-CCR-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS WS-CCR-CHAVE
                                    ALTERNATE RECORD KEY IS
                                        WS-CCR-ID WITH DUPLICATES
                                    FILE STATUS WS-CCR-FS.
           SELECT WS-SDO-FILE      ASSIGN TO WS-SDO-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS WS-SDO-COD-CLIENTE
                                    FILE STATUS WS-SDO-FS.
       DATA DIVISION.
       FILE SECTION.
       FD  WS-CCR-FILE.
       01 WS-CCR-REGISTRO.
           03 WS-CCR-CHAVE.
              05 WS-CCR-COD-CLIENTE  PIC 9(6).
              05 WS-CCR-SEQ          PIC 9(7).
           03 WS-CCR-DATA            PIC 9(8).
           03 WS-CCR-EVENTO          PIC XX.
           03 WS-CCR-NATUREZA        PIC X.
           03 WS-CCR-VALOR           PIC S9(9)V99.
           03 WS-CCR-SALDO           PIC S9(11)V99.
           03 WS-CCR-ID              PIC 9(9).
           03 WS-CCR-HISTORICO       PIC X(30).
           03 WS-CCR-PROGRAMA        PIC X(12).
       FD  WS-SDO-FILE.
       01 WS-SDO-REGISTRO.
           03 WS-SDO-COD-CLIENTE     PIC 9(6).
           03 WS-SDO-SALDO           PIC S9(11)V99.
           03 WS-SDO-TOT-DEBITO      PIC S9(11)V99.
           03 WS-SDO-TOT-CREDITO     PIC S9(11)V99.
           03 WS-SDO-ULT-SEQ         PIC 9(7).
           03 WS-SDO-DATA-ULT-MOVTO  PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-CCR-PATH              PIC X(40) VALUE 'CONTACOR.IDX'.
       01 WS-SDO-PATH              PIC X(40) VALUE 'CONTACORSDO.IDX'.
       01 WS-CCR-FS                PIC XX.
       01 WS-SDO-FS                PIC XX.

       01 WS-NATUREZA              PIC X     VALUE SPACE.
          88 WS-NATUREZA-DEBITO              VALUE 'D'.
          88 WS-NATUREZA-CREDITO             VALUE 'C'.
       01 WS-FATURADO-SW           PIC X     VALUE 'N'.
          88 WS-FATURADO                     VALUE 'Y'.
       01 WS-FIM-ID-SW             PIC X     VALUE 'N'.
          88 WS-FIM-ID                       VALUE 'Y'.
       01 WS-SDO-NOVO-SW           PIC X     VALUE 'N'.
          88 WS-SDO-NOVO                     VALUE 'Y'.

       01 WS-SIMULA-PARM.
           03 WS-SM-FUNCAO         PIC X     VALUE 'D'.
           03 WS-SM-ATIVA          PIC X     VALUE 'N'.
              88 WS-SM-SIMULANDO             VALUE 'S'.
           03 WS-SM-RC             PIC 99.

       01 WS-AMBIENTE-PARM.
           03 WS-AMB-FUNCAO        PIC X     VALUE 'R'.
           03 WS-AMB-NOME          PIC X(8)  VALUE SPACES.
           03 WS-AMB-RAIZ          PIC X(40) VALUE SPACES.
           03 WS-AMB-RC            PIC 99.

       LINKAGE SECTION.
       01 PARAMETROS-CONTACOR.
           02 WS-PRM-FUNCAO        PIC X.
              88 WS-FUNCAO-LANCA           VALUE 'L'.
              88 WS-FUNCAO-FATURA          VALUE 'F'.
           02 WS-PRM-COD-CLIENTE   PIC 9(6).
           02 WS-PRM-EVENTO        PIC XX.
           02 WS-PRM-VALOR         PIC S9(9)V99.
           02 WS-PRM-DATA          PIC 9(8).
           02 WS-PRM-ID            PIC 9(9).
           02 WS-PRM-HISTORICO     PIC X(30).
           02 WS-PRM-PROGRAMA      PIC X(12).
           02 WS-PRM-SALDO         PIC S9(11)V99.
           02 WS-PRM-RC            PIC 99.
              88 WS-RC-OK                  VALUE 0.
              88 WS-RC-NAO-LANCADO         VALUE 4.
              88 WS-RC-EVENTO-INVALIDO     VALUE 8.
              88 WS-RC-ARQUIVO-INDISP      VALUE 12.
       PROCEDURE DIVISION USING PARAMETROS-CONTACOR.
       MAIN-PROCEDURE.
      * Lancamento na conta corrente do cliente, com saldo corrido:
      * L=lanca o evento, F=fatura o id (evento FA) so se ele ainda
      * nao tiver faturamento (FA ou EN) na conta. Debito aumenta o
      * que o cliente deve, credito reduz; saldo negativo e valor a
      * favor do cliente. Sem cliente ou sem valor volta RC 4.
      *   FA faturamento      D     PG pagamento confirmado  C
      *   EN encargos         D     CR credito postado       C
      *   ES estorno          D     BX baixa por perda       C
      *   RE reembolso pago   D     DS desconto concedido    C
      *   ND nota de debito   D     RN substituido em acordo C
      *                             NC nota de credito       C
           CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CCR-PATH
           CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-SDO-PATH
           SET WS-RC-OK TO TRUE
           MOVE 0 TO WS-PRM-SALDO
      * Chamado de dentro da cadeia em simulacao, atualiza so a
      * copia de rascunho.
           CALL 'CADSIMULA' USING WS-SIMULA-PARM WS-CCR-PATH
           CALL 'CADSIMULA' USING WS-SIMULA-PARM WS-SDO-PATH

           IF NOT WS-FUNCAO-LANCA AND NOT WS-FUNCAO-FATURA
               SET WS-RC-EVENTO-INVALIDO TO TRUE
               GOBACK
           END-IF
           IF WS-FUNCAO-FATURA
               MOVE 'FA' TO WS-PRM-EVENTO
           END-IF

           EVALUATE WS-PRM-EVENTO
               WHEN 'FA'
               WHEN 'EN'
               WHEN 'ES'
               WHEN 'RE'
               WHEN 'ND'
                   SET WS-NATUREZA-DEBITO  TO TRUE
               WHEN 'PG'
               WHEN 'CR'
               WHEN 'BX'
               WHEN 'DS'
               WHEN 'RN'
               WHEN 'NC'
                   SET WS-NATUREZA-CREDITO TO TRUE
               WHEN OTHER
                   SET WS-RC-EVENTO-INVALIDO TO TRUE
                   GOBACK
           END-EVALUATE

           IF WS-PRM-COD-CLIENTE NOT NUMERIC
              OR WS-PRM-COD-CLIENTE = 0
              OR WS-PRM-VALOR = 0
               SET WS-RC-NAO-LANCADO TO TRUE
               GOBACK
           END-IF

           OPEN I-O WS-CCR-FILE
           IF WS-CCR-FS NOT = '00'
               OPEN OUTPUT WS-CCR-FILE
               CLOSE WS-CCR-FILE
               OPEN I-O WS-CCR-FILE
           END-IF
           IF WS-CCR-FS NOT = '00'
               DISPLAY 'CONTA CORRENTE INDISPONIVEL: '
                       WS-CCR-PATH ' FS: ' WS-CCR-FS
               SET WS-RC-ARQUIVO-INDISP TO TRUE
               GOBACK
           END-IF

           OPEN I-O WS-SDO-FILE
           IF WS-SDO-FS NOT = '00'
               OPEN OUTPUT WS-SDO-FILE
               CLOSE WS-SDO-FILE
               OPEN I-O WS-SDO-FILE
           END-IF
           IF WS-SDO-FS NOT = '00'
               DISPLAY 'SALDOS DA CONTA CORRENTE INDISPONIVEIS: '
                       WS-SDO-PATH ' FS: ' WS-SDO-FS
               SET WS-RC-ARQUIVO-INDISP TO TRUE
               CLOSE WS-CCR-FILE
               GOBACK
           END-IF

           IF WS-FUNCAO-FATURA
               PERFORM P100-VERIFICA-FATURADO
               IF WS-FATURADO
                   SET WS-RC-NAO-LANCADO TO TRUE
               END-IF
           END-IF

           IF WS-RC-OK
               PERFORM P200-LANCA
           END-IF

           CLOSE WS-CCR-FILE
           CLOSE WS-SDO-FILE
           GOBACK.

       P100-VERIFICA-FATURADO.
            MOVE 'N' TO WS-FATURADO-SW
            MOVE 'N' TO WS-FIM-ID-SW
            IF WS-PRM-ID NOT = 0
                MOVE WS-PRM-ID TO WS-CCR-ID
                START WS-CCR-FILE KEY IS EQUAL WS-CCR-ID
                    INVALID KEY SET WS-FIM-ID TO TRUE
                END-START
                PERFORM P110-LE-LANCAMENTO-ID
                        UNTIL WS-FIM-ID OR WS-FATURADO
            END-IF
            .
       P110-LE-LANCAMENTO-ID.
            READ WS-CCR-FILE NEXT RECORD
                AT END SET WS-FIM-ID TO TRUE
                NOT AT END
                    IF WS-CCR-ID NOT = WS-PRM-ID
                        SET WS-FIM-ID TO TRUE
                    ELSE
                        IF WS-CCR-COD-CLIENTE = WS-PRM-COD-CLIENTE
                           AND (WS-CCR-EVENTO = 'FA'
                                OR WS-CCR-EVENTO = 'EN')
                            SET WS-FATURADO TO TRUE
                        END-IF
                    END-IF
            END-READ
            .
       P200-LANCA.
            MOVE 'N' TO WS-SDO-NOVO-SW
            MOVE WS-PRM-COD-CLIENTE TO WS-SDO-COD-CLIENTE
            READ WS-SDO-FILE
                INVALID KEY
                    SET WS-SDO-NOVO TO TRUE
                    MOVE WS-PRM-COD-CLIENTE TO WS-SDO-COD-CLIENTE
                    MOVE 0 TO WS-SDO-SALDO
                    MOVE 0 TO WS-SDO-TOT-DEBITO
                    MOVE 0 TO WS-SDO-TOT-CREDITO
                    MOVE 0 TO WS-SDO-ULT-SEQ
                    MOVE 0 TO WS-SDO-DATA-ULT-MOVTO
            END-READ

            ADD 1 TO WS-SDO-ULT-SEQ
            IF WS-NATUREZA-DEBITO
                ADD WS-PRM-VALOR TO WS-SDO-SALDO
                ADD WS-PRM-VALOR TO WS-SDO-TOT-DEBITO
            ELSE
                SUBTRACT WS-PRM-VALOR FROM WS-SDO-SALDO
                ADD WS-PRM-VALOR TO WS-SDO-TOT-CREDITO
            END-IF
            MOVE WS-PRM-DATA TO WS-SDO-DATA-ULT-MOVTO

            MOVE WS-PRM-COD-CLIENTE TO WS-CCR-COD-CLIENTE
            MOVE WS-SDO-ULT-SEQ     TO WS-CCR-SEQ
            MOVE WS-PRM-DATA        TO WS-CCR-DATA
            MOVE WS-PRM-EVENTO      TO WS-CCR-EVENTO
            MOVE WS-NATUREZA        TO WS-CCR-NATUREZA
            MOVE WS-PRM-VALOR       TO WS-CCR-VALOR
            MOVE WS-SDO-SALDO       TO WS-CCR-SALDO
            MOVE WS-PRM-ID          TO WS-CCR-ID
            MOVE WS-PRM-HISTORICO   TO WS-CCR-HISTORICO
            MOVE WS-PRM-PROGRAMA    TO WS-CCR-PROGRAMA
            WRITE WS-CCR-REGISTRO
                INVALID KEY
                    DISPLAY 'LANCAMENTO DUPLICADO NA CONTA CORRENTE: '
                            WS-CCR-COD-CLIENTE ' ' WS-CCR-SEQ
                    SET WS-RC-ARQUIVO-INDISP TO TRUE
            END-WRITE

            IF WS-RC-OK
                IF WS-SDO-NOVO
                    WRITE WS-SDO-REGISTRO
                        INVALID KEY
                            SET WS-RC-ARQUIVO-INDISP TO TRUE
                    END-WRITE
                ELSE
                    REWRITE WS-SDO-REGISTRO
                        INVALID KEY
                            SET WS-RC-ARQUIVO-INDISP TO TRUE
                    END-REWRITE
                END-IF
                MOVE WS-SDO-SALDO TO WS-PRM-SALDO
            END-IF
            .
       END PROGRAM CONTACORPOSTA.
