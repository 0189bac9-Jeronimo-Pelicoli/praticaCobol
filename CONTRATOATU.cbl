      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTRATOATU.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-CTR-FILE      ASSIGN TO WS-CTR-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS WS-CTR-CONTRATO
                                    FILE STATUS WS-CTR-FS.
           SELECT WS-CPA-FILE      ASSIGN TO WS-CPA-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS WS-CPA-CHAVE
                                    ALTERNATE RECORD KEY IS
                                        WS-CPA-PAGTO-ID WITH DUPLICATES
                                    FILE STATUS WS-CPA-FS.
       DATA DIVISION.
       FILE SECTION.
       FD  WS-CTR-FILE.
       01 WS-CTR-REGISTRO.
           03 WS-CTR-CONTRATO        PIC X(8).
           03 WS-CTR-COD-CLIENTE     PIC 9(6).
           03 WS-CTR-CLIENTE         PIC X(30).
           03 WS-CTR-DATA-CONTRATO   PIC 9(8).
           03 WS-CTR-PRINCIPAL       PIC S9(9)V99.
           03 WS-CTR-TAXA-MES        PIC 9(2)V9(4).
           03 WS-CTR-QTD-PARCELAS    PIC 99.
           03 WS-CTR-PARCELAS-PAGAS  PIC 99.
           03 WS-CTR-PARCELAS-BAIXADAS PIC 99.
           03 WS-CTR-VALOR-PARCELA   PIC S9(9)V99.
           03 WS-CTR-SALDO-PRINCIPAL PIC S9(9)V99.
           03 WS-CTR-SALDO-ABERTO    PIC S9(9)V99.
           03 WS-CTR-SITUACAO        PIC X.
           03 WS-CTR-DATA-ULT-MOVTO  PIC 9(8).
       FD  WS-CPA-FILE.
       01 WS-CPA-REGISTRO.
           03 WS-CPA-CHAVE.
              05 WS-CPA-CONTRATO     PIC X(8).
              05 WS-CPA-PARCELA      PIC 99.
           03 WS-CPA-PAGTO-ID        PIC 9(9).
           03 WS-CPA-VENCIMENTO      PIC 9(8).
           03 WS-CPA-VALOR           PIC S9(9)V99.
           03 WS-CPA-AMORTIZACAO     PIC S9(9)V99.
           03 WS-CPA-JUROS           PIC S9(9)V99.
           03 WS-CPA-SITUACAO        PIC X.
           03 WS-CPA-DATA-SITUACAO   PIC 9(8).
           03 WS-CPA-VALOR-PAGO      PIC S9(9)V99.

       WORKING-STORAGE SECTION.
       01 WS-CTR-PATH              PIC X(40) VALUE 'CONTRATOS.IDX'.
       01 WS-CPA-PATH              PIC X(40) VALUE 'CONTRATOPARC.IDX'.
       01 WS-CTR-FS                PIC XX.
       01 WS-CPA-FS                PIC XX.

       01 WS-ACHOU-SW              PIC X     VALUE 'N'.
          88 WS-ACHOU                        VALUE 'Y'.

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
       01 PARAMETROS-CONTRATOATU.
           02 WS-PRM-FUNCAO        PIC X.
              88 WS-FUNCAO-PAGA            VALUE 'P'.
              88 WS-FUNCAO-ESTORNA         VALUE 'E'.
              88 WS-FUNCAO-BAIXA           VALUE 'B'.
           02 WS-PRM-ID            PIC 9(9).
           02 WS-PRM-VALOR         PIC S9(9)V99.
           02 WS-PRM-DATA          PIC 9(8).
           02 WS-PRM-CONTRATO      PIC X(8).
           02 WS-PRM-PARCELA       PIC 99.
           02 WS-PRM-RC            PIC 99.
              88 WS-RC-OK                  VALUE 0.
              88 WS-RC-SEM-CONTRATO        VALUE 4.
              88 WS-RC-SITUACAO-INVALIDA   VALUE 8.
              88 WS-RC-ARQUIVO-INDISP      VALUE 12.
       PROCEDURE DIVISION USING PARAMETROS-CONTRATOATU.
       MAIN-PROCEDURE.
      * Atualiza a parcela de contrato ligada a um id de pagamento e o
      * saldo do contrato: P=pagamento confirmado, E=estorno de um
      * pagamento confirmado, B=baixa por perda. Pagamento sem parcela
      * ligada volta RC 4, o caso normal para pagamentos avulsos.
           CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CTR-PATH
           CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CPA-PATH
           SET WS-RC-OK TO TRUE
           MOVE SPACES TO WS-PRM-CONTRATO
           MOVE 0      TO WS-PRM-PARCELA
      * Chamado de dentro da cadeia em simulacao, atualiza so a
      * copia de rascunho.
           CALL 'CADSIMULA' USING WS-SIMULA-PARM WS-CTR-PATH
           CALL 'CADSIMULA' USING WS-SIMULA-PARM WS-CPA-PATH

           IF NOT WS-FUNCAO-PAGA AND NOT WS-FUNCAO-ESTORNA
              AND NOT WS-FUNCAO-BAIXA
               SET WS-RC-SITUACAO-INVALIDA TO TRUE
               GOBACK
           END-IF

           OPEN I-O WS-CPA-FILE
           IF WS-CPA-FS = '35'
               SET WS-RC-SEM-CONTRATO TO TRUE
               GOBACK
           END-IF
           IF WS-CPA-FS NOT = '00'
               DISPLAY 'ARQUIVO DE PARCELAS INDISPONIVEL: '
                       WS-CPA-PATH ' FS: ' WS-CPA-FS
               SET WS-RC-ARQUIVO-INDISP TO TRUE
               GOBACK
           END-IF

           PERFORM P100-LOCALIZA-PARCELA
           IF NOT WS-ACHOU
               SET WS-RC-SEM-CONTRATO TO TRUE
               CLOSE WS-CPA-FILE
               GOBACK
           END-IF

           MOVE WS-CPA-CONTRATO TO WS-PRM-CONTRATO
           MOVE WS-CPA-PARCELA  TO WS-PRM-PARCELA

           OPEN I-O WS-CTR-FILE
           IF WS-CTR-FS NOT = '00'
               DISPLAY 'ARQUIVO DE CONTRATOS INDISPONIVEL: '
                       WS-CTR-PATH ' FS: ' WS-CTR-FS
               SET WS-RC-ARQUIVO-INDISP TO TRUE
               CLOSE WS-CPA-FILE
               GOBACK
           END-IF

           MOVE WS-CPA-CONTRATO TO WS-CTR-CONTRATO
           READ WS-CTR-FILE
               INVALID KEY
                   DISPLAY 'PARCELA SEM CONTRATO CADASTRADO: '
                           WS-CPA-CONTRATO
                   SET WS-RC-ARQUIVO-INDISP TO TRUE
           END-READ

           IF WS-RC-OK
               EVALUATE TRUE
                   WHEN WS-FUNCAO-PAGA    PERFORM P200-PAGA-PARCELA
                   WHEN WS-FUNCAO-ESTORNA PERFORM P300-ESTORNA-PARCELA
                   WHEN WS-FUNCAO-BAIXA   PERFORM P400-BAIXA-PARCELA
               END-EVALUATE
           END-IF

           IF WS-RC-OK
               PERFORM P500-REGRAVA
           END-IF

           CLOSE WS-CTR-FILE
           CLOSE WS-CPA-FILE
           GOBACK.

       P100-LOCALIZA-PARCELA.
            MOVE 'N' TO WS-ACHOU-SW
            MOVE WS-PRM-ID TO WS-CPA-PAGTO-ID
            READ WS-CPA-FILE KEY IS WS-CPA-PAGTO-ID
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET WS-ACHOU TO TRUE
            END-READ
            .
       P200-PAGA-PARCELA.
            IF WS-CPA-SITUACAO NOT = 'A'
                SET WS-RC-SITUACAO-INVALIDA TO TRUE
            ELSE
                MOVE 'P'          TO WS-CPA-SITUACAO
                MOVE WS-PRM-DATA  TO WS-CPA-DATA-SITUACAO
                MOVE WS-PRM-VALOR TO WS-CPA-VALOR-PAGO
                ADD 1 TO WS-CTR-PARCELAS-PAGAS
                SUBTRACT WS-CPA-AMORTIZACAO FROM WS-CTR-SALDO-PRINCIPAL
                SUBTRACT WS-CPA-VALOR       FROM WS-CTR-SALDO-ABERTO
            END-IF
            .
       P300-ESTORNA-PARCELA.
      * O estorno devolve a parcela para aberta e o saldo do contrato
      * ao que era antes da confirmacao.
            IF WS-CPA-SITUACAO NOT = 'P'
                SET WS-RC-SITUACAO-INVALIDA TO TRUE
            ELSE
                MOVE 'A'          TO WS-CPA-SITUACAO
                MOVE WS-PRM-DATA  TO WS-CPA-DATA-SITUACAO
                MOVE 0            TO WS-CPA-VALOR-PAGO
                SUBTRACT 1 FROM WS-CTR-PARCELAS-PAGAS
                ADD WS-CPA-AMORTIZACAO TO WS-CTR-SALDO-PRINCIPAL
                ADD WS-CPA-VALOR       TO WS-CTR-SALDO-ABERTO
            END-IF
            .
       P400-BAIXA-PARCELA.
      * Parcela baixada por perda sai do saldo a receber, mas conta a
      * parte das pagas para a posicao do contrato.
            IF WS-CPA-SITUACAO NOT = 'A'
                SET WS-RC-SITUACAO-INVALIDA TO TRUE
            ELSE
                MOVE 'B'          TO WS-CPA-SITUACAO
                MOVE WS-PRM-DATA  TO WS-CPA-DATA-SITUACAO
                MOVE 0            TO WS-CPA-VALOR-PAGO
                ADD 1 TO WS-CTR-PARCELAS-BAIXADAS
                SUBTRACT WS-CPA-AMORTIZACAO FROM WS-CTR-SALDO-PRINCIPAL
                SUBTRACT WS-CPA-VALOR       FROM WS-CTR-SALDO-ABERTO
            END-IF
            .
       P500-REGRAVA.
            IF WS-CTR-PARCELAS-PAGAS + WS-CTR-PARCELAS-BAIXADAS
                    NOT < WS-CTR-QTD-PARCELAS
                MOVE 'L' TO WS-CTR-SITUACAO
            ELSE
                MOVE 'A' TO WS-CTR-SITUACAO
            END-IF
            MOVE WS-PRM-DATA TO WS-CTR-DATA-ULT-MOVTO

            REWRITE WS-CPA-REGISTRO
                INVALID KEY
                    SET WS-RC-ARQUIVO-INDISP TO TRUE
            END-REWRITE
            IF WS-RC-OK
                REWRITE WS-CTR-REGISTRO
                    INVALID KEY
                        SET WS-RC-ARQUIVO-INDISP TO TRUE
                END-REWRITE
            END-IF
            .
       END PROGRAM CONTRATOATU.
