       FD  WS-HM-FILE.
       01 WS-HM-REGISTRO.
           03 WS-HM-CHAVE.
              05 WS-HM-ID            PIC 9(9).
              05 WS-HM-DATA          PIC 9(8).
           03 WS-HM-VALOR            PIC S9(9)V99.
           03 WS-HM-SITUACAO         PIC X.
           03 WS-HM-MOTIVO           PIC 99.
           03 WS-HM-CLIENTE          PIC X(30).
           03 WS-HM-COD-CLIENTE      PIC 9(6).
       FD  WS-HIST-FILE.
       01 WS-HIST-REGISTRO.
           03 WS-HIST-ID             PIC 9(9).
           03 WS-HIST-VALOR          PIC S9(9)V99.
           03 WS-HIST-DATA           PIC 9(8).
           03 WS-HIST-CLIENTE        PIC X(30).
           03 WS-HIST-SITUACAO       PIC X.
           03 WS-HIST-COD-CLIENTE    PIC 9(6).
      * Arquivo de pagamentos generico (pendentes) para a troca do
      * nome nos registros em transito.
       FD  WS-SEQ-FILE.
       01 WS-SEQ-REGISTRO.
           03 WS-SEQ-TIPO            PIC X.
           03 WS-SEQ-ID              PIC 9(9).
           03 WS-SEQ-VALOR           PIC S9(9)V99.
           03 WS-SEQ-COD-SITUACAO    PIC X.
           03 WS-SEQ-MOTIVO          PIC 99.
           03 WS-SEQ-CLIENTE         PIC X(30).
           03 WS-SEQ-DATA-PEND       PIC 9(8).
           03 WS-SEQ-FILIAL          PIC X(3).
           03 WS-SEQ-COD-CLIENTE     PIC 9(6).
       FD  WS-SQN-FILE.
       01 WS-SQN-REGISTRO           PIC X(71).
      * Confirmados e rejeitados do dia, no layout de saida do
      * PAGTOCONFIRM (sem tipo de registro).
       FD  WS-SQC-FILE.
       01 WS-SQC-REGISTRO.
           03 WS-SQC-ID              PIC 9(9).
           03 WS-SQC-VALOR           PIC S9(9)V99.
           03 WS-SQC-PAGTO           PIC X.
           03 WS-SQC-MOTIVO          PIC 99.
           03 WS-SQC-CLIENTE         PIC X(30).
           03 WS-SQC-COD-CLIENTE     PIC 9(6).
       FD  WS-SQD-FILE.
       01 WS-SQD-REGISTRO           PIC X(59).
       FD  WS-CSV-FILE.
       01 WS-CSV-LINHA              PIC X(240).
       FD  WS-CSN-FILE.
           03 WS-AU-CONTADOR       PIC 9(6).
           03 WS-AU-OPERADOR       PIC X(8)  VALUE SPACES.

       01 WS-AMBIENTE-PARM.
           03 WS-AMB-FUNCAO        PIC X     VALUE 'R'.
           03 WS-AMB-NOME          PIC X(8)  VALUE SPACES.
           03 WS-AMB-RAIZ          PIC X(40) VALUE SPACES.
           03 WS-AMB-RC            PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CLI-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-JR-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-JRN-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-HM-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-HIST-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-SQN-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-SQD-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CSV-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CSN-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CER-PATH
            DISPLAY 'LGPDANON - ANONIMIZACAO LGPD'

            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
            END-READ
            .
       P460-TROCA-MENSAL.
            IF WS-HM-COD-CLIENTE = WS-CODIGO-INFORMADO
               OR (WS-HM-COD-CLIENTE = 0
                   AND WS-HM-CLIENTE = WS-NOME-ORIGINAL)
                MOVE WS-NOME-ANONIMO TO WS-HM-CLIENTE
                REWRITE WS-HM-REGISTRO
                END-REWRITE
            END-READ
            .
       P480-TROCA-HIST.
            IF WS-HIST-COD-CLIENTE = WS-CODIGO-INFORMADO
               OR (WS-HIST-COD-CLIENTE = 0
                   AND WS-HIST-CLIENTE = WS-NOME-ORIGINAL)
                MOVE WS-NOME-ANONIMO TO WS-HIST-CLIENTE
                REWRITE WS-HIST-REGISTRO
                END-REWRITE
            .
       P550-TROCA-UM-TRANSITO.
            MOVE WS-TRANSITO(WS-TRANSITO-IDX) TO WS-SEQ-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-SEQ-PATH
            MOVE 0   TO WS-QTD-ALTERADO
            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN INPUT WS-SEQ-FILE
            END-READ
            .
       P570-TROCA-TRANSITO.
            IF WS-SEQ-COD-CLIENTE = WS-CODIGO-INFORMADO
               OR (WS-SEQ-COD-CLIENTE = 0
                   AND WS-SEQ-CLIENTE = WS-NOME-ORIGINAL)
                MOVE WS-NOME-ANONIMO TO WS-SEQ-CLIENTE
                ADD 1 TO WS-QTD-ALTERADO
            END-IF
            .
       P580-TROCA-UMA-SAIDA.
            MOVE WS-TRANSITO-OUT(WS-TRANSITO-IDX) TO WS-SQC-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-SQC-PATH
            MOVE 0   TO WS-QTD-ALTERADO
            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN INPUT WS-SQC-FILE
            END-READ
            .
       P590-TROCA-SAIDA.
            IF WS-SQC-COD-CLIENTE = WS-CODIGO-INFORMADO
               OR (WS-SQC-COD-CLIENTE = 0
                   AND WS-SQC-CLIENTE = WS-NOME-ORIGINAL)
                MOVE WS-NOME-ANONIMO TO WS-SQC-CLIENTE
                ADD 1 TO WS-QTD-ALTERADO
            END-IF
