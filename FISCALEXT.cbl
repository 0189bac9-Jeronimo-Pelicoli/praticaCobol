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
       FD  WS-CLI-FILE.
       01 WS-CLI-REGISTRO.
           03 WS-CLI-CODIGO          PIC 9(6).
       01 WS-TOT-SEM-DOCUMENTO     PIC 9(6)  VALUE 0.
       01 WS-TOT-MOVIMENTOS        PIC 9(6)  VALUE 0.

       01 WS-AMBIENTE-PARM.
           03 WS-AMB-FUNCAO        PIC X     VALUE 'R'.
           03 WS-AMB-NOME          PIC X(8)  VALUE SPACES.
           03 WS-AMB-RAIZ          PIC X(40) VALUE SPACES.
           03 WS-AMB-RC            PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-HM-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CLI-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-DOC-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-EXT-PATH
            DISPLAY 'FISCALEXT - EXTRATO ANUAL POR CPF/CNPJ'
            DISPLAY 'ANO DO EXTRATO (AAAA): '
            ACCEPT WS-ANO-EXTRATO
            PERFORM P150-LE-MOVIMENTO
            .
       P250-RESOLVE-DOCUMENTO.
      * Codigo do cliente no movimento -> CPF/CNPJ no cadastro
      * fiscal. Movimento antigo sem codigo ainda passa pelo nome no
      * master.
            MOVE 'N' TO WS-ACHOU-SW
            IF WS-HM-COD-CLIENTE > 0
                MOVE WS-HM-COD-CLIENTE TO WS-DOC-CODIGO
                PERFORM P260-LE-DOCUMENTO
            ELSE
      * O movimento carrega o nome cru; a chave do master e a forma
      * normalizada.
                MOVE WS-HM-CLIENTE TO WS-CLI-NOME
                CALL 'NOMENORM' USING WS-CLI-NOME
                READ WS-CLI-FILE KEY IS WS-CLI-NOME
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE WS-CLI-CODIGO TO WS-DOC-CODIGO
                        PERFORM P260-LE-DOCUMENTO
                END-READ
            END-IF
            .
       P260-LE-DOCUMENTO.
            READ WS-DOC-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET WS-ACHOU TO TRUE
            END-READ
            .
       P300-SOMA-DOCUMENTO.
