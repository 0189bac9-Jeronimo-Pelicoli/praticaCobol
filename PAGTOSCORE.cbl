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
       FD  WS-ENC-FILE.
       01 WS-ENC-REGISTRO.
           03 WS-ENC-ID              PIC 9(9).
           03 WS-ENC-VALOR           PIC S9(9)V99.
           03 WS-ENC-DATA-VENC       PIC 9(8).
           03 WS-ENC-DATA-CONF       PIC 9(8).
           03 WS-ENC-DIAS-ATRASO     PIC 9(4).
           03 WS-ENC-MULTA           PIC S9(9)V99.
           03 WS-ENC-JUROS           PIC S9(9)V99.
           03 WS-ENC-TOTAL           PIC S9(9)V99.
           03 WS-ENC-CLIENTE         PIC X(30).
           03 WS-ENC-COD-CLIENTE     PIC 9(6).
       FD  WS-CLI-FILE.
       01 WS-CLI-REGISTRO.
           03 WS-CLI-CODIGO          PIC 9(6).
       01 WS-TAB-CLIENTES.
          03 WS-TCL OCCURS 500 TIMES INDEXED BY WS-TCL-IDX.
             05 WS-TCL-NOME           PIC X(30).
             05 WS-TCL-CODIGO         PIC 9(6).
             05 WS-TCL-MOVIMENTOS     PIC 9(6).
             05 WS-TCL-REJEICOES      PIC 9(6).
             05 WS-TCL-DIAS-ATRASO    PIC 9(8).
           03 WS-AS-ACAO           PIC X.
           03 WS-AS-RC             PIC 99.

       01 WS-AMBIENTE-PARM.
           03 WS-AMB-FUNCAO        PIC X     VALUE 'R'.
           03 WS-AMB-NOME          PIC X(8)  VALUE SPACES.
           03 WS-AMB-RAIZ          PIC X(40) VALUE SPACES.
           03 WS-AMB-RC            PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-HM-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-ENC-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CLI-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-SCO-PATH
            DISPLAY 'PAGTOSCORE - SCORE DE COMPORTAMENTO'

            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
            STOP RUN.

       P050-LOCALIZA-CLIENTE.
      * O cliente e identificado pelo codigo; o nome so decide para
      * movimentos antigos que ainda nao trazem o codigo.
            MOVE 'N' TO WS-ACHOU-SW
            MOVE 0   TO WS-CLI-CORRENTE
            PERFORM VARYING WS-TCL-IDX FROM 1 BY 1
                    UNTIL WS-TCL-IDX > WS-TOT-CLIENTES OR WS-ACHOU
                IF WS-HM-COD-CLIENTE > 0
                    IF WS-TCL-CODIGO(WS-TCL-IDX) = WS-HM-COD-CLIENTE
                        SET WS-ACHOU TO TRUE
                        SET WS-CLI-CORRENTE TO WS-TCL-IDX
                    END-IF
                ELSE
                    IF WS-TCL-CODIGO(WS-TCL-IDX) = 0
                       AND WS-TCL-NOME(WS-TCL-IDX) = WS-HM-CLIENTE
                        SET WS-ACHOU TO TRUE
                        SET WS-CLI-CORRENTE TO WS-TCL-IDX
                    END-IF
                END-IF
            END-PERFORM
            IF NOT WS-ACHOU AND WS-TOT-CLIENTES < 500
                ADD 1 TO WS-TOT-CLIENTES
                MOVE WS-TOT-CLIENTES TO WS-CLI-CORRENTE
                MOVE WS-HM-CLIENTE TO WS-TCL-NOME(WS-CLI-CORRENTE)
                MOVE WS-HM-COD-CLIENTE
                     TO WS-TCL-CODIGO(WS-CLI-CORRENTE)
                MOVE 0 TO WS-TCL-MOVIMENTOS(WS-CLI-CORRENTE)
                MOVE 0 TO WS-TCL-REJEICOES(WS-CLI-CORRENTE)
                MOVE 0 TO WS-TCL-DIAS-ATRASO(WS-CLI-CORRENTE)
            .
       P260-ACUMULA-ENCARGO.
            MOVE WS-ENC-CLIENTE TO WS-HM-CLIENTE
            MOVE WS-ENC-COD-CLIENTE TO WS-HM-COD-CLIENTE
            PERFORM P050-LOCALIZA-CLIENTE
            IF WS-CLI-CORRENTE > 0
                ADD WS-ENC-DIAS-ATRASO
            END-IF
            .
       P450-PONTUA-CLIENTE.
      * Com codigo, le o master pela chave primaria. Sem codigo
      * (movimento antigo), cai no nome normalizado da chave
      * alternativa.
            IF WS-TCL-CODIGO(WS-TCL-IDX) > 0
                MOVE WS-TCL-CODIGO(WS-TCL-IDX) TO WS-CLI-CODIGO
                READ WS-CLI-FILE
                    INVALID KEY
                        ADD 1 TO WS-TOT-SEM-CADASTRO
                    NOT INVALID KEY
                        PERFORM P500-CALCULA-SCORE
                        PERFORM P550-GRAVA-SCORE
                END-READ
            ELSE
                MOVE WS-TCL-NOME(WS-TCL-IDX) TO WS-CLI-NOME
                CALL 'NOMENORM' USING WS-CLI-NOME
                READ WS-CLI-FILE KEY IS WS-CLI-NOME
                    INVALID KEY
                        ADD 1 TO WS-TOT-SEM-CADASTRO
                    NOT INVALID KEY
                        PERFORM P500-CALCULA-SCORE
                        PERFORM P550-GRAVA-SCORE
                END-READ
            END-IF
            .
       P500-CALCULA-SCORE.
            IF WS-TCL-QTD-ATRASO(WS-TCL-IDX) > 0
