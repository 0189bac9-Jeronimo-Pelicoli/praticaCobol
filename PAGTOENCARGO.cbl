           SELECT WS-FEI-FILE      ASSIGN TO WS-FEI-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-FEI-FS.
           SELECT WS-ISE-FILE      ASSIGN TO WS-ISE-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-ISE-FS.
       DATA DIVISION.
       FILE SECTION.
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
       FD  WS-PEND-FILE.
       01 WS-PEND-REGISTRO.
           03 WS-PEND-TIPO           PIC X.
           03 WS-PEND-ID             PIC 9(9).
           03 WS-PEND-VALOR          PIC S9(9)V99.
           03 WS-PEND-COD-SITUACAO   PIC X.
           03 WS-PEND-MOTIVO         PIC 99.
           03 WS-PEND-CLIENTE        PIC X(30).
           03 WS-PEND-DATA-PENDENCIA PIC 9(8).
           03 WS-PEND-FILIAL         PIC X(3).
           03 WS-PEND-COD-CLIENTE    PIC 9(6).
       FD  WS-LIG-FILE.
       01 WS-LIG-REGISTRO.
           03 WS-LIG-ID-ENCARGO      PIC 9(9).
           03 WS-LIG-ID-ORIGINAL     PIC 9(9).
           03 WS-LIG-VALOR           PIC S9(9)V99.
           03 WS-LIG-DATA            PIC 9(8).
       FD  WS-FEI-FILE.
       01 WS-FEI-REGISTRO.
           03 WS-FEI-ID              PIC 9(9).
      * Layout identico ao do NOTAPOSTA
       FD  WS-ISE-FILE.
       01 WS-ISE-REGISTRO.
           03 WS-ISE-ID              PIC 9(9).
           03 WS-ISE-VALOR           PIC S9(9)V99.
           03 WS-ISE-DATA            PIC 9(8).
           03 WS-ISE-COD-CLIENTE     PIC 9(6).
           03 WS-ISE-LOTE            PIC X(12).
           03 WS-ISE-SEQ             PIC 9(5).

       WORKING-STORAGE SECTION.
       01 WS-ENC-PATH                PIC X(40) VALUE 'PAGTOJUROS.DAT'.
                            VALUE 'PAGTOENCARGO.LIG'.
       01 WS-FEI-PATH                PIC X(40)
                            VALUE 'PAGTOENCARGO.FEITOS'.
       01 WS-ISE-PATH                PIC X(40)
                            VALUE 'PAGTOJUROS.ISENCOES'.
       01 WS-ENC-FS                  PIC XX.
       01 WS-PEND-FS                 PIC XX.
       01 WS-LIG-FS                  PIC XX.
       01 WS-FEI-FS                  PIC XX.
       01 WS-ISE-FS                  PIC XX.

       01 WS-FIM-ARQUIVO             PIC X     VALUE 'N'.
          88 WS-FIM                            VALUE 'Y'.
      * nao pode virar recebivel duas vezes.
       01 WS-TAB-FEITOS.
          03 WS-FEI OCCURS 2000 TIMES INDEXED BY WS-FEI-IDX.
             05 WS-FEI-T-ID           PIC 9(9).
       01 WS-TOT-FEITOS              PIC 9(4)  VALUE 0.

      * Isencoes por nota de ajuste, somadas por encargo original: o
      * recebivel sai pelo liquido e, isento por inteiro, o encargo
      * so e marcado como feito.
       01 WS-TAB-ISENCOES.
          03 WS-ISE OCCURS 2000 TIMES INDEXED BY WS-ISE-IDX.
             05 WS-ISE-T-ID           PIC 9(9).
             05 WS-ISE-T-VALOR        PIC S9(11)V99.
       01 WS-TOT-ISENCOES            PIC 9(4)  VALUE 0.
       01 WS-ISE-ACHOU-SW            PIC X     VALUE 'N'.
          88 WS-ISE-ACHOU                      VALUE 'Y'.
       01 WS-VALOR-ISENTO            PIC S9(11)V99 VALUE 0.
       01 WS-VALOR-LIQUIDO           PIC S9(11)V99 VALUE 0.

       01 WS-DATA-HORA-ATUAL         PIC X(21).
       01 WS-HOJE                    PIC 9(8)  VALUE 0.

       01 WS-TOT-GERADO              PIC 9(6)      VALUE 0.
       01 WS-TOT-PULADO              PIC 9(6)      VALUE 0.
       01 WS-TOT-SEM-ID              PIC 9(9)      VALUE 0.
       01 WS-TOT-ISENTO              PIC 9(6)      VALUE 0.
       01 WS-VALOR-FATURADO          PIC S9(11)V99 VALUE 0.

       01 WS-VER-QTD                 PIC 9(6)      VALUE 0.
       01 WS-PAGTOID-PARM.
           03 WS-PI-FUNCAO         PIC X.
           03 WS-PI-FILIAL         PIC X(3) VALUE '997'.
           03 WS-PI-ID             PIC 9(9).
           03 WS-PI-RC             PIC 99.

       01 WS-CONTACOR-PARM.
           03 WS-CC-FUNCAO         PIC X.
           03 WS-CC-COD-CLIENTE    PIC 9(6).
           03 WS-CC-EVENTO         PIC XX.
           03 WS-CC-VALOR          PIC S9(9)V99.
           03 WS-CC-DATA           PIC 9(8).
           03 WS-CC-ID             PIC 9(9).
           03 WS-CC-HISTORICO      PIC X(30).
           03 WS-CC-PROGRAMA       PIC X(12) VALUE 'PAGTOENCARGO'.
           03 WS-CC-SALDO          PIC S9(11)V99.
           03 WS-CC-RC             PIC 99.

       01 WS-AUDIT-PARM.
           03 WS-AU-PROGRAMA       PIC X(12) VALUE 'PAGTOENCARGO'.
           03 WS-AU-EVENTO         PIC X(12).
           03 WS-AU-CONTADOR       PIC 9(6).
           03 WS-AU-OPERADOR       PIC X(8)  VALUE SPACES.

       01 WS-AMBIENTE-PARM.
           03 WS-AMB-FUNCAO        PIC X     VALUE 'R'.
           03 WS-AMB-NOME          PIC X(8)  VALUE SPACES.
           03 WS-AMB-RAIZ          PIC X(40) VALUE SPACES.
           03 WS-AMB-RC            PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-ENC-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-PEND-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-LIG-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-FEI-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-ISE-PATH
            DISPLAY 'PAGTOENCARGO - FATURAMENTO DOS ENCARGOS'

            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL

            PERFORM P040-VERIFICA-CONTROLE
            PERFORM P050-CARREGA-FEITOS
            PERFORM P060-CARREGA-ISENCOES
            PERFORM P100-ABRE-ARQUIVOS
            PERFORM P200-FATURA-ENCARGO
                    UNTIL WS-FIM
            END-IF
            MOVE 'N' TO WS-FIM-ARQUIVO
            .
       P060-CARREGA-ISENCOES.
            MOVE 0   TO WS-TOT-ISENCOES
            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN INPUT WS-ISE-FILE
            IF WS-ISE-FS = '00'
                PERFORM UNTIL WS-FIM
                    READ WS-ISE-FILE
                        AT END SET WS-FIM TO TRUE
                        NOT AT END
                            PERFORM P065-ACUMULA-ISENCAO
                    END-READ
                END-PERFORM
                CLOSE WS-ISE-FILE
            END-IF
            MOVE 'N' TO WS-FIM-ARQUIVO
            .
       P065-ACUMULA-ISENCAO.
            MOVE 'N' TO WS-ISE-ACHOU-SW
            PERFORM VARYING WS-ISE-IDX FROM 1 BY 1
                    UNTIL WS-ISE-IDX > WS-TOT-ISENCOES OR WS-ISE-ACHOU
                IF WS-ISE-T-ID(WS-ISE-IDX) = WS-ISE-ID
                    SET WS-ISE-ACHOU TO TRUE
                    ADD WS-ISE-VALOR TO WS-ISE-T-VALOR(WS-ISE-IDX)
                END-IF
            END-PERFORM
            IF NOT WS-ISE-ACHOU AND WS-TOT-ISENCOES < 2000
                ADD 1 TO WS-TOT-ISENCOES
                MOVE WS-ISE-ID    TO WS-ISE-T-ID(WS-TOT-ISENCOES)
                MOVE WS-ISE-VALOR TO WS-ISE-T-VALOR(WS-TOT-ISENCOES)
            END-IF
            .
       P100-ABRE-ARQUIVOS.
      * O recebivel de encargo entra direto na fila de pendentes e
      * segue para a proxima remessa como qualquer item.
            IF WS-JA-FEITO
                ADD 1 TO WS-TOT-PULADO
            ELSE
                PERFORM P260-CALCULA-LIQUIDO
                EVALUATE TRUE
                    WHEN WS-VALOR-LIQUIDO > 0
                        PERFORM P300-GERA-RECEBIVEL
                    WHEN WS-ENC-TOTAL > 0
                        PERFORM P350-ENCARGO-ISENTO
                END-EVALUATE
            END-IF
            PERFORM P150-LE-ENCARGO
            .
                END-IF
            END-PERFORM
            .
       P260-CALCULA-LIQUIDO.
            MOVE 0   TO WS-VALOR-ISENTO
            MOVE 'N' TO WS-ISE-ACHOU-SW
            PERFORM VARYING WS-ISE-IDX FROM 1 BY 1
                    UNTIL WS-ISE-IDX > WS-TOT-ISENCOES OR WS-ISE-ACHOU
                IF WS-ISE-T-ID(WS-ISE-IDX) = WS-ENC-ID
                    SET WS-ISE-ACHOU TO TRUE
                    MOVE WS-ISE-T-VALOR(WS-ISE-IDX) TO WS-VALOR-ISENTO
                END-IF
            END-PERFORM
            COMPUTE WS-VALOR-LIQUIDO = WS-ENC-TOTAL - WS-VALOR-ISENTO
            .
       P300-GERA-RECEBIVEL.
            MOVE 'A' TO WS-PI-FUNCAO
            CALL 'PAGTOID' USING WS-PAGTOID-PARM
            ELSE
                MOVE '1'            TO WS-PEND-TIPO
                MOVE WS-PI-ID       TO WS-PEND-ID
                MOVE WS-VALOR-LIQUIDO TO WS-PEND-VALOR
                MOVE '1'            TO WS-PEND-COD-SITUACAO
                MOVE 0              TO WS-PEND-MOTIVO
                MOVE WS-ENC-CLIENTE TO WS-PEND-CLIENTE
                MOVE WS-HOJE        TO WS-PEND-DATA-PENDENCIA
                MOVE '997'          TO WS-PEND-FILIAL
                MOVE WS-ENC-COD-CLIENTE TO WS-PEND-COD-CLIENTE
                WRITE WS-PEND-REGISTRO

                MOVE WS-PI-ID       TO WS-LIG-ID-ENCARGO
                MOVE WS-ENC-ID      TO WS-LIG-ID-ORIGINAL
                MOVE WS-VALOR-LIQUIDO TO WS-LIG-VALOR
                MOVE WS-HOJE        TO WS-LIG-DATA
                WRITE WS-LIG-REGISTRO

                MOVE WS-ENC-ID      TO WS-FEI-ID
                WRITE WS-FEI-REGISTRO

                MOVE 'L'                TO WS-CC-FUNCAO
                MOVE WS-ENC-COD-CLIENTE TO WS-CC-COD-CLIENTE
                MOVE 'EN'               TO WS-CC-EVENTO
                MOVE WS-VALOR-LIQUIDO   TO WS-CC-VALOR
                MOVE WS-HOJE            TO WS-CC-DATA
                MOVE WS-PI-ID           TO WS-CC-ID
                MOVE 'MULTA E JUROS DE ATRASO' TO WS-CC-HISTORICO
                CALL 'CONTACORPOSTA' USING WS-CONTACOR-PARM
                IF WS-CC-RC NOT = 0 AND WS-CC-RC NOT = 4
                    DISPLAY 'CONTA CORRENTE NAO ATUALIZADA PARA O '
                            'ENCARGO ' WS-PI-ID ' RC ' WS-CC-RC
                END-IF

                ADD 1               TO WS-TOT-GERADO
                ADD WS-VALOR-LIQUIDO TO WS-VALOR-FATURADO
                DISPLAY 'ENCARGO DO PAGAMENTO ' WS-ENC-ID
                        ' FATURADO COMO ' WS-PI-ID
                        ' NO VALOR DE ' WS-VALOR-LIQUIDO
            END-IF
            .
       P350-ENCARGO-ISENTO.
      * Isento por inteiro: nada a cobrar, mas o original fica como
      * feito para nao voltar a ser avaliado.
            MOVE WS-ENC-ID TO WS-FEI-ID
            WRITE WS-FEI-REGISTRO
            ADD 1 TO WS-TOT-ISENTO
            DISPLAY 'ENCARGO DO PAGAMENTO ' WS-ENC-ID
                    ' ISENTO POR NOTA DE AJUSTE.'
            .
       P800-RESUMO.
            DISPLAY '----- RESUMO DO FATURAMENTO -----'
            DISPLAY 'RECEBIVEIS GERADOS : ' WS-TOT-GERADO
            DISPLAY 'JA FATURADOS       : ' WS-TOT-PULADO
            DISPLAY 'SEM ID DISPONIVEL  : ' WS-TOT-SEM-ID
            DISPLAY 'ISENTOS POR NOTA   : ' WS-TOT-ISENTO
            DISPLAY 'VALOR FATURADO     : ' WS-VALOR-FATURADO
            .
       P900-FECHA-ARQUIVOS.
