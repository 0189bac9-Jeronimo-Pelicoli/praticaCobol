          88 WS-ACHOU                        VALUE 'Y'.
       01 WS-REG-DIFERENTE-SW      PIC X     VALUE 'N'.
          88 WS-REG-DIFERENTE                VALUE 'Y'.
       01 WS-CASAMENTO             PIC X     VALUE 'C'.
          88 WS-CASA-SEQUENCIAL              VALUE 'S'.
       01 WS-FIM-A-SW              PIC X     VALUE 'N'.
          88 WS-FIM-A                        VALUE 'Y'.
       01 WS-FIM-B-SW              PIC X     VALUE 'N'.
          88 WS-FIM-B                        VALUE 'Y'.

       01 WS-LAYOUT-PEDIDO         PIC X(40) VALUE SPACES.
       01 WS-CHAVE-CAMPO           PIC 99    VALUE 0.
           03 WS-PL-VALOR          PIC X(14).
           03 WS-PL-RC             PIC 99.

       01 WS-AMBIENTE-PARM.
           03 WS-AMB-FUNCAO        PIC X     VALUE 'R'.
           03 WS-AMB-NOME          PIC X(8)  VALUE SPACES.
           03 WS-AMB-RAIZ          PIC X(40) VALUE SPACES.
           03 WS-AMB-RC            PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-DIC-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-REL-PATH
            DISPLAY 'ARQCOMPARA - COMPARACAO DE ARQUIVOS POR CAMPO'
            DISPLAY 'LAYOUT (NOME NO DICIONARIO): '
            ACCEPT WS-LAYOUT-PEDIDO
            DISPLAY 'ARQUIVO A (REFERENCIA): '
            ACCEPT WS-ARQA-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-ARQA-PATH
            DISPLAY 'ARQUIVO B (COMPARADO) : '
            ACCEPT WS-ARQB-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-ARQB-PATH
      * Sequencial casa A e B linha a linha, na ordem em que foram
      * gravados, sem a tabela de 500: e o casamento para saidas de
      * volume alto geradas na mesma ordem (ex. PAGTOCONFIRM nos dois
      * modos).
            DISPLAY 'CASAMENTO (C=POR CHAVE, S=SEQUENCIAL): '
            ACCEPT WS-CASAMENTO

            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
            MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-PL-DATA-PROC
                STOP RUN
            END-IF

            IF NOT WS-CASA-SEQUENCIAL
                PERFORM P100-CARREGA-ARQUIVO-A
            END-IF
            OPEN OUTPUT WS-REL-FILE
            MOVE SPACES TO WS-REL-LINHA
            STRING 'ARQCOMPARA - COMPARACAO DE ARQUIVOS A X B'
                   '  AMBIENTE ' WS-AMB-NOME
                   DELIMITED BY SIZE
                   INTO WS-REL-LINHA
            END-STRING
            WRITE WS-REL-LINHA
            IF WS-CASA-SEQUENCIAL
                PERFORM P500-COMPARA-SEQUENCIAL
            ELSE
                PERFORM P200-COMPARA-ARQUIVO-B
                PERFORM P600-LISTA-EXCLUIDOS
            END-IF
            PERFORM P700-RESUMO
            CLOSE WS-REL-FILE

            END-STRING
            WRITE WS-REL-LINHA FROM WS-LINHA-TRABALHO
            .
       P500-COMPARA-SEQUENCIAL.
            OPEN INPUT WS-ARQA-FILE
            IF WS-ARQA-FS NOT = '00'
                DISPLAY 'ARQUIVO A NAO ENCONTRADO: ' WS-ARQA-PATH
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN INPUT WS-ARQB-FILE
            IF WS-ARQB-FS NOT = '00'
                DISPLAY 'ARQUIVO B NAO ENCONTRADO: ' WS-ARQB-PATH
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM P510-LE-SEQUENCIAL-A
            PERFORM P520-LE-SEQUENCIAL-B
            PERFORM P530-CASA-POSICAO
                    UNTIL WS-FIM-A AND WS-FIM-B
            CLOSE WS-ARQA-FILE
            CLOSE WS-ARQB-FILE
            .
       P510-LE-SEQUENCIAL-A.
            MOVE SPACES TO WS-ARQA-REGISTRO
            READ WS-ARQA-FILE
                AT END SET WS-FIM-A TO TRUE
            END-READ
            .
       P520-LE-SEQUENCIAL-B.
            MOVE SPACES TO WS-ARQB-REGISTRO
            READ WS-ARQB-FILE
                AT END SET WS-FIM-B TO TRUE
            END-READ
            .
       P530-CASA-POSICAO.
      * A linha de A ocupa a primeira posicao da tabela para que a
      * comparacao campo a campo seja a mesma do casamento por chave.
            IF NOT WS-FIM-A AND NOT WS-FIM-B
                MOVE WS-ARQB-REGISTRO(WS-CHAVE-POS:WS-CHAVE-TAM)
                     TO WS-CHAVE-B
                SET WS-TRA-IDX TO 1
                MOVE WS-ARQA-REGISTRO TO WS-TRA-IMAGEM(WS-TRA-IDX)
                PERFORM P300-COMPARA-CAMPOS
                PERFORM P510-LE-SEQUENCIAL-A
                PERFORM P520-LE-SEQUENCIAL-B
            ELSE
                IF WS-FIM-A
                    ADD 1 TO WS-TOT-INSERIDOS
                    MOVE SPACES TO WS-LINHA-TRABALHO
                    STRING 'INSERIDO  CHAVE '
                           WS-ARQB-REGISTRO(WS-CHAVE-POS:WS-CHAVE-TAM)
                           DELIMITED BY SIZE
                           INTO WS-LINHA-TRABALHO
                    END-STRING
                    WRITE WS-REL-LINHA FROM WS-LINHA-TRABALHO
                    PERFORM P520-LE-SEQUENCIAL-B
                ELSE
                    ADD 1 TO WS-TOT-EXCLUIDOS
                    MOVE SPACES TO WS-LINHA-TRABALHO
                    STRING 'EXCLUIDO  CHAVE '
                           WS-ARQA-REGISTRO(WS-CHAVE-POS:WS-CHAVE-TAM)
                           DELIMITED BY SIZE
                           INTO WS-LINHA-TRABALHO
                    END-STRING
                    WRITE WS-REL-LINHA FROM WS-LINHA-TRABALHO
                    PERFORM P510-LE-SEQUENCIAL-A
                END-IF
            END-IF
            .
       P600-LISTA-EXCLUIDOS.
            PERFORM VARYING WS-TRA-IDX FROM 1 BY 1
                    UNTIL WS-TRA-IDX > WS-TOT-REG-A
