       01 WS-TOT-ARQ-DIVERGENTE    PIC 99    VALUE 0.
       01 WS-LINHA-TRABALHO        PIC X(100) VALUE SPACES.

       01 WS-AMBIENTE-PARM.
           03 WS-AMB-FUNCAO        PIC X     VALUE 'R'.
           03 WS-AMB-NOME          PIC X(8)  VALUE SPACES.
           03 WS-AMB-RAIZ          PIC X(40) VALUE SPACES.
           03 WS-AMB-RC            PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-DIC-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-REL-PATH
            DISPLAY 'LAYAUDIT - AUDITORIA NOTURNA DE LAYOUTS'

            PERFORM P050-CARREGA-DICIONARIO
            END-IF

            OPEN OUTPUT WS-REL-FILE
            MOVE SPACES TO WS-REL-LINHA
            STRING 'LAYAUDIT - AUDITORIA DE LAYOUT DOS ARQUIVOS'
                   '  AMBIENTE ' WS-AMB-NOME
                   DELIMITED BY SIZE
                   INTO WS-REL-LINHA
            END-STRING
            WRITE WS-REL-LINHA
            PERFORM P200-AUDITA-ARQUIVO
                    VARYING WS-ARQ-CORRENTE FROM 1 BY 1
                    UNTIL WS-ARQ-CORRENTE > WS-TOT-ARQUIVOS
            .
       P200-AUDITA-ARQUIVO.
            MOVE WS-TAR-ARQUIVO(WS-ARQ-CORRENTE) TO WS-ALVO-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-ALVO-PATH
            MOVE 0   TO WS-REG-LIDOS
            MOVE 0   TO WS-VIOL-TAMANHO
            MOVE 0   TO WS-VIOL-NUMERICO
