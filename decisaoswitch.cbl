       01 WS-VENC-ABERTO-SW                PIC X  VALUE 'N'.
           88 WS-VENC-ABERTO                      VALUE 'Y'.

       01 WS-AMBIENTE-PARM.
           03 WS-AMB-FUNCAO        PIC X     VALUE 'R'.
           03 WS-AMB-NOME          PIC X(8)  VALUE SPACES.
           03 WS-AMB-RAIZ          PIC X(40) VALUE SPACES.
           03 WS-AMB-RC            PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-PARM-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-VENC-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-VENC-OUT-PATH
            DISPLAY 'DECISAOSWITCH'
            MOVE FUNCTION CURRENT-DATE TO WS-ET-INICIO
            MOVE 'I' TO WS-RN-FUNCAO
