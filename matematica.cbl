           03 WS-RN-OVERRIDE       PIC X     VALUE 'N'.
           03 WS-RN-MOTIVO-OVR     PIC X(30) VALUE SPACES.

       01 WS-AMBIENTE-PARM.
           03 WS-AMB-FUNCAO        PIC X     VALUE 'R'.
           03 WS-AMB-NOME          PIC X(8)  VALUE SPACES.
           03 WS-AMB-RAIZ          PIC X(40) VALUE SPACES.
           03 WS-AMB-RC            PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-OPER-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-OPER-OUT-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CSV-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-ERR-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-LEG-PATH
            DISPLAY 'MATEMATICA'
            MOVE FUNCTION CURRENT-DATE TO WS-ET-INICIO
            MOVE 'I' TO WS-RN-FUNCAO
