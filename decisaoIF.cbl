           03 WS-PL-RC             PIC 99.
       01 WS-DATA-HORA-ATUAL      PIC X(21).

       01 WS-AMBIENTE-PARM.
           03 WS-AMB-FUNCAO        PIC X     VALUE 'R'.
           03 WS-AMB-NOME          PIC X(8)  VALUE SPACES.
           03 WS-AMB-RAIZ          PIC X(40) VALUE SPACES.
           03 WS-AMB-RC            PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-PARM-PATH
           CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-VALID-PATH
           CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-RESULT-PATH
           CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-REGRA-PATH
           CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-WARN-PATH
           CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-RESSUB-PATH
           CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CORR-PATH
           DISPLAY 'DECISAOIF'
           MOVE FUNCTION CURRENT-DATE TO WS-ET-INICIO
           MOVE 'I' TO WS-RN-FUNCAO
