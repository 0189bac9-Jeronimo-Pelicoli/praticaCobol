       01 WS-MARCA-DATA            PIC 9(8)  VALUE 0.
       01 WS-MARCA-FLAG            PIC X     VALUE 'N'.

       01 WS-AMBIENTE-PARM.
           03 WS-AMB-FUNCAO        PIC X     VALUE 'R'.
           03 WS-AMB-NOME          PIC X(8)  VALUE SPACES.
           03 WS-AMB-RAIZ          PIC X(40) VALUE SPACES.
           03 WS-AMB-RC            PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CAL-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-MUN-PATH
            DISPLAY 'CALGERA - CALENDARIO DE DIAS UTEIS'
            DISPLAY 'MODO (G=GERA ANO, M=MARCA DATA): '
            ACCEPT WS-MODO-EXECUCAO
