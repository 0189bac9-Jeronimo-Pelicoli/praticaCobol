       01 WS-TOT-CORRIGIDO         PIC 9(6)  VALUE 0.
       01 WS-TOT-MANTIDO           PIC 9(6)  VALUE 0.

       01 WS-AMBIENTE-PARM.
           03 WS-AMB-FUNCAO        PIC X     VALUE 'R'.
           03 WS-AMB-NOME          PIC X(8)  VALUE SPACES.
           03 WS-AMB-RAIZ          PIC X(40) VALUE SPACES.
           03 WS-AMB-RC            PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-RESSUB-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-NOVO-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CORR-PATH
            DISPLAY 'DECISAOIFCOR - CORRECAO DE FALHAS'

            OPEN INPUT WS-RESSUB-FILE
