       01 WS-TOT-FINAL            PIC 9(6)  VALUE 0.
       01 WS-TOT-ESPERADO         PIC S9(7) VALUE 0.

       01 WS-AMBIENTE-PARM.
           03 WS-AMB-FUNCAO        PIC X     VALUE 'R'.
           03 WS-AMB-NOME          PIC X(8)  VALUE SPACES.
           03 WS-AMB-RAIZ          PIC X(40) VALUE SPACES.
           03 WS-AMB-RC            PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-BKP-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-JR-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CLI-NOVO-PATH
            DISPLAY 'CLIRECUPERA - RECUPERACAO A PONTO NO TEMPO'
            DISPLAY 'MODO (D=SIMULA, R=RECUPERA): '
            ACCEPT WS-MODO-EXECUCAO
