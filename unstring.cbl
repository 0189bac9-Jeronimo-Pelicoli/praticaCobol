           88 WS-NOME-PARA-REVISAO             VALUE 'S'.
       01 WS-TOT-REVISAO                PIC 9(6) VALUE 0.

       01 WS-AMBIENTE-PARM.
           03 WS-AMB-FUNCAO        PIC X     VALUE 'R'.
           03 WS-AMB-NOME          PIC X(8)  VALUE SPACES.
           03 WS-AMB-RAIZ          PIC X(40) VALUE SPACES.
           03 WS-AMB-RC            PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CLI-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CLI-OUT-PATH
            DISPLAY 'UNSTRING/STRING NOME'
            DISPLAY 'MODO (I=INTERATIVO, B=BATCH): '
            ACCEPT WS-MODO-EXECUCAO
