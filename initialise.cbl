       01 WS-NOME-ABERTO-SW             PIC X  VALUE 'N'.
           88 WS-NOME-ABERTO                   VALUE 'Y'.

       01 WS-AMBIENTE-PARM.
           03 WS-AMB-FUNCAO        PIC X     VALUE 'R'.
           03 WS-AMB-NOME          PIC X(8)  VALUE SPACES.
           03 WS-AMB-RAIZ          PIC X(40) VALUE SPACES.
           03 WS-AMB-RC            PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-NOME-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-NOME-OUT-PATH
            DISPLAY 'INITIALISE-DEMO'
            DISPLAY 'MODO (I=INTERATIVO, B=BATCH): '
            ACCEPT WS-MODO-EXECUCAO
