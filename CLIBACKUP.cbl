       01 WS-TRL-QTD-LIDA         PIC 9(6)  VALUE 0.
       01 WS-TRL-HASH-LIDO        PIC 9(12) VALUE 0.

       01 WS-AMBIENTE-PARM.
           03 WS-AMB-FUNCAO        PIC X     VALUE 'R'.
           03 WS-AMB-NOME          PIC X(8)  VALUE SPACES.
           03 WS-AMB-RAIZ          PIC X(40) VALUE SPACES.
           03 WS-AMB-RC            PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CLI-NOVO-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-BKP-PATH
            DISPLAY 'CLIBACKUP'
            DISPLAY 'MODO (U=UNLOAD, R=RELOAD): '
            ACCEPT WS-MODO-EXECUCAO
