       01 WS-CODIGO-CONSULTA       PIC X(6)  VALUE SPACES.
       01 WS-TOT-LISTADO           PIC 9(4)  VALUE 0.

       01 WS-AMBIENTE-PARM.
           03 WS-AMB-FUNCAO        PIC X     VALUE 'R'.
           03 WS-AMB-NOME          PIC X(8)  VALUE SPACES.
           03 WS-AMB-RAIZ          PIC X(40) VALUE SPACES.
           03 WS-AMB-RC            PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-JR-PATH
            DISPLAY 'CLIJORNALCON - HISTORICO DE ALTERACOES'
            DISPLAY 'CODIGO DO CLIENTE (6 DIGITOS): '
            ACCEPT WS-CODIGO-CONSULTA
