          03 WS-ENT-CONTA               PIC X(12).
          03 WS-ENT-SITUACAO            PIC X.

       01 WS-AMBIENTE-PARM.
           03 WS-AMB-FUNCAO        PIC X     VALUE 'R'.
           03 WS-AMB-NOME          PIC X(8)  VALUE SPACES.
           03 WS-AMB-RAIZ          PIC X(40) VALUE SPACES.
           03 WS-AMB-RC            PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-FIL-PATH
            DISPLAY 'FILMANUT - CADASTRO DE FILIAIS'

            OPEN I-O WS-FIL-FILE
