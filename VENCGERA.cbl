          03 WS-DIAS OCCURS 12 TIMES INDEXED BY WS-DIAS-IDX.
             05 WS-DIAS-NO-MES     PIC 99.

       01 WS-AMBIENTE-PARM.
           03 WS-AMB-FUNCAO        PIC X     VALUE 'R'.
           03 WS-AMB-NOME          PIC X(8)  VALUE SPACES.
           03 WS-AMB-RAIZ          PIC X(40) VALUE SPACES.
           03 WS-AMB-RC            PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-VENC-PATH
            DISPLAY 'VENCGERA - GERADOR DE CARNE DE VENCIMENTOS'

            DISPLAY 'CONTRATO: '
