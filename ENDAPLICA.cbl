          03 WS-JP-DEPOIS               PIC X(226).
          03 WS-JP-OPERADOR             PIC X(8) VALUE SPACES.

       01 WS-AMBIENTE-PARM.
           03 WS-AMB-FUNCAO        PIC X     VALUE 'R'.
           03 WS-AMB-NOME          PIC X(8)  VALUE SPACES.
           03 WS-AMB-RAIZ          PIC X(40) VALUE SPACES.
           03 WS-AMB-RC            PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-PAD-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-EXC-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CLI-NOVO-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-REV-PATH
            DISPLAY 'ENDAPLICA - APLICACAO DOS ENDERECOS PADRONIZADOS'

            PERFORM P050-CARREGA-PADRONIZADOS
