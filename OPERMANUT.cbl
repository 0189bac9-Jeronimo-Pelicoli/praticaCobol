           03 WS-SG-FUNCAO         PIC X.
           03 WS-SG-PERFIL         PIC X.
           03 WS-SG-RC             PIC 99.
              88 WS-SG-SEM-SESSAO          VALUE 4.

       01 WS-AMBIENTE-PARM.
           03 WS-AMB-FUNCAO        PIC X     VALUE 'R'.
           03 WS-AMB-NOME          PIC X(8)  VALUE SPACES.
           03 WS-AMB-RAIZ          PIC X(40) VALUE SPACES.
           03 WS-AMB-RC            PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-OPE-PATH
            DISPLAY 'OPERMANUT - CADASTRO DE OPERADORES'

            OPEN INPUT WS-OPE-FILE
            IF WS-OPE-FS = '00'
                CLOSE WS-OPE-FILE
                MOVE SPACES TO WS-SG-ID
                MOVE 'S' TO WS-SG-FUNCAO
                CALL 'OPERSIGNON' USING WS-SIGNON-PARM
                IF WS-SG-SEM-SESSAO
                    DISPLAY 'OPERADOR : '
                    ACCEPT WS-SG-ID
                    DISPLAY 'SENHA    : '
                    ACCEPT WS-SG-SENHA
                    CALL 'OPERSIGNON' USING WS-SIGNON-PARM
                END-IF
                IF WS-SG-RC NOT = 0
                    DISPLAY 'ACESSO NEGADO (SOMENTE SUPERVISOR).'
                    MOVE 8 TO RETURN-CODE
