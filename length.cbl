          03 WS-AS-ACAO                 PIC X.
          03 WS-AS-RC                   PIC 99.

       01 WS-AMBIENTE-PARM.
           03 WS-AMB-FUNCAO        PIC X     VALUE 'R'.
           03 WS-AMB-NOME          PIC X(8)  VALUE SPACES.
           03 WS-AMB-RAIZ          PIC X(40) VALUE SPACES.
           03 WS-AMB-RC            PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-SAIDA-PATH
            MOVE 'RUA DAS FLORES'       TO WS-RUA
            MOVE 'CENTRO'               TO WS-BAIRRO
            MOVE 'SAO PAULO'            TO WS-CIDADE
