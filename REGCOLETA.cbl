           03 WS-PAR-DESCRICAO       PIC X(40).
           03 WS-PAR-VALOR           PIC 9(7)V99.
           03 WS-PAR-STATUS          PIC X(4).
           03 WS-PAR-ACAO            PIC X.
       FD  WS-SAI-FILE.
       01 WS-SAI-REGISTRO            PIC X(60).

       WORKING-STORAGE SECTION.
       01 WS-CTL-PATH              PIC X(40)
       01 WS-DIVERGENTE-SW         PIC X     VALUE 'N'.
          88 WS-DIVERGENTE                   VALUE 'Y'.

       01 WS-AMBIENTE-PARM.
           03 WS-AMB-FUNCAO        PIC X     VALUE 'R'.
           03 WS-AMB-NOME          PIC X(8)  VALUE SPACES.
           03 WS-AMB-RAIZ          PIC X(40) VALUE SPACES.
           03 WS-AMB-RC            PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CTL-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-SAI-PATH
            DISPLAY 'REGCOLETA - COLETA DAS PARTICOES'

            OPEN INPUT WS-CTL-FILE
                   DELIMITED BY SIZE
                   INTO WS-PAR-PATH
            END-STRING
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-PAR-PATH

            MOVE 0   TO WS-QTD-LIDA-PARTICAO
            MOVE 'N' TO WS-FIM-ARQUIVO
