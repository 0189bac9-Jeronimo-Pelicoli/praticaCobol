          03 WS-FAIXA-NOME OCCURS 5 TIMES PIC X(14).
       01 WS-FAIXA-IDX             PIC 9     VALUE 0.

       01 WS-AMBIENTE-PARM.
           03 WS-AMB-FUNCAO        PIC X     VALUE 'R'.
           03 WS-AMB-NOME          PIC X(8)  VALUE SPACES.
           03 WS-AMB-RAIZ          PIC X(40) VALUE SPACES.
           03 WS-AMB-RC            PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-MAT-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-REL-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-SUM-PATH
            DISPLAY 'MATESTAT - ESTATISTICAS DO LOTE DE OPERACOES'

            OPEN INPUT WS-MAT-FILE
            OPEN OUTPUT WS-SUM-FILE
            MOVE 'ESTATISTICAS POR CODIGO DE OPERACAO'
                 TO WS-REL-LINHA
            MOVE 'AMBIENTE '        TO WS-REL-LINHA(41:9)
            MOVE WS-AMB-NOME        TO WS-REL-LINHA(50:8)
            WRITE WS-REL-LINHA
            MOVE ALL '-' TO WS-REL-LINHA
            WRITE WS-REL-LINHA
