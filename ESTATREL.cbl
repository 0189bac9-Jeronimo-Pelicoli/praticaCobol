       01 WS-CAB-PROGRAMA.
          03 FILLER                PIC X(10) VALUE 'PROGRAMA: '.
          03 WS-CAB-NOME           PIC X(12).
          03 FILLER                PIC X(11) VALUE '  AMBIENTE '.
          03 WS-CAB-AMBIENTE       PIC X(8).
       01 WS-DET-LINHA.
          03 WS-DET-DATA           PIC 9(8).
          03 FILLER                PIC X(10) VALUE '  DURACAO '.
          03 WS-MED-DURACAO        PIC ZZZ,ZZ9.
          03 FILLER                PIC X(2)  VALUE 'S'.

       01 WS-AMBIENTE-PARM.
           03 WS-AMB-FUNCAO        PIC X     VALUE 'R'.
           03 WS-AMB-NOME          PIC X(8)  VALUE SPACES.
           03 WS-AMB-RAIZ          PIC X(40) VALUE SPACES.
           03 WS-AMB-RC            PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-EST-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-REL-PATH
            DISPLAY 'ESTATREL - TENDENCIA DA JANELA DE BATCH'

            OPEN INPUT WS-EST-FILE
            .
       P400-RELATA-PROGRAMA.
            MOVE WS-PRG-NOME(WS-PRG-IDX) TO WS-CAB-NOME
            MOVE WS-AMB-NOME             TO WS-CAB-AMBIENTE
            WRITE WS-REL-LINHA FROM WS-CAB-PROGRAMA

            MOVE 0 TO WS-SOMA-DURACAO
