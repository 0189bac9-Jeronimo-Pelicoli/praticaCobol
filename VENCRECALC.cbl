           03 WS-ULT-FLAG           PIC X.
       FD  WS-VENC-FILE.
       01 WS-VENC-REGISTRO.
           03 WS-VENC-ID             PIC 9(9).
           03 WS-VENC-DATA           PIC 9(8).
       FD  WS-VNOVO-FILE.
       01 WS-VNOVO-REGISTRO.
           03 WS-VNOVO-ID            PIC 9(9).
           03 WS-VNOVO-DATA          PIC 9(8).
       FD  WS-REL-FILE.
       01 WS-REL-LINHA               PIC X(80).
           03 FILLER               PIC X(40)
                    VALUE 'VENCIMENTOS RECALCULADOS - CALENDARIO - '.
           03 WS-CAB-DATA          PIC 9(8).
           03 FILLER               PIC X(11) VALUE '  AMBIENTE '.
           03 WS-CAB-AMBIENTE      PIC X(8).
       01 WS-DET-LINHA.
           03 WS-DET-ID            PIC 9(9).
           03 FILLER               PIC X(4)  VALUE SPACES.
           03 WS-DET-DATA-ANTIGA   PIC 9(8).
           03 FILLER               PIC X(4)  VALUE ' -> '.
           03 WS-CA-DIA-UTIL       PIC X.
           03 WS-CA-DATA-UTIL      PIC 9(8).

       01 WS-AMBIENTE-PARM.
           03 WS-AMB-FUNCAO        PIC X     VALUE 'R'.
           03 WS-AMB-NOME          PIC X(8)  VALUE SPACES.
           03 WS-AMB-RAIZ          PIC X(40) VALUE SPACES.
           03 WS-AMB-RC            PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CAL-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-ULT-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-VENC-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-VNOVO-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-REL-PATH
            DISPLAY 'VENCRECALC - RECALCULO DE VENCIMENTOS'

            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL

            OPEN OUTPUT WS-REL-FILE
            MOVE WS-HOJE TO WS-CAB-DATA
            MOVE WS-AMB-NOME TO WS-CAB-AMBIENTE
            WRITE WS-REL-LINHA FROM WS-CAB-1
            MOVE ALL '-' TO WS-REL-LINHA
            WRITE WS-REL-LINHA
