           SELECT WS-CRD-FILE      ASSIGN TO WS-CRD-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS WS-CRD-CODIGO
                                    FILE STATUS WS-CRD-FS.
           SELECT WS-REL-FILE      ASSIGN TO WS-REL-PATH
                                    ORGANIZATION LINE SEQUENTIAL
       FILE SECTION.
       FD  WS-CRD-FILE.
       01 WS-CRD-REGISTRO.
          03 WS-CRD-CODIGO              PIC 9(6).
          03 WS-CRD-SALDO               PIC S9(9)V99.
          03 WS-CRD-CLIENTE             PIC X(30).
       FD  WS-REL-FILE.
       01 WS-REL-LINHA               PIC X(80).

           03 FILLER               PIC X(35)
                    VALUE 'SALDOS DE CREDITO POR CLIENTE EM: '.
           03 WS-CAB-DATA          PIC 9(8).
           03 FILLER               PIC X(11) VALUE '  AMBIENTE '.
           03 WS-CAB-AMBIENTE      PIC X(8).
       01 WS-DET-LINHA.
           03 WS-DET-CODIGO        PIC 9(6).
           03 FILLER               PIC X     VALUE SPACE.
           03 WS-DET-CLIENTE       PIC X(30).
           03 FILLER               PIC XX    VALUE SPACES.
           03 WS-DET-SALDO         PIC ZZZ,ZZZ,ZZ9.99-.
           03 FILLER               PIC XX    VALUE SPACES.
           03 WS-TOT-VALOR-ED      PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       01 WS-AMBIENTE-PARM.
           03 WS-AMB-FUNCAO        PIC X     VALUE 'R'.
           03 WS-AMB-NOME          PIC X(8)  VALUE SPACES.
           03 WS-AMB-RAIZ          PIC X(40) VALUE SPACES.
           03 WS-AMB-RC            PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CRD-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-REL-PATH
            DISPLAY 'CLICREDREL - SALDOS DE CREDITO'

            OPEN INPUT WS-CRD-FILE
                OPEN OUTPUT WS-REL-FILE
                MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
                MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-CAB-DATA
                MOVE WS-AMB-NOME TO WS-CAB-AMBIENTE
                WRITE WS-REL-LINHA FROM WS-CAB-1
                MOVE ALL '-' TO WS-REL-LINHA
                WRITE WS-REL-LINHA
                    IF WS-CRD-SALDO NOT = 0
                        ADD 1            TO WS-TOT-CLIENTES
                        ADD WS-CRD-SALDO TO WS-TOT-SALDO
                        MOVE WS-CRD-CODIGO  TO WS-DET-CODIGO
                        MOVE WS-CRD-CLIENTE TO WS-DET-CLIENTE
                        MOVE WS-CRD-SALDO   TO WS-DET-SALDO
                        WRITE WS-REL-LINHA FROM WS-DET-LINHA
