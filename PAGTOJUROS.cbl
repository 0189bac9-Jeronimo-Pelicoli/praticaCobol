       FILE SECTION.
       FD  WS-VENC-FILE.
       01 WS-VENC-REGISTRO.
           03 WS-VENC-ID             PIC 9(9).
           03 WS-VENC-DATA           PIC 9(8).
       FD  WS-HIST-FILE.
       01 WS-HIST-REGISTRO.
           03 WS-HIST-ID             PIC 9(9).
           03 WS-HIST-VALOR          PIC S9(9)V99.
           03 WS-HIST-DATA           PIC 9(8).
           03 WS-HIST-CLIENTE        PIC X(30).
           03 WS-HIST-SITUACAO       PIC X.
           03 WS-HIST-COD-CLIENTE    PIC 9(6).
       FD  WS-PARM-FILE.
       01 WS-PARM-REGISTRO.
           03 WS-PARM-MULTA-PCT      PIC 99V99.
           03 WS-PARM-JUROS-MES-PCT  PIC 99V99.
       FD  WS-ENC-FILE.
       01 WS-ENC-REGISTRO.
           03 WS-ENC-ID              PIC 9(9).
           03 WS-ENC-VALOR           PIC S9(9)V99.
           03 WS-ENC-DATA-VENC       PIC 9(8).
           03 WS-ENC-DATA-CONF       PIC 9(8).
           03 WS-ENC-DIAS-ATRASO     PIC 9(4).
           03 WS-ENC-MULTA           PIC S9(9)V99.
           03 WS-ENC-JUROS           PIC S9(9)V99.
           03 WS-ENC-TOTAL           PIC S9(9)V99.
           03 WS-ENC-CLIENTE         PIC X(30).
           03 WS-ENC-COD-CLIENTE     PIC 9(6).

       WORKING-STORAGE SECTION.
       01 WS-VENC-PATH             PIC X(40) VALUE 'PAGTOVENC.DAT'.
       01 WS-INT-VENC              PIC 9(7)  VALUE 0.
       01 WS-INT-CONF              PIC 9(7)  VALUE 0.
       01 WS-DIAS-ATRASO           PIC S9(4) VALUE 0.
       01 WS-MULTA                 PIC S9(9)V99 VALUE 0.
       01 WS-JUROS                 PIC S9(9)V99 VALUE 0.

       01 WS-TOT-LIDO              PIC 9(6)  VALUE 0.
       01 WS-TOT-ENCARGO           PIC 9(6)  VALUE 0.
           03 WS-AC-HASH           PIC S9(11)V99.
           03 WS-AC-RC             PIC 99.

       01 WS-AMBIENTE-PARM.
           03 WS-AMB-FUNCAO        PIC X     VALUE 'R'.
           03 WS-AMB-NOME          PIC X(8)  VALUE SPACES.
           03 WS-AMB-RAIZ          PIC X(40) VALUE SPACES.
           03 WS-AMB-RC            PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-VENC-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-HIST-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-PARM-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-ENC-PATH
            DISPLAY 'PAGTOJUROS - ENCARGOS DE ATRASO'

            PERFORM P060-CARREGA-PARAMETRO
                MOVE WS-JUROS       TO WS-ENC-JUROS
                COMPUTE WS-ENC-TOTAL = WS-MULTA + WS-JUROS
                MOVE WS-HIST-CLIENTE TO WS-ENC-CLIENTE
                MOVE WS-HIST-COD-CLIENTE TO WS-ENC-COD-CLIENTE
                WRITE WS-ENC-REGISTRO

                ADD 1 TO WS-TOT-ENCARGO
