       01 WS-ENT-DATA              PIC X(8)  VALUE SPACES.
       01 WS-DATA-INICIO           PIC 9(8)  VALUE 0.

       01 WS-VALOR-PARCELA         PIC S9(9)V99 VALUE 0.
       01 WS-VALOR-ULTIMA          PIC S9(9)V99 VALUE 0.
       01 WS-PARCELA-CORRENTE      PIC 99    VALUE 0.
       01 WS-ANO-CORRENTE          PIC 9(4)  VALUE 0.
       01 WS-MES-CORRENTE          PIC 99    VALUE 0.
       01 WS-RESTO-400             PIC 9(4)  VALUE 0.
       01 WS-DATA-PARCELA          PIC 9(8)  VALUE 0.
       01 WS-DATA-UTIL             PIC 9(8)  VALUE 0.
       01 WS-VALOR-SIMULADO        PIC S9(9)V99 VALUE 0.

       01 WS-TAB-DIAS-MES.
          03 FILLER                PIC X(24)
       01 WS-TAB-ATRASOS-R REDEFINES WS-TAB-ATRASOS.
          03 WS-ATR OCCURS 3 TIMES INDEXED BY WS-ATR-IDX.
             05 WS-ATR-DIAS        PIC 9(4).
       01 WS-MULTA-PROJ            PIC S9(9)V99 VALUE 0.
       01 WS-JUROS-PROJ            PIC S9(9)V99 VALUE 0.

       01 WS-DATA-HORA-ATUAL       PIC X(21).
       01 WS-HOJE                  PIC 9(8)  VALUE 0.
       01 WS-DIAS-UTEIS            PIC 99    VALUE 0.
       01 WS-DATA-VALIDADE         PIC 9(8)  VALUE 0.

       01 WS-VALOR-ED              PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-LINHA-TRABALHO        PIC X(80) VALUE SPACES.

       01 WS-CALUTIL-PARM.
           03 WS-CA-DIA-UTIL       PIC X.
           03 WS-CA-DATA-UTIL      PIC 9(8).

       01 WS-AMBIENTE-PARM.
           03 WS-AMB-FUNCAO        PIC X     VALUE 'R'.
           03 WS-AMB-NOME          PIC X(8)  VALUE SPACES.
           03 WS-AMB-RAIZ          PIC X(40) VALUE SPACES.
           03 WS-AMB-RC            PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-PARM-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-REL-PATH
            DISPLAY 'PAGTOSIMULA - SIMULACAO DE PLANO DE PAGAMENTO'

            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
            OPEN OUTPUT WS-REL-FILE
            MOVE 'ORCAMENTO DE PLANO DE PAGAMENTO - NAO VINCULANTE'
                 TO WS-REL-LINHA
            MOVE 'AMBIENTE '        TO WS-REL-LINHA(53:9)
            MOVE WS-AMB-NOME        TO WS-REL-LINHA(62:8)
            WRITE WS-REL-LINHA
            MOVE SPACES TO WS-LINHA-TRABALHO
            STRING 'EMITIDO EM ' WS-HOJE
