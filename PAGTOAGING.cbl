       FD  WS-PEND-FILE.
       01 WS-PEND-REGISTRO.
           03 WS-PEND-TIPO           PIC X.
           03 WS-PEND-ID             PIC 9(9).
           03 WS-PEND-VALOR          PIC S9(9)V99.
           03 WS-PEND-COD-SITUACAO   PIC X.
           03 WS-PEND-MOTIVO         PIC 99.
           03 WS-PEND-CLIENTE        PIC X(30).
           03 WS-PEND-DATA-PENDENCIA PIC 9(8).
           03 WS-PEND-FILIAL         PIC X(3).
           03 WS-PEND-COD-CLIENTE    PIC 9(6).
       FD  WS-REL-FILE.
       01 WS-REL-LINHA               PIC X(80).

           03 FILLER                 PIC X(34)
                    VALUE 'AGING DE PAGAMENTOS PENDENTES EM: '.
           03 WS-CAB-DATA            PIC 9(8).
           03 FILLER                 PIC X(11) VALUE '  AMBIENTE '.
           03 WS-CAB-AMBIENTE        PIC X(8).
       01 WS-CAB-2.
           03 FILLER                 PIC X(10) VALUE 'PAGAMENTO'.
           03 FILLER                 PIC X(32) VALUE 'CLIENTE'.
           03 FILLER                 PIC X(10) VALUE 'ESCALAR'.

       01 WS-DET-LINHA.
           03 WS-DET-ID              PIC 9(9).
           03 FILLER                 PIC X     VALUE SPACE.
           03 WS-DET-CLIENTE         PIC X(30).
           03 FILLER                 PIC XX    VALUE SPACES.
           03 WS-DET-VALOR           PIC ZZZ,ZZZ,ZZ9.99-.
           03 FILLER                 PIC XX    VALUE SPACES.
           03 WS-DET-DIAS            PIC ZZZ9.
           03 FILLER                 PIC X(4)  VALUE SPACES.
           03 WS-TOT-LITERAL         PIC X(30).
           03 WS-TOT-QTD             PIC ZZZ,ZZ9.

       01 WS-RELARQ-PARM.
           03 WS-RA-FUNCAO         PIC X     VALUE 'R'.
           03 WS-RA-PROGRAMA       PIC X(12) VALUE 'PAGTOAGING'.
           03 WS-RA-RELATORIO      PIC X(30)
                                   VALUE 'PAGTOAGING.REL'.
           03 WS-RA-RC             PIC 99.
           03 WS-RA-PAGINAS        PIC 9(5).
           03 WS-RA-EXPURGADOS     PIC 9(5).
       01 WS-RC-SALVO              PIC S9(4) VALUE 0.

       01 WS-AMBIENTE-PARM.
           03 WS-AMB-FUNCAO        PIC X     VALUE 'R'.
           03 WS-AMB-NOME          PIC X(8)  VALUE SPACES.
           03 WS-AMB-RAIZ          PIC X(40) VALUE SPACES.
           03 WS-AMB-RC            PIC 99.

       01 WS-MASCARA-PARM.
           03 WS-MSC-FUNCAO        PIC X.
           03 WS-MSC-PROGRAMA      PIC X(12) VALUE 'PAGTOAGING'.
           03 WS-MSC-OPERADOR      PIC X(8)  VALUE SPACES.
           03 WS-MSC-PERFIL        PIC X     VALUE SPACE.
           03 WS-MSC-CHAVE         PIC X(30) VALUE SPACES.
           03 WS-MSC-CLARO         PIC X     VALUE 'N'.
           03 WS-MSC-TIPO          PIC X.
           03 WS-MSC-CAMPO         PIC X(60).
           03 WS-MSC-RC            PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-PARM-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-PEND-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-REL-PATH
            DISPLAY 'PAGTOAGING'

            PERFORM P060-CARREGA-PARAMETRO
                FUNCTION INTEGER-OF-DATE
                    (FUNCTION NUMVAL(WS-DATA-HORA-ATUAL(1:8)))
            MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-CAB-DATA
            MOVE WS-AMB-NOME TO WS-CAB-AMBIENTE

            MOVE 'A'         TO WS-MSC-FUNCAO
            MOVE WS-REL-PATH TO WS-MSC-CHAVE
            CALL 'CADMASCARA' USING WS-MASCARA-PARM

            OPEN OUTPUT WS-REL-FILE
            WRITE WS-REL-LINHA FROM WS-CAB-1
                CLOSE WS-PEND-FILE
            END-IF
            CLOSE WS-REL-FILE
      * Listagem fechada vai para o repositorio de relatorios.
            MOVE RETURN-CODE TO WS-RC-SALVO
            CALL 'RELARQUIVA' USING WS-RELARQ-PARM WS-REL-PATH
            MOVE WS-RC-SALVO TO RETURN-CODE

            STOP RUN.

            END-EVALUATE

            MOVE WS-PEND-ID      TO WS-DET-ID
            MOVE 'M'             TO WS-MSC-FUNCAO
            MOVE 'N'             TO WS-MSC-TIPO
            MOVE WS-PEND-CLIENTE TO WS-MSC-CAMPO
            CALL 'CADMASCARA' USING WS-MASCARA-PARM
            MOVE WS-MSC-CAMPO    TO WS-DET-CLIENTE
            MOVE WS-PEND-VALOR   TO WS-DET-VALOR
            MOVE WS-DIAS-PENDENTE TO WS-DET-DIAS
            IF WS-DIAS-PENDENTE > WS-LIMITE-ESCALACAO
