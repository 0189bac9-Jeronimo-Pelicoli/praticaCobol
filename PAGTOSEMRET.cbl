      * servem para envelhecer nada.
       FD  WS-RRG-FILE.
       01 WS-RRG-REGISTRO.
           03 WS-RRG-ID              PIC 9(9).
           03 WS-RRG-DATA            PIC 9(8).
       FD  WS-RGN-FILE.
       01 WS-RGN-REGISTRO            PIC X(14).
       FD  WS-RET-FILE.
       01 WS-RET-DETALHE.
           03 WS-RET-TIPO            PIC X.
           03 WS-RET-ID              PIC 9(9).
           03 WS-RET-VALOR           PIC S9(9)V99.
           03 WS-RET-CLIENTE         PIC X(30).
           03 WS-RET-OCORRENCIA      PIC XX.
           03 WS-RET-VALOR-PAGO      PIC S9(9)V99.
       FD  WS-RT2-FILE.
       01 WS-RT2-DETALHE.
           03 WS-RT2-TIPO            PIC X.
           03 WS-RT2-CLIENTE         PIC X(30).
           03 WS-RT2-ID              PIC 9(9).
           03 WS-RT2-VALOR           PIC 9(9)V99.
           03 WS-RT2-OCORRENCIA      PIC X(3).
           03 WS-RT2-VALOR-PAGO      PIC 9(9)V99.
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

      * Ids que voltaram do banco, de qualquer dos dois retornos.
       01 WS-TAB-RETORNADOS.
          03 WS-RTD OCCURS 2000 TIMES INDEXED BY WS-RTD-IDX.
             05 WS-RTD-ID            PIC 9(9).
       01 WS-TOT-RETORNADO           PIC 9(4)  VALUE 0.

      * Pendentes carregados para dar cliente e valor ao relatorio.
       01 WS-TAB-PENDENTES.
          03 WS-TPE OCCURS 1000 TIMES INDEXED BY WS-TPE-IDX.
             05 WS-TPE-ID             PIC 9(9).
             05 WS-TPE-CLIENTE        PIC X(30).
             05 WS-TPE-VALOR          PIC S9(9)V99.
       01 WS-TOT-PENDENTES           PIC 9(4)  VALUE 0.

       01 WS-DIAS-LIMITE             PIC 99    VALUE 3.
           03 FILLER                 PIC X(38)
                    VALUE 'REMETIDOS SEM RETORNO DO BANCO - DATA '.
           03 WS-CAB-DATA            PIC 9(8).
           03 FILLER                 PIC X(11) VALUE '  AMBIENTE '.
           03 WS-CAB-AMBIENTE        PIC X(8).
       01 WS-CAB-2.
           03 FILLER                 PIC X(10) VALUE 'PAGAMENTO'.
           03 FILLER                 PIC X(32) VALUE 'CLIENTE'.
           03 FILLER                 PIC X(10) VALUE 'REMESSA'.
           03 FILLER                 PIC X(6)  VALUE 'DIAS U'.
       01 WS-DET-LINHA.
           03 WS-DET-ID              PIC 9(9).
           03 FILLER                 PIC X     VALUE SPACE.
           03 WS-DET-CLIENTE         PIC X(30).
           03 FILLER                 PIC XX    VALUE SPACES.
           03 WS-DET-VALOR           PIC ZZZ,ZZZ,ZZ9.99-.
           03 FILLER                 PIC XX    VALUE SPACES.
           03 WS-DET-DATA            PIC 9(8).
           03 FILLER                 PIC X(3)  VALUE SPACES.
           03 WS-PL-VALOR          PIC X(14).
           03 WS-PL-RC             PIC 99.

       01 WS-AMBIENTE-PARM.
           03 WS-AMB-FUNCAO        PIC X     VALUE 'R'.
           03 WS-AMB-NOME          PIC X(8)  VALUE SPACES.
           03 WS-AMB-RAIZ          PIC X(40) VALUE SPACES.
           03 WS-AMB-RC            PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-RRG-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-RGN-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-RET-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-RT2-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-PEND-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-REL-PATH
            DISPLAY 'PAGTOSEMRET - REMETIDOS SEM RETORNO'

            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL

            OPEN OUTPUT WS-REL-FILE
            MOVE WS-HOJE TO WS-CAB-DATA
            MOVE WS-AMB-NOME TO WS-CAB-AMBIENTE
            WRITE WS-REL-LINHA FROM WS-CAB-1
            WRITE WS-REL-LINHA FROM WS-CAB-2
            MOVE ALL '-' TO WS-REL-LINHA
