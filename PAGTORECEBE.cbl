       FD  WS-QUAR-FILE.
       01 WS-QUAR-DETALHE.
           03 WS-QD-TIPO             PIC X.
           03 WS-QD-ID               PIC 9(9).
           03 WS-QD-VALOR            PIC S9(9)V99.
           03 WS-QD-COD-SITUACAO     PIC X.
           03 WS-QD-MOTIVO           PIC 99.
           03 WS-QD-CLIENTE          PIC X(30).
      * O arquivo promovido sai no layout plano que o PAGTOMERGE le.
       FD  WS-PROM-FILE.
       01 WS-PROM-REGISTRO.
           03 WS-PR-ID               PIC 9(9).
           03 WS-PR-VALOR            PIC S9(9)V99.
           03 WS-PR-COD-SITUACAO     PIC X.
           03 WS-PR-MOTIVO           PIC 99.
           03 WS-PR-CLIENTE          PIC X(30).
           03 WS-AU-CONTADOR       PIC 9(6).
           03 WS-AU-OPERADOR       PIC X(8)  VALUE SPACES.

       01 WS-AMBIENTE-PARM.
           03 WS-AMB-FUNCAO        PIC X     VALUE 'R'.
           03 WS-AMB-NOME          PIC X(8)  VALUE SPACES.
           03 WS-AMB-RAIZ          PIC X(40) VALUE SPACES.
           03 WS-AMB-RC            PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-FILIAIS-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-LOG-PATH
            DISPLAY 'PAGTORECEBE - RECEPCAO DOS ARQUIVOS DE FILIAL'

            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
      * depois da conferencia de header, quantidade e hash o arquivo
      * e promovido para o nome que o PAGTOMERGE le.
            MOVE WS-FIL-T-ARQUIVO(WS-FIL-CORRENTE) TO WS-PROM-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-PROM-PATH
            MOVE SPACES TO WS-QUAR-PATH
            STRING FUNCTION TRIM(WS-PROM-PATH TRAILING) '.NOVO'
                   DELIMITED BY SIZE
