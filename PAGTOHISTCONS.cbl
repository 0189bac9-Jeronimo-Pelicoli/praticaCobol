       FD  WS-HM-FILE.
       01 WS-HM-REGISTRO.
           03 WS-HM-CHAVE.
              05 WS-HM-ID            PIC 9(9).
              05 WS-HM-DATA          PIC 9(8).
           03 WS-HM-VALOR            PIC S9(9)V99.
           03 WS-HM-SITUACAO         PIC X.
           03 WS-HM-MOTIVO           PIC 99.
           03 WS-HM-CLIENTE          PIC X(30).
           03 WS-HM-COD-CLIENTE      PIC 9(6).
       FD  WS-ARQ-FILE.
       01 WS-ARQ-REGISTRO.
           03 WS-ARQ-ID              PIC 9(9).
           03 WS-ARQ-DATA            PIC 9(8).
           03 WS-ARQ-VALOR           PIC S9(9)V99.
           03 WS-ARQ-SITUACAO        PIC X.
           03 WS-ARQ-MOTIVO          PIC 99.
           03 WS-ARQ-CLIENTE         PIC X(30).
           03 WS-ARQ-COD-CLIENTE     PIC 9(6).
       FD  WS-CTL-FILE.
       01 WS-CTL-REGISTRO.
           03 WS-CTL-DATA-CORTE      PIC 9(8).
       01 WS-FIM-ARQUIVO             PIC X     VALUE 'N'.
          88 WS-FIM                            VALUE 'Y'.

       01 WS-CONS-ID                 PIC 9(9)  VALUE 0.
       01 WS-CONS-DATA-INI           PIC 9(8)  VALUE 0.
       01 WS-CONS-DATA-FIM           PIC 9(8)  VALUE 99999999.
       01 WS-TOT-LISTADO             PIC 9(4)  VALUE 0.

       01 WS-VALOR-ED                PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-SITUACAO-DESC           PIC X(20).

       01 WS-DATA-CORTE              PIC 9(8)  VALUE 0.
       01 WS-ANO-INICIAL             PIC 9(4)  VALUE 0.
       01 WS-ANO-FINAL               PIC 9(4)  VALUE 0.

       01 WS-AMBIENTE-PARM.
           03 WS-AMB-FUNCAO        PIC X     VALUE 'R'.
           03 WS-AMB-NOME          PIC X(8)  VALUE SPACES.
           03 WS-AMB-RAIZ          PIC X(40) VALUE SPACES.
           03 WS-AMB-RC            PIC 99.

       01 WS-MASCARA-PARM.
           03 WS-MSC-FUNCAO        PIC X.
           03 WS-MSC-PROGRAMA      PIC X(12) VALUE 'PAGTOHISTCON'.
           03 WS-MSC-OPERADOR      PIC X(8)  VALUE SPACES.
           03 WS-MSC-PERFIL        PIC X     VALUE SPACE.
           03 WS-MSC-CHAVE         PIC X(30) VALUE SPACES.
           03 WS-MSC-CLARO         PIC X     VALUE 'N'.
           03 WS-MSC-TIPO          PIC X.
           03 WS-MSC-CAMPO         PIC X(60).
           03 WS-MSC-RC            PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-HM-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CTL-PATH
            DISPLAY 'PAGTOHISTCONS - CONSULTA AO HISTORICO MENSAL'

            DISPLAY 'INFORME O ID DO PAGAMENTO: '
                MOVE 99999999 TO WS-CONS-DATA-FIM
            END-IF

      * Nome do cliente sai mascarado conforme o perfil do operador
      * da sessao; visao em claro fica na trilha pelo CADMASCARA.
            MOVE 'A'    TO WS-MSC-FUNCAO
            MOVE SPACES TO WS-MSC-CHAVE
            STRING 'PAGAMENTO ' WS-CONS-ID
                   DELIMITED BY SIZE
                   INTO WS-MSC-CHAVE
            END-STRING
            CALL 'CADMASCARA' USING WS-MASCARA-PARM

            OPEN INPUT WS-HM-FILE
            IF WS-HM-FS NOT = '00'
                DISPLAY 'HISTORICO MENSAL NAO ENCONTRADO: ' WS-HM-PATH
            END-EVALUATE

            MOVE WS-HM-VALOR TO WS-VALOR-ED
            MOVE WS-HM-CLIENTE TO WS-MSC-CAMPO
            PERFORM P350-MASCARA-CLIENTE
            DISPLAY WS-HM-DATA ' ' WS-SITUACAO-DESC
                    ' VALOR: ' WS-VALOR-ED
                    ' MOTIVO: ' WS-HM-MOTIVO
                    ' CLIENTE: ' WS-MSC-CAMPO(1:30)
            ADD 1 TO WS-TOT-LISTADO

            PERFORM P250-LE-PROXIMO
            .
       P350-MASCARA-CLIENTE.
            MOVE 'M' TO WS-MSC-FUNCAO
            MOVE 'N' TO WS-MSC-TIPO
            CALL 'CADMASCARA' USING WS-MASCARA-PARM
            .
       P400-CARREGA-CORTE.
            MOVE 0 TO WS-DATA-CORTE
            OPEN INPUT WS-CTL-FILE
                   DELIMITED BY SIZE
                   INTO WS-ARQ-PATH
            END-STRING
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-ARQ-PATH
            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN INPUT WS-ARQ-FILE
            IF WS-ARQ-FS = '00'
                    WHEN OTHER MOVE 'DESCONHECIDA' TO WS-SITUACAO-DESC
                END-EVALUATE
                MOVE WS-ARQ-VALOR TO WS-VALOR-ED
                MOVE WS-ARQ-CLIENTE TO WS-MSC-CAMPO
                PERFORM P350-MASCARA-CLIENTE
                DISPLAY WS-ARQ-DATA ' ' WS-SITUACAO-DESC
                        ' VALOR: ' WS-VALOR-ED
                        ' MOTIVO: ' WS-ARQ-MOTIVO
                        ' CLIENTE: ' WS-MSC-CAMPO(1:30)
                        ' (ARQUIVO MORTO)'
                ADD 1 TO WS-TOT-LISTADO
            END-IF
