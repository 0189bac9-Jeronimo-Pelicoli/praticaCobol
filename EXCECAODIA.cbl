       01 WS-EXN-REGISTRO            PIC X(92).
       FD  WS-REJ-FILE.
       01 WS-REJ-REGISTRO.
           03 WS-REJ-ID              PIC 9(9).
           03 WS-REJ-VALOR           PIC S9(9)V99.
           03 WS-REJ-PAGTO           PIC X.
           03 WS-REJ-MOTIVO          PIC 99.
           03 WS-REJ-CLIENTE         PIC X(30).
           03 WS-REJ-COD-CLIENTE     PIC 9(6).
       FD  WS-EST-FILE.
       01 WS-EST-REGISTRO.
           03 WS-EST-PROGRAMA       PIC X(12).
       FD  WS-PAGTO-FILE.
       01 WS-PAGTO-REG-IN.
           03 WS-IN-TIPO            PIC X.
           03 WS-IN-ID              PIC 9(9).
           03 WS-IN-VALOR           PIC S9(9)V99.
           03 WS-IN-RESTO           PIC X(50).
       01 WS-PAGTO-REG-TRL.
           03 WS-TRL-TIPO           PIC X.
           03 WS-TRL-QTD            PIC 9(6).
          03 WS-TOT-ABERTAS         PIC 9(4) VALUE 0.
          03 WS-TOT-FECHADAS        PIC 9(4) VALUE 0.

       01 WS-SESSAO-PARM.
           03 WS-SS-FUNCAO         PIC X     VALUE 'C'.
           03 WS-SS-OPERADOR       PIC X(8)  VALUE SPACES.
           03 WS-SS-PERFIL         PIC X.
           03 WS-SS-TIMEOUT        PIC 9(3).
           03 WS-SS-RC             PIC 99    VALUE 4.
              88 WS-SS-ATIVA               VALUE 0.

       01 WS-AMBIENTE-PARM.
           03 WS-AMB-FUNCAO        PIC X     VALUE 'R'.
           03 WS-AMB-NOME          PIC X(8)  VALUE SPACES.
           03 WS-AMB-RAIZ          PIC X(40) VALUE SPACES.
           03 WS-AMB-RC            PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-EXC-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-EXN-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-REJ-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-EST-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-RC-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-PAGTO-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-REL-PATH
            DISPLAY 'EXCECAODIA - PENDENCIAS DA MANHA'

      * Vindo do menu principal, o operador e o da sessao.
            CALL 'OPERSESSAO' USING WS-SESSAO-PARM

            DISPLAY 'MODO (G=GERA, B=BAIXA COM ACEITE): '
            ACCEPT WS-MODO-EXECUCAO

            OPEN OUTPUT WS-REL-FILE
            MOVE SPACES TO WS-REL-LINHA
            STRING 'PENDENCIAS DA MANHA - ' WS-HOJE
                   '  AMBIENTE ' WS-AMB-NOME
                   DELIMITED BY SIZE
                   INTO WS-REL-LINHA
            END-STRING
      * A pendencia so fecha com operador e disposicao anotados.
            DISPLAY 'NUMERO DA PENDENCIA: '
            ACCEPT WS-NUMERO-BAIXA
            IF WS-SS-ATIVA
                MOVE WS-SS-OPERADOR TO WS-ENT-OPERADOR
            ELSE
                DISPLAY 'OPERADOR: '
                ACCEPT WS-ENT-OPERADOR
            END-IF
            DISPLAY 'DISPOSICAO: '
            ACCEPT WS-ENT-DISPOSICAO
            IF WS-ENT-DISPOSICAO = SPACES
