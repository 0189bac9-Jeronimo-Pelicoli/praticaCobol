       FD  WS-PAGTO-FILE.
       01 WS-PAGTO-REG-IN.
           03 WS-IN-TIPO            PIC X.
           03 WS-IN-ID              PIC 9(9).
           03 WS-IN-VALOR           PIC S9(9)V99.
           03 WS-IN-COD-SITUACAO    PIC X.
           03 WS-IN-MOTIVO          PIC 99.
           03 WS-IN-CLIENTE         PIC X(30).
           03 WS-IN-DATA-PENDENCIA  PIC X(8).
           03 WS-IN-FILIAL          PIC X(3).
           03 WS-IN-COD-CLIENTE     PIC 9(6).
       01 WS-PAGTO-REG-HDR.
           03 WS-HDR-TIPO           PIC X.
           03 WS-HDR-DATA           PIC 9(8).
       01 WS-ENT-SITUACAO          PIC X     VALUE SPACE.
       01 WS-ENT-MOTIVO            PIC XX    VALUE SPACES.
       01 WS-ENT-CLIENTE           PIC X(30) VALUE SPACES.
       01 WS-ENT-COD-CLIENTE       PIC X(6)  VALUE SPACES.
       01 WS-ENT-DATA-PEND         PIC X(8)  VALUE SPACES.
       01 WS-ENT-FILIAL            PIC X(3)  VALUE SPACES.
       01 WS-VALOR-DIGITADO        PIC S9(9)V99 VALUE 0.

       01 WS-DATA-HORA-ATUAL       PIC X(21).
       01 WS-TOT-DIGITADO          PIC 9(6)      VALUE 0.
       01 WS-PAGTOID-PARM.
           03 WS-PI-FUNCAO         PIC X.
           03 WS-PI-FILIAL         PIC X(3).
           03 WS-PI-ID             PIC 9(9).
           03 WS-PI-RC             PIC 99.

       01 WS-AUDIT-PARM.
           03 WS-AU-CONTADOR       PIC 9(6).
           03 WS-AU-OPERADOR       PIC X(8)  VALUE SPACES.

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
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-PAGTO-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CLI-PATH
            DISPLAY 'PAGTOENTRADA - DIGITACAO DE PAGAMENTOS'

      * Vindo do menu principal, o operador e o da sessao.
            CALL 'OPERSESSAO' USING WS-SESSAO-PARM

            IF WS-SS-ATIVA
                MOVE WS-SS-OPERADOR TO WS-AU-OPERADOR
            END-IF

            MOVE 'INICIO' TO WS-AU-EVENTO
            MOVE SPACES   TO WS-AU-CHAVE
            MOVE 0        TO WS-AU-CONTADOR
                DISPLAY 'MOTIVO (00-05): '
                ACCEPT WS-ENT-MOTIVO
                PERFORM P275-VALIDA-MOTIVO
                DISPLAY 'CODIGO DO CLIENTE: '
                ACCEPT WS-ENT-COD-CLIENTE
                PERFORM P280-VALIDA-CLIENTE
                DISPLAY 'DATA DA PENDENCIA (AAAAMMDD, VAZIO=NENHUMA): '
                ACCEPT WS-ENT-DATA-PEND
            END-IF
            .
       P280-VALIDA-CLIENTE.
      * O pagamento e amarrado ao cliente pelo codigo do master; o
      * nome vai junto so como texto de exibicao, tirado do proprio
      * master para nao divergir do cadastro.
            MOVE SPACES TO WS-ENT-CLIENTE
            IF WS-ENT-COD-CLIENTE NOT NUMERIC
                DISPLAY 'CODIGO DE CLIENTE INVALIDO: '
                        WS-ENT-COD-CLIENTE
                MOVE 'N' TO WS-ENTRADA-VALIDA-SW
            ELSE
                IF WS-CLI-ABERTO
                    MOVE WS-ENT-COD-CLIENTE TO WS-CLI-CODIGO
                    READ WS-CLI-FILE
                        INVALID KEY
                            DISPLAY 'CLIENTE NAO CADASTRADO: '
                                    WS-ENT-COD-CLIENTE
                            MOVE 'N' TO WS-ENTRADA-VALIDA-SW
                        NOT INVALID KEY
                            MOVE WS-CLI-NOME TO WS-ENT-CLIENTE
                            DISPLAY 'CLIENTE: ' WS-ENT-CLIENTE
                    END-READ
                ELSE
                    DISPLAY 'NOME DO CLIENTE: '
                    ACCEPT WS-ENT-CLIENTE
                    CALL 'NOMENORM' USING WS-ENT-CLIENTE
                END-IF
            END-IF
            .
       P285-VALIDA-DATA.
            MOVE WS-ENT-CLIENTE    TO WS-IN-CLIENTE
            MOVE WS-ENT-DATA-PEND  TO WS-IN-DATA-PENDENCIA
            MOVE WS-ENT-FILIAL     TO WS-IN-FILIAL
            MOVE WS-ENT-COD-CLIENTE TO WS-IN-COD-CLIENTE
            WRITE WS-PAGTO-REG-IN
            ADD 1                  TO WS-TOT-DIGITADO
            ADD WS-VALOR-DIGITADO  TO WS-HASH-TOTAL
