
       01 WS-FIM-ARQUIVO           PIC X     VALUE 'N'.
          88 WS-FIM                          VALUE 'Y'.
       01 WS-VALIDO-SW             PIC X     VALUE 'Y'.
          88 WS-VALIDO                       VALUE 'Y'.
       01 WS-DECISAO               PIC X     VALUE 'S'.
          88 WS-DEC-APLICA                   VALUE 'A'.
          88 WS-DEC-REJEITA                  VALUE 'R'.
           03 WS-SG-FUNCAO         PIC X.
           03 WS-SG-PERFIL         PIC X.
           03 WS-SG-RC             PIC 99.
              88 WS-SG-SEM-SESSAO          VALUE 4.

       01 WS-AMBIENTE-PARM.
           03 WS-AMB-FUNCAO        PIC X     VALUE 'R'.
           03 WS-AMB-NOME          PIC X(8)  VALUE SPACES.
           03 WS-AMB-RAIZ          PIC X(40) VALUE SPACES.
           03 WS-AMB-RC            PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-PRM-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-HIS-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-PEN-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-PEN-NOVO-PATH
            DISPLAY 'PARMMANUT - MANUTENCAO DE PARAMETROS'
            MOVE SPACES TO WS-SG-ID
            MOVE 'A' TO WS-SG-FUNCAO
            CALL 'OPERSIGNON' USING WS-SIGNON-PARM
            IF WS-SG-SEM-SESSAO
                DISPLAY 'OPERADOR: '
                ACCEPT WS-SG-ID
                DISPLAY 'SENHA   : '
                ACCEPT WS-SG-SENHA
                CALL 'OPERSIGNON' USING WS-SIGNON-PARM
            END-IF
            IF WS-SG-RC NOT = 0
                DISPLAY 'ACESSO NEGADO (RC ' WS-SG-RC ').'
                MOVE 8 TO RETURN-CODE
            ACCEPT WS-ENT-VALOR
            MOVE WS-SG-ID TO WS-ENT-OPERADOR

            MOVE 'Y' TO WS-VALIDO-SW
            IF WS-ENT-PROGRAMA = 'TARIFAS'
                PERFORM P210-VALIDA-TARIFA
            END-IF
            IF WS-VALIDO
                PERFORM P220-ESTAGIA
            END-IF
            .
       P210-VALIDA-TARIFA.
      * A tabela de tarifas do TARIFACOB: um parametro por evento
      * tarifavel, com o valor em reais vigente a partir da data.
            EVALUATE WS-ENT-NOME
                WHEN 'DEB-DEVOLV'
                WHEN 'BOLETO-2VIA'
                WHEN 'CHEQUE-DEVOL'
                WHEN 'EXTRATO-EXT'
                    CONTINUE
                WHEN OTHER
                    DISPLAY 'EVENTO DE TARIFA DESCONHECIDO: '
                            WS-ENT-NOME
                    DISPLAY 'USE DEB-DEVOLV, BOLETO-2VIA, CHEQUE-DEVOL '
                            'OU EXTRATO-EXT.'
                    MOVE 'N' TO WS-VALIDO-SW
            END-EVALUATE
            IF WS-VALIDO
                IF FUNCTION TEST-NUMVAL(WS-ENT-VALOR) NOT = 0
                    DISPLAY 'VALOR DE TARIFA INVALIDO: ' WS-ENT-VALOR
                    MOVE 'N' TO WS-VALIDO-SW
                ELSE
                    IF FUNCTION NUMVAL(WS-ENT-VALOR) < 0
                        DISPLAY 'VALOR DE TARIFA NAO PODE SER '
                                'NEGATIVO.'
                        MOVE 'N' TO WS-VALIDO-SW
                    END-IF
                END-IF
            END-IF
            IF NOT WS-VALIDO
                DISPLAY 'MUDANCA NAO ESTAGIADA.'
            END-IF
            .
       P220-ESTAGIA.
            MOVE WS-ENT-PROGRAMA     TO WS-PL-PROGRAMA
            MOVE WS-ENT-NOME         TO WS-PL-NOME
            MOVE WS-ENT-DATA-EFETIVA TO WS-PL-DATA-PROC
