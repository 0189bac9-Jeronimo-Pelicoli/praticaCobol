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
       FD  WS-PNOVO-FILE.
       01 WS-PNOVO-REGISTRO          PIC X(71).
       FD  WS-PROP-FILE.
       01 WS-PROP-REGISTRO.
           03 WS-PROP-ID             PIC 9(9).
           03 WS-PROP-VALOR          PIC S9(9)V99.
           03 WS-PROP-CLIENTE        PIC X(30).
           03 WS-PROP-DATA-PEND      PIC 9(8).
           03 WS-PROP-DIAS           PIC 9(4).
           03 WS-PROP-COD-CLIENTE    PIC 9(6).
       FD  WS-PRNOVO-FILE.
       01 WS-PRNOVO-REGISTRO         PIC X(68).
       FD  WS-BXA-FILE.
       01 WS-BXA-REGISTRO.
           03 WS-BXA-ID              PIC 9(9).
           03 WS-BXA-VALOR           PIC S9(9)V99.
           03 WS-BXA-CLIENTE         PIC X(30).
           03 WS-BXA-DATA-PEND       PIC 9(8).
           03 WS-BXA-DATA-BAIXA      PIC 9(8).
           03 WS-BXA-OPERADOR        PIC X(8).
           03 WS-BXA-COD-CLIENTE     PIC 9(6).

       WORKING-STORAGE SECTION.
       01 WS-PEND-PATH               PIC X(40)
       01 WS-HOJE-INTEGER            PIC 9(7)  VALUE 0.
       01 WS-PEND-INTEGER            PIC 9(7)  VALUE 0.
       01 WS-DIAS-PENDENTE           PIC S9(4) VALUE 0.
       01 WS-VALOR-ED                PIC ZZZ,ZZZ,ZZ9.99-.

      * Ids aprovados nesta sessao, para varrer da fila de pendentes.
       01 WS-TAB-BAIXADOS.
          03 WS-BXD OCCURS 500 TIMES INDEXED BY WS-BXD-IDX.
             05 WS-BXD-ID             PIC 9(9).
       01 WS-TOT-BAIXADOS            PIC 9(3)  VALUE 0.

       01 WS-CONTADORES.
           03 WS-PL-VALOR          PIC X(14).
           03 WS-PL-RC             PIC 99.

       01 WS-CONTRATO-PARM.
           03 WS-CT-FUNCAO         PIC X.
           03 WS-CT-ID             PIC 9(9).
           03 WS-CT-VALOR          PIC S9(9)V99.
           03 WS-CT-DATA           PIC 9(8).
           03 WS-CT-CONTRATO       PIC X(8).
           03 WS-CT-PARCELA        PIC 99.
           03 WS-CT-RC             PIC 99.

       01 WS-CONTACOR-PARM.
           03 WS-CC-FUNCAO         PIC X.
           03 WS-CC-COD-CLIENTE    PIC 9(6).
           03 WS-CC-EVENTO         PIC XX.
           03 WS-CC-VALOR          PIC S9(9)V99.
           03 WS-CC-DATA           PIC 9(8).
           03 WS-CC-ID             PIC 9(9).
           03 WS-CC-HISTORICO      PIC X(30).
           03 WS-CC-PROGRAMA       PIC X(12) VALUE 'PAGTOBAIXA'.
           03 WS-CC-SALDO          PIC S9(11)V99.
           03 WS-CC-RC             PIC 99.

       01 WS-AUDIT-PARM.
           03 WS-AU-PROGRAMA       PIC X(12) VALUE 'PAGTOBAIXA'.
           03 WS-AU-EVENTO         PIC X(12).
           03 WS-AU-CONTADOR       PIC 9(6).
           03 WS-AU-OPERADOR       PIC X(8)  VALUE SPACES.

       01 WS-AMBIENTE-PARM.
           03 WS-AMB-FUNCAO        PIC X     VALUE 'R'.
           03 WS-AMB-NOME          PIC X(8)  VALUE SPACES.
           03 WS-AMB-RAIZ          PIC X(40) VALUE SPACES.
           03 WS-AMB-RC            PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-PEND-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-PNOVO-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-PROP-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-PRNOVO-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-BXA-PATH
            DISPLAY 'PAGTOBAIXA - BAIXA POR PERDA'
            DISPLAY 'MODO (P=PROPOE, A=APROVA): '
            ACCEPT WS-MODO-EXECUCAO
                MOVE WS-PEND-CLIENTE        TO WS-PROP-CLIENTE
                MOVE WS-PEND-DATA-PENDENCIA TO WS-PROP-DATA-PEND
                MOVE WS-DIAS-PENDENTE       TO WS-PROP-DIAS
                MOVE WS-PEND-COD-CLIENTE    TO WS-PROP-COD-CLIENTE
                WRITE WS-PROP-REGISTRO
                ADD 1 TO WS-TOT-PROPOSTO
            END-IF
                    MOVE WS-PROP-DATA-PEND TO WS-BXA-DATA-PEND
                    MOVE WS-HOJE           TO WS-BXA-DATA-BAIXA
                    MOVE WS-ENT-OPERADOR   TO WS-BXA-OPERADOR
                    MOVE WS-PROP-COD-CLIENTE TO WS-BXA-COD-CLIENTE
                    WRITE WS-BXA-REGISTRO
                    ADD 1              TO WS-TOT-APROVADO
                    ADD WS-PROP-VALOR  TO WS-VALOR-BAIXADO
                    END-IF
                    MOVE 'BAIXA-PERDA' TO WS-AU-EVENTO
                    MOVE SPACES        TO WS-AU-CHAVE
                    MOVE WS-PROP-ID    TO WS-AU-CHAVE(1:9)
                    MOVE WS-ENT-OPERADOR TO WS-AU-CHAVE(11:8)
                    MOVE 0             TO WS-AU-CONTADOR
                    CALL 'AUDITLOG' USING WS-AUDIT-PARM
                    PERFORM P470-BAIXA-CONTRATO
                    PERFORM P480-LANCA-CONTA-CORRENTE
                WHEN WS-DEC-RECUSA
                    ADD 1 TO WS-TOT-RECUSADO
                WHEN OTHER

            PERFORM P450-LE-PROPOSTA
            .
       P470-BAIXA-CONTRATO.
      * Pagamento de parcela de contrato baixado por perda tira a
      * parcela do saldo a receber do contrato.
            MOVE 'B'           TO WS-CT-FUNCAO
            MOVE WS-PROP-ID    TO WS-CT-ID
            MOVE WS-PROP-VALOR TO WS-CT-VALOR
            MOVE WS-HOJE       TO WS-CT-DATA
            CALL 'CONTRATOATU' USING WS-CONTRATO-PARM
            EVALUATE WS-CT-RC
                WHEN 0
                    DISPLAY 'CONTRATO ' WS-CT-CONTRATO ' PARCELA '
                            WS-CT-PARCELA ' BAIXADA.'
                WHEN 4
                    CONTINUE
                WHEN OTHER
                    DISPLAY 'CONTRATO NAO ATUALIZADO PARA O ID '
                            WS-CT-ID ' RC ' WS-CT-RC
            END-EVALUATE
            .
       P480-LANCA-CONTA-CORRENTE.
      * A baixa tira o valor do que o cliente deve na conta corrente.
            MOVE 'L'                 TO WS-CC-FUNCAO
            MOVE WS-PROP-COD-CLIENTE TO WS-CC-COD-CLIENTE
            MOVE 'BX'                TO WS-CC-EVENTO
            MOVE WS-PROP-VALOR       TO WS-CC-VALOR
            MOVE WS-HOJE             TO WS-CC-DATA
            MOVE WS-PROP-ID          TO WS-CC-ID
            MOVE 'BAIXA POR PERDA'   TO WS-CC-HISTORICO
            CALL 'CONTACORPOSTA' USING WS-CONTACOR-PARM
            IF WS-CC-RC NOT = 0 AND WS-CC-RC NOT = 4
                DISPLAY 'CONTA CORRENTE NAO ATUALIZADA PARA O ID '
                        WS-CC-ID ' RC ' WS-CC-RC
            END-IF
            .
       P600-REMOVE-DOS-PENDENTES.
      * A fila de pendentes e reescrita sem os itens baixados, no
      * esquema de troca do P950 do PAGTOCONFIRM.
