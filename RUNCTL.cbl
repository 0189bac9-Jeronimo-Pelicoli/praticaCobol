           03 WS-RC-HORA-INI        PIC 9(6).
           03 WS-RC-DATA-FIM        PIC 9(8).
           03 WS-RC-HORA-FIM        PIC 9(6).
      * S = o passo grava ponto de reinicio pelo CHKPONTO; depois de
      * um abend a operacao oferece a retomada em vez do rerun.
           03 WS-RC-REINICIAVEL     PIC X.

       WORKING-STORAGE SECTION.
       01 WS-RC-PATH               PIC X(40) VALUE 'RUNCONTROL.DAT'.
             05 WS-ENT-HORA-INI    PIC 9(6).
             05 WS-ENT-DATA-FIM    PIC 9(8).
             05 WS-ENT-HORA-FIM    PIC 9(6).
             05 WS-ENT-REINICIAVEL PIC X.
       01 WS-TOT-ENTRADAS          PIC 99    VALUE 0.
       01 WS-ENT-CORRENTE          PIC 99    VALUE 0.
       01 WS-ACHOU-SW              PIC X     VALUE 'N'.
           03 WS-AU-CONTADOR       PIC 9(6).
           03 WS-AU-OPERADOR       PIC X(8)  VALUE SPACES.

       01 WS-SIMULA-PARM.
           03 WS-SM-FUNCAO         PIC X     VALUE 'C'.
           03 WS-SM-ATIVA          PIC X     VALUE 'N'.
              88 WS-SM-SIMULANDO             VALUE 'S'.
           03 WS-SM-RC             PIC 99.

       01 WS-AMBIENTE-PARM.
           03 WS-AMB-FUNCAO        PIC X     VALUE 'R'.
           03 WS-AMB-NOME          PIC X(8)  VALUE SPACES.
           03 WS-AMB-RAIZ          PIC X(40) VALUE SPACES.
           03 WS-AMB-RC            PIC 99.

       LINKAGE SECTION.
       01 PARAMETROS-RUNCTL.
           02 WS-PRM-FUNCAO        PIC X.
              88 WS-FUNCAO-INICIA          VALUE 'I'.
              88 WS-FUNCAO-FINALIZA        VALUE 'F'.
              88 WS-FUNCAO-REINICIAVEL     VALUE 'R'.
           02 WS-PRM-PROGRAMA      PIC X(12).
           02 WS-PRM-STATUS-FIM    PIC X.
              88 WS-FIM-OK                 VALUE 'O'.
      * mesmo programa - duas copias simultaneas destruiriam as
      * saidas uma da outra. O RUNCTLLIMPA limpa a trava que um abend
      * deixar para tras.
           CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-RC-PATH
           SET WS-RC-OK TO TRUE
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL

      * A simulacao da cadeia nao deixa rastro no controle de
      * execucao: o run e concedido sem ler nem gravar o arquivo.
           CALL 'CADSIMULA' USING WS-SIMULA-PARM
           IF WS-SM-SIMULANDO
               GOBACK
           END-IF

           PERFORM P100-CARREGA-ENTRADAS
           PERFORM P200-LOCALIZA-PROGRAMA

                   END-IF
               WHEN WS-FUNCAO-FINALIZA
                   PERFORM P400-REGISTRA-FIM
               WHEN WS-FUNCAO-REINICIAVEL
                   PERFORM P450-REGISTRA-REINICIAVEL
               WHEN OTHER
                   SET WS-RC-FUNCAO-INVALIDA TO TRUE
           END-EVALUATE
                        AT END SET WS-FIM TO TRUE
                        NOT AT END
                            ADD 1 TO WS-TOT-ENTRADAS
                            MOVE WS-RC-REGISTRO
                                 TO WS-ENT(WS-TOT-ENTRADAS)
                    END-READ
                END-PERFORM
                    MOVE WS-TOT-ENTRADAS TO WS-ENT-CORRENTE
                    MOVE WS-PRM-PROGRAMA
                         TO WS-ENT-PROGRAMA(WS-ENT-CORRENTE)
                    MOVE 'N' TO WS-ENT-REINICIAVEL(WS-ENT-CORRENTE)
                END-IF
            END-IF

                    MOVE WS-TOT-ENTRADAS TO WS-ENT-CORRENTE
                    MOVE WS-PRM-PROGRAMA
                         TO WS-ENT-PROGRAMA(WS-ENT-CORRENTE)
                    MOVE 'N' TO WS-ENT-REINICIAVEL(WS-ENT-CORRENTE)
                END-IF
            END-IF
            IF WS-ENT-CORRENTE > 0
                     TO WS-ENT-HORA-FIM(WS-ENT-CORRENTE)
            END-IF
            .
       P450-REGISTRA-REINICIAVEL.
      * Chamado pelo CHKPONTO no inicio do run: o passo guarda ponto
      * de reinicio e pode ser retomado depois de um abend.
            IF WS-ACHOU
                MOVE 'S' TO WS-ENT-REINICIAVEL(WS-ENT-CORRENTE)
            END-IF
            .
       P500-REGRAVA-ARQUIVO.
            OPEN OUTPUT WS-RC-FILE
            PERFORM VARYING WS-ENT-IDX FROM 1 BY 1
