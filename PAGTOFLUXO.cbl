           SELECT WS-EST-FILE      ASSIGN TO WS-EST-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-EST-FS.
           SELECT WS-RCB-FILE      ASSIGN TO WS-RCB-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-RCB-FS.
           SELECT WS-REL-FILE      ASSIGN TO WS-REL-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-REL-FS.
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
       FD  WS-VENC-FILE.
       01 WS-VENC-REGISTRO.
           03 WS-VENC-ID             PIC 9(9).
           03 WS-VENC-DATA           PIC 9(8).
       FD  WS-EST-FILE.
       01 WS-EST-REGISTRO.
           03 WS-EST-LIDOS          PIC 9(6).
           03 WS-EST-GRAVADOS       PIC 9(6).
           03 WS-EST-REG-SEG        PIC 9(5)V99.
       FD  WS-RCB-FILE.
       01 WS-RCB-REGISTRO.
           03 WS-RCB-NSU             PIC X(12).
           03 WS-RCB-ID              PIC 9(9).
           03 WS-RCB-PARCELA         PIC 99.
           03 WS-RCB-PARCELAS        PIC 99.
           03 WS-RCB-MODALIDADE      PIC X.
           03 WS-RCB-DATA-CREDITO    PIC 9(8).
           03 WS-RCB-VALOR           PIC S9(9)V99.
           03 WS-RCB-DATA-PROC       PIC 9(8).
       FD  WS-REL-FILE.
       01 WS-REL-LINHA               PIC X(80).

                            VALUE 'PAGTOCONFIRM.PENDENTES'.
       01 WS-VENC-PATH               PIC X(40) VALUE 'PAGTOVENC.DAT'.
       01 WS-EST-PATH                PIC X(40) VALUE 'RUNSTATS.DAT'.
       01 WS-RCB-PATH                PIC X(40)
                            VALUE 'CARTAO.RECEBIVEIS'.
       01 WS-REL-PATH                PIC X(40) VALUE 'PAGTOFLUXO.REL'.
       01 WS-PEND-FS                 PIC XX.
       01 WS-VENC-FS                 PIC XX.
       01 WS-EST-FS                  PIC XX.
       01 WS-RCB-FS                  PIC XX.
       01 WS-REL-FS                  PIC XX.

       01 WS-FIM-ARQUIVO             PIC X     VALUE 'N'.
      * Vencimentos por id de pagamento.
       01 WS-TAB-VENCIMENTOS.
          03 WS-VEN OCCURS 1000 TIMES INDEXED BY WS-VEN-IDX.
             05 WS-VEN-ID            PIC 9(9).
             05 WS-VEN-DATA          PIC 9(8).
       01 WS-TOT-VENC                PIC 9(4)  VALUE 0.

       01 WS-ACUMULADO               PIC S9(11)V99 VALUE 0.
       01 WS-TOT-ALEM                PIC S9(11)V99 VALUE 0.
       01 WS-TOT-SEM-VENC            PIC S9(11)V99 VALUE 0.
       01 WS-TOT-CARTAO              PIC S9(11)V99 VALUE 0.
       01 WS-TAXA-ED                 PIC 9.9999.

       01 WS-CAB-1.
           03 FILLER                 PIC X(34)
                    VALUE 'PREVISAO DE RECEBIMENTOS - DATA:  '.
           03 WS-CAB-DATA            PIC 9(8).
           03 FILLER                 PIC X(11) VALUE '  AMBIENTE '.
           03 WS-CAB-AMBIENTE        PIC X(8).
       01 WS-CAB-2.
           03 FILLER                 PIC X(10) VALUE 'DIA UTIL'.
           03 FILLER                 PIC X(10) VALUE 'ITENS'.
           03 WS-PL-VALOR          PIC X(14).
           03 WS-PL-RC             PIC 99.

       01 WS-AMBIENTE-PARM.
           03 WS-AMB-FUNCAO        PIC X     VALUE 'R'.
           03 WS-AMB-NOME          PIC X(8)  VALUE SPACES.
           03 WS-AMB-RAIZ          PIC X(40) VALUE SPACES.
           03 WS-AMB-RC            PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-PEND-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-VENC-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-EST-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-RCB-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-REL-PATH
            DISPLAY 'PAGTOFLUXO - PREVISAO DE RECEBIMENTOS'

            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
            PERFORM P060-CALCULA-TAXA
            PERFORM P100-MONTA-DIAS-UTEIS
            PERFORM P200-DISTRIBUI-PENDENTES
            PERFORM P300-DISTRIBUI-CARTOES
            PERFORM P700-IMPRIME-PREVISAO

            STOP RUN.
                END-IF
            END-PERFORM
            .
       P300-DISTRIBUI-CARTOES.
      * Credito agendado pela credenciadora ja esta vendido: entra
      * pelo valor liquido na data de credito, sem a taxa historica
      * de confirmacao. Parcela ja creditada fica fora.
            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN INPUT WS-RCB-FILE
            IF WS-RCB-FS = '00'
                PERFORM P350-LE-RECEBIVEL
                PERFORM P360-CLASSIFICA-RECEBIVEL
                        UNTIL WS-FIM
                CLOSE WS-RCB-FILE
            END-IF
            MOVE 'N' TO WS-FIM-ARQUIVO
            .
       P350-LE-RECEBIVEL.
            READ WS-RCB-FILE
                AT END SET WS-FIM TO TRUE
            END-READ
            .
       P360-CLASSIFICA-RECEBIVEL.
            IF WS-RCB-DATA-CREDITO > WS-HOJE
                MOVE WS-RCB-VALOR        TO WS-VALOR-ESPERADO
                MOVE WS-RCB-DATA-CREDITO TO WS-DATA-VENC-ITEM
                ADD WS-VALOR-ESPERADO    TO WS-TOT-CARTAO
                IF WS-DATA-VENC-ITEM <= WS-DIA-DATA(1)
                    ADD WS-VALOR-ESPERADO TO WS-DIA-VALOR(1)
                    ADD 1 TO WS-DIA-QTD(1)
                ELSE
                    IF WS-DATA-VENC-ITEM > WS-DIA-DATA(WS-TOT-DIAS)
                        ADD WS-VALOR-ESPERADO TO WS-TOT-ALEM
                    ELSE
                        PERFORM P270-ACHA-BALDE
                    END-IF
                END-IF
            END-IF
            PERFORM P350-LE-RECEBIVEL
            .
       P700-IMPRIME-PREVISAO.
            OPEN OUTPUT WS-REL-FILE
            MOVE WS-HOJE TO WS-CAB-DATA
            MOVE WS-AMB-NOME TO WS-CAB-AMBIENTE
            WRITE WS-REL-LINHA FROM WS-CAB-1
            WRITE WS-REL-LINHA FROM WS-CAB-2
            MOVE ALL '-' TO WS-REL-LINHA
            MOVE 'SEM VENCIMENTO (DIA 1)' TO WS-TOT-LITERAL
            MOVE WS-TOT-SEM-VENC          TO WS-TOT-VALOR-ED
            WRITE WS-REL-LINHA FROM WS-TOT-LINHA
            MOVE 'CARTOES A CREDITAR'     TO WS-TOT-LITERAL
            MOVE WS-TOT-CARTAO            TO WS-TOT-VALOR-ED
            WRITE WS-REL-LINHA FROM WS-TOT-LINHA

            MOVE WS-TAXA-CONFIRMACAO TO WS-TAXA-ED
            MOVE SPACES TO WS-REL-LINHA
