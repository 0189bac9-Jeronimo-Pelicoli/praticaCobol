      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUITABAIXA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-QTA-FILE      ASSIGN TO WS-QTA-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS WS-QTA-ID
                                    ALTERNATE RECORD KEY IS
                                        WS-QTA-CONTRATO WITH DUPLICATES
                                    FILE STATUS WS-QTA-FS.
           SELECT WS-HIST-FILE     ASSIGN TO WS-HIST-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS WS-HIST-ID
                                    FILE STATUS WS-HIST-FS.
           SELECT WS-CTR-FILE      ASSIGN TO WS-CTR-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS WS-CTR-CONTRATO
                                    FILE STATUS WS-CTR-FS.
           SELECT WS-CPA-FILE      ASSIGN TO WS-CPA-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS WS-CPA-CHAVE
                                    ALTERNATE RECORD KEY IS
                                        WS-CPA-PAGTO-ID WITH DUPLICATES
                                    FILE STATUS WS-CPA-FS.
           SELECT WS-DESC-FILE     ASSIGN TO WS-DESC-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-DESC-FS.
           SELECT WS-PEND-FILE     ASSIGN TO WS-PEND-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-PEND-FS.
           SELECT WS-PNOVO-FILE    ASSIGN TO WS-PNOVO-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-PNOVO-FS.
       DATA DIVISION.
       FILE SECTION.
       FD  WS-QTA-FILE.
       01 WS-QTA-REGISTRO.
           03 WS-QTA-ID              PIC 9(9).
           03 WS-QTA-CONTRATO        PIC X(8).
           03 WS-QTA-COD-CLIENTE     PIC 9(6).
           03 WS-QTA-CLIENTE         PIC X(30).
           03 WS-QTA-DATA-COTACAO    PIC 9(8).
           03 WS-QTA-DATA-BASE       PIC 9(8).
           03 WS-QTA-VALIDADE        PIC 9(8).
           03 WS-QTA-QTD-PARCELAS    PIC 99.
           03 WS-QTA-VALOR-NOMINAL   PIC S9(9)V99.
           03 WS-QTA-VALOR-DESCONTO  PIC S9(9)V99.
           03 WS-QTA-VALOR-QUITACAO  PIC S9(9)V99.
           03 WS-QTA-SITUACAO        PIC X.
           03 WS-QTA-DATA-SITUACAO   PIC 9(8).
           03 WS-QTA-OPERADOR        PIC X(8).
       FD  WS-HIST-FILE.
       01 WS-HIST-REGISTRO.
           03 WS-HIST-ID             PIC 9(9).
           03 WS-HIST-VALOR          PIC S9(9)V99.
           03 WS-HIST-DATA           PIC 9(8).
           03 WS-HIST-CLIENTE        PIC X(30).
           03 WS-HIST-SITUACAO       PIC X.
           03 WS-HIST-COD-CLIENTE    PIC 9(6).
       FD  WS-CTR-FILE.
       01 WS-CTR-REGISTRO.
           03 WS-CTR-CONTRATO        PIC X(8).
           03 WS-CTR-COD-CLIENTE     PIC 9(6).
           03 WS-CTR-CLIENTE         PIC X(30).
           03 WS-CTR-DATA-CONTRATO   PIC 9(8).
           03 WS-CTR-PRINCIPAL       PIC S9(9)V99.
           03 WS-CTR-TAXA-MES        PIC 9(2)V9(4).
           03 WS-CTR-QTD-PARCELAS    PIC 99.
           03 WS-CTR-PARCELAS-PAGAS  PIC 99.
           03 WS-CTR-PARCELAS-BAIXADAS PIC 99.
           03 WS-CTR-VALOR-PARCELA   PIC S9(9)V99.
           03 WS-CTR-SALDO-PRINCIPAL PIC S9(9)V99.
           03 WS-CTR-SALDO-ABERTO    PIC S9(9)V99.
           03 WS-CTR-SITUACAO        PIC X.
           03 WS-CTR-DATA-ULT-MOVTO  PIC 9(8).
       FD  WS-CPA-FILE.
       01 WS-CPA-REGISTRO.
           03 WS-CPA-CHAVE.
              05 WS-CPA-CONTRATO     PIC X(8).
              05 WS-CPA-PARCELA      PIC 99.
           03 WS-CPA-PAGTO-ID        PIC 9(9).
           03 WS-CPA-VENCIMENTO      PIC 9(8).
           03 WS-CPA-VALOR           PIC S9(9)V99.
           03 WS-CPA-AMORTIZACAO     PIC S9(9)V99.
           03 WS-CPA-JUROS           PIC S9(9)V99.
           03 WS-CPA-SITUACAO        PIC X.
           03 WS-CPA-DATA-SITUACAO   PIC 9(8).
           03 WS-CPA-VALOR-PAGO      PIC S9(9)V99.
       FD  WS-DESC-FILE.
       01 WS-DESC-REGISTRO.
           03 WS-DESC-ID             PIC 9(9).
           03 WS-DESC-CONTRATO       PIC X(8).
           03 WS-DESC-VALOR          PIC S9(9)V99.
           03 WS-DESC-DATA           PIC 9(8).
           03 WS-DESC-CLIENTE        PIC X(30).
           03 WS-DESC-COD-CLIENTE    PIC 9(6).
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

       WORKING-STORAGE SECTION.
       01 WS-QTA-PATH              PIC X(40) VALUE 'QUITACAO.IDX'.
       01 WS-HIST-PATH             PIC X(40)
                            VALUE 'PAGTOCONFIRM.HIST.IDX'.
       01 WS-CTR-PATH              PIC X(40) VALUE 'CONTRATOS.IDX'.
       01 WS-CPA-PATH              PIC X(40) VALUE 'CONTRATOPARC.IDX'.
      * Desconto de juros concedido na quitacao, lancado pelo CONTABEXP
      * como evento proprio.
       01 WS-DESC-PATH             PIC X(40)
                            VALUE 'QUITACAO.DESCONTOS'.
       01 WS-PEND-PATH             PIC X(40)
                            VALUE 'PAGTOCONFIRM.PENDENTES'.
       01 WS-PNOVO-PATH            PIC X(40)
                            VALUE 'PAGTOCONFIRM.PENDENTES.SEMQUITA'.
       01 WS-QTA-FS                PIC XX.
       01 WS-HIST-FS               PIC XX.
       01 WS-CTR-FS                PIC XX.
       01 WS-CPA-FS                PIC XX.
       01 WS-DESC-FS               PIC XX.
       01 WS-PEND-FS               PIC XX.
       01 WS-PNOVO-FS              PIC XX.

       01 WS-FIM-ARQUIVO           PIC X     VALUE 'N'.
          88 WS-FIM                          VALUE 'Y'.
       01 WS-FIM-COTACOES          PIC X     VALUE 'N'.
          88 WS-FIM-QTA                      VALUE 'Y'.
       01 WS-PAGO-SW               PIC X     VALUE 'N'.
          88 WS-PAGO                         VALUE 'Y'.
       01 WS-RETIRA-SW             PIC X     VALUE 'N'.
          88 WS-RETIRA                       VALUE 'Y'.

      * Ids que saem da fila de pendentes: a propria quitacao quando a
      * cotacao expira, e os ids das parcelas quitadas.
       01 WS-TAB-RETIRADOS.
          03 WS-RET OCCURS 500 TIMES INDEXED BY WS-RET-IDX.
             05 WS-RET-ID           PIC 9(9).
       01 WS-TOT-RETIRADOS         PIC 9(4)  VALUE 0.
       01 WS-ID-RETIRAR            PIC 9(9)  VALUE 0.

       01 WS-DATA-HORA-ATUAL       PIC X(21).
       01 WS-HOJE                  PIC 9(8)  VALUE 0.
       01 WS-PARC-QUITADAS         PIC 99    VALUE 0.

       01 WS-TOT-LIDAS             PIC 9(6)  VALUE 0.
       01 WS-TOT-QUITADAS          PIC 9(6)  VALUE 0.
       01 WS-TOT-EXPIRADAS         PIC 9(6)  VALUE 0.
       01 WS-TOT-DIVERGENTES       PIC 9(6)  VALUE 0.
       01 WS-VAL-DESCONTO          PIC S9(11)V99 VALUE 0.
       01 WS-VALOR-ED              PIC ZZZ,ZZZ,ZZ9.99-.

       01 WS-VER-QTD               PIC 9(6)      VALUE 0.
       01 WS-VER-HASH              PIC S9(11)V99 VALUE 0.

       01 WS-ARQCTL-PARM.
           03 WS-AC-FUNCAO         PIC X.
           03 WS-AC-NOME           PIC X(40).
           03 WS-AC-QTD            PIC 9(6).
           03 WS-AC-HASH           PIC S9(11)V99.
           03 WS-AC-RC             PIC 99.

       01 WS-CONTACOR-PARM.
           03 WS-CC-FUNCAO         PIC X.
           03 WS-CC-COD-CLIENTE    PIC 9(6).
           03 WS-CC-EVENTO         PIC XX.
           03 WS-CC-VALOR          PIC S9(9)V99.
           03 WS-CC-DATA           PIC 9(8).
           03 WS-CC-ID             PIC 9(9).
           03 WS-CC-HISTORICO      PIC X(30).
           03 WS-CC-PROGRAMA       PIC X(12) VALUE 'QUITABAIXA'.
           03 WS-CC-SALDO          PIC S9(11)V99.
           03 WS-CC-RC             PIC 99.

       01 WS-AUDIT-PARM.
           03 WS-AU-PROGRAMA       PIC X(12) VALUE 'QUITABAIXA'.
           03 WS-AU-EVENTO         PIC X(12).
           03 WS-AU-CHAVE          PIC X(30).
           03 WS-AU-CONTADOR       PIC 9(6).
           03 WS-AU-OPERADOR       PIC X(8)  VALUE SPACES.

       01 WS-AMBIENTE-PARM.
           03 WS-AMB-FUNCAO        PIC X     VALUE 'R'.
           03 WS-AMB-NOME          PIC X(8)  VALUE SPACES.
           03 WS-AMB-RAIZ          PIC X(40) VALUE SPACES.
           03 WS-AMB-RC            PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      * Roda depois do PAGTOCONFIRM e antes do CONTABEXP: a cotacao
      * cujo id foi confirmado dentro da validade quita o contrato;
      * a cotacao vencida sem pagamento expira e sai da fila.
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-QTA-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-HIST-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CTR-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CPA-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-DESC-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-PEND-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-PNOVO-PATH
            DISPLAY 'QUITABAIXA - BAIXA DE QUITACOES ANTECIPADAS'

            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
            MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-HOJE

            OPEN I-O WS-QTA-FILE
            IF WS-QTA-FS = '35'
                DISPLAY 'NENHUMA COTACAO DE QUITACAO EMITIDA.'
                STOP RUN
            END-IF
            IF WS-QTA-FS NOT = '00'
                DISPLAY 'ARQUIVO DE COTACOES INDISPONIVEL: '
                        WS-QTA-PATH ' FS: ' WS-QTA-FS
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF

            OPEN INPUT WS-HIST-FILE
            OPEN I-O   WS-CTR-FILE
            OPEN I-O   WS-CPA-FILE
            IF WS-HIST-FS NOT = '00' OR WS-CTR-FS NOT = '00'
               OR WS-CPA-FS NOT = '00'
                DISPLAY 'ARQUIVOS INDISPONIVEIS. HIST/CONTRATOS/'
                        'PARCELAS FS: ' WS-HIST-FS ' ' WS-CTR-FS ' '
                        WS-CPA-FS
                CLOSE WS-QTA-FILE
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF

            MOVE 0 TO WS-QTA-ID
            START WS-QTA-FILE KEY NOT LESS WS-QTA-ID
                INVALID KEY SET WS-FIM-QTA TO TRUE
            END-START
            PERFORM P100-LE-COTACAO
                    UNTIL WS-FIM-QTA

            CLOSE WS-QTA-FILE
            CLOSE WS-HIST-FILE
            CLOSE WS-CTR-FILE
            CLOSE WS-CPA-FILE

            IF WS-TOT-RETIRADOS > 0
                PERFORM P600-RETIRA-DOS-PENDENTES
                PERFORM P700-REGISTRA-PENDENTES
            END-IF

            DISPLAY '----- RESUMO DA BAIXA DE QUITACOES -----'
            DISPLAY 'COTACOES EM ABERTO LIDAS: ' WS-TOT-LIDAS
            DISPLAY 'CONTRATOS QUITADOS      : ' WS-TOT-QUITADAS
            DISPLAY 'COTACOES EXPIRADAS      : ' WS-TOT-EXPIRADAS
            DISPLAY 'PAGAMENTOS DIVERGENTES  : ' WS-TOT-DIVERGENTES
            MOVE WS-VAL-DESCONTO TO WS-VALOR-ED
            DISPLAY 'DESCONTO CONCEDIDO      : ' WS-VALOR-ED

            IF WS-TOT-DIVERGENTES > 0
                MOVE 4 TO RETURN-CODE
            END-IF

            MOVE 'BAIXA-QUITA' TO WS-AU-EVENTO
            MOVE SPACES        TO WS-AU-CHAVE
            MOVE WS-TOT-QUITADAS TO WS-AU-CONTADOR
            CALL 'AUDITLOG' USING WS-AUDIT-PARM
            STOP RUN.

       P100-LE-COTACAO.
            READ WS-QTA-FILE NEXT RECORD
                AT END SET WS-FIM-QTA TO TRUE
                NOT AT END
                    IF WS-QTA-SITUACAO = 'A'
                        ADD 1 TO WS-TOT-LIDAS
                        PERFORM P200-AVALIA-COTACAO
                    END-IF
            END-READ
            .
       P200-AVALIA-COTACAO.
            MOVE 'N' TO WS-PAGO-SW
            MOVE WS-QTA-ID TO WS-HIST-ID
            READ WS-HIST-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF WS-HIST-SITUACAO = 'C'
                        SET WS-PAGO TO TRUE
                    END-IF
            END-READ

            EVALUATE TRUE
                WHEN WS-PAGO
                     AND WS-HIST-DATA NOT > WS-QTA-VALIDADE
                     AND WS-HIST-VALOR NOT < WS-QTA-VALOR-QUITACAO
                    PERFORM P300-QUITA-CONTRATO
                WHEN WS-PAGO
      * Pago fora da validade ou a menor: a quitacao nao se aplica e
      * o valor recebido fica para tratamento manual da mesa.
                    ADD 1 TO WS-TOT-DIVERGENTES
                    MOVE WS-HIST-VALOR TO WS-VALOR-ED
                    DISPLAY 'QUITACAO ' WS-QTA-ID ' PAGA EM '
                            WS-HIST-DATA ' VALOR ' WS-VALOR-ED
                            ' FORA DA COTACAO.'
                    MOVE 'D'     TO WS-QTA-SITUACAO
                    MOVE WS-HOJE TO WS-QTA-DATA-SITUACAO
                    PERFORM P290-REGRAVA-COTACAO
                WHEN WS-HOJE > WS-QTA-VALIDADE
                    ADD 1 TO WS-TOT-EXPIRADAS
                    DISPLAY 'COTACAO EXPIRADA SEM PAGAMENTO: '
                            WS-QTA-ID ' CONTRATO ' WS-QTA-CONTRATO
                    MOVE 'V'     TO WS-QTA-SITUACAO
                    MOVE WS-HOJE TO WS-QTA-DATA-SITUACAO
                    PERFORM P290-REGRAVA-COTACAO
                    MOVE WS-QTA-ID TO WS-ID-RETIRAR
                    PERFORM P280-ANOTA-RETIRADO
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            .
       P280-ANOTA-RETIRADO.
            IF WS-TOT-RETIRADOS < 500
                ADD 1 TO WS-TOT-RETIRADOS
                MOVE WS-ID-RETIRAR TO WS-RET-ID(WS-TOT-RETIRADOS)
            ELSE
                DISPLAY 'TABELA DE RETIRADOS CHEIA. ID MANTIDO NA '
                        'FILA: ' WS-ID-RETIRAR
            END-IF
            .
       P290-REGRAVA-COTACAO.
            REWRITE WS-QTA-REGISTRO
                INVALID KEY
                    DISPLAY 'FALHA AO ATUALIZAR COTACAO: ' WS-QTA-ID
            END-REWRITE
            .
       P300-QUITA-CONTRATO.
      * Todas as parcelas ainda abertas ficam quitadas ('Q'); os ids
      * de cobranca ligados a elas saem da fila de pendentes.
            MOVE WS-QTA-CONTRATO TO WS-CTR-CONTRATO
            READ WS-CTR-FILE
                INVALID KEY
                    ADD 1 TO WS-TOT-DIVERGENTES
                    DISPLAY 'CONTRATO DA COTACAO NAO CADASTRADO: '
                            WS-QTA-CONTRATO
                NOT INVALID KEY
                    MOVE 0   TO WS-PARC-QUITADAS
                    MOVE 'N' TO WS-FIM-ARQUIVO
                    MOVE WS-CTR-CONTRATO TO WS-CPA-CONTRATO
                    MOVE 0               TO WS-CPA-PARCELA
                    START WS-CPA-FILE KEY NOT LESS WS-CPA-CHAVE
                        INVALID KEY SET WS-FIM TO TRUE
                    END-START
                    PERFORM P350-QUITA-PARCELA
                            UNTIL WS-FIM
                    PERFORM P400-FECHA-CONTRATO
            END-READ
            .
       P350-QUITA-PARCELA.
            READ WS-CPA-FILE NEXT RECORD
                AT END SET WS-FIM TO TRUE
                NOT AT END
                    IF WS-CPA-CONTRATO NOT = WS-CTR-CONTRATO
                        SET WS-FIM TO TRUE
                    ELSE
                        IF WS-CPA-SITUACAO = 'A'
                            MOVE 'Q'     TO WS-CPA-SITUACAO
                            MOVE WS-HOJE TO WS-CPA-DATA-SITUACAO
                            REWRITE WS-CPA-REGISTRO
                            END-REWRITE
                            ADD 1 TO WS-PARC-QUITADAS
                            IF WS-CPA-PAGTO-ID NOT = 0
                                MOVE WS-CPA-PAGTO-ID TO WS-ID-RETIRAR
                                PERFORM P280-ANOTA-RETIRADO
                            END-IF
                        END-IF
                    END-IF
            END-READ
            .
       P400-FECHA-CONTRATO.
            IF WS-PARC-QUITADAS NOT = WS-QTA-QTD-PARCELAS
                DISPLAY 'CONTRATO ' WS-CTR-CONTRATO ' TINHA '
                        WS-PARC-QUITADAS ' PARCELAS ABERTAS; A COTACAO '
                        'COBRIU ' WS-QTA-QTD-PARCELAS
            END-IF
            ADD WS-PARC-QUITADAS TO WS-CTR-PARCELAS-PAGAS
            MOVE 0       TO WS-CTR-SALDO-PRINCIPAL
            MOVE 0       TO WS-CTR-SALDO-ABERTO
            MOVE 'L'     TO WS-CTR-SITUACAO
            MOVE WS-HOJE TO WS-CTR-DATA-ULT-MOVTO
            REWRITE WS-CTR-REGISTRO
                INVALID KEY
                    DISPLAY 'FALHA AO LIQUIDAR CONTRATO: '
                            WS-CTR-CONTRATO
            END-REWRITE

            MOVE 'Q'     TO WS-QTA-SITUACAO
            MOVE WS-HOJE TO WS-QTA-DATA-SITUACAO
            PERFORM P290-REGRAVA-COTACAO

            IF WS-QTA-VALOR-DESCONTO NOT = 0
                OPEN EXTEND WS-DESC-FILE
                IF WS-DESC-FS NOT = '00'
                    OPEN OUTPUT WS-DESC-FILE
                END-IF
                MOVE WS-QTA-ID             TO WS-DESC-ID
                MOVE WS-QTA-CONTRATO       TO WS-DESC-CONTRATO
                MOVE WS-QTA-VALOR-DESCONTO TO WS-DESC-VALOR
                MOVE WS-HOJE               TO WS-DESC-DATA
                MOVE WS-QTA-CLIENTE        TO WS-DESC-CLIENTE
                MOVE WS-QTA-COD-CLIENTE    TO WS-DESC-COD-CLIENTE
                WRITE WS-DESC-REGISTRO
                CLOSE WS-DESC-FILE

                MOVE 'L'                   TO WS-CC-FUNCAO
                MOVE WS-QTA-COD-CLIENTE    TO WS-CC-COD-CLIENTE
                MOVE 'DS'                  TO WS-CC-EVENTO
                MOVE WS-QTA-VALOR-DESCONTO TO WS-CC-VALOR
                MOVE WS-HOJE               TO WS-CC-DATA
                MOVE WS-QTA-ID             TO WS-CC-ID
                MOVE SPACES                TO WS-CC-HISTORICO
                STRING 'DESCONTO QUITACAO ' WS-QTA-CONTRATO
                       DELIMITED BY SIZE INTO WS-CC-HISTORICO
                CALL 'CONTACORPOSTA' USING WS-CONTACOR-PARM
                IF WS-CC-RC NOT = 0 AND WS-CC-RC NOT = 4
                    DISPLAY 'CONTA CORRENTE NAO ATUALIZADA PARA A '
                            'QUITACAO ' WS-QTA-ID ' RC ' WS-CC-RC
                END-IF
            END-IF

            ADD 1 TO WS-TOT-QUITADAS
            ADD WS-QTA-VALOR-DESCONTO TO WS-VAL-DESCONTO
            MOVE WS-QTA-VALOR-DESCONTO TO WS-VALOR-ED
            DISPLAY 'CONTRATO ' WS-CTR-CONTRATO ' QUITADO PELO '
                    'PAGAMENTO ' WS-QTA-ID ' DESCONTO ' WS-VALOR-ED

            MOVE 'QUITACAO'      TO WS-AU-EVENTO
            MOVE SPACES          TO WS-AU-CHAVE
            MOVE WS-QTA-ID       TO WS-AU-CHAVE(1:9)
            MOVE WS-QTA-CONTRATO TO WS-AU-CHAVE(20:8)
            MOVE WS-PARC-QUITADAS TO WS-AU-CONTADOR
            CALL 'AUDITLOG' USING WS-AUDIT-PARM
            .
       P600-RETIRA-DOS-PENDENTES.
      * A fila de pendentes e reescrita sem os ids retirados, no
      * esquema de troca do P950 do PAGTOCONFIRM.
            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN INPUT WS-PEND-FILE
            IF WS-PEND-FS NOT = '00'
                DISPLAY 'ARQUIVO DE PENDENTES NAO ENCONTRADO: '
                        WS-PEND-PATH
            ELSE
                OPEN OUTPUT WS-PNOVO-FILE
                PERFORM P650-FILTRA-PENDENTE
                        UNTIL WS-FIM
                CLOSE WS-PEND-FILE
                CLOSE WS-PNOVO-FILE
                CALL 'CBL_RENAME_FILE' USING WS-PNOVO-PATH
                                             WS-PEND-PATH
            END-IF
            .
       P650-FILTRA-PENDENTE.
            READ WS-PEND-FILE
                AT END SET WS-FIM TO TRUE
                NOT AT END
                    MOVE 'N' TO WS-RETIRA-SW
                    PERFORM VARYING WS-RET-IDX FROM 1 BY 1
                            UNTIL WS-RET-IDX > WS-TOT-RETIRADOS
                                  OR WS-RETIRA
                        IF WS-RET-ID(WS-RET-IDX) = WS-PEND-ID
                            SET WS-RETIRA TO TRUE
                        END-IF
                    END-PERFORM
                    IF NOT WS-RETIRA
                        WRITE WS-PNOVO-REGISTRO FROM WS-PEND-REGISTRO
                    END-IF
            END-READ
            .
       P700-REGISTRA-PENDENTES.
      * A fila de pendentes mudou neste run; os totais de controle
      * registrados pelo PAGTOCONFIRM sao refeitos, senao a remessa
      * e o relatorio abortam por divergencia no protocolo comum.
            MOVE 0   TO WS-VER-QTD
            MOVE 0   TO WS-VER-HASH
            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN INPUT WS-PEND-FILE
            IF WS-PEND-FS = '00'
                PERFORM P705-CONTA-PENDENTE
                        UNTIL WS-FIM
                CLOSE WS-PEND-FILE
                MOVE 'G'          TO WS-AC-FUNCAO
                MOVE WS-PEND-PATH TO WS-AC-NOME
                MOVE WS-VER-QTD   TO WS-AC-QTD
                MOVE WS-VER-HASH  TO WS-AC-HASH
                CALL 'ARQCONTROLE' USING WS-ARQCTL-PARM
            END-IF
            MOVE 'N' TO WS-FIM-ARQUIVO
            .
       P705-CONTA-PENDENTE.
            READ WS-PEND-FILE
                AT END SET WS-FIM TO TRUE
                NOT AT END
                    ADD 1             TO WS-VER-QTD
                    ADD WS-PEND-VALOR TO WS-VER-HASH
            END-READ
            .
       END PROGRAM QUITABAIXA.
