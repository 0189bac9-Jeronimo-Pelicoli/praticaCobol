      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REEMBRETORNO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-RET-FILE      ASSIGN TO WS-RET-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-RET-FS.
           SELECT WS-REE-FILE      ASSIGN TO WS-REE-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-REE-FS.
           SELECT WS-NOV-FILE      ASSIGN TO WS-NOV-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-NOV-FS.
           SELECT WS-CRD-FILE      ASSIGN TO WS-CRD-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS WS-CRD-CODIGO
                                    FILE STATUS WS-CRD-FS.
           SELECT WS-CRJ-FILE      ASSIGN TO WS-CRJ-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-CRJ-FS.
       DATA DIVISION.
       FILE SECTION.
      * Retorno do banco para as transferencias de reembolso:
      * ocorrencia 00 = creditado; qualquer outra = devolvido
      * (conta inexistente, titular divergente, conta encerrada...).
       FD  WS-RET-FILE.
       01 WS-RET-REGISTRO.
           03 WS-RET-TIPO            PIC X.
           03 WS-RET-NUMERO          PIC 9(6).
           03 WS-RET-VALOR           PIC 9(9)V99.
           03 WS-RET-OCORRENCIA      PIC XX.
           03 WS-RET-DATA            PIC 9(8).
       FD  WS-REE-FILE.
       01 WS-REE-REGISTRO.
           03 WS-REE-NUMERO          PIC 9(6).
           03 WS-REE-COD-CLIENTE     PIC 9(6).
           03 WS-REE-CLIENTE         PIC X(30).
           03 WS-REE-VALOR           PIC S9(9)V99.
           03 WS-REE-BANCO           PIC 9(3).
           03 WS-REE-AGENCIA         PIC X(6).
           03 WS-REE-CONTA           PIC X(12).
           03 WS-REE-ORIGEM-CONTA    PIC X.
           03 WS-REE-DOC-TIPO        PIC X.
           03 WS-REE-DOC-NUMERO      PIC X(14).
           03 WS-REE-SITUACAO        PIC X.
              88 WS-REE-ENVIADO              VALUE 'E'.
           03 WS-REE-DATA-PEDIDO     PIC 9(8).
           03 WS-REE-OPERADOR        PIC X(8).
           03 WS-REE-SUPERVISOR      PIC X(8).
           03 WS-REE-DATA-DECISAO    PIC 9(8).
           03 WS-REE-DATA-ENVIO      PIC 9(8).
           03 WS-REE-DATA-RETORNO    PIC 9(8).
           03 WS-REE-OCORRENCIA      PIC XX.
       FD  WS-NOV-FILE.
       01 WS-NOV-REGISTRO            PIC X(150).
       FD  WS-CRD-FILE.
       01 WS-CRD-REGISTRO.
          03 WS-CRD-CODIGO              PIC 9(6).
          03 WS-CRD-SALDO               PIC S9(9)V99.
          03 WS-CRD-CLIENTE             PIC X(30).
      * Jornal do saldo de credito; o reembolso devolvido pelo banco
      * volta ao saldo com tipo V.
       FD  WS-CRJ-FILE.
       01 WS-CRJ-REGISTRO.
          03 WS-CRJ-DATA                PIC 9(8).
          03 WS-CRJ-CLIENTE             PIC X(30).
          03 WS-CRJ-ID                  PIC 9(9).
          03 WS-CRJ-TIPO                PIC X.
          03 WS-CRJ-VALOR               PIC S9(9)V99.
          03 WS-CRJ-SALDO-NOVO          PIC S9(9)V99.
          03 WS-CRJ-CODIGO              PIC 9(6).

       WORKING-STORAGE SECTION.
       01 WS-RET-PATH              PIC X(40)
                            VALUE 'REEMBOLSO.RETORNO'.
       01 WS-REE-PATH              PIC X(40)
                            VALUE 'REEMBOLSO.PEDIDOS'.
       01 WS-NOV-PATH              PIC X(40)
                            VALUE 'REEMBOLSO.PEDIDOS.NOVO'.
       01 WS-CRD-PATH              PIC X(40) VALUE 'CLICREDITO.IDX'.
       01 WS-CRJ-PATH              PIC X(40)
                            VALUE 'CLICREDITO.JORNAL'.
       01 WS-RET-FS                PIC XX.
       01 WS-REE-FS                PIC XX.
       01 WS-NOV-FS                PIC XX.
       01 WS-CRD-FS                PIC XX.
       01 WS-CRJ-FS                PIC XX.

       01 WS-FIM-ARQUIVO           PIC X     VALUE 'N'.
          88 WS-FIM                          VALUE 'Y'.

      * Retornos do dia em memoria; cada um e marcado quando casa
      * com um pedido enviado.
       01 WS-TAB-RETORNO.
          03 WS-QTD-RET            PIC 9(4)  VALUE 0.
          03 WS-RT-ITEM OCCURS 2000 TIMES.
             05 WS-RT-NUMERO       PIC 9(6).
             05 WS-RT-VALOR        PIC 9(9)V99.
             05 WS-RT-OCORRENCIA   PIC XX.
             05 WS-RT-DATA         PIC 9(8).
             05 WS-RT-USADO        PIC X.
       01 WS-IX                    PIC 9(4)  VALUE 0.
       01 WS-RT-SEL                PIC 9(4)  VALUE 0.

       01 WS-DATA-HORA-ATUAL       PIC X(21).
       01 WS-HOJE                  PIC 9(8)  VALUE 0.
       01 WS-VALOR-ED              PIC ZZZ,ZZZ,ZZ9.99-.

       01 WS-CONTADORES.
          03 WS-TOT-LIQUIDADO      PIC 9(6)  VALUE 0.
          03 WS-TOT-DEVOLVIDO      PIC 9(6)  VALUE 0.
          03 WS-TOT-EXCECAO        PIC 9(6)  VALUE 0.

       01 WS-CONTACOR-PARM.
           03 WS-CC-FUNCAO         PIC X.
           03 WS-CC-COD-CLIENTE    PIC 9(6).
           03 WS-CC-EVENTO         PIC XX.
           03 WS-CC-VALOR          PIC S9(9)V99.
           03 WS-CC-DATA           PIC 9(8).
           03 WS-CC-ID             PIC 9(9).
           03 WS-CC-HISTORICO      PIC X(30).
           03 WS-CC-PROGRAMA       PIC X(12) VALUE 'REEMBRETORNO'.
           03 WS-CC-SALDO          PIC S9(11)V99.
           03 WS-CC-RC             PIC 99.

       01 WS-AUDIT-PARM.
           03 WS-AU-PROGRAMA       PIC X(12) VALUE 'REEMBRETORNO'.
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
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-RET-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-REE-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-NOV-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CRD-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CRJ-PATH
            DISPLAY 'REEMBRETORNO - RETORNO DOS REEMBOLSOS ENVIADOS'
            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
            MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-HOJE

            PERFORM P100-CARREGA-RETORNO
            PERFORM P200-ABRE-ARQUIVOS
            PERFORM P250-LE-PEDIDO
            PERFORM P300-TRATA-PEDIDO
                    UNTIL WS-FIM
            PERFORM P700-RETORNOS-SEM-PEDIDO
            PERFORM P800-FINALIZA

            STOP RUN.

       P100-CARREGA-RETORNO.
            OPEN INPUT WS-RET-FILE
            IF WS-RET-FS NOT = '00'
                DISPLAY 'SEM RETORNO DE REEMBOLSOS: ' WS-RET-PATH
                STOP RUN
            END-IF
            PERFORM UNTIL WS-FIM
                READ WS-RET-FILE
                    AT END SET WS-FIM TO TRUE
                    NOT AT END
                        IF WS-RET-TIPO = '1'
                            IF WS-QTD-RET < 2000
                                ADD 1 TO WS-QTD-RET
                                MOVE WS-RET-NUMERO
                                     TO WS-RT-NUMERO(WS-QTD-RET)
                                MOVE WS-RET-VALOR
                                     TO WS-RT-VALOR(WS-QTD-RET)
                                MOVE WS-RET-OCORRENCIA
                                     TO WS-RT-OCORRENCIA(WS-QTD-RET)
                                MOVE WS-RET-DATA
                                     TO WS-RT-DATA(WS-QTD-RET)
                                MOVE 'N' TO WS-RT-USADO(WS-QTD-RET)
                            ELSE
                                DISPLAY 'RETORNO EXCEDE 2000 ITENS; '
                                        'IGNORADO O PEDIDO '
                                        WS-RET-NUMERO
                                ADD 1 TO WS-TOT-EXCECAO
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE WS-RET-FILE
            MOVE 'N' TO WS-FIM-ARQUIVO
            .
       P200-ABRE-ARQUIVOS.
            OPEN INPUT WS-REE-FILE
            IF WS-REE-FS NOT = '00'
                DISPLAY 'SEM PEDIDOS DE REEMBOLSO: ' WS-REE-PATH
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN I-O WS-CRD-FILE
            IF WS-CRD-FS NOT = '00'
                OPEN OUTPUT WS-CRD-FILE
                CLOSE WS-CRD-FILE
                OPEN I-O WS-CRD-FILE
            END-IF
            IF WS-CRD-FS NOT = '00'
                DISPLAY 'CADASTRO DE CREDITOS INDISPONIVEL: '
                        WS-CRD-PATH ' FS: ' WS-CRD-FS
                CLOSE WS-REE-FILE
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN OUTPUT WS-NOV-FILE
            OPEN EXTEND WS-CRJ-FILE
            IF WS-CRJ-FS NOT = '00'
                OPEN OUTPUT WS-CRJ-FILE
            END-IF
            .
       P250-LE-PEDIDO.
            READ WS-REE-FILE
                AT END SET WS-FIM TO TRUE
            END-READ
            .
       P300-TRATA-PEDIDO.
            IF WS-REE-ENVIADO
                PERFORM P350-BUSCA-RETORNO
                IF WS-RT-SEL > 0
                    PERFORM P400-APLICA-RETORNO
                END-IF
            END-IF
            WRITE WS-NOV-REGISTRO FROM WS-REE-REGISTRO
            PERFORM P250-LE-PEDIDO
            .
       P350-BUSCA-RETORNO.
            MOVE 0 TO WS-RT-SEL
            PERFORM VARYING WS-IX FROM 1 BY 1
                    UNTIL WS-IX > WS-QTD-RET OR WS-RT-SEL > 0
                IF WS-RT-NUMERO(WS-IX) = WS-REE-NUMERO
                   AND WS-RT-USADO(WS-IX) = 'N'
                    MOVE WS-IX TO WS-RT-SEL
                    MOVE 'S'   TO WS-RT-USADO(WS-IX)
                END-IF
            END-PERFORM
            .
       P400-APLICA-RETORNO.
      * Valor divergente do enviado nao e baixado: fica enviado
      * para conferencia com o banco.
            IF WS-RT-VALOR(WS-RT-SEL) NOT = WS-REE-VALOR
                MOVE WS-RT-VALOR(WS-RT-SEL) TO WS-VALOR-ED
                DISPLAY 'PEDIDO ' WS-REE-NUMERO ' RETORNO COM VALOR '
                        'DIVERGENTE: ' WS-VALOR-ED
                ADD 1 TO WS-TOT-EXCECAO
            ELSE
                MOVE WS-RT-OCORRENCIA(WS-RT-SEL) TO WS-REE-OCORRENCIA
                MOVE WS-RT-DATA(WS-RT-SEL)       TO WS-REE-DATA-RETORNO
                IF WS-RT-OCORRENCIA(WS-RT-SEL) = '00'
                    MOVE 'L' TO WS-REE-SITUACAO
                    ADD 1 TO WS-TOT-LIQUIDADO
                    MOVE 'REEMB-LIQUID' TO WS-AU-EVENTO
                ELSE
                    MOVE 'D' TO WS-REE-SITUACAO
                    PERFORM P500-RESTABELECE-CREDITO
                    ADD 1 TO WS-TOT-DEVOLVIDO
                    DISPLAY 'PEDIDO ' WS-REE-NUMERO ' DEVOLVIDO PELO '
                            'BANCO (OCORRENCIA ' WS-REE-OCORRENCIA
                            '). SALDO RESTABELECIDO.'
                    MOVE 'REEMB-DEVOLV' TO WS-AU-EVENTO
                END-IF
                MOVE SPACES             TO WS-AU-CHAVE
                MOVE WS-REE-COD-CLIENTE TO WS-AU-CHAVE(1:6)
                MOVE WS-REE-NUMERO      TO WS-AU-CHAVE(8:6)
                MOVE WS-REE-OCORRENCIA  TO WS-AU-CHAVE(15:2)
                MOVE WS-REE-NUMERO      TO WS-AU-CONTADOR
                CALL 'AUDITLOG' USING WS-AUDIT-PARM
            END-IF
            .
       P500-RESTABELECE-CREDITO.
      * O dinheiro nao saiu: o valor volta ao saldo de credito do
      * cliente, recriando o registro se ele ja tiver sido zerado
      * e removido.
            MOVE WS-REE-COD-CLIENTE TO WS-CRD-CODIGO
            READ WS-CRD-FILE
                INVALID KEY
                    MOVE WS-REE-COD-CLIENTE TO WS-CRD-CODIGO
                    MOVE WS-REE-VALOR       TO WS-CRD-SALDO
                    MOVE WS-REE-CLIENTE     TO WS-CRD-CLIENTE
                    WRITE WS-CRD-REGISTRO
                NOT INVALID KEY
                    ADD WS-REE-VALOR TO WS-CRD-SALDO
                    REWRITE WS-CRD-REGISTRO
            END-READ

            MOVE WS-HOJE           TO WS-CRJ-DATA
            MOVE WS-CRD-CLIENTE    TO WS-CRJ-CLIENTE
            MOVE WS-REE-NUMERO     TO WS-CRJ-ID
            MOVE 'V'               TO WS-CRJ-TIPO
            MOVE WS-REE-VALOR      TO WS-CRJ-VALOR
            MOVE WS-CRD-SALDO      TO WS-CRJ-SALDO-NOVO
            MOVE WS-CRD-CODIGO     TO WS-CRJ-CODIGO
            WRITE WS-CRJ-REGISTRO

            MOVE 'L'                TO WS-CC-FUNCAO
            MOVE WS-REE-COD-CLIENTE TO WS-CC-COD-CLIENTE
            MOVE 'CR'               TO WS-CC-EVENTO
            MOVE WS-REE-VALOR       TO WS-CC-VALOR
            MOVE WS-HOJE            TO WS-CC-DATA
            MOVE WS-REE-NUMERO      TO WS-CC-ID
            MOVE 'REEMBOLSO DEVOLVIDO'  TO WS-CC-HISTORICO
            CALL 'CONTACORPOSTA' USING WS-CONTACOR-PARM
            IF WS-CC-RC NOT = 0 AND WS-CC-RC NOT = 4
                DISPLAY 'CONTA CORRENTE NAO ATUALIZADA PARA O '
                        'CLIENTE ' WS-CC-COD-CLIENTE ' RC ' WS-CC-RC
            END-IF
            .
       P700-RETORNOS-SEM-PEDIDO.
            PERFORM VARYING WS-IX FROM 1 BY 1
                    UNTIL WS-IX > WS-QTD-RET
                IF WS-RT-USADO(WS-IX) = 'N'
                    DISPLAY 'RETORNO SEM PEDIDO ENVIADO: '
                            WS-RT-NUMERO(WS-IX) ' OCORRENCIA '
                            WS-RT-OCORRENCIA(WS-IX)
                    ADD 1 TO WS-TOT-EXCECAO
                END-IF
            END-PERFORM
            .
       P800-FINALIZA.
            CLOSE WS-REE-FILE
            CLOSE WS-NOV-FILE
            CLOSE WS-CRD-FILE
            CLOSE WS-CRJ-FILE

            CALL 'CBL_RENAME_FILE' USING WS-NOV-PATH
                                         WS-REE-PATH

            DISPLAY '----- RESUMO DO RETORNO DE REEMBOLSOS -----'
            DISPLAY 'LIQUIDADOS: ' WS-TOT-LIQUIDADO
            DISPLAY 'DEVOLVIDOS: ' WS-TOT-DEVOLVIDO
            DISPLAY 'EXCECOES  : ' WS-TOT-EXCECAO

            MOVE 'FIM'            TO WS-AU-EVENTO
            MOVE SPACES           TO WS-AU-CHAVE
            MOVE WS-TOT-LIQUIDADO TO WS-AU-CONTADOR
            CALL 'AUDITLOG' USING WS-AUDIT-PARM

            IF WS-TOT-EXCECAO > 0
                MOVE 4 TO RETURN-CODE
            END-IF
            .
       END PROGRAM REEMBRETORNO.
