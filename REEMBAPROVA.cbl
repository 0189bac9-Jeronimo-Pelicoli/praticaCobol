      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REEMBAPROVA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
       DATA DIVISION.
       FILE SECTION.
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
              88 WS-REE-PENDENTE             VALUE 'P'.
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

       WORKING-STORAGE SECTION.
       01 WS-REE-PATH              PIC X(40)
                            VALUE 'REEMBOLSO.PEDIDOS'.
       01 WS-NOV-PATH              PIC X(40)
                            VALUE 'REEMBOLSO.PEDIDOS.NOVO'.
       01 WS-CRD-PATH              PIC X(40) VALUE 'CLICREDITO.IDX'.
       01 WS-REE-FS                PIC XX.
       01 WS-NOV-FS                PIC XX.
       01 WS-CRD-FS                PIC XX.

       01 WS-FIM-ARQUIVO           PIC X     VALUE 'N'.
          88 WS-FIM                          VALUE 'Y'.
       01 WS-CRD-ABERTO-SW         PIC X     VALUE 'N'.
          88 WS-CRD-ABERTO                   VALUE 'Y'.

       01 WS-DECISAO               PIC X     VALUE 'S'.
          88 WS-DEC-APROVA                   VALUE 'A'.
          88 WS-DEC-RECUSA                   VALUE 'R'.
          88 WS-DEC-PULA                     VALUE 'S'.

       01 WS-VALOR-ED              PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-DATA-HORA-ATUAL       PIC X(21).
       01 WS-HOJE                  PIC 9(8)  VALUE 0.

       01 WS-CONTADORES.
          03 WS-TOT-APROVADO       PIC 9(6) VALUE 0.
          03 WS-TOT-RECUSADO       PIC 9(6) VALUE 0.
          03 WS-TOT-MANTIDO        PIC 9(6) VALUE 0.

      * Identificacao do operador, obrigatoria nos programas de
      * terminal; o id assinado carimba o pedido e a auditoria.
       01 WS-SIGNON-PARM.
           03 WS-SG-ID             PIC X(8).
           03 WS-SG-SENHA          PIC X(8).
           03 WS-SG-FUNCAO         PIC X.
           03 WS-SG-PERFIL         PIC X.
           03 WS-SG-RC             PIC 99.
              88 WS-SG-SEM-SESSAO          VALUE 4.

       01 WS-AUDIT-PARM.
           03 WS-AU-PROGRAMA       PIC X(12) VALUE 'REEMBAPROVA'.
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
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-REE-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-NOV-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CRD-PATH
            DISPLAY 'REEMBAPROVA - APROVACAO DE PEDIDOS DE REEMBOLSO'
            MOVE SPACES TO WS-SG-ID
            MOVE 'S' TO WS-SG-FUNCAO
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
                STOP RUN
            END-IF
            MOVE WS-SG-ID TO WS-AU-OPERADOR

            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
            MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-HOJE

            OPEN INPUT WS-REE-FILE
            IF WS-REE-FS NOT = '00'
                DISPLAY 'SEM PEDIDOS DE REEMBOLSO: ' WS-REE-PATH
                STOP RUN
            END-IF
            OPEN OUTPUT WS-NOV-FILE
            OPEN INPUT WS-CRD-FILE
            IF WS-CRD-FS = '00'
                SET WS-CRD-ABERTO TO TRUE
            END-IF

            PERFORM P150-LE-PEDIDO
            PERFORM P200-TRATA-PEDIDO
                    UNTIL WS-FIM
            PERFORM P800-RESUMO

            CLOSE WS-REE-FILE
            CLOSE WS-NOV-FILE
            IF WS-CRD-ABERTO
                CLOSE WS-CRD-FILE
            END-IF

      * O arquivo regravado, com as decisoes, substitui o antigo no
      * mesmo esquema de troca do PAGTOAPROVA.
            CALL 'CBL_RENAME_FILE' USING WS-NOV-PATH
                                         WS-REE-PATH

            MOVE 'FIM'           TO WS-AU-EVENTO
            MOVE SPACES          TO WS-AU-CHAVE
            MOVE WS-TOT-APROVADO TO WS-AU-CONTADOR
            CALL 'AUDITLOG' USING WS-AUDIT-PARM

            STOP RUN.

       P150-LE-PEDIDO.
            READ WS-REE-FILE
                AT END SET WS-FIM TO TRUE
            END-READ
            .
       P200-TRATA-PEDIDO.
            IF WS-REE-PENDENTE
                PERFORM P300-DECIDE-PEDIDO
            END-IF
            WRITE WS-NOV-REGISTRO FROM WS-REE-REGISTRO
            PERFORM P150-LE-PEDIDO
            .
       P300-DECIDE-PEDIDO.
            MOVE WS-REE-VALOR TO WS-VALOR-ED
            DISPLAY '-------------------------------------------'
            DISPLAY 'PEDIDO   : ' WS-REE-NUMERO ' DE '
                    WS-REE-DATA-PEDIDO ' POR ' WS-REE-OPERADOR
            DISPLAY 'CLIENTE  : ' WS-REE-COD-CLIENTE ' '
                    WS-REE-CLIENTE
            DISPLAY 'VALOR    : ' WS-VALOR-ED
            DISPLAY 'CREDITO  : BANCO ' WS-REE-BANCO ' AGENCIA '
                    WS-REE-AGENCIA ' CONTA ' WS-REE-CONTA
            IF WS-REE-ORIGEM-CONTA = 'M'
                DISPLAY '           (CONTA DO MANDATO DE DEBITO)'
            ELSE
                DISPLAY '           (CONTA INFORMADA NO BALCAO)'
            END-IF
            DISPLAY 'FAVORECIDO: ' WS-REE-DOC-TIPO ' '
                    WS-REE-DOC-NUMERO
            PERFORM P250-MOSTRA-SALDO

      * Quem registrou o pedido nao pode aprova-lo.
            IF WS-REE-OPERADOR = WS-SG-ID
                DISPLAY 'PEDIDO REGISTRADO POR VOCE. OUTRO SUPERVISOR '
                        'DEVE DECIDIR.'
                ADD 1 TO WS-TOT-MANTIDO
            ELSE
                DISPLAY 'DECISAO (A=APROVA, R=RECUSA, S=MANTEM): '
                ACCEPT WS-DECISAO
                EVALUATE TRUE
                    WHEN WS-DEC-APROVA
                        MOVE 'A'         TO WS-REE-SITUACAO
                        MOVE WS-SG-ID    TO WS-REE-SUPERVISOR
                        MOVE WS-HOJE     TO WS-REE-DATA-DECISAO
                        ADD 1 TO WS-TOT-APROVADO
                        MOVE 'REEMB-APROVA' TO WS-AU-EVENTO
                        PERFORM P400-AUDITA-DECISAO
                    WHEN WS-DEC-RECUSA
                        MOVE 'R'         TO WS-REE-SITUACAO
                        MOVE WS-SG-ID    TO WS-REE-SUPERVISOR
                        MOVE WS-HOJE     TO WS-REE-DATA-DECISAO
                        ADD 1 TO WS-TOT-RECUSADO
                        MOVE 'REEMB-RECUSA' TO WS-AU-EVENTO
                        PERFORM P400-AUDITA-DECISAO
                    WHEN OTHER
                        ADD 1 TO WS-TOT-MANTIDO
                END-EVALUATE
            END-IF
            .
       P250-MOSTRA-SALDO.
      * O saldo pode ter sido consumido por pagamento depois do
      * pedido; a remessa cancela o que nao tiver mais cobertura.
            IF WS-CRD-ABERTO
                MOVE WS-REE-COD-CLIENTE TO WS-CRD-CODIGO
                READ WS-CRD-FILE
                    INVALID KEY
                        DISPLAY 'SALDO    : CLIENTE SEM SALDO DE '
                                'CREDITO.'
                    NOT INVALID KEY
                        MOVE WS-CRD-SALDO TO WS-VALOR-ED
                        DISPLAY 'SALDO    : ' WS-VALOR-ED
                        IF WS-CRD-SALDO < WS-REE-VALOR
                            DISPLAY 'ATENCAO: SALDO ATUAL MENOR QUE '
                                    'O PEDIDO.'
                        END-IF
                END-READ
            END-IF
            .
       P400-AUDITA-DECISAO.
            MOVE SPACES             TO WS-AU-CHAVE
            MOVE WS-REE-COD-CLIENTE TO WS-AU-CHAVE(1:6)
            MOVE WS-REE-NUMERO      TO WS-AU-CHAVE(8:6)
            MOVE WS-REE-NUMERO      TO WS-AU-CONTADOR
            CALL 'AUDITLOG' USING WS-AUDIT-PARM
            .
       P800-RESUMO.
            DISPLAY '----- RESUMO DA APROVACAO -----'
            DISPLAY 'APROVADOS       : ' WS-TOT-APROVADO
            DISPLAY 'RECUSADOS       : ' WS-TOT-RECUSADO
            DISPLAY 'MANTIDOS        : ' WS-TOT-MANTIDO
            .
       END PROGRAM REEMBAPROVA.
