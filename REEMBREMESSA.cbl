      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REEMBREMESSA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-REE-FILE      ASSIGN TO WS-REE-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-REE-FS.
           SELECT WS-NOV-FILE      ASSIGN TO WS-NOV-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-NOV-FS.
           SELECT WS-REM-FILE      ASSIGN TO WS-REM-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-REM-FS.
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
              88 WS-REE-APROVADO             VALUE 'A'.
           03 WS-REE-DATA-PEDIDO     PIC 9(8).
           03 WS-REE-OPERADOR        PIC X(8).
           03 WS-REE-SUPERVISOR      PIC X(8).
           03 WS-REE-DATA-DECISAO    PIC 9(8).
           03 WS-REE-DATA-ENVIO      PIC 9(8).
           03 WS-REE-DATA-RETORNO    PIC 9(8).
           03 WS-REE-OCORRENCIA      PIC XX.
       FD  WS-NOV-FILE.
       01 WS-NOV-REGISTRO            PIC X(150).
      * Arquivo de transferencias para o banco: header, um detalhe
      * por pedido e trailer com quantidade e total, no desenho da
      * remessa de debito do PAGTOREMESSA.
       FD  WS-REM-FILE.
       01 WS-REM-DETALHE.
           03 WS-REM-TIPO            PIC X.
           03 WS-REM-NUMERO          PIC 9(6).
           03 WS-REM-COD-CLIENTE     PIC 9(6).
           03 WS-REM-FAVORECIDO      PIC X(30).
           03 WS-REM-DOC-TIPO        PIC X.
           03 WS-REM-DOC-NUMERO      PIC X(14).
           03 WS-REM-BANCO           PIC 9(3).
           03 WS-REM-AGENCIA         PIC X(6).
           03 WS-REM-CONTA           PIC X(12).
           03 WS-REM-VALOR           PIC 9(9)V99.
       01 WS-REM-HEADER.
           03 WS-REM-H-TIPO          PIC X.
           03 WS-REM-H-DATA          PIC 9(8).
           03 WS-REM-H-LITERAL       PIC X(10).
       01 WS-REM-TRAILER.
           03 WS-REM-T-TIPO          PIC X.
           03 WS-REM-T-QTD           PIC 9(6).
           03 WS-REM-T-TOTAL         PIC S9(11)V99.
       FD  WS-CRD-FILE.
       01 WS-CRD-REGISTRO.
          03 WS-CRD-CODIGO              PIC 9(6).
          03 WS-CRD-SALDO               PIC S9(9)V99.
          03 WS-CRD-CLIENTE             PIC X(30).
      * Jornal do saldo de credito; o reembolso enviado entra com
      * tipo R e o id carrega o numero do pedido.
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
       01 WS-REE-PATH              PIC X(40)
                            VALUE 'REEMBOLSO.PEDIDOS'.
       01 WS-NOV-PATH              PIC X(40)
                            VALUE 'REEMBOLSO.PEDIDOS.NOVO'.
       01 WS-REM-PATH              PIC X(40)
                            VALUE 'REEMBOLSO.REMESSA'.
       01 WS-CRD-PATH              PIC X(40) VALUE 'CLICREDITO.IDX'.
       01 WS-CRJ-PATH              PIC X(40)
                            VALUE 'CLICREDITO.JORNAL'.
       01 WS-REE-FS                PIC XX.
       01 WS-NOV-FS                PIC XX.
       01 WS-REM-FS                PIC XX.
       01 WS-CRD-FS                PIC XX.
       01 WS-CRJ-FS                PIC XX.

       01 WS-FIM-ARQUIVO           PIC X     VALUE 'N'.
          88 WS-FIM                          VALUE 'Y'.
       01 WS-SALDO-OK-SW           PIC X     VALUE 'N'.
          88 WS-SALDO-OK                     VALUE 'Y'.

       01 WS-DATA-HORA-ATUAL       PIC X(21).
       01 WS-HOJE                  PIC 9(8)  VALUE 0.
       01 WS-VALOR-ED              PIC ZZZ,ZZZ,ZZ9.99-.

       01 WS-CONTADORES.
          03 WS-TOT-ENVIADO        PIC 9(6)  VALUE 0.
          03 WS-TOT-CANCELADO      PIC 9(6)  VALUE 0.
          03 WS-VAL-ENVIADO        PIC S9(11)V99 VALUE 0.

       01 WS-CONTACOR-PARM.
           03 WS-CC-FUNCAO         PIC X.
           03 WS-CC-COD-CLIENTE    PIC 9(6).
           03 WS-CC-EVENTO         PIC XX.
           03 WS-CC-VALOR          PIC S9(9)V99.
           03 WS-CC-DATA           PIC 9(8).
           03 WS-CC-ID             PIC 9(9).
           03 WS-CC-HISTORICO      PIC X(30).
           03 WS-CC-PROGRAMA       PIC X(12) VALUE 'REEMBREMESSA'.
           03 WS-CC-SALDO          PIC S9(11)V99.
           03 WS-CC-RC             PIC 99.

       01 WS-AUDIT-PARM.
           03 WS-AU-PROGRAMA       PIC X(12) VALUE 'REEMBREMESSA'.
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
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-REM-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CRD-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CRJ-PATH
            DISPLAY 'REEMBREMESSA - REMESSA DE REEMBOLSOS AO BANCO'
            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
            MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-HOJE

            PERFORM P100-ABRE-ARQUIVOS
            PERFORM P150-LE-PEDIDO
            PERFORM P200-TRATA-PEDIDO
                    UNTIL WS-FIM
            PERFORM P800-FINALIZA

            STOP RUN.

       P100-ABRE-ARQUIVOS.
            OPEN INPUT WS-REE-FILE
            IF WS-REE-FS NOT = '00'
                DISPLAY 'SEM PEDIDOS DE REEMBOLSO: ' WS-REE-PATH
                STOP RUN
            END-IF
            OPEN I-O WS-CRD-FILE
            IF WS-CRD-FS NOT = '00'
                DISPLAY 'CADASTRO DE CREDITOS INDISPONIVEL: '
                        WS-CRD-PATH ' FS: ' WS-CRD-FS
                CLOSE WS-REE-FILE
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN OUTPUT WS-NOV-FILE
            OPEN OUTPUT WS-REM-FILE
            OPEN EXTEND WS-CRJ-FILE
            IF WS-CRJ-FS NOT = '00'
                OPEN OUTPUT WS-CRJ-FILE
            END-IF

            MOVE SPACES      TO WS-REM-HEADER
            MOVE '0'         TO WS-REM-H-TIPO
            MOVE WS-HOJE     TO WS-REM-H-DATA
            MOVE 'REEMBOLSO' TO WS-REM-H-LITERAL
            WRITE WS-REM-HEADER
            .
       P150-LE-PEDIDO.
            READ WS-REE-FILE
                AT END SET WS-FIM TO TRUE
            END-READ
            .
       P200-TRATA-PEDIDO.
            IF WS-REE-APROVADO
                PERFORM P300-DEBITA-CREDITO
                IF WS-SALDO-OK
                    PERFORM P400-GRAVA-TRANSFERENCIA
                ELSE
                    MOVE 'C'     TO WS-REE-SITUACAO
                    MOVE 'SI'    TO WS-REE-OCORRENCIA
                    ADD 1 TO WS-TOT-CANCELADO
                    MOVE WS-REE-VALOR TO WS-VALOR-ED
                    DISPLAY 'PEDIDO ' WS-REE-NUMERO ' CANCELADO: SALDO '
                            'DE CREDITO INSUFICIENTE PARA '
                            WS-VALOR-ED
                    MOVE 'REEMB-CANCEL' TO WS-AU-EVENTO
                    PERFORM P700-AUDITA-PEDIDO
                END-IF
            END-IF
            WRITE WS-NOV-REGISTRO FROM WS-REE-REGISTRO
            PERFORM P150-LE-PEDIDO
            .
       P300-DEBITA-CREDITO.
      * O saldo pode ter sido consumido por pagamentos depois da
      * aprovacao; so sai o reembolso que ainda tiver cobertura.
            MOVE 'N' TO WS-SALDO-OK-SW
            MOVE WS-REE-COD-CLIENTE TO WS-CRD-CODIGO
            READ WS-CRD-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF WS-CRD-SALDO NOT < WS-REE-VALOR
                        SUBTRACT WS-REE-VALOR FROM WS-CRD-SALDO
                        REWRITE WS-CRD-REGISTRO
                        SET WS-SALDO-OK TO TRUE
                    END-IF
            END-READ
            IF WS-SALDO-OK
                MOVE WS-HOJE           TO WS-CRJ-DATA
                MOVE WS-CRD-CLIENTE    TO WS-CRJ-CLIENTE
                MOVE WS-REE-NUMERO     TO WS-CRJ-ID
                MOVE 'R'               TO WS-CRJ-TIPO
                MOVE WS-REE-VALOR      TO WS-CRJ-VALOR
                MOVE WS-CRD-SALDO      TO WS-CRJ-SALDO-NOVO
                MOVE WS-CRD-CODIGO     TO WS-CRJ-CODIGO
                WRITE WS-CRJ-REGISTRO

                MOVE 'L'                TO WS-CC-FUNCAO
                MOVE WS-REE-COD-CLIENTE TO WS-CC-COD-CLIENTE
                MOVE 'RE'               TO WS-CC-EVENTO
                MOVE WS-REE-VALOR       TO WS-CC-VALOR
                MOVE WS-HOJE            TO WS-CC-DATA
                MOVE WS-REE-NUMERO      TO WS-CC-ID
                MOVE 'REEMBOLSO DE SALDO CREDOR' TO WS-CC-HISTORICO
                CALL 'CONTACORPOSTA' USING WS-CONTACOR-PARM
                IF WS-CC-RC NOT = 0 AND WS-CC-RC NOT = 4
                    DISPLAY 'CONTA CORRENTE NAO ATUALIZADA PARA O '
                            'CLIENTE ' WS-CC-COD-CLIENTE
                            ' RC ' WS-CC-RC
                END-IF
            END-IF
            .
       P400-GRAVA-TRANSFERENCIA.
            MOVE '1'                 TO WS-REM-TIPO
            MOVE WS-REE-NUMERO       TO WS-REM-NUMERO
            MOVE WS-REE-COD-CLIENTE  TO WS-REM-COD-CLIENTE
            MOVE WS-REE-CLIENTE      TO WS-REM-FAVORECIDO
            MOVE WS-REE-DOC-TIPO     TO WS-REM-DOC-TIPO
            MOVE WS-REE-DOC-NUMERO   TO WS-REM-DOC-NUMERO
            MOVE WS-REE-BANCO        TO WS-REM-BANCO
            MOVE WS-REE-AGENCIA      TO WS-REM-AGENCIA
            MOVE WS-REE-CONTA        TO WS-REM-CONTA
            MOVE WS-REE-VALOR        TO WS-REM-VALOR
            WRITE WS-REM-DETALHE

            MOVE 'E'     TO WS-REE-SITUACAO
            MOVE WS-HOJE TO WS-REE-DATA-ENVIO
            ADD 1            TO WS-TOT-ENVIADO
            ADD WS-REE-VALOR TO WS-VAL-ENVIADO
            MOVE 'REEMB-ENVIO' TO WS-AU-EVENTO
            PERFORM P700-AUDITA-PEDIDO
            .
       P700-AUDITA-PEDIDO.
            MOVE SPACES             TO WS-AU-CHAVE
            MOVE WS-REE-COD-CLIENTE TO WS-AU-CHAVE(1:6)
            MOVE WS-REE-NUMERO      TO WS-AU-CHAVE(8:6)
            MOVE WS-REE-NUMERO      TO WS-AU-CONTADOR
            CALL 'AUDITLOG' USING WS-AUDIT-PARM
            .
       P800-FINALIZA.
            MOVE SPACES          TO WS-REM-TRAILER
            MOVE '9'             TO WS-REM-T-TIPO
            MOVE WS-TOT-ENVIADO  TO WS-REM-T-QTD
            MOVE WS-VAL-ENVIADO  TO WS-REM-T-TOTAL
            WRITE WS-REM-TRAILER

            CLOSE WS-REE-FILE
            CLOSE WS-NOV-FILE
            CLOSE WS-REM-FILE
            CLOSE WS-CRD-FILE
            CLOSE WS-CRJ-FILE

      * Os pedidos com a nova situacao substituem o arquivo antigo,
      * no esquema de troca do PAGTOAPROVA.
            CALL 'CBL_RENAME_FILE' USING WS-NOV-PATH
                                         WS-REE-PATH

            MOVE WS-VAL-ENVIADO TO WS-VALOR-ED
            DISPLAY '----- RESUMO DA REMESSA DE REEMBOLSOS -----'
            DISPLAY 'ENVIADOS  : ' WS-TOT-ENVIADO ' VALOR ' WS-VALOR-ED
            DISPLAY 'CANCELADOS: ' WS-TOT-CANCELADO

            MOVE 'FIM'           TO WS-AU-EVENTO
            MOVE SPACES          TO WS-AU-CHAVE
            MOVE WS-TOT-ENVIADO  TO WS-AU-CONTADOR
            CALL 'AUDITLOG' USING WS-AUDIT-PARM

            IF WS-TOT-CANCELADO > 0
                MOVE 4 TO RETURN-CODE
            END-IF
            .
       END PROGRAM REEMBREMESSA.
