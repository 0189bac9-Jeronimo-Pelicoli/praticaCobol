      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAGTOPIXRET.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-LIQ-FILE      ASSIGN TO WS-LIQ-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-LIQ-FS.
           SELECT WS-REG-FILE      ASSIGN TO WS-REG-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-REG-FS.
           SELECT WS-BXD-FILE      ASSIGN TO WS-BXD-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-BXD-FS.
           SELECT WS-CNF-FILE      ASSIGN TO WS-CNF-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-CNF-FS.
           SELECT WS-PAGTO-FILE    ASSIGN TO WS-PAGTO-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-PAGTO-FS.
           SELECT WS-LNOVO-FILE    ASSIGN TO WS-LNOVO-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-LNOVO-FS.
           SELECT WS-REL-FILE      ASSIGN TO WS-REL-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-REL-FS.
           SELECT WS-ESP-FILE      ASSIGN TO WS-ESP-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-ESP-FS.
       DATA DIVISION.
       FILE SECTION.
      * Arquivo diario de liquidacoes do PSP: so os detalhes (tipo 1)
      * interessam; header e trailer do PSP sao contados e ignorados.
       FD  WS-LIQ-FILE.
       01 WS-LIQ-REGISTRO.
           03 WS-LIQ-TIPO            PIC X.
           03 WS-LIQ-E2EID           PIC X(32).
           03 WS-LIQ-TXID            PIC X(35).
           03 WS-LIQ-VALOR           PIC 9(9)V99.
           03 WS-LIQ-DATA            PIC 9(8).
           03 WS-LIQ-PAGADOR         PIC X(30).
           03 WS-LIQ-PAGADOR-DOC     PIC X(14).
       FD  WS-REG-FILE.
       01 WS-REG-REGISTRO.
           03 WS-REG-TXID            PIC X(25).
           03 WS-REG-ID              PIC 9(9).
           03 WS-REG-VALOR           PIC S9(9)V99.
           03 WS-REG-DATA-VENC       PIC 9(8).
           03 WS-REG-DATA-EMISSAO    PIC 9(8).
           03 WS-REG-CLIENTE         PIC X(30).
           03 WS-REG-COD-CLIENTE     PIC 9(6).
           03 WS-REG-COPIA-COLA      PIC X(250).
       FD  WS-BXD-FILE.
       01 WS-BXD-REGISTRO.
           03 WS-BXD-E2EID           PIC X(32).
           03 WS-BXD-TXID            PIC X(25).
           03 WS-BXD-ID              PIC 9(9).
           03 WS-BXD-DATA            PIC 9(8).
       FD  WS-CNF-FILE.
       01 WS-CNF-REGISTRO.
           03 WS-CNF-TIPO            PIC X.
           03 WS-CNF-ID              PIC 9(9).
           03 WS-CNF-VALOR           PIC S9(9)V99.
           03 WS-CNF-COD-SITUACAO    PIC X.
           03 WS-CNF-MOTIVO          PIC 99.
           03 WS-CNF-CLIENTE         PIC X(30).
           03 WS-CNF-DATA-PENDENCIA  PIC X(8).
           03 WS-CNF-FILIAL          PIC X(3).
           03 WS-CNF-COD-CLIENTE     PIC 9(6).
       FD  WS-PAGTO-FILE.
       01 WS-PAGTO-DETALHE.
           03 WS-IN-TIPO             PIC X.
           03 WS-IN-ID               PIC 9(9).
           03 WS-IN-VALOR            PIC S9(9)V99.
           03 WS-IN-COD-SITUACAO     PIC X.
           03 WS-IN-MOTIVO           PIC 99.
           03 WS-IN-CLIENTE          PIC X(30).
           03 WS-IN-DATA-PENDENCIA   PIC X(8).
           03 WS-IN-FILIAL           PIC X(3).
           03 WS-IN-COD-CLIENTE      PIC 9(6).
       01 WS-PAGTO-HEADER.
           03 WS-IN-H-TIPO           PIC X.
           03 WS-IN-H-DATA           PIC 9(8).
           03 WS-IN-H-ORIGEM         PIC X(10).
       01 WS-PAGTO-TRAILER.
           03 WS-IN-T-TIPO           PIC X.
           03 WS-IN-T-QTD            PIC 9(6).
           03 WS-IN-T-HASH           PIC S9(11)V99.
       FD  WS-LNOVO-FILE.
       01 WS-LNOVO-DETALHE           PIC X(71).
       01 WS-LNOVO-HEADER.
           03 WS-OUT-H-TIPO          PIC X.
           03 WS-OUT-H-DATA          PIC 9(8).
           03 WS-OUT-H-ORIGEM        PIC X(10).
       01 WS-LNOVO-TRAILER.
           03 WS-OUT-T-TIPO          PIC X.
           03 WS-OUT-T-QTD           PIC 9(6).
           03 WS-OUT-T-HASH          PIC S9(11)V99.
       FD  WS-REL-FILE.
       01 WS-REL-LINHA               PIC X(80).
      * Credito que a tesouraria espera ver no extrato: cada PIX
      * liquidado cai na conta um a um, pelo e2eid.
       FD  WS-ESP-FILE.
       01 WS-ESP-REGISTRO.
           03 WS-ESP-DATA            PIC 9(8).
           03 WS-ESP-FILIAL          PIC X(3).
           03 WS-ESP-ORIGEM          PIC X(8).
           03 WS-ESP-REFERENCIA      PIC X(32).
           03 WS-ESP-VALOR           PIC S9(9)V99.
           03 WS-ESP-DATA-GERACAO    PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-LIQ-PATH              PIC X(40) VALUE 'PIX.LIQUIDACAO'.
       01 WS-REG-PATH              PIC X(40) VALUE 'PIX.REGISTRO'.
       01 WS-BXD-PATH              PIC X(40) VALUE 'PIX.LIQUIDADOS'.
       01 WS-CNF-PATH              PIC X(40)
                            VALUE 'PIX.CONFIRMACOES'.
       01 WS-PAGTO-PATH            PIC X(40) VALUE 'PAGAMENTOS.DAT'.
       01 WS-LNOVO-PATH            PIC X(40)
                            VALUE 'PAGAMENTOS.DAT.PIX'.
       01 WS-REL-PATH              PIC X(40) VALUE 'PIX.EXCECOES'.
       01 WS-ESP-PATH              PIC X(40)
                            VALUE 'CONCILIA.ESPERADOS'.
       01 WS-LIQ-FS                PIC XX.
       01 WS-REG-FS                PIC XX.
       01 WS-BXD-FS                PIC XX.
       01 WS-CNF-FS                PIC XX.
       01 WS-PAGTO-FS              PIC XX.
       01 WS-LNOVO-FS              PIC XX.
       01 WS-REL-FS                PIC XX.
       01 WS-ESP-FS                PIC XX.

       01 WS-FIM-ARQUIVO           PIC X     VALUE 'N'.
          88 WS-FIM                          VALUE 'Y'.
       01 WS-LOTE-VALIDO-SW        PIC X     VALUE 'Y'.
          88 WS-LOTE-VALIDO                  VALUE 'Y'.
       01 WS-LOTE-EXISTE-SW        PIC X     VALUE 'N'.
          88 WS-LOTE-EXISTE                  VALUE 'Y'.
       01 WS-TEM-HEADER-SW         PIC X     VALUE 'N'.
          88 WS-TEM-HEADER                   VALUE 'Y'.
       01 WS-TEM-TRAILER-SW        PIC X     VALUE 'N'.
          88 WS-TEM-TRAILER                  VALUE 'Y'.
       01 WS-ACHOU-SW              PIC X     VALUE 'N'.
          88 WS-ACHOU                        VALUE 'Y'.
       01 WS-E2E-VISTO-SW          PIC X     VALUE 'N'.
          88 WS-E2E-VISTO                    VALUE 'Y'.
       01 WS-TXID-BAIXADO-SW       PIC X     VALUE 'N'.
          88 WS-TXID-BAIXADO                 VALUE 'Y'.

      * Cobrancas emitidas pelo PAGTOPIX, para o casamento por txid.
       01 WS-TAB-EMITIDAS.
          03 WS-EMI OCCURS 5000 TIMES INDEXED BY WS-EMI-IDX.
             05 WS-EMI-TXID          PIC X(25).
             05 WS-EMI-ID            PIC 9(9).
             05 WS-EMI-VALOR         PIC S9(9)V99.
             05 WS-EMI-CLIENTE       PIC X(30).
             05 WS-EMI-COD-CLIENTE   PIC 9(6).
       01 WS-TOT-EMITIDAS          PIC 9(4)  VALUE 0.
       01 WS-EMI-SEL               PIC 9(4)  VALUE 0.

      * Liquidacoes ja aceitas em runs anteriores: o mesmo arquivo do
      * PSP reenviado nao confirma de novo, e o segundo PIX para o
      * mesmo txid vai para a excecao.
       01 WS-TAB-BAIXADOS.
          03 WS-BXT OCCURS 5000 TIMES INDEXED BY WS-BXT-IDX.
             05 WS-BXT-E2EID         PIC X(32).
             05 WS-BXT-TXID          PIC X(25).
       01 WS-TOT-BAIXADOS          PIC 9(4)  VALUE 0.

       01 WS-DATA-HORA-ATUAL       PIC X(21).
       01 WS-HOJE                  PIC 9(8)  VALUE 0.
       01 WS-MOTIVO-EXC            PIC X(22) VALUE SPACES.
       01 WS-VALOR-ESPERADO        PIC S9(9)V99 VALUE 0.

       01 WS-TOT-LIDOS             PIC 9(6)  VALUE 0.
       01 WS-TOT-CONTROLE          PIC 9(6)  VALUE 0.
       01 WS-TOT-CONFIRMADOS       PIC 9(6)  VALUE 0.
       01 WS-TOT-EXCECOES          PIC 9(6)  VALUE 0.
       01 WS-VAL-CONFIRMADO        PIC S9(11)V99 VALUE 0.
       01 WS-VAL-EXCECAO           PIC S9(11)V99 VALUE 0.
       01 WS-VALOR-ED              PIC ZZZ,ZZZ,ZZ9.99-.

       01 WS-LOTE-QTD              PIC 9(6)      VALUE 0.
       01 WS-LOTE-HASH             PIC S9(11)V99 VALUE 0.
       01 WS-TRL-QTD-LIDA          PIC 9(6)      VALUE 0.
       01 WS-TRL-HASH-LIDO         PIC S9(11)V99 VALUE 0.

       01 WS-CAB-1.
           03 FILLER                 PIC X(42)
                    VALUE 'EXCECOES DA CONCILIACAO PIX'.
           03 FILLER                 PIC X(5)  VALUE SPACES.
           03 FILLER                 PIC X(6)  VALUE 'DATA: '.
           03 WS-CAB-DATA            PIC 9(8).
           03 FILLER                 PIC X(11) VALUE '  AMBIENTE '.
           03 WS-CAB-AMBIENTE        PIC X(8).
       01 WS-CAB-2.
           03 FILLER                 PIC X(26) VALUE 'TXID'.
           03 FILLER                 PIC X(16) VALUE '     VALOR PAGO'.
           03 FILLER                 PIC X(16) VALUE ' VALOR COBRADO'.
           03 FILLER                 PIC X(22) VALUE 'MOTIVO'.
       01 WS-DET-LINHA.
           03 WS-DET-TXID            PIC X(25).
           03 FILLER                 PIC X     VALUE SPACE.
           03 WS-DET-VALOR-PAGO      PIC ZZZ,ZZZ,ZZ9.99-.
           03 FILLER                 PIC X     VALUE SPACE.
           03 WS-DET-VALOR-COBRADO   PIC ZZZ,ZZZ,ZZ9.99-.
           03 FILLER                 PIC X     VALUE SPACE.
           03 WS-DET-MOTIVO          PIC X(22).
       01 WS-DET-LINHA-2.
           03 FILLER                 PIC X(7)  VALUE '  E2E: '.
           03 WS-DET-E2EID           PIC X(32).
           03 FILLER                 PIC X(10) VALUE ' PAGADOR: '.
           03 WS-DET-PAGADOR         PIC X(30).
           03 FILLER                 PIC X     VALUE SPACE.
       01 WS-TOT-LINHA.
           03 WS-TOT-LITERAL         PIC X(41).
           03 WS-TOT-VALOR           PIC ZZZ,ZZZ,ZZ9.99-.
           03 FILLER                 PIC X(24) VALUE SPACES.

       01 WS-AUDIT-PARM.
           03 WS-AU-PROGRAMA       PIC X(12) VALUE 'PAGTOPIXRET'.
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
      * Roda depois do PAGTOMERGE e antes do PAGTOCONFIRM: cada PIX
      * liquidado pelo PSP e casado pelo txid com a cobranca emitida
      * pelo PAGTOPIX; valor exato vira confirmacao (situacao '1') no
      * lote do dia, o resto vai para a listagem de excecoes.
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-LIQ-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-REG-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-BXD-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CNF-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-PAGTO-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-LNOVO-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-REL-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-ESP-PATH
            DISPLAY 'PAGTOPIXRET - CONCILIACAO DE RECEBIMENTOS PIX'

            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
            MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-HOJE

            OPEN INPUT WS-LIQ-FILE
            IF WS-LIQ-FS = '35'
                DISPLAY 'NENHUMA LIQUIDACAO PIX A CONCILIAR.'
                STOP RUN
            END-IF
            IF WS-LIQ-FS NOT = '00'
                DISPLAY 'ARQUIVO DE LIQUIDACOES PIX INDISPONIVEL: '
                        WS-LIQ-PATH ' FS: ' WS-LIQ-FS
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF

            PERFORM P080-CONFERE-LOTE
            IF NOT WS-LOTE-VALIDO
                DISPLAY 'LOTE ' WS-PAGTO-PATH ' NAO PASSOU NA '
                        'CONFERENCIA DE CONTROLE. CONCILIACAO RECUSADA.'
                CLOSE WS-LIQ-FILE
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF

            PERFORM P050-CARREGA-EMITIDAS
            PERFORM P060-CARREGA-BAIXADOS

            OPEN EXTEND WS-BXD-FILE
            IF WS-BXD-FS NOT = '00'
                OPEN OUTPUT WS-BXD-FILE
            END-IF
            OPEN OUTPUT WS-CNF-FILE
            OPEN OUTPUT WS-REL-FILE
            OPEN EXTEND WS-ESP-FILE
            IF WS-ESP-FS NOT = '00'
                OPEN OUTPUT WS-ESP-FILE
            END-IF
            MOVE WS-HOJE TO WS-CAB-DATA
            MOVE WS-AMB-NOME TO WS-CAB-AMBIENTE
            WRITE WS-REL-LINHA FROM WS-CAB-1
            MOVE ALL '=' TO WS-REL-LINHA
            WRITE WS-REL-LINHA
            WRITE WS-REL-LINHA FROM WS-CAB-2

            MOVE 'N' TO WS-FIM-ARQUIVO
            PERFORM P200-LE-LIQUIDACAO
                    UNTIL WS-FIM

            CLOSE WS-LIQ-FILE
            CLOSE WS-BXD-FILE
            CLOSE WS-CNF-FILE
            CLOSE WS-ESP-FILE

            MOVE ALL '-' TO WS-REL-LINHA
            WRITE WS-REL-LINHA
            MOVE 'TOTAL CONFIRMADO' TO WS-TOT-LITERAL
            MOVE WS-VAL-CONFIRMADO  TO WS-TOT-VALOR
            WRITE WS-REL-LINHA FROM WS-TOT-LINHA
            MOVE 'TOTAL EM EXCECAO' TO WS-TOT-LITERAL
            MOVE WS-VAL-EXCECAO     TO WS-TOT-VALOR
            WRITE WS-REL-LINHA FROM WS-TOT-LINHA
            CLOSE WS-REL-FILE

            IF WS-TOT-CONFIRMADOS > 0
                PERFORM P800-INCLUI-NO-LOTE
            END-IF

            DISPLAY '----- RESUMO DA CONCILIACAO PIX -----'
            DISPLAY 'LIQUIDACOES LIDAS   : ' WS-TOT-LIDOS
            DISPLAY 'REGISTROS DE CONTROLE: ' WS-TOT-CONTROLE
            DISPLAY 'CONFIRMADAS         : ' WS-TOT-CONFIRMADOS
            DISPLAY 'EM EXCECAO          : ' WS-TOT-EXCECOES
            MOVE WS-VAL-CONFIRMADO TO WS-VALOR-ED
            DISPLAY 'VALOR CONFIRMADO    : ' WS-VALOR-ED
            MOVE WS-VAL-EXCECAO    TO WS-VALOR-ED
            DISPLAY 'VALOR EM EXCECAO    : ' WS-VALOR-ED

            MOVE 'PIX-RETORNO'      TO WS-AU-EVENTO
            MOVE SPACES             TO WS-AU-CHAVE
            MOVE WS-TOT-CONFIRMADOS TO WS-AU-CONTADOR
            CALL 'AUDITLOG' USING WS-AUDIT-PARM

            IF WS-TOT-EXCECOES > 0
                DISPLAY 'VER EXCECOES EM ' WS-REL-PATH
                MOVE 4 TO RETURN-CODE
            END-IF
            STOP RUN.

       P050-CARREGA-EMITIDAS.
            MOVE 0   TO WS-TOT-EMITIDAS
            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN INPUT WS-REG-FILE
            IF WS-REG-FS = '00'
                PERFORM UNTIL WS-FIM OR WS-TOT-EMITIDAS = 5000
                    READ WS-REG-FILE
                        AT END SET WS-FIM TO TRUE
                        NOT AT END
                            ADD 1 TO WS-TOT-EMITIDAS
                            MOVE WS-REG-TXID
                                 TO WS-EMI-TXID(WS-TOT-EMITIDAS)
                            MOVE WS-REG-ID
                                 TO WS-EMI-ID(WS-TOT-EMITIDAS)
                            MOVE WS-REG-VALOR
                                 TO WS-EMI-VALOR(WS-TOT-EMITIDAS)
                            MOVE WS-REG-CLIENTE
                                 TO WS-EMI-CLIENTE(WS-TOT-EMITIDAS)
                            MOVE WS-REG-COD-CLIENTE
                                 TO WS-EMI-COD-CLIENTE(WS-TOT-EMITIDAS)
                    END-READ
                END-PERFORM
                CLOSE WS-REG-FILE
            ELSE
                DISPLAY 'AVISO: REGISTRO DE COBRANCAS PIX NAO '
                        'ENCONTRADO (' WS-REG-PATH ').'
            END-IF
            MOVE 'N' TO WS-FIM-ARQUIVO
            .
       P060-CARREGA-BAIXADOS.
            MOVE 0   TO WS-TOT-BAIXADOS
            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN INPUT WS-BXD-FILE
            IF WS-BXD-FS = '00'
                PERFORM UNTIL WS-FIM OR WS-TOT-BAIXADOS = 5000
                    READ WS-BXD-FILE
                        AT END SET WS-FIM TO TRUE
                        NOT AT END
                            ADD 1 TO WS-TOT-BAIXADOS
                            MOVE WS-BXD-E2EID
                                 TO WS-BXT-E2EID(WS-TOT-BAIXADOS)
                            MOVE WS-BXD-TXID
                                 TO WS-BXT-TXID(WS-TOT-BAIXADOS)
                    END-READ
                END-PERFORM
                CLOSE WS-BXD-FILE
            END-IF
            MOVE 'N' TO WS-FIM-ARQUIVO
            .
       P080-CONFERE-LOTE.
      * Mesma conferencia do P110 do PAGTOCONFIRM. Sem lote no dia o
      * P800 cria um so com as confirmacoes do PIX.
            MOVE 0   TO WS-LOTE-QTD
            MOVE 0   TO WS-LOTE-HASH
            MOVE 'N' TO WS-TEM-HEADER-SW
            MOVE 'N' TO WS-TEM-TRAILER-SW
            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN INPUT WS-PAGTO-FILE
            IF WS-PAGTO-FS = '35'
                MOVE 'N' TO WS-LOTE-EXISTE-SW
            ELSE
                IF WS-PAGTO-FS NOT = '00'
                    DISPLAY 'LOTE DE PAGAMENTOS INDISPONIVEL: '
                            WS-PAGTO-PATH ' FS: ' WS-PAGTO-FS
                    MOVE 'N' TO WS-LOTE-VALIDO-SW
                ELSE
                    SET WS-LOTE-EXISTE TO TRUE
                    PERFORM P085-CONTA-LOTE
                            UNTIL WS-FIM
                    CLOSE WS-PAGTO-FILE
                    IF NOT WS-TEM-HEADER OR NOT WS-TEM-TRAILER
                        DISPLAY 'HEADER OU TRAILER AUSENTE EM '
                                WS-PAGTO-PATH
                        MOVE 'N' TO WS-LOTE-VALIDO-SW
                    ELSE
                        IF WS-LOTE-QTD NOT = WS-TRL-QTD-LIDA
                           OR WS-LOTE-HASH NOT = WS-TRL-HASH-LIDO
                            DISPLAY 'TRAILER NAO CONFERE. QTD '
                                    WS-TRL-QTD-LIDA ' LIDO '
                                    WS-LOTE-QTD
                            MOVE 'N' TO WS-LOTE-VALIDO-SW
                        END-IF
                    END-IF
                END-IF
            END-IF
            MOVE 'N' TO WS-FIM-ARQUIVO
            .
       P085-CONTA-LOTE.
            READ WS-PAGTO-FILE
                AT END SET WS-FIM TO TRUE
                NOT AT END
                    EVALUATE WS-IN-TIPO
                        WHEN '0'
                            SET WS-TEM-HEADER TO TRUE
                        WHEN '1'
                            ADD 1           TO WS-LOTE-QTD
                            ADD WS-IN-VALOR TO WS-LOTE-HASH
                        WHEN '9'
                            SET WS-TEM-TRAILER TO TRUE
                            MOVE WS-IN-T-QTD  TO WS-TRL-QTD-LIDA
                            MOVE WS-IN-T-HASH TO WS-TRL-HASH-LIDO
                        WHEN OTHER
                            DISPLAY 'TIPO DE REGISTRO DESCONHECIDO: '
                                    WS-IN-TIPO
                            MOVE 'N' TO WS-LOTE-VALIDO-SW
                    END-EVALUATE
            END-READ
            .
       P200-LE-LIQUIDACAO.
            READ WS-LIQ-FILE
                AT END SET WS-FIM TO TRUE
                NOT AT END
                    IF WS-LIQ-TIPO NOT = '1'
                        ADD 1 TO WS-TOT-CONTROLE
                    ELSE
                        ADD 1 TO WS-TOT-LIDOS
                        PERFORM P300-CONCILIA
                    END-IF
            END-READ
            .
       P300-CONCILIA.
            MOVE 0 TO WS-VALOR-ESPERADO
            PERFORM P310-VERIFICA-BAIXADO
            IF WS-E2E-VISTO
                MOVE 'LIQUIDACAO REPETIDA' TO WS-MOTIVO-EXC
                PERFORM P500-GRAVA-EXCECAO
            ELSE
                PERFORM P320-LOCALIZA-TXID
                EVALUATE TRUE
                    WHEN NOT WS-ACHOU
                        MOVE 'TXID NAO ENCONTRADO' TO WS-MOTIVO-EXC
                        PERFORM P500-GRAVA-EXCECAO
                    WHEN WS-TXID-BAIXADO
                        MOVE 'TXID JA LIQUIDADO' TO WS-MOTIVO-EXC
                        PERFORM P500-GRAVA-EXCECAO
                    WHEN WS-LIQ-VALOR > WS-VALOR-ESPERADO
                        MOVE 'PAGO A MAIOR' TO WS-MOTIVO-EXC
                        PERFORM P500-GRAVA-EXCECAO
                    WHEN WS-LIQ-VALOR < WS-VALOR-ESPERADO
                        MOVE 'PAGO A MENOR' TO WS-MOTIVO-EXC
                        PERFORM P500-GRAVA-EXCECAO
                    WHEN OTHER
                        PERFORM P400-CONFIRMA
                END-EVALUATE
            END-IF
            .
       P310-VERIFICA-BAIXADO.
      * Pelo identificador fim-a-fim do PIX (reenvio do arquivo) e,
      * a parte, se o txid ja recebeu outro PIX antes.
            MOVE 'N' TO WS-E2E-VISTO-SW
            MOVE 'N' TO WS-TXID-BAIXADO-SW
            PERFORM VARYING WS-BXT-IDX FROM 1 BY 1
                    UNTIL WS-BXT-IDX > WS-TOT-BAIXADOS
                          OR WS-E2E-VISTO
                IF WS-BXT-E2EID(WS-BXT-IDX) = WS-LIQ-E2EID
                    SET WS-E2E-VISTO TO TRUE
                END-IF
                IF WS-BXT-TXID(WS-BXT-IDX) = WS-LIQ-TXID
                    SET WS-TXID-BAIXADO TO TRUE
                END-IF
            END-PERFORM
            .
       P320-LOCALIZA-TXID.
            MOVE 'N' TO WS-ACHOU-SW
            MOVE 0   TO WS-EMI-SEL
            PERFORM VARYING WS-EMI-IDX FROM 1 BY 1
                    UNTIL WS-EMI-IDX > WS-TOT-EMITIDAS OR WS-ACHOU
                IF WS-EMI-TXID(WS-EMI-IDX) = WS-LIQ-TXID
                    SET WS-ACHOU TO TRUE
                    SET WS-EMI-SEL TO WS-EMI-IDX
                    MOVE WS-EMI-VALOR(WS-EMI-IDX) TO WS-VALOR-ESPERADO
                END-IF
            END-PERFORM
            .
       P400-CONFIRMA.
            MOVE '1'                     TO WS-CNF-TIPO
            MOVE WS-EMI-ID(WS-EMI-SEL)   TO WS-CNF-ID
            MOVE WS-LIQ-VALOR            TO WS-CNF-VALOR
            MOVE '1'                     TO WS-CNF-COD-SITUACAO
            MOVE 0                       TO WS-CNF-MOTIVO
            MOVE WS-EMI-CLIENTE(WS-EMI-SEL) TO WS-CNF-CLIENTE
            MOVE SPACES                  TO WS-CNF-DATA-PENDENCIA
            MOVE SPACES                  TO WS-CNF-FILIAL
            MOVE WS-EMI-COD-CLIENTE(WS-EMI-SEL)
                                         TO WS-CNF-COD-CLIENTE
            WRITE WS-CNF-REGISTRO

            MOVE WS-LIQ-E2EID            TO WS-BXD-E2EID
            MOVE WS-LIQ-TXID             TO WS-BXD-TXID
            MOVE WS-EMI-ID(WS-EMI-SEL)   TO WS-BXD-ID
            MOVE WS-LIQ-DATA             TO WS-BXD-DATA
            WRITE WS-BXD-REGISTRO

            MOVE WS-LIQ-DATA             TO WS-ESP-DATA
            MOVE SPACES                  TO WS-ESP-FILIAL
            MOVE 'PIX'                   TO WS-ESP-ORIGEM
            MOVE WS-LIQ-E2EID            TO WS-ESP-REFERENCIA
            MOVE WS-LIQ-VALOR            TO WS-ESP-VALOR
            MOVE WS-HOJE                 TO WS-ESP-DATA-GERACAO
            WRITE WS-ESP-REGISTRO

      * O txid passa a constar como liquidado ja neste run.
            IF WS-TOT-BAIXADOS < 5000
                ADD 1 TO WS-TOT-BAIXADOS
                MOVE WS-LIQ-E2EID TO WS-BXT-E2EID(WS-TOT-BAIXADOS)
                MOVE WS-LIQ-TXID  TO WS-BXT-TXID(WS-TOT-BAIXADOS)
            END-IF

            ADD 1            TO WS-TOT-CONFIRMADOS
            ADD WS-LIQ-VALOR TO WS-VAL-CONFIRMADO
            .
       P500-GRAVA-EXCECAO.
            MOVE WS-LIQ-TXID       TO WS-DET-TXID
            MOVE WS-LIQ-VALOR      TO WS-DET-VALOR-PAGO
            MOVE WS-VALOR-ESPERADO TO WS-DET-VALOR-COBRADO
            MOVE WS-MOTIVO-EXC     TO WS-DET-MOTIVO
            WRITE WS-REL-LINHA FROM WS-DET-LINHA
            MOVE WS-LIQ-E2EID      TO WS-DET-E2EID
            MOVE WS-LIQ-PAGADOR    TO WS-DET-PAGADOR
            WRITE WS-REL-LINHA FROM WS-DET-LINHA-2

            ADD 1            TO WS-TOT-EXCECOES
            ADD WS-LIQ-VALOR TO WS-VAL-EXCECAO
            .
       P800-INCLUI-NO-LOTE.
      * O lote e copiado para o .PIX com as confirmacoes antes do
      * trailer, que sai recalculado; o .PIX assume o nome do lote
      * e o PAGTOCONFIRM confere quantidade e hash como de costume.
            MOVE 0   TO WS-LOTE-QTD
            MOVE 0   TO WS-LOTE-HASH
            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN OUTPUT WS-LNOVO-FILE
            IF WS-LOTE-EXISTE
                OPEN INPUT WS-PAGTO-FILE
                PERFORM P810-COPIA-LOTE
                        UNTIL WS-FIM
                CLOSE WS-PAGTO-FILE
            ELSE
                MOVE '0'        TO WS-OUT-H-TIPO
                MOVE WS-HOJE    TO WS-OUT-H-DATA
                MOVE 'PIX'      TO WS-OUT-H-ORIGEM
                WRITE WS-LNOVO-HEADER
            END-IF

            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN INPUT WS-CNF-FILE
            PERFORM P820-ACRESCENTA-CONFIRMACAO
                    UNTIL WS-FIM
            CLOSE WS-CNF-FILE

            MOVE '9'          TO WS-OUT-T-TIPO
            MOVE WS-LOTE-QTD  TO WS-OUT-T-QTD
            MOVE WS-LOTE-HASH TO WS-OUT-T-HASH
            WRITE WS-LNOVO-TRAILER
            CLOSE WS-LNOVO-FILE

            CALL 'CBL_RENAME_FILE' USING WS-LNOVO-PATH
                                         WS-PAGTO-PATH
            MOVE 'N' TO WS-FIM-ARQUIVO
            .
       P810-COPIA-LOTE.
            READ WS-PAGTO-FILE
                AT END SET WS-FIM TO TRUE
                NOT AT END
                    EVALUATE WS-IN-TIPO
                        WHEN '0'
                            WRITE WS-LNOVO-HEADER FROM WS-PAGTO-HEADER
                        WHEN '1'
                            WRITE WS-LNOVO-DETALHE FROM WS-PAGTO-DETALHE
                            ADD 1           TO WS-LOTE-QTD
                            ADD WS-IN-VALOR TO WS-LOTE-HASH
                        WHEN OTHER
                            CONTINUE
                    END-EVALUATE
            END-READ
            .
       P820-ACRESCENTA-CONFIRMACAO.
            READ WS-CNF-FILE
                AT END SET WS-FIM TO TRUE
                NOT AT END
                    WRITE WS-LNOVO-DETALHE FROM WS-CNF-REGISTRO
                    ADD 1            TO WS-LOTE-QTD
                    ADD WS-CNF-VALOR TO WS-LOTE-HASH
            END-READ
            .
       END PROGRAM PAGTOPIXRET.
