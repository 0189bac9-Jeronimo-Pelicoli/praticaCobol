      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTAPOSTA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-ENC-FILE      ASSIGN TO WS-ENC-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-ENC-FS.
           SELECT WS-FEI-FILE      ASSIGN TO WS-FEI-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-FEI-FS.
           SELECT WS-ISE-FILE      ASSIGN TO WS-ISE-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-ISE-FS.
           SELECT WS-CRD-FILE      ASSIGN TO WS-CRD-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS WS-CRD-CODIGO
                                    FILE STATUS WS-CRD-FS.
           SELECT WS-CRJ-FILE      ASSIGN TO WS-CRJ-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-CRJ-FS.
           SELECT WS-NLA-FILE      ASSIGN TO WS-NLA-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-NLA-FS.
       DATA DIVISION.
       FILE SECTION.
      * Layout identico ao do PAGTOJUROS
       FD  WS-ENC-FILE.
       01 WS-ENC-REGISTRO.
           03 WS-ENC-ID              PIC 9(9).
           03 WS-ENC-VALOR           PIC S9(9)V99.
           03 WS-ENC-DATA-VENC       PIC 9(8).
           03 WS-ENC-DATA-CONF       PIC 9(8).
           03 WS-ENC-DIAS-ATRASO     PIC 9(4).
           03 WS-ENC-MULTA           PIC S9(9)V99.
           03 WS-ENC-JUROS           PIC S9(9)V99.
           03 WS-ENC-TOTAL           PIC S9(9)V99.
           03 WS-ENC-CLIENTE         PIC X(30).
           03 WS-ENC-COD-CLIENTE     PIC 9(6).
      * Layout identico ao do PAGTOENCARGO
       FD  WS-FEI-FILE.
       01 WS-FEI-REGISTRO.
           03 WS-FEI-ID              PIC 9(9).
      * Isencoes concedidas sobre encargos ainda nao faturados; o
      * PAGTOENCARGO fatura o encargo pelo liquido.
       FD  WS-ISE-FILE.
       01 WS-ISE-REGISTRO.
           03 WS-ISE-ID              PIC 9(9).
           03 WS-ISE-VALOR           PIC S9(9)V99.
           03 WS-ISE-DATA            PIC 9(8).
           03 WS-ISE-COD-CLIENTE     PIC 9(6).
           03 WS-ISE-LOTE            PIC X(12).
           03 WS-ISE-SEQ             PIC 9(5).
      * Layout identico ao do PAGTOCONFIRM
       FD  WS-CRD-FILE.
       01 WS-CRD-REGISTRO.
          03 WS-CRD-CODIGO              PIC 9(6).
          03 WS-CRD-SALDO               PIC S9(9)V99.
          03 WS-CRD-CLIENTE             PIC X(30).
       FD  WS-CRJ-FILE.
       01 WS-CRJ-REGISTRO.
          03 WS-CRJ-DATA                PIC 9(8).
          03 WS-CRJ-CLIENTE             PIC X(30).
          03 WS-CRJ-ID                  PIC 9(9).
          03 WS-CRJ-TIPO                PIC X.
          03 WS-CRJ-VALOR               PIC S9(9)V99.
          03 WS-CRJ-SALDO-NOVO          PIC S9(9)V99.
          03 WS-CRJ-CODIGO              PIC 9(6).
      * Notas lancadas, lidas pelo CONTABEXP no dia do lancamento.
       FD  WS-NLA-FILE.
       01 WS-NLA-REGISTRO.
           03 WS-NLA-DATA            PIC 9(8).
           03 WS-NLA-TIPO-NOTA       PIC XX.
           03 WS-NLA-COD-CLIENTE     PIC 9(6).
           03 WS-NLA-ID              PIC 9(9).
           03 WS-NLA-EFEITO          PIC S9(9)V99.
           03 WS-NLA-LOTE            PIC X(12).
           03 WS-NLA-SEQ             PIC 9(5).
           03 WS-NLA-PROGRAMA        PIC X(12).

       WORKING-STORAGE SECTION.
       01 WS-ENC-PATH              PIC X(40) VALUE 'PAGTOJUROS.DAT'.
       01 WS-FEI-PATH              PIC X(40)
                            VALUE 'PAGTOENCARGO.FEITOS'.
       01 WS-ISE-PATH              PIC X(40)
                            VALUE 'PAGTOJUROS.ISENCOES'.
       01 WS-CRD-PATH              PIC X(40) VALUE 'CLICREDITO.IDX'.
       01 WS-CRJ-PATH              PIC X(40)
                            VALUE 'CLICREDITO.JORNAL'.
       01 WS-NLA-PATH              PIC X(40) VALUE 'NOTAS.LANCADAS'.
       01 WS-ENC-FS                PIC XX.
       01 WS-FEI-FS                PIC XX.
       01 WS-ISE-FS                PIC XX.
       01 WS-CRD-FS                PIC XX.
       01 WS-CRJ-FS                PIC XX.
       01 WS-NLA-FS                PIC XX.

       01 WS-FIM-ARQUIVO           PIC X     VALUE 'N'.
          88 WS-FIM                          VALUE 'Y'.
       01 WS-CRD-ABERTO-SW         PIC X     VALUE 'N'.
          88 WS-CRD-ABERTO                   VALUE 'Y'.
       01 WS-ACHOU-SW              PIC X     VALUE 'N'.
          88 WS-ACHOU                        VALUE 'Y'.
       01 WS-ENC-COD-ACHADO        PIC 9(6)      VALUE 0.
       01 WS-ENC-TOTAL-ACHADO      PIC S9(9)V99  VALUE 0.
       01 WS-ISENTO-ANTERIOR       PIC S9(11)V99 VALUE 0.

       01 WS-CONTACOR-PARM.
           03 WS-CC-FUNCAO         PIC X.
           03 WS-CC-COD-CLIENTE    PIC 9(6).
           03 WS-CC-EVENTO         PIC XX.
           03 WS-CC-VALOR          PIC S9(9)V99.
           03 WS-CC-DATA           PIC 9(8).
           03 WS-CC-ID             PIC 9(9).
           03 WS-CC-HISTORICO      PIC X(30).
           03 WS-CC-PROGRAMA       PIC X(12).
           03 WS-CC-SALDO          PIC S9(11)V99.
           03 WS-CC-RC             PIC 99.

       01 WS-AMBIENTE-PARM.
           03 WS-AMB-FUNCAO        PIC X     VALUE 'R'.
           03 WS-AMB-NOME          PIC X(8)  VALUE SPACES.
           03 WS-AMB-RAIZ          PIC X(40) VALUE SPACES.
           03 WS-AMB-RC            PIC 99.

       LINKAGE SECTION.
       01 PARAMETROS-NOTA.
           02 WS-PRM-LOTE          PIC X(12).
           02 WS-PRM-SEQ           PIC 9(5).
           02 WS-PRM-TIPO-NOTA     PIC XX.
              88 WS-PRM-DEBITO             VALUE 'ND'.
              88 WS-PRM-CREDITO            VALUE 'NC'.
              88 WS-PRM-ISENCAO            VALUE 'IE'.
              88 WS-PRM-ARREDOND           VALUE 'AR'.
           02 WS-PRM-COD-CLIENTE   PIC 9(6).
           02 WS-PRM-CLIENTE       PIC X(30).
           02 WS-PRM-ID            PIC 9(9).
           02 WS-PRM-VALOR         PIC S9(9)V99.
           02 WS-PRM-EFEITO        PIC S9(9)V99.
           02 WS-PRM-MOTIVO        PIC X(30).
           02 WS-PRM-DATA          PIC 9(8).
           02 WS-PRM-PROGRAMA      PIC X(12).
           02 WS-PRM-MENSAGEM      PIC X(40).
           02 WS-PRM-RC            PIC 99.
              88 WS-RC-OK                  VALUE 0.
              88 WS-RC-NAO-LANCADA         VALUE 4.
              88 WS-RC-TIPO-INVALIDO       VALUE 8.
              88 WS-RC-ARQUIVO-INDISP      VALUE 12.
       PROCEDURE DIVISION USING PARAMETROS-NOTA.
       MAIN-PROCEDURE.
      * Lancamento de uma nota de ajuste ja validada pelo CHAMADO e,
      * acima do limite, ja aprovada pelo supervisor:
      *   ND, AR  conta corrente (ND ou NC conforme o sinal)
      *   NC      conta corrente e saldo de credito (CLICREDITO)
      *   IE      isencao sobre o encargo do PAGTOJUROS; a conta
      *           corrente recebe o encargo ja liquido quando o
      *           PAGTOENCARGO faturar. Encargo ja faturado nao
      *           aceita isencao: o acerto vai por nota de credito.
      * Toda nota lancada vai para NOTAS.LANCADAS, base do CONTABEXP.
      * RC 4 = nao lancada (motivo em WS-PRM-MENSAGEM), 8 = tipo
      * invalido, 12 = arquivo indisponivel.
           CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-ENC-PATH
           CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-FEI-PATH
           CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-ISE-PATH
           CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CRD-PATH
           CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CRJ-PATH
           CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-NLA-PATH
           SET WS-RC-OK TO TRUE
           MOVE SPACES TO WS-PRM-MENSAGEM
           MOVE 'N' TO WS-CRD-ABERTO-SW

           IF NOT WS-PRM-DEBITO AND NOT WS-PRM-CREDITO
              AND NOT WS-PRM-ISENCAO AND NOT WS-PRM-ARREDOND
               SET WS-RC-TIPO-INVALIDO TO TRUE
               MOVE 'TIPO DE NOTA INVALIDO' TO WS-PRM-MENSAGEM
               GOBACK
           END-IF

           IF WS-PRM-ISENCAO
               PERFORM P100-CONFERE-ENCARGO
               IF WS-RC-OK
                   PERFORM P150-GRAVA-ISENCAO
               END-IF
           ELSE
               IF WS-PRM-CREDITO
                   PERFORM P200-ABRE-CREDITO
               END-IF
               IF WS-RC-OK
                   PERFORM P300-LANCA-CONTA-CORRENTE
               END-IF
               IF WS-RC-OK AND WS-PRM-CREDITO
                   PERFORM P250-POSTA-CREDITO
               END-IF
               IF WS-CRD-ABERTO
                   CLOSE WS-CRD-FILE
               END-IF
           END-IF

           IF WS-RC-OK
               PERFORM P400-GRAVA-LANCADA
           END-IF
           GOBACK.

       P100-CONFERE-ENCARGO.
      * O encargo tem que existir, ser do cliente da nota e ainda nao
      * ter virado recebivel; a soma das isencoes nao passa dele.
            MOVE 'N' TO WS-ACHOU-SW
            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN INPUT WS-ENC-FILE
            IF WS-ENC-FS = '00'
                PERFORM UNTIL WS-FIM OR WS-ACHOU
                    READ WS-ENC-FILE
                        AT END SET WS-FIM TO TRUE
                        NOT AT END
                            IF WS-ENC-ID = WS-PRM-ID
                                SET WS-ACHOU TO TRUE
                                MOVE WS-ENC-COD-CLIENTE
                                     TO WS-ENC-COD-ACHADO
                                MOVE WS-ENC-TOTAL
                                     TO WS-ENC-TOTAL-ACHADO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE WS-ENC-FILE
            END-IF

            EVALUATE TRUE
                WHEN NOT WS-ACHOU
                    SET WS-RC-NAO-LANCADA TO TRUE
                    MOVE 'ENCARGO NAO ENCONTRADO PARA O ID'
                         TO WS-PRM-MENSAGEM
                WHEN WS-ENC-COD-ACHADO > 0
                     AND WS-ENC-COD-ACHADO NOT = WS-PRM-COD-CLIENTE
                    SET WS-RC-NAO-LANCADA TO TRUE
                    MOVE 'ENCARGO DE OUTRO CLIENTE'
                         TO WS-PRM-MENSAGEM
                WHEN OTHER
                    PERFORM P110-CONFERE-FATURADO
            END-EVALUATE

            IF WS-RC-OK
                PERFORM P120-SOMA-ISENCOES
                IF WS-ISENTO-ANTERIOR + WS-PRM-VALOR
                   > WS-ENC-TOTAL-ACHADO
                    SET WS-RC-NAO-LANCADA TO TRUE
                    MOVE 'ISENCAO ACIMA DO SALDO DO ENCARGO'
                         TO WS-PRM-MENSAGEM
                END-IF
            END-IF
            MOVE 'N' TO WS-FIM-ARQUIVO
            .
       P110-CONFERE-FATURADO.
            MOVE 'N' TO WS-ACHOU-SW
            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN INPUT WS-FEI-FILE
            IF WS-FEI-FS = '00'
                PERFORM UNTIL WS-FIM OR WS-ACHOU
                    READ WS-FEI-FILE
                        AT END SET WS-FIM TO TRUE
                        NOT AT END
                            IF WS-FEI-ID = WS-PRM-ID
                                SET WS-ACHOU TO TRUE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE WS-FEI-FILE
            END-IF
            IF WS-ACHOU
                SET WS-RC-NAO-LANCADA TO TRUE
                MOVE 'ENCARGO JA FATURADO. USE NOTA DE CREDITO'
                     TO WS-PRM-MENSAGEM
            END-IF
            .
       P120-SOMA-ISENCOES.
            MOVE 0   TO WS-ISENTO-ANTERIOR
            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN INPUT WS-ISE-FILE
            IF WS-ISE-FS = '00'
                PERFORM UNTIL WS-FIM
                    READ WS-ISE-FILE
                        AT END SET WS-FIM TO TRUE
                        NOT AT END
                            IF WS-ISE-ID = WS-PRM-ID
                                ADD WS-ISE-VALOR
                                    TO WS-ISENTO-ANTERIOR
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE WS-ISE-FILE
            END-IF
            .
       P150-GRAVA-ISENCAO.
            OPEN EXTEND WS-ISE-FILE
            IF WS-ISE-FS NOT = '00'
                OPEN OUTPUT WS-ISE-FILE
            END-IF
            IF WS-ISE-FS NOT = '00'
                SET WS-RC-ARQUIVO-INDISP TO TRUE
                MOVE 'ARQUIVO DE ISENCOES INDISPONIVEL'
                     TO WS-PRM-MENSAGEM
            ELSE
                MOVE WS-PRM-ID          TO WS-ISE-ID
                MOVE WS-PRM-VALOR       TO WS-ISE-VALOR
                MOVE WS-PRM-DATA        TO WS-ISE-DATA
                MOVE WS-PRM-COD-CLIENTE TO WS-ISE-COD-CLIENTE
                MOVE WS-PRM-LOTE        TO WS-ISE-LOTE
                MOVE WS-PRM-SEQ         TO WS-ISE-SEQ
                WRITE WS-ISE-REGISTRO
                CLOSE WS-ISE-FILE
            END-IF
            .
       P200-ABRE-CREDITO.
      * O saldo de credito e aberto antes da conta corrente: se ele
      * estiver indisponivel a nota nao lanca nada pela metade.
            OPEN I-O WS-CRD-FILE
            IF WS-CRD-FS NOT = '00'
                OPEN OUTPUT WS-CRD-FILE
                CLOSE WS-CRD-FILE
                OPEN I-O WS-CRD-FILE
            END-IF
            IF WS-CRD-FS NOT = '00'
                SET WS-RC-ARQUIVO-INDISP TO TRUE
                MOVE 'SALDO DE CREDITO INDISPONIVEL'
                     TO WS-PRM-MENSAGEM
            ELSE
                SET WS-CRD-ABERTO TO TRUE
            END-IF
            .
       P250-POSTA-CREDITO.
      * Credito por nota entra no saldo disponivel do cliente, no
      * mesmo esquema do credito por duplicidade do PAGTOCONFIRM: o
      * proximo pagamento consome o saldo.
            MOVE WS-PRM-COD-CLIENTE TO WS-CRD-CODIGO
            READ WS-CRD-FILE
                INVALID KEY
                    MOVE WS-PRM-COD-CLIENTE TO WS-CRD-CODIGO
                    MOVE WS-PRM-VALOR       TO WS-CRD-SALDO
                    MOVE WS-PRM-CLIENTE     TO WS-CRD-CLIENTE
                    WRITE WS-CRD-REGISTRO
                    END-WRITE
                NOT INVALID KEY
                    ADD WS-PRM-VALOR TO WS-CRD-SALDO
                    IF WS-PRM-CLIENTE NOT = SPACES
                        MOVE WS-PRM-CLIENTE TO WS-CRD-CLIENTE
                    END-IF
                    REWRITE WS-CRD-REGISTRO
                    END-REWRITE
            END-READ

            OPEN EXTEND WS-CRJ-FILE
            IF WS-CRJ-FS NOT = '00'
                OPEN OUTPUT WS-CRJ-FILE
            END-IF
            MOVE WS-PRM-DATA        TO WS-CRJ-DATA
            MOVE WS-CRD-CLIENTE     TO WS-CRJ-CLIENTE
            MOVE WS-PRM-ID          TO WS-CRJ-ID
            MOVE 'P'                TO WS-CRJ-TIPO
            MOVE WS-PRM-VALOR       TO WS-CRJ-VALOR
            MOVE WS-CRD-SALDO       TO WS-CRJ-SALDO-NOVO
            MOVE WS-CRD-CODIGO      TO WS-CRJ-CODIGO
            WRITE WS-CRJ-REGISTRO
            CLOSE WS-CRJ-FILE
            .
       P300-LANCA-CONTA-CORRENTE.
      * O arredondamento lanca como nota de debito ou de credito
      * conforme o sinal do efeito; o valor vai sempre positivo.
            MOVE 'L'                TO WS-CC-FUNCAO
            MOVE WS-PRM-COD-CLIENTE TO WS-CC-COD-CLIENTE
            IF WS-PRM-EFEITO > 0
                MOVE 'ND'           TO WS-CC-EVENTO
                MOVE WS-PRM-EFEITO  TO WS-CC-VALOR
            ELSE
                MOVE 'NC'           TO WS-CC-EVENTO
                COMPUTE WS-CC-VALOR = 0 - WS-PRM-EFEITO
            END-IF
            MOVE WS-PRM-DATA        TO WS-CC-DATA
            MOVE WS-PRM-ID          TO WS-CC-ID
            MOVE WS-PRM-MOTIVO      TO WS-CC-HISTORICO
            MOVE WS-PRM-PROGRAMA    TO WS-CC-PROGRAMA
            CALL 'CONTACORPOSTA' USING WS-CONTACOR-PARM
            IF WS-CC-RC NOT = 0 AND WS-CC-RC NOT = 4
                SET WS-RC-ARQUIVO-INDISP TO TRUE
                MOVE 'CONTA CORRENTE INDISPONIVEL'
                     TO WS-PRM-MENSAGEM
            END-IF
            .
       P400-GRAVA-LANCADA.
            OPEN EXTEND WS-NLA-FILE
            IF WS-NLA-FS NOT = '00'
                OPEN OUTPUT WS-NLA-FILE
            END-IF
            MOVE WS-PRM-DATA        TO WS-NLA-DATA
            MOVE WS-PRM-TIPO-NOTA   TO WS-NLA-TIPO-NOTA
            MOVE WS-PRM-COD-CLIENTE TO WS-NLA-COD-CLIENTE
            MOVE WS-PRM-ID          TO WS-NLA-ID
            MOVE WS-PRM-EFEITO      TO WS-NLA-EFEITO
            MOVE WS-PRM-LOTE        TO WS-NLA-LOTE
            MOVE WS-PRM-SEQ         TO WS-NLA-SEQ
            MOVE WS-PRM-PROGRAMA    TO WS-NLA-PROGRAMA
            WRITE WS-NLA-REGISTRO
            CLOSE WS-NLA-FILE
            .
       END PROGRAM NOTAPOSTA.
