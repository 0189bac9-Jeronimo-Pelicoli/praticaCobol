           SELECT WS-CTL-FILE      ASSIGN TO WS-CTL-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-CTL-FS.
           SELECT WS-AVL-FILE      ASSIGN TO WS-AVL-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS WS-AVL-CHAVE
                                    ALTERNATE RECORD KEY IS
                                        WS-AVL-CONTRATO WITH DUPLICATES
                                    FILE STATUS WS-AVL-FS.
           SELECT WS-CTR-FILE      ASSIGN TO WS-CTR-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS WS-CTR-CONTRATO
                                    FILE STATUS WS-CTR-FS.
       DATA DIVISION.
       FILE SECTION.
       FD  WS-CLI-FILE.
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
       FD  WS-CONF-FILE.
       01 WS-CONF-REGISTRO.
           03 WS-CONF-ID             PIC 9(9).
           03 WS-CONF-VALOR          PIC S9(9)V99.
           03 WS-CONF-PAGTO          PIC X.
           03 WS-CONF-MOTIVO         PIC 99.
           03 WS-CONF-CLIENTE        PIC X(30).
           03 WS-CONF-COD-CLIENTE    PIC 9(6).
       FD  WS-REJ-FILE.
       01 WS-REJ-REGISTRO.
           03 WS-REJ-ID              PIC 9(9).
           03 WS-REJ-VALOR           PIC S9(9)V99.
           03 WS-REJ-PAGTO           PIC X.
           03 WS-REJ-MOTIVO          PIC 99.
           03 WS-REJ-CLIENTE         PIC X(30).
           03 WS-REJ-COD-CLIENTE     PIC 9(6).
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
       FD  WS-APROV-FILE.
       01 WS-APROV-REGISTRO.
           03 WS-APROV-TIPO          PIC X.
           03 WS-APROV-ID            PIC 9(9).
           03 WS-APROV-VALOR         PIC S9(9)V99.
           03 WS-APROV-COD-SITUACAO  PIC X.
           03 WS-APROV-MOTIVO        PIC 99.
           03 WS-APROV-CLIENTE       PIC X(30).
           03 WS-APROV-DATA-PEND     PIC X(8).
           03 WS-APROV-FILIAL        PIC X(3).
           03 WS-APROV-COD-CLIENTE   PIC 9(6).
       FD  WS-CTL-FILE.
       01 WS-CTL-REGISTRO.
           03 WS-CTL-DATA            PIC 9(8).
           03 WS-CTL-PERIODO-INI     PIC 9(8).
           03 WS-CTL-PERIODO-FIM     PIC 9(8).
           03 WS-CTL-STATUS          PIC X(8).
      * Layout identico ao do AVALMANUT.
       FD  WS-AVL-FILE.
       01 WS-AVL-REGISTRO.
           03 WS-AVL-CHAVE.
              05 WS-AVL-AVALISTA     PIC 9(6).
              05 WS-AVL-CONTRATO     PIC X(8).
           03 WS-AVL-DEVEDOR         PIC 9(6).
           03 WS-AVL-SITUACAO        PIC X.
              88 WS-AVL-ATIVO                  VALUE 'A'.
           03 WS-AVL-DATA-INICIO     PIC 9(8).
           03 WS-AVL-DATA-SITUACAO   PIC 9(8).
           03 WS-AVL-OPERADOR        PIC X(8).
      * Layout identico ao do CONTRATOMANUT.
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

       WORKING-STORAGE SECTION.
       01 WS-CLI-PATH              PIC X(40) VALUE 'CLIENTES.NOVO.IDX'.
       01 WS-ENC-FS                PIC XX.
       01 WS-APROV-FS              PIC XX.
       01 WS-CTL-FS                PIC XX.
       01 WS-AVL-PATH              PIC X(40) VALUE 'CLIAVAL.IDX'.
       01 WS-CTR-PATH              PIC X(40) VALUE 'CONTRATOS.IDX'.
       01 WS-AVL-FS                PIC XX.
       01 WS-CTR-FS                PIC XX.

       01 WS-FIM-ARQUIVO           PIC X     VALUE 'N'.
          88 WS-FIM                          VALUE 'Y'.
       01 WS-CODIGO-INFORMADO      PIC 9(6)  VALUE 0.
       01 WS-NOME-INFORMADO        PIC X(30) VALUE SPACES.
       01 WS-NOME-CLIENTE          PIC X(30) VALUE SPACES.
       01 WS-COD-CLIENTE           PIC 9(6)  VALUE 0.

       01 WS-ACUMULADORES.
          03 WS-QTD-PENDENTE       PIC 9(6)      VALUE 0.
          03 WS-VAL-ENCARGO        PIC S9(11)V99 VALUE 0.
          03 WS-QTD-APROVACAO      PIC 9(6)      VALUE 0.
          03 WS-VAL-APROVACAO      PIC S9(11)V99 VALUE 0.
          03 WS-QTD-AVAL           PIC 9(6)      VALUE 0.
          03 WS-VAL-AVAL           PIC S9(11)V99 VALUE 0.

      * Contratos em aberto que o cliente garante como avalista,
      * guardados para a listagem abaixo dos totais.
       01 WS-TAB-AVAL.
          03 WS-TAV OCCURS 50 TIMES.
             05 WS-TAV-CONTRATO    PIC X(8).
             05 WS-TAV-DEVEDOR     PIC 9(6).
             05 WS-TAV-CLIENTE     PIC X(30).
             05 WS-TAV-SALDO       PIC S9(9)V99.
       01 WS-TAV-IDX               PIC 99    VALUE 0.

       01 WS-VALOR-ED              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       01 WS-JURIDICO-PARM.
           03 WS-JD-COD-CLIENTE    PIC 9(6).
           03 WS-JD-SITUACAO       PIC X.
           03 WS-JD-DATA-EVENTO    PIC 9(8).
           03 WS-JD-PROCESSO       PIC X(25).
           03 WS-JD-ADVOGADO       PIC X(30).
           03 WS-JD-RC             PIC 99.
              88 WS-JD-EM-JURIDICO         VALUE 0.

       01 WS-AMBIENTE-PARM.
           03 WS-AMB-FUNCAO        PIC X     VALUE 'R'.
           03 WS-AMB-NOME          PIC X(8)  VALUE SPACES.
           03 WS-AMB-RAIZ          PIC X(40) VALUE SPACES.
           03 WS-AMB-RC            PIC 99.

       01 WS-MASCARA-PARM.
           03 WS-MSC-FUNCAO        PIC X.
           03 WS-MSC-PROGRAMA      PIC X(12) VALUE 'CLIPOSICAO'.
           03 WS-MSC-OPERADOR      PIC X(8)  VALUE SPACES.
           03 WS-MSC-PERFIL        PIC X     VALUE SPACE.
           03 WS-MSC-CHAVE         PIC X(30) VALUE SPACES.
           03 WS-MSC-CLARO         PIC X     VALUE 'N'.
           03 WS-MSC-TIPO          PIC X.
           03 WS-MSC-CAMPO         PIC X(60).
           03 WS-MSC-RC            PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CLI-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-PEND-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CONF-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-REJ-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-ENC-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-APROV-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CTL-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-AVL-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CTR-PATH
            DISPLAY 'CLIPOSICAO - POSICAO DO CLIENTE'

            OPEN INPUT WS-CLI-FILE
            END-IF

            IF WS-ACHOU
      * Os arquivos de pagamento sao casados pelo codigo do
      * cliente; o nome do master fica so para exibicao.
                MOVE WS-CLI-NOME   TO WS-NOME-CLIENTE
                MOVE WS-CLI-CODIGO TO WS-COD-CLIENTE
                PERFORM P200-SOMA-PENDENTES
                PERFORM P300-SOMA-CONFIRMADOS
                PERFORM P400-SOMA-REJEITADOS
                PERFORM P500-SOMA-ENCARGOS
                PERFORM P600-SOMA-APROVACAO
                PERFORM P700-SOMA-AVAIS
                PERFORM P800-MOSTRA-POSICAO
            END-IF

            END-READ
            .
       P260-SOMA-PENDENTE.
            IF WS-PEND-COD-CLIENTE = WS-COD-CLIENTE
                ADD 1             TO WS-QTD-PENDENTE
                ADD WS-PEND-VALOR TO WS-VAL-PENDENTE
            END-IF
            END-READ
            .
       P360-SOMA-CONFIRMADO.
            IF WS-CONF-COD-CLIENTE = WS-COD-CLIENTE
                ADD 1             TO WS-QTD-CONFIRMADO
                ADD WS-CONF-VALOR TO WS-VAL-CONFIRMADO
            END-IF
            END-READ
            .
       P460-SOMA-REJEITADO.
            IF WS-REJ-COD-CLIENTE = WS-COD-CLIENTE
                ADD 1            TO WS-QTD-REJEITADO
                ADD WS-REJ-VALOR TO WS-VAL-REJEITADO
            END-IF
            END-READ
            .
       P560-SOMA-ENCARGO.
            IF WS-ENC-COD-CLIENTE = WS-COD-CLIENTE
                ADD 1            TO WS-QTD-ENCARGO
                ADD WS-ENC-TOTAL TO WS-VAL-ENCARGO
            END-IF
            END-READ
            .
       P660-SOMA-APROVACAO.
            IF WS-APROV-COD-CLIENTE = WS-COD-CLIENTE
                ADD 1              TO WS-QTD-APROVACAO
                ADD WS-APROV-VALOR TO WS-VAL-APROVACAO
            END-IF
            PERFORM P650-LE-APROVACAO
            .
       P700-SOMA-AVAIS.
      * Mesmo criterio do AVALEXPO: aval vigente em contrato ativo
      * com saldo em aberto.
            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN INPUT WS-AVL-FILE
            IF WS-AVL-FS = '00'
                OPEN INPUT WS-CTR-FILE
                IF WS-CTR-FS = '00'
                    MOVE WS-COD-CLIENTE TO WS-AVL-AVALISTA
                    MOVE LOW-VALUES     TO WS-AVL-CONTRATO
                    START WS-AVL-FILE KEY IS NOT LESS THAN WS-AVL-CHAVE
                        INVALID KEY SET WS-FIM TO TRUE
                    END-START
                    PERFORM P750-LE-AVAL
                            UNTIL WS-FIM
                    CLOSE WS-CTR-FILE
                END-IF
                CLOSE WS-AVL-FILE
            END-IF
            .
       P750-LE-AVAL.
            READ WS-AVL-FILE NEXT RECORD
                AT END SET WS-FIM TO TRUE
                NOT AT END
                    IF WS-AVL-AVALISTA NOT = WS-COD-CLIENTE
                        SET WS-FIM TO TRUE
                    ELSE
                        IF WS-AVL-ATIVO
                            PERFORM P760-SOMA-AVAL
                        END-IF
                    END-IF
            END-READ
            .
       P760-SOMA-AVAL.
            MOVE WS-AVL-CONTRATO TO WS-CTR-CONTRATO
            READ WS-CTR-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF WS-CTR-SITUACAO = 'A'
                       AND WS-CTR-SALDO-ABERTO > 0
                        ADD 1                   TO WS-QTD-AVAL
                        ADD WS-CTR-SALDO-ABERTO TO WS-VAL-AVAL
                        IF WS-QTD-AVAL NOT > 50
                            MOVE WS-CTR-CONTRATO
                              TO WS-TAV-CONTRATO(WS-QTD-AVAL)
                            MOVE WS-CTR-COD-CLIENTE
                              TO WS-TAV-DEVEDOR(WS-QTD-AVAL)
                            MOVE WS-CTR-CLIENTE
                              TO WS-TAV-CLIENTE(WS-QTD-AVAL)
                            MOVE WS-CTR-SALDO-ABERTO
                              TO WS-TAV-SALDO(WS-QTD-AVAL)
                        END-IF
                    END-IF
            END-READ
            .
       P800-MOSTRA-POSICAO.
      * Dado pessoal na tela segue o perfil do operador (CADMASCARA).
            MOVE 'A'           TO WS-MSC-FUNCAO
            MOVE SPACES        TO WS-MSC-CHAVE
            STRING 'CLIENTE ' WS-CLI-CODIGO
                   DELIMITED BY SIZE
                   INTO WS-MSC-CHAVE
            END-STRING
            CALL 'CADMASCARA' USING WS-MASCARA-PARM
            DISPLAY '============================================='
            MOVE WS-CLI-NOME   TO WS-MSC-CAMPO
            PERFORM P810-MASCARA-NOME
            DISPLAY 'CLIENTE : ' WS-CLI-CODIGO ' ' WS-MSC-CAMPO(1:30)
            DISPLAY 'ENDERECO: ' WS-CLI-ENDERECO
            DISPLAY 'CIDADE  : ' WS-CLI-CIDADE ' - ' WS-CLI-ESTADO
            PERFORM P870-MOSTRA-JURIDICO
            DISPLAY '---------------------------------------------'
            MOVE WS-VAL-PENDENTE TO WS-VALOR-ED
            DISPLAY 'PENDENTES EM ABERTO : ' WS-QTD-PENDENTE
            MOVE WS-VAL-APROVACAO TO WS-VALOR-ED
            DISPLAY 'NA FILA DE APROVACAO: ' WS-QTD-APROVACAO
                    '  VALOR: ' WS-VALOR-ED
            MOVE WS-VAL-AVAL TO WS-VALOR-ED
            DISPLAY 'AVALISTA EM ABERTO  : ' WS-QTD-AVAL
                    '  VALOR: ' WS-VALOR-ED
            PERFORM P860-MOSTRA-AVAIS
            PERFORM P850-MOSTRA-EXTRATO
            DISPLAY '============================================='
            .
       P810-MASCARA-NOME.
            MOVE 'M' TO WS-MSC-FUNCAO
            MOVE 'N' TO WS-MSC-TIPO
            CALL 'CADMASCARA' USING WS-MASCARA-PARM
            .
       P850-MOSTRA-EXTRATO.
            OPEN INPUT WS-CTL-FILE
            IF WS-CTL-FS = '00'
                DISPLAY 'ULTIMO EXTRATO      : NAO EMITIDO'
            END-IF
            .
       P860-MOSTRA-AVAIS.
            PERFORM VARYING WS-TAV-IDX FROM 1 BY 1
                    UNTIL WS-TAV-IDX > WS-QTD-AVAL
                       OR WS-TAV-IDX > 50
                MOVE WS-TAV-SALDO(WS-TAV-IDX) TO WS-VALOR-ED
                MOVE WS-TAV-CLIENTE(WS-TAV-IDX) TO WS-MSC-CAMPO
                PERFORM P810-MASCARA-NOME
                DISPLAY '  CONTRATO ' WS-TAV-CONTRATO(WS-TAV-IDX)
                        ' DE ' WS-TAV-DEVEDOR(WS-TAV-IDX) ' '
                        WS-MSC-CAMPO(1:30) ' ' WS-VALOR-ED
            END-PERFORM
            IF WS-QTD-AVAL > 50
                DISPLAY '  (LISTADOS OS 50 PRIMEIROS; DEMAIS NO '
                        'AVALMANUT)'
            END-IF
            .
       P870-MOSTRA-JURIDICO.
      * Obito, falencia ou recuperacao judicial em vigor: a cobranca
      * esta suspensa e o credito e tratado pelo juridico.
            MOVE WS-CLI-CODIGO TO WS-JD-COD-CLIENTE
            CALL 'CLIJURIDICO' USING WS-JURIDICO-PARM
            IF WS-JD-EM-JURIDICO
                EVALUATE WS-JD-SITUACAO
                    WHEN 'O'
                        DISPLAY '*** OBITO EM ' WS-JD-DATA-EVENTO
                                ' - COBRANCA SUSPENSA ***'
                    WHEN 'F'
                        DISPLAY '*** FALENCIA EM ' WS-JD-DATA-EVENTO
                                ' - COBRANCA SUSPENSA ***'
                    WHEN OTHER
                        DISPLAY '*** RECUPERACAO JUDICIAL EM '
                                WS-JD-DATA-EVENTO
                                ' - COBRANCA SUSPENSA ***'
                END-EVALUATE
                DISPLAY 'PROCESSO: ' WS-JD-PROCESSO
                DISPLAY 'ADVOGADO: ' WS-JD-ADVOGADO
            END-IF
            .
       END PROGRAM CLIPOSICAO.
