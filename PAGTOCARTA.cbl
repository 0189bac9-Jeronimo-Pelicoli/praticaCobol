                                    ALTERNATE RECORD KEY IS WS-CLI-NOME
                                                  WITH DUPLICATES
                                    FILE STATUS WS-CLI-FS.
           SELECT WS-CPA-FILE      ASSIGN TO WS-CPA-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS WS-CPA-CHAVE
                                    ALTERNATE RECORD KEY IS
                                        WS-CPA-PAGTO-ID WITH DUPLICATES
                                    FILE STATUS WS-CPA-FS.
           SELECT WS-AVL-FILE      ASSIGN TO WS-AVL-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS WS-AVL-CHAVE
                                    ALTERNATE RECORD KEY IS
                                        WS-AVL-CONTRATO WITH DUPLICATES
                                    FILE STATUS WS-AVL-FS.
           SELECT WS-CAR-FILE      ASSIGN TO WS-CAR-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-CAR-FS.
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
       FD  WS-CLI-FILE.
       01 WS-CLI-REGISTRO.
           03 WS-CLI-CODIGO          PIC 9(6).
           03 WS-CLI-EMAIL           PIC X(50).
           03 WS-CLI-ESTADO          PIC X(30).
           03 WS-CLI-CIDADE          PIC X(30).
      * Layout identico ao do CONTRATOMANUT.
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
       FD  WS-CAR-FILE.
       01 WS-CAR-LINHA               PIC X(80).
       FD  WS-LOG-FILE.
       01 WS-LOG-REGISTRO.
           03 WS-LOG-DATA            PIC 9(8).
           03 WS-LOG-ID              PIC 9(9).
           03 WS-LOG-CLIENTE         PIC X(30).
           03 WS-LOG-SEVERIDADE      PIC X.

       01 WS-ENC-PATH                PIC X(40) VALUE 'PAGTOJUROS.DAT'.
       01 WS-CLI-PATH                PIC X(40)
                            VALUE 'CLIENTES.NOVO.IDX'.
       01 WS-CPA-PATH                PIC X(40)
                            VALUE 'CONTRATOPARC.IDX'.
       01 WS-AVL-PATH                PIC X(40) VALUE 'CLIAVAL.IDX'.
       01 WS-CAR-PATH                PIC X(40) VALUE 'CARTAS.REL'.
       01 WS-LOG-PATH                PIC X(40) VALUE 'CARTAS.LOG'.
       01 WS-PARM-FS                 PIC XX.
       01 WS-PEND-FS                 PIC XX.
       01 WS-ENC-FS                  PIC XX.
       01 WS-CLI-FS                  PIC XX.
       01 WS-CPA-FS                  PIC XX.
       01 WS-AVL-FS                  PIC XX.
       01 WS-CAR-FS                  PIC XX.
       01 WS-LOG-FS                  PIC XX.

          88 WS-CLI-ACHOU                      VALUE 'Y'.
       01 WS-ENC-ACHOU-SW            PIC X     VALUE 'N'.
          88 WS-ENC-ACHOU                      VALUE 'Y'.
       01 WS-AVAL-ABERTO-SW          PIC X     VALUE 'N'.
          88 WS-AVAL-ABERTO                    VALUE 'Y'.
       01 WS-FIM-AVAL-SW             PIC X     VALUE 'N'.
          88 WS-FIM-AVAL                       VALUE 'Y'.
       01 WS-CONTRATO-CARTA          PIC X(8)  VALUE SPACES.
       01 WS-CANAL-CARTA             PIC X     VALUE 'C'.
          88 WS-CANAL-CORREIO                  VALUE 'C'.
          88 WS-CANAL-EMAIL                    VALUE 'E'.
          88 WS-SEM-CANAL                      VALUE 'N'.

       01 WS-LIMITE-ESCALACAO        PIC 99    VALUE 5.

       01 WS-TAB-ENCARGOS.
          03 WS-TEN OCCURS 1000 TIMES INDEXED BY WS-TEN-IDX.
             05 WS-TEN-ID             PIC 9(9).
             05 WS-TEN-TOTAL          PIC S9(9)V99.
       01 WS-TOT-ENCARGOS            PIC 9(4)  VALUE 0.
       01 WS-ENCARGO-ITEM            PIC S9(9)V99 VALUE 0.

       01 WS-DATA-HORA-ATUAL         PIC X(21).
       01 WS-HOJE                    PIC 9(8)  VALUE 0.
          88 WS-SEGUNDO-AVISO                  VALUE '2'.
          88 WS-AVISO-FINAL                    VALUE 'F'.

       01 WS-VALOR-ED                PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-LINHA-TRABALHO          PIC X(80) VALUE SPACES.

       01 WS-CONTADORES.
          03 WS-TOT-CARTA-2          PIC 9(6) VALUE 0.
          03 WS-TOT-CARTA-F          PIC 9(6) VALUE 0.
          03 WS-TOT-SEM-CADASTRO     PIC 9(6) VALUE 0.
          03 WS-TOT-POR-EMAIL        PIC 9(6) VALUE 0.
          03 WS-TOT-SEM-CANAL        PIC 9(6) VALUE 0.
          03 WS-TOT-ELETRONICO       PIC 9(6) VALUE 0.
          03 WS-TOT-COPIA-AVAL       PIC 9(6) VALUE 0.
          03 WS-TOT-AVAL-SEM-END     PIC 9(6) VALUE 0.
          03 WS-TOT-JURIDICO         PIC 9(6) VALUE 0.
          03 WS-TOT-AVAL-JURIDICO    PIC 9(6) VALUE 0.

       01 WS-TITULO-CARTA            PIC X(26) VALUE SPACES.

       01 WS-MSGFILA-PARM.
           03 WS-MF-FUNCAO         PIC X.
           03 WS-MF-ORIGEM         PIC X(12) VALUE 'PAGTOCARTA'.
           03 WS-MF-TIPO           PIC X(12) VALUE 'CARTA-COBR'.
           03 WS-MF-COD-CLIENTE    PIC 9(6).
           03 WS-MF-CLIENTE        PIC X(30).
           03 WS-MF-EMAIL          PIC X(50).
           03 WS-MF-TELEFONE       PIC X(20).
           03 WS-MF-CANAL-SUGERIDO PIC X.
           03 WS-MF-REFERENCIA     PIC X(20).
           03 WS-MF-TEXTO          PIC X(160).
           03 WS-MF-CANAL          PIC X.
           03 WS-MF-ID             PIC 9(9).
           03 WS-MF-RC             PIC 99.

       01 WS-CONTATO-PARM.
           03 WS-CN-FUNCAO         PIC X.
           03 WS-CN-COD-CLIENTE    PIC 9(6).
           03 WS-CN-DATA           PIC 9(8).
           03 WS-CN-MOTIVO         PIC X(30).
           03 WS-CN-END-VALIDO     PIC X.
           03 WS-CN-END-DATA       PIC 9(8).
           03 WS-CN-END-MOTIVO     PIC X(30).
           03 WS-CN-EMAIL-VALIDO   PIC X.
           03 WS-CN-EMAIL-DATA     PIC 9(8).
           03 WS-CN-EMAIL-MOTIVO   PIC X(30).
           03 WS-CN-SOFT-QTD       PIC 9(3).
           03 WS-CN-RC             PIC 99.

      * Endereco de cobranca: cobranca, preferido, residencial e
      * trabalho, nessa ordem.
       01 WS-ENDERECO-PARM.
           03 WS-EN-FUNCAO         PIC X     VALUE 'B'.
           03 WS-EN-COD-CLIENTE    PIC 9(6).
           03 WS-EN-DATA           PIC 9(8)  VALUE 0.
           03 WS-EN-TIPO           PIC X.
           03 WS-EN-ORDEM          PIC X(4)  VALUE 'CPRT'.
           03 WS-EN-PREFERIDO      PIC X.
           03 WS-EN-ENDERECO       PIC X(60).
           03 WS-EN-CIDADE         PIC X(30).
           03 WS-EN-ESTADO         PIC X(30).
           03 WS-EN-ANT-ENDERECO   PIC X(60).
           03 WS-EN-ANT-CIDADE     PIC X(30).
           03 WS-EN-ANT-ESTADO     PIC X(30).
           03 WS-EN-OPERADOR       PIC X(8).
           03 WS-EN-TIPO-USADO     PIC X.
           03 WS-EN-RC             PIC 99.

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

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-PARM-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-PEND-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-ENC-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CLI-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CPA-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-AVL-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CAR-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-LOG-PATH
            DISPLAY 'PAGTOCARTA - CARTAS DE COBRANCA'

            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
            PERFORM P060-CARREGA-PARAMETRO
            PERFORM P070-CARREGA-ENCARGOS
            PERFORM P100-ABRE-ARQUIVOS
            MOVE 'A' TO WS-MF-FUNCAO
            CALL 'MSGFILA' USING WS-MSGFILA-PARM
            PERFORM P200-AVALIA-PENDENTE
                    UNTIL WS-FIM
            PERFORM P800-RESUMO
                        'CARTAS SAIRAO SEM ENDERECO.'
            END-IF

      * Sem contratos ou sem cadastro de avalistas as cartas saem
      * normalmente, so sem as copias aos avalistas.
            OPEN INPUT WS-CPA-FILE
            OPEN INPUT WS-AVL-FILE
            IF WS-CPA-FS = '00' AND WS-AVL-FS = '00'
                SET WS-AVAL-ABERTO TO TRUE
            ELSE
                IF WS-CPA-FS = '00'
                    CLOSE WS-CPA-FILE
                END-IF
                IF WS-AVL-FS = '00'
                    CLOSE WS-AVL-FILE
                END-IF
            END-IF

            OPEN INPUT WS-PEND-FILE
            IF WS-PEND-FS = '00'
                PERFORM P150-LE-PENDENTE
                    WS-HOJE-INTEGER - WS-PEND-INTEGER
            END-IF

            MOVE 4 TO WS-JD-RC
            IF WS-DIAS-PENDENTE > WS-LIMITE-ESCALACAO
                PERFORM P210-VERIFICA-JURIDICO
            END-IF

            IF WS-DIAS-PENDENTE > WS-LIMITE-ESCALACAO
               AND NOT WS-JD-EM-JURIDICO
                PERFORM P330-DEFINE-CANAL
                IF WS-SEM-CANAL
                    ADD 1 TO WS-TOT-SEM-CANAL
                ELSE
                    PERFORM P250-DEFINE-SEVERIDADE
                    PERFORM P360-ENFILEIRA
                    IF WS-MF-RC = 0
                        ADD 1 TO WS-TOT-ELETRONICO
                    ELSE
                        PERFORM P300-MONTA-CARTA
                    END-IF
                    PERFORM P400-REGISTRA-GERACAO
                    IF (WS-SEGUNDO-AVISO OR WS-AVISO-FINAL)
                       AND WS-AVAL-ABERTO
                        PERFORM P500-COPIA-AVALISTAS
                    END-IF
                END-IF
            END-IF

            PERFORM P150-LE-PENDENTE
            .
       P210-VERIFICA-JURIDICO.
      * Cliente em obito, falencia ou recuperacao judicial nao recebe
      * carta de cobranca; o credito segue pelo juridico.
            IF WS-PEND-COD-CLIENTE NUMERIC AND WS-PEND-COD-CLIENTE > 0
                MOVE WS-PEND-COD-CLIENTE TO WS-JD-COD-CLIENTE
                CALL 'CLIJURIDICO' USING WS-JURIDICO-PARM
                IF WS-JD-EM-JURIDICO
                    ADD 1 TO WS-TOT-JURIDICO
                END-IF
            END-IF
            .
       P250-DEFINE-SEVERIDADE.
            EVALUATE TRUE
                WHEN WS-DIAS-PENDENTE > WS-LIMITE-ESCALACAO * 3
                WRITE WS-CAR-LINHA FROM WS-LINHA-TRABALHO
            END-IF

            PERFORM P310-TEXTO-FINAL
            .
       P310-TEXTO-FINAL.
            IF WS-AVISO-FINAL
                MOVE 'REGULARIZE EM 5 DIAS PARA EVITAR AS MEDIDAS '
                     TO WS-CAR-LINHA
                WRITE WS-CAR-LINHA
                MOVE 'DE COBRANCA CABIVEIS.' TO WS-CAR-LINHA
                WRITE WS-CAR-LINHA
      * O aviso final e a comunicacao previa exigida antes da
      * negativacao; o NEGATINCLUI so inclui depois dele.
                MOVE 'O NAO PAGAMENTO PODERA LEVAR A INCLUSAO DO '
                     TO WS-CAR-LINHA
                WRITE WS-CAR-LINHA
                MOVE 'DEBITO NOS ORGAOS DE PROTECAO AO CREDITO.'
                     TO WS-CAR-LINHA
                WRITE WS-CAR-LINHA
            ELSE
                MOVE 'SOLICITAMOS A REGULARIZACAO DO PAGAMENTO.'
                     TO WS-CAR-LINHA
            MOVE SPACES TO WS-CAR-LINHA
            WRITE WS-CAR-LINHA
            .
       P330-DEFINE-CANAL.
      * Endereco devolvido pelos Correios: a carta sai para envio por
      * e-mail; sem e-mail valido a carta nao e gerada nem registrada
      * no log (nao houve notificacao) e o cliente aparece na lista
      * do CLISEMCANAL.
            SET WS-CANAL-CORREIO TO TRUE
            MOVE 'N' TO WS-CLI-ACHOU-SW
            IF WS-CLI-ABERTO
                PERFORM P340-LOCALIZA-CLIENTE
            END-IF
            IF WS-CLI-ACHOU
                MOVE 'C'           TO WS-CN-FUNCAO
                MOVE WS-CLI-CODIGO TO WS-CN-COD-CLIENTE
                CALL 'CLICONTATO' USING WS-CONTATO-PARM
                IF WS-CN-END-VALIDO = 'N'
                    IF WS-CN-EMAIL-VALIDO = 'S'
                       AND WS-CLI-EMAIL NOT = SPACES
                        SET WS-CANAL-EMAIL TO TRUE
                    ELSE
                        SET WS-SEM-CANAL TO TRUE
                    END-IF
                END-IF
            END-IF
            .
       P340-LOCALIZA-CLIENTE.
      * Endereco pelo codigo do cliente; so o item antigo, ainda sem
      * codigo, e procurado pelo nome normalizado.
            MOVE 'N' TO WS-CLI-ACHOU-SW
            IF WS-PEND-COD-CLIENTE > 0
                MOVE WS-PEND-COD-CLIENTE TO WS-CLI-CODIGO
                READ WS-CLI-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET WS-CLI-ACHOU TO TRUE
                END-READ
            ELSE
                MOVE WS-PEND-CLIENTE TO WS-CLI-NOME
                CALL 'NOMENORM' USING WS-CLI-NOME
                READ WS-CLI-FILE KEY IS WS-CLI-NOME
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET WS-CLI-ACHOU TO TRUE
                END-READ
            END-IF
            IF WS-CLI-ACHOU
                PERFORM P345-ENDERECO-COBRANCA
            END-IF
            .
       P345-ENDERECO-COBRANCA.
      * Endereco de correspondencia pelo cadastro de enderecos do
      * cliente; sem endereco vigente fica o endereco do cadastro.
            MOVE WS-CLI-CODIGO TO WS-EN-COD-CLIENTE
            MOVE WS-HOJE       TO WS-EN-DATA
            MOVE 'B'           TO WS-EN-FUNCAO
            CALL 'CLIENDERECO' USING WS-ENDERECO-PARM
            IF WS-EN-RC = 0
                MOVE WS-EN-ENDERECO TO WS-CLI-ENDERECO
                MOVE WS-EN-CIDADE   TO WS-CLI-CIDADE
                MOVE WS-EN-ESTADO   TO WS-CLI-ESTADO
            END-IF
            .
       P350-ENDERECO-CARTA.
            IF WS-CLI-ABERTO
                IF NOT WS-CLI-ACHOU
                    ADD 1 TO WS-TOT-SEM-CADASTRO
                END-IF
                IF WS-CLI-ACHOU AND WS-CANAL-EMAIL
                    ADD 1 TO WS-TOT-POR-EMAIL
                    MOVE SPACES TO WS-LINHA-TRABALHO
                    STRING 'ENVIAR POR E-MAIL: ' WS-CLI-EMAIL
                           DELIMITED BY SIZE
                           INTO WS-LINHA-TRABALHO
                    END-STRING
                    WRITE WS-CAR-LINHA FROM WS-LINHA-TRABALHO
                END-IF
                IF WS-CLI-ACHOU AND WS-CANAL-CORREIO
                    WRITE WS-CAR-LINHA FROM WS-CLI-ENDERECO
                    MOVE SPACES TO WS-LINHA-TRABALHO
                    STRING FUNCTION TRIM(WS-CLI-CIDADE TRAILING)
                           INTO WS-LINHA-TRABALHO
                    END-STRING
                    WRITE WS-CAR-LINHA FROM WS-LINHA-TRABALHO
                END-IF
                IF NOT WS-CLI-ACHOU
                    MOVE 'ENDERECO NAO CADASTRADO'
                         TO WS-LINHA-TRABALHO
                    WRITE WS-CAR-LINHA FROM WS-LINHA-TRABALHO
                END-IF
            END-IF
            .
       P360-ENFILEIRA.
      * Cliente com canal eletronico recebe a carta pela fila de
      * mensagens; o log de geracao vale do mesmo jeito como prova
      * da notificacao. RC diferente de zero e carta em papel.
            MOVE 4 TO WS-MF-RC
            IF WS-CLI-ACHOU
                EVALUATE TRUE
                    WHEN WS-AVISO-FINAL
                        MOVE 'AVISO FINAL DE COBRANCA'
                             TO WS-TITULO-CARTA
                    WHEN WS-SEGUNDO-AVISO
                        MOVE 'SEGUNDO AVISO DE COBRANCA'
                             TO WS-TITULO-CARTA
                    WHEN OTHER
                        MOVE 'PRIMEIRO AVISO DE COBRANCA'
                             TO WS-TITULO-CARTA
                END-EVALUATE
                MOVE 'G'                  TO WS-MF-FUNCAO
                MOVE WS-CLI-CODIGO        TO WS-MF-COD-CLIENTE
                MOVE WS-PEND-CLIENTE      TO WS-MF-CLIENTE
                MOVE WS-CLI-EMAIL         TO WS-MF-EMAIL
                MOVE WS-CLI-TELEFONE      TO WS-MF-TELEFONE
                IF WS-CANAL-EMAIL
                    MOVE 'E'              TO WS-MF-CANAL-SUGERIDO
                ELSE
                    MOVE SPACE            TO WS-MF-CANAL-SUGERIDO
                END-IF
                MOVE WS-PEND-ID           TO WS-MF-REFERENCIA
                MOVE WS-PEND-VALOR        TO WS-VALOR-ED
                MOVE SPACES               TO WS-MF-TEXTO
                IF WS-AVISO-FINAL
                    STRING WS-TITULO-CARTA DELIMITED BY '  '
                           ': PAGAMENTO ' WS-PEND-ID ' DE '
                           WS-VALOR-ED ' PENDENTE DESDE '
                           WS-PEND-DATA-PENDENCIA
                           '. REGULARIZE EM 5 DIAS; SUJEITO A '
                           'NEGATIVACAO.'
                           DELIMITED BY SIZE
                           INTO WS-MF-TEXTO
                    END-STRING
                ELSE
                    STRING WS-TITULO-CARTA DELIMITED BY '  '
                           ': PAGAMENTO ' WS-PEND-ID ' DE '
                           WS-VALOR-ED ' PENDENTE DESDE '
                           WS-PEND-DATA-PENDENCIA
                           '. SOLICITAMOS A REGULARIZACAO.'
                           DELIMITED BY SIZE
                           INTO WS-MF-TEXTO
                    END-STRING
                END-IF
                CALL 'MSGFILA' USING WS-MSGFILA-PARM
            END-IF
            .
       P370-BUSCA-ENCARGO.
            MOVE 'N' TO WS-ENC-ACHOU-SW
            MOVE 0   TO WS-ENCARGO-ITEM
            MOVE WS-SEVERIDADE   TO WS-LOG-SEVERIDADE
            WRITE WS-LOG-REGISTRO
            .
       P500-COPIA-AVALISTAS.
      * A partir do segundo aviso cada avalista vigente do contrato
      * da parcela recebe copia da carta, sempre em papel, no
      * endereco do cadastro. Pagamento sem parcela de contrato nao
      * tem avalista.
            MOVE WS-PEND-ID TO WS-CPA-PAGTO-ID
            READ WS-CPA-FILE KEY IS WS-CPA-PAGTO-ID
                INVALID KEY
                    MOVE SPACES TO WS-CONTRATO-CARTA
                NOT INVALID KEY
                    MOVE WS-CPA-CONTRATO TO WS-CONTRATO-CARTA
            END-READ

            IF WS-CONTRATO-CARTA NOT = SPACES
                MOVE 'N' TO WS-FIM-AVAL-SW
                MOVE WS-CONTRATO-CARTA TO WS-AVL-CONTRATO
                START WS-AVL-FILE KEY IS = WS-AVL-CONTRATO
                    INVALID KEY SET WS-FIM-AVAL TO TRUE
                END-START
                PERFORM P510-LE-AVAL
                        UNTIL WS-FIM-AVAL
            END-IF
            .
       P510-LE-AVAL.
            READ WS-AVL-FILE NEXT RECORD
                AT END SET WS-FIM-AVAL TO TRUE
                NOT AT END
                    IF WS-AVL-CONTRATO NOT = WS-CONTRATO-CARTA
                        SET WS-FIM-AVAL TO TRUE
                    ELSE
                        IF WS-AVL-ATIVO
                            PERFORM P515-VERIFICA-AVALISTA
                        END-IF
                    END-IF
            END-READ
            .
       P515-VERIFICA-AVALISTA.
      * Avalista em obito, falencia ou recuperacao judicial tambem sai
      * da correspondencia de cobranca.
            MOVE WS-AVL-AVALISTA TO WS-JD-COD-CLIENTE
            CALL 'CLIJURIDICO' USING WS-JURIDICO-PARM
            IF WS-JD-EM-JURIDICO
                ADD 1 TO WS-TOT-AVAL-JURIDICO
            ELSE
                PERFORM P520-CARTA-AVALISTA
            END-IF
            .
       P520-CARTA-AVALISTA.
            MOVE 'N' TO WS-CLI-ACHOU-SW
            IF WS-CLI-ABERTO
                MOVE WS-AVL-AVALISTA TO WS-CLI-CODIGO
                READ WS-CLI-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET WS-CLI-ACHOU TO TRUE
                END-READ
            END-IF
            IF WS-CLI-ACHOU
                PERFORM P345-ENDERECO-COBRANCA
                MOVE 'C'             TO WS-CN-FUNCAO
                MOVE WS-CLI-CODIGO   TO WS-CN-COD-CLIENTE
                CALL 'CLICONTATO' USING WS-CONTATO-PARM
                IF WS-CN-END-VALIDO = 'N' OR WS-CLI-ENDERECO = SPACES
                    MOVE 'N' TO WS-CLI-ACHOU-SW
                END-IF
            END-IF

            IF NOT WS-CLI-ACHOU
                ADD 1 TO WS-TOT-AVAL-SEM-END
                DISPLAY 'AVALISTA ' WS-AVL-AVALISTA ' DO CONTRATO '
                        WS-CONTRATO-CARTA ' SEM ENDERECO VALIDO.'
            ELSE
                ADD 1 TO WS-TOT-COPIA-AVAL
                MOVE ALL '=' TO WS-CAR-LINHA
                WRITE WS-CAR-LINHA
                IF WS-AVISO-FINAL
                    MOVE 'AVISO FINAL DE COBRANCA' TO WS-CAR-LINHA
                ELSE
                    MOVE 'SEGUNDO AVISO DE COBRANCA' TO WS-CAR-LINHA
                END-IF
                WRITE WS-CAR-LINHA
                MOVE SPACES TO WS-LINHA-TRABALHO
                STRING 'COPIA AO AVALISTA DO CONTRATO '
                       WS-CONTRATO-CARTA
                       DELIMITED BY SIZE
                       INTO WS-LINHA-TRABALHO
                END-STRING
                WRITE WS-CAR-LINHA FROM WS-LINHA-TRABALHO
                WRITE WS-CAR-LINHA FROM WS-CLI-NOME
                WRITE WS-CAR-LINHA FROM WS-CLI-ENDERECO
                MOVE SPACES TO WS-LINHA-TRABALHO
                STRING FUNCTION TRIM(WS-CLI-CIDADE TRAILING)
                       ' - '
                       FUNCTION TRIM(WS-CLI-ESTADO TRAILING)
                       DELIMITED BY SIZE
                       INTO WS-LINHA-TRABALHO
                END-STRING
                WRITE WS-CAR-LINHA FROM WS-LINHA-TRABALHO

                MOVE SPACES TO WS-LINHA-TRABALHO
                STRING 'DEVEDOR: ' WS-PEND-CLIENTE
                       DELIMITED BY SIZE
                       INTO WS-LINHA-TRABALHO
                END-STRING
                WRITE WS-CAR-LINHA FROM WS-LINHA-TRABALHO
                MOVE WS-PEND-VALOR TO WS-VALOR-ED
                MOVE SPACES TO WS-LINHA-TRABALHO
                STRING 'PAGAMENTO ' WS-PEND-ID ' DE ' WS-VALOR-ED
                       ' PENDENTE DESDE ' WS-PEND-DATA-PENDENCIA
                       DELIMITED BY SIZE
                       INTO WS-LINHA-TRABALHO
                END-STRING
                WRITE WS-CAR-LINHA FROM WS-LINHA-TRABALHO
                MOVE 'NA CONDICAO DE AVALISTA, V.SA. RESPONDE PELO '
                     TO WS-CAR-LINHA
                WRITE WS-CAR-LINHA
                MOVE 'DEBITO ACIMA JUNTO COM O DEVEDOR.'
                     TO WS-CAR-LINHA
                WRITE WS-CAR-LINHA
                PERFORM P310-TEXTO-FINAL
            END-IF
            .
       P800-RESUMO.
            DISPLAY '----- RESUMO DAS CARTAS -----'
            DISPLAY 'PRIMEIROS AVISOS : ' WS-TOT-CARTA-1
            DISPLAY 'SEGUNDOS AVISOS  : ' WS-TOT-CARTA-2
            DISPLAY 'AVISOS FINAIS    : ' WS-TOT-CARTA-F
            DISPLAY 'SEM CADASTRO     : ' WS-TOT-SEM-CADASTRO
            DISPLAY 'POR E-MAIL       : ' WS-TOT-POR-EMAIL
            DISPLAY 'SEM CANAL VALIDO : ' WS-TOT-SEM-CANAL
            DISPLAY 'FILA ELETRONICA  : ' WS-TOT-ELETRONICO
            DISPLAY 'COPIAS AVALISTAS : ' WS-TOT-COPIA-AVAL
            DISPLAY 'AVALISTA SEM END.: ' WS-TOT-AVAL-SEM-END
            DISPLAY 'RETIDOS JURIDICO : ' WS-TOT-JURIDICO
            DISPLAY 'AVALISTA JURIDICO: ' WS-TOT-AVAL-JURIDICO
            DISPLAY 'CARTAS GRAVADAS EM: ' WS-CAR-PATH
            .
       P900-FECHA-ARQUIVOS.
            IF WS-CLI-ABERTO
                CLOSE WS-CLI-FILE
            END-IF
            IF WS-AVAL-ABERTO
                CLOSE WS-CPA-FILE
                CLOSE WS-AVL-FILE
            END-IF
            CLOSE WS-CAR-FILE
            CLOSE WS-LOG-FILE
            MOVE 'F' TO WS-MF-FUNCAO
            CALL 'MSGFILA' USING WS-MSGFILA-PARM
            .
       END PROGRAM PAGTOCARTA.
