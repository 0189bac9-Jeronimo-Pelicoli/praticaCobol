      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLDMONITOR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-REC-FILE      ASSIGN TO WS-REC-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-REC-FS.
           SELECT WS-HIST-FILE     ASSIGN TO WS-HIST-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS WS-HIST-ID
                                    FILE STATUS WS-HIST-FS.
           SELECT WS-DOC-FILE      ASSIGN TO WS-DOC-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS WS-DOC-CODIGO
                                    ALTERNATE RECORD KEY IS
                                                  WS-DOC-NUMERO
                                    FILE STATUS WS-DOC-FS.
           SELECT WS-CASO-FILE     ASSIGN TO WS-CASO-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS WS-CASO-NUMERO
                                    FILE STATUS WS-CASO-FS.
       DATA DIVISION.
       FILE SECTION.
       FD  WS-REC-FILE.
       01 WS-REC-REGISTRO.
           03 WS-REC-NUMERO          PIC 9(6).
           03 WS-REC-DATA            PIC X(10).
           03 WS-REC-HORA            PIC X(8).
           03 WS-REC-ID              PIC 9(9).
           03 WS-REC-VALOR           PIC S9(9)V99.
           03 WS-REC-CLIENTE         PIC X(30).
           03 WS-REC-OPERADOR        PIC X(8).
      * Forma do recebimento: C = cheque; D (ou branco, nos recibos
      * antigos) = dinheiro.
           03 WS-REC-FORMA           PIC X.
       FD  WS-HIST-FILE.
       01 WS-HIST-REGISTRO.
           03 WS-HIST-ID             PIC 9(9).
           03 WS-HIST-VALOR          PIC S9(9)V99.
           03 WS-HIST-DATA           PIC 9(8).
           03 WS-HIST-CLIENTE        PIC X(30).
           03 WS-HIST-SITUACAO       PIC X.
           03 WS-HIST-COD-CLIENTE    PIC 9(6).
       FD  WS-DOC-FILE.
       01 WS-DOC-REGISTRO.
          03 WS-DOC-CODIGO              PIC 9(6).
          03 WS-DOC-TIPO                PIC X.
          03 WS-DOC-NUMERO              PIC X(14).
      * Fila de casos de prevencao a lavagem de dinheiro para a
      * analise da area de compliance. Regra: L = especie acima do
      * limite, F = fracionamento abaixo do limite na janela,
      * A = valor atipico para o historico do cliente. Situacao:
      * P = pendente de analise, C = confirmado (comunicar ao COAF),
      * D = descartado, E = comunicado ao COAF. Guardada cinco anos
      * depois de encerrado o caso.
       FD  WS-CASO-FILE.
       01 WS-CASO-REGISTRO.
           03 WS-CASO-NUMERO         PIC 9(8).
           03 WS-CASO-DATA-DETECCAO  PIC 9(8).
           03 WS-CASO-REGRA          PIC X.
              88 WS-CASO-LIMITE                VALUE 'L'.
              88 WS-CASO-FRACIONADO            VALUE 'F'.
              88 WS-CASO-ATIPICO               VALUE 'A'.
           03 WS-CASO-COD-CLIENTE    PIC 9(6).
           03 WS-CASO-CLIENTE        PIC X(30).
           03 WS-CASO-DOC-TIPO       PIC X.
           03 WS-CASO-DOC-NUMERO     PIC X(14).
           03 WS-CASO-VALOR          PIC S9(11)V99.
           03 WS-CASO-QTD-OPERACOES  PIC 9(4).
           03 WS-CASO-DATA-INICIAL   PIC 9(8).
           03 WS-CASO-DATA-FINAL     PIC 9(8).
           03 WS-CASO-RECIBO         PIC 9(6).
           03 WS-CASO-MEDIA-HISTORICA PIC S9(9)V99.
           03 WS-CASO-SITUACAO       PIC X.
              88 WS-CASO-PENDENTE              VALUE 'P'.
              88 WS-CASO-CONFIRMADO            VALUE 'C'.
              88 WS-CASO-DESCARTADO            VALUE 'D'.
              88 WS-CASO-COMUNICADO            VALUE 'E'.
           03 WS-CASO-ANALISTA       PIC X(8).
           03 WS-CASO-DATA-DECISAO   PIC 9(8).
           03 WS-CASO-PARECER        PIC X(60).
           03 WS-CASO-DATA-COMUNICACAO PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-REC-PATH              PIC X(40) VALUE 'CAIXA.RECIBOS'.
       01 WS-HIST-PATH             PIC X(40)
                            VALUE 'PAGTOCONFIRM.HIST.IDX'.
       01 WS-DOC-PATH              PIC X(40) VALUE 'CLIDOC.IDX'.
       01 WS-CASO-PATH             PIC X(40) VALUE 'PLD.CASOS.IDX'.
       01 WS-REC-FS                PIC XX.
       01 WS-HIST-FS               PIC XX.
       01 WS-DOC-FS                PIC XX.
       01 WS-CASO-FS               PIC XX.

       01 WS-FIM-ARQUIVO           PIC X     VALUE 'N'.
          88 WS-FIM                          VALUE 'Y'.
       01 WS-HIST-ABERTO-SW        PIC X     VALUE 'N'.
          88 WS-HIST-ABERTO                  VALUE 'Y'.
       01 WS-DOC-ABERTO-SW         PIC X     VALUE 'N'.
          88 WS-DOC-ABERTO                   VALUE 'Y'.
       01 WS-ACHOU-SW              PIC X     VALUE 'N'.
          88 WS-ACHOU                        VALUE 'Y'.

       01 WS-DATA-HORA-ATUAL       PIC X(21).
       01 WS-HOJE                  PIC 9(8)  VALUE 0.
       01 WS-HOJE-INTEGER          PIC 9(8)  VALUE 0.
       01 WS-INICIO-JANELA         PIC 9(8)  VALUE 0.
       01 WS-INICIO-HISTORICO      PIC 9(8)  VALUE 0.
       01 WS-LIMITE-GUARDA         PIC 9(8)  VALUE 0.
       01 WS-DATA-RECIBO           PIC 9(8)  VALUE 0.

      * Parametros (PARAMETROS.DAT, programa PLDMONITOR): limite da
      * operacao em especie, janela do fracionamento em dias,
      * multiplo da media do cliente que torna o valor atipico, piso
      * abaixo do qual nao se olha atipicidade e minimo de pagamentos
      * no historico para haver media.
       01 WS-LIMITE                PIC 9(9)V99 VALUE 50000.00.
       01 WS-JANELA                PIC 9(3)    VALUE 10.
       01 WS-MULTIPLO              PIC 9(3)V99 VALUE 5.
       01 WS-PISO-ATIPICO          PIC 9(9)V99 VALUE 10000.00.
       01 WS-MIN-HISTORICO         PIC 9(3)    VALUE 3.
       01 WS-DIAS-HISTORICO        PIC 9(4)    VALUE 365.

      * Recebimentos em especie da janela, por cliente.
       01 WS-TAB-CLIENTES.
          03 WS-QTD-CLIENTE        PIC 9(4)  VALUE 0.
          03 WS-CL-ITEM OCCURS 3000 TIMES.
             05 WS-CL-COD-CLIENTE  PIC 9(6).
             05 WS-CL-CLIENTE      PIC X(30).
             05 WS-CL-QTD-ABAIXO   PIC 9(4).
             05 WS-CL-VAL-ABAIXO   PIC S9(11)V99.
             05 WS-CL-PRIMEIRA     PIC 9(8).
             05 WS-CL-QTD-HOJE     PIC 9(4).
             05 WS-CL-VAL-HOJE     PIC S9(11)V99.
             05 WS-CL-ABAIXO-HOJE  PIC 9(4).
             05 WS-CL-QTD-HIST     PIC 9(5).
             05 WS-CL-VAL-HIST     PIC S9(11)V99.
       01 WS-CL                    PIC 9(4)  VALUE 0.
       01 WS-CL-SEL                PIC 9(4)  VALUE 0.
       01 WS-COD-BUSCA             PIC 9(6)  VALUE 0.
       01 WS-NOME-BUSCA            PIC X(30) VALUE SPACES.

      * Casos recentes por cliente e regra, para nao reabrir o mesmo
      * fracionamento ou atipicidade a cada noite da janela.
       01 WS-TAB-RECENTES.
          03 WS-QTD-RECENTE        PIC 9(4)  VALUE 0.
          03 WS-RC-ITEM OCCURS 3000 TIMES.
             05 WS-RC-COD-CLIENTE  PIC 9(6).
             05 WS-RC-CLIENTE      PIC X(30).
             05 WS-RC-REGRA        PIC X.
       01 WS-RC                    PIC 9(4)  VALUE 0.
       01 WS-REGRA-BUSCA           PIC X     VALUE SPACE.

       01 WS-ULTIMO-CASO           PIC 9(8)  VALUE 0.
       01 WS-MEDIA                 PIC S9(9)V99 VALUE 0.
       01 WS-TETO-ATIPICO          PIC S9(11)V99 VALUE 0.

       01 WS-TOT-RECIBOS           PIC 9(6)  VALUE 0.
       01 WS-TOT-SEM-CLIENTE       PIC 9(6)  VALUE 0.
       01 WS-TOT-LIMITE            PIC 9(6)  VALUE 0.
       01 WS-TOT-FRACIONADO        PIC 9(6)  VALUE 0.
       01 WS-TOT-ATIPICO           PIC 9(6)  VALUE 0.
       01 WS-TOT-EXPURGADOS        PIC 9(6)  VALUE 0.
       01 WS-TOT-CASOS             PIC 9(6)  VALUE 0.
       01 WS-TAB-CHEIA-SW          PIC X     VALUE 'N'.
          88 WS-TAB-CHEIA                    VALUE 'Y'.

       01 WS-PARMLE-PARM.
           03 WS-PL-PROGRAMA       PIC X(12) VALUE 'PLDMONITOR'.
           03 WS-PL-NOME           PIC X(12).
           03 WS-PL-DATA-PROC      PIC 9(8).
           03 WS-PL-VALOR          PIC X(14).
           03 WS-PL-RC             PIC 99.

       01 WS-AUDIT-PARM.
           03 WS-AU-PROGRAMA       PIC X(12) VALUE 'PLDMONITOR'.
           03 WS-AU-EVENTO         PIC X(12).
           03 WS-AU-CHAVE          PIC X(30).
           03 WS-AU-CONTADOR       PIC 9(6).
           03 WS-AU-OPERADOR       PIC X(8)  VALUE SPACES.

       01 WS-VALOR-ED              PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01 WS-AMBIENTE-PARM.
           03 WS-AMB-FUNCAO        PIC X     VALUE 'R'.
           03 WS-AMB-NOME          PIC X(8)  VALUE SPACES.
           03 WS-AMB-RAIZ          PIC X(40) VALUE SPACES.
           03 WS-AMB-RC            PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      * Monitoramento noturno dos recebimentos em especie do balcao:
      * especie acima do limite regulatorio, fracionamento logo
      * abaixo do limite dentro da janela e valor fora do historico
      * do cliente viram casos na fila da area de compliance.
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-REC-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-HIST-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-DOC-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CASO-PATH
            DISPLAY 'PLDMONITOR - MONITORAMENTO DE OPERACOES EM ESPECIE'
            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
            MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-HOJE
            COMPUTE WS-HOJE-INTEGER = FUNCTION INTEGER-OF-DATE(WS-HOJE)

            PERFORM P050-CARREGA-PARAMETROS
            COMPUTE WS-INICIO-JANELA = FUNCTION DATE-OF-INTEGER
                    (WS-HOJE-INTEGER - WS-JANELA + 1)
            COMPUTE WS-INICIO-HISTORICO = FUNCTION DATE-OF-INTEGER
                    (WS-HOJE-INTEGER - WS-DIAS-HISTORICO)
            COMPUTE WS-LIMITE-GUARDA = WS-HOJE - 50000

            OPEN I-O WS-CASO-FILE
            IF WS-CASO-FS NOT = '00'
                OPEN OUTPUT WS-CASO-FILE
                CLOSE WS-CASO-FILE
                OPEN I-O WS-CASO-FILE
            END-IF
            IF WS-CASO-FS NOT = '00'
                DISPLAY 'FILA DE CASOS INDISPONIVEL: ' WS-CASO-PATH
                        ' FS: ' WS-CASO-FS
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN INPUT WS-HIST-FILE
            IF WS-HIST-FS = '00'
                SET WS-HIST-ABERTO TO TRUE
            END-IF
            OPEN INPUT WS-DOC-FILE
            IF WS-DOC-FS = '00'
                SET WS-DOC-ABERTO TO TRUE
            END-IF

            PERFORM P100-VARRE-CASOS
            PERFORM P200-LE-RECIBOS
            IF WS-HIST-ABERTO
                PERFORM P400-MEDIA-HISTORICA
            END-IF
            PERFORM P500-AVALIA-CLIENTES
                    VARYING WS-CL FROM 1 BY 1
                    UNTIL WS-CL > WS-QTD-CLIENTE

            CLOSE WS-CASO-FILE
            IF WS-HIST-ABERTO
                CLOSE WS-HIST-FILE
            END-IF
            IF WS-DOC-ABERTO
                CLOSE WS-DOC-FILE
            END-IF
            PERFORM P800-FINALIZA

            STOP RUN.

       P050-CARREGA-PARAMETROS.
            MOVE WS-HOJE TO WS-PL-DATA-PROC
            MOVE 'LIMITE' TO WS-PL-NOME
            CALL 'PARMLE' USING WS-PARMLE-PARM
            IF WS-PL-RC = 0 AND FUNCTION TEST-NUMVAL(WS-PL-VALOR) = 0
                COMPUTE WS-LIMITE = FUNCTION NUMVAL(WS-PL-VALOR)
            END-IF
            MOVE 'JANELA' TO WS-PL-NOME
            CALL 'PARMLE' USING WS-PARMLE-PARM
            IF WS-PL-RC = 0 AND WS-PL-VALOR(1:3) IS NUMERIC
                MOVE WS-PL-VALOR(1:3) TO WS-JANELA
            END-IF
            MOVE 'MULTIPLO' TO WS-PL-NOME
            CALL 'PARMLE' USING WS-PARMLE-PARM
            IF WS-PL-RC = 0 AND FUNCTION TEST-NUMVAL(WS-PL-VALOR) = 0
                COMPUTE WS-MULTIPLO = FUNCTION NUMVAL(WS-PL-VALOR)
            END-IF
            MOVE 'PISO' TO WS-PL-NOME
            CALL 'PARMLE' USING WS-PARMLE-PARM
            IF WS-PL-RC = 0 AND FUNCTION TEST-NUMVAL(WS-PL-VALOR) = 0
                COMPUTE WS-PISO-ATIPICO = FUNCTION NUMVAL(WS-PL-VALOR)
            END-IF
            MOVE 'MIN-HIST' TO WS-PL-NOME
            CALL 'PARMLE' USING WS-PARMLE-PARM
            IF WS-PL-RC = 0 AND WS-PL-VALOR(1:3) IS NUMERIC
                MOVE WS-PL-VALOR(1:3) TO WS-MIN-HISTORICO
            END-IF
            IF WS-JANELA = 0
                MOVE 1 TO WS-JANELA
            END-IF
            .
       P100-VARRE-CASOS.
      * Uma passada na fila: ultimo numero usado, casos recentes de
      * cada cliente e expurgo do que foi encerrado ha mais de cinco
      * anos. Caso pendente ou confirmado nunca e expurgado.
            MOVE 'N' TO WS-FIM-ARQUIVO
            PERFORM UNTIL WS-FIM
                READ WS-CASO-FILE NEXT RECORD
                    AT END SET WS-FIM TO TRUE
                    NOT AT END PERFORM P110-EXAMINA-CASO
                END-READ
            END-PERFORM
            .
       P110-EXAMINA-CASO.
            IF WS-CASO-NUMERO > WS-ULTIMO-CASO
                MOVE WS-CASO-NUMERO TO WS-ULTIMO-CASO
            END-IF
            EVALUATE TRUE
                WHEN WS-CASO-DESCARTADO
                     AND WS-CASO-DATA-DECISAO < WS-LIMITE-GUARDA
                    DELETE WS-CASO-FILE
                    ADD 1 TO WS-TOT-EXPURGADOS
                WHEN WS-CASO-COMUNICADO
                     AND WS-CASO-DATA-COMUNICACAO < WS-LIMITE-GUARDA
                    DELETE WS-CASO-FILE
                    ADD 1 TO WS-TOT-EXPURGADOS
                WHEN WS-CASO-DATA-DETECCAO >= WS-INICIO-JANELA
                     AND NOT WS-CASO-LIMITE
                    IF WS-QTD-RECENTE < 3000
                        ADD 1 TO WS-QTD-RECENTE
                        MOVE WS-CASO-COD-CLIENTE
                             TO WS-RC-COD-CLIENTE(WS-QTD-RECENTE)
                        MOVE WS-CASO-CLIENTE
                             TO WS-RC-CLIENTE(WS-QTD-RECENTE)
                        MOVE WS-CASO-REGRA
                             TO WS-RC-REGRA(WS-QTD-RECENTE)
                    END-IF
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            .
       P200-LE-RECIBOS.
            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN INPUT WS-REC-FILE
            IF WS-REC-FS NOT = '00'
                DISPLAY 'SEM RECIBOS DE CAIXA: ' WS-REC-PATH
            ELSE
                PERFORM UNTIL WS-FIM
                    READ WS-REC-FILE
                        AT END SET WS-FIM TO TRUE
                        NOT AT END PERFORM P210-TRATA-RECIBO
                    END-READ
                END-PERFORM
                CLOSE WS-REC-FILE
            END-IF
            .
       P210-TRATA-RECIBO.
      * O recibo guarda a data no formato AAAA-MM-DD. Recibo de cheque
      * nao e movimentacao em especie e fica fora do monitoramento.
            MOVE 0 TO WS-DATA-RECIBO
            IF WS-REC-DATA(1:4) IS NUMERIC
               AND WS-REC-DATA(6:2) IS NUMERIC
               AND WS-REC-DATA(9:2) IS NUMERIC
                STRING WS-REC-DATA(1:4) WS-REC-DATA(6:2)
                       WS-REC-DATA(9:2) DELIMITED BY SIZE
                       INTO WS-DATA-RECIBO
            END-IF
            IF WS-DATA-RECIBO >= WS-INICIO-JANELA
               AND WS-DATA-RECIBO <= WS-HOJE
               AND WS-REC-FORMA NOT = 'C'
                ADD 1 TO WS-TOT-RECIBOS
                PERFORM P220-IDENTIFICA-CLIENTE
                PERFORM P250-BUSCA-CLIENTE
                IF WS-CL-SEL > 0
                    PERFORM P230-ACUMULA-RECIBO
                END-IF
                IF WS-DATA-RECIBO = WS-HOJE
                   AND WS-REC-VALOR >= WS-LIMITE
                    PERFORM P300-CASO-LIMITE
                END-IF
            END-IF
            .
       P220-IDENTIFICA-CLIENTE.
      * O recibo nao traz o codigo do cliente: vem do historico do
      * pagamento. Sem historico o cliente e acompanhado pelo nome.
            MOVE 0              TO WS-COD-BUSCA
            MOVE WS-REC-CLIENTE TO WS-NOME-BUSCA
            IF WS-HIST-ABERTO
                MOVE WS-REC-ID TO WS-HIST-ID
                READ WS-HIST-FILE
                    INVALID KEY
                        ADD 1 TO WS-TOT-SEM-CLIENTE
                    NOT INVALID KEY
                        MOVE WS-HIST-COD-CLIENTE TO WS-COD-BUSCA
                END-READ
            END-IF
            .
       P230-ACUMULA-RECIBO.
            IF WS-DATA-RECIBO < WS-CL-PRIMEIRA(WS-CL-SEL)
                MOVE WS-DATA-RECIBO TO WS-CL-PRIMEIRA(WS-CL-SEL)
            END-IF
            IF WS-REC-VALOR < WS-LIMITE
                ADD 1            TO WS-CL-QTD-ABAIXO(WS-CL-SEL)
                ADD WS-REC-VALOR TO WS-CL-VAL-ABAIXO(WS-CL-SEL)
            END-IF
            IF WS-DATA-RECIBO = WS-HOJE
                ADD 1            TO WS-CL-QTD-HOJE(WS-CL-SEL)
                ADD WS-REC-VALOR TO WS-CL-VAL-HOJE(WS-CL-SEL)
                IF WS-REC-VALOR < WS-LIMITE
                    ADD 1 TO WS-CL-ABAIXO-HOJE(WS-CL-SEL)
                END-IF
            END-IF
            .
       P250-BUSCA-CLIENTE.
            MOVE 0 TO WS-CL-SEL
            PERFORM VARYING WS-CL FROM 1 BY 1
                    UNTIL WS-CL > WS-QTD-CLIENTE OR WS-CL-SEL > 0
                IF WS-CL-COD-CLIENTE(WS-CL) = WS-COD-BUSCA
                   AND (WS-COD-BUSCA > 0
                        OR WS-CL-CLIENTE(WS-CL) = WS-NOME-BUSCA)
                    MOVE WS-CL TO WS-CL-SEL
                END-IF
            END-PERFORM
            IF WS-CL-SEL = 0
                IF WS-QTD-CLIENTE < 3000
                    ADD 1 TO WS-QTD-CLIENTE
                    MOVE WS-QTD-CLIENTE TO WS-CL-SEL
                    MOVE WS-COD-BUSCA   TO WS-CL-COD-CLIENTE(WS-CL-SEL)
                    MOVE WS-NOME-BUSCA  TO WS-CL-CLIENTE(WS-CL-SEL)
                    MOVE WS-DATA-RECIBO TO WS-CL-PRIMEIRA(WS-CL-SEL)
                    MOVE 0 TO WS-CL-QTD-ABAIXO(WS-CL-SEL)
                              WS-CL-VAL-ABAIXO(WS-CL-SEL)
                              WS-CL-QTD-HOJE(WS-CL-SEL)
                              WS-CL-VAL-HOJE(WS-CL-SEL)
                              WS-CL-ABAIXO-HOJE(WS-CL-SEL)
                              WS-CL-QTD-HIST(WS-CL-SEL)
                              WS-CL-VAL-HIST(WS-CL-SEL)
                ELSE
                    SET WS-TAB-CHEIA TO TRUE
                END-IF
            END-IF
            .
       P300-CASO-LIMITE.
      * Cada recibo em especie acima do limite e um caso proprio.
            MOVE WS-CL-SEL TO WS-CL
            PERFORM P600-INICIA-CASO
            MOVE 'L'            TO WS-CASO-REGRA
            MOVE WS-REC-VALOR   TO WS-CASO-VALOR
            MOVE 1              TO WS-CASO-QTD-OPERACOES
            MOVE WS-HOJE        TO WS-CASO-DATA-INICIAL
            MOVE WS-HOJE        TO WS-CASO-DATA-FINAL
            MOVE WS-REC-NUMERO  TO WS-CASO-RECIBO
            PERFORM P650-GRAVA-CASO
            ADD 1 TO WS-TOT-LIMITE
            .
       P400-MEDIA-HISTORICA.
      * Media dos pagamentos confirmados do cliente no ultimo ano,
      * fora o dia de hoje, para medir o que e usual para ele.
            MOVE 'N' TO WS-FIM-ARQUIVO
            MOVE 0   TO WS-HIST-ID
            START WS-HIST-FILE KEY IS NOT LESS THAN WS-HIST-ID
                INVALID KEY SET WS-FIM TO TRUE
            END-START
            PERFORM UNTIL WS-FIM
                READ WS-HIST-FILE NEXT RECORD
                    AT END SET WS-FIM TO TRUE
                    NOT AT END
                        IF WS-HIST-SITUACAO = 'C'
                           AND WS-HIST-COD-CLIENTE > 0
                           AND WS-HIST-DATA >= WS-INICIO-HISTORICO
                           AND WS-HIST-DATA < WS-HOJE
                            PERFORM P410-SOMA-HISTORICO
                        END-IF
                END-READ
            END-PERFORM
            .
       P410-SOMA-HISTORICO.
            PERFORM VARYING WS-CL FROM 1 BY 1
                    UNTIL WS-CL > WS-QTD-CLIENTE
                IF WS-CL-COD-CLIENTE(WS-CL) = WS-HIST-COD-CLIENTE
                   AND WS-CL-QTD-HOJE(WS-CL) > 0
                    ADD 1             TO WS-CL-QTD-HIST(WS-CL)
                    ADD WS-HIST-VALOR TO WS-CL-VAL-HIST(WS-CL)
                END-IF
            END-PERFORM
            .
       P500-AVALIA-CLIENTES.
            IF WS-CL-QTD-HOJE(WS-CL) > 0
                PERFORM P510-AVALIA-FRACIONAMENTO
                PERFORM P520-AVALIA-ATIPICO
            END-IF
            .
       P510-AVALIA-FRACIONAMENTO.
      * Fracionamento: duas ou mais operacoes abaixo do limite na
      * janela que somadas o alcancam, com alguma delas hoje.
            IF WS-CL-ABAIXO-HOJE(WS-CL) > 0
               AND WS-CL-QTD-ABAIXO(WS-CL) > 1
               AND WS-CL-VAL-ABAIXO(WS-CL) >= WS-LIMITE
                MOVE 'F' TO WS-REGRA-BUSCA
                PERFORM P550-BUSCA-RECENTE
                IF NOT WS-ACHOU
                    PERFORM P600-INICIA-CASO
                    MOVE 'F' TO WS-CASO-REGRA
                    MOVE WS-CL-VAL-ABAIXO(WS-CL) TO WS-CASO-VALOR
                    MOVE WS-CL-QTD-ABAIXO(WS-CL)
                         TO WS-CASO-QTD-OPERACOES
                    MOVE WS-CL-PRIMEIRA(WS-CL) TO WS-CASO-DATA-INICIAL
                    MOVE WS-HOJE               TO WS-CASO-DATA-FINAL
                    PERFORM P650-GRAVA-CASO
                    ADD 1 TO WS-TOT-FRACIONADO
                END-IF
            END-IF
            .
       P520-AVALIA-ATIPICO.
      * Atipico: especie do dia acima do multiplo da media do
      * cliente, com historico suficiente e acima do piso.
            IF WS-CL-QTD-HIST(WS-CL) >= WS-MIN-HISTORICO
               AND WS-CL-QTD-HIST(WS-CL) > 0
               AND WS-CL-VAL-HOJE(WS-CL) >= WS-PISO-ATIPICO
                COMPUTE WS-MEDIA ROUNDED = WS-CL-VAL-HIST(WS-CL)
                                         / WS-CL-QTD-HIST(WS-CL)
                COMPUTE WS-TETO-ATIPICO = WS-MEDIA * WS-MULTIPLO
                IF WS-CL-VAL-HOJE(WS-CL) > WS-TETO-ATIPICO
                    MOVE 'A' TO WS-REGRA-BUSCA
                    PERFORM P550-BUSCA-RECENTE
                    IF NOT WS-ACHOU
                        PERFORM P600-INICIA-CASO
                        MOVE 'A' TO WS-CASO-REGRA
                        MOVE WS-CL-VAL-HOJE(WS-CL) TO WS-CASO-VALOR
                        MOVE WS-CL-QTD-HOJE(WS-CL)
                             TO WS-CASO-QTD-OPERACOES
                        MOVE WS-HOJE  TO WS-CASO-DATA-INICIAL
                        MOVE WS-HOJE  TO WS-CASO-DATA-FINAL
                        MOVE WS-MEDIA TO WS-CASO-MEDIA-HISTORICA
                        PERFORM P650-GRAVA-CASO
                        ADD 1 TO WS-TOT-ATIPICO
                    END-IF
                END-IF
            END-IF
            .
       P550-BUSCA-RECENTE.
            MOVE 'N' TO WS-ACHOU-SW
            PERFORM VARYING WS-RC FROM 1 BY 1
                    UNTIL WS-RC > WS-QTD-RECENTE OR WS-ACHOU
                IF WS-RC-REGRA(WS-RC) = WS-REGRA-BUSCA
                   AND WS-RC-COD-CLIENTE(WS-RC) =
                                       WS-CL-COD-CLIENTE(WS-CL)
                   AND (WS-CL-COD-CLIENTE(WS-CL) > 0
                        OR WS-RC-CLIENTE(WS-RC) = WS-CL-CLIENTE(WS-CL))
                    SET WS-ACHOU TO TRUE
                END-IF
            END-PERFORM
            .
       P600-INICIA-CASO.
      * Dados comuns do caso; o cliente vem do recibo (limite) ou da
      * tabela (fracionamento, atipico).
            INITIALIZE WS-CASO-REGISTRO
            ADD 1 TO WS-ULTIMO-CASO
            MOVE WS-ULTIMO-CASO TO WS-CASO-NUMERO
            MOVE WS-HOJE        TO WS-CASO-DATA-DETECCAO
            MOVE 'P'            TO WS-CASO-SITUACAO
            IF WS-CL > 0 AND WS-CL NOT > WS-QTD-CLIENTE
                MOVE WS-CL-COD-CLIENTE(WS-CL) TO WS-CASO-COD-CLIENTE
                MOVE WS-CL-CLIENTE(WS-CL)     TO WS-CASO-CLIENTE
            ELSE
                MOVE WS-COD-BUSCA             TO WS-CASO-COD-CLIENTE
                MOVE WS-NOME-BUSCA            TO WS-CASO-CLIENTE
            END-IF
            IF WS-DOC-ABERTO AND WS-CASO-COD-CLIENTE > 0
                MOVE WS-CASO-COD-CLIENTE TO WS-DOC-CODIGO
                READ WS-DOC-FILE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        MOVE WS-DOC-TIPO   TO WS-CASO-DOC-TIPO
                        MOVE WS-DOC-NUMERO TO WS-CASO-DOC-NUMERO
                END-READ
            END-IF
            .
       P650-GRAVA-CASO.
            WRITE WS-CASO-REGISTRO
                INVALID KEY
                    DISPLAY 'CASO NAO GRAVADO: ' WS-CASO-NUMERO
                            ' FS: ' WS-CASO-FS
                NOT INVALID KEY
                    ADD 1 TO WS-TOT-CASOS
                    MOVE WS-CASO-VALOR TO WS-VALOR-ED
                    DISPLAY 'CASO ' WS-CASO-NUMERO ' REGRA '
                            WS-CASO-REGRA ' CLIENTE '
                            WS-CASO-COD-CLIENTE ' ' WS-CASO-CLIENTE
                            ' ' WS-VALOR-ED
            END-WRITE
            .
       P800-FINALIZA.
            MOVE 'PLD-MONITOR'  TO WS-AU-EVENTO
            MOVE SPACES         TO WS-AU-CHAVE
            MOVE WS-HOJE        TO WS-AU-CHAVE(1:8)
            MOVE WS-TOT-RECIBOS TO WS-AU-CHAVE(10:6)
            MOVE WS-TOT-CASOS   TO WS-AU-CONTADOR
            CALL 'AUDITLOG' USING WS-AUDIT-PARM

            DISPLAY '----- MONITORAMENTO PLD -----'
            DISPLAY 'RECIBOS NA JANELA    : ' WS-TOT-RECIBOS
            DISPLAY 'RECIBOS SEM CLIENTE  : ' WS-TOT-SEM-CLIENTE
            DISPLAY 'CASOS ACIMA DO LIMITE: ' WS-TOT-LIMITE
            DISPLAY 'CASOS FRACIONAMENTO  : ' WS-TOT-FRACIONADO
            DISPLAY 'CASOS ATIPICOS       : ' WS-TOT-ATIPICO
            DISPLAY 'CASOS EXPURGADOS     : ' WS-TOT-EXPURGADOS
            IF WS-TAB-CHEIA
                DISPLAY 'TABELA DE CLIENTES CHEIA: PARTE DOS RECIBOS '
                        'NAO AVALIADA.'
                MOVE 4 TO RETURN-CODE
            END-IF
            .
       END PROGRAM PLDMONITOR.
