      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBPROMESSA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-PRM-FILE      ASSIGN TO WS-PRM-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS WS-PRM-CHAVE
                                    FILE STATUS WS-PRM-FS.
           SELECT WS-HIST-FILE     ASSIGN TO WS-HIST-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS WS-HIST-ID
                                    FILE STATUS WS-HIST-FS.
           SELECT WS-REL-FILE      ASSIGN TO WS-REL-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-REL-FS.
       DATA DIVISION.
       FILE SECTION.
       FD  WS-PRM-FILE.
       01 WS-PRM-REGISTRO.
           03 WS-PRM-CHAVE.
              05 WS-PRM-COD-CLIENTE  PIC 9(6).
              05 WS-PRM-DATA-REGISTRO PIC 9(8).
              05 WS-PRM-HORA-REGISTRO PIC 9(6).
           03 WS-PRM-CLIENTE         PIC X(30).
           03 WS-PRM-OPERADOR        PIC X(8).
           03 WS-PRM-VALOR-PROMETIDO PIC S9(9)V99.
           03 WS-PRM-DATA-PROMETIDA  PIC 9(8).
           03 WS-PRM-SALDO           PIC S9(9)V99.
           03 WS-PRM-SITUACAO        PIC X.
              88 WS-PRM-ABERTA               VALUE 'A'.
              88 WS-PRM-CUMPRIDA             VALUE 'C'.
              88 WS-PRM-QUEBRADA             VALUE 'Q'.
           03 WS-PRM-DATA-APURACAO   PIC 9(8).
           03 WS-PRM-VALOR-PAGO      PIC S9(9)V99.
       FD  WS-HIST-FILE.
       01 WS-HIST-REGISTRO.
           03 WS-HIST-ID             PIC 9(9).
           03 WS-HIST-VALOR          PIC S9(9)V99.
           03 WS-HIST-DATA           PIC 9(8).
           03 WS-HIST-CLIENTE        PIC X(30).
           03 WS-HIST-SITUACAO       PIC X.
           03 WS-HIST-COD-CLIENTE    PIC 9(6).
       FD  WS-REL-FILE.
       01 WS-REL-LINHA               PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-PRM-PATH                PIC X(40) VALUE 'PROMESSAS.IDX'.
       01 WS-HIST-PATH               PIC X(40)
                            VALUE 'PAGTOCONFIRM.HIST.IDX'.
       01 WS-REL-PATH                PIC X(40)
                            VALUE 'COBRANCA.PROMESSAS.REL'.
       01 WS-PRM-FS                  PIC XX.
       01 WS-HIST-FS                 PIC XX.
       01 WS-REL-FS                  PIC XX.

       01 WS-FIM-ARQUIVO             PIC X     VALUE 'N'.
          88 WS-FIM                            VALUE 'Y'.
       01 WS-HIST-ABERTO-SW          PIC X     VALUE 'N'.
          88 WS-HIST-ABERTO                    VALUE 'Y'.

      * Dias de tolerancia depois da data prometida (compensacao do
      * pagamento) e janela, em dias, do indice por cobrador.
       01 WS-DIAS-TOLERANCIA         PIC 99    VALUE 1.
       01 WS-DIAS-JANELA             PIC 999   VALUE 30.
       01 WS-DATA-CORTE-JANELA       PIC 9(8)  VALUE 0.

      * Promessas abertas, com o que ja entrou de pagamento do cliente
      * entre o registro e o prazo com tolerancia.
       01 WS-TAB-PROMESSAS.
          03 WS-QTD-PROMESSA         PIC 9(4)  VALUE 0.
          03 WS-PA-ITEM OCCURS 5000 TIMES.
             05 WS-PA-CHAVE          PIC X(20).
             05 WS-PA-COD-CLIENTE    PIC 9(6).
             05 WS-PA-DATA-REGISTRO  PIC 9(8).
             05 WS-PA-DATA-LIMITE    PIC 9(8).
             05 WS-PA-VALOR-PAGO     PIC S9(9)V99.
       01 WS-PA                      PIC 9(4)  VALUE 0.
       01 WS-MENOR-REGISTRO          PIC 9(8)  VALUE 99999999.

      * Indice de promessas cumpridas por cobrador.
       01 WS-TAB-COBRADORES.
          03 WS-QTD-COBRADOR         PIC 999   VALUE 0.
          03 WS-CB-ITEM OCCURS 200 TIMES.
             05 WS-CB-OPERADOR       PIC X(8).
             05 WS-CB-REGISTRADAS    PIC 9(5).
             05 WS-CB-CUMPRIDAS      PIC 9(5).
             05 WS-CB-QUEBRADAS      PIC 9(5).
             05 WS-CB-ABERTAS        PIC 9(5).
             05 WS-CB-VAL-PROMETIDO  PIC S9(11)V99.
             05 WS-CB-VAL-PAGO       PIC S9(11)V99.
       01 WS-CB                      PIC 999   VALUE 0.
       01 WS-CB-SEL                  PIC 999   VALUE 0.
       01 WS-PCT-CUMPRIDA            PIC 999V9 VALUE 0.

       01 WS-DATA-HORA-ATUAL         PIC X(21).
       01 WS-HOJE                    PIC 9(8)  VALUE 0.
       01 WS-HOJE-INTEGER            PIC 9(7)  VALUE 0.

       01 WS-CONTADORES.
          03 WS-TOT-ABERTA           PIC 9(6)  VALUE 0.
          03 WS-TOT-CUMPRIDA         PIC 9(6)  VALUE 0.
          03 WS-TOT-QUEBRADA         PIC 9(6)  VALUE 0.
          03 WS-TOT-NO-PRAZO         PIC 9(6)  VALUE 0.
          03 WS-TOT-FORA-TABELA      PIC 9(6)  VALUE 0.
          03 WS-TOT-PAGTO-CONTADO    PIC 9(6)  VALUE 0.

       01 WS-CAB-1.
           03 FILLER                 PIC X(44)
                     VALUE 'COBPROMESSA - APURACAO DE PROMESSAS'.
           03 FILLER                 PIC X(6)  VALUE 'DATA: '.
           03 WS-CAB-DATA            PIC 9(8).
           03 FILLER                 PIC X(11) VALUE '  AMBIENTE '.
           03 WS-CAB-AMBIENTE        PIC X(8).
           03 FILLER                 PIC X(23) VALUE SPACES.
       01 WS-CAB-2.
           03 FILLER                 PIC X(7)  VALUE 'CODIGO'.
           03 FILLER                 PIC X(26) VALUE 'CLIENTE'.
           03 FILLER                 PIC X(9)  VALUE 'COBRADOR'.
           03 FILLER                 PIC X(9)  VALUE 'PROMETIDA'.
           03 FILLER                 PIC X(16) VALUE '       PROMETIDO'.
           03 FILLER                 PIC X(16) VALUE '            PAGO'.
           03 FILLER                 PIC X(17) VALUE ' SITUACAO'.
       01 WS-DET-LINHA.
           03 WS-DET-COD-CLIENTE     PIC 9(6).
           03 FILLER                 PIC X     VALUE SPACE.
           03 WS-DET-CLIENTE         PIC X(25).
           03 FILLER                 PIC X     VALUE SPACE.
           03 WS-DET-OPERADOR        PIC X(8).
           03 FILLER                 PIC X     VALUE SPACE.
           03 WS-DET-DATA-PROMETIDA  PIC 9(8).
           03 FILLER                 PIC X     VALUE SPACE.
           03 WS-DET-PROMETIDO       PIC ZZZ,ZZZ,ZZ9.99-.
           03 FILLER                 PIC X     VALUE SPACE.
           03 WS-DET-PAGO            PIC ZZZ,ZZZ,ZZ9.99-.
           03 FILLER                 PIC X     VALUE SPACE.
           03 WS-DET-SITUACAO        PIC X(10).
           03 FILLER                 PIC X(6)  VALUE SPACES.
       01 WS-CAB-3.
           03 FILLER                 PIC X(9)  VALUE 'COBRADOR'.
           03 FILLER                 PIC X(7)  VALUE ' REGIST'.
           03 FILLER                 PIC X(7)  VALUE ' CUMPR'.
           03 FILLER                 PIC X(7)  VALUE ' QUEBR'.
           03 FILLER                 PIC X(7)  VALUE ' ABERT'.
           03 FILLER                 PIC X(8)  VALUE '  % CUMP'.
           03 FILLER                 PIC X(19)
                     VALUE '          PROMETIDO'.
           03 FILLER                 PIC X(19)
                     VALUE '               PAGO'.
           03 FILLER                 PIC X(17) VALUE SPACES.
       01 WS-COB-LINHA.
           03 WS-COB-OPERADOR        PIC X(8).
           03 FILLER                 PIC X     VALUE SPACE.
           03 WS-COB-REGISTRADAS     PIC ZZ,ZZ9.
           03 FILLER                 PIC X     VALUE SPACE.
           03 WS-COB-CUMPRIDAS       PIC ZZ,ZZ9.
           03 FILLER                 PIC X     VALUE SPACE.
           03 WS-COB-QUEBRADAS       PIC ZZ,ZZ9.
           03 FILLER                 PIC X     VALUE SPACE.
           03 WS-COB-ABERTAS         PIC ZZ,ZZ9.
           03 FILLER                 PIC X     VALUE SPACE.
           03 WS-COB-PCT             PIC ZZ9.9.
           03 FILLER                 PIC X(3)  VALUE SPACES.
           03 WS-COB-PROMETIDO       PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           03 WS-COB-PAGO            PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           03 FILLER                 PIC X(17) VALUE SPACES.
       01 WS-TOT-LINHA.
           03 WS-TOT-LITERAL         PIC X(40).
           03 WS-TOT-QTD             PIC ZZZ,ZZ9.
           03 FILLER                 PIC X(53) VALUE SPACES.

       01 WS-PARMLE-PARM.
           03 WS-PL-PROGRAMA       PIC X(12) VALUE 'COBPROMESSA'.
           03 WS-PL-NOME           PIC X(12).
           03 WS-PL-DATA-PROC      PIC 9(8).
           03 WS-PL-VALOR          PIC X(14).
           03 WS-PL-RC             PIC 99.

       01 WS-AUDIT-PARM.
           03 WS-AU-PROGRAMA       PIC X(12) VALUE 'COBPROMESSA'.
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
      * Apuracao noturna, depois do PAGTOCONFIRM: confere as promessas
      * abertas contra o historico de confirmacoes. Cumprida quando o
      * pago cobre o prometido; quebrada quando passa o prazo com a
      * tolerancia, e o cliente volta marcado na fila do COBFILA.
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-PRM-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-HIST-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-REL-PATH
            DISPLAY 'COBPROMESSA - APURACAO DE PROMESSAS DE PAGAMENTO'
            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
            MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-HOJE
            COMPUTE WS-HOJE-INTEGER =
                    FUNCTION INTEGER-OF-DATE(WS-HOJE)

            PERFORM P050-CARREGA-PARAMETROS

            OPEN I-O WS-PRM-FILE
            IF WS-PRM-FS NOT = '00'
                DISPLAY 'SEM ARQUIVO DE PROMESSAS: ' WS-PRM-PATH
                        ' FS: ' WS-PRM-FS
                STOP RUN
            END-IF

            OPEN OUTPUT WS-REL-FILE
            MOVE WS-HOJE TO WS-CAB-DATA
            MOVE WS-AMB-NOME TO WS-CAB-AMBIENTE
            WRITE WS-REL-LINHA FROM WS-CAB-1
            MOVE ALL '=' TO WS-REL-LINHA
            WRITE WS-REL-LINHA
            WRITE WS-REL-LINHA FROM WS-CAB-2

            PERFORM P100-CARREGA-ABERTAS
            PERFORM P200-SOMA-PAGAMENTOS
            PERFORM P300-APURA-PROMESSA
                    VARYING WS-PA FROM 1 BY 1
                    UNTIL WS-PA > WS-QTD-PROMESSA
            PERFORM P500-INDICE-COBRADORES
            PERFORM P800-FINALIZA

            STOP RUN.

       P050-CARREGA-PARAMETROS.
            MOVE WS-HOJE TO WS-PL-DATA-PROC
            MOVE 'TOLERANCIA' TO WS-PL-NOME
            CALL 'PARMLE' USING WS-PARMLE-PARM
            IF WS-PL-RC = 0 AND WS-PL-VALOR(1:2) IS NUMERIC
                MOVE WS-PL-VALOR(1:2) TO WS-DIAS-TOLERANCIA
            END-IF
            MOVE 'JANELA' TO WS-PL-NOME
            CALL 'PARMLE' USING WS-PARMLE-PARM
            IF WS-PL-RC = 0 AND WS-PL-VALOR(1:3) IS NUMERIC
                MOVE WS-PL-VALOR(1:3) TO WS-DIAS-JANELA
            END-IF
            COMPUTE WS-DATA-CORTE-JANELA = FUNCTION DATE-OF-INTEGER
                    (WS-HOJE-INTEGER - WS-DIAS-JANELA)
            DISPLAY 'TOLERANCIA ' WS-DIAS-TOLERANCIA ' DIAS, INDICE '
                    'DOS ULTIMOS ' WS-DIAS-JANELA ' DIAS.'
            .
       P100-CARREGA-ABERTAS.
            MOVE 'N' TO WS-FIM-ARQUIVO
            PERFORM UNTIL WS-FIM
                READ WS-PRM-FILE NEXT RECORD
                    AT END SET WS-FIM TO TRUE
                    NOT AT END
                        IF WS-PRM-ABERTA
                            PERFORM P110-GUARDA-ABERTA
                        END-IF
                END-READ
            END-PERFORM
            MOVE 'N' TO WS-FIM-ARQUIVO
            .
       P110-GUARDA-ABERTA.
            ADD 1 TO WS-TOT-ABERTA
            IF WS-QTD-PROMESSA < 5000
                ADD 1 TO WS-QTD-PROMESSA
                MOVE WS-QTD-PROMESSA      TO WS-PA
                MOVE WS-PRM-CHAVE         TO WS-PA-CHAVE(WS-PA)
                MOVE WS-PRM-COD-CLIENTE   TO WS-PA-COD-CLIENTE(WS-PA)
                MOVE WS-PRM-DATA-REGISTRO TO WS-PA-DATA-REGISTRO(WS-PA)
                COMPUTE WS-PA-DATA-LIMITE(WS-PA) =
                        FUNCTION DATE-OF-INTEGER
                        (FUNCTION INTEGER-OF-DATE(WS-PRM-DATA-PROMETIDA)
                         + WS-DIAS-TOLERANCIA)
                MOVE 0                    TO WS-PA-VALOR-PAGO(WS-PA)
                IF WS-PRM-DATA-REGISTRO < WS-MENOR-REGISTRO
                    MOVE WS-PRM-DATA-REGISTRO TO WS-MENOR-REGISTRO
                END-IF
            ELSE
                ADD 1 TO WS-TOT-FORA-TABELA
                DISPLAY 'AVISO: TABELA DE PROMESSAS CHEIA (5000); '
                        'CLIENTE ' WS-PRM-COD-CLIENTE
                        ' FICA PARA A PROXIMA APURACAO.'
            END-IF
            .
       P200-SOMA-PAGAMENTOS.
      * Conta o pagamento confirmado do cliente entre o dia em que a
      * promessa foi feita e o prazo com tolerancia; estornado nao
      * conta.
            IF WS-QTD-PROMESSA > 0
                OPEN INPUT WS-HIST-FILE
                IF WS-HIST-FS = '00'
                    SET WS-HIST-ABERTO TO TRUE
                    PERFORM UNTIL WS-FIM
                        READ WS-HIST-FILE NEXT RECORD
                            AT END SET WS-FIM TO TRUE
                            NOT AT END
                                IF WS-HIST-SITUACAO = 'C'
                                   AND WS-HIST-COD-CLIENTE > 0
                                   AND WS-HIST-DATA >=
                                       WS-MENOR-REGISTRO
                                    PERFORM P210-ATRIBUI-PAGAMENTO
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE WS-HIST-FILE
                ELSE
                    DISPLAY 'HISTORICO DE CONFIRMACOES INDISPONIVEL: '
                            WS-HIST-PATH ' FS: ' WS-HIST-FS
                            '. SO PROMESSAS VENCIDAS SERAO APURADAS.'
                END-IF
                MOVE 'N' TO WS-FIM-ARQUIVO
            END-IF
            .
       P210-ATRIBUI-PAGAMENTO.
            PERFORM VARYING WS-PA FROM 1 BY 1
                    UNTIL WS-PA > WS-QTD-PROMESSA
                IF WS-PA-COD-CLIENTE(WS-PA) = WS-HIST-COD-CLIENTE
                   AND WS-HIST-DATA >= WS-PA-DATA-REGISTRO(WS-PA)
                   AND WS-HIST-DATA <= WS-PA-DATA-LIMITE(WS-PA)
                    ADD WS-HIST-VALOR TO WS-PA-VALOR-PAGO(WS-PA)
                    ADD 1 TO WS-TOT-PAGTO-CONTADO
                END-IF
            END-PERFORM
            .
       P300-APURA-PROMESSA.
            MOVE WS-PA-CHAVE(WS-PA) TO WS-PRM-CHAVE
            READ WS-PRM-FILE
                INVALID KEY
                    DISPLAY 'PROMESSA NAO ENCONTRADA NA APURACAO: '
                            WS-PA-CHAVE(WS-PA)
                NOT INVALID KEY
                    PERFORM P310-DECIDE-SITUACAO
            END-READ
            .
       P310-DECIDE-SITUACAO.
            MOVE WS-PA-VALOR-PAGO(WS-PA) TO WS-PRM-VALOR-PAGO
            EVALUATE TRUE
                WHEN WS-PRM-VALOR-PAGO >= WS-PRM-VALOR-PROMETIDO
                    MOVE 'C'      TO WS-PRM-SITUACAO
                    MOVE WS-HOJE  TO WS-PRM-DATA-APURACAO
                    ADD 1 TO WS-TOT-CUMPRIDA
                    MOVE 'CUMPRIDA' TO WS-DET-SITUACAO
                WHEN WS-HOJE > WS-PA-DATA-LIMITE(WS-PA)
                    MOVE 'Q'      TO WS-PRM-SITUACAO
                    MOVE WS-HOJE  TO WS-PRM-DATA-APURACAO
                    ADD 1 TO WS-TOT-QUEBRADA
                    MOVE 'QUEBRADA' TO WS-DET-SITUACAO
                WHEN OTHER
                    ADD 1 TO WS-TOT-NO-PRAZO
            END-EVALUATE
            REWRITE WS-PRM-REGISTRO
                INVALID KEY
                    DISPLAY 'FALHA AO ATUALIZAR PROMESSA: '
                            WS-PA-CHAVE(WS-PA)
            END-REWRITE
            IF NOT WS-PRM-ABERTA
                MOVE WS-PRM-COD-CLIENTE     TO WS-DET-COD-CLIENTE
                MOVE WS-PRM-CLIENTE         TO WS-DET-CLIENTE
                MOVE WS-PRM-OPERADOR        TO WS-DET-OPERADOR
                MOVE WS-PRM-DATA-PROMETIDA  TO WS-DET-DATA-PROMETIDA
                MOVE WS-PRM-VALOR-PROMETIDO TO WS-DET-PROMETIDO
                MOVE WS-PRM-VALOR-PAGO      TO WS-DET-PAGO
                WRITE WS-REL-LINHA FROM WS-DET-LINHA
            END-IF
            .
       P500-INDICE-COBRADORES.
      * Promessas registradas ou apuradas dentro da janela, por
      * cobrador; substituidas nao entram no indice.
            MOVE 'N' TO WS-FIM-ARQUIVO
            MOVE LOW-VALUES TO WS-PRM-CHAVE
            START WS-PRM-FILE KEY NOT LESS WS-PRM-CHAVE
                INVALID KEY SET WS-FIM TO TRUE
            END-START
            PERFORM UNTIL WS-FIM
                READ WS-PRM-FILE NEXT RECORD
                    AT END SET WS-FIM TO TRUE
                    NOT AT END
                        IF WS-PRM-ABERTA
                           OR ((WS-PRM-CUMPRIDA OR WS-PRM-QUEBRADA)
                               AND WS-PRM-DATA-APURACAO >=
                                   WS-DATA-CORTE-JANELA)
                            PERFORM P510-SOMA-COBRADOR
                        END-IF
                END-READ
            END-PERFORM
            MOVE 'N' TO WS-FIM-ARQUIVO

            MOVE ALL '-' TO WS-REL-LINHA
            WRITE WS-REL-LINHA
            MOVE SPACES TO WS-REL-LINHA
            STRING 'INDICE DE PROMESSAS CUMPRIDAS POR COBRADOR - '
                   'ULTIMOS ' WS-DIAS-JANELA ' DIAS'
                   DELIMITED BY SIZE INTO WS-REL-LINHA
            WRITE WS-REL-LINHA
            WRITE WS-REL-LINHA FROM WS-CAB-3
            PERFORM P520-IMPRIME-COBRADOR
                    VARYING WS-CB FROM 1 BY 1
                    UNTIL WS-CB > WS-QTD-COBRADOR
            .
       P510-SOMA-COBRADOR.
            MOVE 0 TO WS-CB-SEL
            PERFORM VARYING WS-CB FROM 1 BY 1
                    UNTIL WS-CB > WS-QTD-COBRADOR OR WS-CB-SEL > 0
                IF WS-CB-OPERADOR(WS-CB) = WS-PRM-OPERADOR
                    MOVE WS-CB TO WS-CB-SEL
                END-IF
            END-PERFORM
            IF WS-CB-SEL = 0 AND WS-QTD-COBRADOR < 200
                ADD 1 TO WS-QTD-COBRADOR
                MOVE WS-QTD-COBRADOR TO WS-CB-SEL
                MOVE WS-PRM-OPERADOR TO WS-CB-OPERADOR(WS-CB-SEL)
                MOVE 0 TO WS-CB-REGISTRADAS(WS-CB-SEL)
                MOVE 0 TO WS-CB-CUMPRIDAS(WS-CB-SEL)
                MOVE 0 TO WS-CB-QUEBRADAS(WS-CB-SEL)
                MOVE 0 TO WS-CB-ABERTAS(WS-CB-SEL)
                MOVE 0 TO WS-CB-VAL-PROMETIDO(WS-CB-SEL)
                MOVE 0 TO WS-CB-VAL-PAGO(WS-CB-SEL)
            END-IF
            IF WS-CB-SEL > 0
                ADD 1 TO WS-CB-REGISTRADAS(WS-CB-SEL)
                ADD WS-PRM-VALOR-PROMETIDO
                    TO WS-CB-VAL-PROMETIDO(WS-CB-SEL)
                ADD WS-PRM-VALOR-PAGO TO WS-CB-VAL-PAGO(WS-CB-SEL)
                EVALUATE TRUE
                    WHEN WS-PRM-CUMPRIDA
                        ADD 1 TO WS-CB-CUMPRIDAS(WS-CB-SEL)
                    WHEN WS-PRM-QUEBRADA
                        ADD 1 TO WS-CB-QUEBRADAS(WS-CB-SEL)
                    WHEN OTHER
                        ADD 1 TO WS-CB-ABERTAS(WS-CB-SEL)
                END-EVALUATE
            END-IF
            .
       P520-IMPRIME-COBRADOR.
      * Indice sobre as promessas ja decididas; aberta ainda nao conta.
            IF WS-CB-CUMPRIDAS(WS-CB) + WS-CB-QUEBRADAS(WS-CB) > 0
                COMPUTE WS-PCT-CUMPRIDA ROUNDED =
                        WS-CB-CUMPRIDAS(WS-CB) * 100 /
                        (WS-CB-CUMPRIDAS(WS-CB) +
                         WS-CB-QUEBRADAS(WS-CB))
            ELSE
                MOVE 0 TO WS-PCT-CUMPRIDA
            END-IF
            MOVE WS-CB-OPERADOR(WS-CB)      TO WS-COB-OPERADOR
            MOVE WS-CB-REGISTRADAS(WS-CB)   TO WS-COB-REGISTRADAS
            MOVE WS-CB-CUMPRIDAS(WS-CB)     TO WS-COB-CUMPRIDAS
            MOVE WS-CB-QUEBRADAS(WS-CB)     TO WS-COB-QUEBRADAS
            MOVE WS-CB-ABERTAS(WS-CB)       TO WS-COB-ABERTAS
            MOVE WS-PCT-CUMPRIDA            TO WS-COB-PCT
            MOVE WS-CB-VAL-PROMETIDO(WS-CB) TO WS-COB-PROMETIDO
            MOVE WS-CB-VAL-PAGO(WS-CB)      TO WS-COB-PAGO
            WRITE WS-REL-LINHA FROM WS-COB-LINHA
            .
       P800-FINALIZA.
            MOVE ALL '-' TO WS-REL-LINHA
            WRITE WS-REL-LINHA
            MOVE SPACES TO WS-TOT-LINHA
            MOVE 'PROMESSAS ABERTAS APURADAS'  TO WS-TOT-LITERAL
            MOVE WS-TOT-ABERTA                 TO WS-TOT-QTD
            WRITE WS-REL-LINHA FROM WS-TOT-LINHA
            MOVE 'CUMPRIDAS'                   TO WS-TOT-LITERAL
            MOVE WS-TOT-CUMPRIDA               TO WS-TOT-QTD
            WRITE WS-REL-LINHA FROM WS-TOT-LINHA
            MOVE 'QUEBRADAS (VOLTAM PARA A FILA)' TO WS-TOT-LITERAL
            MOVE WS-TOT-QUEBRADA               TO WS-TOT-QTD
            WRITE WS-REL-LINHA FROM WS-TOT-LINHA
            MOVE 'AINDA NO PRAZO'              TO WS-TOT-LITERAL
            MOVE WS-TOT-NO-PRAZO               TO WS-TOT-QTD
            WRITE WS-REL-LINHA FROM WS-TOT-LINHA
            MOVE 'PAGAMENTOS CONFIRMADOS CONTADOS' TO WS-TOT-LITERAL
            MOVE WS-TOT-PAGTO-CONTADO          TO WS-TOT-QTD
            WRITE WS-REL-LINHA FROM WS-TOT-LINHA

            CLOSE WS-PRM-FILE
            CLOSE WS-REL-FILE

            MOVE 'COB-APURACAO' TO WS-AU-EVENTO
            MOVE SPACES         TO WS-AU-CHAVE
            STRING 'CUMPRIDAS ' WS-TOT-CUMPRIDA
                   ' QUEBRADAS ' WS-TOT-QUEBRADA
                   DELIMITED BY SIZE INTO WS-AU-CHAVE
            MOVE WS-TOT-ABERTA  TO WS-AU-CONTADOR
            CALL 'AUDITLOG' USING WS-AUDIT-PARM

            DISPLAY 'PROMESSAS CUMPRIDAS: ' WS-TOT-CUMPRIDA
                    ' QUEBRADAS: ' WS-TOT-QUEBRADA
                    ' NO PRAZO: ' WS-TOT-NO-PRAZO
            DISPLAY 'RELATORIO GRAVADO EM: ' WS-REL-PATH
            IF WS-TOT-FORA-TABELA > 0
                MOVE 4 TO RETURN-CODE
            END-IF
            .
       END PROGRAM COBPROMESSA.
