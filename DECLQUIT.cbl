      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DECLQUIT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-HM-FILE       ASSIGN TO WS-HM-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS WS-HM-CHAVE
                                    FILE STATUS WS-HM-FS.
           SELECT WS-PEND-FILE     ASSIGN TO WS-PEND-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-PEND-FS.
           SELECT WS-ENC-FILE      ASSIGN TO WS-ENC-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-ENC-FS.
           SELECT WS-CLI-FILE      ASSIGN TO WS-CLI-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS WS-CLI-CODIGO
                                    ALTERNATE RECORD KEY IS WS-CLI-NOME
                                                  WITH DUPLICATES
                                    FILE STATUS WS-CLI-FS.
           SELECT WS-DOC-FILE      ASSIGN TO WS-DOC-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS WS-DOC-CODIGO
                                    ALTERNATE RECORD KEY IS
                                                  WS-DOC-NUMERO
                                    FILE STATUS WS-DOC-FS.
           SELECT WS-CAN-FILE      ASSIGN TO WS-CAN-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS WS-CAN-CODIGO
                                    FILE STATUS WS-CAN-FS.
           SELECT WS-REG-FILE      ASSIGN TO WS-REG-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS WS-REG-CHAVE
                                    FILE STATUS WS-REG-FS.
           SELECT WS-REL-FILE      ASSIGN TO WS-REL-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-REL-FS.
           SELECT WS-DIS-FILE      ASSIGN TO WS-DIS-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-DIS-FS.
           SELECT WS-MAN-FILE      ASSIGN TO WS-MAN-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-MAN-FS.
           SELECT WS-SORT-FILE     ASSIGN TO 'DECLQUIT.SRT'.
       DATA DIVISION.
       FILE SECTION.
       FD  WS-HM-FILE.
       01 WS-HM-REGISTRO.
           03 WS-HM-CHAVE.
              05 WS-HM-ID            PIC 9(9).
              05 WS-HM-DATA          PIC 9(8).
           03 WS-HM-VALOR            PIC S9(9)V99.
           03 WS-HM-SITUACAO         PIC X.
           03 WS-HM-MOTIVO           PIC 99.
           03 WS-HM-CLIENTE          PIC X(30).
           03 WS-HM-COD-CLIENTE      PIC 9(6).
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
           03 WS-CLI-NOME            PIC X(30).
           03 WS-CLI-ENDERECO        PIC X(60).
           03 WS-CLI-TELEFONE        PIC X(20).
           03 WS-CLI-EMAIL           PIC X(50).
           03 WS-CLI-ESTADO          PIC X(30).
           03 WS-CLI-CIDADE          PIC X(30).
       FD  WS-DOC-FILE.
       01 WS-DOC-REGISTRO.
          03 WS-DOC-CODIGO              PIC 9(6).
          03 WS-DOC-TIPO                PIC X.
          03 WS-DOC-NUMERO              PIC X(14).
       FD  WS-CAN-FILE.
       01 WS-CAN-REGISTRO.
          03 WS-CAN-CODIGO              PIC 9(6).
          03 WS-CAN-CANAL               PIC X.
      * Registro das declaracoes emitidas, por cliente e ano-base:
      * Q = quitacao plena, P = relacao de debitos em aberto. E a
      * base para responder ao cliente e ao PROCON.
       FD  WS-REG-FILE.
       01 WS-REG-REGISTRO.
          03 WS-REG-CHAVE.
             05 WS-REG-COD-CLIENTE      PIC 9(6).
             05 WS-REG-ANO-BASE         PIC 9(4).
          03 WS-REG-TIPO                PIC X.
             88 WS-REG-QUITACAO                   VALUE 'Q'.
             88 WS-REG-PENDENCIAS                 VALUE 'P'.
          03 WS-REG-DATA-EMISSAO        PIC 9(8).
          03 WS-REG-CLIENTE             PIC X(30).
          03 WS-REG-DOC-TIPO            PIC X.
          03 WS-REG-DOC-NUMERO          PIC X(14).
          03 WS-REG-VAL-PAGO-ANO        PIC S9(11)V99.
          03 WS-REG-QTD-ABERTO          PIC 9(4).
          03 WS-REG-VAL-ABERTO          PIC S9(11)V99.
          03 WS-REG-CANAL               PIC X.
          03 WS-REG-DOCUMENTO           PIC X(40).
          03 WS-REG-QTD-EMISSOES        PIC 9(3).
       FD  WS-REL-FILE.
       01 WS-REL-LINHA                  PIC X(80).
      * Um documento por cliente para a grafica e o piloto de email,
      * nomeado pelo ano-base e pelo codigo do cliente.
       FD  WS-DIS-FILE.
       01 WS-DIS-LINHA                  PIC X(80).
       FD  WS-MAN-FILE.
       01 WS-MAN-REGISTRO.
          03 WS-MAN-CODIGO              PIC 9(6).
          03 WS-MAN-CANAL               PIC X.
          03 WS-MAN-LINHAS              PIC 9(4).
          03 WS-MAN-TOTAL               PIC S9(11)V99.
       SD  WS-SORT-FILE.
       01 WS-SORT-REGISTRO.
           03 WS-SRT-COD-CLIENTE     PIC 9(6).
           03 WS-SRT-VALOR           PIC S9(9)V99.
           03 WS-SRT-SITUACAO        PIC X.
           03 WS-SRT-CLIENTE         PIC X(30).

       WORKING-STORAGE SECTION.
       01 WS-HM-PATH                 PIC X(40)
                            VALUE 'PAGTOHIST.MENSAL.IDX'.
       01 WS-PEND-PATH               PIC X(40)
                            VALUE 'PAGTOCONFIRM.PENDENTES'.
       01 WS-ENC-PATH                PIC X(40) VALUE 'PAGTOJUROS.DAT'.
       01 WS-CLI-PATH                PIC X(40)
                            VALUE 'CLIENTES.NOVO.IDX'.
       01 WS-DOC-PATH                PIC X(40) VALUE 'CLIDOC.IDX'.
       01 WS-CAN-PATH                PIC X(40) VALUE 'CLICANAL.IDX'.
       01 WS-REG-PATH                PIC X(40)
                            VALUE 'DECLQUIT.REGISTRO.IDX'.
       01 WS-REL-PATH                PIC X(40) VALUE 'DECLQUIT.REL'.
       01 WS-DIS-PATH                PIC X(40) VALUE SPACES.
       01 WS-MAN-PATH                PIC X(40)
                            VALUE 'DECLQUIT.MANIFESTO'.
       01 WS-HM-FS                   PIC XX.
       01 WS-PEND-FS                 PIC XX.
       01 WS-ENC-FS                  PIC XX.
       01 WS-CLI-FS                  PIC XX.
       01 WS-DOC-FS                  PIC XX.
       01 WS-CAN-FS                  PIC XX.
       01 WS-REG-FS                  PIC XX.
       01 WS-REL-FS                  PIC XX.
       01 WS-DIS-FS                  PIC XX.
       01 WS-MAN-FS                  PIC XX.

       01 WS-FIM-ARQUIVO             PIC X     VALUE 'N'.
          88 WS-FIM                            VALUE 'Y'.
       01 WS-FIM-SORT-SW             PIC X     VALUE 'N'.
          88 WS-FIM-SORT                       VALUE 'Y'.
       01 WS-CLI-ABERTO-SW           PIC X     VALUE 'N'.
          88 WS-CLI-ABERTO                     VALUE 'Y'.
       01 WS-DOC-ABERTO-SW           PIC X     VALUE 'N'.
          88 WS-DOC-ABERTO                     VALUE 'Y'.
       01 WS-CAN-ABERTO-SW           PIC X     VALUE 'N'.
          88 WS-CAN-ABERTO                     VALUE 'Y'.
       01 WS-DIS-ABERTO-SW           PIC X     VALUE 'N'.
          88 WS-DIS-ABERTO                     VALUE 'Y'.
       01 WS-CLI-ACHOU-SW            PIC X     VALUE 'N'.
          88 WS-CLI-ACHOU                      VALUE 'Y'.
       01 WS-REG-EXISTE-SW           PIC X     VALUE 'N'.
          88 WS-REG-EXISTE                     VALUE 'Y'.
       01 WS-PRIMEIRO-SW             PIC X     VALUE 'Y'.
          88 WS-PRIMEIRO                       VALUE 'Y'.
       01 WS-FUNCAO                  PIC X     VALUE 'E'.
          88 WS-FUNCAO-EMITE                   VALUE 'E'.
          88 WS-FUNCAO-CONSULTA                VALUE 'C'.

       01 WS-DATA-HORA-ATUAL         PIC X(21).
       01 WS-HOJE                    PIC 9(8)  VALUE 0.
       01 WS-HOJE-R REDEFINES WS-HOJE.
          03 WS-HOJE-ANO             PIC 9(4).
          03 WS-HOJE-MES             PIC 99.
          03 WS-HOJE-DIA             PIC 99.
       01 WS-ANO-BASE                PIC 9(4)  VALUE 0.
       01 WS-FIM-ANO-BASE            PIC 9(8)  VALUE 0.
       01 WS-ANO-ITEM                PIC 9(4)  VALUE 0.
       01 WS-CODIGO-INFORMADO        PIC 9(6)  VALUE 0.

      * Debitos em aberto vencidos ate o fim do ano-base: pendencias
      * de pagamento e encargos por atraso (mesmas fontes que o
      * CLIPOSICAO mostra como em aberto).
       01 WS-TAB-ABERTOS.
          03 WS-QTD-ABERTO-TAB       PIC 9(5)  VALUE 0.
          03 WS-AB-ITEM OCCURS 10000 TIMES.
             05 WS-AB-COD-CLIENTE    PIC 9(6).
             05 WS-AB-ORIGEM         PIC X.
             05 WS-AB-ID             PIC 9(9).
             05 WS-AB-DATA           PIC 9(8).
             05 WS-AB-VALOR          PIC S9(9)V99.
       01 WS-AB                      PIC 9(5)  VALUE 0.
       01 WS-TAB-CHEIA-SW            PIC X     VALUE 'N'.
          88 WS-TAB-CHEIA                      VALUE 'Y'.

       01 WS-COD-ANTERIOR            PIC 9(6)  VALUE 0.
       01 WS-NOME-MOVIMENTO          PIC X(30) VALUE SPACES.
       01 WS-VAL-PAGO-CLIENTE        PIC S9(11)V99 VALUE 0.
       01 WS-QTD-ABERTO-CLIENTE      PIC 9(4)  VALUE 0.
       01 WS-VAL-ABERTO-CLIENTE      PIC S9(11)V99 VALUE 0.
       01 WS-CANAL-CLIENTE           PIC X     VALUE 'C'.
       01 WS-LINHAS-CLIENTE          PIC 9(4)  VALUE 0.
       01 WS-DOC-TIPO-CLIENTE        PIC X     VALUE SPACE.
       01 WS-DOC-NUMERO-CLIENTE      PIC X(14) VALUE SPACES.
       01 WS-TIPO-DECLARACAO         PIC X     VALUE SPACE.
          88 WS-DECL-QUITACAO                  VALUE 'Q'.
          88 WS-DECL-PENDENCIAS                VALUE 'P'.

       01 WS-TOT-CLIENTES            PIC 9(6)  VALUE 0.
       01 WS-TOT-QUITACAO            PIC 9(6)  VALUE 0.
       01 WS-TOT-PENDENCIAS          PIC 9(6)  VALUE 0.
       01 WS-TOT-REEMISSOES          PIC 9(6)  VALUE 0.
       01 WS-TOT-SEM-CADASTRO        PIC 9(6)  VALUE 0.
       01 WS-TOT-SEM-DOCUMENTO       PIC 9(6)  VALUE 0.
       01 WS-TOT-MOV-SEM-CODIGO      PIC 9(6)  VALUE 0.
       01 WS-TOT-SEM-CANAL           PIC 9(6)  VALUE 0.
       01 WS-TOT-DESVIADO            PIC 9(6)  VALUE 0.

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

       01 WS-LINHA                   PIC X(80) VALUE SPACES.
       01 WS-DATA-ED                 PIC X(10) VALUE SPACES.
       01 WS-VALOR-ED                PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       01 WS-ITEM-LINHA.
          03 FILLER                  PIC XX    VALUE SPACES.
          03 WS-IT-ORIGEM            PIC X(18).
          03 WS-IT-ID                PIC 9(9).
          03 FILLER                  PIC XX    VALUE SPACES.
          03 WS-IT-DATA              PIC X(10).
          03 FILLER                  PIC XX    VALUE SPACES.
          03 WS-IT-VALOR             PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       01 WS-PARMLE-PARM.
           03 WS-PL-PROGRAMA       PIC X(12) VALUE 'DECLQUIT'.
           03 WS-PL-NOME           PIC X(12).
           03 WS-PL-DATA-PROC      PIC 9(8).
           03 WS-PL-VALOR          PIC X(14).
           03 WS-PL-RC             PIC 99.

       01 WS-AUDIT-PARM.
           03 WS-AU-PROGRAMA       PIC X(12) VALUE 'DECLQUIT'.
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
      * Declaracao anual de quitacao de debitos: para cada cliente
      * com movimento no ano-base, quitacao plena ou a relacao do
      * que ficou em aberto. A consulta responde pelo registro das
      * declaracoes ja emitidas.
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-HM-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-PEND-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-ENC-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CLI-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-DOC-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CAN-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-REG-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-REL-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-MAN-PATH
            DISPLAY 'DECLQUIT - DECLARACAO ANUAL DE QUITACAO'
            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
            MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-HOJE
            DISPLAY 'FUNCAO (E=EMITE, C=CONSULTA REGISTRO): '
            ACCEPT WS-FUNCAO

            IF WS-FUNCAO-CONSULTA
                PERFORM P900-CONSULTA
            ELSE
                PERFORM P050-DEFINE-ANO-BASE
                PERFORM P100-CARREGA-ABERTOS
                PERFORM P150-ABRE-ARQUIVOS
                SORT WS-SORT-FILE
                     ON ASCENDING KEY WS-SRT-COD-CLIENTE
                     INPUT  PROCEDURE IS P200-SELECIONA
                     OUTPUT PROCEDURE IS P400-EMITE
                PERFORM P800-FINALIZA
            END-IF

            STOP RUN.

       P050-DEFINE-ANO-BASE.
      * O ano-base e o ano anterior; PARAMETROS.DAT (DECLQUIT,
      * ANO-BASE) permite reemitir um ano ja encerrado. O ano
      * corrente nao pode ser declarado.
            COMPUTE WS-ANO-BASE = WS-HOJE-ANO - 1
            MOVE WS-HOJE    TO WS-PL-DATA-PROC
            MOVE 'ANO-BASE' TO WS-PL-NOME
            CALL 'PARMLE' USING WS-PARMLE-PARM
            IF WS-PL-RC = 0 AND WS-PL-VALOR(1:4) IS NUMERIC
                MOVE WS-PL-VALOR(1:4) TO WS-ANO-BASE
            END-IF
            IF WS-ANO-BASE NOT < WS-HOJE-ANO
                DISPLAY 'ANO-BASE ' WS-ANO-BASE ' AINDA NAO ENCERRADO.'
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
            COMPUTE WS-FIM-ANO-BASE = WS-ANO-BASE * 10000 + 1231
            IF WS-ANO-BASE = WS-HOJE-ANO - 1 AND WS-HOJE-MES > 5
                DISPLAY 'AVISO: EMISSAO APOS O PRAZO DE MAIO PARA O '
                        'ANO-BASE ' WS-ANO-BASE '.'
            END-IF
            DISPLAY 'ANO-BASE: ' WS-ANO-BASE
            .
       P100-CARREGA-ABERTOS.
            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN INPUT WS-PEND-FILE
            IF WS-PEND-FS = '00'
                PERFORM UNTIL WS-FIM
                    READ WS-PEND-FILE
                        AT END SET WS-FIM TO TRUE
                        NOT AT END PERFORM P110-GUARDA-PENDENTE
                    END-READ
                END-PERFORM
                CLOSE WS-PEND-FILE
            ELSE
                DISPLAY 'AVISO: SEM ARQUIVO DE PENDENTES: '
                        WS-PEND-PATH
            END-IF

            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN INPUT WS-ENC-FILE
            IF WS-ENC-FS = '00'
                PERFORM UNTIL WS-FIM
                    READ WS-ENC-FILE
                        AT END SET WS-FIM TO TRUE
                        NOT AT END PERFORM P120-GUARDA-ENCARGO
                    END-READ
                END-PERFORM
                CLOSE WS-ENC-FILE
            END-IF
            MOVE 'N' TO WS-FIM-ARQUIVO
            .
       P110-GUARDA-PENDENTE.
      * Pendencia sem data valida conta como em aberto: na duvida a
      * quitacao nao e declarada.
            IF WS-PEND-COD-CLIENTE > 0
               AND (WS-PEND-DATA-PENDENCIA NOT NUMERIC
                    OR WS-PEND-DATA-PENDENCIA <= WS-FIM-ANO-BASE)
                IF WS-QTD-ABERTO-TAB < 10000
                    ADD 1 TO WS-QTD-ABERTO-TAB
                    MOVE WS-QTD-ABERTO-TAB TO WS-AB
                    MOVE WS-PEND-COD-CLIENTE TO WS-AB-COD-CLIENTE(WS-AB)
                    MOVE 'P'                 TO WS-AB-ORIGEM(WS-AB)
                    MOVE WS-PEND-ID          TO WS-AB-ID(WS-AB)
                    MOVE 0                   TO WS-AB-DATA(WS-AB)
                    IF WS-PEND-DATA-PENDENCIA IS NUMERIC
                        MOVE WS-PEND-DATA-PENDENCIA
                             TO WS-AB-DATA(WS-AB)
                    END-IF
                    MOVE WS-PEND-VALOR       TO WS-AB-VALOR(WS-AB)
                ELSE
                    SET WS-TAB-CHEIA TO TRUE
                END-IF
            END-IF
            .
       P120-GUARDA-ENCARGO.
            IF WS-ENC-COD-CLIENTE > 0
               AND WS-ENC-DATA-VENC <= WS-FIM-ANO-BASE
                IF WS-QTD-ABERTO-TAB < 10000
                    ADD 1 TO WS-QTD-ABERTO-TAB
                    MOVE WS-QTD-ABERTO-TAB TO WS-AB
                    MOVE WS-ENC-COD-CLIENTE TO WS-AB-COD-CLIENTE(WS-AB)
                    MOVE 'E'                TO WS-AB-ORIGEM(WS-AB)
                    MOVE WS-ENC-ID          TO WS-AB-ID(WS-AB)
                    MOVE WS-ENC-DATA-VENC   TO WS-AB-DATA(WS-AB)
                    MOVE WS-ENC-TOTAL       TO WS-AB-VALOR(WS-AB)
                ELSE
                    SET WS-TAB-CHEIA TO TRUE
                END-IF
            END-IF
            .
       P150-ABRE-ARQUIVOS.
            OPEN INPUT WS-HM-FILE
            IF WS-HM-FS NOT = '00'
                DISPLAY 'HISTORICO MENSAL NAO ENCONTRADO: ' WS-HM-PATH
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN I-O WS-REG-FILE
            IF WS-REG-FS NOT = '00'
                OPEN OUTPUT WS-REG-FILE
                CLOSE WS-REG-FILE
                OPEN I-O WS-REG-FILE
            END-IF
            IF WS-REG-FS NOT = '00'
                DISPLAY 'REGISTRO DE DECLARACOES INDISPONIVEL: '
                        WS-REG-PATH ' FS: ' WS-REG-FS
                CLOSE WS-HM-FILE
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN INPUT WS-CLI-FILE
            IF WS-CLI-FS = '00'
                SET WS-CLI-ABERTO TO TRUE
            ELSE
                DISPLAY 'AVISO: MASTER DE CLIENTES INDISPONIVEL; '
                        'NENHUMA DECLARACAO SERA DISTRIBUIDA.'
            END-IF
            OPEN INPUT WS-DOC-FILE
            IF WS-DOC-FS = '00'
                SET WS-DOC-ABERTO TO TRUE
            END-IF
            OPEN INPUT WS-CAN-FILE
            IF WS-CAN-FS = '00'
                SET WS-CAN-ABERTO TO TRUE
            END-IF
            OPEN OUTPUT WS-REL-FILE
            OPEN OUTPUT WS-MAN-FILE
            MOVE SPACES TO WS-REL-LINHA
            STRING 'DECLQUIT - DECLARACAO ANUAL DE QUITACAO'
                   '  AMBIENTE ' WS-AMB-NOME
                   DELIMITED BY SIZE
                   INTO WS-REL-LINHA
            END-STRING
            WRITE WS-REL-LINHA
            .
       P200-SELECIONA.
      * Clientes com movimento no ano-base no historico mensal;
      * so o confirmado soma como pago no ano.
            MOVE 'N' TO WS-FIM-ARQUIVO
            PERFORM UNTIL WS-FIM
                READ WS-HM-FILE NEXT RECORD
                    AT END SET WS-FIM TO TRUE
                    NOT AT END
                        IF WS-HM-DATA(1:4) = WS-ANO-BASE
                            PERFORM P210-LIBERA-MOVIMENTO
                        END-IF
                END-READ
            END-PERFORM
            .
       P210-LIBERA-MOVIMENTO.
            IF WS-HM-COD-CLIENTE = 0
                ADD 1 TO WS-TOT-MOV-SEM-CODIGO
            ELSE
                MOVE WS-HM-COD-CLIENTE TO WS-SRT-COD-CLIENTE
                MOVE WS-HM-VALOR       TO WS-SRT-VALOR
                MOVE WS-HM-SITUACAO    TO WS-SRT-SITUACAO
                MOVE WS-HM-CLIENTE     TO WS-SRT-CLIENTE
                RELEASE WS-SORT-REGISTRO
            END-IF
            .
       P400-EMITE.
            PERFORM P450-RETORNA-ORDENADO
            PERFORM P460-ACUMULA-CLIENTE
                    UNTIL WS-FIM-SORT
            IF NOT WS-PRIMEIRO
                PERFORM P500-DECLARACAO
            END-IF
            .
       P450-RETORNA-ORDENADO.
            RETURN WS-SORT-FILE
                AT END SET WS-FIM-SORT TO TRUE
            END-RETURN
            .
       P460-ACUMULA-CLIENTE.
            IF WS-PRIMEIRO
                MOVE 'N' TO WS-PRIMEIRO-SW
                PERFORM P470-INICIA-CLIENTE
            ELSE
                IF WS-SRT-COD-CLIENTE NOT = WS-COD-ANTERIOR
                    PERFORM P500-DECLARACAO
                    PERFORM P470-INICIA-CLIENTE
                END-IF
            END-IF
            IF WS-SRT-SITUACAO = 'C'
                ADD WS-SRT-VALOR TO WS-VAL-PAGO-CLIENTE
            END-IF
            PERFORM P450-RETORNA-ORDENADO
            .
       P470-INICIA-CLIENTE.
            MOVE WS-SRT-COD-CLIENTE TO WS-COD-ANTERIOR
            MOVE WS-SRT-CLIENTE     TO WS-NOME-MOVIMENTO
            MOVE 0                  TO WS-VAL-PAGO-CLIENTE
            .
       P500-DECLARACAO.
            ADD 1 TO WS-TOT-CLIENTES
            PERFORM P510-DADOS-CLIENTE
            IF NOT WS-CLI-ACHOU
      * Sem cadastro nao ha endereco nem canal para a declaracao.
                ADD 1 TO WS-TOT-SEM-CADASTRO
                DISPLAY 'CLIENTE SEM CADASTRO NAO DECLARADO: '
                        WS-COD-ANTERIOR ' ' WS-NOME-MOVIMENTO
            ELSE
                PERFORM P520-SOMA-ABERTOS
                IF WS-QTD-ABERTO-CLIENTE = 0
                    SET WS-DECL-QUITACAO TO TRUE
                    ADD 1 TO WS-TOT-QUITACAO
                ELSE
                    SET WS-DECL-PENDENCIAS TO TRUE
                    ADD 1 TO WS-TOT-PENDENCIAS
                END-IF
                PERFORM P515-DEFINE-CANAL
                IF WS-CANAL-CLIENTE = 'N'
      * Sem canal valido a declaracao fica no consolidado e no
      * registro de emissao, mas nao vai para a expedicao.
                    ADD 1 TO WS-TOT-SEM-CANAL
                    MOVE SPACES TO WS-DIS-PATH
                    PERFORM P600-IMPRIME-DECLARACAO
                ELSE
                    PERFORM P530-ABRE-DOCUMENTO
                    PERFORM P600-IMPRIME-DECLARACAO
                    CLOSE WS-DIS-FILE
                    MOVE 'N' TO WS-DIS-ABERTO-SW
                    PERFORM P650-GRAVA-MANIFESTO
                END-IF
                PERFORM P700-REGISTRA
            END-IF
            .
       P510-DADOS-CLIENTE.
            MOVE 'N'    TO WS-CLI-ACHOU-SW
            MOVE SPACE  TO WS-DOC-TIPO-CLIENTE
            MOVE SPACES TO WS-DOC-NUMERO-CLIENTE
            MOVE 'C'    TO WS-CANAL-CLIENTE
            IF WS-CLI-ABERTO
                MOVE WS-COD-ANTERIOR TO WS-CLI-CODIGO
                READ WS-CLI-FILE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY SET WS-CLI-ACHOU TO TRUE
                END-READ
            END-IF
            IF WS-DOC-ABERTO
                MOVE WS-COD-ANTERIOR TO WS-DOC-CODIGO
                READ WS-DOC-FILE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        MOVE WS-DOC-TIPO   TO WS-DOC-TIPO-CLIENTE
                        MOVE WS-DOC-NUMERO TO WS-DOC-NUMERO-CLIENTE
                END-READ
            END-IF
            IF WS-CAN-ABERTO
                MOVE WS-COD-ANTERIOR TO WS-CAN-CODIGO
                READ WS-CAN-FILE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        MOVE WS-CAN-CANAL TO WS-CANAL-CLIENTE
                END-READ
            END-IF
            .
       P515-DEFINE-CANAL.
      * Canal marcado invalido (carta devolvida, e-mail devolvido)
      * troca para o outro canal; sem nenhum, canal N. A declaracao
      * nao cabe em SMS nem WhatsApp: essas preferencias recebem o
      * documento pelo correio.
            IF WS-CANAL-CLIENTE = 'S' OR WS-CANAL-CLIENTE = 'W'
                MOVE 'C' TO WS-CANAL-CLIENTE
            END-IF
            MOVE 'C'             TO WS-CN-FUNCAO
            MOVE WS-COD-ANTERIOR TO WS-CN-COD-CLIENTE
            CALL 'CLICONTATO' USING WS-CONTATO-PARM
            IF WS-CLI-EMAIL = SPACES
                MOVE 'N' TO WS-CN-EMAIL-VALIDO
            END-IF
            IF WS-CANAL-CLIENTE = 'E' AND WS-CN-EMAIL-VALIDO = 'N'
                IF WS-CN-END-VALIDO = 'S'
                    MOVE 'C' TO WS-CANAL-CLIENTE
                    ADD 1 TO WS-TOT-DESVIADO
                ELSE
                    MOVE 'N' TO WS-CANAL-CLIENTE
                END-IF
            END-IF
            IF WS-CANAL-CLIENTE = 'C' AND WS-CN-END-VALIDO = 'N'
                IF WS-CN-EMAIL-VALIDO = 'S'
                    MOVE 'E' TO WS-CANAL-CLIENTE
                    ADD 1 TO WS-TOT-DESVIADO
                ELSE
                    MOVE 'N' TO WS-CANAL-CLIENTE
                END-IF
            END-IF
            .
       P520-SOMA-ABERTOS.
            MOVE 0 TO WS-QTD-ABERTO-CLIENTE
            MOVE 0 TO WS-VAL-ABERTO-CLIENTE
            PERFORM VARYING WS-AB FROM 1 BY 1
                    UNTIL WS-AB > WS-QTD-ABERTO-TAB
                IF WS-AB-COD-CLIENTE(WS-AB) = WS-COD-ANTERIOR
                    ADD 1                  TO WS-QTD-ABERTO-CLIENTE
                    ADD WS-AB-VALOR(WS-AB) TO WS-VAL-ABERTO-CLIENTE
                END-IF
            END-PERFORM
            .
       P530-ABRE-DOCUMENTO.
            MOVE SPACES TO WS-DIS-PATH
            STRING 'DECLQUIT.' WS-ANO-BASE '.' WS-COD-ANTERIOR
                   DELIMITED BY SIZE
                   INTO WS-DIS-PATH
            END-STRING
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-DIS-PATH
            OPEN OUTPUT WS-DIS-FILE
            SET WS-DIS-ABERTO TO TRUE
            MOVE 0 TO WS-LINHAS-CLIENTE
            .
       P600-IMPRIME-DECLARACAO.
            MOVE ALL '=' TO WS-LINHA
            PERFORM P690-ESCREVE-LINHA
            MOVE SPACES TO WS-LINHA
            STRING 'DECLARACAO ANUAL DE QUITACAO DE DEBITOS - '
                   'ANO-BASE ' WS-ANO-BASE
                   DELIMITED BY SIZE INTO WS-LINHA
            END-STRING
            PERFORM P690-ESCREVE-LINHA
            MOVE SPACES TO WS-LINHA
            PERFORM P690-ESCREVE-LINHA

            MOVE SPACES TO WS-LINHA
            STRING 'CLIENTE : ' WS-CLI-CODIGO ' ' WS-CLI-NOME
                   DELIMITED BY SIZE INTO WS-LINHA
            END-STRING
            PERFORM P690-ESCREVE-LINHA
            MOVE SPACES TO WS-LINHA
            IF WS-DOC-NUMERO-CLIENTE = SPACES
                ADD 1 TO WS-TOT-SEM-DOCUMENTO
                MOVE 'CPF/CNPJ: NAO CADASTRADO' TO WS-LINHA
            ELSE
                IF WS-DOC-TIPO-CLIENTE = 'J'
                    STRING 'CNPJ    : ' WS-DOC-NUMERO-CLIENTE
                           DELIMITED BY SIZE INTO WS-LINHA
                    END-STRING
                ELSE
                    STRING 'CPF     : ' WS-DOC-NUMERO-CLIENTE
                           DELIMITED BY SIZE INTO WS-LINHA
                    END-STRING
                END-IF
            END-IF
            PERFORM P690-ESCREVE-LINHA
            MOVE SPACES TO WS-LINHA
            STRING 'ENDERECO: ' WS-CLI-ENDERECO
                   DELIMITED BY SIZE INTO WS-LINHA
            END-STRING
            PERFORM P690-ESCREVE-LINHA
            MOVE SPACES TO WS-LINHA
            STRING '          '
                   FUNCTION TRIM(WS-CLI-CIDADE TRAILING) ' - '
                   FUNCTION TRIM(WS-CLI-ESTADO TRAILING)
                   DELIMITED BY SIZE INTO WS-LINHA
            END-STRING
            PERFORM P690-ESCREVE-LINHA
            MOVE SPACES TO WS-LINHA
            PERFORM P690-ESCREVE-LINHA

            IF WS-DECL-QUITACAO
                PERFORM P610-TEXTO-QUITACAO
            ELSE
                PERFORM P620-TEXTO-PENDENCIAS
            END-IF

            MOVE SPACES TO WS-LINHA
            PERFORM P690-ESCREVE-LINHA
            MOVE WS-HOJE(7:2) TO WS-DATA-ED(1:2)
            MOVE '/'          TO WS-DATA-ED(3:1)
            MOVE WS-HOJE(5:2) TO WS-DATA-ED(4:2)
            MOVE '/'          TO WS-DATA-ED(6:1)
            MOVE WS-HOJE(1:4) TO WS-DATA-ED(7:4)
            MOVE SPACES TO WS-LINHA
            STRING 'EMITIDA EM ' WS-DATA-ED
                   DELIMITED BY SIZE INTO WS-LINHA
            END-STRING
            PERFORM P690-ESCREVE-LINHA
            MOVE SPACES TO WS-LINHA
            PERFORM P690-ESCREVE-LINHA
            .
       P610-TEXTO-QUITACAO.
            MOVE 'DECLARAMOS, NOS TERMOS DA LEI 12.007/2009, QUE ESTAO '
                 TO WS-LINHA
            PERFORM P690-ESCREVE-LINHA
            MOVE SPACES TO WS-LINHA
            STRING 'QUITADOS TODOS OS DEBITOS DO CLIENTE ACIMA '
                   'VENCIDOS ATE 31/12/' WS-ANO-BASE '.'
                   DELIMITED BY SIZE INTO WS-LINHA
            END-STRING
            PERFORM P690-ESCREVE-LINHA
            MOVE WS-VAL-PAGO-CLIENTE TO WS-VALOR-ED
            MOVE SPACES TO WS-LINHA
            STRING 'TOTAL PAGO NO ANO-BASE: ' WS-VALOR-ED
                   DELIMITED BY SIZE INTO WS-LINHA
            END-STRING
            PERFORM P690-ESCREVE-LINHA
            MOVE 'ESTA DECLARACAO SUBSTITUI OS COMPROVANTES DE '
                 TO WS-LINHA
            PERFORM P690-ESCREVE-LINHA
            MOVE 'PAGAMENTO DO ANO-BASE.' TO WS-LINHA
            PERFORM P690-ESCREVE-LINHA
            .
       P620-TEXTO-PENDENCIAS.
            MOVE SPACES TO WS-LINHA
            STRING 'NAO E POSSIVEL DECLARAR A QUITACAO DO ANO-BASE '
                   WS-ANO-BASE '.'
                   DELIMITED BY SIZE INTO WS-LINHA
            END-STRING
            PERFORM P690-ESCREVE-LINHA
            MOVE 'CONSTAM EM ABERTO OS SEGUINTES DEBITOS:' TO WS-LINHA
            PERFORM P690-ESCREVE-LINHA
            PERFORM VARYING WS-AB FROM 1 BY 1
                    UNTIL WS-AB > WS-QTD-ABERTO-TAB
                IF WS-AB-COD-CLIENTE(WS-AB) = WS-COD-ANTERIOR
                    PERFORM P630-LINHA-ITEM
                END-IF
            END-PERFORM
            MOVE WS-VAL-ABERTO-CLIENTE TO WS-VALOR-ED
            MOVE SPACES TO WS-LINHA
            STRING 'TOTAL EM ABERTO: ' WS-VALOR-ED
                   DELIMITED BY SIZE INTO WS-LINHA
            END-STRING
            PERFORM P690-ESCREVE-LINHA
            MOVE 'A DECLARACAO DE QUITACAO SERA EMITIDA APOS A '
                 TO WS-LINHA
            PERFORM P690-ESCREVE-LINHA
            MOVE 'REGULARIZACAO DOS DEBITOS RELACIONADOS.' TO WS-LINHA
            PERFORM P690-ESCREVE-LINHA
            .
       P630-LINHA-ITEM.
            IF WS-AB-ORIGEM(WS-AB) = 'E'
                MOVE 'ENCARGOS ATRASO'    TO WS-IT-ORIGEM
            ELSE
                MOVE 'PAGAMENTO PENDENTE' TO WS-IT-ORIGEM
            END-IF
            MOVE WS-AB-ID(WS-AB) TO WS-IT-ID
            MOVE SPACES          TO WS-IT-DATA
            IF WS-AB-DATA(WS-AB) > 0
                MOVE WS-AB-DATA(WS-AB)(7:2) TO WS-IT-DATA(1:2)
                MOVE '/'                    TO WS-IT-DATA(3:1)
                MOVE WS-AB-DATA(WS-AB)(5:2) TO WS-IT-DATA(4:2)
                MOVE '/'                    TO WS-IT-DATA(6:1)
                MOVE WS-AB-DATA(WS-AB)(1:4) TO WS-IT-DATA(7:4)
            END-IF
            MOVE WS-AB-VALOR(WS-AB) TO WS-IT-VALOR
            MOVE WS-ITEM-LINHA TO WS-LINHA
            PERFORM P690-ESCREVE-LINHA
            .
       P690-ESCREVE-LINHA.
      * Cada linha vai para a impressao consolidada e para o
      * documento do cliente que segue para a expedicao.
            WRITE WS-REL-LINHA FROM WS-LINHA
            IF WS-DIS-ABERTO
                WRITE WS-DIS-LINHA FROM WS-LINHA
                ADD 1 TO WS-LINHAS-CLIENTE
            END-IF
            .
       P650-GRAVA-MANIFESTO.
            MOVE WS-COD-ANTERIOR       TO WS-MAN-CODIGO
            MOVE WS-CANAL-CLIENTE      TO WS-MAN-CANAL
            MOVE WS-LINHAS-CLIENTE     TO WS-MAN-LINHAS
            MOVE WS-VAL-ABERTO-CLIENTE TO WS-MAN-TOTAL
            WRITE WS-MAN-REGISTRO
            .
       P700-REGISTRA.
      * Reemissao do mesmo ano-base atualiza o registro e conta as
      * emissoes; a declaracao vigente e sempre a ultima.
            MOVE 'N'             TO WS-REG-EXISTE-SW
            MOVE WS-COD-ANTERIOR TO WS-REG-COD-CLIENTE
            MOVE WS-ANO-BASE     TO WS-REG-ANO-BASE
            READ WS-REG-FILE
                INVALID KEY
                    INITIALIZE WS-REG-REGISTRO
                    MOVE WS-COD-ANTERIOR TO WS-REG-COD-CLIENTE
                    MOVE WS-ANO-BASE     TO WS-REG-ANO-BASE
                NOT INVALID KEY
                    SET WS-REG-EXISTE TO TRUE
                    ADD 1 TO WS-TOT-REEMISSOES
            END-READ
            MOVE WS-TIPO-DECLARACAO    TO WS-REG-TIPO
            MOVE WS-HOJE               TO WS-REG-DATA-EMISSAO
            MOVE WS-CLI-NOME           TO WS-REG-CLIENTE
            MOVE WS-DOC-TIPO-CLIENTE   TO WS-REG-DOC-TIPO
            MOVE WS-DOC-NUMERO-CLIENTE TO WS-REG-DOC-NUMERO
            MOVE WS-VAL-PAGO-CLIENTE   TO WS-REG-VAL-PAGO-ANO
            MOVE WS-QTD-ABERTO-CLIENTE TO WS-REG-QTD-ABERTO
            MOVE WS-VAL-ABERTO-CLIENTE TO WS-REG-VAL-ABERTO
            MOVE WS-CANAL-CLIENTE      TO WS-REG-CANAL
            MOVE WS-DIS-PATH           TO WS-REG-DOCUMENTO
            ADD 1                      TO WS-REG-QTD-EMISSOES
            IF WS-REG-EXISTE
                REWRITE WS-REG-REGISTRO
                    INVALID KEY
                        DISPLAY 'REGISTRO NAO ATUALIZADO: '
                                WS-COD-ANTERIOR ' FS: ' WS-REG-FS
                END-REWRITE
            ELSE
                WRITE WS-REG-REGISTRO
                    INVALID KEY
                        DISPLAY 'REGISTRO NAO GRAVADO: '
                                WS-COD-ANTERIOR ' FS: ' WS-REG-FS
                END-WRITE
            END-IF
            .
       P800-FINALIZA.
            CLOSE WS-HM-FILE
            CLOSE WS-REG-FILE
            CLOSE WS-REL-FILE
            CLOSE WS-MAN-FILE
            IF WS-CLI-ABERTO
                CLOSE WS-CLI-FILE
            END-IF
            IF WS-DOC-ABERTO
                CLOSE WS-DOC-FILE
            END-IF
            IF WS-CAN-ABERTO
                CLOSE WS-CAN-FILE
            END-IF

            DISPLAY '----- DECLARACOES DE QUITACAO -----'
            DISPLAY 'ANO-BASE              : ' WS-ANO-BASE
            DISPLAY 'CLIENTES COM MOVIMENTO: ' WS-TOT-CLIENTES
            DISPLAY 'QUITACAO PLENA        : ' WS-TOT-QUITACAO
            DISPLAY 'COM DEBITOS EM ABERTO : ' WS-TOT-PENDENCIAS
            DISPLAY 'REEMISSOES            : ' WS-TOT-REEMISSOES
            DISPLAY 'SEM CADASTRO          : ' WS-TOT-SEM-CADASTRO
            DISPLAY 'SEM CPF/CNPJ          : ' WS-TOT-SEM-DOCUMENTO
            DISPLAY 'MOVIMENTO SEM CODIGO  : ' WS-TOT-MOV-SEM-CODIGO
            DISPLAY 'CANAL TROCADO         : ' WS-TOT-DESVIADO
            DISPLAY 'SEM CANAL (NAO EXPED.): ' WS-TOT-SEM-CANAL
            DISPLAY 'DECLARACOES EM        : ' WS-REL-PATH
            DISPLAY 'MANIFESTO EM          : ' WS-MAN-PATH

            MOVE 'DECL-QUITA'    TO WS-AU-EVENTO
            MOVE SPACES          TO WS-AU-CHAVE
            MOVE WS-ANO-BASE     TO WS-AU-CHAVE(1:4)
            MOVE WS-TOT-QUITACAO TO WS-AU-CHAVE(6:6)
            COMPUTE WS-AU-CONTADOR = WS-TOT-QUITACAO + WS-TOT-PENDENCIAS
            CALL 'AUDITLOG' USING WS-AUDIT-PARM

            IF WS-TAB-CHEIA
                DISPLAY 'TABELA DE DEBITOS EM ABERTO CHEIA: '
                        'DECLARACOES NAO CONFIAVEIS.'
                MOVE 8 TO RETURN-CODE
            ELSE
                IF WS-TOT-SEM-CADASTRO > 0
                   OR WS-TOT-SEM-DOCUMENTO > 0
                   OR WS-TOT-MOV-SEM-CODIGO > 0
                    MOVE 4 TO RETURN-CODE
                END-IF
            END-IF
            .
       P900-CONSULTA.
      * Consulta do registro para atendimento ao cliente e ao
      * PROCON: todas as declaracoes emitidas para o cliente.
            OPEN INPUT WS-REG-FILE
            IF WS-REG-FS NOT = '00'
                DISPLAY 'REGISTRO DE DECLARACOES INDISPONIVEL: '
                        WS-REG-PATH
                MOVE 8 TO RETURN-CODE
            ELSE
                DISPLAY 'CODIGO DO CLIENTE: '
                ACCEPT WS-CODIGO-INFORMADO
                MOVE WS-CODIGO-INFORMADO TO WS-REG-COD-CLIENTE
                MOVE 0                   TO WS-REG-ANO-BASE
                MOVE 'N'                 TO WS-FIM-ARQUIVO
                START WS-REG-FILE KEY IS NOT LESS THAN WS-REG-CHAVE
                    INVALID KEY SET WS-FIM TO TRUE
                END-START
                MOVE 0 TO WS-TOT-CLIENTES
                PERFORM UNTIL WS-FIM
                    READ WS-REG-FILE NEXT RECORD
                        AT END SET WS-FIM TO TRUE
                        NOT AT END
                            IF WS-REG-COD-CLIENTE NOT =
                                                WS-CODIGO-INFORMADO
                                SET WS-FIM TO TRUE
                            ELSE
                                PERFORM P910-MOSTRA-REGISTRO
                            END-IF
                    END-READ
                END-PERFORM
                IF WS-TOT-CLIENTES = 0
                    DISPLAY 'NENHUMA DECLARACAO EMITIDA PARA O '
                            'CLIENTE ' WS-CODIGO-INFORMADO
                END-IF
                CLOSE WS-REG-FILE
            END-IF
            .
       P910-MOSTRA-REGISTRO.
            ADD 1 TO WS-TOT-CLIENTES
            DISPLAY '---------------------------------------------'
            DISPLAY 'ANO-BASE : ' WS-REG-ANO-BASE
                    '  EMITIDA EM ' WS-REG-DATA-EMISSAO
                    '  EMISSOES: ' WS-REG-QTD-EMISSOES
            DISPLAY 'CLIENTE  : ' WS-REG-COD-CLIENTE ' '
                    WS-REG-CLIENTE
            DISPLAY 'CPF/CNPJ : ' WS-REG-DOC-TIPO ' '
                    WS-REG-DOC-NUMERO
            IF WS-REG-QUITACAO
                DISPLAY 'TIPO     : QUITACAO PLENA'
            ELSE
                DISPLAY 'TIPO     : RELACAO DE DEBITOS EM ABERTO'
            END-IF
            MOVE WS-REG-VAL-PAGO-ANO TO WS-VALOR-ED
            DISPLAY 'PAGO NO ANO   : ' WS-VALOR-ED
            MOVE WS-REG-VAL-ABERTO TO WS-VALOR-ED
            DISPLAY 'EM ABERTO     : ' WS-REG-QTD-ABERTO
                    '  VALOR: ' WS-VALOR-ED
            DISPLAY 'CANAL         : ' WS-REG-CANAL
            DISPLAY 'DOCUMENTO     : ' WS-REG-DOCUMENTO
            .
       END PROGRAM DECLQUIT.
