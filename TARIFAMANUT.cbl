      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TARIFAMANUT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-EVT-FILE      ASSIGN TO WS-EVT-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-EVT-FS.
           SELECT WS-COB-FILE      ASSIGN TO WS-COB-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS WS-COB-CHAVE
                                    FILE STATUS WS-COB-FS.
           SELECT WS-CLI-NOVO      ASSIGN TO WS-CLI-NOVO-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS WS-CODIGO
                                    ALTERNATE RECORD KEY IS WS-NOME
                                                  WITH DUPLICATES
                                    FILE STATUS WS-CLI-NOVO-FS.
           SELECT WS-PEND-FILE     ASSIGN TO WS-PEND-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-PEND-FS.
           SELECT WS-PNOVO-FILE    ASSIGN TO WS-PNOVO-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-PNOVO-FS.
       DATA DIVISION.
       FILE SECTION.
      * Layouts identicos aos do TARIFACOB.
       FD  WS-EVT-FILE.
       01 WS-EVT-REGISTRO.
           03 WS-EVT-EVENTO          PIC X(12).
           03 WS-EVT-REFERENCIA      PIC X(20).
           03 WS-EVT-DATA            PIC 9(8).
           03 WS-EVT-COD-CLIENTE     PIC 9(6).
           03 WS-EVT-CLIENTE         PIC X(30).
           03 WS-EVT-OPERADOR        PIC X(8).
           03 WS-EVT-DATA-REGISTRO   PIC 9(8).
       FD  WS-COB-FILE.
       01 WS-COB-REGISTRO.
           03 WS-COB-CHAVE.
              05 WS-COB-EVENTO       PIC X(12).
              05 WS-COB-REFERENCIA   PIC X(20).
              05 WS-COB-DATA-EVENTO  PIC 9(8).
           03 WS-COB-COD-CLIENTE     PIC 9(6).
           03 WS-COB-CLIENTE         PIC X(30).
           03 WS-COB-VALOR           PIC S9(9)V99.
           03 WS-COB-ID-COBRANCA     PIC 9(9).
           03 WS-COB-DATA-COBRANCA   PIC 9(8).
           03 WS-COB-DATA-VENC       PIC 9(8).
           03 WS-COB-SITUACAO        PIC X.
              88 WS-COB-COBRADA                VALUE 'C'.
              88 WS-COB-ISENTA                 VALUE 'I'.
           03 WS-COB-SUPERVISOR      PIC X(8).
           03 WS-COB-MOTIVO-ISENCAO  PIC X(30).
           03 WS-COB-DATA-ISENCAO    PIC 9(8).
       FD  WS-CLI-NOVO.
       01 WS-LAYOUT-2.
          03 WS-CODIGO                  PIC 9(6).
          03 WS-NOME                    PIC X(30).
          03 WS-ENDERECO                PIC X(60).
          03 WS-TELEFONE                PIC X(20).
          03 WS-EMAIL                   PIC X(50).
          03 WS-ESTADO                  PIC X(30).
          03 WS-CIDADE                  PIC X(30).
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
       FD  WS-PNOVO-FILE.
       01 WS-PNOVO-REGISTRO          PIC X(71).

       WORKING-STORAGE SECTION.
       01 WS-EVT-PATH                PIC X(40) VALUE 'TARIFA.EVENTOS'.
       01 WS-COB-PATH                PIC X(40)
                            VALUE 'TARIFA.COBRADAS.IDX'.
       01 WS-CLI-NOVO-PATH           PIC X(40)
                            VALUE 'CLIENTES.NOVO.IDX'.
       01 WS-PEND-PATH               PIC X(40)
                            VALUE 'PAGTOCONFIRM.PENDENTES'.
       01 WS-PNOVO-PATH              PIC X(40)
                            VALUE 'PAGTOCONFIRM.PENDENTES.TARIFA'.
       01 WS-EVT-FS                  PIC XX.
       01 WS-COB-FS                  PIC XX.
       01 WS-CLI-NOVO-FS             PIC XX.
       01 WS-PEND-FS                 PIC XX.
       01 WS-PNOVO-FS                PIC XX.

       01 WS-OPCAO                   PIC X     VALUE SPACE.
          88 WS-OP-EVENTO                      VALUE 'E'.
          88 WS-OP-CONSULTA                    VALUE 'C'.
          88 WS-OP-ISENTA                      VALUE 'I'.
          88 WS-OP-FIM                         VALUE 'F'.

       01 WS-FIM-ARQUIVO             PIC X     VALUE 'N'.
          88 WS-FIM                            VALUE 'Y'.
       01 WS-ACHOU-SW                PIC X     VALUE 'N'.
          88 WS-ACHOU                          VALUE 'Y'.
       01 WS-VALIDO-SW               PIC X     VALUE 'Y'.
          88 WS-VALIDO                         VALUE 'Y'.

       01 WS-ENT-TIPO                PIC X     VALUE SPACE.
       01 WS-ENT-CODIGO              PIC X(6)  VALUE SPACES.
       01 WS-ENT-REFERENCIA          PIC X(20) VALUE SPACES.
       01 WS-ENT-DATA                PIC X(8)  VALUE SPACES.
       01 WS-ENT-ID                  PIC X(9)  VALUE SPACES.
       01 WS-ENT-MOTIVO              PIC X(30) VALUE SPACES.
       01 WS-ENT-CONFIRMA            PIC X     VALUE SPACE.
       01 WS-COD-CLIENTE             PIC 9(6)  VALUE 0.
       01 WS-ID                      PIC 9(9)  VALUE 0.

       01 WS-DATA-HORA-ATUAL         PIC X(21).
       01 WS-HOJE                    PIC 9(8)  VALUE 0.
       01 WS-OPERADOR                PIC X(8)  VALUE SPACES.
       01 WS-SUPERVISOR              PIC X(8)  VALUE SPACES.
       01 WS-VALOR-ED                PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-TOT-LISTADO             PIC 9(4)  VALUE 0.
       01 WS-TOT-RETIRADO            PIC 9(4)  VALUE 0.

       01 WS-VER-QTD                 PIC 9(6)      VALUE 0.
       01 WS-VER-HASH                PIC S9(11)V99 VALUE 0.

       01 WS-ARQCTL-PARM.
           03 WS-AC-FUNCAO         PIC X.
           03 WS-AC-NOME           PIC X(40).
           03 WS-AC-QTD            PIC 9(6).
           03 WS-AC-HASH           PIC S9(11)V99.
           03 WS-AC-RC             PIC 99.

      * Identificacao do operador, obrigatoria nos programas de
      * terminal; a isencao pede ainda o aval de um supervisor.
       01 WS-SIGNON-PARM.
           03 WS-SG-ID             PIC X(8).
           03 WS-SG-SENHA          PIC X(8).
           03 WS-SG-FUNCAO         PIC X.
           03 WS-SG-PERFIL         PIC X.
           03 WS-SG-RC             PIC 99.
              88 WS-SG-SEM-SESSAO          VALUE 4.

       01 WS-CONTACOR-PARM.
           03 WS-CC-FUNCAO         PIC X.
           03 WS-CC-COD-CLIENTE    PIC 9(6).
           03 WS-CC-EVENTO         PIC XX.
           03 WS-CC-VALOR          PIC S9(9)V99.
           03 WS-CC-DATA           PIC 9(8).
           03 WS-CC-ID             PIC 9(9).
           03 WS-CC-HISTORICO      PIC X(30).
           03 WS-CC-PROGRAMA       PIC X(12) VALUE 'TARIFAMANUT'.
           03 WS-CC-SALDO          PIC S9(11)V99.
           03 WS-CC-RC             PIC 99.

       01 WS-AUDIT-PARM.
           03 WS-AU-PROGRAMA       PIC X(12) VALUE 'TARIFAMANUT'.
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
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-EVT-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-COB-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CLI-NOVO-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-PEND-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-PNOVO-PATH
            DISPLAY 'TARIFAMANUT - EVENTOS E ISENCAO DE TARIFAS'
            MOVE SPACES TO WS-SG-ID
            MOVE 'A' TO WS-SG-FUNCAO
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
            MOVE WS-SG-ID TO WS-OPERADOR
            MOVE WS-SG-ID TO WS-AU-OPERADOR

            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
            MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-HOJE

            PERFORM UNTIL WS-OP-FIM
                DISPLAY 'OPCAO (E=EVENTO, C=CONSULTA, I=ISENTA, '
                        'F=FIM): '
                ACCEPT WS-OPCAO
                MOVE FUNCTION UPPER-CASE(WS-OPCAO) TO WS-OPCAO
                EVALUATE TRUE
                    WHEN WS-OP-EVENTO    PERFORM P200-REGISTRA-EVENTO
                    WHEN WS-OP-CONSULTA  PERFORM P300-CONSULTA
                    WHEN WS-OP-ISENTA    PERFORM P400-ISENTA
                    WHEN WS-OP-FIM       CONTINUE
                    WHEN OTHER           DISPLAY 'OPCAO INVALIDA.'
                END-EVALUATE
            END-PERFORM

            STOP RUN.

       P100-LE-CODIGO.
            MOVE 'Y' TO WS-VALIDO-SW
            DISPLAY 'CODIGO DO CLIENTE: '
            MOVE SPACES TO WS-ENT-CODIGO
            ACCEPT WS-ENT-CODIGO
            IF WS-ENT-CODIGO IS NOT NUMERIC
                DISPLAY 'CODIGO INVALIDO: INFORME OS 6 DIGITOS.'
                MOVE 'N' TO WS-VALIDO-SW
            ELSE
                MOVE WS-ENT-CODIGO TO WS-COD-CLIENTE
            END-IF
            .
       P200-REGISTRA-EVENTO.
      * Cheque devolvido e extrato avulso nao passam por arquivo do
      * sistema: o atendimento registra o evento e o TARIFACOB cobra
      * a tarifa na noite.
            DISPLAY 'EVENTO (C=CHEQUE DEVOLVIDO, X=EXTRATO AVULSO): '
            MOVE SPACE TO WS-ENT-TIPO
            ACCEPT WS-ENT-TIPO
            MOVE FUNCTION UPPER-CASE(WS-ENT-TIPO) TO WS-ENT-TIPO
            EVALUATE WS-ENT-TIPO
                WHEN 'C'
                    MOVE 'CHEQUE-DEVOL' TO WS-EVT-EVENTO
                    DISPLAY 'NUMERO DO CHEQUE: '
                WHEN 'X'
                    MOVE 'EXTRATO-EXT'  TO WS-EVT-EVENTO
                    DISPLAY 'PERIODO OU PROTOCOLO DO EXTRATO: '
                WHEN OTHER
                    DISPLAY 'EVENTO INVALIDO.'
                    MOVE 'N' TO WS-VALIDO-SW
            END-EVALUATE
            IF WS-ENT-TIPO = 'C' OR WS-ENT-TIPO = 'X'
                MOVE SPACES TO WS-ENT-REFERENCIA
                ACCEPT WS-ENT-REFERENCIA
                PERFORM P100-LE-CODIGO
                IF WS-ENT-REFERENCIA = SPACES
                    DISPLAY 'REFERENCIA OBRIGATORIA.'
                    MOVE 'N' TO WS-VALIDO-SW
                END-IF
            END-IF
            IF WS-VALIDO
                PERFORM P250-GRAVA-EVENTO
            END-IF
            .
       P250-GRAVA-EVENTO.
            OPEN INPUT WS-CLI-NOVO
            IF WS-CLI-NOVO-FS NOT = '00'
                DISPLAY 'CADASTRO DE CLIENTES INDISPONIVEL: '
                        WS-CLI-NOVO-PATH ' FS: ' WS-CLI-NOVO-FS
                MOVE 'N' TO WS-VALIDO-SW
            ELSE
                MOVE WS-COD-CLIENTE TO WS-CODIGO
                READ WS-CLI-NOVO
                    INVALID KEY
                        DISPLAY 'CLIENTE NAO CADASTRADO: '
                                WS-COD-CLIENTE
                        MOVE 'N' TO WS-VALIDO-SW
                END-READ
                CLOSE WS-CLI-NOVO
            END-IF

            IF WS-VALIDO
                DISPLAY 'DATA DO EVENTO (AAAAMMDD, BRANCO = HOJE): '
                MOVE SPACES TO WS-ENT-DATA
                ACCEPT WS-ENT-DATA
                EVALUATE TRUE
                    WHEN WS-ENT-DATA = SPACES
                        MOVE WS-HOJE TO WS-EVT-DATA
                    WHEN WS-ENT-DATA IS NOT NUMERIC
                        DISPLAY 'DATA INVALIDA.'
                        MOVE 'N' TO WS-VALIDO-SW
                    WHEN FUNCTION TEST-DATE-YYYYMMDD
                             (FUNCTION NUMVAL(WS-ENT-DATA)) NOT = 0
                        DISPLAY 'DATA INVALIDA.'
                        MOVE 'N' TO WS-VALIDO-SW
                    WHEN WS-ENT-DATA > WS-HOJE
                        DISPLAY 'DATA NAO PODE SER FUTURA.'
                        MOVE 'N' TO WS-VALIDO-SW
                    WHEN OTHER
                        MOVE WS-ENT-DATA TO WS-EVT-DATA
                END-EVALUATE
            END-IF

            IF WS-VALIDO
                MOVE WS-ENT-REFERENCIA TO WS-EVT-REFERENCIA
                MOVE WS-COD-CLIENTE    TO WS-EVT-COD-CLIENTE
                MOVE WS-NOME           TO WS-EVT-CLIENTE
                MOVE WS-OPERADOR       TO WS-EVT-OPERADOR
                MOVE WS-HOJE           TO WS-EVT-DATA-REGISTRO
                OPEN EXTEND WS-EVT-FILE
                IF WS-EVT-FS NOT = '00'
                    OPEN OUTPUT WS-EVT-FILE
                END-IF
                WRITE WS-EVT-REGISTRO
                CLOSE WS-EVT-FILE
                DISPLAY 'EVENTO REGISTRADO PARA ' WS-COD-CLIENTE ' '
                        WS-NOME

                MOVE 'TARIFA-EVENT'    TO WS-AU-EVENTO
                MOVE SPACES            TO WS-AU-CHAVE
                MOVE WS-EVT-EVENTO     TO WS-AU-CHAVE(1:12)
                MOVE WS-COD-CLIENTE    TO WS-AU-CHAVE(14:6)
                MOVE 1                 TO WS-AU-CONTADOR
                CALL 'AUDITLOG' USING WS-AUDIT-PARM
            END-IF
            .
       P300-CONSULTA.
            PERFORM P100-LE-CODIGO
            IF WS-VALIDO
                MOVE 0 TO WS-TOT-LISTADO
                OPEN INPUT WS-COB-FILE
                IF WS-COB-FS NOT = '00'
                    DISPLAY 'NENHUMA TARIFA REGISTRADA.'
                ELSE
                    MOVE 'N' TO WS-FIM-ARQUIVO
                    PERFORM UNTIL WS-FIM
                        READ WS-COB-FILE NEXT RECORD
                            AT END SET WS-FIM TO TRUE
                            NOT AT END
                                IF WS-COB-COD-CLIENTE = WS-COD-CLIENTE
                                    PERFORM P350-MOSTRA-TARIFA
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE WS-COB-FILE
                    MOVE 'N' TO WS-FIM-ARQUIVO
                    DISPLAY 'TARIFAS DO CLIENTE: ' WS-TOT-LISTADO
                END-IF
            END-IF
            .
       P350-MOSTRA-TARIFA.
            ADD 1 TO WS-TOT-LISTADO
            MOVE WS-COB-VALOR TO WS-VALOR-ED
            DISPLAY WS-COB-ID-COBRANCA ' ' WS-COB-EVENTO ' '
                    WS-COB-DATA-EVENTO ' ' WS-VALOR-ED
                    ' VENC ' WS-COB-DATA-VENC ' ' WS-COB-SITUACAO
            DISPLAY '          REF ' WS-COB-REFERENCIA
            IF WS-COB-ISENTA
                DISPLAY '          ISENTA POR ' WS-COB-SUPERVISOR
                        ' EM ' WS-COB-DATA-ISENCAO ': '
                        WS-COB-MOTIVO-ISENCAO
            END-IF
            .
       P400-ISENTA.
      * Isencao so com aval de supervisor e motivo, e so enquanto o
      * item da tarifa ainda esta na fila de pendentes: tarifa ja
      * remetida ou paga volta por estorno, nao por isencao.
            DISPLAY 'ID DA TARIFA: '
            MOVE SPACES TO WS-ENT-ID
            ACCEPT WS-ENT-ID
            IF WS-ENT-ID IS NOT NUMERIC
                DISPLAY 'ID INVALIDO: INFORME OS 9 DIGITOS.'
            ELSE
                MOVE WS-ENT-ID TO WS-ID
                OPEN I-O WS-COB-FILE
                IF WS-COB-FS NOT = '00'
                    DISPLAY 'REGISTRO DE TARIFAS INDISPONIVEL: '
                            WS-COB-PATH ' FS: ' WS-COB-FS
                ELSE
                    PERFORM P410-LOCALIZA-TARIFA
                    EVALUATE TRUE
                        WHEN NOT WS-ACHOU
                            DISPLAY 'TARIFA NAO ENCONTRADA: ' WS-ID
                        WHEN WS-COB-ISENTA
                            DISPLAY 'TARIFA JA ISENTA EM '
                                    WS-COB-DATA-ISENCAO
                        WHEN OTHER
                            PERFORM P350-MOSTRA-TARIFA
                            PERFORM P450-AVAL-SUPERVISOR
                            IF WS-VALIDO
                                PERFORM P500-APLICA-ISENCAO
                            END-IF
                    END-EVALUATE
                    CLOSE WS-COB-FILE
                END-IF
            END-IF
            .
       P410-LOCALIZA-TARIFA.
            MOVE 'N' TO WS-ACHOU-SW
            MOVE 'N' TO WS-FIM-ARQUIVO
            MOVE LOW-VALUES TO WS-COB-CHAVE
            START WS-COB-FILE KEY IS NOT LESS THAN WS-COB-CHAVE
                INVALID KEY SET WS-FIM TO TRUE
            END-START
            PERFORM UNTIL WS-FIM OR WS-ACHOU
                READ WS-COB-FILE NEXT RECORD
                    AT END SET WS-FIM TO TRUE
                    NOT AT END
                        IF WS-COB-ID-COBRANCA = WS-ID
                            SET WS-ACHOU TO TRUE
                        END-IF
                END-READ
            END-PERFORM
            MOVE 'N' TO WS-FIM-ARQUIVO
            .
       P450-AVAL-SUPERVISOR.
            MOVE 'Y' TO WS-VALIDO-SW
            DISPLAY 'CONFIRMA A ISENCAO (S/N)? '
            MOVE SPACE TO WS-ENT-CONFIRMA
            ACCEPT WS-ENT-CONFIRMA
            IF WS-ENT-CONFIRMA NOT = 'S'
                DISPLAY 'ISENCAO CANCELADA.'
                MOVE 'N' TO WS-VALIDO-SW
            ELSE
                DISPLAY 'ISENCAO DE TARIFA EXIGE AVAL DO SUPERVISOR.'
                DISPLAY 'SUPERVISOR: '
                ACCEPT WS-SG-ID
                DISPLAY 'SENHA     : '
                ACCEPT WS-SG-SENHA
                MOVE 'S' TO WS-SG-FUNCAO
      * Aval so com supervisor identificado: em branco o
      * OPERSIGNON assumiria o operador da sessao do menu.
                IF WS-SG-ID = SPACES
                    MOVE 12 TO WS-SG-RC
                ELSE
                    CALL 'OPERSIGNON' USING WS-SIGNON-PARM
                END-IF
                IF WS-SG-RC NOT = 0
                    DISPLAY 'AVAL RECUSADO (RC ' WS-SG-RC ').'
                    MOVE 'N' TO WS-VALIDO-SW
                ELSE
                    MOVE WS-SG-ID TO WS-SUPERVISOR
                    DISPLAY 'MOTIVO DA ISENCAO: '
                    MOVE SPACES TO WS-ENT-MOTIVO
                    ACCEPT WS-ENT-MOTIVO
                    IF WS-ENT-MOTIVO = SPACES
                        DISPLAY 'MOTIVO OBRIGATORIO.'
                        MOVE 'N' TO WS-VALIDO-SW
                    END-IF
                END-IF
            END-IF
            .
       P500-APLICA-ISENCAO.
      * A fila de pendentes e reescrita sem o item da tarifa, no
      * esquema de troca do P950 do PAGTOCONFIRM.
            MOVE 0   TO WS-TOT-RETIRADO
            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN INPUT WS-PEND-FILE
            IF WS-PEND-FS NOT = '00'
                DISPLAY 'ARQUIVO DE PENDENTES NAO ENCONTRADO: '
                        WS-PEND-PATH
            ELSE
                OPEN OUTPUT WS-PNOVO-FILE
                PERFORM P550-FILTRA-PENDENTE
                        UNTIL WS-FIM
                CLOSE WS-PEND-FILE
                CLOSE WS-PNOVO-FILE
                IF WS-TOT-RETIRADO > 0
                    CALL 'CBL_RENAME_FILE' USING WS-PNOVO-PATH
                                                 WS-PEND-PATH
                ELSE
                    CALL 'CBL_DELETE_FILE' USING WS-PNOVO-PATH
                END-IF
            END-IF
            MOVE 'N' TO WS-FIM-ARQUIVO

            IF WS-TOT-RETIRADO = 0
                DISPLAY 'TARIFA ' WS-ID ' NAO ESTA MAIS PENDENTE. '
                        'ISENCAO RECUSADA.'
            ELSE
                PERFORM P600-REGISTRA-ISENCAO
            END-IF
            .
       P550-FILTRA-PENDENTE.
            READ WS-PEND-FILE
                AT END SET WS-FIM TO TRUE
                NOT AT END
                    IF WS-PEND-ID = WS-ID
                        ADD 1 TO WS-TOT-RETIRADO
                    ELSE
                        WRITE WS-PNOVO-REGISTRO FROM WS-PEND-REGISTRO
                    END-IF
            END-READ
            .
       P600-REGISTRA-ISENCAO.
            SET WS-COB-ISENTA TO TRUE
            MOVE WS-SUPERVISOR TO WS-COB-SUPERVISOR
            MOVE WS-ENT-MOTIVO TO WS-COB-MOTIVO-ISENCAO
            MOVE WS-HOJE       TO WS-COB-DATA-ISENCAO
            REWRITE WS-COB-REGISTRO
                INVALID KEY
                    DISPLAY 'TARIFA NAO ATUALIZADA: ' WS-ID
                            ' FS: ' WS-COB-FS
            END-REWRITE

      * O debito lancado na cobranca e desfeito na conta corrente
      * como desconto concedido.
            MOVE 'L'                TO WS-CC-FUNCAO
            MOVE WS-COB-COD-CLIENTE TO WS-CC-COD-CLIENTE
            MOVE 'DS'               TO WS-CC-EVENTO
            MOVE WS-COB-VALOR       TO WS-CC-VALOR
            MOVE WS-HOJE            TO WS-CC-DATA
            MOVE WS-ID              TO WS-CC-ID
            MOVE SPACES             TO WS-CC-HISTORICO
            STRING 'ISENCAO ' WS-COB-EVENTO
                   DELIMITED BY SIZE
                   INTO WS-CC-HISTORICO
            END-STRING
            CALL 'CONTACORPOSTA' USING WS-CONTACOR-PARM
            IF WS-CC-RC NOT = 0 AND WS-CC-RC NOT = 4
                DISPLAY 'CONTA CORRENTE NAO ATUALIZADA PARA A '
                        'ISENCAO ' WS-ID ' RC ' WS-CC-RC
            END-IF

            PERFORM P700-REGISTRA-PENDENTES
            DISPLAY 'TARIFA ' WS-ID ' ISENTA E RETIRADA DA FILA.'

            MOVE 'TARIFA-ISENT'  TO WS-AU-EVENTO
            MOVE SPACES          TO WS-AU-CHAVE
            MOVE WS-ID           TO WS-AU-CHAVE(1:9)
            MOVE WS-SUPERVISOR   TO WS-AU-CHAVE(11:8)
            MOVE 1               TO WS-AU-CONTADOR
            CALL 'AUDITLOG' USING WS-AUDIT-PARM
            .
       P700-REGISTRA-PENDENTES.
      * A fila de pendentes mudou; os totais de controle registrados
      * pelo PAGTOCONFIRM sao refeitos, senao a remessa e o relatorio
      * abortam por divergencia no protocolo comum.
            MOVE 0   TO WS-VER-QTD
            MOVE 0   TO WS-VER-HASH
            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN INPUT WS-PEND-FILE
            IF WS-PEND-FS = '00'
                PERFORM P705-CONTA-PENDENTE
                        UNTIL WS-FIM
                CLOSE WS-PEND-FILE
                MOVE 'G'          TO WS-AC-FUNCAO
                MOVE WS-PEND-PATH TO WS-AC-NOME
                MOVE WS-VER-QTD   TO WS-AC-QTD
                MOVE WS-VER-HASH  TO WS-AC-HASH
                CALL 'ARQCONTROLE' USING WS-ARQCTL-PARM
            END-IF
            MOVE 'N' TO WS-FIM-ARQUIVO
            .
       P705-CONTA-PENDENTE.
            READ WS-PEND-FILE
                AT END SET WS-FIM TO TRUE
                NOT AT END
                    ADD 1             TO WS-VER-QTD
                    ADD WS-PEND-VALOR TO WS-VER-HASH
            END-READ
            .
       END PROGRAM TARIFAMANUT.
