      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TARIFACOB.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-HM-FILE       ASSIGN TO WS-HM-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS WS-HM-CHAVE
                                    FILE STATUS WS-HM-FS.
           SELECT WS-REG-FILE      ASSIGN TO WS-REG-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-REG-FS.
           SELECT WS-EVT-FILE      ASSIGN TO WS-EVT-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-EVT-FS.
           SELECT WS-HIST-FILE     ASSIGN TO WS-HIST-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS WS-HIST-ID
                                    FILE STATUS WS-HIST-FS.
           SELECT WS-COB-FILE      ASSIGN TO WS-COB-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS WS-COB-CHAVE
                                    FILE STATUS WS-COB-FS.
           SELECT WS-PEND-FILE     ASSIGN TO WS-PEND-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-PEND-FS.
           SELECT WS-VENC-FILE     ASSIGN TO WS-VENC-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-VENC-FS.
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
       FD  WS-REG-FILE.
       01 WS-REG-REGISTRO.
           03 WS-REG-NOSSO-NUMERO    PIC 9(10).
           03 WS-REG-ID              PIC 9(9).
           03 WS-REG-VALOR           PIC S9(9)V99.
           03 WS-REG-DATA-VENC       PIC 9(8).
           03 WS-REG-DATA-EMISSAO    PIC 9(8).
           03 WS-REG-CLIENTE         PIC X(30).
           03 WS-REG-CODIGO-BARRAS   PIC X(44).
           03 WS-REG-LINHA-DIGITAVEL PIC X(47).
           03 WS-REG-SITUACAO        PIC X.
           03 WS-REG-SUBSTITUTO      PIC 9(10).
      * Eventos tarifaveis sem arquivo de origem no sistema (cheque
      * devolvido, extrato avulso), registrados pelo TARIFAMANUT.
       FD  WS-EVT-FILE.
       01 WS-EVT-REGISTRO.
           03 WS-EVT-EVENTO          PIC X(12).
           03 WS-EVT-REFERENCIA      PIC X(20).
           03 WS-EVT-DATA            PIC 9(8).
           03 WS-EVT-COD-CLIENTE     PIC 9(6).
           03 WS-EVT-CLIENTE         PIC X(30).
           03 WS-EVT-OPERADOR        PIC X(8).
           03 WS-EVT-DATA-REGISTRO   PIC 9(8).
       FD  WS-HIST-FILE.
       01 WS-HIST-REGISTRO.
           03 WS-HIST-ID             PIC 9(9).
           03 WS-HIST-VALOR          PIC S9(9)V99.
           03 WS-HIST-DATA           PIC 9(8).
           03 WS-HIST-CLIENTE        PIC X(30).
           03 WS-HIST-SITUACAO       PIC X.
           03 WS-HIST-COD-CLIENTE    PIC 9(6).
      * Registro das tarifas cobradas: a chave evento + referencia +
      * data impede que o mesmo evento seja cobrado duas vezes, e a
      * isencao do TARIFAMANUT e gravada no proprio registro.
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
       FD  WS-VENC-FILE.
       01 WS-VENC-REGISTRO.
           03 WS-VENC-ID             PIC 9(9).
           03 WS-VENC-DATA           PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-HM-PATH                 PIC X(40)
                            VALUE 'PAGTOHIST.MENSAL.IDX'.
       01 WS-REG-PATH                PIC X(40) VALUE 'BOLETOS.REGISTRO'.
       01 WS-EVT-PATH                PIC X(40) VALUE 'TARIFA.EVENTOS'.
       01 WS-HIST-PATH               PIC X(40)
                            VALUE 'PAGTOCONFIRM.HIST.IDX'.
       01 WS-COB-PATH                PIC X(40)
                            VALUE 'TARIFA.COBRADAS.IDX'.
       01 WS-PEND-PATH               PIC X(40)
                            VALUE 'PAGTOCONFIRM.PENDENTES'.
       01 WS-VENC-PATH               PIC X(40) VALUE 'PAGTOVENC.DAT'.
       01 WS-HM-FS                   PIC XX.
       01 WS-REG-FS                  PIC XX.
       01 WS-EVT-FS                  PIC XX.
       01 WS-HIST-FS                 PIC XX.
       01 WS-COB-FS                  PIC XX.
       01 WS-PEND-FS                 PIC XX.
       01 WS-VENC-FS                 PIC XX.

       01 WS-FIM-ARQUIVO             PIC X     VALUE 'N'.
          88 WS-FIM                            VALUE 'Y'.
       01 WS-ACHOU-SW                PIC X     VALUE 'N'.
          88 WS-ACHOU                          VALUE 'Y'.

      * Eventos tarifaveis, com os codigos usados como nome do
      * parametro no programa TARIFAS do PARAMETROS.DAT.
       01 WS-EVENTO-CORRENTE         PIC X(12) VALUE SPACES.
          88 WS-EVT-DEBITO-DEVOLVIDO           VALUE 'DEB-DEVOLV'.
          88 WS-EVT-SEGUNDA-VIA                VALUE 'BOLETO-2VIA'.
          88 WS-EVT-CHEQUE-DEVOLVIDO           VALUE 'CHEQUE-DEVOL'.
          88 WS-EVT-EXTRATO-AVULSO             VALUE 'EXTRATO-EXT'.
       01 WS-REF-CORRENTE            PIC X(20) VALUE SPACES.
       01 WS-DATA-CORRENTE           PIC 9(8)  VALUE 0.
       01 WS-COD-CORRENTE            PIC 9(6)  VALUE 0.
       01 WS-CLIENTE-CORRENTE        PIC X(30) VALUE SPACES.

      * Janela de deteccao em dias (parametro JANELA) e prazo do
      * vencimento da tarifa quando o cliente nao tem cobranca futura
      * (parametro PRAZO). O registro de cobradas torna a janela
      * segura para reprocessar.
       01 WS-DIAS-JANELA             PIC 9(3)  VALUE 7.
       01 WS-DIAS-PRAZO              PIC 9(3)  VALUE 30.
       01 WS-DATA-HORA-ATUAL         PIC X(21).
       01 WS-HOJE                    PIC 9(8)  VALUE 0.
       01 WS-HOJE-INTEGER            PIC 9(7)  VALUE 0.
       01 WS-INICIO-JANELA           PIC 9(8)  VALUE 0.
       01 WS-VENC-PADRAO             PIC 9(8)  VALUE 0.

      * Boletos emitidos na janela; a segunda via e o boleto cujo
      * nosso-numero aparece como substituto de outro registro.
       01 WS-TAB-BOLETOS.
          03 WS-BOL OCCURS 10000 TIMES INDEXED BY WS-BOL-IDX.
             05 WS-BOL-NOSSO-NUMERO   PIC 9(10).
             05 WS-BOL-ID             PIC 9(9).
             05 WS-BOL-DATA           PIC 9(8).
             05 WS-BOL-CLIENTE        PIC X(30).
             05 WS-BOL-SEGUNDA-VIA    PIC X.
       01 WS-TOT-BOLETOS             PIC 9(5)  VALUE 0.

       01 WS-TAB-SEGUNDAS.
          03 WS-SVA OCCURS 2000 TIMES INDEXED BY WS-SVA-IDX.
             05 WS-SVA-NOSSO-NUMERO   PIC 9(10).
             05 WS-SVA-ID             PIC 9(9).
             05 WS-SVA-DATA           PIC 9(8).
             05 WS-SVA-CLIENTE        PIC X(30).
             05 WS-SVA-COD-CLIENTE    PIC 9(6).
       01 WS-TOT-SEGUNDAS            PIC 9(4)  VALUE 0.

      * Tarifas a faturar neste run.
       01 WS-TAB-TARIFAS.
          03 WS-TAR OCCURS 2000 TIMES INDEXED BY WS-TAR-IDX.
             05 WS-TAR-EVENTO         PIC X(12).
             05 WS-TAR-REFERENCIA     PIC X(20).
             05 WS-TAR-DATA           PIC 9(8).
             05 WS-TAR-COD-CLIENTE    PIC 9(6).
             05 WS-TAR-CLIENTE        PIC X(30).
             05 WS-TAR-VALOR          PIC S9(9)V99.
       01 WS-TOT-TARIFAS             PIC 9(4)  VALUE 0.

      * Proxima cobranca de cada cliente tarifado: a tarifa vence junto
      * com ela. Os candidatos sao os ids pendentes desses clientes; a
      * ultima linha do PAGTOVENC.DAT para o id vale.
       01 WS-TAB-CLIENTES.
          03 WS-CLT OCCURS 2000 TIMES INDEXED BY WS-CLT-IDX.
             05 WS-CLT-COD-CLIENTE    PIC 9(6).
             05 WS-CLT-PROX-VENC      PIC 9(8).
       01 WS-TOT-CLIENTES            PIC 9(4)  VALUE 0.
       01 WS-TAB-CANDIDATOS.
          03 WS-CND OCCURS 5000 TIMES INDEXED BY WS-CND-IDX.
             05 WS-CND-ID             PIC 9(9).
             05 WS-CND-CLIENTE        PIC 9(4).
             05 WS-CND-VENC           PIC 9(8).
       01 WS-TOT-CANDIDATOS          PIC 9(4)  VALUE 0.
       01 WS-CLT-SEL                 PIC 9(4)  VALUE 0.

       01 WS-TOT-DEB-DEVOLVIDO       PIC 9(6)      VALUE 0.
       01 WS-TOT-SEGUNDA-VIA         PIC 9(6)      VALUE 0.
       01 WS-TOT-MANUAIS             PIC 9(6)      VALUE 0.
       01 WS-TOT-JA-COBRADO          PIC 9(6)      VALUE 0.
       01 WS-TOT-SEM-TARIFA          PIC 9(6)      VALUE 0.
       01 WS-TOT-SEM-CLIENTE         PIC 9(6)      VALUE 0.
       01 WS-TOT-EXCEDIDO            PIC 9(6)      VALUE 0.
       01 WS-TOT-SEM-ID              PIC 9(6)      VALUE 0.
       01 WS-TOT-GERADO              PIC 9(6)      VALUE 0.
       01 WS-VALOR-FATURADO          PIC S9(11)V99 VALUE 0.

       01 WS-VER-QTD                 PIC 9(6)      VALUE 0.
       01 WS-VER-HASH                PIC S9(11)V99 VALUE 0.

       01 WS-ARQCTL-PARM.
           03 WS-AC-FUNCAO         PIC X.
           03 WS-AC-NOME           PIC X(40).
           03 WS-AC-QTD            PIC 9(6).
           03 WS-AC-HASH           PIC S9(11)V99.
           03 WS-AC-RC             PIC 99.

       01 WS-PARMLE-PARM.
           03 WS-PL-PROGRAMA       PIC X(12).
           03 WS-PL-NOME           PIC X(12).
           03 WS-PL-DATA-PROC      PIC 9(8).
           03 WS-PL-VALOR          PIC X(14).
           03 WS-PL-RC             PIC 99.

       01 WS-CALUTIL-PARM.
           03 WS-CA-FUNCAO         PIC X.
           03 WS-CA-RC             PIC 99.
           03 WS-CA-DATA           PIC 9(8).
           03 WS-CA-DIA-UTIL       PIC X.
           03 WS-CA-DATA-UTIL      PIC 9(8).

       01 WS-PAGTOID-PARM.
           03 WS-PI-FUNCAO         PIC X.
           03 WS-PI-FILIAL         PIC X(3) VALUE '995'.
           03 WS-PI-ID             PIC 9(9).
           03 WS-PI-RC             PIC 99.

       01 WS-CONTACOR-PARM.
           03 WS-CC-FUNCAO         PIC X.
           03 WS-CC-COD-CLIENTE    PIC 9(6).
           03 WS-CC-EVENTO         PIC XX.
           03 WS-CC-VALOR          PIC S9(9)V99.
           03 WS-CC-DATA           PIC 9(8).
           03 WS-CC-ID             PIC 9(9).
           03 WS-CC-HISTORICO      PIC X(30).
           03 WS-CC-PROGRAMA       PIC X(12) VALUE 'TARIFACOB'.
           03 WS-CC-SALDO          PIC S9(11)V99.
           03 WS-CC-RC             PIC 99.

       01 WS-AUDIT-PARM.
           03 WS-AU-PROGRAMA       PIC X(12) VALUE 'TARIFACOB'.
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
      * Faturamento noturno das tarifas de servico: cada evento
      * tarifavel da janela vira um item proprio na fila de pendentes
      * e no PAGTOVENC.DAT, vencendo junto com a proxima cobranca do
      * cliente.
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-HM-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-REG-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-EVT-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-HIST-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-COB-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-PEND-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-VENC-PATH
            DISPLAY 'TARIFACOB - FATURAMENTO DE TARIFAS DE SERVICO'

            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
            MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-HOJE
            COMPUTE WS-HOJE-INTEGER = FUNCTION INTEGER-OF-DATE(WS-HOJE)

            PERFORM P040-CARREGA-PARAMETROS

            OPEN I-O WS-COB-FILE
            IF WS-COB-FS NOT = '00'
                OPEN OUTPUT WS-COB-FILE
                CLOSE WS-COB-FILE
                OPEN I-O WS-COB-FILE
            END-IF
            IF WS-COB-FS NOT = '00'
                DISPLAY 'REGISTRO DE TARIFAS INDISPONIVEL: '
                        WS-COB-PATH ' FS: ' WS-COB-FS
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF

            PERFORM P100-DEBITOS-DEVOLVIDOS
            PERFORM P200-SEGUNDAS-VIAS
            PERFORM P300-EVENTOS-MANUAIS

            IF WS-TOT-TARIFAS > 0
                PERFORM P600-PROXIMA-COBRANCA
                PERFORM P700-FATURA-TARIFAS
                PERFORM P970-REGISTRA-PENDENTES
            END-IF
            CLOSE WS-COB-FILE

            PERFORM P800-RESUMO

            MOVE 'TARIFAS'      TO WS-AU-EVENTO
            MOVE SPACES         TO WS-AU-CHAVE
            MOVE WS-HOJE        TO WS-AU-CHAVE(1:8)
            MOVE WS-TOT-GERADO  TO WS-AU-CONTADOR
            CALL 'AUDITLOG' USING WS-AUDIT-PARM

            IF WS-TOT-SEM-TARIFA > 0 OR WS-TOT-SEM-CLIENTE > 0
               OR WS-TOT-EXCEDIDO > 0 OR WS-TOT-SEM-ID > 0
                MOVE 4 TO RETURN-CODE
            END-IF

            STOP RUN.

       P040-CARREGA-PARAMETROS.
            MOVE 'TARIFACOB' TO WS-PL-PROGRAMA
            MOVE WS-HOJE     TO WS-PL-DATA-PROC
            MOVE 'JANELA'    TO WS-PL-NOME
            CALL 'PARMLE' USING WS-PARMLE-PARM
            IF WS-PL-RC = 0 AND FUNCTION TEST-NUMVAL(WS-PL-VALOR) = 0
                COMPUTE WS-DIAS-JANELA = FUNCTION NUMVAL(WS-PL-VALOR)
            END-IF
            MOVE 'PRAZO'     TO WS-PL-NOME
            CALL 'PARMLE' USING WS-PARMLE-PARM
            IF WS-PL-RC = 0 AND FUNCTION TEST-NUMVAL(WS-PL-VALOR) = 0
                COMPUTE WS-DIAS-PRAZO = FUNCTION NUMVAL(WS-PL-VALOR)
            END-IF

            COMPUTE WS-INICIO-JANELA = FUNCTION DATE-OF-INTEGER
                    (WS-HOJE-INTEGER - WS-DIAS-JANELA)

      * Sem cobranca futura, a tarifa vence no prazo, ajustado para
      * dia util pela regra comum do CALUTIL.
            COMPUTE WS-VENC-PADRAO = FUNCTION DATE-OF-INTEGER
                    (WS-HOJE-INTEGER + WS-DIAS-PRAZO)
            MOVE 'P'            TO WS-CA-FUNCAO
            MOVE WS-VENC-PADRAO TO WS-CA-DATA
            CALL 'CALUTIL' USING WS-CALUTIL-PARM
            IF WS-CA-RC = 0
                MOVE WS-CA-DATA-UTIL TO WS-VENC-PADRAO
            END-IF
            .
       P100-DEBITOS-DEVOLVIDOS.
      * Debito automatico devolvido pelo banco: rejeicao do historico
      * com motivo retorno do banco (1) ou saldo insuficiente (2),
      * como o PAGTORETORNO mapeia as ocorrencias.
            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN INPUT WS-HM-FILE
            IF WS-HM-FS = '00'
                PERFORM UNTIL WS-FIM
                    READ WS-HM-FILE NEXT RECORD
                        AT END SET WS-FIM TO TRUE
                        NOT AT END
                            IF WS-HM-SITUACAO = 'R'
                               AND (WS-HM-MOTIVO = 1
                                    OR WS-HM-MOTIVO = 2)
                               AND WS-HM-DATA NOT < WS-INICIO-JANELA
                               AND WS-HM-DATA NOT > WS-HOJE
                                PERFORM P150-EVENTO-DEBITO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE WS-HM-FILE
            ELSE
                DISPLAY 'HISTORICO MENSAL INDISPONIVEL: ' WS-HM-PATH
                        ' FS: ' WS-HM-FS
            END-IF
            MOVE 'N' TO WS-FIM-ARQUIVO
            .
       P150-EVENTO-DEBITO.
            ADD 1 TO WS-TOT-DEB-DEVOLVIDO
            SET WS-EVT-DEBITO-DEVOLVIDO TO TRUE
            MOVE SPACES            TO WS-REF-CORRENTE
            MOVE WS-HM-ID          TO WS-REF-CORRENTE(1:9)
            MOVE WS-HM-DATA        TO WS-DATA-CORRENTE
            MOVE WS-HM-COD-CLIENTE TO WS-COD-CORRENTE
            MOVE WS-HM-CLIENTE     TO WS-CLIENTE-CORRENTE
            PERFORM P500-REGISTRA-EVENTO
            .
       P200-SEGUNDAS-VIAS.
      * Primeira passada: boletos emitidos na janela. Segunda: marca
      * os que substituem outro boleto (a segunda via do BOLETO2VIA).
            MOVE 0   TO WS-TOT-BOLETOS
            MOVE 0   TO WS-TOT-SEGUNDAS
            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN INPUT WS-REG-FILE
            IF WS-REG-FS NOT = '00'
                DISPLAY 'REGISTRO DE BOLETOS NAO ENCONTRADO: '
                        WS-REG-PATH
            ELSE
                PERFORM UNTIL WS-FIM
                    READ WS-REG-FILE
                        AT END SET WS-FIM TO TRUE
                        NOT AT END
                            IF WS-REG-DATA-EMISSAO
                                       NOT < WS-INICIO-JANELA
                               AND WS-REG-DATA-EMISSAO
                                       NOT > WS-HOJE
                                PERFORM P210-GUARDA-BOLETO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE WS-REG-FILE
            END-IF
            MOVE 'N' TO WS-FIM-ARQUIVO

            IF WS-TOT-BOLETOS > 0
                OPEN INPUT WS-REG-FILE
                IF WS-REG-FS = '00'
                    PERFORM UNTIL WS-FIM
                        READ WS-REG-FILE
                            AT END SET WS-FIM TO TRUE
                            NOT AT END
                                IF WS-REG-SUBSTITUTO NOT = 0
                                    PERFORM P220-MARCA-SEGUNDA-VIA
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE WS-REG-FILE
                END-IF
                MOVE 'N' TO WS-FIM-ARQUIVO
                PERFORM P230-SEPARA-SEGUNDAS
            END-IF

            IF WS-TOT-SEGUNDAS > 0
                PERFORM P240-CLIENTE-DA-SEGUNDA
                PERFORM VARYING WS-SVA-IDX FROM 1 BY 1
                        UNTIL WS-SVA-IDX > WS-TOT-SEGUNDAS
                    ADD 1 TO WS-TOT-SEGUNDA-VIA
                    SET WS-EVT-SEGUNDA-VIA TO TRUE
                    MOVE SPACES TO WS-REF-CORRENTE
                    MOVE WS-SVA-NOSSO-NUMERO(WS-SVA-IDX)
                         TO WS-REF-CORRENTE(1:10)
                    MOVE WS-SVA-ID(WS-SVA-IDX)
                         TO WS-REF-CORRENTE(12:9)
                    MOVE WS-SVA-DATA(WS-SVA-IDX) TO WS-DATA-CORRENTE
                    MOVE WS-SVA-COD-CLIENTE(WS-SVA-IDX)
                         TO WS-COD-CORRENTE
                    MOVE WS-SVA-CLIENTE(WS-SVA-IDX)
                         TO WS-CLIENTE-CORRENTE
                    PERFORM P500-REGISTRA-EVENTO
                END-PERFORM
            END-IF
            .
       P210-GUARDA-BOLETO.
            IF WS-TOT-BOLETOS < 10000
                ADD 1 TO WS-TOT-BOLETOS
                MOVE WS-REG-NOSSO-NUMERO
                     TO WS-BOL-NOSSO-NUMERO(WS-TOT-BOLETOS)
                MOVE WS-REG-ID           TO WS-BOL-ID(WS-TOT-BOLETOS)
                MOVE WS-REG-DATA-EMISSAO TO WS-BOL-DATA(WS-TOT-BOLETOS)
                MOVE WS-REG-CLIENTE
                     TO WS-BOL-CLIENTE(WS-TOT-BOLETOS)
                MOVE 'N' TO WS-BOL-SEGUNDA-VIA(WS-TOT-BOLETOS)
            ELSE
                ADD 1 TO WS-TOT-EXCEDIDO
            END-IF
            .
       P220-MARCA-SEGUNDA-VIA.
            SET WS-BOL-IDX TO 1
            SEARCH WS-BOL
                AT END CONTINUE
                WHEN WS-BOL-IDX > WS-TOT-BOLETOS
                    CONTINUE
                WHEN WS-BOL-NOSSO-NUMERO(WS-BOL-IDX)
                         = WS-REG-SUBSTITUTO
                    MOVE 'S' TO WS-BOL-SEGUNDA-VIA(WS-BOL-IDX)
            END-SEARCH
            .
       P230-SEPARA-SEGUNDAS.
            PERFORM VARYING WS-BOL-IDX FROM 1 BY 1
                    UNTIL WS-BOL-IDX > WS-TOT-BOLETOS
                IF WS-BOL-SEGUNDA-VIA(WS-BOL-IDX) = 'S'
                    IF WS-TOT-SEGUNDAS < 2000
                        ADD 1 TO WS-TOT-SEGUNDAS
                        MOVE WS-BOL-NOSSO-NUMERO(WS-BOL-IDX)
                             TO WS-SVA-NOSSO-NUMERO(WS-TOT-SEGUNDAS)
                        MOVE WS-BOL-ID(WS-BOL-IDX)
                             TO WS-SVA-ID(WS-TOT-SEGUNDAS)
                        MOVE WS-BOL-DATA(WS-BOL-IDX)
                             TO WS-SVA-DATA(WS-TOT-SEGUNDAS)
                        MOVE WS-BOL-CLIENTE(WS-BOL-IDX)
                             TO WS-SVA-CLIENTE(WS-TOT-SEGUNDAS)
                        MOVE 0 TO WS-SVA-COD-CLIENTE(WS-TOT-SEGUNDAS)
                    ELSE
                        ADD 1 TO WS-TOT-EXCEDIDO
                    END-IF
                END-IF
            END-PERFORM
            .
       P240-CLIENTE-DA-SEGUNDA.
      * O boleto nao traz o codigo do cliente: vem do pagamento na
      * fila de pendentes (a segunda via so sai para pendente) ou,
      * se ja foi processado, do historico do PAGTOCONFIRM.
            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN INPUT WS-PEND-FILE
            IF WS-PEND-FS = '00'
                PERFORM UNTIL WS-FIM
                    READ WS-PEND-FILE
                        AT END SET WS-FIM TO TRUE
                        NOT AT END
                            PERFORM VARYING WS-SVA-IDX FROM 1 BY 1
                                    UNTIL WS-SVA-IDX > WS-TOT-SEGUNDAS
                                IF WS-SVA-ID(WS-SVA-IDX) = WS-PEND-ID
                                    MOVE WS-PEND-COD-CLIENTE
                                      TO WS-SVA-COD-CLIENTE(WS-SVA-IDX)
                                END-IF
                            END-PERFORM
                    END-READ
                END-PERFORM
                CLOSE WS-PEND-FILE
            END-IF
            MOVE 'N' TO WS-FIM-ARQUIVO

            OPEN INPUT WS-HIST-FILE
            IF WS-HIST-FS = '00'
                PERFORM VARYING WS-SVA-IDX FROM 1 BY 1
                        UNTIL WS-SVA-IDX > WS-TOT-SEGUNDAS
                    IF WS-SVA-COD-CLIENTE(WS-SVA-IDX) = 0
                        MOVE WS-SVA-ID(WS-SVA-IDX) TO WS-HIST-ID
                        READ WS-HIST-FILE
                            INVALID KEY CONTINUE
                            NOT INVALID KEY
                                MOVE WS-HIST-COD-CLIENTE
                                  TO WS-SVA-COD-CLIENTE(WS-SVA-IDX)
                        END-READ
                    END-IF
                END-PERFORM
                CLOSE WS-HIST-FILE
            END-IF
            .
       P300-EVENTOS-MANUAIS.
            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN INPUT WS-EVT-FILE
            IF WS-EVT-FS = '00'
                PERFORM UNTIL WS-FIM
                    READ WS-EVT-FILE
                        AT END SET WS-FIM TO TRUE
                        NOT AT END
                            IF WS-EVT-DATA NOT < WS-INICIO-JANELA
                               AND WS-EVT-DATA NOT > WS-HOJE
                                ADD 1 TO WS-TOT-MANUAIS
                                MOVE WS-EVT-EVENTO
                                     TO WS-EVENTO-CORRENTE
                                MOVE WS-EVT-REFERENCIA
                                     TO WS-REF-CORRENTE
                                MOVE WS-EVT-DATA TO WS-DATA-CORRENTE
                                MOVE WS-EVT-COD-CLIENTE
                                     TO WS-COD-CORRENTE
                                MOVE WS-EVT-CLIENTE
                                     TO WS-CLIENTE-CORRENTE
                                PERFORM P500-REGISTRA-EVENTO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE WS-EVT-FILE
            END-IF
            MOVE 'N' TO WS-FIM-ARQUIVO
            .
       P500-REGISTRA-EVENTO.
      * Evento ja cobrado (ou isento) em run anterior fica de fora; a
      * tarifa e a vigente na data do evento.
            MOVE WS-EVENTO-CORRENTE TO WS-COB-EVENTO
            MOVE WS-REF-CORRENTE    TO WS-COB-REFERENCIA
            MOVE WS-DATA-CORRENTE   TO WS-COB-DATA-EVENTO
            MOVE 'N' TO WS-ACHOU-SW
            READ WS-COB-FILE
                INVALID KEY CONTINUE
                NOT INVALID KEY SET WS-ACHOU TO TRUE
            END-READ
            IF NOT WS-ACHOU
                PERFORM VARYING WS-TAR-IDX FROM 1 BY 1
                        UNTIL WS-TAR-IDX > WS-TOT-TARIFAS OR WS-ACHOU
                    IF WS-TAR-EVENTO(WS-TAR-IDX) = WS-EVENTO-CORRENTE
                       AND WS-TAR-REFERENCIA(WS-TAR-IDX)
                               = WS-REF-CORRENTE
                       AND WS-TAR-DATA(WS-TAR-IDX) = WS-DATA-CORRENTE
                        SET WS-ACHOU TO TRUE
                    END-IF
                END-PERFORM
            END-IF
            IF WS-ACHOU
                ADD 1 TO WS-TOT-JA-COBRADO
            ELSE
                MOVE 'TARIFAS'          TO WS-PL-PROGRAMA
                MOVE WS-EVENTO-CORRENTE TO WS-PL-NOME
                MOVE WS-DATA-CORRENTE   TO WS-PL-DATA-PROC
                CALL 'PARMLE' USING WS-PARMLE-PARM
                EVALUATE TRUE
                    WHEN WS-PL-RC NOT = 0
                    WHEN FUNCTION TEST-NUMVAL(WS-PL-VALOR) NOT = 0
                        ADD 1 TO WS-TOT-SEM-TARIFA
                        DISPLAY 'SEM TARIFA VIGENTE PARA '
                                WS-EVENTO-CORRENTE ' EM '
                                WS-DATA-CORRENTE
                    WHEN FUNCTION NUMVAL(WS-PL-VALOR) NOT > 0
                        ADD 1 TO WS-TOT-SEM-TARIFA
                    WHEN WS-COD-CORRENTE = 0
                        ADD 1 TO WS-TOT-SEM-CLIENTE
                        DISPLAY 'EVENTO ' WS-EVENTO-CORRENTE ' '
                                WS-REF-CORRENTE ' SEM CODIGO DE '
                                'CLIENTE. NAO TARIFADO.'
                    WHEN WS-TOT-TARIFAS = 2000
                        ADD 1 TO WS-TOT-EXCEDIDO
                    WHEN OTHER
                        ADD 1 TO WS-TOT-TARIFAS
                        MOVE WS-EVENTO-CORRENTE
                             TO WS-TAR-EVENTO(WS-TOT-TARIFAS)
                        MOVE WS-REF-CORRENTE
                             TO WS-TAR-REFERENCIA(WS-TOT-TARIFAS)
                        MOVE WS-DATA-CORRENTE
                             TO WS-TAR-DATA(WS-TOT-TARIFAS)
                        MOVE WS-COD-CORRENTE
                             TO WS-TAR-COD-CLIENTE(WS-TOT-TARIFAS)
                        MOVE WS-CLIENTE-CORRENTE
                             TO WS-TAR-CLIENTE(WS-TOT-TARIFAS)
                        COMPUTE WS-TAR-VALOR(WS-TOT-TARIFAS) =
                                FUNCTION NUMVAL(WS-PL-VALOR)
                END-EVALUATE
            END-IF
            .
       P600-PROXIMA-COBRANCA.
            MOVE 0 TO WS-TOT-CLIENTES
            MOVE 0 TO WS-TOT-CANDIDATOS
            PERFORM VARYING WS-TAR-IDX FROM 1 BY 1
                    UNTIL WS-TAR-IDX > WS-TOT-TARIFAS
                MOVE WS-TAR-COD-CLIENTE(WS-TAR-IDX) TO WS-COD-CORRENTE
                PERFORM P610-LOCALIZA-CLIENTE
                IF WS-CLT-SEL = 0
                    ADD 1 TO WS-TOT-CLIENTES
                    MOVE WS-COD-CORRENTE
                         TO WS-CLT-COD-CLIENTE(WS-TOT-CLIENTES)
                    MOVE 0 TO WS-CLT-PROX-VENC(WS-TOT-CLIENTES)
                END-IF
            END-PERFORM

            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN INPUT WS-PEND-FILE
            IF WS-PEND-FS = '00'
                PERFORM UNTIL WS-FIM
                    READ WS-PEND-FILE
                        AT END SET WS-FIM TO TRUE
                        NOT AT END
                            MOVE WS-PEND-COD-CLIENTE
                                 TO WS-COD-CORRENTE
                            PERFORM P610-LOCALIZA-CLIENTE
                            IF WS-CLT-SEL > 0
                               AND WS-TOT-CANDIDATOS < 5000
                                ADD 1 TO WS-TOT-CANDIDATOS
                                MOVE WS-PEND-ID
                                  TO WS-CND-ID(WS-TOT-CANDIDATOS)
                                MOVE WS-CLT-SEL
                                  TO WS-CND-CLIENTE(WS-TOT-CANDIDATOS)
                                MOVE 0
                                  TO WS-CND-VENC(WS-TOT-CANDIDATOS)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE WS-PEND-FILE
            END-IF
            MOVE 'N' TO WS-FIM-ARQUIVO

            IF WS-TOT-CANDIDATOS > 0
                OPEN INPUT WS-VENC-FILE
                IF WS-VENC-FS = '00'
                    PERFORM UNTIL WS-FIM
                        READ WS-VENC-FILE
                            AT END SET WS-FIM TO TRUE
                            NOT AT END
                                PERFORM P620-VENCIMENTO-CANDIDATO
                        END-READ
                    END-PERFORM
                    CLOSE WS-VENC-FILE
                END-IF
                MOVE 'N' TO WS-FIM-ARQUIVO
            END-IF

      * Proxima cobranca = menor vencimento futuro entre os pendentes
      * do cliente.
            PERFORM VARYING WS-CND-IDX FROM 1 BY 1
                    UNTIL WS-CND-IDX > WS-TOT-CANDIDATOS
                MOVE WS-CND-CLIENTE(WS-CND-IDX) TO WS-CLT-SEL
                IF WS-CND-VENC(WS-CND-IDX) > WS-HOJE
                    IF WS-CLT-PROX-VENC(WS-CLT-SEL) = 0
                       OR WS-CND-VENC(WS-CND-IDX)
                              < WS-CLT-PROX-VENC(WS-CLT-SEL)
                        MOVE WS-CND-VENC(WS-CND-IDX)
                             TO WS-CLT-PROX-VENC(WS-CLT-SEL)
                    END-IF
                END-IF
            END-PERFORM
            .
       P610-LOCALIZA-CLIENTE.
            MOVE 0 TO WS-CLT-SEL
            PERFORM VARYING WS-CLT-IDX FROM 1 BY 1
                    UNTIL WS-CLT-IDX > WS-TOT-CLIENTES
                          OR WS-CLT-SEL > 0
                IF WS-CLT-COD-CLIENTE(WS-CLT-IDX) = WS-COD-CORRENTE
                    SET WS-CLT-SEL TO WS-CLT-IDX
                END-IF
            END-PERFORM
            .
       P620-VENCIMENTO-CANDIDATO.
            PERFORM VARYING WS-CND-IDX FROM 1 BY 1
                    UNTIL WS-CND-IDX > WS-TOT-CANDIDATOS
                IF WS-CND-ID(WS-CND-IDX) = WS-VENC-ID
                    MOVE WS-VENC-DATA TO WS-CND-VENC(WS-CND-IDX)
                END-IF
            END-PERFORM
            .
       P700-FATURA-TARIFAS.
      * A tarifa entra direto na fila de pendentes e segue com a
      * proxima remessa do cliente, como o encargo do PAGTOENCARGO.
            OPEN EXTEND WS-PEND-FILE
            IF WS-PEND-FS NOT = '00'
                OPEN OUTPUT WS-PEND-FILE
            END-IF
            OPEN EXTEND WS-VENC-FILE
            IF WS-VENC-FS NOT = '00'
                OPEN OUTPUT WS-VENC-FILE
            END-IF

            PERFORM VARYING WS-TAR-IDX FROM 1 BY 1
                    UNTIL WS-TAR-IDX > WS-TOT-TARIFAS
                PERFORM P750-GERA-ITEM
            END-PERFORM

            CLOSE WS-PEND-FILE
            CLOSE WS-VENC-FILE
            .
       P750-GERA-ITEM.
            MOVE 'A' TO WS-PI-FUNCAO
            CALL 'PAGTOID' USING WS-PAGTOID-PARM
            IF WS-PI-RC NOT = 0
                ADD 1 TO WS-TOT-SEM-ID
                DISPLAY 'SEM ID PARA A TARIFA '
                        WS-TAR-EVENTO(WS-TAR-IDX) ' '
                        WS-TAR-REFERENCIA(WS-TAR-IDX)
                        '. NAO FATURADA.'
            ELSE
                MOVE WS-TAR-COD-CLIENTE(WS-TAR-IDX) TO WS-COD-CORRENTE
                PERFORM P610-LOCALIZA-CLIENTE

                MOVE WS-TAR-EVENTO(WS-TAR-IDX)     TO WS-COB-EVENTO
                MOVE WS-TAR-REFERENCIA(WS-TAR-IDX) TO WS-COB-REFERENCIA
                MOVE WS-TAR-DATA(WS-TAR-IDX)       TO WS-COB-DATA-EVENTO
                MOVE WS-TAR-COD-CLIENTE(WS-TAR-IDX)
                     TO WS-COB-COD-CLIENTE
                MOVE WS-TAR-CLIENTE(WS-TAR-IDX)    TO WS-COB-CLIENTE
                MOVE WS-TAR-VALOR(WS-TAR-IDX)      TO WS-COB-VALOR
                MOVE WS-PI-ID                      TO WS-COB-ID-COBRANCA
                MOVE WS-HOJE                   TO WS-COB-DATA-COBRANCA
                IF WS-CLT-SEL > 0
                   AND WS-CLT-PROX-VENC(WS-CLT-SEL) > 0
                    MOVE WS-CLT-PROX-VENC(WS-CLT-SEL)
                         TO WS-COB-DATA-VENC
                ELSE
                    MOVE WS-VENC-PADRAO TO WS-COB-DATA-VENC
                END-IF
                SET WS-COB-COBRADA TO TRUE
                MOVE SPACES TO WS-COB-SUPERVISOR
                MOVE SPACES TO WS-COB-MOTIVO-ISENCAO
                MOVE 0      TO WS-COB-DATA-ISENCAO
                WRITE WS-COB-REGISTRO
                    INVALID KEY
                        ADD 1 TO WS-TOT-JA-COBRADO
                        DISPLAY 'TARIFA JA REGISTRADA: '
                                WS-COB-EVENTO ' ' WS-COB-REFERENCIA
                    NOT INVALID KEY
                        PERFORM P760-GRAVA-COBRANCA
                END-WRITE
            END-IF
            .
       P760-GRAVA-COBRANCA.
            MOVE '1'                TO WS-PEND-TIPO
            MOVE WS-PI-ID           TO WS-PEND-ID
            MOVE WS-COB-VALOR       TO WS-PEND-VALOR
            MOVE '1'                TO WS-PEND-COD-SITUACAO
            MOVE 0                  TO WS-PEND-MOTIVO
            MOVE WS-COB-CLIENTE     TO WS-PEND-CLIENTE
            MOVE WS-HOJE            TO WS-PEND-DATA-PENDENCIA
            MOVE '995'              TO WS-PEND-FILIAL
            MOVE WS-COB-COD-CLIENTE TO WS-PEND-COD-CLIENTE
            WRITE WS-PEND-REGISTRO

            MOVE WS-PI-ID           TO WS-VENC-ID
            MOVE WS-COB-DATA-VENC   TO WS-VENC-DATA
            WRITE WS-VENC-REGISTRO

            MOVE 'L'                TO WS-CC-FUNCAO
            MOVE WS-COB-COD-CLIENTE TO WS-CC-COD-CLIENTE
            MOVE 'EN'               TO WS-CC-EVENTO
            MOVE WS-COB-VALOR       TO WS-CC-VALOR
            MOVE WS-HOJE            TO WS-CC-DATA
            MOVE WS-PI-ID           TO WS-CC-ID
            MOVE SPACES             TO WS-CC-HISTORICO
            STRING 'TARIFA ' WS-COB-EVENTO
                   DELIMITED BY SIZE
                   INTO WS-CC-HISTORICO
            END-STRING
            CALL 'CONTACORPOSTA' USING WS-CONTACOR-PARM
            IF WS-CC-RC NOT = 0 AND WS-CC-RC NOT = 4
                DISPLAY 'CONTA CORRENTE NAO ATUALIZADA PARA A '
                        'TARIFA ' WS-PI-ID ' RC ' WS-CC-RC
            END-IF

            ADD 1               TO WS-TOT-GERADO
            ADD WS-COB-VALOR    TO WS-VALOR-FATURADO
            DISPLAY 'TARIFA ' WS-COB-EVENTO ' ' WS-COB-REFERENCIA
                    ' CLIENTE ' WS-COB-COD-CLIENTE
                    ' FATURADA COMO ' WS-PI-ID
                    ' VENCIMENTO ' WS-COB-DATA-VENC
            .
       P800-RESUMO.
            DISPLAY '----- RESUMO DAS TARIFAS -----'
            DISPLAY 'JANELA DE DETECCAO   : ' WS-INICIO-JANELA ' A '
                    WS-HOJE
            DISPLAY 'DEBITOS DEVOLVIDOS   : ' WS-TOT-DEB-DEVOLVIDO
            DISPLAY 'SEGUNDAS VIAS        : ' WS-TOT-SEGUNDA-VIA
            DISPLAY 'EVENTOS MANUAIS      : ' WS-TOT-MANUAIS
            DISPLAY 'JA COBRADOS          : ' WS-TOT-JA-COBRADO
            DISPLAY 'SEM TARIFA VIGENTE   : ' WS-TOT-SEM-TARIFA
            DISPLAY 'SEM CODIGO DE CLIENTE: ' WS-TOT-SEM-CLIENTE
            DISPLAY 'ACIMA DA CAPACIDADE  : ' WS-TOT-EXCEDIDO
            DISPLAY 'SEM ID DISPONIVEL    : ' WS-TOT-SEM-ID
            DISPLAY 'TARIFAS FATURADAS    : ' WS-TOT-GERADO
            DISPLAY 'VALOR FATURADO       : ' WS-VALOR-FATURADO
            .
       P970-REGISTRA-PENDENTES.
      * A fila de pendentes mudou neste run; os totais de controle
      * registrados pelo PAGTOCONFIRM sao refeitos, senao a remessa
      * e o relatorio abortam por divergencia no protocolo comum.
            MOVE 0   TO WS-VER-QTD
            MOVE 0   TO WS-VER-HASH
            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN INPUT WS-PEND-FILE
            IF WS-PEND-FS = '00'
                PERFORM P975-CONTA-PENDENTE
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
       P975-CONTA-PENDENTE.
            READ WS-PEND-FILE
                AT END SET WS-FIM TO TRUE
                NOT AT END
                    ADD 1             TO WS-VER-QTD
                    ADD WS-PEND-VALOR TO WS-VER-HASH
            END-READ
            .
       END PROGRAM TARIFACOB.
