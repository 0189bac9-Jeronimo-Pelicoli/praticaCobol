      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUITACOTA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-CTR-FILE      ASSIGN TO WS-CTR-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS WS-CTR-CONTRATO
                                    FILE STATUS WS-CTR-FS.
           SELECT WS-CPA-FILE      ASSIGN TO WS-CPA-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS WS-CPA-CHAVE
                                    ALTERNATE RECORD KEY IS
                                        WS-CPA-PAGTO-ID WITH DUPLICATES
                                    FILE STATUS WS-CPA-FS.
           SELECT WS-QTA-FILE      ASSIGN TO WS-QTA-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS WS-QTA-ID
                                    ALTERNATE RECORD KEY IS
                                        WS-QTA-CONTRATO WITH DUPLICATES
                                    FILE STATUS WS-QTA-FS.
           SELECT WS-PVC-FILE      ASSIGN TO WS-PVC-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-PVC-FS.
           SELECT WS-PEND-FILE     ASSIGN TO WS-PEND-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-PEND-FS.
           SELECT WS-REL-FILE      ASSIGN TO WS-REL-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-REL-FS.
       DATA DIVISION.
       FILE SECTION.
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
       FD  WS-QTA-FILE.
       01 WS-QTA-REGISTRO.
           03 WS-QTA-ID              PIC 9(9).
           03 WS-QTA-CONTRATO        PIC X(8).
           03 WS-QTA-COD-CLIENTE     PIC 9(6).
           03 WS-QTA-CLIENTE         PIC X(30).
           03 WS-QTA-DATA-COTACAO    PIC 9(8).
           03 WS-QTA-DATA-BASE       PIC 9(8).
           03 WS-QTA-VALIDADE        PIC 9(8).
           03 WS-QTA-QTD-PARCELAS    PIC 99.
           03 WS-QTA-VALOR-NOMINAL   PIC S9(9)V99.
           03 WS-QTA-VALOR-DESCONTO  PIC S9(9)V99.
           03 WS-QTA-VALOR-QUITACAO  PIC S9(9)V99.
           03 WS-QTA-SITUACAO        PIC X.
           03 WS-QTA-DATA-SITUACAO   PIC 9(8).
           03 WS-QTA-OPERADOR        PIC X(8).
       FD  WS-PVC-FILE.
       01 WS-PVC-REGISTRO.
           03 WS-PVC-ID              PIC 9(9).
           03 WS-PVC-DATA            PIC 9(8).
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
       FD  WS-REL-FILE.
       01 WS-REL-LINHA               PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-CTR-PATH              PIC X(40) VALUE 'CONTRATOS.IDX'.
       01 WS-CPA-PATH              PIC X(40) VALUE 'CONTRATOPARC.IDX'.
       01 WS-QTA-PATH              PIC X(40) VALUE 'QUITACAO.IDX'.
       01 WS-PVC-PATH              PIC X(40) VALUE 'PAGTOVENC.DAT'.
       01 WS-PEND-PATH             PIC X(40)
                            VALUE 'PAGTOCONFIRM.PENDENTES'.
       01 WS-REL-PATH              PIC X(40)
                            VALUE 'QUITACAO.COTACOES'.
       01 WS-CTR-FS                PIC XX.
       01 WS-CPA-FS                PIC XX.
       01 WS-QTA-FS                PIC XX.
       01 WS-PVC-FS                PIC XX.
       01 WS-PEND-FS               PIC XX.
       01 WS-REL-FS                PIC XX.

       01 WS-CONTINUA-SW           PIC X     VALUE 'Y'.
          88 WS-CONTINUA                     VALUE 'Y'.
       01 WS-OPCAO                 PIC X     VALUE SPACE.
          88 WS-OP-COTA                      VALUE 'C'.
          88 WS-OP-SAIR                      VALUE 'X'.
       01 WS-DECISAO               PIC X     VALUE 'N'.
          88 WS-DEC-EMITE                    VALUE 'S'.

       01 WS-ACHOU-SW              PIC X     VALUE 'N'.
          88 WS-ACHOU                        VALUE 'Y'.
       01 WS-FIM-ARQUIVO           PIC X     VALUE 'N'.
          88 WS-FIM                          VALUE 'Y'.
       01 WS-COTACAO-ABERTA-SW     PIC X     VALUE 'N'.
          88 WS-COTACAO-ABERTA               VALUE 'Y'.

       01 WS-ENT-CONTRATO          PIC X(8)  VALUE SPACES.
       01 WS-ENT-VALIDADE          PIC 9(8)  VALUE 0.
       01 WS-ENT-OPERADOR          PIC X(8)  VALUE SPACES.

      * Parcelas em aberto do contrato, com o vencimento vigente
      * (PAGTOVENC.DAT prevalece sobre o carne, por causa das
      * prorrogacoes) levado ao dia util e o valor presente na data
      * base da cotacao.
       01 WS-TAB-PARCELAS.
          03 WS-QPA OCCURS 99 TIMES INDEXED BY WS-QPA-IDX.
             05 WS-QPA-PARCELA     PIC 99.
             05 WS-QPA-PAGTO-ID    PIC 9(9).
             05 WS-QPA-VENCIMENTO  PIC 9(8).
             05 WS-QPA-VALOR       PIC S9(9)V99.
             05 WS-QPA-PRESENTE    PIC S9(9)V99.
       01 WS-TOT-PARCELAS          PIC 999   VALUE 0.

       01 WS-DATA-HORA-ATUAL       PIC X(21).
       01 WS-HOJE                  PIC 9(8)  VALUE 0.
       01 WS-DATA-BASE             PIC 9(8)  VALUE 0.
       01 WS-INT-BASE              PIC 9(7)  VALUE 0.
       01 WS-INT-VENC              PIC 9(7)  VALUE 0.
       01 WS-DIAS-ANTECIPADOS      PIC S9(5) VALUE 0.
       01 WS-TAXA-DECIMAL          PIC 9V9(6)      VALUE 0.
       01 WS-FATOR                 PIC 9(6)V9(10)  VALUE 0.

       01 WS-VALOR-NOMINAL         PIC S9(9)V99 VALUE 0.
       01 WS-VALOR-PRESENTE        PIC S9(9)V99 VALUE 0.
       01 WS-VALOR-DESCONTO        PIC S9(9)V99 VALUE 0.
       01 WS-VALOR-ED              PIC ZZZ,ZZZ,ZZ9.99-.

       01 WS-CAB-1.
           03 FILLER                 PIC X(30)
                    VALUE 'COTACAO DE QUITACAO ANTECIPADA'.
           03 FILLER                 PIC X(17) VALUE SPACES.
           03 FILLER                 PIC X(6)  VALUE 'DATA: '.
           03 WS-CAB-DATA            PIC 9(8).
           03 FILLER                 PIC X(11) VALUE '  AMBIENTE '.
           03 WS-CAB-AMBIENTE        PIC X(8).
       01 WS-CAB-2.
           03 FILLER                 PIC X(10) VALUE 'CONTRATO: '.
           03 WS-CAB-CONTRATO        PIC X(8).
           03 FILLER                 PIC X(11) VALUE '  CLIENTE: '.
           03 WS-CAB-COD-CLIENTE     PIC 9(6).
           03 FILLER                 PIC X     VALUE SPACE.
           03 WS-CAB-CLIENTE         PIC X(30).
           03 FILLER                 PIC X(14) VALUE SPACES.
       01 WS-CAB-3.
           03 FILLER                 PIC X(22)
                    VALUE 'PAGAMENTO QUITACAO:   '.
           03 WS-CAB-ID              PIC 9(9).
           03 FILLER                 PIC X(16)
                    VALUE '   VALIDA ATE:  '.
           03 WS-CAB-VALIDADE        PIC 9(8).
           03 FILLER                 PIC X(13) VALUE '  DATA BASE: '.
           03 WS-CAB-DATA-BASE       PIC 9(8).
           03 FILLER                 PIC X(4)  VALUE SPACES.
       01 WS-CAB-4.
           03 FILLER                 PIC X(16) VALUE 'PARC VENCIMENTO'.
           03 FILLER                 PIC X(22)
                    VALUE '         VALOR NOMINAL'.
           03 FILLER                 PIC X(22)
                    VALUE '        VALOR PRESENTE'.
           03 FILLER                 PIC X(20)
                    VALUE '            DESCONTO'.
       01 WS-DET-LINHA.
           03 WS-DET-PARCELA         PIC Z9.
           03 FILLER                 PIC X(3)  VALUE SPACES.
           03 WS-DET-VENCIMENTO      PIC 9(8).
           03 FILLER                 PIC X(10) VALUE SPACES.
           03 WS-DET-NOMINAL         PIC ZZZ,ZZZ,ZZ9.99-.
           03 FILLER                 PIC X(7)  VALUE SPACES.
           03 WS-DET-PRESENTE        PIC ZZZ,ZZZ,ZZ9.99-.
           03 FILLER                 PIC X(5)  VALUE SPACES.
           03 WS-DET-DESCONTO        PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-TOT-LINHA.
           03 WS-TOT-LITERAL         PIC X(23).
           03 WS-TOT-NOMINAL         PIC ZZZ,ZZZ,ZZ9.99-.
           03 FILLER                 PIC X(7)  VALUE SPACES.
           03 WS-TOT-PRESENTE        PIC ZZZ,ZZZ,ZZ9.99-.
           03 FILLER                 PIC X(5)  VALUE SPACES.
           03 WS-TOT-DESCONTO        PIC ZZZ,ZZZ,ZZ9.99-.

       01 WS-VER-QTD               PIC 9(6)      VALUE 0.
       01 WS-VER-HASH              PIC S9(11)V99 VALUE 0.

       01 WS-ARQCTL-PARM.
           03 WS-AC-FUNCAO         PIC X.
           03 WS-AC-NOME           PIC X(40).
           03 WS-AC-QTD            PIC 9(6).
           03 WS-AC-HASH           PIC S9(11)V99.
           03 WS-AC-RC             PIC 99.

       01 WS-CALUTIL-PARM.
           03 WS-CA-FUNCAO         PIC X.
           03 WS-CA-RC             PIC 99.
           03 WS-CA-DATA           PIC 9(8).
           03 WS-CA-DIA-UTIL       PIC X.
           03 WS-CA-DATA-UTIL      PIC 9(8).

      * A quitacao ganha id proprio sob a filial reservada '996' e
      * entra na fila de pendentes como qualquer recebivel.
       01 WS-PAGTOID-PARM.
           03 WS-PI-FUNCAO         PIC X.
           03 WS-PI-FILIAL         PIC X(3) VALUE '996'.
           03 WS-PI-ID             PIC 9(9).
           03 WS-PI-RC             PIC 99.

       01 WS-AUDIT-PARM.
           03 WS-AU-PROGRAMA       PIC X(12) VALUE 'QUITACOTA'.
           03 WS-AU-EVENTO         PIC X(12).
           03 WS-AU-CHAVE          PIC X(30).
           03 WS-AU-CONTADOR       PIC 9(6).
           03 WS-AU-OPERADOR       PIC X(8)  VALUE SPACES.

       01 WS-SESSAO-PARM.
           03 WS-SS-FUNCAO         PIC X     VALUE 'C'.
           03 WS-SS-OPERADOR       PIC X(8)  VALUE SPACES.
           03 WS-SS-PERFIL         PIC X.
           03 WS-SS-TIMEOUT        PIC 9(3).
           03 WS-SS-RC             PIC 99    VALUE 4.
              88 WS-SS-ATIVA               VALUE 0.

       01 WS-AMBIENTE-PARM.
           03 WS-AMB-FUNCAO        PIC X     VALUE 'R'.
           03 WS-AMB-NOME          PIC X(8)  VALUE SPACES.
           03 WS-AMB-RAIZ          PIC X(40) VALUE SPACES.
           03 WS-AMB-RC            PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CTR-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CPA-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-QTA-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-PVC-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-PEND-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-REL-PATH
            DISPLAY 'QUITACOTA - COTACAO DE QUITACAO ANTECIPADA'

      * Vindo do menu principal, o operador e o da sessao.
            CALL 'OPERSESSAO' USING WS-SESSAO-PARM

            IF WS-SS-ATIVA
                MOVE WS-SS-OPERADOR TO WS-AU-OPERADOR
            END-IF

            OPEN INPUT WS-CTR-FILE
            OPEN INPUT WS-CPA-FILE
            IF WS-CTR-FS NOT = '00' OR WS-CPA-FS NOT = '00'
                DISPLAY 'ARQUIVOS DE CONTRATOS INDISPONIVEIS. FS: '
                        WS-CTR-FS ' ' WS-CPA-FS
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN I-O WS-QTA-FILE
            IF WS-QTA-FS NOT = '00'
                OPEN OUTPUT WS-QTA-FILE
                CLOSE WS-QTA-FILE
                OPEN I-O WS-QTA-FILE
            END-IF
            IF WS-QTA-FS NOT = '00'
                DISPLAY 'ARQUIVO DE COTACOES INDISPONIVEL: '
                        WS-QTA-PATH ' FS: ' WS-QTA-FS
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF

            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
            MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-HOJE

      * Data base da cotacao: hoje, ou o proximo dia util quando hoje
      * nao for dia util. Sem calendario para a data, vale hoje.
            MOVE 'P'     TO WS-CA-FUNCAO
            MOVE WS-HOJE TO WS-CA-DATA
            CALL 'CALUTIL' USING WS-CALUTIL-PARM
            IF WS-CA-RC = 0
                MOVE WS-CA-DATA-UTIL TO WS-DATA-BASE
            ELSE
                MOVE WS-HOJE TO WS-DATA-BASE
            END-IF
            COMPUTE WS-INT-BASE = FUNCTION INTEGER-OF-DATE(WS-DATA-BASE)

            IF WS-SS-ATIVA
                MOVE WS-SS-OPERADOR TO WS-ENT-OPERADOR
            ELSE
                DISPLAY 'OPERADOR: '
                ACCEPT WS-ENT-OPERADOR
            END-IF

            PERFORM P100-MENU
                    UNTIL NOT WS-CONTINUA

            CLOSE WS-CTR-FILE
            CLOSE WS-CPA-FILE
            CLOSE WS-QTA-FILE
            STOP RUN.

       P100-MENU.
            DISPLAY '---------------------------------------------'
            DISPLAY 'C=COTACAO DE QUITACAO X=SAIR'
            DISPLAY 'OPCAO: '
            ACCEPT WS-OPCAO

            EVALUATE TRUE
                WHEN WS-OP-COTA      PERFORM P200-COTA
                WHEN WS-OP-SAIR      MOVE 'N' TO WS-CONTINUA-SW
                WHEN OTHER           DISPLAY 'OPCAO INVALIDA.'
            END-EVALUATE
            .
       P200-COTA.
            DISPLAY 'CONTRATO: '
            ACCEPT WS-ENT-CONTRATO
            MOVE 'N' TO WS-ACHOU-SW
            MOVE WS-ENT-CONTRATO TO WS-CTR-CONTRATO
            READ WS-CTR-FILE
                INVALID KEY
                    DISPLAY 'CONTRATO NAO CADASTRADO: ' WS-ENT-CONTRATO
                NOT INVALID KEY
                    SET WS-ACHOU TO TRUE
            END-READ

            IF WS-ACHOU AND WS-CTR-SITUACAO NOT = 'A'
                DISPLAY 'CONTRATO JA LIQUIDADO EM '
                        WS-CTR-DATA-ULT-MOVTO
                MOVE 'N' TO WS-ACHOU-SW
            END-IF

            IF WS-ACHOU
                PERFORM P220-VERIFICA-COTACAO-ABERTA
                IF WS-COTACAO-ABERTA
                    MOVE WS-QTA-VALOR-QUITACAO TO WS-VALOR-ED
                    DISPLAY 'JA EXISTE COTACAO EM ABERTO: PAGAMENTO '
                            WS-QTA-ID ' DE ' WS-VALOR-ED
                            ' VALIDA ATE ' WS-QTA-VALIDADE
                ELSE
                    PERFORM P300-CARREGA-PARCELAS
                    IF WS-TOT-PARCELAS = 0
                        DISPLAY 'CONTRATO SEM PARCELAS EM ABERTO.'
                    ELSE
                        PERFORM P400-CALCULA-PRESENTE
                        PERFORM P500-APRESENTA-COTACAO
                    END-IF
                END-IF
            END-IF
            .
       P220-VERIFICA-COTACAO-ABERTA.
      * Uma cotacao por vez: enquanto houver cotacao aberta, o
      * cliente paga aquela; a baixa diaria expira as vencidas.
            MOVE 'N' TO WS-COTACAO-ABERTA-SW
            MOVE 'N' TO WS-FIM-ARQUIVO
            MOVE WS-CTR-CONTRATO TO WS-QTA-CONTRATO
            START WS-QTA-FILE KEY NOT LESS WS-QTA-CONTRATO
                INVALID KEY SET WS-FIM TO TRUE
            END-START
            PERFORM UNTIL WS-FIM OR WS-COTACAO-ABERTA
                READ WS-QTA-FILE NEXT RECORD
                    AT END SET WS-FIM TO TRUE
                    NOT AT END
                        IF WS-QTA-CONTRATO NOT = WS-CTR-CONTRATO
                            SET WS-FIM TO TRUE
                        ELSE
                            IF WS-QTA-SITUACAO = 'A'
                                SET WS-COTACAO-ABERTA TO TRUE
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            .
       P300-CARREGA-PARCELAS.
            MOVE 0   TO WS-TOT-PARCELAS
            MOVE 'N' TO WS-FIM-ARQUIVO
            MOVE WS-CTR-CONTRATO TO WS-CPA-CONTRATO
            MOVE 0               TO WS-CPA-PARCELA
            START WS-CPA-FILE KEY NOT LESS WS-CPA-CHAVE
                INVALID KEY SET WS-FIM TO TRUE
            END-START
            PERFORM P310-LE-PARCELA
                    UNTIL WS-FIM

      * Vencimento prorrogado fica no PAGTOVENC.DAT, pelo id ligado.
            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN INPUT WS-PVC-FILE
            IF WS-PVC-FS = '00'
                PERFORM P320-APLICA-VENCIMENTO
                        UNTIL WS-FIM
                CLOSE WS-PVC-FILE
            END-IF
            MOVE 'N' TO WS-FIM-ARQUIVO
            .
       P310-LE-PARCELA.
            READ WS-CPA-FILE NEXT RECORD
                AT END SET WS-FIM TO TRUE
                NOT AT END
                    IF WS-CPA-CONTRATO NOT = WS-CTR-CONTRATO
                        SET WS-FIM TO TRUE
                    ELSE
                        IF WS-CPA-SITUACAO = 'A'
                           AND WS-TOT-PARCELAS < 99
                            ADD 1 TO WS-TOT-PARCELAS
                            MOVE WS-CPA-PARCELA
                                 TO WS-QPA-PARCELA(WS-TOT-PARCELAS)
                            MOVE WS-CPA-PAGTO-ID
                                 TO WS-QPA-PAGTO-ID(WS-TOT-PARCELAS)
                            MOVE WS-CPA-VENCIMENTO
                                 TO WS-QPA-VENCIMENTO(WS-TOT-PARCELAS)
                            MOVE WS-CPA-VALOR
                                 TO WS-QPA-VALOR(WS-TOT-PARCELAS)
                        END-IF
                    END-IF
            END-READ
            .
       P320-APLICA-VENCIMENTO.
            READ WS-PVC-FILE
                AT END SET WS-FIM TO TRUE
                NOT AT END
                    PERFORM VARYING WS-QPA-IDX FROM 1 BY 1
                            UNTIL WS-QPA-IDX > WS-TOT-PARCELAS
                        IF WS-QPA-PAGTO-ID(WS-QPA-IDX) = WS-PVC-ID
                           AND WS-PVC-ID NOT = 0
                            MOVE WS-PVC-DATA
                                 TO WS-QPA-VENCIMENTO(WS-QPA-IDX)
                        END-IF
                    END-PERFORM
            END-READ
            .
       P400-CALCULA-PRESENTE.
      * Desconto dos juros nao decorridos: cada parcela futura e
      * trazida a data base pela taxa do contrato, em dias corridos
      * sobre mes de 30 dias, a partir do vencimento levado ao dia
      * util. Parcela vencida entra pelo valor cheio, sem desconto;
      * encargo de atraso continua com o PAGTOJUROS.
            MOVE 0 TO WS-VALOR-NOMINAL
            MOVE 0 TO WS-VALOR-PRESENTE
            COMPUTE WS-TAXA-DECIMAL = WS-CTR-TAXA-MES / 100
            PERFORM VARYING WS-QPA-IDX FROM 1 BY 1
                    UNTIL WS-QPA-IDX > WS-TOT-PARCELAS
                MOVE 'P' TO WS-CA-FUNCAO
                MOVE WS-QPA-VENCIMENTO(WS-QPA-IDX) TO WS-CA-DATA
                CALL 'CALUTIL' USING WS-CALUTIL-PARM
                IF WS-CA-RC = 0
                    MOVE WS-CA-DATA-UTIL
                         TO WS-QPA-VENCIMENTO(WS-QPA-IDX)
                END-IF
                COMPUTE WS-INT-VENC = FUNCTION INTEGER-OF-DATE
                        (WS-QPA-VENCIMENTO(WS-QPA-IDX))
                COMPUTE WS-DIAS-ANTECIPADOS = WS-INT-VENC - WS-INT-BASE
                IF WS-DIAS-ANTECIPADOS > 0 AND WS-TAXA-DECIMAL > 0
                    COMPUTE WS-FATOR ROUNDED =
                            (1 + WS-TAXA-DECIMAL)
                            ** (WS-DIAS-ANTECIPADOS / 30)
                    COMPUTE WS-QPA-PRESENTE(WS-QPA-IDX) ROUNDED =
                            WS-QPA-VALOR(WS-QPA-IDX) / WS-FATOR
                ELSE
                    MOVE WS-QPA-VALOR(WS-QPA-IDX)
                         TO WS-QPA-PRESENTE(WS-QPA-IDX)
                END-IF
                ADD WS-QPA-VALOR(WS-QPA-IDX)    TO WS-VALOR-NOMINAL
                ADD WS-QPA-PRESENTE(WS-QPA-IDX) TO WS-VALOR-PRESENTE
            END-PERFORM
            COMPUTE WS-VALOR-DESCONTO =
                    WS-VALOR-NOMINAL - WS-VALOR-PRESENTE
            .
       P500-APRESENTA-COTACAO.
            DISPLAY '----- CONTRATO ' WS-CTR-CONTRATO ' - '
                    WS-CTR-CLIENTE
            DISPLAY 'DATA BASE          : ' WS-DATA-BASE
            DISPLAY 'PARCELAS EM ABERTO : ' WS-TOT-PARCELAS
            MOVE WS-VALOR-NOMINAL TO WS-VALOR-ED
            DISPLAY 'VALOR NOMINAL      : ' WS-VALOR-ED
            MOVE WS-VALOR-DESCONTO TO WS-VALOR-ED
            DISPLAY 'DESCONTO DE JUROS  : ' WS-VALOR-ED
            MOVE WS-VALOR-PRESENTE TO WS-VALOR-ED
            DISPLAY 'VALOR PARA QUITACAO: ' WS-VALOR-ED

            DISPLAY 'VALIDA ATE (AAAAMMDD): '
            ACCEPT WS-ENT-VALIDADE
            IF WS-ENT-VALIDADE < WS-DATA-BASE
               OR FUNCTION TEST-DATE-YYYYMMDD(WS-ENT-VALIDADE) NOT = 0
                DISPLAY 'VALIDADE INVALIDA. COTACAO NAO EMITIDA.'
            ELSE
      * Validade em dia nao util passa para o proximo dia util.
                MOVE 'P'             TO WS-CA-FUNCAO
                MOVE WS-ENT-VALIDADE TO WS-CA-DATA
                CALL 'CALUTIL' USING WS-CALUTIL-PARM
                IF WS-CA-RC = 0
                    MOVE WS-CA-DATA-UTIL TO WS-ENT-VALIDADE
                END-IF
                DISPLAY 'EMITE A COTACAO ATE ' WS-ENT-VALIDADE
                        '? (S/N): '
                ACCEPT WS-DECISAO
                IF WS-DEC-EMITE
                    PERFORM P600-EMITE-COTACAO
                ELSE
                    DISPLAY 'COTACAO NAO EMITIDA.'
                END-IF
            END-IF
            .
       P600-EMITE-COTACAO.
            MOVE 'A' TO WS-PI-FUNCAO
            CALL 'PAGTOID' USING WS-PAGTOID-PARM
            IF WS-PI-RC NOT = 0
                DISPLAY 'SEM ID PARA A QUITACAO. COTACAO NAO EMITIDA.'
            ELSE
                MOVE WS-PI-ID            TO WS-QTA-ID
                MOVE WS-CTR-CONTRATO     TO WS-QTA-CONTRATO
                MOVE WS-CTR-COD-CLIENTE  TO WS-QTA-COD-CLIENTE
                MOVE WS-CTR-CLIENTE      TO WS-QTA-CLIENTE
                MOVE WS-HOJE             TO WS-QTA-DATA-COTACAO
                MOVE WS-DATA-BASE        TO WS-QTA-DATA-BASE
                MOVE WS-ENT-VALIDADE     TO WS-QTA-VALIDADE
                MOVE WS-TOT-PARCELAS     TO WS-QTA-QTD-PARCELAS
                MOVE WS-VALOR-NOMINAL    TO WS-QTA-VALOR-NOMINAL
                MOVE WS-VALOR-DESCONTO   TO WS-QTA-VALOR-DESCONTO
                MOVE WS-VALOR-PRESENTE   TO WS-QTA-VALOR-QUITACAO
                MOVE 'A'                 TO WS-QTA-SITUACAO
                MOVE WS-HOJE             TO WS-QTA-DATA-SITUACAO
                MOVE WS-ENT-OPERADOR     TO WS-QTA-OPERADOR
                WRITE WS-QTA-REGISTRO
                    INVALID KEY
                        DISPLAY 'FALHA AO GRAVAR COTACAO: ' WS-QTA-ID
                    NOT INVALID KEY
                        PERFORM P650-ENFILEIRA-QUITACAO
                        PERFORM P700-IMPRIME-COTACAO
                        PERFORM P900-REGISTRA-PENDENTES
                        DISPLAY 'COTACAO EMITIDA. PAGAMENTO '
                                WS-QTA-ID ' VALIDO ATE '
                                WS-QTA-VALIDADE
                        MOVE 'COTACAO'       TO WS-AU-EVENTO
                        MOVE SPACES          TO WS-AU-CHAVE
                        MOVE WS-QTA-ID       TO WS-AU-CHAVE(1:9)
                        MOVE WS-ENT-OPERADOR TO WS-AU-CHAVE(11:8)
                        MOVE WS-QTA-CONTRATO TO WS-AU-CHAVE(20:8)
                        MOVE WS-TOT-PARCELAS TO WS-AU-CONTADOR
                        MOVE WS-ENT-OPERADOR TO WS-AU-OPERADOR
                        CALL 'AUDITLOG' USING WS-AUDIT-PARM
                END-WRITE
            END-IF
            .
       P650-ENFILEIRA-QUITACAO.
      * O valor da quitacao entra na fila de pendentes e o vencimento
      * do id e a validade da cotacao, para boleto e aviso.
            OPEN EXTEND WS-PEND-FILE
            IF WS-PEND-FS NOT = '00'
                OPEN OUTPUT WS-PEND-FILE
            END-IF
            MOVE '1'                   TO WS-PEND-TIPO
            MOVE WS-QTA-ID             TO WS-PEND-ID
            MOVE WS-QTA-VALOR-QUITACAO TO WS-PEND-VALOR
            MOVE '1'                   TO WS-PEND-COD-SITUACAO
            MOVE 0                     TO WS-PEND-MOTIVO
            MOVE WS-QTA-CLIENTE        TO WS-PEND-CLIENTE
            MOVE WS-HOJE               TO WS-PEND-DATA-PENDENCIA
            MOVE '996'                 TO WS-PEND-FILIAL
            MOVE WS-QTA-COD-CLIENTE    TO WS-PEND-COD-CLIENTE
            WRITE WS-PEND-REGISTRO
            CLOSE WS-PEND-FILE

            OPEN EXTEND WS-PVC-FILE
            IF WS-PVC-FS NOT = '00'
                OPEN OUTPUT WS-PVC-FILE
            END-IF
            MOVE WS-QTA-ID       TO WS-PVC-ID
            MOVE WS-QTA-VALIDADE TO WS-PVC-DATA
            WRITE WS-PVC-REGISTRO
            CLOSE WS-PVC-FILE
            .
       P700-IMPRIME-COTACAO.
            OPEN EXTEND WS-REL-FILE
            IF WS-REL-FS NOT = '00'
                OPEN OUTPUT WS-REL-FILE
            END-IF
            MOVE WS-HOJE            TO WS-CAB-DATA
            MOVE WS-AMB-NOME TO WS-CAB-AMBIENTE
            MOVE WS-QTA-CONTRATO    TO WS-CAB-CONTRATO
            MOVE WS-QTA-COD-CLIENTE TO WS-CAB-COD-CLIENTE
            MOVE WS-QTA-CLIENTE     TO WS-CAB-CLIENTE
            MOVE WS-QTA-ID          TO WS-CAB-ID
            MOVE WS-QTA-VALIDADE    TO WS-CAB-VALIDADE
            MOVE WS-QTA-DATA-BASE   TO WS-CAB-DATA-BASE
            WRITE WS-REL-LINHA FROM WS-CAB-1
            WRITE WS-REL-LINHA FROM WS-CAB-2
            WRITE WS-REL-LINHA FROM WS-CAB-3
            MOVE SPACES TO WS-REL-LINHA
            WRITE WS-REL-LINHA
            WRITE WS-REL-LINHA FROM WS-CAB-4
            PERFORM VARYING WS-QPA-IDX FROM 1 BY 1
                    UNTIL WS-QPA-IDX > WS-TOT-PARCELAS
                MOVE WS-QPA-PARCELA(WS-QPA-IDX)    TO WS-DET-PARCELA
                MOVE WS-QPA-VENCIMENTO(WS-QPA-IDX) TO WS-DET-VENCIMENTO
                MOVE WS-QPA-VALOR(WS-QPA-IDX)      TO WS-DET-NOMINAL
                MOVE WS-QPA-PRESENTE(WS-QPA-IDX)   TO WS-DET-PRESENTE
                COMPUTE WS-DET-DESCONTO =
                        WS-QPA-VALOR(WS-QPA-IDX)
                      - WS-QPA-PRESENTE(WS-QPA-IDX)
                WRITE WS-REL-LINHA FROM WS-DET-LINHA
            END-PERFORM
            MOVE 'TOTAL DA QUITACAO'  TO WS-TOT-LITERAL
            MOVE WS-QTA-VALOR-NOMINAL  TO WS-TOT-NOMINAL
            MOVE WS-QTA-VALOR-QUITACAO TO WS-TOT-PRESENTE
            MOVE WS-QTA-VALOR-DESCONTO TO WS-TOT-DESCONTO
            WRITE WS-REL-LINHA FROM WS-TOT-LINHA
            MOVE ALL '-' TO WS-REL-LINHA
            WRITE WS-REL-LINHA
            CLOSE WS-REL-FILE
            .
       P900-REGISTRA-PENDENTES.
      * A fila de pendentes mudou; os totais de controle registrados
      * pelo PAGTOCONFIRM sao refeitos, senao a remessa e o relatorio
      * abortam por divergencia no protocolo comum.
            MOVE 0   TO WS-VER-QTD
            MOVE 0   TO WS-VER-HASH
            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN INPUT WS-PEND-FILE
            IF WS-PEND-FS = '00'
                PERFORM P905-CONTA-PENDENTE
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
       P905-CONTA-PENDENTE.
            READ WS-PEND-FILE
                AT END SET WS-FIM TO TRUE
                NOT AT END
                    ADD 1             TO WS-VER-QTD
                    ADD WS-PEND-VALOR TO WS-VER-HASH
            END-READ
            .
       END PROGRAM QUITACOTA.
