      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTRATOMANUT.
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
           SELECT WS-CLI-FILE      ASSIGN TO WS-CLI-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS WS-CLI-CODIGO
                                    ALTERNATE RECORD KEY IS WS-CLI-NOME
                                                  WITH DUPLICATES
                                    FILE STATUS WS-CLI-FS.
           SELECT WS-VENC-FILE     ASSIGN TO WS-VENC-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-VENC-FS.
           SELECT WS-PVC-FILE      ASSIGN TO WS-PVC-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-PVC-FS.
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
       FD  WS-CLI-FILE.
       01 WS-CLI-REGISTRO.
           03 WS-CLI-CODIGO          PIC 9(6).
           03 WS-CLI-NOME            PIC X(30).
           03 WS-CLI-ENDERECO        PIC X(60).
           03 WS-CLI-TELEFONE        PIC X(20).
           03 WS-CLI-EMAIL           PIC X(50).
           03 WS-CLI-ESTADO          PIC X(30).
           03 WS-CLI-CIDADE          PIC X(30).
       FD  WS-VENC-FILE.
       01 WS-VENC-REGISTRO.
           03 WS-VENC-MES            PIC 99.
           03 WS-VENC-DIA            PIC 99.
           03 WS-VENC-ANO            PIC 9(4).
           03 WS-VENC-CONTRATO       PIC X(8).
           03 WS-VENC-PARCELA        PIC 99.
       FD  WS-PVC-FILE.
       01 WS-PVC-REGISTRO.
           03 WS-PVC-ID              PIC 9(9).
           03 WS-PVC-DATA            PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-CTR-PATH              PIC X(40) VALUE 'CONTRATOS.IDX'.
       01 WS-CPA-PATH              PIC X(40) VALUE 'CONTRATOPARC.IDX'.
       01 WS-CLI-PATH              PIC X(40)
                            VALUE 'CLIENTES.NOVO.IDX'.
      * Carne gerado pelo VENCGERA: uma linha por contrato e parcela.
       01 WS-VENC-PATH             PIC X(40) VALUE 'VENCIMENTOS.DAT'.
      * Vencimento por pagamento, o mesmo que alimenta PAGTOJUROS,
      * PAGTOBOLETO e PAGTOAVISO.
       01 WS-PVC-PATH              PIC X(40) VALUE 'PAGTOVENC.DAT'.
       01 WS-CTR-FS                PIC XX.
       01 WS-CPA-FS                PIC XX.
       01 WS-CLI-FS                PIC XX.
       01 WS-VENC-FS               PIC XX.
       01 WS-PVC-FS                PIC XX.

       01 WS-CONTINUA-SW           PIC X     VALUE 'Y'.
          88 WS-CONTINUA                     VALUE 'Y'.
       01 WS-OPCAO                 PIC X     VALUE SPACE.
          88 WS-OP-CADASTRA                  VALUE 'C'.
          88 WS-OP-VINCULA                   VALUE 'V'.
          88 WS-OP-SALDO                     VALUE 'S'.
          88 WS-OP-SAIR                      VALUE 'X'.

       01 WS-ACHOU-SW              PIC X     VALUE 'N'.
          88 WS-ACHOU                        VALUE 'Y'.
       01 WS-FIM-ARQUIVO           PIC X     VALUE 'N'.
          88 WS-FIM                          VALUE 'Y'.
       01 WS-CARNE-OK-SW           PIC X     VALUE 'N'.
          88 WS-CARNE-OK                     VALUE 'Y'.

       01 WS-ENT-CONTRATO          PIC X(8)  VALUE SPACES.
       01 WS-ENT-COD-CLIENTE       PIC 9(6)  VALUE 0.
       01 WS-ENT-PRINCIPAL         PIC 9(9)V99 VALUE 0.
       01 WS-ENT-TAXA              PIC 9(2)V9(4) VALUE 0.
       01 WS-ENT-PARCELA           PIC 99    VALUE 0.
       01 WS-ENT-ID                PIC 9(9)  VALUE 0.
       01 WS-ENT-OPERADOR          PIC X(8)  VALUE SPACES.

      * Vencimentos do contrato lidos do carne, por numero de parcela.
       01 WS-TAB-CARNE.
          03 WS-CRN OCCURS 99 TIMES.
             05 WS-CRN-VENCIMENTO  PIC 9(8).
       01 WS-QTD-PARCELAS          PIC 99    VALUE 0.
       01 WS-PAR-IDX               PIC 999   VALUE 0.

      * Tabela Price: parcela fixa, juros sobre o saldo devedor e a
      * ultima parcela absorvendo a diferenca de arredondamento.
       01 WS-TAXA-DECIMAL          PIC 9V9(6)      VALUE 0.
       01 WS-FATOR                 PIC 9(6)V9(10)  VALUE 0.
       01 WS-VALOR-PARCELA         PIC S9(9)V99    VALUE 0.
       01 WS-SALDO-CALCULO         PIC S9(9)V99    VALUE 0.
       01 WS-JUROS-PARCELA         PIC S9(9)V99    VALUE 0.
       01 WS-AMORT-PARCELA         PIC S9(9)V99    VALUE 0.
       01 WS-TOTAL-CONTRATO        PIC S9(9)V99    VALUE 0.

       01 WS-VALOR-ED              PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-VALOR-ED2             PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-TAXA-ED               PIC Z9.9999.

       01 WS-DATA-HORA-ATUAL       PIC X(21).
       01 WS-HOJE                  PIC 9(8)  VALUE 0.

       01 WS-AUDIT-PARM.
           03 WS-AU-PROGRAMA       PIC X(12) VALUE 'CONTRATOMANU'.
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
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CLI-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-VENC-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-PVC-PATH
            DISPLAY 'CONTRATOMANUT - CADASTRO E SALDO DE CONTRATOS'

      * Vindo do menu principal, o operador e o da sessao.
            CALL 'OPERSESSAO' USING WS-SESSAO-PARM

            IF WS-SS-ATIVA
                MOVE WS-SS-OPERADOR TO WS-AU-OPERADOR
            END-IF

            OPEN I-O WS-CTR-FILE
            IF WS-CTR-FS NOT = '00'
                OPEN OUTPUT WS-CTR-FILE
                CLOSE WS-CTR-FILE
                OPEN I-O WS-CTR-FILE
            END-IF
            OPEN I-O WS-CPA-FILE
            IF WS-CPA-FS NOT = '00'
                OPEN OUTPUT WS-CPA-FILE
                CLOSE WS-CPA-FILE
                OPEN I-O WS-CPA-FILE
            END-IF
            IF WS-CTR-FS NOT = '00' OR WS-CPA-FS NOT = '00'
                DISPLAY 'ARQUIVOS DE CONTRATOS INDISPONIVEIS. FS: '
                        WS-CTR-FS ' ' WS-CPA-FS
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF

            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
            MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-HOJE

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
            STOP RUN.

       P100-MENU.
            DISPLAY '---------------------------------------------'
            DISPLAY 'C=CADASTRA V=VINCULA PAGAMENTO S=SALDO X=SAIR'
            DISPLAY 'OPCAO: '
            ACCEPT WS-OPCAO

            EVALUATE TRUE
                WHEN WS-OP-CADASTRA  PERFORM P200-CADASTRA
                WHEN WS-OP-VINCULA   PERFORM P400-VINCULA
                WHEN WS-OP-SALDO     PERFORM P600-SALDO
                WHEN WS-OP-SAIR      MOVE 'N' TO WS-CONTINUA-SW
                WHEN OTHER           DISPLAY 'OPCAO INVALIDA.'
            END-EVALUATE
            .
       P150-LE-CONTRATO.
            MOVE 'N' TO WS-ACHOU-SW
            MOVE WS-ENT-CONTRATO TO WS-CTR-CONTRATO
            READ WS-CTR-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET WS-ACHOU TO TRUE
            END-READ
            .
       P180-JORNALIZA.
            MOVE SPACES          TO WS-AU-CHAVE
            MOVE WS-CTR-CONTRATO TO WS-AU-CHAVE(1:8)
            MOVE WS-ENT-OPERADOR TO WS-AU-CHAVE(11:8)
            MOVE WS-ENT-PARCELA  TO WS-AU-CHAVE(20:2)
            MOVE WS-ENT-ID       TO WS-AU-CHAVE(22:9)
            MOVE 0               TO WS-AU-CONTADOR
            MOVE WS-ENT-OPERADOR TO WS-AU-OPERADOR
            CALL 'AUDITLOG' USING WS-AUDIT-PARM
            .
       P200-CADASTRA.
      * O contrato nasce do carne ja gerado pelo VENCGERA: quantidade
      * de parcelas e vencimentos vem do VENCIMENTOS.DAT, o valor da
      * parcela sai da tabela Price sobre o principal e a taxa.
            DISPLAY 'CONTRATO: '
            ACCEPT WS-ENT-CONTRATO
            PERFORM P150-LE-CONTRATO
            IF WS-ACHOU
                DISPLAY 'CONTRATO JA CADASTRADO: ' WS-ENT-CONTRATO
            ELSE
                PERFORM P250-CARREGA-CARNE
                IF NOT WS-CARNE-OK
                    DISPLAY 'CARNE NAO ENCONTRADO OU INCOMPLETO PARA O '
                            'CONTRATO ' WS-ENT-CONTRATO
                            '. GERE O CARNE NO VENCGERA.'
                ELSE
                    PERFORM P280-DADOS-CONTRATO
                END-IF
            END-IF
            .
       P250-CARREGA-CARNE.
            MOVE 'N' TO WS-CARNE-OK-SW
            MOVE 0   TO WS-QTD-PARCELAS
            INITIALIZE WS-TAB-CARNE
            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN INPUT WS-VENC-FILE
            IF WS-VENC-FS = '00'
                PERFORM P260-LE-CARNE
                        UNTIL WS-FIM
                CLOSE WS-VENC-FILE
            END-IF

            IF WS-QTD-PARCELAS > 0
                SET WS-CARNE-OK TO TRUE
                PERFORM VARYING WS-PAR-IDX FROM 1 BY 1
                        UNTIL WS-PAR-IDX > WS-QTD-PARCELAS
                    IF WS-CRN-VENCIMENTO(WS-PAR-IDX) = 0
                        MOVE 'N' TO WS-CARNE-OK-SW
                    END-IF
                END-PERFORM
            END-IF
            .
       P260-LE-CARNE.
      * Carne regerado para o mesmo contrato fica no fim do arquivo;
      * a ultima linha de cada parcela prevalece.
            READ WS-VENC-FILE
                AT END SET WS-FIM TO TRUE
                NOT AT END
                    IF WS-VENC-CONTRATO = WS-ENT-CONTRATO
                       AND WS-VENC-PARCELA > 0
                        COMPUTE WS-CRN-VENCIMENTO(WS-VENC-PARCELA) =
                                WS-VENC-ANO * 10000
                              + WS-VENC-MES * 100 + WS-VENC-DIA
                        IF WS-VENC-PARCELA > WS-QTD-PARCELAS
                            MOVE WS-VENC-PARCELA TO WS-QTD-PARCELAS
                        END-IF
                    END-IF
            END-READ
            .
       P280-DADOS-CONTRATO.
            DISPLAY 'CODIGO DO CLIENTE: '
            ACCEPT WS-ENT-COD-CLIENTE
            MOVE 'N' TO WS-ACHOU-SW
            OPEN INPUT WS-CLI-FILE
            IF WS-CLI-FS NOT = '00'
                DISPLAY 'CADASTRO DE CLIENTES INDISPONIVEL: '
                        WS-CLI-PATH ' FS: ' WS-CLI-FS
            ELSE
                MOVE WS-ENT-COD-CLIENTE TO WS-CLI-CODIGO
                READ WS-CLI-FILE
                    INVALID KEY
                        DISPLAY 'CLIENTE NAO CADASTRADO: '
                                WS-ENT-COD-CLIENTE
                    NOT INVALID KEY
                        SET WS-ACHOU TO TRUE
                END-READ
                CLOSE WS-CLI-FILE
            END-IF

            IF WS-ACHOU
                DISPLAY 'VALOR PRINCIPAL: '
                ACCEPT WS-ENT-PRINCIPAL
                DISPLAY 'TAXA DE JUROS AO MES (%): '
                ACCEPT WS-ENT-TAXA
                IF WS-ENT-PRINCIPAL = 0
                    DISPLAY 'PRINCIPAL INVALIDO. CADASTRO RECUSADO.'
                ELSE
                    PERFORM P290-GRAVA-CONTRATO
                END-IF
            END-IF
            .
       P290-GRAVA-CONTRATO.
            COMPUTE WS-TAXA-DECIMAL = WS-ENT-TAXA / 100
            IF WS-TAXA-DECIMAL = 0
                COMPUTE WS-VALOR-PARCELA ROUNDED =
                        WS-ENT-PRINCIPAL / WS-QTD-PARCELAS
            ELSE
                COMPUTE WS-FATOR ROUNDED =
                        (1 + WS-TAXA-DECIMAL) ** WS-QTD-PARCELAS
                COMPUTE WS-VALOR-PARCELA ROUNDED =
                        WS-ENT-PRINCIPAL * WS-TAXA-DECIMAL * WS-FATOR
                      / (WS-FATOR - 1)
            END-IF

            MOVE WS-ENT-PRINCIPAL TO WS-SALDO-CALCULO
            MOVE 0                TO WS-TOTAL-CONTRATO
            PERFORM P300-GRAVA-PARCELA
                    VARYING WS-PAR-IDX FROM 1 BY 1
                    UNTIL WS-PAR-IDX > WS-QTD-PARCELAS

            MOVE WS-ENT-CONTRATO    TO WS-CTR-CONTRATO
            MOVE WS-CLI-CODIGO      TO WS-CTR-COD-CLIENTE
            MOVE WS-CLI-NOME        TO WS-CTR-CLIENTE
            MOVE WS-HOJE            TO WS-CTR-DATA-CONTRATO
            MOVE WS-ENT-PRINCIPAL   TO WS-CTR-PRINCIPAL
            MOVE WS-ENT-TAXA        TO WS-CTR-TAXA-MES
            MOVE WS-QTD-PARCELAS    TO WS-CTR-QTD-PARCELAS
            MOVE 0                  TO WS-CTR-PARCELAS-PAGAS
            MOVE 0                  TO WS-CTR-PARCELAS-BAIXADAS
            MOVE WS-VALOR-PARCELA   TO WS-CTR-VALOR-PARCELA
            MOVE WS-ENT-PRINCIPAL   TO WS-CTR-SALDO-PRINCIPAL
            MOVE WS-TOTAL-CONTRATO  TO WS-CTR-SALDO-ABERTO
            MOVE 'A'                TO WS-CTR-SITUACAO
            MOVE WS-HOJE            TO WS-CTR-DATA-ULT-MOVTO
            WRITE WS-CTR-REGISTRO
                INVALID KEY
                    DISPLAY 'FALHA AO GRAVAR CONTRATO: '
                            WS-CTR-CONTRATO
                NOT INVALID KEY
                    MOVE WS-VALOR-PARCELA  TO WS-VALOR-ED
                    MOVE WS-TOTAL-CONTRATO TO WS-VALOR-ED2
                    DISPLAY 'CONTRATO ' WS-CTR-CONTRATO ' CADASTRADO: '
                            WS-CTR-QTD-PARCELAS ' PARCELAS DE '
                            WS-VALOR-ED ' TOTAL ' WS-VALOR-ED2
                    MOVE 0 TO WS-ENT-PARCELA
                    MOVE 0 TO WS-ENT-ID
                    MOVE 'CONTRATO-CAD' TO WS-AU-EVENTO
                    PERFORM P180-JORNALIZA
            END-WRITE
            .
       P300-GRAVA-PARCELA.
            COMPUTE WS-JUROS-PARCELA ROUNDED =
                    WS-SALDO-CALCULO * WS-TAXA-DECIMAL
            IF WS-PAR-IDX = WS-QTD-PARCELAS
                MOVE WS-SALDO-CALCULO TO WS-AMORT-PARCELA
            ELSE
                COMPUTE WS-AMORT-PARCELA =
                        WS-VALOR-PARCELA - WS-JUROS-PARCELA
            END-IF
            SUBTRACT WS-AMORT-PARCELA FROM WS-SALDO-CALCULO

            MOVE WS-ENT-CONTRATO  TO WS-CPA-CONTRATO
            MOVE WS-PAR-IDX       TO WS-CPA-PARCELA
            MOVE 0                TO WS-CPA-PAGTO-ID
            MOVE WS-CRN-VENCIMENTO(WS-PAR-IDX) TO WS-CPA-VENCIMENTO
            MOVE WS-AMORT-PARCELA TO WS-CPA-AMORTIZACAO
            MOVE WS-JUROS-PARCELA TO WS-CPA-JUROS
            COMPUTE WS-CPA-VALOR = WS-AMORT-PARCELA + WS-JUROS-PARCELA
            MOVE 'A'              TO WS-CPA-SITUACAO
            MOVE WS-HOJE          TO WS-CPA-DATA-SITUACAO
            MOVE 0                TO WS-CPA-VALOR-PAGO
            ADD WS-CPA-VALOR      TO WS-TOTAL-CONTRATO
            WRITE WS-CPA-REGISTRO
                INVALID KEY
      * Sobra de um cadastro interrompido: a parcela e refeita.
                    REWRITE WS-CPA-REGISTRO
                    END-REWRITE
            END-WRITE
            .
       P400-VINCULA.
      * Liga uma parcela aberta ao id de pagamento que a cobra. O id
      * so pode estar ligado a uma parcela; o vencimento da parcela
      * entra no PAGTOVENC.DAT se o pagamento ainda nao tiver um.
            DISPLAY 'CONTRATO: '
            ACCEPT WS-ENT-CONTRATO
            DISPLAY 'PARCELA: '
            ACCEPT WS-ENT-PARCELA
            DISPLAY 'ID DO PAGAMENTO: '
            ACCEPT WS-ENT-ID

            MOVE 'N' TO WS-ACHOU-SW
            MOVE WS-ENT-ID TO WS-CPA-PAGTO-ID
            READ WS-CPA-FILE KEY IS WS-CPA-PAGTO-ID
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET WS-ACHOU TO TRUE
            END-READ

            EVALUATE TRUE
                WHEN WS-ENT-ID = 0
                    DISPLAY 'ID INVALIDO.'
                WHEN WS-ACHOU
                    DISPLAY 'PAGAMENTO JA LIGADO AO CONTRATO '
                            WS-CPA-CONTRATO ' PARCELA ' WS-CPA-PARCELA
                WHEN OTHER
                    PERFORM P420-LIGA-PARCELA
            END-EVALUATE
            .
       P420-LIGA-PARCELA.
            MOVE 'N' TO WS-ACHOU-SW
            MOVE WS-ENT-CONTRATO TO WS-CPA-CONTRATO
            MOVE WS-ENT-PARCELA  TO WS-CPA-PARCELA
            READ WS-CPA-FILE
                INVALID KEY
                    DISPLAY 'PARCELA NAO CADASTRADA: ' WS-ENT-CONTRATO
                            ' ' WS-ENT-PARCELA
                NOT INVALID KEY
                    SET WS-ACHOU TO TRUE
            END-READ

            IF WS-ACHOU AND WS-CPA-SITUACAO NOT = 'A'
                DISPLAY 'PARCELA NAO ESTA ABERTA. SITUACAO: '
                        WS-CPA-SITUACAO
                MOVE 'N' TO WS-ACHOU-SW
            END-IF

            IF WS-ACHOU
                IF WS-CPA-PAGTO-ID NOT = 0
                    DISPLAY 'PARCELA ERA LIGADA AO PAGAMENTO '
                            WS-CPA-PAGTO-ID ' - LIGACAO SUBSTITUIDA.'
                END-IF
                MOVE WS-ENT-ID TO WS-CPA-PAGTO-ID
                REWRITE WS-CPA-REGISTRO
                    INVALID KEY
                        DISPLAY 'FALHA AO LIGAR PARCELA: '
                                WS-ENT-CONTRATO ' ' WS-ENT-PARCELA
                    NOT INVALID KEY
                        DISPLAY 'PARCELA ' WS-CPA-PARCELA
                                ' DO CONTRATO ' WS-CPA-CONTRATO
                                ' LIGADA AO PAGAMENTO ' WS-ENT-ID
                        PERFORM P450-REGISTRA-VENCIMENTO
                        MOVE WS-ENT-CONTRATO TO WS-CTR-CONTRATO
                        MOVE 'VINCULO'       TO WS-AU-EVENTO
                        PERFORM P180-JORNALIZA
                END-REWRITE
            END-IF
            .
       P450-REGISTRA-VENCIMENTO.
            MOVE 'N' TO WS-ACHOU-SW
            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN INPUT WS-PVC-FILE
            IF WS-PVC-FS = '00'
                PERFORM UNTIL WS-FIM OR WS-ACHOU
                    READ WS-PVC-FILE
                        AT END SET WS-FIM TO TRUE
                        NOT AT END
                            IF WS-PVC-ID = WS-ENT-ID
                                SET WS-ACHOU TO TRUE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE WS-PVC-FILE
            END-IF

            IF WS-ACHOU
                DISPLAY 'PAGAMENTO JA TEM VENCIMENTO EM '
                        WS-PVC-PATH ': ' WS-PVC-DATA
            ELSE
                OPEN EXTEND WS-PVC-FILE
                IF WS-PVC-FS NOT = '00'
                    OPEN OUTPUT WS-PVC-FILE
                END-IF
                MOVE WS-ENT-ID         TO WS-PVC-ID
                MOVE WS-CPA-VENCIMENTO TO WS-PVC-DATA
                WRITE WS-PVC-REGISTRO
                CLOSE WS-PVC-FILE
            END-IF
            .
       P600-SALDO.
            DISPLAY 'CONTRATO: '
            ACCEPT WS-ENT-CONTRATO
            PERFORM P150-LE-CONTRATO
            IF NOT WS-ACHOU
                DISPLAY 'CONTRATO NAO CADASTRADO: ' WS-ENT-CONTRATO
            ELSE
                PERFORM P620-MOSTRA-SALDO
            END-IF
            .
       P620-MOSTRA-SALDO.
            DISPLAY '----- CONTRATO ' WS-CTR-CONTRATO ' -----'
            DISPLAY 'CLIENTE   : ' WS-CTR-COD-CLIENTE ' '
                    WS-CTR-CLIENTE
            MOVE WS-CTR-PRINCIPAL TO WS-VALOR-ED
            MOVE WS-CTR-TAXA-MES  TO WS-TAXA-ED
            DISPLAY 'PRINCIPAL : ' WS-VALOR-ED ' TAXA ' WS-TAXA-ED
                    '% A.M.'
            DISPLAY 'PARCELAS  : ' WS-CTR-QTD-PARCELAS ' PAGAS '
                    WS-CTR-PARCELAS-PAGAS ' BAIXADAS '
                    WS-CTR-PARCELAS-BAIXADAS
            MOVE WS-CTR-SALDO-PRINCIPAL TO WS-VALOR-ED
            DISPLAY 'SALDO DEVEDOR (PRINCIPAL): ' WS-VALOR-ED
            MOVE WS-CTR-SALDO-ABERTO TO WS-VALOR-ED
            DISPLAY 'SALDO EM ABERTO (PARCELAS): ' WS-VALOR-ED
            IF WS-CTR-SITUACAO = 'L'
                DISPLAY 'CONTRATO LIQUIDADO EM ' WS-CTR-DATA-ULT-MOVTO
            END-IF

            MOVE 'N' TO WS-FIM-ARQUIVO
            MOVE WS-CTR-CONTRATO TO WS-CPA-CONTRATO
            MOVE 0               TO WS-CPA-PARCELA
            START WS-CPA-FILE KEY NOT LESS WS-CPA-CHAVE
                INVALID KEY SET WS-FIM TO TRUE
            END-START
            PERFORM P650-LISTA-PARCELA
                    UNTIL WS-FIM
            .
       P650-LISTA-PARCELA.
            READ WS-CPA-FILE NEXT RECORD
                AT END SET WS-FIM TO TRUE
                NOT AT END
                    IF WS-CPA-CONTRATO NOT = WS-CTR-CONTRATO
                        SET WS-FIM TO TRUE
                    ELSE
                        MOVE WS-CPA-VALOR TO WS-VALOR-ED
                        DISPLAY WS-CPA-PARCELA ' VENC '
                                WS-CPA-VENCIMENTO ' ' WS-VALOR-ED
                                ' ' WS-CPA-SITUACAO
                                ' ID ' WS-CPA-PAGTO-ID
                    END-IF
            END-READ
            .
       END PROGRAM CONTRATOMANUT.
