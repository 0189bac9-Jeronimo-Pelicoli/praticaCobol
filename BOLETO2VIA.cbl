      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOLETO2VIA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-PEND-FILE     ASSIGN TO WS-PEND-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-PEND-FS.
           SELECT WS-VENC-FILE     ASSIGN TO WS-VENC-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-VENC-FS.
           SELECT WS-PARM-FILE     ASSIGN TO WS-PARM-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-PARM-FS.
           SELECT WS-CTL-FILE      ASSIGN TO WS-CTL-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-CTL-FS.
           SELECT WS-EMI-FILE      ASSIGN TO WS-EMI-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-EMI-FS.
           SELECT WS-REG-FILE      ASSIGN TO WS-REG-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-REG-FS.
           SELECT WS-RNOVO-FILE    ASSIGN TO WS-RNOVO-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-RNOVO-FS.
       DATA DIVISION.
       FILE SECTION.
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
       FD  WS-PARM-FILE.
       01 WS-PARM-REGISTRO.
           03 WS-PARM-MULTA-PCT      PIC 99V99.
           03 WS-PARM-JUROS-MES-PCT  PIC 99V99.
       FD  WS-CTL-FILE.
       01 WS-CTL-REGISTRO.
           03 WS-CTL-ULT-NUMERO      PIC 9(10).
       FD  WS-EMI-FILE.
       01 WS-EMI-LINHA               PIC X(80).
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
              88 WS-REG-SUBSTITUIDO            VALUE 'S'.
           03 WS-REG-SUBSTITUTO      PIC 9(10).
       FD  WS-RNOVO-FILE.
       01 WS-RNOVO-REGISTRO          PIC X(178).

       WORKING-STORAGE SECTION.
       01 WS-PEND-PATH               PIC X(40)
                            VALUE 'PAGTOCONFIRM.PENDENTES'.
       01 WS-VENC-PATH               PIC X(40) VALUE 'PAGTOVENC.DAT'.
       01 WS-PARM-PATH               PIC X(40) VALUE 'PAGTOJUROS.PARM'.
       01 WS-CTL-PATH                PIC X(40)
                            VALUE 'BOLETO.CONTROLE'.
       01 WS-EMI-PATH                PIC X(40)
                            VALUE 'BOLETOS.SEGUNDAVIA'.
       01 WS-REG-PATH                PIC X(40) VALUE 'BOLETOS.REGISTRO'.
       01 WS-RNOVO-PATH              PIC X(40)
                            VALUE 'BOLETOS.REGISTRO.NOVO'.
       01 WS-PEND-FS                 PIC XX.
       01 WS-VENC-FS                 PIC XX.
       01 WS-PARM-FS                 PIC XX.
       01 WS-CTL-FS                  PIC XX.
       01 WS-EMI-FS                  PIC XX.
       01 WS-REG-FS                  PIC XX.
       01 WS-RNOVO-FS                PIC XX.

       01 WS-CONTINUA-SW             PIC X     VALUE 'Y'.
          88 WS-CONTINUA                       VALUE 'Y'.
       01 WS-FIM-ARQUIVO             PIC X     VALUE 'N'.
          88 WS-FIM                            VALUE 'Y'.
       01 WS-PEND-ACHOU-SW           PIC X     VALUE 'N'.
          88 WS-PEND-ACHOU                     VALUE 'Y'.
       01 WS-BOL-ACHOU-SW            PIC X     VALUE 'N'.
          88 WS-BOL-ACHOU                      VALUE 'Y'.
       01 WS-VENC-ACHOU-SW           PIC X     VALUE 'N'.
          88 WS-VENC-ACHOU                     VALUE 'Y'.
       01 WS-DECISAO                 PIC X     VALUE 'N'.
          88 WS-DEC-EMITE                      VALUE 'S'.

       01 WS-ENT-ID                  PIC X(9)  VALUE SPACES.
       01 WS-ID                      PIC 9(9)  VALUE 0.

      * Multa e juros pelo mesmo parametro do PAGTOJUROS, com os
      * mesmos percentuais padrao quando o parametro nao existe.
       01 WS-MULTA-PCT               PIC 99V99 VALUE 2.
       01 WS-JUROS-MES-PCT           PIC 99V99 VALUE 1.

      * Boleto vigente do pagamento: o ultimo nao substituido no
      * registro de emitidos.
       01 WS-BOL-NOSSO-NUMERO        PIC 9(10) VALUE 0.
       01 WS-BOL-DATA-VENC           PIC 9(8)  VALUE 0.

       01 WS-DATA-VENC-ORIGINAL      PIC 9(8)  VALUE 0.
       01 WS-DATA-VENC-NOVA          PIC 9(8)  VALUE 0.
       01 WS-INT-VENC                PIC 9(7)  VALUE 0.
       01 WS-INT-HOJE                PIC 9(7)  VALUE 0.
       01 WS-DIAS-ATRASO             PIC S9(4) VALUE 0.
       01 WS-MULTA                   PIC S9(9)V99 VALUE 0.
       01 WS-JUROS                   PIC S9(9)V99 VALUE 0.
       01 WS-VALOR-ATUALIZADO        PIC S9(9)V99 VALUE 0.
       01 WS-NOSSO-NUMERO            PIC 9(10) VALUE 0.

      * Convenio de cobranca do banco, lido dos mesmos parametros do
      * PAGTOBOLETO.
       01 WS-CONV-BANCO              PIC 9(3)  VALUE 0.
       01 WS-CONV-AGENCIA            PIC 9(4)  VALUE 0.
       01 WS-CONV-CARTEIRA           PIC 9(2)  VALUE 0.
       01 WS-CONV-CONTA              PIC 9(7)  VALUE 0.
       01 WS-CONVENIO-SW             PIC X     VALUE 'N'.
          88 WS-COM-CONVENIO                   VALUE 'Y'.

       01 WS-CAMPO-LIVRE.
           03 WS-CL-AGENCIA          PIC 9(4).
           03 WS-CL-CARTEIRA         PIC 9(2).
           03 WS-CL-NOSSO-NUMERO     PIC 9(11).
           03 WS-CL-CONTA            PIC 9(7).
           03 FILLER                 PIC 9     VALUE 0.
       01 WS-CODIGO-BARRAS           PIC X(44) VALUE SPACES.
       01 WS-LINHA-DIGITAVEL         PIC X(47) VALUE SPACES.
       01 WS-LINHA-EDITADA           PIC X(54) VALUE SPACES.

       01 WS-DATA-HORA-ATUAL         PIC X(21).
       01 WS-HOJE                    PIC 9(8)  VALUE 0.
       01 WS-VALOR-ED                PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-LINHA-TRABALHO          PIC X(80) VALUE SPACES.
       01 WS-TOT-SUBSTITUIDO         PIC 9(4)  VALUE 0.
       01 WS-TOT-EMITIDO             PIC 9(6)  VALUE 0.

      * Identificacao do operador, obrigatoria nos programas de
      * terminal; o id assinado carimba a auditoria.
       01 WS-SIGNON-PARM.
           03 WS-SG-ID             PIC X(8).
           03 WS-SG-SENHA          PIC X(8).
           03 WS-SG-FUNCAO         PIC X.
           03 WS-SG-PERFIL         PIC X.
           03 WS-SG-RC             PIC 99.
              88 WS-SG-SEM-SESSAO          VALUE 4.

       01 WS-CALUTIL-PARM.
           03 WS-CA-FUNCAO         PIC X.
           03 WS-CA-RC             PIC 99.
           03 WS-CA-DATA           PIC 9(8).
           03 WS-CA-DIA-UTIL       PIC X.
           03 WS-CA-DATA-UTIL      PIC 9(8).

       01 WS-PARMLE-PARM.
           03 WS-PL-PROGRAMA       PIC X(12) VALUE 'PAGTOBOLETO'.
           03 WS-PL-NOME           PIC X(12).
           03 WS-PL-DATA-PROC      PIC 9(8).
           03 WS-PL-VALOR          PIC X(14).
           03 WS-PL-RC             PIC 99.

       01 WS-BOLETOCOD-PARM.
           03 WS-BC-FUNCAO         PIC X.
           03 WS-BC-BANCO          PIC 9(3).
           03 WS-BC-VENCIMENTO     PIC 9(8).
           03 WS-BC-VALOR          PIC S9(9)V99.
           03 WS-BC-CAMPO-LIVRE    PIC X(25).
           03 WS-BC-CODIGO-BARRAS  PIC X(44).
           03 WS-BC-LINHA          PIC X(47).
           03 WS-BC-LINHA-EDITADA  PIC X(54).
           03 WS-BC-CAMPO-ERRO     PIC 9.
           03 WS-BC-RC             PIC 99.

       01 WS-AUDIT-PARM.
           03 WS-AU-PROGRAMA       PIC X(12) VALUE 'BOLETO2VIA'.
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
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-PEND-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-VENC-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-PARM-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CTL-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-EMI-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-REG-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-RNOVO-PATH
            DISPLAY 'BOLETO2VIA - SEGUNDA VIA DE BOLETO'
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
            MOVE WS-SG-ID TO WS-AU-OPERADOR

            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
            MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-HOJE

            PERFORM P040-CARREGA-CONVENIO
            PERFORM P060-CARREGA-PARAMETRO

            PERFORM P100-ATENDE
                    UNTIL NOT WS-CONTINUA

            MOVE 'FIM'           TO WS-AU-EVENTO
            MOVE SPACES          TO WS-AU-CHAVE
            MOVE WS-TOT-EMITIDO  TO WS-AU-CONTADOR
            CALL 'AUDITLOG' USING WS-AUDIT-PARM

            STOP RUN.

       P040-CARREGA-CONVENIO.
            MOVE WS-HOJE TO WS-PL-DATA-PROC
            SET WS-COM-CONVENIO TO TRUE

            MOVE 'BANCO' TO WS-PL-NOME
            CALL 'PARMLE' USING WS-PARMLE-PARM
            IF WS-PL-RC = 0 AND WS-PL-VALOR(1:3) IS NUMERIC
                MOVE WS-PL-VALOR(1:3) TO WS-CONV-BANCO
            ELSE
                MOVE 'N' TO WS-CONVENIO-SW
            END-IF
            MOVE 'AGENCIA' TO WS-PL-NOME
            CALL 'PARMLE' USING WS-PARMLE-PARM
            IF WS-PL-RC = 0 AND WS-PL-VALOR(1:4) IS NUMERIC
                MOVE WS-PL-VALOR(1:4) TO WS-CONV-AGENCIA
            ELSE
                MOVE 'N' TO WS-CONVENIO-SW
            END-IF
            MOVE 'CARTEIRA' TO WS-PL-NOME
            CALL 'PARMLE' USING WS-PARMLE-PARM
            IF WS-PL-RC = 0 AND WS-PL-VALOR(1:2) IS NUMERIC
                MOVE WS-PL-VALOR(1:2) TO WS-CONV-CARTEIRA
            ELSE
                MOVE 'N' TO WS-CONVENIO-SW
            END-IF
            MOVE 'CONTA' TO WS-PL-NOME
            CALL 'PARMLE' USING WS-PARMLE-PARM
            IF WS-PL-RC = 0 AND WS-PL-VALOR(1:7) IS NUMERIC
                MOVE WS-PL-VALOR(1:7) TO WS-CONV-CONTA
            ELSE
                MOVE 'N' TO WS-CONVENIO-SW
            END-IF

            IF NOT WS-COM-CONVENIO
                DISPLAY 'AVISO: CONVENIO DE COBRANCA INCOMPLETO EM '
                        'PARAMETROS. A SEGUNDA VIA SAIRA SEM CODIGO '
                        'DE BARRAS.'
            END-IF
            .
       P060-CARREGA-PARAMETRO.
            OPEN INPUT WS-PARM-FILE
            IF WS-PARM-FS = '00'
                READ WS-PARM-FILE
                    AT END CONTINUE
                    NOT AT END
                        MOVE WS-PARM-MULTA-PCT     TO WS-MULTA-PCT
                        MOVE WS-PARM-JUROS-MES-PCT TO WS-JUROS-MES-PCT
                END-READ
                CLOSE WS-PARM-FILE
            END-IF
            .
       P100-ATENDE.
            DISPLAY '---------------------------------------------'
            DISPLAY 'ID DO PAGAMENTO (EM BRANCO ENCERRA): '
            MOVE SPACES TO WS-ENT-ID
            ACCEPT WS-ENT-ID
            EVALUATE TRUE
                WHEN WS-ENT-ID = SPACES
                    MOVE 'N' TO WS-CONTINUA-SW
                WHEN WS-ENT-ID IS NOT NUMERIC
                    DISPLAY 'ID INVALIDO: INFORME OS 9 DIGITOS.'
                WHEN OTHER
                    MOVE WS-ENT-ID TO WS-ID
                    PERFORM P200-LOCALIZA-PENDENTE
                    IF NOT WS-PEND-ACHOU
                        DISPLAY 'PAGAMENTO ' WS-ID ' NAO ESTA PENDENTE;'
                                ' NAO HA O QUE COBRAR.'
                    ELSE
                        PERFORM P250-LOCALIZA-BOLETO
                        PERFORM P300-CALCULA-ATUALIZADO
                        PERFORM P350-APRESENTA
                        IF WS-DEC-EMITE
                            PERFORM P400-EMITE-SEGUNDA-VIA
                        END-IF
                    END-IF
            END-EVALUATE
            .
       P200-LOCALIZA-PENDENTE.
            MOVE 'N' TO WS-PEND-ACHOU-SW
            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN INPUT WS-PEND-FILE
            IF WS-PEND-FS = '00'
                PERFORM UNTIL WS-FIM OR WS-PEND-ACHOU
                    READ WS-PEND-FILE
                        AT END SET WS-FIM TO TRUE
                        NOT AT END
                            IF WS-PEND-ID = WS-ID
                                SET WS-PEND-ACHOU TO TRUE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE WS-PEND-FILE
            ELSE
                DISPLAY 'ARQUIVO DE PENDENTES NAO ENCONTRADO: '
                        WS-PEND-PATH
            END-IF
            MOVE 'N' TO WS-FIM-ARQUIVO
            .
       P250-LOCALIZA-BOLETO.
      * O vencimento original e o do boleto vigente; pagamento que
      * nunca teve boleto usa o PAGTOVENC.DAT e, sem ele, hoje.
            MOVE 'N' TO WS-BOL-ACHOU-SW
            MOVE 0   TO WS-BOL-NOSSO-NUMERO
            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN INPUT WS-REG-FILE
            IF WS-REG-FS = '00'
                PERFORM UNTIL WS-FIM
                    READ WS-REG-FILE
                        AT END SET WS-FIM TO TRUE
                        NOT AT END
                            IF WS-REG-ID = WS-ID
                               AND NOT WS-REG-SUBSTITUIDO
                                SET WS-BOL-ACHOU TO TRUE
                                MOVE WS-REG-NOSSO-NUMERO
                                     TO WS-BOL-NOSSO-NUMERO
                                MOVE WS-REG-DATA-VENC
                                     TO WS-BOL-DATA-VENC
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE WS-REG-FILE
            END-IF
            MOVE 'N' TO WS-FIM-ARQUIVO

            IF WS-BOL-ACHOU
                MOVE WS-BOL-DATA-VENC TO WS-DATA-VENC-ORIGINAL
            ELSE
                PERFORM P260-LOCALIZA-VENCIMENTO
            END-IF
            .
       P260-LOCALIZA-VENCIMENTO.
            MOVE 'N'     TO WS-VENC-ACHOU-SW
            MOVE WS-HOJE TO WS-DATA-VENC-ORIGINAL
            MOVE 'N'     TO WS-FIM-ARQUIVO
            OPEN INPUT WS-VENC-FILE
            IF WS-VENC-FS = '00'
                PERFORM UNTIL WS-FIM OR WS-VENC-ACHOU
                    READ WS-VENC-FILE
                        AT END SET WS-FIM TO TRUE
                        NOT AT END
                            IF WS-VENC-ID = WS-ID
                                SET WS-VENC-ACHOU TO TRUE
                                MOVE WS-VENC-DATA
                                     TO WS-DATA-VENC-ORIGINAL
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE WS-VENC-FILE
            END-IF
            MOVE 'N' TO WS-FIM-ARQUIVO
            .
       P300-CALCULA-ATUALIZADO.
            MOVE 0 TO WS-MULTA
            MOVE 0 TO WS-JUROS
            COMPUTE WS-INT-VENC =
                    FUNCTION INTEGER-OF-DATE(WS-DATA-VENC-ORIGINAL)
            COMPUTE WS-INT-HOJE =
                    FUNCTION INTEGER-OF-DATE(WS-HOJE)
            COMPUTE WS-DIAS-ATRASO = WS-INT-HOJE - WS-INT-VENC

            IF WS-DIAS-ATRASO > 0
      * Mesma conta e mesmo arredondamento do P300 do PAGTOJUROS,
      * com a data de hoje no lugar da data da confirmacao.
                COMPUTE WS-MULTA ROUNDED MODE IS NEAREST-EVEN =
                        WS-PEND-VALOR * WS-MULTA-PCT / 100
                COMPUTE WS-JUROS ROUNDED MODE IS NEAREST-EVEN =
                        WS-PEND-VALOR * WS-JUROS-MES-PCT / 100
                        / 30 * WS-DIAS-ATRASO
            ELSE
                MOVE 0 TO WS-DIAS-ATRASO
            END-IF
            COMPUTE WS-VALOR-ATUALIZADO =
                    WS-PEND-VALOR + WS-MULTA + WS-JUROS

      * A segunda via vence no proximo dia util, pela regra comum do
      * CALUTIL.
            MOVE 'P'     TO WS-CA-FUNCAO
            MOVE WS-HOJE TO WS-CA-DATA
            CALL 'CALUTIL' USING WS-CALUTIL-PARM
            IF WS-CA-RC = 0
                MOVE WS-CA-DATA-UTIL TO WS-DATA-VENC-NOVA
            ELSE
                MOVE WS-HOJE         TO WS-DATA-VENC-NOVA
            END-IF
            .
       P350-APRESENTA.
            DISPLAY 'CLIENTE    : ' WS-PEND-CLIENTE
            IF WS-BOL-ACHOU
                DISPLAY 'BOLETO     : ' WS-BOL-NOSSO-NUMERO
                        ' VENCIDO EM ' WS-DATA-VENC-ORIGINAL
            ELSE
                DISPLAY 'SEM BOLETO ANTERIOR. VENCIMENTO: '
                        WS-DATA-VENC-ORIGINAL
            END-IF
            MOVE WS-PEND-VALOR TO WS-VALOR-ED
            DISPLAY 'VALOR      : ' WS-VALOR-ED
            DISPLAY 'DIAS ATRASO: ' WS-DIAS-ATRASO
            MOVE WS-MULTA TO WS-VALOR-ED
            DISPLAY 'MULTA      : ' WS-VALOR-ED
            MOVE WS-JUROS TO WS-VALOR-ED
            DISPLAY 'JUROS      : ' WS-VALOR-ED
            MOVE WS-VALOR-ATUALIZADO TO WS-VALOR-ED
            DISPLAY 'ATUALIZADO : ' WS-VALOR-ED
            DISPLAY 'NOVO VENCTO: ' WS-DATA-VENC-NOVA
            DISPLAY 'EMITE A SEGUNDA VIA (S/N)? '
            MOVE 'N' TO WS-DECISAO
            ACCEPT WS-DECISAO
            .
       P400-EMITE-SEGUNDA-VIA.
      * O numero e gravado no controle ja na emissao, para que o
      * PAGTOBOLETO do dia nao o reaproveite.
            MOVE 0 TO WS-NOSSO-NUMERO
            OPEN INPUT WS-CTL-FILE
            IF WS-CTL-FS = '00'
                READ WS-CTL-FILE
                    AT END CONTINUE
                    NOT AT END MOVE WS-CTL-ULT-NUMERO
                                         TO WS-NOSSO-NUMERO
                END-READ
                CLOSE WS-CTL-FILE
            END-IF
            ADD 1 TO WS-NOSSO-NUMERO
            OPEN OUTPUT WS-CTL-FILE
            MOVE WS-NOSSO-NUMERO TO WS-CTL-ULT-NUMERO
            WRITE WS-CTL-REGISTRO
            CLOSE WS-CTL-FILE

            PERFORM P450-MONTA-CODIGO-BARRAS
            PERFORM P500-IMPRIME-BOLETO
            PERFORM P600-SUBSTITUI-REGISTRO

            ADD 1 TO WS-TOT-EMITIDO
            DISPLAY 'SEGUNDA VIA EMITIDA: NOSSO NUMERO '
                    WS-NOSSO-NUMERO
            IF WS-LINHA-EDITADA NOT = SPACES
                DISPLAY 'LINHA DIGITAVEL: ' WS-LINHA-EDITADA
            END-IF

            MOVE 'SEGUNDA-VIA'   TO WS-AU-EVENTO
            MOVE SPACES          TO WS-AU-CHAVE
            STRING WS-ID ' ' WS-NOSSO-NUMERO
                   DELIMITED BY SIZE
                   INTO WS-AU-CHAVE
            END-STRING
            MOVE 1               TO WS-AU-CONTADOR
            CALL 'AUDITLOG' USING WS-AUDIT-PARM
            .
       P450-MONTA-CODIGO-BARRAS.
            MOVE SPACES TO WS-CODIGO-BARRAS
            MOVE SPACES TO WS-LINHA-DIGITAVEL
            MOVE SPACES TO WS-LINHA-EDITADA
            IF WS-COM-CONVENIO
                MOVE WS-CONV-AGENCIA     TO WS-CL-AGENCIA
                MOVE WS-CONV-CARTEIRA    TO WS-CL-CARTEIRA
                MOVE WS-NOSSO-NUMERO     TO WS-CL-NOSSO-NUMERO
                MOVE WS-CONV-CONTA       TO WS-CL-CONTA
                MOVE 'G'                 TO WS-BC-FUNCAO
                MOVE WS-CONV-BANCO       TO WS-BC-BANCO
                MOVE WS-DATA-VENC-NOVA   TO WS-BC-VENCIMENTO
                MOVE WS-VALOR-ATUALIZADO TO WS-BC-VALOR
                MOVE WS-CAMPO-LIVRE      TO WS-BC-CAMPO-LIVRE
                CALL 'BOLETOCOD' USING WS-BOLETOCOD-PARM
                IF WS-BC-RC = 0
                    MOVE WS-BC-CODIGO-BARRAS TO WS-CODIGO-BARRAS
                    MOVE WS-BC-LINHA         TO WS-LINHA-DIGITAVEL
                    MOVE WS-BC-LINHA-EDITADA TO WS-LINHA-EDITADA
                ELSE
                    DISPLAY 'SEM CODIGO DE BARRAS PARA O PAGAMENTO '
                            WS-ID ' RC ' WS-BC-RC
                END-IF
            END-IF
            .
       P500-IMPRIME-BOLETO.
            OPEN EXTEND WS-EMI-FILE
            IF WS-EMI-FS NOT = '00'
                OPEN OUTPUT WS-EMI-FILE
            END-IF

            MOVE ALL '-' TO WS-EMI-LINHA
            WRITE WS-EMI-LINHA

            MOVE SPACES TO WS-LINHA-TRABALHO
            STRING 'SEGUNDA VIA NOSSO-NUMERO ' WS-NOSSO-NUMERO
                   '  PAGAMENTO ' WS-ID
                   DELIMITED BY SIZE
                   INTO WS-LINHA-TRABALHO
            END-STRING
            WRITE WS-EMI-LINHA FROM WS-LINHA-TRABALHO

            WRITE WS-EMI-LINHA FROM WS-PEND-CLIENTE

            IF WS-BOL-ACHOU
                MOVE SPACES TO WS-LINHA-TRABALHO
                STRING 'SUBSTITUI O BOLETO ' WS-BOL-NOSSO-NUMERO
                       ' VENCIDO EM ' WS-DATA-VENC-ORIGINAL
                       DELIMITED BY SIZE
                       INTO WS-LINHA-TRABALHO
                END-STRING
                WRITE WS-EMI-LINHA FROM WS-LINHA-TRABALHO
            END-IF

            MOVE WS-PEND-VALOR TO WS-VALOR-ED
            MOVE SPACES TO WS-LINHA-TRABALHO
            STRING 'VALOR ORIGINAL: ' WS-VALOR-ED
                   DELIMITED BY SIZE
                   INTO WS-LINHA-TRABALHO
            END-STRING
            WRITE WS-EMI-LINHA FROM WS-LINHA-TRABALHO

            IF WS-DIAS-ATRASO > 0
                MOVE WS-MULTA TO WS-VALOR-ED
                MOVE SPACES TO WS-LINHA-TRABALHO
                STRING 'MULTA         : ' WS-VALOR-ED
                       DELIMITED BY SIZE
                       INTO WS-LINHA-TRABALHO
                END-STRING
                WRITE WS-EMI-LINHA FROM WS-LINHA-TRABALHO
                MOVE WS-JUROS TO WS-VALOR-ED
                MOVE SPACES TO WS-LINHA-TRABALHO
                STRING 'JUROS         : ' WS-VALOR-ED
                       '  (' WS-DIAS-ATRASO ' DIAS)'
                       DELIMITED BY SIZE
                       INTO WS-LINHA-TRABALHO
                END-STRING
                WRITE WS-EMI-LINHA FROM WS-LINHA-TRABALHO
            END-IF

            MOVE WS-VALOR-ATUALIZADO TO WS-VALOR-ED
            MOVE SPACES TO WS-LINHA-TRABALHO
            STRING 'VALOR         : ' WS-VALOR-ED
                   '  VENCIMENTO: ' WS-DATA-VENC-NOVA
                   DELIMITED BY SIZE
                   INTO WS-LINHA-TRABALHO
            END-STRING
            WRITE WS-EMI-LINHA FROM WS-LINHA-TRABALHO

            IF WS-CODIGO-BARRAS NOT = SPACES
                MOVE SPACES TO WS-LINHA-TRABALHO
                STRING 'LINHA DIGITAVEL : ' WS-LINHA-EDITADA
                       DELIMITED BY SIZE
                       INTO WS-LINHA-TRABALHO
                END-STRING
                WRITE WS-EMI-LINHA FROM WS-LINHA-TRABALHO
                MOVE SPACES TO WS-LINHA-TRABALHO
                STRING 'CODIGO DE BARRAS: ' WS-CODIGO-BARRAS
                       DELIMITED BY SIZE
                       INTO WS-LINHA-TRABALHO
                END-STRING
                WRITE WS-EMI-LINHA FROM WS-LINHA-TRABALHO
            END-IF

            MOVE SPACES TO WS-EMI-LINHA
            WRITE WS-EMI-LINHA
            CLOSE WS-EMI-FILE
            .
       P600-SUBSTITUI-REGISTRO.
      * O registro e copiado para o .NOVO marcando como substituido
      * todo boleto vigente do pagamento, com o nosso-numero que o
      * substitui; a linha nao e apagada, e o pagamento atrasado do
      * boleto antigo continua reconhecido pelo id. A segunda via
      * entra no fim e o .NOVO assume o nome do registro.
            MOVE 0   TO WS-TOT-SUBSTITUIDO
            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN OUTPUT WS-RNOVO-FILE
            OPEN INPUT WS-REG-FILE
            IF WS-REG-FS = '00'
                PERFORM P650-COPIA-REGISTRO
                        UNTIL WS-FIM
                CLOSE WS-REG-FILE
            END-IF
            MOVE 'N' TO WS-FIM-ARQUIVO

            MOVE WS-NOSSO-NUMERO     TO WS-REG-NOSSO-NUMERO
            MOVE WS-ID               TO WS-REG-ID
            MOVE WS-VALOR-ATUALIZADO TO WS-REG-VALOR
            MOVE WS-DATA-VENC-NOVA   TO WS-REG-DATA-VENC
            MOVE WS-HOJE             TO WS-REG-DATA-EMISSAO
            MOVE WS-PEND-CLIENTE     TO WS-REG-CLIENTE
            MOVE WS-CODIGO-BARRAS    TO WS-REG-CODIGO-BARRAS
            MOVE WS-LINHA-DIGITAVEL  TO WS-REG-LINHA-DIGITAVEL
            MOVE 'A'                 TO WS-REG-SITUACAO
            MOVE 0                   TO WS-REG-SUBSTITUTO
            WRITE WS-RNOVO-REGISTRO FROM WS-REG-REGISTRO
            CLOSE WS-RNOVO-FILE

            CALL 'CBL_RENAME_FILE' USING WS-RNOVO-PATH
                                         WS-REG-PATH
            .
       P650-COPIA-REGISTRO.
            READ WS-REG-FILE
                AT END SET WS-FIM TO TRUE
                NOT AT END
                    IF WS-REG-ID = WS-ID
                       AND NOT WS-REG-SUBSTITUIDO
                        MOVE 'S'             TO WS-REG-SITUACAO
                        MOVE WS-NOSSO-NUMERO TO WS-REG-SUBSTITUTO
                        ADD 1 TO WS-TOT-SUBSTITUIDO
                    END-IF
                    WRITE WS-RNOVO-REGISTRO FROM WS-REG-REGISTRO
            END-READ
            .
       END PROGRAM BOLETO2VIA.
