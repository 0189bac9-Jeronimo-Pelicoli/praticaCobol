      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAGTOPIX.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-PEND-FILE     ASSIGN TO WS-PEND-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-PEND-FS.
           SELECT WS-VENC-FILE     ASSIGN TO WS-VENC-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-VENC-FS.
           SELECT WS-EMI-FILE      ASSIGN TO WS-EMI-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-EMI-FS.
           SELECT WS-REG-FILE      ASSIGN TO WS-REG-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-REG-FS.
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
       FD  WS-EMI-FILE.
       01 WS-EMI-LINHA               PIC X(80).
       FD  WS-REG-FILE.
       01 WS-REG-REGISTRO.
           03 WS-REG-TXID            PIC X(25).
           03 WS-REG-ID              PIC 9(9).
           03 WS-REG-VALOR           PIC S9(9)V99.
           03 WS-REG-DATA-VENC       PIC 9(8).
           03 WS-REG-DATA-EMISSAO    PIC 9(8).
           03 WS-REG-CLIENTE         PIC X(30).
           03 WS-REG-COD-CLIENTE     PIC 9(6).
           03 WS-REG-COPIA-COLA      PIC X(250).

       WORKING-STORAGE SECTION.
       01 WS-PEND-PATH               PIC X(40)
                            VALUE 'PAGTOCONFIRM.PENDENTES'.
       01 WS-VENC-PATH               PIC X(40) VALUE 'PAGTOVENC.DAT'.
       01 WS-EMI-PATH                PIC X(40) VALUE 'PIX.EMISSAO'.
       01 WS-REG-PATH                PIC X(40) VALUE 'PIX.REGISTRO'.
       01 WS-PEND-FS                 PIC XX.
       01 WS-VENC-FS                 PIC XX.
       01 WS-EMI-FS                  PIC XX.
       01 WS-REG-FS                  PIC XX.

       01 WS-FIM-ARQUIVO             PIC X     VALUE 'N'.
          88 WS-FIM                            VALUE 'Y'.
       01 WS-PEND-ABERTO-SW          PIC X     VALUE 'N'.
          88 WS-PEND-ABERTO                    VALUE 'Y'.
       01 WS-VENC-ACHOU-SW           PIC X     VALUE 'N'.
          88 WS-VENC-ACHOU                     VALUE 'Y'.

      * Dados do recebedor que vao no codigo copia-e-cola
      * (PARAMETROS.DAT, programa PAGTOPIX): CHAVE e a chave PIX da
      * empresa (o CNPJ), RECEBEDOR o nome e CIDADE a cidade.
       01 WS-PIX-CHAVE               PIC X(14) VALUE SPACES.
       01 WS-PIX-RECEBEDOR           PIC X(14) VALUE SPACES.
       01 WS-PIX-CIDADE              PIC X(14) VALUE SPACES.
       01 WS-CHAVE-TAM               PIC 99    VALUE 0.
       01 WS-RECEBEDOR-TAM           PIC 99    VALUE 0.
       01 WS-CIDADE-TAM              PIC 99    VALUE 0.

       01 WS-TAB-VENCIMENTOS.
          03 WS-VEN OCCURS 1000 TIMES INDEXED BY WS-VEN-IDX.
             05 WS-VEN-ID            PIC 9(9).
             05 WS-VEN-DATA          PIC 9(8).
       01 WS-TOT-VENC                PIC 9(4)  VALUE 0.

      * Ids ja com cobranca PIX emitida: o item que continua pendente
      * nao ganha txid novo a cada dia (mesma guarda do PAGTOBOLETO).
       01 WS-TAB-EMITIDOS.
          03 WS-EMI OCCURS 5000 TIMES INDEXED BY WS-EMI-IDX.
             05 WS-EMI-ID            PIC 9(9).
       01 WS-TOT-EMITIDOS            PIC 9(4)  VALUE 0.
       01 WS-JA-EMITIDO-SW           PIC X     VALUE 'N'.
          88 WS-JA-EMITIDO                     VALUE 'Y'.

      * Txid: prefixo fixo, id do pagamento e data de emissao; 21
      * posicoes alfanumericas, dentro do limite de 25 do BR Code.
       01 WS-TXID.
           03 FILLER                 PIC X(4)  VALUE 'PGTO'.
           03 WS-TXID-ID             PIC 9(9).
           03 WS-TXID-DATA           PIC 9(8).

      * Montagem do codigo copia-e-cola (BR Code do Banco Central):
      * campos id/tamanho/conteudo e CRC16 no final.
       01 WS-BR-CODIGO               PIC X(250) VALUE SPACES.
       01 WS-BR-PTR                  PIC 9(3)  VALUE 0.
       01 WS-BR-TAM-TOTAL            PIC 9(3)  VALUE 0.
       01 WS-BR-ID                   PIC XX    VALUE SPACES.
       01 WS-BR-TAM                  PIC 99    VALUE 0.
       01 WS-BR-CONTEUDO             PIC X(99) VALUE SPACES.
       01 WS-BR-VALOR-ED             PIC Z(9)9.99.
       01 WS-BR-BRANCOS              PIC 99    VALUE 0.

       01 WS-CRC                     PIC 9(5)  VALUE 0.
       01 WS-CRC-RESTO               PIC 9(5)  VALUE 0.
       01 WS-CRC-POS                 PIC 9(3)  VALUE 0.
       01 WS-CRC-TAM                 PIC 9(3)  VALUE 0.
       01 WS-CRC-BYTE                PIC 9(3)  VALUE 0.
       01 WS-CRC-HEX                 PIC X(4)  VALUE SPACES.
       01 WS-HEX-POS                 PIC 9     VALUE 0.
       01 WS-HEX-DIGITO              PIC 99    VALUE 0.
       01 WS-HEX-TABELA              PIC X(16)
                            VALUE '0123456789ABCDEF'.
       01 WS-XOR-A                   PIC 9(5)  VALUE 0.
       01 WS-XOR-B                   PIC 9(5)  VALUE 0.
       01 WS-XOR-R                   PIC 9(5)  VALUE 0.
       01 WS-XOR-PESO                PIC 9(5)  VALUE 0.
       01 WS-BIT-A                   PIC 9     VALUE 0.
       01 WS-BIT-B                   PIC 9     VALUE 0.

       01 WS-DATA-VENC-PIX           PIC 9(8)  VALUE 0.
       01 WS-DATA-HORA-ATUAL         PIC X(21).
       01 WS-HOJE                    PIC 9(8)  VALUE 0.
       01 WS-VALOR-ED                PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-LINHA-TRABALHO          PIC X(80) VALUE SPACES.
       01 WS-POS-LINHA               PIC 9(3)  VALUE 0.

       01 WS-TOT-EMITIDO             PIC 9(6)      VALUE 0.
       01 WS-TOT-JA-EMITIDO          PIC 9(6)      VALUE 0.
       01 WS-TOT-SEM-VALOR           PIC 9(6)      VALUE 0.
       01 WS-TOT-SEM-VENCIMENTO      PIC 9(6)      VALUE 0.
       01 WS-TOT-JURIDICO            PIC 9(6)      VALUE 0.
       01 WS-VALOR-EMITIDO           PIC S9(11)V99 VALUE 0.

       01 WS-PARMLE-PARM.
           03 WS-PL-PROGRAMA       PIC X(12) VALUE 'PAGTOPIX'.
           03 WS-PL-NOME           PIC X(12).
           03 WS-PL-DATA-PROC      PIC 9(8).
           03 WS-PL-VALOR          PIC X(14).
           03 WS-PL-RC             PIC 99.

       01 WS-JURIDICO-PARM.
           03 WS-JD-COD-CLIENTE    PIC 9(6).
           03 WS-JD-SITUACAO       PIC X.
           03 WS-JD-DATA-EVENTO    PIC 9(8).
           03 WS-JD-PROCESSO       PIC X(25).
           03 WS-JD-ADVOGADO       PIC X(30).
           03 WS-JD-RC             PIC 99.
              88 WS-JD-EM-JURIDICO         VALUE 0.

       01 WS-CALUTIL-PARM.
           03 WS-CA-FUNCAO         PIC X.
           03 WS-CA-RC             PIC 99.
           03 WS-CA-DATA           PIC 9(8).
           03 WS-CA-DIA-UTIL       PIC X.
           03 WS-CA-DATA-UTIL      PIC 9(8).

       01 WS-AUDIT-PARM.
           03 WS-AU-PROGRAMA       PIC X(12) VALUE 'PAGTOPIX'.
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
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-EMI-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-REG-PATH
            DISPLAY 'PAGTOPIX - EMISSAO DE COBRANCAS PIX'

            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
            MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-HOJE

            PERFORM P040-CARREGA-RECEBEDOR
            IF WS-PIX-CHAVE = SPACES
               OR WS-PIX-RECEBEDOR = SPACES
               OR WS-PIX-CIDADE = SPACES
                DISPLAY 'CHAVE, RECEBEDOR OU CIDADE DO PIX NAO '
                        'CADASTRADOS EM PARAMETROS. EMISSAO RECUSADA.'
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF

            PERFORM P055-CARREGA-EMITIDOS
            PERFORM P060-CARREGA-VENCIMENTOS
            PERFORM P100-ABRE-ARQUIVOS
            PERFORM P200-EMITE-COBRANCA
                    UNTIL WS-FIM
            PERFORM P800-RESUMO
            PERFORM P900-FECHA-ARQUIVOS

            MOVE 'FIM'           TO WS-AU-EVENTO
            MOVE SPACES          TO WS-AU-CHAVE
            MOVE WS-TOT-EMITIDO  TO WS-AU-CONTADOR
            CALL 'AUDITLOG' USING WS-AUDIT-PARM

            STOP RUN.

       P040-CARREGA-RECEBEDOR.
            MOVE WS-HOJE TO WS-PL-DATA-PROC

            MOVE 'CHAVE' TO WS-PL-NOME
            CALL 'PARMLE' USING WS-PARMLE-PARM
            IF WS-PL-RC = 0
                MOVE WS-PL-VALOR TO WS-PIX-CHAVE
            END-IF
            MOVE 'RECEBEDOR' TO WS-PL-NOME
            CALL 'PARMLE' USING WS-PARMLE-PARM
            IF WS-PL-RC = 0
                MOVE WS-PL-VALOR TO WS-PIX-RECEBEDOR
            END-IF
            MOVE 'CIDADE' TO WS-PL-NOME
            CALL 'PARMLE' USING WS-PARMLE-PARM
            IF WS-PL-RC = 0
                MOVE WS-PL-VALOR TO WS-PIX-CIDADE
            END-IF

            IF WS-PIX-CHAVE NOT = SPACES
                COMPUTE WS-CHAVE-TAM = FUNCTION LENGTH
                    (FUNCTION TRIM(WS-PIX-CHAVE TRAILING))
            END-IF
            IF WS-PIX-RECEBEDOR NOT = SPACES
                COMPUTE WS-RECEBEDOR-TAM = FUNCTION LENGTH
                    (FUNCTION TRIM(WS-PIX-RECEBEDOR TRAILING))
            END-IF
            IF WS-PIX-CIDADE NOT = SPACES
                COMPUTE WS-CIDADE-TAM = FUNCTION LENGTH
                    (FUNCTION TRIM(WS-PIX-CIDADE TRAILING))
            END-IF
            .
       P055-CARREGA-EMITIDOS.
            MOVE 0   TO WS-TOT-EMITIDOS
            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN INPUT WS-REG-FILE
            IF WS-REG-FS = '00'
                PERFORM UNTIL WS-FIM OR WS-TOT-EMITIDOS = 5000
                    READ WS-REG-FILE
                        AT END SET WS-FIM TO TRUE
                        NOT AT END
                            ADD 1 TO WS-TOT-EMITIDOS
                            MOVE WS-REG-ID
                                 TO WS-EMI-ID(WS-TOT-EMITIDOS)
                    END-READ
                END-PERFORM
                CLOSE WS-REG-FILE
            END-IF
            MOVE 'N' TO WS-FIM-ARQUIVO
            .
       P060-CARREGA-VENCIMENTOS.
            MOVE 0   TO WS-TOT-VENC
            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN INPUT WS-VENC-FILE
            IF WS-VENC-FS = '00'
                PERFORM UNTIL WS-FIM OR WS-TOT-VENC = 1000
                    READ WS-VENC-FILE
                        AT END SET WS-FIM TO TRUE
                        NOT AT END
                            ADD 1 TO WS-TOT-VENC
                            MOVE WS-VENC-ID
                                 TO WS-VEN-ID(WS-TOT-VENC)
                            MOVE WS-VENC-DATA
                                 TO WS-VEN-DATA(WS-TOT-VENC)
                    END-READ
                END-PERFORM
                CLOSE WS-VENC-FILE
            ELSE
                DISPLAY 'AVISO: VENCIMENTOS NAO ENCONTRADOS ('
                        WS-VENC-PATH '). COBRANCA VENCE NO PROXIMO '
                        'DIA UTIL.'
            END-IF
            MOVE 'N' TO WS-FIM-ARQUIVO
            .
       P100-ABRE-ARQUIVOS.
            OPEN OUTPUT WS-EMI-FILE

      * O registro de emitidos acumula entre runs: e por ele que o
      * PAGTOPIXRET casa a liquidacao do PSP com o id pelo txid.
            OPEN EXTEND WS-REG-FILE
            IF WS-REG-FS NOT = '00'
                OPEN OUTPUT WS-REG-FILE
            END-IF

            OPEN INPUT WS-PEND-FILE
            IF WS-PEND-FS = '00'
                SET WS-PEND-ABERTO TO TRUE
                PERFORM P150-LE-PENDENTE
            ELSE
                DISPLAY 'ARQUIVO DE PENDENTES NAO ENCONTRADO: '
                        WS-PEND-PATH
                SET WS-FIM TO TRUE
            END-IF
            .
       P150-LE-PENDENTE.
            READ WS-PEND-FILE
                AT END SET WS-FIM TO TRUE
            END-READ
            .
       P200-EMITE-COBRANCA.
            PERFORM P220-VERIFICA-EMITIDO
            PERFORM P230-VERIFICA-JURIDICO
            EVALUATE TRUE
                WHEN WS-JA-EMITIDO
                    ADD 1 TO WS-TOT-JA-EMITIDO
                WHEN WS-PEND-VALOR NOT > 0
                    ADD 1 TO WS-TOT-SEM-VALOR
                WHEN WS-JD-EM-JURIDICO
                    ADD 1 TO WS-TOT-JURIDICO
                WHEN OTHER
                    PERFORM P250-RESOLVE-VENCIMENTO
                    MOVE WS-PEND-ID TO WS-TXID-ID
                    MOVE WS-HOJE    TO WS-TXID-DATA
                    PERFORM P350-MONTA-COPIA-COLA
                    PERFORM P300-IMPRIME-COBRANCA
                    PERFORM P400-REGISTRA-EMISSAO

                    ADD 1              TO WS-TOT-EMITIDO
                    ADD WS-PEND-VALOR  TO WS-VALOR-EMITIDO
            END-EVALUATE

            PERFORM P150-LE-PENDENTE
            .
       P220-VERIFICA-EMITIDO.
            MOVE 'N' TO WS-JA-EMITIDO-SW
            PERFORM VARYING WS-EMI-IDX FROM 1 BY 1
                    UNTIL WS-EMI-IDX > WS-TOT-EMITIDOS
                          OR WS-JA-EMITIDO
                IF WS-EMI-ID(WS-EMI-IDX) = WS-PEND-ID
                    SET WS-JA-EMITIDO TO TRUE
                END-IF
            END-PERFORM
            .
       P230-VERIFICA-JURIDICO.
      * Cliente em obito, falencia ou recuperacao judicial nao recebe
      * cobranca; o credito segue pelo juridico.
            MOVE 4 TO WS-JD-RC
            IF NOT WS-JA-EMITIDO
               AND WS-PEND-COD-CLIENTE NUMERIC
               AND WS-PEND-COD-CLIENTE > 0
                MOVE WS-PEND-COD-CLIENTE TO WS-JD-COD-CLIENTE
                CALL 'CLIJURIDICO' USING WS-JURIDICO-PARM
            END-IF
            .
       P250-RESOLVE-VENCIMENTO.
            MOVE 'N' TO WS-VENC-ACHOU-SW
            PERFORM VARYING WS-VEN-IDX FROM 1 BY 1
                    UNTIL WS-VEN-IDX > WS-TOT-VENC OR WS-VENC-ACHOU
                IF WS-VEN-ID(WS-VEN-IDX) = WS-PEND-ID
                    SET WS-VENC-ACHOU TO TRUE
                    MOVE WS-VEN-DATA(WS-VEN-IDX) TO WS-DATA-VENC-PIX
                END-IF
            END-PERFORM

            IF NOT WS-VENC-ACHOU
                ADD 1 TO WS-TOT-SEM-VENCIMENTO
                MOVE 'P'     TO WS-CA-FUNCAO
                MOVE WS-HOJE TO WS-CA-DATA
                CALL 'CALUTIL' USING WS-CALUTIL-PARM
                IF WS-CA-RC = 0
                    MOVE WS-CA-DATA-UTIL TO WS-DATA-VENC-PIX
                ELSE
                    MOVE WS-HOJE         TO WS-DATA-VENC-PIX
                END-IF
            END-IF
            .
       P300-IMPRIME-COBRANCA.
            MOVE ALL '-' TO WS-EMI-LINHA
            WRITE WS-EMI-LINHA

            MOVE SPACES TO WS-LINHA-TRABALHO
            STRING 'COBRANCA PIX TXID ' WS-TXID
                   '  PAGAMENTO ' WS-PEND-ID
                   DELIMITED BY SIZE
                   INTO WS-LINHA-TRABALHO
            END-STRING
            WRITE WS-EMI-LINHA FROM WS-LINHA-TRABALHO

            WRITE WS-EMI-LINHA FROM WS-PEND-CLIENTE

            MOVE WS-PEND-VALOR TO WS-VALOR-ED
            MOVE SPACES TO WS-LINHA-TRABALHO
            STRING 'VALOR: ' WS-VALOR-ED
                   '  VENCIMENTO: ' WS-DATA-VENC-PIX
                   DELIMITED BY SIZE
                   INTO WS-LINHA-TRABALHO
            END-STRING
            WRITE WS-EMI-LINHA FROM WS-LINHA-TRABALHO

            MOVE 'PIX COPIA E COLA:' TO WS-EMI-LINHA
            WRITE WS-EMI-LINHA
            PERFORM VARYING WS-POS-LINHA FROM 1 BY 80
                    UNTIL WS-POS-LINHA > WS-BR-TAM-TOTAL
                MOVE WS-BR-CODIGO(WS-POS-LINHA:80) TO WS-EMI-LINHA
                WRITE WS-EMI-LINHA
            END-PERFORM

            MOVE SPACES TO WS-EMI-LINHA
            WRITE WS-EMI-LINHA
            .
       P350-MONTA-COPIA-COLA.
      * 00 formato, 01 cobranca de uso unico, 26 conta do recebedor,
      * 52 categoria, 53 moeda (986 = real), 54 valor, 58 pais,
      * 59 nome, 60 cidade, 62 txid e 63 CRC16 do conteudo todo.
            MOVE SPACES TO WS-BR-CODIGO
            MOVE 1      TO WS-BR-PTR

            MOVE '00'   TO WS-BR-ID
            MOVE '01'   TO WS-BR-CONTEUDO
            MOVE 2      TO WS-BR-TAM
            PERFORM P355-ACRESCENTA-CAMPO
            MOVE '01'   TO WS-BR-ID
            MOVE '12'   TO WS-BR-CONTEUDO
            MOVE 2      TO WS-BR-TAM
            PERFORM P355-ACRESCENTA-CAMPO

            MOVE WS-CHAVE-TAM TO WS-BR-TAM
            MOVE SPACES TO WS-BR-CONTEUDO
            STRING '0014BR.GOV.BCB.PIX01' WS-BR-TAM
                   WS-PIX-CHAVE(1:WS-CHAVE-TAM)
                   DELIMITED BY SIZE
                   INTO WS-BR-CONTEUDO
            END-STRING
            MOVE '26'   TO WS-BR-ID
            COMPUTE WS-BR-TAM = 22 + WS-CHAVE-TAM
            PERFORM P355-ACRESCENTA-CAMPO

            MOVE '52'   TO WS-BR-ID
            MOVE '0000' TO WS-BR-CONTEUDO
            MOVE 4      TO WS-BR-TAM
            PERFORM P355-ACRESCENTA-CAMPO
            MOVE '53'   TO WS-BR-ID
            MOVE '986'  TO WS-BR-CONTEUDO
            MOVE 3      TO WS-BR-TAM
            PERFORM P355-ACRESCENTA-CAMPO

            MOVE WS-PEND-VALOR TO WS-BR-VALOR-ED
            MOVE 0 TO WS-BR-BRANCOS
            INSPECT WS-BR-VALOR-ED TALLYING WS-BR-BRANCOS
                    FOR LEADING SPACES
            COMPUTE WS-BR-TAM = 13 - WS-BR-BRANCOS
            MOVE WS-BR-VALOR-ED(WS-BR-BRANCOS + 1:WS-BR-TAM)
                 TO WS-BR-CONTEUDO
            MOVE '54'   TO WS-BR-ID
            PERFORM P355-ACRESCENTA-CAMPO

            MOVE '58'   TO WS-BR-ID
            MOVE 'BR'   TO WS-BR-CONTEUDO
            MOVE 2      TO WS-BR-TAM
            PERFORM P355-ACRESCENTA-CAMPO
            MOVE '59'   TO WS-BR-ID
            MOVE WS-PIX-RECEBEDOR TO WS-BR-CONTEUDO
            MOVE WS-RECEBEDOR-TAM TO WS-BR-TAM
            PERFORM P355-ACRESCENTA-CAMPO
            MOVE '60'   TO WS-BR-ID
            MOVE WS-PIX-CIDADE TO WS-BR-CONTEUDO
            MOVE WS-CIDADE-TAM TO WS-BR-TAM
            PERFORM P355-ACRESCENTA-CAMPO

            MOVE SPACES TO WS-BR-CONTEUDO
            STRING '0521' WS-TXID
                   DELIMITED BY SIZE
                   INTO WS-BR-CONTEUDO
            END-STRING
            MOVE '62'   TO WS-BR-ID
            MOVE 25     TO WS-BR-TAM
            PERFORM P355-ACRESCENTA-CAMPO

            STRING '6304' DELIMITED BY SIZE
                   INTO WS-BR-CODIGO WITH POINTER WS-BR-PTR
            END-STRING
            PERFORM P370-CALCULA-CRC
            STRING WS-CRC-HEX DELIMITED BY SIZE
                   INTO WS-BR-CODIGO WITH POINTER WS-BR-PTR
            END-STRING
            COMPUTE WS-BR-TAM-TOTAL = WS-BR-PTR - 1
            .
       P355-ACRESCENTA-CAMPO.
            STRING WS-BR-ID WS-BR-TAM
                   WS-BR-CONTEUDO(1:WS-BR-TAM)
                   DELIMITED BY SIZE
                   INTO WS-BR-CODIGO WITH POINTER WS-BR-PTR
            END-STRING
            .
       P370-CALCULA-CRC.
      * CRC16 CCITT (polinomio 1021 hex = 4129, inicial FFFF hex =
      * 65535) sobre tudo ate o '6304', em aritmetica decimal.
            MOVE 65535 TO WS-CRC
            COMPUTE WS-CRC-TAM = WS-BR-PTR - 1
            PERFORM VARYING WS-CRC-POS FROM 1 BY 1
                    UNTIL WS-CRC-POS > WS-CRC-TAM
                COMPUTE WS-CRC-BYTE =
                    FUNCTION ORD(WS-BR-CODIGO(WS-CRC-POS:1)) - 1
                MOVE WS-CRC TO WS-XOR-A
                COMPUTE WS-XOR-B = WS-CRC-BYTE * 256
                PERFORM P380-OU-EXCLUSIVO
                MOVE WS-XOR-R TO WS-CRC
                PERFORM 8 TIMES
                    IF WS-CRC >= 32768
                        COMPUTE WS-XOR-A = (WS-CRC - 32768) * 2
                        MOVE 4129 TO WS-XOR-B
                        PERFORM P380-OU-EXCLUSIVO
                        MOVE WS-XOR-R TO WS-CRC
                    ELSE
                        COMPUTE WS-CRC = WS-CRC * 2
                    END-IF
                END-PERFORM
            END-PERFORM

            MOVE WS-CRC TO WS-CRC-RESTO
            PERFORM VARYING WS-HEX-POS FROM 4 BY -1
                    UNTIL WS-HEX-POS < 1
                COMPUTE WS-HEX-DIGITO = FUNCTION MOD(WS-CRC-RESTO, 16)
                COMPUTE WS-CRC-RESTO = WS-CRC-RESTO / 16
                MOVE WS-HEX-TABELA(WS-HEX-DIGITO + 1:1)
                     TO WS-CRC-HEX(WS-HEX-POS:1)
            END-PERFORM
            .
       P380-OU-EXCLUSIVO.
      * Ou-exclusivo bit a bit de dois valores de 16 bits.
            MOVE 0 TO WS-XOR-R
            MOVE 1 TO WS-XOR-PESO
            PERFORM 16 TIMES
                COMPUTE WS-BIT-A = FUNCTION MOD(WS-XOR-A, 2)
                COMPUTE WS-BIT-B = FUNCTION MOD(WS-XOR-B, 2)
                IF WS-BIT-A NOT = WS-BIT-B
                    ADD WS-XOR-PESO TO WS-XOR-R
                END-IF
                COMPUTE WS-XOR-A = WS-XOR-A / 2
                COMPUTE WS-XOR-B = WS-XOR-B / 2
                COMPUTE WS-XOR-PESO = WS-XOR-PESO * 2
            END-PERFORM
            .
       P400-REGISTRA-EMISSAO.
            MOVE WS-TXID             TO WS-REG-TXID
            MOVE WS-PEND-ID          TO WS-REG-ID
            MOVE WS-PEND-VALOR       TO WS-REG-VALOR
            MOVE WS-DATA-VENC-PIX    TO WS-REG-DATA-VENC
            MOVE WS-HOJE             TO WS-REG-DATA-EMISSAO
            MOVE WS-PEND-CLIENTE     TO WS-REG-CLIENTE
            MOVE WS-PEND-COD-CLIENTE TO WS-REG-COD-CLIENTE
            MOVE WS-BR-CODIGO        TO WS-REG-COPIA-COLA
            WRITE WS-REG-REGISTRO
            .
       P800-RESUMO.
            DISPLAY '----- RESUMO DA EMISSAO PIX -----'
            DISPLAY 'COBRANCAS EMITIDAS : ' WS-TOT-EMITIDO
            DISPLAY 'JA EMITIDAS        : ' WS-TOT-JA-EMITIDO
            DISPLAY 'SEM VALOR A COBRAR : ' WS-TOT-SEM-VALOR
            DISPLAY 'VALOR EMITIDO      : ' WS-VALOR-EMITIDO
            DISPLAY 'SEM VENCIMENTO     : ' WS-TOT-SEM-VENCIMENTO
            DISPLAY 'RETIDOS JURIDICO   : ' WS-TOT-JURIDICO
            .
       P900-FECHA-ARQUIVOS.
            IF WS-PEND-ABERTO
                CLOSE WS-PEND-FILE
            END-IF
            CLOSE WS-EMI-FILE
            CLOSE WS-REG-FILE
            .
       END PROGRAM PAGTOPIX.
