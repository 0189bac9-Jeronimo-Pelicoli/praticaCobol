      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JURIDREL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-JUR-FILE      ASSIGN TO WS-JUR-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS WS-JUR-CODIGO
                                    FILE STATUS WS-JUR-FS.
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
           SELECT WS-ENC-FILE      ASSIGN TO WS-ENC-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-ENC-FS.
           SELECT WS-CTR-FILE      ASSIGN TO WS-CTR-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS WS-CTR-CONTRATO
                                    FILE STATUS WS-CTR-FS.
           SELECT WS-CPA-FILE      ASSIGN TO WS-CPA-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS WS-CPA-CHAVE
                                    ALTERNATE RECORD KEY IS
                                        WS-CPA-PAGTO-ID WITH DUPLICATES
                                    FILE STATUS WS-CPA-FS.
           SELECT WS-REL-FILE      ASSIGN TO WS-REL-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-REL-FS.
       DATA DIVISION.
       FILE SECTION.
      * Layout identico ao do JURIDMANUT.
       FD  WS-JUR-FILE.
       01 WS-JUR-REGISTRO.
           03 WS-JUR-CODIGO          PIC 9(6).
           03 WS-JUR-SITUACAO        PIC X.
              88 WS-JUR-OBITO                  VALUE 'O'.
              88 WS-JUR-FALENCIA               VALUE 'F'.
              88 WS-JUR-RECUPERACAO            VALUE 'R'.
           03 WS-JUR-DATA-EVENTO     PIC 9(8).
           03 WS-JUR-PROCESSO        PIC X(25).
           03 WS-JUR-ADVOGADO        PIC X(30).
           03 WS-JUR-DATA-REGISTRO   PIC 9(8).
           03 WS-JUR-OPERADOR        PIC X(8).
           03 WS-JUR-DATA-ENCERRA    PIC 9(8).
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
      * Layouts identicos aos do CONTRATOMANUT.
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
       FD  WS-REL-FILE.
       01 WS-REL-LINHA               PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-JUR-PATH              PIC X(40) VALUE 'CLIJURIDICO.IDX'.
       01 WS-CLI-NOVO-PATH         PIC X(40)
                            VALUE 'CLIENTES.NOVO.IDX'.
       01 WS-PEND-PATH             PIC X(40)
                            VALUE 'PAGTOCONFIRM.PENDENTES'.
       01 WS-ENC-PATH              PIC X(40) VALUE 'PAGTOJUROS.DAT'.
       01 WS-CTR-PATH              PIC X(40) VALUE 'CONTRATOS.IDX'.
       01 WS-CPA-PATH              PIC X(40) VALUE 'CONTRATOPARC.IDX'.
       01 WS-REL-PATH              PIC X(40) VALUE 'JURIDREL.REL'.
       01 WS-JUR-FS                PIC XX.
       01 WS-CLI-NOVO-FS           PIC XX.
       01 WS-PEND-FS               PIC XX.
       01 WS-ENC-FS                PIC XX.
       01 WS-CTR-FS                PIC XX.
       01 WS-CPA-FS                PIC XX.
       01 WS-REL-FS                PIC XX.

       01 WS-FIM-ARQUIVO           PIC X     VALUE 'N'.
          88 WS-FIM                          VALUE 'Y'.
       01 WS-FIM-PARCELA-SW        PIC X     VALUE 'N'.
          88 WS-FIM-PARCELA                  VALUE 'Y'.
       01 WS-CASO-ACHOU-SW         PIC X     VALUE 'N'.
          88 WS-CASO-ACHOU                   VALUE 'Y'.

       01 WS-DATA-HORA-ATUAL       PIC X(21).
       01 WS-HOJE                  PIC 9(8)  VALUE 0.

      * Casos em vigor carregados do cadastro juridico; pendentes,
      * encargos e parcelas sao somados a cada caso numa unica
      * passada por arquivo.
       01 WS-TAB-CASOS.
          03 WS-CSO OCCURS 500 TIMES INDEXED BY WS-CSO-IDX.
             05 WS-CSO-CODIGO       PIC 9(6).
             05 WS-CSO-NOME         PIC X(30).
             05 WS-CSO-SITUACAO     PIC X.
             05 WS-CSO-DATA-EVENTO  PIC 9(8).
             05 WS-CSO-PROCESSO     PIC X(25).
             05 WS-CSO-ADVOGADO     PIC X(30).
             05 WS-CSO-QTD-PEND     PIC 9(4).
             05 WS-CSO-VAL-PEND     PIC S9(11)V99.
             05 WS-CSO-QTD-ENC      PIC 9(4).
             05 WS-CSO-VAL-ENC      PIC S9(11)V99.
             05 WS-CSO-QTD-PARC     PIC 9(4).
             05 WS-CSO-VAL-PARC     PIC S9(11)V99.
       01 WS-TOT-CASOS             PIC 9(4)  VALUE 0.
       01 WS-CSO-ATUAL             PIC 9(4)  VALUE 0.
       01 WS-TOT-FORA-TABELA       PIC 9(4)  VALUE 0.
       01 WS-CREDITO-CASO          PIC S9(11)V99 VALUE 0.

       01 WS-TOTAIS.
          03 WS-TOT-OBITO          PIC S9(11)V99 VALUE 0.
          03 WS-TOT-FALENCIA       PIC S9(11)V99 VALUE 0.
          03 WS-TOT-RECUPERACAO    PIC S9(11)V99 VALUE 0.
          03 WS-TOT-GERAL          PIC S9(11)V99 VALUE 0.
          03 WS-QTD-OBITO          PIC 9(4)      VALUE 0.
          03 WS-QTD-FALENCIA       PIC 9(4)      VALUE 0.
          03 WS-QTD-RECUPERACAO    PIC 9(4)      VALUE 0.

       01 WS-CAB-1.
           03 FILLER               PIC X(40)
                    VALUE 'CREDITO EM ABERTO POR CASO JURIDICO EM:'.
           03 FILLER               PIC X     VALUE SPACE.
           03 WS-CAB-DATA          PIC 9(8).
           03 FILLER               PIC X(11) VALUE '  AMBIENTE '.
           03 WS-CAB-AMBIENTE      PIC X(8).
       01 WS-CAB-2.
           03 FILLER               PIC X(48)
               VALUE 'HABILITACAO NO INVENTARIO, FALENCIA OU PLANO DE '.
           03 FILLER               PIC X(11) VALUE 'RECUPERACAO'.
       01 WS-DET-CASO.
           03 WS-DET-CODIGO        PIC 9(6).
           03 FILLER               PIC X     VALUE SPACE.
           03 WS-DET-NOME          PIC X(30).
           03 FILLER               PIC X     VALUE SPACE.
           03 WS-DET-SITUACAO      PIC X(13).
           03 FILLER               PIC X     VALUE SPACE.
           03 WS-DET-DATA          PIC 9(8).
       01 WS-DET-PROCESSO.
           03 FILLER               PIC X(7)  VALUE '  PROC '.
           03 WS-DET-PROCESSO-NUM  PIC X(25).
           03 FILLER               PIC X(5)  VALUE ' ADV '.
           03 WS-DET-ADVOGADO      PIC X(30).
       01 WS-DET-VALOR.
           03 FILLER               PIC XX    VALUE SPACES.
           03 WS-DET-LITERAL       PIC X(24).
           03 WS-DET-QTD           PIC Z,ZZ9.
           03 FILLER               PIC XX    VALUE SPACES.
           03 WS-DET-VALOR-ED      PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01 WS-TOT-LINHA.
           03 WS-TOT-LITERAL       PIC X(26).
           03 WS-TOT-QTD           PIC Z,ZZ9.
           03 FILLER               PIC XX    VALUE SPACES.
           03 WS-TOT-VALOR-ED      PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       01 WS-AUDIT-PARM.
           03 WS-AU-PROGRAMA       PIC X(12) VALUE 'JURIDREL'.
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
      * Credito em aberto de cada cliente em obito, falencia ou
      * recuperacao judicial: pendentes vencidos, encargos apurados e
      * parcelas de contrato ainda nao faturadas. O juridico habilita
      * o total no inventario ou no quadro de credores.
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-JUR-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CLI-NOVO-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-PEND-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-ENC-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CTR-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CPA-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-REL-PATH
            DISPLAY 'JURIDREL - CREDITO EM ABERTO POR CASO JURIDICO'
            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
            MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-HOJE

            OPEN INPUT WS-JUR-FILE
            IF WS-JUR-FS NOT = '00'
                DISPLAY 'CADASTRO JURIDICO NAO ENCONTRADO: '
                        WS-JUR-PATH
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN INPUT WS-CLI-NOVO
            PERFORM P100-CARREGA-CASO UNTIL WS-FIM
            CLOSE WS-JUR-FILE
            IF WS-CLI-NOVO-FS = '00'
                CLOSE WS-CLI-NOVO
            END-IF

            PERFORM P200-SOMA-PENDENTES
            PERFORM P300-SOMA-ENCARGOS
            PERFORM P400-SOMA-CONTRATOS

            OPEN OUTPUT WS-REL-FILE
            MOVE WS-HOJE TO WS-CAB-DATA
            MOVE WS-AMB-NOME TO WS-CAB-AMBIENTE
            WRITE WS-REL-LINHA FROM WS-CAB-1
            WRITE WS-REL-LINHA FROM WS-CAB-2
            MOVE ALL '-' TO WS-REL-LINHA
            WRITE WS-REL-LINHA
            PERFORM P600-IMPRIME-CASO
                    VARYING WS-CSO-IDX FROM 1 BY 1
                    UNTIL WS-CSO-IDX > WS-TOT-CASOS
            PERFORM P800-TOTAIS
            CLOSE WS-REL-FILE

            DISPLAY 'CASOS EM VIGOR    : ' WS-TOT-CASOS
            IF WS-TOT-FORA-TABELA > 0
                DISPLAY 'CASOS NAO LISTADOS: ' WS-TOT-FORA-TABELA
                        ' (TABELA CHEIA)'
            END-IF
            DISPLAY 'RELATORIO GRAVADO EM: ' WS-REL-PATH

            MOVE 'RELATORIO'  TO WS-AU-EVENTO
            MOVE WS-REL-PATH  TO WS-AU-CHAVE
            MOVE WS-TOT-CASOS TO WS-AU-CONTADOR
            CALL 'AUDITLOG' USING WS-AUDIT-PARM
            IF WS-TOT-FORA-TABELA > 0
                MOVE 4 TO RETURN-CODE
            END-IF
            STOP RUN.

       P100-CARREGA-CASO.
            READ WS-JUR-FILE NEXT RECORD
                AT END SET WS-FIM TO TRUE
                NOT AT END
                    IF WS-JUR-OBITO OR WS-JUR-FALENCIA
                       OR WS-JUR-RECUPERACAO
                        IF WS-TOT-CASOS = 500
                            ADD 1 TO WS-TOT-FORA-TABELA
                        ELSE
                            PERFORM P150-GUARDA-CASO
                        END-IF
                    END-IF
            END-READ
            .
       P150-GUARDA-CASO.
            ADD 1 TO WS-TOT-CASOS
            SET WS-CSO-IDX TO WS-TOT-CASOS
            INITIALIZE WS-CSO(WS-CSO-IDX)
            MOVE WS-JUR-CODIGO      TO WS-CSO-CODIGO(WS-CSO-IDX)
            MOVE WS-JUR-SITUACAO    TO WS-CSO-SITUACAO(WS-CSO-IDX)
            MOVE WS-JUR-DATA-EVENTO TO WS-CSO-DATA-EVENTO(WS-CSO-IDX)
            MOVE WS-JUR-PROCESSO    TO WS-CSO-PROCESSO(WS-CSO-IDX)
            MOVE WS-JUR-ADVOGADO    TO WS-CSO-ADVOGADO(WS-CSO-IDX)
            MOVE '(FORA DO CADASTRO)' TO WS-CSO-NOME(WS-CSO-IDX)
            IF WS-CLI-NOVO-FS = '00' OR WS-CLI-NOVO-FS = '23'
                MOVE WS-JUR-CODIGO TO WS-CODIGO
                READ WS-CLI-NOVO
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE WS-NOME TO WS-CSO-NOME(WS-CSO-IDX)
                END-READ
            END-IF
            .
       P180-LOCALIZA-CASO.
      * WS-CODIGO traz o cliente do item lido; WS-CSO-ATUAL volta com
      * a posicao do caso na tabela.
            MOVE 'N' TO WS-CASO-ACHOU-SW
            SET WS-CSO-IDX TO 1
            SEARCH WS-CSO
                AT END
                    CONTINUE
                WHEN WS-CSO-IDX > WS-TOT-CASOS
                    CONTINUE
                WHEN WS-CSO-CODIGO(WS-CSO-IDX) = WS-CODIGO
                    SET WS-CASO-ACHOU TO TRUE
                    SET WS-CSO-ATUAL TO WS-CSO-IDX
            END-SEARCH
            .
       P200-SOMA-PENDENTES.
            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN INPUT WS-PEND-FILE
            IF WS-PEND-FS = '00'
                PERFORM UNTIL WS-FIM
                    READ WS-PEND-FILE
                        AT END SET WS-FIM TO TRUE
                        NOT AT END
                            MOVE WS-PEND-COD-CLIENTE TO WS-CODIGO
                            PERFORM P180-LOCALIZA-CASO
                            IF WS-CASO-ACHOU
                                ADD 1 TO WS-CSO-QTD-PEND(WS-CSO-ATUAL)
                                ADD WS-PEND-VALOR
                                    TO WS-CSO-VAL-PEND(WS-CSO-ATUAL)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE WS-PEND-FILE
            END-IF
            .
       P300-SOMA-ENCARGOS.
            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN INPUT WS-ENC-FILE
            IF WS-ENC-FS = '00'
                PERFORM UNTIL WS-FIM
                    READ WS-ENC-FILE
                        AT END SET WS-FIM TO TRUE
                        NOT AT END
                            MOVE WS-ENC-COD-CLIENTE TO WS-CODIGO
                            PERFORM P180-LOCALIZA-CASO
                            IF WS-CASO-ACHOU
                                ADD 1 TO WS-CSO-QTD-ENC(WS-CSO-ATUAL)
                                ADD WS-ENC-TOTAL
                                    TO WS-CSO-VAL-ENC(WS-CSO-ATUAL)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE WS-ENC-FILE
            END-IF
            .
       P400-SOMA-CONTRATOS.
      * Parcela ja ligada a um id de pagamento entra pelo pendente;
      * aqui so as parcelas abertas ainda sem cobranca emitida.
            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN INPUT WS-CTR-FILE
            OPEN INPUT WS-CPA-FILE
            IF WS-CTR-FS = '00' AND WS-CPA-FS = '00'
                PERFORM UNTIL WS-FIM
                    READ WS-CTR-FILE NEXT RECORD
                        AT END SET WS-FIM TO TRUE
                        NOT AT END
                            MOVE WS-CTR-COD-CLIENTE TO WS-CODIGO
                            PERFORM P180-LOCALIZA-CASO
                            IF WS-CASO-ACHOU
                               AND WS-CTR-SITUACAO = 'A'
                                PERFORM P450-SOMA-PARCELAS
                            END-IF
                    END-READ
                END-PERFORM
            END-IF
            IF WS-CTR-FS = '00' OR WS-CTR-FS = '10'
                CLOSE WS-CTR-FILE
            END-IF
            IF WS-CPA-FS NOT = '35'
                CLOSE WS-CPA-FILE
            END-IF
            .
       P450-SOMA-PARCELAS.
            MOVE 'N' TO WS-FIM-PARCELA-SW
            MOVE WS-CTR-CONTRATO TO WS-CPA-CONTRATO
            MOVE 0               TO WS-CPA-PARCELA
            START WS-CPA-FILE KEY IS NOT LESS THAN WS-CPA-CHAVE
                INVALID KEY SET WS-FIM-PARCELA TO TRUE
            END-START
            PERFORM UNTIL WS-FIM-PARCELA
                READ WS-CPA-FILE NEXT RECORD
                    AT END SET WS-FIM-PARCELA TO TRUE
                    NOT AT END
                        IF WS-CPA-CONTRATO NOT = WS-CTR-CONTRATO
                            SET WS-FIM-PARCELA TO TRUE
                        ELSE
                            IF WS-CPA-SITUACAO = 'A'
                               AND WS-CPA-PAGTO-ID = 0
                                ADD 1 TO WS-CSO-QTD-PARC(WS-CSO-ATUAL)
                                ADD WS-CPA-VALOR
                                    TO WS-CSO-VAL-PARC(WS-CSO-ATUAL)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            .
       P600-IMPRIME-CASO.
            MOVE WS-CSO-CODIGO(WS-CSO-IDX)      TO WS-DET-CODIGO
            MOVE WS-CSO-NOME(WS-CSO-IDX)        TO WS-DET-NOME
            MOVE WS-CSO-DATA-EVENTO(WS-CSO-IDX) TO WS-DET-DATA
            COMPUTE WS-CREDITO-CASO = WS-CSO-VAL-PEND(WS-CSO-IDX)
                                    + WS-CSO-VAL-ENC(WS-CSO-IDX)
                                    + WS-CSO-VAL-PARC(WS-CSO-IDX)
            EVALUATE WS-CSO-SITUACAO(WS-CSO-IDX)
                WHEN 'O'
                    MOVE 'OBITO'         TO WS-DET-SITUACAO
                    ADD 1                TO WS-QTD-OBITO
                    ADD WS-CREDITO-CASO  TO WS-TOT-OBITO
                WHEN 'F'
                    MOVE 'FALENCIA'      TO WS-DET-SITUACAO
                    ADD 1                TO WS-QTD-FALENCIA
                    ADD WS-CREDITO-CASO  TO WS-TOT-FALENCIA
                WHEN OTHER
                    MOVE 'RECUPERACAO'   TO WS-DET-SITUACAO
                    ADD 1                TO WS-QTD-RECUPERACAO
                    ADD WS-CREDITO-CASO  TO WS-TOT-RECUPERACAO
            END-EVALUATE
            ADD WS-CREDITO-CASO TO WS-TOT-GERAL
            WRITE WS-REL-LINHA FROM WS-DET-CASO
            MOVE WS-CSO-PROCESSO(WS-CSO-IDX) TO WS-DET-PROCESSO-NUM
            MOVE WS-CSO-ADVOGADO(WS-CSO-IDX) TO WS-DET-ADVOGADO
            WRITE WS-REL-LINHA FROM WS-DET-PROCESSO

            MOVE 'PENDENTES VENCIDOS'          TO WS-DET-LITERAL
            MOVE WS-CSO-QTD-PEND(WS-CSO-IDX)   TO WS-DET-QTD
            MOVE WS-CSO-VAL-PEND(WS-CSO-IDX)   TO WS-DET-VALOR-ED
            WRITE WS-REL-LINHA FROM WS-DET-VALOR
            MOVE 'ENCARGOS APURADOS'           TO WS-DET-LITERAL
            MOVE WS-CSO-QTD-ENC(WS-CSO-IDX)    TO WS-DET-QTD
            MOVE WS-CSO-VAL-ENC(WS-CSO-IDX)    TO WS-DET-VALOR-ED
            WRITE WS-REL-LINHA FROM WS-DET-VALOR
            MOVE 'PARCELAS A VENCER'           TO WS-DET-LITERAL
            MOVE WS-CSO-QTD-PARC(WS-CSO-IDX)   TO WS-DET-QTD
            MOVE WS-CSO-VAL-PARC(WS-CSO-IDX)   TO WS-DET-VALOR-ED
            WRITE WS-REL-LINHA FROM WS-DET-VALOR
            MOVE 'CREDITO DO CASO'             TO WS-DET-LITERAL
            MOVE 0                             TO WS-DET-QTD
            MOVE WS-CREDITO-CASO               TO WS-DET-VALOR-ED
            WRITE WS-REL-LINHA FROM WS-DET-VALOR
            MOVE SPACES TO WS-REL-LINHA
            WRITE WS-REL-LINHA
            .
       P800-TOTAIS.
            MOVE ALL '-' TO WS-REL-LINHA
            WRITE WS-REL-LINHA
            MOVE 'OBITO'                TO WS-TOT-LITERAL
            MOVE WS-QTD-OBITO           TO WS-TOT-QTD
            MOVE WS-TOT-OBITO           TO WS-TOT-VALOR-ED
            WRITE WS-REL-LINHA FROM WS-TOT-LINHA
            MOVE 'FALENCIA'             TO WS-TOT-LITERAL
            MOVE WS-QTD-FALENCIA        TO WS-TOT-QTD
            MOVE WS-TOT-FALENCIA        TO WS-TOT-VALOR-ED
            WRITE WS-REL-LINHA FROM WS-TOT-LINHA
            MOVE 'RECUPERACAO JUDICIAL'  TO WS-TOT-LITERAL
            MOVE WS-QTD-RECUPERACAO     TO WS-TOT-QTD
            MOVE WS-TOT-RECUPERACAO     TO WS-TOT-VALOR-ED
            WRITE WS-REL-LINHA FROM WS-TOT-LINHA
            MOVE 'TOTAL A HABILITAR'    TO WS-TOT-LITERAL
            MOVE WS-TOT-CASOS           TO WS-TOT-QTD
            MOVE WS-TOT-GERAL           TO WS-TOT-VALOR-ED
            WRITE WS-REL-LINHA FROM WS-TOT-LINHA
            .
       END PROGRAM JURIDREL.
