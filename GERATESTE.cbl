
       WORKING-STORAGE SECTION.
       01 WS-SAI-PATH              PIC X(40) VALUE SPACES.
       01 WS-SAI-NOME              PIC X(16) VALUE SPACES.
       01 WS-MAN-PATH              PIC X(40)
                            VALUE 'GERATESTE.MANIFESTO'.
       01 WS-SAI-FS                PIC XX.

       01 WS-DATA-HORA-ATUAL       PIC X(21).
       01 WS-HASH-VALOR            PIC S9(11)V99 VALUE 0.
       01 WS-VALOR-SORTEADO        PIC 9(9)V99   VALUE 0.

       01 WS-LINHA-TRANSACAO.
           03 WS-TR-TIPO-NOTA      PIC XX.
           03 WS-TR-COD-CLIENTE    PIC 9(6).
           03 WS-TR-ID             PIC 9(9).
           03 WS-TR-VALOR          PIC 9(11).
           03 WS-TR-MOTIVO         PIC X(30) VALUE 'MASSA DE TESTE'.
           03 WS-TR-OPERADOR       PIC X(8)  VALUE 'GERATEST'.
       01 WS-TAB-TIPOS-NOTA        PIC X(8)  VALUE 'NDNCIEAR'.
       01 WS-TIPO-IDX              PIC 9     VALUE 0.
       01 WS-LINHA-TRANS-HEADER.
           03 WS-TH-TIPO           PIC X     VALUE 'H'.
           03 WS-TH-DATA           PIC 9(8).
           03 WS-PH-ORIGEM         PIC X(10) VALUE 'GERATESTE'.
       01 WS-LINHA-PAGTO.
           03 WS-PG-TIPO           PIC X     VALUE '1'.
           03 WS-PG-ID             PIC 9(9).
           03 WS-PG-VALOR          PIC 9(11).
           03 WS-PG-SITUACAO       PIC X.
           03 WS-PG-MOTIVO         PIC 99    VALUE 0.
           03 WS-PG-CLIENTE        PIC X(30).
           03 WS-PG-DATA-PEND      PIC X(8)  VALUE SPACES.
           03 WS-PG-FILIAL         PIC X(3)  VALUE '001'.
           03 WS-PG-COD-CLIENTE    PIC 9(6)  VALUE 0.
       01 WS-LINHA-PAGTO-TRAILER.
           03 WS-PT-TIPO           PIC X     VALUE '9'.
           03 WS-PT-QTD            PIC 9(6).
           03 FILLER               PIC X     VALUE SPACE.
           03 WS-ML-DEFEITO        PIC X(30).

       01 WS-AMBIENTE-PARM.
           03 WS-AMB-FUNCAO        PIC X     VALUE 'R'.
           03 WS-AMB-NOME          PIC X(8)  VALUE SPACES.
           03 WS-AMB-RAIZ          PIC X(40) VALUE SPACES.
           03 WS-AMB-RC            PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-MAN-PATH
      * A massa sai com os nomes dos arquivos reais: em producao ela
      * ficaria por cima deles.
            IF WS-AMB-NOME = 'PRODUCAO'
                DISPLAY 'GERATESTE NAO RODA NO AMBIENTE PRODUCAO. '
                        'USE CADAMBIENTE=TESTE OU HOMOLOG.'
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
            DISPLAY 'GERATESTE - MASSA DE TESTE COM DEFEITOS'
            DISPLAY 'ARQUIVO (T=TRANSACOES, P=PAGAMENTOS, '
                    'V=VALIDACOES, D=VENCIMENTOS): '
            END-IF
            .
       P180-GRAVA-MANIFESTO.
            MOVE WS-SAI-NOME       TO WS-ML-ARQUIVO
            MOVE WS-REG-CORRENTE   TO WS-ML-REGISTRO
            WRITE WS-MAN-REGISTRO FROM WS-MAN-LINHA
            .
       P200-GERA-TRANS.
            MOVE 'TRANSACOES.DAT' TO WS-SAI-PATH WS-SAI-NOME
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-SAI-PATH
            OPEN OUTPUT WS-SAI-FILE
            MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-TH-DATA
            MOVE 'GERATESTE'             TO WS-TH-IDENT
            PERFORM VARYING WS-REG-CORRENTE FROM 1 BY 1
                    UNTIL WS-REG-CORRENTE > WS-QTD-REGISTROS
                PERFORM P100-SORTEIA
                COMPUTE WS-TIPO-IDX = FUNCTION MOD(WS-SORTEIO, 4) * 2
                                    + 1
                MOVE WS-TAB-TIPOS-NOTA(WS-TIPO-IDX:2)
                     TO WS-TR-TIPO-NOTA
                PERFORM P100-SORTEIA
                COMPUTE WS-TR-COD-CLIENTE =
                        FUNCTION MOD(WS-SORTEIO, 999) + 1
                MOVE WS-REG-CORRENTE TO WS-TR-ID
                PERFORM P100-SORTEIA
      * O arredondamento tem teto de um real no CHAMADO.
                IF WS-TR-TIPO-NOTA = 'AR'
                    COMPUTE WS-TR-VALOR =
                            FUNCTION MOD(WS-SORTEIO, 100) + 1
                ELSE
                    COMPUTE WS-TR-VALOR =
                            FUNCTION MOD(WS-SORTEIO, 999999)
                END-IF
                PERFORM P150-DECIDE-DEFEITO
                MOVE WS-LINHA-TRANSACAO TO WS-SAI-REGISTRO
                IF WS-REG-COM-DEFEITO
      * Valor nao numerico: o caminho WS-RC-DADO-INVALIDO do CHAMADO.
                    MOVE 'XX' TO WS-SAI-REGISTRO(19:2)
                    MOVE 'VALOR NAO NUMERICO' TO WS-ML-DEFEITO
                    PERFORM P180-GRAVA-MANIFESTO
                END-IF
            CLOSE WS-SAI-FILE
            .
       P300-GERA-PAGTO.
            MOVE 'PAGAMENTOS.DAT' TO WS-SAI-PATH WS-SAI-NOME
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-SAI-PATH
            OPEN OUTPUT WS-SAI-FILE
            MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-PH-DATA
            WRITE WS-SAI-REGISTRO FROM WS-LINHA-PAGTO-HEADER
            CLOSE WS-SAI-FILE
            .
       P400-GERA-VALID.
            MOVE 'VALIDACOES.DAT' TO WS-SAI-PATH WS-SAI-NOME
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-SAI-PATH
            OPEN OUTPUT WS-SAI-FILE

            PERFORM VARYING WS-REG-CORRENTE FROM 1 BY 1
            CLOSE WS-SAI-FILE
            .
       P500-GERA-VENC.
            MOVE 'VENCIMENTOS.DAT' TO WS-SAI-PATH WS-SAI-NOME
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-SAI-PATH
            OPEN OUTPUT WS-SAI-FILE

            PERFORM VARYING WS-REG-CORRENTE FROM 1 BY 1
