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
       FD  WS-PROP-FILE.
       01 WS-PROP-REGISTRO.
           03 WS-PROP-ID             PIC 9(9).
           03 WS-PROP-CLIENTE        PIC X(30).
           03 WS-PROP-VALOR          PIC S9(9)V99.
           03 WS-PROP-MULTA          PIC S9(9)V99.
           03 WS-PROP-JUROS          PIC S9(9)V99.
           03 WS-PROP-DESC-MAX       PIC S9(9)V99.
           03 WS-PROP-EXPIRA         PIC 9(8).
           03 WS-PROP-COD-CLIENTE    PIC 9(6).
       FD  WS-JOR-FILE.
       01 WS-JOR-REGISTRO.
           03 WS-JOR-DATA            PIC 9(8).
           03 WS-JOR-OPERADOR        PIC X(8).
           03 WS-JOR-ID-ANTIGO       PIC 9(9).
           03 WS-JOR-ID-NOVO         PIC 9(9).
           03 WS-JOR-DESCONTO        PIC S9(9)V99.
           03 WS-JOR-VALOR-NOVO      PIC S9(9)V99.
      * Multa + juros que entraram no acordo; com o desconto, da a
      * receita de servico faturada ao cliente (NFSEGERA).
           03 WS-JOR-ENCARGO         PIC S9(9)V99.
           03 WS-JOR-COD-CLIENTE     PIC 9(6).

       WORKING-STORAGE SECTION.
       01 WS-PARM-PATH               PIC X(40)
      * Encargos ja calculados pelo PAGTOJUROS, por pagamento.
       01 WS-TAB-ENCARGOS.
          03 WS-TEN OCCURS 1000 TIMES INDEXED BY WS-TEN-IDX.
             05 WS-TEN-ID             PIC 9(9).
             05 WS-TEN-MULTA          PIC S9(9)V99.
             05 WS-TEN-JUROS          PIC S9(9)V99.
       01 WS-TOT-ENCARGOS            PIC 9(4)  VALUE 0.

      * Ids substituidos na aceitacao, para varrer dos pendentes.
       01 WS-TAB-NEGOCIADOS.
          03 WS-NEG OCCURS 500 TIMES INDEXED BY WS-NEG-IDX.
             05 WS-NEG-ID             PIC 9(9).
       01 WS-TOT-NEGOCIADOS          PIC 9(3)  VALUE 0.

       01 WS-DATA-HORA-ATUAL         PIC X(21).
       01 WS-DATA-TRABALHO           PIC 9(8)  VALUE 0.
       01 WS-DIAS-UTEIS              PIC 99    VALUE 0.

       01 WS-MULTA-ITEM              PIC S9(9)V99 VALUE 0.
       01 WS-JUROS-ITEM              PIC S9(9)V99 VALUE 0.
       01 WS-DESC-MAXIMO             PIC S9(9)V99 VALUE 0.
       01 WS-ENT-DESCONTO            PIC X(15) VALUE SPACES.
       01 WS-DESCONTO-DADO           PIC S9(9)V99 VALUE 0.
       01 WS-VALOR-AJUSTADO          PIC S9(9)V99 VALUE 0.
       01 WS-ENT-OPERADOR            PIC X(8)  VALUE SPACES.
       01 WS-DECISAO                 PIC X     VALUE 'S'.
          88 WS-DEC-ACEITA                     VALUE 'A'.
          88 WS-DEC-PULA                       VALUE 'S'.
       01 WS-VALOR-ED                PIC ZZZ,ZZZ,ZZ9.99-.

       01 WS-CONTADORES.
          03 WS-TOT-PROPOSTO         PIC 9(6) VALUE 0.
       01 WS-PAGTOID-PARM.
           03 WS-PI-FUNCAO         PIC X.
           03 WS-PI-FILIAL         PIC X(3) VALUE '998'.
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
           03 WS-CC-PROGRAMA       PIC X(12) VALUE 'PAGTONEGOCIA'.
           03 WS-CC-SALDO          PIC S9(11)V99.
           03 WS-CC-RC             PIC 99.

      * Quitacao de debito negativado no bureau (prazo de exclusao).
       01 WS-NEGATQUITA-PARM.
           03 WS-NQ-ID             PIC 9(9).
           03 WS-NQ-DATA           PIC 9(8).
           03 WS-NQ-PROGRAMA       PIC X(12) VALUE 'PAGTONEGOCIA'.
           03 WS-NQ-PRAZO          PIC 9(8).
           03 WS-NQ-RC             PIC 99.

       01 WS-AUDIT-PARM.
           03 WS-AU-PROGRAMA       PIC X(12) VALUE 'PAGTONEGOCIA'.
           03 WS-AU-EVENTO         PIC X(12).
           03 WS-AU-CONTADOR       PIC 9(6).
           03 WS-AU-OPERADOR       PIC X(8)  VALUE SPACES.

       01 WS-AMBIENTE-PARM.
           03 WS-AMB-FUNCAO        PIC X     VALUE 'R'.
           03 WS-AMB-NOME          PIC X(8)  VALUE SPACES.
           03 WS-AMB-RAIZ          PIC X(40) VALUE SPACES.
           03 WS-AMB-RC            PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-PARM-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-PEND-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-PNOVO-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-ENC-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-PROP-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-JOR-PATH
            DISPLAY 'PAGTONEGOCIA - NEGOCIACAO DE INADIMPLENTES'
            DISPLAY 'MODO (P=PROPOE, A=ACEITA): '
            ACCEPT WS-MODO-EXECUCAO
                        * WS-TETO-DESC-PCT / 100
                MOVE WS-PEND-ID      TO WS-PROP-ID
                MOVE WS-PEND-CLIENTE TO WS-PROP-CLIENTE
                MOVE WS-PEND-COD-CLIENTE TO WS-PROP-COD-CLIENTE
                MOVE WS-PEND-VALOR   TO WS-PROP-VALOR
                MOVE WS-MULTA-ITEM   TO WS-PROP-MULTA
                MOVE WS-JUROS-ITEM   TO WS-PROP-JUROS
                MOVE WS-PROP-CLIENTE   TO WS-PEND-CLIENTE
                MOVE WS-HOJE           TO WS-PEND-DATA-PENDENCIA
                MOVE '998'             TO WS-PEND-FILIAL
                MOVE WS-PROP-COD-CLIENTE TO WS-PEND-COD-CLIENTE
                WRITE WS-PEND-REGISTRO
                CLOSE WS-PEND-FILE

                MOVE WS-PI-ID          TO WS-JOR-ID-NOVO
                MOVE WS-DESCONTO-DADO  TO WS-JOR-DESCONTO
                MOVE WS-VALOR-AJUSTADO TO WS-JOR-VALOR-NOVO
                COMPUTE WS-JOR-ENCARGO =
                        WS-PROP-MULTA + WS-PROP-JUROS
                MOVE WS-PROP-COD-CLIENTE TO WS-JOR-COD-CLIENTE
                WRITE WS-JOR-REGISTRO
                CLOSE WS-JOR-FILE

                PERFORM P490-LANCA-CONTA-CORRENTE
                PERFORM P495-QUITA-NEGATIVACAO

                ADD 1                 TO WS-TOT-ACEITO
                ADD WS-DESCONTO-DADO  TO WS-MARGEM-CEDIDA
                DISPLAY 'ACORDO GRAVADO. NOVO RECEBIVEL ' WS-PI-ID

                MOVE 'ACORDO'        TO WS-AU-EVENTO
                MOVE SPACES          TO WS-AU-CHAVE
                MOVE WS-PROP-ID      TO WS-AU-CHAVE(1:9)
                MOVE WS-ENT-OPERADOR TO WS-AU-CHAVE(11:8)
                MOVE WS-PI-ID        TO WS-AU-CONTADOR
                CALL 'AUDITLOG' USING WS-AUDIT-PARM
            END-IF
            .
       P490-LANCA-CONTA-CORRENTE.
      * Na conta corrente o item antigo sai (RN) e o acordo entra
      * faturado pelo valor ajustado; a diferenca e o encargo
      * acordado menos o desconto.
            MOVE 'L'                 TO WS-CC-FUNCAO
            MOVE WS-PROP-COD-CLIENTE TO WS-CC-COD-CLIENTE
            MOVE 'RN'                TO WS-CC-EVENTO
            MOVE WS-PROP-VALOR       TO WS-CC-VALOR
            MOVE WS-HOJE             TO WS-CC-DATA
            MOVE WS-PROP-ID          TO WS-CC-ID
            MOVE 'SUBSTITUIDO POR ACORDO' TO WS-CC-HISTORICO
            CALL 'CONTACORPOSTA' USING WS-CONTACOR-PARM
            IF WS-CC-RC NOT = 0 AND WS-CC-RC NOT = 4
                DISPLAY 'CONTA CORRENTE NAO ATUALIZADA PARA O ID '
                        WS-CC-ID ' RC ' WS-CC-RC
            END-IF

            MOVE 'F'                 TO WS-CC-FUNCAO
            MOVE WS-VALOR-AJUSTADO   TO WS-CC-VALOR
            MOVE WS-PI-ID            TO WS-CC-ID
            MOVE 'ACORDO DE PAGAMENTO' TO WS-CC-HISTORICO
            CALL 'CONTACORPOSTA' USING WS-CONTACOR-PARM
            IF WS-CC-RC NOT = 0 AND WS-CC-RC NOT = 4
                DISPLAY 'CONTA CORRENTE NAO ATUALIZADA PARA O ID '
                        WS-CC-ID ' RC ' WS-CC-RC
            END-IF
            .
       P495-QUITA-NEGATIVACAO.
      * O acordo substitui o debito antigo: se ele estava
      * negativado, entra no prazo legal de exclusao do bureau.
            MOVE WS-PROP-ID TO WS-NQ-ID
            MOVE WS-HOJE    TO WS-NQ-DATA
            CALL 'NEGATQUITA' USING WS-NEGATQUITA-PARM
            EVALUATE WS-NQ-RC
                WHEN 0
                    DISPLAY 'ID ' WS-NQ-ID ' NEGATIVADO E QUITADO: '
                            'EXCLUSAO DO BUREAU ATE ' WS-NQ-PRAZO
                WHEN 4
                    CONTINUE
                WHEN OTHER
                    DISPLAY 'NEGATIVACAO NAO ATUALIZADA PARA O ID '
                            WS-NQ-ID ' RC ' WS-NQ-RC
            END-EVALUATE
            .
       P600-SUBSTITUI-PENDENTES.
      * Os itens negociados saem da fila; o recebivel ajustado ja
      * entrou em EXTEND. Troca de arquivo no esquema do P950 do
