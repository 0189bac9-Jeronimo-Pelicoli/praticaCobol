       FILE SECTION.
       FD  WS-VENC-FILE.
       01 WS-VENC-REGISTRO.
           03 WS-VENC-ID             PIC 9(9).
           03 WS-VENC-DATA           PIC 9(8).
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
       FD  WS-CLI-FILE.
       01 WS-CLI-REGISTRO.
           03 WS-CLI-CODIGO          PIC 9(6).
          88 WS-FIM                            VALUE 'Y'.
       01 WS-CLI-ABERTO-SW           PIC X     VALUE 'N'.
          88 WS-CLI-ABERTO                     VALUE 'Y'.
       01 WS-CLI-ACHOU-SW            PIC X     VALUE 'N'.
          88 WS-CLI-ACHOU                      VALUE 'Y'.
       01 WS-CANAL-AVISO             PIC X     VALUE 'C'.
          88 WS-CANAL-CORREIO                  VALUE 'C'.
          88 WS-CANAL-EMAIL                    VALUE 'E'.
          88 WS-SEM-CANAL                      VALUE 'N'.
       01 WS-PEND-ACHOU-SW           PIC X     VALUE 'N'.
          88 WS-PEND-ACHOU                     VALUE 'Y'.

      * cliente e valor.
       01 WS-TAB-PENDENTES.
          03 WS-TPE OCCURS 1000 TIMES INDEXED BY WS-TPE-IDX.
             05 WS-TPE-ID             PIC 9(9).
             05 WS-TPE-CLIENTE        PIC X(30).
             05 WS-TPE-VALOR          PIC S9(9)V99.
             05 WS-TPE-COD-CLIENTE    PIC 9(6).
       01 WS-TOT-PENDENTES           PIC 9(4)  VALUE 0.

       01 WS-DIAS-AVISO              PIC 99    VALUE 3.
       01 WS-DIAS-UTEIS              PIC 9(4)  VALUE 0.

       01 WS-CLIENTE-AVISO           PIC X(30) VALUE SPACES.
       01 WS-COD-CLIENTE-AVISO       PIC 9(6)  VALUE 0.
       01 WS-VALOR-AVISO             PIC S9(9)V99 VALUE 0.
       01 WS-VALOR-ED                PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-LINHA-TRABALHO          PIC X(80) VALUE SPACES.

       01 WS-TOT-AVISOS              PIC 9(6)  VALUE 0.
       01 WS-TOT-SEM-PENDENTE        PIC 9(6)  VALUE 0.
       01 WS-TOT-SEM-CADASTRO        PIC 9(6)  VALUE 0.
       01 WS-TOT-POR-EMAIL           PIC 9(6)  VALUE 0.
       01 WS-TOT-SEM-CANAL           PIC 9(6)  VALUE 0.
       01 WS-TOT-ELETRONICO          PIC 9(6)  VALUE 0.
       01 WS-TOT-JURIDICO            PIC 9(6)  VALUE 0.

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

      * Endereco de cobranca: cobranca, preferido, residencial e
      * trabalho, nessa ordem.
       01 WS-ENDERECO-PARM.
           03 WS-EN-FUNCAO         PIC X     VALUE 'B'.
           03 WS-EN-COD-CLIENTE    PIC 9(6).
           03 WS-EN-DATA           PIC 9(8)  VALUE 0.
           03 WS-EN-TIPO           PIC X.
           03 WS-EN-ORDEM          PIC X(4)  VALUE 'CPRT'.
           03 WS-EN-PREFERIDO      PIC X.
           03 WS-EN-ENDERECO       PIC X(60).
           03 WS-EN-CIDADE         PIC X(30).
           03 WS-EN-ESTADO         PIC X(30).
           03 WS-EN-ANT-ENDERECO   PIC X(60).
           03 WS-EN-ANT-CIDADE     PIC X(30).
           03 WS-EN-ANT-ESTADO     PIC X(30).
           03 WS-EN-OPERADOR       PIC X(8).
           03 WS-EN-TIPO-USADO     PIC X.
           03 WS-EN-RC             PIC 99.

       01 WS-MSGFILA-PARM.
           03 WS-MF-FUNCAO         PIC X.
           03 WS-MF-ORIGEM         PIC X(12) VALUE 'PAGTOAVISO'.
           03 WS-MF-TIPO           PIC X(12) VALUE 'AVISO-VENC'.
           03 WS-MF-COD-CLIENTE    PIC 9(6).
           03 WS-MF-CLIENTE        PIC X(30).
           03 WS-MF-EMAIL          PIC X(50).
           03 WS-MF-TELEFONE       PIC X(20).
           03 WS-MF-CANAL-SUGERIDO PIC X.
           03 WS-MF-REFERENCIA     PIC X(20).
           03 WS-MF-TEXTO          PIC X(160).
           03 WS-MF-CANAL          PIC X.
           03 WS-MF-ID             PIC 9(9).
           03 WS-MF-RC             PIC 99.

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
           03 WS-PL-VALOR          PIC X(14).
           03 WS-PL-RC             PIC 99.

       01 WS-RELARQ-PARM.
           03 WS-RA-FUNCAO         PIC X     VALUE 'R'.
           03 WS-RA-PROGRAMA       PIC X(12) VALUE 'PAGTOAVISO'.
           03 WS-RA-RELATORIO      PIC X(30)
                                   VALUE 'AVISOS.REL'.
           03 WS-RA-RC             PIC 99.
           03 WS-RA-PAGINAS        PIC 9(5).
           03 WS-RA-EXPURGADOS     PIC 9(5).
       01 WS-RC-SALVO              PIC S9(4) VALUE 0.

       01 WS-AMBIENTE-PARM.
           03 WS-AMB-FUNCAO        PIC X     VALUE 'R'.
           03 WS-AMB-NOME          PIC X(8)  VALUE SPACES.
           03 WS-AMB-RAIZ          PIC X(40) VALUE SPACES.
           03 WS-AMB-RC            PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-VENC-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-PEND-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CLI-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-AVI-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-RES-PATH
            DISPLAY 'PAGTOAVISO - AVISOS DE VENCIMENTO'

            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL

            PERFORM P050-CARREGA-PENDENTES
            PERFORM P100-ABRE-ARQUIVOS
            MOVE 'A' TO WS-MF-FUNCAO
            CALL 'MSGFILA' USING WS-MSGFILA-PARM
            PERFORM P200-AVALIA-VENCIMENTO
                    UNTIL WS-FIM
            PERFORM P700-GRAVA-RESUMO
                                 TO WS-TPE-CLIENTE(WS-TOT-PENDENTES)
                            MOVE WS-PEND-VALOR
                                 TO WS-TPE-VALOR(WS-TOT-PENDENTES)
                            MOVE WS-PEND-COD-CLIENTE
                                 TO WS-TPE-COD-CLIENTE(WS-TOT-PENDENTES)
                    END-READ
                END-PERFORM
                CLOSE WS-PEND-FILE
                         TO WS-CLIENTE-AVISO
                    MOVE WS-TPE-VALOR(WS-TPE-IDX)
                         TO WS-VALOR-AVISO
                    MOVE WS-TPE-COD-CLIENTE(WS-TPE-IDX)
                         TO WS-COD-CLIENTE-AVISO
                END-IF
            END-PERFORM

      * Cliente em obito, falencia ou recuperacao judicial nao recebe
      * aviso; o credito segue pelo juridico.
            MOVE 4 TO WS-JD-RC
            IF WS-PEND-ACHOU AND WS-COD-CLIENTE-AVISO > 0
                MOVE WS-COD-CLIENTE-AVISO TO WS-JD-COD-CLIENTE
                CALL 'CLIJURIDICO' USING WS-JURIDICO-PARM
            END-IF

            EVALUATE TRUE
                WHEN NOT WS-PEND-ACHOU
                    ADD 1 TO WS-TOT-SEM-PENDENTE
                WHEN WS-JD-EM-JURIDICO
                    ADD 1 TO WS-TOT-JURIDICO
                WHEN OTHER
                    PERFORM P330-DEFINE-CANAL
                    IF WS-SEM-CANAL
                        ADD 1 TO WS-TOT-SEM-CANAL
                    ELSE
                        PERFORM P360-ENFILEIRA
                        IF WS-MF-RC = 0
                            ADD 1 TO WS-TOT-ELETRONICO
                        ELSE
                            PERFORM P350-IMPRIME-AVISO
                        END-IF
                        ADD 1 TO WS-TOT-AVISOS
                    END-IF
            END-EVALUATE
            .
       P330-DEFINE-CANAL.
      * Endereco devolvido pelos Correios: o aviso sai para envio por
      * e-mail; sem e-mail valido nao ha aviso e o cliente aparece na
      * lista do CLISEMCANAL.
            SET WS-CANAL-CORREIO TO TRUE
            MOVE 'N' TO WS-CLI-ACHOU-SW
            IF WS-CLI-ABERTO
                PERFORM P340-LOCALIZA-CLIENTE
            END-IF
            IF WS-CLI-ACHOU
                MOVE 'C'           TO WS-CN-FUNCAO
                MOVE WS-CLI-CODIGO TO WS-CN-COD-CLIENTE
                CALL 'CLICONTATO' USING WS-CONTATO-PARM
                IF WS-CN-END-VALIDO = 'N'
                    IF WS-CN-EMAIL-VALIDO = 'S'
                       AND WS-CLI-EMAIL NOT = SPACES
                        SET WS-CANAL-EMAIL TO TRUE
                    ELSE
                        SET WS-SEM-CANAL TO TRUE
                    END-IF
                END-IF
            END-IF
            .
       P340-LOCALIZA-CLIENTE.
      * Endereco pelo codigo do cliente; so o item antigo, ainda sem
      * codigo, e procurado pelo nome normalizado.
            MOVE 'N' TO WS-CLI-ACHOU-SW
            IF WS-COD-CLIENTE-AVISO > 0
                MOVE WS-COD-CLIENTE-AVISO TO WS-CLI-CODIGO
                READ WS-CLI-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET WS-CLI-ACHOU TO TRUE
                END-READ
            ELSE
                MOVE WS-CLIENTE-AVISO TO WS-CLI-NOME
                CALL 'NOMENORM' USING WS-CLI-NOME
                READ WS-CLI-FILE KEY IS WS-CLI-NOME
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET WS-CLI-ACHOU TO TRUE
                END-READ
            END-IF
            IF WS-CLI-ACHOU
                PERFORM P345-ENDERECO-COBRANCA
            END-IF
            .
       P345-ENDERECO-COBRANCA.
      * Endereco de correspondencia pelo cadastro de enderecos do
      * cliente; sem endereco vigente fica o endereco do cadastro.
            MOVE WS-CLI-CODIGO TO WS-EN-COD-CLIENTE
            MOVE WS-HOJE       TO WS-EN-DATA
            MOVE 'B'           TO WS-EN-FUNCAO
            CALL 'CLIENDERECO' USING WS-ENDERECO-PARM
            IF WS-EN-RC = 0
                MOVE WS-EN-ENDERECO TO WS-CLI-ENDERECO
                MOVE WS-EN-CIDADE   TO WS-CLI-CIDADE
                MOVE WS-EN-ESTADO   TO WS-CLI-ESTADO
            END-IF
            .
       P350-IMPRIME-AVISO.
            WRITE WS-AVI-LINHA FROM WS-CLIENTE-AVISO

            IF WS-CLI-ABERTO
                IF WS-CLI-ACHOU
                    IF WS-CANAL-EMAIL
                        ADD 1 TO WS-TOT-POR-EMAIL
                        MOVE SPACES TO WS-LINHA-TRABALHO
                        STRING 'ENVIAR POR E-MAIL: ' WS-CLI-EMAIL
                               DELIMITED BY SIZE
                               INTO WS-LINHA-TRABALHO
                        END-STRING
                    ELSE
                        MOVE WS-CLI-ENDERECO TO WS-LINHA-TRABALHO
                    END-IF
                ELSE
                    ADD 1 TO WS-TOT-SEM-CADASTRO
                    MOVE 'ENDERECO NAO CADASTRADO'
                         TO WS-LINHA-TRABALHO
                END-IF
                WRITE WS-AVI-LINHA FROM WS-LINHA-TRABALHO
            END-IF

            MOVE SPACES TO WS-AVI-LINHA
            WRITE WS-AVI-LINHA
            .
       P360-ENFILEIRA.
      * Cliente com SMS, WhatsApp ou e-mail como canal recebe o aviso
      * pela fila de mensagens; RC diferente de zero e papel.
            MOVE 4 TO WS-MF-RC
            IF WS-CLI-ACHOU
                MOVE 'G'                  TO WS-MF-FUNCAO
                MOVE WS-CLI-CODIGO        TO WS-MF-COD-CLIENTE
                MOVE WS-CLIENTE-AVISO     TO WS-MF-CLIENTE
                MOVE WS-CLI-EMAIL         TO WS-MF-EMAIL
                MOVE WS-CLI-TELEFONE      TO WS-MF-TELEFONE
                IF WS-CANAL-EMAIL
                    MOVE 'E'              TO WS-MF-CANAL-SUGERIDO
                ELSE
                    MOVE SPACE            TO WS-MF-CANAL-SUGERIDO
                END-IF
                MOVE WS-VENC-ID           TO WS-MF-REFERENCIA
                MOVE WS-VALOR-AVISO       TO WS-VALOR-ED
                MOVE SPACES               TO WS-MF-TEXTO
                STRING 'PAGAMENTO ' WS-VENC-ID ' DE ' WS-VALOR-ED
                       ' VENCE EM ' WS-VENC-DATA
                       DELIMITED BY SIZE
                       INTO WS-MF-TEXTO
                END-STRING
                CALL 'MSGFILA' USING WS-MSGFILA-PARM
            END-IF
            .
       P700-GRAVA-RESUMO.
      * Uma linha por dia: e contra esta serie que a queda das
      * escalacoes do PAGTOAGING e correlacionada.
            DISPLAY 'AVISOS GERADOS   : ' WS-TOT-AVISOS
            DISPLAY 'SEM PENDENTE     : ' WS-TOT-SEM-PENDENTE
            DISPLAY 'SEM CADASTRO     : ' WS-TOT-SEM-CADASTRO
            DISPLAY 'POR E-MAIL       : ' WS-TOT-POR-EMAIL
            DISPLAY 'SEM CANAL VALIDO : ' WS-TOT-SEM-CANAL
            DISPLAY 'FILA ELETRONICA  : ' WS-TOT-ELETRONICO
            DISPLAY 'RETIDOS JURIDICO : ' WS-TOT-JURIDICO
            DISPLAY '(ANTECEDENCIA DE ' WS-DIAS-AVISO ' DIAS UTEIS)'
            .
       P900-FECHA-ARQUIVOS.
                CLOSE WS-CLI-FILE
            END-IF
            CLOSE WS-AVI-FILE
      * Listagem fechada vai para o repositorio de relatorios.
            MOVE RETURN-CODE TO WS-RC-SALVO
            CALL 'RELARQUIVA' USING WS-RELARQ-PARM WS-AVI-PATH
            MOVE WS-RC-SALVO TO RETURN-CODE
            MOVE 'F' TO WS-MF-FUNCAO
            CALL 'MSGFILA' USING WS-MSGFILA-PARM
            .
       END PROGRAM PAGTOAVISO.
