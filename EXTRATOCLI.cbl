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
       FD  WS-CLI-NOVO.
       01 WS-LAYOUT-2.
          03 WS-CODIGO                  PIC 9(6).
       01 WS-REL-LINHA                  PIC X(80).
       FD  WS-DSP-FILE.
       01 WS-DSP-REGISTRO.
          03 WS-DSP-ID                  PIC 9(9).
          03 WS-DSP-DATA-ABERTURA       PIC 9(8).
          03 WS-DSP-OPERADOR            PIC X(8).
          03 WS-DSP-MOTIVO              PIC X(30).
       01 WS-SORT-REGISTRO.
           03 WS-SRT-CLIENTE         PIC X(30).
           03 WS-SRT-DATA            PIC 9(8).
           03 WS-SRT-ID              PIC 9(9).
           03 WS-SRT-VALOR           PIC S9(9)V99.
           03 WS-SRT-COD-CLIENTE     PIC 9(6).

       WORKING-STORAGE SECTION.
       01 WS-HM-PATH                 PIC X(40)
       01 WS-SOMA-MANIFESTO          PIC S9(11)V99 VALUE 0.
       01 WS-TOT-MANIFESTO           PIC 9(6)  VALUE 0.
       01 WS-TOT-DIS-SEM-CADASTRO    PIC 9(6)  VALUE 0.
       01 WS-TOT-DIS-SEM-CANAL       PIC 9(6)  VALUE 0.
       01 WS-TOT-DIS-DESVIADO        PIC 9(6)  VALUE 0.
       01 WS-TOT-DIS-ELETRONICO      PIC 9(6)  VALUE 0.
       01 WS-EMAIL-CLIENTE           PIC X(50) VALUE SPACES.
       01 WS-TELEFONE-CLIENTE        PIC X(20) VALUE SPACES.
       01 WS-VER-QTD                 PIC 9(6)      VALUE 0.
       01 WS-VER-HASH                PIC S9(11)V99 VALUE 0.

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

      * Extrato: preferido, cobranca, residencial e trabalho, nessa
      * ordem.
       01 WS-ENDERECO-PARM.
           03 WS-EN-FUNCAO         PIC X     VALUE 'B'.
           03 WS-EN-COD-CLIENTE    PIC 9(6).
           03 WS-EN-DATA           PIC 9(8)  VALUE 0.
           03 WS-EN-TIPO           PIC X.
           03 WS-EN-ORDEM          PIC X(4)  VALUE 'PCRT'.
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
           03 WS-MF-ORIGEM         PIC X(12) VALUE 'EXTRATOCLI'.
           03 WS-MF-TIPO           PIC X(12) VALUE 'EXTRATO'.
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

       01 WS-ARQCTL-PARM.
           03 WS-AC-FUNCAO         PIC X.
           03 WS-AC-NOME           PIC X(40).
       01 WS-DATA-FIM                PIC 9(8)  VALUE 0.

       01 WS-CLIENTE-ANTERIOR        PIC X(30) VALUE SPACES.
       01 WS-COD-ANTERIOR            PIC 9(6)  VALUE 0.
       01 WS-DATA-HORA-MARCA         PIC X(21).
       01 WS-PRIMEIRO-SW             PIC X     VALUE 'Y'.
          88 WS-PRIMEIRO                       VALUE 'Y'.
       01 WS-CAB-CLIENTE.
          03 FILLER                  PIC X(9)  VALUE 'EXTRATO: '.
          03 WS-CAB-NOME             PIC X(30).
          03 FILLER                  PIC X(11) VALUE '  AMBIENTE '.
          03 WS-CAB-AMBIENTE         PIC X(8).
       01 WS-END-LINHA.
          03 FILLER                  PIC X(9)  VALUE SPACES.
          03 WS-END-TEXTO            PIC X(60).
          03 FILLER                  PIC XX    VALUE SPACES.
          03 WS-DET-DATA             PIC X(10).
          03 FILLER                  PIC XX    VALUE SPACES.
          03 WS-DET-ID               PIC 9(9).
          03 FILLER                  PIC XX    VALUE SPACES.
          03 WS-DET-VALOR            PIC ZZZ,ZZZ,ZZ9.99-.
          03 FILLER                  PIC XX    VALUE SPACES.
          03 WS-DET-DISPUTA          PIC X(12).
       01 WS-TOT-LINHA.
          03 FILLER                  PIC XX    VALUE SPACES.
          03 WS-TOT-VALOR-ED         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       01 WS-AMBIENTE-PARM.
           03 WS-AMB-FUNCAO        PIC X     VALUE 'R'.
           03 WS-AMB-NOME          PIC X(8)  VALUE SPACES.
           03 WS-AMB-RAIZ          PIC X(40) VALUE SPACES.
           03 WS-AMB-RC            PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-HM-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CLI-NOVO-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-REL-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-DSP-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CHK-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CTL-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CAN-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-MAN-PATH
            DISPLAY 'EXTRATOCLI - EXTRATOS POR CLIENTE'
            DISPLAY 'DATA INICIAL (AAAAMMDD): '
            ACCEPT WS-DATA-INICIO
                    ELSE
                        OPEN OUTPUT WS-MAN-FILE
                    END-IF
                    MOVE 'A' TO WS-MF-FUNCAO
                    CALL 'MSGFILA' USING WS-MSGFILA-PARM
                END-IF
                IF WS-REINICIO
      * Retomada apos abend: a saida reabre em EXTEND e os clientes

                SORT WS-SORT-FILE
                     ON ASCENDING KEY WS-SRT-CLIENTE
                                      WS-SRT-COD-CLIENTE
                                      WS-SRT-DATA
                                      WS-SRT-ID
                     INPUT  PROCEDURE IS P200-SELECIONA
                PERFORM P700-PAGINA-CONTROLE
                IF WS-MODO-DISTRIBUICAO
                    PERFORM P750-FECHA-DISTRIBUICAO
                    MOVE 'F' TO WS-MF-FUNCAO
                    CALL 'MSGFILA' USING WS-MSGFILA-PARM
                END-IF

                CLOSE WS-REL-FILE
                MOVE WS-HM-DATA    TO WS-SRT-DATA
                MOVE WS-HM-ID      TO WS-SRT-ID
                MOVE WS-HM-VALOR   TO WS-SRT-VALOR
                MOVE WS-HM-COD-CLIENTE TO WS-SRT-COD-CLIENTE
                RELEASE WS-SORT-REGISTRO
                ADD 1            TO WS-QTD-GERAL
                ADD WS-HM-VALOR  TO WS-TOTAL-GERAL
       P470-IMPRIME-DETALHE.
            IF WS-PRIMEIRO
                MOVE 'N' TO WS-PRIMEIRO-SW
                MOVE WS-SRT-CLIENTE     TO WS-CLIENTE-ANTERIOR
                MOVE WS-SRT-COD-CLIENTE TO WS-COD-ANTERIOR
                PERFORM P500-CABECALHO-CLIENTE
            ELSE
      * Homonimos com codigos diferentes sao extratos diferentes.
                IF WS-SRT-CLIENTE NOT = WS-CLIENTE-ANTERIOR
                   OR WS-SRT-COD-CLIENTE NOT = WS-COD-ANTERIOR
                    PERFORM P600-TOTAL-CLIENTE
                    MOVE WS-SRT-CLIENTE     TO WS-CLIENTE-ANTERIOR
                    MOVE WS-SRT-COD-CLIENTE TO WS-COD-ANTERIOR
                    PERFORM P500-CABECALHO-CLIENTE
                END-IF
            END-IF
       P500-CABECALHO-CLIENTE.
            MOVE 0 TO WS-CODIGO-CLIENTE
            MOVE WS-SRT-CLIENTE TO WS-CAB-NOME
            MOVE WS-AMB-NOME    TO WS-CAB-AMBIENTE
            WRITE WS-REL-LINHA FROM WS-CAB-CLIENTE

            IF WS-CLI-ABERTO
                IF WS-SRT-COD-CLIENTE > 0
                    MOVE WS-SRT-COD-CLIENTE TO WS-CODIGO
                    READ WS-CLI-NOVO
                        INVALID KEY
                            MOVE 'ENDERECO NAO CADASTRADO'
                                 TO WS-END-TEXTO
                        NOT INVALID KEY
                            MOVE WS-ENDERECO TO WS-END-TEXTO
                            MOVE WS-CODIGO   TO WS-CODIGO-CLIENTE
                    END-READ
                ELSE
                    MOVE WS-SRT-CLIENTE TO WS-NOME
                    READ WS-CLI-NOVO KEY IS WS-NOME
                        INVALID KEY
                            MOVE 'ENDERECO NAO CADASTRADO'
                                 TO WS-END-TEXTO
                        NOT INVALID KEY
                            MOVE WS-ENDERECO TO WS-END-TEXTO
                            MOVE WS-CODIGO   TO WS-CODIGO-CLIENTE
                    END-READ
                END-IF
                IF WS-CODIGO-CLIENTE > 0
                    PERFORM P505-ENDERECO-EXTRATO
                END-IF
                WRITE WS-REL-LINHA FROM WS-END-LINHA
                MOVE WS-CIDADE TO WS-END-TEXTO
                WRITE WS-REL-LINHA FROM WS-END-LINHA
            MOVE 0 TO WS-TOTAL-CLIENTE
            ADD 1 TO WS-TOT-CLIENTES
            .
       P505-ENDERECO-EXTRATO.
      * Endereco de correspondencia pelo cadastro de enderecos do
      * cliente; sem endereco vigente fica o endereco do cadastro.
            MOVE WS-CODIGO-CLIENTE TO WS-EN-COD-CLIENTE
            MOVE 0                 TO WS-EN-DATA
            MOVE 'B'               TO WS-EN-FUNCAO
            CALL 'CLIENDERECO' USING WS-ENDERECO-PARM
            IF WS-EN-RC = 0
                MOVE WS-EN-ENDERECO TO WS-END-TEXTO
                MOVE WS-EN-CIDADE   TO WS-CIDADE
                MOVE WS-EN-ESTADO   TO WS-ESTADO
            END-IF
            .
       P510-ABRE-DISTRIBUICAO.
      * Um arquivo por cliente, nomeado pelo codigo; o canal vem da
      * preferencia de entrega mantida no CLIMANUT (C quando nao ha
                DISPLAY 'CLIENTE SEM CADASTRO NAO DISTRIBUIDO: '
                        WS-SRT-CLIENTE
            ELSE
                PERFORM P512-DEFINE-CANAL
                IF WS-CANAL-CLIENTE = 'N'
                    ADD 1 TO WS-TOT-DIS-SEM-CANAL
                    DISPLAY 'CLIENTE SEM CANAL VALIDO NAO '
                            'DISTRIBUIDO: ' WS-CODIGO-CLIENTE
                ELSE
                    PERFORM P515-ABRE-ARQUIVO-CLIENTE
                END-IF
            END-IF
            .
       P512-DEFINE-CANAL.
      * Canal marcado invalido (carta devolvida pelo DEVCORREIO,
      * e-mail devolvido pelo EMAILBOUNCE) troca para o outro canal;
      * sem nenhum canal valido o extrato fica so no consolidado,
      * como o cliente sem cadastro.
            MOVE 'C' TO WS-CANAL-CLIENTE
            MOVE WS-EMAIL    TO WS-EMAIL-CLIENTE
            MOVE WS-TELEFONE TO WS-TELEFONE-CLIENTE
            IF WS-CAN-ABERTO
                MOVE WS-CODIGO-CLIENTE TO WS-CAN-CODIGO
                READ WS-CAN-FILE
                    INVALID KEY
                END-READ
            END-IF

            MOVE 'C'               TO WS-CN-FUNCAO
            MOVE WS-CODIGO-CLIENTE TO WS-CN-COD-CLIENTE
            CALL 'CLICONTATO' USING WS-CONTATO-PARM
            IF WS-EMAIL = SPACES
                MOVE 'N' TO WS-CN-EMAIL-VALIDO
            END-IF
            IF WS-CANAL-CLIENTE = 'E' AND WS-CN-EMAIL-VALIDO = 'N'
                IF WS-CN-END-VALIDO = 'S'
                    MOVE 'C' TO WS-CANAL-CLIENTE
                    ADD 1 TO WS-TOT-DIS-DESVIADO
                ELSE
                    MOVE 'N' TO WS-CANAL-CLIENTE
                END-IF
            END-IF
            IF WS-CANAL-CLIENTE = 'C' AND WS-CN-END-VALIDO = 'N'
                IF WS-CN-EMAIL-VALIDO = 'S'
                    MOVE 'E' TO WS-CANAL-CLIENTE
                    ADD 1 TO WS-TOT-DIS-DESVIADO
                ELSE
                    MOVE 'N' TO WS-CANAL-CLIENTE
                END-IF
            END-IF
            .
       P515-ABRE-ARQUIVO-CLIENTE.
            MOVE SPACES TO WS-DIS-PATH
            STRING 'EXTRATO.' WS-CODIGO-CLIENTE
                   DELIMITED BY SIZE
                   INTO WS-DIS-PATH
            END-STRING
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-DIS-PATH
            OPEN OUTPUT WS-DIS-FILE
            SET WS-DIS-ABERTO TO TRUE
            MOVE 0 TO WS-LINHAS-CLIENTE

            WRITE WS-DIS-LINHA FROM WS-CAB-CLIENTE
            ADD 1 TO WS-LINHAS-CLIENTE
            .
            IF WS-DIS-ABERTO
                WRITE WS-DIS-LINHA FROM WS-TOT-LINHA
                ADD 1 TO WS-LINHAS-CLIENTE
                IF WS-CANAL-CLIENTE NOT = 'C'
                    PERFORM P620-ENFILEIRA
                END-IF
                PERFORM P650-GRAVA-MANIFESTO
            ELSE
                IF WS-MODO-DISTRIBUICAO
            MOVE WS-CLIENTE-ANTERIOR TO WS-ULT-CLIENTE-COMPLETO
            PERFORM P070-GRAVA-CHECKPOINT
            .
       P620-ENFILEIRA.
      * Canal eletronico (e-mail, SMS ou WhatsApp): o aviso do
      * extrato vai pela fila de mensagens, com o nome do documento.
      * Sem mensagem na fila o documento volta para a grafica quando
      * o endereco e valido.
            MOVE 'G'                  TO WS-MF-FUNCAO
            MOVE WS-CODIGO-CLIENTE    TO WS-MF-COD-CLIENTE
            MOVE WS-CLIENTE-ANTERIOR  TO WS-MF-CLIENTE
            MOVE WS-EMAIL-CLIENTE     TO WS-MF-EMAIL
            MOVE WS-TELEFONE-CLIENTE  TO WS-MF-TELEFONE
            MOVE WS-CANAL-CLIENTE     TO WS-MF-CANAL-SUGERIDO
            MOVE WS-DIS-PATH          TO WS-MF-REFERENCIA
            MOVE SPACES               TO WS-MF-TEXTO
            STRING 'EXTRATO DE ' WS-DATA-INICIO ' A ' WS-DATA-FIM
                   ': ' WS-TOT-QTD ' PAGAMENTOS, TOTAL '
                   WS-TOT-VALOR-ED '. DOCUMENTO '
                   WS-DIS-PATH
                   DELIMITED BY SIZE
                   INTO WS-MF-TEXTO
            END-STRING
            CALL 'MSGFILA' USING WS-MSGFILA-PARM
            IF WS-MF-RC = 0
                ADD 1 TO WS-TOT-DIS-ELETRONICO
            ELSE
                IF WS-CN-END-VALIDO = 'S'
                    MOVE 'C' TO WS-CANAL-CLIENTE
                    ADD 1 TO WS-TOT-DIS-DESVIADO
                END-IF
            END-IF
            .
       P650-GRAVA-MANIFESTO.
      * Uma linha de manifesto por documento emitido: e por ela que
      * a expedicao confere o lote antes de despachar.
            DISPLAY 'DOCUMENTOS NO MANIFESTO: ' WS-TOT-MANIFESTO
            DISPLAY 'SEM CADASTRO (SO NO CONSOLIDADO): '
                    WS-TOT-DIS-SEM-CADASTRO
            DISPLAY 'SEM CANAL VALIDO (SO NO CONSOLIDADO): '
                    WS-TOT-DIS-SEM-CANAL
            DISPLAY 'CANAL TROCADO POR DEVOLUCAO: '
                    WS-TOT-DIS-DESVIADO
            DISPLAY 'AVISOS NA FILA ELETRONICA: '
                    WS-TOT-DIS-ELETRONICO
            IF WS-SOMA-MANIFESTO + WS-SOMA-SEM-CADASTRO
                    = WS-SOMA-EXTRATOS
                DISPLAY 'MANIFESTO CONFERE COM O CONSOLIDADO. '
