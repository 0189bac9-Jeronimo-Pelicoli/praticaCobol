                                    ALTERNATE RECORD KEY IS
                                                  WS-DOC-NUMERO
                                    FILE STATUS WS-DOC-FS.
           SELECT WS-ADR-FILE      ASSIGN TO WS-ADR-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS WS-ADR-CHAVE
                                    FILE STATUS WS-ADR-FS.
       DATA DIVISION.
       FILE SECTION.
       FD  WS-CLI-NOVO.
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
       FD  WS-APROV-FILE.
       01 WS-APROV-REGISTRO.
           03 WS-APROV-TIPO          PIC X.
           03 WS-APROV-ID            PIC 9(9).
           03 WS-APROV-VALOR         PIC S9(9)V99.
           03 WS-APROV-COD-SITUACAO  PIC X.
           03 WS-APROV-MOTIVO        PIC 99.
           03 WS-APROV-CLIENTE       PIC X(30).
           03 WS-APROV-DATA-PEND     PIC X(8).
           03 WS-APROV-FILIAL        PIC X(3).
           03 WS-APROV-COD-CLIENTE   PIC 9(6).
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
       FD  WS-MAN-FILE.
       01 WS-MAN-REGISTRO.
          03 WS-MAN-CODIGO              PIC 9(6).
          03 WS-DOC-CODIGO              PIC 9(6).
          03 WS-DOC-TIPO                PIC X.
          03 WS-DOC-NUMERO              PIC X(14).
      * Layout identico ao do CLIENDERECO; aqui so para a listagem,
      * a gravacao passa pelo CLIENDERECO.
       FD  WS-ADR-FILE.
       01 WS-ADR-REGISTRO.
          03 WS-ADR-CHAVE.
             05 WS-ADR-CODIGO           PIC 9(6).
             05 WS-ADR-TIPO             PIC X.
             05 WS-ADR-DATA-INICIO      PIC 9(8).
          03 WS-ADR-DATA-FIM            PIC 9(8).
          03 WS-ADR-PREFERIDO           PIC X.
          03 WS-ADR-ENDERECO            PIC X(60).
          03 WS-ADR-CIDADE              PIC X(30).
          03 WS-ADR-ESTADO              PIC X(30).
          03 WS-ADR-PADRAO              PIC X.
          03 WS-ADR-DATA-ALTERACAO      PIC 9(8).
          03 WS-ADR-OPERADOR            PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-CLI-NOVO-PATH        PIC X(40) VALUE 'CLIENTES.NOVO.IDX'.
                            VALUE 'PAGTOCONFIRM.APROVACAO'.
       01 WS-ENC-PATH             PIC X(40) VALUE 'PAGTOJUROS.DAT'.
       01 WS-MAN-PATH             PIC X(40) VALUE 'MANDATOS.IDX'.
       01 WS-ADR-PATH             PIC X(40) VALUE 'CLIENDERECO.IDX'.
       01 WS-CLI-NOVO-FS          PIC XX.
       01 WS-LIM-FS               PIC XX.
       01 WS-DOC-FS               PIC XX.
       01 WS-APROV-FS             PIC XX.
       01 WS-ENC-FS               PIC XX.
       01 WS-MAN-FS               PIC XX.
       01 WS-ADR-FS               PIC XX.

       01 WS-CONTINUA-SW          PIC X     VALUE 'Y'.
          88 WS-CONTINUA                    VALUE 'Y'.
          88 WS-OP-FISCAL                   VALUE 'F'.
          88 WS-OP-INATIVA                  VALUE 'N'.
          88 WS-OP-PREFERENCIA              VALUE 'P'.
          88 WS-OP-ENDERECOS                VALUE 'D'.
          88 WS-OP-SAIR                     VALUE 'X'.

       01 WS-CODIGO-INFORMADO     PIC 9(6)  VALUE 0.
          88 WS-DOC-ACHOU                   VALUE 'Y'.
       01 WS-ENT-TIPO-DOC         PIC X     VALUE SPACE.
       01 WS-ENT-NUMERO-DOC       PIC X(14) VALUE SPACES.
       01 WS-ENT-ACAO             PIC X     VALUE SPACE.
       01 WS-ENT-TIPO-END         PIC X     VALUE SPACE.
       01 WS-ENT-DATA             PIC X(8)  VALUE SPACES.
       01 WS-ENT-PREFERIDO        PIC X     VALUE SPACE.
       01 WS-ENT-END-PARTES.
          03 WS-ENT-RUA                 PIC X(20).
          03 WS-ENT-BAIRRO              PIC X(20).
          03 WS-ENT-CEP                 PIC X(9).
          03 FILLER                     PIC X(11).
       01 WS-TOT-ENDERECOS        PIC 99    VALUE 0.
       01 WS-FIM-ENDERECO-SW      PIC X     VALUE 'N'.
          88 WS-FIM-ENDERECO                VALUE 'Y'.

       01 WS-DOCVALIDA-PARM.
          03 WS-DV-TIPO                 PIC X.
          03 WS-JP-OPERADOR             PIC X(8) VALUE SPACES.
       01 WS-IMG-ANTES                  PIC X(226).

      * Exposicao do cliente como avalista de contratos em aberto.
       01 WS-AVALEXPO-PARM.
           03 WS-AE-AVALISTA       PIC 9(6).
           03 WS-AE-QTD-CONTRATOS  PIC 9(4).
           03 WS-AE-SALDO-EXPOSTO  PIC S9(11)V99.
           03 WS-AE-RC             PIC 99.
       01 WS-AE-SALDO-ED          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

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

       01 WS-ENDERECO-PARM.
           03 WS-EN-FUNCAO         PIC X.
           03 WS-EN-COD-CLIENTE    PIC 9(6).
           03 WS-EN-DATA           PIC 9(8).
           03 WS-EN-TIPO           PIC X.
           03 WS-EN-ORDEM          PIC X(4).
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

       01 WS-AREA-ENTRADA.
          03 WS-ENT-NOME                PIC X(30).
          03 WS-ENT-ENDERECO            PIC X(60).
           03 WS-SG-FUNCAO         PIC X.
           03 WS-SG-PERFIL         PIC X.
           03 WS-SG-RC             PIC 99.
              88 WS-SG-SEM-SESSAO          VALUE 4.

       01 WS-AMBIENTE-PARM.
           03 WS-AMB-FUNCAO        PIC X     VALUE 'R'.
           03 WS-AMB-NOME          PIC X(8)  VALUE SPACES.
           03 WS-AMB-RAIZ          PIC X(40) VALUE SPACES.
           03 WS-AMB-RC            PIC 99.

       01 WS-MASCARA-PARM.
           03 WS-MSC-FUNCAO        PIC X.
           03 WS-MSC-PROGRAMA      PIC X(12) VALUE 'CLIMANUT'.
           03 WS-MSC-OPERADOR      PIC X(8)  VALUE SPACES.
           03 WS-MSC-PERFIL        PIC X     VALUE SPACE.
           03 WS-MSC-CHAVE         PIC X(30) VALUE SPACES.
           03 WS-MSC-CLARO         PIC X     VALUE 'N'.
           03 WS-MSC-TIPO          PIC X.
           03 WS-MSC-CAMPO         PIC X(60).
           03 WS-MSC-RC            PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CLI-NOVO-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-LIM-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-TMB-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CAN-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-APE-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-INA-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-PEND-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-APROV-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-ENC-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-MAN-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-DOC-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-ADR-PATH
            DISPLAY 'CLIMANUT - MANUTENCAO DO CADASTRO DE CLIENTES'
            MOVE SPACES TO WS-SG-ID
            MOVE 'C' TO WS-SG-FUNCAO
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
            DISPLAY '---------------------------------------------'
            DISPLAY 'C=CONSULTA I=INCLUI A=ALTERA E=EXCLUI '
                    'L=LIMITE F=FISCAL N=INATIVA P=PREFERENCIA '
                    'D=ENDERECOS X=SAIR'
            DISPLAY 'OPCAO: '
            ACCEPT WS-OPCAO

      * Autorizacao por funcao: perfil de consulta nao atualiza.
            IF (WS-OP-INCLUI OR WS-OP-ALTERA OR WS-OP-EXCLUI
                    OR WS-OP-LIMITE OR WS-OP-FISCAL
                    OR WS-OP-INATIVA OR WS-OP-PREFERENCIA
                    OR WS-OP-ENDERECOS)
               AND WS-SG-PERFIL NOT = 'A'
               AND WS-SG-PERFIL NOT = 'S'
                DISPLAY 'SEM PERMISSAO PARA ATUALIZAR.'
                    WHEN WS-OP-INATIVA   PERFORM P800-INATIVA
                    WHEN WS-OP-PREFERENCIA
                                         PERFORM P900-PREFERENCIA
                    WHEN WS-OP-ENDERECOS PERFORM P970-ENDERECOS
                    WHEN WS-OP-SAIR      MOVE 'N' TO WS-CONTINUA-SW
                    WHEN OTHER           DISPLAY 'OPCAO INVALIDA.'
                END-EVALUATE
            ACCEPT WS-CODIGO-INFORMADO
            PERFORM P150-LE-POR-CODIGO
            IF WS-ACHOU
                PERFORM P205-ACESSO-DADOS
                DISPLAY 'CODIGO  : ' WS-CODIGO
                MOVE 'N'         TO WS-MSC-TIPO
                MOVE WS-NOME     TO WS-MSC-CAMPO
                PERFORM P206-MASCARA-CAMPO
                DISPLAY 'NOME    : ' WS-MSC-CAMPO(1:30)
                DISPLAY 'ENDERECO: ' WS-ENDERECO
                MOVE 'T'         TO WS-MSC-TIPO
                MOVE WS-TELEFONE TO WS-MSC-CAMPO
                PERFORM P206-MASCARA-CAMPO
                DISPLAY 'TELEFONE: ' WS-MSC-CAMPO(1:20)
                MOVE 'E'         TO WS-MSC-TIPO
                MOVE WS-EMAIL    TO WS-MSC-CAMPO
                PERFORM P206-MASCARA-CAMPO
                DISPLAY 'EMAIL   : ' WS-MSC-CAMPO(1:50)
                DISPLAY 'ESTADO  : ' WS-ESTADO
                DISPLAY 'CIDADE  : ' WS-CIDADE
                MOVE 'C'       TO WS-CN-FUNCAO
                MOVE WS-CODIGO TO WS-CN-COD-CLIENTE
                CALL 'CLICONTATO' USING WS-CONTATO-PARM
                IF WS-CN-END-VALIDO = 'N'
                    DISPLAY '*** ENDERECO DEVOLVIDO EM ' WS-CN-END-DATA
                            ': ' WS-CN-END-MOTIVO
                END-IF
                IF WS-CN-EMAIL-VALIDO = 'N'
                    DISPLAY '*** E-MAIL DEVOLVIDO EM ' WS-CN-EMAIL-DATA
                            ': ' WS-CN-EMAIL-MOTIVO
                END-IF
                PERFORM P975-LISTA-ENDERECOS
            END-IF
            .
       P205-ACESSO-DADOS.
      * Dado pessoal na tela segue o perfil do operador (CADMASCARA).
            MOVE 'A'          TO WS-MSC-FUNCAO
            MOVE WS-SG-ID     TO WS-MSC-OPERADOR
            MOVE WS-SG-PERFIL TO WS-MSC-PERFIL
            MOVE SPACES       TO WS-MSC-CHAVE
            STRING 'CLIENTE ' WS-CODIGO-INFORMADO
                   DELIMITED BY SIZE
                   INTO WS-MSC-CHAVE
            END-STRING
            CALL 'CADMASCARA' USING WS-MASCARA-PARM
            .
       P206-MASCARA-CAMPO.
            MOVE 'M' TO WS-MSC-FUNCAO
            CALL 'CADMASCARA' USING WS-MASCARA-PARM
            .
       P250-VALIDA-CIDADE-ESTADO.
            SET WS-ACHOU-SW TO 'N'
            PERFORM VARYING WS-REF-IDX FROM 1 BY 1
                            MOVE WS-IMG-ANTES TO WS-JP-ANTES
                            MOVE WS-LAYOUT-2 TO WS-JP-DEPOIS
                            CALL 'CLIJORNAL' USING WS-JORNAL-PARM
                            PERFORM P420-LIBERA-CONTATO
                            PERFORM P430-HISTORICO-ENDERECO
                    END-REWRITE
                ELSE
                    DISPLAY 'ALTERACAO REJEITADA PELA VALIDACAO.'
                END-IF
            END-IF
            .
       P420-LIBERA-CONTATO.
      * Endereco ou e-mail novo no cadastro libera o canal marcado
      * como devolvido (DEVCORREIO, EMAILBOUNCE). Compara as imagens
      * do jornal: endereco em 37:60, e-mail em 117:50.
            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
            MOVE WS-JP-DEPOIS(1:6)       TO WS-CN-COD-CLIENTE
            MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-CN-DATA
            MOVE 'CADASTRO ALTERADO NO CLIMANUT' TO WS-CN-MOTIVO
            IF WS-JP-DEPOIS(37:60) NOT = WS-IMG-ANTES(37:60)
                MOVE 'L' TO WS-CN-FUNCAO
                CALL 'CLICONTATO' USING WS-CONTATO-PARM
            END-IF
            IF WS-JP-DEPOIS(117:50) NOT = WS-IMG-ANTES(117:50)
                MOVE 'K' TO WS-CN-FUNCAO
                CALL 'CLICONTATO' USING WS-CONTATO-PARM
            END-IF
            .
       P430-HISTORICO-ENDERECO.
      * Endereco do master trocado: o anterior fica no historico
      * residencial do CLIENDERECO em vez de se perder.
            IF WS-JP-DEPOIS(37:60) NOT = WS-IMG-ANTES(37:60)
                MOVE 'M'                   TO WS-EN-FUNCAO
                MOVE WS-CODIGO             TO WS-EN-COD-CLIENTE
                MOVE 0                     TO WS-EN-DATA
                MOVE WS-ENDERECO           TO WS-EN-ENDERECO
                MOVE WS-CIDADE             TO WS-EN-CIDADE
                MOVE WS-ESTADO             TO WS-EN-ESTADO
                MOVE WS-IMG-ANTES(37:60)   TO WS-EN-ANT-ENDERECO
                MOVE WS-IMG-ANTES(197:30)  TO WS-EN-ANT-CIDADE
                MOVE WS-IMG-ANTES(167:30)  TO WS-EN-ANT-ESTADO
                MOVE WS-SG-ID              TO WS-EN-OPERADOR
                CALL 'CLIENDERECO' USING WS-ENDERECO-PARM
                IF WS-EN-RC NOT = 0
                    DISPLAY 'HISTORICO DE ENDERECO NAO GRAVADO (RC '
                            WS-EN-RC ').'
                END-IF
            END-IF
            .
       P500-EXCLUI.
            DISPLAY 'CODIGO DO CLIENTE A EXCLUIR: '
            ACCEPT WS-CODIGO-INFORMADO
                    DISPLAY 'CLIENTE SEM CPF/CNPJ CADASTRADO.'
                NOT INVALID KEY
                    SET WS-DOC-ACHOU TO TRUE
                    PERFORM P205-ACESSO-DADOS
                    MOVE 'D'           TO WS-MSC-TIPO
                    MOVE WS-DOC-NUMERO TO WS-MSC-CAMPO
                    PERFORM P206-MASCARA-CAMPO
                    DISPLAY 'DOCUMENTO ATUAL: ' WS-DOC-TIPO ' '
                            WS-MSC-CAMPO(1:18)
            END-READ

            DISPLAY 'TIPO (F=CPF, J=CNPJ): '
                END-READ
                CLOSE WS-MAN-FILE
            END-IF

            MOVE WS-CODIGO-INFORMADO TO WS-AE-AVALISTA
            CALL 'AVALEXPO' USING WS-AVALEXPO-PARM
            IF WS-AE-QTD-CONTRATOS > 0
                ADD 1 TO WS-TOT-BLOQUEIOS
                MOVE WS-AE-SALDO-EXPOSTO TO WS-AE-SALDO-ED
                DISPLAY 'BLOQUEIO: AVALISTA DE ' WS-AE-QTD-CONTRATOS
                        ' CONTRATO(S) EM ABERTO, SALDO '
                        WS-AE-SALDO-ED
            END-IF
            .
       P820-CONFERE-PENDENTE.
            READ WS-PEND-FILE
                AT END SET WS-FIM TO TRUE
                NOT AT END
                    IF WS-PEND-COD-CLIENTE = WS-CODIGO-INFORMADO
                        ADD 1 TO WS-TOT-BLOQUEIOS
                        DISPLAY 'BLOQUEIO: PAGAMENTO PENDENTE '
                                WS-PEND-ID
            READ WS-APROV-FILE
                AT END SET WS-FIM TO TRUE
                NOT AT END
                    IF WS-APROV-COD-CLIENTE = WS-CODIGO-INFORMADO
                        ADD 1 TO WS-TOT-BLOQUEIOS
                        DISPLAY 'BLOQUEIO: NA FILA DE APROVACAO '
                                WS-APROV-ID
            READ WS-ENC-FILE
                AT END SET WS-FIM TO TRUE
                NOT AT END
                    IF WS-ENC-COD-CLIENTE = WS-CODIGO-INFORMADO
                        ADD 1 TO WS-TOT-BLOQUEIOS
                        DISPLAY 'BLOQUEIO: ENCARGO EM ABERTO DO '
                                'PAGAMENTO ' WS-ENC-ID
                    DISPLAY 'CANAL ATUAL: ' WS-CAN-CANAL
            END-READ

            DISPLAY 'CANAL DE ENVIO (C=CORREIO, E=EMAIL, S=SMS, '
                    'W=WHATSAPP): '
            ACCEPT WS-ENT-CANAL
            MOVE FUNCTION UPPER-CASE(WS-ENT-CANAL) TO WS-ENT-CANAL
            EVALUATE TRUE
                WHEN WS-ENT-CANAL NOT = 'C' AND WS-ENT-CANAL NOT = 'E'
                     AND WS-ENT-CANAL NOT = 'S'
                     AND WS-ENT-CANAL NOT = 'W'
                    DISPLAY 'CANAL INVALIDO: ' WS-ENT-CANAL
                WHEN WS-ENT-CANAL = 'E' AND WS-EMAIL = SPACES
                    DISPLAY 'CLIENTE SEM E-MAIL CADASTRADO.'
                WHEN (WS-ENT-CANAL = 'S' OR WS-ENT-CANAL = 'W')
                     AND WS-TELEFONE = SPACES
                    DISPLAY 'CLIENTE SEM TELEFONE CADASTRADO.'
                WHEN OTHER
                    PERFORM P960-GRAVA-PREFERENCIA
            END-EVALUATE
            .
       P960-GRAVA-PREFERENCIA.
            MOVE WS-CODIGO-INFORMADO TO WS-CAN-CODIGO
            MOVE WS-ENT-CANAL        TO WS-CAN-CANAL
            IF WS-CAN-ACHOU
                REWRITE WS-CAN-REGISTRO
                    INVALID KEY
                        DISPLAY 'FALHA AO GRAVAR PREFERENCIA.'
                    NOT INVALID KEY
                        DISPLAY 'PREFERENCIA ATUALIZADA.'
                END-REWRITE
            ELSE
                WRITE WS-CAN-REGISTRO
                    INVALID KEY
                        DISPLAY 'FALHA AO GRAVAR PREFERENCIA.'
                    NOT INVALID KEY
                        DISPLAY 'PREFERENCIA CADASTRADA.'
                END-WRITE
            END-IF
            .
       P970-ENDERECOS.
            DISPLAY 'CODIGO DO CLIENTE: '
            ACCEPT WS-CODIGO-INFORMADO
            PERFORM P150-LE-POR-CODIGO
            IF WS-ACHOU
                PERFORM P975-LISTA-ENDERECOS
                PERFORM P980-MANTEM-ENDERECO
            END-IF
            .
       P975-LISTA-ENDERECOS.
      * Todos os enderecos do cliente, vigentes e encerrados. Tipo:
      * R residencial, C cobranca, T trabalho; * = preferido.
            MOVE 0   TO WS-TOT-ENDERECOS
            MOVE 'N' TO WS-FIM-ENDERECO-SW
            OPEN INPUT WS-ADR-FILE
            IF WS-ADR-FS NOT = '00'
                SET WS-FIM-ENDERECO TO TRUE
            ELSE
                MOVE WS-CODIGO  TO WS-ADR-CODIGO
                MOVE LOW-VALUES TO WS-ADR-TIPO
                MOVE 0          TO WS-ADR-DATA-INICIO
                START WS-ADR-FILE KEY IS NOT LESS THAN WS-ADR-CHAVE
                    INVALID KEY SET WS-FIM-ENDERECO TO TRUE
                END-START
            END-IF
            PERFORM P977-LE-ENDERECO
                    UNTIL WS-FIM-ENDERECO
            IF WS-ADR-FS = '00' OR WS-ADR-FS = '10'
               OR WS-ADR-FS = '23'
                CLOSE WS-ADR-FILE
            END-IF
            IF WS-TOT-ENDERECOS = 0
                DISPLAY 'SEM ENDERECOS ADICIONAIS; CORRESPONDENCIA '
                        'PELO ENDERECO DO CADASTRO.'
            END-IF
            .
       P977-LE-ENDERECO.
            READ WS-ADR-FILE NEXT RECORD
                AT END SET WS-FIM-ENDERECO TO TRUE
                NOT AT END
                    IF WS-ADR-CODIGO NOT = WS-CODIGO
                        SET WS-FIM-ENDERECO TO TRUE
                    ELSE
                        ADD 1 TO WS-TOT-ENDERECOS
                        IF WS-ADR-PREFERIDO = 'S'
                            DISPLAY WS-ADR-TIPO '* ' WS-ADR-DATA-INICIO
                                    ' A ' WS-ADR-DATA-FIM ' '
                                    WS-ADR-ENDERECO
                        ELSE
                            DISPLAY WS-ADR-TIPO '  ' WS-ADR-DATA-INICIO
                                    ' A ' WS-ADR-DATA-FIM ' '
                                    WS-ADR-ENDERECO
                        END-IF
                        DISPLAY '           ' WS-ADR-CIDADE ' '
                                WS-ADR-ESTADO ' PADRAO: ' WS-ADR-PADRAO
                    END-IF
            END-READ
            .
       P980-MANTEM-ENDERECO.
            DISPLAY 'ACAO (I=INCLUI, E=ENCERRA, X=VOLTA): '
            ACCEPT WS-ENT-ACAO
            MOVE FUNCTION UPPER-CASE(WS-ENT-ACAO) TO WS-ENT-ACAO
            IF WS-ENT-ACAO = 'I' OR WS-ENT-ACAO = 'E'
                DISPLAY 'TIPO (R=RESIDENCIAL, C=COBRANCA, '
                        'T=TRABALHO): '
                ACCEPT WS-ENT-TIPO-END
                MOVE FUNCTION UPPER-CASE(WS-ENT-TIPO-END)
                     TO WS-ENT-TIPO-END
                DISPLAY 'DATA AAAAMMDD (BRANCO = HOJE): '
                ACCEPT WS-ENT-DATA
                MOVE 'Y' TO WS-REG-VALIDO-SW
                IF WS-ENT-TIPO-END NOT = 'R' AND NOT = 'C'
                   AND NOT = 'T'
                    MOVE 'N' TO WS-REG-VALIDO-SW
                    DISPLAY 'TIPO DE ENDERECO INVALIDO: '
                            WS-ENT-TIPO-END
                END-IF
                MOVE 0 TO WS-EN-DATA
                IF WS-ENT-DATA NOT = SPACES
                    IF WS-ENT-DATA NOT NUMERIC
                        MOVE 'N' TO WS-REG-VALIDO-SW
                        DISPLAY 'DATA INVALIDA: ' WS-ENT-DATA
                    ELSE
                        MOVE WS-ENT-DATA TO WS-EN-DATA
                        IF FUNCTION TEST-DATE-YYYYMMDD(WS-EN-DATA)
                           NOT = 0
                            MOVE 'N' TO WS-REG-VALIDO-SW
                            DISPLAY 'DATA INVALIDA: ' WS-ENT-DATA
                        END-IF
                    END-IF
                END-IF
                IF WS-REG-VALIDO
                    IF WS-ENT-ACAO = 'I'
                        PERFORM P985-INCLUI-ENDERECO
                    ELSE
                        PERFORM P990-ENCERRA-ENDERECO
                    END-IF
                END-IF
            END-IF
            .
       P985-INCLUI-ENDERECO.
            MOVE SPACES TO WS-ENT-END-PARTES
            DISPLAY 'RUA E NUMERO: '
            ACCEPT WS-ENT-RUA
            DISPLAY 'BAIRRO      : '
            ACCEPT WS-ENT-BAIRRO
            DISPLAY 'CEP         : '
            ACCEPT WS-ENT-CEP
            DISPLAY 'ESTADO      : '
            ACCEPT WS-ENT-ESTADO
            DISPLAY 'CIDADE      : '
            ACCEPT WS-ENT-CIDADE
            DISPLAY 'PREFERIDO PARA CORRESPONDENCIA (S/N): '
            ACCEPT WS-ENT-PREFERIDO
            MOVE FUNCTION UPPER-CASE(WS-ENT-PREFERIDO)
                 TO WS-ENT-PREFERIDO
            PERFORM P250-VALIDA-CIDADE-ESTADO
            IF WS-ENT-RUA = SPACES
                MOVE 'N' TO WS-REG-VALIDO-SW
                DISPLAY 'RUA OBRIGATORIA.'
            END-IF
            IF WS-REG-VALIDO
                MOVE 'I'                 TO WS-EN-FUNCAO
                MOVE WS-CODIGO           TO WS-EN-COD-CLIENTE
                MOVE WS-ENT-TIPO-END     TO WS-EN-TIPO
                IF WS-ENT-PREFERIDO = 'S'
                    MOVE 'S' TO WS-EN-PREFERIDO
                ELSE
                    MOVE 'N' TO WS-EN-PREFERIDO
                END-IF
                MOVE WS-ENT-END-PARTES   TO WS-EN-ENDERECO
                MOVE WS-ENT-CIDADE       TO WS-EN-CIDADE
                MOVE WS-ENT-ESTADO       TO WS-EN-ESTADO
                MOVE WS-SG-ID            TO WS-EN-OPERADOR
                CALL 'CLIENDERECO' USING WS-ENDERECO-PARM
                IF WS-EN-RC = 0
                    DISPLAY 'ENDERECO INCLUIDO. SERA PADRONIZADO NO '
                            'PROXIMO ENDPADRAO.'
                ELSE
                    DISPLAY 'FALHA NA INCLUSAO DO ENDERECO (RC '
                            WS-EN-RC ').'
                END-IF
            ELSE
                DISPLAY 'INCLUSAO REJEITADA PELA VALIDACAO.'
            END-IF
            .
       P990-ENCERRA-ENDERECO.
            MOVE 'E'             TO WS-EN-FUNCAO
            MOVE WS-CODIGO       TO WS-EN-COD-CLIENTE
            MOVE WS-ENT-TIPO-END TO WS-EN-TIPO
            MOVE WS-SG-ID        TO WS-EN-OPERADOR
            CALL 'CLIENDERECO' USING WS-ENDERECO-PARM
            EVALUATE WS-EN-RC
                WHEN 0
                    DISPLAY 'ENDERECO ENCERRADO.'
                WHEN 4
                    DISPLAY 'NENHUM ENDERECO VIGENTE DO TIPO '
                            WS-ENT-TIPO-END '.'
                WHEN OTHER
                    DISPLAY 'FALHA AO ENCERRAR O ENDERECO (RC '
                            WS-EN-RC ').'
            END-EVALUATE
            .
       END PROGRAM CLIMANUT.
