
       01 WS-IMG-ANTES            PIC X(226) VALUE SPACES.

       01 WS-DATA-HORA-ATUAL      PIC X(21).
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

       01 WS-CONTADORES.
          03 WS-TOT-LIDO           PIC 9(6) VALUE 0.
          03 WS-TOT-APLICADO       PIC 9(6) VALUE 0.
          03 WS-JP-DEPOIS               PIC X(226).
          03 WS-JP-OPERADOR             PIC X(8) VALUE SPACES.

       01 WS-AMBIENTE-PARM.
           03 WS-AMB-FUNCAO        PIC X     VALUE 'R'.
           03 WS-AMB-NOME          PIC X(8)  VALUE SPACES.
           03 WS-AMB-RAIZ          PIC X(40) VALUE SPACES.
           03 WS-AMB-RC            PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CSV-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CLI-NOVO-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-REJ-PATH
            DISPLAY 'CRMIMPORTA - RETORNO DE CORRECOES DO CRM'

            PERFORM P055-CARREGA-REF-LOCALIDADE
                    MOVE WS-IMG-ANTES TO WS-JP-ANTES
                    MOVE WS-LAYOUT-2  TO WS-JP-DEPOIS
                    CALL 'CLIJORNAL' USING WS-JORNAL-PARM
                    PERFORM P460-LIBERA-CONTATO
                    PERFORM P470-HISTORICO-ENDERECO
                ELSE
                    ADD 1 TO WS-TOT-REJEITADO
                    MOVE 'FALHA NA GRAVACAO' TO WS-REJ-MOTIVO
                END-IF
            END-IF
            .
       P460-LIBERA-CONTATO.
      * Como no CLIMANUT: endereco ou e-mail corrigido pelo CRM
      * libera o canal marcado como devolvido.
            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
            MOVE WS-JP-DEPOIS(1:6)       TO WS-CN-COD-CLIENTE
            MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-CN-DATA
            MOVE 'CADASTRO CORRIGIDO PELO CRM' TO WS-CN-MOTIVO
            IF WS-JP-DEPOIS(37:60) NOT = WS-IMG-ANTES(37:60)
                MOVE 'L' TO WS-CN-FUNCAO
                CALL 'CLICONTATO' USING WS-CONTATO-PARM
            END-IF
            IF WS-JP-DEPOIS(117:50) NOT = WS-IMG-ANTES(117:50)
                MOVE 'K' TO WS-CN-FUNCAO
                CALL 'CLICONTATO' USING WS-CONTATO-PARM
            END-IF
            .
       P470-HISTORICO-ENDERECO.
      * O endereco que o CRM substituiu fica no historico residencial
      * do CLIENDERECO.
            IF WS-JP-DEPOIS(37:60) NOT = WS-IMG-ANTES(37:60)
                MOVE 'M'                   TO WS-EN-FUNCAO
                MOVE WS-CODIGO             TO WS-EN-COD-CLIENTE
                MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-EN-DATA
                MOVE WS-ENDERECO           TO WS-EN-ENDERECO
                MOVE WS-CIDADE             TO WS-EN-CIDADE
                MOVE WS-ESTADO             TO WS-EN-ESTADO
                MOVE WS-IMG-ANTES(37:60)   TO WS-EN-ANT-ENDERECO
                MOVE WS-IMG-ANTES(197:30)  TO WS-EN-ANT-CIDADE
                MOVE WS-IMG-ANTES(167:30)  TO WS-EN-ANT-ESTADO
                MOVE 'CRMIMP'              TO WS-EN-OPERADOR
                CALL 'CLIENDERECO' USING WS-ENDERECO-PARM
                IF WS-EN-RC NOT = 0
                    DISPLAY 'HISTORICO DE ENDERECO NAO GRAVADO: '
                            WS-CODIGO ' RC ' WS-EN-RC
                END-IF
            END-IF
            .
       END PROGRAM CRMIMPORTA.
