           SELECT WS-EXC-FILE      ASSIGN TO WS-EXC-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-EXC-FS.
           SELECT WS-ADR-FILE      ASSIGN TO WS-ADR-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS WS-ADR-CHAVE
                                    FILE STATUS WS-ADR-FS.
       DATA DIVISION.
       FILE SECTION.
       FD  WS-END-FILE.
          03 WS-EXC-CIDADE              PIC X(30).
          03 WS-EXC-CEP                 PIC X(9).
          03 WS-EXC-MOTIVO              PIC X(30).
      * Layout identico ao do CLIENDERECO
       FD  WS-ADR-FILE.
       01 WS-ADR-REGISTRO.
          03 WS-ADR-CHAVE.
             05 WS-ADR-CODIGO           PIC 9(6).
             05 WS-ADR-TIPO             PIC X.
             05 WS-ADR-DATA-INICIO      PIC 9(8).
          03 WS-ADR-DATA-FIM            PIC 9(8).
          03 WS-ADR-PREFERIDO           PIC X.
          03 WS-ADR-ENDERECO            PIC X(60).
          03 WS-ADR-ENDERECO-R REDEFINES WS-ADR-ENDERECO.
             05 WS-ADR-RUA              PIC X(20).
             05 WS-ADR-BAIRRO           PIC X(20).
             05 WS-ADR-CEP              PIC X(9).
             05 FILLER                  PIC X(11).
          03 WS-ADR-CIDADE              PIC X(30).
          03 WS-ADR-ESTADO              PIC X(30).
          03 WS-ADR-PADRAO              PIC X.
          03 WS-ADR-DATA-ALTERACAO      PIC 9(8).
          03 WS-ADR-OPERADOR            PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-END-PATH              PIC X(40) VALUE 'ENDERECOS.DAT'.
       01 WS-CEP-PATH              PIC X(40) VALUE 'CEPFAIXAS.DAT'.
       01 WS-PAD-PATH              PIC X(40) VALUE 'ENDPADRAO.OUT'.
       01 WS-EXC-PATH              PIC X(40) VALUE 'ENDPADRAO.EXCECOES'.
       01 WS-ADR-PATH              PIC X(40) VALUE 'CLIENDERECO.IDX'.
       01 WS-END-FS                PIC XX.
       01 WS-CEP-FS                PIC XX.
       01 WS-PAD-FS                PIC XX.
       01 WS-EXC-FS                PIC XX.
       01 WS-ADR-FS                PIC XX.
       01 WS-FIM-ADR-SW            PIC X     VALUE 'N'.
          88 WS-FIM-ADR                      VALUE 'Y'.
       01 WS-ENTRADA-SW            PIC X     VALUE 'N'.
          88 WS-TEM-ENTRADA                  VALUE 'Y'.

       01 WS-FIM-ARQUIVO           PIC X     VALUE 'N'.
          88 WS-FIM                          VALUE 'Y'.

      * Tabela do tamanho da base dos Correios carregada pelo CEPCARGA.
       01 WS-TAB-FAIXAS.
          03 WS-FXA OCCURS 20000 TIMES INDEXED BY WS-FXA-IDX.
             05 WS-FXA-INI          PIC 9(8).
             05 WS-FXA-FIM          PIC 9(8).
             05 WS-FXA-CIDADE       PIC X(30).
       01 WS-TOT-FAIXAS            PIC 9(5)  VALUE 0.
       01 WS-FXA-ACHOU-SW          PIC X     VALUE 'N'.
          88 WS-FXA-ACHOU                    VALUE 'Y'.

       01 WS-TOT-LIDO              PIC 9(6)  VALUE 0.
       01 WS-TOT-PADRONIZADO       PIC 9(6)  VALUE 0.
       01 WS-TOT-EXCECAO           PIC 9(6)  VALUE 0.
       01 WS-TOT-ADR-LIDO          PIC 9(6)  VALUE 0.
       01 WS-TOT-ADR-PADRONIZADO   PIC 9(6)  VALUE 0.
       01 WS-TOT-ADR-EXCECAO       PIC 9(6)  VALUE 0.

      * Enderecos do cadastro de enderecos voltam ao recorte de 20
      * posicoes da rua: tipo abreviado como nos Correios.
       01 WS-TIPO-ABREV            PIC X(4)  VALUE SPACES.
       01 WS-NUMERO-ED             PIC Z(5)9.
       01 WS-RUA-PADRAO            PIC X(20) VALUE SPACES.
       01 WS-RUA-ESTOUROU-SW       PIC X     VALUE 'N'.
          88 WS-RUA-ESTOUROU                 VALUE 'Y'.

       01 WS-AMBIENTE-PARM.
           03 WS-AMB-FUNCAO        PIC X     VALUE 'R'.
           03 WS-AMB-NOME          PIC X(8)  VALUE SPACES.
           03 WS-AMB-RAIZ          PIC X(40) VALUE SPACES.
           03 WS-AMB-RC            PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-END-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CEP-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-PAD-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-EXC-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-ADR-PATH
            DISPLAY 'ENDPADRAO - PADRONIZACAO DE ENDERECOS'

            PERFORM P050-CARREGA-FAIXAS

            OPEN OUTPUT WS-PAD-FILE
            OPEN OUTPUT WS-EXC-FILE
            OPEN INPUT WS-END-FILE
            IF WS-END-FS NOT = '00'
                DISPLAY 'ARQUIVO DE ENDERECOS NAO ENCONTRADO: '
                        WS-END-PATH
            ELSE
                SET WS-TEM-ENTRADA TO TRUE
                PERFORM P150-LE-ENDERECO
                PERFORM P200-PADRONIZA-ENDERECO
                        UNTIL WS-FIM
                CLOSE WS-END-FILE
                DISPLAY 'ENDERECOS LIDOS      : ' WS-TOT-LIDO
                DISPLAY 'PADRONIZADOS         : ' WS-TOT-PADRONIZADO
                DISPLAY 'COM EXCECAO          : ' WS-TOT-EXCECAO
            END-IF

            PERFORM P600-PADRONIZA-CADASTRO
            CLOSE WS-PAD-FILE
            CLOSE WS-EXC-FILE

            IF NOT WS-TEM-ENTRADA
                MOVE 8 TO RETURN-CODE
            END-IF
            STOP RUN.

       P050-CARREGA-FAIXAS.
                        WS-CEP-PATH '). CONSISTENCIA DE CEP '
                        'DESATIVADA.'
            ELSE
                PERFORM UNTIL WS-FIM OR WS-TOT-FAIXAS = 20000
                    READ WS-CEP-FILE
                        AT END SET WS-FIM TO TRUE
                        NOT AT END
                                 TO WS-FXA-CIDADE(WS-TOT-FAIXAS)
                    END-READ
                END-PERFORM
                IF NOT WS-FIM
                    DISPLAY 'TABELA DE FAIXAS CHEIA; FAIXAS ALEM DE '
                            WS-TOT-FAIXAS ' IGNORADAS.'
                END-IF
                CLOSE WS-CEP-FILE
                DISPLAY 'FAIXAS DE CEP CARREGADAS: ' WS-TOT-FAIXAS
            END-IF
                ADD 1 TO WS-TOT-EXCECAO
            END-IF
            .
       P600-PADRONIZA-CADASTRO.
      * Enderecos vigentes incluidos no CLIENDERECO desde o ultimo
      * run. Padronizado volta ao registro com o CEP so em digitos;
      * com excecao fica como digitado, marcado para a mesa, e a
      * excecao sai no mesmo arquivo do ENDERECOS.DAT.
            MOVE 'N' TO WS-FIM-ADR-SW
            OPEN I-O WS-ADR-FILE
            IF WS-ADR-FS NOT = '00'
                DISPLAY 'CADASTRO DE ENDERECOS POR CLIENTE AUSENTE: '
                        WS-ADR-PATH
            ELSE
                SET WS-TEM-ENTRADA TO TRUE
                PERFORM UNTIL WS-FIM-ADR
                    READ WS-ADR-FILE NEXT RECORD
                        AT END SET WS-FIM-ADR TO TRUE
                        NOT AT END
                            IF WS-ADR-PADRAO = 'N'
                               AND WS-ADR-DATA-FIM = 0
                                PERFORM P650-PADRONIZA-ADR
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE WS-ADR-FILE
                DISPLAY 'ENDERECOS DE CLIENTES: ' WS-TOT-ADR-LIDO
                DISPLAY 'PADRONIZADOS         : '
                        WS-TOT-ADR-PADRONIZADO
                DISPLAY 'COM EXCECAO          : ' WS-TOT-ADR-EXCECAO
            END-IF
            .
       P650-PADRONIZA-ADR.
            ADD 1 TO WS-TOT-ADR-LIDO
            MOVE WS-ADR-RUA    TO WS-RUA
            MOVE WS-ADR-BAIRRO TO WS-BAIRRO
            MOVE WS-ADR-CIDADE TO WS-CIDADE
            MOVE WS-ADR-CEP    TO WS-CEP
            MOVE 'N' TO WS-REG-COM-EXCECAO-SW
            PERFORM P300-SEPARA-RUA
            PERFORM P400-VALIDA-CEP

            IF NOT WS-REG-COM-EXCECAO
                PERFORM P660-MONTA-RUA
            END-IF
            IF WS-REG-COM-EXCECAO
                MOVE 'E' TO WS-ADR-PADRAO
                ADD 1 TO WS-TOT-ADR-EXCECAO
            ELSE
                MOVE WS-RUA-PADRAO TO WS-ADR-RUA
                MOVE WS-PAD-CEP    TO WS-ADR-CEP
                MOVE 'P' TO WS-ADR-PADRAO
                ADD 1 TO WS-TOT-ADR-PADRONIZADO
            END-IF
            REWRITE WS-ADR-REGISTRO
                INVALID KEY
                    DISPLAY 'FALHA AO REGRAVAR ENDERECO DO CLIENTE '
                            WS-ADR-CODIGO
            END-REWRITE
            .
       P660-MONTA-RUA.
            EVALUATE WS-PAD-TIPO
                WHEN 'AVENIDA'  MOVE 'AV'  TO WS-TIPO-ABREV
                WHEN 'TRAVESSA' MOVE 'TV'  TO WS-TIPO-ABREV
                WHEN 'ALAMEDA'  MOVE 'AL'  TO WS-TIPO-ABREV
                WHEN 'PRACA'    MOVE 'PC'  TO WS-TIPO-ABREV
                WHEN 'ESTRADA'  MOVE 'EST' TO WS-TIPO-ABREV
                WHEN 'RODOVIA'  MOVE 'ROD' TO WS-TIPO-ABREV
                WHEN OTHER      MOVE 'R'   TO WS-TIPO-ABREV
            END-EVALUATE
            MOVE WS-PAD-NUMERO TO WS-NUMERO-ED
            MOVE SPACES TO WS-RUA-PADRAO
            MOVE 'N'    TO WS-RUA-ESTOUROU-SW
            STRING FUNCTION TRIM(WS-TIPO-ABREV) ' '
                   FUNCTION TRIM(WS-PAD-NOME) ' '
                   FUNCTION TRIM(WS-NUMERO-ED)
                   DELIMITED BY SIZE
                   INTO WS-RUA-PADRAO
                   ON OVERFLOW SET WS-RUA-ESTOUROU TO TRUE
            END-STRING
      * Nome longo que nao cabe com o numero: mantem o digitado.
            IF WS-RUA-ESTOUROU
                MOVE 'RUA PADRONIZADA NAO CABE' TO WS-EXC-MOTIVO
                PERFORM P500-GRAVA-EXCECAO
            END-IF
            .
       END PROGRAM ENDPADRAO.
