      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AVALMANUT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-AVL-FILE      ASSIGN TO WS-AVL-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS WS-AVL-CHAVE
                                    ALTERNATE RECORD KEY IS
                                        WS-AVL-CONTRATO WITH DUPLICATES
                                    FILE STATUS WS-AVL-FS.
           SELECT WS-CTR-FILE      ASSIGN TO WS-CTR-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS WS-CTR-CONTRATO
                                    FILE STATUS WS-CTR-FS.
           SELECT WS-CLI-NOVO      ASSIGN TO WS-CLI-NOVO-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS WS-CODIGO
                                    ALTERNATE RECORD KEY IS WS-NOME
                                                  WITH DUPLICATES
                                    FILE STATUS WS-CLI-NOVO-FS.
       DATA DIVISION.
       FILE SECTION.
      * Aval de um cliente num contrato de outro: chave avalista +
      * contrato, com o contrato tambem como chave alternativa para a
      * consulta pelo lado do contrato. O aval encerrado fica no
      * arquivo com a data do encerramento.
       FD  WS-AVL-FILE.
       01 WS-AVL-REGISTRO.
           03 WS-AVL-CHAVE.
              05 WS-AVL-AVALISTA     PIC 9(6).
              05 WS-AVL-CONTRATO     PIC X(8).
           03 WS-AVL-DEVEDOR         PIC 9(6).
           03 WS-AVL-SITUACAO        PIC X.
              88 WS-AVL-ATIVO                  VALUE 'A'.
              88 WS-AVL-ENCERRADO              VALUE 'E'.
           03 WS-AVL-DATA-INICIO     PIC 9(8).
           03 WS-AVL-DATA-SITUACAO   PIC 9(8).
           03 WS-AVL-OPERADOR        PIC X(8).
      * Layout identico ao do CONTRATOMANUT.
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
       FD  WS-CLI-NOVO.
       01 WS-LAYOUT-2.
          03 WS-CODIGO                  PIC 9(6).
          03 WS-NOME                    PIC X(30).
          03 WS-ENDERECO                PIC X(60).
          03 WS-TELEFONE                PIC X(20).
          03 WS-EMAIL                   PIC X(50).
          03 WS-ESTADO                  PIC X(30).
          03 WS-CIDADE                  PIC X(30).

       WORKING-STORAGE SECTION.
       01 WS-AVL-PATH              PIC X(40) VALUE 'CLIAVAL.IDX'.
       01 WS-CTR-PATH              PIC X(40) VALUE 'CONTRATOS.IDX'.
       01 WS-CLI-NOVO-PATH         PIC X(40)
                            VALUE 'CLIENTES.NOVO.IDX'.
       01 WS-AVL-FS                PIC XX.
       01 WS-CTR-FS                PIC XX.
       01 WS-CLI-NOVO-FS           PIC XX.

       01 WS-OPCAO                 PIC X     VALUE SPACE.
          88 WS-OP-VINCULA                   VALUE 'V'.
          88 WS-OP-ENCERRA                   VALUE 'E'.
          88 WS-OP-CONTRATO                  VALUE 'C'.
          88 WS-OP-AVALISTA                  VALUE 'A'.
          88 WS-OP-SAIR                      VALUE 'X'.

       01 WS-FIM-ARQUIVO           PIC X     VALUE 'N'.
          88 WS-FIM                          VALUE 'Y'.
       01 WS-ACHOU-SW              PIC X     VALUE 'N'.
          88 WS-ACHOU                        VALUE 'Y'.
       01 WS-VALIDO-SW             PIC X     VALUE 'Y'.
          88 WS-VALIDO                       VALUE 'Y'.

       01 WS-ENT-CONTRATO          PIC X(8)  VALUE SPACES.
       01 WS-ENT-CODIGO            PIC X(6)  VALUE SPACES.
       01 WS-ENT-CONFIRMA          PIC X     VALUE SPACE.
       01 WS-COD-AVALISTA          PIC 9(6)  VALUE 0.
       01 WS-NOME-AVALISTA         PIC X(30) VALUE SPACES.

       01 WS-DATA-HORA-ATUAL       PIC X(21).
       01 WS-HOJE                  PIC 9(8)  VALUE 0.
       01 WS-OPERADOR              PIC X(8)  VALUE SPACES.
       01 WS-VALOR-ED              PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-TOT-LISTADO           PIC 9(4)  VALUE 0.

      * Imagem do aval no jornal de clientes: codigo e nome do
      * avalista na frente, como no cadastro, para o CLIJORNALCON
      * mostrar a alteracao no historico do avalista.
       01 WS-IMG-AVAL.
           03 WS-IMG-AVALISTA      PIC 9(6).
           03 WS-IMG-NOME          PIC X(30).
           03 WS-IMG-LITERAL       PIC X(9)  VALUE 'AVAL CTR '.
           03 WS-IMG-CONTRATO      PIC X(8).
           03 FILLER               PIC X(9)  VALUE ' DEVEDOR '.
           03 WS-IMG-DEVEDOR       PIC 9(6).
           03 FILLER               PIC X(5)  VALUE ' SIT '.
           03 WS-IMG-SITUACAO      PIC X.
           03 FILLER               PIC X     VALUE SPACE.
           03 WS-IMG-DATA-INICIO   PIC 9(8).
           03 FILLER               PIC X     VALUE SPACE.
           03 WS-IMG-DATA-SITUACAO PIC 9(8).
       01 WS-IMG-ANTES             PIC X(226) VALUE SPACES.

       01 WS-JORNAL-PARM.
          03 WS-JP-PROGRAMA             PIC X(8) VALUE 'AVALMANU'.
          03 WS-JP-OPERACAO             PIC X    VALUE SPACE.
          03 WS-JP-ANTES                PIC X(226).
          03 WS-JP-DEPOIS               PIC X(226).
          03 WS-JP-OPERADOR             PIC X(8) VALUE SPACES.

      * Identificacao do operador, obrigatoria nos programas de
      * terminal; a consulta e livre, mas vincular e encerrar aval
      * pedem perfil de atualizacao.
       01 WS-SIGNON-PARM.
           03 WS-SG-ID             PIC X(8).
           03 WS-SG-SENHA          PIC X(8).
           03 WS-SG-FUNCAO         PIC X.
           03 WS-SG-PERFIL         PIC X.
           03 WS-SG-RC             PIC 99.
              88 WS-SG-SEM-SESSAO          VALUE 4.

       01 WS-AUDIT-PARM.
           03 WS-AU-PROGRAMA       PIC X(12) VALUE 'AVALMANUT'.
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
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-AVL-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CTR-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CLI-NOVO-PATH
            DISPLAY 'AVALMANUT - CADASTRO DE AVALISTAS'
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
                STOP RUN
            END-IF
            MOVE WS-SG-ID TO WS-OPERADOR
            MOVE WS-SG-ID TO WS-JP-OPERADOR
            MOVE WS-SG-ID TO WS-AU-OPERADOR

            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
            MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-HOJE

            OPEN I-O WS-AVL-FILE
            IF WS-AVL-FS NOT = '00'
                OPEN OUTPUT WS-AVL-FILE
                CLOSE WS-AVL-FILE
                OPEN I-O WS-AVL-FILE
            END-IF
            IF WS-AVL-FS NOT = '00'
                DISPLAY 'CADASTRO DE AVALISTAS INDISPONIVEL: '
                        WS-AVL-PATH ' FS: ' WS-AVL-FS
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN INPUT WS-CTR-FILE
            OPEN INPUT WS-CLI-NOVO
            IF WS-CTR-FS NOT = '00' OR WS-CLI-NOVO-FS NOT = '00'
                DISPLAY 'CONTRATOS OU CLIENTES INDISPONIVEIS. FS: '
                        WS-CTR-FS ' ' WS-CLI-NOVO-FS
                CLOSE WS-AVL-FILE
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF

            PERFORM UNTIL WS-OP-SAIR
                DISPLAY '---------------------------------------------'
                DISPLAY 'V=VINCULA E=ENCERRA C=POR CONTRATO '
                        'A=POR AVALISTA X=SAIR'
                DISPLAY 'OPCAO: '
                ACCEPT WS-OPCAO
                MOVE FUNCTION UPPER-CASE(WS-OPCAO) TO WS-OPCAO
                EVALUATE TRUE
                    WHEN WS-OP-VINCULA   PERFORM P200-VINCULA
                    WHEN WS-OP-ENCERRA   PERFORM P400-ENCERRA
                    WHEN WS-OP-CONTRATO  PERFORM P600-LISTA-CONTRATO
                    WHEN WS-OP-AVALISTA  PERFORM P700-LISTA-AVALISTA
                    WHEN WS-OP-SAIR      CONTINUE
                    WHEN OTHER           DISPLAY 'OPCAO INVALIDA.'
                END-EVALUATE
            END-PERFORM

            CLOSE WS-CLI-NOVO
            CLOSE WS-CTR-FILE
            CLOSE WS-AVL-FILE
            STOP RUN.

       P100-LE-CONTRATO.
            MOVE 'N' TO WS-ACHOU-SW
            DISPLAY 'CONTRATO: '
            MOVE SPACES TO WS-ENT-CONTRATO
            ACCEPT WS-ENT-CONTRATO
            MOVE WS-ENT-CONTRATO TO WS-CTR-CONTRATO
            READ WS-CTR-FILE
                INVALID KEY
                    DISPLAY 'CONTRATO NAO CADASTRADO: ' WS-ENT-CONTRATO
                NOT INVALID KEY
                    SET WS-ACHOU TO TRUE
            END-READ
            .
       P120-LE-AVALISTA.
            MOVE 'N' TO WS-ACHOU-SW
            DISPLAY 'CODIGO DO AVALISTA: '
            MOVE SPACES TO WS-ENT-CODIGO
            ACCEPT WS-ENT-CODIGO
            IF WS-ENT-CODIGO IS NOT NUMERIC
                DISPLAY 'CODIGO INVALIDO: INFORME OS 6 DIGITOS.'
            ELSE
                MOVE WS-ENT-CODIGO TO WS-COD-AVALISTA
                MOVE WS-COD-AVALISTA TO WS-CODIGO
                READ WS-CLI-NOVO
                    INVALID KEY
                        DISPLAY 'AVALISTA NAO CADASTRADO COMO CLIENTE: '
                                WS-COD-AVALISTA
                    NOT INVALID KEY
                        SET WS-ACHOU TO TRUE
                        MOVE WS-NOME TO WS-NOME-AVALISTA
                END-READ
            END-IF
            .
       P150-VERIFICA-PERFIL.
            MOVE 'Y' TO WS-VALIDO-SW
            IF WS-SG-PERFIL NOT = 'A' AND WS-SG-PERFIL NOT = 'S'
                DISPLAY 'PERFIL SEM PERMISSAO PARA ALTERAR AVAL.'
                MOVE 'N' TO WS-VALIDO-SW
            END-IF
            .
       P170-MONTA-IMAGEM.
            MOVE WS-AVL-AVALISTA      TO WS-IMG-AVALISTA
            MOVE WS-NOME-AVALISTA     TO WS-IMG-NOME
            MOVE WS-AVL-CONTRATO      TO WS-IMG-CONTRATO
            MOVE WS-AVL-DEVEDOR       TO WS-IMG-DEVEDOR
            MOVE WS-AVL-SITUACAO      TO WS-IMG-SITUACAO
            MOVE WS-AVL-DATA-INICIO   TO WS-IMG-DATA-INICIO
            MOVE WS-AVL-DATA-SITUACAO TO WS-IMG-DATA-SITUACAO
            .
       P180-JORNALIZA.
            PERFORM P170-MONTA-IMAGEM
            MOVE WS-IMG-ANTES         TO WS-JP-ANTES
            MOVE WS-IMG-AVAL          TO WS-JP-DEPOIS
            CALL 'CLIJORNAL' USING WS-JORNAL-PARM

            MOVE SPACES          TO WS-AU-CHAVE
            MOVE WS-AVL-CONTRATO TO WS-AU-CHAVE(1:8)
            MOVE WS-AVL-AVALISTA TO WS-AU-CHAVE(10:6)
            MOVE WS-AVL-DEVEDOR  TO WS-AU-CHAVE(17:6)
            MOVE 1               TO WS-AU-CONTADOR
            CALL 'AUDITLOG' USING WS-AUDIT-PARM
            .
       P200-VINCULA.
      * O aval so e aceito em contrato ativo, e o avalista tem de
      * estar no cadastro de clientes, para ter endereco de cobranca,
      * e nao pode ser o proprio devedor.
            PERFORM P150-VERIFICA-PERFIL
            IF WS-VALIDO
                PERFORM P100-LE-CONTRATO
                IF WS-ACHOU AND WS-CTR-SITUACAO NOT = 'A'
                    DISPLAY 'CONTRATO NAO ESTA ATIVO. SITUACAO: '
                            WS-CTR-SITUACAO
                    MOVE 'N' TO WS-ACHOU-SW
                END-IF
                IF WS-ACHOU
                    DISPLAY 'DEVEDOR : ' WS-CTR-COD-CLIENTE ' '
                            WS-CTR-CLIENTE
                    PERFORM P120-LE-AVALISTA
                END-IF
                EVALUATE TRUE
                    WHEN NOT WS-ACHOU
                        CONTINUE
                    WHEN WS-COD-AVALISTA = WS-CTR-COD-CLIENTE
                        DISPLAY 'O DEVEDOR NAO PODE SER AVALISTA DO '
                                'PROPRIO CONTRATO.'
                    WHEN OTHER
                        PERFORM P250-GRAVA-AVAL
                END-EVALUATE
            END-IF
            .
       P250-GRAVA-AVAL.
            MOVE WS-COD-AVALISTA TO WS-AVL-AVALISTA
            MOVE WS-ENT-CONTRATO TO WS-AVL-CONTRATO
            MOVE 'N' TO WS-ACHOU-SW
            READ WS-AVL-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET WS-ACHOU TO TRUE
            END-READ

            EVALUATE TRUE
                WHEN WS-ACHOU AND WS-AVL-ATIVO
                    DISPLAY 'AVAL JA VIGENTE DESDE '
                            WS-AVL-DATA-INICIO
                WHEN WS-ACHOU
      * Aval encerrado e reativado: o mesmo registro volta a valer.
                    PERFORM P170-MONTA-IMAGEM
                    MOVE WS-IMG-AVAL     TO WS-IMG-ANTES
                    MOVE WS-CTR-COD-CLIENTE TO WS-AVL-DEVEDOR
                    MOVE 'A'             TO WS-AVL-SITUACAO
                    MOVE WS-HOJE         TO WS-AVL-DATA-INICIO
                    MOVE WS-HOJE         TO WS-AVL-DATA-SITUACAO
                    MOVE WS-OPERADOR     TO WS-AVL-OPERADOR
                    REWRITE WS-AVL-REGISTRO
                        INVALID KEY
                            DISPLAY 'FALHA AO REATIVAR AVAL. FS: '
                                    WS-AVL-FS
                        NOT INVALID KEY
                            DISPLAY 'AVAL REATIVADO: ' WS-COD-AVALISTA
                                    ' NO CONTRATO ' WS-ENT-CONTRATO
                            MOVE 'A'          TO WS-JP-OPERACAO
                            MOVE 'AVAL-VINC'  TO WS-AU-EVENTO
                            PERFORM P180-JORNALIZA
                    END-REWRITE
                WHEN OTHER
                    MOVE WS-COD-AVALISTA    TO WS-AVL-AVALISTA
                    MOVE WS-ENT-CONTRATO    TO WS-AVL-CONTRATO
                    MOVE WS-CTR-COD-CLIENTE TO WS-AVL-DEVEDOR
                    MOVE 'A'                TO WS-AVL-SITUACAO
                    MOVE WS-HOJE            TO WS-AVL-DATA-INICIO
                    MOVE WS-HOJE            TO WS-AVL-DATA-SITUACAO
                    MOVE WS-OPERADOR        TO WS-AVL-OPERADOR
                    WRITE WS-AVL-REGISTRO
                        INVALID KEY
                            DISPLAY 'FALHA AO GRAVAR AVAL. FS: '
                                    WS-AVL-FS
                        NOT INVALID KEY
                            DISPLAY 'AVAL REGISTRADO: '
                                    WS-COD-AVALISTA ' '
                                    WS-NOME-AVALISTA
                            DISPLAY 'NO CONTRATO ' WS-ENT-CONTRATO
                                    ' DO DEVEDOR ' WS-CTR-COD-CLIENTE
                            MOVE SPACES       TO WS-IMG-ANTES
                            MOVE 'I'          TO WS-JP-OPERACAO
                            MOVE 'AVAL-VINC'  TO WS-AU-EVENTO
                            PERFORM P180-JORNALIZA
                    END-WRITE
            END-EVALUATE
            .
       P400-ENCERRA.
      * Encerrar o aval exige confirmacao: o avalista deixa de
      * receber as cartas de cobranca e sai da exposicao.
            PERFORM P150-VERIFICA-PERFIL
            IF WS-VALIDO
                PERFORM P100-LE-CONTRATO
                IF WS-ACHOU
                    PERFORM P120-LE-AVALISTA
                END-IF
                IF WS-ACHOU
                    MOVE WS-COD-AVALISTA TO WS-AVL-AVALISTA
                    MOVE WS-ENT-CONTRATO TO WS-AVL-CONTRATO
                    READ WS-AVL-FILE
                        INVALID KEY
                            MOVE 'N' TO WS-ACHOU-SW
                    END-READ
                END-IF
                EVALUATE TRUE
                    WHEN NOT WS-ACHOU
                        DISPLAY 'AVAL NAO ENCONTRADO.'
                    WHEN WS-AVL-ENCERRADO
                        DISPLAY 'AVAL JA ENCERRADO EM '
                                WS-AVL-DATA-SITUACAO
                    WHEN OTHER
                        DISPLAY 'CONFIRMA O ENCERRAMENTO DO AVAL '
                                '(S/N)? '
                        MOVE SPACE TO WS-ENT-CONFIRMA
                        ACCEPT WS-ENT-CONFIRMA
                        IF WS-ENT-CONFIRMA = 'S'
                            PERFORM P450-GRAVA-ENCERRAMENTO
                        ELSE
                            DISPLAY 'ENCERRAMENTO CANCELADO.'
                        END-IF
                END-EVALUATE
            END-IF
            .
       P450-GRAVA-ENCERRAMENTO.
            PERFORM P170-MONTA-IMAGEM
            MOVE WS-IMG-AVAL          TO WS-IMG-ANTES
            MOVE 'E'                  TO WS-AVL-SITUACAO
            MOVE WS-HOJE              TO WS-AVL-DATA-SITUACAO
            MOVE WS-OPERADOR          TO WS-AVL-OPERADOR
            REWRITE WS-AVL-REGISTRO
                INVALID KEY
                    DISPLAY 'FALHA AO ENCERRAR AVAL. FS: ' WS-AVL-FS
                NOT INVALID KEY
                    DISPLAY 'AVAL ENCERRADO: ' WS-COD-AVALISTA
                            ' NO CONTRATO ' WS-ENT-CONTRATO
                    MOVE 'A'          TO WS-JP-OPERACAO
                    MOVE 'AVAL-ENCER' TO WS-AU-EVENTO
                    PERFORM P180-JORNALIZA
            END-REWRITE
            .
       P600-LISTA-CONTRATO.
            PERFORM P100-LE-CONTRATO
            IF WS-ACHOU
                DISPLAY 'DEVEDOR : ' WS-CTR-COD-CLIENTE ' '
                        WS-CTR-CLIENTE
                MOVE 0 TO WS-TOT-LISTADO
                MOVE 'N' TO WS-FIM-ARQUIVO
                MOVE WS-ENT-CONTRATO TO WS-AVL-CONTRATO
                START WS-AVL-FILE KEY IS = WS-AVL-CONTRATO
                    INVALID KEY SET WS-FIM TO TRUE
                END-START
                PERFORM UNTIL WS-FIM
                    READ WS-AVL-FILE NEXT RECORD
                        AT END SET WS-FIM TO TRUE
                        NOT AT END
                            IF WS-AVL-CONTRATO NOT = WS-ENT-CONTRATO
                                SET WS-FIM TO TRUE
                            ELSE
                                MOVE WS-AVL-AVALISTA TO WS-CODIGO
                                PERFORM P650-MOSTRA-AVAL
                            END-IF
                    END-READ
                END-PERFORM
                DISPLAY 'AVALISTAS LISTADOS: ' WS-TOT-LISTADO
            END-IF
            .
       P650-MOSTRA-AVAL.
      * WS-CODIGO traz o cliente a mostrar ao lado do aval: o
      * avalista na consulta por contrato, o devedor na consulta por
      * avalista.
            ADD 1 TO WS-TOT-LISTADO
            READ WS-CLI-NOVO
                INVALID KEY
                    MOVE '(FORA DO CADASTRO)' TO WS-NOME
            END-READ
            DISPLAY WS-AVL-CONTRATO ' ' WS-CODIGO ' ' WS-NOME
                    ' ' WS-AVL-SITUACAO ' DESDE ' WS-AVL-DATA-INICIO
            IF WS-AVL-ENCERRADO
                DISPLAY '         ENCERRADO EM ' WS-AVL-DATA-SITUACAO
                        ' POR ' WS-AVL-OPERADOR
            END-IF
            .
       P700-LISTA-AVALISTA.
            PERFORM P120-LE-AVALISTA
            IF WS-ACHOU
                MOVE 0 TO WS-TOT-LISTADO
                MOVE 'N' TO WS-FIM-ARQUIVO
                MOVE WS-COD-AVALISTA TO WS-AVL-AVALISTA
                MOVE LOW-VALUES      TO WS-AVL-CONTRATO
                START WS-AVL-FILE KEY IS NOT LESS THAN WS-AVL-CHAVE
                    INVALID KEY SET WS-FIM TO TRUE
                END-START
                PERFORM UNTIL WS-FIM
                    READ WS-AVL-FILE NEXT RECORD
                        AT END SET WS-FIM TO TRUE
                        NOT AT END
                            IF WS-AVL-AVALISTA NOT = WS-COD-AVALISTA
                                SET WS-FIM TO TRUE
                            ELSE
                                PERFORM P750-MOSTRA-CONTRATO
                            END-IF
                    END-READ
                END-PERFORM
                DISPLAY 'AVAIS LISTADOS: ' WS-TOT-LISTADO
            END-IF
            .
       P750-MOSTRA-CONTRATO.
            MOVE WS-AVL-DEVEDOR TO WS-CODIGO
            PERFORM P650-MOSTRA-AVAL
            MOVE WS-AVL-CONTRATO TO WS-CTR-CONTRATO
            READ WS-CTR-FILE
                INVALID KEY
                    DISPLAY '         CONTRATO NAO ENCONTRADO.'
                NOT INVALID KEY
                    MOVE WS-CTR-SALDO-ABERTO TO WS-VALOR-ED
                    DISPLAY '         SALDO EM ABERTO: ' WS-VALOR-ED
                            ' SITUACAO ' WS-CTR-SITUACAO
            END-READ
            .
       END PROGRAM AVALMANUT.
