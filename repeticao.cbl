           SELECT WS-SAI-FILE       ASSIGN TO WS-SAI-PATH
                                     ORGANIZATION LINE SEQUENTIAL
                                     FILE STATUS WS-SAI-FS.
           SELECT WS-RP-FILE        ASSIGN TO WS-RP-PATH
                                     ORGANIZATION IS INDEXED
                                     ACCESS MODE IS RANDOM
                                     RECORD KEY IS WS-RP-ID
                                     FILE STATUS WS-RP-FS.
           SELECT WS-HS-FILE        ASSIGN TO WS-HS-PATH
                                     ORGANIZATION IS INDEXED
                                     ACCESS MODE IS RANDOM
                                     RECORD KEY IS WS-HS-CHAVE
                                     FILE STATUS WS-HS-FS.
       DATA DIVISION.
       FILE SECTION.
       FD  WS-REG-FILE.
           03 WS-REG-ID              PIC X(6).
           03 WS-REG-DESCRICAO       PIC X(40).
           03 WS-REG-VALOR           PIC X(9).
           03 WS-REG-VALOR-N REDEFINES WS-REG-VALOR
                                     PIC 9(7)V99.
      * Acao sobre o cadastro: I inclui, A altera, E exclui. Branco
      * (arquivo no layout antigo) inclui o que nao existe e altera o
      * que ja existe.
           03 WS-REG-ACAO            PIC X.
              88 WS-REG-SEM-ACAO               VALUE SPACE.
              88 WS-REG-EXCLUSAO               VALUE 'E'.
              88 WS-REG-ACAO-VALIDA            VALUE 'I' 'A' 'E' ' '.
           03 FILLER                 PIC X(24).
       FD  WS-CHK-FILE.
       01 WS-CHK-REGISTRO.
           03 WS-CHK-COUNT           PIC 99.
           03 WS-SAI-DESCRICAO       PIC X(40).
           03 WS-SAI-VALOR           PIC 9(7)V99.
           03 WS-SAI-STATUS          PIC X(4).
           03 WS-SAI-ACAO            PIC X.
      * Cadastro corrente por ID: o run de cada noite atualiza o item
      * em vez de substituir a saida anterior. Exclusao e logica, para
      * a consulta continuar mostrando o historico do item.
       FD  WS-RP-FILE.
       01 WS-RP-REGISTRO.
           03 WS-RP-ID               PIC X(6).
           03 WS-RP-DESCRICAO        PIC X(40).
           03 WS-RP-VALOR            PIC 9(7)V99.
           03 WS-RP-SITUACAO         PIC X.
              88 WS-RP-ATIVO                   VALUE 'A'.
              88 WS-RP-EXCLUIDO                VALUE 'E'.
           03 WS-RP-DATA-INCLUSAO    PIC 9(8).
           03 WS-RP-DATA-ALTERACAO   PIC 9(8).
           03 WS-RP-ULT-ACAO         PIC X.
           03 WS-RP-QTD-HIST         PIC 9(5).
      * Uma mudanca por registro, com a imagem anterior e a posterior.
      * A sequencia vem do WS-RP-QTD-HIST do proprio item.
       FD  WS-HS-FILE.
       01 WS-HS-REGISTRO.
           03 WS-HS-CHAVE.
              05 WS-HS-ID            PIC X(6).
              05 WS-HS-SEQ           PIC 9(5).
           03 WS-HS-DATA             PIC 9(8).
           03 WS-HS-HORA             PIC 9(6).
           03 WS-HS-ACAO             PIC X.
           03 WS-HS-PARTICAO         PIC 9.
           03 WS-HS-POSICAO          PIC 9(4).
           03 WS-HS-ANT-DESCRICAO    PIC X(40).
           03 WS-HS-ANT-VALOR        PIC 9(7)V99.
           03 WS-HS-ANT-SITUACAO     PIC X.
           03 WS-HS-DEP-DESCRICAO    PIC X(40).
           03 WS-HS-DEP-VALOR        PIC 9(7)V99.
           03 WS-HS-DEP-SITUACAO     PIC X.

       WORKING-STORAGE SECTION.
       01 WS-VARIAVEIS.
       01 WS-REG-FS                  PIC XX.
       01 WS-CHK-FS                  PIC XX.
       01 WS-SAI-FS                  PIC XX.
       01 WS-RP-PATH                 PIC X(40) VALUE 'REPETICAO.IDX'.
       01 WS-HS-PATH                 PIC X(40) VALUE 'REPETICAO.HIST'.
       01 WS-RP-FS                   PIC XX.
       01 WS-HS-FS                   PIC XX.

       01 WS-TOTAL-REGISTROS         PIC 9(4) VALUE 5.
       01 WS-PARTICAO                PIC 9    VALUE 0.
       01 WS-POSICAO-RETOMADA        PIC 9(4) VALUE 0.
       01 WS-TOT-VALIDO              PIC 9(4) VALUE 0.
       01 WS-TOT-INVALIDO            PIC 9(4) VALUE 0.
       01 WS-TOT-INCLUIDO            PIC 9(4) VALUE 0.
       01 WS-TOT-ALTERADO            PIC 9(4) VALUE 0.
       01 WS-TOT-EXCLUIDO            PIC 9(4) VALUE 0.
       01 WS-TOT-SEM-MUDANCA         PIC 9(4) VALUE 0.

       01 WS-RP-EXISTE-SW            PIC X    VALUE 'N'.
           88 WS-RP-EXISTE                    VALUE 'Y'.
       01 WS-MUDOU-SW                PIC X    VALUE 'N'.
           88 WS-MUDOU                        VALUE 'Y'.
       01 WS-ACAO-EFETIVA            PIC X    VALUE SPACE.
           88 WS-EF-INCLUSAO                  VALUE 'I'.
           88 WS-EF-ALTERACAO                 VALUE 'A'.
           88 WS-EF-EXCLUSAO                  VALUE 'E'.
       01 WS-MOTIVO-ERRO             PIC X(30) VALUE SPACES.
       01 WS-NOVA-DESCRICAO          PIC X(40) VALUE SPACES.
       01 WS-NOVO-VALOR              PIC 9(7)V99 VALUE 0.
       01 WS-DATA-HORA-ATUAL         PIC X(21).

       01 WS-AMBIENTE-PARM.
           03 WS-AMB-FUNCAO        PIC X     VALUE 'R'.
           03 WS-AMB-NOME          PIC X(8)  VALUE SPACES.
           03 WS-AMB-RAIZ          PIC X(40) VALUE SPACES.
           03 WS-AMB-RC            PIC 99.

       PROCEDURE DIVISION.
       P001-INICIO.
      * (REGISTROS.Pn), com checkpoint e saida proprios, e N copias
      * rodam em paralelo. Particao 0 e o run de arquivo unico de
      * sempre.
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-REG-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CHK-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-SAI-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-RP-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-HS-PATH
            DISPLAY 'PARTICAO (0=ARQUIVO UNICO, 1-4): '
            ACCEPT WS-PARTICAO
            IF WS-PARTICAO > 0
                       DELIMITED BY SIZE
                       INTO WS-REG-PATH
                END-STRING
                CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-REG-PATH
                MOVE SPACES TO WS-CHK-PATH
                STRING 'REPETICAO.CHK' WS-PARTICAO
                       DELIMITED BY SIZE
                       INTO WS-CHK-PATH
                END-STRING
                CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CHK-PATH
                MOVE SPACES TO WS-SAI-PATH
                STRING 'REPETICAO.OUT' WS-PARTICAO
                       DELIMITED BY SIZE
                       INTO WS-SAI-PATH
                END-STRING
                CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-SAI-PATH
            END-IF

            PERFORM P050-CARREGA-CHECKPOINT

       P700-PROCESSA-3.
      * Cada registro de REGISTROS.DAT e de fato processado: validado,
      * aplicado ao cadastro REPETICAO.IDX (com a mudanca registrada
      * em REPETICAO.HIST) e gravado em REPETICAO.OUT com o status. A
      * posicao do registro entra no checkpoint, entao um resume
      * continua no registro certo (com a saida reaberta em EXTEND)
      * em vez de so na fase certa.
               DISPLAY 'ARQUIVO DE REGISTROS NAO ENCONTRADO: '
                       WS-REG-PATH
           ELSE
               PERFORM P710-ABRE-CADASTRO
               IF WS-POSICAO-RETOMADA > 0
                   OPEN EXTEND WS-SAI-FILE
                   IF WS-SAI-FS NOT = '00'

               CLOSE WS-REG-FILE
               CLOSE WS-SAI-FILE
               CLOSE WS-RP-FILE
               CLOSE WS-HS-FILE
               DISPLAY 'REGISTROS VALIDOS  : ' WS-TOT-VALIDO
               DISPLAY 'REGISTROS INVALIDOS: ' WS-TOT-INVALIDO
               DISPLAY 'ITENS INCLUIDOS    : ' WS-TOT-INCLUIDO
               DISPLAY 'ITENS ALTERADOS    : ' WS-TOT-ALTERADO
               DISPLAY 'ITENS EXCLUIDOS    : ' WS-TOT-EXCLUIDO
               DISPLAY 'SEM MUDANCA        : ' WS-TOT-SEM-MUDANCA
           END-IF
           .
       P710-ABRE-CADASTRO.
      * No modo particionado o REGSPLIT ja deixou os dois arquivos
      * criados; a criacao aqui so vale para o run de arquivo unico.
      * Sem cadastro o run para antes de andar o checkpoint, e o
      * resume recomeca do mesmo registro.
           OPEN I-O WS-RP-FILE
           IF WS-RP-FS NOT = '00'
               OPEN OUTPUT WS-RP-FILE
               CLOSE WS-RP-FILE
               OPEN I-O WS-RP-FILE
           END-IF
           OPEN I-O WS-HS-FILE
           IF WS-HS-FS NOT = '00'
               OPEN OUTPUT WS-HS-FILE
               CLOSE WS-HS-FILE
               OPEN I-O WS-HS-FILE
           END-IF
           IF WS-RP-FS NOT = '00' OR WS-HS-FS NOT = '00'
               DISPLAY 'CADASTRO DE REPETICAO INDISPONIVEL: '
                       WS-RP-PATH ' FS ' WS-RP-FS ' / ' WS-HS-FS
               CLOSE WS-REG-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       P750-LE-REGISTRO.
           MOVE WS-REG-ID        TO WS-SAI-ID
           MOVE FUNCTION UPPER-CASE(WS-REG-DESCRICAO)
                                 TO WS-SAI-DESCRICAO
           MOVE WS-REG-ACAO      TO WS-SAI-ACAO
           MOVE 0                TO WS-SAI-VALOR
           MOVE SPACES           TO WS-MOTIVO-ERRO
           MOVE 'N'              TO WS-MUDOU-SW
           EVALUATE TRUE
               WHEN WS-REG-ID = SPACES
                   MOVE 'ID EM BRANCO' TO WS-MOTIVO-ERRO
               WHEN NOT WS-REG-ACAO-VALIDA
                   MOVE 'CODIGO DE ACAO INVALIDO' TO WS-MOTIVO-ERRO
               WHEN WS-REG-VALOR NOT NUMERIC AND NOT WS-REG-EXCLUSAO
                   MOVE 'VALOR NAO NUMERICO' TO WS-MOTIVO-ERRO
               WHEN OTHER
                   PERFORM P780-APLICA-CADASTRO
           END-EVALUATE

           IF WS-MOTIVO-ERRO = SPACES
               IF NOT WS-EF-EXCLUSAO
                   MOVE WS-NOVO-VALOR TO WS-SAI-VALOR
               END-IF
               MOVE 'OK'         TO WS-SAI-STATUS
               ADD 1 TO WS-TOT-VALIDO
               EVALUATE TRUE
                   WHEN NOT WS-MUDOU
                       ADD 1 TO WS-TOT-SEM-MUDANCA
                   WHEN WS-EF-INCLUSAO
                       ADD 1 TO WS-TOT-INCLUIDO
                   WHEN WS-EF-ALTERACAO
                       ADD 1 TO WS-TOT-ALTERADO
                   WHEN OTHER
                       ADD 1 TO WS-TOT-EXCLUIDO
               END-EVALUATE
           ELSE
               MOVE 'ERRO'       TO WS-SAI-STATUS
               ADD 1 TO WS-TOT-INVALIDO
               DISPLAY 'REGISTRO INVALIDO NA POSICAO ' WS-IND ': '
                       WS-MOTIVO-ERRO
           END-IF
           WRITE WS-SAI-REGISTRO
           .
       P780-APLICA-CADASTRO.
      * Cada ID cai sempre na mesma particao (REGSPLIT distribui pela
      * chave), entao so uma instancia mexe em cada item. Reaplicar
      * um registro ja refletido no cadastro (abend entre a gravacao
      * e o checkpoint) nao muda nada: o item ja tem os valores novos.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
           MOVE FUNCTION UPPER-CASE(WS-REG-DESCRICAO)
                                 TO WS-NOVA-DESCRICAO
           MOVE 0                TO WS-NOVO-VALOR
           IF WS-REG-VALOR NUMERIC
               MOVE WS-REG-VALOR-N TO WS-NOVO-VALOR
           END-IF

           MOVE WS-REG-ID TO WS-RP-ID
           MOVE 'N' TO WS-RP-EXISTE-SW
           READ WS-RP-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY SET WS-RP-EXISTE TO TRUE
           END-READ

           MOVE WS-REG-ACAO TO WS-ACAO-EFETIVA
           IF WS-REG-SEM-ACAO
               IF WS-RP-EXISTE AND WS-RP-ATIVO
                   SET WS-EF-ALTERACAO TO TRUE
               ELSE
                   SET WS-EF-INCLUSAO TO TRUE
               END-IF
           END-IF
           MOVE WS-ACAO-EFETIVA TO WS-SAI-ACAO

           EVALUATE TRUE
               WHEN WS-EF-INCLUSAO
                   PERFORM P782-INCLUI
               WHEN WS-EF-ALTERACAO
                   PERFORM P784-ALTERA
               WHEN OTHER
                   PERFORM P786-EXCLUI
           END-EVALUATE
           .
       P782-INCLUI.
      * Item excluido pode voltar: a reinclusao reativa o mesmo ID e
      * o historico continua na sequencia dele.
           EVALUATE TRUE
               WHEN WS-RP-EXISTE AND WS-RP-ATIVO
                       AND WS-RP-DESCRICAO = WS-NOVA-DESCRICAO
                       AND WS-RP-VALOR = WS-NOVO-VALOR
                   CONTINUE
               WHEN WS-RP-EXISTE AND WS-RP-ATIVO
                   MOVE 'ID JA CADASTRADO' TO WS-MOTIVO-ERRO
               WHEN OTHER
                   PERFORM P790-GUARDA-ANTES
                   IF NOT WS-RP-EXISTE
                       MOVE WS-REG-ID      TO WS-RP-ID
                       MOVE WS-DATA-HORA-ATUAL(1:8)
                                           TO WS-RP-DATA-INCLUSAO
                       MOVE 0              TO WS-RP-QTD-HIST
                   END-IF
                   MOVE WS-NOVA-DESCRICAO TO WS-RP-DESCRICAO
                   MOVE WS-NOVO-VALOR     TO WS-RP-VALOR
                   SET WS-RP-ATIVO        TO TRUE
                   PERFORM P795-GRAVA-MUDANCA
           END-EVALUATE
           .
       P784-ALTERA.
           EVALUATE TRUE
               WHEN NOT WS-RP-EXISTE
                   MOVE 'ID NAO CADASTRADO' TO WS-MOTIVO-ERRO
               WHEN WS-RP-EXCLUIDO
                   MOVE 'ID EXCLUIDO' TO WS-MOTIVO-ERRO
               WHEN WS-RP-DESCRICAO = WS-NOVA-DESCRICAO
                       AND WS-RP-VALOR = WS-NOVO-VALOR
                   CONTINUE
               WHEN OTHER
                   PERFORM P790-GUARDA-ANTES
                   MOVE WS-NOVA-DESCRICAO TO WS-RP-DESCRICAO
                   MOVE WS-NOVO-VALOR     TO WS-RP-VALOR
                   PERFORM P795-GRAVA-MUDANCA
           END-EVALUATE
           .
       P786-EXCLUI.
      * O item excluido guarda os ultimos valores; so a situacao muda.
           EVALUATE TRUE
               WHEN NOT WS-RP-EXISTE
                   MOVE 'ID NAO CADASTRADO' TO WS-MOTIVO-ERRO
               WHEN WS-RP-EXCLUIDO
                   CONTINUE
               WHEN OTHER
                   PERFORM P790-GUARDA-ANTES
                   SET WS-RP-EXCLUIDO TO TRUE
                   PERFORM P795-GRAVA-MUDANCA
           END-EVALUATE
           .
       P790-GUARDA-ANTES.
           IF WS-RP-EXISTE
               MOVE WS-RP-DESCRICAO  TO WS-HS-ANT-DESCRICAO
               MOVE WS-RP-VALOR      TO WS-HS-ANT-VALOR
               MOVE WS-RP-SITUACAO   TO WS-HS-ANT-SITUACAO
           ELSE
               MOVE SPACES           TO WS-HS-ANT-DESCRICAO
               MOVE 0                TO WS-HS-ANT-VALOR
               MOVE SPACE            TO WS-HS-ANT-SITUACAO
           END-IF
           .
       P795-GRAVA-MUDANCA.
      * Historico antes do cadastro: se o run cair entre os dois, o
      * resume regrava a mesma sequencia (chave duplicada, ignorada)
      * e completa o cadastro.
           ADD 1 TO WS-RP-QTD-HIST
           MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-RP-DATA-ALTERACAO
           MOVE WS-ACAO-EFETIVA         TO WS-RP-ULT-ACAO

           MOVE WS-RP-ID                TO WS-HS-ID
           MOVE WS-RP-QTD-HIST          TO WS-HS-SEQ
           MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-HS-DATA
           MOVE WS-DATA-HORA-ATUAL(9:6) TO WS-HS-HORA
           MOVE WS-ACAO-EFETIVA         TO WS-HS-ACAO
           MOVE WS-PARTICAO             TO WS-HS-PARTICAO
           MOVE WS-IND                  TO WS-HS-POSICAO
           MOVE WS-RP-DESCRICAO         TO WS-HS-DEP-DESCRICAO
           MOVE WS-RP-VALOR             TO WS-HS-DEP-VALOR
           MOVE WS-RP-SITUACAO          TO WS-HS-DEP-SITUACAO
           WRITE WS-HS-REGISTRO
               INVALID KEY CONTINUE
           END-WRITE

           IF WS-RP-EXISTE
               REWRITE WS-RP-REGISTRO
                   INVALID KEY
                       MOVE 'FALHA NA REGRAVACAO DO ITEM'
                                            TO WS-MOTIVO-ERRO
               END-REWRITE
           ELSE
               WRITE WS-RP-REGISTRO
                   INVALID KEY
                       MOVE 'FALHA NA GRAVACAO DO ITEM'
                                            TO WS-MOTIVO-ERRO
               END-WRITE
           END-IF
           IF WS-MOTIVO-ERRO = SPACES
               SET WS-MUDOU TO TRUE
           END-IF
           .
       P700-FIM.

       P900-FINALIZA.
