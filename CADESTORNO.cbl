      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADESTORNO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-CAT-FILE      ASSIGN TO WS-CAT-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-CAT-FS.
           SELECT WS-CATN-FILE     ASSIGN TO WS-CATN-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-CATN-FS.
           SELECT WS-RC-FILE       ASSIGN TO WS-RC-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-RC-FS.
           SELECT WS-GER-FILE      ASSIGN TO WS-GER-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-GER-FS.
       DATA DIVISION.
       FILE SECTION.
      * Layout identico ao do CADIMAGEM.
       FD  WS-CAT-FILE.
       01 WS-CAT-REGISTRO.
           03 WS-CAT-TIPO           PIC X.
              88 WS-CAT-PASSO                  VALUE 'P'.
              88 WS-CAT-ARQUIVO-IMG            VALUE 'A'.
           03 WS-CAT-DATA-NOITE     PIC 9(8).
           03 WS-CAT-PROGRAMA       PIC X(12).
           03 WS-CAT-ARQUIVO        PIC X(30).
           03 WS-CAT-IMAGEM         PIC X(40).
           03 WS-CAT-EXISTIA        PIC X.
           03 WS-CAT-DATA-RUN       PIC 9(8).
           03 WS-CAT-HORA-RUN       PIC 9(6).
           03 WS-CAT-SITUACAO       PIC X.
              88 WS-CAT-ATIVA                  VALUE 'A'.
              88 WS-CAT-ESTORNADA              VALUE 'E'.
       FD  WS-CATN-FILE.
       01 WS-CATN-REGISTRO          PIC X(107).
      * Layout identico ao do RUNCTL.
       FD  WS-RC-FILE.
       01 WS-RC-REGISTRO.
           03 WS-RC-PROGRAMA        PIC X(12).
           03 WS-RC-STATUS          PIC X(12).
           03 WS-RC-DATA-INI        PIC 9(8).
           03 WS-RC-HORA-INI        PIC 9(6).
           03 WS-RC-DATA-FIM        PIC 9(8).
           03 WS-RC-HORA-FIM        PIC 9(6).
           03 WS-RC-REINICIAVEL     PIC X.
      * Layout identico ao do ARQGERA.
       FD  WS-GER-FILE.
       01 WS-GER-REGISTRO.
           03 WS-GER-NOME           PIC X(40).
           03 WS-GER-GERACAO        PIC 9(4).
           03 WS-GER-RETENCAO       PIC 99.

       WORKING-STORAGE SECTION.
       01 WS-CAT-PATH              PIC X(40) VALUE 'CADEIA.IMAGENS'.
       01 WS-CATN-PATH             PIC X(40)
                            VALUE 'CADEIA.IMAGENS.NOVO'.
       01 WS-RC-PATH               PIC X(40) VALUE 'RUNCONTROL.DAT'.
       01 WS-GER-PATH              PIC X(80) VALUE 'ARQGERACOES.CTL'.
       01 WS-GER-NOME-ARQ          PIC X(30) VALUE 'ARQGERACOES.CTL'.
       01 WS-CAT-FS                PIC XX.
       01 WS-CATN-FS               PIC XX.
       01 WS-RC-FS                 PIC XX.
       01 WS-GER-FS                PIC XX.

       01 WS-FIM-ARQUIVO           PIC X     VALUE 'N'.
          88 WS-FIM                          VALUE 'Y'.
       01 WS-DATA-ALVO             PIC 9(8)  VALUE 0.
       01 WS-CONFIRMA              PIC X     VALUE 'N'.
       01 WS-DATA-HORA-ATUAL       PIC X(21).

      * Registros do catalogo da noite escolhida.
       01 WS-TAB-NOITE.
          03 WS-NOI OCCURS 150 TIMES INDEXED BY WS-NOI-IDX.
             05 WS-NOI-TIPO        PIC X.
             05 WS-NOI-PROGRAMA    PIC X(12).
             05 WS-NOI-ARQUIVO     PIC X(30).
             05 WS-NOI-IMAGEM      PIC X(40).
             05 WS-NOI-EXISTIA     PIC X.
             05 WS-NOI-DATA-RUN    PIC 9(8).
             05 WS-NOI-HORA-RUN    PIC 9(6).
       01 WS-TOT-NOITE             PIC 9(3)  VALUE 0.
       01 WS-TOT-ESTORNADOS        PIC 9(3)  VALUE 0.
       01 WS-NOITE-POSTERIOR       PIC 9(8)  VALUE 0.
       01 WS-ULTIMA-DATA-RUN       PIC 9(8)  VALUE 0.

      * Entradas do controle de execucao (layout do RUNCTL).
       01 WS-TAB-RUNCTL.
          03 WS-ENT OCCURS 50 TIMES INDEXED BY WS-ENT-IDX.
             05 WS-ENT-PROGRAMA    PIC X(12).
             05 WS-ENT-STATUS      PIC X(12).
             05 WS-ENT-DATA-INI    PIC 9(8).
             05 WS-ENT-HORA-INI    PIC 9(6).
             05 WS-ENT-DATA-FIM    PIC 9(8).
             05 WS-ENT-HORA-FIM    PIC 9(6).
             05 WS-ENT-REINICIAVEL PIC X.
       01 WS-TOT-ENTRADAS          PIC 99    VALUE 0.
       01 WS-TOT-RUNCTL-ESTORNO    PIC 99    VALUE 0.

      * Controle de geracoes atual e o da imagem anterior.
       01 WS-TAB-GER-ATUAL.
          03 WS-GAT OCCURS 20 TIMES INDEXED BY WS-GAT-IDX.
             05 WS-GAT-NOME        PIC X(40).
             05 WS-GAT-GERACAO     PIC 9(4).
       01 WS-TOT-GER-ATUAL         PIC 99    VALUE 0.
       01 WS-TAB-GER-IMAGEM.
          03 WS-GIM OCCURS 20 TIMES INDEXED BY WS-GIM-IDX.
             05 WS-GIM-NOME        PIC X(40).
             05 WS-GIM-GERACAO     PIC 9(4).
       01 WS-TOT-GER-IMAGEM        PIC 99    VALUE 0.
       01 WS-GERACAO-BASE          PIC 9(4)  VALUE 0.
       01 WS-GERACAO-ALVO          PIC 9(4)  VALUE 0.
       01 WS-CAMINHO-GERACAO       PIC X(80) VALUE SPACES.
       01 WS-TOT-GER-APAGADAS      PIC 9(3)  VALUE 0.

       01 WS-RECUSA-SW             PIC X     VALUE 'N'.
          88 WS-RECUSA                       VALUE 'Y'.
       01 WS-MOTIVO-RECUSA         PIC X(60) VALUE SPACES.
       01 WS-ACHOU-SW              PIC X     VALUE 'N'.
          88 WS-ACHOU                        VALUE 'Y'.

      * O catalogo guarda nomes relativos a raiz do ambiente.
       01 WS-CAMINHO-ARQ           PIC X(80) VALUE SPACES.
       01 WS-CAMINHO-IMG           PIC X(80) VALUE SPACES.
       01 WS-RC-ROTINA             PIC S9(9) COMP-5 VALUE 0.
       01 WS-TOT-RESTAURADOS       PIC 9(3)  VALUE 0.
       01 WS-TOT-APAGADOS          PIC 9(3)  VALUE 0.
       01 WS-TOT-ERROS             PIC 9(3)  VALUE 0.

       01 WS-SIGNON-PARM.
           03 WS-SG-ID             PIC X(8).
           03 WS-SG-SENHA          PIC X(8).
           03 WS-SG-FUNCAO         PIC X.
           03 WS-SG-PERFIL         PIC X.
           03 WS-SG-RC             PIC 99.
              88 WS-SG-SEM-SESSAO          VALUE 4.

       01 WS-AUDIT-PARM.
           03 WS-AU-PROGRAMA       PIC X(12) VALUE 'CADESTORNO'.
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
      * Estorno de uma noite inteira da cadeia: volta cada arquivo
      * que os passos gravaram para a imagem tirada antes do passo
      * (CADIMAGEM), marca como ESTORNADO o controle de execucao dos
      * passos daquela noite e desfaz o registro de arquivos
      * processados e as geracoes criadas depois da imagem. Noite que
      * ja serviu de base para outra e recusada.
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CAT-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CATN-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-RC-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-GER-PATH
            DISPLAY 'CADESTORNO - ESTORNO DE NOITE DA CADEIA'
      * Volta arquivos de producao: so supervisor.
            MOVE SPACES TO WS-SG-ID
            MOVE 'S' TO WS-SG-FUNCAO
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
            MOVE WS-SG-ID TO WS-AU-OPERADOR

            DISPLAY 'DATA DA NOITE A ESTORNAR (AAAAMMDD): '
            ACCEPT WS-DATA-ALVO

            PERFORM P100-CARREGA-CATALOGO
            PERFORM P150-CARREGA-RUNCTL
            PERFORM P200-CONFERE-NOITE

            IF WS-RECUSA
                DISPLAY 'ESTORNO RECUSADO: ' WS-MOTIVO-RECUSA
                MOVE 'EST-RECUSADO' TO WS-AU-EVENTO
                MOVE SPACES         TO WS-AU-CHAVE
                MOVE WS-DATA-ALVO   TO WS-AU-CHAVE(1:8)
                MOVE WS-MOTIVO-RECUSA(1:21) TO WS-AU-CHAVE(10:21)
                MOVE 0              TO WS-AU-CONTADOR
                CALL 'AUDITLOG' USING WS-AUDIT-PARM
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF

            PERFORM P250-MOSTRA-NOITE
            DISPLAY 'CONFIRMA O ESTORNO DA NOITE ' WS-DATA-ALVO
                    ' (S/N)? '
            ACCEPT WS-CONFIRMA
            IF WS-CONFIRMA NOT = 'S'
                DISPLAY 'ESTORNO CANCELADO PELO OPERADOR.'
                MOVE 4 TO RETURN-CODE
                STOP RUN
            END-IF

            PERFORM P300-DESFAZ-GERACOES
            PERFORM P400-RESTAURA-ARQUIVOS

      * Restauracao incompleta nao fecha o estorno: o catalogo e o
      * controle de execucao ficam como estao e o estorno pode ser
      * repetido depois de corrigida a causa.
            IF WS-TOT-ERROS > 0
                DISPLAY 'ESTORNO INCOMPLETO: ' WS-TOT-ERROS
                        ' ARQUIVO(S) NAO RESTAURADO(S). CORRIJA E '
                        'REPITA O ESTORNO.'
                MOVE 'EST-INCOMPL' TO WS-AU-EVENTO
                MOVE SPACES        TO WS-AU-CHAVE
                MOVE WS-DATA-ALVO  TO WS-AU-CHAVE(1:8)
                MOVE WS-TOT-ERROS  TO WS-AU-CONTADOR
                CALL 'AUDITLOG' USING WS-AUDIT-PARM
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF

            PERFORM P500-ESTORNA-RUNCTL
            PERFORM P600-REGRAVA-CATALOGO

            DISPLAY '----- ESTORNO DA NOITE ' WS-DATA-ALVO ' -----'
            DISPLAY 'ARQUIVOS RESTAURADOS   : ' WS-TOT-RESTAURADOS
            DISPLAY 'ARQUIVOS APAGADOS      : ' WS-TOT-APAGADOS
            DISPLAY 'GERACOES DESFEITAS     : ' WS-TOT-GER-APAGADAS
            DISPLAY 'CONTROLES DE EXECUCAO  : ' WS-TOT-RUNCTL-ESTORNO
            MOVE 'ESTORNO'     TO WS-AU-EVENTO
            MOVE SPACES        TO WS-AU-CHAVE
            MOVE WS-DATA-ALVO  TO WS-AU-CHAVE(1:8)
            COMPUTE WS-AU-CONTADOR = WS-TOT-RESTAURADOS
                                   + WS-TOT-APAGADOS
            CALL 'AUDITLOG' USING WS-AUDIT-PARM
            STOP RUN.

       P100-CARREGA-CATALOGO.
      * A noite escolhida vai para a tabela; das outras so importa
      * se alguma posterior ainda ativa existe.
            MOVE 0   TO WS-TOT-NOITE
            MOVE 0   TO WS-TOT-ESTORNADOS
            MOVE 0   TO WS-NOITE-POSTERIOR
            MOVE 0   TO WS-ULTIMA-DATA-RUN
            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN INPUT WS-CAT-FILE
            IF WS-CAT-FS = '00'
                PERFORM P110-LE-CATALOGO
                        UNTIL WS-FIM
                CLOSE WS-CAT-FILE
            END-IF
            MOVE 'N' TO WS-FIM-ARQUIVO
            .
       P110-LE-CATALOGO.
            READ WS-CAT-FILE
                AT END SET WS-FIM TO TRUE
                NOT AT END
                    EVALUATE TRUE
                        WHEN WS-CAT-DATA-NOITE = WS-DATA-ALVO
                             AND WS-CAT-ESTORNADA
                            ADD 1 TO WS-TOT-ESTORNADOS
                        WHEN WS-CAT-DATA-NOITE = WS-DATA-ALVO
                            PERFORM P120-GUARDA-REGISTRO
                        WHEN WS-CAT-DATA-NOITE > WS-DATA-ALVO
                             AND WS-CAT-ATIVA
                             AND WS-CAT-DATA-NOITE > WS-NOITE-POSTERIOR
                            MOVE WS-CAT-DATA-NOITE
                                 TO WS-NOITE-POSTERIOR
                        WHEN OTHER
                            CONTINUE
                    END-EVALUATE
            END-READ
            .
       P120-GUARDA-REGISTRO.
            IF WS-TOT-NOITE < 150
                ADD 1 TO WS-TOT-NOITE
                MOVE WS-CAT-TIPO     TO WS-NOI-TIPO(WS-TOT-NOITE)
                MOVE WS-CAT-PROGRAMA TO WS-NOI-PROGRAMA(WS-TOT-NOITE)
                MOVE WS-CAT-ARQUIVO  TO WS-NOI-ARQUIVO(WS-TOT-NOITE)
                MOVE WS-CAT-IMAGEM   TO WS-NOI-IMAGEM(WS-TOT-NOITE)
                MOVE WS-CAT-EXISTIA  TO WS-NOI-EXISTIA(WS-TOT-NOITE)
                MOVE WS-CAT-DATA-RUN TO WS-NOI-DATA-RUN(WS-TOT-NOITE)
                MOVE WS-CAT-HORA-RUN TO WS-NOI-HORA-RUN(WS-TOT-NOITE)
                IF WS-CAT-DATA-RUN > WS-ULTIMA-DATA-RUN
                    MOVE WS-CAT-DATA-RUN TO WS-ULTIMA-DATA-RUN
                END-IF
            ELSE
                DISPLAY 'AVISO: TABELA DA NOITE CHEIA (150).'
            END-IF
            .
       P150-CARREGA-RUNCTL.
            MOVE 0   TO WS-TOT-ENTRADAS
            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN INPUT WS-RC-FILE
            IF WS-RC-FS = '00'
                PERFORM UNTIL WS-FIM OR WS-TOT-ENTRADAS = 50
                    READ WS-RC-FILE
                        AT END SET WS-FIM TO TRUE
                        NOT AT END
                            ADD 1 TO WS-TOT-ENTRADAS
                            MOVE WS-RC-REGISTRO
                                 TO WS-ENT(WS-TOT-ENTRADAS)
                    END-READ
                END-PERFORM
                CLOSE WS-RC-FILE
            END-IF
            MOVE 'N' TO WS-FIM-ARQUIVO
            .
       P200-CONFERE-NOITE.
            MOVE 'N' TO WS-RECUSA-SW
            EVALUATE TRUE
                WHEN WS-TOT-NOITE = 0 AND WS-TOT-ESTORNADOS > 0
                    SET WS-RECUSA TO TRUE
                    MOVE 'NOITE JA ESTORNADA.' TO WS-MOTIVO-RECUSA
                WHEN WS-TOT-NOITE = 0
                    SET WS-RECUSA TO TRUE
                    MOVE 'NOITE SEM IMAGEM ANTERIOR NO CATALOGO.'
                         TO WS-MOTIVO-RECUSA
                WHEN WS-NOITE-POSTERIOR > 0
      * Uma noite posterior ja partiu deste estado; estornar esta
      * por baixo dela desmancharia o que ela gravou.
                    SET WS-RECUSA TO TRUE
                    STRING 'A NOITE ' WS-NOITE-POSTERIOR
                           ' JA RODOU SOBRE ESTE ESTADO.'
                           DELIMITED BY SIZE
                           INTO WS-MOTIVO-RECUSA
                    END-STRING
                WHEN OTHER
                    PERFORM P210-CONFERE-RUNS-POSTERIORES
                        VARYING WS-NOI-IDX FROM 1 BY 1
                        UNTIL WS-NOI-IDX > WS-TOT-NOITE OR WS-RECUSA
            END-EVALUATE
            .
       P210-CONFERE-RUNS-POSTERIORES.
      * Passo da noite rodado de novo em data posterior (fora da
      * cadeia ou numa noite sem imagem) tambem ja gravou por cima.
            IF WS-NOI-TIPO(WS-NOI-IDX) = 'P'
                PERFORM VARYING WS-ENT-IDX FROM 1 BY 1
                        UNTIL WS-ENT-IDX > WS-TOT-ENTRADAS
                              OR WS-RECUSA
                    IF WS-ENT-PROGRAMA(WS-ENT-IDX)
                           = WS-NOI-PROGRAMA(WS-NOI-IDX)
                        EVALUATE TRUE
                            WHEN WS-ENT-STATUS(WS-ENT-IDX) = 'RUNNING'
                                SET WS-RECUSA TO TRUE
                                STRING WS-ENT-PROGRAMA(WS-ENT-IDX)
                                       DELIMITED BY SPACE
                                       ' EM EXECUCAO.'
                                       DELIMITED BY SIZE
                                       INTO WS-MOTIVO-RECUSA
                                END-STRING
                            WHEN WS-ENT-DATA-INI(WS-ENT-IDX)
                                     > WS-ULTIMA-DATA-RUN
                                SET WS-RECUSA TO TRUE
                                STRING WS-ENT-PROGRAMA(WS-ENT-IDX)
                                       DELIMITED BY SPACE
                                       ' RODOU DE NOVO EM '
                                       WS-ENT-DATA-INI(WS-ENT-IDX)
                                       '.'
                                       DELIMITED BY SIZE
                                       INTO WS-MOTIVO-RECUSA
                                END-STRING
                            WHEN OTHER
                                CONTINUE
                        END-EVALUATE
                    END-IF
                END-PERFORM
            END-IF
            .
       P250-MOSTRA-NOITE.
            DISPLAY 'NOITE ' WS-DATA-ALVO ' - PASSOS E ARQUIVOS:'
            PERFORM VARYING WS-NOI-IDX FROM 1 BY 1
                    UNTIL WS-NOI-IDX > WS-TOT-NOITE
                IF WS-NOI-TIPO(WS-NOI-IDX) = 'P'
                    DISPLAY '  PASSO   ' WS-NOI-PROGRAMA(WS-NOI-IDX)
                            ' ' WS-NOI-DATA-RUN(WS-NOI-IDX)
                            ' ' WS-NOI-HORA-RUN(WS-NOI-IDX)
                ELSE
                    IF WS-NOI-EXISTIA(WS-NOI-IDX) = 'S'
                        DISPLAY '  VOLTA   ' WS-NOI-ARQUIVO(WS-NOI-IDX)
                    ELSE
                        DISPLAY '  APAGA   ' WS-NOI-ARQUIVO(WS-NOI-IDX)
                    END-IF
                END-IF
            END-PERFORM
            .
       P300-DESFAZ-GERACOES.
      * Geracoes criadas pelo ARQGERA depois da imagem do controle
      * de geracoes sao apagadas; o proprio controle volta com os
      * demais arquivos no P400.
            MOVE 0 TO WS-TOT-GER-APAGADAS
            MOVE 'N' TO WS-ACHOU-SW
            PERFORM VARYING WS-NOI-IDX FROM 1 BY 1
                    UNTIL WS-NOI-IDX > WS-TOT-NOITE OR WS-ACHOU
                IF WS-NOI-TIPO(WS-NOI-IDX) = 'A'
                   AND WS-NOI-ARQUIVO(WS-NOI-IDX) = WS-GER-NOME-ARQ
                    SET WS-ACHOU TO TRUE
                    SET WS-GIM-IDX TO WS-NOI-IDX
                END-IF
            END-PERFORM
            IF WS-ACHOU
                SET WS-NOI-IDX TO WS-GIM-IDX
                MOVE 0 TO WS-TOT-GER-IMAGEM
                IF WS-NOI-EXISTIA(WS-NOI-IDX) = 'S'
                    MOVE SPACES TO WS-GER-PATH
                    STRING WS-AMB-RAIZ DELIMITED BY SPACE
                           WS-NOI-IMAGEM(WS-NOI-IDX) DELIMITED BY SPACE
                           INTO WS-GER-PATH
                    END-STRING
                    PERFORM P310-CARREGA-GER-IMAGEM
                END-IF
                MOVE 'ARQGERACOES.CTL' TO WS-GER-PATH
                CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-GER-PATH
                PERFORM P320-CARREGA-GER-ATUAL
                PERFORM P330-APAGA-GERACOES-NOVAS
                        VARYING WS-GAT-IDX FROM 1 BY 1
                        UNTIL WS-GAT-IDX > WS-TOT-GER-ATUAL
            END-IF
            .
       P310-CARREGA-GER-IMAGEM.
            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN INPUT WS-GER-FILE
            IF WS-GER-FS = '00'
                PERFORM UNTIL WS-FIM OR WS-TOT-GER-IMAGEM = 20
                    READ WS-GER-FILE
                        AT END SET WS-FIM TO TRUE
                        NOT AT END
                            ADD 1 TO WS-TOT-GER-IMAGEM
                            MOVE WS-GER-NOME
                                 TO WS-GIM-NOME(WS-TOT-GER-IMAGEM)
                            MOVE WS-GER-GERACAO
                                 TO WS-GIM-GERACAO(WS-TOT-GER-IMAGEM)
                    END-READ
                END-PERFORM
                CLOSE WS-GER-FILE
            END-IF
            MOVE 'N' TO WS-FIM-ARQUIVO
            .
       P320-CARREGA-GER-ATUAL.
            MOVE 0   TO WS-TOT-GER-ATUAL
            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN INPUT WS-GER-FILE
            IF WS-GER-FS = '00'
                PERFORM UNTIL WS-FIM OR WS-TOT-GER-ATUAL = 20
                    READ WS-GER-FILE
                        AT END SET WS-FIM TO TRUE
                        NOT AT END
                            ADD 1 TO WS-TOT-GER-ATUAL
                            MOVE WS-GER-NOME
                                 TO WS-GAT-NOME(WS-TOT-GER-ATUAL)
                            MOVE WS-GER-GERACAO
                                 TO WS-GAT-GERACAO(WS-TOT-GER-ATUAL)
                    END-READ
                END-PERFORM
                CLOSE WS-GER-FILE
            END-IF
            MOVE 'N' TO WS-FIM-ARQUIVO
            .
       P330-APAGA-GERACOES-NOVAS.
            MOVE 0 TO WS-GERACAO-BASE
            PERFORM VARYING WS-GIM-IDX FROM 1 BY 1
                    UNTIL WS-GIM-IDX > WS-TOT-GER-IMAGEM
                IF WS-GIM-NOME(WS-GIM-IDX) = WS-GAT-NOME(WS-GAT-IDX)
                    MOVE WS-GIM-GERACAO(WS-GIM-IDX) TO WS-GERACAO-BASE
                END-IF
            END-PERFORM
            COMPUTE WS-GERACAO-ALVO = WS-GERACAO-BASE + 1
            PERFORM P340-APAGA-UMA-GERACAO
                    UNTIL WS-GERACAO-ALVO > WS-GAT-GERACAO(WS-GAT-IDX)
            .
       P340-APAGA-UMA-GERACAO.
      * Mesmo nome que o ARQGERA monta: NOME.Gnnnn.
            MOVE SPACES TO WS-CAMINHO-GERACAO
            STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   WS-GAT-NOME(WS-GAT-IDX) DELIMITED BY SPACE
                   '.G' WS-GERACAO-ALVO
                   DELIMITED BY SIZE
                   INTO WS-CAMINHO-GERACAO
            END-STRING
            CALL 'CBL_DELETE_FILE' USING WS-CAMINHO-GERACAO
            ADD 1 TO WS-TOT-GER-APAGADAS
            DISPLAY 'GERACAO DESFEITA: ' WS-CAMINHO-GERACAO
            ADD 1 TO WS-GERACAO-ALVO
            .
       P400-RESTAURA-ARQUIVOS.
            MOVE 0 TO WS-TOT-RESTAURADOS
            MOVE 0 TO WS-TOT-APAGADOS
            MOVE 0 TO WS-TOT-ERROS
            PERFORM P410-RESTAURA-ARQUIVO
                    VARYING WS-NOI-IDX FROM 1 BY 1
                    UNTIL WS-NOI-IDX > WS-TOT-NOITE
            .
       P410-RESTAURA-ARQUIVO.
            IF WS-NOI-TIPO(WS-NOI-IDX) = 'A'
                MOVE SPACES TO WS-CAMINHO-ARQ
                STRING WS-AMB-RAIZ DELIMITED BY SPACE
                       WS-NOI-ARQUIVO(WS-NOI-IDX) DELIMITED BY SPACE
                       INTO WS-CAMINHO-ARQ
                END-STRING
                MOVE SPACES TO WS-CAMINHO-IMG
                STRING WS-AMB-RAIZ DELIMITED BY SPACE
                       WS-NOI-IMAGEM(WS-NOI-IDX) DELIMITED BY SPACE
                       INTO WS-CAMINHO-IMG
                END-STRING
                CALL 'CBL_DELETE_FILE' USING WS-CAMINHO-ARQ
      * Arquivo que nao existia antes da noite so e apagado.
                IF WS-NOI-EXISTIA(WS-NOI-IDX) = 'S'
                    CALL 'CBL_COPY_FILE' USING WS-CAMINHO-IMG
                                               WS-CAMINHO-ARQ
                         RETURNING WS-RC-ROTINA
                    IF WS-RC-ROTINA = 0
                        ADD 1 TO WS-TOT-RESTAURADOS
                    ELSE
                        ADD 1 TO WS-TOT-ERROS
                        DISPLAY 'FALHA AO RESTAURAR ' WS-CAMINHO-ARQ
                                ' DE ' WS-CAMINHO-IMG
                    END-IF
                ELSE
                    ADD 1 TO WS-TOT-APAGADOS
                END-IF
            END-IF
            .
       P500-ESTORNA-RUNCTL.
      * A entrada do passo que rodou naquela noite fica ESTORNADO: o
      * pre-requisito do dia deixa de valer e a trilha mostra o que
      * aconteceu com o run.
            MOVE 0 TO WS-TOT-RUNCTL-ESTORNO
            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
            PERFORM VARYING WS-ENT-IDX FROM 1 BY 1
                    UNTIL WS-ENT-IDX > WS-TOT-ENTRADAS
                MOVE 'N' TO WS-ACHOU-SW
                PERFORM VARYING WS-NOI-IDX FROM 1 BY 1
                        UNTIL WS-NOI-IDX > WS-TOT-NOITE OR WS-ACHOU
                    IF WS-NOI-TIPO(WS-NOI-IDX) = 'P'
                       AND WS-NOI-PROGRAMA(WS-NOI-IDX)
                           = WS-ENT-PROGRAMA(WS-ENT-IDX)
                       AND WS-NOI-DATA-RUN(WS-NOI-IDX)
                           = WS-ENT-DATA-INI(WS-ENT-IDX)
                        SET WS-ACHOU TO TRUE
                    END-IF
                END-PERFORM
                IF WS-ACHOU
                    MOVE 'ESTORNADO' TO WS-ENT-STATUS(WS-ENT-IDX)
                    MOVE WS-DATA-HORA-ATUAL(1:8)
                         TO WS-ENT-DATA-FIM(WS-ENT-IDX)
                    MOVE WS-DATA-HORA-ATUAL(9:6)
                         TO WS-ENT-HORA-FIM(WS-ENT-IDX)
                    ADD 1 TO WS-TOT-RUNCTL-ESTORNO
                END-IF
            END-PERFORM

            IF WS-TOT-RUNCTL-ESTORNO > 0
                OPEN OUTPUT WS-RC-FILE
                PERFORM VARYING WS-ENT-IDX FROM 1 BY 1
                        UNTIL WS-ENT-IDX > WS-TOT-ENTRADAS
                    MOVE WS-ENT(WS-ENT-IDX) TO WS-RC-REGISTRO
                    WRITE WS-RC-REGISTRO
                END-PERFORM
                CLOSE WS-RC-FILE
            END-IF
            .
       P600-REGRAVA-CATALOGO.
      * A noite estornada fica no catalogo como E: nao volta a ser
      * estornada e deixa de contar como noite posterior.
            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN INPUT WS-CAT-FILE
            IF WS-CAT-FS = '00'
                OPEN OUTPUT WS-CATN-FILE
                PERFORM P610-COPIA-CATALOGO
                        UNTIL WS-FIM
                CLOSE WS-CAT-FILE
                CLOSE WS-CATN-FILE
                CALL 'CBL_DELETE_FILE' USING WS-CAT-PATH
                CALL 'CBL_RENAME_FILE' USING WS-CATN-PATH
                                             WS-CAT-PATH
            END-IF
            .
       P610-COPIA-CATALOGO.
            READ WS-CAT-FILE
                AT END SET WS-FIM TO TRUE
                NOT AT END
                    IF WS-CAT-DATA-NOITE = WS-DATA-ALVO
                        SET WS-CAT-ESTORNADA TO TRUE
                    END-IF
                    WRITE WS-CATN-REGISTRO FROM WS-CAT-REGISTRO
            END-READ
            .
       END PROGRAM CADESTORNO.
