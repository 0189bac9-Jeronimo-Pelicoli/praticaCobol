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
       FD  WS-HMN-FILE.
       01 WS-HMN-REGISTRO.
           03 WS-HMN-CHAVE.
              05 WS-HMN-ID           PIC 9(9).
              05 WS-HMN-DATA         PIC 9(8).
           03 WS-HMN-VALOR           PIC S9(9)V99.
           03 WS-HMN-SITUACAO        PIC X.
           03 WS-HMN-MOTIVO          PIC 99.
           03 WS-HMN-CLIENTE         PIC X(30).
           03 WS-HMN-COD-CLIENTE     PIC 9(6).
       FD  WS-HIST-FILE.
       01 WS-HIST-REGISTRO.
           03 WS-HIST-ID             PIC 9(9).
           03 WS-HIST-VALOR          PIC S9(9)V99.
           03 WS-HIST-DATA           PIC 9(8).
           03 WS-HIST-CLIENTE        PIC X(30).
           03 WS-HIST-SITUACAO       PIC X.
           03 WS-HIST-COD-CLIENTE    PIC 9(6).
       FD  WS-HSN-FILE.
       01 WS-HSN-REGISTRO.
           03 WS-HSN-ID              PIC 9(9).
           03 WS-HSN-VALOR           PIC S9(9)V99.
           03 WS-HSN-DATA            PIC 9(8).
           03 WS-HSN-CLIENTE         PIC X(30).
           03 WS-HSN-SITUACAO        PIC X.
           03 WS-HSN-COD-CLIENTE     PIC 9(6).
      * Arquivo morto anual: imagens do historico mensal, um arquivo
      * por ano, sequencial, lido pelo PAGTOHISTCONS nas consultas
      * que voltam alem do corte.
       FD  WS-ARQ-FILE.
       01 WS-ARQ-REGISTRO.
           03 WS-ARQ-ID              PIC 9(9).
           03 WS-ARQ-DATA            PIC 9(8).
           03 WS-ARQ-VALOR           PIC S9(9)V99.
           03 WS-ARQ-SITUACAO        PIC X.
           03 WS-ARQ-MOTIVO          PIC 99.
           03 WS-ARQ-CLIENTE         PIC X(30).
           03 WS-ARQ-COD-CLIENTE     PIC 9(6).
       FD  WS-CTL-FILE.
       01 WS-CTL-REGISTRO.
           03 WS-CTL-DATA-CORTE      PIC 9(8).
       01 WS-TOT-HIST-PURGADO      PIC 9(6)  VALUE 0.
       01 WS-TOT-HIST-MANTIDO      PIC 9(6)  VALUE 0.

      * Arquivos anuais tocados no run, com a quantidade de linhas de
      * cada um; e o que o ponto de reinicio registra como saidas.
       01 WS-QTD-ANOS              PIC 9     VALUE 0.
       01 WS-ANO-IDX               PIC 9     VALUE 0.
       01 WS-ANO-ATUAL             PIC 9     VALUE 0.
       01 WS-TAB-ANOS.
           03 WS-TAB-ANO-ENT OCCURS 6 TIMES.
              05 WS-TAB-ANO        PIC 9(4).
              05 WS-TAB-PATH       PIC X(40).
              05 WS-TAB-LINHAS     PIC 9(9).
       01 WS-TAM-NOME              PIC 99    VALUE 0.
       01 WS-RC-FINAL              PIC 99    VALUE 0.

      * Ponto de reinicio: ULT-CHAVE(1:1) e a fase (1 = arquivamento
      * do mensal, 2 = purga do historico) e o resto a ultima chave
      * lida na fase.
       01 WS-CHKPONTO-PARM.
           03 WS-CK-FUNCAO         PIC X.
           03 WS-CK-PROGRAMA       PIC X(12) VALUE 'PAGTOHISTARQ'.
           03 WS-CK-RC             PIC 99.
           03 WS-CK-INTERVALO      PIC 9(5)  VALUE 500.
           03 WS-CK-POSICAO        PIC 9(9)  VALUE 0.
           03 WS-CK-ULT-CHAVE.
              05 WS-CK-FASE        PIC X.
              05 WS-CK-CHAVE-FASE  PIC X(29).
           03 WS-CK-DATA-PONTO     PIC 9(8).
           03 WS-CK-HORA-PONTO     PIC 9(6).
           03 WS-CK-QTD-SAIDAS     PIC 9     VALUE 0.
           03 WS-CK-SAIDA OCCURS 6 TIMES.
              05 WS-CK-SAI-NOME    PIC X(40).
              05 WS-CK-SAI-QTD     PIC 9(9).
           03 WS-CK-TOTAL OCCURS 12 TIMES
                                   PIC S9(13)V99.
       01 WS-INTERVALO-PADRAO      PIC 9(5)  VALUE 500.
       01 WS-REINICIO-SW           PIC X     VALUE 'N'.
          88 WS-REINICIO                     VALUE 'Y'.
       01 WS-PONTO-SUSPENSO-SW     PIC X     VALUE 'N'.
          88 WS-PONTO-SUSPENSO               VALUE 'Y'.

       01 WS-RUNCTL-PARM.
           03 WS-RN-FUNCAO         PIC X.
           03 WS-RN-PROGRAMA       PIC X(12) VALUE 'PAGTOHISTARQ'.
           03 WS-RN-STATUS-FIM     PIC X.
           03 WS-RN-RC             PIC 99.
           03 WS-RN-PREREQ         PIC X(12) VALUE SPACES.
           03 WS-RN-OVERRIDE       PIC X     VALUE 'N'.
           03 WS-RN-MOTIVO-OVR     PIC X(30) VALUE SPACES.

       01 WS-VER-QTD                 PIC 9(6)      VALUE 0.
       01 WS-VER-HASH                PIC S9(11)V99 VALUE 0.

           03 WS-AU-CONTADOR       PIC 9(6).
           03 WS-AU-OPERADOR       PIC X(8)  VALUE SPACES.

       01 WS-AMBIENTE-PARM.
           03 WS-AMB-FUNCAO        PIC X     VALUE 'R'.
           03 WS-AMB-NOME          PIC X(8)  VALUE SPACES.
           03 WS-AMB-RAIZ          PIC X(40) VALUE SPACES.
           03 WS-AMB-RC            PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-HM-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-HMN-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-HIST-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-HSN-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CTL-PATH
            DISPLAY 'PAGTOHISTARQ - ARQUIVAMENTO DO HISTORICO'

            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
            DISPLAY 'MOVIMENTOS ANTERIORES A ' WS-DATA-CORTE
                    ' VAO PARA O ARQUIVO MORTO.'

            MOVE 'I' TO WS-RN-FUNCAO
            CALL 'RUNCTL' USING WS-RUNCTL-PARM
            IF WS-RN-RC NOT = 0
                DISPLAY 'JA EXISTE EXECUCAO ATIVA DE PAGTOHISTARQ. '
                        'RUN RECUSADO.'
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF

            PERFORM P050-CARREGA-CHECKPOINT
            IF WS-RC-FINAL = 0
      * Retomada na fase 2: o mensal ja foi arquivado; so refaz a
      * troca (sem efeito se ja feita) e os totais de controle.
                IF WS-REINICIO AND WS-CK-FASE = '2'
                    CALL 'CBL_RENAME_FILE' USING WS-HMN-PATH
                                                 WS-HM-PATH
                ELSE
                    PERFORM P120-VERIFICA-CONTROLE
                    PERFORM P200-ARQUIVA-MENSAL
                END-IF
                PERFORM P130-REGISTRA-CONTROLE
                PERFORM P400-PURGA-HIST
                PERFORM P700-GRAVA-CONTROLE

                MOVE 'F' TO WS-CK-FUNCAO
                CALL 'CHKPONTO' USING WS-CHKPONTO-PARM

                MOVE 'FIM'            TO WS-AU-EVENTO
                MOVE SPACES           TO WS-AU-CHAVE
                MOVE WS-TOT-ARQUIVADO TO WS-AU-CONTADOR
                CALL 'AUDITLOG' USING WS-AUDIT-PARM
            END-IF

            MOVE 'F' TO WS-RN-FUNCAO
            IF WS-RC-FINAL = 0
                MOVE 'O' TO WS-RN-STATUS-FIM
            ELSE
                MOVE 'E' TO WS-RN-STATUS-FIM
            END-IF
            CALL 'RUNCTL' USING WS-RUNCTL-PARM

            DISPLAY '----- RESUMO DO ARQUIVAMENTO -----'
            DISPLAY 'MOVIMENTOS ARQUIVADOS : ' WS-TOT-ARQUIVADO
            DISPLAY 'MOVIMENTOS MANTIDOS   : ' WS-TOT-MANTIDO
            DISPLAY 'HIST PURGADO          : ' WS-TOT-HIST-PURGADO
            DISPLAY 'HIST MANTIDO          : ' WS-TOT-HIST-MANTIDO
            MOVE WS-RC-FINAL TO RETURN-CODE
            STOP RUN.

       P050-CARREGA-CHECKPOINT.
            MOVE 'C' TO WS-CK-FUNCAO
            CALL 'CHKPONTO' USING WS-CHKPONTO-PARM
            EVALUATE WS-CK-RC
                WHEN 0
                    SET WS-REINICIO TO TRUE
                    MOVE WS-CK-TOTAL(1) TO WS-TOT-ARQUIVADO
                    MOVE WS-CK-TOTAL(2) TO WS-TOT-MANTIDO
                    MOVE WS-CK-TOTAL(3) TO WS-TOT-HIST-PURGADO
                    MOVE WS-CK-TOTAL(4) TO WS-TOT-HIST-MANTIDO
                    MOVE WS-CK-QTD-SAIDAS TO WS-QTD-ANOS
                    PERFORM VARYING WS-ANO-IDX FROM 1 BY 1
                            UNTIL WS-ANO-IDX > WS-QTD-ANOS
                        PERFORM P055-RESTAURA-ANO
                    END-PERFORM
                WHEN 8
                    DISPLAY 'RUN RECUSADO: PONTO DE REINICIO NAO '
                            'CONFERE COM O ARQUIVO MORTO.'
                    MOVE 12 TO WS-RC-FINAL
                WHEN OTHER
      * Posicao 1 com chave em branco: fase 1 iniciada e nenhum
      * movimento lido; o ponto ja vale para cortar os anuais.
                    MOVE 1      TO WS-CK-POSICAO
                    MOVE '1'    TO WS-CK-FASE
                    MOVE SPACES TO WS-CK-CHAVE-FASE
            END-EVALUATE
            .
       P055-RESTAURA-ANO.
      * O ano sai do fim do nome do anual (PAGTOHIST.ARQaaaa).
            MOVE WS-CK-SAI-NOME(WS-ANO-IDX) TO WS-TAB-PATH(WS-ANO-IDX)
            MOVE WS-CK-SAI-QTD(WS-ANO-IDX)
                 TO WS-TAB-LINHAS(WS-ANO-IDX)
            COMPUTE WS-TAM-NOME = FUNCTION LENGTH(FUNCTION TRIM(
                    WS-TAB-PATH(WS-ANO-IDX) TRAILING))
            MOVE WS-TAB-PATH(WS-ANO-IDX)(WS-TAM-NOME - 3:4)
                 TO WS-TAB-ANO(WS-ANO-IDX)
            .
       P060-GRAVA-CHECKPOINT.
            MOVE WS-TOT-ARQUIVADO    TO WS-CK-TOTAL(1)
            MOVE WS-TOT-MANTIDO      TO WS-CK-TOTAL(2)
            MOVE WS-TOT-HIST-PURGADO TO WS-CK-TOTAL(3)
            MOVE WS-TOT-HIST-MANTIDO TO WS-CK-TOTAL(4)
            MOVE WS-QTD-ANOS TO WS-CK-QTD-SAIDAS
            PERFORM VARYING WS-ANO-IDX FROM 1 BY 1
                    UNTIL WS-ANO-IDX > WS-QTD-ANOS
                MOVE WS-TAB-PATH(WS-ANO-IDX)
                     TO WS-CK-SAI-NOME(WS-ANO-IDX)
                MOVE WS-TAB-LINHAS(WS-ANO-IDX)
                     TO WS-CK-SAI-QTD(WS-ANO-IDX)
            END-PERFORM
            IF NOT WS-PONTO-SUSPENSO
                MOVE 'G' TO WS-CK-FUNCAO
                CALL 'CHKPONTO' USING WS-CHKPONTO-PARM
            END-IF
            .
       P065-FORCA-CHECKPOINT.
      * Ponto fora do intervalo: troca de fase e primeira abertura de
      * um anual no run.
            MOVE 0 TO WS-CK-INTERVALO
            PERFORM P060-GRAVA-CHECKPOINT
            MOVE WS-INTERVALO-PADRAO TO WS-CK-INTERVALO
            .

       P120-VERIFICA-CONTROLE.
      * Conferencia do protocolo de totais antes do arquivamento.
            MOVE 0   TO WS-VER-QTD
                   DELIMITED BY SIZE
                   INTO WS-ARQ-PATH
            END-STRING
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-ARQ-PATH
            PERFORM P110-LOCALIZA-ANO
            OPEN EXTEND WS-ARQ-FILE
            IF WS-ARQ-FS NOT = '00'
                OPEN OUTPUT WS-ARQ-FILE
            SET WS-ARQ-ABERTO TO TRUE
            MOVE WS-ANO-REGISTRO TO WS-ANO-ABERTO
            .
       P110-LOCALIZA-ANO.
            MOVE 0 TO WS-ANO-ATUAL
            PERFORM VARYING WS-ANO-IDX FROM 1 BY 1
                    UNTIL WS-ANO-IDX > WS-QTD-ANOS
                IF WS-TAB-ANO(WS-ANO-IDX) = WS-ANO-REGISTRO
                    MOVE WS-ANO-IDX TO WS-ANO-ATUAL
                END-IF
            END-PERFORM
            IF WS-ANO-ATUAL = 0
                IF WS-QTD-ANOS < 6
      * Primeira abertura do anual no run: as linhas que ja existem
      * sao a base do corte e o ponto e gravado antes de escrever.
                    ADD 1 TO WS-QTD-ANOS
                    MOVE WS-QTD-ANOS     TO WS-ANO-ATUAL
                    MOVE WS-ANO-REGISTRO TO WS-TAB-ANO(WS-ANO-ATUAL)
                    MOVE WS-ARQ-PATH     TO WS-TAB-PATH(WS-ANO-ATUAL)
                    PERFORM P115-CONTA-ANUAL
                    PERFORM P065-FORCA-CHECKPOINT
                ELSE
                    IF NOT WS-PONTO-SUSPENSO
                        DISPLAY 'AVISO: MAIS DE 6 ANOS ARQUIVADOS NO '
                                'RUN; PONTO DE REINICIO SUSPENSO.'
                        SET WS-PONTO-SUSPENSO TO TRUE
                        MOVE 'F' TO WS-CK-FUNCAO
                        CALL 'CHKPONTO' USING WS-CHKPONTO-PARM
                    END-IF
                END-IF
            END-IF
            .
       P115-CONTA-ANUAL.
            MOVE 0 TO WS-TAB-LINHAS(WS-ANO-ATUAL)
            OPEN INPUT WS-ARQ-FILE
            IF WS-ARQ-FS = '00'
                PERFORM P117-LE-ANUAL
                        UNTIL WS-ARQ-FS NOT = '00'
                CLOSE WS-ARQ-FILE
            END-IF
            .
       P117-LE-ANUAL.
            READ WS-ARQ-FILE
                NOT AT END ADD 1 TO WS-TAB-LINHAS(WS-ANO-ATUAL)
            END-READ
            .
       P200-ARQUIVA-MENSAL.
            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN INPUT WS-HM-FILE
                DISPLAY 'HISTORICO MENSAL NAO ENCONTRADO: '
                        WS-HM-PATH
            ELSE
      * Na retomada o novo indice e mantido e a leitura recomeca
      * depois da ultima chave do ponto.
                IF WS-REINICIO
                    OPEN I-O WS-HMN-FILE
                    IF WS-HMN-FS NOT = '00'
                        OPEN OUTPUT WS-HMN-FILE
                    END-IF
                    IF WS-CK-CHAVE-FASE NOT = SPACES
                        MOVE WS-CK-CHAVE-FASE(1:17) TO WS-HM-CHAVE
                        START WS-HM-FILE
                              KEY IS GREATER THAN WS-HM-CHAVE
                            INVALID KEY SET WS-FIM TO TRUE
                        END-START
                    END-IF
                ELSE
                    OPEN OUTPUT WS-HMN-FILE
                END-IF
                IF NOT WS-FIM
                    PERFORM P250-LE-MENSAL
                END-IF
                PERFORM P260-CLASSIFICA-MENSAL
                        UNTIL WS-FIM
                IF WS-ARQ-ABERTO
                END-IF
                CLOSE WS-HMN-FILE
                CLOSE WS-HM-FILE
                MOVE '2'    TO WS-CK-FASE
                MOVE SPACES TO WS-CK-CHAVE-FASE
                PERFORM P065-FORCA-CHECKPOINT
                CALL 'CBL_RENAME_FILE' USING WS-HMN-PATH WS-HM-PATH
            END-IF
            .
                MOVE WS-HM-SITUACAO TO WS-ARQ-SITUACAO
                MOVE WS-HM-MOTIVO   TO WS-ARQ-MOTIVO
                MOVE WS-HM-CLIENTE  TO WS-ARQ-CLIENTE
                MOVE WS-HM-COD-CLIENTE TO WS-ARQ-COD-CLIENTE
                WRITE WS-ARQ-REGISTRO
                IF WS-ANO-ATUAL > 0
                    ADD 1 TO WS-TAB-LINHAS(WS-ANO-ATUAL)
                END-IF
                ADD 1 TO WS-TOT-ARQUIVADO
            ELSE
                MOVE WS-HM-REGISTRO TO WS-HMN-REGISTRO
      * Na retomada o movimento pode ja ter sido mantido depois do
      * ultimo ponto; regrava no lugar.
                WRITE WS-HMN-REGISTRO
                    INVALID KEY
                        IF WS-REINICIO
                            REWRITE WS-HMN-REGISTRO
                        ELSE
                            DISPLAY 'FALHA AO MANTER MOVIMENTO: '
                                    WS-HM-CHAVE
                        END-IF
                END-WRITE
                ADD 1 TO WS-TOT-MANTIDO
            END-IF
            ADD 1 TO WS-CK-POSICAO
            MOVE '1'         TO WS-CK-FASE
            MOVE WS-HM-CHAVE TO WS-CK-CHAVE-FASE
            PERFORM P060-GRAVA-CHECKPOINT
            PERFORM P250-LE-MENSAL
            .
       P400-PURGA-HIST.
                DISPLAY 'HISTORICO DE CONFIRMACOES NAO ENCONTRADO: '
                        WS-HIST-PATH
            ELSE
                IF WS-REINICIO AND WS-CK-FASE = '2'
                                AND WS-CK-CHAVE-FASE NOT = SPACES
                    OPEN I-O WS-HSN-FILE
                    IF WS-HSN-FS NOT = '00'
                        OPEN OUTPUT WS-HSN-FILE
                    END-IF
                    MOVE WS-CK-CHAVE-FASE(1:9) TO WS-HIST-ID
                    START WS-HIST-FILE KEY IS GREATER THAN WS-HIST-ID
                        INVALID KEY SET WS-FIM TO TRUE
                    END-START
                ELSE
                    OPEN OUTPUT WS-HSN-FILE
                END-IF
                IF NOT WS-FIM
                    PERFORM P450-LE-HIST
                END-IF
                PERFORM P460-CLASSIFICA-HIST
                        UNTIL WS-FIM
                CLOSE WS-HSN-FILE
                MOVE WS-HIST-REGISTRO TO WS-HSN-REGISTRO
                WRITE WS-HSN-REGISTRO
                    INVALID KEY
                        IF WS-REINICIO
                            REWRITE WS-HSN-REGISTRO
                        ELSE
                            DISPLAY 'FALHA AO MANTER CONFIRMACAO: '
                                    WS-HIST-ID
                        END-IF
                END-WRITE
                ADD 1 TO WS-TOT-HIST-MANTIDO
            END-IF
            ADD 1 TO WS-CK-POSICAO
            MOVE '2'        TO WS-CK-FASE
            MOVE WS-HIST-ID TO WS-CK-CHAVE-FASE
            PERFORM P060-GRAVA-CHECKPOINT
            PERFORM P450-LE-HIST
            .
       P700-GRAVA-CONTROLE.
