       01 WS-DATA-HORA-ATUAL             PIC X(21).
       01 WS-PCT-ED                      PIC ZZ9.99.

       01 WS-RC-FINAL                    PIC 99    VALUE 0.

      * Ponto de reinicio: ultimo nome lido do arquivo antigo, linhas
      * de suspensao, revisao e delta, e os contadores do run. O
      * total 11 e o ultimo codigo atribuido e o 12 o modo (1=C,
      * 2=D).
       01 WS-CHKPONTO-PARM.
           03 WS-CK-FUNCAO         PIC X.
           03 WS-CK-PROGRAMA       PIC X(12) VALUE 'CORR'.
           03 WS-CK-RC             PIC 99.
           03 WS-CK-INTERVALO      PIC 9(5)  VALUE 100.
           03 WS-CK-POSICAO        PIC 9(9)  VALUE 0.
           03 WS-CK-ULT-CHAVE      PIC X(30) VALUE SPACES.
           03 WS-CK-DATA-PONTO     PIC 9(8).
           03 WS-CK-HORA-PONTO     PIC 9(6).
           03 WS-CK-QTD-SAIDAS     PIC 9     VALUE 0.
           03 WS-CK-SAIDA OCCURS 6 TIMES.
              05 WS-CK-SAI-NOME    PIC X(40).
              05 WS-CK-SAI-QTD     PIC 9(9).
           03 WS-CK-TOTAL OCCURS 12 TIMES
                                   PIC S9(13)V99.
       01 WS-REINICIO-SW                 PIC X  VALUE 'N'.
          88 WS-REINICIO                        VALUE 'Y'.
       01 WS-SUSP-LINHAS                 PIC 9(9) VALUE 0.
       01 WS-REV-LINHAS                  PIC 9(9) VALUE 0.
       01 WS-DELTA-LINHAS                PIC 9(9) VALUE 0.
       01 WS-CODIGO-PONTO                PIC 9(6) VALUE 0.
       01 WS-TOT-DESFEITO                PIC 9(6) VALUE 0.

       01 WS-AMBIENTE-PARM.
           03 WS-AMB-FUNCAO        PIC X     VALUE 'R'.
           03 WS-AMB-NOME          PIC X(8)  VALUE SPACES.
           03 WS-AMB-RAIZ          PIC X(40) VALUE SPACES.
           03 WS-AMB-RC            PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CLI-ANTIGO-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-SUSP-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CLI-ULT-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-DELTA-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-SCORE-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CLI-NOVO-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-DOCA-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-APE-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-REV-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-DOC-PATH
            DISPLAY 'CORR'
            MOVE FUNCTION CURRENT-DATE TO WS-ET-INICIO
            MOVE 'I' TO WS-RN-FUNCAO
            PERFORM P058-CARREGA-DOCUMENTOS
            PERFORM P059-CARREGA-APELIDOS
            PERFORM P060-COMPARA-LAYOUTS
            PERFORM P040-CARREGA-CHECKPOINT

            IF WS-RC-FINAL = 0
                IF WS-MODO-DELTA
                    PERFORM P600-MIGRA-DELTA
                ELSE
                    PERFORM P090-MIGRA-COMPLETO
                END-IF
                MOVE RETURN-CODE TO WS-RC-FINAL
            END-IF

      * Run recusado (snapshot ausente, master indisponivel) nao pode
      * refazer o snapshot nem o placar: o delta seguinte trataria as
      * mudancas nao aplicadas como ja vistas e as perderia.
            IF WS-RC-FINAL = 0
                PERFORM P680-ATUALIZA-ULTIMO
                PERFORM P700-GRAVA-SCORECARD
                MOVE 'F' TO WS-CK-FUNCAO
                CALL 'CHKPONTO' USING WS-CHKPONTO-PARM
            END-IF
            IF WS-DOC-ABERTO
                CLOSE WS-DOC-FILE
            CALL 'ESTATRUN' USING WS-ESTAT-PARM

            MOVE 'F' TO WS-RN-FUNCAO
            IF WS-RC-FINAL = 0
                MOVE 'O' TO WS-RN-STATUS-FIM
            ELSE
                MOVE 'E' TO WS-RN-STATUS-FIM
            END-IF
            CALL 'RUNCTL' USING WS-RUNCTL-PARM

            MOVE WS-RC-FINAL TO RETURN-CODE
            STOP RUN.

       P040-CARREGA-CHECKPOINT.
      * Retomada depois de abend: suspensao, revisao e delta voltam
      * cortados no ponto, o modo e o do run interrompido e a leitura
      * do arquivo antigo recomeca depois do ultimo nome registrado.
            MOVE 'C' TO WS-CK-FUNCAO
            CALL 'CHKPONTO' USING WS-CHKPONTO-PARM
            EVALUATE WS-CK-RC
                WHEN 0
                    SET WS-REINICIO TO TRUE
                    IF WS-CK-TOTAL(12) = 2
                        MOVE 'D' TO WS-MODO-EXECUCAO
                    ELSE
                        MOVE 'C' TO WS-MODO-EXECUCAO
                    END-IF
                    DISPLAY 'RETOMADA NO MODO DO RUN INTERROMPIDO: '
                            WS-MODO-EXECUCAO
                    MOVE WS-CK-SAI-QTD(1) TO WS-SUSP-LINHAS
                    MOVE WS-CK-SAI-QTD(2) TO WS-REV-LINHAS
                    MOVE WS-CK-SAI-QTD(3) TO WS-DELTA-LINHAS
                    MOVE WS-CK-TOTAL(1)   TO WS-TOT-LIDO
                    MOVE WS-CK-TOTAL(2)   TO WS-TOT-MIGRADO
                    MOVE WS-CK-TOTAL(3)   TO WS-TOT-REJ-LOCAL
                    MOVE WS-CK-TOTAL(4)   TO WS-TOT-REJ-EMAIL
                    MOVE WS-CK-TOTAL(5)   TO WS-TOT-REJ-DUPL
                    MOVE WS-CK-TOTAL(6)   TO WS-TOT-REJ-FISCAL
                    MOVE WS-CK-TOTAL(7)   TO WS-TOT-REVISAO
                    MOVE WS-CK-TOTAL(8)   TO WS-TOT-INCLUIDO
                    MOVE WS-CK-TOTAL(9)   TO WS-TOT-ALTERADO
                    MOVE WS-CK-TOTAL(10)  TO WS-TOT-INALTERADO
                    MOVE WS-CK-TOTAL(11)  TO WS-CODIGO-PONTO
                WHEN 8
                    DISPLAY 'RUN RECUSADO: PONTO DE REINICIO NAO '
                            'CONFERE COM A SUSPENSAO/REVISAO.'
                    MOVE 12 TO WS-RC-FINAL
                WHEN OTHER
      * Run do zero: a revisao (e a suspensao no delta) ja tem linhas
      * de runs anteriores; e dali que o corte parte.
                    MOVE 0 TO WS-CK-POSICAO
                    PERFORM P042-CONTA-REVISAO
                    IF WS-MODO-DELTA
                        PERFORM P043-CONTA-SUSPENSO
                    END-IF
            END-EVALUATE

            MOVE WS-SUSP-PATH  TO WS-CK-SAI-NOME(1)
            MOVE WS-REV-PATH   TO WS-CK-SAI-NOME(2)
            MOVE WS-DELTA-PATH TO WS-CK-SAI-NOME(3)
            IF WS-MODO-DELTA
                MOVE 3 TO WS-CK-QTD-SAIDAS
            ELSE
                MOVE 2 TO WS-CK-QTD-SAIDAS
            END-IF
            .
       P042-CONTA-REVISAO.
            MOVE 0   TO WS-REV-LINHAS
            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN INPUT WS-REV-FILE
            IF WS-REV-FS = '00'
                PERFORM UNTIL WS-FIM
                    READ WS-REV-FILE
                        AT END SET WS-FIM TO TRUE
                        NOT AT END ADD 1 TO WS-REV-LINHAS
                    END-READ
                END-PERFORM
                CLOSE WS-REV-FILE
            END-IF
            MOVE 'N' TO WS-FIM-ARQUIVO
            .
       P043-CONTA-SUSPENSO.
            MOVE 0   TO WS-SUSP-LINHAS
            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN INPUT WS-SUSP-FILE
            IF WS-SUSP-FS = '00'
                PERFORM UNTIL WS-FIM
                    READ WS-SUSP-FILE
                        AT END SET WS-FIM TO TRUE
                        NOT AT END ADD 1 TO WS-SUSP-LINHAS
                    END-READ
                END-PERFORM
                CLOSE WS-SUSP-FILE
            END-IF
            MOVE 'N' TO WS-FIM-ARQUIVO
            .
       P045-GRAVA-CHECKPOINT.
            ADD 1 TO WS-CK-POSICAO
            MOVE WS-NOME OF WS-LAYOUT-1 TO WS-CK-ULT-CHAVE
            MOVE WS-SUSP-LINHAS    TO WS-CK-SAI-QTD(1)
            MOVE WS-REV-LINHAS     TO WS-CK-SAI-QTD(2)
            MOVE WS-DELTA-LINHAS   TO WS-CK-SAI-QTD(3)
            MOVE WS-TOT-LIDO       TO WS-CK-TOTAL(1)
            MOVE WS-TOT-MIGRADO    TO WS-CK-TOTAL(2)
            MOVE WS-TOT-REJ-LOCAL  TO WS-CK-TOTAL(3)
            MOVE WS-TOT-REJ-EMAIL  TO WS-CK-TOTAL(4)
            MOVE WS-TOT-REJ-DUPL   TO WS-CK-TOTAL(5)
            MOVE WS-TOT-REJ-FISCAL TO WS-CK-TOTAL(6)
            MOVE WS-TOT-REVISAO    TO WS-CK-TOTAL(7)
            MOVE WS-TOT-INCLUIDO   TO WS-CK-TOTAL(8)
            MOVE WS-TOT-ALTERADO   TO WS-CK-TOTAL(9)
            MOVE WS-TOT-INALTERADO TO WS-CK-TOTAL(10)
            MOVE WS-PROX-CODIGO    TO WS-CK-TOTAL(11)
            IF WS-MODO-DELTA
                MOVE 2 TO WS-CK-TOTAL(12)
            ELSE
                MOVE 1 TO WS-CK-TOTAL(12)
            END-IF
            MOVE 'G' TO WS-CK-FUNCAO
            CALL 'CHKPONTO' USING WS-CHKPONTO-PARM
            .
       P046-POSICIONA-ANTIGO.
            MOVE WS-CK-ULT-CHAVE TO WS-NOME OF WS-LAYOUT-1
            START WS-CLI-ANTIGO
                  KEY IS GREATER THAN WS-NOME OF WS-LAYOUT-1
                INVALID KEY SET WS-FIM TO TRUE
            END-START
            .
       P085-DESFAZ-POS-PONTO.
      * Clientes gravados no master depois do ultimo ponto seriam
      * incluidos de novo na retomada com outro codigo: saem do
      * master (e do cadastro fiscal) antes de continuar.
            MOVE 0   TO WS-TOT-DESFEITO
            MOVE 'N' TO WS-FIM-MASTER-SW
            MOVE WS-CODIGO-PONTO TO WS-CODIGO OF WS-LAYOUT-2
            START WS-CLI-NOVO
                  KEY IS GREATER THAN WS-CODIGO OF WS-LAYOUT-2
                INVALID KEY SET WS-FIM-MASTER TO TRUE
            END-START
            PERFORM P086-DESFAZ-CLIENTE
                    UNTIL WS-FIM-MASTER
            IF WS-TOT-DESFEITO > 0
                DISPLAY 'CLIENTES GRAVADOS APOS O PONTO DESFEITOS: '
                        WS-TOT-DESFEITO
            END-IF
            .
       P086-DESFAZ-CLIENTE.
            READ WS-CLI-NOVO NEXT RECORD
                AT END SET WS-FIM-MASTER TO TRUE
                NOT AT END
                    DELETE WS-CLI-NOVO RECORD
                        INVALID KEY CONTINUE
                        NOT INVALID KEY ADD 1 TO WS-TOT-DESFEITO
                    END-DELETE
                    IF WS-DOC-ABERTO
                        MOVE WS-CODIGO OF WS-LAYOUT-2 TO WS-DOC-CODIGO
                        DELETE WS-DOC-FILE RECORD
                            INVALID KEY CONTINUE
                        END-DELETE
                    END-IF
            END-READ
            .

       P090-MIGRA-COMPLETO.
            OPEN INPUT  WS-CLI-ANTIGO
      * Na retomada o master e a suspensao do run interrompido sao
      * mantidos; o proximo codigo e os contatos vem do master.
            IF WS-REINICIO
                OPEN I-O WS-CLI-NOVO
                PERFORM P085-DESFAZ-POS-PONTO
                PERFORM P610-ACHA-PROXIMO-CODIGO
                OPEN EXTEND WS-SUSP-FILE
            ELSE
                OPEN OUTPUT WS-CLI-NOVO
      * No rebuild completo a suspensao e refeita junto com o master;
      * reanexar aqui duplicaria os mesmos rejeitados a cada rerun.
      * O EXTEND so vale no delta, que preserva o master existente.
                OPEN OUTPUT WS-SUSP-FILE
            END-IF

            IF WS-CLI-ANTIGO-FS = '00'
                SET WS-CLI-ANTIGO-ABERTO TO TRUE
                IF WS-REINICIO
                    PERFORM P046-POSICIONA-ANTIGO
                END-IF
                IF NOT WS-FIM
                    PERFORM P150-LE-CLIENTE-ANTIGO
                END-IF
                PERFORM P200-MIGRA-CLIENTE
                        UNTIL WS-FIM
            ELSE
                MOVE 1                 TO WS-SUSP-TENTATIVAS
                MOVE WS-LAYOUT-1       TO WS-SUSP-IMAGEM
                WRITE WS-SUSP-REGISTRO
                ADD 1 TO WS-SUSP-LINHAS
                PERFORM P295-CONTA-REJEICAO
            END-IF

            PERFORM P045-GRAVA-CHECKPOINT
            PERFORM P150-LE-CLIENTE-ANTIGO
            .
       P250-VALIDA-CIDADE-ESTADO.
                         TO WS-REV-NOME-EXISTENTE
                    MOVE 'FONETICA'   TO WS-REV-CONFIANCA
                    WRITE WS-REV-REGISTRO
                    ADD 1 TO WS-REV-LINHAS
                    CLOSE WS-REV-FILE
                END-IF
            END-PERFORM
                    IF WS-SUSP-FS NOT = '00'
                        OPEN OUTPUT WS-SUSP-FILE
                    END-IF
                    IF WS-REINICIO
                        OPEN EXTEND WS-DELTA-FILE
                        PERFORM P085-DESFAZ-POS-PONTO
                    ELSE
                        OPEN OUTPUT WS-DELTA-FILE
                    END-IF
                    PERFORM P610-ACHA-PROXIMO-CODIGO

                    OPEN INPUT WS-CLI-ANTIGO
                    IF WS-CLI-ANTIGO-FS = '00'
                        SET WS-CLI-ANTIGO-ABERTO TO TRUE
                        IF WS-REINICIO
                            PERFORM P046-POSICIONA-ANTIGO
                        END-IF
                        IF NOT WS-FIM
                            PERFORM P150-LE-CLIENTE-ANTIGO
                        END-IF
                        PERFORM P650-PROCESSA-DELTA
                                UNTIL WS-FIM
                        CLOSE WS-CLI-ANTIGO
                        PERFORM P670-ALTERA-DELTA
                    END-IF
            END-READ
            PERFORM P045-GRAVA-CHECKPOINT
            PERFORM P150-LE-CLIENTE-ANTIGO
            .
       P660-INCLUI-DELTA.
                        MOVE 'INCLUSAO'  TO WS-DELTA-TIPO
                        MOVE WS-NOME OF WS-LAYOUT-2 TO WS-DELTA-NOME
                        WRITE WS-DELTA-LINHA
                        ADD 1 TO WS-DELTA-LINHAS
                END-WRITE
                PERFORM P280-REGISTRA-CONTATO
            ELSE
                MOVE 1                 TO WS-SUSP-TENTATIVAS
                MOVE WS-LAYOUT-1       TO WS-SUSP-IMAGEM
                WRITE WS-SUSP-REGISTRO
                ADD 1 TO WS-SUSP-LINHAS
                PERFORM P295-CONTA-REJEICAO
            END-IF
            .
                MOVE 1                 TO WS-SUSP-TENTATIVAS
                MOVE WS-LAYOUT-1       TO WS-SUSP-IMAGEM
                WRITE WS-SUSP-REGISTRO
                ADD 1 TO WS-SUSP-LINHAS
                PERFORM P295-CONTA-REJEICAO
            ELSE
                MOVE WS-NOME OF WS-LAYOUT-1 TO WS-NOME OF WS-LAYOUT-2
                                MOVE WS-NOME OF WS-LAYOUT-2
                                     TO WS-DELTA-NOME
                                WRITE WS-DELTA-LINHA
                                ADD 1 TO WS-DELTA-LINHAS
                        END-REWRITE
                END-READ
            END-IF
