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
       FD  WS-REM-FILE.
       01 WS-REM-DETALHE.
           03 WS-REM-TIPO            PIC X.
           03 WS-REM-ID              PIC 9(9).
           03 WS-REM-VALOR           PIC S9(9)V99.
           03 WS-REM-CLIENTE         PIC X(30).
           03 WS-REM-COD-CLIENTE     PIC 9(6).
       01 WS-REM-HEADER.
           03 WS-REM-H-TIPO          PIC X.
           03 WS-REM-H-DATA          PIC 9(8).
       01 WS-RM2-DETALHE.
           03 WS-RM2-TIPO            PIC X.
           03 WS-RM2-CLIENTE         PIC X(30).
           03 WS-RM2-ID              PIC 9(9).
           03 WS-RM2-VALOR           PIC 9(9)V99.
           03 WS-RM2-AGENCIA         PIC X(6).
           03 WS-RM2-CONTA           PIC X(12).
           03 WS-RM2-COD-CLIENTE     PIC 9(6).
       01 WS-RM2-HEADER.
           03 WS-RM2-H-TIPO          PIC X.
           03 WS-RM2-H-LITERAL       PIC X(8).
          03 WS-MAN-SITUACAO            PIC X.
       FD  WS-EXC-FILE.
       01 WS-EXC-REGISTRO.
           03 WS-EXC-ID              PIC 9(9).
           03 WS-EXC-VALOR           PIC S9(9)V99.
           03 WS-EXC-CLIENTE         PIC X(30).
           03 WS-EXC-MOTIVO          PIC X(20).
           03 WS-EXC-COD-CLIENTE     PIC 9(6).
       FD  WS-BLQ-FILE.
       01 WS-BLQ-REGISTRO.
          03 WS-BLQ-ID                  PIC 9(9).
          03 WS-BLQ-DATA                PIC 9(8).
          03 WS-BLQ-OPERADOR            PIC X(8).
          03 WS-BLQ-MOTIVO              PIC X(30).
      * refeitos toda noite.
       FD  WS-RRG-FILE.
       01 WS-RRG-REGISTRO.
           03 WS-RRG-ID              PIC 9(9).
           03 WS-RRG-DATA            PIC 9(8).

       WORKING-STORAGE SECTION.
          88 WS-PEND-ABERTO                    VALUE 'Y'.
       01 WS-CLI-ABERTO-SW           PIC X     VALUE 'N'.
          88 WS-CLI-ABERTO                     VALUE 'Y'.
       01 WS-CLI-ACHOU-SW            PIC X     VALUE 'N'.
          88 WS-CLI-ACHOU                      VALUE 'Y'.
       01 WS-MAN-ABERTO-SW           PIC X     VALUE 'N'.
          88 WS-MAN-ABERTO                     VALUE 'Y'.
       01 WS-MANDATO-OK-SW           PIC X     VALUE 'N'.
      * Ids ja constantes do registro de remessa.
       01 WS-TAB-REMETIDOS.
          03 WS-RMT OCCURS 2000 TIMES INDEXED BY WS-RMT-IDX.
             05 WS-RMT-ID            PIC 9(9).
       01 WS-TOT-REMETIDOS           PIC 9(4)  VALUE 0.
       01 WS-RRG-LINHAS              PIC 9(9)  VALUE 0.

       01 WS-DATA-HORA-ATUAL         PIC X(21).
       01 WS-VER-QTD                 PIC 9(6)      VALUE 0.
           03 WS-AS-RC             PIC 99.


       01 WS-JURIDICO-PARM.
           03 WS-JD-COD-CLIENTE    PIC 9(6).
           03 WS-JD-SITUACAO       PIC X.
           03 WS-JD-DATA-EVENTO    PIC 9(8).
           03 WS-JD-PROCESSO       PIC X(25).
           03 WS-JD-ADVOGADO       PIC X(30).
           03 WS-JD-RC             PIC 99.
              88 WS-JD-EM-JURIDICO         VALUE 0.

       01 WS-RUNCTL-PARM.
           03 WS-RN-FUNCAO         PIC X.
           03 WS-RN-PROGRAMA       PIC X(12) VALUE 'PAGTOREMESSA'.
       01 WS-TOT-VALOR               PIC S9(11)V99 VALUE 0.
       01 WS-TOT-SEM-MANDATO         PIC 9(6)      VALUE 0.
       01 WS-TOT-BLOQUEADO           PIC 9(6)      VALUE 0.
       01 WS-TOT-JURIDICO            PIC 9(6)      VALUE 0.
       01 WS-TOT-REMETIDO-2          PIC 9(6)      VALUE 0.
       01 WS-TOT-VALOR-2             PIC S9(11)V99 VALUE 0.

      * mandato segue para a remessa da conta principal.
       01 WS-BANCO-SEGUNDO           PIC 9(3)  VALUE 237.

      * Ponto de reinicio pelo servico comum: posicao nos pendentes,
      * linhas de cada saida e os totais da remessa.
       01 WS-CHKPONTO-PARM.
           03 WS-CK-FUNCAO         PIC X.
           03 WS-CK-PROGRAMA       PIC X(12) VALUE 'PAGTOREMESSA'.
           03 WS-CK-RC             PIC 99.
           03 WS-CK-INTERVALO      PIC 9(5)  VALUE 100.
           03 WS-CK-POSICAO        PIC 9(9)  VALUE 0.
           03 WS-CK-ULT-CHAVE      PIC X(30) VALUE SPACES.
           03 WS-CK-DATA-PONTO     PIC 9(8).
           03 WS-CK-HORA-PONTO     PIC 9(6).
           03 WS-CK-QTD-SAIDAS     PIC 9     VALUE 4.
           03 WS-CK-SAIDA OCCURS 6 TIMES.
              05 WS-CK-SAI-NOME    PIC X(40).
              05 WS-CK-SAI-QTD     PIC 9(9).
           03 WS-CK-TOTAL OCCURS 12 TIMES
                                   PIC S9(13)V99.
       01 WS-REINICIO-SW             PIC X     VALUE 'N'.
          88 WS-REINICIO                       VALUE 'Y'.
       01 WS-PULA-IDX                PIC 9(9)  VALUE 0.

       01 WS-SIMULA-PARM.
           03 WS-SM-FUNCAO         PIC X     VALUE 'D'.
           03 WS-SM-ATIVA          PIC X     VALUE 'N'.
              88 WS-SM-SIMULANDO             VALUE 'S'.
           03 WS-SM-RC             PIC 99.

       01 WS-AMBIENTE-PARM.
           03 WS-AMB-FUNCAO        PIC X     VALUE 'R'.
           03 WS-AMB-NOME          PIC X(8)  VALUE SPACES.
           03 WS-AMB-RAIZ          PIC X(40) VALUE SPACES.
           03 WS-AMB-RC            PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-PEND-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-REM-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-RM2-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CLI-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-MAN-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-EXC-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-BLQ-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-RRG-PATH
            DISPLAY 'PAGTOREMESSA'
      * Em simulacao da cadeia o que o passo grava, e o que ele le
      * de passos anteriores, fica nas copias de rascunho.
            CALL 'CADSIMULA' USING WS-SIMULA-PARM WS-PEND-PATH
            CALL 'CADSIMULA' USING WS-SIMULA-PARM WS-REM-PATH
            CALL 'CADSIMULA' USING WS-SIMULA-PARM WS-RM2-PATH
            CALL 'CADSIMULA' USING WS-SIMULA-PARM WS-EXC-PATH
            CALL 'CADSIMULA' USING WS-SIMULA-PARM WS-RRG-PATH

            MOVE 'I' TO WS-RN-FUNCAO
            CALL 'RUNCTL' USING WS-RUNCTL-PARM
            PERFORM P060-VERIFICA-CONTROLE
      * Divergencia de totais de controle encerra o passo com RC 12
      * e devolve ao despachante, em vez de derrubar a cadeia toda.
            IF RETURN-CODE = 0
                PERFORM P040-CARREGA-CHECKPOINT
            END-IF
            IF RETURN-CODE = 0
                PERFORM P065-CARREGA-REGISTRO
                PERFORM P100-ABRE-ARQUIVOS
                        UNTIL WS-FIM
                PERFORM P800-GRAVA-TRAILER
                PERFORM P900-FECHA-ARQUIVOS
                IF WS-PEND-ABERTO
                    MOVE 'F' TO WS-CK-FUNCAO
                    CALL 'CHKPONTO' USING WS-CHKPONTO-PARM
                END-IF
            END-IF

            MOVE 'F' TO WS-RN-FUNCAO
            CALL 'RUNCTL' USING WS-RUNCTL-PARM
            GOBACK.

       P040-CARREGA-CHECKPOINT.
      * Depois de um abend o run retoma do ultimo ponto: o servico ja
      * devolve as saidas cortadas na quantidade registrada, e os
      * totais voltam de onde pararam.
            MOVE WS-REM-PATH TO WS-CK-SAI-NOME(1)
            MOVE WS-RM2-PATH TO WS-CK-SAI-NOME(2)
            MOVE WS-EXC-PATH TO WS-CK-SAI-NOME(3)
            MOVE WS-RRG-PATH TO WS-CK-SAI-NOME(4)
            MOVE 'C' TO WS-CK-FUNCAO
            CALL 'CHKPONTO' USING WS-CHKPONTO-PARM
            EVALUATE WS-CK-RC
                WHEN 0
                    SET WS-REINICIO TO TRUE
                    MOVE WS-CK-TOTAL(1) TO WS-TOT-REMETIDO
                    MOVE WS-CK-TOTAL(2) TO WS-TOT-VALOR
                    MOVE WS-CK-TOTAL(3) TO WS-TOT-REMETIDO-2
                    MOVE WS-CK-TOTAL(4) TO WS-TOT-VALOR-2
                    MOVE WS-CK-TOTAL(5) TO WS-TOT-SEM-MANDATO
                    MOVE WS-CK-TOTAL(6) TO WS-TOT-BLOQUEADO
                    MOVE WS-CK-TOTAL(7) TO WS-TOT-JURIDICO
                WHEN 8
                    DISPLAY 'RUN RECUSADO: PONTO DE REINICIO NAO '
                            'CONFERE COM AS REMESSAS GRAVADAS.'
                    MOVE 12 TO RETURN-CODE
                WHEN OTHER
                    MOVE 0 TO WS-CK-POSICAO
            END-EVALUATE
            .
       P045-GRAVA-CHECKPOINT.
            COMPUTE WS-CK-SAI-QTD(1) = WS-TOT-REMETIDO + 1
            COMPUTE WS-CK-SAI-QTD(2) = WS-TOT-REMETIDO-2 + 1
            MOVE WS-TOT-SEM-MANDATO TO WS-CK-SAI-QTD(3)
            MOVE WS-RRG-LINHAS      TO WS-CK-SAI-QTD(4)
            MOVE WS-TOT-REMETIDO    TO WS-CK-TOTAL(1)
            MOVE WS-TOT-VALOR       TO WS-CK-TOTAL(2)
            MOVE WS-TOT-REMETIDO-2  TO WS-CK-TOTAL(3)
            MOVE WS-TOT-VALOR-2     TO WS-CK-TOTAL(4)
            MOVE WS-TOT-SEM-MANDATO TO WS-CK-TOTAL(5)
            MOVE WS-TOT-BLOQUEADO   TO WS-CK-TOTAL(6)
            MOVE WS-TOT-JURIDICO    TO WS-CK-TOTAL(7)
            MOVE 'G' TO WS-CK-FUNCAO
            CALL 'CHKPONTO' USING WS-CHKPONTO-PARM
            .
       P060-VERIFICA-CONTROLE.
      * Conferencia do protocolo de totais antes de processar: um
      * arquivo de pendentes truncado aborta aqui, nao no banco.
            END-READ
            .
       P065-CARREGA-REGISTRO.
      * O arquivo e lido ate o fim para o ponto de reinicio saber
      * quantas linhas ele tem; a tabela guarda as 2000 primeiras.
            MOVE 0   TO WS-TOT-REMETIDOS
            MOVE 0   TO WS-RRG-LINHAS
            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN INPUT WS-RRG-FILE
            IF WS-RRG-FS = '00'
                PERFORM UNTIL WS-FIM
                    READ WS-RRG-FILE
                        AT END SET WS-FIM TO TRUE
                        NOT AT END
                            ADD 1 TO WS-RRG-LINHAS
                            IF WS-TOT-REMETIDOS < 2000
                                ADD 1 TO WS-TOT-REMETIDOS
                                MOVE WS-RRG-ID
                                     TO WS-RMT-ID(WS-TOT-REMETIDOS)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE WS-RRG-FILE
            MOVE 'N' TO WS-FIM-ARQUIVO
            .
       P100-ABRE-ARQUIVOS.
      * Na retomada as remessas ja tem header e os detalhes ate o
      * ponto; o run continua gravando no fim delas.
            IF WS-REINICIO
                OPEN EXTEND WS-REM-FILE
                OPEN EXTEND WS-RM2-FILE
                OPEN EXTEND WS-EXC-FILE
                IF WS-EXC-FS NOT = '00'
                    OPEN OUTPUT WS-EXC-FILE
                END-IF
            ELSE
                OPEN OUTPUT WS-REM-FILE
                OPEN OUTPUT WS-RM2-FILE
                OPEN OUTPUT WS-EXC-FILE
            END-IF

      * Bloqueio administrativo: item bloqueado nao vai ao banco e
      * fica intocado nos pendentes ate a mesa liberar.
                SET WS-FIM TO TRUE
            END-IF

      * O mandato e chaveado pelo codigo do cliente, que o pendente
      * carrega; o master confirma que o cliente ainda existe.
            IF NOT WS-FIM
                OPEN INPUT WS-CLI-FILE
                IF WS-CLI-FS = '00'
                OPEN INPUT WS-PEND-FILE
                IF WS-PEND-FS = '00'
                    SET WS-PEND-ABERTO TO TRUE
                    IF WS-REINICIO
                        MOVE FUNCTION CURRENT-DATE
                             TO WS-DATA-HORA-ATUAL
                        PERFORM P150-LE-PENDENTE
                        PERFORM P150-LE-PENDENTE
                                VARYING WS-PULA-IDX FROM 1 BY 1
                                UNTIL WS-PULA-IDX > WS-CK-POSICAO
                                      OR WS-FIM
                    ELSE
                        PERFORM P120-GRAVA-HEADER
                        PERFORM P150-LE-PENDENTE
                    END-IF
                ELSE
                    DISPLAY 'ARQUIVO DE PENDENTES NAO ENCONTRADO: '
                            WS-PEND-PATH
            END-READ
            .
       P200-REMETE-PAGAMENTO.
            ADD 1 TO WS-CK-POSICAO
            MOVE WS-PEND-ID TO WS-CK-ULT-CHAVE
            PERFORM P230-VERIFICA-BLOQUEIO
            IF NOT WS-BLQ-ACHOU
                PERFORM P235-VERIFICA-JURIDICO
            END-IF
            EVALUATE TRUE
                WHEN WS-BLQ-ACHOU
                    ADD 1 TO WS-TOT-BLOQUEADO
                    PERFORM P150-LE-PENDENTE
                WHEN WS-JD-EM-JURIDICO
                    ADD 1 TO WS-TOT-JURIDICO
                    PERFORM P150-LE-PENDENTE
                WHEN OTHER
                    PERFORM P240-REMETE-LIBERADO
            END-EVALUATE
            PERFORM P045-GRAVA-CHECKPOINT
            .
       P230-VERIFICA-BLOQUEIO.
            MOVE 'N' TO WS-BLQ-ACHOU-SW
                END-READ
            END-IF
            .
       P235-VERIFICA-JURIDICO.
      * Cliente em obito, falencia ou recuperacao judicial nao sofre
      * debito: o credito segue pelo juridico.
            MOVE 4 TO WS-JD-RC
            IF WS-PEND-COD-CLIENTE NUMERIC AND WS-PEND-COD-CLIENTE > 0
                MOVE WS-PEND-COD-CLIENTE TO WS-JD-COD-CLIENTE
                CALL 'CLIJURIDICO' USING WS-JURIDICO-PARM
            END-IF
            .
       P240-REMETE-LIBERADO.
            PERFORM P250-VERIFICA-MANDATO

                    MOVE WS-PEND-VALOR    TO WS-RM2-VALOR
                    MOVE WS-MAN-AGENCIA   TO WS-RM2-AGENCIA
                    MOVE WS-MAN-CONTA     TO WS-RM2-CONTA
                    MOVE WS-CLI-CODIGO    TO WS-RM2-COD-CLIENTE
                    WRITE WS-RM2-DETALHE
                    ADD 1                 TO WS-TOT-REMETIDO-2
                    ADD WS-PEND-VALOR     TO WS-TOT-VALOR-2
                    MOVE WS-PEND-ID       TO WS-REM-ID
                    MOVE WS-PEND-VALOR    TO WS-REM-VALOR
                    MOVE WS-PEND-CLIENTE  TO WS-REM-CLIENTE
                    MOVE WS-CLI-CODIGO    TO WS-REM-COD-CLIENTE
                    WRITE WS-REM-DETALHE
                    ADD 1                 TO WS-TOT-REMETIDO
                    ADD WS-PEND-VALOR     TO WS-TOT-VALOR
                MOVE WS-PEND-VALOR    TO WS-EXC-VALOR
                MOVE WS-PEND-CLIENTE  TO WS-EXC-CLIENTE
                MOVE WS-MOTIVO-EXCECAO TO WS-EXC-MOTIVO
                MOVE WS-PEND-COD-CLIENTE TO WS-EXC-COD-CLIENTE
                WRITE WS-EXC-REGISTRO
                ADD 1 TO WS-TOT-SEM-MANDATO
            END-IF
       P250-VERIFICA-MANDATO.
            MOVE 'N'    TO WS-MANDATO-OK-SW
            MOVE SPACES TO WS-MOTIVO-EXCECAO
            MOVE 'N'    TO WS-CLI-ACHOU-SW

      * Pendente anterior a conversao ainda pode vir so com o nome;
      * nesse caso a traducao e pelo indice alternado do master.
            IF WS-PEND-COD-CLIENTE NUMERIC AND WS-PEND-COD-CLIENTE > 0
                MOVE WS-PEND-COD-CLIENTE TO WS-CLI-CODIGO
                READ WS-CLI-FILE
                    INVALID KEY
                        MOVE 'CLIENTE SEM CADASTRO' TO WS-MOTIVO-EXCECAO
                    NOT INVALID KEY
                        SET WS-CLI-ACHOU TO TRUE
                END-READ
            ELSE
                MOVE WS-PEND-CLIENTE TO WS-CLI-NOME
                CALL 'NOMENORM' USING WS-CLI-NOME
                READ WS-CLI-FILE KEY IS WS-CLI-NOME
                    INVALID KEY
                        MOVE 'CLIENTE SEM CADASTRO' TO WS-MOTIVO-EXCECAO
                    NOT INVALID KEY
                        SET WS-CLI-ACHOU TO TRUE
                END-READ
            END-IF

            IF WS-CLI-ACHOU
                MOVE WS-CLI-CODIGO TO WS-MAN-CODIGO
                READ WS-MAN-FILE
                    INVALID KEY
                        MOVE 'SEM MANDATO'
                             TO WS-MOTIVO-EXCECAO
                    NOT INVALID KEY
                        IF WS-MAN-SITUACAO = 'A'
                            SET WS-MANDATO-OK TO TRUE
                        ELSE
                            MOVE 'MANDATO INATIVO'
                                 TO WS-MOTIVO-EXCECAO
                        END-IF
                END-READ
            END-IF
            .
       P270-REGISTRA-REMESSA.
      * So a primeira ida ao banco entra no registro: o item que
            DISPLAY 'VALOR BANCO 2       : ' WS-TOT-VALOR-2
            DISPLAY 'SEM MANDATO (MESA)  : ' WS-TOT-SEM-MANDATO
            DISPLAY 'BLOQUEADOS (RETIDOS): ' WS-TOT-BLOQUEADO
            DISPLAY 'RETIDOS (JURIDICO)  : ' WS-TOT-JURIDICO
            .
       P900-FECHA-ARQUIVOS.
            IF WS-PEND-ABERTO
