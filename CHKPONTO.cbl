      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKPONTO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-CK-FILE       ASSIGN TO WS-CK-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS WS-CK-PROGRAMA
                                    FILE STATUS WS-CK-FS.
           SELECT WS-SAI-FILE      ASSIGN TO WS-SAI-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-SAI-FS.
           SELECT WS-TMP-FILE      ASSIGN TO WS-TMP-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-TMP-FS.
       DATA DIVISION.
       FILE SECTION.
      * Um ponto de reinicio por programa: posicao na entrada,
      * quantidade gravada em cada saida e os totais de controle
      * acumulados ate ali.
       FD  WS-CK-FILE.
       01 WS-CK-REGISTRO.
           03 WS-CK-PROGRAMA        PIC X(12).
           03 WS-CK-INTERVALO       PIC 9(5).
           03 WS-CK-POSICAO         PIC 9(9).
           03 WS-CK-ULT-CHAVE       PIC X(30).
           03 WS-CK-DATA            PIC 9(8).
           03 WS-CK-HORA            PIC 9(6).
           03 WS-CK-QTD-SAIDAS      PIC 9.
           03 WS-CK-SAIDA OCCURS 6 TIMES.
              05 WS-CK-SAI-NOME     PIC X(40).
              05 WS-CK-SAI-QTD      PIC 9(9).
           03 WS-CK-TOTAL OCCURS 12 TIMES
                                    PIC S9(13)V99.
      * Saidas do chamador lidas linha a linha, qualquer layout.
       FD  WS-SAI-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 2000
                   DEPENDING ON WS-SAI-COMPRIMENTO.
       01 WS-SAI-LINHA              PIC X(2000).
       FD  WS-TMP-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 2000
                   DEPENDING ON WS-SAI-COMPRIMENTO.
       01 WS-TMP-LINHA              PIC X(2000).

       WORKING-STORAGE SECTION.
       77 WS-SAI-COMPRIMENTO       PIC 9(4)  VALUE 0.
       01 WS-CK-PATH               PIC X(40) VALUE 'CHECKPOINT.IDX'.
       01 WS-SAI-PATH              PIC X(40) VALUE SPACES.
       01 WS-TMP-PATH              PIC X(40) VALUE SPACES.
       01 WS-CK-FS                 PIC XX.
       01 WS-SAI-FS                PIC XX.
       01 WS-TMP-FS                PIC XX.

       01 WS-FIM-ARQUIVO           PIC X     VALUE 'N'.
          88 WS-FIM                          VALUE 'Y'.
       01 WS-ACHOU-SW              PIC X     VALUE 'N'.
          88 WS-ACHOU                        VALUE 'Y'.
       01 WS-CK-ABERTO-SW          PIC X     VALUE 'N'.
          88 WS-CK-ABERTO                    VALUE 'Y'.
       01 WS-CONSISTENTE-SW        PIC X     VALUE 'Y'.
          88 WS-CONSISTENTE                  VALUE 'Y'.

       01 WS-DATA-HORA-ATUAL       PIC X(21).
       01 WS-SAI-IDX               PIC 9     VALUE 0.
       01 WS-TOT-IDX               PIC 99    VALUE 0.
       01 WS-QTD-LIDA              PIC 9(9)  VALUE 0.
       01 WS-QTD-COPIADA           PIC 9(9)  VALUE 0.

       01 WS-AUDIT-PARM.
           03 WS-AU-PROGRAMA       PIC X(12) VALUE 'CHKPONTO'.
           03 WS-AU-EVENTO         PIC X(12).
           03 WS-AU-CHAVE          PIC X(30).
           03 WS-AU-CONTADOR       PIC 9(6).
           03 WS-AU-OPERADOR       PIC X(8)  VALUE SPACES.

       01 WS-RUNCTL-PARM.
           03 WS-RN-FUNCAO         PIC X     VALUE 'R'.
           03 WS-RN-PROGRAMA       PIC X(12).
           03 WS-RN-STATUS-FIM     PIC X     VALUE SPACE.
           03 WS-RN-RC             PIC 99.
           03 WS-RN-PREREQ         PIC X(12) VALUE SPACES.
           03 WS-RN-OVERRIDE       PIC X     VALUE 'N'.
           03 WS-RN-MOTIVO-OVR     PIC X(30) VALUE SPACES.

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

       LINKAGE SECTION.
       01 PARAMETROS-CHKPONTO.
           02 WS-PRM-FUNCAO        PIC X.
              88 WS-FUNCAO-CARREGA         VALUE 'C'.
              88 WS-FUNCAO-GRAVA           VALUE 'G'.
              88 WS-FUNCAO-FINALIZA        VALUE 'F'.
              88 WS-FUNCAO-VERIFICA        VALUE 'V'.
           02 WS-PRM-PROGRAMA      PIC X(12).
           02 WS-PRM-RC            PIC 99.
              88 WS-RC-OK                  VALUE 0.
              88 WS-RC-SEM-PONTO           VALUE 4.
              88 WS-RC-SAIDA-DIVERGE       VALUE 8.
              88 WS-RC-ARQ-INDISPONIVEL    VALUE 12.
              88 WS-RC-FUNCAO-INVALIDA     VALUE 16.
      * Intervalo N: a funcao G e chamada a cada registro, mas o ponto
      * so e gravado quando a posicao for multipla de N (0 = sempre).
           02 WS-PRM-INTERVALO     PIC 9(5).
           02 WS-PRM-POSICAO       PIC 9(9).
           02 WS-PRM-ULT-CHAVE     PIC X(30).
           02 WS-PRM-DATA-PONTO    PIC 9(8).
           02 WS-PRM-HORA-PONTO    PIC 9(6).
      * Saidas: caminho ja resolvido pelo chamador e quantidade de
      * registros gravados ate o ponto.
           02 WS-PRM-QTD-SAIDAS    PIC 9.
           02 WS-PRM-SAIDA OCCURS 6 TIMES.
              03 WS-PRM-SAI-NOME   PIC X(40).
              03 WS-PRM-SAI-QTD    PIC 9(9).
           02 WS-PRM-TOTAL OCCURS 12 TIMES
                                   PIC S9(13)V99.
       PROCEDURE DIVISION USING PARAMETROS-CHKPONTO.
       MAIN-PROCEDURE.
      * Servico comum de checkpoint/reinicio dos batches longos, no
      * lugar dos arquivos .CHK feitos a mao em cada programa:
      *   C - carrega: no inicio do run. Havendo ponto pendente,
      *       devolve o estado e corta cada saida de volta a
      *       quantidade registrada, para o run continuar dali sem
      *       duplicar nem perder linhas. Marca o passo como
      *       reiniciavel no RUNCTL.
      *   G - grava: a cada registro; so grava de N em N.
      *   F - finaliza: run concluido, o ponto e descartado.
      *   V - verifica: consulta o ponto sem mexer nas saidas.
           CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CK-PATH
           CALL 'CADSIMULA' USING WS-SIMULA-PARM WS-CK-PATH
           SET WS-RC-OK TO TRUE
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL

           EVALUATE TRUE
               WHEN WS-FUNCAO-CARREGA
                   PERFORM P100-ABRE-CHECKPOINT
                   IF WS-CK-ABERTO
                       PERFORM P200-CARREGA-PONTO
                   END-IF
                   PERFORM P150-REGISTRA-REINICIAVEL
               WHEN WS-FUNCAO-GRAVA
                   IF WS-PRM-INTERVALO = 0
                      OR FUNCTION MOD(WS-PRM-POSICAO,
                                      WS-PRM-INTERVALO) = 0
                       PERFORM P100-ABRE-CHECKPOINT
                       IF WS-CK-ABERTO
                           PERFORM P400-GRAVA-PONTO
                       END-IF
                   END-IF
               WHEN WS-FUNCAO-FINALIZA
                   PERFORM P100-ABRE-CHECKPOINT
                   IF WS-CK-ABERTO
                       PERFORM P500-DESCARTA-PONTO
                   END-IF
               WHEN WS-FUNCAO-VERIFICA
                   PERFORM P100-ABRE-CHECKPOINT
                   IF WS-CK-ABERTO
                       PERFORM P210-LE-PONTO
                       IF WS-ACHOU
                           PERFORM P220-DEVOLVE-ESTADO
                       ELSE
                           SET WS-RC-SEM-PONTO TO TRUE
                       END-IF
                   END-IF
               WHEN OTHER
                   SET WS-RC-FUNCAO-INVALIDA TO TRUE
           END-EVALUATE

           IF WS-CK-ABERTO
               CLOSE WS-CK-FILE
               MOVE 'N' TO WS-CK-ABERTO-SW
           END-IF

           GOBACK.

       P100-ABRE-CHECKPOINT.
            OPEN I-O WS-CK-FILE
            IF WS-CK-FS NOT = '00'
                OPEN OUTPUT WS-CK-FILE
                CLOSE WS-CK-FILE
                OPEN I-O WS-CK-FILE
            END-IF
            IF WS-CK-FS = '00'
                SET WS-CK-ABERTO TO TRUE
            ELSE
                DISPLAY 'ARQUIVO DE CHECKPOINT INDISPONIVEL: '
                        WS-CK-PATH ' FS: ' WS-CK-FS
                SET WS-RC-ARQ-INDISPONIVEL TO TRUE
            END-IF
            .
       P150-REGISTRA-REINICIAVEL.
      * O passo que usa o servico passa a constar como reiniciavel no
      * controle de execucao; e por ali que a operacao sabe se, depois
      * de um abend, oferece a retomada em vez do rerun.
            MOVE WS-PRM-PROGRAMA TO WS-RN-PROGRAMA
            CALL 'RUNCTL' USING WS-RUNCTL-PARM
            .
       P200-CARREGA-PONTO.
            PERFORM P210-LE-PONTO
            IF NOT WS-ACHOU
                SET WS-RC-SEM-PONTO TO TRUE
                MOVE 0 TO WS-PRM-POSICAO
                MOVE SPACES TO WS-PRM-ULT-CHAVE
                PERFORM VARYING WS-SAI-IDX FROM 1 BY 1
                        UNTIL WS-SAI-IDX > 6
                    MOVE 0 TO WS-PRM-SAI-QTD(WS-SAI-IDX)
                END-PERFORM
                PERFORM VARYING WS-TOT-IDX FROM 1 BY 1
                        UNTIL WS-TOT-IDX > 12
                    MOVE 0 TO WS-PRM-TOTAL(WS-TOT-IDX)
                END-PERFORM
            ELSE
                PERFORM P220-DEVOLVE-ESTADO
      * Primeiro confere todas as saidas, depois corta: se alguma
      * tiver menos linhas que o registrado (buffer perdido no abend)
      * a retomada nao e segura e nada e mexido.
                MOVE 'Y' TO WS-CONSISTENTE-SW
                PERFORM VARYING WS-SAI-IDX FROM 1 BY 1
                        UNTIL WS-SAI-IDX > WS-CK-QTD-SAIDAS
                    PERFORM P300-CONFERE-SAIDA
                END-PERFORM
                IF WS-CONSISTENTE
                    PERFORM VARYING WS-SAI-IDX FROM 1 BY 1
                            UNTIL WS-SAI-IDX > WS-CK-QTD-SAIDAS
                        PERFORM P320-REPOSICIONA-SAIDA
                    END-PERFORM
                    DISPLAY 'REINICIO DE ' WS-PRM-PROGRAMA
                            ' A PARTIR DA POSICAO ' WS-CK-POSICAO
                            ' (PONTO DE ' WS-CK-DATA ' ' WS-CK-HORA
                            ').'
                    MOVE 'REINICIO'      TO WS-AU-EVENTO
                    MOVE WS-PRM-PROGRAMA TO WS-AU-CHAVE
                    MOVE WS-CK-POSICAO   TO WS-AU-CONTADOR
                    CALL 'AUDITLOG' USING WS-AUDIT-PARM
                ELSE
                    SET WS-RC-SAIDA-DIVERGE TO TRUE
                    DISPLAY 'PONTO DE REINICIO DE ' WS-PRM-PROGRAMA
                            ' NAO CONFERE COM AS SAIDAS. RETOMADA '
                            'RECUSADA.'
                END-IF
            END-IF
            .
       P210-LE-PONTO.
            MOVE 'N' TO WS-ACHOU-SW
            MOVE WS-PRM-PROGRAMA TO WS-CK-PROGRAMA
            READ WS-CK-FILE
                INVALID KEY CONTINUE
                NOT INVALID KEY
                    IF WS-CK-POSICAO > 0
                        SET WS-ACHOU TO TRUE
                    END-IF
            END-READ
            .
       P220-DEVOLVE-ESTADO.
            MOVE WS-CK-POSICAO     TO WS-PRM-POSICAO
            MOVE WS-CK-ULT-CHAVE   TO WS-PRM-ULT-CHAVE
            MOVE WS-CK-DATA        TO WS-PRM-DATA-PONTO
            MOVE WS-CK-HORA        TO WS-PRM-HORA-PONTO
            MOVE WS-CK-QTD-SAIDAS  TO WS-PRM-QTD-SAIDAS
            PERFORM VARYING WS-SAI-IDX FROM 1 BY 1
                    UNTIL WS-SAI-IDX > 6
                MOVE WS-CK-SAI-NOME(WS-SAI-IDX)
                     TO WS-PRM-SAI-NOME(WS-SAI-IDX)
                MOVE WS-CK-SAI-QTD(WS-SAI-IDX)
                     TO WS-PRM-SAI-QTD(WS-SAI-IDX)
            END-PERFORM
            PERFORM VARYING WS-TOT-IDX FROM 1 BY 1
                    UNTIL WS-TOT-IDX > 12
                MOVE WS-CK-TOTAL(WS-TOT-IDX)
                     TO WS-PRM-TOTAL(WS-TOT-IDX)
            END-PERFORM
            .
       P300-CONFERE-SAIDA.
            MOVE WS-CK-SAI-NOME(WS-SAI-IDX) TO WS-SAI-PATH
            PERFORM P310-CONTA-LINHAS
            IF WS-QTD-LIDA < WS-CK-SAI-QTD(WS-SAI-IDX)
                MOVE 'N' TO WS-CONSISTENTE-SW
                DISPLAY 'SAIDA ' WS-SAI-PATH ' TEM ' WS-QTD-LIDA
                        ' REGISTROS; O PONTO REGISTRA '
                        WS-CK-SAI-QTD(WS-SAI-IDX)
            END-IF
            .
       P310-CONTA-LINHAS.
            MOVE 0   TO WS-QTD-LIDA
            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN INPUT WS-SAI-FILE
            IF WS-SAI-FS = '00'
                PERFORM UNTIL WS-FIM
                    READ WS-SAI-FILE
                        AT END SET WS-FIM TO TRUE
                        NOT AT END ADD 1 TO WS-QTD-LIDA
                    END-READ
                END-PERFORM
                CLOSE WS-SAI-FILE
            END-IF
            .
       P320-REPOSICIONA-SAIDA.
      * Copia as primeiras N linhas para um arquivo de trabalho e
      * troca o original por ele (mesma troca do RUNCTLLIMPA). As
      * linhas gravadas depois do ponto seriam repetidas na retomada.
            MOVE WS-CK-SAI-NOME(WS-SAI-IDX) TO WS-SAI-PATH
            PERFORM P310-CONTA-LINHAS
            IF WS-QTD-LIDA > WS-CK-SAI-QTD(WS-SAI-IDX)
                MOVE SPACES TO WS-TMP-PATH
                STRING WS-SAI-PATH DELIMITED BY SPACE
                       '.CHKTMP'   DELIMITED BY SIZE
                       INTO WS-TMP-PATH
                END-STRING
                MOVE 0   TO WS-QTD-COPIADA
                MOVE 'N' TO WS-FIM-ARQUIVO
                OPEN INPUT  WS-SAI-FILE
                OPEN OUTPUT WS-TMP-FILE
                PERFORM UNTIL WS-FIM
                        OR WS-QTD-COPIADA = WS-CK-SAI-QTD(WS-SAI-IDX)
                    READ WS-SAI-FILE
                        AT END SET WS-FIM TO TRUE
                        NOT AT END
                            MOVE WS-SAI-LINHA TO WS-TMP-LINHA
                            WRITE WS-TMP-LINHA
                            ADD 1 TO WS-QTD-COPIADA
                    END-READ
                END-PERFORM
                CLOSE WS-SAI-FILE
                CLOSE WS-TMP-FILE
                CALL 'CBL_DELETE_FILE' USING WS-SAI-PATH
                CALL 'CBL_RENAME_FILE' USING WS-TMP-PATH
                                             WS-SAI-PATH
                COMPUTE WS-QTD-LIDA = WS-QTD-LIDA - WS-QTD-COPIADA
                DISPLAY 'SAIDA ' WS-SAI-PATH ' REPOSICIONADA: '
                        WS-QTD-LIDA ' REGISTROS DESCARTADOS.'
            END-IF
            .
       P400-GRAVA-PONTO.
            MOVE WS-PRM-PROGRAMA   TO WS-CK-PROGRAMA
            MOVE WS-PRM-INTERVALO  TO WS-CK-INTERVALO
            MOVE WS-PRM-POSICAO    TO WS-CK-POSICAO
            MOVE WS-PRM-ULT-CHAVE  TO WS-CK-ULT-CHAVE
            MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-CK-DATA
            MOVE WS-DATA-HORA-ATUAL(9:6) TO WS-CK-HORA
            MOVE WS-PRM-QTD-SAIDAS TO WS-CK-QTD-SAIDAS
            PERFORM VARYING WS-SAI-IDX FROM 1 BY 1
                    UNTIL WS-SAI-IDX > 6
                MOVE WS-PRM-SAI-NOME(WS-SAI-IDX)
                     TO WS-CK-SAI-NOME(WS-SAI-IDX)
                MOVE WS-PRM-SAI-QTD(WS-SAI-IDX)
                     TO WS-CK-SAI-QTD(WS-SAI-IDX)
            END-PERFORM
            PERFORM VARYING WS-TOT-IDX FROM 1 BY 1
                    UNTIL WS-TOT-IDX > 12
                MOVE WS-PRM-TOTAL(WS-TOT-IDX)
                     TO WS-CK-TOTAL(WS-TOT-IDX)
            END-PERFORM
            REWRITE WS-CK-REGISTRO
                INVALID KEY
                    WRITE WS-CK-REGISTRO
                        INVALID KEY
                            SET WS-RC-ARQ-INDISPONIVEL TO TRUE
                    END-WRITE
            END-REWRITE
            .
       P500-DESCARTA-PONTO.
            MOVE WS-PRM-PROGRAMA TO WS-CK-PROGRAMA
            DELETE WS-CK-FILE
                INVALID KEY CONTINUE
            END-DELETE
            .
       END PROGRAM CHKPONTO.
