      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLICONTATO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-CTT-FILE      ASSIGN TO WS-CTT-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS WS-CTT-CODIGO
                                    FILE STATUS WS-CTT-FS.
       DATA DIVISION.
       FILE SECTION.
      * Situacao dos canais de contato do cliente, ao lado do master:
      * endereco devolvido pelo correio e e-mail que volta do
      * provedor ficam marcados com data e motivo ate o cadastro
      * receber um endereco ou e-mail novo.
       FD  WS-CTT-FILE.
       01 WS-CTT-REGISTRO.
           03 WS-CTT-CODIGO          PIC 9(6).
           03 WS-CTT-END-SITUACAO    PIC X.
              88 WS-CTT-END-INVALIDO           VALUE 'I'.
           03 WS-CTT-END-DATA        PIC 9(8).
           03 WS-CTT-END-MOTIVO      PIC X(30).
           03 WS-CTT-EMAIL-SITUACAO  PIC X.
              88 WS-CTT-EMAIL-INVALIDO         VALUE 'I'.
           03 WS-CTT-EMAIL-DATA      PIC 9(8).
           03 WS-CTT-EMAIL-MOTIVO    PIC X(30).
           03 WS-CTT-SOFT-QTD        PIC 9(3).
           03 WS-CTT-SOFT-DATA       PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-CTT-PATH              PIC X(40) VALUE 'CLICONTATO.IDX'.
       01 WS-CTT-FS                PIC XX.
       01 WS-CTT-ACHOU-SW          PIC X     VALUE 'N'.
          88 WS-CTT-ACHOU                    VALUE 'Y'.

       01 WS-AMBIENTE-PARM.
           03 WS-AMB-FUNCAO        PIC X     VALUE 'R'.
           03 WS-AMB-NOME          PIC X(8)  VALUE SPACES.
           03 WS-AMB-RAIZ          PIC X(40) VALUE SPACES.
           03 WS-AMB-RC            PIC 99.

       LINKAGE SECTION.
       01 PARAMETROS-CONTATO.
           02 WS-PRM-FUNCAO        PIC X.
              88 WS-FUNCAO-CONSULTA        VALUE 'C'.
              88 WS-FUNCAO-MARCA-END       VALUE 'E'.
              88 WS-FUNCAO-MARCA-EMAIL     VALUE 'M'.
              88 WS-FUNCAO-SOFT            VALUE 'S'.
              88 WS-FUNCAO-LIMPA-END       VALUE 'L'.
              88 WS-FUNCAO-LIMPA-EMAIL     VALUE 'K'.
           02 WS-PRM-COD-CLIENTE   PIC 9(6).
           02 WS-PRM-DATA          PIC 9(8).
           02 WS-PRM-MOTIVO        PIC X(30).
           02 WS-PRM-END-VALIDO    PIC X.
           02 WS-PRM-END-DATA      PIC 9(8).
           02 WS-PRM-END-MOTIVO    PIC X(30).
           02 WS-PRM-EMAIL-VALIDO  PIC X.
           02 WS-PRM-EMAIL-DATA    PIC 9(8).
           02 WS-PRM-EMAIL-MOTIVO  PIC X(30).
           02 WS-PRM-SOFT-QTD      PIC 9(3).
           02 WS-PRM-RC            PIC 99.
              88 WS-RC-OK                  VALUE 0.
              88 WS-RC-SEM-REGISTRO        VALUE 4.
              88 WS-RC-FUNCAO-INVALIDA     VALUE 8.
              88 WS-RC-ARQUIVO-INDISP      VALUE 12.
       PROCEDURE DIVISION USING PARAMETROS-CONTATO.
       MAIN-PROCEDURE.
      * C=consulta, E=marca endereco invalido, M=marca e-mail
      * invalido, S=conta um bounce temporario (uma vez por data),
      * L=libera o endereco, K=libera o e-mail. Todas devolvem a
      * situacao corrente; cliente sem registro tem os dois canais
      * validos (RC 4 na consulta).
           CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CTT-PATH
           SET WS-RC-OK TO TRUE
           MOVE 'S'    TO WS-PRM-END-VALIDO
           MOVE 'S'    TO WS-PRM-EMAIL-VALIDO
           MOVE 0      TO WS-PRM-END-DATA
           MOVE 0      TO WS-PRM-EMAIL-DATA
           MOVE SPACES TO WS-PRM-END-MOTIVO
           MOVE SPACES TO WS-PRM-EMAIL-MOTIVO
           MOVE 0      TO WS-PRM-SOFT-QTD

           IF NOT WS-FUNCAO-CONSULTA
              AND NOT WS-FUNCAO-MARCA-END
              AND NOT WS-FUNCAO-MARCA-EMAIL
              AND NOT WS-FUNCAO-SOFT
              AND NOT WS-FUNCAO-LIMPA-END
              AND NOT WS-FUNCAO-LIMPA-EMAIL
               SET WS-RC-FUNCAO-INVALIDA TO TRUE
               GOBACK
           END-IF

           IF WS-FUNCAO-CONSULTA
               OPEN INPUT WS-CTT-FILE
               IF WS-CTT-FS NOT = '00'
                   SET WS-RC-SEM-REGISTRO TO TRUE
                   GOBACK
               END-IF
           ELSE
               OPEN I-O WS-CTT-FILE
               IF WS-CTT-FS NOT = '00'
                   OPEN OUTPUT WS-CTT-FILE
                   CLOSE WS-CTT-FILE
                   OPEN I-O WS-CTT-FILE
               END-IF
               IF WS-CTT-FS NOT = '00'
                   DISPLAY 'SITUACAO DE CONTATO INDISPONIVEL: '
                           WS-CTT-PATH ' FS: ' WS-CTT-FS
                   SET WS-RC-ARQUIVO-INDISP TO TRUE
                   GOBACK
               END-IF
           END-IF

           MOVE 'N' TO WS-CTT-ACHOU-SW
           MOVE WS-PRM-COD-CLIENTE TO WS-CTT-CODIGO
           READ WS-CTT-FILE
               INVALID KEY
                   MOVE WS-PRM-COD-CLIENTE TO WS-CTT-CODIGO
                   MOVE 'V'    TO WS-CTT-END-SITUACAO
                   MOVE 0      TO WS-CTT-END-DATA
                   MOVE SPACES TO WS-CTT-END-MOTIVO
                   MOVE 'V'    TO WS-CTT-EMAIL-SITUACAO
                   MOVE 0      TO WS-CTT-EMAIL-DATA
                   MOVE SPACES TO WS-CTT-EMAIL-MOTIVO
                   MOVE 0      TO WS-CTT-SOFT-QTD
                   MOVE 0      TO WS-CTT-SOFT-DATA
               NOT INVALID KEY
                   SET WS-CTT-ACHOU TO TRUE
           END-READ

           EVALUATE TRUE
               WHEN WS-FUNCAO-CONSULTA
                   IF NOT WS-CTT-ACHOU
                       SET WS-RC-SEM-REGISTRO TO TRUE
                   END-IF
               WHEN WS-FUNCAO-MARCA-END
      * A primeira devolucao vale: a data e o motivo nao andam a cada
      * nova carta devolvida para o mesmo endereco.
                   IF NOT WS-CTT-END-INVALIDO
                       SET WS-CTT-END-INVALIDO TO TRUE
                       MOVE WS-PRM-DATA   TO WS-CTT-END-DATA
                       MOVE WS-PRM-MOTIVO TO WS-CTT-END-MOTIVO
                       PERFORM P100-GRAVA
                   END-IF
               WHEN WS-FUNCAO-MARCA-EMAIL
                   IF NOT WS-CTT-EMAIL-INVALIDO
                       SET WS-CTT-EMAIL-INVALIDO TO TRUE
                       MOVE WS-PRM-DATA   TO WS-CTT-EMAIL-DATA
                       MOVE WS-PRM-MOTIVO TO WS-CTT-EMAIL-MOTIVO
                       PERFORM P100-GRAVA
                   END-IF
               WHEN WS-FUNCAO-SOFT
                   IF WS-PRM-DATA > WS-CTT-SOFT-DATA
                       ADD 1 TO WS-CTT-SOFT-QTD
                       MOVE WS-PRM-DATA TO WS-CTT-SOFT-DATA
                       PERFORM P100-GRAVA
                   END-IF
               WHEN WS-FUNCAO-LIMPA-END
                   IF WS-CTT-END-INVALIDO
                       MOVE 'V'    TO WS-CTT-END-SITUACAO
                       MOVE WS-PRM-DATA TO WS-CTT-END-DATA
                       MOVE WS-PRM-MOTIVO TO WS-CTT-END-MOTIVO
                       PERFORM P100-GRAVA
                   END-IF
               WHEN WS-FUNCAO-LIMPA-EMAIL
                   IF WS-CTT-EMAIL-INVALIDO OR WS-CTT-SOFT-QTD > 0
                       MOVE 'V'    TO WS-CTT-EMAIL-SITUACAO
                       MOVE WS-PRM-DATA TO WS-CTT-EMAIL-DATA
                       MOVE WS-PRM-MOTIVO TO WS-CTT-EMAIL-MOTIVO
                       MOVE 0      TO WS-CTT-SOFT-QTD
                       MOVE 0      TO WS-CTT-SOFT-DATA
                       PERFORM P100-GRAVA
                   END-IF
           END-EVALUATE

           IF WS-CTT-END-INVALIDO
               MOVE 'N' TO WS-PRM-END-VALIDO
           END-IF
           MOVE WS-CTT-END-DATA     TO WS-PRM-END-DATA
           MOVE WS-CTT-END-MOTIVO   TO WS-PRM-END-MOTIVO
           IF WS-CTT-EMAIL-INVALIDO
               MOVE 'N' TO WS-PRM-EMAIL-VALIDO
           END-IF
           MOVE WS-CTT-EMAIL-DATA   TO WS-PRM-EMAIL-DATA
           MOVE WS-CTT-EMAIL-MOTIVO TO WS-PRM-EMAIL-MOTIVO
           MOVE WS-CTT-SOFT-QTD     TO WS-PRM-SOFT-QTD

           CLOSE WS-CTT-FILE
           GOBACK.

       P100-GRAVA.
            IF WS-CTT-ACHOU
                REWRITE WS-CTT-REGISTRO
                    INVALID KEY
                        SET WS-RC-ARQUIVO-INDISP TO TRUE
                END-REWRITE
            ELSE
                WRITE WS-CTT-REGISTRO
                    INVALID KEY
                        SET WS-RC-ARQUIVO-INDISP TO TRUE
                    NOT INVALID KEY
                        SET WS-CTT-ACHOU TO TRUE
                END-WRITE
            END-IF
            .
       END PROGRAM CLICONTATO.
