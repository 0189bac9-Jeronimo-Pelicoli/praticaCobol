      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIJURIDICO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-JUR-FILE      ASSIGN TO WS-JUR-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS WS-JUR-CODIGO
                                    FILE STATUS WS-JUR-FS.
       DATA DIVISION.
       FILE SECTION.
      * Layout identico ao do JURIDMANUT.
       FD  WS-JUR-FILE.
       01 WS-JUR-REGISTRO.
           03 WS-JUR-CODIGO          PIC 9(6).
           03 WS-JUR-SITUACAO        PIC X.
              88 WS-JUR-OBITO                  VALUE 'O'.
              88 WS-JUR-FALENCIA               VALUE 'F'.
              88 WS-JUR-RECUPERACAO            VALUE 'R'.
              88 WS-JUR-ENCERRADA              VALUE 'E'.
           03 WS-JUR-DATA-EVENTO     PIC 9(8).
           03 WS-JUR-PROCESSO        PIC X(25).
           03 WS-JUR-ADVOGADO        PIC X(30).
           03 WS-JUR-DATA-REGISTRO   PIC 9(8).
           03 WS-JUR-OPERADOR        PIC X(8).
           03 WS-JUR-DATA-ENCERRA    PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-JUR-PATH              PIC X(40) VALUE 'CLIJURIDICO.IDX'.
       01 WS-JUR-FS                PIC XX.

       01 WS-AMBIENTE-PARM.
           03 WS-AMB-FUNCAO        PIC X     VALUE 'R'.
           03 WS-AMB-NOME          PIC X(8)  VALUE SPACES.
           03 WS-AMB-RAIZ          PIC X(40) VALUE SPACES.
           03 WS-AMB-RC            PIC 99.

       LINKAGE SECTION.
       01 PARAMETROS-JURIDICO.
           02 WS-PRM-COD-CLIENTE   PIC 9(6).
           02 WS-PRM-SITUACAO      PIC X.
           02 WS-PRM-DATA-EVENTO   PIC 9(8).
           02 WS-PRM-PROCESSO      PIC X(25).
           02 WS-PRM-ADVOGADO      PIC X(30).
           02 WS-PRM-RC            PIC 99.
              88 WS-RC-EM-JURIDICO         VALUE 0.
              88 WS-RC-LIVRE               VALUE 4.
       PROCEDURE DIVISION USING PARAMETROS-JURIDICO.
       MAIN-PROCEDURE.
      * Situacao juridica do cliente: RC 0 quando ha obito, falencia
      * ou recuperacao judicial em vigor, e entao cobranca, debito e
      * correspondencia param; o credito segue pelo juridico. Sem
      * registro, sem arquivo ou com o caso encerrado, RC 4.
           CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-JUR-PATH
           SET WS-RC-LIVRE TO TRUE
           MOVE SPACE  TO WS-PRM-SITUACAO
           MOVE 0      TO WS-PRM-DATA-EVENTO
           MOVE SPACES TO WS-PRM-PROCESSO
           MOVE SPACES TO WS-PRM-ADVOGADO

           OPEN INPUT WS-JUR-FILE
           IF WS-JUR-FS NOT = '00'
               GOBACK
           END-IF

           MOVE WS-PRM-COD-CLIENTE TO WS-JUR-CODIGO
           READ WS-JUR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-JUR-SITUACAO    TO WS-PRM-SITUACAO
                   MOVE WS-JUR-DATA-EVENTO TO WS-PRM-DATA-EVENTO
                   MOVE WS-JUR-PROCESSO    TO WS-PRM-PROCESSO
                   MOVE WS-JUR-ADVOGADO    TO WS-PRM-ADVOGADO
                   IF WS-JUR-OBITO OR WS-JUR-FALENCIA
                      OR WS-JUR-RECUPERACAO
                       SET WS-RC-EM-JURIDICO TO TRUE
                   END-IF
           END-READ

           CLOSE WS-JUR-FILE
           GOBACK.
       END PROGRAM CLIJURIDICO.
