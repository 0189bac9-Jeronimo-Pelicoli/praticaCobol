      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AVALEXPO.
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
       DATA DIVISION.
       FILE SECTION.
      * Layout identico ao do AVALMANUT.
       FD  WS-AVL-FILE.
       01 WS-AVL-REGISTRO.
           03 WS-AVL-CHAVE.
              05 WS-AVL-AVALISTA     PIC 9(6).
              05 WS-AVL-CONTRATO     PIC X(8).
           03 WS-AVL-DEVEDOR         PIC 9(6).
           03 WS-AVL-SITUACAO        PIC X.
              88 WS-AVL-ATIVO                  VALUE 'A'.
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

       WORKING-STORAGE SECTION.
       01 WS-AVL-PATH              PIC X(40) VALUE 'CLIAVAL.IDX'.
       01 WS-CTR-PATH              PIC X(40) VALUE 'CONTRATOS.IDX'.
       01 WS-AVL-FS                PIC XX.
       01 WS-CTR-FS                PIC XX.
       01 WS-FIM-ARQUIVO           PIC X     VALUE 'N'.
          88 WS-FIM                          VALUE 'Y'.
       01 WS-CTR-ABERTO-SW         PIC X     VALUE 'N'.
          88 WS-CTR-ABERTO                   VALUE 'Y'.

       01 WS-AMBIENTE-PARM.
           03 WS-AMB-FUNCAO        PIC X     VALUE 'R'.
           03 WS-AMB-NOME          PIC X(8)  VALUE SPACES.
           03 WS-AMB-RAIZ          PIC X(40) VALUE SPACES.
           03 WS-AMB-RC            PIC 99.

       LINKAGE SECTION.
       01 PARAMETROS-AVAL.
           02 WS-PRM-AVALISTA      PIC 9(6).
           02 WS-PRM-QTD-CONTRATOS PIC 9(4).
           02 WS-PRM-SALDO-EXPOSTO PIC S9(11)V99.
           02 WS-PRM-RC            PIC 99.
              88 WS-RC-OK                  VALUE 0.
              88 WS-RC-CONTRATO-INDISP     VALUE 4.
       PROCEDURE DIVISION USING PARAMETROS-AVAL.
       MAIN-PROCEDURE.
      * Exposicao de um cliente como avalista: contratos ativos com
      * saldo em aberto em que ele tem aval vigente. Sem cadastro de
      * avalistas nao ha exposicao. Contrato que nao pode ser lido
      * conta como aberto, sem saldo, e devolve RC 4: na duvida, o
      * cliente continua preso ao aval.
           CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-AVL-PATH
           CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CTR-PATH
           SET WS-RC-OK TO TRUE
           MOVE 0 TO WS-PRM-QTD-CONTRATOS
           MOVE 0 TO WS-PRM-SALDO-EXPOSTO

           OPEN INPUT WS-AVL-FILE
           IF WS-AVL-FS NOT = '00'
               GOBACK
           END-IF
           MOVE 'N' TO WS-CTR-ABERTO-SW
           OPEN INPUT WS-CTR-FILE
           IF WS-CTR-FS = '00'
               SET WS-CTR-ABERTO TO TRUE
           END-IF

           MOVE 'N' TO WS-FIM-ARQUIVO
           MOVE WS-PRM-AVALISTA TO WS-AVL-AVALISTA
           MOVE LOW-VALUES      TO WS-AVL-CONTRATO
           START WS-AVL-FILE KEY IS NOT LESS THAN WS-AVL-CHAVE
               INVALID KEY SET WS-FIM TO TRUE
           END-START
           PERFORM P100-LE-AVAL UNTIL WS-FIM

           IF WS-CTR-ABERTO
               CLOSE WS-CTR-FILE
           END-IF
           CLOSE WS-AVL-FILE
           GOBACK.

       P100-LE-AVAL.
           READ WS-AVL-FILE NEXT RECORD
               AT END SET WS-FIM TO TRUE
               NOT AT END
                   IF WS-AVL-AVALISTA NOT = WS-PRM-AVALISTA
                       SET WS-FIM TO TRUE
                   ELSE
                       IF WS-AVL-ATIVO
                           PERFORM P200-AVALIA-CONTRATO
                       END-IF
                   END-IF
           END-READ
           .
       P200-AVALIA-CONTRATO.
           IF NOT WS-CTR-ABERTO
               ADD 1 TO WS-PRM-QTD-CONTRATOS
               SET WS-RC-CONTRATO-INDISP TO TRUE
           ELSE
               MOVE WS-AVL-CONTRATO TO WS-CTR-CONTRATO
               READ WS-CTR-FILE
                   INVALID KEY
                       ADD 1 TO WS-PRM-QTD-CONTRATOS
                       SET WS-RC-CONTRATO-INDISP TO TRUE
                   NOT INVALID KEY
                       IF WS-CTR-SITUACAO = 'A'
                          AND WS-CTR-SALDO-ABERTO > 0
                           ADD 1 TO WS-PRM-QTD-CONTRATOS
                           ADD WS-CTR-SALDO-ABERTO
                               TO WS-PRM-SALDO-EXPOSTO
                       END-IF
               END-READ
           END-IF
           .
       END PROGRAM AVALEXPO.
