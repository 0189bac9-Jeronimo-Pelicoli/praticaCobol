      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSGFILA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-MSG-FILE      ASSIGN TO WS-MSG-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS WS-MSG-ID
                                    FILE STATUS WS-MSG-FS.
           SELECT WS-CAN-FILE      ASSIGN TO WS-CAN-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS WS-CAN-CODIGO
                                    FILE STATUS WS-CAN-FS.
           SELECT WS-CTL-FILE      ASSIGN TO WS-CTL-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-CTL-FS.
       DATA DIVISION.
       FILE SECTION.
      * Fila de mensagens eletronicas para o provedor: uma mensagem
      * por cliente e documento, com o canal e o texto ja montado.
      * Situacao: P = pendente, V = enviada ao provedor, T = entregue,
      * L = lida, F = falhou, R = reemitida em papel.
       FD  WS-MSG-FILE.
       01 WS-MSG-REGISTRO.
           03 WS-MSG-ID              PIC 9(9).
           03 WS-MSG-DATA            PIC 9(8).
           03 WS-MSG-ORIGEM          PIC X(12).
           03 WS-MSG-TIPO            PIC X(12).
           03 WS-MSG-COD-CLIENTE     PIC 9(6).
           03 WS-MSG-CLIENTE         PIC X(30).
           03 WS-MSG-CANAL           PIC X.
           03 WS-MSG-DESTINO         PIC X(50).
           03 WS-MSG-REFERENCIA      PIC X(20).
           03 WS-MSG-TEXTO           PIC X(160).
           03 WS-MSG-SITUACAO        PIC X.
           03 WS-MSG-DATA-SITUACAO   PIC 9(8).
           03 WS-MSG-DETALHE         PIC X(40).
       FD  WS-CAN-FILE.
       01 WS-CAN-REGISTRO.
          03 WS-CAN-CODIGO              PIC 9(6).
          03 WS-CAN-CANAL               PIC X.
       FD  WS-CTL-FILE.
       01 WS-CTL-REGISTRO.
           03 WS-CTL-ULT-ID          PIC 9(9).

       WORKING-STORAGE SECTION.
       01 WS-MSG-PATH              PIC X(40) VALUE 'MSG.FILA.IDX'.
       01 WS-CAN-PATH              PIC X(40) VALUE 'CLICANAL.IDX'.
       01 WS-CTL-PATH              PIC X(40) VALUE 'MSG.CONTROLE'.
       01 WS-MSG-FS                PIC XX.
       01 WS-CAN-FS                PIC XX.
       01 WS-CTL-FS                PIC XX.

       01 WS-MSG-ABERTO-SW         PIC X     VALUE 'N'.
          88 WS-MSG-ABERTO                   VALUE 'Y'.
       01 WS-CAN-ABERTO-SW         PIC X     VALUE 'N'.
          88 WS-CAN-ABERTO                   VALUE 'Y'.

       01 WS-ULT-ID                PIC 9(9)  VALUE 0.
       01 WS-DATA-HORA-ATUAL       PIC X(21).
       01 WS-CANAL                 PIC X     VALUE SPACE.

       01 WS-CONTATO-PARM.
           03 WS-CN-FUNCAO         PIC X.
           03 WS-CN-COD-CLIENTE    PIC 9(6).
           03 WS-CN-DATA           PIC 9(8).
           03 WS-CN-MOTIVO         PIC X(30).
           03 WS-CN-END-VALIDO     PIC X.
           03 WS-CN-END-DATA       PIC 9(8).
           03 WS-CN-END-MOTIVO     PIC X(30).
           03 WS-CN-EMAIL-VALIDO   PIC X.
           03 WS-CN-EMAIL-DATA     PIC 9(8).
           03 WS-CN-EMAIL-MOTIVO   PIC X(30).
           03 WS-CN-SOFT-QTD       PIC 9(3).
           03 WS-CN-RC             PIC 99.

       01 WS-AMBIENTE-PARM.
           03 WS-AMB-FUNCAO        PIC X     VALUE 'R'.
           03 WS-AMB-NOME          PIC X(8)  VALUE SPACES.
           03 WS-AMB-RAIZ          PIC X(40) VALUE SPACES.
           03 WS-AMB-RC            PIC 99.

       LINKAGE SECTION.
       01 PARAMETROS-MSGFILA.
           02 WS-PRM-FUNCAO        PIC X.
              88 WS-FUNCAO-ABRE            VALUE 'A'.
              88 WS-FUNCAO-GRAVA           VALUE 'G'.
              88 WS-FUNCAO-FECHA           VALUE 'F'.
           02 WS-PRM-ORIGEM        PIC X(12).
           02 WS-PRM-TIPO          PIC X(12).
           02 WS-PRM-COD-CLIENTE   PIC 9(6).
           02 WS-PRM-CLIENTE       PIC X(30).
           02 WS-PRM-EMAIL         PIC X(50).
           02 WS-PRM-TELEFONE      PIC X(20).
           02 WS-PRM-CANAL-SUGERIDO PIC X.
           02 WS-PRM-REFERENCIA    PIC X(20).
           02 WS-PRM-TEXTO         PIC X(160).
           02 WS-PRM-CANAL         PIC X.
           02 WS-PRM-ID            PIC 9(9).
           02 WS-PRM-RC            PIC 99.
              88 WS-RC-OK                  VALUE 0.
              88 WS-RC-PAPEL               VALUE 4.
              88 WS-RC-FUNCAO-INVALIDA     VALUE 8.
              88 WS-RC-FILA-INDISP         VALUE 12.
       PROCEDURE DIVISION USING PARAMETROS-MSGFILA.
       MAIN-PROCEDURE.
      * A = abre a fila no inicio do run, G = enfileira uma mensagem,
      * F = fecha e guarda o ultimo id. O canal vem da preferencia
      * do CLICANAL (ou do canal sugerido pelo chamador, quando ele
      * ja desviou de um canal devolvido); C ou canal sem destino
      * valido devolve RC 4 e o documento segue em papel.
           CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-MSG-PATH
           CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CAN-PATH
           CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CTL-PATH
           SET WS-RC-OK TO TRUE
           EVALUATE TRUE
               WHEN WS-FUNCAO-ABRE
                   PERFORM P100-ABRE
               WHEN WS-FUNCAO-GRAVA
                   PERFORM P200-GRAVA
               WHEN WS-FUNCAO-FECHA
                   PERFORM P900-FECHA
               WHEN OTHER
                   SET WS-RC-FUNCAO-INVALIDA TO TRUE
           END-EVALUATE
           GOBACK.

       P100-ABRE.
            IF NOT WS-MSG-ABERTO
                MOVE 0 TO WS-ULT-ID
                OPEN INPUT WS-CTL-FILE
                IF WS-CTL-FS = '00'
                    READ WS-CTL-FILE
                        AT END CONTINUE
                        NOT AT END MOVE WS-CTL-ULT-ID TO WS-ULT-ID
                    END-READ
                    CLOSE WS-CTL-FILE
                END-IF

                OPEN I-O WS-MSG-FILE
                IF WS-MSG-FS NOT = '00'
                    OPEN OUTPUT WS-MSG-FILE
                    CLOSE WS-MSG-FILE
                    OPEN I-O WS-MSG-FILE
                END-IF
                IF WS-MSG-FS = '00'
                    SET WS-MSG-ABERTO TO TRUE
                ELSE
                    DISPLAY 'FILA DE MENSAGENS INDISPONIVEL: '
                            WS-MSG-PATH ' FS: ' WS-MSG-FS
                    SET WS-RC-FILA-INDISP TO TRUE
                END-IF

                OPEN INPUT WS-CAN-FILE
                IF WS-CAN-FS = '00'
                    SET WS-CAN-ABERTO TO TRUE
                END-IF
            END-IF
            .
       P200-GRAVA.
            MOVE 'C' TO WS-PRM-CANAL
            MOVE 0   TO WS-PRM-ID
            IF NOT WS-MSG-ABERTO
                SET WS-RC-FILA-INDISP TO TRUE
            ELSE
                PERFORM P300-DEFINE-CANAL
                IF WS-CANAL = 'C'
                    SET WS-RC-PAPEL TO TRUE
                ELSE
                    PERFORM P400-ENFILEIRA
                END-IF
            END-IF
            .
       P300-DEFINE-CANAL.
            MOVE WS-PRM-CANAL-SUGERIDO TO WS-CANAL
            IF WS-CANAL = SPACE
                MOVE 'C' TO WS-CANAL
                IF WS-CAN-ABERTO AND WS-PRM-COD-CLIENTE > 0
                    MOVE WS-PRM-COD-CLIENTE TO WS-CAN-CODIGO
                    READ WS-CAN-FILE
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            MOVE WS-CAN-CANAL TO WS-CANAL
                    END-READ
                END-IF
            END-IF

      * E-mail exige endereco cadastrado e nao devolvido; SMS e
      * WhatsApp exigem telefone.
            EVALUATE WS-CANAL
                WHEN 'E'
                    IF WS-PRM-EMAIL = SPACES
                        MOVE 'C' TO WS-CANAL
                    ELSE
                        MOVE 'C'                TO WS-CN-FUNCAO
                        MOVE WS-PRM-COD-CLIENTE TO WS-CN-COD-CLIENTE
                        CALL 'CLICONTATO' USING WS-CONTATO-PARM
                        IF WS-CN-EMAIL-VALIDO = 'N'
                            MOVE 'C' TO WS-CANAL
                        END-IF
                    END-IF
                WHEN 'S'
                WHEN 'W'
                    IF WS-PRM-TELEFONE = SPACES
                        MOVE 'C' TO WS-CANAL
                    END-IF
                WHEN OTHER
                    MOVE 'C' TO WS-CANAL
            END-EVALUATE
            .
       P400-ENFILEIRA.
            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
            ADD 1 TO WS-ULT-ID
            MOVE WS-ULT-ID              TO WS-MSG-ID
            MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-MSG-DATA
            MOVE WS-PRM-ORIGEM          TO WS-MSG-ORIGEM
            MOVE WS-PRM-TIPO            TO WS-MSG-TIPO
            MOVE WS-PRM-COD-CLIENTE     TO WS-MSG-COD-CLIENTE
            MOVE WS-PRM-CLIENTE         TO WS-MSG-CLIENTE
            MOVE WS-CANAL               TO WS-MSG-CANAL
            IF WS-CANAL = 'E'
                MOVE WS-PRM-EMAIL       TO WS-MSG-DESTINO
            ELSE
                MOVE WS-PRM-TELEFONE    TO WS-MSG-DESTINO
            END-IF
            MOVE WS-PRM-REFERENCIA      TO WS-MSG-REFERENCIA
            MOVE WS-PRM-TEXTO           TO WS-MSG-TEXTO
            MOVE 'P'                    TO WS-MSG-SITUACAO
            MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-MSG-DATA-SITUACAO
            MOVE SPACES                 TO WS-MSG-DETALHE
            WRITE WS-MSG-REGISTRO
                INVALID KEY
                    DISPLAY 'MENSAGEM NAO ENFILEIRADA: ' WS-ULT-ID
                            ' FS: ' WS-MSG-FS
                    SET WS-RC-FILA-INDISP TO TRUE
                NOT INVALID KEY
                    MOVE WS-CANAL  TO WS-PRM-CANAL
                    MOVE WS-ULT-ID TO WS-PRM-ID
            END-WRITE
            .
       P900-FECHA.
            IF WS-MSG-ABERTO
                CLOSE WS-MSG-FILE
                MOVE 'N' TO WS-MSG-ABERTO-SW
                OPEN OUTPUT WS-CTL-FILE
                MOVE WS-ULT-ID TO WS-CTL-ULT-ID
                WRITE WS-CTL-REGISTRO
                CLOSE WS-CTL-FILE
            END-IF
            IF WS-CAN-ABERTO
                CLOSE WS-CAN-FILE
                MOVE 'N' TO WS-CAN-ABERTO-SW
            END-IF
            .
       END PROGRAM MSGFILA.
