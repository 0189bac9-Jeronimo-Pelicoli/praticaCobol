      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSGENVIA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-MSG-FILE      ASSIGN TO WS-MSG-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS WS-MSG-ID
                                    FILE STATUS WS-MSG-FS.
           SELECT WS-REM-FILE      ASSIGN TO WS-REM-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-REM-FS.
       DATA DIVISION.
       FILE SECTION.
      * Layout identico ao do MSGFILA.
       FD  WS-MSG-FILE.
       01 WS-MSG-REGISTRO.
           03 WS-MSG-ID              PIC 9(9).
           03 WS-MSG-DATA            PIC 9(8).
           03 WS-MSG-ORIGEM          PIC X(12).
           03 WS-MSG-TIPO            PIC X(12).
           03 WS-MSG-COD-CLIENTE     PIC 9(6).
           03 WS-MSG-CLIENTE         PIC X(30).
           03 WS-MSG-CANAL           PIC X.
              88 WS-MSG-EMAIL                  VALUE 'E'.
              88 WS-MSG-SMS                    VALUE 'S'.
              88 WS-MSG-WHATSAPP               VALUE 'W'.
           03 WS-MSG-DESTINO         PIC X(50).
           03 WS-MSG-REFERENCIA      PIC X(20).
           03 WS-MSG-TEXTO           PIC X(160).
           03 WS-MSG-SITUACAO        PIC X.
              88 WS-MSG-PENDENTE               VALUE 'P'.
           03 WS-MSG-DATA-SITUACAO   PIC 9(8).
           03 WS-MSG-DETALHE         PIC X(40).
      * Remessa para o provedor de mensagens: header '0', um
      * detalhe '1' por mensagem e trailer '9' com as quantidades
      * por canal, no molde das remessas das assessorias.
       FD  WS-REM-FILE.
       01 WS-REM-DETALHE.
           03 WS-REM-TIPO            PIC X.
           03 WS-REM-ID              PIC 9(9).
           03 WS-REM-CANAL           PIC X(8).
           03 WS-REM-DESTINO         PIC X(50).
           03 WS-REM-TEXTO           PIC X(160).
       01 WS-REM-HEADER.
           03 WS-REM-H-TIPO          PIC X.
           03 WS-REM-H-DATA          PIC 9(8).
           03 WS-REM-H-HORA          PIC 9(6).
           03 WS-REM-H-CONTA         PIC X(14).
           03 WS-REM-H-LITERAL       PIC X(10).
       01 WS-REM-TRAILER.
           03 WS-REM-T-TIPO          PIC X.
           03 WS-REM-T-QTD           PIC 9(6).
           03 WS-REM-T-QTD-EMAIL     PIC 9(6).
           03 WS-REM-T-QTD-SMS       PIC 9(6).
           03 WS-REM-T-QTD-WHATSAPP  PIC 9(6).

       WORKING-STORAGE SECTION.
       01 WS-MSG-PATH              PIC X(40) VALUE 'MSG.FILA.IDX'.
       01 WS-REM-PATH              PIC X(40)
                            VALUE 'MSG.PROVEDOR.REMESSA'.
       01 WS-MSG-FS                PIC XX.
       01 WS-REM-FS                PIC XX.

       01 WS-FIM-ARQUIVO           PIC X     VALUE 'N'.
          88 WS-FIM                          VALUE 'Y'.

       01 WS-DATA-HORA-ATUAL       PIC X(21).
       01 WS-HOJE                  PIC 9(8)  VALUE 0.
       01 WS-CONTA-PROVEDOR        PIC X(14) VALUE SPACES.

       01 WS-TOT-LIDOS             PIC 9(6)  VALUE 0.
       01 WS-TOT-ENVIADOS          PIC 9(6)  VALUE 0.
       01 WS-TOT-EMAIL             PIC 9(6)  VALUE 0.
       01 WS-TOT-SMS               PIC 9(6)  VALUE 0.
       01 WS-TOT-WHATSAPP          PIC 9(6)  VALUE 0.
       01 WS-TOT-ERROS             PIC 9(6)  VALUE 0.

       01 WS-PARMLE-PARM.
           03 WS-PL-PROGRAMA       PIC X(12) VALUE 'MSGENVIA'.
           03 WS-PL-NOME           PIC X(12) VALUE 'CONTA'.
           03 WS-PL-DATA-PROC      PIC 9(8).
           03 WS-PL-VALOR          PIC X(14).
           03 WS-PL-RC             PIC 99.

       01 WS-AUDIT-PARM.
           03 WS-AU-PROGRAMA       PIC X(12) VALUE 'MSGENVIA'.
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
      * Roda depois dos avisos, cartas, boletos e extratos do dia:
      * toda mensagem pendente da fila vai para a remessa do
      * provedor e passa a enviada (V). O retorno do provedor e
      * carregado depois pelo MSGRETORNO.
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-MSG-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-REM-PATH
            DISPLAY 'MSGENVIA - REMESSA DE MENSAGENS AO PROVEDOR'

            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
            MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-HOJE

            MOVE WS-HOJE TO WS-PL-DATA-PROC
            CALL 'PARMLE' USING WS-PARMLE-PARM
            IF WS-PL-RC = 0
                MOVE WS-PL-VALOR TO WS-CONTA-PROVEDOR
            ELSE
                DISPLAY 'AVISO: CONTA DO PROVEDOR NAO CADASTRADA '
                        '(PARAMETROS.DAT, MSGENVIA, CONTA).'
            END-IF

            OPEN I-O WS-MSG-FILE
            IF WS-MSG-FS NOT = '00'
                DISPLAY 'FILA DE MENSAGENS INDISPONIVEL: '
                        WS-MSG-PATH ' FS: ' WS-MSG-FS
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF

            OPEN OUTPUT WS-REM-FILE
            IF WS-REM-FS NOT = '00'
                DISPLAY 'REMESSA NAO PODE SER CRIADA: '
                        WS-REM-PATH ' FS: ' WS-REM-FS
                CLOSE WS-MSG-FILE
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF

            MOVE SPACES                  TO WS-REM-HEADER
            MOVE '0'                     TO WS-REM-H-TIPO
            MOVE WS-HOJE                 TO WS-REM-H-DATA
            MOVE WS-DATA-HORA-ATUAL(9:6) TO WS-REM-H-HORA
            MOVE WS-CONTA-PROVEDOR       TO WS-REM-H-CONTA
            MOVE 'MENSAGENS'             TO WS-REM-H-LITERAL
            WRITE WS-REM-HEADER

            PERFORM P100-LE-FILA UNTIL WS-FIM

            MOVE SPACES            TO WS-REM-TRAILER
            MOVE '9'               TO WS-REM-T-TIPO
            MOVE WS-TOT-ENVIADOS   TO WS-REM-T-QTD
            MOVE WS-TOT-EMAIL      TO WS-REM-T-QTD-EMAIL
            MOVE WS-TOT-SMS        TO WS-REM-T-QTD-SMS
            MOVE WS-TOT-WHATSAPP   TO WS-REM-T-QTD-WHATSAPP
            WRITE WS-REM-TRAILER

            CLOSE WS-REM-FILE
            CLOSE WS-MSG-FILE

            DISPLAY '----- RESUMO DA REMESSA -----'
            DISPLAY 'MENSAGENS NA FILA : ' WS-TOT-LIDOS
            DISPLAY 'ENVIADAS          : ' WS-TOT-ENVIADOS
            DISPLAY '  E-MAIL          : ' WS-TOT-EMAIL
            DISPLAY '  SMS             : ' WS-TOT-SMS
            DISPLAY '  WHATSAPP        : ' WS-TOT-WHATSAPP
            DISPLAY 'ERROS NA FILA     : ' WS-TOT-ERROS
            DISPLAY 'REMESSA GRAVADA EM: ' WS-REM-PATH

            MOVE 'REMESSA'       TO WS-AU-EVENTO
            MOVE WS-REM-PATH     TO WS-AU-CHAVE
            MOVE WS-TOT-ENVIADOS TO WS-AU-CONTADOR
            CALL 'AUDITLOG' USING WS-AUDIT-PARM

            IF WS-TOT-ERROS > 0
                MOVE 4 TO RETURN-CODE
            END-IF
            STOP RUN.

       P100-LE-FILA.
            READ WS-MSG-FILE NEXT RECORD
                AT END SET WS-FIM TO TRUE
                NOT AT END
                    ADD 1 TO WS-TOT-LIDOS
                    IF WS-MSG-PENDENTE
                        PERFORM P200-ENVIA-MENSAGEM
                    END-IF
            END-READ
            .
       P200-ENVIA-MENSAGEM.
            MOVE SPACES         TO WS-REM-DETALHE
            MOVE '1'            TO WS-REM-TIPO
            MOVE WS-MSG-ID      TO WS-REM-ID
            EVALUATE TRUE
                WHEN WS-MSG-EMAIL
                    MOVE 'EMAIL'    TO WS-REM-CANAL
                    ADD 1 TO WS-TOT-EMAIL
                WHEN WS-MSG-SMS
                    MOVE 'SMS'      TO WS-REM-CANAL
                    ADD 1 TO WS-TOT-SMS
                WHEN OTHER
                    MOVE 'WHATSAPP' TO WS-REM-CANAL
                    ADD 1 TO WS-TOT-WHATSAPP
            END-EVALUATE
            MOVE WS-MSG-DESTINO TO WS-REM-DESTINO
            MOVE WS-MSG-TEXTO   TO WS-REM-TEXTO
            WRITE WS-REM-DETALHE
            ADD 1 TO WS-TOT-ENVIADOS

            MOVE 'V'     TO WS-MSG-SITUACAO
            MOVE WS-HOJE TO WS-MSG-DATA-SITUACAO
            MOVE SPACES  TO WS-MSG-DETALHE
            REWRITE WS-MSG-REGISTRO
                INVALID KEY
                    DISPLAY 'MENSAGEM ' WS-MSG-ID
                            ' NAO MARCADA COMO ENVIADA. FS: '
                            WS-MSG-FS
                    ADD 1 TO WS-TOT-ERROS
            END-REWRITE
            .
       END PROGRAM MSGENVIA.
