      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTAAPROVA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-NOT-FILE      ASSIGN TO WS-NOT-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-NOT-FS.
           SELECT WS-NOV-FILE      ASSIGN TO WS-NOV-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-NOV-FS.
       DATA DIVISION.
       FILE SECTION.
      * Layout identico ao do CHAMADOR
       FD  WS-NOT-FILE.
       01 WS-NOT-REGISTRO.
           03 WS-NOT-LOTE           PIC X(12).
           03 WS-NOT-SEQ            PIC 9(5).
           03 WS-NOT-TIPO-NOTA      PIC XX.
           03 WS-NOT-COD-CLIENTE    PIC 9(6).
           03 WS-NOT-CLIENTE        PIC X(30).
           03 WS-NOT-ID             PIC 9(9).
           03 WS-NOT-VALOR          PIC S9(9)V99.
           03 WS-NOT-EFEITO         PIC S9(9)V99.
           03 WS-NOT-MOTIVO         PIC X(30).
           03 WS-NOT-SITUACAO       PIC X.
              88 WS-NOT-PENDENTE             VALUE 'P'.
           03 WS-NOT-DATA-ENTRADA   PIC 9(8).
           03 WS-NOT-OPERADOR       PIC X(8).
           03 WS-NOT-SUPERVISOR     PIC X(8).
           03 WS-NOT-DATA-DECISAO   PIC 9(8).
       FD  WS-NOV-FILE.
       01 WS-NOV-REGISTRO            PIC X(149).

       WORKING-STORAGE SECTION.
       01 WS-NOT-PATH              PIC X(40) VALUE 'NOTAS.AJUSTE'.
       01 WS-NOV-PATH              PIC X(40)
                            VALUE 'NOTAS.AJUSTE.NOVO'.
       01 WS-NOT-FS                PIC XX.
       01 WS-NOV-FS                PIC XX.

       01 WS-FIM-ARQUIVO           PIC X     VALUE 'N'.
          88 WS-FIM                          VALUE 'Y'.

       01 WS-DECISAO               PIC X     VALUE 'S'.
          88 WS-DEC-APROVA                   VALUE 'A'.
          88 WS-DEC-RECUSA                   VALUE 'R'.
          88 WS-DEC-PULA                     VALUE 'S'.

       01 WS-VALOR-ED              PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-DATA-HORA-ATUAL       PIC X(21).
       01 WS-HOJE                  PIC 9(8)  VALUE 0.

       01 WS-CONTADORES.
          03 WS-TOT-APROVADO       PIC 9(6) VALUE 0.
          03 WS-TOT-RECUSADO       PIC 9(6) VALUE 0.
          03 WS-TOT-MANTIDO        PIC 9(6) VALUE 0.

       01 WS-NOTA-PARM.
           03 WS-NP-LOTE           PIC X(12).
           03 WS-NP-SEQ            PIC 9(5).
           03 WS-NP-TIPO-NOTA      PIC XX.
           03 WS-NP-COD-CLIENTE    PIC 9(6).
           03 WS-NP-CLIENTE        PIC X(30).
           03 WS-NP-ID             PIC 9(9).
           03 WS-NP-VALOR          PIC S9(9)V99.
           03 WS-NP-EFEITO         PIC S9(9)V99.
           03 WS-NP-MOTIVO         PIC X(30).
           03 WS-NP-DATA           PIC 9(8).
           03 WS-NP-PROGRAMA       PIC X(12) VALUE 'NOTAAPROVA'.
           03 WS-NP-MENSAGEM       PIC X(40).
           03 WS-NP-RC             PIC 99.

      * Identificacao do operador, obrigatoria nos programas de
      * terminal; o id assinado carimba a decisao e a auditoria.
       01 WS-SIGNON-PARM.
           03 WS-SG-ID             PIC X(8).
           03 WS-SG-SENHA          PIC X(8).
           03 WS-SG-FUNCAO         PIC X.
           03 WS-SG-PERFIL         PIC X.
           03 WS-SG-RC             PIC 99.
              88 WS-SG-SEM-SESSAO          VALUE 4.

       01 WS-AUDIT-PARM.
           03 WS-AU-PROGRAMA       PIC X(12) VALUE 'NOTAAPROVA'.
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
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-NOT-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-NOV-PATH
            DISPLAY 'NOTAAPROVA - APROVACAO DE NOTAS DE AJUSTE'
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

            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
            MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-HOJE

            OPEN INPUT WS-NOT-FILE
            IF WS-NOT-FS NOT = '00'
                DISPLAY 'SEM NOTAS DE AJUSTE: ' WS-NOT-PATH
                STOP RUN
            END-IF
            OPEN OUTPUT WS-NOV-FILE

            PERFORM P150-LE-NOTA
            PERFORM P200-TRATA-NOTA
                    UNTIL WS-FIM
            PERFORM P800-RESUMO

            CLOSE WS-NOT-FILE
            CLOSE WS-NOV-FILE

      * O arquivo regravado, com as decisoes, substitui o antigo no
      * mesmo esquema de troca do REEMBAPROVA.
            CALL 'CBL_RENAME_FILE' USING WS-NOV-PATH
                                         WS-NOT-PATH

            MOVE 'FIM'           TO WS-AU-EVENTO
            MOVE SPACES          TO WS-AU-CHAVE
            MOVE WS-TOT-APROVADO TO WS-AU-CONTADOR
            CALL 'AUDITLOG' USING WS-AUDIT-PARM

            STOP RUN.

       P150-LE-NOTA.
            READ WS-NOT-FILE
                AT END SET WS-FIM TO TRUE
            END-READ
            .
       P200-TRATA-NOTA.
            IF WS-NOT-PENDENTE
                PERFORM P300-DECIDE-NOTA
            END-IF
            WRITE WS-NOV-REGISTRO FROM WS-NOT-REGISTRO
            PERFORM P150-LE-NOTA
            .
       P300-DECIDE-NOTA.
            DISPLAY '-------------------------------------------'
            DISPLAY 'NOTA     : ' WS-NOT-TIPO-NOTA ' LOTE '
                    WS-NOT-LOTE ' SEQ ' WS-NOT-SEQ
            DISPLAY 'DIGITADA : ' WS-NOT-DATA-ENTRADA ' POR '
                    WS-NOT-OPERADOR
            DISPLAY 'CLIENTE  : ' WS-NOT-COD-CLIENTE ' '
                    WS-NOT-CLIENTE
            DISPLAY 'ID       : ' WS-NOT-ID
            MOVE WS-NOT-VALOR TO WS-VALOR-ED
            DISPLAY 'VALOR    : ' WS-VALOR-ED
            MOVE WS-NOT-EFEITO TO WS-VALOR-ED
            DISPLAY 'EFEITO   : ' WS-VALOR-ED
            DISPLAY 'MOTIVO   : ' WS-NOT-MOTIVO

      * Quem digitou a nota nao pode aprova-la.
            IF WS-NOT-OPERADOR = WS-SG-ID
                DISPLAY 'NOTA DIGITADA POR VOCE. OUTRO SUPERVISOR '
                        'DEVE DECIDIR.'
                ADD 1 TO WS-TOT-MANTIDO
            ELSE
                DISPLAY 'DECISAO (A=APROVA, R=RECUSA, S=MANTEM): '
                ACCEPT WS-DECISAO
                EVALUATE TRUE
                    WHEN WS-DEC-APROVA
                        PERFORM P350-LANCA-NOTA
                    WHEN WS-DEC-RECUSA
                        MOVE 'R'         TO WS-NOT-SITUACAO
                        MOVE WS-SG-ID    TO WS-NOT-SUPERVISOR
                        MOVE WS-HOJE     TO WS-NOT-DATA-DECISAO
                        ADD 1 TO WS-TOT-RECUSADO
                        MOVE 'NOTA-RECUSA' TO WS-AU-EVENTO
                        PERFORM P400-AUDITA-DECISAO
                    WHEN OTHER
                        ADD 1 TO WS-TOT-MANTIDO
                END-EVALUATE
            END-IF
            .
       P350-LANCA-NOTA.
      * A nota so fica aprovada se o lancamento passar; recusada pelo
      * NOTAPOSTA (encargo faturado nesse meio tempo, por exemplo)
      * ela continua pendente para o supervisor recusar ou aguardar.
            MOVE WS-NOT-LOTE        TO WS-NP-LOTE
            MOVE WS-NOT-SEQ         TO WS-NP-SEQ
            MOVE WS-NOT-TIPO-NOTA   TO WS-NP-TIPO-NOTA
            MOVE WS-NOT-COD-CLIENTE TO WS-NP-COD-CLIENTE
            MOVE WS-NOT-CLIENTE     TO WS-NP-CLIENTE
            MOVE WS-NOT-ID          TO WS-NP-ID
            MOVE WS-NOT-VALOR       TO WS-NP-VALOR
            MOVE WS-NOT-EFEITO      TO WS-NP-EFEITO
            MOVE WS-NOT-MOTIVO      TO WS-NP-MOTIVO
            MOVE WS-HOJE            TO WS-NP-DATA
            CALL 'NOTAPOSTA' USING WS-NOTA-PARM
            IF WS-NP-RC = 0
                MOVE 'A'         TO WS-NOT-SITUACAO
                MOVE WS-SG-ID    TO WS-NOT-SUPERVISOR
                MOVE WS-HOJE     TO WS-NOT-DATA-DECISAO
                ADD 1 TO WS-TOT-APROVADO
                DISPLAY 'NOTA APROVADA E LANCADA.'
                MOVE 'NOTA-APROVA' TO WS-AU-EVENTO
                PERFORM P400-AUDITA-DECISAO
            ELSE
                DISPLAY 'NOTA NAO LANCADA (RC ' WS-NP-RC '): '
                        WS-NP-MENSAGEM
                DISPLAY 'A NOTA CONTINUA PENDENTE.'
                ADD 1 TO WS-TOT-MANTIDO
            END-IF
            .
       P400-AUDITA-DECISAO.
            MOVE SPACES             TO WS-AU-CHAVE
            MOVE WS-NOT-COD-CLIENTE TO WS-AU-CHAVE(1:6)
            MOVE WS-NOT-LOTE        TO WS-AU-CHAVE(8:12)
            MOVE WS-NOT-SEQ         TO WS-AU-CHAVE(21:5)
            MOVE WS-NOT-SEQ         TO WS-AU-CONTADOR
            CALL 'AUDITLOG' USING WS-AUDIT-PARM
            .
       P800-RESUMO.
            DISPLAY '----- RESUMO DA APROVACAO -----'
            DISPLAY 'APROVADAS       : ' WS-TOT-APROVADO
            DISPLAY 'RECUSADAS       : ' WS-TOT-RECUSADO
            DISPLAY 'MANTIDAS        : ' WS-TOT-MANTIDO
            .
       END PROGRAM NOTAAPROVA.
