      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NEGATEXCLUI.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-NEG-FILE      ASSIGN TO WS-NEG-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS WS-NEG-ID
                                    FILE STATUS WS-NEG-FS.
           SELECT WS-EXC-FILE      ASSIGN TO WS-EXC-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-EXC-FS.
       DATA DIVISION.
       FILE SECTION.
      * Cadastro de tudo que foi negativado no bureau de credito.
      * Situacao: I = incluido, Q = quitado, aguardando exclusao,
      * E = exclusao enviada ao bureau.
       FD  WS-NEG-FILE.
       01 WS-NEG-REGISTRO.
           03 WS-NEG-ID              PIC 9(9).
           03 WS-NEG-COD-CLIENTE     PIC 9(6).
           03 WS-NEG-CLIENTE         PIC X(30).
           03 WS-NEG-DOC-TIPO        PIC X.
           03 WS-NEG-DOC-NUMERO      PIC X(14).
           03 WS-NEG-VALOR           PIC S9(9)V99.
           03 WS-NEG-DATA-PENDENCIA  PIC 9(8).
           03 WS-NEG-DATA-AVISO      PIC 9(8).
           03 WS-NEG-DATA-INCLUSAO   PIC 9(8).
           03 WS-NEG-SITUACAO        PIC X.
              88 WS-NEG-QUITADO              VALUE 'Q'.
           03 WS-NEG-DATA-QUITACAO   PIC 9(8).
           03 WS-NEG-PROGRAMA-QUIT   PIC X(12).
           03 WS-NEG-PRAZO-EXCLUSAO  PIC 9(8).
           03 WS-NEG-DATA-EXCLUSAO   PIC 9(8).
      * Arquivo de exclusao para o bureau, no mesmo desenho da
      * inclusao do NEGATINCLUI; a data e a da quitacao.
       FD  WS-EXC-FILE.
       01 WS-EXC-DETALHE.
           03 WS-EXC-TIPO            PIC X.
           03 WS-EXC-ID              PIC 9(9).
           03 WS-EXC-DOC-TIPO        PIC X.
           03 WS-EXC-DOC-NUMERO      PIC X(14).
           03 WS-EXC-NOME            PIC X(30).
           03 WS-EXC-VALOR           PIC 9(9)V99.
           03 WS-EXC-DATA-QUITACAO   PIC 9(8).
       01 WS-EXC-HEADER.
           03 WS-EXC-H-TIPO          PIC X.
           03 WS-EXC-H-DATA          PIC 9(8).
           03 WS-EXC-H-LITERAL       PIC X(10).
       01 WS-EXC-TRAILER.
           03 WS-EXC-T-TIPO          PIC X.
           03 WS-EXC-T-QTD           PIC 9(6).
           03 WS-EXC-T-TOTAL         PIC S9(11)V99.

       WORKING-STORAGE SECTION.
       01 WS-NEG-PATH                PIC X(40) VALUE 'NEGATIVACAO.IDX'.
       01 WS-EXC-PATH                PIC X(40)
                            VALUE 'NEGATIVACAO.EXCLUSAO'.
       01 WS-NEG-FS                  PIC XX.
       01 WS-EXC-FS                  PIC XX.

       01 WS-FIM-ARQUIVO             PIC X     VALUE 'N'.
          88 WS-FIM                            VALUE 'Y'.

       01 WS-DATA-HORA-ATUAL         PIC X(21).
       01 WS-HOJE                    PIC 9(8)  VALUE 0.
       01 WS-VALOR-ED                PIC ZZZ,ZZZ,ZZ9.99-.

       01 WS-CONTADORES.
          03 WS-TOT-EXCLUIDO         PIC 9(6)  VALUE 0.
          03 WS-TOT-FORA-PRAZO       PIC 9(6)  VALUE 0.
          03 WS-VAL-EXCLUIDO         PIC S9(11)V99 VALUE 0.

       01 WS-AUDIT-PARM.
           03 WS-AU-PROGRAMA       PIC X(12) VALUE 'NEGATEXCLUI'.
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
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-NEG-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-EXC-PATH
            DISPLAY 'NEGATEXCLUI - EXCLUSAO DO BUREAU DE CREDITO'
            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
            MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-HOJE

            OPEN I-O WS-NEG-FILE
            IF WS-NEG-FS NOT = '00'
                DISPLAY 'CADASTRO DE NEGATIVACOES NAO ENCONTRADO: '
                        WS-NEG-PATH ' FS: ' WS-NEG-FS
                STOP RUN
            END-IF

            OPEN OUTPUT WS-EXC-FILE
            MOVE SPACES     TO WS-EXC-HEADER
            MOVE '0'        TO WS-EXC-H-TIPO
            MOVE WS-HOJE    TO WS-EXC-H-DATA
            MOVE 'EXCLUSAO' TO WS-EXC-H-LITERAL
            WRITE WS-EXC-HEADER

            PERFORM P150-LE-NEGATIVACAO
            PERFORM P200-TRATA-NEGATIVACAO
                    UNTIL WS-FIM
            PERFORM P800-FINALIZA

            STOP RUN.

       P150-LE-NEGATIVACAO.
            READ WS-NEG-FILE NEXT RECORD
                AT END SET WS-FIM TO TRUE
            END-READ
            .
       P200-TRATA-NEGATIVACAO.
            IF WS-NEG-QUITADO
                PERFORM P300-GERA-EXCLUSAO
            END-IF
            PERFORM P150-LE-NEGATIVACAO
            .
       P300-GERA-EXCLUSAO.
            MOVE '1'                  TO WS-EXC-TIPO
            MOVE WS-NEG-ID            TO WS-EXC-ID
            MOVE WS-NEG-DOC-TIPO      TO WS-EXC-DOC-TIPO
            MOVE WS-NEG-DOC-NUMERO    TO WS-EXC-DOC-NUMERO
            MOVE WS-NEG-CLIENTE       TO WS-EXC-NOME
            MOVE WS-NEG-VALOR         TO WS-EXC-VALOR
            MOVE WS-NEG-DATA-QUITACAO TO WS-EXC-DATA-QUITACAO
            WRITE WS-EXC-DETALHE

      * Exclusao gerada depois do prazo legal fica registrada para
      * a area de compliance.
            IF WS-HOJE > WS-NEG-PRAZO-EXCLUSAO
                ADD 1 TO WS-TOT-FORA-PRAZO
                DISPLAY 'ID ' WS-NEG-ID ' EXCLUIDO FORA DO PRAZO '
                        '(PRAZO ' WS-NEG-PRAZO-EXCLUSAO ').'
            END-IF

            ADD 1            TO WS-TOT-EXCLUIDO
            ADD WS-NEG-VALOR TO WS-VAL-EXCLUIDO

            MOVE 'E'     TO WS-NEG-SITUACAO
            MOVE WS-HOJE TO WS-NEG-DATA-EXCLUSAO
            REWRITE WS-NEG-REGISTRO
                INVALID KEY
                    DISPLAY 'FALHA AO MARCAR EXCLUSAO: ' WS-NEG-ID
            END-REWRITE

            MOVE 'NEGAT-EXCL'       TO WS-AU-EVENTO
            MOVE SPACES             TO WS-AU-CHAVE
            MOVE WS-NEG-ID          TO WS-AU-CHAVE(1:9)
            MOVE WS-NEG-COD-CLIENTE TO WS-AU-CHAVE(11:6)
            MOVE WS-TOT-EXCLUIDO    TO WS-AU-CONTADOR
            CALL 'AUDITLOG' USING WS-AUDIT-PARM
            .
       P800-FINALIZA.
            MOVE SPACES          TO WS-EXC-TRAILER
            MOVE '9'             TO WS-EXC-T-TIPO
            MOVE WS-TOT-EXCLUIDO TO WS-EXC-T-QTD
            MOVE WS-VAL-EXCLUIDO TO WS-EXC-T-TOTAL
            WRITE WS-EXC-TRAILER

            CLOSE WS-NEG-FILE
            CLOSE WS-EXC-FILE

            MOVE WS-VAL-EXCLUIDO TO WS-VALOR-ED
            DISPLAY '----- RESUMO DAS EXCLUSOES -----'
            DISPLAY 'EXCLUIDOS         : ' WS-TOT-EXCLUIDO
                    ' VALOR ' WS-VALOR-ED
            DISPLAY 'FORA DO PRAZO     : ' WS-TOT-FORA-PRAZO
            DISPLAY 'ARQUIVO GRAVADO EM: ' WS-EXC-PATH

            MOVE 'FIM'           TO WS-AU-EVENTO
            MOVE SPACES          TO WS-AU-CHAVE
            MOVE WS-TOT-EXCLUIDO TO WS-AU-CONTADOR
            CALL 'AUDITLOG' USING WS-AUDIT-PARM

            IF WS-TOT-FORA-PRAZO > 0
                MOVE 4 TO RETURN-CODE
            END-IF
            .
       END PROGRAM NEGATEXCLUI.
