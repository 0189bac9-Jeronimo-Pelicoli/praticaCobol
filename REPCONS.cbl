      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPCONS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-RP-FILE       ASSIGN TO WS-RP-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS WS-RP-ID
                                    FILE STATUS WS-RP-FS.
           SELECT WS-HS-FILE       ASSIGN TO WS-HS-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS WS-HS-CHAVE
                                    FILE STATUS WS-HS-FS.
       DATA DIVISION.
       FILE SECTION.
      * Layout identico ao do REPETICAO.
       FD  WS-RP-FILE.
       01 WS-RP-REGISTRO.
           03 WS-RP-ID               PIC X(6).
           03 WS-RP-DESCRICAO        PIC X(40).
           03 WS-RP-VALOR            PIC 9(7)V99.
           03 WS-RP-SITUACAO         PIC X.
              88 WS-RP-ATIVO                   VALUE 'A'.
              88 WS-RP-EXCLUIDO                VALUE 'E'.
           03 WS-RP-DATA-INCLUSAO    PIC 9(8).
           03 WS-RP-DATA-ALTERACAO   PIC 9(8).
           03 WS-RP-ULT-ACAO         PIC X.
           03 WS-RP-QTD-HIST         PIC 9(5).
       FD  WS-HS-FILE.
       01 WS-HS-REGISTRO.
           03 WS-HS-CHAVE.
              05 WS-HS-ID            PIC X(6).
              05 WS-HS-SEQ           PIC 9(5).
           03 WS-HS-DATA             PIC 9(8).
           03 WS-HS-HORA             PIC 9(6).
           03 WS-HS-ACAO             PIC X.
           03 WS-HS-PARTICAO         PIC 9.
           03 WS-HS-POSICAO          PIC 9(4).
           03 WS-HS-ANT-DESCRICAO    PIC X(40).
           03 WS-HS-ANT-VALOR        PIC 9(7)V99.
           03 WS-HS-ANT-SITUACAO     PIC X.
           03 WS-HS-DEP-DESCRICAO    PIC X(40).
           03 WS-HS-DEP-VALOR        PIC 9(7)V99.
           03 WS-HS-DEP-SITUACAO     PIC X.

       WORKING-STORAGE SECTION.
       01 WS-RP-PATH               PIC X(40) VALUE 'REPETICAO.IDX'.
       01 WS-HS-PATH               PIC X(40) VALUE 'REPETICAO.HIST'.
       01 WS-RP-FS                 PIC XX.
       01 WS-HS-FS                 PIC XX.

       01 WS-FIM-ARQUIVO           PIC X     VALUE 'N'.
          88 WS-FIM                          VALUE 'Y'.
       01 WS-CONTINUA-SW           PIC X     VALUE 'Y'.
          88 WS-CONTINUA                     VALUE 'Y'.

       01 WS-ID-CONSULTA           PIC X(6)  VALUE SPACES.
       01 WS-TOT-LISTADO           PIC 9(5)  VALUE 0.
       01 WS-VALOR-ED              PIC Z,ZZZ,ZZ9.99.
       01 WS-ANT-VALOR-ED          PIC Z,ZZZ,ZZ9.99.
       01 WS-DEP-VALOR-ED          PIC Z,ZZZ,ZZ9.99.
       01 WS-SITUACAO-DESC         PIC X(8)  VALUE SPACES.
       01 WS-ACAO-DESC             PIC X(9)  VALUE SPACES.

       01 WS-AMBIENTE-PARM.
           03 WS-AMB-FUNCAO        PIC X     VALUE 'R'.
           03 WS-AMB-NOME          PIC X(8)  VALUE SPACES.
           03 WS-AMB-RAIZ          PIC X(40) VALUE SPACES.
           03 WS-AMB-RC            PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-RP-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-HS-PATH
            DISPLAY 'REPCONS - CONSULTA AO CADASTRO DE REPETICAO'

            OPEN INPUT WS-RP-FILE
            IF WS-RP-FS NOT = '00'
                DISPLAY 'CADASTRO NAO ENCONTRADO: ' WS-RP-PATH
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN INPUT WS-HS-FILE
            IF WS-HS-FS NOT = '00'
                DISPLAY 'HISTORICO NAO ENCONTRADO: ' WS-HS-PATH
                CLOSE WS-RP-FILE
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF

            PERFORM P100-CONSULTA
                    UNTIL NOT WS-CONTINUA

            CLOSE WS-HS-FILE
            CLOSE WS-RP-FILE
            STOP RUN.

       P100-CONSULTA.
            DISPLAY ' '
            DISPLAY 'ID DO ITEM (BRANCO ENCERRA): '
            ACCEPT WS-ID-CONSULTA
            IF WS-ID-CONSULTA = SPACES
                MOVE 'N' TO WS-CONTINUA-SW
            ELSE
                MOVE WS-ID-CONSULTA TO WS-RP-ID
                READ WS-RP-FILE
                    INVALID KEY
                        DISPLAY 'ITEM ' WS-ID-CONSULTA
                                ' NAO CADASTRADO.'
                    NOT INVALID KEY
                        PERFORM P200-MOSTRA-ITEM
                        PERFORM P300-MOSTRA-HISTORICO
                END-READ
            END-IF
            .
       P200-MOSTRA-ITEM.
            IF WS-RP-EXCLUIDO
                MOVE 'EXCLUIDO' TO WS-SITUACAO-DESC
            ELSE
                MOVE 'ATIVO'    TO WS-SITUACAO-DESC
            END-IF
            MOVE WS-RP-VALOR TO WS-VALOR-ED
            DISPLAY '---------------------------------------------'
            DISPLAY 'ITEM      : ' WS-RP-ID
            DISPLAY 'DESCRICAO : ' WS-RP-DESCRICAO
            DISPLAY 'VALOR     : ' WS-VALOR-ED
            DISPLAY 'SITUACAO  : ' WS-SITUACAO-DESC
            DISPLAY 'INCLUIDO EM ' WS-RP-DATA-INCLUSAO
                    '  ULTIMA MUDANCA EM ' WS-RP-DATA-ALTERACAO
            DISPLAY 'MUDANCAS REGISTRADAS: ' WS-RP-QTD-HIST
            .
       P300-MOSTRA-HISTORICO.
            MOVE 0   TO WS-TOT-LISTADO
            MOVE 'N' TO WS-FIM-ARQUIVO
            MOVE WS-RP-ID TO WS-HS-ID
            MOVE 0        TO WS-HS-SEQ
            START WS-HS-FILE KEY NOT LESS WS-HS-CHAVE
                INVALID KEY SET WS-FIM TO TRUE
            END-START
            PERFORM P350-LISTA-MUDANCA
                    UNTIL WS-FIM
            IF WS-TOT-LISTADO = 0
                DISPLAY 'NENHUMA MUDANCA NO HISTORICO DO ITEM.'
            END-IF
            .
       P350-LISTA-MUDANCA.
            READ WS-HS-FILE NEXT RECORD
                AT END SET WS-FIM TO TRUE
                NOT AT END
                    IF WS-HS-ID NOT = WS-RP-ID
                        SET WS-FIM TO TRUE
                    ELSE
                        ADD 1 TO WS-TOT-LISTADO
                        PERFORM P360-MOSTRA-MUDANCA
                    END-IF
            END-READ
            .
       P360-MOSTRA-MUDANCA.
            EVALUATE WS-HS-ACAO
                WHEN 'I'
                    MOVE 'INCLUSAO'  TO WS-ACAO-DESC
                WHEN 'A'
                    MOVE 'ALTERACAO' TO WS-ACAO-DESC
                WHEN OTHER
                    MOVE 'EXCLUSAO'  TO WS-ACAO-DESC
            END-EVALUATE
            MOVE WS-HS-ANT-VALOR TO WS-ANT-VALOR-ED
            MOVE WS-HS-DEP-VALOR TO WS-DEP-VALOR-ED
            DISPLAY '  ' WS-HS-SEQ ' EM ' WS-HS-DATA ' AS ' WS-HS-HORA
                    ' ' WS-ACAO-DESC
                    ' PARTICAO ' WS-HS-PARTICAO
                    ' POSICAO ' WS-HS-POSICAO
            IF WS-HS-ANT-SITUACAO = SPACE
                DISPLAY '    ANTES : (INEXISTENTE)'
            ELSE
                DISPLAY '    ANTES : ' WS-HS-ANT-DESCRICAO ' '
                        WS-ANT-VALOR-ED ' ' WS-HS-ANT-SITUACAO
            END-IF
            DISPLAY '    DEPOIS: ' WS-HS-DEP-DESCRICAO ' '
                    WS-DEP-VALOR-ED ' ' WS-HS-DEP-SITUACAO
            .
       END PROGRAM REPCONS.
