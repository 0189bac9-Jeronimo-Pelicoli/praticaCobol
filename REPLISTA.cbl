      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPLISTA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-RP-FILE       ASSIGN TO WS-RP-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS WS-RP-ID
                                    FILE STATUS WS-RP-FS.
           SELECT WS-HS-FILE       ASSIGN TO WS-HS-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS WS-HS-CHAVE
                                    FILE STATUS WS-HS-FS.
           SELECT WS-REL-FILE      ASSIGN TO WS-REL-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-REL-FS.
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
       FD  WS-REL-FILE.
       01 WS-REL-LINHA               PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-RP-PATH               PIC X(40) VALUE 'REPETICAO.IDX'.
       01 WS-HS-PATH               PIC X(40) VALUE 'REPETICAO.HIST'.
       01 WS-REL-PATH              PIC X(40) VALUE 'REPLISTA.REL'.
       01 WS-RP-FS                 PIC XX.
       01 WS-HS-FS                 PIC XX.
       01 WS-REL-FS                PIC XX.

       01 WS-FIM-ARQUIVO           PIC X     VALUE 'N'.
          88 WS-FIM                          VALUE 'Y'.
       01 WS-FIM-HIST-SW           PIC X     VALUE 'N'.
          88 WS-FIM-HIST                     VALUE 'Y'.
       01 WS-LISTA-HIST-SW         PIC X     VALUE 'S'.
          88 WS-LISTA-HIST                   VALUE 'S'.

       01 WS-DATA-HORA-ATUAL       PIC X(21).
       01 WS-TOT-ATIVOS            PIC 9(6)      VALUE 0.
       01 WS-TOT-EXCLUIDOS         PIC 9(6)      VALUE 0.
       01 WS-TOT-MUDANCAS          PIC 9(7)      VALUE 0.
       01 WS-TOT-VALOR             PIC 9(11)V99  VALUE 0.
       01 WS-RC-FINAL              PIC 99        VALUE 0.

       01 WS-CAB-1.
           03 FILLER               PIC X(36)
                    VALUE 'CADASTRO DE REPETICAO - POSICAO EM: '.
           03 WS-CAB-DATA          PIC 9(8).
           03 FILLER               PIC X(11) VALUE '  AMBIENTE '.
           03 WS-CAB-AMBIENTE      PIC X(8).
       01 WS-CAB-2.
           03 FILLER               PIC X(7)  VALUE 'ITEM'.
           03 FILLER               PIC X(41) VALUE 'DESCRICAO'.
           03 FILLER               PIC X(16) VALUE '           VALOR'.
           03 FILLER               PIC X(10) VALUE ' SITUACAO'.
           03 FILLER               PIC X(10) VALUE 'INCLUSAO'.
           03 FILLER               PIC X(10) VALUE 'ULT.MUD.'.
           03 FILLER               PIC X(8)  VALUE 'MUDANCAS'.
       01 WS-DET-LINHA.
           03 WS-DET-ID            PIC X(6).
           03 FILLER               PIC X     VALUE SPACE.
           03 WS-DET-DESCRICAO     PIC X(40).
           03 FILLER               PIC X     VALUE SPACE.
           03 WS-DET-VALOR         PIC ZZZ,ZZZ,ZZ9.99.
           03 FILLER               PIC XX    VALUE SPACES.
           03 WS-DET-SITUACAO      PIC X(8).
           03 FILLER               PIC XX    VALUE SPACES.
           03 WS-DET-INCLUSAO      PIC 9(8).
           03 FILLER               PIC XX    VALUE SPACES.
           03 WS-DET-ALTERACAO     PIC 9(8).
           03 FILLER               PIC XX    VALUE SPACES.
           03 WS-DET-QTD-HIST      PIC ZZZZ9.
       01 WS-HST-LINHA.
           03 FILLER               PIC X(9)  VALUE SPACES.
           03 WS-HST-SEQ           PIC ZZZZ9.
           03 FILLER               PIC X     VALUE SPACE.
           03 WS-HST-DATA          PIC 9(8).
           03 FILLER               PIC X     VALUE SPACE.
           03 WS-HST-ACAO          PIC X.
           03 FILLER               PIC XX    VALUE SPACES.
           03 WS-HST-ANT-DESCRICAO PIC X(30).
           03 WS-HST-ANT-VALOR     PIC ZZZ,ZZZ,ZZ9.99.
           03 FILLER               PIC X(4)  VALUE ' -> '.
           03 WS-HST-DEP-DESCRICAO PIC X(30).
           03 WS-HST-DEP-VALOR     PIC ZZZ,ZZZ,ZZ9.99.
           03 FILLER               PIC X     VALUE SPACE.
           03 WS-HST-DEP-SITUACAO  PIC X.
       01 WS-TOT-LINHA.
           03 WS-TOT-LITERAL       PIC X(24).
           03 WS-TOT-QTD           PIC ZZZ,ZZ9.
           03 FILLER               PIC XX    VALUE SPACES.
           03 WS-TOT-VALOR-ED      PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-PARMLE-PARM.
           03 WS-PL-PROGRAMA       PIC X(12) VALUE 'REPLISTA'.
           03 WS-PL-NOME           PIC X(12) VALUE 'HISTORICO'.
           03 WS-PL-DATA-PROC      PIC 9(8).
           03 WS-PL-VALOR          PIC X(14).
           03 WS-PL-RC             PIC 99.

       01 WS-RELARQ-PARM.
           03 WS-RA-FUNCAO         PIC X     VALUE 'R'.
           03 WS-RA-PROGRAMA       PIC X(12) VALUE 'REPLISTA'.
           03 WS-RA-RELATORIO      PIC X(30) VALUE 'REPLISTA.REL'.
           03 WS-RA-RC             PIC 99.
           03 WS-RA-PAGINAS        PIC 9(5).
           03 WS-RA-EXPURGADOS     PIC 9(5).

       01 WS-AMBIENTE-PARM.
           03 WS-AMB-FUNCAO        PIC X     VALUE 'R'.
           03 WS-AMB-NOME          PIC X(8)  VALUE SPACES.
           03 WS-AMB-RAIZ          PIC X(40) VALUE SPACES.
           03 WS-AMB-RC            PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      * Posicao corrente de cada item do cadastro de REPETICAO, com
      * as mudancas do item logo abaixo (parametro HISTORICO = N
      * lista so a posicao).
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-RP-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-HS-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-REL-PATH
            DISPLAY 'REPLISTA - LISTAGEM DO CADASTRO DE REPETICAO'

            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
            MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-PL-DATA-PROC
            CALL 'PARMLE' USING WS-PARMLE-PARM
            IF WS-PL-RC = 0 AND WS-PL-VALOR(1:1) = 'N'
                MOVE 'N' TO WS-LISTA-HIST-SW
            END-IF

            OPEN INPUT WS-RP-FILE
            IF WS-RP-FS NOT = '00'
                DISPLAY 'CADASTRO NAO ENCONTRADO: ' WS-RP-PATH
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            IF WS-LISTA-HIST
                OPEN INPUT WS-HS-FILE
                IF WS-HS-FS NOT = '00'
                    DISPLAY 'HISTORICO NAO ENCONTRADO: ' WS-HS-PATH
                            ' - LISTANDO SO A POSICAO'
                    MOVE 'N' TO WS-LISTA-HIST-SW
                    MOVE 4   TO WS-RC-FINAL
                END-IF
            END-IF

            OPEN OUTPUT WS-REL-FILE
            MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-CAB-DATA
            MOVE WS-AMB-NOME TO WS-CAB-AMBIENTE
            WRITE WS-REL-LINHA FROM WS-CAB-1
            WRITE WS-REL-LINHA FROM WS-CAB-2
            MOVE ALL '-' TO WS-REL-LINHA
            WRITE WS-REL-LINHA

            PERFORM P200-LISTA-ITEM
                    UNTIL WS-FIM

            MOVE ALL '-' TO WS-REL-LINHA
            WRITE WS-REL-LINHA
            MOVE 'ITENS ATIVOS'       TO WS-TOT-LITERAL
            MOVE WS-TOT-ATIVOS        TO WS-TOT-QTD
            MOVE WS-TOT-VALOR         TO WS-TOT-VALOR-ED
            WRITE WS-REL-LINHA FROM WS-TOT-LINHA
            MOVE 'ITENS EXCLUIDOS'    TO WS-TOT-LITERAL
            MOVE WS-TOT-EXCLUIDOS     TO WS-TOT-QTD
            MOVE 0                    TO WS-TOT-VALOR-ED
            WRITE WS-REL-LINHA FROM WS-TOT-LINHA
            MOVE 'MUDANCAS REGISTRADAS' TO WS-TOT-LITERAL
            MOVE WS-TOT-MUDANCAS      TO WS-TOT-QTD
            MOVE 0                    TO WS-TOT-VALOR-ED
            WRITE WS-REL-LINHA FROM WS-TOT-LINHA

            CLOSE WS-REL-FILE
            IF WS-LISTA-HIST
                CLOSE WS-HS-FILE
            END-IF
            CLOSE WS-RP-FILE

            CALL 'RELARQUIVA' USING WS-RELARQ-PARM WS-REL-PATH
            DISPLAY 'ITENS ATIVOS    : ' WS-TOT-ATIVOS
            DISPLAY 'ITENS EXCLUIDOS : ' WS-TOT-EXCLUIDOS
            DISPLAY 'RELATORIO GRAVADO EM: ' WS-REL-PATH
            MOVE WS-RC-FINAL TO RETURN-CODE
            STOP RUN.

       P200-LISTA-ITEM.
            READ WS-RP-FILE NEXT RECORD
                AT END SET WS-FIM TO TRUE
                NOT AT END
                    PERFORM P250-IMPRIME-ITEM
            END-READ
            .
       P250-IMPRIME-ITEM.
            IF WS-RP-EXCLUIDO
                ADD 1 TO WS-TOT-EXCLUIDOS
                MOVE 'EXCLUIDO' TO WS-DET-SITUACAO
            ELSE
                ADD 1           TO WS-TOT-ATIVOS
                ADD WS-RP-VALOR TO WS-TOT-VALOR
                MOVE 'ATIVO'    TO WS-DET-SITUACAO
            END-IF
            ADD WS-RP-QTD-HIST TO WS-TOT-MUDANCAS
            MOVE WS-RP-ID             TO WS-DET-ID
            MOVE WS-RP-DESCRICAO      TO WS-DET-DESCRICAO
            MOVE WS-RP-VALOR          TO WS-DET-VALOR
            MOVE WS-RP-DATA-INCLUSAO  TO WS-DET-INCLUSAO
            MOVE WS-RP-DATA-ALTERACAO TO WS-DET-ALTERACAO
            MOVE WS-RP-QTD-HIST       TO WS-DET-QTD-HIST
            WRITE WS-REL-LINHA FROM WS-DET-LINHA

            IF WS-LISTA-HIST
                MOVE 'N' TO WS-FIM-HIST-SW
                MOVE WS-RP-ID TO WS-HS-ID
                MOVE 0        TO WS-HS-SEQ
                START WS-HS-FILE KEY NOT LESS WS-HS-CHAVE
                    INVALID KEY SET WS-FIM-HIST TO TRUE
                END-START
                PERFORM P300-LISTA-MUDANCA
                        UNTIL WS-FIM-HIST
            END-IF
            .
       P300-LISTA-MUDANCA.
            READ WS-HS-FILE NEXT RECORD
                AT END SET WS-FIM-HIST TO TRUE
                NOT AT END
                    IF WS-HS-ID NOT = WS-RP-ID
                        SET WS-FIM-HIST TO TRUE
                    ELSE
                        MOVE WS-HS-SEQ           TO WS-HST-SEQ
                        MOVE WS-HS-DATA          TO WS-HST-DATA
                        MOVE WS-HS-ACAO          TO WS-HST-ACAO
                        MOVE WS-HS-ANT-DESCRICAO TO WS-HST-ANT-DESCRICAO
                        MOVE WS-HS-ANT-VALOR     TO WS-HST-ANT-VALOR
                        MOVE WS-HS-DEP-DESCRICAO TO WS-HST-DEP-DESCRICAO
                        MOVE WS-HS-DEP-VALOR     TO WS-HST-DEP-VALOR
                        MOVE WS-HS-DEP-SITUACAO  TO WS-HST-DEP-SITUACAO
                        WRITE WS-REL-LINHA FROM WS-HST-LINHA
                    END-IF
            END-READ
            .
       END PROGRAM REPLISTA.
