      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLISEMCANAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-CTT-FILE      ASSIGN TO WS-CTT-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS WS-CTT-CODIGO
                                    FILE STATUS WS-CTT-FS.
           SELECT WS-CLI-NOVO      ASSIGN TO WS-CLI-NOVO-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS WS-CODIGO
                                    ALTERNATE RECORD KEY IS WS-NOME
                                                  WITH DUPLICATES
                                    FILE STATUS WS-CLI-NOVO-FS.
           SELECT WS-REL-FILE      ASSIGN TO WS-REL-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-REL-FS.
       DATA DIVISION.
       FILE SECTION.
      * Layout identico ao do CLICONTATO.
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
       FD  WS-CLI-NOVO.
       01 WS-LAYOUT-2.
          03 WS-CODIGO                  PIC 9(6).
          03 WS-NOME                    PIC X(30).
          03 WS-ENDERECO                PIC X(60).
          03 WS-TELEFONE                PIC X(20).
          03 WS-EMAIL                   PIC X(50).
          03 WS-ESTADO                  PIC X(30).
          03 WS-CIDADE                  PIC X(30).
       FD  WS-REL-FILE.
       01 WS-REL-LINHA               PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-CTT-PATH              PIC X(40) VALUE 'CLICONTATO.IDX'.
       01 WS-CLI-NOVO-PATH         PIC X(40)
                            VALUE 'CLIENTES.NOVO.IDX'.
       01 WS-REL-PATH              PIC X(40) VALUE 'CLISEMCANAL.REL'.
       01 WS-CTT-FS                PIC XX.
       01 WS-CLI-NOVO-FS           PIC XX.
       01 WS-REL-FS                PIC XX.

       01 WS-FIM-ARQUIVO           PIC X     VALUE 'N'.
          88 WS-FIM                          VALUE 'Y'.
       01 WS-SEM-CANAL-SW          PIC X     VALUE 'N'.
          88 WS-SEM-CANAL                    VALUE 'Y'.

       01 WS-DATA-HORA-ATUAL       PIC X(21).
       01 WS-HOJE                  PIC 9(8)  VALUE 0.
       01 WS-TOT-LIDOS             PIC 9(6)  VALUE 0.
       01 WS-TOT-SEM-CANAL         PIC 9(6)  VALUE 0.
       01 WS-TOT-SEM-CADASTRO      PIC 9(6)  VALUE 0.

       01 WS-CAB-1.
           03 FILLER               PIC X(40)
                    VALUE 'CLIENTES SEM CANAL DE CONTATO VALIDO EM:'.
           03 FILLER               PIC X     VALUE SPACE.
           03 WS-CAB-DATA          PIC 9(8).
           03 FILLER               PIC X(11) VALUE '  AMBIENTE '.
           03 WS-CAB-AMBIENTE      PIC X(8).
       01 WS-CAB-2.
           03 FILLER               PIC X(40)
                    VALUE 'LOCALIZAR E ATUALIZAR O CADASTRO'.
       01 WS-DET-LINHA.
           03 WS-DET-CODIGO        PIC 9(6).
           03 FILLER               PIC X     VALUE SPACE.
           03 WS-DET-CLIENTE       PIC X(30).
           03 FILLER               PIC X     VALUE SPACE.
           03 WS-DET-TELEFONE      PIC X(20).
       01 WS-DET-CANAL.
           03 FILLER               PIC X(7)  VALUE SPACES.
           03 WS-DET-CANAL-NOME    PIC X(9).
           03 WS-DET-CANAL-DATA    PIC 9(8).
           03 FILLER               PIC X     VALUE SPACE.
           03 WS-DET-CANAL-MOTIVO  PIC X(30).
       01 WS-TOT-LINHA.
           03 WS-TOT-LITERAL       PIC X(30).
           03 WS-TOT-QTD           PIC ZZZ,ZZ9.

       01 WS-AUDIT-PARM.
           03 WS-AU-PROGRAMA       PIC X(12) VALUE 'CLISEMCANAL'.
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
      * Lista semanal para a mesa de atendimento: clientes cujo
      * endereco foi devolvido e que tambem nao tem e-mail valido
      * (marcado pelo EMAILBOUNCE ou em branco no cadastro), e o
      * contrario. Sem canal nenhum, so o telefone para localizar.
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CTT-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CLI-NOVO-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-REL-PATH
            DISPLAY 'CLISEMCANAL - CLIENTES SEM CANAL DE CONTATO'
            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
            MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-HOJE

            OPEN INPUT WS-CLI-NOVO
            IF WS-CLI-NOVO-FS NOT = '00'
                DISPLAY 'CADASTRO DE CLIENTES INDISPONIVEL: '
                        WS-CLI-NOVO-PATH ' FS: ' WS-CLI-NOVO-FS
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF

            OPEN OUTPUT WS-REL-FILE
            MOVE WS-HOJE TO WS-CAB-DATA
            MOVE WS-AMB-NOME TO WS-CAB-AMBIENTE
            WRITE WS-REL-LINHA FROM WS-CAB-1
            WRITE WS-REL-LINHA FROM WS-CAB-2
            MOVE ALL '-' TO WS-REL-LINHA
            WRITE WS-REL-LINHA

            OPEN INPUT WS-CTT-FILE
            IF WS-CTT-FS NOT = '00'
                DISPLAY 'NENHUM CANAL DE CONTATO MARCADO: '
                        WS-CTT-PATH
            ELSE
                PERFORM P100-AVALIA UNTIL WS-FIM
                CLOSE WS-CTT-FILE
            END-IF

            MOVE ALL '-' TO WS-REL-LINHA
            WRITE WS-REL-LINHA
            MOVE 'CLIENTES SEM CANAL VALIDO' TO WS-TOT-LITERAL
            MOVE WS-TOT-SEM-CANAL            TO WS-TOT-QTD
            WRITE WS-REL-LINHA FROM WS-TOT-LINHA
            CLOSE WS-REL-FILE
            CLOSE WS-CLI-NOVO

            DISPLAY 'CLIENTES COM MARCACAO  : ' WS-TOT-LIDOS
            DISPLAY 'SEM CANAL VALIDO       : ' WS-TOT-SEM-CANAL
            DISPLAY 'FORA DO CADASTRO       : ' WS-TOT-SEM-CADASTRO
            DISPLAY 'RELATORIO GRAVADO EM: ' WS-REL-PATH

            MOVE 'LISTA'     TO WS-AU-EVENTO
            MOVE WS-REL-PATH TO WS-AU-CHAVE
            MOVE WS-TOT-SEM-CANAL TO WS-AU-CONTADOR
            CALL 'AUDITLOG' USING WS-AUDIT-PARM
            IF WS-TOT-SEM-CANAL > 0
                MOVE 4 TO RETURN-CODE
            END-IF
            STOP RUN.

       P100-AVALIA.
            READ WS-CTT-FILE NEXT RECORD
                AT END SET WS-FIM TO TRUE
                NOT AT END
                    ADD 1 TO WS-TOT-LIDOS
                    MOVE WS-CTT-CODIGO TO WS-CODIGO
                    READ WS-CLI-NOVO
                        INVALID KEY
                            ADD 1 TO WS-TOT-SEM-CADASTRO
                        NOT INVALID KEY
                            PERFORM P200-VERIFICA-CANAIS
                    END-READ
            END-READ
            .
       P200-VERIFICA-CANAIS.
            MOVE 'N' TO WS-SEM-CANAL-SW
            IF (WS-CTT-END-INVALIDO OR WS-ENDERECO = SPACES)
               AND (WS-CTT-EMAIL-INVALIDO OR WS-EMAIL = SPACES)
                SET WS-SEM-CANAL TO TRUE
            END-IF
            IF WS-SEM-CANAL
                ADD 1 TO WS-TOT-SEM-CANAL
                MOVE WS-CODIGO   TO WS-DET-CODIGO
                MOVE WS-NOME     TO WS-DET-CLIENTE
                MOVE WS-TELEFONE TO WS-DET-TELEFONE
                WRITE WS-REL-LINHA FROM WS-DET-LINHA
                MOVE 'ENDERECO' TO WS-DET-CANAL-NOME
                IF WS-CTT-END-INVALIDO
                    MOVE WS-CTT-END-DATA   TO WS-DET-CANAL-DATA
                    MOVE WS-CTT-END-MOTIVO TO WS-DET-CANAL-MOTIVO
                ELSE
                    MOVE 0                 TO WS-DET-CANAL-DATA
                    MOVE 'NAO CADASTRADO'  TO WS-DET-CANAL-MOTIVO
                END-IF
                WRITE WS-REL-LINHA FROM WS-DET-CANAL
                MOVE 'E-MAIL' TO WS-DET-CANAL-NOME
                IF WS-CTT-EMAIL-INVALIDO
                    MOVE WS-CTT-EMAIL-DATA   TO WS-DET-CANAL-DATA
                    MOVE WS-CTT-EMAIL-MOTIVO TO WS-DET-CANAL-MOTIVO
                ELSE
                    MOVE 0                   TO WS-DET-CANAL-DATA
                    MOVE 'NAO CADASTRADO'    TO WS-DET-CANAL-MOTIVO
                END-IF
                WRITE WS-REL-LINHA FROM WS-DET-CANAL
            END-IF
            .
       END PROGRAM CLISEMCANAL.
