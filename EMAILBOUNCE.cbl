      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMAILBOUNCE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-BNC-FILE      ASSIGN TO WS-BNC-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-BNC-FS.
           SELECT WS-CLI-NOVO      ASSIGN TO WS-CLI-NOVO-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS WS-CODIGO
                                    ALTERNATE RECORD KEY IS WS-NOME
                                                  WITH DUPLICATES
                                    FILE STATUS WS-CLI-NOVO-FS.
           SELECT WS-REL-FILE      ASSIGN TO WS-REL-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-REL-FS.
       DATA DIVISION.
       FILE SECTION.
      * Retorno do provedor de e-mail: um registro por mensagem
      * devolvida. H = bounce definitivo (caixa inexistente, dominio
      * invalido), S = temporario (caixa cheia, servidor fora).
       FD  WS-BNC-FILE.
       01 WS-BNC-REGISTRO.
           03 WS-BNC-EMAIL           PIC X(50).
           03 WS-BNC-TIPO            PIC X.
              88 WS-BNC-HARD                   VALUE 'H'.
              88 WS-BNC-SOFT                   VALUE 'S'.
           03 WS-BNC-DATA            PIC 9(8).
           03 WS-BNC-DIAGNOSTICO     PIC X(40).
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
       01 WS-BNC-PATH              PIC X(40) VALUE 'EMAIL.BOUNCE'.
       01 WS-CLI-NOVO-PATH         PIC X(40)
                            VALUE 'CLIENTES.NOVO.IDX'.
       01 WS-REL-PATH              PIC X(40) VALUE 'EMAILBOUNCE.REL'.
       01 WS-BNC-FS                PIC XX.
       01 WS-CLI-NOVO-FS           PIC XX.
       01 WS-REL-FS                PIC XX.

       01 WS-FIM-ARQUIVO           PIC X     VALUE 'N'.
          88 WS-FIM                          VALUE 'Y'.

       01 WS-DATA-HORA-ATUAL       PIC X(21).
       01 WS-HOJE                  PIC 9(8)  VALUE 0.
       01 WS-LIMITE-SOFT           PIC 9(3)  VALUE 3.
       01 WS-EMAIL-CLIENTE         PIC X(50) VALUE SPACES.
       01 WS-VALIDO-ANTES          PIC X     VALUE SPACE.

      * Devolucoes do arquivo, com o e-mail em maiusculas para casar
      * com o cadastro independente da grafia.
       01 WS-TAB-BOUNCE.
           03 WS-TB-QTD            PIC 9(4)  VALUE 0.
           03 WS-TB-ITEM OCCURS 5000 TIMES.
              05 WS-TB-EMAIL       PIC X(50).
              05 WS-TB-TIPO        PIC X.
              05 WS-TB-DATA        PIC 9(8).
              05 WS-TB-DIAGNOSTICO PIC X(40).
              05 WS-TB-CASOU       PIC X.
       01 WS-IX                    PIC 9(4)  VALUE 0.

       01 WS-TOT-LIDOS             PIC 9(6)  VALUE 0.
       01 WS-TOT-REJEITADOS        PIC 9(6)  VALUE 0.
       01 WS-TOT-EXCEDENTES        PIC 9(6)  VALUE 0.
       01 WS-TOT-HARD              PIC 9(6)  VALUE 0.
       01 WS-TOT-SOFT              PIC 9(6)  VALUE 0.
       01 WS-TOT-MARCADOS          PIC 9(6)  VALUE 0.
       01 WS-TOT-SEM-CLIENTE       PIC 9(6)  VALUE 0.

       01 WS-CAB-1.
           03 FILLER               PIC X(40)
                    VALUE 'E-MAILS DEVOLVIDOS SEM CLIENTE EM: '.
           03 WS-CAB-DATA          PIC 9(8).
           03 FILLER               PIC X(11) VALUE '  AMBIENTE '.
           03 WS-CAB-AMBIENTE      PIC X(8).
       01 WS-DET-LINHA.
           03 WS-DET-TIPO          PIC X.
           03 FILLER               PIC X     VALUE SPACE.
           03 WS-DET-DATA          PIC 9(8).
           03 FILLER               PIC X     VALUE SPACE.
           03 WS-DET-EMAIL         PIC X(50).
       01 WS-DET-LINHA-2.
           03 FILLER               PIC X(11) VALUE SPACES.
           03 WS-DET-DIAGNOSTICO   PIC X(40).
       01 WS-TOT-LINHA.
           03 WS-TOT-LITERAL       PIC X(30).
           03 WS-TOT-QTD           PIC ZZZ,ZZ9.

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

       01 WS-PARMLE-PARM.
           03 WS-PL-PROGRAMA       PIC X(12) VALUE 'EMAILBOUNCE'.
           03 WS-PL-NOME           PIC X(12).
           03 WS-PL-DATA-PROC      PIC 9(8).
           03 WS-PL-VALOR          PIC X(14).
           03 WS-PL-RC             PIC 99.

       01 WS-AUDIT-PARM.
           03 WS-AU-PROGRAMA       PIC X(12) VALUE 'EMAILBOUNCE'.
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
      * Carrega o retorno de e-mails devolvidos e marca o e-mail do
      * cliente como invalido: bounce definitivo marca na hora, o
      * temporario so depois de repetir em dias distintos o numero
      * de vezes parametrizado (EMAILBOUNCE/LIMITE-SOFT).
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-BNC-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CLI-NOVO-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-REL-PATH
            DISPLAY 'EMAILBOUNCE - CARGA DE E-MAILS DEVOLVIDOS'
            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
            MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-HOJE

            MOVE WS-HOJE       TO WS-PL-DATA-PROC
            MOVE 'LIMITE-SOFT' TO WS-PL-NOME
            CALL 'PARMLE' USING WS-PARMLE-PARM
            IF WS-PL-RC = 0 AND FUNCTION TEST-NUMVAL(WS-PL-VALOR) = 0
                COMPUTE WS-LIMITE-SOFT = FUNCTION NUMVAL(WS-PL-VALOR)
            END-IF
            IF WS-LIMITE-SOFT = 0
                MOVE 1 TO WS-LIMITE-SOFT
            END-IF

            OPEN INPUT WS-BNC-FILE
            IF WS-BNC-FS NOT = '00'
                DISPLAY 'ARQUIVO DE DEVOLUCOES NAO ENCONTRADO: '
                        WS-BNC-PATH
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM P100-CARREGA UNTIL WS-FIM
            CLOSE WS-BNC-FILE

            OPEN INPUT WS-CLI-NOVO
            IF WS-CLI-NOVO-FS NOT = '00'
                DISPLAY 'CADASTRO DE CLIENTES INDISPONIVEL: '
                        WS-CLI-NOVO-PATH ' FS: ' WS-CLI-NOVO-FS
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE 'N' TO WS-FIM-ARQUIVO
            IF WS-TB-QTD > 0
                PERFORM P200-CASA-CLIENTE UNTIL WS-FIM
            END-IF
            CLOSE WS-CLI-NOVO

            PERFORM P400-RELATORIO

            DISPLAY 'DEVOLUCOES LIDAS       : ' WS-TOT-LIDOS
            DISPLAY 'REJEITADAS (LAYOUT)    : ' WS-TOT-REJEITADOS
            DISPLAY 'ACIMA DA CAPACIDADE    : ' WS-TOT-EXCEDENTES
            DISPLAY 'BOUNCES DEFINITIVOS    : ' WS-TOT-HARD
            DISPLAY 'BOUNCES TEMPORARIOS    : ' WS-TOT-SOFT
            DISPLAY 'E-MAILS MARCADOS       : ' WS-TOT-MARCADOS
            DISPLAY 'SEM CLIENTE NO CADASTRO: ' WS-TOT-SEM-CLIENTE
            DISPLAY 'RELATORIO GRAVADO EM: ' WS-REL-PATH

            MOVE 'CARGA'    TO WS-AU-EVENTO
            MOVE WS-BNC-PATH TO WS-AU-CHAVE
            MOVE WS-TOT-MARCADOS TO WS-AU-CONTADOR
            CALL 'AUDITLOG' USING WS-AUDIT-PARM
            IF WS-TOT-REJEITADOS > 0 OR WS-TOT-EXCEDENTES > 0
               OR WS-TOT-SEM-CLIENTE > 0
                MOVE 4 TO RETURN-CODE
            END-IF
            STOP RUN.

       P100-CARREGA.
            READ WS-BNC-FILE
                AT END SET WS-FIM TO TRUE
                NOT AT END
                    ADD 1 TO WS-TOT-LIDOS
                    IF WS-BNC-EMAIL = SPACES
                       OR (NOT WS-BNC-HARD AND NOT WS-BNC-SOFT)
                       OR WS-BNC-DATA IS NOT NUMERIC
                        ADD 1 TO WS-TOT-REJEITADOS
                    ELSE
                        IF WS-TB-QTD < 5000
                            ADD 1 TO WS-TB-QTD
                            MOVE FUNCTION UPPER-CASE(WS-BNC-EMAIL)
                              TO WS-TB-EMAIL(WS-TB-QTD)
                            MOVE WS-BNC-TIPO
                              TO WS-TB-TIPO(WS-TB-QTD)
                            MOVE WS-BNC-DATA
                              TO WS-TB-DATA(WS-TB-QTD)
                            MOVE WS-BNC-DIAGNOSTICO
                              TO WS-TB-DIAGNOSTICO(WS-TB-QTD)
                            MOVE 'N' TO WS-TB-CASOU(WS-TB-QTD)
                        ELSE
                            ADD 1 TO WS-TOT-EXCEDENTES
                        END-IF
                    END-IF
            END-READ
            .
       P200-CASA-CLIENTE.
            READ WS-CLI-NOVO NEXT RECORD
                AT END SET WS-FIM TO TRUE
                NOT AT END
                    IF WS-EMAIL NOT = SPACES
                        MOVE FUNCTION UPPER-CASE(WS-EMAIL)
                          TO WS-EMAIL-CLIENTE
                        PERFORM VARYING WS-IX FROM 1 BY 1
                                UNTIL WS-IX > WS-TB-QTD
                            IF WS-TB-EMAIL(WS-IX) = WS-EMAIL-CLIENTE
                                PERFORM P300-MARCA
                            END-IF
                        END-PERFORM
                    END-IF
            END-READ
            .
       P300-MARCA.
            MOVE 'Y' TO WS-TB-CASOU(WS-IX)
            MOVE 'C' TO WS-CN-FUNCAO
            MOVE WS-CODIGO TO WS-CN-COD-CLIENTE
            CALL 'CLICONTATO' USING WS-CONTATO-PARM
            MOVE WS-CN-EMAIL-VALIDO TO WS-VALIDO-ANTES
            MOVE WS-TB-DATA(WS-IX) TO WS-CN-DATA
            MOVE WS-TB-DIAGNOSTICO(WS-IX) TO WS-CN-MOTIVO
            IF WS-CN-MOTIVO = SPACES
                MOVE 'E-MAIL DEVOLVIDO' TO WS-CN-MOTIVO
            END-IF
            IF WS-TB-TIPO(WS-IX) = 'H'
                ADD 1 TO WS-TOT-HARD
                MOVE 'M' TO WS-CN-FUNCAO
            ELSE
                ADD 1 TO WS-TOT-SOFT
                MOVE 'S' TO WS-CN-FUNCAO
            END-IF
            CALL 'CLICONTATO' USING WS-CONTATO-PARM
            IF WS-CN-FUNCAO = 'S' AND WS-CN-RC = 0
               AND WS-CN-EMAIL-VALIDO = 'S'
               AND WS-CN-SOFT-QTD NOT < WS-LIMITE-SOFT
                MOVE 'M' TO WS-CN-FUNCAO
                MOVE 'BOUNCE TEMPORARIO REPETIDO' TO WS-CN-MOTIVO
                CALL 'CLICONTATO' USING WS-CONTATO-PARM
            END-IF
            IF WS-VALIDO-ANTES = 'S' AND WS-CN-EMAIL-VALIDO = 'N'
                ADD 1 TO WS-TOT-MARCADOS
            END-IF
            .
       P400-RELATORIO.
            OPEN OUTPUT WS-REL-FILE
            MOVE WS-HOJE TO WS-CAB-DATA
            MOVE WS-AMB-NOME TO WS-CAB-AMBIENTE
            WRITE WS-REL-LINHA FROM WS-CAB-1
            MOVE ALL '-' TO WS-REL-LINHA
            WRITE WS-REL-LINHA
            PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > WS-TB-QTD
                IF WS-TB-CASOU(WS-IX) = 'N'
                    ADD 1 TO WS-TOT-SEM-CLIENTE
                    MOVE WS-TB-TIPO(WS-IX)        TO WS-DET-TIPO
                    MOVE WS-TB-DATA(WS-IX)        TO WS-DET-DATA
                    MOVE WS-TB-EMAIL(WS-IX)       TO WS-DET-EMAIL
                    WRITE WS-REL-LINHA FROM WS-DET-LINHA
                    MOVE WS-TB-DIAGNOSTICO(WS-IX) TO WS-DET-DIAGNOSTICO
                    WRITE WS-REL-LINHA FROM WS-DET-LINHA-2
                END-IF
            END-PERFORM
            MOVE ALL '-' TO WS-REL-LINHA
            WRITE WS-REL-LINHA
            MOVE 'DEVOLUCOES SEM CLIENTE'  TO WS-TOT-LITERAL
            MOVE WS-TOT-SEM-CLIENTE        TO WS-TOT-QTD
            WRITE WS-REL-LINHA FROM WS-TOT-LINHA
            MOVE 'REJEITADAS POR LAYOUT'   TO WS-TOT-LITERAL
            MOVE WS-TOT-REJEITADOS         TO WS-TOT-QTD
            WRITE WS-REL-LINHA FROM WS-TOT-LINHA
            MOVE 'ACIMA DA CAPACIDADE'     TO WS-TOT-LITERAL
            MOVE WS-TOT-EXCEDENTES         TO WS-TOT-QTD
            WRITE WS-REL-LINHA FROM WS-TOT-LINHA
            CLOSE WS-REL-FILE
            .
       END PROGRAM EMAILBOUNCE.
