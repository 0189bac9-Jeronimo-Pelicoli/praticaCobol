      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLDCOAF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-CASO-FILE     ASSIGN TO WS-CASO-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS WS-CASO-NUMERO
                                    FILE STATUS WS-CASO-FS.
           SELECT WS-DOC-FILE      ASSIGN TO WS-DOC-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS WS-DOC-CODIGO
                                    ALTERNATE RECORD KEY IS
                                                  WS-DOC-NUMERO
                                    FILE STATUS WS-DOC-FS.
           SELECT WS-COM-FILE      ASSIGN TO WS-COM-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-COM-FS.
       DATA DIVISION.
       FILE SECTION.
      * Fila de casos de prevencao a lavagem de dinheiro, gravada pelo
      * PLDMONITOR (layout identico).
       FD  WS-CASO-FILE.
       01 WS-CASO-REGISTRO.
           03 WS-CASO-NUMERO         PIC 9(8).
           03 WS-CASO-DATA-DETECCAO  PIC 9(8).
           03 WS-CASO-REGRA          PIC X.
              88 WS-CASO-LIMITE                VALUE 'L'.
              88 WS-CASO-FRACIONADO            VALUE 'F'.
              88 WS-CASO-ATIPICO               VALUE 'A'.
           03 WS-CASO-COD-CLIENTE    PIC 9(6).
           03 WS-CASO-CLIENTE        PIC X(30).
           03 WS-CASO-DOC-TIPO       PIC X.
           03 WS-CASO-DOC-NUMERO     PIC X(14).
           03 WS-CASO-VALOR          PIC S9(11)V99.
           03 WS-CASO-QTD-OPERACOES  PIC 9(4).
           03 WS-CASO-DATA-INICIAL   PIC 9(8).
           03 WS-CASO-DATA-FINAL     PIC 9(8).
           03 WS-CASO-RECIBO         PIC 9(6).
           03 WS-CASO-MEDIA-HISTORICA PIC S9(9)V99.
           03 WS-CASO-SITUACAO       PIC X.
              88 WS-CASO-PENDENTE              VALUE 'P'.
              88 WS-CASO-CONFIRMADO            VALUE 'C'.
              88 WS-CASO-DESCARTADO            VALUE 'D'.
              88 WS-CASO-COMUNICADO            VALUE 'E'.
           03 WS-CASO-ANALISTA       PIC X(8).
           03 WS-CASO-DATA-DECISAO   PIC 9(8).
           03 WS-CASO-PARECER        PIC X(60).
           03 WS-CASO-DATA-COMUNICACAO PIC 9(8).
       FD  WS-DOC-FILE.
       01 WS-DOC-REGISTRO.
          03 WS-DOC-CODIGO              PIC 9(6).
          03 WS-DOC-TIPO                PIC X.
          03 WS-DOC-NUMERO              PIC X(14).
      * Arquivo de comunicacao ao COAF: header '0' com o CNPJ da
      * instituicao comunicante, um detalhe '1' por caso e trailer
      * '9' com quantidade e valor. Tipo COE = operacao em especie
      * acima do limite (comunicacao automatica), COS = operacao
      * suspeita (fracionamento ou valor atipico).
       FD  WS-COM-FILE.
       01 WS-COM-DETALHE.
           03 WS-COM-TIPO            PIC X.
           03 WS-COM-CASO            PIC 9(8).
           03 WS-COM-COMUNICACAO     PIC X(3).
           03 WS-COM-ENQUADRAMENTO   PIC X.
           03 WS-COM-DOC-TIPO        PIC X.
           03 WS-COM-DOC-NUMERO      PIC X(14).
           03 WS-COM-NOME            PIC X(30).
           03 WS-COM-VALOR           PIC 9(11)V99.
           03 WS-COM-QTD-OPERACOES   PIC 9(4).
           03 WS-COM-DATA-INICIAL    PIC 9(8).
           03 WS-COM-DATA-FINAL      PIC 9(8).
           03 WS-COM-DATA-DECISAO    PIC 9(8).
           03 WS-COM-PARECER         PIC X(60).
       01 WS-COM-HEADER.
           03 WS-COM-H-TIPO          PIC X.
           03 WS-COM-H-DATA          PIC 9(8).
           03 WS-COM-H-LITERAL       PIC X(10).
           03 WS-COM-H-CNPJ          PIC X(14).
       01 WS-COM-TRAILER.
           03 WS-COM-T-TIPO          PIC X.
           03 WS-COM-T-QTD           PIC 9(6).
           03 WS-COM-T-TOTAL         PIC S9(11)V99.

       WORKING-STORAGE SECTION.
       01 WS-CASO-PATH             PIC X(40) VALUE 'PLD.CASOS.IDX'.
       01 WS-DOC-PATH              PIC X(40) VALUE 'CLIDOC.IDX'.
       01 WS-COM-PATH              PIC X(40)
                            VALUE 'PLD.COAF.COMUNICACAO'.
       01 WS-CASO-FS               PIC XX.
       01 WS-DOC-FS                PIC XX.
       01 WS-COM-FS                PIC XX.

       01 WS-FIM-ARQUIVO           PIC X     VALUE 'N'.
          88 WS-FIM                          VALUE 'Y'.
       01 WS-DOC-ABERTO-SW         PIC X     VALUE 'N'.
          88 WS-DOC-ABERTO                   VALUE 'Y'.

       01 WS-DATA-HORA-ATUAL       PIC X(21).
       01 WS-HOJE                  PIC 9(8)  VALUE 0.
       01 WS-CNPJ-COMUNICANTE      PIC X(14) VALUE SPACES.

       01 WS-TOT-COMUNICADOS       PIC 9(6)  VALUE 0.
       01 WS-VAL-COMUNICADO        PIC S9(11)V99 VALUE 0.
       01 WS-TOT-COE               PIC 9(6)  VALUE 0.
       01 WS-TOT-COS               PIC 9(6)  VALUE 0.
       01 WS-TOT-SEM-DOCUMENTO     PIC 9(6)  VALUE 0.

       01 WS-VALOR-ED              PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01 WS-PARMLE-PARM.
           03 WS-PL-PROGRAMA       PIC X(12) VALUE 'PLDCOAF'.
           03 WS-PL-NOME           PIC X(12).
           03 WS-PL-DATA-PROC      PIC 9(8).
           03 WS-PL-VALOR          PIC X(14).
           03 WS-PL-RC             PIC 99.

       01 WS-AUDIT-PARM.
           03 WS-AU-PROGRAMA       PIC X(12) VALUE 'PLDCOAF'.
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
      * Gera a comunicacao ao COAF dos casos de PLD confirmados pela
      * area de compliance (PLDREVISA) e marca os casos como
      * comunicados. O caso fica na fila pelo prazo de guarda.
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CASO-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-DOC-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-COM-PATH
            DISPLAY 'PLDCOAF - COMUNICACAO DE OPERACOES AO COAF'
            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
            MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-HOJE

            MOVE WS-HOJE TO WS-PL-DATA-PROC
            MOVE 'CNPJ'  TO WS-PL-NOME
            CALL 'PARMLE' USING WS-PARMLE-PARM
            IF WS-PL-RC = 0
                MOVE WS-PL-VALOR TO WS-CNPJ-COMUNICANTE
            END-IF
            IF WS-CNPJ-COMUNICANTE = SPACES
                DISPLAY 'CNPJ DA INSTITUICAO NAO PARAMETRIZADO '
                        '(PLDCOAF/CNPJ).'
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF

            OPEN I-O WS-CASO-FILE
            IF WS-CASO-FS NOT = '00'
                DISPLAY 'FILA DE CASOS INDISPONIVEL: ' WS-CASO-PATH
                        ' FS: ' WS-CASO-FS
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN INPUT WS-DOC-FILE
            IF WS-DOC-FS = '00'
                SET WS-DOC-ABERTO TO TRUE
            END-IF

            OPEN OUTPUT WS-COM-FILE
            MOVE SPACES              TO WS-COM-HEADER
            MOVE '0'                 TO WS-COM-H-TIPO
            MOVE WS-HOJE             TO WS-COM-H-DATA
            MOVE 'COAF'              TO WS-COM-H-LITERAL
            MOVE WS-CNPJ-COMUNICANTE TO WS-COM-H-CNPJ
            WRITE WS-COM-HEADER

            PERFORM UNTIL WS-FIM
                READ WS-CASO-FILE NEXT RECORD
                    AT END SET WS-FIM TO TRUE
                    NOT AT END
                        IF WS-CASO-CONFIRMADO
                            PERFORM P100-COMUNICA-CASO
                        END-IF
                END-READ
            END-PERFORM

            PERFORM P800-FINALIZA
            STOP RUN.

       P100-COMUNICA-CASO.
      * O COAF exige CPF/CNPJ: o documento e buscado de novo caso o
      * cliente nao tivesse cadastro na deteccao. Sem ele o caso
      * continua confirmado e sai na proxima geracao.
            IF WS-CASO-DOC-NUMERO = SPACES
               AND WS-DOC-ABERTO AND WS-CASO-COD-CLIENTE > 0
                MOVE WS-CASO-COD-CLIENTE TO WS-DOC-CODIGO
                READ WS-DOC-FILE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        MOVE WS-DOC-TIPO   TO WS-CASO-DOC-TIPO
                        MOVE WS-DOC-NUMERO TO WS-CASO-DOC-NUMERO
                END-READ
            END-IF
            IF WS-CASO-DOC-NUMERO = SPACES
                ADD 1 TO WS-TOT-SEM-DOCUMENTO
                DISPLAY 'CASO SEM CPF/CNPJ: ' WS-CASO-NUMERO ' '
                        WS-CASO-CLIENTE
            ELSE
                MOVE SPACES                  TO WS-COM-DETALHE
                MOVE '1'                     TO WS-COM-TIPO
                MOVE WS-CASO-NUMERO          TO WS-COM-CASO
                IF WS-CASO-LIMITE
                    MOVE 'COE' TO WS-COM-COMUNICACAO
                    ADD 1 TO WS-TOT-COE
                ELSE
                    MOVE 'COS' TO WS-COM-COMUNICACAO
                    ADD 1 TO WS-TOT-COS
                END-IF
                MOVE WS-CASO-REGRA           TO WS-COM-ENQUADRAMENTO
                MOVE WS-CASO-DOC-TIPO        TO WS-COM-DOC-TIPO
                MOVE WS-CASO-DOC-NUMERO      TO WS-COM-DOC-NUMERO
                MOVE WS-CASO-CLIENTE         TO WS-COM-NOME
                MOVE WS-CASO-VALOR           TO WS-COM-VALOR
                MOVE WS-CASO-QTD-OPERACOES   TO WS-COM-QTD-OPERACOES
                MOVE WS-CASO-DATA-INICIAL    TO WS-COM-DATA-INICIAL
                MOVE WS-CASO-DATA-FINAL      TO WS-COM-DATA-FINAL
                MOVE WS-CASO-DATA-DECISAO    TO WS-COM-DATA-DECISAO
                MOVE WS-CASO-PARECER         TO WS-COM-PARECER
                WRITE WS-COM-DETALHE

                ADD 1             TO WS-TOT-COMUNICADOS
                ADD WS-CASO-VALOR TO WS-VAL-COMUNICADO
                MOVE 'E'          TO WS-CASO-SITUACAO
                MOVE WS-HOJE      TO WS-CASO-DATA-COMUNICACAO
                REWRITE WS-CASO-REGISTRO
                    INVALID KEY
                        DISPLAY 'CASO NAO ATUALIZADO: ' WS-CASO-NUMERO
                                ' FS: ' WS-CASO-FS
                END-REWRITE
            END-IF
            .
       P800-FINALIZA.
            MOVE SPACES             TO WS-COM-TRAILER
            MOVE '9'                TO WS-COM-T-TIPO
            MOVE WS-TOT-COMUNICADOS TO WS-COM-T-QTD
            MOVE WS-VAL-COMUNICADO  TO WS-COM-T-TOTAL
            WRITE WS-COM-TRAILER

            CLOSE WS-COM-FILE
            CLOSE WS-CASO-FILE
            IF WS-DOC-ABERTO
                CLOSE WS-DOC-FILE
            END-IF

            MOVE WS-VAL-COMUNICADO TO WS-VALOR-ED
            DISPLAY '----- COMUNICACAO AO COAF -----'
            DISPLAY 'CASOS COMUNICADOS  : ' WS-TOT-COMUNICADOS
                    ' VALOR ' WS-VALOR-ED
            DISPLAY 'EM ESPECIE (COE)   : ' WS-TOT-COE
            DISPLAY 'SUSPEITAS (COS)    : ' WS-TOT-COS
            DISPLAY 'SEM CPF/CNPJ       : ' WS-TOT-SEM-DOCUMENTO
            DISPLAY 'ARQUIVO GRAVADO EM : ' WS-COM-PATH

            MOVE 'PLD-COAF'         TO WS-AU-EVENTO
            MOVE SPACES             TO WS-AU-CHAVE
            MOVE WS-HOJE            TO WS-AU-CHAVE(1:8)
            MOVE WS-TOT-COMUNICADOS TO WS-AU-CONTADOR
            CALL 'AUDITLOG' USING WS-AUDIT-PARM
            IF WS-TOT-SEM-DOCUMENTO > 0
                MOVE 4 TO RETURN-CODE
            END-IF
            .
       END PROGRAM PLDCOAF.
