      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTACORCON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-CCR-FILE      ASSIGN TO WS-CCR-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS WS-CCR-CHAVE
                                    ALTERNATE RECORD KEY IS
                                        WS-CCR-ID WITH DUPLICATES
                                    FILE STATUS WS-CCR-FS.
           SELECT WS-SDO-FILE      ASSIGN TO WS-SDO-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS WS-SDO-COD-CLIENTE
                                    FILE STATUS WS-SDO-FS.
           SELECT WS-CLI-FILE      ASSIGN TO WS-CLI-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS WS-CLI-CODIGO
                                    ALTERNATE RECORD KEY IS WS-CLI-NOME
                                                  WITH DUPLICATES
                                    FILE STATUS WS-CLI-FS.
           SELECT WS-REL-FILE      ASSIGN TO WS-REL-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-REL-FS.
       DATA DIVISION.
       FILE SECTION.
       FD  WS-CCR-FILE.
       01 WS-CCR-REGISTRO.
           03 WS-CCR-CHAVE.
              05 WS-CCR-COD-CLIENTE  PIC 9(6).
              05 WS-CCR-SEQ          PIC 9(7).
           03 WS-CCR-DATA            PIC 9(8).
           03 WS-CCR-EVENTO          PIC XX.
           03 WS-CCR-NATUREZA        PIC X.
           03 WS-CCR-VALOR           PIC S9(9)V99.
           03 WS-CCR-SALDO           PIC S9(11)V99.
           03 WS-CCR-ID              PIC 9(9).
           03 WS-CCR-HISTORICO       PIC X(30).
           03 WS-CCR-PROGRAMA        PIC X(12).
       FD  WS-SDO-FILE.
       01 WS-SDO-REGISTRO.
           03 WS-SDO-COD-CLIENTE     PIC 9(6).
           03 WS-SDO-SALDO           PIC S9(11)V99.
           03 WS-SDO-TOT-DEBITO      PIC S9(11)V99.
           03 WS-SDO-TOT-CREDITO     PIC S9(11)V99.
           03 WS-SDO-ULT-SEQ         PIC 9(7).
           03 WS-SDO-DATA-ULT-MOVTO  PIC 9(8).
       FD  WS-CLI-FILE.
       01 WS-CLI-REGISTRO.
           03 WS-CLI-CODIGO          PIC 9(6).
           03 WS-CLI-NOME            PIC X(30).
           03 WS-CLI-ENDERECO        PIC X(60).
           03 WS-CLI-TELEFONE        PIC X(20).
           03 WS-CLI-EMAIL           PIC X(50).
           03 WS-CLI-ESTADO          PIC X(30).
           03 WS-CLI-CIDADE          PIC X(30).
       FD  WS-REL-FILE.
       01 WS-REL-LINHA               PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-CCR-PATH              PIC X(40) VALUE 'CONTACOR.IDX'.
       01 WS-SDO-PATH              PIC X(40) VALUE 'CONTACORSDO.IDX'.
       01 WS-CLI-PATH              PIC X(40)
                               VALUE 'CLIENTES.NOVO.IDX'.
       01 WS-REL-PATH              PIC X(40) VALUE 'CONTACOR.EXTRATO'.
       01 WS-CCR-FS                PIC XX.
       01 WS-SDO-FS                PIC XX.
       01 WS-CLI-FS                PIC XX.
       01 WS-REL-FS                PIC XX.

       01 WS-CONTINUA-SW          PIC X     VALUE 'Y'.
          88 WS-CONTINUA                    VALUE 'Y'.
       01 WS-OPCAO                PIC X     VALUE SPACE.
          88 WS-OP-SALDO                    VALUE 'S'.
          88 WS-OP-MOVIMENTO                VALUE 'M'.
          88 WS-OP-SAIR                     VALUE 'X'.
       01 WS-FIM-ARQUIVO          PIC X     VALUE 'N'.
          88 WS-FIM                         VALUE 'Y'.
       01 WS-CLI-ABERTO-SW        PIC X     VALUE 'N'.
          88 WS-CLI-ABERTO                  VALUE 'Y'.

       01 WS-ENT-COD-CLIENTE      PIC 9(6)  VALUE 0.
       01 WS-ENT-DATA-INICIO      PIC 9(8)  VALUE 0.
       01 WS-ENT-DATA-FIM         PIC 9(8)  VALUE 0.
       01 WS-NOME-CLIENTE         PIC X(30) VALUE SPACES.

       01 WS-SALDO-ANTERIOR       PIC S9(11)V99 VALUE 0.
       01 WS-SALDO-FINAL          PIC S9(11)V99 VALUE 0.
       01 WS-PER-DEBITO           PIC S9(11)V99 VALUE 0.
       01 WS-PER-CREDITO          PIC S9(11)V99 VALUE 0.
       01 WS-QTD-LANCAMENTOS      PIC 9(6)      VALUE 0.
       01 WS-SALDO-ED             PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       01 WS-CAB-1.
           03 FILLER                 PIC X(40)
                    VALUE 'EXTRATO DE CONTA CORRENTE DO CLIENTE'.
           03 FILLER                 PIC X(5)  VALUE SPACES.
           03 FILLER                 PIC X(9)  VALUE 'PERIODO: '.
           03 WS-CAB-INICIO          PIC 9(8).
           03 FILLER                 PIC X(3)  VALUE ' A '.
           03 WS-CAB-FIM             PIC 9(8).
           03 FILLER                 PIC X(7)  VALUE SPACES.
       01 WS-CAB-2.
           03 FILLER                 PIC X(9)  VALUE 'CLIENTE: '.
           03 WS-CAB-COD-CLIENTE     PIC 9(6).
           03 FILLER                 PIC X     VALUE SPACE.
           03 WS-CAB-CLIENTE         PIC X(30).
           03 FILLER                 PIC X(11) VALUE '  AMBIENTE '.
           03 WS-CAB-AMBIENTE        PIC X(8).
           03 FILLER                 PIC X(15) VALUE SPACES.
       01 WS-CAB-3.
           03 FILLER                 PIC X(10) VALUE 'DATA'.
           03 FILLER                 PIC X(6)  VALUE 'EV D/C'.
           03 FILLER                 PIC X(31) VALUE 'HISTORICO'.
           03 FILLER                 PIC X(15) VALUE '          VALOR'.
           03 FILLER                 PIC X(18)
                    VALUE '             SALDO'.
       01 WS-DET-LINHA.
           03 WS-DET-DATA            PIC 9(8).
           03 FILLER                 PIC X(2)  VALUE SPACES.
           03 WS-DET-EVENTO          PIC XX.
           03 FILLER                 PIC X     VALUE SPACE.
           03 WS-DET-NATUREZA        PIC X.
           03 FILLER                 PIC X(2)  VALUE SPACES.
           03 WS-DET-HISTORICO       PIC X(30).
           03 FILLER                 PIC X     VALUE SPACE.
           03 WS-DET-VALOR           PIC ZZZ,ZZZ,ZZ9.99-.
           03 WS-DET-SALDO           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01 WS-TOT-LINHA.
           03 WS-TOT-LITERAL         PIC X(62).
           03 WS-TOT-VALOR           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       01 WS-AMBIENTE-PARM.
           03 WS-AMB-FUNCAO        PIC X     VALUE 'R'.
           03 WS-AMB-NOME          PIC X(8)  VALUE SPACES.
           03 WS-AMB-RAIZ          PIC X(40) VALUE SPACES.
           03 WS-AMB-RC            PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CCR-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-SDO-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CLI-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-REL-PATH
            DISPLAY 'CONTACORCON - CONTA CORRENTE DE CLIENTES'

            OPEN INPUT WS-CCR-FILE
            IF WS-CCR-FS NOT = '00'
                DISPLAY 'CONTA CORRENTE INDISPONIVEL: '
                        WS-CCR-PATH ' FS: ' WS-CCR-FS
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN INPUT WS-SDO-FILE
            IF WS-SDO-FS NOT = '00'
                DISPLAY 'SALDOS DA CONTA CORRENTE INDISPONIVEIS: '
                        WS-SDO-PATH ' FS: ' WS-SDO-FS
                CLOSE WS-CCR-FILE
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
      * Sem o cadastro a consulta segue, so sem o nome do cliente.
            OPEN INPUT WS-CLI-FILE
            IF WS-CLI-FS = '00'
                SET WS-CLI-ABERTO TO TRUE
            END-IF

            PERFORM P100-MENU
                    UNTIL NOT WS-CONTINUA

            CLOSE WS-CCR-FILE
            CLOSE WS-SDO-FILE
            IF WS-CLI-ABERTO
                CLOSE WS-CLI-FILE
            END-IF
            STOP RUN.

       P100-MENU.
            DISPLAY '---------------------------------------------'
            DISPLAY 'S=SALDO M=MOVIMENTO X=SAIR'
            DISPLAY 'OPCAO: '
            ACCEPT WS-OPCAO

            EVALUATE TRUE
                WHEN WS-OP-SALDO     PERFORM P200-SALDO
                WHEN WS-OP-MOVIMENTO PERFORM P300-MOVIMENTO
                WHEN WS-OP-SAIR      MOVE 'N' TO WS-CONTINUA-SW
                WHEN OTHER           DISPLAY 'OPCAO INVALIDA.'
            END-EVALUATE
            .
       P150-LE-CLIENTE.
            MOVE SPACES TO WS-NOME-CLIENTE
            IF WS-CLI-ABERTO
                MOVE WS-ENT-COD-CLIENTE TO WS-CLI-CODIGO
                READ WS-CLI-FILE
                    INVALID KEY
                        MOVE 'CLIENTE NAO CADASTRADO'
                             TO WS-NOME-CLIENTE
                    NOT INVALID KEY
                        MOVE WS-CLI-NOME TO WS-NOME-CLIENTE
                END-READ
            END-IF
            .
       P200-SALDO.
            DISPLAY 'CODIGO DO CLIENTE: '
            ACCEPT WS-ENT-COD-CLIENTE
            PERFORM P150-LE-CLIENTE
            MOVE WS-ENT-COD-CLIENTE TO WS-SDO-COD-CLIENTE
            READ WS-SDO-FILE
                INVALID KEY
                    DISPLAY 'CLIENTE SEM MOVIMENTO NA CONTA CORRENTE: '
                            WS-ENT-COD-CLIENTE ' ' WS-NOME-CLIENTE
                NOT INVALID KEY
                    DISPLAY 'CLIENTE: ' WS-SDO-COD-CLIENTE ' '
                            WS-NOME-CLIENTE
                    MOVE WS-SDO-TOT-DEBITO TO WS-SALDO-ED
                    DISPLAY 'TOTAL A DEBITO . . . : ' WS-SALDO-ED
                    MOVE WS-SDO-TOT-CREDITO TO WS-SALDO-ED
                    DISPLAY 'TOTAL A CREDITO  . . : ' WS-SALDO-ED
                    MOVE WS-SDO-SALDO TO WS-SALDO-ED
                    DISPLAY 'SALDO ATUAL  . . . . : ' WS-SALDO-ED
                    IF WS-SDO-SALDO < 0
                        DISPLAY '(SALDO NEGATIVO E VALOR A FAVOR DO '
                                'CLIENTE)'
                    END-IF
                    DISPLAY 'ULTIMO MOVIMENTO . . : '
                            WS-SDO-DATA-ULT-MOVTO
                            ' LANCAMENTOS: ' WS-SDO-ULT-SEQ
            END-READ
            .
       P300-MOVIMENTO.
            DISPLAY 'CODIGO DO CLIENTE: '
            ACCEPT WS-ENT-COD-CLIENTE
            DISPLAY 'DATA INICIAL (AAAAMMDD): '
            ACCEPT WS-ENT-DATA-INICIO
            DISPLAY 'DATA FINAL (AAAAMMDD): '
            ACCEPT WS-ENT-DATA-FIM
            IF FUNCTION TEST-DATE-YYYYMMDD(WS-ENT-DATA-INICIO) NOT = 0
               OR FUNCTION TEST-DATE-YYYYMMDD(WS-ENT-DATA-FIM) NOT = 0
               OR WS-ENT-DATA-FIM < WS-ENT-DATA-INICIO
                DISPLAY 'PERIODO INVALIDO. CONSULTA RECUSADA.'
            ELSE
                PERFORM P150-LE-CLIENTE
                PERFORM P310-EMITE-EXTRATO
            END-IF
            .
       P310-EMITE-EXTRATO.
      * Saldo anterior e o saldo corrido do ultimo lancamento antes
      * do periodo; o extrato vai para a tela e para o arquivo.
            MOVE 0   TO WS-SALDO-ANTERIOR
            MOVE 0   TO WS-PER-DEBITO
            MOVE 0   TO WS-PER-CREDITO
            MOVE 0   TO WS-QTD-LANCAMENTOS
            MOVE 'N' TO WS-FIM-ARQUIVO

            OPEN OUTPUT WS-REL-FILE
            MOVE WS-ENT-DATA-INICIO TO WS-CAB-INICIO
            MOVE WS-ENT-DATA-FIM    TO WS-CAB-FIM
            MOVE WS-ENT-COD-CLIENTE TO WS-CAB-COD-CLIENTE
            MOVE WS-NOME-CLIENTE    TO WS-CAB-CLIENTE
            MOVE WS-AMB-NOME        TO WS-CAB-AMBIENTE
            WRITE WS-REL-LINHA FROM WS-CAB-1
            WRITE WS-REL-LINHA FROM WS-CAB-2
            MOVE ALL '=' TO WS-REL-LINHA
            WRITE WS-REL-LINHA
            WRITE WS-REL-LINHA FROM WS-CAB-3
            DISPLAY WS-CAB-1
            DISPLAY WS-CAB-2
            DISPLAY WS-CAB-3

            PERFORM P320-APURA-SALDO-ANTERIOR
            MOVE 'SALDO ANTERIOR' TO WS-TOT-LITERAL
            MOVE WS-SALDO-ANTERIOR TO WS-TOT-VALOR
            WRITE WS-REL-LINHA FROM WS-TOT-LINHA
            DISPLAY WS-TOT-LINHA

            MOVE 'N' TO WS-FIM-ARQUIVO
            MOVE WS-ENT-COD-CLIENTE TO WS-CCR-COD-CLIENTE
            MOVE 0                  TO WS-CCR-SEQ
            START WS-CCR-FILE KEY NOT LESS WS-CCR-CHAVE
                INVALID KEY SET WS-FIM TO TRUE
            END-START
            PERFORM P340-LISTA-LANCAMENTO
                    UNTIL WS-FIM

            COMPUTE WS-SALDO-FINAL = WS-SALDO-ANTERIOR
                                   + WS-PER-DEBITO - WS-PER-CREDITO
            MOVE ALL '-' TO WS-REL-LINHA
            WRITE WS-REL-LINHA
            MOVE 'TOTAL A DEBITO NO PERIODO' TO WS-TOT-LITERAL
            MOVE WS-PER-DEBITO TO WS-TOT-VALOR
            WRITE WS-REL-LINHA FROM WS-TOT-LINHA
            DISPLAY WS-TOT-LINHA
            MOVE 'TOTAL A CREDITO NO PERIODO' TO WS-TOT-LITERAL
            MOVE WS-PER-CREDITO TO WS-TOT-VALOR
            WRITE WS-REL-LINHA FROM WS-TOT-LINHA
            DISPLAY WS-TOT-LINHA
            MOVE 'SALDO FINAL' TO WS-TOT-LITERAL
            MOVE WS-SALDO-FINAL TO WS-TOT-VALOR
            WRITE WS-REL-LINHA FROM WS-TOT-LINHA
            DISPLAY WS-TOT-LINHA
            CLOSE WS-REL-FILE

            DISPLAY 'LANCAMENTOS NO PERIODO: ' WS-QTD-LANCAMENTOS
            DISPLAY 'EXTRATO GRAVADO EM ' WS-REL-PATH
            MOVE 'N' TO WS-FIM-ARQUIVO
            .
       P320-APURA-SALDO-ANTERIOR.
            MOVE WS-ENT-COD-CLIENTE TO WS-CCR-COD-CLIENTE
            MOVE 0                  TO WS-CCR-SEQ
            START WS-CCR-FILE KEY NOT LESS WS-CCR-CHAVE
                INVALID KEY SET WS-FIM TO TRUE
            END-START
            PERFORM P330-LE-ANTERIOR
                    UNTIL WS-FIM
            .
       P330-LE-ANTERIOR.
            READ WS-CCR-FILE NEXT RECORD
                AT END SET WS-FIM TO TRUE
                NOT AT END
                    IF WS-CCR-COD-CLIENTE NOT = WS-ENT-COD-CLIENTE
                        SET WS-FIM TO TRUE
                    ELSE
                        IF WS-CCR-DATA < WS-ENT-DATA-INICIO
                            MOVE WS-CCR-SALDO TO WS-SALDO-ANTERIOR
                        END-IF
                    END-IF
            END-READ
            .
       P340-LISTA-LANCAMENTO.
            READ WS-CCR-FILE NEXT RECORD
                AT END SET WS-FIM TO TRUE
                NOT AT END
                    IF WS-CCR-COD-CLIENTE NOT = WS-ENT-COD-CLIENTE
                        SET WS-FIM TO TRUE
                    ELSE
                        IF WS-CCR-DATA NOT < WS-ENT-DATA-INICIO
                           AND WS-CCR-DATA NOT > WS-ENT-DATA-FIM
                            PERFORM P350-IMPRIME-LANCAMENTO
                        END-IF
                    END-IF
            END-READ
            .
       P350-IMPRIME-LANCAMENTO.
            ADD 1 TO WS-QTD-LANCAMENTOS
            IF WS-CCR-NATUREZA = 'D'
                ADD WS-CCR-VALOR TO WS-PER-DEBITO
            ELSE
                ADD WS-CCR-VALOR TO WS-PER-CREDITO
            END-IF
            MOVE WS-CCR-DATA      TO WS-DET-DATA
            MOVE WS-CCR-EVENTO    TO WS-DET-EVENTO
            MOVE WS-CCR-NATUREZA  TO WS-DET-NATUREZA
            MOVE WS-CCR-HISTORICO TO WS-DET-HISTORICO
            MOVE WS-CCR-VALOR     TO WS-DET-VALOR
            MOVE WS-CCR-SALDO     TO WS-DET-SALDO
            WRITE WS-REL-LINHA FROM WS-DET-LINHA
            DISPLAY WS-DET-LINHA
            .
       END PROGRAM CONTACORCON.
