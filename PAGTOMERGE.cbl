          03 WS-FIL-SITUACAO            PIC X.
       FD  WS-FILG-FILE.
       01 WS-FILG-REGISTRO.
           03 WS-FILG-ID             PIC 9(9).
           03 WS-FILG-VALOR          PIC S9(9)V99.
           03 WS-FILG-COD-SITUACAO   PIC X.
           03 WS-FILG-MOTIVO         PIC 99.
           03 WS-FILG-CLIENTE        PIC X(30).
           03 WS-FILG-COD-CLIENTE    PIC X(6).
       FD  WS-PAGTO-FILE.
       01 WS-PAGTO-DETALHE.
           03 WS-OUT-TIPO            PIC X.
           03 WS-OUT-ID              PIC 9(9).
           03 WS-OUT-VALOR           PIC S9(9)V99.
           03 WS-OUT-COD-SITUACAO    PIC X.
           03 WS-OUT-MOTIVO          PIC 99.
           03 WS-OUT-CLIENTE         PIC X(30).
           03 WS-OUT-DATA-PENDENCIA  PIC X(8).
           03 WS-OUT-FILIAL          PIC 9(3).
           03 WS-OUT-COD-CLIENTE     PIC 9(6).
       01 WS-PAGTO-HEADER.
           03 WS-OUT-H-TIPO          PIC X.
           03 WS-OUT-H-DATA          PIC 9(8).
           03 WS-OUT-T-HASH          PIC S9(11)V99.
       FD  WS-COL-FILE.
       01 WS-COL-REGISTRO.
           03 WS-COL-ID              PIC 9(9).
           03 WS-COL-FILIAL          PIC 9(3).
           03 WS-COL-FILIAL-ORIG     PIC 9(3).
           03 WS-COL-VALOR           PIC S9(9)V99.
       SD  WS-SORT-FILE.
       01 WS-SORT-REGISTRO.
           03 WS-SRT-ID              PIC 9(9).
           03 WS-SRT-FILIAL          PIC 9(3).
           03 WS-SRT-VALOR           PIC S9(9)V99.
           03 WS-SRT-COD-SITUACAO    PIC X.
           03 WS-SRT-MOTIVO          PIC 99.
           03 WS-SRT-CLIENTE         PIC X(30).
           03 WS-SRT-COD-CLIENTE     PIC 9(6).

       WORKING-STORAGE SECTION.
       01 WS-FILIAIS-PATH            PIC X(40) VALUE 'FILIAIS.IDX'.
       01 WS-DATA-HORA-ATUAL         PIC X(21).
       01 WS-HORA-ATUAL              PIC 9(4)  VALUE 0.
       01 WS-FILIAL-CORRENTE         PIC 9(3)  VALUE 0.
       01 WS-ID-ANTERIOR             PIC 9(9)  VALUE 0.
       01 WS-FILIAL-ANTERIOR         PIC 9(3)  VALUE 0.
       01 WS-PRIMEIRO-SW             PIC X     VALUE 'Y'.
          88 WS-PRIMEIRO                       VALUE 'Y'.
       01 WS-TOT-SEM-ARQUIVO         PIC 9(6)      VALUE 0.
       01 WS-VALOR-ED                PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       01 WS-SIMULA-PARM.
           03 WS-SM-FUNCAO         PIC X     VALUE 'D'.
           03 WS-SM-ATIVA          PIC X     VALUE 'N'.
              88 WS-SM-SIMULANDO             VALUE 'S'.
           03 WS-SM-RC             PIC 99.

       01 WS-AMBIENTE-PARM.
           03 WS-AMB-FUNCAO        PIC X     VALUE 'R'.
           03 WS-AMB-NOME          PIC X(8)  VALUE SPACES.
           03 WS-AMB-RAIZ          PIC X(40) VALUE SPACES.
           03 WS-AMB-RC            PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-FILIAIS-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-PAGTO-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-COL-PATH
            DISPLAY 'PAGTOMERGE - CONSOLIDACAO DAS FILIAIS'
      * Em simulacao da cadeia o que o passo grava, e o que ele le
      * de passos anteriores, fica nas copias de rascunho.
            CALL 'CADSIMULA' USING WS-SIMULA-PARM WS-PAGTO-PATH
            CALL 'CADSIMULA' USING WS-SIMULA-PARM WS-COL-PATH

      * Registro no controle de execucao: e esta conclusao ENDED-OK
      * que o pre-requisito do PAGTOCONFIRM confere, e e por aqui
            MOVE WS-FIL-T-CODIGO(WS-FIL-CORRENTE)
                 TO WS-FILIAL-CORRENTE
            MOVE WS-FIL-T-ARQUIVO(WS-FIL-CORRENTE) TO WS-FILG-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-FILG-PATH
            MOVE 'N' TO WS-FIM-ARQUIVO

            OPEN INPUT WS-FILG-FILE
            MOVE WS-FILG-COD-SITUACAO TO WS-SRT-COD-SITUACAO
            MOVE WS-FILG-MOTIVO       TO WS-SRT-MOTIVO
            MOVE WS-FILG-CLIENTE      TO WS-SRT-CLIENTE
      * Filial que ainda nao manda o codigo do cliente segue com zero;
      * o PAGTOCONFIRM resolve esses pelo nome e estampa o codigo.
            IF WS-FILG-COD-CLIENTE NUMERIC
                MOVE WS-FILG-COD-CLIENTE TO WS-SRT-COD-CLIENTE
            ELSE
                MOVE 0                   TO WS-SRT-COD-CLIENTE
            END-IF
            RELEASE WS-SORT-REGISTRO
            ADD 1              TO WS-FIL-T-QTD(WS-FIL-CORRENTE)
            ADD WS-FILG-VALOR  TO WS-FIL-T-VALOR(WS-FIL-CORRENTE)
                MOVE WS-SRT-CLIENTE     TO WS-OUT-CLIENTE
                MOVE SPACES             TO WS-OUT-DATA-PENDENCIA
                MOVE WS-SRT-FILIAL      TO WS-OUT-FILIAL
                MOVE WS-SRT-COD-CLIENTE TO WS-OUT-COD-CLIENTE
                WRITE WS-PAGTO-DETALHE
                ADD 1                   TO WS-TOT-GERADO
                ADD WS-SRT-VALOR        TO WS-HASH-GERADO
