       FILE SECTION.
       FD  WS-CONF-FILE.
       01 WS-CONF-REGISTRO.
           03 WS-CONF-ID             PIC 9(9).
           03 WS-CONF-VALOR          PIC S9(9)V99.
           03 WS-CONF-PAGTO          PIC X.
           03 WS-CONF-MOTIVO         PIC 99.
           03 WS-CONF-CLIENTE        PIC X(30).
           03 WS-CONF-COD-CLIENTE    PIC 9(6).
       FD  WS-REJ-FILE.
       01 WS-REJ-REGISTRO.
           03 WS-REJ-ID              PIC 9(9).
           03 WS-REJ-VALOR           PIC S9(9)V99.
           03 WS-REJ-PAGTO           PIC X.
           03 WS-REJ-MOTIVO          PIC 99.
           03 WS-REJ-CLIENTE         PIC X(30).
           03 WS-REJ-COD-CLIENTE     PIC 9(6).
       FD  WS-HM-FILE.
       01 WS-HM-REGISTRO.
           03 WS-HM-CHAVE.
              05 WS-HM-ID            PIC 9(9).
              05 WS-HM-DATA          PIC 9(8).
           03 WS-HM-VALOR            PIC S9(9)V99.
           03 WS-HM-SITUACAO         PIC X.
           03 WS-HM-MOTIVO           PIC 99.
           03 WS-HM-CLIENTE          PIC X(30).
           03 WS-HM-COD-CLIENTE      PIC 9(6).

       WORKING-STORAGE SECTION.
       01 WS-CONF-PATH               PIC X(40)
           03 WS-AC-HASH           PIC S9(11)V99.
           03 WS-AC-RC             PIC 99.

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
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CONF-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-REJ-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-HM-PATH
            DISPLAY 'PAGTOHISTMES - CONSOLIDACAO DO HISTORICO'
      * Em simulacao da cadeia o que o passo grava, e o que ele le
      * de passos anteriores, fica nas copias de rascunho.
            CALL 'CADSIMULA' USING WS-SIMULA-PARM WS-CONF-PATH
            CALL 'CADSIMULA' USING WS-SIMULA-PARM WS-REJ-PATH
            CALL 'CADSIMULA' USING WS-SIMULA-PARM WS-HM-PATH

            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
            MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-DATA-PROCESSAMENTO

            CLOSE WS-HM-FILE
            PERFORM P900-REGISTRA-CONTROLE
            GOBACK.

       P100-ABRE-HISTORICO.
            OPEN I-O WS-HM-FILE
            IF WS-HM-FS NOT = '00'
                DISPLAY 'HISTORICO MENSAL INDISPONIVEL: ' WS-HM-PATH
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF
            .
       P200-CONSOLIDA-CONFIRMADOS.
            MOVE WS-CONF-PAGTO    TO WS-HM-SITUACAO
            MOVE WS-CONF-MOTIVO   TO WS-HM-MOTIVO
            MOVE WS-CONF-CLIENTE  TO WS-HM-CLIENTE
            MOVE WS-CONF-COD-CLIENTE TO WS-HM-COD-CLIENTE
            PERFORM P400-GRAVA-HISTORICO
            PERFORM P250-LE-CONFIRMADO
            .
            MOVE WS-REJ-PAGTO     TO WS-HM-SITUACAO
            MOVE WS-REJ-MOTIVO    TO WS-HM-MOTIVO
            MOVE WS-REJ-CLIENTE   TO WS-HM-CLIENTE
            MOVE WS-REJ-COD-CLIENTE TO WS-HM-COD-CLIENTE
            PERFORM P400-GRAVA-HISTORICO
            PERFORM P350-LE-REJEITADO
            .
