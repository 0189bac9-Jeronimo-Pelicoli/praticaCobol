                                    FILE STATUS WS-TRANS-FS.
       DATA DIVISION.
       FILE SECTION.
      * Layout identico ao do CHAMADOR
       FD  WS-TRANS-FILE.
       01 WS-TRANS-RECORD.
           03 WS-TRANS-TIPO-NOTA    PIC XX.
           03 WS-TRANS-COD-CLIENTE  PIC 9(6).
           03 WS-TRANS-ID           PIC 9(9).
           03 WS-TRANS-VALOR        PIC S9(9)V99.
           03 WS-TRANS-MOTIVO       PIC X(30).
           03 WS-TRANS-OPERADOR     PIC X(8).
       01 WS-TRANS-HEADER.
           03 WS-TH-TIPO            PIC X.
           03 WS-TH-DATA            PIC 9(8).
       01 WS-CONTINUA-SW           PIC X     VALUE 'Y'.
           88 WS-CONTINUA                    VALUE 'Y'.

       01 WS-ENTRADA-TIPO          PIC X(3)  VALUE SPACES.
       01 WS-ENTRADA-CLIENTE       PIC X(15) VALUE SPACES.
       01 WS-ENTRADA-ID            PIC X(15) VALUE SPACES.
       01 WS-ENTRADA-VALOR         PIC X(15) VALUE SPACES.
       01 WS-ENTRADA-MOTIVO        PIC X(30) VALUE SPACES.
       01 WS-TIPO-NOTA             PIC XX    VALUE SPACES.
           88 WS-TIPO-VALIDO                 VALUE 'ND' 'NC' 'IE' 'AR'.
       01 WS-COD-CLIENTE           PIC 9(6)  VALUE 0.
       01 WS-ID                    PIC 9(9)  VALUE 0.
       01 WS-VALOR                 PIC S9(9)V99 VALUE 0.
       01 WS-ENTRADA-VALIDA-SW     PIC X     VALUE 'Y'.
           88 WS-ENTRADA-VALIDA              VALUE 'Y'.

       01 WS-HASH-TOTAL            PIC S9(11)V99 VALUE 0.
       01 WS-HASH-ED               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

      * Identificacao do operador, obrigatoria nos programas de
      * terminal; o id assinado carimba cada nota digitada, e quem
      * digitou nao aprova a propria nota no NOTAAPROVA.
       01 WS-SIGNON-PARM.
           03 WS-SG-ID             PIC X(8).
           03 WS-SG-SENHA          PIC X(8).
           03 WS-SG-FUNCAO         PIC X.
           03 WS-SG-PERFIL         PIC X.
           03 WS-SG-RC             PIC 99.
              88 WS-SG-SEM-SESSAO          VALUE 4.

       01 WS-AMBIENTE-PARM.
           03 WS-AMB-FUNCAO        PIC X     VALUE 'R'.
           03 WS-AMB-NOME          PIC X(8)  VALUE SPACES.
           03 WS-AMB-RAIZ          PIC X(40) VALUE SPACES.
           03 WS-AMB-RC            PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-TRANS-PATH
            DISPLAY 'TRANSENTRADA - DIGITACAO DE NOTAS DE AJUSTE'
            MOVE SPACES TO WS-SG-ID
            MOVE 'A' TO WS-SG-FUNCAO
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

            PERFORM P100-ABRE-ARQUIVO
            PERFORM P200-DIGITA-TRANSACAO
       P200-DIGITA-TRANSACAO.
            MOVE 'Y' TO WS-ENTRADA-VALIDA-SW

            DISPLAY 'TIPO (ND=DEBITO, NC=CREDITO, IE=ISENCAO DE '
                    'ENCARGO, AR=ARREDONDAMENTO, FIM=ENCERRA): '
            ACCEPT WS-ENTRADA-TIPO
            MOVE FUNCTION UPPER-CASE(WS-ENTRADA-TIPO) TO WS-ENTRADA-TIPO
            IF WS-ENTRADA-TIPO = 'FIM'
                MOVE 'N' TO WS-CONTINUA-SW
            ELSE
                MOVE WS-ENTRADA-TIPO TO WS-TIPO-NOTA
                IF NOT WS-TIPO-VALIDO OR WS-ENTRADA-TIPO(3:1) NOT = ' '
                    DISPLAY 'TIPO INVALIDO: ' WS-ENTRADA-TIPO
                    MOVE 'N' TO WS-ENTRADA-VALIDA-SW
                END-IF

                DISPLAY 'CODIGO DO CLIENTE: '
                ACCEPT WS-ENTRADA-CLIENTE
                PERFORM P250-VALIDA-CLIENTE

                DISPLAY 'ID DO PAGAMENTO (0=SEM ID): '
                ACCEPT WS-ENTRADA-ID
                PERFORM P255-VALIDA-ID

                DISPLAY 'VALOR (EX. 1234.56; ARREDONDAMENTO COM '
                        'SINAL): '
                ACCEPT WS-ENTRADA-VALOR
                PERFORM P260-VALIDA-VALOR

                DISPLAY 'MOTIVO: '
                ACCEPT WS-ENTRADA-MOTIVO
                IF WS-ENTRADA-MOTIVO = SPACES
                    DISPLAY 'MOTIVO OBRIGATORIO.'
                    MOVE 'N' TO WS-ENTRADA-VALIDA-SW
                END-IF

                IF WS-ENTRADA-VALIDA
                    MOVE WS-TIPO-NOTA      TO WS-TRANS-TIPO-NOTA
                    MOVE WS-COD-CLIENTE    TO WS-TRANS-COD-CLIENTE
                    MOVE WS-ID             TO WS-TRANS-ID
                    MOVE WS-VALOR          TO WS-TRANS-VALOR
                    MOVE WS-ENTRADA-MOTIVO TO WS-TRANS-MOTIVO
                    MOVE WS-SG-ID          TO WS-TRANS-OPERADOR
                    WRITE WS-TRANS-RECORD
                    ADD 1           TO WS-TOT-DIGITADO
                    ADD WS-VALOR    TO WS-HASH-TOTAL
                    DISPLAY 'NOTA GRAVADA.'
                ELSE
                    DISPLAY 'NOTA DESCARTADA. REDIGITE.'
                END-IF
            END-IF
            .
       P250-VALIDA-CLIENTE.
            IF FUNCTION TEST-NUMVAL(WS-ENTRADA-CLIENTE) = 0
                COMPUTE WS-COD-CLIENTE =
                        FUNCTION NUMVAL(WS-ENTRADA-CLIENTE)
            ELSE
                DISPLAY 'CLIENTE INVALIDO: ' WS-ENTRADA-CLIENTE
                MOVE 'N' TO WS-ENTRADA-VALIDA-SW
            END-IF
            .
       P255-VALIDA-ID.
            IF FUNCTION TEST-NUMVAL(WS-ENTRADA-ID) = 0
                COMPUTE WS-ID = FUNCTION NUMVAL(WS-ENTRADA-ID)
            ELSE
                DISPLAY 'ID INVALIDO: ' WS-ENTRADA-ID
                MOVE 'N' TO WS-ENTRADA-VALIDA-SW
            END-IF
            .
       P260-VALIDA-VALOR.
            IF FUNCTION TEST-NUMVAL(WS-ENTRADA-VALOR) = 0
                COMPUTE WS-VALOR = FUNCTION NUMVAL(WS-ENTRADA-VALOR)
            ELSE
                DISPLAY 'VALOR INVALIDO: ' WS-ENTRADA-VALOR
                MOVE 'N' TO WS-ENTRADA-VALIDA-SW
            END-IF
            .
       P800-RESUMO.
            MOVE WS-HASH-TOTAL TO WS-HASH-ED
            DISPLAY '----- RESUMO DA DIGITACAO -----'
            DISPLAY 'NOTAS GRAVADAS     : ' WS-TOT-DIGITADO
            DISPLAY 'HASH DOS VALORES   : ' WS-HASH-ED
            DISPLAY 'CONFIRA COM OS DOCUMENTOS DE ORIGEM.'
            .
