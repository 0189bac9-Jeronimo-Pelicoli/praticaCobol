       FD  WS-PEND-FILE.
       01 WS-PEND-REGISTRO.
           03 WS-PEND-TIPO           PIC X.
           03 WS-PEND-ID             PIC 9(9).
           03 WS-PEND-VALOR          PIC S9(9)V99.
           03 WS-PEND-COD-SITUACAO   PIC X.
           03 WS-PEND-MOTIVO         PIC 99.
           03 WS-PEND-CLIENTE        PIC X(30).
           03 WS-PEND-DATA-PENDENCIA PIC 9(8).
           03 WS-PEND-FILIAL         PIC X(3).
           03 WS-PEND-COD-CLIENTE    PIC 9(6).
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
       FD  WS-BXA-FILE.
       01 WS-BXA-REGISTRO.
           03 WS-BXA-ID              PIC 9(9).
           03 WS-BXA-VALOR           PIC S9(9)V99.
           03 WS-BXA-CLIENTE         PIC X(30).
           03 WS-BXA-DATA-PEND       PIC 9(8).
           03 WS-BXA-DATA-BAIXA      PIC 9(8).
           03 WS-BXA-OPERADOR        PIC X(8).
           03 WS-BXA-COD-CLIENTE     PIC 9(6).
       FD  WS-DSP-FILE.
       01 WS-DSP-REGISTRO.
          03 WS-DSP-ID                  PIC 9(9).
          03 WS-DSP-DATA-ABERTURA       PIC 9(8).
          03 WS-DSP-OPERADOR            PIC X(8).
          03 WS-DSP-MOTIVO              PIC X(30).
       01 WS-ACHOU-SW                PIC X     VALUE 'N'.
          88 WS-ACHOU                          VALUE 'Y'.

       01 WS-CONS-ID                 PIC 9(9)  VALUE 0.
       01 WS-VALOR-ED                PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-MOTIVO-CONS             PIC 99    VALUE 0.
       01 WS-MOTIVO-DESC             PIC X(30).
       01 WS-DSP-ABERTO-SW           PIC X     VALUE 'N'.
          88 WS-SCO-ABERTO                     VALUE 'Y'.
       01 WS-CLIENTE-ACHADO          PIC X(30) VALUE SPACES.

       01 WS-AMBIENTE-PARM.
           03 WS-AMB-FUNCAO        PIC X     VALUE 'R'.
           03 WS-AMB-NOME          PIC X(8)  VALUE SPACES.
           03 WS-AMB-RAIZ          PIC X(40) VALUE SPACES.
           03 WS-AMB-RC            PIC 99.

       01 WS-MASCARA-PARM.
           03 WS-MSC-FUNCAO        PIC X.
           03 WS-MSC-PROGRAMA      PIC X(12) VALUE 'PAGTOCONSULT'.
           03 WS-MSC-OPERADOR      PIC X(8)  VALUE SPACES.
           03 WS-MSC-PERFIL        PIC X     VALUE SPACE.
           03 WS-MSC-CHAVE         PIC X(30) VALUE SPACES.
           03 WS-MSC-CLARO         PIC X     VALUE 'N'.
           03 WS-MSC-TIPO          PIC X.
           03 WS-MSC-CAMPO         PIC X(60).
           03 WS-MSC-RC            PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-PEND-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CONF-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-REJ-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-BXA-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-DSP-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CLI-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-SCO-PATH
            DISPLAY 'PAGTOCONSULTA - SITUACAO DE PAGAMENTO'
            DISPLAY 'INFORME O ID DO PAGAMENTO: '
            ACCEPT WS-CONS-ID

      * Nome do cliente sai mascarado conforme o perfil do operador
      * da sessao; visao em claro fica na trilha pelo CADMASCARA.
            MOVE 'A'    TO WS-MSC-FUNCAO
            MOVE SPACES TO WS-MSC-CHAVE
            STRING 'PAGAMENTO ' WS-CONS-ID
                   DELIMITED BY SIZE
                   INTO WS-MSC-CHAVE
            END-STRING
            CALL 'CADMASCARA' USING WS-MASCARA-PARM

            OPEN INPUT WS-DSP-FILE
            IF WS-DSP-FS = '00'
                SET WS-DSP-ABERTO TO TRUE
            END-IF
            STOP RUN.

       P150-MASCARA-CLIENTE.
            MOVE 'M'               TO WS-MSC-FUNCAO
            MOVE 'N'               TO WS-MSC-TIPO
            MOVE WS-CLIENTE-ACHADO TO WS-MSC-CAMPO
            CALL 'CADMASCARA' USING WS-MASCARA-PARM
            .
       P200-BUSCA-PENDENTES.
            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN INPUT WS-PEND-FILE
                MOVE WS-PEND-CLIENTE TO WS-CLIENTE-ACHADO
                PERFORM P500-DESCREVE-MOTIVO
                DISPLAY 'ENCONTRADO EM: ' WS-PEND-PATH
                PERFORM P150-MASCARA-CLIENTE
                DISPLAY 'CLIENTE      : ' WS-MSC-CAMPO(1:30)
                DISPLAY 'VALOR        : ' WS-VALOR-ED
                DISPLAY 'SITUACAO     : PENDENTE DESDE '
                        WS-PEND-DATA-PENDENCIA
                MOVE WS-CONF-VALOR TO WS-VALOR-ED
                MOVE WS-CONF-CLIENTE TO WS-CLIENTE-ACHADO
                DISPLAY 'ENCONTRADO EM: ' WS-CONF-PATH
                PERFORM P150-MASCARA-CLIENTE
                DISPLAY 'CLIENTE      : ' WS-MSC-CAMPO(1:30)
                DISPLAY 'VALOR        : ' WS-VALOR-ED
                DISPLAY 'SITUACAO     : CONFIRMADO'
            ELSE
                MOVE WS-REJ-CLIENTE TO WS-CLIENTE-ACHADO
                PERFORM P500-DESCREVE-MOTIVO
                DISPLAY 'ENCONTRADO EM: ' WS-REJ-PATH
                PERFORM P150-MASCARA-CLIENTE
                DISPLAY 'CLIENTE      : ' WS-MSC-CAMPO(1:30)
                DISPLAY 'VALOR        : ' WS-VALOR-ED
                DISPLAY 'SITUACAO     : REJEITADO'
                DISPLAY 'MOTIVO       : ' WS-MOTIVO-DESC
                MOVE WS-BXA-VALOR TO WS-VALOR-ED
                MOVE WS-BXA-CLIENTE TO WS-CLIENTE-ACHADO
                DISPLAY 'ENCONTRADO EM: ' WS-BXA-PATH
                PERFORM P150-MASCARA-CLIENTE
                DISPLAY 'CLIENTE      : ' WS-MSC-CAMPO(1:30)
                DISPLAY 'VALOR        : ' WS-VALOR-ED
                DISPLAY 'SITUACAO     : BAIXADO POR PERDA EM '
                        WS-BXA-DATA-BAIXA
