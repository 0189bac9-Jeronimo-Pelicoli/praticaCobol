      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REEMBPEDIDO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-CRD-FILE      ASSIGN TO WS-CRD-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS WS-CRD-CODIGO
                                    FILE STATUS WS-CRD-FS.
           SELECT WS-MAN-FILE      ASSIGN TO WS-MAN-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS WS-MAN-CODIGO
                                    FILE STATUS WS-MAN-FS.
           SELECT WS-DOC-FILE      ASSIGN TO WS-DOC-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS WS-DOC-CODIGO
                                    ALTERNATE RECORD KEY IS
                                                  WS-DOC-NUMERO
                                    FILE STATUS WS-DOC-FS.
           SELECT WS-REE-FILE      ASSIGN TO WS-REE-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-REE-FS.
           SELECT WS-CTL-FILE      ASSIGN TO WS-CTL-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-CTL-FS.
       DATA DIVISION.
       FILE SECTION.
       FD  WS-CRD-FILE.
       01 WS-CRD-REGISTRO.
          03 WS-CRD-CODIGO              PIC 9(6).
          03 WS-CRD-SALDO               PIC S9(9)V99.
          03 WS-CRD-CLIENTE             PIC X(30).
       FD  WS-MAN-FILE.
       01 WS-MAN-REGISTRO.
          03 WS-MAN-CODIGO              PIC 9(6).
          03 WS-MAN-BANCO               PIC 9(3).
          03 WS-MAN-AGENCIA             PIC X(6).
          03 WS-MAN-CONTA               PIC X(12).
          03 WS-MAN-DATA-AUTORIZACAO    PIC 9(8).
          03 WS-MAN-SITUACAO            PIC X.
       FD  WS-DOC-FILE.
       01 WS-DOC-REGISTRO.
          03 WS-DOC-CODIGO              PIC 9(6).
          03 WS-DOC-TIPO                PIC X.
          03 WS-DOC-NUMERO              PIC X(14).
      * Pedidos de reembolso de saldo de credito. Situacao:
      * P = aguarda supervisor, A = aprovado, R = recusado,
      * E = enviado ao banco, L = liquidado pelo banco,
      * D = devolvido pelo banco (saldo restabelecido),
      * C = cancelado na remessa por falta de saldo.
       FD  WS-REE-FILE.
       01 WS-REE-REGISTRO.
           03 WS-REE-NUMERO          PIC 9(6).
           03 WS-REE-COD-CLIENTE     PIC 9(6).
           03 WS-REE-CLIENTE         PIC X(30).
           03 WS-REE-VALOR           PIC S9(9)V99.
           03 WS-REE-BANCO           PIC 9(3).
           03 WS-REE-AGENCIA         PIC X(6).
           03 WS-REE-CONTA           PIC X(12).
           03 WS-REE-ORIGEM-CONTA    PIC X.
           03 WS-REE-DOC-TIPO        PIC X.
           03 WS-REE-DOC-NUMERO      PIC X(14).
           03 WS-REE-SITUACAO        PIC X.
              88 WS-REE-EM-ABERTO           VALUE 'P' 'A' 'E'.
           03 WS-REE-DATA-PEDIDO     PIC 9(8).
           03 WS-REE-OPERADOR        PIC X(8).
           03 WS-REE-SUPERVISOR      PIC X(8).
           03 WS-REE-DATA-DECISAO    PIC 9(8).
           03 WS-REE-DATA-ENVIO      PIC 9(8).
           03 WS-REE-DATA-RETORNO    PIC 9(8).
           03 WS-REE-OCORRENCIA      PIC XX.
       FD  WS-CTL-FILE.
       01 WS-CTL-REGISTRO.
           03 WS-CTL-ULT-NUMERO      PIC 9(6).

       WORKING-STORAGE SECTION.
       01 WS-CRD-PATH              PIC X(40) VALUE 'CLICREDITO.IDX'.
       01 WS-MAN-PATH              PIC X(40) VALUE 'MANDATOS.IDX'.
       01 WS-DOC-PATH              PIC X(40) VALUE 'CLIDOC.IDX'.
       01 WS-REE-PATH              PIC X(40)
                            VALUE 'REEMBOLSO.PEDIDOS'.
       01 WS-CTL-PATH              PIC X(40)
                            VALUE 'REEMBOLSO.CONTROLE'.
       01 WS-CRD-FS                PIC XX.
       01 WS-MAN-FS                PIC XX.
       01 WS-DOC-FS                PIC XX.
       01 WS-REE-FS                PIC XX.
       01 WS-CTL-FS                PIC XX.

       01 WS-CONTINUA-SW           PIC X     VALUE 'Y'.
          88 WS-CONTINUA                     VALUE 'Y'.
       01 WS-FIM-ARQUIVO           PIC X     VALUE 'N'.
          88 WS-FIM                          VALUE 'Y'.
       01 WS-PEDIDO-OK-SW          PIC X     VALUE 'N'.
          88 WS-PEDIDO-OK                    VALUE 'Y'.
       01 WS-MAN-ABERTO-SW         PIC X     VALUE 'N'.
          88 WS-MAN-ABERTO                   VALUE 'Y'.
       01 WS-DOC-ABERTO-SW         PIC X     VALUE 'N'.
          88 WS-DOC-ABERTO                   VALUE 'Y'.

       01 WS-ENT-CODIGO            PIC X(6)  VALUE SPACES.
       01 WS-ENT-VALOR             PIC X(15) VALUE SPACES.
       01 WS-ENT-ORIGEM            PIC X     VALUE SPACE.
          88 WS-ORIGEM-MANDATO               VALUE 'M'.
          88 WS-ORIGEM-INFORMADA             VALUE 'I'.
       01 WS-ENT-BANCO             PIC X(3)  VALUE SPACES.
       01 WS-ENT-AGENCIA           PIC X(6)  VALUE SPACES.
       01 WS-ENT-CONTA             PIC X(12) VALUE SPACES.
       01 WS-ENT-DOC-TIPO          PIC X     VALUE SPACE.
       01 WS-ENT-DOC-NUMERO        PIC X(14) VALUE SPACES.
       01 WS-CONFIRMA              PIC X     VALUE 'N'.

       01 WS-COD-CLIENTE           PIC 9(6)  VALUE 0.
       01 WS-NOME-CLIENTE          PIC X(30) VALUE SPACES.
       01 WS-SALDO-CREDITO         PIC S9(9)V99 VALUE 0.
       01 WS-COMPROMETIDO          PIC S9(9)V99 VALUE 0.
       01 WS-DISPONIVEL            PIC S9(9)V99 VALUE 0.
       01 WS-VALOR-PEDIDO          PIC S9(9)V99 VALUE 0.
       01 WS-BANCO                 PIC 9(3)  VALUE 0.
       01 WS-AGENCIA               PIC X(6)  VALUE SPACES.
       01 WS-CONTA                 PIC X(12) VALUE SPACES.
       01 WS-DOC-TIPO-PEDIDO       PIC X     VALUE SPACE.
       01 WS-DOC-NUMERO-PEDIDO     PIC X(14) VALUE SPACES.
       01 WS-ULT-NUMERO            PIC 9(6)  VALUE 0.
       01 WS-VALOR-ED              PIC ZZZ,ZZZ,ZZ9.99-.

       01 WS-DATA-HORA-ATUAL       PIC X(21).
       01 WS-HOJE                  PIC 9(8)  VALUE 0.
       01 WS-TOT-PEDIDOS           PIC 9(6)  VALUE 0.

       01 WS-DOCVALIDA-PARM.
          03 WS-DV-TIPO                 PIC X.
          03 WS-DV-NUMERO               PIC X(14).
          03 WS-DV-RC                   PIC 99.

      * Identificacao do operador, obrigatoria nos programas de
      * terminal; o id assinado carimba o pedido e a auditoria.
       01 WS-SIGNON-PARM.
           03 WS-SG-ID             PIC X(8).
           03 WS-SG-SENHA          PIC X(8).
           03 WS-SG-FUNCAO         PIC X.
           03 WS-SG-PERFIL         PIC X.
           03 WS-SG-RC             PIC 99.
              88 WS-SG-SEM-SESSAO          VALUE 4.

       01 WS-AUDIT-PARM.
           03 WS-AU-PROGRAMA       PIC X(12) VALUE 'REEMBPEDIDO'.
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
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CRD-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-MAN-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-DOC-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-REE-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CTL-PATH
            DISPLAY 'REEMBPEDIDO - PEDIDO DE REEMBOLSO DE CREDITO'
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
            MOVE WS-SG-ID TO WS-AU-OPERADOR

            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
            MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-HOJE

            OPEN INPUT WS-CRD-FILE
            IF WS-CRD-FS NOT = '00'
                DISPLAY 'CADASTRO DE CREDITOS INDISPONIVEL: '
                        WS-CRD-PATH ' FS: ' WS-CRD-FS
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN INPUT WS-MAN-FILE
            IF WS-MAN-FS = '00'
                SET WS-MAN-ABERTO TO TRUE
            END-IF
            OPEN INPUT WS-DOC-FILE
            IF WS-DOC-FS = '00'
                SET WS-DOC-ABERTO TO TRUE
            END-IF

            PERFORM P100-ATENDE
                    UNTIL NOT WS-CONTINUA

            CLOSE WS-CRD-FILE
            IF WS-MAN-ABERTO
                CLOSE WS-MAN-FILE
            END-IF
            IF WS-DOC-ABERTO
                CLOSE WS-DOC-FILE
            END-IF

            MOVE 'FIM'           TO WS-AU-EVENTO
            MOVE SPACES          TO WS-AU-CHAVE
            MOVE WS-TOT-PEDIDOS  TO WS-AU-CONTADOR
            CALL 'AUDITLOG' USING WS-AUDIT-PARM

            STOP RUN.

       P100-ATENDE.
            DISPLAY '---------------------------------------------'
            DISPLAY 'CODIGO DO CLIENTE (EM BRANCO ENCERRA): '
            MOVE SPACES TO WS-ENT-CODIGO
            ACCEPT WS-ENT-CODIGO
            IF WS-ENT-CODIGO = SPACES
                MOVE 'N' TO WS-CONTINUA-SW
            ELSE
                IF WS-ENT-CODIGO IS NOT NUMERIC
                    DISPLAY 'CODIGO INVALIDO: ' WS-ENT-CODIGO
                ELSE
                    MOVE WS-ENT-CODIGO TO WS-COD-CLIENTE
                    PERFORM P200-CONSULTA-SALDO
                    IF WS-PEDIDO-OK
                        PERFORM P300-COLETA-PEDIDO
                    END-IF
                    IF WS-PEDIDO-OK
                        PERFORM P400-CONFIRMA-PEDIDO
                    END-IF
                END-IF
            END-IF
            .
       P200-CONSULTA-SALDO.
      * So o saldo ainda nao comprometido com outro pedido em
      * andamento pode ser reembolsado.
            MOVE 'N' TO WS-PEDIDO-OK-SW
            MOVE WS-COD-CLIENTE TO WS-CRD-CODIGO
            READ WS-CRD-FILE
                INVALID KEY
                    DISPLAY 'CLIENTE SEM SALDO DE CREDITO: '
                            WS-COD-CLIENTE
                NOT INVALID KEY
                    MOVE WS-CRD-SALDO   TO WS-SALDO-CREDITO
                    MOVE WS-CRD-CLIENTE TO WS-NOME-CLIENTE
                    PERFORM P250-SOMA-COMPROMETIDO
                    COMPUTE WS-DISPONIVEL =
                            WS-SALDO-CREDITO - WS-COMPROMETIDO
                    DISPLAY 'CLIENTE   : ' WS-COD-CLIENTE ' '
                            WS-NOME-CLIENTE
                    MOVE WS-SALDO-CREDITO TO WS-VALOR-ED
                    DISPLAY 'SALDO     : ' WS-VALOR-ED
                    MOVE WS-COMPROMETIDO  TO WS-VALOR-ED
                    DISPLAY 'EM PEDIDOS: ' WS-VALOR-ED
                    MOVE WS-DISPONIVEL    TO WS-VALOR-ED
                    DISPLAY 'DISPONIVEL: ' WS-VALOR-ED
                    IF WS-DISPONIVEL > 0
                        SET WS-PEDIDO-OK TO TRUE
                    ELSE
                        DISPLAY 'NADA A REEMBOLSAR PARA O CLIENTE.'
                    END-IF
            END-READ
            .
       P250-SOMA-COMPROMETIDO.
            MOVE 0   TO WS-COMPROMETIDO
            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN INPUT WS-REE-FILE
            IF WS-REE-FS = '00'
                PERFORM UNTIL WS-FIM
                    READ WS-REE-FILE
                        AT END SET WS-FIM TO TRUE
                        NOT AT END
                            IF WS-REE-COD-CLIENTE = WS-COD-CLIENTE
                               AND (WS-REE-SITUACAO = 'P'
                                    OR WS-REE-SITUACAO = 'A')
                                ADD WS-REE-VALOR TO WS-COMPROMETIDO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE WS-REE-FILE
            END-IF
            .
       P300-COLETA-PEDIDO.
            DISPLAY 'VALOR A REEMBOLSAR (EM BRANCO = DISPONIVEL): '
            MOVE SPACES TO WS-ENT-VALOR
            ACCEPT WS-ENT-VALOR
            IF WS-ENT-VALOR = SPACES
                MOVE WS-DISPONIVEL TO WS-VALOR-PEDIDO
            ELSE
                COMPUTE WS-VALOR-PEDIDO = FUNCTION NUMVAL(WS-ENT-VALOR)
            END-IF
            IF WS-VALOR-PEDIDO NOT > 0
               OR WS-VALOR-PEDIDO > WS-DISPONIVEL
                DISPLAY 'VALOR FORA DO DISPONIVEL. PEDIDO NAO ACEITO.'
                MOVE 'N' TO WS-PEDIDO-OK-SW
            END-IF

            IF WS-PEDIDO-OK
                PERFORM P320-COLETA-CONTA
            END-IF
            IF WS-PEDIDO-OK
                PERFORM P350-COLETA-DOCUMENTO
            END-IF
            .
       P320-COLETA-CONTA.
            DISPLAY 'CONTA DE CREDITO (M=MANDATO DE DEBITO, '
                    'I=INFORMADA): '
            ACCEPT WS-ENT-ORIGEM
            EVALUATE TRUE
                WHEN WS-ORIGEM-MANDATO
                    PERFORM P330-CONTA-DO-MANDATO
                WHEN WS-ORIGEM-INFORMADA
                    PERFORM P340-CONTA-INFORMADA
                WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA. PEDIDO NAO ACEITO.'
                    MOVE 'N' TO WS-PEDIDO-OK-SW
            END-EVALUATE
            .
       P330-CONTA-DO-MANDATO.
      * A conta do mandato de debito ativo ja foi conferida com o
      * cliente quando ele autorizou o debito.
            IF NOT WS-MAN-ABERTO
                DISPLAY 'CADASTRO DE MANDATOS INDISPONIVEL: '
                        WS-MAN-PATH
                MOVE 'N' TO WS-PEDIDO-OK-SW
            ELSE
                MOVE WS-COD-CLIENTE TO WS-MAN-CODIGO
                READ WS-MAN-FILE
                    INVALID KEY
                        DISPLAY 'CLIENTE SEM MANDATO. INFORME A CONTA.'
                        MOVE 'N' TO WS-PEDIDO-OK-SW
                    NOT INVALID KEY
                        IF WS-MAN-SITUACAO = 'A'
                            MOVE WS-MAN-BANCO   TO WS-BANCO
                            MOVE WS-MAN-AGENCIA TO WS-AGENCIA
                            MOVE WS-MAN-CONTA   TO WS-CONTA
                            DISPLAY 'BANCO ' WS-BANCO ' AGENCIA '
                                    WS-AGENCIA ' CONTA ' WS-CONTA
                        ELSE
                            DISPLAY 'MANDATO INATIVO. INFORME A CONTA.'
                            MOVE 'N' TO WS-PEDIDO-OK-SW
                        END-IF
                END-READ
            END-IF
            .
       P340-CONTA-INFORMADA.
            DISPLAY 'BANCO (3 DIGITOS): '
            MOVE SPACES TO WS-ENT-BANCO
            ACCEPT WS-ENT-BANCO
            DISPLAY 'AGENCIA: '
            MOVE SPACES TO WS-ENT-AGENCIA
            ACCEPT WS-ENT-AGENCIA
            DISPLAY 'CONTA  : '
            MOVE SPACES TO WS-ENT-CONTA
            ACCEPT WS-ENT-CONTA
            IF WS-ENT-BANCO IS NOT NUMERIC
               OR WS-ENT-AGENCIA = SPACES
               OR WS-ENT-CONTA = SPACES
                DISPLAY 'DADOS BANCARIOS INCOMPLETOS. PEDIDO NAO '
                        'ACEITO.'
                MOVE 'N' TO WS-PEDIDO-OK-SW
            ELSE
                MOVE WS-ENT-BANCO   TO WS-BANCO
                MOVE WS-ENT-AGENCIA TO WS-AGENCIA
                MOVE WS-ENT-CONTA   TO WS-CONTA
            END-IF
            .
       P350-COLETA-DOCUMENTO.
      * O credito so vai para conta do proprio cliente: o banco
      * confere o CPF/CNPJ do favorecido com o titular da conta.
            MOVE SPACES TO WS-DOC-TIPO-PEDIDO
            MOVE SPACES TO WS-DOC-NUMERO-PEDIDO
            IF WS-DOC-ABERTO
                MOVE WS-COD-CLIENTE TO WS-DOC-CODIGO
                READ WS-DOC-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE WS-DOC-TIPO   TO WS-DOC-TIPO-PEDIDO
                        MOVE WS-DOC-NUMERO TO WS-DOC-NUMERO-PEDIDO
                        DISPLAY 'DOCUMENTO DO CLIENTE: ' WS-DOC-TIPO
                                ' ' WS-DOC-NUMERO
                END-READ
            END-IF
            IF WS-DOC-NUMERO-PEDIDO = SPACES
                DISPLAY 'CLIENTE SEM CPF/CNPJ NO CADASTRO.'
                DISPLAY 'TIPO (F=CPF, J=CNPJ): '
                ACCEPT WS-ENT-DOC-TIPO
                DISPLAY 'NUMERO (SO DIGITOS): '
                MOVE SPACES TO WS-ENT-DOC-NUMERO
                ACCEPT WS-ENT-DOC-NUMERO
                MOVE WS-ENT-DOC-TIPO   TO WS-DV-TIPO
                MOVE WS-ENT-DOC-NUMERO TO WS-DV-NUMERO
                CALL 'DOCVALIDA' USING WS-DOCVALIDA-PARM
                IF WS-DV-RC NOT = 0
                    DISPLAY 'CPF/CNPJ INVALIDO (DIGITO VERIFICADOR): '
                            WS-ENT-DOC-NUMERO
                    MOVE 'N' TO WS-PEDIDO-OK-SW
                ELSE
                    MOVE WS-ENT-DOC-TIPO   TO WS-DOC-TIPO-PEDIDO
                    MOVE WS-ENT-DOC-NUMERO TO WS-DOC-NUMERO-PEDIDO
                END-IF
            END-IF
            .
       P400-CONFIRMA-PEDIDO.
            MOVE WS-VALOR-PEDIDO TO WS-VALOR-ED
            DISPLAY 'REEMBOLSAR ' WS-VALOR-ED ' A ' WS-NOME-CLIENTE
            DISPLAY 'BANCO ' WS-BANCO ' AGENCIA ' WS-AGENCIA
                    ' CONTA ' WS-CONTA
            DISPLAY 'CONFIRMA O PEDIDO (S/N)? '
            ACCEPT WS-CONFIRMA
            IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                PERFORM P450-PROXIMO-NUMERO
                PERFORM P500-GRAVA-PEDIDO
            ELSE
                DISPLAY 'PEDIDO DESCARTADO.'
            END-IF
            .
       P450-PROXIMO-NUMERO.
      * Numeracao propria dos pedidos, gravada na hora como o
      * controle de recibos do PAGTOCAIXA.
            MOVE 0 TO WS-ULT-NUMERO
            OPEN INPUT WS-CTL-FILE
            IF WS-CTL-FS = '00'
                READ WS-CTL-FILE
                    AT END CONTINUE
                    NOT AT END MOVE WS-CTL-ULT-NUMERO
                                         TO WS-ULT-NUMERO
                END-READ
                CLOSE WS-CTL-FILE
            END-IF
            ADD 1 TO WS-ULT-NUMERO
            OPEN OUTPUT WS-CTL-FILE
            MOVE WS-ULT-NUMERO TO WS-CTL-ULT-NUMERO
            WRITE WS-CTL-REGISTRO
            CLOSE WS-CTL-FILE
            .
       P500-GRAVA-PEDIDO.
            OPEN EXTEND WS-REE-FILE
            IF WS-REE-FS NOT = '00'
                OPEN OUTPUT WS-REE-FILE
            END-IF
            MOVE WS-ULT-NUMERO        TO WS-REE-NUMERO
            MOVE WS-COD-CLIENTE       TO WS-REE-COD-CLIENTE
            MOVE WS-NOME-CLIENTE      TO WS-REE-CLIENTE
            MOVE WS-VALOR-PEDIDO      TO WS-REE-VALOR
            MOVE WS-BANCO             TO WS-REE-BANCO
            MOVE WS-AGENCIA           TO WS-REE-AGENCIA
            MOVE WS-CONTA             TO WS-REE-CONTA
            MOVE WS-ENT-ORIGEM        TO WS-REE-ORIGEM-CONTA
            MOVE WS-DOC-TIPO-PEDIDO   TO WS-REE-DOC-TIPO
            MOVE WS-DOC-NUMERO-PEDIDO TO WS-REE-DOC-NUMERO
            MOVE 'P'                  TO WS-REE-SITUACAO
            MOVE WS-HOJE              TO WS-REE-DATA-PEDIDO
            MOVE WS-SG-ID             TO WS-REE-OPERADOR
            MOVE SPACES               TO WS-REE-SUPERVISOR
            MOVE 0                    TO WS-REE-DATA-DECISAO
            MOVE 0                    TO WS-REE-DATA-ENVIO
            MOVE 0                    TO WS-REE-DATA-RETORNO
            MOVE SPACES               TO WS-REE-OCORRENCIA
            WRITE WS-REE-REGISTRO
            CLOSE WS-REE-FILE
            ADD 1 TO WS-TOT-PEDIDOS

            DISPLAY 'PEDIDO ' WS-ULT-NUMERO ' REGISTRADO. AGUARDA '
                    'APROVACAO DO SUPERVISOR.'

            MOVE 'REEMB-PEDIDO'  TO WS-AU-EVENTO
            MOVE SPACES          TO WS-AU-CHAVE
            MOVE WS-COD-CLIENTE  TO WS-AU-CHAVE(1:6)
            MOVE WS-ULT-NUMERO   TO WS-AU-CHAVE(8:6)
            MOVE WS-ULT-NUMERO   TO WS-AU-CONTADOR
            CALL 'AUDITLOG' USING WS-AUDIT-PARM
            .
       END PROGRAM REEMBPEDIDO.
