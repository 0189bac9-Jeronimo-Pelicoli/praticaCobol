
       01 WS-TOT-ETIQUETAS        PIC 9(6)  VALUE 0.
       01 WS-TOT-SEM-CADASTRO     PIC 9(6)  VALUE 0.
       01 WS-TOT-END-INVALIDO     PIC 9(6)  VALUE 0.
       01 WS-TOT-JURIDICO         PIC 9(6)  VALUE 0.

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

      * Etiqueta de mala direta: preferido, residencial, cobranca e
      * trabalho, nessa ordem.
       01 WS-ENDERECO-PARM.
           03 WS-EN-FUNCAO         PIC X     VALUE 'B'.
           03 WS-EN-COD-CLIENTE    PIC 9(6).
           03 WS-EN-DATA           PIC 9(8)  VALUE 0.
           03 WS-EN-TIPO           PIC X.
           03 WS-EN-ORDEM          PIC X(4)  VALUE 'PRCT'.
           03 WS-EN-PREFERIDO      PIC X.
           03 WS-EN-ENDERECO       PIC X(60).
           03 WS-EN-CIDADE         PIC X(30).
           03 WS-EN-ESTADO         PIC X(30).
           03 WS-EN-ANT-ENDERECO   PIC X(60).
           03 WS-EN-ANT-CIDADE     PIC X(30).
           03 WS-EN-ANT-ESTADO     PIC X(30).
           03 WS-EN-OPERADOR       PIC X(8).
           03 WS-EN-TIPO-USADO     PIC X.
           03 WS-EN-RC             PIC 99.

       01 WS-JURIDICO-PARM.
           03 WS-JD-COD-CLIENTE    PIC 9(6).
           03 WS-JD-SITUACAO       PIC X.
           03 WS-JD-DATA-EVENTO    PIC 9(8).
           03 WS-JD-PROCESSO       PIC X(25).
           03 WS-JD-ADVOGADO       PIC X(30).
           03 WS-JD-RC             PIC 99.
              88 WS-JD-EM-JURIDICO         VALUE 0.

       01 WS-AMBIENTE-PARM.
           03 WS-AMB-FUNCAO        PIC X     VALUE 'R'.
           03 WS-AMB-NOME          PIC X(8)  VALUE SPACES.
           03 WS-AMB-RAIZ          PIC X(40) VALUE SPACES.
           03 WS-AMB-RC            PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-NOME-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CLI-NOVO-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-ETQ-PATH
            DISPLAY 'ETIQUETAS - MALA DIRETA'

            OPEN INPUT WS-CLI-NOVO
                NOT INVALID KEY
                    SET WS-CLI-ACHOU TO TRUE
            END-READ
            IF WS-CLI-ACHOU
                PERFORM P250-ENDERECO-CORRESP
            END-IF

      * Endereco devolvido pelos Correios nao gera etiqueta: o
      * cliente vai para a lista semanal do CLISEMCANAL.
            IF WS-CLI-ACHOU
                MOVE 'C'       TO WS-CN-FUNCAO
                MOVE WS-CODIGO TO WS-CN-COD-CLIENTE
                CALL 'CLICONTATO' USING WS-CONTATO-PARM
                IF WS-CN-END-VALIDO = 'N'
                    ADD 1 TO WS-TOT-END-INVALIDO
                    MOVE 'N' TO WS-CLI-ACHOU-SW
                END-IF
            END-IF

      * Obito, falencia ou recuperacao judicial: correspondencia so
      * pelo juridico.
            IF WS-CLI-ACHOU
                MOVE WS-CODIGO TO WS-JD-COD-CLIENTE
                CALL 'CLIJURIDICO' USING WS-JURIDICO-PARM
                IF WS-JD-EM-JURIDICO
                    ADD 1 TO WS-TOT-JURIDICO
                    MOVE 'N' TO WS-CLI-ACHOU-SW
                END-IF
            END-IF

            IF WS-CLI-ACHOU
                PERFORM P300-IMPRIME-ETIQUETA

            PERFORM P150-LE-NOME
            .
       P250-ENDERECO-CORRESP.
      * Endereco de correspondencia pelo cadastro de enderecos do
      * cliente; sem endereco vigente fica o endereco do cadastro.
            MOVE WS-CODIGO TO WS-EN-COD-CLIENTE
            MOVE 0         TO WS-EN-DATA
            MOVE 'B'       TO WS-EN-FUNCAO
            CALL 'CLIENDERECO' USING WS-ENDERECO-PARM
            IF WS-EN-RC = 0
                MOVE WS-EN-ENDERECO TO WS-ENDERECO
                MOVE WS-EN-CIDADE   TO WS-CIDADE
                MOVE WS-EN-ESTADO   TO WS-ESTADO
            END-IF
            .
       P300-IMPRIME-ETIQUETA.
      * Tres linhas de endereco prontas para impressao e a saudacao
      * das cartas de cobranca, separadas por linha em branco.

            DISPLAY 'ETIQUETAS GERADAS : ' WS-TOT-ETIQUETAS
            DISPLAY 'SEM CADASTRO      : ' WS-TOT-SEM-CADASTRO
            DISPLAY 'ENDERECO INVALIDO : ' WS-TOT-END-INVALIDO
            DISPLAY 'RETIDOS JURIDICO  : ' WS-TOT-JURIDICO
            .
       END PROGRAM ETIQUETAS.
