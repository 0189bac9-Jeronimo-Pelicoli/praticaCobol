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
       FD  WS-VENC-FILE.
       01 WS-VENC-REGISTRO.
           03 WS-VENC-ID             PIC 9(9).
           03 WS-VENC-DATA           PIC 9(8).
       FD  WS-CLI-FILE.
       01 WS-CLI-REGISTRO.
       FD  WS-REG-FILE.
       01 WS-REG-REGISTRO.
           03 WS-REG-NOSSO-NUMERO    PIC 9(10).
           03 WS-REG-ID              PIC 9(9).
           03 WS-REG-VALOR           PIC S9(9)V99.
           03 WS-REG-DATA-VENC       PIC 9(8).
           03 WS-REG-DATA-EMISSAO    PIC 9(8).
           03 WS-REG-CLIENTE         PIC X(30).
           03 WS-REG-CODIGO-BARRAS   PIC X(44).
           03 WS-REG-LINHA-DIGITAVEL PIC X(47).
           03 WS-REG-SITUACAO        PIC X.
              88 WS-REG-SUBSTITUIDO            VALUE 'S'.
           03 WS-REG-SUBSTITUTO      PIC 9(10).

       WORKING-STORAGE SECTION.
       01 WS-PEND-PATH               PIC X(40)
          88 WS-PEND-ABERTO                    VALUE 'Y'.
       01 WS-CLI-ABERTO-SW           PIC X     VALUE 'N'.
          88 WS-CLI-ABERTO                     VALUE 'Y'.
       01 WS-CLI-ACHOU-SW            PIC X     VALUE 'N'.
          88 WS-CLI-ACHOU                      VALUE 'Y'.
       01 WS-VENC-ACHOU-SW           PIC X     VALUE 'N'.
          88 WS-VENC-ACHOU                     VALUE 'Y'.

      * mesmo molde da tabela de calendario do CALUTIL.
       01 WS-TAB-VENCIMENTOS.
          03 WS-VEN OCCURS 1000 TIMES INDEXED BY WS-VEN-IDX.
             05 WS-VEN-ID            PIC 9(9).
             05 WS-VEN-DATA          PIC 9(8).
       01 WS-TOT-VENC                PIC 9(4)  VALUE 0.

      * (mesma guarda do PAGTOENCARGO.FEITOS).
       01 WS-TAB-EMITIDOS.
          03 WS-EMI OCCURS 2000 TIMES INDEXED BY WS-EMI-IDX.
             05 WS-EMI-ID            PIC 9(9).
       01 WS-TOT-EMITIDOS            PIC 9(4)  VALUE 0.
       01 WS-JA-EMITIDO-SW           PIC X     VALUE 'N'.
          88 WS-JA-EMITIDO                     VALUE 'Y'.

       01 WS-NOSSO-NUMERO            PIC 9(10) VALUE 0.

      * Convenio de cobranca do banco (PARAMETROS.DAT, programa
      * PAGTOBOLETO): BANCO, AGENCIA, CARTEIRA e CONTA. Sem eles o
      * boleto sai sem codigo de barras e sem linha digitavel.
       01 WS-CONV-BANCO              PIC 9(3)  VALUE 0.
       01 WS-CONV-AGENCIA            PIC 9(4)  VALUE 0.
       01 WS-CONV-CARTEIRA           PIC 9(2)  VALUE 0.
       01 WS-CONV-CONTA              PIC 9(7)  VALUE 0.
       01 WS-CONVENIO-SW             PIC X     VALUE 'N'.
          88 WS-COM-CONVENIO                   VALUE 'Y'.

      * Campo livre do codigo de barras: agencia, carteira, nosso
      * numero com 11 posicoes, conta e zero final.
       01 WS-CAMPO-LIVRE.
           03 WS-CL-AGENCIA          PIC 9(4).
           03 WS-CL-CARTEIRA         PIC 9(2).
           03 WS-CL-NOSSO-NUMERO     PIC 9(11).
           03 WS-CL-CONTA            PIC 9(7).
           03 FILLER                 PIC 9     VALUE 0.
       01 WS-CODIGO-BARRAS           PIC X(44) VALUE SPACES.
       01 WS-LINHA-DIGITAVEL         PIC X(47) VALUE SPACES.
       01 WS-LINHA-EDITADA           PIC X(54) VALUE SPACES.
       01 WS-DATA-VENC-BOLETO        PIC 9(8)  VALUE 0.
       01 WS-DATA-HORA-ATUAL         PIC X(21).
       01 WS-HOJE                    PIC 9(8)  VALUE 0.
       01 WS-VALOR-ED                PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-LINHA-TRABALHO          PIC X(80) VALUE SPACES.

       01 WS-TOT-EMITIDO             PIC 9(6)      VALUE 0.
       01 WS-TOT-JA-EMITIDO          PIC 9(6)      VALUE 0.
       01 WS-TOT-SEM-CADASTRO        PIC 9(6)      VALUE 0.
       01 WS-TOT-SEM-VENCIMENTO      PIC 9(6)      VALUE 0.
       01 WS-TOT-SEM-CODIGO          PIC 9(6)      VALUE 0.
       01 WS-VALOR-EMITIDO           PIC S9(11)V99 VALUE 0.
       01 WS-TOT-ELETRONICO          PIC 9(6)      VALUE 0.
       01 WS-TOT-JURIDICO            PIC 9(6)      VALUE 0.

      * Endereco de cobranca: cobranca, preferido, residencial e
      * trabalho, nessa ordem.
       01 WS-ENDERECO-PARM.
           03 WS-EN-FUNCAO         PIC X     VALUE 'B'.
           03 WS-EN-COD-CLIENTE    PIC 9(6).
           03 WS-EN-DATA           PIC 9(8)  VALUE 0.
           03 WS-EN-TIPO           PIC X.
           03 WS-EN-ORDEM          PIC X(4)  VALUE 'CPRT'.
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

       01 WS-CALUTIL-PARM.
           03 WS-CA-FUNCAO         PIC X.
           03 WS-CA-DIA-UTIL       PIC X.
           03 WS-CA-DATA-UTIL      PIC 9(8).

       01 WS-PARMLE-PARM.
           03 WS-PL-PROGRAMA       PIC X(12) VALUE 'PAGTOBOLETO'.
           03 WS-PL-NOME           PIC X(12).
           03 WS-PL-DATA-PROC      PIC 9(8).
           03 WS-PL-VALOR          PIC X(14).
           03 WS-PL-RC             PIC 99.

       01 WS-BOLETOCOD-PARM.
           03 WS-BC-FUNCAO         PIC X.
           03 WS-BC-BANCO          PIC 9(3).
           03 WS-BC-VENCIMENTO     PIC 9(8).
           03 WS-BC-VALOR          PIC S9(9)V99.
           03 WS-BC-CAMPO-LIVRE    PIC X(25).
           03 WS-BC-CODIGO-BARRAS  PIC X(44).
           03 WS-BC-LINHA          PIC X(47).
           03 WS-BC-LINHA-EDITADA  PIC X(54).
           03 WS-BC-CAMPO-ERRO     PIC 9.
           03 WS-BC-RC             PIC 99.

       01 WS-MSGFILA-PARM.
           03 WS-MF-FUNCAO         PIC X.
           03 WS-MF-ORIGEM         PIC X(12) VALUE 'PAGTOBOLETO'.
           03 WS-MF-TIPO           PIC X(12) VALUE 'BOLETO'.
           03 WS-MF-COD-CLIENTE    PIC 9(6).
           03 WS-MF-CLIENTE        PIC X(30).
           03 WS-MF-EMAIL          PIC X(50).
           03 WS-MF-TELEFONE       PIC X(20).
           03 WS-MF-CANAL-SUGERIDO PIC X.
           03 WS-MF-REFERENCIA     PIC X(20).
           03 WS-MF-TEXTO          PIC X(160).
           03 WS-MF-CANAL          PIC X.
           03 WS-MF-ID             PIC 9(9).
           03 WS-MF-RC             PIC 99.

       01 WS-AUDIT-PARM.
           03 WS-AU-PROGRAMA       PIC X(12) VALUE 'PAGTOBOLETO'.
           03 WS-AU-EVENTO         PIC X(12).
           03 WS-AU-CONTADOR       PIC 9(6).
           03 WS-AU-OPERADOR       PIC X(8)  VALUE SPACES.

       01 WS-AMBIENTE-PARM.
           03 WS-AMB-FUNCAO        PIC X     VALUE 'R'.
           03 WS-AMB-NOME          PIC X(8)  VALUE SPACES.
           03 WS-AMB-RAIZ          PIC X(40) VALUE SPACES.
           03 WS-AMB-RC            PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-PEND-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-VENC-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CLI-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CTL-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-EMI-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-REG-PATH
            DISPLAY 'PAGTOBOLETO - EMISSAO DE BOLETOS'

            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
            MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-HOJE

            PERFORM P040-CARREGA-CONVENIO
            PERFORM P050-CARREGA-CONTROLE
            PERFORM P055-CARREGA-EMITIDOS
            PERFORM P060-CARREGA-VENCIMENTOS
            PERFORM P100-ABRE-ARQUIVOS
            MOVE 'A' TO WS-MF-FUNCAO
            CALL 'MSGFILA' USING WS-MSGFILA-PARM
            PERFORM P200-EMITE-BOLETO
                    UNTIL WS-FIM
            PERFORM P700-GRAVA-CONTROLE

            STOP RUN.

       P040-CARREGA-CONVENIO.
            MOVE WS-HOJE TO WS-PL-DATA-PROC
            SET WS-COM-CONVENIO TO TRUE

            MOVE 'BANCO' TO WS-PL-NOME
            CALL 'PARMLE' USING WS-PARMLE-PARM
            IF WS-PL-RC = 0 AND WS-PL-VALOR(1:3) IS NUMERIC
                MOVE WS-PL-VALOR(1:3) TO WS-CONV-BANCO
            ELSE
                MOVE 'N' TO WS-CONVENIO-SW
            END-IF
            MOVE 'AGENCIA' TO WS-PL-NOME
            CALL 'PARMLE' USING WS-PARMLE-PARM
            IF WS-PL-RC = 0 AND WS-PL-VALOR(1:4) IS NUMERIC
                MOVE WS-PL-VALOR(1:4) TO WS-CONV-AGENCIA
            ELSE
                MOVE 'N' TO WS-CONVENIO-SW
            END-IF
            MOVE 'CARTEIRA' TO WS-PL-NOME
            CALL 'PARMLE' USING WS-PARMLE-PARM
            IF WS-PL-RC = 0 AND WS-PL-VALOR(1:2) IS NUMERIC
                MOVE WS-PL-VALOR(1:2) TO WS-CONV-CARTEIRA
            ELSE
                MOVE 'N' TO WS-CONVENIO-SW
            END-IF
            MOVE 'CONTA' TO WS-PL-NOME
            CALL 'PARMLE' USING WS-PARMLE-PARM
            IF WS-PL-RC = 0 AND WS-PL-VALOR(1:7) IS NUMERIC
                MOVE WS-PL-VALOR(1:7) TO WS-CONV-CONTA
            ELSE
                MOVE 'N' TO WS-CONVENIO-SW
            END-IF

            IF NOT WS-COM-CONVENIO
                DISPLAY 'AVISO: CONVENIO DE COBRANCA INCOMPLETO EM '
                        'PARAMETROS. BOLETOS SAIRAO SEM CODIGO DE '
                        'BARRAS.'
            END-IF
            .
       P050-CARREGA-CONTROLE.
      * O ultimo nosso-numero usado atravessa runs pelo arquivo de
      * controle; a sequencia nunca reaproveita numero.
            .
       P200-EMITE-BOLETO.
            PERFORM P220-VERIFICA-EMITIDO
            IF NOT WS-JA-EMITIDO
                PERFORM P230-VERIFICA-JURIDICO
            END-IF
            EVALUATE TRUE
                WHEN WS-JA-EMITIDO
                    ADD 1 TO WS-TOT-JA-EMITIDO
                WHEN WS-JD-EM-JURIDICO
                    ADD 1 TO WS-TOT-JURIDICO
                WHEN OTHER
                    ADD 1 TO WS-NOSSO-NUMERO
                    PERFORM P250-RESOLVE-VENCIMENTO
                    PERFORM P270-MONTA-CODIGO-BARRAS
                    MOVE 'N' TO WS-CLI-ACHOU-SW
                    IF WS-CLI-ABERTO
                        PERFORM P340-LOCALIZA-CLIENTE
                    END-IF
                    PERFORM P360-ENFILEIRA
                    IF WS-MF-RC = 0
                        ADD 1 TO WS-TOT-ELETRONICO
                    ELSE
                        PERFORM P300-IMPRIME-BOLETO
                    END-IF
                    PERFORM P400-REGISTRA-EMISSAO

                    ADD 1              TO WS-TOT-EMITIDO
                    ADD WS-PEND-VALOR  TO WS-VALOR-EMITIDO
            END-EVALUATE

            PERFORM P150-LE-PENDENTE
            .
                END-IF
            END-PERFORM
            .
       P230-VERIFICA-JURIDICO.
      * Cliente em obito, falencia ou recuperacao judicial nao recebe
      * boleto; o credito segue pelo juridico.
            MOVE 4 TO WS-JD-RC
            IF WS-PEND-COD-CLIENTE NUMERIC AND WS-PEND-COD-CLIENTE > 0
                MOVE WS-PEND-COD-CLIENTE TO WS-JD-COD-CLIENTE
                CALL 'CLIJURIDICO' USING WS-JURIDICO-PARM
            END-IF
            .
       P250-RESOLVE-VENCIMENTO.
            MOVE 'N' TO WS-VENC-ACHOU-SW
            PERFORM VARYING WS-VEN-IDX FROM 1 BY 1
                END-IF
            END-IF
            .
       P270-MONTA-CODIGO-BARRAS.
            MOVE SPACES TO WS-CODIGO-BARRAS
            MOVE SPACES TO WS-LINHA-DIGITAVEL
            MOVE SPACES TO WS-LINHA-EDITADA
            IF WS-COM-CONVENIO
                MOVE WS-CONV-AGENCIA     TO WS-CL-AGENCIA
                MOVE WS-CONV-CARTEIRA    TO WS-CL-CARTEIRA
                MOVE WS-NOSSO-NUMERO     TO WS-CL-NOSSO-NUMERO
                MOVE WS-CONV-CONTA       TO WS-CL-CONTA
                MOVE 'G'                 TO WS-BC-FUNCAO
                MOVE WS-CONV-BANCO       TO WS-BC-BANCO
                MOVE WS-DATA-VENC-BOLETO TO WS-BC-VENCIMENTO
                MOVE WS-PEND-VALOR       TO WS-BC-VALOR
                MOVE WS-CAMPO-LIVRE      TO WS-BC-CAMPO-LIVRE
                CALL 'BOLETOCOD' USING WS-BOLETOCOD-PARM
                IF WS-BC-RC = 0
                    MOVE WS-BC-CODIGO-BARRAS TO WS-CODIGO-BARRAS
                    MOVE WS-BC-LINHA         TO WS-LINHA-DIGITAVEL
                    MOVE WS-BC-LINHA-EDITADA TO WS-LINHA-EDITADA
                ELSE
                    DISPLAY 'SEM CODIGO DE BARRAS PARA O PAGAMENTO '
                            WS-PEND-ID ' RC ' WS-BC-RC
                    ADD 1 TO WS-TOT-SEM-CODIGO
                END-IF
            ELSE
                ADD 1 TO WS-TOT-SEM-CODIGO
            END-IF
            .
       P300-IMPRIME-BOLETO.
            MOVE ALL '-' TO WS-EMI-LINHA
            WRITE WS-EMI-LINHA
            WRITE WS-EMI-LINHA FROM WS-PEND-CLIENTE

            IF WS-CLI-ABERTO
                IF WS-CLI-ACHOU
                    MOVE WS-CLI-ENDERECO TO WS-LINHA-TRABALHO
                ELSE
                    ADD 1 TO WS-TOT-SEM-CADASTRO
                    MOVE 'ENDERECO NAO CADASTRADO'
                         TO WS-LINHA-TRABALHO
                END-IF
                WRITE WS-EMI-LINHA FROM WS-LINHA-TRABALHO
            END-IF

            END-STRING
            WRITE WS-EMI-LINHA FROM WS-LINHA-TRABALHO

            IF WS-CODIGO-BARRAS NOT = SPACES
                MOVE SPACES TO WS-LINHA-TRABALHO
                STRING 'LINHA DIGITAVEL : ' WS-LINHA-EDITADA
                       DELIMITED BY SIZE
                       INTO WS-LINHA-TRABALHO
                END-STRING
                WRITE WS-EMI-LINHA FROM WS-LINHA-TRABALHO
                MOVE SPACES TO WS-LINHA-TRABALHO
                STRING 'CODIGO DE BARRAS: ' WS-CODIGO-BARRAS
                       DELIMITED BY SIZE
                       INTO WS-LINHA-TRABALHO
                END-STRING
                WRITE WS-EMI-LINHA FROM WS-LINHA-TRABALHO
            END-IF

            MOVE SPACES TO WS-EMI-LINHA
            WRITE WS-EMI-LINHA
            .
       P340-LOCALIZA-CLIENTE.
      * Endereco pelo codigo do cliente; so o item antigo, ainda sem
      * codigo, e procurado pelo nome normalizado.
            MOVE 'N' TO WS-CLI-ACHOU-SW
            IF WS-PEND-COD-CLIENTE > 0
                MOVE WS-PEND-COD-CLIENTE TO WS-CLI-CODIGO
                READ WS-CLI-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET WS-CLI-ACHOU TO TRUE
                END-READ
            ELSE
                MOVE WS-PEND-CLIENTE TO WS-CLI-NOME
                CALL 'NOMENORM' USING WS-CLI-NOME
                READ WS-CLI-FILE KEY IS WS-CLI-NOME
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET WS-CLI-ACHOU TO TRUE
                END-READ
            END-IF
            IF WS-CLI-ACHOU
                PERFORM P345-ENDERECO-COBRANCA
            END-IF
            .
       P345-ENDERECO-COBRANCA.
      * Endereco de correspondencia pelo cadastro de enderecos do
      * cliente; sem endereco vigente fica o endereco do cadastro.
            MOVE WS-CLI-CODIGO TO WS-EN-COD-CLIENTE
            MOVE WS-HOJE       TO WS-EN-DATA
            MOVE 'B'           TO WS-EN-FUNCAO
            CALL 'CLIENDERECO' USING WS-ENDERECO-PARM
            IF WS-EN-RC = 0
                MOVE WS-EN-ENDERECO TO WS-CLI-ENDERECO
                MOVE WS-EN-CIDADE   TO WS-CLI-CIDADE
                MOVE WS-EN-ESTADO   TO WS-CLI-ESTADO
            END-IF
            .
       P360-ENFILEIRA.
      * Cliente com canal eletronico recebe a linha digitavel pela
      * fila de mensagens; o registro de emissao e o mesmo. RC
      * diferente de zero e boleto impresso.
            MOVE 4 TO WS-MF-RC
            IF WS-CLI-ACHOU
                MOVE 'G'                  TO WS-MF-FUNCAO
                MOVE WS-CLI-CODIGO        TO WS-MF-COD-CLIENTE
                MOVE WS-PEND-CLIENTE      TO WS-MF-CLIENTE
                MOVE WS-CLI-EMAIL         TO WS-MF-EMAIL
                MOVE WS-CLI-TELEFONE      TO WS-MF-TELEFONE
                MOVE SPACE                TO WS-MF-CANAL-SUGERIDO
                MOVE WS-NOSSO-NUMERO      TO WS-MF-REFERENCIA
                MOVE WS-PEND-VALOR        TO WS-VALOR-ED
                MOVE SPACES               TO WS-MF-TEXTO
                STRING 'BOLETO ' WS-NOSSO-NUMERO
                       ' PAGAMENTO ' WS-PEND-ID
                       ' VALOR ' WS-VALOR-ED
                       ' VENCIMENTO ' WS-DATA-VENC-BOLETO
                       DELIMITED BY SIZE
                       INTO WS-MF-TEXTO
                END-STRING
                IF WS-CODIGO-BARRAS NOT = SPACES
                    MOVE 'LINHA'          TO WS-MF-TEXTO(81:5)
                    MOVE WS-LINHA-EDITADA TO WS-MF-TEXTO(87:54)
                END-IF
                CALL 'MSGFILA' USING WS-MSGFILA-PARM
            END-IF
            .
       P400-REGISTRA-EMISSAO.
            MOVE WS-NOSSO-NUMERO     TO WS-REG-NOSSO-NUMERO
            MOVE WS-PEND-ID          TO WS-REG-ID
            MOVE WS-DATA-VENC-BOLETO TO WS-REG-DATA-VENC
            MOVE WS-HOJE             TO WS-REG-DATA-EMISSAO
            MOVE WS-PEND-CLIENTE     TO WS-REG-CLIENTE
            MOVE WS-CODIGO-BARRAS    TO WS-REG-CODIGO-BARRAS
            MOVE WS-LINHA-DIGITAVEL  TO WS-REG-LINHA-DIGITAVEL
            MOVE 'A'                 TO WS-REG-SITUACAO
            MOVE 0                   TO WS-REG-SUBSTITUTO
            WRITE WS-REG-REGISTRO
            .
       P700-GRAVA-CONTROLE.
            DISPLAY 'VALOR EMITIDO      : ' WS-VALOR-EMITIDO
            DISPLAY 'SEM CADASTRO       : ' WS-TOT-SEM-CADASTRO
            DISPLAY 'SEM VENCIMENTO     : ' WS-TOT-SEM-VENCIMENTO
            DISPLAY 'SEM CODIGO BARRAS  : ' WS-TOT-SEM-CODIGO
            DISPLAY 'FILA ELETRONICA    : ' WS-TOT-ELETRONICO
            DISPLAY 'RETIDOS JURIDICO   : ' WS-TOT-JURIDICO
            DISPLAY 'ULTIMO NOSSO-NUMERO: ' WS-NOSSO-NUMERO
            .
       P900-FECHA-ARQUIVOS.
            END-IF
            CLOSE WS-EMI-FILE
            CLOSE WS-REG-FILE
            MOVE 'F' TO WS-MF-FUNCAO
            CALL 'MSGFILA' USING WS-MSGFILA-PARM
            .
       END PROGRAM PAGTOBOLETO.
