      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOLETOCONF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-REG-FILE      ASSIGN TO WS-REG-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-REG-FS.
       DATA DIVISION.
       FILE SECTION.
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
       01 WS-REG-PATH              PIC X(40) VALUE 'BOLETOS.REGISTRO'.
       01 WS-REG-FS                PIC XX.

       01 WS-CONTINUA-SW           PIC X     VALUE 'Y'.
          88 WS-CONTINUA                     VALUE 'Y'.
       01 WS-FIM-ARQUIVO           PIC X     VALUE 'N'.
          88 WS-FIM                          VALUE 'Y'.
       01 WS-ACHOU-SW              PIC X     VALUE 'N'.
          88 WS-ACHOU                        VALUE 'Y'.

       01 WS-ENT-LINHA             PIC X(54) VALUE SPACES.
      * Campo livre do convenio, no mesmo desenho do PAGTOBOLETO.
       01 WS-CAMPO-LIVRE.
           03 WS-CL-AGENCIA          PIC 9(4).
           03 WS-CL-CARTEIRA         PIC 9(2).
           03 WS-CL-NOSSO-NUMERO     PIC 9(11).
           03 WS-CL-CONTA            PIC 9(7).
           03 FILLER                 PIC 9.
       01 WS-NOSSO-NUMERO          PIC 9(10) VALUE 0.
       01 WS-VALOR-ED              PIC ZZZ,ZZZ,ZZ9.99-.

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

       01 WS-AMBIENTE-PARM.
           03 WS-AMB-FUNCAO        PIC X     VALUE 'R'.
           03 WS-AMB-NOME          PIC X(8)  VALUE SPACES.
           03 WS-AMB-RAIZ          PIC X(40) VALUE SPACES.
           03 WS-AMB-RC            PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-REG-PATH
            DISPLAY 'BOLETOCONF - CONFERENCIA DE LINHA DIGITAVEL'

            PERFORM P100-CONFERE-LINHA
                    UNTIL NOT WS-CONTINUA

            STOP RUN.

       P100-CONFERE-LINHA.
            DISPLAY '---------------------------------------------'
            DISPLAY 'LINHA DIGITAVEL (EM BRANCO ENCERRA): '
            MOVE SPACES TO WS-ENT-LINHA
            ACCEPT WS-ENT-LINHA
            IF WS-ENT-LINHA = SPACES
                MOVE 'N' TO WS-CONTINUA-SW
            ELSE
                MOVE 'V'          TO WS-BC-FUNCAO
                MOVE WS-ENT-LINHA TO WS-BC-LINHA-EDITADA
                CALL 'BOLETOCOD' USING WS-BOLETOCOD-PARM
                EVALUATE WS-BC-RC
                    WHEN 0
                        DISPLAY 'LINHA DIGITAVEL CONFERE.'
                        PERFORM P200-MOSTRA-BOLETO
                    WHEN 4
                        IF WS-BC-CAMPO-ERRO = 4
                            DISPLAY 'DIGITO GERAL NAO CONFERE. PECA '
                                    'AO CLIENTE PARA LER A LINHA TODA '
                                    'DE NOVO.'
                        ELSE
                            DISPLAY 'DIGITO DO CAMPO ' WS-BC-CAMPO-ERRO
                                    ' NAO CONFERE. PECA AO CLIENTE '
                                    'PARA LER ESSE CAMPO DE NOVO.'
                        END-IF
                    WHEN OTHER
                        DISPLAY 'LINHA INVALIDA: SAO 47 DIGITOS.'
                END-EVALUATE
            END-IF
            .
       P200-MOSTRA-BOLETO.
            MOVE WS-BC-VALOR TO WS-VALOR-ED
            DISPLAY 'BANCO     : ' WS-BC-BANCO
            DISPLAY 'VENCIMENTO: ' WS-BC-VENCIMENTO
            DISPLAY 'VALOR     : ' WS-VALOR-ED
            MOVE WS-BC-CAMPO-LIVRE  TO WS-CAMPO-LIVRE
            MOVE WS-CL-NOSSO-NUMERO TO WS-NOSSO-NUMERO
            DISPLAY 'NOSSO NUM.: ' WS-NOSSO-NUMERO

            PERFORM P300-BUSCA-REGISTRO
            IF WS-ACHOU
                MOVE WS-REG-VALOR TO WS-VALOR-ED
                DISPLAY 'PAGAMENTO : ' WS-REG-ID ' ' WS-REG-CLIENTE
                DISPLAY 'EMITIDO EM ' WS-REG-DATA-EMISSAO
                        ' VENCIMENTO ' WS-REG-DATA-VENC
                        ' VALOR ' WS-VALOR-ED
                IF WS-REG-LINHA-DIGITAVEL NOT = WS-BC-LINHA
                    DISPLAY 'ATENCAO: LINHA DIFERENTE DA EMITIDA '
                            'PARA ESTE NOSSO NUMERO.'
                END-IF
      * Boleto substituido por segunda via continua valendo para o
      * pagamento; o valor atualizado esta no substituto.
                IF WS-REG-SUBSTITUIDO
                    DISPLAY 'BOLETO SUBSTITUIDO PELA SEGUNDA VIA '
                            WS-REG-SUBSTITUTO
                            '. PAGAMENTO CONTINUA ACEITO.'
                END-IF
            ELSE
                DISPLAY 'NOSSO NUMERO NAO CONSTA DOS BOLETOS EMITIDOS.'
            END-IF
            .
       P300-BUSCA-REGISTRO.
            MOVE 'N' TO WS-ACHOU-SW
            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN INPUT WS-REG-FILE
            IF WS-REG-FS = '00'
                PERFORM UNTIL WS-FIM OR WS-ACHOU
                    READ WS-REG-FILE
                        AT END SET WS-FIM TO TRUE
                        NOT AT END
                            IF WS-REG-NOSSO-NUMERO = WS-NOSSO-NUMERO
                                SET WS-ACHOU TO TRUE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE WS-REG-FILE
            ELSE
                DISPLAY 'REGISTRO DE BOLETOS INDISPONIVEL: '
                        WS-REG-PATH
            END-IF
            MOVE 'N' TO WS-FIM-ARQUIVO
            .
       END PROGRAM BOLETOCONF.
