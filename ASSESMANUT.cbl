      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASSESMANUT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-ASS-FILE      ASSIGN TO WS-ASS-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS WS-ASS-CODIGO
                                    FILE STATUS WS-ASS-FS.
       DATA DIVISION.
       FILE SECTION.
      * Cadastro das assessorias de cobranca terceirizadas. Cada uma
      * atende uma faixa de saldo (maximo zero = sem teto) e uma
      * filial (brancos = todas), com o percentual de comissao do
      * contrato e os nomes dos arquivos de remessa e de retorno.
       FD  WS-ASS-FILE.
       01 WS-ASS-REGISTRO.
          03 WS-ASS-CODIGO              PIC 9(3).
          03 WS-ASS-NOME                PIC X(30).
          03 WS-ASS-FILIAL              PIC X(3).
          03 WS-ASS-FAIXA-MIN           PIC 9(9)V99.
          03 WS-ASS-FAIXA-MAX           PIC 9(9)V99.
          03 WS-ASS-PCT-COMISSAO        PIC 99V99.
          03 WS-ASS-ARQ-REMESSA         PIC X(40).
          03 WS-ASS-ARQ-RETORNO         PIC X(40).
          03 WS-ASS-SITUACAO            PIC X.

       WORKING-STORAGE SECTION.
       01 WS-ASS-PATH             PIC X(40) VALUE 'ASSESSORIAS.IDX'.
       01 WS-ASS-FS               PIC XX.

       01 WS-CONTINUA-SW          PIC X     VALUE 'Y'.
          88 WS-CONTINUA                    VALUE 'Y'.
       01 WS-OPCAO                PIC X     VALUE SPACE.
          88 WS-OP-CONSULTA                 VALUE 'C'.
          88 WS-OP-INCLUI                   VALUE 'I'.
          88 WS-OP-ALTERA                   VALUE 'A'.
          88 WS-OP-LISTA                    VALUE 'L'.
          88 WS-OP-SAIR                     VALUE 'X'.

       01 WS-CODIGO-INFORMADO     PIC 9(3)  VALUE 0.
       01 WS-ACHOU-SW             PIC X     VALUE 'N'.
          88 WS-ACHOU                       VALUE 'Y'.
       01 WS-FIM-ARQUIVO          PIC X     VALUE 'N'.
          88 WS-FIM                         VALUE 'Y'.
       01 WS-REG-VALIDO-SW        PIC X     VALUE 'Y'.
          88 WS-REG-VALIDO                  VALUE 'Y'.

       01 WS-AREA-ENTRADA.
          03 WS-ENT-NOME                PIC X(30).
          03 WS-ENT-FILIAL              PIC X(3).
          03 WS-ENT-FAIXA-MIN           PIC X(15).
          03 WS-ENT-FAIXA-MAX           PIC X(15).
          03 WS-ENT-PCT                 PIC X(6).
          03 WS-ENT-ARQ-REMESSA         PIC X(40).
          03 WS-ENT-ARQ-RETORNO         PIC X(40).
          03 WS-ENT-SITUACAO            PIC X.

       01 WS-FAIXA-MIN-DIG        PIC 9(9)V99 VALUE 0.
       01 WS-FAIXA-MAX-DIG        PIC 9(9)V99 VALUE 0.
       01 WS-PCT-DIG              PIC 99V99   VALUE 0.
       01 WS-VALOR-ED             PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-PCT-ED               PIC Z9.99.

       01 WS-SIGNON-PARM.
           03 WS-SG-ID             PIC X(8).
           03 WS-SG-SENHA          PIC X(8).
           03 WS-SG-FUNCAO         PIC X.
           03 WS-SG-PERFIL         PIC X.
           03 WS-SG-RC             PIC 99.
              88 WS-SG-SEM-SESSAO          VALUE 4.

       01 WS-AUDIT-PARM.
           03 WS-AU-PROGRAMA       PIC X(12) VALUE 'ASSESMANUT'.
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
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-ASS-PATH
            DISPLAY 'ASSESMANUT - CADASTRO DE ASSESSORIAS DE COBRANCA'
      * Percentual de comissao e faixa de saldo mexem no que se paga
      * a terceiros: so supervisor altera o cadastro.
            MOVE SPACES TO WS-SG-ID
            MOVE 'S' TO WS-SG-FUNCAO
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

            OPEN I-O WS-ASS-FILE
            IF WS-ASS-FS NOT = '00'
                OPEN OUTPUT WS-ASS-FILE
                CLOSE WS-ASS-FILE
                OPEN I-O WS-ASS-FILE
            END-IF
            IF WS-ASS-FS NOT = '00'
                DISPLAY 'CADASTRO DE ASSESSORIAS INDISPONIVEL: '
                        WS-ASS-PATH ' FS: ' WS-ASS-FS
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF

            PERFORM P100-MENU
                    UNTIL NOT WS-CONTINUA

            CLOSE WS-ASS-FILE
            STOP RUN.

       P100-MENU.
            DISPLAY '---------------------------------------------'
            DISPLAY 'C=CONSULTA I=INCLUI A=ALTERA L=LISTA X=SAIR'
            DISPLAY 'OPCAO: '
            ACCEPT WS-OPCAO

            EVALUATE TRUE
                WHEN WS-OP-CONSULTA  PERFORM P200-CONSULTA
                WHEN WS-OP-INCLUI    PERFORM P300-INCLUI
                WHEN WS-OP-ALTERA    PERFORM P400-ALTERA
                WHEN WS-OP-LISTA     PERFORM P500-LISTA
                WHEN WS-OP-SAIR      MOVE 'N' TO WS-CONTINUA-SW
                WHEN OTHER           DISPLAY 'OPCAO INVALIDA.'
            END-EVALUATE
            .
       P150-LE-POR-CODIGO.
            MOVE 'N' TO WS-ACHOU-SW
            MOVE WS-CODIGO-INFORMADO TO WS-ASS-CODIGO
            READ WS-ASS-FILE
                INVALID KEY
                    DISPLAY 'ASSESSORIA NAO ENCONTRADA: '
                            WS-CODIGO-INFORMADO
                NOT INVALID KEY
                    SET WS-ACHOU TO TRUE
            END-READ
            .
       P200-CONSULTA.
            DISPLAY 'CODIGO DA ASSESSORIA: '
            ACCEPT WS-CODIGO-INFORMADO
            PERFORM P150-LE-POR-CODIGO
            IF WS-ACHOU
                PERFORM P250-MOSTRA-ASSESSORIA
            END-IF
            .
       P250-MOSTRA-ASSESSORIA.
            DISPLAY 'CODIGO   : ' WS-ASS-CODIGO
            DISPLAY 'NOME     : ' WS-ASS-NOME
            IF WS-ASS-FILIAL = SPACES
                DISPLAY 'FILIAL   : TODAS'
            ELSE
                DISPLAY 'FILIAL   : ' WS-ASS-FILIAL
            END-IF
            MOVE WS-ASS-FAIXA-MIN TO WS-VALOR-ED
            DISPLAY 'FAIXA DE : ' WS-VALOR-ED
            IF WS-ASS-FAIXA-MAX = 0
                DISPLAY 'FAIXA ATE: SEM TETO'
            ELSE
                MOVE WS-ASS-FAIXA-MAX TO WS-VALOR-ED
                DISPLAY 'FAIXA ATE: ' WS-VALOR-ED
            END-IF
            MOVE WS-ASS-PCT-COMISSAO TO WS-PCT-ED
            DISPLAY 'COMISSAO : ' WS-PCT-ED '%'
            DISPLAY 'REMESSA  : ' WS-ASS-ARQ-REMESSA
            DISPLAY 'RETORNO  : ' WS-ASS-ARQ-RETORNO
            DISPLAY 'SITUACAO : ' WS-ASS-SITUACAO
            .
       P260-ACEITA-DADOS.
            DISPLAY 'NOME                       : '
            ACCEPT WS-ENT-NOME
            DISPLAY 'FILIAL (BRANCO = TODAS)    : '
            ACCEPT WS-ENT-FILIAL
            DISPLAY 'SALDO MINIMO DA FAIXA      : '
            ACCEPT WS-ENT-FAIXA-MIN
            DISPLAY 'SALDO MAXIMO (0 = SEM TETO): '
            ACCEPT WS-ENT-FAIXA-MAX
            DISPLAY 'COMISSAO % (EX. 12.50)     : '
            ACCEPT WS-ENT-PCT
            DISPLAY 'ARQUIVO DE REMESSA         : '
            ACCEPT WS-ENT-ARQ-REMESSA
            DISPLAY 'ARQUIVO DE RETORNO         : '
            ACCEPT WS-ENT-ARQ-RETORNO
            DISPLAY 'SITUACAO (A=ATIVA, I=INATIVA): '
            ACCEPT WS-ENT-SITUACAO
            .
       P270-VALIDA-ENTRADA.
            MOVE 'Y' TO WS-REG-VALIDO-SW
            MOVE 0   TO WS-FAIXA-MIN-DIG
            MOVE 0   TO WS-FAIXA-MAX-DIG
            MOVE 0   TO WS-PCT-DIG
            IF WS-ENT-NOME = SPACES
                DISPLAY 'NOME OBRIGATORIO.'
                MOVE 'N' TO WS-REG-VALIDO-SW
            END-IF
            IF WS-ENT-FILIAL NOT = SPACES
               AND WS-ENT-FILIAL NOT NUMERIC
                DISPLAY 'FILIAL INVALIDA: ' WS-ENT-FILIAL
                MOVE 'N' TO WS-REG-VALIDO-SW
            END-IF
            IF FUNCTION TEST-NUMVAL(WS-ENT-FAIXA-MIN) NOT = 0
                DISPLAY 'SALDO MINIMO INVALIDO: ' WS-ENT-FAIXA-MIN
                MOVE 'N' TO WS-REG-VALIDO-SW
            ELSE
                COMPUTE WS-FAIXA-MIN-DIG =
                        FUNCTION NUMVAL(WS-ENT-FAIXA-MIN)
            END-IF
            IF FUNCTION TEST-NUMVAL(WS-ENT-FAIXA-MAX) NOT = 0
                DISPLAY 'SALDO MAXIMO INVALIDO: ' WS-ENT-FAIXA-MAX
                MOVE 'N' TO WS-REG-VALIDO-SW
            ELSE
                COMPUTE WS-FAIXA-MAX-DIG =
                        FUNCTION NUMVAL(WS-ENT-FAIXA-MAX)
            END-IF
            IF WS-FAIXA-MAX-DIG > 0
               AND WS-FAIXA-MAX-DIG < WS-FAIXA-MIN-DIG
                DISPLAY 'SALDO MAXIMO MENOR QUE O MINIMO.'
                MOVE 'N' TO WS-REG-VALIDO-SW
            END-IF
            IF FUNCTION TEST-NUMVAL(WS-ENT-PCT) NOT = 0
                DISPLAY 'COMISSAO INVALIDA: ' WS-ENT-PCT
                MOVE 'N' TO WS-REG-VALIDO-SW
            ELSE
                IF FUNCTION NUMVAL(WS-ENT-PCT) > 50
                   OR FUNCTION NUMVAL(WS-ENT-PCT) < 0
                    DISPLAY 'COMISSAO FORA DE 0 A 50%: ' WS-ENT-PCT
                    MOVE 'N' TO WS-REG-VALIDO-SW
                ELSE
                    COMPUTE WS-PCT-DIG = FUNCTION NUMVAL(WS-ENT-PCT)
                END-IF
            END-IF
            IF WS-ENT-ARQ-REMESSA = SPACES
               OR WS-ENT-ARQ-RETORNO = SPACES
                DISPLAY 'ARQUIVOS DE REMESSA E RETORNO OBRIGATORIOS.'
                MOVE 'N' TO WS-REG-VALIDO-SW
            END-IF
            IF WS-ENT-ARQ-REMESSA = WS-ENT-ARQ-RETORNO
                DISPLAY 'REMESSA E RETORNO NAO PODEM SER O MESMO '
                        'ARQUIVO.'
                MOVE 'N' TO WS-REG-VALIDO-SW
            END-IF
            IF WS-ENT-SITUACAO NOT = 'A' AND WS-ENT-SITUACAO NOT = 'I'
                DISPLAY 'SITUACAO INVALIDA: ' WS-ENT-SITUACAO
                MOVE 'N' TO WS-REG-VALIDO-SW
            END-IF
            .
       P280-MOVE-DADOS.
            MOVE WS-ENT-NOME        TO WS-ASS-NOME
            MOVE WS-ENT-FILIAL      TO WS-ASS-FILIAL
            MOVE WS-FAIXA-MIN-DIG   TO WS-ASS-FAIXA-MIN
            MOVE WS-FAIXA-MAX-DIG   TO WS-ASS-FAIXA-MAX
            MOVE WS-PCT-DIG         TO WS-ASS-PCT-COMISSAO
            MOVE WS-ENT-ARQ-REMESSA TO WS-ASS-ARQ-REMESSA
            MOVE WS-ENT-ARQ-RETORNO TO WS-ASS-ARQ-RETORNO
            MOVE WS-ENT-SITUACAO    TO WS-ASS-SITUACAO
            .
       P300-INCLUI.
            DISPLAY 'CODIGO DA NOVA ASSESSORIA: '
            ACCEPT WS-CODIGO-INFORMADO
            PERFORM P150-LE-POR-CODIGO
            IF WS-ACHOU
                DISPLAY 'CODIGO JA CADASTRADO: ' WS-CODIGO-INFORMADO
            ELSE
                PERFORM P260-ACEITA-DADOS
                PERFORM P270-VALIDA-ENTRADA
                IF WS-REG-VALIDO
                    MOVE WS-CODIGO-INFORMADO TO WS-ASS-CODIGO
                    PERFORM P280-MOVE-DADOS
                    WRITE WS-ASS-REGISTRO
                        INVALID KEY
                            DISPLAY 'FALHA NA INCLUSAO: '
                                    WS-CODIGO-INFORMADO
                        NOT INVALID KEY
                            DISPLAY 'ASSESSORIA INCLUIDA.'
                            MOVE 'ASSES-INCL' TO WS-AU-EVENTO
                            PERFORM P600-AUDITA
                    END-WRITE
                ELSE
                    DISPLAY 'INCLUSAO REJEITADA PELA VALIDACAO.'
                END-IF
            END-IF
            .
       P400-ALTERA.
            DISPLAY 'CODIGO DA ASSESSORIA A ALTERAR: '
            ACCEPT WS-CODIGO-INFORMADO
            PERFORM P150-LE-POR-CODIGO
            IF WS-ACHOU
                PERFORM P250-MOSTRA-ASSESSORIA
                DISPLAY 'REDIGITE OS DADOS DA ASSESSORIA '
                        WS-ASS-CODIGO
                PERFORM P260-ACEITA-DADOS
                PERFORM P270-VALIDA-ENTRADA
                IF WS-REG-VALIDO
                    PERFORM P280-MOVE-DADOS
                    REWRITE WS-ASS-REGISTRO
                        INVALID KEY
                            DISPLAY 'FALHA NA ALTERACAO: '
                                    WS-CODIGO-INFORMADO
                        NOT INVALID KEY
                            DISPLAY 'ASSESSORIA ALTERADA.'
                            MOVE 'ASSES-ALT' TO WS-AU-EVENTO
                            PERFORM P600-AUDITA
                    END-REWRITE
                ELSE
                    DISPLAY 'ALTERACAO REJEITADA PELA VALIDACAO.'
                END-IF
            END-IF
            .
       P500-LISTA.
            MOVE 'N' TO WS-FIM-ARQUIVO
            MOVE 0   TO WS-ASS-CODIGO
            START WS-ASS-FILE KEY NOT LESS WS-ASS-CODIGO
                INVALID KEY SET WS-FIM TO TRUE
            END-START
            PERFORM P550-LISTA-PROXIMA
                    UNTIL WS-FIM
            .
       P550-LISTA-PROXIMA.
            READ WS-ASS-FILE NEXT RECORD
                AT END SET WS-FIM TO TRUE
                NOT AT END
                    MOVE WS-ASS-PCT-COMISSAO TO WS-PCT-ED
                    DISPLAY WS-ASS-CODIGO ' ' WS-ASS-NOME
                            ' ' WS-ASS-SITUACAO
                            ' FIL ' WS-ASS-FILIAL
                            ' COM ' WS-PCT-ED '%'
            END-READ
            .
       P600-AUDITA.
      * Chave: codigo da assessoria e o percentual gravado.
            MOVE SPACES              TO WS-AU-CHAVE
            MOVE WS-ASS-CODIGO       TO WS-AU-CHAVE(1:3)
            MOVE WS-ASS-PCT-COMISSAO TO WS-PCT-ED
            MOVE WS-PCT-ED           TO WS-AU-CHAVE(5:5)
            MOVE WS-ASS-SITUACAO     TO WS-AU-CHAVE(11:1)
            MOVE 1                   TO WS-AU-CONTADOR
            CALL 'AUDITLOG' USING WS-AUDIT-PARM
            .
       END PROGRAM ASSESMANUT.
