      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. METAMANUT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-MET-FILE      ASSIGN TO WS-MET-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS WS-MET-CHAVE
                                    FILE STATUS WS-MET-FS.
           SELECT WS-FIL-FILE      ASSIGN TO WS-FIL-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS WS-FIL-CODIGO
                                    FILE STATUS WS-FIL-FS.
       DATA DIVISION.
       FILE SECTION.
      * Meta mensal de cobranca da filial: valor arrecadado, valor
      * recuperado de itens em atraso e taxa maxima de rejeicao. Os
      * campos REAL ficam zerados ate o fechamento do mes (METAREL
      * modo F), que congela os numeros e a faixa de bonus.
       FD  WS-MET-FILE.
       01 WS-MET-REGISTRO.
          03 WS-MET-CHAVE.
             05 WS-MET-FILIAL           PIC 9(3).
             05 WS-MET-ANOMES           PIC 9(6).
          03 WS-MET-META-ARRECADADO     PIC 9(9)V99.
          03 WS-MET-META-RECUPERADO     PIC 9(9)V99.
          03 WS-MET-META-PCT-REJEICAO   PIC 9(3)V99.
          03 WS-MET-SITUACAO            PIC X.
             88 WS-MET-ABERTA                     VALUE 'A'.
             88 WS-MET-FECHADA                    VALUE 'F'.
          03 WS-MET-REAL-ARRECADADO     PIC 9(9)V99.
          03 WS-MET-REAL-RECUPERADO     PIC 9(9)V99.
          03 WS-MET-REAL-PCT-REJEICAO   PIC 9(3)V99.
          03 WS-MET-REAL-BAIXADO        PIC 9(9)V99.
          03 WS-MET-PCT-ATINGIMENTO     PIC 9(3)V99.
          03 WS-MET-FAIXA-BONUS         PIC X.
          03 WS-MET-DATA-FECHAMENTO     PIC 9(8).
          03 WS-MET-OPERADOR            PIC X(8).
      * Layout identico ao do FILMANUT
       FD  WS-FIL-FILE.
       01 WS-FIL-REGISTRO.
          03 WS-FIL-CODIGO              PIC 9(3).
          03 WS-FIL-NOME                PIC X(30).
          03 WS-FIL-ARQUIVO             PIC X(40).
          03 WS-FIL-CUTOFF              PIC 9(4).
          03 WS-FIL-CONTA               PIC X(12).
          03 WS-FIL-SITUACAO            PIC X.

       WORKING-STORAGE SECTION.
       01 WS-MET-PATH             PIC X(40) VALUE 'METAS.FILIAL.IDX'.
       01 WS-FIL-PATH             PIC X(40) VALUE 'FILIAIS.IDX'.
       01 WS-MET-FS               PIC XX.
       01 WS-FIL-FS               PIC XX.

       01 WS-CONTINUA-SW          PIC X     VALUE 'Y'.
          88 WS-CONTINUA                    VALUE 'Y'.
       01 WS-OPCAO                PIC X     VALUE SPACE.
          88 WS-OP-CONSULTA                 VALUE 'C'.
          88 WS-OP-INCLUI                   VALUE 'I'.
          88 WS-OP-ALTERA                   VALUE 'A'.
          88 WS-OP-LISTA                    VALUE 'L'.
          88 WS-OP-SAIR                     VALUE 'X'.

       01 WS-FILIAL-INFORMADA     PIC 9(3)  VALUE 0.
       01 WS-ANOMES-INFORMADO     PIC 9(6)  VALUE 0.
       01 WS-ACHOU-SW             PIC X     VALUE 'N'.
          88 WS-ACHOU                       VALUE 'Y'.
       01 WS-FIM-ARQUIVO          PIC X     VALUE 'N'.
          88 WS-FIM                         VALUE 'Y'.
       01 WS-REG-VALIDO-SW        PIC X     VALUE 'Y'.
          88 WS-REG-VALIDO                  VALUE 'Y'.

       01 WS-AREA-ENTRADA.
          03 WS-ENT-ARRECADADO          PIC X(14).
          03 WS-ENT-RECUPERADO          PIC X(14).
          03 WS-ENT-PCT-REJEICAO        PIC X(6).

       01 WS-VALOR-ED             PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-PCT-ED               PIC ZZ9.99.
       01 WS-DATA-HORA-ATUAL      PIC X(21).

       01 WS-SIGNON-PARM.
           03 WS-SG-ID             PIC X(8).
           03 WS-SG-SENHA          PIC X(8).
           03 WS-SG-FUNCAO         PIC X.
           03 WS-SG-PERFIL         PIC X.
           03 WS-SG-RC             PIC 99.
              88 WS-SG-SEM-SESSAO          VALUE 4.

       01 WS-AUDIT-PARM.
           03 WS-AU-PROGRAMA       PIC X(12) VALUE 'METAMANUT'.
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
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-MET-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-FIL-PATH
            DISPLAY 'METAMANUT - METAS DE COBRANCA DAS FILIAIS'
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

            OPEN I-O WS-MET-FILE
            IF WS-MET-FS NOT = '00'
                OPEN OUTPUT WS-MET-FILE
                CLOSE WS-MET-FILE
                OPEN I-O WS-MET-FILE
            END-IF
            IF WS-MET-FS NOT = '00'
                DISPLAY 'CADASTRO DE METAS INDISPONIVEL: '
                        WS-MET-PATH ' FS: ' WS-MET-FS
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN INPUT WS-FIL-FILE
            IF WS-FIL-FS NOT = '00'
                DISPLAY 'CADASTRO DE FILIAIS INDISPONIVEL: '
                        WS-FIL-PATH ' FS: ' WS-FIL-FS
                CLOSE WS-MET-FILE
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF

            PERFORM P100-MENU
                    UNTIL NOT WS-CONTINUA

            CLOSE WS-MET-FILE
            CLOSE WS-FIL-FILE
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
       P140-ACEITA-CHAVE.
            DISPLAY 'CODIGO DA FILIAL: '
            ACCEPT WS-FILIAL-INFORMADA
            DISPLAY 'MES DA META (AAAAMM): '
            ACCEPT WS-ANOMES-INFORMADO
            .
       P150-LE-POR-CHAVE.
            MOVE 'N' TO WS-ACHOU-SW
            MOVE WS-FILIAL-INFORMADA TO WS-MET-FILIAL
            MOVE WS-ANOMES-INFORMADO TO WS-MET-ANOMES
            READ WS-MET-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET WS-ACHOU TO TRUE
            END-READ
            .
       P200-CONSULTA.
            PERFORM P140-ACEITA-CHAVE
            PERFORM P150-LE-POR-CHAVE
            IF WS-ACHOU
                PERFORM P250-MOSTRA-META
            ELSE
                DISPLAY 'META NAO CADASTRADA: ' WS-FILIAL-INFORMADA
                        ' ' WS-ANOMES-INFORMADO
            END-IF
            .
       P250-MOSTRA-META.
            DISPLAY 'FILIAL          : ' WS-MET-FILIAL
            DISPLAY 'MES             : ' WS-MET-ANOMES
            MOVE WS-MET-META-ARRECADADO TO WS-VALOR-ED
            DISPLAY 'META ARRECADADO : ' WS-VALOR-ED
            MOVE WS-MET-META-RECUPERADO TO WS-VALOR-ED
            DISPLAY 'META RECUPERADO : ' WS-VALOR-ED
            MOVE WS-MET-META-PCT-REJEICAO TO WS-PCT-ED
            DISPLAY 'REJEICAO MAXIMA : ' WS-PCT-ED '%'
            IF WS-MET-FECHADA
                DISPLAY 'MES FECHADO EM ' WS-MET-DATA-FECHAMENTO
                        ' POR ' WS-MET-OPERADOR
                MOVE WS-MET-REAL-ARRECADADO TO WS-VALOR-ED
                DISPLAY 'ARRECADADO      : ' WS-VALOR-ED
                MOVE WS-MET-REAL-RECUPERADO TO WS-VALOR-ED
                DISPLAY 'RECUPERADO      : ' WS-VALOR-ED
                MOVE WS-MET-REAL-PCT-REJEICAO TO WS-PCT-ED
                DISPLAY 'REJEICAO        : ' WS-PCT-ED '%'
                MOVE WS-MET-REAL-BAIXADO TO WS-VALOR-ED
                DISPLAY 'BAIXADO         : ' WS-VALOR-ED
                MOVE WS-MET-PCT-ATINGIMENTO TO WS-PCT-ED
                DISPLAY 'ATINGIMENTO     : ' WS-PCT-ED '%'
                        '  FAIXA DE BONUS ' WS-MET-FAIXA-BONUS
            ELSE
                DISPLAY 'MES EM ABERTO'
            END-IF
            .
       P260-ACEITA-DADOS.
            DISPLAY 'META DE VALOR ARRECADADO       : '
            ACCEPT WS-ENT-ARRECADADO
            DISPLAY 'META DE RECUPERACAO DE ATRASADOS: '
            ACCEPT WS-ENT-RECUPERADO
            DISPLAY 'TAXA MAXIMA DE REJEICAO (%)    : '
            ACCEPT WS-ENT-PCT-REJEICAO
            .
       P270-VALIDA-ENTRADA.
            MOVE 'Y' TO WS-REG-VALIDO-SW
            IF FUNCTION TEST-NUMVAL(WS-ENT-ARRECADADO) NOT = 0
                DISPLAY 'META DE ARRECADACAO INVALIDA: '
                        WS-ENT-ARRECADADO
                MOVE 'N' TO WS-REG-VALIDO-SW
            ELSE
                IF FUNCTION NUMVAL(WS-ENT-ARRECADADO) NOT > 0
                    DISPLAY 'META DE ARRECADACAO DEVE SER POSITIVA.'
                    MOVE 'N' TO WS-REG-VALIDO-SW
                END-IF
            END-IF
            IF FUNCTION TEST-NUMVAL(WS-ENT-RECUPERADO) NOT = 0
                DISPLAY 'META DE RECUPERACAO INVALIDA: '
                        WS-ENT-RECUPERADO
                MOVE 'N' TO WS-REG-VALIDO-SW
            ELSE
                IF FUNCTION NUMVAL(WS-ENT-RECUPERADO) < 0
                    DISPLAY 'META DE RECUPERACAO NEGATIVA.'
                    MOVE 'N' TO WS-REG-VALIDO-SW
                END-IF
            END-IF
            IF FUNCTION TEST-NUMVAL(WS-ENT-PCT-REJEICAO) NOT = 0
                DISPLAY 'TAXA DE REJEICAO INVALIDA: '
                        WS-ENT-PCT-REJEICAO
                MOVE 'N' TO WS-REG-VALIDO-SW
            ELSE
                IF FUNCTION NUMVAL(WS-ENT-PCT-REJEICAO) < 0
                   OR FUNCTION NUMVAL(WS-ENT-PCT-REJEICAO) > 100
                    DISPLAY 'TAXA DE REJEICAO FORA DE 0 A 100.'
                    MOVE 'N' TO WS-REG-VALIDO-SW
                END-IF
            END-IF
            .
       P280-VALIDA-CHAVE.
            MOVE 'Y' TO WS-REG-VALIDO-SW
            MOVE WS-FILIAL-INFORMADA TO WS-FIL-CODIGO
            READ WS-FIL-FILE
                INVALID KEY
                    DISPLAY 'FILIAL NAO CADASTRADA: '
                            WS-FILIAL-INFORMADA
                    MOVE 'N' TO WS-REG-VALIDO-SW
            END-READ
            IF WS-ANOMES-INFORMADO(5:2) < '01'
               OR WS-ANOMES-INFORMADO(5:2) > '12'
               OR WS-ANOMES-INFORMADO(1:4) < '2000'
                DISPLAY 'MES INVALIDO: ' WS-ANOMES-INFORMADO
                MOVE 'N' TO WS-REG-VALIDO-SW
            END-IF
            .
       P290-MOVE-DADOS.
            COMPUTE WS-MET-META-ARRECADADO =
                    FUNCTION NUMVAL(WS-ENT-ARRECADADO)
            COMPUTE WS-MET-META-RECUPERADO =
                    FUNCTION NUMVAL(WS-ENT-RECUPERADO)
            COMPUTE WS-MET-META-PCT-REJEICAO =
                    FUNCTION NUMVAL(WS-ENT-PCT-REJEICAO)
            .
       P300-INCLUI.
            PERFORM P140-ACEITA-CHAVE
            PERFORM P280-VALIDA-CHAVE
            IF WS-REG-VALIDO
                PERFORM P150-LE-POR-CHAVE
                IF WS-ACHOU
                    DISPLAY 'META JA CADASTRADA: ' WS-FILIAL-INFORMADA
                            ' ' WS-ANOMES-INFORMADO
                ELSE
                    PERFORM P260-ACEITA-DADOS
                    PERFORM P270-VALIDA-ENTRADA
                    IF WS-REG-VALIDO
                        INITIALIZE WS-MET-REGISTRO
                        MOVE WS-FILIAL-INFORMADA TO WS-MET-FILIAL
                        MOVE WS-ANOMES-INFORMADO TO WS-MET-ANOMES
                        PERFORM P290-MOVE-DADOS
                        MOVE 'A'      TO WS-MET-SITUACAO
                        MOVE SPACE    TO WS-MET-FAIXA-BONUS
                        MOVE WS-SG-ID TO WS-MET-OPERADOR
                        WRITE WS-MET-REGISTRO
                            INVALID KEY
                                DISPLAY 'FALHA NA INCLUSAO: '
                                        WS-FILIAL-INFORMADA
                            NOT INVALID KEY
                                DISPLAY 'META INCLUIDA.'
                                MOVE 'META-INCLUI' TO WS-AU-EVENTO
                                PERFORM P600-AUDITA
                        END-WRITE
                    ELSE
                        DISPLAY 'INCLUSAO REJEITADA PELA VALIDACAO.'
                    END-IF
                END-IF
            END-IF
            .
       P400-ALTERA.
      * Mes fechado nao muda: os numeros congelados e a faixa de
      * bonus ja foram calculados contra esta meta.
            PERFORM P140-ACEITA-CHAVE
            PERFORM P150-LE-POR-CHAVE
            EVALUATE TRUE
                WHEN NOT WS-ACHOU
                    DISPLAY 'META NAO CADASTRADA: ' WS-FILIAL-INFORMADA
                            ' ' WS-ANOMES-INFORMADO
                WHEN WS-MET-FECHADA
                    DISPLAY 'MES JA FECHADO, META NAO PODE MUDAR.'
                WHEN OTHER
                    PERFORM P250-MOSTRA-META
                    DISPLAY 'REDIGITE AS METAS'
                    PERFORM P260-ACEITA-DADOS
                    PERFORM P270-VALIDA-ENTRADA
                    IF WS-REG-VALIDO
                        PERFORM P290-MOVE-DADOS
                        MOVE WS-SG-ID TO WS-MET-OPERADOR
                        REWRITE WS-MET-REGISTRO
                            INVALID KEY
                                DISPLAY 'FALHA NA ALTERACAO: '
                                        WS-FILIAL-INFORMADA
                            NOT INVALID KEY
                                DISPLAY 'META ALTERADA.'
                                MOVE 'META-ALTERA' TO WS-AU-EVENTO
                                PERFORM P600-AUDITA
                        END-REWRITE
                    ELSE
                        DISPLAY 'ALTERACAO REJEITADA PELA VALIDACAO.'
                    END-IF
            END-EVALUATE
            .
       P500-LISTA.
            DISPLAY 'MES A LISTAR (AAAAMM): '
            ACCEPT WS-ANOMES-INFORMADO
            MOVE 'N' TO WS-FIM-ARQUIVO
            MOVE LOW-VALUES TO WS-MET-CHAVE
            START WS-MET-FILE KEY NOT LESS WS-MET-CHAVE
                INVALID KEY SET WS-FIM TO TRUE
            END-START
            PERFORM P550-LISTA-PROXIMA
                    UNTIL WS-FIM
            .
       P550-LISTA-PROXIMA.
            READ WS-MET-FILE NEXT RECORD
                AT END SET WS-FIM TO TRUE
                NOT AT END
                    IF WS-MET-ANOMES = WS-ANOMES-INFORMADO
                        MOVE WS-MET-META-ARRECADADO TO WS-VALOR-ED
                        MOVE WS-MET-META-PCT-REJEICAO TO WS-PCT-ED
                        DISPLAY WS-MET-FILIAL ' ' WS-MET-ANOMES
                                ' ' WS-VALOR-ED ' REJ MAX '
                                WS-PCT-ED '% ' WS-MET-SITUACAO
                                ' ' WS-MET-FAIXA-BONUS
                    END-IF
            END-READ
            .
       P600-AUDITA.
            MOVE SPACES TO WS-AU-CHAVE
            STRING WS-MET-FILIAL ' ' WS-MET-ANOMES
                   DELIMITED BY SIZE
                   INTO WS-AU-CHAVE
            END-STRING
            MOVE 1 TO WS-AU-CONTADOR
            CALL 'AUDITLOG' USING WS-AUDIT-PARM
            .
       END PROGRAM METAMANUT.
