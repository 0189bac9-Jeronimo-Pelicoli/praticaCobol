      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAIXAGAVETA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-GAV-FILE      ASSIGN TO WS-GAV-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS WS-GAV-CHAVE
                                    FILE STATUS WS-GAV-FS.
           SELECT WS-REC-FILE      ASSIGN TO WS-REC-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-REC-FS.
           SELECT WS-CNT-FILE      ASSIGN TO WS-CNT-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-CNT-FS.
           SELECT WS-ESP-FILE      ASSIGN TO WS-ESP-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-ESP-FS.
       DATA DIVISION.
       FILE SECTION.
      * Uma gaveta por operador e dia: aberta com o fundo de troco,
      * fechada com a contagem e a diferenca contra os recibos.
       FD  WS-GAV-FILE.
       01 WS-GAV-REGISTRO.
           03 WS-GAV-CHAVE.
              05 WS-GAV-DATA         PIC 9(8).
              05 WS-GAV-OPERADOR     PIC X(8).
           03 WS-GAV-FILIAL          PIC X(3).
           03 WS-GAV-SITUACAO        PIC X.
              88 WS-GAV-ABERTA                 VALUE 'A'.
              88 WS-GAV-FECHADA                VALUE 'F'.
           03 WS-GAV-HORA-ABERTURA   PIC 9(6).
           03 WS-GAV-FUNDO           PIC 9(7)V99.
           03 WS-GAV-HORA-FECHAMENTO PIC 9(6).
           03 WS-GAV-QTD-RECIBOS     PIC 9(4).
           03 WS-GAV-VALOR-RECIBOS   PIC S9(9)V99.
           03 WS-GAV-ESPERADO        PIC S9(9)V99.
           03 WS-GAV-CONTADO         PIC 9(9)V99.
           03 WS-GAV-DIFERENCA       PIC S9(9)V99.
           03 WS-GAV-DEPOSITO        PIC S9(9)V99.
           03 WS-GAV-SUPERVISOR      PIC X(8).
           03 WS-GAV-JUSTIFICATIVA   PIC X(40).
       FD  WS-REC-FILE.
       01 WS-REC-REGISTRO.
           03 WS-REC-NUMERO          PIC 9(6).
           03 WS-REC-DATA            PIC X(10).
           03 WS-REC-HORA            PIC X(8).
           03 WS-REC-ID              PIC 9(9).
           03 WS-REC-VALOR           PIC S9(9)V99.
           03 WS-REC-CLIENTE         PIC X(30).
           03 WS-REC-OPERADOR        PIC X(8).
      * Forma do recebimento: C = cheque; D (ou branco, nos recibos
      * antigos) = dinheiro.
           03 WS-REC-FORMA           PIC X.
      * Contagem do fechamento, uma linha por cedula ou moeda.
       FD  WS-CNT-FILE.
       01 WS-CNT-REGISTRO.
           03 WS-CNT-DATA            PIC 9(8).
           03 WS-CNT-OPERADOR        PIC X(8).
           03 WS-CNT-DENOMINACAO     PIC 9(3)V99.
           03 WS-CNT-QTD             PIC 9(5).
           03 WS-CNT-VALOR           PIC 9(9)V99.
      * Credito esperado pelo CONCBANCO: a sobra ou a quebra da
      * gaveta ajusta o deposito do caixa da filial no dia.
       FD  WS-ESP-FILE.
       01 WS-ESP-REGISTRO.
           03 WS-ESP-DATA            PIC 9(8).
           03 WS-ESP-FILIAL          PIC X(3).
           03 WS-ESP-ORIGEM          PIC X(8).
           03 WS-ESP-REFERENCIA      PIC X(32).
           03 WS-ESP-VALOR           PIC S9(9)V99.
           03 WS-ESP-DATA-GERACAO    PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-GAV-PATH              PIC X(40) VALUE 'CAIXA.GAVETAS.IDX'.
       01 WS-REC-PATH              PIC X(40) VALUE 'CAIXA.RECIBOS'.
       01 WS-CNT-PATH              PIC X(40) VALUE 'CAIXA.CONTAGEM'.
       01 WS-ESP-PATH              PIC X(40)
                            VALUE 'CONCILIA.ESPERADOS'.
       01 WS-GAV-FS                PIC XX.
       01 WS-REC-FS                PIC XX.
       01 WS-CNT-FS                PIC XX.
       01 WS-ESP-FS                PIC XX.

       01 WS-FIM-ARQUIVO           PIC X     VALUE 'N'.
          88 WS-FIM                          VALUE 'Y'.
       01 WS-VALIDO-SW             PIC X     VALUE 'N'.
          88 WS-VALIDO                       VALUE 'Y'.
       01 WS-CONFIRMA              PIC X     VALUE SPACE.

       01 WS-DATA-HORA-ATUAL       PIC X(21).
       01 WS-HOJE                  PIC 9(8)  VALUE 0.
       01 WS-AGORA                 PIC 9(6)  VALUE 0.
       01 WS-DATA-ISO-HOJE         PIC X(10) VALUE SPACES.

       01 WS-ENT-FILIAL            PIC X(3)  VALUE SPACES.
       01 WS-ENT-VALOR             PIC X(14) VALUE SPACES.
       01 WS-ENT-QTD               PIC X(5)  VALUE SPACES.
       01 WS-ENT-JUSTIFICATIVA     PIC X(40) VALUE SPACES.
       01 WS-VALOR-DIG             PIC S9(9)V99 VALUE 0.

      * Cedulas e moedas em circulacao, do maior para o menor valor.
       01 WS-TAB-DENOMINACOES-INICIAL.
          03 FILLER PIC X(6) VALUE 'C20000'.
          03 FILLER PIC X(6) VALUE 'C10000'.
          03 FILLER PIC X(6) VALUE 'C05000'.
          03 FILLER PIC X(6) VALUE 'C02000'.
          03 FILLER PIC X(6) VALUE 'C01000'.
          03 FILLER PIC X(6) VALUE 'C00500'.
          03 FILLER PIC X(6) VALUE 'C00200'.
          03 FILLER PIC X(6) VALUE 'M00100'.
          03 FILLER PIC X(6) VALUE 'M00050'.
          03 FILLER PIC X(6) VALUE 'M00025'.
          03 FILLER PIC X(6) VALUE 'M00010'.
          03 FILLER PIC X(6) VALUE 'M00005'.
          03 FILLER PIC X(6) VALUE 'M00001'.
       01 WS-TAB-DENOMINACOES REDEFINES WS-TAB-DENOMINACOES-INICIAL.
          03 WS-DN-ITEM OCCURS 13 TIMES.
             05 WS-DN-TIPO         PIC X.
             05 WS-DN-VALOR        PIC 9(3)V99.
       01 WS-TAB-CONTAGEM.
          03 WS-DC-ITEM OCCURS 13 TIMES.
             05 WS-DC-QTD          PIC 9(5).
             05 WS-DC-VALOR        PIC 9(9)V99.
       01 WS-DN                    PIC 99    VALUE 0.

       01 WS-QTD-RECIBOS           PIC 9(4)      VALUE 0.
       01 WS-VAL-RECIBOS           PIC S9(9)V99  VALUE 0.
       01 WS-QTD-CHEQUES           PIC 9(4)      VALUE 0.
       01 WS-VAL-CHEQUES           PIC S9(9)V99  VALUE 0.
       01 WS-ESPERADO              PIC S9(9)V99  VALUE 0.
       01 WS-CONTADO               PIC 9(9)V99   VALUE 0.
       01 WS-DIFERENCA             PIC S9(9)V99  VALUE 0.
       01 WS-DEPOSITO              PIC S9(9)V99  VALUE 0.
       01 WS-VALOR-ED              PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-DENOM-ED              PIC ZZ9.99.

       01 WS-SIGNON-PARM.
           03 WS-SG-ID             PIC X(8).
           03 WS-SG-SENHA          PIC X(8).
           03 WS-SG-FUNCAO         PIC X.
           03 WS-SG-PERFIL         PIC X.
           03 WS-SG-RC             PIC 99.
              88 WS-SG-SEM-SESSAO          VALUE 4.
       01 WS-OPERADOR              PIC X(8)  VALUE SPACES.

       01 WS-DATEUTIL-PARM.
           03 WS-DT-FUNCAO         PIC X.
           03 WS-DT-RC             PIC 99.
           03 WS-DT-DIA            PIC 99.
           03 WS-DT-MES            PIC 99.
           03 WS-DT-ANO-ENTRADA    PIC 99.
           03 WS-DT-ANO            PIC 9(4).
           03 WS-DT-DELIMITADOR    PIC X.
           03 WS-DT-DATA           PIC X(10).
           03 WS-DT-DATA-ISO       PIC X(10).
           03 WS-DT-TS-DATA        PIC X(10).
           03 WS-DT-TS-HORA        PIC X(8).

       01 WS-AUDIT-PARM.
           03 WS-AU-PROGRAMA       PIC X(12) VALUE 'CAIXAGAVETA'.
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
      * Gaveta do caixa: o operador abre o dia declarando o fundo de
      * troco e fecha contando o dinheiro por cedula e moeda. A
      * contagem e conferida com os recibos que ele emitiu no
      * PAGTOCAIXA; diferenca so fecha com o aval de um supervisor.
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-GAV-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-REC-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CNT-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-ESP-PATH
            DISPLAY 'CAIXAGAVETA - ABERTURA E FECHAMENTO DE CAIXA'
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
            MOVE WS-SG-ID TO WS-OPERADOR
            MOVE WS-SG-ID TO WS-AU-OPERADOR

            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
            MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-HOJE
            MOVE WS-DATA-HORA-ATUAL(9:6) TO WS-AGORA

            OPEN I-O WS-GAV-FILE
            IF WS-GAV-FS NOT = '00'
                OPEN OUTPUT WS-GAV-FILE
                CLOSE WS-GAV-FILE
                OPEN I-O WS-GAV-FILE
            END-IF
            IF WS-GAV-FS NOT = '00'
                DISPLAY 'ARQUIVO DE GAVETAS INDISPONIVEL: '
                        WS-GAV-PATH ' FS: ' WS-GAV-FS
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF

            MOVE WS-HOJE     TO WS-GAV-DATA
            MOVE WS-OPERADOR TO WS-GAV-OPERADOR
            READ WS-GAV-FILE
                INVALID KEY
                    PERFORM P100-ABRE-GAVETA
                NOT INVALID KEY
                    IF WS-GAV-ABERTA
                        PERFORM P200-FECHA-GAVETA
                    ELSE
                        PERFORM P800-MOSTRA-FECHADA
                    END-IF
            END-READ
            CLOSE WS-GAV-FILE

            STOP RUN.

       P100-ABRE-GAVETA.
            DISPLAY 'GAVETA DE HOJE AINDA NAO ABERTA.'
            DISPLAY 'FILIAL DO CAIXA (3 DIGITOS): '
            ACCEPT WS-ENT-FILIAL
            DISPLAY 'FUNDO DE TROCO: '
            ACCEPT WS-ENT-VALOR

            SET WS-VALIDO TO TRUE
            IF WS-ENT-FILIAL IS NOT NUMERIC
                DISPLAY 'FILIAL INVALIDA: ' WS-ENT-FILIAL
                MOVE 'N' TO WS-VALIDO-SW
            END-IF
            MOVE 0 TO WS-VALOR-DIG
            IF FUNCTION TEST-NUMVAL(WS-ENT-VALOR) NOT = 0
                DISPLAY 'FUNDO INVALIDO: ' WS-ENT-VALOR
                MOVE 'N' TO WS-VALIDO-SW
            ELSE
                COMPUTE WS-VALOR-DIG = FUNCTION NUMVAL(WS-ENT-VALOR)
                IF WS-VALOR-DIG < 0
                    DISPLAY 'FUNDO NAO PODE SER NEGATIVO.'
                    MOVE 'N' TO WS-VALIDO-SW
                END-IF
            END-IF

            IF NOT WS-VALIDO
                DISPLAY 'GAVETA NAO ABERTA.'
                MOVE 4 TO RETURN-CODE
            ELSE
                MOVE WS-HOJE        TO WS-GAV-DATA
                MOVE WS-OPERADOR    TO WS-GAV-OPERADOR
                MOVE WS-ENT-FILIAL  TO WS-GAV-FILIAL
                MOVE 'A'            TO WS-GAV-SITUACAO
                MOVE WS-AGORA       TO WS-GAV-HORA-ABERTURA
                MOVE WS-VALOR-DIG   TO WS-GAV-FUNDO
                MOVE 0              TO WS-GAV-HORA-FECHAMENTO
                                       WS-GAV-QTD-RECIBOS
                                       WS-GAV-VALOR-RECIBOS
                                       WS-GAV-ESPERADO
                                       WS-GAV-CONTADO
                                       WS-GAV-DIFERENCA
                                       WS-GAV-DEPOSITO
                MOVE SPACES         TO WS-GAV-SUPERVISOR
                                       WS-GAV-JUSTIFICATIVA
                WRITE WS-GAV-REGISTRO
                    INVALID KEY
                        DISPLAY 'GAVETA NAO GRAVADA. FS: ' WS-GAV-FS
                        MOVE 12 TO RETURN-CODE
                    NOT INVALID KEY
                        MOVE WS-VALOR-DIG TO WS-VALOR-ED
                        DISPLAY 'GAVETA ABERTA NA FILIAL '
                                WS-ENT-FILIAL ' COM FUNDO DE '
                                WS-VALOR-ED
                        MOVE 'CAIXA-ABRE'  TO WS-AU-EVENTO
                        MOVE SPACES        TO WS-AU-CHAVE
                        MOVE WS-HOJE       TO WS-AU-CHAVE(1:8)
                        MOVE WS-ENT-FILIAL TO WS-AU-CHAVE(10:3)
                        MOVE WS-VALOR-ED   TO WS-AU-CHAVE(14:15)
                        MOVE 0             TO WS-AU-CONTADOR
                        CALL 'AUDITLOG' USING WS-AUDIT-PARM
                END-WRITE
            END-IF
            .
       P200-FECHA-GAVETA.
            MOVE WS-GAV-FUNDO TO WS-VALOR-ED
            DISPLAY 'GAVETA ABERTA AS ' WS-GAV-HORA-ABERTURA
                    ' NA FILIAL ' WS-GAV-FILIAL ' - FUNDO ' WS-VALOR-ED
            DISPLAY 'FECHAR A GAVETA AGORA (S/N)? '
            ACCEPT WS-CONFIRMA
            IF WS-CONFIRMA NOT = 'S'
                DISPLAY 'GAVETA CONTINUA ABERTA.'
            ELSE
                PERFORM P300-SOMA-RECIBOS
                PERFORM P400-CONTA-DINHEIRO
                COMPUTE WS-ESPERADO = WS-GAV-FUNDO + WS-VAL-RECIBOS
                COMPUTE WS-DIFERENCA = WS-CONTADO - WS-ESPERADO
                COMPUTE WS-DEPOSITO = WS-CONTADO - WS-GAV-FUNDO
                PERFORM P500-MOSTRA-CONFERENCIA
                SET WS-VALIDO TO TRUE
                IF WS-DIFERENCA NOT = 0
                    PERFORM P600-AVAL-SUPERVISOR
                END-IF
                IF WS-VALIDO
                    PERFORM P700-GRAVA-FECHAMENTO
                ELSE
                    DISPLAY 'FECHAMENTO NAO REALIZADO. GAVETA '
                            'CONTINUA ABERTA.'
                    MOVE 8 TO RETURN-CODE
                END-IF
            END-IF
            .
       P300-SOMA-RECIBOS.
      * Recibos do operador com a data de hoje, no formato ISO que o
      * PAGTOCAIXA grava. Cheque nao entra na gaveta: vai para o
      * deposito como cheque e so compensa depois.
            MOVE 'I' TO WS-DT-FUNCAO
            MOVE WS-HOJE(7:2) TO WS-DT-DIA
            MOVE WS-HOJE(5:2) TO WS-DT-MES
            MOVE WS-HOJE(1:4) TO WS-DT-ANO
            CALL 'DATEUTIL' USING WS-DATEUTIL-PARM
            MOVE WS-DT-DATA-ISO TO WS-DATA-ISO-HOJE

            MOVE 0   TO WS-QTD-RECIBOS
            MOVE 0   TO WS-VAL-RECIBOS
            MOVE 0   TO WS-QTD-CHEQUES
            MOVE 0   TO WS-VAL-CHEQUES
            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN INPUT WS-REC-FILE
            IF WS-REC-FS = '00'
                PERFORM UNTIL WS-FIM
                    READ WS-REC-FILE
                        AT END SET WS-FIM TO TRUE
                        NOT AT END
                            IF WS-REC-DATA = WS-DATA-ISO-HOJE
                               AND WS-REC-OPERADOR = WS-OPERADOR
                                IF WS-REC-FORMA = 'C'
                                    ADD 1            TO WS-QTD-CHEQUES
                                    ADD WS-REC-VALOR TO WS-VAL-CHEQUES
                                ELSE
                                    ADD 1            TO WS-QTD-RECIBOS
                                    ADD WS-REC-VALOR TO WS-VAL-RECIBOS
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE WS-REC-FILE
            END-IF
            .
       P400-CONTA-DINHEIRO.
            DISPLAY 'CONTAGEM DA GAVETA (QUANTIDADE DE CADA CEDULA E '
                    'MOEDA, FUNDO INCLUIDO):'
            MOVE 0 TO WS-CONTADO
            PERFORM VARYING WS-DN FROM 1 BY 1 UNTIL WS-DN > 13
                PERFORM P410-ACEITA-QUANTIDADE
                COMPUTE WS-DC-VALOR(WS-DN) =
                        WS-DC-QTD(WS-DN) * WS-DN-VALOR(WS-DN)
                ADD WS-DC-VALOR(WS-DN) TO WS-CONTADO
            END-PERFORM
            .
       P410-ACEITA-QUANTIDADE.
            MOVE 'N' TO WS-VALIDO-SW
            PERFORM UNTIL WS-VALIDO
                MOVE WS-DN-VALOR(WS-DN) TO WS-DENOM-ED
                IF WS-DN-TIPO(WS-DN) = 'C'
                    DISPLAY '  CEDULAS DE ' WS-DENOM-ED ': '
                ELSE
                    DISPLAY '  MOEDAS DE  ' WS-DENOM-ED ': '
                END-IF
                MOVE SPACES TO WS-ENT-QTD
                ACCEPT WS-ENT-QTD
                IF WS-ENT-QTD = SPACES
                    MOVE 0 TO WS-DC-QTD(WS-DN)
                    SET WS-VALIDO TO TRUE
                ELSE
                    IF FUNCTION TEST-NUMVAL(WS-ENT-QTD) = 0
                        COMPUTE WS-DC-QTD(WS-DN) =
                                FUNCTION NUMVAL(WS-ENT-QTD)
                        SET WS-VALIDO TO TRUE
                    ELSE
                        DISPLAY '  QUANTIDADE INVALIDA: ' WS-ENT-QTD
                    END-IF
                END-IF
            END-PERFORM
            .
       P500-MOSTRA-CONFERENCIA.
            DISPLAY '----- CONFERENCIA DA GAVETA -----'
            MOVE WS-GAV-FUNDO   TO WS-VALOR-ED
            DISPLAY 'FUNDO DE TROCO     : ' WS-VALOR-ED
            MOVE WS-VAL-RECIBOS TO WS-VALOR-ED
            DISPLAY 'RECIBOS EMITIDOS   : ' WS-QTD-RECIBOS ' - '
                    WS-VALOR-ED
            IF WS-QTD-CHEQUES > 0
                MOVE WS-VAL-CHEQUES TO WS-VALOR-ED
                DISPLAY 'CHEQUES A DEPOSITAR: ' WS-QTD-CHEQUES ' - '
                        WS-VALOR-ED
            END-IF
            MOVE WS-ESPERADO    TO WS-VALOR-ED
            DISPLAY 'ESPERADO NA GAVETA : ' WS-VALOR-ED
            MOVE WS-CONTADO     TO WS-VALOR-ED
            DISPLAY 'CONTADO            : ' WS-VALOR-ED
            MOVE WS-DIFERENCA   TO WS-VALOR-ED
            EVALUATE TRUE
                WHEN WS-DIFERENCA > 0
                    DISPLAY 'SOBRA DE CAIXA     : ' WS-VALOR-ED
                WHEN WS-DIFERENCA < 0
                    DISPLAY 'QUEBRA DE CAIXA    : ' WS-VALOR-ED
                WHEN OTHER
                    DISPLAY 'GAVETA CONFERE.'
            END-EVALUATE
            MOVE WS-DEPOSITO    TO WS-VALOR-ED
            DISPLAY 'DEPOSITO DA FILIAL : ' WS-VALOR-ED
            .
       P600-AVAL-SUPERVISOR.
      * Sobra ou quebra so e registrada com o aval de um supervisor
      * presente, que nao pode ser o proprio operador do caixa.
            DISPLAY 'DIFERENCA NA GAVETA EXIGE AVAL DO SUPERVISOR.'
            DISPLAY 'SUPERVISOR: '
            ACCEPT WS-SG-ID
            DISPLAY 'SENHA     : '
            ACCEPT WS-SG-SENHA
            MOVE 'S' TO WS-SG-FUNCAO
      * Aval so com supervisor identificado: em branco o
      * OPERSIGNON assumiria o operador da sessao do menu.
            IF WS-SG-ID = SPACES
                MOVE 12 TO WS-SG-RC
            ELSE
                CALL 'OPERSIGNON' USING WS-SIGNON-PARM
            END-IF
            EVALUATE TRUE
                WHEN WS-SG-RC NOT = 0
                    DISPLAY 'AVAL RECUSADO (RC ' WS-SG-RC ').'
                    MOVE 'N' TO WS-VALIDO-SW
                WHEN WS-SG-ID = WS-OPERADOR
                    DISPLAY 'O OPERADOR DO CAIXA NAO AVALIZA A PROPRIA '
                            'GAVETA.'
                    MOVE 'N' TO WS-VALIDO-SW
                WHEN OTHER
                    DISPLAY 'JUSTIFICATIVA: '
                    ACCEPT WS-ENT-JUSTIFICATIVA
                    IF WS-ENT-JUSTIFICATIVA = SPACES
                        DISPLAY 'JUSTIFICATIVA OBRIGATORIA.'
                        MOVE 'N' TO WS-VALIDO-SW
                    END-IF
            END-EVALUATE
            .
       P700-GRAVA-FECHAMENTO.
            MOVE 'F'            TO WS-GAV-SITUACAO
            MOVE WS-AGORA       TO WS-GAV-HORA-FECHAMENTO
            MOVE WS-QTD-RECIBOS TO WS-GAV-QTD-RECIBOS
            MOVE WS-VAL-RECIBOS TO WS-GAV-VALOR-RECIBOS
            MOVE WS-ESPERADO    TO WS-GAV-ESPERADO
            MOVE WS-CONTADO     TO WS-GAV-CONTADO
            MOVE WS-DIFERENCA   TO WS-GAV-DIFERENCA
            MOVE WS-DEPOSITO    TO WS-GAV-DEPOSITO
            IF WS-DIFERENCA NOT = 0
                MOVE WS-SG-ID             TO WS-GAV-SUPERVISOR
                MOVE WS-ENT-JUSTIFICATIVA TO WS-GAV-JUSTIFICATIVA
            END-IF
            REWRITE WS-GAV-REGISTRO
                INVALID KEY
                    DISPLAY 'FECHAMENTO NAO GRAVADO. FS: ' WS-GAV-FS
                    MOVE 12 TO RETURN-CODE
                NOT INVALID KEY
                    PERFORM P710-GRAVA-CONTAGEM
                    IF WS-DIFERENCA NOT = 0
                        PERFORM P720-AJUSTA-ESPERADO
                    END-IF
                    PERFORM P730-AUDITA-FECHAMENTO
                    DISPLAY 'GAVETA FECHADA.'
            END-REWRITE
            .
       P710-GRAVA-CONTAGEM.
            OPEN EXTEND WS-CNT-FILE
            IF WS-CNT-FS NOT = '00'
                OPEN OUTPUT WS-CNT-FILE
            END-IF
            PERFORM VARYING WS-DN FROM 1 BY 1 UNTIL WS-DN > 13
                IF WS-DC-QTD(WS-DN) > 0
                    MOVE WS-HOJE            TO WS-CNT-DATA
                    MOVE WS-OPERADOR        TO WS-CNT-OPERADOR
                    MOVE WS-DN-VALOR(WS-DN) TO WS-CNT-DENOMINACAO
                    MOVE WS-DC-QTD(WS-DN)   TO WS-CNT-QTD
                    MOVE WS-DC-VALOR(WS-DN) TO WS-CNT-VALOR
                    WRITE WS-CNT-REGISTRO
                END-IF
            END-PERFORM
            CLOSE WS-CNT-FILE
            .
       P720-AJUSTA-ESPERADO.
      * Os recibos ja entraram um a um no esperado da filial; a
      * diferenca completa o deposito que de fato vai ao banco.
            OPEN EXTEND WS-ESP-FILE
            IF WS-ESP-FS NOT = '00'
                OPEN OUTPUT WS-ESP-FILE
            END-IF
            MOVE WS-HOJE         TO WS-ESP-DATA
            MOVE WS-GAV-FILIAL   TO WS-ESP-FILIAL
            MOVE 'CAIXA'         TO WS-ESP-ORIGEM
            MOVE SPACES          TO WS-ESP-REFERENCIA
            STRING 'GAVETA ' WS-OPERADOR DELIMITED BY SIZE
                   INTO WS-ESP-REFERENCIA
            MOVE WS-DIFERENCA    TO WS-ESP-VALOR
            MOVE WS-HOJE         TO WS-ESP-DATA-GERACAO
            WRITE WS-ESP-REGISTRO
            CLOSE WS-ESP-FILE
            .
       P730-AUDITA-FECHAMENTO.
            MOVE 'CAIXA-FECHA'  TO WS-AU-EVENTO
            IF WS-DIFERENCA < 0
                MOVE 'CAIXA-QUEBRA' TO WS-AU-EVENTO
            END-IF
            IF WS-DIFERENCA > 0
                MOVE 'CAIXA-SOBRA'  TO WS-AU-EVENTO
            END-IF
            MOVE SPACES         TO WS-AU-CHAVE
            MOVE WS-HOJE        TO WS-AU-CHAVE(1:8)
            MOVE WS-GAV-FILIAL  TO WS-AU-CHAVE(10:3)
            MOVE WS-DIFERENCA   TO WS-VALOR-ED
            MOVE WS-VALOR-ED    TO WS-AU-CHAVE(14:15)
            MOVE WS-QTD-RECIBOS TO WS-AU-CONTADOR
            CALL 'AUDITLOG' USING WS-AUDIT-PARM
            .
       P800-MOSTRA-FECHADA.
            DISPLAY 'GAVETA DE HOJE JA FECHADA AS '
                    WS-GAV-HORA-FECHAMENTO '.'
            MOVE WS-GAV-CONTADO   TO WS-VALOR-ED
            DISPLAY 'CONTADO            : ' WS-VALOR-ED
            MOVE WS-GAV-DIFERENCA TO WS-VALOR-ED
            DISPLAY 'DIFERENCA          : ' WS-VALOR-ED
            MOVE WS-GAV-DEPOSITO  TO WS-VALOR-ED
            DISPLAY 'DEPOSITO DA FILIAL : ' WS-VALOR-ED
            IF WS-GAV-SUPERVISOR NOT = SPACES
                DISPLAY 'AVAL               : ' WS-GAV-SUPERVISOR
            END-IF
            .
       END PROGRAM CAIXAGAVETA.
