      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECLAMANUT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-REC-FILE      ASSIGN TO WS-REC-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS WS-REC-PROTOCOLO
                                    ALTERNATE RECORD KEY IS
                                        WS-REC-COD-CLIENTE
                                        WITH DUPLICATES
                                    FILE STATUS WS-REC-FS.
           SELECT WS-RH-FILE       ASSIGN TO WS-RH-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS WS-RH-CHAVE
                                    FILE STATUS WS-RH-FS.
           SELECT WS-CLI-FILE      ASSIGN TO WS-CLI-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS WS-CLI-CODIGO
                                    FILE STATUS WS-CLI-FS.
           SELECT WS-HIST-FILE     ASSIGN TO WS-HIST-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS WS-HIST-ID
                                    FILE STATUS WS-HIST-FS.
       DATA DIVISION.
       FILE SECTION.
      * Reclamacoes do SAC e da ouvidoria, pelo numero de protocolo.
      * Situacao: A = aberta, T = em tratamento, P = encerrada
      * procedente, I = encerrada improcedente. Instancia: S = SAC,
      * O = ouvidoria. O pagamento e opcional (zero = nenhum).
       FD  WS-REC-FILE.
       01 WS-REC-REGISTRO.
           03 WS-REC-PROTOCOLO       PIC 9(14).
           03 WS-REC-COD-CLIENTE     PIC 9(6).
           03 WS-REC-PAGTO-ID        PIC 9(9).
           03 WS-REC-CANAL           PIC X.
           03 WS-REC-CATEGORIA       PIC X.
           03 WS-REC-INSTANCIA       PIC X.
              88 WS-REC-SAC                    VALUE 'S'.
              88 WS-REC-OUVIDORIA              VALUE 'O'.
           03 WS-REC-DATA-ABERTURA   PIC 9(8).
           03 WS-REC-DATA-PRAZO      PIC 9(8).
           03 WS-REC-PRAZO-UTEIS     PIC 99.
           03 WS-REC-RESPONSAVEL     PIC X(8).
           03 WS-REC-OPERADOR        PIC X(8).
           03 WS-REC-SITUACAO        PIC X.
              88 WS-REC-EM-ABERTO              VALUE 'A' 'T'.
              88 WS-REC-ENCERRADA              VALUE 'P' 'I'.
           03 WS-REC-DATA-ENCERRAMENTO PIC 9(8).
           03 WS-REC-ASSUNTO         PIC X(60).
           03 WS-REC-QTD-HIST        PIC 9(3).
      * Historico da reclamacao: um registro por acao, na ordem.
      * Acao: A abertura, D designacao, N anotacao, E encerramento,
      * O escalada para a ouvidoria.
       FD  WS-RH-FILE.
       01 WS-RH-REGISTRO.
           03 WS-RH-CHAVE.
              05 WS-RH-PROTOCOLO     PIC 9(14).
              05 WS-RH-SEQ           PIC 9(3).
           03 WS-RH-DATA             PIC 9(8).
           03 WS-RH-HORA             PIC 9(6).
           03 WS-RH-OPERADOR         PIC X(8).
           03 WS-RH-ACAO             PIC X.
           03 WS-RH-SITUACAO         PIC X.
           03 WS-RH-RESPONSAVEL      PIC X(8).
           03 WS-RH-TEXTO            PIC X(60).
      * Layout identico ao do CLIMANUT.
       FD  WS-CLI-FILE.
       01 WS-CLI-REGISTRO.
           03 WS-CLI-CODIGO          PIC 9(6).
           03 WS-CLI-NOME            PIC X(30).
           03 WS-CLI-ENDERECO        PIC X(60).
           03 WS-CLI-TELEFONE        PIC X(20).
           03 WS-CLI-EMAIL           PIC X(50).
           03 WS-CLI-ESTADO          PIC X(30).
           03 WS-CLI-CIDADE          PIC X(30).
      * Layout identico ao do PAGTOCONFIRM.
       FD  WS-HIST-FILE.
       01 WS-HIST-REGISTRO.
           03 WS-HIST-ID             PIC 9(9).
           03 WS-HIST-VALOR          PIC S9(9)V99.
           03 WS-HIST-DATA           PIC 9(8).
           03 WS-HIST-CLIENTE        PIC X(30).
           03 WS-HIST-SITUACAO       PIC X.
           03 WS-HIST-COD-CLIENTE    PIC 9(6).

       WORKING-STORAGE SECTION.
       01 WS-REC-PATH             PIC X(40) VALUE 'RECLAMACOES.IDX'.
       01 WS-RH-PATH              PIC X(40) VALUE 'RECLAMACOES.HIST'.
       01 WS-CLI-PATH             PIC X(40) VALUE 'CLIENTES.NOVO.IDX'.
       01 WS-HIST-PATH            PIC X(40)
                            VALUE 'PAGTOCONFIRM.HIST.IDX'.
       01 WS-REC-FS               PIC XX.
       01 WS-RH-FS                PIC XX.
       01 WS-CLI-FS               PIC XX.
       01 WS-HIST-FS              PIC XX.

       01 WS-CONTINUA-SW          PIC X     VALUE 'Y'.
          88 WS-CONTINUA                    VALUE 'Y'.
       01 WS-OPCAO                PIC X     VALUE SPACE.
          88 WS-OP-ABRE                     VALUE 'A'.
          88 WS-OP-CONSULTA                 VALUE 'C'.
          88 WS-OP-CLIENTE                  VALUE 'L'.
          88 WS-OP-DESIGNA                  VALUE 'D'.
          88 WS-OP-ANOTA                    VALUE 'N'.
          88 WS-OP-ENCERRA                  VALUE 'E'.
          88 WS-OP-OUVIDORIA                VALUE 'O'.
          88 WS-OP-SAIR                     VALUE 'X'.

       01 WS-ACHOU-SW             PIC X     VALUE 'N'.
          88 WS-ACHOU                       VALUE 'Y'.
       01 WS-DADOS-SW             PIC X     VALUE 'Y'.
          88 WS-DADOS-OK                    VALUE 'Y'.
       01 WS-GRAVOU-SW            PIC X     VALUE 'N'.
          88 WS-GRAVOU                      VALUE 'Y'.
       01 WS-HIST-SW              PIC X     VALUE 'N'.
          88 WS-HIST-ABERTO                 VALUE 'Y'.
       01 WS-FIM-ARQUIVO          PIC X     VALUE 'N'.
          88 WS-FIM                         VALUE 'Y'.

       01 WS-ENT-PROTOCOLO        PIC 9(14) VALUE 0.
       01 WS-ENT-COD-CLIENTE      PIC 9(6)  VALUE 0.
       01 WS-ENT-ID               PIC 9(9)  VALUE 0.
       01 WS-ENT-CANAL            PIC X     VALUE SPACE.
       01 WS-ENT-CATEGORIA        PIC X     VALUE SPACE.
       01 WS-ENT-INSTANCIA        PIC X     VALUE SPACE.
       01 WS-ENT-DECISAO          PIC X     VALUE SPACE.
       01 WS-ENT-RESPONSAVEL      PIC X(8)  VALUE SPACES.
       01 WS-ENT-TEXTO            PIC X(60) VALUE SPACES.
       01 WS-ENT-OPERADOR         PIC X(8)  VALUE SPACES.
       01 WS-ACAO-HIST            PIC X     VALUE SPACE.

       01 WS-DATA-HORA-ATUAL      PIC X(21).
       01 WS-HOJE                 PIC 9(8)  VALUE 0.
       01 WS-PROTOCOLO            PIC 9(14) VALUE 0.
       01 WS-TOT-LISTADO          PIC 9(5)  VALUE 0.

      * Prazo de resposta em dias uteis, contados do dia seguinte ao
      * da abertura (ou da escalada); parametros do PARMLE.
       01 WS-PRAZO-SAC            PIC 99    VALUE 5.
       01 WS-PRAZO-OUVIDORIA      PIC 99    VALUE 10.
       01 WS-DIAS-PRAZO           PIC 99    VALUE 0.
       01 WS-DIAS-UTEIS           PIC 99    VALUE 0.
       01 WS-INT-CORRENTE         PIC 9(7)  VALUE 0.
       01 WS-DATA-TRABALHO        PIC 9(8)  VALUE 0.
       01 WS-PARM-NUM             PIC 99    VALUE 0.

       01 WS-TAB-CANAIS.
          03 FILLER PIC X(25) VALUE 'TTELEFONE'.
          03 FILLER PIC X(25) VALUE 'EE-MAIL'.
          03 FILLER PIC X(25) VALUE 'CCARTA'.
          03 FILLER PIC X(25) VALUE 'AAGENCIA / BALCAO'.
          03 FILLER PIC X(25) VALUE 'SSITE / APLICATIVO'.
          03 FILLER PIC X(25) VALUE 'RORGAO REGULADOR / PROCON'.
       01 WS-TAB-CANAIS-R REDEFINES WS-TAB-CANAIS.
          03 WS-CAN-ITEM OCCURS 6 TIMES.
             05 WS-CAN-COD           PIC X.
             05 WS-CAN-DESC          PIC X(24).
       01 WS-TAB-CATEGORIAS.
          03 FILLER PIC X(25) VALUE 'AATENDIMENTO'.
          03 FILLER PIC X(25) VALUE 'CCORRESPONDENCIA'.
          03 FILLER PIC X(25) VALUE 'BNEGATIVACAO / BUREAU'.
          03 FILLER PIC X(25) VALUE 'LLGPD / DADOS PESSOAIS'.
          03 FILLER PIC X(25) VALUE 'PPAGAMENTO / COBRANCA'.
          03 FILLER PIC X(25) VALUE 'TTARIFAS E ENCARGOS'.
          03 FILLER PIC X(25) VALUE 'OOUTROS'.
       01 WS-TAB-CATEGORIAS-R REDEFINES WS-TAB-CATEGORIAS.
          03 WS-CAT-ITEM OCCURS 7 TIMES.
             05 WS-CAT-COD           PIC X.
             05 WS-CAT-DESC          PIC X(24).
       01 WS-IX                   PIC 99    VALUE 0.
       01 WS-CANAL-DESC           PIC X(24) VALUE SPACES.
       01 WS-CATEGORIA-DESC       PIC X(24) VALUE SPACES.
       01 WS-SITUACAO-DESC        PIC X(24) VALUE SPACES.
       01 WS-ACAO-DESC            PIC X(12) VALUE SPACES.

       01 WS-PARMLE-PARM.
           03 WS-PL-PROGRAMA       PIC X(12) VALUE 'RECLAMANUT'.
           03 WS-PL-NOME           PIC X(12).
           03 WS-PL-DATA-PROC      PIC 9(8).
           03 WS-PL-VALOR          PIC X(14).
           03 WS-PL-RC             PIC 99.

       01 WS-CALUTIL-PARM.
           03 WS-CA-FUNCAO         PIC X.
           03 WS-CA-RC             PIC 99.
           03 WS-CA-DATA           PIC 9(8).
           03 WS-CA-DIA-UTIL       PIC X.
           03 WS-CA-DATA-UTIL      PIC 9(8).

       01 WS-AUDIT-PARM.
           03 WS-AU-PROGRAMA       PIC X(12) VALUE 'RECLAMANUT'.
           03 WS-AU-EVENTO         PIC X(12).
           03 WS-AU-CHAVE          PIC X(30).
           03 WS-AU-CONTADOR       PIC 9(6).
           03 WS-AU-OPERADOR       PIC X(8)  VALUE SPACES.

       01 WS-SESSAO-PARM.
           03 WS-SS-FUNCAO         PIC X     VALUE 'C'.
           03 WS-SS-OPERADOR       PIC X(8)  VALUE SPACES.
           03 WS-SS-PERFIL         PIC X.
           03 WS-SS-TIMEOUT        PIC 9(3).
           03 WS-SS-RC             PIC 99    VALUE 4.
              88 WS-SS-ATIVA               VALUE 0.

       01 WS-AMBIENTE-PARM.
           03 WS-AMB-FUNCAO        PIC X     VALUE 'R'.
           03 WS-AMB-NOME          PIC X(8)  VALUE SPACES.
           03 WS-AMB-RAIZ          PIC X(40) VALUE SPACES.
           03 WS-AMB-RC            PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-REC-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-RH-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CLI-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-HIST-PATH
            DISPLAY 'RECLAMANUT - RECLAMACOES DO SAC E DA OUVIDORIA'

      * Vindo do menu principal, o operador e o da sessao.
            CALL 'OPERSESSAO' USING WS-SESSAO-PARM
            IF WS-SS-ATIVA
                MOVE WS-SS-OPERADOR TO WS-ENT-OPERADOR
            ELSE
                DISPLAY 'OPERADOR: '
                ACCEPT WS-ENT-OPERADOR
            END-IF
            MOVE WS-ENT-OPERADOR TO WS-AU-OPERADOR

            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
            MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-HOJE

            MOVE WS-HOJE TO WS-PL-DATA-PROC
            MOVE 'PRAZO-SAC' TO WS-PL-NOME
            MOVE WS-PRAZO-SAC TO WS-PARM-NUM
            PERFORM P035-LE-PARAMETRO
            MOVE WS-PARM-NUM TO WS-PRAZO-SAC
            MOVE 'PRAZO-OUVID' TO WS-PL-NOME
            MOVE WS-PRAZO-OUVIDORIA TO WS-PARM-NUM
            PERFORM P035-LE-PARAMETRO
            MOVE WS-PARM-NUM TO WS-PRAZO-OUVIDORIA

            OPEN I-O WS-REC-FILE
            IF WS-REC-FS NOT = '00'
                OPEN OUTPUT WS-REC-FILE
                CLOSE WS-REC-FILE
                OPEN I-O WS-REC-FILE
            END-IF
            IF WS-REC-FS NOT = '00'
                DISPLAY 'ARQUIVO DE RECLAMACOES INDISPONIVEL: '
                        WS-REC-PATH ' FS: ' WS-REC-FS
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF

            OPEN I-O WS-RH-FILE
            IF WS-RH-FS NOT = '00'
                OPEN OUTPUT WS-RH-FILE
                CLOSE WS-RH-FILE
                OPEN I-O WS-RH-FILE
            END-IF
            IF WS-RH-FS NOT = '00'
                DISPLAY 'HISTORICO DE RECLAMACOES INDISPONIVEL: '
                        WS-RH-PATH ' FS: ' WS-RH-FS
                CLOSE WS-REC-FILE
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF

            OPEN INPUT WS-CLI-FILE
            IF WS-CLI-FS NOT = '00'
                DISPLAY 'CADASTRO DE CLIENTES INDISPONIVEL: '
                        WS-CLI-PATH
                CLOSE WS-RH-FILE
                CLOSE WS-REC-FILE
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF

      * Sem o historico de confirmacoes a reclamacao ainda pode ser
      * aberta; so o id do pagamento deixa de ser conferido.
            OPEN INPUT WS-HIST-FILE
            IF WS-HIST-FS = '00'
                SET WS-HIST-ABERTO TO TRUE
            ELSE
                DISPLAY 'AVISO: HISTORICO DE CONFIRMACOES '
                        'INDISPONIVEL; ID DO PAGAMENTO NAO SERA '
                        'CONFERIDO.'
            END-IF

            PERFORM P100-MENU
                    UNTIL NOT WS-CONTINUA

            IF WS-HIST-ABERTO
                CLOSE WS-HIST-FILE
            END-IF
            CLOSE WS-CLI-FILE
            CLOSE WS-RH-FILE
            CLOSE WS-REC-FILE
            STOP RUN.

       P035-LE-PARAMETRO.
      * Sem parametro cadastrado fica o padrao ja em WS-PARM-NUM.
            CALL 'PARMLE' USING WS-PARMLE-PARM
            IF WS-PL-RC = 0
               AND FUNCTION TEST-NUMVAL(WS-PL-VALOR) = 0
                COMPUTE WS-PARM-NUM = FUNCTION NUMVAL(WS-PL-VALOR)
            END-IF
            .
       P100-MENU.
            DISPLAY '---------------------------------------------'
            DISPLAY 'A=ABRE C=CONSULTA L=DO CLIENTE D=DESIGNA N=ANOTA'
            DISPLAY 'E=ENCERRA O=ESCALA PARA OUVIDORIA X=SAIR'
            DISPLAY 'OPCAO: '
            ACCEPT WS-OPCAO

            EVALUATE TRUE
                WHEN WS-OP-ABRE      PERFORM P200-ABRE
                WHEN WS-OP-CONSULTA  PERFORM P300-CONSULTA
                WHEN WS-OP-CLIENTE   PERFORM P350-LISTA-CLIENTE
                WHEN WS-OP-DESIGNA   PERFORM P400-DESIGNA
                WHEN WS-OP-ANOTA     PERFORM P450-ANOTA
                WHEN WS-OP-ENCERRA   PERFORM P500-ENCERRA
                WHEN WS-OP-OUVIDORIA PERFORM P550-ESCALA
                WHEN WS-OP-SAIR      MOVE 'N' TO WS-CONTINUA-SW
                WHEN OTHER           DISPLAY 'OPCAO INVALIDA.'
            END-EVALUATE
            .
       P150-LE-RECLAMACAO.
            MOVE 'N' TO WS-ACHOU-SW
            DISPLAY 'PROTOCOLO: '
            ACCEPT WS-ENT-PROTOCOLO
            MOVE WS-ENT-PROTOCOLO TO WS-REC-PROTOCOLO
            READ WS-REC-FILE
                INVALID KEY
                    DISPLAY 'PROTOCOLO NAO ENCONTRADO: '
                            WS-ENT-PROTOCOLO
                NOT INVALID KEY
                    SET WS-ACHOU TO TRUE
            END-READ
            .
       P160-LE-ABERTA.
            PERFORM P150-LE-RECLAMACAO
            IF WS-ACHOU AND WS-REC-ENCERRADA
                DISPLAY 'RECLAMACAO JA ENCERRADA EM '
                        WS-REC-DATA-ENCERRAMENTO
                MOVE 'N' TO WS-ACHOU-SW
            END-IF
            .
      *-----------------------------------------------------------------
      * Abertura.
      *-----------------------------------------------------------------
       P200-ABRE.
            DISPLAY 'CODIGO DO CLIENTE: '
            ACCEPT WS-ENT-COD-CLIENTE
            MOVE WS-ENT-COD-CLIENTE TO WS-CLI-CODIGO
            READ WS-CLI-FILE
                INVALID KEY
                    DISPLAY 'CLIENTE NAO CADASTRADO: '
                            WS-ENT-COD-CLIENTE
                NOT INVALID KEY
                    DISPLAY 'CLIENTE: ' WS-CLI-NOME
                    PERFORM P210-DADOS-RECLAMACAO
            END-READ
            .
       P210-DADOS-RECLAMACAO.
            SET WS-DADOS-OK TO TRUE
            DISPLAY 'ID DO PAGAMENTO (0 = NENHUM): '
            ACCEPT WS-ENT-ID
            IF WS-ENT-ID > 0 AND WS-HIST-ABERTO
                PERFORM P215-CONFERE-PAGAMENTO
            END-IF

            IF WS-DADOS-OK
                PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 6
                    DISPLAY '  ' WS-CAN-COD(WS-IX) ' = '
                            WS-CAN-DESC(WS-IX)
                END-PERFORM
                DISPLAY 'CANAL: '
                ACCEPT WS-ENT-CANAL
                MOVE WS-ENT-CANAL TO WS-REC-CANAL
                PERFORM P260-DESCREVE-CANAL
                IF NOT WS-ACHOU
                    DISPLAY 'CANAL INVALIDO: ' WS-ENT-CANAL
                    MOVE 'N' TO WS-DADOS-SW
                END-IF
            END-IF

            IF WS-DADOS-OK
                PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 7
                    DISPLAY '  ' WS-CAT-COD(WS-IX) ' = '
                            WS-CAT-DESC(WS-IX)
                END-PERFORM
                DISPLAY 'CATEGORIA: '
                ACCEPT WS-ENT-CATEGORIA
                MOVE WS-ENT-CATEGORIA TO WS-REC-CATEGORIA
                PERFORM P270-DESCREVE-CATEGORIA
                IF NOT WS-ACHOU
                    DISPLAY 'CATEGORIA INVALIDA: ' WS-ENT-CATEGORIA
                    MOVE 'N' TO WS-DADOS-SW
                END-IF
            END-IF

      * O que chega por orgao regulador ja nasce na ouvidoria.
            IF WS-DADOS-OK
                DISPLAY 'INSTANCIA (S=SAC, O=OUVIDORIA; BRANCO = '
                        'PELO CANAL): '
                ACCEPT WS-ENT-INSTANCIA
                IF WS-ENT-INSTANCIA = SPACE
                    IF WS-ENT-CANAL = 'R'
                        MOVE 'O' TO WS-ENT-INSTANCIA
                    ELSE
                        MOVE 'S' TO WS-ENT-INSTANCIA
                    END-IF
                END-IF
                IF WS-ENT-INSTANCIA NOT = 'S'
                   AND WS-ENT-INSTANCIA NOT = 'O'
                    DISPLAY 'INSTANCIA INVALIDA: ' WS-ENT-INSTANCIA
                    MOVE 'N' TO WS-DADOS-SW
                END-IF
            END-IF

            IF WS-DADOS-OK
                DISPLAY 'ASSUNTO: '
                ACCEPT WS-ENT-TEXTO
                IF WS-ENT-TEXTO = SPACES
                    DISPLAY 'ASSUNTO OBRIGATORIO.'
                    MOVE 'N' TO WS-DADOS-SW
                END-IF
            END-IF

            IF WS-DADOS-OK
                PERFORM P230-GRAVA-ABERTURA
            END-IF
            .
       P215-CONFERE-PAGAMENTO.
      * Pagamento ainda nao confirmado pode ser justamente o motivo da
      * reclamacao: so recusa o de outro cliente.
            MOVE WS-ENT-ID TO WS-HIST-ID
            READ WS-HIST-FILE
                INVALID KEY
                    DISPLAY 'AVISO: PAGAMENTO SEM CONFIRMACAO NO '
                            'HISTORICO: ' WS-ENT-ID
                NOT INVALID KEY
                    IF WS-HIST-COD-CLIENTE NOT = WS-ENT-COD-CLIENTE
                        DISPLAY 'PAGAMENTO ' WS-ENT-ID
                                ' E DO CLIENTE ' WS-HIST-COD-CLIENTE
                        MOVE 'N' TO WS-DADOS-SW
                    END-IF
            END-READ
            .
       P230-GRAVA-ABERTURA.
      * Protocolo pela data e hora da abertura, como no LGPDACESSO;
      * duas aberturas no mesmo segundo avancam o numero.
            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
            MOVE WS-DATA-HORA-ATUAL(1:14) TO WS-PROTOCOLO
            INITIALIZE WS-REC-REGISTRO
            MOVE WS-ENT-COD-CLIENTE TO WS-REC-COD-CLIENTE
            MOVE WS-ENT-ID          TO WS-REC-PAGTO-ID
            MOVE WS-ENT-CANAL       TO WS-REC-CANAL
            MOVE WS-ENT-CATEGORIA   TO WS-REC-CATEGORIA
            MOVE WS-ENT-INSTANCIA   TO WS-REC-INSTANCIA
            MOVE WS-HOJE            TO WS-REC-DATA-ABERTURA
            MOVE SPACES             TO WS-REC-RESPONSAVEL
            MOVE WS-ENT-OPERADOR    TO WS-REC-OPERADOR
            MOVE 'A'                TO WS-REC-SITUACAO
            MOVE 0                  TO WS-REC-DATA-ENCERRAMENTO
            MOVE WS-ENT-TEXTO       TO WS-REC-ASSUNTO
            MOVE 0                  TO WS-REC-QTD-HIST
            PERFORM P600-CALCULA-PRAZO
            MOVE 'N' TO WS-GRAVOU-SW
            PERFORM P235-GRAVA-PROTOCOLO
                    UNTIL WS-GRAVOU
            IF WS-DADOS-OK
                MOVE 'A' TO WS-ACAO-HIST
                PERFORM P800-GRAVA-HISTORICO
                DISPLAY 'RECLAMACAO REGISTRADA. PROTOCOLO: '
                        WS-REC-PROTOCOLO
                DISPLAY 'PRAZO DE RESPOSTA: ' WS-REC-DATA-PRAZO
                        ' (' WS-REC-PRAZO-UTEIS ' DIAS UTEIS)'
            END-IF
            .
       P235-GRAVA-PROTOCOLO.
            MOVE WS-PROTOCOLO TO WS-REC-PROTOCOLO
            WRITE WS-REC-REGISTRO
                INVALID KEY
                    IF WS-REC-FS = '22'
                        ADD 1 TO WS-PROTOCOLO
                    ELSE
                        DISPLAY 'ERRO NA GRAVACAO DA RECLAMACAO FS: '
                                WS-REC-FS
                        MOVE 'N' TO WS-DADOS-SW
                        SET WS-GRAVOU TO TRUE
                    END-IF
                NOT INVALID KEY
                    SET WS-GRAVOU TO TRUE
            END-WRITE
            .
       P260-DESCREVE-CANAL.
            MOVE 'N' TO WS-ACHOU-SW
            MOVE SPACES TO WS-CANAL-DESC
            PERFORM VARYING WS-IX FROM 1 BY 1
                    UNTIL WS-IX > 6 OR WS-ACHOU
                IF WS-CAN-COD(WS-IX) = WS-REC-CANAL
                    MOVE WS-CAN-DESC(WS-IX) TO WS-CANAL-DESC
                    SET WS-ACHOU TO TRUE
                END-IF
            END-PERFORM
            .
       P270-DESCREVE-CATEGORIA.
            MOVE 'N' TO WS-ACHOU-SW
            MOVE SPACES TO WS-CATEGORIA-DESC
            PERFORM VARYING WS-IX FROM 1 BY 1
                    UNTIL WS-IX > 7 OR WS-ACHOU
                IF WS-CAT-COD(WS-IX) = WS-REC-CATEGORIA
                    MOVE WS-CAT-DESC(WS-IX) TO WS-CATEGORIA-DESC
                    SET WS-ACHOU TO TRUE
                END-IF
            END-PERFORM
            .
      *-----------------------------------------------------------------
      * Consultas.
      *-----------------------------------------------------------------
       P300-CONSULTA.
            PERFORM P150-LE-RECLAMACAO
            IF WS-ACHOU
                PERFORM P310-MOSTRA-RECLAMACAO
                PERFORM P320-MOSTRA-HISTORICO
            END-IF
            .
       P310-MOSTRA-RECLAMACAO.
            PERFORM P260-DESCREVE-CANAL
            PERFORM P270-DESCREVE-CATEGORIA
            EVALUATE WS-REC-SITUACAO
                WHEN 'A'
                    MOVE 'ABERTA'                TO WS-SITUACAO-DESC
                WHEN 'T'
                    MOVE 'EM TRATAMENTO'         TO WS-SITUACAO-DESC
                WHEN 'P'
                    MOVE 'ENCERRADA PROCEDENTE'  TO WS-SITUACAO-DESC
                WHEN OTHER
                    MOVE 'ENCERRADA IMPROCEDENTE' TO WS-SITUACAO-DESC
            END-EVALUATE
            DISPLAY '---------------------------------------------'
            DISPLAY 'PROTOCOLO  : ' WS-REC-PROTOCOLO
            DISPLAY 'CLIENTE    : ' WS-REC-COD-CLIENTE
                    '  PAGAMENTO: ' WS-REC-PAGTO-ID
            DISPLAY 'CANAL      : ' WS-CANAL-DESC
            DISPLAY 'CATEGORIA  : ' WS-CATEGORIA-DESC
            IF WS-REC-OUVIDORIA
                DISPLAY 'INSTANCIA  : OUVIDORIA'
            ELSE
                DISPLAY 'INSTANCIA  : SAC'
            END-IF
            DISPLAY 'ASSUNTO    : ' WS-REC-ASSUNTO
            DISPLAY 'ABERTA EM  : ' WS-REC-DATA-ABERTURA
                    '  POR ' WS-REC-OPERADOR
            DISPLAY 'PRAZO      : ' WS-REC-DATA-PRAZO
                    ' (' WS-REC-PRAZO-UTEIS ' DIAS UTEIS)'
            DISPLAY 'RESPONSAVEL: ' WS-REC-RESPONSAVEL
            DISPLAY 'SITUACAO   : ' WS-SITUACAO-DESC
            IF WS-REC-ENCERRADA
                DISPLAY 'ENCERRADA EM ' WS-REC-DATA-ENCERRAMENTO
                IF WS-REC-DATA-ENCERRAMENTO > WS-REC-DATA-PRAZO
                    DISPLAY '*** ENCERRADA FORA DO PRAZO ***'
                END-IF
            ELSE
                IF WS-HOJE > WS-REC-DATA-PRAZO
                    DISPLAY '*** PRAZO DE RESPOSTA VENCIDO ***'
                END-IF
            END-IF
            .
       P320-MOSTRA-HISTORICO.
            MOVE 0   TO WS-TOT-LISTADO
            MOVE 'N' TO WS-FIM-ARQUIVO
            MOVE WS-REC-PROTOCOLO TO WS-RH-PROTOCOLO
            MOVE 0                TO WS-RH-SEQ
            START WS-RH-FILE KEY NOT LESS WS-RH-CHAVE
                INVALID KEY SET WS-FIM TO TRUE
            END-START
            PERFORM P325-LISTA-ACAO
                    UNTIL WS-FIM
            IF WS-TOT-LISTADO = 0
                DISPLAY 'NENHUMA ACAO NO HISTORICO.'
            END-IF
            .
       P325-LISTA-ACAO.
            READ WS-RH-FILE NEXT RECORD
                AT END SET WS-FIM TO TRUE
                NOT AT END
                    IF WS-RH-PROTOCOLO NOT = WS-REC-PROTOCOLO
                        SET WS-FIM TO TRUE
                    ELSE
                        ADD 1 TO WS-TOT-LISTADO
                        PERFORM P330-MOSTRA-ACAO
                    END-IF
            END-READ
            .
       P330-MOSTRA-ACAO.
            EVALUATE WS-RH-ACAO
                WHEN 'A'
                    MOVE 'ABERTURA'     TO WS-ACAO-DESC
                WHEN 'D'
                    MOVE 'DESIGNACAO'   TO WS-ACAO-DESC
                WHEN 'N'
                    MOVE 'ANOTACAO'     TO WS-ACAO-DESC
                WHEN 'E'
                    MOVE 'ENCERRAMENTO' TO WS-ACAO-DESC
                WHEN OTHER
                    MOVE 'OUVIDORIA'    TO WS-ACAO-DESC
            END-EVALUATE
            DISPLAY '  ' WS-RH-SEQ ' ' WS-RH-DATA ' ' WS-RH-HORA
                    ' ' WS-ACAO-DESC ' ' WS-RH-OPERADOR
                    ' SIT ' WS-RH-SITUACAO
                    ' RESP ' WS-RH-RESPONSAVEL
            DISPLAY '      ' WS-RH-TEXTO
            .
       P350-LISTA-CLIENTE.
            DISPLAY 'CODIGO DO CLIENTE: '
            ACCEPT WS-ENT-COD-CLIENTE
            MOVE 0   TO WS-TOT-LISTADO
            MOVE 'N' TO WS-FIM-ARQUIVO
            MOVE WS-ENT-COD-CLIENTE TO WS-REC-COD-CLIENTE
            START WS-REC-FILE KEY = WS-REC-COD-CLIENTE
                INVALID KEY SET WS-FIM TO TRUE
            END-START
            PERFORM P355-LISTA-PROTOCOLO
                    UNTIL WS-FIM
            IF WS-TOT-LISTADO = 0
                DISPLAY 'NENHUMA RECLAMACAO DO CLIENTE '
                        WS-ENT-COD-CLIENTE
            END-IF
            .
       P355-LISTA-PROTOCOLO.
            READ WS-REC-FILE NEXT RECORD
                AT END SET WS-FIM TO TRUE
                NOT AT END
                    IF WS-REC-COD-CLIENTE NOT = WS-ENT-COD-CLIENTE
                        SET WS-FIM TO TRUE
                    ELSE
                        ADD 1 TO WS-TOT-LISTADO
                        DISPLAY WS-REC-PROTOCOLO ' '
                                WS-REC-DATA-ABERTURA ' PRAZO '
                                WS-REC-DATA-PRAZO ' SIT '
                                WS-REC-SITUACAO ' '
                                WS-REC-INSTANCIA ' '
                                WS-REC-ASSUNTO(1:30)
                    END-IF
            END-READ
            .
      *-----------------------------------------------------------------
      * Tratamento.
      *-----------------------------------------------------------------
       P400-DESIGNA.
            PERFORM P160-LE-ABERTA
            IF WS-ACHOU
                DISPLAY 'RESPONSAVEL ATUAL: ' WS-REC-RESPONSAVEL
                DISPLAY 'NOVO RESPONSAVEL : '
                ACCEPT WS-ENT-RESPONSAVEL
                IF WS-ENT-RESPONSAVEL = SPACES
                    DISPLAY 'RESPONSAVEL OBRIGATORIO.'
                ELSE
                    MOVE WS-ENT-RESPONSAVEL TO WS-REC-RESPONSAVEL
                    MOVE 'T' TO WS-REC-SITUACAO
                    MOVE SPACES TO WS-ENT-TEXTO
                    STRING 'DESIGNADA PARA ' WS-ENT-RESPONSAVEL
                           DELIMITED BY SIZE INTO WS-ENT-TEXTO
                    END-STRING
                    MOVE 'D' TO WS-ACAO-HIST
                    PERFORM P800-GRAVA-HISTORICO
                    DISPLAY 'RECLAMACAO DESIGNADA PARA '
                            WS-REC-RESPONSAVEL
                END-IF
            END-IF
            .
       P450-ANOTA.
            PERFORM P160-LE-ABERTA
            IF WS-ACHOU
                DISPLAY 'ANDAMENTO: '
                ACCEPT WS-ENT-TEXTO
                IF WS-ENT-TEXTO = SPACES
                    DISPLAY 'TEXTO OBRIGATORIO.'
                ELSE
                    MOVE 'T' TO WS-REC-SITUACAO
                    MOVE 'N' TO WS-ACAO-HIST
                    PERFORM P800-GRAVA-HISTORICO
                    DISPLAY 'ANDAMENTO REGISTRADO.'
                END-IF
            END-IF
            .
       P500-ENCERRA.
            PERFORM P160-LE-ABERTA
            IF WS-ACHOU
                DISPLAY 'DECISAO (P=PROCEDENTE, I=IMPROCEDENTE): '
                ACCEPT WS-ENT-DECISAO
                IF WS-ENT-DECISAO NOT = 'P' AND WS-ENT-DECISAO NOT = 'I'
                    DISPLAY 'DECISAO INVALIDA: ' WS-ENT-DECISAO
                ELSE
                    DISPLAY 'RESPOSTA DADA AO CLIENTE: '
                    ACCEPT WS-ENT-TEXTO
                    IF WS-ENT-TEXTO = SPACES
                        DISPLAY 'RESPOSTA OBRIGATORIA.'
                    ELSE
                        PERFORM P510-GRAVA-ENCERRAMENTO
                    END-IF
                END-IF
            END-IF
            .
       P510-GRAVA-ENCERRAMENTO.
            MOVE WS-ENT-DECISAO TO WS-REC-SITUACAO
            MOVE WS-HOJE        TO WS-REC-DATA-ENCERRAMENTO
            IF WS-REC-RESPONSAVEL = SPACES
                MOVE WS-ENT-OPERADOR TO WS-REC-RESPONSAVEL
            END-IF
            MOVE 'E' TO WS-ACAO-HIST
            PERFORM P800-GRAVA-HISTORICO
            DISPLAY 'RECLAMACAO ENCERRADA.'
            IF WS-HOJE > WS-REC-DATA-PRAZO
                DISPLAY 'ATENCAO: ENCERRADA FORA DO PRAZO ('
                        WS-REC-DATA-PRAZO ').'
            END-IF
            .
       P550-ESCALA.
      * Cliente que nao aceitou a resposta do SAC (ou SAC que nao
      * respondeu) vai para a ouvidoria, com prazo novo a partir de
      * hoje.
            PERFORM P150-LE-RECLAMACAO
            IF WS-ACHOU
                IF WS-REC-OUVIDORIA
                    DISPLAY 'RECLAMACAO JA ESTA NA OUVIDORIA.'
                ELSE
                    DISPLAY 'MOTIVO DA ESCALADA: '
                    ACCEPT WS-ENT-TEXTO
                    IF WS-ENT-TEXTO = SPACES
                        DISPLAY 'MOTIVO OBRIGATORIO.'
                    ELSE
                        MOVE 'O'     TO WS-REC-INSTANCIA
                        MOVE 'A'     TO WS-REC-SITUACAO
                        MOVE 0       TO WS-REC-DATA-ENCERRAMENTO
                        MOVE SPACES  TO WS-REC-RESPONSAVEL
                        PERFORM P600-CALCULA-PRAZO
                        MOVE 'O' TO WS-ACAO-HIST
                        PERFORM P800-GRAVA-HISTORICO
                        DISPLAY 'RECLAMACAO ESCALADA PARA A OUVIDORIA.'
                                ' NOVO PRAZO: ' WS-REC-DATA-PRAZO
                    END-IF
                END-IF
            END-IF
            .
      *-----------------------------------------------------------------
      * Prazo regulatorio em dias uteis pelo CALENDARIO.DAT; dia fora
      * do calendario conta como util, como no NEGATQUITA: o prazo so
      * pode encurtar, nunca estourar.
      *-----------------------------------------------------------------
       P600-CALCULA-PRAZO.
            IF WS-REC-OUVIDORIA
                MOVE WS-PRAZO-OUVIDORIA TO WS-DIAS-PRAZO
            ELSE
                MOVE WS-PRAZO-SAC       TO WS-DIAS-PRAZO
            END-IF
            MOVE 0 TO WS-DIAS-UTEIS
            COMPUTE WS-INT-CORRENTE =
                    FUNCTION INTEGER-OF-DATE(WS-HOJE)
            MOVE WS-HOJE TO WS-DATA-TRABALHO
            PERFORM P610-CONTA-UM-DIA
                    UNTIL WS-DIAS-UTEIS >= WS-DIAS-PRAZO
            MOVE WS-DATA-TRABALHO TO WS-REC-DATA-PRAZO
            MOVE WS-DIAS-PRAZO    TO WS-REC-PRAZO-UTEIS
            .
       P610-CONTA-UM-DIA.
            ADD 1 TO WS-INT-CORRENTE
            COMPUTE WS-DATA-TRABALHO =
                    FUNCTION DATE-OF-INTEGER(WS-INT-CORRENTE)
            MOVE 'C'              TO WS-CA-FUNCAO
            MOVE WS-DATA-TRABALHO TO WS-CA-DATA
            CALL 'CALUTIL' USING WS-CALUTIL-PARM
            IF WS-CA-RC NOT = 0 OR WS-CA-DIA-UTIL = 'S'
                ADD 1 TO WS-DIAS-UTEIS
            END-IF
            .
      *-----------------------------------------------------------------
      * Toda mudanca deixa uma linha no historico antes de regravar a
      * reclamacao, e vai para a trilha de auditoria.
      *-----------------------------------------------------------------
       P800-GRAVA-HISTORICO.
            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
            ADD 1 TO WS-REC-QTD-HIST
            MOVE WS-REC-PROTOCOLO        TO WS-RH-PROTOCOLO
            MOVE WS-REC-QTD-HIST         TO WS-RH-SEQ
            MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-RH-DATA
            MOVE WS-DATA-HORA-ATUAL(9:6) TO WS-RH-HORA
            MOVE WS-ENT-OPERADOR         TO WS-RH-OPERADOR
            MOVE WS-ACAO-HIST            TO WS-RH-ACAO
            MOVE WS-REC-SITUACAO         TO WS-RH-SITUACAO
            MOVE WS-REC-RESPONSAVEL      TO WS-RH-RESPONSAVEL
            MOVE WS-ENT-TEXTO            TO WS-RH-TEXTO
            WRITE WS-RH-REGISTRO
                INVALID KEY
                    DISPLAY 'ERRO NA GRAVACAO DO HISTORICO FS: '
                            WS-RH-FS
            END-WRITE
            REWRITE WS-REC-REGISTRO
            END-REWRITE

            MOVE 'RECLAMACAO'     TO WS-AU-EVENTO
            MOVE SPACES           TO WS-AU-CHAVE
            MOVE WS-REC-PROTOCOLO TO WS-AU-CHAVE(1:14)
            MOVE WS-ACAO-HIST     TO WS-AU-CHAVE(16:1)
            MOVE WS-REC-SITUACAO  TO WS-AU-CHAVE(18:1)
            MOVE WS-REC-QTD-HIST  TO WS-AU-CONTADOR
            CALL 'AUDITLOG' USING WS-AUDIT-PARM
            .
       END PROGRAM RECLAMANUT.
