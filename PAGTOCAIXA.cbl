           SELECT WS-REC-FILE      ASSIGN TO WS-REC-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-REC-FS.
           SELECT WS-ESP-FILE      ASSIGN TO WS-ESP-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-ESP-FS.
           SELECT WS-GAV-FILE      ASSIGN TO WS-GAV-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS WS-GAV-CHAVE
                                    FILE STATUS WS-GAV-FS.
           SELECT WS-CHQ-FILE      ASSIGN TO WS-CHQ-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS WS-CHQ-CHAVE
                                    ALTERNATE RECORD KEY IS
                                        WS-CHQ-COD-CLIENTE
                                        WITH DUPLICATES
                                    FILE STATUS WS-CHQ-FS.
       DATA DIVISION.
       FILE SECTION.
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
       FD  WS-PNOVO-FILE.
       01 WS-PNOVO-REGISTRO          PIC X(71).
       FD  WS-CONF-FILE.
       01 WS-CONF-REGISTRO.
           03 WS-CONF-ID             PIC 9(9).
           03 WS-CONF-VALOR          PIC S9(9)V99.
           03 WS-CONF-PAGTO          PIC X.
           03 WS-CONF-MOTIVO         PIC 99.
           03 WS-CONF-CLIENTE        PIC X(30).
           03 WS-CONF-COD-CLIENTE    PIC 9(6).
       FD  WS-HIST-FILE.
       01 WS-HIST-REGISTRO.
           03 WS-HIST-ID             PIC 9(9).
           03 WS-HIST-VALOR          PIC S9(9)V99.
           03 WS-HIST-DATA           PIC 9(8).
           03 WS-HIST-CLIENTE        PIC X(30).
           03 WS-HIST-SITUACAO       PIC X.
           03 WS-HIST-COD-CLIENTE    PIC 9(6).
       FD  WS-CTL-FILE.
       01 WS-CTL-REGISTRO.
           03 WS-CTL-ULT-RECIBO      PIC 9(6).
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
      * Credito que a tesouraria espera ver no extrato da filial:
      * o dinheiro da gaveta vai para a conta da filial do caixa.
       FD  WS-ESP-FILE.
       01 WS-ESP-REGISTRO.
           03 WS-ESP-DATA            PIC 9(8).
           03 WS-ESP-FILIAL          PIC X(3).
           03 WS-ESP-ORIGEM          PIC X(8).
           03 WS-ESP-REFERENCIA      PIC X(32).
           03 WS-ESP-VALOR           PIC S9(9)V99.
           03 WS-ESP-DATA-GERACAO    PIC 9(8).
      * Gaveta do operador, aberta no CAIXAGAVETA; sem gaveta aberta
      * no dia o balcao nao recebe.
       FD  WS-GAV-FILE.
       01 WS-GAV-REGISTRO.
           03 WS-GAV-CHAVE.
              05 WS-GAV-DATA         PIC 9(8).
              05 WS-GAV-OPERADOR     PIC X(8).
           03 WS-GAV-FILIAL          PIC X(3).
           03 WS-GAV-SITUACAO        PIC X.
              88 WS-GAV-ABERTA                 VALUE 'A'.
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
      * Cheques recebidos no balcao. O pagamento fica provisorio ate a
      * compensacao: o PAGTOCHEQUE confirma na data prevista ou, com
      * a devolucao do banco, devolve a imagem do pendente a fila.
      * Situacao: P = em compensacao, R = reapresentado (alinea 11),
      * C = compensado, D = devolvido.
       FD  WS-CHQ-FILE.
       01 WS-CHQ-REGISTRO.
           03 WS-CHQ-CHAVE.
              05 WS-CHQ-BANCO        PIC 9(3).
              05 WS-CHQ-AGENCIA      PIC 9(4).
              05 WS-CHQ-CONTA        PIC 9(12).
              05 WS-CHQ-NUMERO       PIC 9(6).
           03 WS-CHQ-ID              PIC 9(9).
           03 WS-CHQ-COD-CLIENTE     PIC 9(6).
           03 WS-CHQ-VALOR           PIC S9(9)V99.
           03 WS-CHQ-DATA-RECEBIMENTO PIC 9(8).
           03 WS-CHQ-DATA-COMPENSACAO PIC 9(8).
           03 WS-CHQ-SITUACAO        PIC X.
              88 WS-CHQ-PROVISORIO             VALUE 'P'.
              88 WS-CHQ-REAPRESENTADO          VALUE 'R'.
              88 WS-CHQ-COMPENSADO             VALUE 'C'.
              88 WS-CHQ-DEVOLVIDO              VALUE 'D'.
           03 WS-CHQ-ALINEA          PIC 99.
           03 WS-CHQ-DATA-DEVOLUCAO  PIC 9(8).
           03 WS-CHQ-CONTA-BLOQUEIO  PIC X.
           03 WS-CHQ-RECIBO          PIC 9(6).
           03 WS-CHQ-OPERADOR        PIC X(8).
           03 WS-CHQ-FILIAL-CAIXA    PIC X(3).
           03 WS-CHQ-PENDENTE        PIC X(71).

       WORKING-STORAGE SECTION.
       01 WS-PEND-PATH             PIC X(40)
                            VALUE 'PAGTOCONFIRM.HIST.IDX'.
       01 WS-CTL-PATH              PIC X(40) VALUE 'CAIXA.CONTROLE'.
       01 WS-REC-PATH              PIC X(40) VALUE 'CAIXA.RECIBOS'.
       01 WS-ESP-PATH              PIC X(40)
                            VALUE 'CONCILIA.ESPERADOS'.
       01 WS-PEND-FS               PIC XX.
       01 WS-PNOVO-FS              PIC XX.
       01 WS-CONF-FS               PIC XX.
       01 WS-HIST-FS               PIC XX.
       01 WS-CTL-FS                PIC XX.
       01 WS-REC-FS                PIC XX.
       01 WS-ESP-FS                PIC XX.
       01 WS-GAV-PATH              PIC X(40) VALUE 'CAIXA.GAVETAS.IDX'.
       01 WS-GAV-FS                PIC XX.
       01 WS-CHQ-PATH              PIC X(40) VALUE 'CAIXA.CHEQUES.IDX'.
       01 WS-CHQ-FS                PIC XX.
       01 WS-FILIAL-GAVETA         PIC X(3)  VALUE SPACES.
       01 WS-GAVETA-SW             PIC X     VALUE 'N'.
          88 WS-GAVETA-ABERTA                VALUE 'Y'.

       01 WS-CONTINUA-SW           PIC X     VALUE 'Y'.
          88 WS-CONTINUA                     VALUE 'Y'.
       01 WS-ACHOU-SW              PIC X     VALUE 'N'.
          88 WS-ACHOU                        VALUE 'Y'.

       01 WS-FORMA-SW              PIC X     VALUE 'D'.
          88 WS-FORMA-DINHEIRO               VALUE 'D'.
          88 WS-FORMA-CHEQUE                 VALUE 'C'.
       01 WS-FORMA-VALIDA-SW       PIC X     VALUE 'N'.
          88 WS-FORMA-VALIDA                 VALUE 'Y'.
       01 WS-CHQ-ABERTO-SW         PIC X     VALUE 'N'.
          88 WS-CHQ-ABERTO                   VALUE 'Y'.
       01 WS-CHQ-BLOQUEADO-SW      PIC X     VALUE 'N'.
          88 WS-CHQ-BLOQUEADO                VALUE 'Y'.
       01 WS-FIM-CHEQUES-SW        PIC X     VALUE 'N'.
          88 WS-FIM-CHEQUES                  VALUE 'Y'.

      * Dados do cheque digitados pelo operador, no formato da chave
      * do cadastro de cheques.
       01 WS-ENT-FORMA             PIC X     VALUE SPACE.
       01 WS-ENT-BANCO             PIC X(5)  VALUE SPACES.
       01 WS-ENT-AGENCIA           PIC X(6)  VALUE SPACES.
       01 WS-ENT-CONTA             PIC X(14) VALUE SPACES.
       01 WS-ENT-NUMERO            PIC X(8)  VALUE SPACES.
       01 WS-ENT-DATA              PIC X(8)  VALUE SPACES.
       01 WS-ENT-NUM               PIC 9(13) VALUE 0.
       01 WS-CHQ-CAPTURADO.
           03 WS-CE-BANCO          PIC 9(3).
           03 WS-CE-AGENCIA        PIC 9(4).
           03 WS-CE-CONTA          PIC 9(12).
           03 WS-CE-NUMERO         PIC 9(6).
       01 WS-CE-DATA-COMPENSACAO   PIC 9(8)  VALUE 0.
       01 WS-PEND-IMAGEM           PIC X(71) VALUE SPACES.

      * Parametros do PAGTOCAIXA no PARAMETROS.DAT: prazo da
      * compensacao em dias (CHQ-PRAZO), e o bloqueio do cheque para
      * o cliente com CHQ-DEV-MAX devolucoes nos ultimos CHQ-DEV-DIAS
      * dias (CHQ-DEV-MAX zero desliga o bloqueio).
       01 WS-CHQ-PRAZO             PIC 9(2)  VALUE 1.
       01 WS-CHQ-DEV-MAX           PIC 9(3)  VALUE 2.
       01 WS-CHQ-DEV-DIAS          PIC 9(4)  VALUE 365.
       01 WS-INICIO-JANELA-CHQ     PIC 9(8)  VALUE 0.
       01 WS-QTD-DEVOLVIDOS        PIC 9(3)  VALUE 0.

       01 WS-ID-INFORMADO          PIC 9(9)  VALUE 0.
       01 WS-ENT-OPERADOR          PIC X(8)  VALUE SPACES.
       01 WS-ULT-RECIBO            PIC 9(6)  VALUE 0.
       01 WS-ID-RECEBIDO           PIC 9(9)  VALUE 0.
       01 WS-VALOR-RECEBIDO        PIC S9(9)V99 VALUE 0.
       01 WS-CLIENTE-RECEBIDO      PIC X(30) VALUE SPACES.
       01 WS-COD-CLIENTE-RECEBIDO  PIC 9(6)  VALUE 0.
       01 WS-FILIAL-RECEBIDO       PIC X(3)  VALUE SPACES.
       01 WS-VALOR-ED              PIC ZZZ,ZZZ,ZZ9.99-.

       01 WS-DATA-HORA-ATUAL       PIC X(21).
       01 WS-HOJE                  PIC 9(8)  VALUE 0.
       01 WS-VAL-RECEBIDO          PIC S9(11)V99 VALUE 0.
       01 WS-QTD-RECIBOS-DIA       PIC 9(4)      VALUE 0.
       01 WS-VAL-RECIBOS-DIA       PIC S9(11)V99 VALUE 0.
       01 WS-TOT-CHEQUES           PIC 9(4)      VALUE 0.
       01 WS-VAL-CHEQUES           PIC S9(11)V99 VALUE 0.
       01 WS-QTD-CHEQUES-DIA       PIC 9(4)      VALUE 0.
       01 WS-VAL-CHEQUES-DIA       PIC S9(11)V99 VALUE 0.

       01 WS-DATEUTIL-PARM.
           03 WS-DT-FUNCAO         PIC X.
           03 WS-DT-TS-DATA        PIC X(10).
           03 WS-DT-TS-HORA        PIC X(8).

       01 WS-PARMLE-PARM.
           03 WS-PL-PROGRAMA       PIC X(12) VALUE 'PAGTOCAIXA'.
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

       01 WS-VER-QTD                 PIC 9(6)      VALUE 0.
       01 WS-VER-HASH                PIC S9(11)V99 VALUE 0.

           03 WS-AC-HASH           PIC S9(11)V99.
           03 WS-AC-RC             PIC 99.

       01 WS-CONTRATO-PARM.
           03 WS-CT-FUNCAO         PIC X.
           03 WS-CT-ID             PIC 9(9).
           03 WS-CT-VALOR          PIC S9(9)V99.
           03 WS-CT-DATA           PIC 9(8).
           03 WS-CT-CONTRATO       PIC X(8).
           03 WS-CT-PARCELA        PIC 99.
           03 WS-CT-RC             PIC 99.

       01 WS-CONTACOR-PARM.
           03 WS-CC-FUNCAO         PIC X.
           03 WS-CC-COD-CLIENTE    PIC 9(6).
           03 WS-CC-EVENTO         PIC XX.
           03 WS-CC-VALOR          PIC S9(9)V99.
           03 WS-CC-DATA           PIC 9(8).
           03 WS-CC-ID             PIC 9(9).
           03 WS-CC-HISTORICO      PIC X(30).
           03 WS-CC-PROGRAMA       PIC X(12) VALUE 'PAGTOCAIXA'.
           03 WS-CC-SALDO          PIC S9(11)V99.
           03 WS-CC-RC             PIC 99.

      * Quitacao de debito negativado no bureau (prazo de exclusao).
       01 WS-NEGATQUITA-PARM.
           03 WS-NQ-ID             PIC 9(9).
           03 WS-NQ-DATA           PIC 9(8).
           03 WS-NQ-PROGRAMA       PIC X(12) VALUE 'PAGTOCAIXA'.
           03 WS-NQ-PRAZO          PIC 9(8).
           03 WS-NQ-RC             PIC 99.

       01 WS-AUDIT-PARM.
           03 WS-AU-PROGRAMA       PIC X(12) VALUE 'PAGTOCAIXA'.
           03 WS-AU-EVENTO         PIC X(12).
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
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-PEND-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-PNOVO-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CONF-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-HIST-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CTL-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-REC-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-ESP-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-GAV-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CHQ-PATH
            DISPLAY 'PAGTOCAIXA - RECEBIMENTO NO BALCAO'

      * Vindo do menu principal, o operador e o da sessao.
            CALL 'OPERSESSAO' USING WS-SESSAO-PARM

            IF WS-SS-ATIVA
                MOVE WS-SS-OPERADOR TO WS-AU-OPERADOR
            END-IF

            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
            MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-HOJE

            PERFORM P050-CARREGA-CONTROLE
            PERFORM P060-CARREGA-PARAMETROS

            PERFORM P100-MENU
                    UNTIL NOT WS-CONTINUA
                CLOSE WS-CTL-FILE
            END-IF
            .
       P060-CARREGA-PARAMETROS.
            MOVE WS-HOJE       TO WS-PL-DATA-PROC
            MOVE 'CHQ-PRAZO'   TO WS-PL-NOME
            CALL 'PARMLE' USING WS-PARMLE-PARM
            IF WS-PL-RC = 0 AND FUNCTION TEST-NUMVAL(WS-PL-VALOR) = 0
                COMPUTE WS-CHQ-PRAZO = FUNCTION NUMVAL(WS-PL-VALOR)
            END-IF
            MOVE 'CHQ-DEV-MAX' TO WS-PL-NOME
            CALL 'PARMLE' USING WS-PARMLE-PARM
            IF WS-PL-RC = 0 AND FUNCTION TEST-NUMVAL(WS-PL-VALOR) = 0
                COMPUTE WS-CHQ-DEV-MAX = FUNCTION NUMVAL(WS-PL-VALOR)
            END-IF
            MOVE 'CHQ-DEV-DIAS' TO WS-PL-NOME
            CALL 'PARMLE' USING WS-PARMLE-PARM
            IF WS-PL-RC = 0 AND FUNCTION TEST-NUMVAL(WS-PL-VALOR) = 0
                COMPUTE WS-CHQ-DEV-DIAS = FUNCTION NUMVAL(WS-PL-VALOR)
            END-IF
            COMPUTE WS-INICIO-JANELA-CHQ = FUNCTION DATE-OF-INTEGER
                    (FUNCTION INTEGER-OF-DATE(WS-HOJE)
                     - WS-CHQ-DEV-DIAS)
            .
       P100-MENU.
            DISPLAY '---------------------------------------------'
            DISPLAY 'R=RECEBE F=FECHAMENTO DO CAIXA X=SAIR'
       P200-RECEBE.
            DISPLAY 'ID DO PAGAMENTO: '
            ACCEPT WS-ID-INFORMADO
            IF WS-SS-ATIVA
                MOVE WS-SS-OPERADOR TO WS-ENT-OPERADOR
            ELSE
                DISPLAY 'OPERADOR DO CAIXA: '
                ACCEPT WS-ENT-OPERADOR
            END-IF

            PERFORM P210-CONFERE-GAVETA
            IF WS-GAVETA-ABERTA
                PERFORM P230-FORMA-PAGAMENTO
                IF WS-FORMA-VALIDA
                    PERFORM P220-LOCALIZA-PENDENTE
                END-IF
                IF WS-CHQ-ABERTO
                    CLOSE WS-CHQ-FILE
                    MOVE 'N' TO WS-CHQ-ABERTO-SW
                END-IF
            END-IF
            .
       P210-CONFERE-GAVETA.
      * Recibo sem gaveta aberta nao teria como ser conferido no
      * fechamento do caixa.
            MOVE 'N' TO WS-GAVETA-SW
            OPEN INPUT WS-GAV-FILE
            IF WS-GAV-FS = '00'
                MOVE WS-HOJE         TO WS-GAV-DATA
                MOVE WS-ENT-OPERADOR TO WS-GAV-OPERADOR
                READ WS-GAV-FILE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        IF WS-GAV-ABERTA
                            SET WS-GAVETA-ABERTA TO TRUE
                            MOVE WS-GAV-FILIAL TO WS-FILIAL-GAVETA
                        END-IF
                END-READ
                CLOSE WS-GAV-FILE
            END-IF
            IF NOT WS-GAVETA-ABERTA
                DISPLAY 'OPERADOR ' WS-ENT-OPERADOR ' SEM GAVETA '
                        'ABERTA HOJE. ABRA A GAVETA NO CAIXAGAVETA.'
            END-IF
            .
       P220-LOCALIZA-PENDENTE.
      * Localiza e ja remove o pendente numa passada so: o arquivo e
      * reescrito sem o item recebido (esquema do P950 do
      * PAGTOCONFIRM); se o id nao estiver la, nada muda.
                IF WS-ACHOU
                    CALL 'CBL_RENAME_FILE' USING WS-PNOVO-PATH
                                                 WS-PEND-PATH
                    IF WS-FORMA-CHEQUE
                        PERFORM P500-REGISTRA-CHEQUE
                    ELSE
                        PERFORM P300-CONFIRMA-RECEBIMENTO
                    END-IF
                ELSE
                    CALL 'CBL_DELETE_FILE' USING WS-PNOVO-PATH
                    IF WS-CHQ-BLOQUEADO
                        DISPLAY 'CLIENTE ' WS-COD-CLIENTE-RECEBIDO
                                ' COM ' WS-QTD-DEVOLVIDOS
                                ' CHEQUES DEVOLVIDOS NOS ULTIMOS '
                                WS-CHQ-DEV-DIAS ' DIAS: BLOQUEADO '
                                'PARA CHEQUE. RECEBA EM DINHEIRO.'
                        MOVE 'CHEQUE-BLOQ'   TO WS-AU-EVENTO
                        MOVE SPACES          TO WS-AU-CHAVE
                        MOVE WS-ID-INFORMADO TO WS-AU-CHAVE(1:9)
                        MOVE WS-COD-CLIENTE-RECEBIDO
                                             TO WS-AU-CHAVE(11:6)
                        MOVE WS-QTD-DEVOLVIDOS TO WS-AU-CONTADOR
                        CALL 'AUDITLOG' USING WS-AUDIT-PARM
                    ELSE
                        DISPLAY 'PAGAMENTO NAO ESTA PENDENTE: '
                                WS-ID-INFORMADO
                    END-IF
                END-IF
            END-IF
            .
            END-READ
            .
       P260-FILTRA-PENDENTE.
      * Cliente bloqueado para cheque: o pendente fica na fila.
            IF WS-PEND-ID = WS-ID-INFORMADO AND NOT WS-ACHOU
               AND WS-FORMA-CHEQUE AND NOT WS-CHQ-BLOQUEADO
                PERFORM P270-VERIFICA-BLOQUEIO
            END-IF
            IF WS-PEND-ID = WS-ID-INFORMADO AND NOT WS-ACHOU
               AND NOT WS-CHQ-BLOQUEADO
                SET WS-ACHOU TO TRUE
                MOVE WS-PEND-REGISTRO TO WS-PEND-IMAGEM
                MOVE WS-PEND-ID      TO WS-ID-RECEBIDO
                MOVE WS-PEND-VALOR   TO WS-VALOR-RECEBIDO
                MOVE WS-PEND-CLIENTE TO WS-CLIENTE-RECEBIDO
                MOVE WS-PEND-COD-CLIENTE TO WS-COD-CLIENTE-RECEBIDO
                MOVE WS-PEND-FILIAL  TO WS-FILIAL-RECEBIDO
            ELSE
                WRITE WS-PNOVO-REGISTRO FROM WS-PEND-REGISTRO
            END-IF
            PERFORM P250-LE-PENDENTE
            .
       P230-FORMA-PAGAMENTO.
      * Dinheiro confirma na hora; cheque fica provisorio ate a
      * compensacao.
            MOVE 'N' TO WS-FORMA-VALIDA-SW
            MOVE 'N' TO WS-CHQ-BLOQUEADO-SW
            DISPLAY 'FORMA (D=DINHEIRO, C=CHEQUE): '
            MOVE SPACE TO WS-ENT-FORMA
            ACCEPT WS-ENT-FORMA
            MOVE FUNCTION UPPER-CASE(WS-ENT-FORMA) TO WS-ENT-FORMA
            EVALUATE WS-ENT-FORMA
                WHEN 'D'
                WHEN SPACE
                    SET WS-FORMA-DINHEIRO TO TRUE
                    SET WS-FORMA-VALIDA   TO TRUE
                WHEN 'C'
                    SET WS-FORMA-CHEQUE   TO TRUE
                    PERFORM P240-CAPTURA-CHEQUE
                WHEN OTHER
                    DISPLAY 'FORMA INVALIDA.'
            END-EVALUATE
            .
       P240-CAPTURA-CHEQUE.
            SET WS-FORMA-VALIDA TO TRUE
            DISPLAY 'BANCO (3 DIGITOS): '
            MOVE SPACES TO WS-ENT-BANCO
            ACCEPT WS-ENT-BANCO
            IF FUNCTION TEST-NUMVAL(WS-ENT-BANCO) = 0
                COMPUTE WS-ENT-NUM = FUNCTION NUMVAL(WS-ENT-BANCO)
            END-IF
            IF FUNCTION TEST-NUMVAL(WS-ENT-BANCO) NOT = 0
               OR WS-ENT-NUM = 0 OR WS-ENT-NUM > 999
                DISPLAY 'BANCO INVALIDO: ' WS-ENT-BANCO
                MOVE 'N' TO WS-FORMA-VALIDA-SW
            ELSE
                MOVE WS-ENT-NUM TO WS-CE-BANCO
            END-IF

            IF WS-FORMA-VALIDA
                DISPLAY 'AGENCIA (4 DIGITOS, SEM DV): '
                MOVE SPACES TO WS-ENT-AGENCIA
                ACCEPT WS-ENT-AGENCIA
                IF FUNCTION TEST-NUMVAL(WS-ENT-AGENCIA) = 0
                    COMPUTE WS-ENT-NUM = FUNCTION NUMVAL(WS-ENT-AGENCIA)
                END-IF
                IF FUNCTION TEST-NUMVAL(WS-ENT-AGENCIA) NOT = 0
                   OR WS-ENT-NUM > 9999
                    DISPLAY 'AGENCIA INVALIDA: ' WS-ENT-AGENCIA
                    MOVE 'N' TO WS-FORMA-VALIDA-SW
                ELSE
                    MOVE WS-ENT-NUM TO WS-CE-AGENCIA
                END-IF
            END-IF

            IF WS-FORMA-VALIDA
                DISPLAY 'CONTA (SO DIGITOS, COM O DV): '
                MOVE SPACES TO WS-ENT-CONTA
                ACCEPT WS-ENT-CONTA
                IF FUNCTION TEST-NUMVAL(WS-ENT-CONTA) = 0
                    COMPUTE WS-ENT-NUM = FUNCTION NUMVAL(WS-ENT-CONTA)
                END-IF
                IF FUNCTION TEST-NUMVAL(WS-ENT-CONTA) NOT = 0
                   OR WS-ENT-NUM = 0 OR WS-ENT-NUM > 999999999999
                    DISPLAY 'CONTA INVALIDA: ' WS-ENT-CONTA
                    MOVE 'N' TO WS-FORMA-VALIDA-SW
                ELSE
                    MOVE WS-ENT-NUM TO WS-CE-CONTA
                END-IF
            END-IF

            IF WS-FORMA-VALIDA
                DISPLAY 'NUMERO DO CHEQUE (6 DIGITOS): '
                MOVE SPACES TO WS-ENT-NUMERO
                ACCEPT WS-ENT-NUMERO
                IF FUNCTION TEST-NUMVAL(WS-ENT-NUMERO) = 0
                    COMPUTE WS-ENT-NUM = FUNCTION NUMVAL(WS-ENT-NUMERO)
                END-IF
                IF FUNCTION TEST-NUMVAL(WS-ENT-NUMERO) NOT = 0
                   OR WS-ENT-NUM = 0 OR WS-ENT-NUM > 999999
                    DISPLAY 'NUMERO DO CHEQUE INVALIDO: '
                            WS-ENT-NUMERO
                    MOVE 'N' TO WS-FORMA-VALIDA-SW
                ELSE
                    MOVE WS-ENT-NUM TO WS-CE-NUMERO
                END-IF
            END-IF

            IF WS-FORMA-VALIDA
                PERFORM P245-DATA-COMPENSACAO
            END-IF
            IF WS-FORMA-VALIDA
                PERFORM P248-ABRE-CHEQUES
            END-IF
            .
       P245-DATA-COMPENSACAO.
      * Compensacao prevista no prazo do parametro, ajustada para dia
      * util pelo CALUTIL; o operador pode informar data posterior.
            COMPUTE WS-CE-DATA-COMPENSACAO = FUNCTION DATE-OF-INTEGER
                    (FUNCTION INTEGER-OF-DATE(WS-HOJE) + WS-CHQ-PRAZO)
            MOVE 'P'                    TO WS-CA-FUNCAO
            MOVE WS-CE-DATA-COMPENSACAO TO WS-CA-DATA
            CALL 'CALUTIL' USING WS-CALUTIL-PARM
            IF WS-CA-RC = 0
                MOVE WS-CA-DATA-UTIL TO WS-CE-DATA-COMPENSACAO
            END-IF

            DISPLAY 'COMPENSACAO PREVISTA (AAAAMMDD, BRANCO = '
                    WS-CE-DATA-COMPENSACAO '): '
            MOVE SPACES TO WS-ENT-DATA
            ACCEPT WS-ENT-DATA
            EVALUATE TRUE
                WHEN WS-ENT-DATA = SPACES
                    CONTINUE
                WHEN WS-ENT-DATA IS NOT NUMERIC
                    DISPLAY 'DATA INVALIDA.'
                    MOVE 'N' TO WS-FORMA-VALIDA-SW
                WHEN FUNCTION TEST-DATE-YYYYMMDD
                         (FUNCTION NUMVAL(WS-ENT-DATA)) NOT = 0
                    DISPLAY 'DATA INVALIDA.'
                    MOVE 'N' TO WS-FORMA-VALIDA-SW
                WHEN WS-ENT-DATA < WS-CE-DATA-COMPENSACAO
                    DISPLAY 'COMPENSACAO NAO PODE SER ANTES DE '
                            WS-CE-DATA-COMPENSACAO '.'
                    MOVE 'N' TO WS-FORMA-VALIDA-SW
                WHEN OTHER
                    MOVE WS-ENT-DATA TO WS-CE-DATA-COMPENSACAO
            END-EVALUATE
            .
       P248-ABRE-CHEQUES.
      * O mesmo cheque nao paga dois pagamentos.
            OPEN I-O WS-CHQ-FILE
            IF WS-CHQ-FS NOT = '00'
                OPEN OUTPUT WS-CHQ-FILE
                CLOSE WS-CHQ-FILE
                OPEN I-O WS-CHQ-FILE
            END-IF
            IF WS-CHQ-FS NOT = '00'
                DISPLAY 'CADASTRO DE CHEQUES INDISPONIVEL: '
                        WS-CHQ-PATH ' FS: ' WS-CHQ-FS
                MOVE 'N' TO WS-FORMA-VALIDA-SW
            ELSE
                SET WS-CHQ-ABERTO TO TRUE
                MOVE WS-CHQ-CAPTURADO TO WS-CHQ-CHAVE
                READ WS-CHQ-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        DISPLAY 'CHEQUE JA REGISTRADO PARA O '
                                'PAGAMENTO ' WS-CHQ-ID
                        MOVE 'N' TO WS-FORMA-VALIDA-SW
                END-READ
            END-IF
            .
       P270-VERIFICA-BLOQUEIO.
      * Devolucoes que contam para o bloqueio (marcadas pelo
      * PAGTOCHEQUE conforme a alinea) dentro da janela. Item antigo
      * sem codigo de cliente nao tem como ser conferido.
            MOVE 0 TO WS-QTD-DEVOLVIDOS
            MOVE WS-PEND-COD-CLIENTE TO WS-COD-CLIENTE-RECEBIDO
            IF WS-PEND-COD-CLIENTE > 0 AND WS-CHQ-DEV-MAX > 0
                MOVE 'N' TO WS-FIM-CHEQUES-SW
                MOVE WS-PEND-COD-CLIENTE TO WS-CHQ-COD-CLIENTE
                START WS-CHQ-FILE KEY IS = WS-CHQ-COD-CLIENTE
                    INVALID KEY
                        SET WS-FIM-CHEQUES TO TRUE
                END-START
                PERFORM P275-CONTA-DEVOLUCAO
                        UNTIL WS-FIM-CHEQUES
                IF WS-QTD-DEVOLVIDOS >= WS-CHQ-DEV-MAX
                    SET WS-CHQ-BLOQUEADO TO TRUE
                END-IF
            END-IF
            .
       P275-CONTA-DEVOLUCAO.
            READ WS-CHQ-FILE NEXT RECORD
                AT END
                    SET WS-FIM-CHEQUES TO TRUE
                NOT AT END
                    IF WS-CHQ-COD-CLIENTE NOT = WS-PEND-COD-CLIENTE
                        SET WS-FIM-CHEQUES TO TRUE
                    ELSE
                        IF WS-CHQ-DEVOLVIDO
                           AND WS-CHQ-CONTA-BLOQUEIO = 'S'
                           AND WS-CHQ-DATA-DEVOLUCAO
                               >= WS-INICIO-JANELA-CHQ
                            ADD 1 TO WS-QTD-DEVOLVIDOS
                        END-IF
                    END-IF
            END-READ
            .
       P300-CONFIRMA-RECEBIMENTO.
      * O recebimento em especie confirma na hora: entra nos
      * confirmados do dia e no historico, entao a proxima remessa
            MOVE 'C'                 TO WS-CONF-PAGTO
            MOVE 0                   TO WS-CONF-MOTIVO
            MOVE WS-CLIENTE-RECEBIDO TO WS-CONF-CLIENTE
            MOVE WS-COD-CLIENTE-RECEBIDO TO WS-CONF-COD-CLIENTE
            WRITE WS-CONF-REGISTRO
            CLOSE WS-CONF-FILE

                MOVE WS-VALOR-RECEBIDO   TO WS-HIST-VALOR
                MOVE WS-HOJE             TO WS-HIST-DATA
                MOVE WS-CLIENTE-RECEBIDO TO WS-HIST-CLIENTE
                MOVE WS-COD-CLIENTE-RECEBIDO TO WS-HIST-COD-CLIENTE
                MOVE 'C'                 TO WS-HIST-SITUACAO
                WRITE WS-HIST-REGISTRO
                    INVALID KEY
                CLOSE WS-HIST-FILE
            END-IF

            PERFORM P350-ATUALIZA-CONTRATO
            PERFORM P370-LANCA-CONTA-CORRENTE
            PERFORM P380-QUITA-NEGATIVACAO
            PERFORM P400-EMITE-RECIBO
            .
       P350-ATUALIZA-CONTRATO.
      * Recebimento em especie de parcela de contrato baixa a parcela
      * na hora, como o PAGTOCONFIRM faz para os confirmados do banco.
            MOVE 'P'               TO WS-CT-FUNCAO
            MOVE WS-ID-RECEBIDO    TO WS-CT-ID
            MOVE WS-VALOR-RECEBIDO TO WS-CT-VALOR
            MOVE WS-HOJE           TO WS-CT-DATA
            CALL 'CONTRATOATU' USING WS-CONTRATO-PARM
            EVALUATE WS-CT-RC
                WHEN 0
                    DISPLAY 'CONTRATO ' WS-CT-CONTRATO ' PARCELA '
                            WS-CT-PARCELA ' QUITADA.'
                WHEN 4
                    CONTINUE
                WHEN OTHER
                    DISPLAY 'CONTRATO NAO ATUALIZADO PARA O ID '
                            WS-CT-ID ' RC ' WS-CT-RC
            END-EVALUATE
            .
       P370-LANCA-CONTA-CORRENTE.
      * Mesmos lancamentos do P230 do PAGTOCONFIRM: fatura o id se a
      * conta ainda nao tiver (a quitacao '996' nunca fatura) e
      * credita o recebido.
            MOVE WS-COD-CLIENTE-RECEBIDO TO WS-CC-COD-CLIENTE
            MOVE WS-VALOR-RECEBIDO       TO WS-CC-VALOR
            MOVE WS-HOJE                 TO WS-CC-DATA
            MOVE WS-ID-RECEBIDO          TO WS-CC-ID
            IF WS-FILIAL-RECEBIDO NOT = '996'
                MOVE 'F'                 TO WS-CC-FUNCAO
                MOVE 'COBRANCA'          TO WS-CC-HISTORICO
                CALL 'CONTACORPOSTA' USING WS-CONTACOR-PARM
            END-IF
            MOVE 'L'                     TO WS-CC-FUNCAO
            MOVE 'PG'                    TO WS-CC-EVENTO
            MOVE 'RECEBIMENTO EM CAIXA'  TO WS-CC-HISTORICO
            CALL 'CONTACORPOSTA' USING WS-CONTACOR-PARM
            IF WS-CC-RC NOT = 0 AND WS-CC-RC NOT = 4
                DISPLAY 'CONTA CORRENTE NAO ATUALIZADA PARA O ID '
                        WS-CC-ID ' RC ' WS-CC-RC
            END-IF
            .
       P380-QUITA-NEGATIVACAO.
      * Debito negativado que acaba de ser quitado entra no prazo
      * legal de exclusao do bureau; RC 4 e id nunca negativado.
            MOVE WS-ID-RECEBIDO TO WS-NQ-ID
            MOVE WS-HOJE        TO WS-NQ-DATA
            CALL 'NEGATQUITA' USING WS-NEGATQUITA-PARM
            EVALUATE WS-NQ-RC
                WHEN 0
                    DISPLAY 'ID ' WS-NQ-ID ' NEGATIVADO E QUITADO: '
                            'EXCLUSAO DO BUREAU ATE ' WS-NQ-PRAZO
                WHEN 4
                    CONTINUE
                WHEN OTHER
                    DISPLAY 'NEGATIVACAO NAO ATUALIZADA PARA O ID '
                            WS-NQ-ID ' RC ' WS-NQ-RC
            END-EVALUATE
            .
       P400-EMITE-RECIBO.
            ADD 1 TO WS-ULT-RECIBO

            MOVE WS-VALOR-RECEBIDO   TO WS-REC-VALOR
            MOVE WS-CLIENTE-RECEBIDO TO WS-REC-CLIENTE
            MOVE WS-ENT-OPERADOR     TO WS-REC-OPERADOR
            MOVE WS-FORMA-SW         TO WS-REC-FORMA
            WRITE WS-REC-REGISTRO
            CLOSE WS-REC-FILE

            PERFORM P420-REGISTRA-ESPERADO

            ADD 1                  TO WS-TOT-RECEBIDO
            ADD WS-VALOR-RECEBIDO  TO WS-VAL-RECEBIDO
            IF WS-FORMA-CHEQUE
                ADD 1                 TO WS-TOT-CHEQUES
                ADD WS-VALOR-RECEBIDO TO WS-VAL-CHEQUES
            END-IF

            MOVE WS-VALOR-RECEBIDO TO WS-VALOR-ED
            DISPLAY 'RECIBO ' WS-REC-NUMERO ' - ' WS-DT-TS-DATA ' '

            MOVE 'RECIBO'        TO WS-AU-EVENTO
            MOVE SPACES          TO WS-AU-CHAVE
            MOVE WS-ID-RECEBIDO  TO WS-AU-CHAVE(1:9)
            MOVE WS-ENT-OPERADOR TO WS-AU-CHAVE(11:8)
            MOVE WS-ULT-RECIBO   TO WS-AU-CONTADOR
            CALL 'AUDITLOG' USING WS-AUDIT-PARM
            .
       P420-REGISTRA-ESPERADO.
      * O deposito do caixa tem que aparecer no extrato da conta da
      * filial; o CONCBANCO confere pelo numero do recibo. O cheque
      * so e creditado na compensacao, em grupo proprio.
            OPEN EXTEND WS-ESP-FILE
            IF WS-ESP-FS NOT = '00'
                OPEN OUTPUT WS-ESP-FILE
            END-IF
            MOVE WS-FILIAL-GAVETA    TO WS-ESP-FILIAL
            IF WS-FORMA-CHEQUE
                MOVE WS-CE-DATA-COMPENSACAO TO WS-ESP-DATA
                MOVE 'CHEQUE'        TO WS-ESP-ORIGEM
            ELSE
                MOVE WS-HOJE         TO WS-ESP-DATA
                MOVE 'CAIXA'         TO WS-ESP-ORIGEM
            END-IF
            MOVE SPACES              TO WS-ESP-REFERENCIA
            MOVE WS-ULT-RECIBO       TO WS-ESP-REFERENCIA(1:6)
            MOVE WS-VALOR-RECEBIDO   TO WS-ESP-VALOR
            MOVE WS-HOJE             TO WS-ESP-DATA-GERACAO
            WRITE WS-ESP-REGISTRO
            CLOSE WS-ESP-FILE
            .
       P500-REGISTRA-CHEQUE.
      * O cheque nao confirma na hora: o pagamento ja saiu dos
      * pendentes (a remessa nao leva o item ao banco) e espera a
      * compensacao no cadastro de cheques, com a imagem do pendente
      * para voltar a fila se o banco devolver.
            MOVE WS-CHQ-CAPTURADO        TO WS-CHQ-CHAVE
            MOVE WS-ID-RECEBIDO          TO WS-CHQ-ID
            MOVE WS-COD-CLIENTE-RECEBIDO TO WS-CHQ-COD-CLIENTE
            MOVE WS-VALOR-RECEBIDO       TO WS-CHQ-VALOR
            MOVE WS-HOJE                 TO WS-CHQ-DATA-RECEBIMENTO
            MOVE WS-CE-DATA-COMPENSACAO  TO WS-CHQ-DATA-COMPENSACAO
            SET WS-CHQ-PROVISORIO        TO TRUE
            MOVE 0                       TO WS-CHQ-ALINEA
            MOVE 0                       TO WS-CHQ-DATA-DEVOLUCAO
            MOVE 'N'                     TO WS-CHQ-CONTA-BLOQUEIO
            COMPUTE WS-CHQ-RECIBO = WS-ULT-RECIBO + 1
            MOVE WS-ENT-OPERADOR         TO WS-CHQ-OPERADOR
            MOVE WS-FILIAL-GAVETA        TO WS-CHQ-FILIAL-CAIXA
            MOVE WS-PEND-IMAGEM          TO WS-CHQ-PENDENTE
            WRITE WS-CHQ-REGISTRO
                INVALID KEY
                    DISPLAY 'FALHA AO REGISTRAR O CHEQUE. FS: '
                            WS-CHQ-FS
                    PERFORM P510-DEVOLVE-PENDENTE
                NOT INVALID KEY
                    PERFORM P400-EMITE-RECIBO
                    DISPLAY 'CHEQUE EM COMPENSACAO ATE '
                            WS-CE-DATA-COMPENSACAO
                            ': O PAGAMENTO SO CONFIRMA DEPOIS DA '
                            'COMPENSACAO.'
            END-WRITE
            .
       P510-DEVOLVE-PENDENTE.
            OPEN EXTEND WS-PEND-FILE
            IF WS-PEND-FS NOT = '00'
                OPEN OUTPUT WS-PEND-FILE
            END-IF
            WRITE WS-PEND-REGISTRO FROM WS-PEND-IMAGEM
            CLOSE WS-PEND-FILE
            DISPLAY 'PAGAMENTO ' WS-ID-RECEBIDO ' CONTINUA PENDENTE.'
            .
       P600-FECHAMENTO.
      * Conferencia de fim de dia: o dinheiro na gaveta tem que bater
      * com os recibos emitidos hoje.

            MOVE 0   TO WS-QTD-RECIBOS-DIA
            MOVE 0   TO WS-VAL-RECIBOS-DIA
            MOVE 0   TO WS-QTD-CHEQUES-DIA
            MOVE 0   TO WS-VAL-CHEQUES-DIA
            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN INPUT WS-REC-FILE
            IF WS-REC-FS = '00'
            MOVE WS-VAL-RECIBOS-DIA TO WS-VALOR-ED
            DISPLAY 'RECIBOS EMITIDOS HOJE : ' WS-QTD-RECIBOS-DIA
            DISPLAY 'VALOR DOS RECIBOS     : ' WS-VALOR-ED
            MOVE WS-VAL-CHEQUES-DIA TO WS-VALOR-ED
            DISPLAY 'DOS QUAIS EM CHEQUE   : ' WS-QTD-CHEQUES-DIA
                    ' ITENS, ' WS-VALOR-ED
            MOVE WS-VAL-RECEBIDO TO WS-VALOR-ED
            DISPLAY 'RECEBIDO NESTA SESSAO : ' WS-TOT-RECEBIDO
                    ' ITENS, ' WS-VALOR-ED
            MOVE WS-VAL-CHEQUES TO WS-VALOR-ED
            DISPLAY 'EM CHEQUE NESTA SESSAO: ' WS-TOT-CHEQUES
                    ' ITENS, ' WS-VALOR-ED
            DISPLAY 'A CONTAGEM DA GAVETA DE CADA OPERADOR E FEITA NO '
                    'CAIXAGAVETA.'
            .
       P650-LE-RECIBO.
            READ WS-REC-FILE
            IF WS-REC-DATA = WS-DATA-ISO-HOJE
                ADD 1            TO WS-QTD-RECIBOS-DIA
                ADD WS-REC-VALOR TO WS-VAL-RECIBOS-DIA
                IF WS-REC-FORMA = 'C'
                    ADD 1            TO WS-QTD-CHEQUES-DIA
                    ADD WS-REC-VALOR TO WS-VAL-CHEQUES-DIA
                END-IF
            END-IF
            PERFORM P650-LE-RECIBO
            .
