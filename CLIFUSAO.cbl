           SELECT WS-ANOVO-FILE    ASSIGN TO WS-ANOVO-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-ANOVO-FS.
           SELECT WS-CRD-FILE      ASSIGN TO WS-CRD-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS WS-CRD-CODIGO
                                    FILE STATUS WS-CRD-FS.
           SELECT WS-CRJ-FILE      ASSIGN TO WS-CRJ-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-CRJ-FS.
           SELECT WS-TMB-FILE      ASSIGN TO WS-TMB-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-TMB-FS.
          03 WS-CIDADE                  PIC X(30).
       FD  WS-HIST-FILE.
       01 WS-HIST-REGISTRO.
           03 WS-HIST-ID             PIC 9(9).
           03 WS-HIST-VALOR          PIC S9(9)V99.
           03 WS-HIST-DATA           PIC 9(8).
           03 WS-HIST-CLIENTE        PIC X(30).
           03 WS-HIST-SITUACAO       PIC X.
           03 WS-HIST-COD-CLIENTE    PIC 9(6).
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
       FD  WS-APROV-FILE.
       01 WS-APROV-REGISTRO.
           03 WS-APROV-TIPO          PIC X.
           03 WS-APROV-ID            PIC 9(9).
           03 WS-APROV-VALOR         PIC S9(9)V99.
           03 WS-APROV-COD-SITUACAO  PIC X.
           03 WS-APROV-MOTIVO        PIC 99.
           03 WS-APROV-CLIENTE       PIC X(30).
           03 WS-APROV-DATA-PEND     PIC X(8).
           03 WS-APROV-FILIAL        PIC X(3).
           03 WS-APROV-COD-CLIENTE   PIC 9(6).
       FD  WS-ANOVO-FILE.
       01 WS-ANOVO-REGISTRO          PIC X(71).
       FD  WS-CRD-FILE.
       01 WS-CRD-REGISTRO.
          03 WS-CRD-CODIGO              PIC 9(6).
          03 WS-CRD-SALDO               PIC S9(9)V99.
          03 WS-CRD-CLIENTE             PIC X(30).
       FD  WS-CRJ-FILE.
       01 WS-CRJ-REGISTRO.
          03 WS-CRJ-DATA                PIC 9(8).
          03 WS-CRJ-CLIENTE             PIC X(30).
          03 WS-CRJ-ID                  PIC 9(9).
          03 WS-CRJ-TIPO                PIC X.
          03 WS-CRJ-VALOR               PIC S9(9)V99.
          03 WS-CRJ-SALDO-NOVO          PIC S9(9)V99.
          03 WS-CRJ-CODIGO              PIC 9(6).
       FD  WS-TMB-FILE.
       01 WS-TMB-REGISTRO.
           03 WS-TMB-CODIGO-ANTIGO   PIC 9(6).
                            VALUE 'PAGTOCONFIRM.APROVACAO.FUSAO'.
       01 WS-TMB-PATH             PIC X(40)
                            VALUE 'CLIFUSAO.TOMBSTONE'.
       01 WS-CRD-PATH             PIC X(40) VALUE 'CLICREDITO.IDX'.
       01 WS-CRJ-PATH             PIC X(40)
                            VALUE 'CLICREDITO.JORNAL'.
       01 WS-CLI-NOVO-FS          PIC XX.
       01 WS-HIST-FS              PIC XX.
       01 WS-PEND-FS              PIC XX.
       01 WS-APROV-FS             PIC XX.
       01 WS-ANOVO-FS             PIC XX.
       01 WS-TMB-FS               PIC XX.
       01 WS-CRD-FS               PIC XX.
       01 WS-CRJ-FS               PIC XX.
       01 WS-SALDO-ABSORVIDO      PIC S9(9)V99 VALUE 0.

       01 WS-FIM-ARQUIVO          PIC X     VALUE 'N'.
          88 WS-FIM                         VALUE 'Y'.
          03 WS-TOT-HIST           PIC 9(6) VALUE 0.
          03 WS-TOT-PEND           PIC 9(6) VALUE 0.
          03 WS-TOT-APROV          PIC 9(6) VALUE 0.
          03 WS-TOT-CREDITO        PIC 9(6) VALUE 0.

       01 WS-VER-QTD                 PIC 9(6)      VALUE 0.
       01 WS-VER-HASH                PIC S9(11)V99 VALUE 0.
          03 WS-JP-DEPOIS               PIC X(226).
          03 WS-JP-OPERADOR             PIC X(8) VALUE SPACES.

      * Exposicao do cliente como avalista de contratos em aberto.
       01 WS-AVALEXPO-PARM.
           03 WS-AE-AVALISTA       PIC 9(6).
           03 WS-AE-QTD-CONTRATOS  PIC 9(4).
           03 WS-AE-SALDO-EXPOSTO  PIC S9(11)V99.
           03 WS-AE-RC             PIC 99.

       01 WS-AUDIT-PARM.
           03 WS-AU-PROGRAMA       PIC X(12) VALUE 'CLIFUSAO'.
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
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CLI-NOVO-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-HIST-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-PEND-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-PNOVO-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-APROV-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-ANOVO-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CRD-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CRJ-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-TMB-PATH
            DISPLAY 'CLIFUSAO - FUSAO DE CLIENTES DUPLICADOS'

            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
                STOP RUN
            END-IF

      * O aval esta no nome do cliente absorvido: enquanto ele
      * garantir divida em aberto, o aval tem de ser encerrado ou
      * substituido no AVALMANUT antes da fusao.
            MOVE WS-CODIGO-MORRE TO WS-AE-AVALISTA
            CALL 'AVALEXPO' USING WS-AVALEXPO-PARM
            IF WS-AE-QTD-CONTRATOS > 0
                DISPLAY 'FUSAO RECUSADA: O CLIENTE ' WS-CODIGO-MORRE
                        ' E AVALISTA DE ' WS-AE-QTD-CONTRATOS
                        ' CONTRATO(S) EM ABERTO.'
                CLOSE WS-CLI-NOVO
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF

            DISPLAY 'SOBREVIVE: ' WS-SOB-CODIGO ' ' WS-SOB-NOME
            DISPLAY 'ABSORVIDO: ' WS-MOR-CODIGO ' ' WS-MOR-NOME
            DISPLAY 'CONFIRMA A FUSAO (S/N)? '
            PERFORM P300-REAPONTA-PENDENTES
            PERFORM P700-REGISTRA-PENDENTES
            PERFORM P400-REAPONTA-APROVACAO
            PERFORM P450-TRANSFERE-CREDITO
            PERFORM P500-COMBINA-CONTATO
            PERFORM P600-ENCERRA-ABSORVIDO

            DISPLAY 'HISTORICO REAPONTADO: ' WS-TOT-HIST
            DISPLAY 'PENDENTES REAPONTADOS: ' WS-TOT-PEND
            DISPLAY 'FILA DE APROVACAO    : ' WS-TOT-APROV
            DISPLAY 'CREDITO TRANSFERIDO  : ' WS-TOT-CREDITO
            STOP RUN.

       P100-LE-OS-DOIS.
            END-READ
            .
       P260-TROCA-HIST.
      * O historico e reapontado pelo codigo; o nome acompanha so
      * como texto de exibicao do sobrevivente.
            IF WS-HIST-COD-CLIENTE = WS-MOR-CODIGO
                MOVE WS-SOB-CODIGO TO WS-HIST-COD-CLIENTE
                MOVE WS-SOB-NOME   TO WS-HIST-CLIENTE
                REWRITE WS-HIST-REGISTRO
                END-REWRITE
                ADD 1 TO WS-TOT-HIST
            END-READ
            .
       P360-TROCA-PENDENTE.
            IF WS-PEND-COD-CLIENTE = WS-MOR-CODIGO
                MOVE WS-SOB-CODIGO TO WS-PEND-COD-CLIENTE
                MOVE WS-SOB-NOME   TO WS-PEND-CLIENTE
                ADD 1 TO WS-TOT-PEND
            END-IF
            WRITE WS-PNOVO-REGISTRO FROM WS-PEND-REGISTRO
            END-READ
            .
       P460-TROCA-APROVACAO.
            IF WS-APROV-COD-CLIENTE = WS-MOR-CODIGO
                MOVE WS-SOB-CODIGO TO WS-APROV-COD-CLIENTE
                MOVE WS-SOB-NOME   TO WS-APROV-CLIENTE
                ADD 1 TO WS-TOT-APROV
            END-IF
            WRITE WS-ANOVO-REGISTRO FROM WS-APROV-REGISTRO
            PERFORM P450-LE-APROVACAO
            .
       P450-TRANSFERE-CREDITO.
      * O saldo de credito do absorvido passa para o sobrevivente; as
      * duas pernas vao para o jornal de creditos, como qualquer
      * movimento do saldo.
            OPEN I-O WS-CRD-FILE
            IF WS-CRD-FS = '00'
                MOVE WS-MOR-CODIGO TO WS-CRD-CODIGO
                READ WS-CRD-FILE
                    INVALID KEY
                        MOVE 0 TO WS-SALDO-ABSORVIDO
                    NOT INVALID KEY
                        MOVE WS-CRD-SALDO TO WS-SALDO-ABSORVIDO
                        IF WS-SALDO-ABSORVIDO NOT = 0
                            MOVE 0 TO WS-CRD-SALDO
                            REWRITE WS-CRD-REGISTRO
                            END-REWRITE
                            MOVE WS-SALDO-ABSORVIDO TO WS-CRJ-VALOR
                            COMPUTE WS-CRJ-VALOR = WS-CRJ-VALOR * -1
                            PERFORM P460-JORNALIZA-CREDITO
                        END-IF
                END-READ
                IF WS-SALDO-ABSORVIDO NOT = 0
                    MOVE WS-SOB-CODIGO TO WS-CRD-CODIGO
                    READ WS-CRD-FILE
                        INVALID KEY
                            MOVE WS-SOB-CODIGO      TO WS-CRD-CODIGO
                            MOVE WS-SALDO-ABSORVIDO TO WS-CRD-SALDO
                            MOVE WS-SOB-NOME        TO WS-CRD-CLIENTE
                            WRITE WS-CRD-REGISTRO
                            END-WRITE
                        NOT INVALID KEY
                            ADD WS-SALDO-ABSORVIDO TO WS-CRD-SALDO
                            REWRITE WS-CRD-REGISTRO
                            END-REWRITE
                    END-READ
                    MOVE WS-SALDO-ABSORVIDO TO WS-CRJ-VALOR
                    PERFORM P460-JORNALIZA-CREDITO
                    ADD 1 TO WS-TOT-CREDITO
                END-IF
                CLOSE WS-CRD-FILE
            END-IF
            .
       P460-JORNALIZA-CREDITO.
            OPEN EXTEND WS-CRJ-FILE
            IF WS-CRJ-FS NOT = '00'
                OPEN OUTPUT WS-CRJ-FILE
            END-IF
            MOVE WS-HOJE           TO WS-CRJ-DATA
            MOVE WS-CRD-CLIENTE    TO WS-CRJ-CLIENTE
            MOVE 0                 TO WS-CRJ-ID
            MOVE 'F'               TO WS-CRJ-TIPO
            MOVE WS-CRD-SALDO      TO WS-CRJ-SALDO-NOVO
            MOVE WS-CRD-CODIGO     TO WS-CRJ-CODIGO
            WRITE WS-CRJ-REGISTRO
            CLOSE WS-CRJ-FILE
            .
       P500-COMBINA-CONTATO.
      * Regra sobrevive-ganha: so os campos em branco do
      * sobrevivente sao preenchidos pelo absorvido, e a mudanca
