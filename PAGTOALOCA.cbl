      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAGTOALOCA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-RCB-FILE      ASSIGN TO WS-RCB-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-RCB-FS.
           SELECT WS-PEND-FILE     ASSIGN TO WS-PEND-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-PEND-FS.
           SELECT WS-PNOVO-FILE    ASSIGN TO WS-PNOVO-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-PNOVO-FS.
           SELECT WS-PVC-FILE      ASSIGN TO WS-PVC-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-PVC-FS.
           SELECT WS-BLQ-FILE      ASSIGN TO WS-BLQ-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS WS-BLQ-ID
                                    FILE STATUS WS-BLQ-FS.
           SELECT WS-CLI-FILE      ASSIGN TO WS-CLI-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS WS-CLI-CODIGO
                                    ALTERNATE RECORD KEY IS WS-CLI-NOME
                                                  WITH DUPLICATES
                                    FILE STATUS WS-CLI-FS.
           SELECT WS-CRD-FILE      ASSIGN TO WS-CRD-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS WS-CRD-CODIGO
                                    FILE STATUS WS-CRD-FS.
           SELECT WS-CRJ-FILE      ASSIGN TO WS-CRJ-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-CRJ-FS.
           SELECT WS-CNF-FILE      ASSIGN TO WS-CNF-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-CNF-FS.
           SELECT WS-PAGTO-FILE    ASSIGN TO WS-PAGTO-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-PAGTO-FS.
           SELECT WS-LNOVO-FILE    ASSIGN TO WS-LNOVO-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-LNOVO-FS.
           SELECT WS-REL-FILE      ASSIGN TO WS-REL-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-REL-FS.
       DATA DIVISION.
       FILE SECTION.
       FD  WS-RCB-FILE.
       01 WS-RCB-REGISTRO.
           03 WS-RCB-COD-CLIENTE     PIC 9(6).
           03 WS-RCB-VALOR           PIC S9(9)V99.
           03 WS-RCB-DATA            PIC 9(8).
           03 WS-RCB-REFERENCIA      PIC X(20).
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
       FD  WS-PVC-FILE.
       01 WS-PVC-REGISTRO.
           03 WS-PVC-ID              PIC 9(9).
           03 WS-PVC-DATA            PIC 9(8).
       FD  WS-BLQ-FILE.
       01 WS-BLQ-REGISTRO.
          03 WS-BLQ-ID                  PIC 9(9).
          03 WS-BLQ-DATA                PIC 9(8).
          03 WS-BLQ-OPERADOR            PIC X(8).
          03 WS-BLQ-MOTIVO              PIC X(30).
          03 WS-BLQ-SITUACAO            PIC X.
          03 WS-BLQ-DATA-LIBERACAO      PIC 9(8).
       FD  WS-CLI-FILE.
       01 WS-CLI-REGISTRO.
           03 WS-CLI-CODIGO          PIC 9(6).
           03 WS-CLI-NOME            PIC X(30).
           03 WS-CLI-ENDERECO        PIC X(60).
           03 WS-CLI-TELEFONE        PIC X(20).
           03 WS-CLI-EMAIL           PIC X(50).
           03 WS-CLI-ESTADO          PIC X(30).
           03 WS-CLI-CIDADE          PIC X(30).
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
       FD  WS-CNF-FILE.
       01 WS-CNF-REGISTRO.
           03 WS-CNF-TIPO            PIC X.
           03 WS-CNF-ID              PIC 9(9).
           03 WS-CNF-VALOR           PIC S9(9)V99.
           03 WS-CNF-COD-SITUACAO    PIC X.
           03 WS-CNF-MOTIVO          PIC 99.
           03 WS-CNF-CLIENTE         PIC X(30).
           03 WS-CNF-DATA-PENDENCIA  PIC X(8).
           03 WS-CNF-FILIAL          PIC X(3).
           03 WS-CNF-COD-CLIENTE     PIC 9(6).
       FD  WS-PAGTO-FILE.
       01 WS-PAGTO-DETALHE.
           03 WS-IN-TIPO             PIC X.
           03 WS-IN-ID               PIC 9(9).
           03 WS-IN-VALOR            PIC S9(9)V99.
           03 WS-IN-COD-SITUACAO     PIC X.
           03 WS-IN-MOTIVO           PIC 99.
           03 WS-IN-CLIENTE          PIC X(30).
           03 WS-IN-DATA-PENDENCIA   PIC X(8).
           03 WS-IN-FILIAL           PIC X(3).
           03 WS-IN-COD-CLIENTE      PIC 9(6).
       01 WS-PAGTO-HEADER.
           03 WS-IN-H-TIPO           PIC X.
           03 WS-IN-H-DATA           PIC 9(8).
           03 WS-IN-H-ORIGEM         PIC X(10).
       01 WS-PAGTO-TRAILER.
           03 WS-IN-T-TIPO           PIC X.
           03 WS-IN-T-QTD            PIC 9(6).
           03 WS-IN-T-HASH           PIC S9(11)V99.
       FD  WS-LNOVO-FILE.
       01 WS-LNOVO-DETALHE           PIC X(71).
       01 WS-LNOVO-HEADER.
           03 WS-OUT-H-TIPO          PIC X.
           03 WS-OUT-H-DATA          PIC 9(8).
           03 WS-OUT-H-ORIGEM        PIC X(10).
       01 WS-LNOVO-TRAILER.
           03 WS-OUT-T-TIPO          PIC X.
           03 WS-OUT-T-QTD           PIC 9(6).
           03 WS-OUT-T-HASH          PIC S9(11)V99.
       FD  WS-REL-FILE.
       01 WS-REL-LINHA               PIC X(80).

       WORKING-STORAGE SECTION.
      * Recebimento no nivel do cliente (deposito sem id de cobranca),
      * um por linha, vindo da tesouraria.
       01 WS-RCB-PATH              PIC X(40)
                            VALUE 'PAGTOALOCA.RECEBIMENTOS'.
       01 WS-PEND-PATH             PIC X(40)
                            VALUE 'PAGTOCONFIRM.PENDENTES'.
       01 WS-PNOVO-PATH            PIC X(40)
                            VALUE 'PAGTOCONFIRM.PENDENTES.SEMALOCA'.
       01 WS-PVC-PATH              PIC X(40) VALUE 'PAGTOVENC.DAT'.
       01 WS-BLQ-PATH              PIC X(40) VALUE 'PAGTOBLOQ.IDX'.
       01 WS-CLI-PATH              PIC X(40) VALUE 'CLIENTES.NOVO.IDX'.
       01 WS-CRD-PATH              PIC X(40) VALUE 'CLICREDITO.IDX'.
       01 WS-CRJ-PATH              PIC X(40)
                            VALUE 'CLICREDITO.JORNAL'.
       01 WS-CNF-PATH              PIC X(40)
                            VALUE 'PAGTOALOCA.CONFIRMACOES'.
       01 WS-PAGTO-PATH            PIC X(40) VALUE 'PAGAMENTOS.DAT'.
       01 WS-LNOVO-PATH            PIC X(40)
                            VALUE 'PAGAMENTOS.DAT.ALOCA'.
       01 WS-REL-PATH              PIC X(40) VALUE 'PAGTOALOCA.AVISO'.
       01 WS-RCB-FS                PIC XX.
       01 WS-PEND-FS               PIC XX.
       01 WS-PNOVO-FS              PIC XX.
       01 WS-PVC-FS                PIC XX.
       01 WS-BLQ-FS                PIC XX.
       01 WS-CLI-FS                PIC XX.
       01 WS-CRD-FS                PIC XX.
       01 WS-CRJ-FS                PIC XX.
       01 WS-CNF-FS                PIC XX.
       01 WS-PAGTO-FS              PIC XX.
       01 WS-LNOVO-FS              PIC XX.
       01 WS-REL-FS                PIC XX.

       01 WS-FIM-ARQUIVO           PIC X     VALUE 'N'.
          88 WS-FIM                          VALUE 'Y'.
       01 WS-FIM-RECEBIMENTOS      PIC X     VALUE 'N'.
          88 WS-FIM-RCB                      VALUE 'Y'.
       01 WS-FIM-CLASSE-SW         PIC X     VALUE 'N'.
          88 WS-FIM-CLASSE                   VALUE 'Y'.
       01 WS-BLQ-ABERTO-SW         PIC X     VALUE 'N'.
          88 WS-BLQ-ABERTO                   VALUE 'Y'.
       01 WS-BLQ-ACHOU-SW          PIC X     VALUE 'N'.
          88 WS-BLQ-ACHOU                    VALUE 'Y'.
       01 WS-RETIRA-SW             PIC X     VALUE 'N'.
          88 WS-RETIRA                       VALUE 'Y'.
       01 WS-LOTE-VALIDO-SW        PIC X     VALUE 'Y'.
          88 WS-LOTE-VALIDO                  VALUE 'Y'.
       01 WS-LOTE-EXISTE-SW        PIC X     VALUE 'N'.
          88 WS-LOTE-EXISTE                  VALUE 'Y'.
       01 WS-TEM-HEADER-SW         PIC X     VALUE 'N'.
          88 WS-TEM-HEADER                   VALUE 'Y'.
       01 WS-TEM-TRAILER-SW        PIC X     VALUE 'N'.
          88 WS-TEM-TRAILER                  VALUE 'Y'.

      * Regras de alocacao (PARAMETROS.DAT, programa PAGTOALOCA):
      * ORDEM    - classes na ordem de aplicacao, E=encargos e
      *            P=principal; padrao 'EP', encargos primeiro.
      * CRITERIO - dentro da classe, A=vencimento mais antigo primeiro
      *            (padrao) ou R=mais recente primeiro.
      * PULA     - N (padrao) para na primeira cobranca que o saldo
      *            nao cobre inteira; S tenta as seguintes da classe.
       01 WS-REGRA-ORDEM           PIC X(2)  VALUE 'EP'.
       01 WS-REGRA-CRITERIO        PIC X     VALUE 'A'.
          88 WS-MAIS-ANTIGO                  VALUE 'A'.
          88 WS-MAIS-RECENTE                 VALUE 'R'.
       01 WS-REGRA-PULA            PIC X     VALUE 'N'.
          88 WS-PULA-ITEM                    VALUE 'S'.
          88 WS-PARA-NO-ITEM                 VALUE 'N'.
       01 WS-CLS-IDX               PIC 9     VALUE 0.
       01 WS-CLASSE-CORRENTE       PIC X     VALUE SPACE.
          88 WS-CLASSE-ENCARGO               VALUE 'E'.
          88 WS-CLASSE-PRINCIPAL             VALUE 'P'.

      * Cobrancas em aberto da fila de pendentes. Encargo e o id das
      * filiais reservadas '997' (PAGTOENCARGO) e '995' (tarifas do
      * TARIFACOB); a quitacao antecipada ('996') nao entra, porque
      * cobre as proprias parcelas.
       01 WS-TAB-ITENS.
          03 WS-ITM OCCURS 2000 TIMES INDEXED BY WS-ITM-IDX.
             05 WS-ITM-ID           PIC 9(9).
             05 WS-ITM-VALOR        PIC S9(9)V99.
             05 WS-ITM-CLIENTE      PIC X(30).
             05 WS-ITM-FILIAL       PIC X(3).
             05 WS-ITM-COD-CLIENTE  PIC 9(6).
             05 WS-ITM-VENCIMENTO   PIC 9(8).
             05 WS-ITM-CLASSE       PIC X.
             05 WS-ITM-SITUACAO     PIC X.
             05 WS-ITM-VISTO        PIC 9(6).
       01 WS-TOT-ITENS             PIC 9(4)  VALUE 0.
       01 WS-ITM-SEL               PIC 9(4)  VALUE 0.

       01 WS-DATA-HORA-ATUAL       PIC X(21).
       01 WS-HOJE                  PIC 9(8)  VALUE 0.
       01 WS-SEQ-RECEBIMENTO       PIC 9(6)  VALUE 0.
       01 WS-SALDO-RECEBIDO        PIC S9(9)V99 VALUE 0.
       01 WS-APLICADO-RCB          PIC S9(9)V99 VALUE 0.
       01 WS-ITENS-RCB             PIC 9(6)  VALUE 0.
       01 WS-MOTIVO-RCB            PIC X(40) VALUE SPACES.

       01 WS-TOT-RECEBIMENTOS      PIC 9(6)  VALUE 0.
       01 WS-TOT-REJEITADOS        PIC 9(6)  VALUE 0.
       01 WS-TOT-CONFIRMACOES      PIC 9(6)  VALUE 0.
       01 WS-TOT-CREDITOS          PIC 9(6)  VALUE 0.
       01 WS-VAL-RECEBIDO          PIC S9(11)V99 VALUE 0.
       01 WS-VAL-APLICADO          PIC S9(11)V99 VALUE 0.
       01 WS-VAL-CREDITO           PIC S9(11)V99 VALUE 0.
       01 WS-VALOR-ED              PIC ZZZ,ZZZ,ZZ9.99-.

       01 WS-LOTE-QTD              PIC 9(6)      VALUE 0.
       01 WS-LOTE-HASH             PIC S9(11)V99 VALUE 0.
       01 WS-TRL-QTD-LIDA          PIC 9(6)      VALUE 0.
       01 WS-TRL-HASH-LIDO         PIC S9(11)V99 VALUE 0.
       01 WS-VER-QTD               PIC 9(6)      VALUE 0.
       01 WS-VER-HASH              PIC S9(11)V99 VALUE 0.

       01 WS-CAB-1.
           03 FILLER                 PIC X(42)
                    VALUE 'AVISO DE ALOCACAO DE RECEBIMENTOS'.
           03 FILLER                 PIC X(5)  VALUE SPACES.
           03 FILLER                 PIC X(6)  VALUE 'DATA: '.
           03 WS-CAB-DATA            PIC 9(8).
           03 FILLER                 PIC X(11) VALUE '  AMBIENTE '.
           03 WS-CAB-AMBIENTE        PIC X(8).
       01 WS-CAB-2.
           03 FILLER                 PIC X(9)  VALUE 'CLIENTE: '.
           03 WS-CAB-COD-CLIENTE     PIC 9(6).
           03 FILLER                 PIC X     VALUE SPACE.
           03 WS-CAB-CLIENTE         PIC X(30).
           03 FILLER                 PIC X(7)  VALUE '  REF: '.
           03 WS-CAB-REFERENCIA      PIC X(20).
           03 FILLER                 PIC X(7)  VALUE SPACES.
       01 WS-CAB-3.
           03 FILLER                 PIC X(13) VALUE 'RECEBIDO EM: '.
           03 WS-CAB-DATA-RCB        PIC 9(8).
           03 FILLER                 PIC X(10) VALUE '   VALOR: '.
           03 WS-CAB-VALOR           PIC ZZZ,ZZZ,ZZ9.99-.
           03 FILLER                 PIC X(34) VALUE SPACES.
       01 WS-CAB-4.
           03 FILLER                 PIC X(13) VALUE 'ID PAGAMENTO'.
           03 FILLER                 PIC X(11) VALUE 'CLASSE'.
           03 FILLER                 PIC X(12) VALUE 'VENCIMENTO'.
           03 FILLER                 PIC X(20)
                    VALUE '      VALOR APLICADO'.
           03 FILLER                 PIC X(24) VALUE SPACES.
       01 WS-DET-LINHA.
           03 WS-DET-ID              PIC 9(9).
           03 FILLER                 PIC X(4)  VALUE SPACES.
           03 WS-DET-CLASSE          PIC X(11).
           03 WS-DET-VENCIMENTO      PIC 9(8).
           03 FILLER                 PIC X(9)  VALUE SPACES.
           03 WS-DET-VALOR           PIC ZZZ,ZZZ,ZZ9.99-.
           03 FILLER                 PIC X(24) VALUE SPACES.
       01 WS-TOT-LINHA.
           03 WS-TOT-LITERAL         PIC X(41).
           03 WS-TOT-VALOR           PIC ZZZ,ZZZ,ZZ9.99-.
           03 FILLER                 PIC X(24) VALUE SPACES.
       01 WS-REJ-LINHA.
           03 FILLER                 PIC X(25)
                    VALUE 'RECEBIMENTO REJEITADO:   '.
           03 WS-REJ-MOTIVO          PIC X(40).
           03 FILLER                 PIC X(15) VALUE SPACES.

       01 WS-PARMLE-PARM.
           03 WS-PL-PROGRAMA       PIC X(12) VALUE 'PAGTOALOCA'.
           03 WS-PL-NOME           PIC X(12).
           03 WS-PL-DATA-PROC      PIC 9(8).
           03 WS-PL-VALOR          PIC X(14).
           03 WS-PL-RC             PIC 99.

       01 WS-ARQCTL-PARM.
           03 WS-AC-FUNCAO         PIC X.
           03 WS-AC-NOME           PIC X(40).
           03 WS-AC-QTD            PIC 9(6).
           03 WS-AC-HASH           PIC S9(11)V99.
           03 WS-AC-RC             PIC 99.

       01 WS-CONTACOR-PARM.
           03 WS-CC-FUNCAO         PIC X.
           03 WS-CC-COD-CLIENTE    PIC 9(6).
           03 WS-CC-EVENTO         PIC XX.
           03 WS-CC-VALOR          PIC S9(9)V99.
           03 WS-CC-DATA           PIC 9(8).
           03 WS-CC-ID             PIC 9(9).
           03 WS-CC-HISTORICO      PIC X(30).
           03 WS-CC-PROGRAMA       PIC X(12) VALUE 'PAGTOALOCA'.
           03 WS-CC-SALDO          PIC S9(11)V99.
           03 WS-CC-RC             PIC 99.

       01 WS-AUDIT-PARM.
           03 WS-AU-PROGRAMA       PIC X(12) VALUE 'PAGTOALOCA'.
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
      * Roda depois do PAGTOMERGE e antes do PAGTOCONFIRM: cada
      * recebimento do cliente quita cobrancas inteiras da fila de
      * pendentes pela ordem das regras; as confirmacoes entram no
      * lote do dia com situacao 'L' e a sobra vira credito do
      * cliente no CLICREDITO.
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-RCB-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-PEND-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-PNOVO-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-PVC-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-BLQ-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CLI-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CRD-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CRJ-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CNF-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-PAGTO-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-LNOVO-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-REL-PATH
            DISPLAY 'PAGTOALOCA - ALOCACAO DE RECEBIMENTOS'

            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
            MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-HOJE

            OPEN INPUT WS-RCB-FILE
            IF WS-RCB-FS = '35'
                DISPLAY 'NENHUM RECEBIMENTO A ALOCAR.'
                STOP RUN
            END-IF
            IF WS-RCB-FS NOT = '00'
                DISPLAY 'ARQUIVO DE RECEBIMENTOS INDISPONIVEL: '
                        WS-RCB-PATH ' FS: ' WS-RCB-FS
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF

      * O lote do dia e conferido antes de qualquer credito postado:
      * lote truncado nao recebe confirmacoes e o run para aqui.
            PERFORM P080-CONFERE-LOTE
            IF NOT WS-LOTE-VALIDO
                DISPLAY 'LOTE ' WS-PAGTO-PATH ' NAO PASSOU NA '
                        'CONFERENCIA DE CONTROLE. ALOCACAO RECUSADA.'
                CLOSE WS-RCB-FILE
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF

            OPEN INPUT WS-CLI-FILE
            IF WS-CLI-FS NOT = '00'
                DISPLAY 'CADASTRO DE CLIENTES INDISPONIVEL: '
                        WS-CLI-PATH ' FS: ' WS-CLI-FS
                CLOSE WS-RCB-FILE
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF

            OPEN I-O WS-CRD-FILE
            IF WS-CRD-FS NOT = '00'
                OPEN OUTPUT WS-CRD-FILE
                CLOSE WS-CRD-FILE
                OPEN I-O WS-CRD-FILE
            END-IF
            IF WS-CRD-FS NOT = '00'
                DISPLAY 'RAZAO DE CREDITOS INDISPONIVEL: '
                        WS-CRD-PATH ' FS: ' WS-CRD-FS
                CLOSE WS-RCB-FILE
                CLOSE WS-CLI-FILE
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF

            PERFORM P050-CARREGA-REGRAS
            PERFORM P100-CARREGA-PENDENTES

            OPEN OUTPUT WS-CNF-FILE
            OPEN OUTPUT WS-REL-FILE
            MOVE WS-HOJE TO WS-CAB-DATA
            MOVE WS-AMB-NOME TO WS-CAB-AMBIENTE
            WRITE WS-REL-LINHA FROM WS-CAB-1
            MOVE ALL '=' TO WS-REL-LINHA
            WRITE WS-REL-LINHA

            PERFORM P200-LE-RECEBIMENTO
                    UNTIL WS-FIM-RCB

            CLOSE WS-RCB-FILE
            CLOSE WS-CLI-FILE
            CLOSE WS-CRD-FILE
            CLOSE WS-CNF-FILE

            MOVE 'TOTAL RECEBIDO' TO WS-TOT-LITERAL
            MOVE WS-VAL-RECEBIDO  TO WS-TOT-VALOR
            WRITE WS-REL-LINHA FROM WS-TOT-LINHA
            MOVE 'TOTAL APLICADO EM COBRANCAS' TO WS-TOT-LITERAL
            MOVE WS-VAL-APLICADO  TO WS-TOT-VALOR
            WRITE WS-REL-LINHA FROM WS-TOT-LINHA
            MOVE 'TOTAL POSTADO EM CREDITO' TO WS-TOT-LITERAL
            MOVE WS-VAL-CREDITO   TO WS-TOT-VALOR
            WRITE WS-REL-LINHA FROM WS-TOT-LINHA
            CLOSE WS-REL-FILE

            IF WS-TOT-CONFIRMACOES > 0
                PERFORM P800-INCLUI-NO-LOTE
                PERFORM P600-RETIRA-DOS-PENDENTES
                PERFORM P700-REGISTRA-PENDENTES
            END-IF

            DISPLAY '----- RESUMO DA ALOCACAO -----'
            DISPLAY 'RECEBIMENTOS LIDOS     : ' WS-TOT-RECEBIMENTOS
            DISPLAY 'RECEBIMENTOS REJEITADOS: ' WS-TOT-REJEITADOS
            DISPLAY 'CONFIRMACOES GERADAS   : ' WS-TOT-CONFIRMACOES
            DISPLAY 'CREDITOS POSTADOS      : ' WS-TOT-CREDITOS
            MOVE WS-VAL-APLICADO TO WS-VALOR-ED
            DISPLAY 'VALOR APLICADO         : ' WS-VALOR-ED
            MOVE WS-VAL-CREDITO  TO WS-VALOR-ED
            DISPLAY 'VALOR EM CREDITO       : ' WS-VALOR-ED

            MOVE 'ALOCA-RECEB'       TO WS-AU-EVENTO
            MOVE SPACES              TO WS-AU-CHAVE
            MOVE WS-TOT-CONFIRMACOES TO WS-AU-CONTADOR
            CALL 'AUDITLOG' USING WS-AUDIT-PARM

            IF WS-TOT-REJEITADOS > 0
                MOVE 4 TO RETURN-CODE
            END-IF
            STOP RUN.

       P050-CARREGA-REGRAS.
            MOVE WS-HOJE TO WS-PL-DATA-PROC

            MOVE 'ORDEM' TO WS-PL-NOME
            CALL 'PARMLE' USING WS-PARMLE-PARM
            IF WS-PL-RC = 0
                MOVE WS-PL-VALOR(1:2) TO WS-REGRA-ORDEM
            END-IF
            IF (WS-REGRA-ORDEM(1:1) NOT = 'E'
                AND WS-REGRA-ORDEM(1:1) NOT = 'P')
               OR (WS-REGRA-ORDEM(2:1) NOT = 'E'
                AND WS-REGRA-ORDEM(2:1) NOT = 'P'
                AND WS-REGRA-ORDEM(2:1) NOT = SPACE)
                DISPLAY 'ORDEM DE ALOCACAO INVALIDA: ' WS-REGRA-ORDEM
                        '. USANDO EP.'
                MOVE 'EP' TO WS-REGRA-ORDEM
            END-IF

            MOVE 'CRITERIO' TO WS-PL-NOME
            CALL 'PARMLE' USING WS-PARMLE-PARM
            IF WS-PL-RC = 0
                MOVE WS-PL-VALOR(1:1) TO WS-REGRA-CRITERIO
            END-IF
            IF NOT WS-MAIS-ANTIGO AND NOT WS-MAIS-RECENTE
                MOVE 'A' TO WS-REGRA-CRITERIO
            END-IF

            MOVE 'PULA' TO WS-PL-NOME
            CALL 'PARMLE' USING WS-PARMLE-PARM
            IF WS-PL-RC = 0
                MOVE WS-PL-VALOR(1:1) TO WS-REGRA-PULA
            END-IF
            IF NOT WS-PULA-ITEM AND NOT WS-PARA-NO-ITEM
                MOVE 'N' TO WS-REGRA-PULA
            END-IF

            DISPLAY 'REGRAS: ORDEM ' WS-REGRA-ORDEM
                    ' CRITERIO ' WS-REGRA-CRITERIO
                    ' PULA ' WS-REGRA-PULA
            .
       P080-CONFERE-LOTE.
      * Mesma conferencia do P110 do PAGTOCONFIRM. Sem lote no dia o
      * P800 cria um so com as confirmacoes da alocacao.
            MOVE 0   TO WS-LOTE-QTD
            MOVE 0   TO WS-LOTE-HASH
            MOVE 'N' TO WS-TEM-HEADER-SW
            MOVE 'N' TO WS-TEM-TRAILER-SW
            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN INPUT WS-PAGTO-FILE
            IF WS-PAGTO-FS = '35'
                MOVE 'N' TO WS-LOTE-EXISTE-SW
            ELSE
                IF WS-PAGTO-FS NOT = '00'
                    DISPLAY 'LOTE DE PAGAMENTOS INDISPONIVEL: '
                            WS-PAGTO-PATH ' FS: ' WS-PAGTO-FS
                    MOVE 'N' TO WS-LOTE-VALIDO-SW
                ELSE
                    SET WS-LOTE-EXISTE TO TRUE
                    PERFORM P085-CONTA-LOTE
                            UNTIL WS-FIM
                    CLOSE WS-PAGTO-FILE
                    IF NOT WS-TEM-HEADER OR NOT WS-TEM-TRAILER
                        DISPLAY 'HEADER OU TRAILER AUSENTE EM '
                                WS-PAGTO-PATH
                        MOVE 'N' TO WS-LOTE-VALIDO-SW
                    ELSE
                        IF WS-LOTE-QTD NOT = WS-TRL-QTD-LIDA
                           OR WS-LOTE-HASH NOT = WS-TRL-HASH-LIDO
                            DISPLAY 'TRAILER NAO CONFERE. QTD '
                                    WS-TRL-QTD-LIDA ' LIDO '
                                    WS-LOTE-QTD
                            MOVE 'N' TO WS-LOTE-VALIDO-SW
                        END-IF
                    END-IF
                END-IF
            END-IF
            MOVE 'N' TO WS-FIM-ARQUIVO
            .
       P085-CONTA-LOTE.
            READ WS-PAGTO-FILE
                AT END SET WS-FIM TO TRUE
                NOT AT END
                    EVALUATE WS-IN-TIPO
                        WHEN '0'
                            SET WS-TEM-HEADER TO TRUE
                        WHEN '1'
                            ADD 1           TO WS-LOTE-QTD
                            ADD WS-IN-VALOR TO WS-LOTE-HASH
                        WHEN '9'
                            SET WS-TEM-TRAILER TO TRUE
                            MOVE WS-IN-T-QTD  TO WS-TRL-QTD-LIDA
                            MOVE WS-IN-T-HASH TO WS-TRL-HASH-LIDO
                        WHEN OTHER
                            DISPLAY 'TIPO DE REGISTRO DESCONHECIDO: '
                                    WS-IN-TIPO
                            MOVE 'N' TO WS-LOTE-VALIDO-SW
                    END-EVALUATE
            END-READ
            .
       P100-CARREGA-PENDENTES.
            MOVE 0   TO WS-TOT-ITENS
            MOVE 'N' TO WS-FIM-ARQUIVO

            OPEN INPUT WS-BLQ-FILE
            IF WS-BLQ-FS = '00'
                SET WS-BLQ-ABERTO TO TRUE
            END-IF

            OPEN INPUT WS-PEND-FILE
            IF WS-PEND-FS = '00'
                PERFORM P110-LE-PENDENTE
                        UNTIL WS-FIM
                CLOSE WS-PEND-FILE
            ELSE
                DISPLAY 'ARQUIVO DE PENDENTES NAO ENCONTRADO: '
                        WS-PEND-PATH
            END-IF

            IF WS-BLQ-ABERTO
                CLOSE WS-BLQ-FILE
            END-IF

      * Vencimento de cada cobranca: o PAGTOVENC.DAT pelo id (a ultima
      * linha do id vale, a prorrogacao acrescenta); sem ele, a data
      * em que entrou na fila.
            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN INPUT WS-PVC-FILE
            IF WS-PVC-FS = '00'
                PERFORM P130-APLICA-VENCIMENTO
                        UNTIL WS-FIM
                CLOSE WS-PVC-FILE
            END-IF
            MOVE 'N' TO WS-FIM-ARQUIVO
            .
       P110-LE-PENDENTE.
            READ WS-PEND-FILE
                AT END SET WS-FIM TO TRUE
                NOT AT END
                    IF WS-PEND-COD-CLIENTE NOT NUMERIC
                        MOVE 0 TO WS-PEND-COD-CLIENTE
                    END-IF
                    IF WS-PEND-FILIAL NOT = '996'
                       AND WS-PEND-COD-CLIENTE > 0
                        PERFORM P115-VERIFICA-BLOQUEIO
                        IF NOT WS-BLQ-ACHOU
                            PERFORM P120-GUARDA-ITEM
                        END-IF
                    END-IF
            END-READ
            .
       P115-VERIFICA-BLOQUEIO.
      * Cobranca bloqueada pela mesa nao e confirmada pelo PAGTOCONFIRM;
      * alocar nela seria dinheiro parado num id que nao anda.
            MOVE 'N' TO WS-BLQ-ACHOU-SW
            IF WS-BLQ-ABERTO
                MOVE WS-PEND-ID TO WS-BLQ-ID
                READ WS-BLQ-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF WS-BLQ-SITUACAO = 'A'
                            SET WS-BLQ-ACHOU TO TRUE
                        END-IF
                END-READ
            END-IF
            .
       P120-GUARDA-ITEM.
            IF WS-TOT-ITENS < 2000
                ADD 1 TO WS-TOT-ITENS
                SET WS-ITM-IDX TO WS-TOT-ITENS
                MOVE WS-PEND-ID          TO WS-ITM-ID(WS-ITM-IDX)
                MOVE WS-PEND-VALOR       TO WS-ITM-VALOR(WS-ITM-IDX)
                MOVE WS-PEND-CLIENTE     TO WS-ITM-CLIENTE(WS-ITM-IDX)
                MOVE WS-PEND-FILIAL      TO WS-ITM-FILIAL(WS-ITM-IDX)
                MOVE WS-PEND-COD-CLIENTE
                     TO WS-ITM-COD-CLIENTE(WS-ITM-IDX)
                IF WS-PEND-DATA-PENDENCIA NUMERIC
                    MOVE WS-PEND-DATA-PENDENCIA
                         TO WS-ITM-VENCIMENTO(WS-ITM-IDX)
                ELSE
                    MOVE WS-HOJE TO WS-ITM-VENCIMENTO(WS-ITM-IDX)
                END-IF
                IF WS-PEND-FILIAL = '997' OR WS-PEND-FILIAL = '995'
                    MOVE 'E' TO WS-ITM-CLASSE(WS-ITM-IDX)
                ELSE
                    MOVE 'P' TO WS-ITM-CLASSE(WS-ITM-IDX)
                END-IF
                MOVE 'A' TO WS-ITM-SITUACAO(WS-ITM-IDX)
                MOVE 0   TO WS-ITM-VISTO(WS-ITM-IDX)
            ELSE
                DISPLAY 'TABELA DE COBRANCAS CHEIA. ID FORA DA '
                        'ALOCACAO: ' WS-PEND-ID
            END-IF
            .
       P130-APLICA-VENCIMENTO.
            READ WS-PVC-FILE
                AT END SET WS-FIM TO TRUE
                NOT AT END
                    PERFORM VARYING WS-ITM-IDX FROM 1 BY 1
                            UNTIL WS-ITM-IDX > WS-TOT-ITENS
                        IF WS-ITM-ID(WS-ITM-IDX) = WS-PVC-ID
                            MOVE WS-PVC-DATA
                                 TO WS-ITM-VENCIMENTO(WS-ITM-IDX)
                        END-IF
                    END-PERFORM
            END-READ
            .
       P200-LE-RECEBIMENTO.
            READ WS-RCB-FILE
                AT END SET WS-FIM-RCB TO TRUE
                NOT AT END
                    ADD 1 TO WS-TOT-RECEBIMENTOS
                    ADD 1 TO WS-SEQ-RECEBIMENTO
                    PERFORM P210-VALIDA-RECEBIMENTO
                    IF WS-MOTIVO-RCB = SPACES
                        PERFORM P250-ALOCA-RECEBIMENTO
                    ELSE
                        PERFORM P290-REJEITA-RECEBIMENTO
                    END-IF
            END-READ
            .
       P210-VALIDA-RECEBIMENTO.
            MOVE SPACES TO WS-MOTIVO-RCB
            IF WS-RCB-COD-CLIENTE NOT NUMERIC
               OR WS-RCB-COD-CLIENTE = 0
                MOVE 'CODIGO DE CLIENTE INVALIDO' TO WS-MOTIVO-RCB
            ELSE
                IF WS-RCB-VALOR NOT NUMERIC
                    MOVE 'VALOR INVALIDO' TO WS-MOTIVO-RCB
                ELSE
                    IF WS-RCB-VALOR NOT > 0
                        MOVE 'VALOR NAO POSITIVO' TO WS-MOTIVO-RCB
                    ELSE
                        MOVE WS-RCB-COD-CLIENTE TO WS-CLI-CODIGO
                        READ WS-CLI-FILE
                            INVALID KEY
                                MOVE 'CLIENTE NAO CADASTRADO'
                                     TO WS-MOTIVO-RCB
                        END-READ
                    END-IF
                END-IF
            END-IF
            .
       P250-ALOCA-RECEBIMENTO.
            MOVE WS-RCB-VALOR TO WS-SALDO-RECEBIDO
            MOVE 0            TO WS-APLICADO-RCB
            MOVE 0            TO WS-ITENS-RCB
            ADD WS-RCB-VALOR  TO WS-VAL-RECEBIDO

            MOVE WS-RCB-COD-CLIENTE TO WS-CAB-COD-CLIENTE
            MOVE WS-CLI-NOME        TO WS-CAB-CLIENTE
            MOVE WS-RCB-REFERENCIA  TO WS-CAB-REFERENCIA
            MOVE WS-RCB-DATA        TO WS-CAB-DATA-RCB
            MOVE WS-RCB-VALOR       TO WS-CAB-VALOR
            WRITE WS-REL-LINHA FROM WS-CAB-2
            WRITE WS-REL-LINHA FROM WS-CAB-3
            WRITE WS-REL-LINHA FROM WS-CAB-4

            PERFORM P300-ALOCA-CLASSE
                    VARYING WS-CLS-IDX FROM 1 BY 1
                    UNTIL WS-CLS-IDX > 2

            IF WS-ITENS-RCB = 0
                MOVE SPACES TO WS-REL-LINHA
                MOVE 'NENHUMA COBRANCA EM ABERTO COBERTA.'
                     TO WS-REL-LINHA
                WRITE WS-REL-LINHA
            END-IF

            IF WS-SALDO-RECEBIDO > 0
                PERFORM P400-POSTA-CREDITO
            END-IF

            MOVE 'APLICADO EM COBRANCAS' TO WS-TOT-LITERAL
            MOVE WS-APLICADO-RCB TO WS-TOT-VALOR
            WRITE WS-REL-LINHA FROM WS-TOT-LINHA
            MOVE ALL '-' TO WS-REL-LINHA
            WRITE WS-REL-LINHA

            MOVE 'ALOCACAO'         TO WS-AU-EVENTO
            MOVE SPACES             TO WS-AU-CHAVE
            MOVE WS-RCB-COD-CLIENTE TO WS-AU-CHAVE(1:6)
            MOVE WS-RCB-REFERENCIA  TO WS-AU-CHAVE(8:20)
            MOVE WS-ITENS-RCB       TO WS-AU-CONTADOR
            CALL 'AUDITLOG' USING WS-AUDIT-PARM
            .
       P290-REJEITA-RECEBIMENTO.
      * Recebimento sem cliente valido nao e alocado nem vira credito;
      * fica com a tesouraria para identificar o depositante.
            ADD 1 TO WS-TOT-REJEITADOS
            MOVE WS-RCB-COD-CLIENTE TO WS-CAB-COD-CLIENTE
            MOVE SPACES             TO WS-CAB-CLIENTE
            MOVE WS-RCB-REFERENCIA  TO WS-CAB-REFERENCIA
            WRITE WS-REL-LINHA FROM WS-CAB-2
            MOVE WS-MOTIVO-RCB TO WS-REJ-MOTIVO
            WRITE WS-REL-LINHA FROM WS-REJ-LINHA
            MOVE ALL '-' TO WS-REL-LINHA
            WRITE WS-REL-LINHA
            DISPLAY 'RECEBIMENTO REJEITADO: CLIENTE '
                    WS-RCB-COD-CLIENTE ' REF ' WS-RCB-REFERENCIA
                    ' - ' WS-MOTIVO-RCB
            .
       P300-ALOCA-CLASSE.
            MOVE WS-REGRA-ORDEM(WS-CLS-IDX:1) TO WS-CLASSE-CORRENTE
            IF WS-CLASSE-ENCARGO OR WS-CLASSE-PRINCIPAL
                MOVE 'N' TO WS-FIM-CLASSE-SW
                PERFORM P310-ALOCA-PROXIMO
                        UNTIL WS-FIM-CLASSE
            END-IF
            .
       P310-ALOCA-PROXIMO.
            IF WS-SALDO-RECEBIDO NOT > 0
                SET WS-FIM-CLASSE TO TRUE
            ELSE
                PERFORM P320-SELECIONA-ITEM
                IF WS-ITM-SEL = 0
                    SET WS-FIM-CLASSE TO TRUE
                ELSE
                    SET WS-ITM-IDX TO WS-ITM-SEL
                    MOVE WS-SEQ-RECEBIMENTO TO WS-ITM-VISTO(WS-ITM-IDX)
                    IF WS-ITM-VALOR(WS-ITM-IDX) NOT > WS-SALDO-RECEBIDO
                        PERFORM P330-CONFIRMA-ITEM
                    ELSE
                        IF WS-PARA-NO-ITEM
                            SET WS-FIM-CLASSE TO TRUE
                        END-IF
                    END-IF
                END-IF
            END-IF
            .
       P320-SELECIONA-ITEM.
      * Proxima cobranca aberta do cliente na classe corrente, pelo
      * vencimento conforme o criterio; empate vai para o menor id.
            MOVE 0 TO WS-ITM-SEL
            PERFORM VARYING WS-ITM-IDX FROM 1 BY 1
                    UNTIL WS-ITM-IDX > WS-TOT-ITENS
                IF WS-ITM-COD-CLIENTE(WS-ITM-IDX) = WS-RCB-COD-CLIENTE
                   AND WS-ITM-CLASSE(WS-ITM-IDX) = WS-CLASSE-CORRENTE
                   AND WS-ITM-SITUACAO(WS-ITM-IDX) = 'A'
                   AND WS-ITM-VISTO(WS-ITM-IDX) NOT = WS-SEQ-RECEBIMENTO
                    IF WS-ITM-SEL = 0
                        SET WS-ITM-SEL TO WS-ITM-IDX
                    ELSE
                        PERFORM P325-COMPARA-ITEM
                    END-IF
                END-IF
            END-PERFORM
            .
       P325-COMPARA-ITEM.
            EVALUATE TRUE
                WHEN WS-ITM-VENCIMENTO(WS-ITM-IDX)
                         = WS-ITM-VENCIMENTO(WS-ITM-SEL)
                    IF WS-ITM-ID(WS-ITM-IDX) < WS-ITM-ID(WS-ITM-SEL)
                        SET WS-ITM-SEL TO WS-ITM-IDX
                    END-IF
                WHEN WS-MAIS-ANTIGO
                     AND WS-ITM-VENCIMENTO(WS-ITM-IDX)
                         < WS-ITM-VENCIMENTO(WS-ITM-SEL)
                    SET WS-ITM-SEL TO WS-ITM-IDX
                WHEN WS-MAIS-RECENTE
                     AND WS-ITM-VENCIMENTO(WS-ITM-IDX)
                         > WS-ITM-VENCIMENTO(WS-ITM-SEL)
                    SET WS-ITM-SEL TO WS-ITM-IDX
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            .
       P330-CONFIRMA-ITEM.
      * Cobranca coberta inteira: sai como confirmacao 'L' no lote do
      * dia (o PAGTOCONFIRM nao abate credito dessa situacao, o valor
      * ja foi recebido) e deixa a fila de pendentes.
            MOVE 'L' TO WS-ITM-SITUACAO(WS-ITM-IDX)
            SUBTRACT WS-ITM-VALOR(WS-ITM-IDX) FROM WS-SALDO-RECEBIDO
            ADD WS-ITM-VALOR(WS-ITM-IDX) TO WS-APLICADO-RCB
            ADD WS-ITM-VALOR(WS-ITM-IDX) TO WS-VAL-APLICADO
            ADD 1 TO WS-ITENS-RCB
            ADD 1 TO WS-TOT-CONFIRMACOES

            MOVE '1'                         TO WS-CNF-TIPO
            MOVE WS-ITM-ID(WS-ITM-IDX)       TO WS-CNF-ID
            MOVE WS-ITM-VALOR(WS-ITM-IDX)    TO WS-CNF-VALOR
            MOVE 'L'                         TO WS-CNF-COD-SITUACAO
            MOVE 0                           TO WS-CNF-MOTIVO
            MOVE WS-ITM-CLIENTE(WS-ITM-IDX)  TO WS-CNF-CLIENTE
            MOVE SPACES                      TO WS-CNF-DATA-PENDENCIA
            MOVE WS-ITM-FILIAL(WS-ITM-IDX)   TO WS-CNF-FILIAL
            MOVE WS-ITM-COD-CLIENTE(WS-ITM-IDX)
                 TO WS-CNF-COD-CLIENTE
            WRITE WS-CNF-REGISTRO

            MOVE WS-ITM-ID(WS-ITM-IDX)         TO WS-DET-ID
            IF WS-ITM-CLASSE(WS-ITM-IDX) = 'E'
                MOVE 'ENCARGO'   TO WS-DET-CLASSE
            ELSE
                MOVE 'PRINCIPAL' TO WS-DET-CLASSE
            END-IF
            MOVE WS-ITM-VENCIMENTO(WS-ITM-IDX) TO WS-DET-VENCIMENTO
            MOVE WS-ITM-VALOR(WS-ITM-IDX)      TO WS-DET-VALOR
            WRITE WS-REL-LINHA FROM WS-DET-LINHA
            .
       P400-POSTA-CREDITO.
      * Sobra do recebimento vira credito disponivel do cliente, no
      * mesmo razao e jornal que o PAGTOCONFIRM usa (tipo 'P'); o
      * jornal vai sem id, porque o recebimento nao tem cobranca.
            MOVE WS-RCB-COD-CLIENTE TO WS-CRD-CODIGO
            READ WS-CRD-FILE
                INVALID KEY
                    MOVE WS-RCB-COD-CLIENTE TO WS-CRD-CODIGO
                    MOVE WS-SALDO-RECEBIDO  TO WS-CRD-SALDO
                    MOVE WS-CLI-NOME        TO WS-CRD-CLIENTE
                    WRITE WS-CRD-REGISTRO
                    END-WRITE
                NOT INVALID KEY
                    ADD WS-SALDO-RECEBIDO TO WS-CRD-SALDO
                    MOVE WS-CLI-NOME      TO WS-CRD-CLIENTE
                    REWRITE WS-CRD-REGISTRO
                    END-REWRITE
            END-READ

            OPEN EXTEND WS-CRJ-FILE
            IF WS-CRJ-FS NOT = '00'
                OPEN OUTPUT WS-CRJ-FILE
            END-IF
            MOVE WS-HOJE           TO WS-CRJ-DATA
            MOVE WS-CRD-CLIENTE    TO WS-CRJ-CLIENTE
            MOVE 0                 TO WS-CRJ-ID
            MOVE 'P'               TO WS-CRJ-TIPO
            MOVE WS-SALDO-RECEBIDO TO WS-CRJ-VALOR
            MOVE WS-CRD-SALDO      TO WS-CRJ-SALDO-NOVO
            MOVE WS-CRD-CODIGO     TO WS-CRJ-CODIGO
            WRITE WS-CRJ-REGISTRO
            CLOSE WS-CRJ-FILE

            ADD 1                 TO WS-TOT-CREDITOS
            ADD WS-SALDO-RECEBIDO TO WS-VAL-CREDITO
            MOVE 'SOBRA POSTADA EM CREDITO (CLICREDITO)'
                 TO WS-TOT-LITERAL
            MOVE WS-SALDO-RECEBIDO TO WS-TOT-VALOR
            WRITE WS-REL-LINHA FROM WS-TOT-LINHA
            DISPLAY 'CREDITO DE ' WS-SALDO-RECEBIDO ' POSTADO PARA '
                    WS-CRD-CODIGO ' ' WS-CRD-CLIENTE

            MOVE 'L'                TO WS-CC-FUNCAO
            MOVE WS-RCB-COD-CLIENTE TO WS-CC-COD-CLIENTE
            MOVE 'CR'               TO WS-CC-EVENTO
            MOVE WS-SALDO-RECEBIDO  TO WS-CC-VALOR
            MOVE WS-HOJE            TO WS-CC-DATA
            MOVE 0                  TO WS-CC-ID
            MOVE 'SOBRA DE RECEBIMENTO ALOCADO' TO WS-CC-HISTORICO
            CALL 'CONTACORPOSTA' USING WS-CONTACOR-PARM
            IF WS-CC-RC NOT = 0 AND WS-CC-RC NOT = 4
                DISPLAY 'CONTA CORRENTE NAO ATUALIZADA PARA O CLIENTE '
                        WS-CC-COD-CLIENTE ' RC ' WS-CC-RC
            END-IF
            MOVE 0 TO WS-SALDO-RECEBIDO
            .
       P600-RETIRA-DOS-PENDENTES.
      * A fila de pendentes e reescrita sem os ids alocados, no
      * esquema de troca do P950 do PAGTOCONFIRM.
            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN INPUT WS-PEND-FILE
            IF WS-PEND-FS NOT = '00'
                DISPLAY 'ARQUIVO DE PENDENTES NAO ENCONTRADO: '
                        WS-PEND-PATH
            ELSE
                OPEN OUTPUT WS-PNOVO-FILE
                PERFORM P650-FILTRA-PENDENTE
                        UNTIL WS-FIM
                CLOSE WS-PEND-FILE
                CLOSE WS-PNOVO-FILE
                CALL 'CBL_RENAME_FILE' USING WS-PNOVO-PATH
                                             WS-PEND-PATH
            END-IF
            MOVE 'N' TO WS-FIM-ARQUIVO
            .
       P650-FILTRA-PENDENTE.
            READ WS-PEND-FILE
                AT END SET WS-FIM TO TRUE
                NOT AT END
                    MOVE 'N' TO WS-RETIRA-SW
                    PERFORM VARYING WS-ITM-IDX FROM 1 BY 1
                            UNTIL WS-ITM-IDX > WS-TOT-ITENS
                                  OR WS-RETIRA
                        IF WS-ITM-ID(WS-ITM-IDX) = WS-PEND-ID
                           AND WS-ITM-SITUACAO(WS-ITM-IDX) = 'L'
                            SET WS-RETIRA TO TRUE
                        END-IF
                    END-PERFORM
                    IF NOT WS-RETIRA
                        WRITE WS-PNOVO-REGISTRO FROM WS-PEND-REGISTRO
                    END-IF
            END-READ
            .
       P700-REGISTRA-PENDENTES.
      * A fila de pendentes mudou neste run; os totais de controle
      * registrados pelo PAGTOCONFIRM sao refeitos, senao a remessa
      * e o relatorio abortam por divergencia no protocolo comum.
            MOVE 0   TO WS-VER-QTD
            MOVE 0   TO WS-VER-HASH
            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN INPUT WS-PEND-FILE
            IF WS-PEND-FS = '00'
                PERFORM P705-CONTA-PENDENTE
                        UNTIL WS-FIM
                CLOSE WS-PEND-FILE
                MOVE 'G'          TO WS-AC-FUNCAO
                MOVE WS-PEND-PATH TO WS-AC-NOME
                MOVE WS-VER-QTD   TO WS-AC-QTD
                MOVE WS-VER-HASH  TO WS-AC-HASH
                CALL 'ARQCONTROLE' USING WS-ARQCTL-PARM
            END-IF
            MOVE 'N' TO WS-FIM-ARQUIVO
            .
       P705-CONTA-PENDENTE.
            READ WS-PEND-FILE
                AT END SET WS-FIM TO TRUE
                NOT AT END
                    ADD 1             TO WS-VER-QTD
                    ADD WS-PEND-VALOR TO WS-VER-HASH
            END-READ
            .
       P800-INCLUI-NO-LOTE.
      * O lote e copiado para o .ALOCA com as confirmacoes antes do
      * trailer, que sai recalculado; o .ALOCA assume o nome do lote
      * e o PAGTOCONFIRM confere quantidade e hash como de costume.
            MOVE 0   TO WS-LOTE-QTD
            MOVE 0   TO WS-LOTE-HASH
            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN OUTPUT WS-LNOVO-FILE
            IF WS-LOTE-EXISTE
                OPEN INPUT WS-PAGTO-FILE
                PERFORM P810-COPIA-LOTE
                        UNTIL WS-FIM
                CLOSE WS-PAGTO-FILE
            ELSE
                MOVE '0'        TO WS-OUT-H-TIPO
                MOVE WS-HOJE    TO WS-OUT-H-DATA
                MOVE 'ALOCACAO' TO WS-OUT-H-ORIGEM
                WRITE WS-LNOVO-HEADER
            END-IF

            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN INPUT WS-CNF-FILE
            PERFORM P820-ACRESCENTA-CONFIRMACAO
                    UNTIL WS-FIM
            CLOSE WS-CNF-FILE

            MOVE '9'          TO WS-OUT-T-TIPO
            MOVE WS-LOTE-QTD  TO WS-OUT-T-QTD
            MOVE WS-LOTE-HASH TO WS-OUT-T-HASH
            WRITE WS-LNOVO-TRAILER
            CLOSE WS-LNOVO-FILE

            CALL 'CBL_RENAME_FILE' USING WS-LNOVO-PATH
                                         WS-PAGTO-PATH
            MOVE 'N' TO WS-FIM-ARQUIVO
            .
       P810-COPIA-LOTE.
            READ WS-PAGTO-FILE
                AT END SET WS-FIM TO TRUE
                NOT AT END
                    EVALUATE WS-IN-TIPO
                        WHEN '0'
                            WRITE WS-LNOVO-HEADER FROM WS-PAGTO-HEADER
                        WHEN '1'
                            WRITE WS-LNOVO-DETALHE FROM WS-PAGTO-DETALHE
                            ADD 1           TO WS-LOTE-QTD
                            ADD WS-IN-VALOR TO WS-LOTE-HASH
                        WHEN OTHER
                            CONTINUE
                    END-EVALUATE
            END-READ
            .
       P820-ACRESCENTA-CONFIRMACAO.
            READ WS-CNF-FILE
                AT END SET WS-FIM TO TRUE
                NOT AT END
                    WRITE WS-LNOVO-DETALHE FROM WS-CNF-REGISTRO
                    ADD 1            TO WS-LOTE-QTD
                    ADD WS-CNF-VALOR TO WS-LOTE-HASH
            END-READ
            .
       END PROGRAM PAGTOALOCA.
