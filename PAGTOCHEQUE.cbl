      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAGTOCHEQUE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-DEV-FILE      ASSIGN TO WS-DEV-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-DEV-FS.
           SELECT WS-CHQ-FILE      ASSIGN TO WS-CHQ-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS WS-CHQ-CHAVE
                                    ALTERNATE RECORD KEY IS
                                        WS-CHQ-COD-CLIENTE
                                        WITH DUPLICATES
                                    FILE STATUS WS-CHQ-FS.
           SELECT WS-PEND-FILE     ASSIGN TO WS-PEND-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-PEND-FS.
           SELECT WS-CONF-FILE     ASSIGN TO WS-CONF-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-CONF-FS.
           SELECT WS-HIST-FILE     ASSIGN TO WS-HIST-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS WS-HIST-ID
                                    FILE STATUS WS-HIST-FS.
           SELECT WS-EVT-FILE      ASSIGN TO WS-EVT-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-EVT-FS.
           SELECT WS-ESP-FILE      ASSIGN TO WS-ESP-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-ESP-FS.
           SELECT WS-REL-FILE      ASSIGN TO WS-REL-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-REL-FS.
       DATA DIVISION.
       FILE SECTION.
      * Arquivo de cheques devolvidos do banco depositario: um cheque
      * por detalhe (tipo 1) com a alinea da devolucao; header e
      * trailer sao contados e ignorados.
       FD  WS-DEV-FILE.
       01 WS-DEV-REGISTRO.
           03 WS-DEV-TIPO            PIC X.
           03 WS-DEV-CHAVE.
              05 WS-DEV-BANCO        PIC 9(3).
              05 WS-DEV-AGENCIA      PIC 9(4).
              05 WS-DEV-CONTA        PIC 9(12).
              05 WS-DEV-NUMERO       PIC 9(6).
           03 WS-DEV-VALOR           PIC 9(9)V99.
           03 WS-DEV-ALINEA          PIC 99.
           03 WS-DEV-DATA            PIC 9(8).
      * Layout identico ao do PAGTOCAIXA.
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
      * Layout identico ao do TARIFAMANUT.
       FD  WS-EVT-FILE.
       01 WS-EVT-REGISTRO.
           03 WS-EVT-EVENTO          PIC X(12).
           03 WS-EVT-REFERENCIA      PIC X(20).
           03 WS-EVT-DATA            PIC 9(8).
           03 WS-EVT-COD-CLIENTE     PIC 9(6).
           03 WS-EVT-CLIENTE         PIC X(30).
           03 WS-EVT-OPERADOR        PIC X(8).
           03 WS-EVT-DATA-REGISTRO   PIC 9(8).
      * Credito que a tesouraria espera ver no extrato da filial do
      * caixa na data da compensacao.
       FD  WS-ESP-FILE.
       01 WS-ESP-REGISTRO.
           03 WS-ESP-DATA            PIC 9(8).
           03 WS-ESP-FILIAL          PIC X(3).
           03 WS-ESP-ORIGEM          PIC X(8).
           03 WS-ESP-REFERENCIA      PIC X(32).
           03 WS-ESP-VALOR           PIC S9(9)V99.
           03 WS-ESP-DATA-GERACAO    PIC 9(8).
       FD  WS-REL-FILE.
       01 WS-REL-LINHA               PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-DEV-PATH              PIC X(40)
                            VALUE 'CHEQUE.DEVOLVIDOS'.
       01 WS-CHQ-PATH              PIC X(40) VALUE 'CAIXA.CHEQUES.IDX'.
       01 WS-PEND-PATH             PIC X(40)
                            VALUE 'PAGTOCONFIRM.PENDENTES'.
       01 WS-CONF-PATH             PIC X(40)
                            VALUE 'PAGTOCONFIRM.CONFIRMADOS'.
       01 WS-HIST-PATH             PIC X(40)
                            VALUE 'PAGTOCONFIRM.HIST.IDX'.
       01 WS-EVT-PATH              PIC X(40) VALUE 'TARIFA.EVENTOS'.
       01 WS-ESP-PATH              PIC X(40)
                            VALUE 'CONCILIA.ESPERADOS'.
       01 WS-REL-PATH              PIC X(40) VALUE 'PAGTOCHEQUE.REL'.
       01 WS-DEV-FS                PIC XX.
       01 WS-CHQ-FS                PIC XX.
       01 WS-PEND-FS               PIC XX.
       01 WS-CONF-FS               PIC XX.
       01 WS-HIST-FS               PIC XX.
       01 WS-EVT-FS                PIC XX.
       01 WS-ESP-FS                PIC XX.
       01 WS-REL-FS                PIC XX.

       01 WS-FIM-ARQUIVO           PIC X     VALUE 'N'.
          88 WS-FIM                          VALUE 'Y'.
       01 WS-FIM-CHEQUES-SW        PIC X     VALUE 'N'.
          88 WS-FIM-CHEQUES                  VALUE 'Y'.
       01 WS-ACHOU-SW              PIC X     VALUE 'N'.
          88 WS-ACHOU                        VALUE 'Y'.

      * Alineas de devolucao da compensacao. Cada entrada: alinea,
      * tratamento (R = reapresentacao pelo banco, D = devolucao
      * definitiva), cobra a tarifa CHEQUE-DEVOL (S/N) e conta para o
      * bloqueio do cheque no balcao (S/N). Devolucao por motivo do
      * banco ou de terceiros nao e culpa do cliente: reabre o
      * pagamento sem tarifa e sem contar.
       01 WS-TAB-ALINEAS.
          03 FILLER  PIC X(31) VALUE '11RNNSEM FUNDOS 1A APRESENTACAO'.
          03 FILLER  PIC X(31) VALUE '12DSSSEM FUNDOS 2A APRESENTACAO'.
          03 FILLER  PIC X(31) VALUE '13DSSCONTA ENCERRADA'.
          03 FILLER  PIC X(31) VALUE '14DSSPRATICA ESPURIA'.
          03 FILLER  PIC X(31) VALUE '20DSSFOLHA CANCELADA EMITENTE'.
          03 FILLER  PIC X(31) VALUE '21DSSCONTRA-ORDEM OU SUSTACAO'.
          03 FILLER  PIC X(31) VALUE '22DSSDIVERGENCIA DE ASSINATURA'.
          03 FILLER  PIC X(31) VALUE '25DNNTALONARIO CANCELADO BANCO'.
          03 FILLER  PIC X(31) VALUE '28DNNCONTRA-ORDEM FURTO/ROUBO'.
          03 FILLER  PIC X(31) VALUE '31DSNERRO FORMAL PREENCHIMENTO'.
          03 FILLER  PIC X(31) VALUE '35DNSCHEQUE FRAUDADO'.
          03 FILLER  PIC X(31) VALUE '44DSNCHEQUE PRESCRITO'.
          03 FILLER  PIC X(31) VALUE '49DNNREMESSA NULA'.
       01 WS-TAB-ALINEAS-R REDEFINES WS-TAB-ALINEAS.
          03 WS-ALN OCCURS 13 TIMES INDEXED BY WS-ALN-IDX.
             05 WS-ALN-CODIGO      PIC 99.
             05 WS-ALN-TRATAMENTO  PIC X.
             05 WS-ALN-TARIFA      PIC X.
             05 WS-ALN-BLOQUEIO    PIC X.
             05 WS-ALN-DESCRICAO   PIC X(26).
       01 WS-ALINEA-TRATAMENTO     PIC X     VALUE SPACE.
          88 WS-ALINEA-REAPRESENTA           VALUE 'R'.
       01 WS-ALINEA-TARIFA         PIC X     VALUE SPACE.
          88 WS-ALINEA-COBRA-TARIFA          VALUE 'S'.
       01 WS-ALINEA-BLOQUEIO       PIC X     VALUE SPACE.
       01 WS-ALINEA-DESCRICAO      PIC X(30) VALUE SPACES.

      * Parametros: dias ate a segunda apresentacao (PAGTOCHEQUE
      * REAPRES); o bloqueio usa os mesmos parametros do balcao
      * (PAGTOCAIXA CHQ-DEV-MAX e CHQ-DEV-DIAS).
       01 WS-DIAS-REAPRES          PIC 9(2)  VALUE 2.
       01 WS-CHQ-DEV-MAX           PIC 9(3)  VALUE 2.
       01 WS-CHQ-DEV-DIAS          PIC 9(4)  VALUE 365.
       01 WS-INICIO-JANELA-CHQ     PIC 9(8)  VALUE 0.
       01 WS-QTD-DEVOLVIDOS        PIC 9(3)  VALUE 0.
       01 WS-COD-BLOQUEIO          PIC 9(6)  VALUE 0.
       01 WS-CHQ-GUARDADO          PIC X(167) VALUE SPACES.

      * Imagem do pendente guardada no cheque pelo PAGTOCAIXA.
       01 WS-IMG-PENDENTE.
           03 WS-IMG-TIPO            PIC X.
           03 WS-IMG-ID              PIC 9(9).
           03 WS-IMG-VALOR           PIC S9(9)V99.
           03 WS-IMG-COD-SITUACAO    PIC X.
           03 WS-IMG-MOTIVO          PIC 99.
           03 WS-IMG-CLIENTE         PIC X(30).
           03 WS-IMG-DATA-PENDENCIA  PIC 9(8).
           03 WS-IMG-FILIAL          PIC X(3).
           03 WS-IMG-COD-CLIENTE     PIC 9(6).

       01 WS-DATA-HORA-ATUAL       PIC X(21).
       01 WS-HOJE                  PIC 9(8)  VALUE 0.
       01 WS-DATA-ANTERIOR         PIC 9(8)  VALUE 0.
       01 WS-MOTIVO-REL            PIC X(36) VALUE SPACES.
       01 WS-VALOR-ED              PIC ZZZ,ZZZ,ZZ9.99-.

       01 WS-TOT-LIDOS             PIC 9(6)      VALUE 0.
       01 WS-TOT-CONTROLE          PIC 9(6)      VALUE 0.
       01 WS-TOT-REAPRESENTADOS    PIC 9(6)      VALUE 0.
       01 WS-TOT-REABERTOS         PIC 9(6)      VALUE 0.
       01 WS-TOT-TARIFADOS         PIC 9(6)      VALUE 0.
       01 WS-TOT-BLOQUEADOS        PIC 9(6)      VALUE 0.
       01 WS-TOT-JA-PROCESSADOS    PIC 9(6)      VALUE 0.
       01 WS-TOT-EXCECOES          PIC 9(6)      VALUE 0.
       01 WS-TOT-COMPENSADOS       PIC 9(6)      VALUE 0.
       01 WS-TOT-EM-COMPENSACAO    PIC 9(6)      VALUE 0.
       01 WS-VAL-REABERTO          PIC S9(11)V99 VALUE 0.
       01 WS-VAL-COMPENSADO        PIC S9(11)V99 VALUE 0.
       01 WS-VAL-EM-COMPENSACAO    PIC S9(11)V99 VALUE 0.

       01 WS-VER-QTD               PIC 9(6)      VALUE 0.
       01 WS-VER-HASH              PIC S9(11)V99 VALUE 0.

       01 WS-CAB-1.
           03 FILLER                 PIC X(42)
                    VALUE 'CHEQUES DEVOLVIDOS PELO BANCO'.
           03 FILLER                 PIC X(5)  VALUE SPACES.
           03 FILLER                 PIC X(6)  VALUE 'DATA: '.
           03 WS-CAB-DATA            PIC 9(8).
           03 FILLER                 PIC X(11) VALUE '  AMBIENTE '.
           03 WS-CAB-AMBIENTE        PIC X(8).
       01 WS-CAB-2.
           03 FILLER                 PIC X(16) VALUE 'CHEQUE'.
           03 FILLER                 PIC X(10) VALUE 'ID'.
           03 FILLER                 PIC X(16) VALUE '          VALOR'.
           03 FILLER                 PIC X(3)  VALUE 'AL'.
           03 FILLER                 PIC X(35) VALUE 'TRATAMENTO'.
       01 WS-DET-LINHA.
           03 WS-DET-BANCO           PIC 9(3).
           03 FILLER                 PIC X     VALUE '-'.
           03 WS-DET-AGENCIA         PIC 9(4).
           03 FILLER                 PIC X     VALUE '-'.
           03 WS-DET-NUMERO          PIC 9(6).
           03 FILLER                 PIC X     VALUE SPACE.
           03 WS-DET-ID              PIC 9(9).
           03 FILLER                 PIC X     VALUE SPACE.
           03 WS-DET-VALOR           PIC ZZZ,ZZZ,ZZ9.99-.
           03 FILLER                 PIC X     VALUE SPACE.
           03 WS-DET-ALINEA          PIC 99.
           03 FILLER                 PIC X     VALUE SPACE.
           03 WS-DET-MOTIVO          PIC X(36).
       01 WS-TOT-LINHA.
           03 WS-TOT-LITERAL         PIC X(41).
           03 WS-TOT-VALOR           PIC ZZZ,ZZZ,ZZ9.99-.
           03 FILLER                 PIC X(24) VALUE SPACES.

       01 WS-CALUTIL-PARM.
           03 WS-CA-FUNCAO         PIC X.
           03 WS-CA-RC             PIC 99.
           03 WS-CA-DATA           PIC 9(8).
           03 WS-CA-DIA-UTIL       PIC X.
           03 WS-CA-DATA-UTIL      PIC 9(8).

       01 WS-PARMLE-PARM.
           03 WS-PL-PROGRAMA       PIC X(12) VALUE 'PAGTOCHEQUE'.
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
           03 WS-CC-PROGRAMA       PIC X(12) VALUE 'PAGTOCHEQUE'.
           03 WS-CC-SALDO          PIC S9(11)V99.
           03 WS-CC-RC             PIC 99.

      * Quitacao de debito negativado no bureau (prazo de exclusao).
       01 WS-NEGATQUITA-PARM.
           03 WS-NQ-ID             PIC 9(9).
           03 WS-NQ-DATA           PIC 9(8).
           03 WS-NQ-PROGRAMA       PIC X(12) VALUE 'PAGTOCHEQUE'.
           03 WS-NQ-PRAZO          PIC 9(8).
           03 WS-NQ-RC             PIC 99.

       01 WS-AUDIT-PARM.
           03 WS-AU-PROGRAMA       PIC X(12) VALUE 'PAGTOCHEQUE'.
           03 WS-AU-EVENTO         PIC X(12).
           03 WS-AU-CHAVE          PIC X(30).
           03 WS-AU-CONTADOR       PIC 9(6).
           03 WS-AU-OPERADOR       PIC X(8)  VALUE SPACES.

       01 WS-RELARQ-PARM.
           03 WS-RA-FUNCAO         PIC X     VALUE 'R'.
           03 WS-RA-PROGRAMA       PIC X(12) VALUE 'PAGTOCHEQUE'.
           03 WS-RA-RELATORIO      PIC X(30)
                                   VALUE 'PAGTOCHEQUE.REL'.
           03 WS-RA-RC             PIC 99.
           03 WS-RA-PAGINAS        PIC 9(5).
           03 WS-RA-EXPURGADOS     PIC 9(5).

       01 WS-AMBIENTE-PARM.
           03 WS-AMB-FUNCAO        PIC X     VALUE 'R'.
           03 WS-AMB-NOME          PIC X(8)  VALUE SPACES.
           03 WS-AMB-RAIZ          PIC X(40) VALUE SPACES.
           03 WS-AMB-RC            PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      * Cheques recebidos no balcao: roda no inicio do dia, antes do
      * balcao abrir. Primeiro as devolucoes do banco (reapresentacao
      * ou devolucao definitiva, com o pendente de volta a fila e a
      * tarifa), depois a compensacao dos cheques que chegaram a data
      * prevista sem devolucao, confirmados como o recebimento em
      * especie do PAGTOCAIXA.
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-DEV-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CHQ-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-PEND-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CONF-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-HIST-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-EVT-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-ESP-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-REL-PATH
            DISPLAY 'PAGTOCHEQUE - COMPENSACAO E DEVOLUCAO DE CHEQUES'

            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
            MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-HOJE

            PERFORM P040-CARREGA-PARAMETROS

            OPEN I-O WS-CHQ-FILE
            IF WS-CHQ-FS = '35'
                DISPLAY 'NENHUM CHEQUE RECEBIDO NO BALCAO.'
                STOP RUN
            END-IF
            IF WS-CHQ-FS NOT = '00'
                DISPLAY 'CADASTRO DE CHEQUES INDISPONIVEL: '
                        WS-CHQ-PATH ' FS: ' WS-CHQ-FS
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF

            PERFORM P100-ABRE-ARQUIVOS

            PERFORM P200-DEVOLUCOES
            PERFORM P500-COMPENSACOES

            PERFORM P900-FECHA-ARQUIVOS
            IF WS-TOT-REABERTOS > 0 OR WS-TOT-COMPENSADOS > 0
                PERFORM P750-REGISTRA-CONTROLES
            END-IF
            PERFORM P950-RESUMO

            MOVE 'CHEQUES'          TO WS-AU-EVENTO
            MOVE SPACES             TO WS-AU-CHAVE
            MOVE WS-HOJE            TO WS-AU-CHAVE(1:8)
            MOVE WS-TOT-COMPENSADOS TO WS-AU-CONTADOR
            CALL 'AUDITLOG' USING WS-AUDIT-PARM

            IF WS-TOT-EXCECOES > 0
                MOVE 4 TO RETURN-CODE
            END-IF
            STOP RUN.

       P040-CARREGA-PARAMETROS.
            MOVE WS-HOJE      TO WS-PL-DATA-PROC
            MOVE 'REAPRES'    TO WS-PL-NOME
            CALL 'PARMLE' USING WS-PARMLE-PARM
            IF WS-PL-RC = 0 AND FUNCTION TEST-NUMVAL(WS-PL-VALOR) = 0
                COMPUTE WS-DIAS-REAPRES = FUNCTION NUMVAL(WS-PL-VALOR)
            END-IF
            MOVE 'PAGTOCAIXA'  TO WS-PL-PROGRAMA
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
            MOVE 'PAGTOCHEQUE' TO WS-PL-PROGRAMA
            COMPUTE WS-INICIO-JANELA-CHQ = FUNCTION DATE-OF-INTEGER
                    (FUNCTION INTEGER-OF-DATE(WS-HOJE)
                     - WS-CHQ-DEV-DIAS)
            .
       P100-ABRE-ARQUIVOS.
      * Sem historico nao ha como confirmar a compensacao.
            OPEN I-O WS-HIST-FILE
            IF WS-HIST-FS NOT = '00'
                OPEN OUTPUT WS-HIST-FILE
                CLOSE WS-HIST-FILE
                OPEN I-O WS-HIST-FILE
            END-IF
            IF WS-HIST-FS NOT = '00'
                DISPLAY 'HISTORICO DE CONFIRMACOES INDISPONIVEL: '
                        WS-HIST-PATH ' FS: ' WS-HIST-FS
                CLOSE WS-CHQ-FILE
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF

            OPEN EXTEND WS-PEND-FILE
            IF WS-PEND-FS NOT = '00'
                OPEN OUTPUT WS-PEND-FILE
            END-IF
            OPEN EXTEND WS-CONF-FILE
            IF WS-CONF-FS NOT = '00'
                OPEN OUTPUT WS-CONF-FILE
            END-IF
            OPEN EXTEND WS-EVT-FILE
            IF WS-EVT-FS NOT = '00'
                OPEN OUTPUT WS-EVT-FILE
            END-IF
            OPEN EXTEND WS-ESP-FILE
            IF WS-ESP-FS NOT = '00'
                OPEN OUTPUT WS-ESP-FILE
            END-IF

            OPEN OUTPUT WS-REL-FILE
            MOVE WS-HOJE     TO WS-CAB-DATA
            MOVE WS-AMB-NOME TO WS-CAB-AMBIENTE
            WRITE WS-REL-LINHA FROM WS-CAB-1
            MOVE ALL '=' TO WS-REL-LINHA
            WRITE WS-REL-LINHA
            WRITE WS-REL-LINHA FROM WS-CAB-2
            .
       P200-DEVOLUCOES.
            OPEN INPUT WS-DEV-FILE
            IF WS-DEV-FS NOT = '00'
                DISPLAY 'SEM DEVOLUCOES DO BANCO HOJE: ' WS-DEV-PATH
            ELSE
                MOVE 'N' TO WS-FIM-ARQUIVO
                PERFORM P210-LE-DEVOLUCAO
                PERFORM P220-TRATA-DEVOLUCAO
                        UNTIL WS-FIM
                CLOSE WS-DEV-FILE
            END-IF
            .
       P210-LE-DEVOLUCAO.
            READ WS-DEV-FILE
                AT END SET WS-FIM TO TRUE
            END-READ
            .
       P220-TRATA-DEVOLUCAO.
            IF WS-DEV-TIPO NOT = '1'
                ADD 1 TO WS-TOT-CONTROLE
            ELSE
                ADD 1 TO WS-TOT-LIDOS
                PERFORM P230-LOCALIZA-ALINEA
                MOVE WS-DEV-CHAVE TO WS-CHQ-CHAVE
                READ WS-CHQ-FILE
                    INVALID KEY
                        MOVE 0 TO WS-CHQ-ID
                        MOVE 'CHEQUE NAO RECEBIDO NO BALCAO'
                             TO WS-MOTIVO-REL
                        PERFORM P600-GRAVA-EXCECAO
                    NOT INVALID KEY
                        PERFORM P240-AVALIA-DEVOLUCAO
                END-READ
            END-IF
            PERFORM P210-LE-DEVOLUCAO
            .
       P230-LOCALIZA-ALINEA.
      * Alinea fora da tabela e tratada como devolucao definitiva
      * cobrada, e vai para a excecao para a mesa conferir.
            MOVE 'N' TO WS-ACHOU-SW
            PERFORM VARYING WS-ALN-IDX FROM 1 BY 1
                    UNTIL WS-ALN-IDX > 13 OR WS-ACHOU
                IF WS-ALN-CODIGO(WS-ALN-IDX) = WS-DEV-ALINEA
                    SET WS-ACHOU TO TRUE
                    MOVE WS-ALN-TRATAMENTO(WS-ALN-IDX)
                         TO WS-ALINEA-TRATAMENTO
                    MOVE WS-ALN-TARIFA(WS-ALN-IDX)
                         TO WS-ALINEA-TARIFA
                    MOVE WS-ALN-BLOQUEIO(WS-ALN-IDX)
                         TO WS-ALINEA-BLOQUEIO
                    MOVE WS-ALN-DESCRICAO(WS-ALN-IDX)
                         TO WS-ALINEA-DESCRICAO
                END-IF
            END-PERFORM
            IF NOT WS-ACHOU
                MOVE 'D'                   TO WS-ALINEA-TRATAMENTO
                MOVE 'S'                   TO WS-ALINEA-TARIFA
                MOVE 'S'                   TO WS-ALINEA-BLOQUEIO
                MOVE 'ALINEA NAO TABELADA' TO WS-ALINEA-DESCRICAO
            END-IF
            .
       P240-AVALIA-DEVOLUCAO.
      * O arquivo reenviado pelo banco nao devolve duas vezes; alinea
      * 11 repetida na reapresentacao ja e a devolucao definitiva.
            EVALUATE TRUE
                WHEN WS-CHQ-DEVOLVIDO
                    ADD 1 TO WS-TOT-JA-PROCESSADOS
                WHEN WS-CHQ-REAPRESENTADO
                     AND WS-CHQ-ALINEA = WS-DEV-ALINEA
                     AND WS-CHQ-DATA-DEVOLUCAO = WS-DEV-DATA
                    ADD 1 TO WS-TOT-JA-PROCESSADOS
                WHEN WS-CHQ-COMPENSADO
                    MOVE 'DEVOLVIDO DEPOIS DA COMPENSACAO'
                         TO WS-MOTIVO-REL
                    PERFORM P600-GRAVA-EXCECAO
                WHEN WS-DEV-VALOR NOT = WS-CHQ-VALOR
                    MOVE 'VALOR DIFERENTE DO RECEBIDO'
                         TO WS-MOTIVO-REL
                    PERFORM P600-GRAVA-EXCECAO
                WHEN WS-ALINEA-REAPRESENTA AND WS-CHQ-PROVISORIO
                    PERFORM P300-REAPRESENTACAO
                WHEN OTHER
                    PERFORM P400-DEVOLUCAO-DEFINITIVA
            END-EVALUATE
            .
       P300-REAPRESENTACAO.
      * Sem fundos na primeira apresentacao: o banco reapresenta o
      * cheque e a compensacao (com o credito esperado) muda de data.
            MOVE WS-CHQ-DATA-COMPENSACAO TO WS-DATA-ANTERIOR
            COMPUTE WS-CHQ-DATA-COMPENSACAO = FUNCTION DATE-OF-INTEGER
                    (FUNCTION INTEGER-OF-DATE(WS-DEV-DATA)
                     + WS-DIAS-REAPRES)
            MOVE 'P'                     TO WS-CA-FUNCAO
            MOVE WS-CHQ-DATA-COMPENSACAO TO WS-CA-DATA
            CALL 'CALUTIL' USING WS-CALUTIL-PARM
            IF WS-CA-RC = 0
                MOVE WS-CA-DATA-UTIL TO WS-CHQ-DATA-COMPENSACAO
            END-IF
            SET WS-CHQ-REAPRESENTADO TO TRUE
            MOVE WS-DEV-ALINEA           TO WS-CHQ-ALINEA
            MOVE WS-DEV-DATA             TO WS-CHQ-DATA-DEVOLUCAO
            REWRITE WS-CHQ-REGISTRO
                INVALID KEY
                    DISPLAY 'FALHA AO ATUALIZAR O CHEQUE DO ID '
                            WS-CHQ-ID ' FS: ' WS-CHQ-FS
            END-REWRITE

            COMPUTE WS-ESP-VALOR = WS-CHQ-VALOR * -1
            MOVE WS-DATA-ANTERIOR        TO WS-ESP-DATA
            PERFORM P700-GRAVA-ESPERADO
            MOVE WS-CHQ-VALOR            TO WS-ESP-VALOR
            MOVE WS-CHQ-DATA-COMPENSACAO TO WS-ESP-DATA
            PERFORM P700-GRAVA-ESPERADO

            ADD 1 TO WS-TOT-REAPRESENTADOS
            MOVE SPACES TO WS-MOTIVO-REL
            STRING 'REAPRESENTADO - COMPENSA EM '
                   WS-CHQ-DATA-COMPENSACAO
                   DELIMITED BY SIZE
                   INTO WS-MOTIVO-REL
            END-STRING
            PERFORM P650-GRAVA-DETALHE
            .
       P400-DEVOLUCAO-DEFINITIVA.
      * O pagamento volta aos pendentes como estava antes do balcao e
      * o credito esperado da compensacao e anulado.
            SET WS-CHQ-DEVOLVIDO TO TRUE
            MOVE WS-DEV-ALINEA      TO WS-CHQ-ALINEA
            MOVE WS-DEV-DATA        TO WS-CHQ-DATA-DEVOLUCAO
            MOVE WS-ALINEA-BLOQUEIO TO WS-CHQ-CONTA-BLOQUEIO
            REWRITE WS-CHQ-REGISTRO
                INVALID KEY
                    DISPLAY 'FALHA AO ATUALIZAR O CHEQUE DO ID '
                            WS-CHQ-ID ' FS: ' WS-CHQ-FS
            END-REWRITE

            MOVE WS-CHQ-PENDENTE TO WS-IMG-PENDENTE
            WRITE WS-PEND-REGISTRO FROM WS-IMG-PENDENTE
            ADD 1            TO WS-TOT-REABERTOS
            ADD WS-CHQ-VALOR TO WS-VAL-REABERTO

            COMPUTE WS-ESP-VALOR = WS-CHQ-VALOR * -1
            MOVE WS-CHQ-DATA-COMPENSACAO TO WS-ESP-DATA
            PERFORM P700-GRAVA-ESPERADO

            IF WS-ALINEA-COBRA-TARIFA
                PERFORM P420-REGISTRA-TARIFA
            END-IF

            MOVE 'CHEQUE-DEVOL' TO WS-AU-EVENTO
            MOVE SPACES         TO WS-AU-CHAVE
            MOVE WS-CHQ-ID      TO WS-AU-CHAVE(1:9)
            MOVE WS-DEV-ALINEA  TO WS-AU-CHAVE(11:2)
            MOVE WS-CHQ-COD-CLIENTE TO WS-AU-CHAVE(14:6)
            MOVE 1              TO WS-AU-CONTADOR
            CALL 'AUDITLOG' USING WS-AUDIT-PARM

            MOVE SPACES TO WS-MOTIVO-REL
            STRING WS-ALINEA-DESCRICAO DELIMITED BY '  '
                   ' - REABERTO'       DELIMITED BY SIZE
                   INTO WS-MOTIVO-REL
            END-STRING
            PERFORM P650-GRAVA-DETALHE

            IF WS-ALINEA-DESCRICAO = 'ALINEA NAO TABELADA'
                ADD 1 TO WS-TOT-EXCECOES
            END-IF

            IF WS-CHQ-CONTA-BLOQUEIO = 'S' AND WS-CHQ-DEV-MAX > 0
               AND WS-CHQ-COD-CLIENTE > 0
                PERFORM P450-CONFERE-BLOQUEIO
            END-IF
            .
       P420-REGISTRA-TARIFA.
      * A tarifa de cheque devolvido e cobrada pelo TARIFACOB na noite,
      * como o evento registrado pelo atendimento no TARIFAMANUT.
            MOVE 'CHEQUE-DEVOL'     TO WS-EVT-EVENTO
            MOVE SPACES             TO WS-EVT-REFERENCIA
            STRING WS-CHQ-BANCO '-' WS-CHQ-AGENCIA '-' WS-CHQ-NUMERO
                   DELIMITED BY SIZE
                   INTO WS-EVT-REFERENCIA
            END-STRING
            MOVE WS-DEV-DATA        TO WS-EVT-DATA
            MOVE WS-CHQ-COD-CLIENTE TO WS-EVT-COD-CLIENTE
            MOVE WS-IMG-CLIENTE     TO WS-EVT-CLIENTE
            MOVE 'PAGTOCHQ'         TO WS-EVT-OPERADOR
            MOVE WS-HOJE            TO WS-EVT-DATA-REGISTRO
            WRITE WS-EVT-REGISTRO
            ADD 1 TO WS-TOT-TARIFADOS
            .
       P450-CONFERE-BLOQUEIO.
      * Mesma contagem do P270 do PAGTOCAIXA; o aviso sai so quando
      * esta devolucao leva o cliente ao limite.
            MOVE WS-CHQ-REGISTRO    TO WS-CHQ-GUARDADO
            MOVE WS-CHQ-COD-CLIENTE TO WS-COD-BLOQUEIO
            MOVE 0   TO WS-QTD-DEVOLVIDOS
            MOVE 'N' TO WS-FIM-CHEQUES-SW
            START WS-CHQ-FILE KEY IS = WS-CHQ-COD-CLIENTE
                INVALID KEY
                    SET WS-FIM-CHEQUES TO TRUE
            END-START
            PERFORM P460-CONTA-DEVOLUCAO
                    UNTIL WS-FIM-CHEQUES
            IF WS-QTD-DEVOLVIDOS = WS-CHQ-DEV-MAX
                ADD 1 TO WS-TOT-BLOQUEADOS
                DISPLAY 'CLIENTE ' WS-COD-BLOQUEIO ' COM '
                        WS-QTD-DEVOLVIDOS ' CHEQUES DEVOLVIDOS: '
                        'BLOQUEADO PARA CHEQUE NO BALCAO.'
            END-IF
            MOVE WS-CHQ-GUARDADO TO WS-CHQ-REGISTRO
            .
       P460-CONTA-DEVOLUCAO.
            READ WS-CHQ-FILE NEXT RECORD
                AT END
                    SET WS-FIM-CHEQUES TO TRUE
                NOT AT END
                    IF WS-CHQ-COD-CLIENTE NOT = WS-COD-BLOQUEIO
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
       P500-COMPENSACOES.
      * Uma passada no cadastro: cheque em compensacao que chegou a
      * data prevista sem devolucao esta compensado.
            MOVE 'N'   TO WS-FIM-CHEQUES-SW
            MOVE ZEROS TO WS-CHQ-CHAVE
            START WS-CHQ-FILE KEY IS NOT LESS THAN WS-CHQ-CHAVE
                INVALID KEY
                    SET WS-FIM-CHEQUES TO TRUE
            END-START
            PERFORM P510-LE-CHEQUE
                    UNTIL WS-FIM-CHEQUES
            .
       P510-LE-CHEQUE.
            READ WS-CHQ-FILE NEXT RECORD
                AT END
                    SET WS-FIM-CHEQUES TO TRUE
                NOT AT END
                    IF WS-CHQ-PROVISORIO OR WS-CHQ-REAPRESENTADO
                        IF WS-CHQ-DATA-COMPENSACAO NOT > WS-HOJE
                            PERFORM P520-CONFIRMA-CHEQUE
                        ELSE
                            ADD 1 TO WS-TOT-EM-COMPENSACAO
                            ADD WS-CHQ-VALOR TO WS-VAL-EM-COMPENSACAO
                        END-IF
                    END-IF
            END-READ
            .
       P520-CONFIRMA-CHEQUE.
      * Mesmos registros do P300 do PAGTOCAIXA para o recebimento em
      * especie: confirmados do dia, historico, contrato, conta
      * corrente e quitacao de negativacao, na data da compensacao.
            MOVE WS-CHQ-PENDENTE TO WS-IMG-PENDENTE

            MOVE WS-CHQ-ID          TO WS-CONF-ID
            MOVE WS-CHQ-VALOR       TO WS-CONF-VALOR
            MOVE 'C'                TO WS-CONF-PAGTO
            MOVE 0                  TO WS-CONF-MOTIVO
            MOVE WS-IMG-CLIENTE     TO WS-CONF-CLIENTE
            MOVE WS-CHQ-COD-CLIENTE TO WS-CONF-COD-CLIENTE
            WRITE WS-CONF-REGISTRO

            MOVE WS-CHQ-ID          TO WS-HIST-ID
            MOVE WS-CHQ-VALOR       TO WS-HIST-VALOR
            MOVE WS-HOJE            TO WS-HIST-DATA
            MOVE WS-IMG-CLIENTE     TO WS-HIST-CLIENTE
            MOVE 'C'                TO WS-HIST-SITUACAO
            MOVE WS-CHQ-COD-CLIENTE TO WS-HIST-COD-CLIENTE
            WRITE WS-HIST-REGISTRO
                INVALID KEY
                    DISPLAY 'PAGAMENTO JA CONSTAVA NO HISTORICO: '
                            WS-CHQ-ID
            END-WRITE

            MOVE 'P'                TO WS-CT-FUNCAO
            MOVE WS-CHQ-ID          TO WS-CT-ID
            MOVE WS-CHQ-VALOR       TO WS-CT-VALOR
            MOVE WS-HOJE            TO WS-CT-DATA
            CALL 'CONTRATOATU' USING WS-CONTRATO-PARM
            IF WS-CT-RC NOT = 0 AND WS-CT-RC NOT = 4
                DISPLAY 'CONTRATO NAO ATUALIZADO PARA O ID '
                        WS-CT-ID ' RC ' WS-CT-RC
            END-IF

            MOVE WS-CHQ-COD-CLIENTE TO WS-CC-COD-CLIENTE
            MOVE WS-CHQ-VALOR       TO WS-CC-VALOR
            MOVE WS-HOJE            TO WS-CC-DATA
            MOVE WS-CHQ-ID          TO WS-CC-ID
            IF WS-IMG-FILIAL NOT = '996'
                MOVE 'F'            TO WS-CC-FUNCAO
                MOVE 'COBRANCA'     TO WS-CC-HISTORICO
                CALL 'CONTACORPOSTA' USING WS-CONTACOR-PARM
            END-IF
            MOVE 'L'                TO WS-CC-FUNCAO
            MOVE 'PG'               TO WS-CC-EVENTO
            MOVE 'CHEQUE COMPENSADO' TO WS-CC-HISTORICO
            CALL 'CONTACORPOSTA' USING WS-CONTACOR-PARM
            IF WS-CC-RC NOT = 0 AND WS-CC-RC NOT = 4
                DISPLAY 'CONTA CORRENTE NAO ATUALIZADA PARA O ID '
                        WS-CC-ID ' RC ' WS-CC-RC
            END-IF

            MOVE WS-CHQ-ID          TO WS-NQ-ID
            MOVE WS-HOJE            TO WS-NQ-DATA
            CALL 'NEGATQUITA' USING WS-NEGATQUITA-PARM
            IF WS-NQ-RC = 0
                DISPLAY 'ID ' WS-NQ-ID ' NEGATIVADO E QUITADO: '
                        'EXCLUSAO DO BUREAU ATE ' WS-NQ-PRAZO
            END-IF
            IF WS-NQ-RC NOT = 0 AND WS-NQ-RC NOT = 4
                DISPLAY 'NEGATIVACAO NAO ATUALIZADA PARA O ID '
                        WS-NQ-ID ' RC ' WS-NQ-RC
            END-IF

            SET WS-CHQ-COMPENSADO TO TRUE
            REWRITE WS-CHQ-REGISTRO
                INVALID KEY
                    DISPLAY 'FALHA AO ATUALIZAR O CHEQUE DO ID '
                            WS-CHQ-ID ' FS: ' WS-CHQ-FS
            END-REWRITE
            ADD 1            TO WS-TOT-COMPENSADOS
            ADD WS-CHQ-VALOR TO WS-VAL-COMPENSADO
            .
       P600-GRAVA-EXCECAO.
            ADD 1 TO WS-TOT-EXCECOES
            PERFORM P650-GRAVA-DETALHE
            .
       P650-GRAVA-DETALHE.
            MOVE WS-DEV-BANCO   TO WS-DET-BANCO
            MOVE WS-DEV-AGENCIA TO WS-DET-AGENCIA
            MOVE WS-DEV-NUMERO  TO WS-DET-NUMERO
            MOVE WS-CHQ-ID      TO WS-DET-ID
            MOVE WS-DEV-VALOR   TO WS-DET-VALOR
            MOVE WS-DEV-ALINEA  TO WS-DET-ALINEA
            MOVE WS-MOTIVO-REL  TO WS-DET-MOTIVO
            WRITE WS-REL-LINHA FROM WS-DET-LINHA
            .
       P700-GRAVA-ESPERADO.
      * Mesmo grupo do PAGTOCAIXA: origem CHEQUE na filial do caixa,
      * referencia pelo numero do recibo.
            MOVE WS-CHQ-FILIAL-CAIXA TO WS-ESP-FILIAL
            MOVE 'CHEQUE'            TO WS-ESP-ORIGEM
            MOVE SPACES              TO WS-ESP-REFERENCIA
            MOVE WS-CHQ-RECIBO       TO WS-ESP-REFERENCIA(1:6)
            MOVE WS-HOJE             TO WS-ESP-DATA-GERACAO
            WRITE WS-ESP-REGISTRO
            .
       P750-REGISTRA-CONTROLES.
      * Como no PAGTOCAIXA: pendentes reabertos e confirmados do dia
      * tem os totais de controle refeitos para o protocolo comum.
            MOVE 0   TO WS-VER-QTD
            MOVE 0   TO WS-VER-HASH
            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN INPUT WS-PEND-FILE
            IF WS-PEND-FS = '00'
                PERFORM P760-CONTA-PENDENTE
                        UNTIL WS-FIM
                CLOSE WS-PEND-FILE
                MOVE 'G'          TO WS-AC-FUNCAO
                MOVE WS-PEND-PATH TO WS-AC-NOME
                MOVE WS-VER-QTD   TO WS-AC-QTD
                MOVE WS-VER-HASH  TO WS-AC-HASH
                CALL 'ARQCONTROLE' USING WS-ARQCTL-PARM
            END-IF

            MOVE 0   TO WS-VER-QTD
            MOVE 0   TO WS-VER-HASH
            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN INPUT WS-CONF-FILE
            IF WS-CONF-FS = '00'
                PERFORM P770-CONTA-CONFIRMADO
                        UNTIL WS-FIM
                CLOSE WS-CONF-FILE
                MOVE 'G'          TO WS-AC-FUNCAO
                MOVE WS-CONF-PATH TO WS-AC-NOME
                MOVE WS-VER-QTD   TO WS-AC-QTD
                MOVE WS-VER-HASH  TO WS-AC-HASH
                CALL 'ARQCONTROLE' USING WS-ARQCTL-PARM
            END-IF
            MOVE 'N' TO WS-FIM-ARQUIVO
            .
       P760-CONTA-PENDENTE.
            READ WS-PEND-FILE
                AT END SET WS-FIM TO TRUE
                NOT AT END
                    ADD 1             TO WS-VER-QTD
                    ADD WS-PEND-VALOR TO WS-VER-HASH
            END-READ
            .
       P770-CONTA-CONFIRMADO.
            READ WS-CONF-FILE
                AT END SET WS-FIM TO TRUE
                NOT AT END
                    ADD 1             TO WS-VER-QTD
                    ADD WS-CONF-VALOR TO WS-VER-HASH
            END-READ
            .
       P900-FECHA-ARQUIVOS.
            MOVE ALL '-' TO WS-REL-LINHA
            WRITE WS-REL-LINHA
            MOVE 'TOTAL REABERTO NOS PENDENTES' TO WS-TOT-LITERAL
            MOVE WS-VAL-REABERTO    TO WS-TOT-VALOR
            WRITE WS-REL-LINHA FROM WS-TOT-LINHA
            MOVE 'TOTAL COMPENSADO HOJE' TO WS-TOT-LITERAL
            MOVE WS-VAL-COMPENSADO  TO WS-TOT-VALOR
            WRITE WS-REL-LINHA FROM WS-TOT-LINHA
            MOVE 'TOTAL AINDA EM COMPENSACAO' TO WS-TOT-LITERAL
            MOVE WS-VAL-EM-COMPENSACAO TO WS-TOT-VALOR
            WRITE WS-REL-LINHA FROM WS-TOT-LINHA

            CLOSE WS-CHQ-FILE
            CLOSE WS-HIST-FILE
            CLOSE WS-PEND-FILE
            CLOSE WS-CONF-FILE
            CLOSE WS-EVT-FILE
            CLOSE WS-ESP-FILE
            CLOSE WS-REL-FILE
            CALL 'RELARQUIVA' USING WS-RELARQ-PARM WS-REL-PATH
            .
       P950-RESUMO.
            DISPLAY '----- RESUMO DOS CHEQUES DO BALCAO -----'
            DISPLAY 'DEVOLUCOES LIDAS     : ' WS-TOT-LIDOS
            DISPLAY 'REGISTROS DE CONTROLE: ' WS-TOT-CONTROLE
            DISPLAY 'REAPRESENTADOS       : ' WS-TOT-REAPRESENTADOS
            DISPLAY 'DEVOLVIDOS/REABERTOS : ' WS-TOT-REABERTOS
            DISPLAY 'TARIFAS REGISTRADAS  : ' WS-TOT-TARIFADOS
            DISPLAY 'CLIENTES BLOQUEADOS  : ' WS-TOT-BLOQUEADOS
            DISPLAY 'JA PROCESSADOS ANTES : ' WS-TOT-JA-PROCESSADOS
            DISPLAY 'EM EXCECAO           : ' WS-TOT-EXCECOES
            DISPLAY 'COMPENSADOS HOJE     : ' WS-TOT-COMPENSADOS
            MOVE WS-VAL-COMPENSADO TO WS-VALOR-ED
            DISPLAY 'VALOR COMPENSADO     : ' WS-VALOR-ED
            DISPLAY 'AINDA EM COMPENSACAO : ' WS-TOT-EM-COMPENSACAO
            MOVE WS-VAL-EM-COMPENSACAO TO WS-VALOR-ED
            DISPLAY 'VALOR EM COMPENSACAO : ' WS-VALOR-ED
            DISPLAY 'RELATORIO GRAVADO EM : ' WS-REL-PATH
            .
       END PROGRAM PAGTOCHEQUE.
