      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTABFECHA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-PER-FILE      ASSIGN TO WS-PER-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-PER-FS.
           SELECT WS-DIA-FILE      ASSIGN TO WS-DIA-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-DIA-FS.
           SELECT WS-DIAN-FILE     ASSIGN TO WS-DIAN-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-DIAN-FS.
           SELECT WS-ARQ-FILE      ASSIGN TO WS-ARQ-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-ARQ-FS.
           SELECT WS-SAL-FILE      ASSIGN TO WS-SAL-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS WS-SAL-CHAVE
                                    FILE STATUS WS-SAL-FS.
           SELECT WS-REL-FILE      ASSIGN TO WS-REL-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-REL-FS.
           SELECT WS-SORT-FILE     ASSIGN TO 'CONTABFECHA.SRT'.
       DATA DIVISION.
       FILE SECTION.
      * Controle de periodos: ultimo mes fechado. O CONTABEXP le para
      * nao lancar em mes fechado.
       FD  WS-PER-FILE.
       01 WS-PER-REGISTRO.
           03 WS-PER-ULTIMO-FECHADO  PIC 9(6).
           03 WS-PER-DATA-FECHAMENTO PIC 9(8).
      * Diario dos periodos abertos, acumulado pelo CONTABEXP com o
      * detalhe de cada LANCAMENTOS.DAT liberado.
       FD  WS-DIA-FILE.
       01 WS-DIA-REGISTRO.
           03 WS-DIA-TIPO            PIC X.
           03 WS-DIA-DATA            PIC 9(8).
           03 WS-DIA-CONTA           PIC 9(6).
           03 WS-DIA-DC              PIC X.
           03 WS-DIA-VALOR           PIC 9(11)V99.
           03 WS-DIA-EVENTO          PIC X(12).
           03 WS-DIA-ID              PIC 9(9).
           03 WS-DIA-PERIODO         PIC 9(6).
           03 WS-DIA-FORA-PERIODO    PIC X.
              88 WS-DIA-FORA                   VALUE 'S'.
       FD  WS-DIAN-FILE.
       01 WS-DIAN-REGISTRO           PIC X(57).
      * Lancamentos do periodo fechado, guardados em CONTAB.DIARIO.
      * seguido do AAAAMM.
       FD  WS-ARQ-FILE.
       01 WS-ARQ-REGISTRO            PIC X(57).
      * Saldo por conta e periodo. Registro de periodo fechado nao e
      * mais regravado.
       FD  WS-SAL-FILE.
       01 WS-SAL-REGISTRO.
           03 WS-SAL-CHAVE.
              05 WS-SAL-CONTA        PIC 9(6).
              05 WS-SAL-PERIODO      PIC 9(6).
           03 WS-SAL-SALDO-ANTERIOR  PIC S9(13)V99.
           03 WS-SAL-DEBITOS         PIC 9(13)V99.
           03 WS-SAL-CREDITOS        PIC 9(13)V99.
           03 WS-SAL-SALDO-FINAL     PIC S9(13)V99.
           03 WS-SAL-QTD             PIC 9(6).
           03 WS-SAL-DATA-FECHAMENTO PIC 9(8).
       FD  WS-REL-FILE.
       01 WS-REL-LINHA               PIC X(100).
       SD  WS-SORT-FILE.
       01 WS-SORT-REGISTRO.
           03 WS-SRT-CONTA           PIC 9(6).
           03 WS-SRT-SALDO-ANTERIOR  PIC S9(13)V99.
           03 WS-SRT-DEBITOS         PIC 9(13)V99.
           03 WS-SRT-CREDITOS        PIC 9(13)V99.
           03 WS-SRT-QTD             PIC 9(6).

       WORKING-STORAGE SECTION.
       01 WS-PER-PATH                PIC X(40) VALUE 'CONTAB.PERIODO'.
       01 WS-DIA-PATH                PIC X(40) VALUE 'CONTAB.DIARIO'.
       01 WS-DIAN-PATH               PIC X(40)
                            VALUE 'CONTAB.DIARIO.NOVO'.
       01 WS-ARQ-PATH                PIC X(40).
       01 WS-SAL-PATH                PIC X(40)
                            VALUE 'SALDOS.CONTABEIS.IDX'.
       01 WS-REL-PATH                PIC X(40)
                            VALUE 'CONTAB.BALANCETE.REL'.
       01 WS-PER-FS                  PIC XX.
       01 WS-DIA-FS                  PIC XX.
       01 WS-DIAN-FS                 PIC XX.
       01 WS-ARQ-FS                  PIC XX.
       01 WS-SAL-FS                  PIC XX.
       01 WS-REL-FS                  PIC XX.

       01 WS-FIM-ARQUIVO             PIC X     VALUE 'N'.
          88 WS-FIM                            VALUE 'Y'.
       01 WS-FIM-SORT-SW             PIC X     VALUE 'N'.
          88 WS-FIM-SORT                       VALUE 'Y'.
       01 WS-TEM-CONTROLE-SW         PIC X     VALUE 'N'.
          88 WS-TEM-CONTROLE                   VALUE 'Y'.
       01 WS-ULTIMO-DIA-UTIL-SW      PIC X     VALUE 'N'.
          88 WS-ULTIMO-DIA-UTIL                VALUE 'Y'.

       01 WS-DATA-HORA-ATUAL         PIC X(21).
       01 WS-HOJE                    PIC 9(8).
       01 WS-HOJE-INTEGER            PIC 9(8).

      * Periodo a fechar: o seguinte ao ultimo fechado ou, no
      * primeiro fechamento, o mais antigo do diario.
       01 WS-ULTIMO-FECHADO          PIC 9(6)  VALUE 0.
       01 WS-PERIODO                 PIC 9(6)  VALUE 0.
       01 WS-PERIODO-AUX.
          03 WS-PERIODO-ANO          PIC 9(4).
          03 WS-PERIODO-MES          PIC 99.
       01 WS-ANTECIPA                PIC X     VALUE 'N'.

      * Saldos por conta do periodo: o anterior vem do fechamento do
      * mes passado, debitos e creditos do diario.
       01 WS-TAB-CONTAS.
          03 WS-QTD-CONTA            PIC 9(4)  VALUE 0.
          03 WS-CT-ITEM OCCURS 500 TIMES.
             05 WS-CT-CONTA          PIC 9(6).
             05 WS-CT-SALDO-ANTERIOR PIC S9(13)V99.
             05 WS-CT-DEBITOS        PIC 9(13)V99.
             05 WS-CT-CREDITOS       PIC 9(13)V99.
             05 WS-CT-QTD            PIC 9(6).
       01 WS-CT                      PIC 9(4)  VALUE 0.
       01 WS-CT-SEL                  PIC 9(4)  VALUE 0.
       01 WS-CONTA-BUSCA             PIC 9(6).
       01 WS-TAB-CHEIA-SW            PIC X     VALUE 'N'.
          88 WS-TAB-CHEIA                      VALUE 'Y'.

       01 WS-TOT-ANTERIOR            PIC S9(13)V99 VALUE 0.
       01 WS-TOT-DEBITOS             PIC 9(13)V99  VALUE 0.
       01 WS-TOT-CREDITOS            PIC 9(13)V99  VALUE 0.
       01 WS-TOT-FINAL               PIC S9(13)V99 VALUE 0.
       01 WS-SALDO-FINAL             PIC S9(13)V99 VALUE 0.
       01 WS-TOT-LANCAMENTOS         PIC 9(6)  VALUE 0.
       01 WS-TOT-FORA-PERIODO        PIC 9(6)  VALUE 0.
       01 WS-TOT-ARQUIVADOS          PIC 9(6)  VALUE 0.
       01 WS-TOT-MANTIDOS            PIC 9(6)  VALUE 0.
       01 WS-TOT-REGRAVADOS          PIC 9(6)  VALUE 0.

       01 WS-CAB-1.
           03 FILLER                 PIC X(27)
                            VALUE 'BALANCETE DE VERIFICACAO - '.
           03 WS-CAB-PERIODO         PIC 9(6).
           03 FILLER                 PIC X(16)
                            VALUE '   FECHADO EM: '.
           03 WS-CAB-DATA            PIC 9(8).
           03 FILLER                 PIC X(11) VALUE '  AMBIENTE '.
           03 WS-CAB-AMBIENTE        PIC X(8).
           03 FILLER                 PIC X(24) VALUE SPACES.
       01 WS-CAB-2.
           03 FILLER                 PIC X(8)  VALUE 'CONTA'.
           03 FILLER                 PIC X(23)
                            VALUE '       SALDO ANTERIOR'.
           03 FILLER                 PIC X(23)
                            VALUE '             DEBITOS'.
           03 FILLER                 PIC X(23)
                            VALUE '            CREDITOS'.
           03 FILLER                 PIC X(23)
                            VALUE '          SALDO FINAL'.
       01 WS-DET-LINHA.
           03 WS-DET-CONTA           PIC 9(6).
           03 FILLER                 PIC XX    VALUE SPACES.
           03 WS-DET-ANTERIOR        PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           03 FILLER                 PIC X     VALUE SPACE.
           03 WS-DET-DEBITOS         PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           03 FILLER                 PIC X     VALUE SPACE.
           03 WS-DET-CREDITOS        PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           03 FILLER                 PIC X     VALUE SPACE.
           03 WS-DET-FINAL           PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           03 FILLER                 PIC X(1)  VALUE SPACES.
       01 WS-FORA-CAB.
           03 FILLER                 PIC X(40)
                  VALUE 'LANCAMENTOS MARCADOS FORA DO PERIODO'.
           03 FILLER                 PIC X(60)
                  VALUE '(MES JA FECHADO OU ESTORNO DE MES FECHADO)'.
       01 WS-FORA-LINHA.
           03 WS-FORA-DATA           PIC 9(8).
           03 FILLER                 PIC XX    VALUE SPACES.
           03 WS-FORA-CONTA          PIC 9(6).
           03 FILLER                 PIC X     VALUE SPACE.
           03 WS-FORA-DC             PIC X.
           03 FILLER                 PIC XX    VALUE SPACES.
           03 WS-FORA-VALOR          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           03 FILLER                 PIC XX    VALUE SPACES.
           03 WS-FORA-EVENTO         PIC X(12).
           03 FILLER                 PIC XX    VALUE SPACES.
           03 WS-FORA-ID             PIC 9(9).
           03 FILLER                 PIC X(37) VALUE SPACES.
       01 WS-TOT-LINHA.
           03 WS-TOT-LITERAL         PIC X(40).
           03 WS-TOT-VALOR           PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           03 FILLER                 PIC X(38) VALUE SPACES.
       01 WS-QTD-LINHA.
           03 WS-QTD-LITERAL         PIC X(40).
           03 WS-QTD-VALOR           PIC ZZZ,ZZ9.
           03 FILLER                 PIC X(53) VALUE SPACES.

       01 WS-CALUTIL-PARM.
           03 WS-CA-FUNCAO         PIC X.
           03 WS-CA-RC             PIC 99.
           03 WS-CA-DATA           PIC 9(8).
           03 WS-CA-DIA-UTIL       PIC X.
           03 WS-CA-DATA-UTIL      PIC 9(8).

       01 WS-PARMLE-PARM.
           03 WS-PL-PROGRAMA       PIC X(12) VALUE 'CONTABFECHA'.
           03 WS-PL-NOME           PIC X(12).
           03 WS-PL-DATA-PROC      PIC 9(8).
           03 WS-PL-VALOR          PIC X(14).
           03 WS-PL-RC             PIC 99.

       01 WS-AUDIT-PARM.
           03 WS-AU-PROGRAMA       PIC X(12) VALUE 'CONTABFECHA'.
           03 WS-AU-EVENTO         PIC X(12).
           03 WS-AU-CHAVE          PIC X(30).
           03 WS-AU-CONTADOR       PIC 9(6).
           03 WS-AU-OPERADOR       PIC X(8)  VALUE SPACES.

       01 WS-VALOR-ED              PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01 WS-SIMULA-PARM.
           03 WS-SM-FUNCAO         PIC X     VALUE 'D'.
           03 WS-SM-ATIVA          PIC X     VALUE 'N'.
              88 WS-SM-SIMULANDO             VALUE 'S'.
           03 WS-SM-RC             PIC 99.

       01 WS-RELARQ-PARM.
           03 WS-RA-FUNCAO         PIC X     VALUE 'R'.
           03 WS-RA-PROGRAMA       PIC X(12) VALUE 'CONTABFECHA'.
           03 WS-RA-RELATORIO      PIC X(30)
                                   VALUE 'CONTAB.BALANCETE.REL'.
           03 WS-RA-RC             PIC 99.
           03 WS-RA-PAGINAS        PIC 9(5).
           03 WS-RA-EXPURGADOS     PIC 9(5).
       01 WS-RC-SALVO              PIC S9(4) VALUE 0.

       01 WS-AMBIENTE-PARM.
           03 WS-AMB-FUNCAO        PIC X     VALUE 'R'.
           03 WS-AMB-NOME          PIC X(8)  VALUE SPACES.
           03 WS-AMB-RAIZ          PIC X(40) VALUE SPACES.
           03 WS-AMB-RC            PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      * Fechamento contabil do mes: acumula os lancamentos do periodo
      * no saldo por conta, imprime o balancete provando debitos igual
      * a creditos e trava o periodo. Roda no ultimo dia util, depois
      * do CONTABEXP da noite. Divergencia nao trava nada: RC 12.
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-PER-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-DIA-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-DIAN-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-SAL-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-REL-PATH
            DISPLAY 'CONTABFECHA - FECHAMENTO CONTABIL DO MES'
      * Em simulacao da cadeia o que o passo grava, e o que ele le
      * de passos anteriores, fica nas copias de rascunho.
            CALL 'CADSIMULA' USING WS-SIMULA-PARM WS-PER-PATH
            CALL 'CADSIMULA' USING WS-SIMULA-PARM WS-DIA-PATH
            CALL 'CADSIMULA' USING WS-SIMULA-PARM WS-DIAN-PATH
            CALL 'CADSIMULA' USING WS-SIMULA-PARM WS-SAL-PATH
            CALL 'CADSIMULA' USING WS-SIMULA-PARM WS-REL-PATH
            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
            MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-HOJE

            PERFORM P050-LE-CONTROLE
            PERFORM P100-DEFINE-PERIODO
            IF WS-PERIODO = 0
                DISPLAY 'DIARIO VAZIO. NADA A FECHAR.'
                MOVE 4 TO RETURN-CODE
                GOBACK
            END-IF
            PERFORM P150-VALIDA-PERIODO

            OPEN I-O WS-SAL-FILE
            IF WS-SAL-FS NOT = '00'
                OPEN OUTPUT WS-SAL-FILE
                CLOSE WS-SAL-FILE
                OPEN I-O WS-SAL-FILE
            END-IF
            IF WS-SAL-FS NOT = '00'
                DISPLAY 'ARQUIVO DE SALDOS INDISPONIVEL: '
                        WS-SAL-PATH ' FS: ' WS-SAL-FS
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF

            PERFORM P200-CARREGA-SALDO-ANTERIOR
            PERFORM P300-ACUMULA-DIARIO
            PERFORM P350-CONFERE-PARTIDAS

            OPEN OUTPUT WS-REL-FILE
            MOVE WS-PERIODO TO WS-CAB-PERIODO
            MOVE WS-HOJE    TO WS-CAB-DATA
            MOVE WS-AMB-NOME TO WS-CAB-AMBIENTE
            WRITE WS-REL-LINHA FROM WS-CAB-1
            MOVE ALL '=' TO WS-REL-LINHA
            WRITE WS-REL-LINHA
            WRITE WS-REL-LINHA FROM WS-CAB-2

            SORT WS-SORT-FILE
                 ON ASCENDING KEY WS-SRT-CONTA
                 INPUT  PROCEDURE IS P400-LIBERA-CONTAS
                 OUTPUT PROCEDURE IS P450-GRAVA-SALDOS
            CLOSE WS-SAL-FILE

            PERFORM P500-IMPRIME-TOTAIS
            PERFORM P550-IMPRIME-FORA-PERIODO
            CLOSE WS-REL-FILE
      * Listagem fechada vai para o repositorio de relatorios.
            MOVE RETURN-CODE TO WS-RC-SALVO
            CALL 'RELARQUIVA' USING WS-RELARQ-PARM WS-REL-PATH
            MOVE WS-RC-SALVO TO RETURN-CODE

            PERFORM P600-ARQUIVA-DIARIO
            PERFORM P700-TRAVA-PERIODO
            PERFORM P800-FINALIZA

            GOBACK.

       P050-LE-CONTROLE.
            OPEN INPUT WS-PER-FILE
            IF WS-PER-FS = '00'
                READ WS-PER-FILE
                    AT END CONTINUE
                    NOT AT END
                        MOVE WS-PER-ULTIMO-FECHADO TO WS-ULTIMO-FECHADO
                        SET WS-TEM-CONTROLE TO TRUE
                END-READ
                CLOSE WS-PER-FILE
            END-IF
            .
       P100-DEFINE-PERIODO.
            IF WS-TEM-CONTROLE
                MOVE WS-ULTIMO-FECHADO TO WS-PERIODO-AUX
                IF WS-PERIODO-MES = 12
                    ADD 1 TO WS-PERIODO-ANO
                    MOVE 1 TO WS-PERIODO-MES
                ELSE
                    ADD 1 TO WS-PERIODO-MES
                END-IF
                MOVE WS-PERIODO-AUX TO WS-PERIODO
            ELSE
      * Primeiro fechamento: o periodo mais antigo do diario.
                MOVE 'N' TO WS-FIM-ARQUIVO
                OPEN INPUT WS-DIA-FILE
                IF WS-DIA-FS = '00'
                    PERFORM UNTIL WS-FIM
                        READ WS-DIA-FILE
                            AT END SET WS-FIM TO TRUE
                            NOT AT END
                                IF WS-PERIODO = 0
                                   OR WS-DIA-PERIODO < WS-PERIODO
                                    MOVE WS-DIA-PERIODO TO WS-PERIODO
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE WS-DIA-FILE
                END-IF
            END-IF
            DISPLAY 'PERIODO A FECHAR: ' WS-PERIODO
            .
       P150-VALIDA-PERIODO.
      * Mes futuro nao fecha. O mes corrente so fecha no seu ultimo
      * dia util, salvo liberacao no PARAMETROS.DAT (CONTABFECHA /
      * ANTECIPA = S). Mes anterior atrasado fecha a qualquer dia.
            IF WS-PERIODO > WS-HOJE(1:6)
                DISPLAY 'PERIODO ' WS-PERIODO ' AINDA NAO ENCERRADO. '
                        'NADA A FECHAR.'
                MOVE 4 TO RETURN-CODE
                GOBACK
            END-IF
            IF WS-PERIODO = WS-HOJE(1:6)
                PERFORM P160-VERIFICA-ULTIMO-DIA
                MOVE WS-HOJE    TO WS-PL-DATA-PROC
                MOVE 'ANTECIPA' TO WS-PL-NOME
                CALL 'PARMLE' USING WS-PARMLE-PARM
                IF WS-PL-RC = 0
                    MOVE WS-PL-VALOR(1:1) TO WS-ANTECIPA
                END-IF
                IF NOT WS-ULTIMO-DIA-UTIL AND WS-ANTECIPA NOT = 'S'
                    DISPLAY 'HOJE NAO E O ULTIMO DIA UTIL DE '
                            WS-PERIODO '. FECHAMENTO NAO REALIZADO.'
                    MOVE 4 TO RETURN-CODE
                    GOBACK
                END-IF
            END-IF
            .
       P160-VERIFICA-ULTIMO-DIA.
      * Ultimo dia util: o proximo dia util depois de hoje ja cai no
      * mes seguinte.
            COMPUTE WS-HOJE-INTEGER =
                    FUNCTION INTEGER-OF-DATE(WS-HOJE) + 1
            MOVE 'P' TO WS-CA-FUNCAO
            COMPUTE WS-CA-DATA =
                    FUNCTION DATE-OF-INTEGER(WS-HOJE-INTEGER)
            CALL 'CALUTIL' USING WS-CALUTIL-PARM
            IF WS-CA-RC = 0
               AND WS-CA-DATA-UTIL(1:6) > WS-HOJE(1:6)
                SET WS-ULTIMO-DIA-UTIL TO TRUE
            END-IF
            .
       P200-CARREGA-SALDO-ANTERIOR.
      * Saldo final de cada conta no ultimo periodo fechado e o
      * anterior deste.
            IF WS-TEM-CONTROLE
                MOVE 'N' TO WS-FIM-ARQUIVO
                PERFORM UNTIL WS-FIM
                    READ WS-SAL-FILE NEXT RECORD
                        AT END SET WS-FIM TO TRUE
                        NOT AT END
                            IF WS-SAL-PERIODO = WS-ULTIMO-FECHADO
                                PERFORM P210-GUARDA-SALDO
                            END-IF
                    END-READ
                END-PERFORM
            END-IF
            .
       P210-GUARDA-SALDO.
            MOVE WS-SAL-CONTA TO WS-CONTA-BUSCA
            PERFORM P250-BUSCA-CONTA
            IF WS-CT-SEL > 0
                MOVE WS-SAL-SALDO-FINAL
                     TO WS-CT-SALDO-ANTERIOR(WS-CT-SEL)
                ADD WS-SAL-SALDO-FINAL TO WS-TOT-ANTERIOR
            END-IF
            .
       P250-BUSCA-CONTA.
            MOVE 0 TO WS-CT-SEL
            PERFORM VARYING WS-CT FROM 1 BY 1
                    UNTIL WS-CT > WS-QTD-CONTA OR WS-CT-SEL > 0
                IF WS-CT-CONTA(WS-CT) = WS-CONTA-BUSCA
                    MOVE WS-CT TO WS-CT-SEL
                END-IF
            END-PERFORM
            IF WS-CT-SEL = 0
                IF WS-QTD-CONTA < 500
                    ADD 1 TO WS-QTD-CONTA
                    MOVE WS-QTD-CONTA   TO WS-CT-SEL
                    MOVE WS-CONTA-BUSCA TO WS-CT-CONTA(WS-CT-SEL)
                    MOVE 0 TO WS-CT-SALDO-ANTERIOR(WS-CT-SEL)
                              WS-CT-DEBITOS(WS-CT-SEL)
                              WS-CT-CREDITOS(WS-CT-SEL)
                              WS-CT-QTD(WS-CT-SEL)
                ELSE
                    SET WS-TAB-CHEIA TO TRUE
                END-IF
            END-IF
            .
       P300-ACUMULA-DIARIO.
            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN INPUT WS-DIA-FILE
            IF WS-DIA-FS = '00'
                PERFORM UNTIL WS-FIM
                    READ WS-DIA-FILE
                        AT END SET WS-FIM TO TRUE
                        NOT AT END
                            IF WS-DIA-PERIODO = WS-PERIODO
                                PERFORM P310-SOMA-LANCAMENTO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE WS-DIA-FILE
            ELSE
                DISPLAY 'DIARIO NAO ENCONTRADO: ' WS-DIA-PATH
                        '. PERIODO SEM MOVIMENTO.'
            END-IF
            .
       P310-SOMA-LANCAMENTO.
            MOVE WS-DIA-CONTA TO WS-CONTA-BUSCA
            PERFORM P250-BUSCA-CONTA
            ADD 1 TO WS-TOT-LANCAMENTOS
            IF WS-DIA-FORA
                ADD 1 TO WS-TOT-FORA-PERIODO
            END-IF
            IF WS-DIA-DC = 'D'
                ADD WS-DIA-VALOR TO WS-TOT-DEBITOS
            ELSE
                ADD WS-DIA-VALOR TO WS-TOT-CREDITOS
            END-IF
            IF WS-CT-SEL > 0
                ADD 1 TO WS-CT-QTD(WS-CT-SEL)
                IF WS-DIA-DC = 'D'
                    ADD WS-DIA-VALOR TO WS-CT-DEBITOS(WS-CT-SEL)
                ELSE
                    ADD WS-DIA-VALOR TO WS-CT-CREDITOS(WS-CT-SEL)
                END-IF
            END-IF
            .
       P350-CONFERE-PARTIDAS.
      * Periodo que nao fecha em zero nao e travado: nada gravado,
      * RC 12 para a contabilidade investigar o diario.
            IF WS-TAB-CHEIA
                DISPLAY 'TABELA DE CONTAS CHEIA (500). FECHAMENTO '
                        'NAO REALIZADO.'
                CLOSE WS-SAL-FILE
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF
            IF WS-TOT-DEBITOS NOT = WS-TOT-CREDITOS
                MOVE WS-TOT-DEBITOS  TO WS-VALOR-ED
                DISPLAY 'TOTAL DEBITOS : ' WS-VALOR-ED
                MOVE WS-TOT-CREDITOS TO WS-VALOR-ED
                DISPLAY 'TOTAL CREDITOS: ' WS-VALOR-ED
                DISPLAY 'PERIODO ' WS-PERIODO ' NAO FECHA EM ZERO. '
                        'PERIODO NAO TRAVADO.'
                CLOSE WS-SAL-FILE
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF
            .
       P400-LIBERA-CONTAS.
            PERFORM VARYING WS-CT FROM 1 BY 1
                    UNTIL WS-CT > WS-QTD-CONTA
                MOVE WS-CT-CONTA(WS-CT)    TO WS-SRT-CONTA
                MOVE WS-CT-SALDO-ANTERIOR(WS-CT)
                                           TO WS-SRT-SALDO-ANTERIOR
                MOVE WS-CT-DEBITOS(WS-CT)  TO WS-SRT-DEBITOS
                MOVE WS-CT-CREDITOS(WS-CT) TO WS-SRT-CREDITOS
                MOVE WS-CT-QTD(WS-CT)      TO WS-SRT-QTD
                RELEASE WS-SORT-REGISTRO
            END-PERFORM
            .
       P450-GRAVA-SALDOS.
            PERFORM P460-RETORNA-ORDENADO
            PERFORM P470-GRAVA-CONTA
                    UNTIL WS-FIM-SORT
            .
       P460-RETORNA-ORDENADO.
            RETURN WS-SORT-FILE
                AT END SET WS-FIM-SORT TO TRUE
            END-RETURN
            .
       P470-GRAVA-CONTA.
      * Registro do periodo ja existente so pode ser de um fechamento
      * anterior interrompido antes da trava: e regravado.
            COMPUTE WS-SALDO-FINAL = WS-SRT-SALDO-ANTERIOR
                                   + WS-SRT-DEBITOS - WS-SRT-CREDITOS
            ADD WS-SALDO-FINAL TO WS-TOT-FINAL

            MOVE WS-SRT-CONTA          TO WS-SAL-CONTA
            MOVE WS-PERIODO            TO WS-SAL-PERIODO
            MOVE WS-SRT-SALDO-ANTERIOR TO WS-SAL-SALDO-ANTERIOR
            MOVE WS-SRT-DEBITOS        TO WS-SAL-DEBITOS
            MOVE WS-SRT-CREDITOS       TO WS-SAL-CREDITOS
            MOVE WS-SALDO-FINAL        TO WS-SAL-SALDO-FINAL
            MOVE WS-SRT-QTD            TO WS-SAL-QTD
            MOVE WS-HOJE               TO WS-SAL-DATA-FECHAMENTO
            WRITE WS-SAL-REGISTRO
                INVALID KEY
                    REWRITE WS-SAL-REGISTRO
                    ADD 1 TO WS-TOT-REGRAVADOS
            END-WRITE

            MOVE WS-SRT-CONTA          TO WS-DET-CONTA
            MOVE WS-SRT-SALDO-ANTERIOR TO WS-DET-ANTERIOR
            MOVE WS-SRT-DEBITOS        TO WS-DET-DEBITOS
            MOVE WS-SRT-CREDITOS       TO WS-DET-CREDITOS
            MOVE WS-SALDO-FINAL        TO WS-DET-FINAL
            WRITE WS-REL-LINHA FROM WS-DET-LINHA

            PERFORM P460-RETORNA-ORDENADO
            .
       P500-IMPRIME-TOTAIS.
            MOVE ALL '-' TO WS-REL-LINHA
            WRITE WS-REL-LINHA
            MOVE 'TOTAL '        TO WS-DET-LINHA(1:6)
            MOVE WS-TOT-ANTERIOR TO WS-DET-ANTERIOR
            MOVE WS-TOT-DEBITOS  TO WS-DET-DEBITOS
            MOVE WS-TOT-CREDITOS TO WS-DET-CREDITOS
            MOVE WS-TOT-FINAL    TO WS-DET-FINAL
            WRITE WS-REL-LINHA FROM WS-DET-LINHA
            MOVE SPACES TO WS-REL-LINHA
            WRITE WS-REL-LINHA

            MOVE SPACES TO WS-TOT-LINHA
            MOVE 'DEBITOS IGUAL A CREDITOS NO PERIODO'
                                 TO WS-TOT-LITERAL
            MOVE WS-TOT-DEBITOS  TO WS-TOT-VALOR
            WRITE WS-REL-LINHA FROM WS-TOT-LINHA
            MOVE SPACES TO WS-QTD-LINHA
            MOVE 'CONTAS NO BALANCETE'       TO WS-QTD-LITERAL
            MOVE WS-QTD-CONTA                TO WS-QTD-VALOR
            WRITE WS-REL-LINHA FROM WS-QTD-LINHA
            MOVE 'LANCAMENTOS DO PERIODO'    TO WS-QTD-LITERAL
            MOVE WS-TOT-LANCAMENTOS          TO WS-QTD-VALOR
            WRITE WS-REL-LINHA FROM WS-QTD-LINHA
            MOVE 'LANCAMENTOS FORA DO PERIODO' TO WS-QTD-LITERAL
            MOVE WS-TOT-FORA-PERIODO         TO WS-QTD-VALOR
            WRITE WS-REL-LINHA FROM WS-QTD-LINHA
            .
       P550-IMPRIME-FORA-PERIODO.
      * Lancamentos que chegaram depois do fechamento do mes a que se
      * referem, para a contabilidade conferir um a um.
            IF WS-TOT-FORA-PERIODO > 0
                MOVE SPACES TO WS-REL-LINHA
                WRITE WS-REL-LINHA
                WRITE WS-REL-LINHA FROM WS-FORA-CAB
                MOVE 'N' TO WS-FIM-ARQUIVO
                OPEN INPUT WS-DIA-FILE
                PERFORM P570-LE-FORA-PERIODO
                        UNTIL WS-FIM
                CLOSE WS-DIA-FILE
            END-IF
            .
       P560-IMPRIME-FORA.
            MOVE WS-DIA-DATA   TO WS-FORA-DATA
            MOVE WS-DIA-CONTA  TO WS-FORA-CONTA
            MOVE WS-DIA-DC     TO WS-FORA-DC
            MOVE WS-DIA-VALOR  TO WS-FORA-VALOR
            MOVE WS-DIA-EVENTO TO WS-FORA-EVENTO
            MOVE WS-DIA-ID     TO WS-FORA-ID
            WRITE WS-REL-LINHA FROM WS-FORA-LINHA
            .
       P570-LE-FORA-PERIODO.
            READ WS-DIA-FILE
                AT END SET WS-FIM TO TRUE
                NOT AT END
                    IF WS-DIA-PERIODO = WS-PERIODO AND WS-DIA-FORA
                        PERFORM P560-IMPRIME-FORA
                    END-IF
            END-READ
            IF WS-DIA-FS NOT = '00'
                SET WS-FIM TO TRUE
            END-IF
            .
       P600-ARQUIVA-DIARIO.
      * Os lancamentos do periodo saem do diario para o arquivo do
      * mes; os de periodo ainda aberto continuam no diario.
            MOVE SPACES TO WS-ARQ-PATH
            STRING 'CONTAB.DIARIO.' WS-PERIODO
                   DELIMITED BY SIZE INTO WS-ARQ-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-ARQ-PATH
            CALL 'CADSIMULA' USING WS-SIMULA-PARM WS-ARQ-PATH
            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN INPUT WS-DIA-FILE
            IF WS-DIA-FS = '00'
                OPEN OUTPUT WS-ARQ-FILE
                OPEN OUTPUT WS-DIAN-FILE
                PERFORM UNTIL WS-FIM
                    READ WS-DIA-FILE
                        AT END SET WS-FIM TO TRUE
                        NOT AT END
                            IF WS-DIA-PERIODO = WS-PERIODO
                                WRITE WS-ARQ-REGISTRO
                                      FROM WS-DIA-REGISTRO
                                ADD 1 TO WS-TOT-ARQUIVADOS
                            ELSE
                                WRITE WS-DIAN-REGISTRO
                                      FROM WS-DIA-REGISTRO
                                ADD 1 TO WS-TOT-MANTIDOS
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE WS-DIA-FILE
                CLOSE WS-ARQ-FILE
                CLOSE WS-DIAN-FILE
                CALL 'CBL_DELETE_FILE' USING WS-DIA-PATH
                CALL 'CBL_RENAME_FILE' USING WS-DIAN-PATH WS-DIA-PATH
            END-IF
            .
       P700-TRAVA-PERIODO.
            OPEN OUTPUT WS-PER-FILE
            MOVE WS-PERIODO TO WS-PER-ULTIMO-FECHADO
            MOVE WS-HOJE    TO WS-PER-DATA-FECHAMENTO
            WRITE WS-PER-REGISTRO
            CLOSE WS-PER-FILE
            .
       P800-FINALIZA.
            MOVE 'CONTAB-FECHA' TO WS-AU-EVENTO
            MOVE SPACES         TO WS-AU-CHAVE
            MOVE WS-PERIODO     TO WS-AU-CHAVE(1:6)
            MOVE WS-TOT-DEBITOS TO WS-VALOR-ED
            MOVE WS-VALOR-ED    TO WS-AU-CHAVE(8:22)
            MOVE WS-TOT-LANCAMENTOS TO WS-AU-CONTADOR
            CALL 'AUDITLOG' USING WS-AUDIT-PARM

            DISPLAY '----- FECHAMENTO CONTABIL -----'
            DISPLAY 'PERIODO FECHADO     : ' WS-PERIODO
            DISPLAY 'CONTAS              : ' WS-QTD-CONTA
            DISPLAY 'LANCAMENTOS         : ' WS-TOT-LANCAMENTOS
            MOVE WS-TOT-DEBITOS  TO WS-VALOR-ED
            DISPLAY 'TOTAL DEBITOS       : ' WS-VALOR-ED
            MOVE WS-TOT-CREDITOS TO WS-VALOR-ED
            DISPLAY 'TOTAL CREDITOS      : ' WS-VALOR-ED
            DISPLAY 'FORA DO PERIODO     : ' WS-TOT-FORA-PERIODO
            DISPLAY 'ARQUIVADOS EM       : ' WS-ARQ-PATH
            DISPLAY 'MANTIDOS NO DIARIO  : ' WS-TOT-MANTIDOS
            DISPLAY 'BALANCETE GRAVADO EM: ' WS-REL-PATH
            IF WS-TOT-REGRAVADOS > 0
                DISPLAY 'SALDOS REGRAVADOS DE FECHAMENTO INTERROMPIDO: '
                        WS-TOT-REGRAVADOS
            END-IF
            IF WS-TOT-FORA-PERIODO > 0
                MOVE 4 TO RETURN-CODE
            END-IF
            .
       END PROGRAM CONTABFECHA.
