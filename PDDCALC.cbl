      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PDDCALC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-PEND-FILE     ASSIGN TO WS-PEND-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-PEND-FS.
           SELECT WS-SLD-FILE      ASSIGN TO WS-SLD-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-SLD-FS.
           SELECT WS-SLDN-FILE     ASSIGN TO WS-SLDN-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-SLDN-FS.
           SELECT WS-MOV-FILE      ASSIGN TO WS-MOV-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-MOV-FS.
           SELECT WS-REL-FILE      ASSIGN TO WS-REL-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-REL-FS.
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
      * Saldo da provisao por competencia, filial e nivel de risco.
      * Guarda todos os meses; a rodada do mes substitui as linhas da
      * sua competencia.
       FD  WS-SLD-FILE.
       01 WS-SLD-REGISTRO.
           03 WS-SLD-COMPETENCIA     PIC 9(6).
           03 WS-SLD-FILIAL          PIC X(3).
           03 WS-SLD-NIVEL           PIC X(2).
           03 WS-SLD-QTD             PIC 9(6).
           03 WS-SLD-BASE            PIC S9(11)V99.
           03 WS-SLD-PERCENTUAL      PIC 9(3)V99.
           03 WS-SLD-PROVISAO        PIC S9(11)V99.
           03 WS-SLD-DATA-CALCULO    PIC 9(8).
       FD  WS-SLDN-FILE.
       01 WS-SLDN-REGISTRO           PIC X(56).
      * Movimento da provisao para o CONTABEXP: constituicao quando a
      * provisao cresce, reversao quando cai. Acumula entre rodadas;
      * o CONTABEXP lanca os da data de processamento.
       FD  WS-MOV-FILE.
       01 WS-MOV-REGISTRO.
           03 WS-MOV-DATA            PIC 9(8).
           03 WS-MOV-COMPETENCIA     PIC 9(6).
           03 WS-MOV-EVENTO          PIC X(12).
           03 WS-MOV-VALOR           PIC 9(11)V99.
           03 WS-MOV-PROVISAO-ANTERIOR PIC S9(11)V99.
           03 WS-MOV-PROVISAO-ATUAL  PIC S9(11)V99.
       FD  WS-REL-FILE.
       01 WS-REL-LINHA               PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-PEND-PATH               PIC X(40)
                            VALUE 'PAGTOCONFIRM.PENDENTES'.
       01 WS-SLD-PATH                PIC X(40) VALUE 'PDD.SALDOS'.
       01 WS-SLDN-PATH               PIC X(40) VALUE 'PDD.SALDOS.NOVO'.
       01 WS-MOV-PATH                PIC X(40) VALUE 'PDD.MOVIMENTO'.
       01 WS-REL-PATH                PIC X(40) VALUE 'PDD.REL'.
       01 WS-PEND-FS                 PIC XX.
       01 WS-SLD-FS                  PIC XX.
       01 WS-SLDN-FS                 PIC XX.
       01 WS-MOV-FS                  PIC XX.
       01 WS-REL-FS                  PIC XX.

       01 WS-FIM-ARQUIVO             PIC X     VALUE 'N'.
          88 WS-FIM                            VALUE 'Y'.

      * Niveis de risco por dias de atraso, com o percentual minimo de
      * provisao de cada um; a contabilidade pode trocar qualquer
      * percentual no PARAMETROS.DAT (PDDCALC / PCT-AA ... PCT-H).
       01 WS-TAB-NIVEIS-INICIAL.
          03 FILLER PIC X(11) VALUE 'AA000000000'.
          03 FILLER PIC X(11) VALUE 'A 001400050'.
          03 FILLER PIC X(11) VALUE 'B 003000100'.
          03 FILLER PIC X(11) VALUE 'C 006000300'.
          03 FILLER PIC X(11) VALUE 'D 009001000'.
          03 FILLER PIC X(11) VALUE 'E 012003000'.
          03 FILLER PIC X(11) VALUE 'F 015005000'.
          03 FILLER PIC X(11) VALUE 'G 018007000'.
          03 FILLER PIC X(11) VALUE 'H 999910000'.
       01 WS-TAB-NIVEIS REDEFINES WS-TAB-NIVEIS-INICIAL.
          03 WS-NV-ITEM OCCURS 9 TIMES.
             05 WS-NV-NIVEL          PIC X(2).
             05 WS-NV-DIAS-ATE       PIC 9(4).
             05 WS-NV-PERCENTUAL     PIC 9(3)V99.
       01 WS-NV                      PIC 99    VALUE 0.
       01 WS-NV-SEL                  PIC 99    VALUE 0.

      * Base e provisao por filial e nivel, com a provisao da
      * competencia anterior ao lado.
       01 WS-TAB-FILIAIS.
          03 WS-QTD-FILIAL           PIC 99    VALUE 0.
          03 WS-FL-ITEM OCCURS 50 TIMES.
             05 WS-FL-FILIAL         PIC X(3).
             05 WS-FL-NIVEL OCCURS 9 TIMES.
                07 WS-FL-QTD         PIC 9(6).
                07 WS-FL-BASE        PIC S9(11)V99.
                07 WS-FL-PROVISAO    PIC S9(11)V99.
                07 WS-FL-PROVISAO-ANT PIC S9(11)V99.
       01 WS-FL                      PIC 99    VALUE 0.
       01 WS-FL-SEL                  PIC 99    VALUE 0.

      * Consolidado por nivel, do mes e da competencia anterior.
       01 WS-TAB-CONSOLIDADO.
          03 WS-CN-ITEM OCCURS 9 TIMES.
             05 WS-CN-QTD            PIC 9(6).
             05 WS-CN-BASE           PIC S9(11)V99.
             05 WS-CN-PROVISAO       PIC S9(11)V99.
             05 WS-CN-PROVISAO-ANT   PIC S9(11)V99.

       01 WS-DATA-HORA-ATUAL         PIC X(21).
       01 WS-HOJE                    PIC 9(8)  VALUE 0.
       01 WS-HOJE-INTEGER            PIC 9(7)  VALUE 0.
       01 WS-PEND-INTEGER            PIC 9(7)  VALUE 0.
       01 WS-DIAS-PENDENTE           PIC S9(4) VALUE 0.
       01 WS-COMPETENCIA             PIC 9(6)  VALUE 0.
       01 WS-COMPETENCIA-ANT         PIC 9(6)  VALUE 0.
       01 WS-FILIAL-BUSCA            PIC X(3)  VALUE SPACES.

       01 WS-TOTAIS.
          03 WS-TOT-LIDO             PIC 9(6)  VALUE 0.
          03 WS-TOT-CLASSIFICADO     PIC 9(6)  VALUE 0.
          03 WS-TOT-SEM-DATA         PIC 9(6)  VALUE 0.
          03 WS-TOT-SEM-VALOR        PIC 9(6)  VALUE 0.
          03 WS-TOT-FORA-TABELA      PIC 9(6)  VALUE 0.
          03 WS-TOT-BASE             PIC S9(11)V99 VALUE 0.
          03 WS-TOT-PROVISAO         PIC S9(11)V99 VALUE 0.
          03 WS-TOT-PROVISAO-ANT     PIC S9(11)V99 VALUE 0.
          03 WS-TOT-PROVISAO-LANCADA PIC S9(11)V99 VALUE 0.
          03 WS-DIFERENCA            PIC S9(11)V99 VALUE 0.
       01 WS-RERODADA-SW             PIC X     VALUE 'N'.
          88 WS-RERODADA                       VALUE 'Y'.

       01 WS-CAB-1.
           03 FILLER                 PIC X(40)
                     VALUE 'PDDCALC - PROVISAO PARA DEVEDORES'.
           03 FILLER                 PIC X(14) VALUE 'COMPETENCIA: '.
           03 WS-CAB-COMPETENCIA     PIC 9(6).
           03 FILLER                 PIC X(4)  VALUE SPACES.
           03 FILLER                 PIC X(6)  VALUE 'DATA: '.
           03 WS-CAB-DATA            PIC 9(8).
           03 FILLER                 PIC X(11) VALUE '  AMBIENTE '.
           03 WS-CAB-AMBIENTE        PIC X(8).
           03 FILLER                 PIC X(3)  VALUE SPACES.
       01 WS-CAB-FILIAL.
           03 FILLER                 PIC X(8)  VALUE 'FILIAL: '.
           03 WS-CAB-FILIAL-COD      PIC X(5).
           03 FILLER                 PIC X(87) VALUE SPACES.
       01 WS-CAB-2.
           03 FILLER                 PIC X(7)  VALUE 'NIVEL'.
           03 FILLER                 PIC X(11) VALUE 'ATRASO ATE'.
           03 FILLER                 PIC X(8)  VALUE '    QTD'.
           03 FILLER                 PIC X(20)
                     VALUE '       SALDO DEVEDOR'.
           03 FILLER                 PIC X(8)  VALUE '     %'.
           03 FILLER                 PIC X(20)
                     VALUE '            PROVISAO'.
           03 FILLER                 PIC X(20)
                     VALUE '      MES ANTERIOR'.
           03 FILLER                 PIC X(6)  VALUE SPACES.
       01 WS-DET-LINHA.
           03 WS-DET-NIVEL           PIC X(2).
           03 FILLER                 PIC X(5)  VALUE SPACES.
           03 WS-DET-DIAS            PIC X(10).
           03 FILLER                 PIC X     VALUE SPACE.
           03 WS-DET-QTD             PIC ZZZ,ZZ9.
           03 FILLER                 PIC X     VALUE SPACE.
           03 WS-DET-BASE            PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           03 FILLER                 PIC X     VALUE SPACE.
           03 WS-DET-PCT             PIC ZZ9.99.
           03 FILLER                 PIC X     VALUE SPACE.
           03 WS-DET-PROVISAO        PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           03 FILLER                 PIC X     VALUE SPACE.
           03 WS-DET-PROVISAO-ANT    PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           03 FILLER                 PIC X(7)  VALUE SPACES.
       01 WS-DIAS-ED                 PIC ZZZ9.
       01 WS-TOT-LINHA.
           03 WS-TOT-LITERAL         PIC X(40).
           03 WS-TOT-VALOR           PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           03 FILLER                 PIC X(41) VALUE SPACES.
       01 WS-QTD-LINHA.
           03 WS-QTD-LITERAL         PIC X(40).
           03 WS-QTD-VALOR           PIC ZZZ,ZZ9.
           03 FILLER                 PIC X(53) VALUE SPACES.

       01 WS-PARMLE-PARM.
           03 WS-PL-PROGRAMA       PIC X(12) VALUE 'PDDCALC'.
           03 WS-PL-NOME           PIC X(12).
           03 WS-PL-DATA-PROC      PIC 9(8).
           03 WS-PL-VALOR          PIC X(14).
           03 WS-PL-RC             PIC 99.

       01 WS-AUDIT-PARM.
           03 WS-AU-PROGRAMA       PIC X(12) VALUE 'PDDCALC'.
           03 WS-AU-EVENTO         PIC X(12).
           03 WS-AU-CHAVE          PIC X(30).
           03 WS-AU-CONTADOR       PIC 9(6).
           03 WS-AU-OPERADOR       PIC X(8)  VALUE SPACES.

       01 WS-VALOR-ED              PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01 WS-SIMULA-PARM.
           03 WS-SM-FUNCAO         PIC X     VALUE 'D'.
           03 WS-SM-ATIVA          PIC X     VALUE 'N'.
              88 WS-SM-SIMULANDO             VALUE 'S'.
           03 WS-SM-RC             PIC 99.

       01 WS-RELARQ-PARM.
           03 WS-RA-FUNCAO         PIC X     VALUE 'R'.
           03 WS-RA-PROGRAMA       PIC X(12) VALUE 'PDDCALC'.
           03 WS-RA-RELATORIO      PIC X(30)
                                   VALUE 'PDD.REL'.
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
      * Fechamento mensal da PDD: classifica cada debito em aberto da
      * fila de pendentes pelo atraso, aplica o percentual do nivel e
      * lanca a diferenca contra a provisao ja contabilizada. Roda no
      * ultimo dia util, antes do CONTABEXP da noite.
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-PEND-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-SLD-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-SLDN-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-MOV-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-REL-PATH
            DISPLAY 'PDDCALC - PROVISAO PARA DEVEDORES DUVIDOSOS'
      * Em simulacao da cadeia o que o passo grava, e o que ele le
      * de passos anteriores, fica nas copias de rascunho.
            CALL 'CADSIMULA' USING WS-SIMULA-PARM WS-PEND-PATH
            CALL 'CADSIMULA' USING WS-SIMULA-PARM WS-SLD-PATH
            CALL 'CADSIMULA' USING WS-SIMULA-PARM WS-SLDN-PATH
            CALL 'CADSIMULA' USING WS-SIMULA-PARM WS-MOV-PATH
            CALL 'CADSIMULA' USING WS-SIMULA-PARM WS-REL-PATH
            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
            MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-HOJE
            COMPUTE WS-HOJE-INTEGER =
                    FUNCTION INTEGER-OF-DATE(WS-HOJE)
            MOVE WS-HOJE(1:6) TO WS-COMPETENCIA

            PERFORM P050-CARREGA-PERCENTUAIS
            PERFORM P100-CARREGA-SALDO-ANTERIOR

            OPEN INPUT WS-PEND-FILE
            IF WS-PEND-FS NOT = '00'
                DISPLAY 'ARQUIVO DE PENDENTES NAO ENCONTRADO: '
                        WS-PEND-PATH
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF
            PERFORM P150-LE-PENDENTE
            PERFORM P200-CLASSIFICA-PENDENTE
                    UNTIL WS-FIM
            CLOSE WS-PEND-FILE

            PERFORM P400-CALCULA-PROVISAO
            PERFORM P500-GRAVA-SALDOS
            PERFORM P600-GRAVA-MOVIMENTO
            PERFORM P700-IMPRIME-QUADRO
            PERFORM P800-FINALIZA

            GOBACK.

       P050-CARREGA-PERCENTUAIS.
            MOVE WS-HOJE TO WS-PL-DATA-PROC
            PERFORM VARYING WS-NV FROM 1 BY 1 UNTIL WS-NV > 9
                MOVE SPACES TO WS-PL-NOME
                STRING 'PCT-' WS-NV-NIVEL(WS-NV)
                       DELIMITED BY SPACE INTO WS-PL-NOME
                CALL 'PARMLE' USING WS-PARMLE-PARM
                IF WS-PL-RC = 0
                    IF FUNCTION TEST-NUMVAL(WS-PL-VALOR) = 0
                        COMPUTE WS-NV-PERCENTUAL(WS-NV) =
                                FUNCTION NUMVAL(WS-PL-VALOR)
                    ELSE
                        DISPLAY 'PERCENTUAL INVALIDO PARA ' WS-PL-NOME
                                ': ' WS-PL-VALOR '. MANTIDO O PADRAO.'
                    END-IF
                END-IF
                IF WS-NV-PERCENTUAL(WS-NV) > 100
                    MOVE 100 TO WS-NV-PERCENTUAL(WS-NV)
                END-IF
            END-PERFORM
            .
       P100-CARREGA-SALDO-ANTERIOR.
      * Competencia anterior e a mais recente antes da do mes. Se o
      * mes ja tem saldo gravado e rerodada: o lancamento e so a
      * correcao sobre o que ja foi contabilizado no mes.
            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN INPUT WS-SLD-FILE
            IF WS-SLD-FS = '00'
                PERFORM UNTIL WS-FIM
                    READ WS-SLD-FILE
                        AT END SET WS-FIM TO TRUE
                        NOT AT END
                            IF WS-SLD-COMPETENCIA < WS-COMPETENCIA
                               AND WS-SLD-COMPETENCIA >
                                   WS-COMPETENCIA-ANT
                                MOVE WS-SLD-COMPETENCIA
                                     TO WS-COMPETENCIA-ANT
                            END-IF
                            IF WS-SLD-COMPETENCIA = WS-COMPETENCIA
                                SET WS-RERODADA TO TRUE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE WS-SLD-FILE

                MOVE 'N' TO WS-FIM-ARQUIVO
                OPEN INPUT WS-SLD-FILE
                PERFORM UNTIL WS-FIM
                    READ WS-SLD-FILE
                        AT END SET WS-FIM TO TRUE
                        NOT AT END PERFORM P110-SOMA-SALDO
                    END-READ
                END-PERFORM
                CLOSE WS-SLD-FILE
            ELSE
                DISPLAY 'SEM SALDO DE PROVISAO ANTERIOR: ' WS-SLD-PATH
                        '. PRIMEIRA CONSTITUICAO.'
            END-IF
            MOVE 'N' TO WS-FIM-ARQUIVO
            .
       P110-SOMA-SALDO.
            PERFORM P120-BUSCA-NIVEL-SALDO
            IF WS-SLD-COMPETENCIA = WS-COMPETENCIA-ANT
                ADD WS-SLD-PROVISAO TO WS-TOT-PROVISAO-ANT
                IF WS-NV-SEL > 0
                    ADD WS-SLD-PROVISAO
                        TO WS-CN-PROVISAO-ANT(WS-NV-SEL)
                    MOVE WS-SLD-FILIAL TO WS-FILIAL-BUSCA
                    PERFORM P260-BUSCA-FILIAL
                    IF WS-FL-SEL > 0
                        ADD WS-SLD-PROVISAO
                            TO WS-FL-PROVISAO-ANT(WS-FL-SEL, WS-NV-SEL)
                    END-IF
                END-IF
                IF NOT WS-RERODADA
                    ADD WS-SLD-PROVISAO TO WS-TOT-PROVISAO-LANCADA
                END-IF
            END-IF
            IF WS-SLD-COMPETENCIA = WS-COMPETENCIA
                ADD WS-SLD-PROVISAO TO WS-TOT-PROVISAO-LANCADA
            END-IF
            .
       P120-BUSCA-NIVEL-SALDO.
            MOVE 0 TO WS-NV-SEL
            PERFORM VARYING WS-NV FROM 1 BY 1
                    UNTIL WS-NV > 9 OR WS-NV-SEL > 0
                IF WS-NV-NIVEL(WS-NV) = WS-SLD-NIVEL
                    MOVE WS-NV TO WS-NV-SEL
                END-IF
            END-PERFORM
            .
       P150-LE-PENDENTE.
            READ WS-PEND-FILE
                AT END SET WS-FIM TO TRUE
            END-READ
            .
       P200-CLASSIFICA-PENDENTE.
      * Mesma contagem de dias do PAGTOAGING; debito sem data conta
      * como em dia, como no aging.
            ADD 1 TO WS-TOT-LIDO
            IF WS-PEND-DATA-PENDENCIA NOT NUMERIC
                   OR WS-PEND-DATA-PENDENCIA = 0
                MOVE 0 TO WS-DIAS-PENDENTE
                ADD 1 TO WS-TOT-SEM-DATA
            ELSE
                COMPUTE WS-PEND-INTEGER =
                    FUNCTION INTEGER-OF-DATE(WS-PEND-DATA-PENDENCIA)
                COMPUTE WS-DIAS-PENDENTE =
                    WS-HOJE-INTEGER - WS-PEND-INTEGER
            END-IF

            IF WS-PEND-VALOR NOT > 0
                ADD 1 TO WS-TOT-SEM-VALOR
            ELSE
                PERFORM P250-ESCOLHE-NIVEL
                MOVE WS-PEND-FILIAL TO WS-FILIAL-BUSCA
                PERFORM P260-BUSCA-FILIAL
                IF WS-FL-SEL = 0
                    ADD 1 TO WS-TOT-FORA-TABELA
                    DISPLAY 'AVISO: TABELA DE FILIAIS CHEIA (50); '
                            'ID ' WS-PEND-ID ' FORA DO QUADRO.'
                ELSE
                    ADD 1 TO WS-TOT-CLASSIFICADO
                    ADD 1 TO WS-FL-QTD(WS-FL-SEL, WS-NV-SEL)
                    ADD WS-PEND-VALOR
                        TO WS-FL-BASE(WS-FL-SEL, WS-NV-SEL)
                END-IF
            END-IF

            PERFORM P150-LE-PENDENTE
            .
       P250-ESCOLHE-NIVEL.
      * AA: ainda no prazo; dai em diante o primeiro nivel cujo teto
      * de dias cobre o atraso.
            IF WS-DIAS-PENDENTE NOT > 0
                MOVE 1 TO WS-NV-SEL
            ELSE
                MOVE 0 TO WS-NV-SEL
                PERFORM VARYING WS-NV FROM 2 BY 1
                        UNTIL WS-NV > 9 OR WS-NV-SEL > 0
                    IF WS-DIAS-PENDENTE <= WS-NV-DIAS-ATE(WS-NV)
                        MOVE WS-NV TO WS-NV-SEL
                    END-IF
                END-PERFORM
                IF WS-NV-SEL = 0
                    MOVE 9 TO WS-NV-SEL
                END-IF
            END-IF
            .
       P260-BUSCA-FILIAL.
            MOVE 0 TO WS-FL-SEL
            PERFORM VARYING WS-FL FROM 1 BY 1
                    UNTIL WS-FL > WS-QTD-FILIAL OR WS-FL-SEL > 0
                IF WS-FL-FILIAL(WS-FL) = WS-FILIAL-BUSCA
                    MOVE WS-FL TO WS-FL-SEL
                END-IF
            END-PERFORM
            IF WS-FL-SEL = 0 AND WS-QTD-FILIAL < 50
                ADD 1 TO WS-QTD-FILIAL
                MOVE WS-QTD-FILIAL  TO WS-FL-SEL
                MOVE WS-FILIAL-BUSCA TO WS-FL-FILIAL(WS-FL-SEL)
                PERFORM VARYING WS-NV FROM 1 BY 1 UNTIL WS-NV > 9
                    MOVE 0 TO WS-FL-QTD(WS-FL-SEL, WS-NV)
                    MOVE 0 TO WS-FL-BASE(WS-FL-SEL, WS-NV)
                    MOVE 0 TO WS-FL-PROVISAO(WS-FL-SEL, WS-NV)
                    MOVE 0 TO WS-FL-PROVISAO-ANT(WS-FL-SEL, WS-NV)
                END-PERFORM
            END-IF
            .
       P400-CALCULA-PROVISAO.
            PERFORM VARYING WS-FL FROM 1 BY 1
                    UNTIL WS-FL > WS-QTD-FILIAL
                PERFORM VARYING WS-NV FROM 1 BY 1 UNTIL WS-NV > 9
                    COMPUTE WS-FL-PROVISAO(WS-FL, WS-NV) ROUNDED =
                            WS-FL-BASE(WS-FL, WS-NV) *
                            WS-NV-PERCENTUAL(WS-NV) / 100
                    ADD WS-FL-QTD(WS-FL, WS-NV)  TO WS-CN-QTD(WS-NV)
                    ADD WS-FL-BASE(WS-FL, WS-NV) TO WS-CN-BASE(WS-NV)
                    ADD WS-FL-PROVISAO(WS-FL, WS-NV)
                        TO WS-CN-PROVISAO(WS-NV)
                    ADD WS-FL-BASE(WS-FL, WS-NV) TO WS-TOT-BASE
                    ADD WS-FL-PROVISAO(WS-FL, WS-NV)
                        TO WS-TOT-PROVISAO
                END-PERFORM
            END-PERFORM
            COMPUTE WS-DIFERENCA =
                    WS-TOT-PROVISAO - WS-TOT-PROVISAO-LANCADA
            .
       P500-GRAVA-SALDOS.
      * Copia os saldos das outras competencias e grava os do mes no
      * lugar dos de uma rodada anterior.
            OPEN OUTPUT WS-SLDN-FILE
            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN INPUT WS-SLD-FILE
            IF WS-SLD-FS = '00'
                PERFORM UNTIL WS-FIM
                    READ WS-SLD-FILE
                        AT END SET WS-FIM TO TRUE
                        NOT AT END
                            IF WS-SLD-COMPETENCIA NOT = WS-COMPETENCIA
                                WRITE WS-SLDN-REGISTRO
                                      FROM WS-SLD-REGISTRO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE WS-SLD-FILE
            END-IF
            MOVE 'N' TO WS-FIM-ARQUIVO

            PERFORM VARYING WS-FL FROM 1 BY 1
                    UNTIL WS-FL > WS-QTD-FILIAL
                PERFORM VARYING WS-NV FROM 1 BY 1 UNTIL WS-NV > 9
                    IF WS-FL-QTD(WS-FL, WS-NV) > 0
                        MOVE WS-COMPETENCIA       TO WS-SLD-COMPETENCIA
                        MOVE WS-FL-FILIAL(WS-FL)  TO WS-SLD-FILIAL
                        MOVE WS-NV-NIVEL(WS-NV)   TO WS-SLD-NIVEL
                        MOVE WS-FL-QTD(WS-FL, WS-NV) TO WS-SLD-QTD
                        MOVE WS-FL-BASE(WS-FL, WS-NV) TO WS-SLD-BASE
                        MOVE WS-NV-PERCENTUAL(WS-NV)
                             TO WS-SLD-PERCENTUAL
                        MOVE WS-FL-PROVISAO(WS-FL, WS-NV)
                             TO WS-SLD-PROVISAO
                        MOVE WS-HOJE              TO WS-SLD-DATA-CALCULO
                        WRITE WS-SLDN-REGISTRO FROM WS-SLD-REGISTRO
                    END-IF
                END-PERFORM
            END-PERFORM
            CLOSE WS-SLDN-FILE

            CALL 'CBL_DELETE_FILE' USING WS-SLD-PATH
            CALL 'CBL_RENAME_FILE' USING WS-SLDN-PATH WS-SLD-PATH
            .
       P600-GRAVA-MOVIMENTO.
            IF WS-DIFERENCA NOT = 0
                OPEN EXTEND WS-MOV-FILE
                IF WS-MOV-FS NOT = '00'
                    OPEN OUTPUT WS-MOV-FILE
                END-IF
                MOVE WS-HOJE        TO WS-MOV-DATA
                MOVE WS-COMPETENCIA TO WS-MOV-COMPETENCIA
                IF WS-DIFERENCA > 0
                    MOVE 'PDD-CONSTIT'  TO WS-MOV-EVENTO
                    MOVE WS-DIFERENCA   TO WS-MOV-VALOR
                ELSE
                    MOVE 'PDD-REVERSAO' TO WS-MOV-EVENTO
                    COMPUTE WS-MOV-VALOR = WS-DIFERENCA * -1
                END-IF
                MOVE WS-TOT-PROVISAO-LANCADA TO WS-MOV-PROVISAO-ANTERIOR
                MOVE WS-TOT-PROVISAO         TO WS-MOV-PROVISAO-ATUAL
                WRITE WS-MOV-REGISTRO
                CLOSE WS-MOV-FILE
            END-IF
            .
       P700-IMPRIME-QUADRO.
      * Quadro para a auditoria: um bloco por filial e o consolidado,
      * com a provisao da competencia anterior ao lado.
            OPEN OUTPUT WS-REL-FILE
            MOVE WS-COMPETENCIA TO WS-CAB-COMPETENCIA
            MOVE WS-HOJE        TO WS-CAB-DATA
            MOVE WS-AMB-NOME TO WS-CAB-AMBIENTE
            WRITE WS-REL-LINHA FROM WS-CAB-1
            MOVE ALL '=' TO WS-REL-LINHA
            WRITE WS-REL-LINHA

            PERFORM P710-IMPRIME-FILIAL
                    VARYING WS-FL FROM 1 BY 1
                    UNTIL WS-FL > WS-QTD-FILIAL

            MOVE 'TOTAL' TO WS-CAB-FILIAL-COD
            WRITE WS-REL-LINHA FROM WS-CAB-FILIAL
            WRITE WS-REL-LINHA FROM WS-CAB-2
            PERFORM VARYING WS-NV FROM 1 BY 1 UNTIL WS-NV > 9
                PERFORM P720-MONTA-NIVEL
                MOVE WS-CN-QTD(WS-NV)          TO WS-DET-QTD
                MOVE WS-CN-BASE(WS-NV)         TO WS-DET-BASE
                MOVE WS-CN-PROVISAO(WS-NV)     TO WS-DET-PROVISAO
                MOVE WS-CN-PROVISAO-ANT(WS-NV) TO WS-DET-PROVISAO-ANT
                WRITE WS-REL-LINHA FROM WS-DET-LINHA
            END-PERFORM

            MOVE ALL '-' TO WS-REL-LINHA
            WRITE WS-REL-LINHA
            MOVE SPACES TO WS-TOT-LINHA
            MOVE 'SALDO DEVEDOR CLASSIFICADO'  TO WS-TOT-LITERAL
            MOVE WS-TOT-BASE                   TO WS-TOT-VALOR
            WRITE WS-REL-LINHA FROM WS-TOT-LINHA
            MOVE 'PROVISAO CALCULADA NO MES'   TO WS-TOT-LITERAL
            MOVE WS-TOT-PROVISAO               TO WS-TOT-VALOR
            WRITE WS-REL-LINHA FROM WS-TOT-LINHA
            MOVE SPACES TO WS-TOT-LITERAL
            STRING 'PROVISAO DA COMPETENCIA ' WS-COMPETENCIA-ANT
                   DELIMITED BY SIZE INTO WS-TOT-LITERAL
            MOVE WS-TOT-PROVISAO-ANT           TO WS-TOT-VALOR
            WRITE WS-REL-LINHA FROM WS-TOT-LINHA
            MOVE 'PROVISAO JA CONTABILIZADA'   TO WS-TOT-LITERAL
            MOVE WS-TOT-PROVISAO-LANCADA       TO WS-TOT-VALOR
            WRITE WS-REL-LINHA FROM WS-TOT-LINHA
            EVALUATE TRUE
                WHEN WS-DIFERENCA > 0
                    MOVE 'CONSTITUICAO A LANCAR'   TO WS-TOT-LITERAL
                WHEN WS-DIFERENCA < 0
                    MOVE 'REVERSAO A LANCAR'       TO WS-TOT-LITERAL
                WHEN OTHER
                    MOVE 'SEM LANCAMENTO NO MES'   TO WS-TOT-LITERAL
            END-EVALUATE
            MOVE WS-DIFERENCA                  TO WS-TOT-VALOR
            WRITE WS-REL-LINHA FROM WS-TOT-LINHA

            MOVE SPACES TO WS-QTD-LINHA
            MOVE 'DEBITOS CLASSIFICADOS'       TO WS-QTD-LITERAL
            MOVE WS-TOT-CLASSIFICADO           TO WS-QTD-VALOR
            WRITE WS-REL-LINHA FROM WS-QTD-LINHA
            MOVE 'DEBITOS SEM DATA (NIVEL AA)' TO WS-QTD-LITERAL
            MOVE WS-TOT-SEM-DATA               TO WS-QTD-VALOR
            WRITE WS-REL-LINHA FROM WS-QTD-LINHA
            MOVE 'CREDITOS E VALORES ZERADOS IGNORADOS'
                                               TO WS-QTD-LITERAL
            MOVE WS-TOT-SEM-VALOR              TO WS-QTD-VALOR
            WRITE WS-REL-LINHA FROM WS-QTD-LINHA
            IF WS-RERODADA
                MOVE 'RERODADA NO MES: LANCADA SO A CORRECAO'
                                               TO WS-QTD-LITERAL
                MOVE 0                         TO WS-QTD-VALOR
                WRITE WS-REL-LINHA FROM WS-QTD-LINHA
            END-IF
            CLOSE WS-REL-FILE
      * Listagem fechada vai para o repositorio de relatorios.
            MOVE RETURN-CODE TO WS-RC-SALVO
            CALL 'RELARQUIVA' USING WS-RELARQ-PARM WS-REL-PATH
            MOVE WS-RC-SALVO TO RETURN-CODE
            .
       P710-IMPRIME-FILIAL.
            MOVE WS-FL-FILIAL(WS-FL) TO WS-CAB-FILIAL-COD
            WRITE WS-REL-LINHA FROM WS-CAB-FILIAL
            WRITE WS-REL-LINHA FROM WS-CAB-2
            PERFORM VARYING WS-NV FROM 1 BY 1 UNTIL WS-NV > 9
                PERFORM P720-MONTA-NIVEL
                MOVE WS-FL-QTD(WS-FL, WS-NV)      TO WS-DET-QTD
                MOVE WS-FL-BASE(WS-FL, WS-NV)     TO WS-DET-BASE
                MOVE WS-FL-PROVISAO(WS-FL, WS-NV) TO WS-DET-PROVISAO
                MOVE WS-FL-PROVISAO-ANT(WS-FL, WS-NV)
                                                  TO WS-DET-PROVISAO-ANT
                WRITE WS-REL-LINHA FROM WS-DET-LINHA
            END-PERFORM
            MOVE SPACES TO WS-REL-LINHA
            WRITE WS-REL-LINHA
            .
       P720-MONTA-NIVEL.
            MOVE WS-NV-NIVEL(WS-NV)      TO WS-DET-NIVEL
            MOVE WS-NV-PERCENTUAL(WS-NV) TO WS-DET-PCT
            EVALUATE TRUE
                WHEN WS-NV = 1
                    MOVE 'EM DIA'         TO WS-DET-DIAS
                WHEN WS-NV = 9
                    MOVE 'ACIMA'          TO WS-DET-DIAS
                WHEN OTHER
                    MOVE WS-NV-DIAS-ATE(WS-NV) TO WS-DIAS-ED
                    MOVE SPACES           TO WS-DET-DIAS
                    STRING WS-DIAS-ED ' DIAS'
                           DELIMITED BY SIZE INTO WS-DET-DIAS
            END-EVALUATE
            .
       P800-FINALIZA.
            MOVE 'PDD-CALCULO'  TO WS-AU-EVENTO
            MOVE SPACES         TO WS-AU-CHAVE
            MOVE WS-COMPETENCIA TO WS-AU-CHAVE(1:6)
            MOVE WS-DIFERENCA   TO WS-VALOR-ED
            MOVE WS-VALOR-ED    TO WS-AU-CHAVE(8:19)
            MOVE WS-TOT-CLASSIFICADO TO WS-AU-CONTADOR
            CALL 'AUDITLOG' USING WS-AUDIT-PARM

            MOVE WS-TOT-PROVISAO TO WS-VALOR-ED
            DISPLAY 'PROVISAO DO MES  : ' WS-VALOR-ED
            MOVE WS-DIFERENCA    TO WS-VALOR-ED
            DISPLAY 'DIFERENCA LANCADA: ' WS-VALOR-ED
            DISPLAY 'QUADRO GRAVADO EM: ' WS-REL-PATH
            IF WS-TOT-FORA-TABELA > 0
                MOVE 4 TO RETURN-CODE
            END-IF
            .
       END PROGRAM PDDCALC.
