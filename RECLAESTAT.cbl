      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECLAESTAT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-REC-FILE      ASSIGN TO WS-REC-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS WS-REC-PROTOCOLO
                                    ALTERNATE RECORD KEY IS
                                        WS-REC-COD-CLIENTE
                                        WITH DUPLICATES
                                    FILE STATUS WS-REC-FS.
           SELECT WS-REL-FILE      ASSIGN TO WS-REL-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-REL-FS.
       DATA DIVISION.
       FILE SECTION.
      * Layout identico ao do RECLAMANUT.
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
              88 WS-REC-PROCEDENTE             VALUE 'P'.
           03 WS-REC-DATA-ENCERRAMENTO PIC 9(8).
           03 WS-REC-ASSUNTO         PIC X(60).
           03 WS-REC-QTD-HIST        PIC 9(3).
       FD  WS-REL-FILE.
       01 WS-REL-LINHA               PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-REC-PATH              PIC X(40) VALUE 'RECLAMACOES.IDX'.
       01 WS-REL-PATH              PIC X(40) VALUE 'RECLAESTAT.REL'.
       01 WS-REC-FS                PIC XX.
       01 WS-REL-FS                PIC XX.

       01 WS-FIM-ARQUIVO           PIC X     VALUE 'N'.
          88 WS-FIM                          VALUE 'Y'.
       01 WS-ACHOU-SW              PIC X     VALUE 'N'.
          88 WS-ACHOU                        VALUE 'Y'.

       01 WS-DATA-HORA-ATUAL       PIC X(21).
       01 WS-HOJE                  PIC 9(8)  VALUE 0.
       01 WS-ENT-ANOMES            PIC X(6)  VALUE SPACES.
       01 WS-ANOMES-CALC           PIC 9(6)  VALUE 0.
       01 WS-ANOMES-R REDEFINES WS-ANOMES-CALC.
           03 WS-AM-ANO             PIC 9(4).
           03 WS-AM-MES             PIC 99.
       01 WS-DATA-CALC             PIC 9(8)  VALUE 0.
       01 WS-DIAS-MES              PIC 99    VALUE 0.
       01 WS-MES-INICIO            PIC 9(8)  VALUE 0.
       01 WS-MES-FIM               PIC 9(8)  VALUE 0.

       01 WS-TAB-CANAIS.
          03 FILLER PIC X(25) VALUE 'TTELEFONE'.
          03 FILLER PIC X(25) VALUE 'EE-MAIL'.
          03 FILLER PIC X(25) VALUE 'CCARTA'.
          03 FILLER PIC X(25) VALUE 'AAGENCIA / BALCAO'.
          03 FILLER PIC X(25) VALUE 'SSITE / APLICATIVO'.
          03 FILLER PIC X(25) VALUE 'RORGAO REGULADOR / PROCON'.
          03 FILLER PIC X(25) VALUE ' NAO INFORMADO'.
       01 WS-TAB-CANAIS-R REDEFINES WS-TAB-CANAIS.
          03 WS-CAN-ITEM OCCURS 7 TIMES.
             05 WS-CAN-COD           PIC X.
             05 WS-CAN-DESC          PIC X(24).
       01 WS-CAN-QTD               PIC 9(6)  OCCURS 7 TIMES.
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

      * Linhas da estatistica: 1 a 7 as categorias, 8 o SAC, 9 a
      * ouvidoria e 10 o total.
       01 WS-TAB-ESTAT.
          03 WS-EST OCCURS 10 TIMES.
             05 WS-EST-RECEBIDAS     PIC 9(6).
             05 WS-EST-ENCERRADAS    PIC 9(6).
             05 WS-EST-PROCEDENTES   PIC 9(6).
             05 WS-EST-NO-PRAZO      PIC 9(6).
             05 WS-EST-FORA-PRAZO    PIC 9(6).
             05 WS-EST-SOMA-DIAS     PIC 9(9).
             05 WS-EST-ABERTAS-FIM   PIC 9(6).
             05 WS-EST-VENCIDAS-FIM  PIC 9(6).
       01 WS-LIN-CAT               PIC 99    VALUE 0.
       01 WS-LIN-INS               PIC 99    VALUE 0.
       01 WS-LIN-TOTAL             PIC 99    VALUE 10.
       01 WS-LIN                   PIC 99    VALUE 0.
       01 WS-IX                    PIC 99    VALUE 0.
       01 WS-DIAS-SOLUCAO          PIC 9(5)  VALUE 0.

       01 WS-CAB-1.
           03 FILLER                 PIC X(44)
                    VALUE 'RECLAESTAT - ESTATISTICA DE RECLAMACOES DO '.
           03 FILLER                 PIC X(4)  VALUE 'MES '.
           03 WS-CAB-ANOMES          PIC 9(6).
           03 FILLER                 PIC X(8)  VALUE '  DATA: '.
           03 WS-CAB-DATA            PIC 9(8).
           03 FILLER                 PIC X(11) VALUE '  AMBIENTE '.
           03 WS-CAB-AMBIENTE        PIC X(8).
       01 WS-CAB-SECAO               PIC X(132).
       01 WS-CAB-EST.
           03 FILLER                 PIC X(25) VALUE SPACES.
           03 FILLER                 PIC X(45)
              VALUE 'RECEB.   ENCERR.  PROCED.  NOPRAZO  FORAPRZ'.
           03 FILLER                 PIC X(40)
              VALUE '%PRAZO  MED.DIAS  ABR.FIM  VEN.FIM'.
       01 WS-DET-EST.
           03 WS-DE-DESCRICAO        PIC X(24).
           03 FILLER                 PIC X     VALUE SPACE.
           03 WS-DE-RECEBIDAS        PIC ZZZ,ZZ9.
           03 FILLER                 PIC XX    VALUE SPACES.
           03 WS-DE-ENCERRADAS       PIC ZZZ,ZZ9.
           03 FILLER                 PIC XX    VALUE SPACES.
           03 WS-DE-PROCEDENTES      PIC ZZZ,ZZ9.
           03 FILLER                 PIC XX    VALUE SPACES.
           03 WS-DE-NO-PRAZO         PIC ZZZ,ZZ9.
           03 FILLER                 PIC XX    VALUE SPACES.
           03 WS-DE-FORA-PRAZO       PIC ZZZ,ZZ9.
           03 FILLER                 PIC XX    VALUE SPACES.
           03 WS-DE-PCT-PRAZO        PIC ZZ9.99.
           03 FILLER                 PIC XX    VALUE SPACES.
           03 WS-DE-MEDIA-DIAS       PIC ZZZ9.9.
           03 FILLER                 PIC XXXX  VALUE SPACES.
           03 WS-DE-ABERTAS-FIM      PIC ZZZ,ZZ9.
           03 FILLER                 PIC XX    VALUE SPACES.
           03 WS-DE-VENCIDAS-FIM     PIC ZZZ,ZZ9.
       01 WS-CAB-CANAL.
           03 FILLER                 PIC X(25) VALUE 'CANAL DE ENTRADA'.
           03 FILLER                 PIC X(20)
              VALUE ' RECEB.       %'.
       01 WS-DET-CANAL.
           03 WS-DC-DESCRICAO        PIC X(24).
           03 FILLER                 PIC X     VALUE SPACE.
           03 WS-DC-QTD              PIC ZZZ,ZZ9.
           03 FILLER                 PIC XX    VALUE SPACES.
           03 WS-DC-PCT              PIC ZZ9.99.
       01 WS-PCT                   PIC 9(3)V99 VALUE 0.
       01 WS-MEDIA                 PIC 9(4)V9  VALUE 0.

       01 WS-RC-FINAL              PIC S9(4) VALUE 0.

       01 WS-AUDIT-PARM.
           03 WS-AU-PROGRAMA       PIC X(12) VALUE 'RECLAESTAT'.
           03 WS-AU-EVENTO         PIC X(12) VALUE 'RECL-ESTAT'.
           03 WS-AU-CHAVE          PIC X(30).
           03 WS-AU-CONTADOR       PIC 9(6).
           03 WS-AU-OPERADOR       PIC X(8)  VALUE SPACES.

       01 WS-RELARQ-PARM.
           03 WS-RA-FUNCAO         PIC X     VALUE 'R'.
           03 WS-RA-PROGRAMA       PIC X(12) VALUE 'RECLAESTAT'.
           03 WS-RA-RELATORIO      PIC X(30) VALUE 'RECLAESTAT.REL'.
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
      * Estatistica mensal das reclamacoes para a ouvidoria: o que
      * entrou no mes por canal, categoria e instancia, o que foi
      * encerrado e se dentro do prazo regulatorio, e o estoque em
      * aberto no ultimo dia do mes.
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-REC-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-REL-PATH
            DISPLAY 'RECLAESTAT - ESTATISTICA MENSAL DE RECLAMACOES'

            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
            MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-HOJE
            PERFORM P020-DEFINE-MES

            INITIALIZE WS-TAB-ESTAT
            PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 7
                MOVE 0 TO WS-CAN-QTD(WS-IX)
            END-PERFORM

            OPEN INPUT WS-REC-FILE
            IF WS-REC-FS NOT = '00'
                DISPLAY 'ARQUIVO DE RECLAMACOES NAO ENCONTRADO: '
                        WS-REC-PATH ' FS: ' WS-REC-FS
                MOVE 4 TO WS-RC-FINAL
            ELSE
                PERFORM UNTIL WS-FIM
                    READ WS-REC-FILE NEXT RECORD
                        AT END SET WS-FIM TO TRUE
                        NOT AT END
                            PERFORM P200-APURA-RECLAMACAO
                    END-READ
                END-PERFORM
                CLOSE WS-REC-FILE
            END-IF

            PERFORM P800-IMPRIME
            CALL 'RELARQUIVA' USING WS-RELARQ-PARM WS-REL-PATH
            DISPLAY 'RECEBIDAS NO MES : ' WS-EST-RECEBIDAS(WS-LIN-TOTAL)
            DISPLAY 'ENCERRADAS NO MES: '
                    WS-EST-ENCERRADAS(WS-LIN-TOTAL)
            DISPLAY 'RELATORIO GRAVADO EM: ' WS-REL-PATH

            MOVE SPACES TO WS-AU-CHAVE
            STRING 'MES ' WS-ANOMES-CALC
                   DELIMITED BY SIZE INTO WS-AU-CHAVE
            END-STRING
            MOVE WS-EST-RECEBIDAS(WS-LIN-TOTAL) TO WS-AU-CONTADOR
            CALL 'AUDITLOG' USING WS-AUDIT-PARM
            MOVE WS-RC-FINAL TO RETURN-CODE
            STOP RUN.

       P020-DEFINE-MES.
      * Sem mes informado apura o mes anterior ao corrente.
            MOVE WS-HOJE(1:6) TO WS-ANOMES-CALC
            SUBTRACT 1 FROM WS-AM-MES
            IF WS-AM-MES = 0
                MOVE 12 TO WS-AM-MES
                SUBTRACT 1 FROM WS-AM-ANO
            END-IF
            DISPLAY 'MES A APURAR (AAAAMM, BRANCO = '
                    WS-ANOMES-CALC '): '
            ACCEPT WS-ENT-ANOMES
            IF WS-ENT-ANOMES NOT = SPACES
                IF WS-ENT-ANOMES NOT NUMERIC
                   OR WS-ENT-ANOMES(5:2) < '01'
                   OR WS-ENT-ANOMES(5:2) > '12'
                   OR WS-ENT-ANOMES NOT < WS-HOJE(1:6)
                    DISPLAY 'MES INVALIDO OU AINDA ABERTO: '
                            WS-ENT-ANOMES
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF
                MOVE WS-ENT-ANOMES TO WS-ANOMES-CALC
            END-IF
            IF WS-AM-MES = 12
                COMPUTE WS-DATA-CALC = (WS-AM-ANO + 1) * 10000 + 101
            ELSE
                COMPUTE WS-DATA-CALC = WS-AM-ANO * 10000
                                     + (WS-AM-MES + 1) * 100 + 1
            END-IF
            COMPUTE WS-DIAS-MES =
                    FUNCTION INTEGER-OF-DATE(WS-DATA-CALC)
                  - FUNCTION INTEGER-OF-DATE(WS-ANOMES-CALC * 100 + 1)
            COMPUTE WS-MES-INICIO = WS-ANOMES-CALC * 100 + 1
            COMPUTE WS-MES-FIM    = WS-ANOMES-CALC * 100 + WS-DIAS-MES
            DISPLAY 'MES APURADO: ' WS-ANOMES-CALC
            .
       P200-APURA-RECLAMACAO.
      * Categoria desconhecida conta em OUTROS.
            MOVE 7 TO WS-LIN-CAT
            PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 7
                IF WS-CAT-COD(WS-IX) = WS-REC-CATEGORIA
                    MOVE WS-IX TO WS-LIN-CAT
                END-IF
            END-PERFORM
            IF WS-REC-OUVIDORIA
                MOVE 9 TO WS-LIN-INS
            ELSE
                MOVE 8 TO WS-LIN-INS
            END-IF

            IF WS-REC-DATA-ABERTURA NOT < WS-MES-INICIO
               AND WS-REC-DATA-ABERTURA NOT > WS-MES-FIM
                PERFORM P210-CONTA-CANAL
                MOVE WS-LIN-CAT TO WS-LIN
                PERFORM P220-RECEBIDA
                MOVE WS-LIN-INS TO WS-LIN
                PERFORM P220-RECEBIDA
                MOVE WS-LIN-TOTAL TO WS-LIN
                PERFORM P220-RECEBIDA
            END-IF

            IF WS-REC-ENCERRADA
               AND WS-REC-DATA-ENCERRAMENTO NOT < WS-MES-INICIO
               AND WS-REC-DATA-ENCERRAMENTO NOT > WS-MES-FIM
                COMPUTE WS-DIAS-SOLUCAO =
                    FUNCTION INTEGER-OF-DATE(WS-REC-DATA-ENCERRAMENTO)
                  - FUNCTION INTEGER-OF-DATE(WS-REC-DATA-ABERTURA)
                MOVE WS-LIN-CAT TO WS-LIN
                PERFORM P230-ENCERRADA
                MOVE WS-LIN-INS TO WS-LIN
                PERFORM P230-ENCERRADA
                MOVE WS-LIN-TOTAL TO WS-LIN
                PERFORM P230-ENCERRADA
            END-IF

      * Estoque no fim do mes: aberta ate la e ainda nao encerrada
      * naquela data.
            IF WS-REC-DATA-ABERTURA NOT > WS-MES-FIM
               AND (WS-REC-EM-ABERTO
                    OR WS-REC-DATA-ENCERRAMENTO > WS-MES-FIM)
                MOVE WS-LIN-CAT TO WS-LIN
                PERFORM P240-ABERTA-NO-FIM
                MOVE WS-LIN-INS TO WS-LIN
                PERFORM P240-ABERTA-NO-FIM
                MOVE WS-LIN-TOTAL TO WS-LIN
                PERFORM P240-ABERTA-NO-FIM
            END-IF
            .
       P210-CONTA-CANAL.
            MOVE 'N' TO WS-ACHOU-SW
            PERFORM VARYING WS-IX FROM 1 BY 1
                    UNTIL WS-IX > 6 OR WS-ACHOU
                IF WS-CAN-COD(WS-IX) = WS-REC-CANAL
                    ADD 1 TO WS-CAN-QTD(WS-IX)
                    SET WS-ACHOU TO TRUE
                END-IF
            END-PERFORM
            IF NOT WS-ACHOU
                ADD 1 TO WS-CAN-QTD(7)
            END-IF
            .
       P220-RECEBIDA.
            ADD 1 TO WS-EST-RECEBIDAS(WS-LIN)
            .
       P230-ENCERRADA.
            ADD 1 TO WS-EST-ENCERRADAS(WS-LIN)
            IF WS-REC-PROCEDENTE
                ADD 1 TO WS-EST-PROCEDENTES(WS-LIN)
            END-IF
            IF WS-REC-DATA-ENCERRAMENTO > WS-REC-DATA-PRAZO
                ADD 1 TO WS-EST-FORA-PRAZO(WS-LIN)
            ELSE
                ADD 1 TO WS-EST-NO-PRAZO(WS-LIN)
            END-IF
            ADD WS-DIAS-SOLUCAO TO WS-EST-SOMA-DIAS(WS-LIN)
            .
       P240-ABERTA-NO-FIM.
            ADD 1 TO WS-EST-ABERTAS-FIM(WS-LIN)
            IF WS-REC-DATA-PRAZO < WS-MES-FIM
                ADD 1 TO WS-EST-VENCIDAS-FIM(WS-LIN)
            END-IF
            .
      *-----------------------------------------------------------------
      * Relatorio para a ouvidoria.
      *-----------------------------------------------------------------
       P800-IMPRIME.
            OPEN OUTPUT WS-REL-FILE
            MOVE WS-ANOMES-CALC TO WS-CAB-ANOMES
            MOVE WS-HOJE        TO WS-CAB-DATA
            MOVE WS-AMB-NOME    TO WS-CAB-AMBIENTE
            WRITE WS-REL-LINHA FROM WS-CAB-1
            IF WS-RC-FINAL > 0
                MOVE 'ARQUIVO DE RECLAMACOES NAO ENCONTRADO.'
                     TO WS-REL-LINHA
                WRITE WS-REL-LINHA
            END-IF

            MOVE 'POR CATEGORIA' TO WS-CAB-SECAO
            PERFORM P810-CABECALHO-SECAO
            WRITE WS-REL-LINHA FROM WS-CAB-EST
            PERFORM VARYING WS-LIN FROM 1 BY 1 UNTIL WS-LIN > 7
                MOVE WS-CAT-DESC(WS-LIN) TO WS-DE-DESCRICAO
                PERFORM P820-LINHA-ESTAT
            END-PERFORM
            MOVE WS-LIN-TOTAL TO WS-LIN
            MOVE 'TOTAL' TO WS-DE-DESCRICAO
            PERFORM P820-LINHA-ESTAT

            MOVE 'POR INSTANCIA' TO WS-CAB-SECAO
            PERFORM P810-CABECALHO-SECAO
            WRITE WS-REL-LINHA FROM WS-CAB-EST
            MOVE 8 TO WS-LIN
            MOVE 'SAC' TO WS-DE-DESCRICAO
            PERFORM P820-LINHA-ESTAT
            MOVE 9 TO WS-LIN
            MOVE 'OUVIDORIA' TO WS-DE-DESCRICAO
            PERFORM P820-LINHA-ESTAT

            MOVE 'RECEBIDAS POR CANAL' TO WS-CAB-SECAO
            PERFORM P810-CABECALHO-SECAO
            WRITE WS-REL-LINHA FROM WS-CAB-CANAL
            PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 7
                MOVE WS-CAN-DESC(WS-IX) TO WS-DC-DESCRICAO
                MOVE WS-CAN-QTD(WS-IX)  TO WS-DC-QTD
                MOVE 0 TO WS-PCT
                IF WS-EST-RECEBIDAS(WS-LIN-TOTAL) > 0
                    COMPUTE WS-PCT ROUNDED = WS-CAN-QTD(WS-IX) * 100
                                / WS-EST-RECEBIDAS(WS-LIN-TOTAL)
                END-IF
                MOVE WS-PCT TO WS-DC-PCT
                WRITE WS-REL-LINHA FROM WS-DET-CANAL
            END-PERFORM

            MOVE SPACES TO WS-REL-LINHA
            WRITE WS-REL-LINHA
            MOVE SPACES TO WS-CAB-SECAO
            STRING 'PRAZO CONTADO EM DIAS UTEIS PELO CALENDARIO; MEDIA '
                   'DE DIAS CORRIDOS DA ABERTURA AO ENCERRAMENTO. '
                   'RECLAMACAO ESCALADA CONTA NA OUVIDORIA.'
                   DELIMITED BY SIZE INTO WS-CAB-SECAO
            END-STRING
            WRITE WS-REL-LINHA FROM WS-CAB-SECAO
            CLOSE WS-REL-FILE
            .
       P810-CABECALHO-SECAO.
            MOVE SPACES TO WS-REL-LINHA
            WRITE WS-REL-LINHA
            WRITE WS-REL-LINHA FROM WS-CAB-SECAO
            MOVE ALL '-' TO WS-REL-LINHA
            WRITE WS-REL-LINHA
            .
       P820-LINHA-ESTAT.
            MOVE WS-EST-RECEBIDAS(WS-LIN)    TO WS-DE-RECEBIDAS
            MOVE WS-EST-ENCERRADAS(WS-LIN)   TO WS-DE-ENCERRADAS
            MOVE WS-EST-PROCEDENTES(WS-LIN)  TO WS-DE-PROCEDENTES
            MOVE WS-EST-NO-PRAZO(WS-LIN)     TO WS-DE-NO-PRAZO
            MOVE WS-EST-FORA-PRAZO(WS-LIN)   TO WS-DE-FORA-PRAZO
            MOVE WS-EST-ABERTAS-FIM(WS-LIN)  TO WS-DE-ABERTAS-FIM
            MOVE WS-EST-VENCIDAS-FIM(WS-LIN) TO WS-DE-VENCIDAS-FIM
            MOVE 0 TO WS-PCT
            MOVE 0 TO WS-MEDIA
            IF WS-EST-ENCERRADAS(WS-LIN) > 0
                COMPUTE WS-PCT ROUNDED = WS-EST-NO-PRAZO(WS-LIN) * 100
                                       / WS-EST-ENCERRADAS(WS-LIN)
                COMPUTE WS-MEDIA ROUNDED = WS-EST-SOMA-DIAS(WS-LIN)
                                         / WS-EST-ENCERRADAS(WS-LIN)
            END-IF
            MOVE WS-PCT   TO WS-DE-PCT-PRAZO
            MOVE WS-MEDIA TO WS-DE-MEDIA-DIAS
            WRITE WS-REL-LINHA FROM WS-DET-EST
            .
       END PROGRAM RECLAESTAT.
