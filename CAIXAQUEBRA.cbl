      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAIXAQUEBRA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-GAV-FILE      ASSIGN TO WS-GAV-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS WS-GAV-CHAVE
                                    FILE STATUS WS-GAV-FS.
           SELECT WS-REL-FILE      ASSIGN TO WS-REL-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-REL-FS.
           SELECT WS-SORT-FILE     ASSIGN TO 'CAIXAQUEBRA.SRT'.
       DATA DIVISION.
       FILE SECTION.
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
       FD  WS-REL-FILE.
       01 WS-REL-LINHA               PIC X(132).
       SD  WS-SORT-FILE.
       01 WS-SORT-REGISTRO.
           03 WS-SRT-OPERADOR        PIC X(8).
           03 WS-SRT-DATA            PIC 9(8).
           03 WS-SRT-FILIAL          PIC X(3).
           03 WS-SRT-ESPERADO        PIC S9(9)V99.
           03 WS-SRT-CONTADO         PIC 9(9)V99.
           03 WS-SRT-DIFERENCA       PIC S9(9)V99.
           03 WS-SRT-SUPERVISOR      PIC X(8).
           03 WS-SRT-JUSTIFICATIVA   PIC X(40).

       WORKING-STORAGE SECTION.
       01 WS-GAV-PATH              PIC X(40) VALUE 'CAIXA.GAVETAS.IDX'.
       01 WS-REL-PATH              PIC X(40) VALUE 'CAIXA.QUEBRAS.REL'.
       01 WS-GAV-FS                PIC XX.
       01 WS-REL-FS                PIC XX.

       01 WS-FIM-ARQUIVO           PIC X     VALUE 'N'.
          88 WS-FIM                          VALUE 'Y'.
       01 WS-FIM-SORT-SW           PIC X     VALUE 'N'.
          88 WS-FIM-SORT                     VALUE 'Y'.
       01 WS-PRIMEIRO-SW           PIC X     VALUE 'Y'.
          88 WS-PRIMEIRO                     VALUE 'Y'.

       01 WS-DATA-HORA-ATUAL       PIC X(21).
       01 WS-HOJE                  PIC 9(8)  VALUE 0.
       01 WS-COMPETENCIA           PIC 9(6)  VALUE 0.
       01 WS-OPERADOR-ANT          PIC X(8)  VALUE SPACES.

       01 WS-QTD-OPERADOR          PIC 9(4)      VALUE 0.
       01 WS-VAL-OPERADOR          PIC S9(11)V99 VALUE 0.
       01 WS-QTD-GERAL             PIC 9(5)      VALUE 0.
       01 WS-VAL-GERAL             PIC S9(11)V99 VALUE 0.
       01 WS-QTD-OPERADORES        PIC 9(4)      VALUE 0.
       01 WS-QTD-GAVETAS           PIC 9(5)      VALUE 0.
       01 WS-QTD-SOBRAS            PIC 9(5)      VALUE 0.
       01 WS-VAL-SOBRAS            PIC S9(11)V99 VALUE 0.
       01 WS-QTD-ABERTAS           PIC 9(5)      VALUE 0.

       01 WS-CAB-1.
           03 FILLER               PIC X(35)
                  VALUE 'QUEBRAS DE CAIXA POR OPERADOR - '.
           03 WS-CAB-COMPETENCIA   PIC 9(6).
           03 FILLER               PIC X(14) VALUE '   EMITIDO EM '.
           03 WS-CAB-DATA          PIC 9(8).
           03 FILLER               PIC X(11) VALUE '  AMBIENTE '.
           03 WS-CAB-AMBIENTE      PIC X(8).
           03 FILLER               PIC X(50) VALUE SPACES.
       01 WS-CAB-OPERADOR.
           03 FILLER               PIC X(10) VALUE 'OPERADOR: '.
           03 WS-CAB-OPER          PIC X(8).
           03 FILLER               PIC X(114) VALUE SPACES.
       01 WS-CAB-2.
           03 FILLER               PIC X(12) VALUE '  DATA'.
           03 FILLER               PIC X(8)  VALUE 'FILIAL'.
           03 FILLER               PIC X(16) VALUE '        ESPERADO'.
           03 FILLER               PIC X(16) VALUE '         CONTADO'.
           03 FILLER               PIC X(16) VALUE '          QUEBRA'.
           03 FILLER               PIC X(11) VALUE '  AVAL'.
           03 FILLER               PIC X(53) VALUE 'JUSTIFICATIVA'.
       01 WS-DET-LINHA.
           03 FILLER               PIC XX    VALUE SPACES.
           03 WS-DET-DATA          PIC 9(8).
           03 FILLER               PIC XX    VALUE SPACES.
           03 FILLER               PIC X     VALUE SPACE.
           03 WS-DET-FILIAL        PIC X(3).
           03 FILLER               PIC X(4)  VALUE SPACES.
           03 WS-DET-ESPERADO      PIC ZZZ,ZZZ,ZZ9.99-.
           03 FILLER               PIC X     VALUE SPACE.
           03 WS-DET-CONTADO       PIC ZZZ,ZZZ,ZZ9.99-.
           03 FILLER               PIC X     VALUE SPACE.
           03 WS-DET-QUEBRA        PIC ZZZ,ZZZ,ZZ9.99-.
           03 FILLER               PIC XX    VALUE SPACES.
           03 WS-DET-SUPERVISOR    PIC X(8).
           03 FILLER               PIC X     VALUE SPACE.
           03 WS-DET-JUSTIFICATIVA PIC X(40).
           03 FILLER               PIC X(14) VALUE SPACES.
       01 WS-SUB-LINHA.
           03 FILLER               PIC X(4)  VALUE SPACES.
           03 FILLER               PIC X(16) VALUE 'TOTAL OPERADOR: '.
           03 WS-SUB-QTD           PIC ZZZ9.
           03 FILLER               PIC X(10) VALUE ' QUEBRAS  '.
           03 FILLER               PIC X(18) VALUE SPACES.
           03 WS-SUB-VALOR         PIC ZZZ,ZZZ,ZZ9.99-.
           03 FILLER               PIC X(65) VALUE SPACES.
       01 WS-TOT-LINHA.
           03 WS-TOT-LITERAL       PIC X(40).
           03 WS-TOT-VALOR         PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           03 FILLER               PIC X(73) VALUE SPACES.
       01 WS-QTD-LINHA.
           03 WS-QTD-LITERAL       PIC X(40).
           03 WS-QTD-VALOR         PIC ZZ,ZZ9.
           03 FILLER               PIC X(86) VALUE SPACES.

       01 WS-PARMLE-PARM.
           03 WS-PL-PROGRAMA       PIC X(12) VALUE 'CAIXAQUEBRA'.
           03 WS-PL-NOME           PIC X(12).
           03 WS-PL-DATA-PROC      PIC 9(8).
           03 WS-PL-VALOR          PIC X(14).
           03 WS-PL-RC             PIC 99.

       01 WS-AUDIT-PARM.
           03 WS-AU-PROGRAMA       PIC X(12) VALUE 'CAIXAQUEBRA'.
           03 WS-AU-EVENTO         PIC X(12).
           03 WS-AU-CHAVE          PIC X(30).
           03 WS-AU-CONTADOR       PIC 9(6).
           03 WS-AU-OPERADOR       PIC X(8)  VALUE SPACES.

       01 WS-VALOR-ED              PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01 WS-AMBIENTE-PARM.
           03 WS-AMB-FUNCAO        PIC X     VALUE 'R'.
           03 WS-AMB-NOME          PIC X(8)  VALUE SPACES.
           03 WS-AMB-RAIZ          PIC X(40) VALUE SPACES.
           03 WS-AMB-RC            PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      * Relatorio mensal das quebras de caixa: cada gaveta fechada com
      * falta de dinheiro, agrupada por operador, com o aval e a
      * justificativa do fechamento. A competencia e o mes corrente,
      * salvo CAIXAQUEBRA / COMPETENCIA (AAAAMM) no PARAMETROS.DAT.
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-GAV-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-REL-PATH
            DISPLAY 'CAIXAQUEBRA - QUEBRAS DE CAIXA DO MES'
            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
            MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-HOJE
            MOVE WS-HOJE(1:6) TO WS-COMPETENCIA

            MOVE WS-HOJE       TO WS-PL-DATA-PROC
            MOVE 'COMPETENCIA' TO WS-PL-NOME
            CALL 'PARMLE' USING WS-PARMLE-PARM
            IF WS-PL-RC = 0 AND WS-PL-VALOR(1:6) IS NUMERIC
                MOVE WS-PL-VALOR(1:6) TO WS-COMPETENCIA
            END-IF

            OPEN INPUT WS-GAV-FILE
            IF WS-GAV-FS NOT = '00'
                DISPLAY 'ARQUIVO DE GAVETAS NAO ENCONTRADO: '
                        WS-GAV-PATH
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF

            OPEN OUTPUT WS-REL-FILE
            MOVE WS-COMPETENCIA TO WS-CAB-COMPETENCIA
            MOVE WS-HOJE        TO WS-CAB-DATA
            MOVE WS-AMB-NOME TO WS-CAB-AMBIENTE
            WRITE WS-REL-LINHA FROM WS-CAB-1
            MOVE ALL '=' TO WS-REL-LINHA
            WRITE WS-REL-LINHA

            SORT WS-SORT-FILE
                 ON ASCENDING KEY WS-SRT-OPERADOR
                                  WS-SRT-DATA
                 INPUT  PROCEDURE IS P200-SELECIONA
                 OUTPUT PROCEDURE IS P400-IMPRIME
            CLOSE WS-GAV-FILE

            PERFORM P700-IMPRIME-TOTAIS
            CLOSE WS-REL-FILE

            MOVE 'QUEBRAS-MES'  TO WS-AU-EVENTO
            MOVE SPACES         TO WS-AU-CHAVE
            MOVE WS-COMPETENCIA TO WS-AU-CHAVE(1:6)
            MOVE WS-VAL-GERAL   TO WS-VALOR-ED
            MOVE WS-VALOR-ED    TO WS-AU-CHAVE(8:19)
            MOVE WS-QTD-GERAL   TO WS-AU-CONTADOR
            CALL 'AUDITLOG' USING WS-AUDIT-PARM

            DISPLAY 'COMPETENCIA       : ' WS-COMPETENCIA
            DISPLAY 'GAVETAS NO MES    : ' WS-QTD-GAVETAS
            DISPLAY 'QUEBRAS           : ' WS-QTD-GERAL
            DISPLAY 'VALOR DAS QUEBRAS : ' WS-VALOR-ED
            DISPLAY 'GAVETAS NAO FECHADAS: ' WS-QTD-ABERTAS
            DISPLAY 'RELATORIO GRAVADO EM: ' WS-REL-PATH
            IF WS-QTD-ABERTAS > 0
                MOVE 4 TO RETURN-CODE
            END-IF
            STOP RUN.

       P200-SELECIONA.
            MOVE 'N' TO WS-FIM-ARQUIVO
            PERFORM P250-LE-GAVETA
            PERFORM P260-SELECIONA-GAVETA
                    UNTIL WS-FIM
            .
       P250-LE-GAVETA.
            READ WS-GAV-FILE NEXT RECORD
                AT END SET WS-FIM TO TRUE
            END-READ
            .
       P260-SELECIONA-GAVETA.
      * Gaveta ainda aberta de dia ja encerrado nao tem conferencia:
      * entra so na contagem de pendencias.
            IF WS-GAV-DATA(1:6) = WS-COMPETENCIA
                ADD 1 TO WS-QTD-GAVETAS
                EVALUATE TRUE
                    WHEN WS-GAV-ABERTA AND WS-GAV-DATA < WS-HOJE
                        ADD 1 TO WS-QTD-ABERTAS
                        DISPLAY 'GAVETA NAO FECHADA: ' WS-GAV-DATA ' '
                                WS-GAV-OPERADOR ' FILIAL '
                                WS-GAV-FILIAL
                    WHEN WS-GAV-FECHADA AND WS-GAV-DIFERENCA < 0
                        MOVE WS-GAV-OPERADOR   TO WS-SRT-OPERADOR
                        MOVE WS-GAV-DATA       TO WS-SRT-DATA
                        MOVE WS-GAV-FILIAL     TO WS-SRT-FILIAL
                        MOVE WS-GAV-ESPERADO   TO WS-SRT-ESPERADO
                        MOVE WS-GAV-CONTADO    TO WS-SRT-CONTADO
                        MOVE WS-GAV-DIFERENCA  TO WS-SRT-DIFERENCA
                        MOVE WS-GAV-SUPERVISOR TO WS-SRT-SUPERVISOR
                        MOVE WS-GAV-JUSTIFICATIVA
                                               TO WS-SRT-JUSTIFICATIVA
                        RELEASE WS-SORT-REGISTRO
                    WHEN WS-GAV-FECHADA AND WS-GAV-DIFERENCA > 0
                        ADD 1 TO WS-QTD-SOBRAS
                        ADD WS-GAV-DIFERENCA TO WS-VAL-SOBRAS
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-IF
            PERFORM P250-LE-GAVETA
            .
       P400-IMPRIME.
            PERFORM P450-RETORNA-ORDENADO
            PERFORM P460-DETALHA-QUEBRA
                    UNTIL WS-FIM-SORT
            IF NOT WS-PRIMEIRO
                PERFORM P600-TOTAL-OPERADOR
            END-IF
            .
       P450-RETORNA-ORDENADO.
            RETURN WS-SORT-FILE
                AT END SET WS-FIM-SORT TO TRUE
            END-RETURN
            .
       P460-DETALHA-QUEBRA.
            IF WS-PRIMEIRO OR WS-SRT-OPERADOR NOT = WS-OPERADOR-ANT
                IF NOT WS-PRIMEIRO
                    PERFORM P600-TOTAL-OPERADOR
                END-IF
                MOVE 'N' TO WS-PRIMEIRO-SW
                MOVE WS-SRT-OPERADOR TO WS-OPERADOR-ANT
                ADD 1 TO WS-QTD-OPERADORES
                MOVE SPACES TO WS-REL-LINHA
                WRITE WS-REL-LINHA
                MOVE WS-SRT-OPERADOR TO WS-CAB-OPER
                WRITE WS-REL-LINHA FROM WS-CAB-OPERADOR
                WRITE WS-REL-LINHA FROM WS-CAB-2
            END-IF

            MOVE WS-SRT-DATA          TO WS-DET-DATA
            MOVE WS-SRT-FILIAL        TO WS-DET-FILIAL
            MOVE WS-SRT-ESPERADO      TO WS-DET-ESPERADO
            MOVE WS-SRT-CONTADO       TO WS-DET-CONTADO
            MOVE WS-SRT-DIFERENCA     TO WS-DET-QUEBRA
            MOVE WS-SRT-SUPERVISOR    TO WS-DET-SUPERVISOR
            MOVE WS-SRT-JUSTIFICATIVA TO WS-DET-JUSTIFICATIVA
            WRITE WS-REL-LINHA FROM WS-DET-LINHA

            ADD 1                TO WS-QTD-OPERADOR
            ADD WS-SRT-DIFERENCA TO WS-VAL-OPERADOR
            ADD 1                TO WS-QTD-GERAL
            ADD WS-SRT-DIFERENCA TO WS-VAL-GERAL

            PERFORM P450-RETORNA-ORDENADO
            .
       P600-TOTAL-OPERADOR.
            MOVE WS-QTD-OPERADOR TO WS-SUB-QTD
            MOVE WS-VAL-OPERADOR TO WS-SUB-VALOR
            WRITE WS-REL-LINHA FROM WS-SUB-LINHA
            MOVE 0 TO WS-QTD-OPERADOR
            MOVE 0 TO WS-VAL-OPERADOR
            .
       P700-IMPRIME-TOTAIS.
            MOVE SPACES TO WS-REL-LINHA
            WRITE WS-REL-LINHA
            MOVE ALL '-' TO WS-REL-LINHA
            WRITE WS-REL-LINHA
            IF WS-QTD-GERAL = 0
                MOVE 'NENHUMA QUEBRA DE CAIXA NO MES.' TO WS-REL-LINHA
                WRITE WS-REL-LINHA
            END-IF
            MOVE SPACES TO WS-TOT-LINHA
            MOVE 'TOTAL DAS QUEBRAS'            TO WS-TOT-LITERAL
            MOVE WS-VAL-GERAL                   TO WS-TOT-VALOR
            WRITE WS-REL-LINHA FROM WS-TOT-LINHA
            MOVE 'TOTAL DAS SOBRAS'             TO WS-TOT-LITERAL
            MOVE WS-VAL-SOBRAS                  TO WS-TOT-VALOR
            WRITE WS-REL-LINHA FROM WS-TOT-LINHA
            MOVE SPACES TO WS-QTD-LINHA
            MOVE 'GAVETAS NO MES'               TO WS-QTD-LITERAL
            MOVE WS-QTD-GAVETAS                 TO WS-QTD-VALOR
            WRITE WS-REL-LINHA FROM WS-QTD-LINHA
            MOVE 'GAVETAS COM QUEBRA'           TO WS-QTD-LITERAL
            MOVE WS-QTD-GERAL                   TO WS-QTD-VALOR
            WRITE WS-REL-LINHA FROM WS-QTD-LINHA
            MOVE 'OPERADORES COM QUEBRA'        TO WS-QTD-LITERAL
            MOVE WS-QTD-OPERADORES              TO WS-QTD-VALOR
            WRITE WS-REL-LINHA FROM WS-QTD-LINHA
            MOVE 'GAVETAS COM SOBRA'            TO WS-QTD-LITERAL
            MOVE WS-QTD-SOBRAS                  TO WS-QTD-VALOR
            WRITE WS-REL-LINHA FROM WS-QTD-LINHA
            MOVE 'GAVETAS NAO FECHADAS'         TO WS-QTD-LITERAL
            MOVE WS-QTD-ABERTAS                 TO WS-QTD-VALOR
            WRITE WS-REL-LINHA FROM WS-QTD-LINHA
            .
       END PROGRAM CAIXAQUEBRA.
