      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECLAPRAZO.
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
           03 WS-REC-DATA-ENCERRAMENTO PIC 9(8).
           03 WS-REC-ASSUNTO         PIC X(60).
           03 WS-REC-QTD-HIST        PIC 9(3).
       FD  WS-REL-FILE.
       01 WS-REL-LINHA               PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-REC-PATH                PIC X(40) VALUE 'RECLAMACOES.IDX'.
       01 WS-REL-PATH                PIC X(40) VALUE 'RECLAPRAZO.REL'.
       01 WS-REC-FS                  PIC XX.
       01 WS-REL-FS                  PIC XX.

       01 WS-FIM-ARQUIVO             PIC X     VALUE 'N'.
          88 WS-FIM                            VALUE 'Y'.

      * Reclamacao aberta com ate ALERTA dias uteis de folga e
      * apontada como em risco.
       01 WS-DIAS-ALERTA             PIC 999   VALUE 2.
       01 WS-DATA-HORA-ATUAL         PIC X(21).
       01 WS-HOJE                    PIC 9(8)  VALUE 0.
       01 WS-INT-CORRENTE            PIC 9(7)  VALUE 0.
       01 WS-INT-PRAZO               PIC 9(7)  VALUE 0.
       01 WS-DATA-TRABALHO           PIC 9(8)  VALUE 0.
       01 WS-DIAS-UTEIS              PIC 9(4)  VALUE 0.
       01 WS-DIAS-ATRASO             PIC 9(4)  VALUE 0.

       01 WS-CAB-1.
           03 FILLER                 PIC X(40)
                    VALUE 'RECLAMACOES SAC/OUVIDORIA - PRAZOS EM '.
           03 WS-CAB-DATA            PIC 9(8).
           03 FILLER                 PIC X(11) VALUE '  AMBIENTE '.
           03 WS-CAB-AMBIENTE        PIC X(8).
       01 WS-CAB-SECAO               PIC X(132).
       01 WS-CAB-DET.
           03 FILLER                 PIC X(15) VALUE 'PROTOCOLO'.
           03 FILLER                 PIC X(7)  VALUE 'CLIENTE'.
           03 FILLER                 PIC X(4)  VALUE 'INS'.
           03 FILLER                 PIC X(4)  VALUE 'CAT'.
           03 FILLER                 PIC X(9)  VALUE 'ABERTURA'.
           03 FILLER                 PIC X(9)  VALUE 'PRAZO'.
           03 FILLER                 PIC X(6)  VALUE 'DIAS'.
           03 FILLER                 PIC X(9)  VALUE 'RESPONS.'.
           03 FILLER                 PIC X(17) VALUE 'SITUACAO'.
           03 FILLER                 PIC X(40) VALUE 'ASSUNTO'.
       01 WS-DET-LINHA.
           03 WS-DL-PROTOCOLO        PIC 9(14).
           03 FILLER                 PIC X     VALUE SPACE.
           03 WS-DL-CLIENTE          PIC 9(6).
           03 FILLER                 PIC X     VALUE SPACE.
           03 WS-DL-INSTANCIA        PIC X(3).
           03 FILLER                 PIC X     VALUE SPACE.
           03 WS-DL-CATEGORIA        PIC X.
           03 FILLER                 PIC X(3)  VALUE SPACES.
           03 WS-DL-ABERTURA         PIC 9(8).
           03 FILLER                 PIC X     VALUE SPACE.
           03 WS-DL-PRAZO            PIC 9(8).
           03 FILLER                 PIC X     VALUE SPACE.
           03 WS-DL-DIAS             PIC ---9.
           03 FILLER                 PIC XX    VALUE SPACES.
           03 WS-DL-RESPONSAVEL      PIC X(8).
           03 FILLER                 PIC X     VALUE SPACE.
           03 WS-DL-SITUACAO         PIC X(16).
           03 FILLER                 PIC X     VALUE SPACE.
           03 WS-DL-ASSUNTO          PIC X(50).
       01 WS-TOT-LINHA.
           03 WS-TOT-LITERAL         PIC X(40).
           03 WS-TOT-QTD             PIC ZZZ,ZZ9.

       01 WS-CONTADORES.
          03 WS-TOT-ABERTAS          PIC 9(6)  VALUE 0.
          03 WS-TOT-SAC              PIC 9(6)  VALUE 0.
          03 WS-TOT-OUVIDORIA        PIC 9(6)  VALUE 0.
          03 WS-TOT-EM-RISCO         PIC 9(6)  VALUE 0.
          03 WS-TOT-VENCIDAS         PIC 9(6)  VALUE 0.
          03 WS-TOT-SEM-RESP         PIC 9(6)  VALUE 0.
          03 WS-TOT-LISTADAS         PIC 9(6)  VALUE 0.

       01 WS-CALUTIL-PARM.
           03 WS-CA-FUNCAO         PIC X.
           03 WS-CA-RC             PIC 99.
           03 WS-CA-DATA           PIC 9(8).
           03 WS-CA-DIA-UTIL       PIC X.
           03 WS-CA-DATA-UTIL      PIC 9(8).

       01 WS-PARMLE-PARM.
           03 WS-PL-PROGRAMA       PIC X(12) VALUE 'RECLAPRAZO'.
           03 WS-PL-NOME           PIC X(12).
           03 WS-PL-DATA-PROC      PIC 9(8).
           03 WS-PL-VALOR          PIC X(14).
           03 WS-PL-RC             PIC 99.

       01 WS-AUDIT-PARM.
           03 WS-AU-PROGRAMA       PIC X(12) VALUE 'RECLAPRAZO'.
           03 WS-AU-EVENTO         PIC X(12) VALUE 'RECL-PRAZO'.
           03 WS-AU-CHAVE          PIC X(30).
           03 WS-AU-CONTADOR       PIC 9(6).
           03 WS-AU-OPERADOR       PIC X(8)  VALUE SPACES.

       01 WS-RELARQ-PARM.
           03 WS-RA-FUNCAO         PIC X     VALUE 'R'.
           03 WS-RA-PROGRAMA       PIC X(12) VALUE 'RECLAPRAZO'.
           03 WS-RA-RELATORIO      PIC X(30) VALUE 'RECLAPRAZO.REL'.
           03 WS-RA-RC             PIC 99.
           03 WS-RA-PAGINAS        PIC 9(5).
           03 WS-RA-EXPURGADOS     PIC 9(5).

       01 WS-RC-FINAL              PIC S9(4) VALUE 0.

       01 WS-AMBIENTE-PARM.
           03 WS-AMB-FUNCAO        PIC X     VALUE 'R'.
           03 WS-AMB-NOME          PIC X(8)  VALUE SPACES.
           03 WS-AMB-RAIZ          PIC X(40) VALUE SPACES.
           03 WS-AMB-RC            PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      * Relatorio diario das reclamacoes abertas com prazo de resposta
      * vencido ou a ate ALERTA dias uteis de vencer.
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-REC-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-REL-PATH
            DISPLAY 'RECLAPRAZO - PRAZOS DAS RECLAMACOES'

            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
            MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-HOJE

            MOVE WS-HOJE TO WS-PL-DATA-PROC
            MOVE 'ALERTA' TO WS-PL-NOME
            CALL 'PARMLE' USING WS-PARMLE-PARM
            IF WS-PL-RC = 0 AND WS-PL-VALOR(1:3) IS NUMERIC
                MOVE WS-PL-VALOR(1:3) TO WS-DIAS-ALERTA
            END-IF

            OPEN OUTPUT WS-REL-FILE
            MOVE WS-HOJE     TO WS-CAB-DATA
            MOVE WS-AMB-NOME TO WS-CAB-AMBIENTE
            WRITE WS-REL-LINHA FROM WS-CAB-1

            MOVE SPACES TO WS-CAB-SECAO
            STRING 'RECLAMACOES VENCIDAS OU A ATE ' WS-DIAS-ALERTA
                   ' DIAS UTEIS DO PRAZO'
                   DELIMITED BY SIZE INTO WS-CAB-SECAO
            END-STRING
            MOVE SPACES TO WS-REL-LINHA
            WRITE WS-REL-LINHA
            WRITE WS-REL-LINHA FROM WS-CAB-SECAO
            MOVE ALL '-' TO WS-REL-LINHA
            WRITE WS-REL-LINHA
            WRITE WS-REL-LINHA FROM WS-CAB-DET

            OPEN INPUT WS-REC-FILE
            IF WS-REC-FS NOT = '00'
                MOVE 'ARQUIVO DE RECLAMACOES NAO ENCONTRADO.'
                     TO WS-REL-LINHA
                WRITE WS-REL-LINHA
                DISPLAY 'ARQUIVO DE RECLAMACOES NAO ENCONTRADO: '
                        WS-REC-PATH ' FS: ' WS-REC-FS
                MOVE 4 TO WS-RC-FINAL
            ELSE
                PERFORM UNTIL WS-FIM
                    READ WS-REC-FILE NEXT RECORD
                        AT END SET WS-FIM TO TRUE
                        NOT AT END
                            IF WS-REC-EM-ABERTO
                                PERFORM P200-AVALIA-RECLAMACAO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE WS-REC-FILE
            END-IF

            PERFORM P800-TOTAIS
            CLOSE WS-REL-FILE
            CALL 'RELARQUIVA' USING WS-RELARQ-PARM WS-REL-PATH

            DISPLAY 'ABERTAS : ' WS-TOT-ABERTAS
            DISPLAY 'EM RISCO: ' WS-TOT-EM-RISCO
            DISPLAY 'VENCIDAS: ' WS-TOT-VENCIDAS
            DISPLAY 'RELATORIO GRAVADO EM: ' WS-REL-PATH

            MOVE SPACES TO WS-AU-CHAVE
            STRING 'VENCIDAS ' WS-TOT-VENCIDAS
                   ' RISCO ' WS-TOT-EM-RISCO
                   DELIMITED BY SIZE INTO WS-AU-CHAVE
            END-STRING
            MOVE WS-TOT-ABERTAS TO WS-AU-CONTADOR
            CALL 'AUDITLOG' USING WS-AUDIT-PARM

      * Prazo vencido ou em risco e o que a rotina diaria precisa
      * destacar: o prazo e regulatorio.
            IF WS-TOT-VENCIDAS > 0 OR WS-TOT-EM-RISCO > 0
                MOVE 4 TO WS-RC-FINAL
            END-IF
            MOVE WS-RC-FINAL TO RETURN-CODE
            STOP RUN.

       P200-AVALIA-RECLAMACAO.
            ADD 1 TO WS-TOT-ABERTAS
            IF WS-REC-OUVIDORIA
                ADD 1 TO WS-TOT-OUVIDORIA
            ELSE
                ADD 1 TO WS-TOT-SAC
            END-IF
            IF WS-REC-RESPONSAVEL = SPACES
                ADD 1 TO WS-TOT-SEM-RESP
            END-IF
            IF WS-HOJE > WS-REC-DATA-PRAZO
                COMPUTE WS-DIAS-ATRASO =
                        FUNCTION INTEGER-OF-DATE(WS-HOJE)
                      - FUNCTION INTEGER-OF-DATE(WS-REC-DATA-PRAZO)
                ADD 1 TO WS-TOT-VENCIDAS
                MOVE 'VENCIDA' TO WS-DL-SITUACAO
                COMPUTE WS-DL-DIAS = 0 - WS-DIAS-ATRASO
                PERFORM P300-LINHA
            ELSE
                PERFORM P350-CONTA-DIAS-UTEIS
                IF WS-DIAS-UTEIS NOT > WS-DIAS-ALERTA
                    ADD 1 TO WS-TOT-EM-RISCO
                    MOVE 'EM RISCO' TO WS-DL-SITUACAO
                    MOVE WS-DIAS-UTEIS TO WS-DL-DIAS
                    PERFORM P300-LINHA
                END-IF
            END-IF
            .
       P300-LINHA.
            MOVE WS-REC-PROTOCOLO     TO WS-DL-PROTOCOLO
            MOVE WS-REC-COD-CLIENTE   TO WS-DL-CLIENTE
            IF WS-REC-OUVIDORIA
                MOVE 'OUV' TO WS-DL-INSTANCIA
            ELSE
                MOVE 'SAC' TO WS-DL-INSTANCIA
            END-IF
            MOVE WS-REC-CATEGORIA     TO WS-DL-CATEGORIA
            MOVE WS-REC-DATA-ABERTURA TO WS-DL-ABERTURA
            MOVE WS-REC-DATA-PRAZO    TO WS-DL-PRAZO
            IF WS-REC-RESPONSAVEL = SPACES
                MOVE '(NENHUM)' TO WS-DL-RESPONSAVEL
            ELSE
                MOVE WS-REC-RESPONSAVEL TO WS-DL-RESPONSAVEL
            END-IF
            MOVE WS-REC-ASSUNTO       TO WS-DL-ASSUNTO
            WRITE WS-REL-LINHA FROM WS-DET-LINHA
            ADD 1 TO WS-TOT-LISTADAS
            .
       P350-CONTA-DIAS-UTEIS.
      * Dias uteis de hoje (exclusive) ate o prazo (inclusive); dia
      * fora do calendario conta como util, como no NEGATREL.
            MOVE 0 TO WS-DIAS-UTEIS
            COMPUTE WS-INT-CORRENTE =
                    FUNCTION INTEGER-OF-DATE(WS-HOJE)
            COMPUTE WS-INT-PRAZO =
                    FUNCTION INTEGER-OF-DATE(WS-REC-DATA-PRAZO)
            PERFORM P360-CONTA-UM-DIA
                    UNTIL WS-INT-CORRENTE >= WS-INT-PRAZO
            .
       P360-CONTA-UM-DIA.
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
       P800-TOTAIS.
            IF WS-TOT-LISTADAS = 0
                MOVE 'NENHUMA RECLAMACAO VENCIDA OU EM RISCO.'
                     TO WS-REL-LINHA
                WRITE WS-REL-LINHA
            END-IF
            MOVE SPACES TO WS-REL-LINHA
            WRITE WS-REL-LINHA
            MOVE 'TOTAIS' TO WS-CAB-SECAO
            WRITE WS-REL-LINHA FROM WS-CAB-SECAO
            MOVE ALL '-' TO WS-REL-LINHA
            WRITE WS-REL-LINHA
            MOVE 'RECLAMACOES ABERTAS' TO WS-TOT-LITERAL
            MOVE WS-TOT-ABERTAS        TO WS-TOT-QTD
            WRITE WS-REL-LINHA FROM WS-TOT-LINHA
            MOVE '  NO SAC'            TO WS-TOT-LITERAL
            MOVE WS-TOT-SAC            TO WS-TOT-QTD
            WRITE WS-REL-LINHA FROM WS-TOT-LINHA
            MOVE '  NA OUVIDORIA'      TO WS-TOT-LITERAL
            MOVE WS-TOT-OUVIDORIA      TO WS-TOT-QTD
            WRITE WS-REL-LINHA FROM WS-TOT-LINHA
            MOVE '  SEM RESPONSAVEL DESIGNADO' TO WS-TOT-LITERAL
            MOVE WS-TOT-SEM-RESP       TO WS-TOT-QTD
            WRITE WS-REL-LINHA FROM WS-TOT-LINHA
            MOVE 'PRAZO VENCIDO'       TO WS-TOT-LITERAL
            MOVE WS-TOT-VENCIDAS       TO WS-TOT-QTD
            WRITE WS-REL-LINHA FROM WS-TOT-LINHA
            MOVE 'EM RISCO DE VENCER'  TO WS-TOT-LITERAL
            MOVE WS-TOT-EM-RISCO       TO WS-TOT-QTD
            WRITE WS-REL-LINHA FROM WS-TOT-LINHA
            .
       END PROGRAM RECLAPRAZO.
