      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLDREVISA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-CASO-FILE     ASSIGN TO WS-CASO-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS WS-CASO-NUMERO
                                    FILE STATUS WS-CASO-FS.
       DATA DIVISION.
       FILE SECTION.
      * Fila de casos de prevencao a lavagem de dinheiro, gravada pelo
      * PLDMONITOR (layout identico).
       FD  WS-CASO-FILE.
       01 WS-CASO-REGISTRO.
           03 WS-CASO-NUMERO         PIC 9(8).
           03 WS-CASO-DATA-DETECCAO  PIC 9(8).
           03 WS-CASO-REGRA          PIC X.
              88 WS-CASO-LIMITE                VALUE 'L'.
              88 WS-CASO-FRACIONADO            VALUE 'F'.
              88 WS-CASO-ATIPICO               VALUE 'A'.
           03 WS-CASO-COD-CLIENTE    PIC 9(6).
           03 WS-CASO-CLIENTE        PIC X(30).
           03 WS-CASO-DOC-TIPO       PIC X.
           03 WS-CASO-DOC-NUMERO     PIC X(14).
           03 WS-CASO-VALOR          PIC S9(11)V99.
           03 WS-CASO-QTD-OPERACOES  PIC 9(4).
           03 WS-CASO-DATA-INICIAL   PIC 9(8).
           03 WS-CASO-DATA-FINAL     PIC 9(8).
           03 WS-CASO-RECIBO         PIC 9(6).
           03 WS-CASO-MEDIA-HISTORICA PIC S9(9)V99.
           03 WS-CASO-SITUACAO       PIC X.
              88 WS-CASO-PENDENTE              VALUE 'P'.
              88 WS-CASO-CONFIRMADO            VALUE 'C'.
              88 WS-CASO-DESCARTADO            VALUE 'D'.
              88 WS-CASO-COMUNICADO            VALUE 'E'.
           03 WS-CASO-ANALISTA       PIC X(8).
           03 WS-CASO-DATA-DECISAO   PIC 9(8).
           03 WS-CASO-PARECER        PIC X(60).
           03 WS-CASO-DATA-COMUNICACAO PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-CASO-PATH             PIC X(40) VALUE 'PLD.CASOS.IDX'.
       01 WS-CASO-FS               PIC XX.

       01 WS-FIM-ARQUIVO           PIC X     VALUE 'N'.
          88 WS-FIM                          VALUE 'Y'.
       01 WS-ENCERRA-SW            PIC X     VALUE 'N'.
          88 WS-ENCERRA                      VALUE 'Y'.

       01 WS-DATA-HORA-ATUAL       PIC X(21).
       01 WS-HOJE                  PIC 9(8)  VALUE 0.

       01 WS-ENT-DECISAO           PIC X     VALUE SPACE.
       01 WS-ENT-PARECER           PIC X(60) VALUE SPACES.
       01 WS-DESC-REGRA            PIC X(30) VALUE SPACES.

       01 WS-TOT-PENDENTES         PIC 9(6)  VALUE 0.
       01 WS-TOT-CONFIRMADOS       PIC 9(6)  VALUE 0.
       01 WS-TOT-DESCARTADOS       PIC 9(6)  VALUE 0.
       01 WS-TOT-ADIADOS           PIC 9(6)  VALUE 0.

       01 WS-VALOR-ED              PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01 WS-SIGNON-PARM.
           03 WS-SG-ID             PIC X(8).
           03 WS-SG-SENHA          PIC X(8).
           03 WS-SG-FUNCAO         PIC X.
           03 WS-SG-PERFIL         PIC X.
           03 WS-SG-RC             PIC 99.
              88 WS-SG-SEM-SESSAO          VALUE 4.
       01 WS-OPERADOR              PIC X(8)  VALUE SPACES.

       01 WS-AUDIT-PARM.
           03 WS-AU-PROGRAMA       PIC X(12) VALUE 'PLDREVISA'.
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
      * Analise dos casos de PLD pela area de compliance: cada caso
      * pendente e confirmado (vai para a comunicacao ao COAF no
      * PLDCOAF) ou descartado, sempre com parecer. Exige perfil de
      * supervisor.
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CASO-PATH
            DISPLAY 'PLDREVISA - ANALISE DE CASOS DE PLD'
            MOVE SPACES TO WS-SG-ID
            MOVE 'S' TO WS-SG-FUNCAO
            CALL 'OPERSIGNON' USING WS-SIGNON-PARM
            IF WS-SG-SEM-SESSAO
                DISPLAY 'OPERADOR: '
                ACCEPT WS-SG-ID
                DISPLAY 'SENHA   : '
                ACCEPT WS-SG-SENHA
                CALL 'OPERSIGNON' USING WS-SIGNON-PARM
            END-IF
            IF WS-SG-RC NOT = 0
                DISPLAY 'ACESSO NEGADO (RC ' WS-SG-RC ').'
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE WS-SG-ID TO WS-OPERADOR
            MOVE WS-SG-ID TO WS-AU-OPERADOR

            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
            MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-HOJE

            OPEN I-O WS-CASO-FILE
            IF WS-CASO-FS NOT = '00'
                DISPLAY 'FILA DE CASOS INDISPONIVEL: ' WS-CASO-PATH
                        ' FS: ' WS-CASO-FS
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF

            PERFORM UNTIL WS-FIM OR WS-ENCERRA
                READ WS-CASO-FILE NEXT RECORD
                    AT END SET WS-FIM TO TRUE
                    NOT AT END
                        IF WS-CASO-PENDENTE
                            PERFORM P100-ANALISA-CASO
                        END-IF
                END-READ
            END-PERFORM
            CLOSE WS-CASO-FILE

            DISPLAY '----- ANALISE PLD -----'
            DISPLAY 'CASOS PENDENTES VISTOS: ' WS-TOT-PENDENTES
            DISPLAY 'CONFIRMADOS           : ' WS-TOT-CONFIRMADOS
            DISPLAY 'DESCARTADOS           : ' WS-TOT-DESCARTADOS
            DISPLAY 'ADIADOS               : ' WS-TOT-ADIADOS

            STOP RUN.

       P100-ANALISA-CASO.
            ADD 1 TO WS-TOT-PENDENTES
            EVALUATE TRUE
                WHEN WS-CASO-LIMITE
                    MOVE 'ESPECIE ACIMA DO LIMITE' TO WS-DESC-REGRA
                WHEN WS-CASO-FRACIONADO
                    MOVE 'FRACIONAMENTO NA JANELA' TO WS-DESC-REGRA
                WHEN WS-CASO-ATIPICO
                    MOVE 'ATIPICO PARA O HISTORICO' TO WS-DESC-REGRA
                WHEN OTHER
                    MOVE 'REGRA DESCONHECIDA' TO WS-DESC-REGRA
            END-EVALUATE
            DISPLAY ' '
            DISPLAY 'CASO       : ' WS-CASO-NUMERO
                    '  DETECTADO EM ' WS-CASO-DATA-DETECCAO
            DISPLAY 'REGRA      : ' WS-CASO-REGRA ' ' WS-DESC-REGRA
            DISPLAY 'CLIENTE    : ' WS-CASO-COD-CLIENTE ' '
                    WS-CASO-CLIENTE
            DISPLAY 'DOCUMENTO  : ' WS-CASO-DOC-TIPO ' '
                    WS-CASO-DOC-NUMERO
            MOVE WS-CASO-VALOR TO WS-VALOR-ED
            DISPLAY 'VALOR      : ' WS-VALOR-ED
                    '  OPERACOES: ' WS-CASO-QTD-OPERACOES
            DISPLAY 'PERIODO    : ' WS-CASO-DATA-INICIAL ' A '
                    WS-CASO-DATA-FINAL
            IF WS-CASO-LIMITE
                DISPLAY 'RECIBO     : ' WS-CASO-RECIBO
            END-IF
            IF WS-CASO-ATIPICO
                MOVE WS-CASO-MEDIA-HISTORICA TO WS-VALOR-ED
                DISPLAY 'MEDIA HIST.: ' WS-VALOR-ED
            END-IF
            DISPLAY 'DECISAO (C=CONFIRMA D=DESCARTA S=PULA F=FIM): '
            ACCEPT WS-ENT-DECISAO
            MOVE FUNCTION UPPER-CASE(WS-ENT-DECISAO) TO WS-ENT-DECISAO
            EVALUATE WS-ENT-DECISAO
                WHEN 'C'
                WHEN 'D'
                    PERFORM P200-REGISTRA-DECISAO
                WHEN 'F'
                    SET WS-ENCERRA TO TRUE
                    ADD 1 TO WS-TOT-ADIADOS
                WHEN OTHER
                    ADD 1 TO WS-TOT-ADIADOS
            END-EVALUATE
            .
       P200-REGISTRA-DECISAO.
      * Parecer obrigatorio: sem ele o caso continua pendente.
            DISPLAY 'PARECER: '
            ACCEPT WS-ENT-PARECER
            IF WS-ENT-PARECER = SPACES
                DISPLAY 'PARECER OBRIGATORIO. CASO CONTINUA PENDENTE.'
                ADD 1 TO WS-TOT-ADIADOS
            ELSE
                MOVE WS-ENT-DECISAO TO WS-CASO-SITUACAO
                MOVE WS-OPERADOR    TO WS-CASO-ANALISTA
                MOVE WS-HOJE        TO WS-CASO-DATA-DECISAO
                MOVE WS-ENT-PARECER TO WS-CASO-PARECER
                REWRITE WS-CASO-REGISTRO
                    INVALID KEY
                        DISPLAY 'CASO NAO ATUALIZADO: ' WS-CASO-NUMERO
                                ' FS: ' WS-CASO-FS
                    NOT INVALID KEY
                        PERFORM P300-AUDITA-DECISAO
                END-REWRITE
            END-IF
            .
       P300-AUDITA-DECISAO.
            IF WS-CASO-CONFIRMADO
                MOVE 'PLD-CONFIRMA' TO WS-AU-EVENTO
                ADD 1 TO WS-TOT-CONFIRMADOS
                DISPLAY 'CASO CONFIRMADO PARA COMUNICACAO AO COAF.'
            ELSE
                MOVE 'PLD-DESCARTA' TO WS-AU-EVENTO
                ADD 1 TO WS-TOT-DESCARTADOS
                DISPLAY 'CASO DESCARTADO.'
            END-IF
            MOVE SPACES              TO WS-AU-CHAVE
            MOVE WS-CASO-NUMERO      TO WS-AU-CHAVE(1:8)
            MOVE WS-CASO-REGRA       TO WS-AU-CHAVE(10:1)
            MOVE WS-CASO-COD-CLIENTE TO WS-AU-CHAVE(12:6)
            MOVE 1                   TO WS-AU-CONTADOR
            CALL 'AUDITLOG' USING WS-AUDIT-PARM
            .
       END PROGRAM PLDREVISA.
