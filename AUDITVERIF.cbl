      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDITVERIF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-AUD-FILE      ASSIGN TO WS-AUD-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-AUD-FS.
           SELECT WS-SEQ-FILE      ASSIGN TO WS-SEQ-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-SEQ-FS.
           SELECT WS-SEL-FILE      ASSIGN TO WS-SEL-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-SEL-FS.
           SELECT WS-REL-FILE      ASSIGN TO WS-REL-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-REL-FS.
       DATA DIVISION.
       FILE SECTION.
      * Layout identico ao do AUDITLOG; registro gravado antes do
      * encadeamento vem com o valor em branco.
       FD  WS-AUD-FILE.
       01 WS-AUD-REGISTRO.
           03 WS-AUD-DATA           PIC 9(8).
           03 FILLER                PIC X.
           03 WS-AUD-HORA           PIC 9(6).
           03 FILLER                PIC X.
           03 WS-AUD-PROGRAMA       PIC X(12).
           03 FILLER                PIC X.
           03 WS-AUD-EVENTO         PIC X(12).
           03 FILLER                PIC X.
           03 WS-AUD-CHAVE          PIC X(30).
           03 FILLER                PIC X.
           03 WS-AUD-CONTADOR       PIC 9(6).
           03 FILLER                PIC X.
           03 WS-AUD-OPERADOR       PIC X(8).
           03 FILLER                PIC X.
           03 WS-AUD-SEQ            PIC X(6).
           03 FILLER                PIC X.
           03 WS-AUD-HASH           PIC X(10).
      * Layouts identicos aos do AUDITLOG.
       FD  WS-SEQ-FILE.
       01 WS-SEQ-REGISTRO.
           03 WS-SEQ-ULTIMO         PIC 9(6).
           03 WS-SEQ-HASH           PIC 9(10).
           03 WS-SEQ-DIA            PIC 9(8).
           03 WS-SEQ-QTD-DIA        PIC 9(6).
       FD  WS-SEL-FILE.
       01 WS-SEL-REGISTRO.
           03 WS-SEL-DATA           PIC 9(8).
           03 WS-SEL-SEQ            PIC 9(6).
           03 WS-SEL-HASH           PIC 9(10).
           03 WS-SEL-QTD            PIC 9(6).
           03 WS-SEL-SELADO-EM      PIC 9(14).
       FD  WS-REL-FILE.
       01 WS-REL-LINHA              PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-AUD-PATH              PIC X(40) VALUE 'AUDITORIA.LOG'.
       01 WS-SEQ-PATH              PIC X(40) VALUE 'AUDITORIA.SEQ'.
       01 WS-SEL-PATH              PIC X(40) VALUE 'AUDITORIA.SELO'.
       01 WS-REL-PATH              PIC X(40) VALUE 'AUDITVERIF.REL'.
       01 WS-AUD-FS                PIC XX.
       01 WS-SEQ-FS                PIC XX.
       01 WS-SEL-FS                PIC XX.
       01 WS-REL-FS                PIC XX.

       01 WS-FIM-ARQUIVO           PIC X     VALUE 'N'.
          88 WS-FIM                          VALUE 'Y'.
       01 WS-CADEIA-SW             PIC X     VALUE 'N'.
          88 WS-CADEIA-INICIADA              VALUE 'Y'.
       01 WS-SELO-PENDENTE-SW      PIC X     VALUE 'N'.
          88 WS-SELO-PENDENTE                VALUE 'Y'.
       01 WS-ACHOU-SW              PIC X     VALUE 'N'.
          88 WS-ACHOU                        VALUE 'Y'.

      * Posicao da cadeia no registro anterior.
       01 WS-HASH-ANTERIOR         PIC 9(10) VALUE 0.
       01 WS-HASH-LIDO             PIC 9(10) VALUE 0.
       01 WS-SEQ-ANTERIOR          PIC 9(6)  VALUE 0.
       01 WS-SEQ-NUMERICO          PIC 9(6)  VALUE 0.

      * Dia em andamento e o ultimo dia fechado, para conferir o selo
      * que abre o dia seguinte.
       01 WS-DIA-ATUAL             PIC 9(8)  VALUE 0.
       01 WS-QTD-DIA               PIC 9(6)  VALUE 0.
       01 WS-DIA-FECHADO           PIC 9(8)  VALUE 0.
       01 WS-QTD-FECHADO           PIC 9(6)  VALUE 0.
       01 WS-SEQ-FIM-DIA           PIC 9(6)  VALUE 0.
       01 WS-HASH-FIM-DIA          PIC 9(10) VALUE 0.

      * Selo lido da propria trilha (chave do registro SELO-DIA).
       01 WS-SELO-TRILHA.
           03 WS-ST-DATA           PIC 9(8).
           03 FILLER               PIC X.
           03 WS-ST-SEQ            PIC 9(6).
           03 FILLER               PIC X.
           03 WS-ST-HASH           PIC 9(10).
           03 FILLER               PIC X(4).

      * Selos emitidos (AUDITORIA.SELO).
       01 WS-TAB-SELOS.
          03 WS-TSL OCCURS 4000 TIMES INDEXED BY WS-TSL-IDX.
             05 WS-TSL-DATA         PIC 9(8).
             05 WS-TSL-SEQ          PIC 9(6).
             05 WS-TSL-HASH         PIC 9(10).
             05 WS-TSL-QTD          PIC 9(6).
             05 WS-TSL-CONFERIDO    PIC X.
       01 WS-TOT-SELOS             PIC 9(4)  VALUE 0.

       01 WS-DATA-HORA-ATUAL       PIC X(21).
       01 WS-MENSAGEM              PIC X(80) VALUE SPACES.
       01 WS-SEQ-ED                PIC 9(6).
       01 WS-DATA-ED               PIC 9(8).

       01 WS-CONTADORES.
          03 WS-TOT-LIDOS           PIC 9(7) VALUE 0.
          03 WS-TOT-LEGADOS         PIC 9(7) VALUE 0.
          03 WS-TOT-ENCADEADOS      PIC 9(7) VALUE 0.
          03 WS-TOT-SELOS-OK        PIC 9(5) VALUE 0.
          03 WS-TOT-QUEBRAS         PIC 9(6) VALUE 0.

       01 WS-CAB-1.
           03 FILLER                 PIC X(50)
                    VALUE 'AUDITVERIF - CONFERENCIA DA TRILHA'.
           03 FILLER                 PIC X(6)  VALUE 'DATA: '.
           03 WS-CAB-DATA            PIC 9(8).
           03 FILLER                 PIC X(11) VALUE '  AMBIENTE '.
           03 WS-CAB-AMBIENTE        PIC X(8).
           03 FILLER                 PIC X(17) VALUE SPACES.
       01 WS-DET-LINHA.
           03 FILLER                 PIC X(4)  VALUE 'SEQ '.
           03 WS-DET-SEQ             PIC X(6).
           03 FILLER                 PIC X(2)  VALUE SPACES.
           03 WS-DET-DATA            PIC 9(8).
           03 FILLER                 PIC X     VALUE SPACE.
           03 WS-DET-HORA            PIC 9(6).
           03 FILLER                 PIC X(2)  VALUE SPACES.
           03 WS-DET-MENSAGEM        PIC X(71).
       01 WS-LINHA-TRABALHO        PIC X(100) VALUE SPACES.

       01 WS-HASH-PARM.
           03 WS-HS-ANTERIOR       PIC 9(10).
           03 WS-HS-TEXTO          PIC X(100).
           03 WS-HS-RESULTADO      PIC 9(10).

       01 WS-AUDIT-PARM.
           03 WS-AU-PROGRAMA       PIC X(12) VALUE 'AUDITVERIF'.
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
      * Confere a trilha de auditoria de ponta a ponta: refaz o
      * encadeamento de cada registro (AUDITHASH), a sequencia, o selo
      * de cada dia fechado contra o AUDITORIA.SELO e o final da
      * trilha contra o AUDITORIA.SEQ. Qualquer quebra sai no
      * relatorio e devolve RC 8; o AUDITCON chama aqui antes de
      * consultar e recusa trilha quebrada fora do modo forense.
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-AUD-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-SEQ-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-SEL-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-REL-PATH
            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL

            OPEN INPUT WS-AUD-FILE
            IF WS-AUD-FS NOT = '00'
                DISPLAY 'TRILHA DE AUDITORIA NAO ENCONTRADA: '
                        WS-AUD-PATH
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF

            PERFORM P100-CARREGA-SELOS

            OPEN OUTPUT WS-REL-FILE
            MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-CAB-DATA
            MOVE WS-AMB-NOME             TO WS-CAB-AMBIENTE
            WRITE WS-REL-LINHA FROM WS-CAB-1
            MOVE ALL '=' TO WS-REL-LINHA
            WRITE WS-REL-LINHA

            PERFORM P150-LE-REGISTRO
            PERFORM P200-CONFERE-REGISTRO
                    UNTIL WS-FIM
            CLOSE WS-AUD-FILE

            PERFORM P400-CONFERE-FINAL
            PERFORM P800-RESUMO
            CLOSE WS-REL-FILE

            IF WS-TOT-QUEBRAS > 0
                MOVE 'QUEBRA-TRILHA' TO WS-AU-EVENTO
                MOVE WS-REL-PATH     TO WS-AU-CHAVE
                MOVE WS-TOT-QUEBRAS  TO WS-AU-CONTADOR
                CALL 'AUDITLOG' USING WS-AUDIT-PARM
                MOVE 8 TO RETURN-CODE
            ELSE
                MOVE 0 TO RETURN-CODE
            END-IF
            GOBACK.

       P100-CARREGA-SELOS.
            MOVE 0 TO WS-TOT-SELOS
            OPEN INPUT WS-SEL-FILE
            IF WS-SEL-FS = '00'
                PERFORM UNTIL WS-FIM
                    READ WS-SEL-FILE
                        AT END
                            SET WS-FIM TO TRUE
                        NOT AT END
                            IF WS-TOT-SELOS < 4000
                                ADD 1 TO WS-TOT-SELOS
                                SET WS-TSL-IDX TO WS-TOT-SELOS
                                MOVE WS-SEL-DATA
                                     TO WS-TSL-DATA(WS-TSL-IDX)
                                MOVE WS-SEL-SEQ
                                     TO WS-TSL-SEQ(WS-TSL-IDX)
                                MOVE WS-SEL-HASH
                                     TO WS-TSL-HASH(WS-TSL-IDX)
                                MOVE WS-SEL-QTD
                                     TO WS-TSL-QTD(WS-TSL-IDX)
                                MOVE 'N'
                                     TO WS-TSL-CONFERIDO(WS-TSL-IDX)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE WS-SEL-FILE
            END-IF
            MOVE 'N' TO WS-FIM-ARQUIVO
            .
       P150-LE-REGISTRO.
            READ WS-AUD-FILE
                AT END SET WS-FIM TO TRUE
            END-READ
            .
       P200-CONFERE-REGISTRO.
            ADD 1 TO WS-TOT-LIDOS
            PERFORM P210-CONFERE-SEQUENCIA

            EVALUATE TRUE
      * Registro de antes do encadeamento so e aceito antes do
      * primeiro registro encadeado.
                WHEN WS-AUD-HASH = SPACES
                    ADD 1 TO WS-TOT-LEGADOS
                    IF WS-CADEIA-INICIADA
                        MOVE 'REGISTRO SEM ENCADEAMENTO NA CADEIA'
                             TO WS-MENSAGEM
                        PERFORM P500-REGISTRA-QUEBRA
                    END-IF
                WHEN WS-AUD-HASH NOT NUMERIC
                    MOVE 'VALOR DE ENCADEAMENTO INVALIDO'
                         TO WS-MENSAGEM
                    PERFORM P500-REGISTRA-QUEBRA
                WHEN OTHER
                    PERFORM P220-CONFERE-DIA
                    PERFORM P230-CONFERE-ENCADEAMENTO
            END-EVALUATE

            PERFORM P150-LE-REGISTRO
            .
       P210-CONFERE-SEQUENCIA.
            IF WS-AUD-SEQ NOT NUMERIC
                IF WS-CADEIA-INICIADA
                    MOVE 'REGISTRO SEM NUMERO DE SEQUENCIA'
                         TO WS-MENSAGEM
                    PERFORM P500-REGISTRA-QUEBRA
                END-IF
            ELSE
                MOVE WS-AUD-SEQ TO WS-SEQ-NUMERICO
                IF WS-SEQ-ANTERIOR > 0
                   AND WS-SEQ-NUMERICO NOT = WS-SEQ-ANTERIOR + 1
                    MOVE WS-SEQ-ANTERIOR TO WS-SEQ-ED
                    MOVE SPACES TO WS-MENSAGEM
                    STRING 'LACUNA NA SEQUENCIA: ANTERIOR ERA '
                           WS-SEQ-ED
                           DELIMITED BY SIZE
                           INTO WS-MENSAGEM
                    END-STRING
                    PERFORM P500-REGISTRA-QUEBRA
                END-IF
                MOVE WS-SEQ-NUMERICO TO WS-SEQ-ANTERIOR
            END-IF
            .
       P220-CONFERE-DIA.
      * Virada de dia: o dia que terminou tem de ser selado pelo
      * primeiro registro do dia novo.
            IF WS-AUD-DATA NOT = WS-DIA-ATUAL
                IF WS-CADEIA-INICIADA AND WS-QTD-DIA > 0
                    MOVE WS-DIA-ATUAL     TO WS-DIA-FECHADO
                    MOVE WS-QTD-DIA       TO WS-QTD-FECHADO
                    MOVE WS-SEQ-ANTERIOR  TO WS-SEQ-FIM-DIA
                    IF WS-AUD-SEQ IS NUMERIC
                        COMPUTE WS-SEQ-FIM-DIA = WS-SEQ-NUMERICO - 1
                    END-IF
                    MOVE WS-HASH-ANTERIOR TO WS-HASH-FIM-DIA
                    SET WS-SELO-PENDENTE TO TRUE
                END-IF
                MOVE WS-AUD-DATA TO WS-DIA-ATUAL
                MOVE 0           TO WS-QTD-DIA
            END-IF

            IF WS-AUD-EVENTO = 'SELO-DIA'
                PERFORM P300-CONFERE-SELO
                MOVE 'N' TO WS-SELO-PENDENTE-SW
            END-IF
            IF WS-SELO-PENDENTE
                MOVE WS-DIA-FECHADO TO WS-DATA-ED
                MOVE SPACES TO WS-MENSAGEM
                STRING 'DIA ' WS-DATA-ED ' FECHOU SEM SELO'
                       DELIMITED BY SIZE
                       INTO WS-MENSAGEM
                END-STRING
                PERFORM P500-REGISTRA-QUEBRA
                MOVE 'N' TO WS-SELO-PENDENTE-SW
            END-IF
            ADD 1 TO WS-QTD-DIA
            .
       P230-CONFERE-ENCADEAMENTO.
            IF WS-CADEIA-INICIADA
                MOVE WS-HASH-ANTERIOR TO WS-HS-ANTERIOR
            ELSE
                MOVE 0 TO WS-HS-ANTERIOR
            END-IF
            MOVE SPACES                TO WS-HS-TEXTO
            MOVE WS-AUD-REGISTRO(1:95) TO WS-HS-TEXTO
            CALL 'AUDITHASH' USING WS-HASH-PARM
            MOVE WS-AUD-HASH TO WS-HASH-LIDO
            IF WS-HS-RESULTADO NOT = WS-HASH-LIDO
                MOVE 'ENCADEAMENTO ROMPIDO: ALTERACAO OU REMOCAO'
                     TO WS-MENSAGEM
                PERFORM P500-REGISTRA-QUEBRA
            END-IF
      * Depois de uma quebra a conta segue do valor gravado, para
      * apontar so o ponto adulterado e nao o resto da trilha.
            MOVE WS-HASH-LIDO TO WS-HASH-ANTERIOR
            SET WS-CADEIA-INICIADA TO TRUE
            ADD 1 TO WS-TOT-ENCADEADOS
            .
       P300-CONFERE-SELO.
            MOVE WS-AUD-CHAVE TO WS-SELO-TRILHA
            MOVE WS-ST-DATA   TO WS-DATA-ED
            IF WS-ST-DATA NOT = WS-DIA-FECHADO
               OR WS-ST-SEQ NOT = WS-SEQ-FIM-DIA
               OR WS-ST-HASH NOT = WS-HASH-FIM-DIA
               OR WS-AUD-CONTADOR NOT = WS-QTD-FECHADO
                MOVE SPACES TO WS-MENSAGEM
                STRING 'SELO DO DIA ' WS-DATA-ED
                       ' NAO CONFERE COM OS REGISTROS DO DIA'
                       DELIMITED BY SIZE
                       INTO WS-MENSAGEM
                END-STRING
                PERFORM P500-REGISTRA-QUEBRA
            END-IF

            MOVE 'N' TO WS-ACHOU-SW
            PERFORM VARYING WS-TSL-IDX FROM 1 BY 1
                    UNTIL WS-TSL-IDX > WS-TOT-SELOS OR WS-ACHOU
                IF WS-TSL-DATA(WS-TSL-IDX) = WS-ST-DATA
                    SET WS-ACHOU TO TRUE
                    MOVE 'S' TO WS-TSL-CONFERIDO(WS-TSL-IDX)
                    IF WS-TSL-SEQ(WS-TSL-IDX) NOT = WS-ST-SEQ
                       OR WS-TSL-HASH(WS-TSL-IDX) NOT = WS-ST-HASH
                       OR WS-TSL-QTD(WS-TSL-IDX) NOT = WS-AUD-CONTADOR
                        MOVE SPACES TO WS-MENSAGEM
                        STRING 'SELO DO DIA ' WS-DATA-ED
                               ' DIFERE DO EMITIDO EM AUDITORIA.SELO'
                               DELIMITED BY SIZE
                               INTO WS-MENSAGEM
                        END-STRING
                        PERFORM P500-REGISTRA-QUEBRA
                    END-IF
                END-IF
            END-PERFORM
            IF NOT WS-ACHOU
                MOVE SPACES TO WS-MENSAGEM
                STRING 'SELO DO DIA ' WS-DATA-ED
                       ' AUSENTE DE AUDITORIA.SELO'
                       DELIMITED BY SIZE
                       INTO WS-MENSAGEM
                END-STRING
                PERFORM P500-REGISTRA-QUEBRA
            ELSE
                ADD 1 TO WS-TOT-SELOS-OK
            END-IF
            .
       P400-CONFERE-FINAL.
      * Selo emitido sem o registro correspondente na trilha: dia
      * inteiro tirado do arquivo.
            MOVE SPACES TO WS-AUD-REGISTRO
            PERFORM VARYING WS-TSL-IDX FROM 1 BY 1
                    UNTIL WS-TSL-IDX > WS-TOT-SELOS
                IF WS-TSL-CONFERIDO(WS-TSL-IDX) NOT = 'S'
                    MOVE WS-TSL-DATA(WS-TSL-IDX) TO WS-DATA-ED
                    MOVE SPACES TO WS-MENSAGEM
                    STRING 'SELO DO DIA ' WS-DATA-ED
                           ' EMITIDO MAS AUSENTE DA TRILHA'
                           DELIMITED BY SIZE
                           INTO WS-MENSAGEM
                    END-STRING
                    PERFORM P500-REGISTRA-QUEBRA
                END-IF
            END-PERFORM

      * Fim da trilha contra o estado do AUDITLOG: linhas tiradas do
      * final nao rompem a cadeia, mas deixam o estado adiante.
            OPEN INPUT WS-SEQ-FILE
            IF WS-SEQ-FS = '00'
                READ WS-SEQ-FILE
                    AT END CONTINUE
                    NOT AT END
                        IF WS-SEQ-HASH IS NUMERIC
                           AND (WS-SEQ-ULTIMO NOT = WS-SEQ-ANTERIOR
                            OR WS-SEQ-HASH NOT = WS-HASH-ANTERIOR)
                            MOVE WS-SEQ-ULTIMO TO WS-SEQ-ED
                            MOVE SPACES TO WS-MENSAGEM
                            STRING 'FINAL DA TRILHA NAO CONFERE COM '
                                   'AUDITORIA.SEQ (ULTIMA SEQ '
                                   WS-SEQ-ED ')'
                                   DELIMITED BY SIZE
                                   INTO WS-MENSAGEM
                            END-STRING
                            PERFORM P500-REGISTRA-QUEBRA
                        END-IF
                END-READ
                CLOSE WS-SEQ-FILE
            END-IF
            .
       P500-REGISTRA-QUEBRA.
            ADD 1 TO WS-TOT-QUEBRAS
            MOVE WS-AUD-SEQ  TO WS-DET-SEQ
            MOVE 0           TO WS-DET-DATA
            MOVE 0           TO WS-DET-HORA
            IF WS-AUD-DATA IS NUMERIC
                MOVE WS-AUD-DATA TO WS-DET-DATA
            END-IF
            IF WS-AUD-HORA IS NUMERIC
                MOVE WS-AUD-HORA TO WS-DET-HORA
            END-IF
            MOVE WS-MENSAGEM TO WS-DET-MENSAGEM
            WRITE WS-REL-LINHA FROM WS-DET-LINHA
            .
       P800-RESUMO.
            MOVE ALL '-' TO WS-REL-LINHA
            WRITE WS-REL-LINHA
            MOVE SPACES TO WS-LINHA-TRABALHO
            STRING 'REGISTROS LIDOS: ' WS-TOT-LIDOS
                   '  ENCADEADOS: ' WS-TOT-ENCADEADOS
                   '  ANTERIORES AO ENCADEAMENTO: ' WS-TOT-LEGADOS
                   DELIMITED BY SIZE
                   INTO WS-LINHA-TRABALHO
            END-STRING
            WRITE WS-REL-LINHA FROM WS-LINHA-TRABALHO
            MOVE SPACES TO WS-LINHA-TRABALHO
            STRING 'DIAS SELADOS CONFERIDOS: ' WS-TOT-SELOS-OK
                   '  DIA EM ABERTO: ' WS-DIA-ATUAL
                   ' (' WS-QTD-DIA ' REGISTROS)'
                   DELIMITED BY SIZE
                   INTO WS-LINHA-TRABALHO
            END-STRING
            WRITE WS-REL-LINHA FROM WS-LINHA-TRABALHO
            MOVE SPACES TO WS-LINHA-TRABALHO
            IF WS-TOT-QUEBRAS > 0
                STRING 'QUEBRAS ENCONTRADAS: ' WS-TOT-QUEBRAS
                       ' - TRILHA NAO INTEGRA, INVESTIGAR.'
                       DELIMITED BY SIZE
                       INTO WS-LINHA-TRABALHO
                END-STRING
            ELSE
                MOVE 'TRILHA INTEGRA: SEQUENCIA, CADEIA E SELOS OK.'
                     TO WS-LINHA-TRABALHO
            END-IF
            WRITE WS-REL-LINHA FROM WS-LINHA-TRABALHO

            DISPLAY 'REGISTROS LIDOS      : ' WS-TOT-LIDOS
            DISPLAY 'DIAS SELADOS         : ' WS-TOT-SELOS-OK
            DISPLAY 'QUEBRAS ENCONTRADAS  : ' WS-TOT-QUEBRAS
            DISPLAY 'RELATORIO GRAVADO EM : ' WS-REL-PATH
            .
       END PROGRAM AUDITVERIF.
