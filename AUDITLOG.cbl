           SELECT WS-SEQ-FILE      ASSIGN TO WS-SEQ-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-SEQ-FS.
           SELECT WS-SEL-FILE      ASSIGN TO WS-SEL-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-SEL-FS.
       DATA DIVISION.
       FILE SECTION.
       FD  WS-AUD-FILE.
           03 WS-AUD-OPERADOR       PIC X(8).
           03 FILLER                PIC X.
           03 WS-AUD-SEQ            PIC 9(6).
           03 FILLER                PIC X.
           03 WS-AUD-HASH           PIC 9(10).
      * Estado da trilha: ultima sequencia, valor de encadeamento do
      * ultimo registro e o dia em aberto (data e quantidade).
       FD  WS-SEQ-FILE.
       01 WS-SEQ-REGISTRO.
           03 WS-SEQ-ULTIMO         PIC 9(6).
           03 WS-SEQ-HASH           PIC 9(10).
           03 WS-SEQ-DIA            PIC 9(8).
           03 WS-SEQ-QTD-DIA        PIC 9(6).
      * Selo de cada dia fechado, guardado tambem fora da trilha: quem
      * refizer a trilha inteira ainda esbarra nos selos ja emitidos.
       FD  WS-SEL-FILE.
       01 WS-SEL-REGISTRO.
           03 WS-SEL-DATA           PIC 9(8).
           03 WS-SEL-SEQ            PIC 9(6).
           03 WS-SEL-HASH           PIC 9(10).
           03 WS-SEL-QTD            PIC 9(6).
           03 WS-SEL-SELADO-EM      PIC 9(14).

       WORKING-STORAGE SECTION.
       01 WS-AUD-PATH              PIC X(40) VALUE 'AUDITORIA.LOG'.
       01 WS-SEQ-PATH              PIC X(40) VALUE 'AUDITORIA.SEQ'.
       01 WS-SEL-PATH              PIC X(40) VALUE 'AUDITORIA.SELO'.
       01 WS-AUD-FS                PIC XX.
       01 WS-SEQ-FS                PIC XX.
       01 WS-SEL-FS                PIC XX.
       01 WS-SEQ-CORRENTE          PIC 9(6)  VALUE 0.
       01 WS-HASH-ANTERIOR         PIC 9(10) VALUE 0.
       01 WS-DIA-CORRENTE          PIC 9(8)  VALUE 0.
       01 WS-QTD-DIA               PIC 9(6)  VALUE 0.
       01 WS-HOJE                  PIC 9(8)  VALUE 0.
       01 WS-DATA-HORA-ATUAL       PIC X(21).
       01 WS-AUD-LINHA.
           03 WS-AL-DATA            PIC 9(8).
           03 WS-AL-OPERADOR        PIC X(8).
           03 FILLER                PIC X     VALUE SPACE.
           03 WS-AL-SEQ             PIC 9(6).
           03 FILLER                PIC X     VALUE SPACE.
           03 WS-AL-HASH            PIC 9(10).

       01 WS-HASH-PARM.
           03 WS-HS-ANTERIOR       PIC 9(10).
           03 WS-HS-TEXTO          PIC X(100).
           03 WS-HS-RESULTADO      PIC 9(10).

       01 WS-SIMULA-PARM.
           03 WS-SM-FUNCAO         PIC X     VALUE 'C'.
           03 WS-SM-ATIVA          PIC X     VALUE 'N'.
              88 WS-SM-SIMULANDO             VALUE 'S'.
           03 WS-SM-RC             PIC 99.

       01 WS-AMBIENTE-PARM.
           03 WS-AMB-FUNCAO        PIC X     VALUE 'R'.
           03 WS-AMB-NOME          PIC X(8)  VALUE SPACES.
           03 WS-AMB-RAIZ          PIC X(40) VALUE SPACES.
           03 WS-AMB-RC            PIC 99.

       LINKAGE SECTION.
       01 PARAMETROS-AUDITORIA.
      * rejeicao, arquivo ausente...) com programa, chave e contador.
      * Quando algo parecer errado uma semana depois, um arquivo so
      * conta a historia.
      * A simulacao da cadeia nao escreve na trilha.
           CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-AUD-PATH
           CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-SEQ-PATH
           CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-SEL-PATH
           CALL 'CADSIMULA' USING WS-SIMULA-PARM
           IF WS-SM-SIMULANDO
               GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
           MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-HOJE

      * Numero de sequencia continuo: um buraco ou salto na serie
      * denuncia gravacao perdida ou arquivo mexido a mao. O valor de
      * encadeamento (AUDITHASH) vai junto: o AUDITVERIF refaz a conta
      * e acha qualquer linha alterada, tirada ou incluida.
           MOVE 0 TO WS-SEQ-CORRENTE
           MOVE 0 TO WS-HASH-ANTERIOR
           MOVE 0 TO WS-DIA-CORRENTE
           MOVE 0 TO WS-QTD-DIA
           OPEN INPUT WS-SEQ-FILE
           IF WS-SEQ-FS = '00'
               READ WS-SEQ-FILE
                   AT END CONTINUE
                   NOT AT END PERFORM P050-CARREGA-ESTADO
               END-READ
               CLOSE WS-SEQ-FILE
           END-IF

           OPEN EXTEND WS-AUD-FILE
           IF WS-AUD-FS NOT = '00'
               OPEN OUTPUT WS-AUD-FILE
           END-IF

      * Primeiro evento de um dia novo fecha o dia anterior.
           IF WS-DIA-CORRENTE > 0 AND WS-DIA-CORRENTE NOT = WS-HOJE
               PERFORM P100-SELA-DIA
           END-IF
           MOVE WS-HOJE TO WS-DIA-CORRENTE

           MOVE WS-PRM-PROGRAMA         TO WS-AL-PROGRAMA
           MOVE WS-PRM-EVENTO           TO WS-AL-EVENTO
           MOVE WS-PRM-CHAVE            TO WS-AL-CHAVE
           MOVE WS-PRM-CONTADOR         TO WS-AL-CONTADOR
           MOVE WS-PRM-OPERADOR         TO WS-AL-OPERADOR
           PERFORM P200-GRAVA-LINHA
           CLOSE WS-AUD-FILE

           OPEN OUTPUT WS-SEQ-FILE
           MOVE WS-SEQ-CORRENTE  TO WS-SEQ-ULTIMO
           MOVE WS-HASH-ANTERIOR TO WS-SEQ-HASH
           MOVE WS-DIA-CORRENTE  TO WS-SEQ-DIA
           MOVE WS-QTD-DIA       TO WS-SEQ-QTD-DIA
           WRITE WS-SEQ-REGISTRO
           CLOSE WS-SEQ-FILE
           GOBACK.

       P050-CARREGA-ESTADO.
      * Estado gravado antes do encadeamento so tem a sequencia; a
      * cadeia comeca do zero no primeiro evento depois dele.
           MOVE WS-SEQ-ULTIMO TO WS-SEQ-CORRENTE
           IF WS-SEQ-HASH IS NUMERIC
               MOVE WS-SEQ-HASH TO WS-HASH-ANTERIOR
           END-IF
           IF WS-SEQ-DIA IS NUMERIC
               MOVE WS-SEQ-DIA TO WS-DIA-CORRENTE
           END-IF
           IF WS-SEQ-QTD-DIA IS NUMERIC
               MOVE WS-SEQ-QTD-DIA TO WS-QTD-DIA
           END-IF
           .
       P100-SELA-DIA.
      * Selo do dia: data, ultima sequencia, valor de encadeamento e
      * quantidade de registros. Vai para o AUDITORIA.SELO e entra na
      * propria trilha como primeiro registro do dia seguinte.
           OPEN EXTEND WS-SEL-FILE
           IF WS-SEL-FS NOT = '00'
               OPEN OUTPUT WS-SEL-FILE
           END-IF
           MOVE WS-DIA-CORRENTE          TO WS-SEL-DATA
           MOVE WS-SEQ-CORRENTE          TO WS-SEL-SEQ
           MOVE WS-HASH-ANTERIOR         TO WS-SEL-HASH
           MOVE WS-QTD-DIA               TO WS-SEL-QTD
           MOVE WS-DATA-HORA-ATUAL(1:14) TO WS-SEL-SELADO-EM
           WRITE WS-SEL-REGISTRO
           CLOSE WS-SEL-FILE

           MOVE 'AUDITLOG'               TO WS-AL-PROGRAMA
           MOVE 'SELO-DIA'               TO WS-AL-EVENTO
           MOVE SPACES                   TO WS-AL-CHAVE
           STRING WS-SEL-DATA ' ' WS-SEL-SEQ ' ' WS-SEL-HASH
                  DELIMITED BY SIZE
                  INTO WS-AL-CHAVE
           END-STRING
           MOVE WS-SEL-QTD               TO WS-AL-CONTADOR
           MOVE SPACES                   TO WS-AL-OPERADOR
           MOVE 0                        TO WS-QTD-DIA
           PERFORM P200-GRAVA-LINHA
           .
       P200-GRAVA-LINHA.
           ADD 1 TO WS-SEQ-CORRENTE
           ADD 1 TO WS-QTD-DIA
           MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-AL-DATA
           MOVE WS-DATA-HORA-ATUAL(9:6) TO WS-AL-HORA
           MOVE WS-SEQ-CORRENTE         TO WS-AL-SEQ
           MOVE WS-HASH-ANTERIOR        TO WS-HS-ANTERIOR
           MOVE SPACES                  TO WS-HS-TEXTO
           MOVE WS-AUD-LINHA(1:95)      TO WS-HS-TEXTO
           CALL 'AUDITHASH' USING WS-HASH-PARM
           MOVE WS-HS-RESULTADO         TO WS-AL-HASH
           MOVE WS-HS-RESULTADO         TO WS-HASH-ANTERIOR
           WRITE WS-AUD-REGISTRO FROM WS-AUD-LINHA
           .
       END PROGRAM AUDITLOG.
