       DATA DIVISION.
       FILE SECTION.
       FD  WS-LOG-FILE.
       01 WS-LOG-RECORD            PIC X(98).

       WORKING-STORAGE SECTION.
       01 WS-LOG-PATH              PIC X(40) VALUE 'CHAMADO.LOG'.
           03 FILLER               PIC X     VALUE SPACE.
           03 WS-LOG-HORA          PIC X(8).
           03 FILLER               PIC X     VALUE SPACE.
           03 FILLER               PIC X(5)  VALUE 'TIPO='.
           03 WS-LOG-TIPO          PIC XX.
           03 FILLER               PIC X     VALUE SPACE.
           03 FILLER               PIC X(4)  VALUE 'CLI='.
           03 WS-LOG-CLIENTE       PIC 9(6).
           03 FILLER               PIC X     VALUE SPACE.
           03 FILLER               PIC X(3)  VALUE 'ID='.
           03 WS-LOG-ID            PIC 9(9).
           03 FILLER               PIC X     VALUE SPACE.
           03 FILLER               PIC X(6)  VALUE 'VALOR='.
           03 WS-LOG-VALOR         PIC -9(9).99.
           03 FILLER               PIC X     VALUE SPACE.
           03 FILLER               PIC X(3)  VALUE 'RC='.
           03 WS-LOG-RC            PIC 99.
           03 FILLER               PIC X     VALUE SPACE.
           03 FILLER               PIC X(7)  VALUE 'EFEITO='.
           03 WS-LOG-RETURN        PIC -9(9).99.

      * Teto do ajuste de arredondamento: acima disso o acerto tem
      * que vir como nota de debito ou de credito, com aprovacao.
       01 WS-LIMITE-ARREDOND       PIC 9(3)V99 VALUE 1.00.

       01 WS-DATEUTIL-PARM.
           03 WS-DT-FUNCAO         PIC X.
           03 WS-DT-TS-DATA        PIC X(10).
           03 WS-DT-TS-HORA        PIC X(8).

       01 WS-AMBIENTE-PARM.
           03 WS-AMB-FUNCAO        PIC X     VALUE 'R'.
           03 WS-AMB-NOME          PIC X(8)  VALUE SPACES.
           03 WS-AMB-RAIZ          PIC X(40) VALUE SPACES.
           03 WS-AMB-RC            PIC 99.

       LINKAGE SECTION.
      * Nota de ajuste manual da conta do cliente. WS-RETURN devolve
      * o efeito com sinal sobre o que o cliente deve: positivo
      * aumenta a divida (debito), negativo reduz (credito).
      *   ND nota de debito        +valor
      *   NC nota de credito       -valor
      *   IE isencao de encargo    -valor (exige o id do encargo)
      *   AR ajuste de arredondamento, valor com o sinal digitado
       01 PARAMETRES.
           02 WS-RC               PIC 99         VALUE 0.
              88 WS-RC-OK                        VALUE 0.
              88 WS-RC-OVERFLOW                  VALUE 1.
              88 WS-RC-DADO-INVALIDO              VALUE 2.
              88 WS-RC-TIPO-INVALIDO              VALUE 3.
              88 WS-RC-SEM-MOTIVO                 VALUE 4.
              88 WS-RC-ARREDOND-EXCEDE            VALUE 5.
           02 WS-TIPO-NOTA        PIC XX.
              88 WS-NOTA-DEBITO                   VALUE 'ND'.
              88 WS-NOTA-CREDITO                  VALUE 'NC'.
              88 WS-NOTA-ISENCAO                  VALUE 'IE'.
              88 WS-NOTA-ARREDOND                 VALUE 'AR'.
           02 WS-COD-CLIENTE      PIC 9(6).
           02 WS-ID               PIC 9(9).
           02 WS-VALOR            PIC S9(9)V99    VALUE 0.
           02 WS-MOTIVO           PIC X(30).
           02 WS-RETURN           PIC S9(9)V99    VALUE 0.
       PROCEDURE DIVISION USING PARAMETRES.
       MAIN-PROCEDURE.
           CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-LOG-PATH
           DISPLAY "PROGRAMA CHAMADO"
           DISPLAY 'RECEBEU NOTA   : ' WS-TIPO-NOTA ' CLIENTE '
                   WS-COD-CLIENTE ' ID ' WS-ID
           DISPLAY 'RECEBEU VALOR  : ' WS-VALOR

           SET WS-RC-OK TO TRUE
           MOVE 0 TO WS-RETURN

           IF WS-COD-CLIENTE NOT NUMERIC OR WS-COD-CLIENTE = 0
              OR WS-ID NOT NUMERIC OR WS-VALOR NOT NUMERIC
               SET WS-RC-DADO-INVALIDO TO TRUE
           ELSE
               PERFORM P100-VALIDA-NOTA
           END-IF

           IF WS-RC-OK
               EVALUATE TRUE
                   WHEN WS-NOTA-DEBITO
                       COMPUTE WS-RETURN = WS-VALOR
                           ON SIZE ERROR SET WS-RC-OVERFLOW TO TRUE
                       END-COMPUTE
                   WHEN WS-NOTA-ARREDOND
                       COMPUTE WS-RETURN = WS-VALOR
                           ON SIZE ERROR SET WS-RC-OVERFLOW TO TRUE
                       END-COMPUTE
                   WHEN OTHER
                       COMPUTE WS-RETURN = 0 - WS-VALOR
                           ON SIZE ERROR SET WS-RC-OVERFLOW TO TRUE
                       END-COMPUTE
               END-EVALUATE
           END-IF

           PERFORM P900-GRAVA-LOG

           GOBACK.

       P100-VALIDA-NOTA.
      * Debito, credito e isencao vem sempre positivos - o sinal e
      * dado pelo tipo; so o arredondamento traz sinal proprio.
           EVALUATE TRUE
               WHEN WS-NOTA-DEBITO
               WHEN WS-NOTA-CREDITO
                   IF WS-VALOR NOT > 0
                       SET WS-RC-DADO-INVALIDO TO TRUE
                   END-IF
               WHEN WS-NOTA-ISENCAO
                   IF WS-VALOR NOT > 0 OR WS-ID = 0
                       SET WS-RC-DADO-INVALIDO TO TRUE
                   END-IF
               WHEN WS-NOTA-ARREDOND
                   IF WS-VALOR = 0
                       SET WS-RC-DADO-INVALIDO TO TRUE
                   ELSE
                       IF WS-VALOR > WS-LIMITE-ARREDOND
                          OR WS-VALOR < 0 - WS-LIMITE-ARREDOND
                           SET WS-RC-ARREDOND-EXCEDE TO TRUE
                       END-IF
                   END-IF
               WHEN OTHER
                   SET WS-RC-TIPO-INVALIDO TO TRUE
           END-EVALUATE

           IF WS-RC-OK AND WS-MOTIVO = SPACES
               SET WS-RC-SEM-MOTIVO TO TRUE
           END-IF
           .
       P900-GRAVA-LOG.
      * Data e hora do log vem do servico comum de datas, no mesmo
      * formato que este programa sempre gravou.
           MOVE WS-DT-TS-DATA             TO WS-LOG-DATA
           MOVE WS-DT-TS-HORA             TO WS-LOG-HORA

           MOVE WS-TIPO-NOTA              TO WS-LOG-TIPO
           MOVE WS-COD-CLIENTE            TO WS-LOG-CLIENTE
           MOVE WS-ID                     TO WS-LOG-ID
           MOVE WS-VALOR                  TO WS-LOG-VALOR
           MOVE WS-RC                     TO WS-LOG-RC
           MOVE WS-RETURN                 TO WS-LOG-RETURN

