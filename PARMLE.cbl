       01 WS-ACHOU-SW              PIC X     VALUE 'N'.
          88 WS-ACHOU                        VALUE 'Y'.

       01 WS-AMBIENTE-PARM.
           03 WS-AMB-FUNCAO        PIC X     VALUE 'R'.
           03 WS-AMB-NOME          PIC X(8)  VALUE SPACES.
           03 WS-AMB-RAIZ          PIC X(40) VALUE SPACES.
           03 WS-AMB-RC            PIC 99.

       LINKAGE SECTION.
       01 PARAMETROS-LEITURA.
           02 WS-LK-PROGRAMA       PIC X(12).
      * nome pedidos, vale a de maior data efetiva que nao passe da
      * data de processamento. E assim que o cutoff do mes que vem
      * pode ser cadastrado hoje sem mexer no de hoje.
           CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-PRM-PATH
           SET WS-RC-OK TO TRUE
           MOVE SPACES TO WS-LK-VALOR
           MOVE 0      TO WS-MELHOR-DATA
