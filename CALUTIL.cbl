       01 WS-INT-BUSCA             PIC 9(7)  VALUE 0.
       01 WS-TENTATIVAS            PIC 99    VALUE 0.

       01 WS-AMBIENTE-PARM.
           03 WS-AMB-FUNCAO        PIC X     VALUE 'R'.
           03 WS-AMB-NOME          PIC X(8)  VALUE SPACES.
           03 WS-AMB-RAIZ          PIC X(40) VALUE SPACES.
           03 WS-AMB-RC            PIC 99.

       LINKAGE SECTION.
       01 PARAMETROS-CALENDARIO.
           02 WS-PRM-FUNCAO        PIC X.
      * Consulta unica de dia util para todo o sistema: o calendario
      * mantido pelo CALGERA substitui a aritmetica de dia de semana e
      * as tabelas fixas de feriado espalhadas pelos programas.
           CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CAL-PATH
           IF NOT WS-CARREGADO
               PERFORM P100-CARREGA-CALENDARIO
           END-IF
