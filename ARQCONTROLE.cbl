
       01 WS-DATA-HORA-ATUAL       PIC X(21).

       01 WS-SIMULA-PARM.
           03 WS-SM-FUNCAO         PIC X     VALUE 'D'.
           03 WS-SM-ATIVA          PIC X     VALUE 'N'.
              88 WS-SM-SIMULANDO             VALUE 'S'.
           03 WS-SM-RC             PIC 99.

       01 WS-AMBIENTE-PARM.
           03 WS-AMB-FUNCAO        PIC X     VALUE 'R'.
           03 WS-AMB-NOME          PIC X(8)  VALUE SPACES.
           03 WS-AMB-RAIZ          PIC X(40) VALUE SPACES.
           03 WS-AMB-RC            PIC 99.

       LINKAGE SECTION.
       01 PARAMETROS-CONTROLE.
           02 WS-PRM-FUNCAO        PIC X.
      * fechar; quem consome confere antes de processar. Um arquivo
      * intermediario truncado para de escorrer calado para o passo
      * seguinte.
           CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CTL-PATH
           SET WS-RC-OK TO TRUE
      * Em simulacao os totais ficam na copia de rascunho.
           CALL 'CADSIMULA' USING WS-SIMULA-PARM WS-CTL-PATH
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL

           PERFORM P100-CARREGA-CONTROLES
