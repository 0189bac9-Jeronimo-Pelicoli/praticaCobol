       01 WS-SEG-FIM               PIC 9(6)  VALUE 0.
       01 WS-DURACAO               PIC S9(6) VALUE 0.

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
       01 PARAMETROS-ESTAT.
           02 WS-PRM-PROGRAMA      PIC X(12).
      * Toda execucao de batch deixa uma linha de estatistica no
      * historico comum: quem cresceu na janela noturna aparece no
      * relatorio de tendencia (ESTATREL) antes de estourar o dia.
      * Chamado de dentro da cadeia em simulacao, atualiza so a
      * copia de rascunho.
           CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-EST-PATH
           CALL 'CADSIMULA' USING WS-SIMULA-PARM WS-EST-PATH
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-FIM

           COMPUTE WS-SEG-INI =
