       FD  WS-CTL-FILE.
       01 WS-CTL-REGISTRO.
           03 WS-CTL-FILIAL         PIC X(3).
           03 WS-CTL-PROXIMO        PIC 9(9).
           03 WS-CTL-LIMITE         PIC 9(9).

       WORKING-STORAGE SECTION.
       01 WS-CTL-PATH              PIC X(40) VALUE 'PAGTOID.CONTROLE'.
          88 WS-FIM                          VALUE 'Y'.

       01 WS-TAB-FAIXAS.
          03 WS-FXA OCCURS 200 TIMES INDEXED BY WS-FXA-IDX.
             05 WS-FXA-FILIAL      PIC X(3).
             05 WS-FXA-PROXIMO     PIC 9(9).
             05 WS-FXA-LIMITE      PIC 9(9).
       01 WS-TOT-FAIXAS            PIC 999   VALUE 0.
       01 WS-FXA-CORRENTE          PIC 999   VALUE 0.
       01 WS-ACHOU-SW              PIC X     VALUE 'N'.
          88 WS-ACHOU                        VALUE 'Y'.
       01 WS-MAIOR-LIMITE          PIC 9(9)  VALUE 0.
      * Blocos novos de um milhao de ids; o teto deixa folga abaixo
      * de 9(9) para os ids reservados no topo da numeracao.
       01 WS-TAM-BLOCO             PIC 9(9)  VALUE 1000000.
       01 WS-TETO-FAIXAS           PIC 9(9)  VALUE 998000000.

       01 WS-AMBIENTE-PARM.
           03 WS-AMB-FUNCAO        PIC X     VALUE 'R'.
           03 WS-AMB-NOME          PIC X(8)  VALUE SPACES.
           03 WS-AMB-RAIZ          PIC X(40) VALUE SPACES.
           03 WS-AMB-RC            PIC 99.

       LINKAGE SECTION.
       01 PARAMETROS-PAGTOID.
           02 WS-PRM-FUNCAO        PIC X.
              88 WS-FUNCAO-ALOCA           VALUE 'A'.
           02 WS-PRM-FILIAL        PIC X(3).
           02 WS-PRM-ID            PIC 9(9).
           02 WS-PRM-RC            PIC 99.
              88 WS-RC-OK                  VALUE 0.
              88 WS-RC-FAIXA-ESGOTADA      VALUE 8.
      * novo, como encargos e residuos) saca de uma faixa propria do
      * arquivo de controle, entao dois emissores nunca inventam o
      * mesmo id e o MOTIVO-DUPLICADO volta a apontar duplicata real.
           CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CTL-PATH
           SET WS-RC-OK TO TRUE
           MOVE 0 TO WS-PRM-ID

            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN INPUT WS-CTL-FILE
            IF WS-CTL-FS = '00'
                PERFORM UNTIL WS-FIM OR WS-TOT-FAIXAS = 200
                    READ WS-CTL-FILE
                        AT END SET WS-FIM TO TRUE
                        NOT AT END
            PERFORM VARYING WS-FXA-IDX FROM 1 BY 1
                    UNTIL WS-FXA-IDX > WS-TOT-FAIXAS OR WS-ACHOU
                IF WS-FXA-FILIAL(WS-FXA-IDX) = WS-PRM-FILIAL
                   AND WS-FXA-PROXIMO(WS-FXA-IDX)
                       NOT > WS-FXA-LIMITE(WS-FXA-IDX)
                    MOVE 'Y' TO WS-ACHOU-SW
                    SET WS-FXA-CORRENTE TO WS-FXA-IDX
                END-IF
            END-PERFORM
            .
       P300-ABRE-FAIXA-NOVA.
      * Filial nova, ou filial cujas faixas ja se esgotaram, ganha o
      * proximo bloco acima de todas as faixas ja abertas; as faixas
      * esgotadas ficam no arquivo como registro do que ja foi usado.
      * A primeira faixa do arquivo comeca em 100001 para nao colidir
      * com os ids historicos baixos.
            MOVE 100000 TO WS-MAIOR-LIMITE
            PERFORM VARYING WS-FXA-IDX FROM 1 BY 1
                    UNTIL WS-FXA-IDX > WS-TOT-FAIXAS
                END-IF
            END-PERFORM

            IF WS-TOT-FAIXAS < 200
               AND WS-MAIOR-LIMITE + WS-TAM-BLOCO NOT > WS-TETO-FAIXAS
                ADD 1 TO WS-TOT-FAIXAS
                MOVE WS-TOT-FAIXAS TO WS-FXA-CORRENTE
                MOVE WS-PRM-FILIAL TO WS-FXA-FILIAL(WS-FXA-CORRENTE)
                COMPUTE WS-FXA-PROXIMO(WS-FXA-CORRENTE) =
                        WS-MAIOR-LIMITE + 1
                COMPUTE WS-FXA-LIMITE(WS-FXA-CORRENTE) =
                        WS-MAIOR-LIMITE + WS-TAM-BLOCO
                DISPLAY 'FAIXA DE IDS ABERTA PARA A FILIAL '
                        WS-PRM-FILIAL ': '
                        WS-FXA-PROXIMO(WS-FXA-CORRENTE) ' A '
