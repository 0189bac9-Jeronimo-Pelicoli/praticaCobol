       01 WS-TOT-VERSIONADO        PIC 99    VALUE 0.
       01 WS-TOT-COPIADO           PIC 9(6)  VALUE 0.

       01 WS-AMBIENTE-PARM.
           03 WS-AMB-FUNCAO        PIC X     VALUE 'R'.
           03 WS-AMB-NOME          PIC X(8)  VALUE SPACES.
           03 WS-AMB-RAIZ          PIC X(40) VALUE SPACES.
           03 WS-AMB-RC            PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CTL-PATH
            DISPLAY 'ARQGERA - GERACOES DE ARQUIVOS DE SAIDA'
            DISPLAY 'MODO (V=VERSIONA, R=RESTAURA): '
            ACCEPT WS-MODO-EXECUCAO
            .
       P200-VERSIONA-ARQUIVO.
            MOVE WS-CTE-NOME(WS-CTE-IDX) TO WS-PROBE-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-PROBE-PATH
            PERFORM P250-VERIFICA-EXISTE
            IF NOT WS-EXISTE
                DISPLAY 'SEM SAIDA PARA VERSIONAR: '
            ELSE
                ADD 1 TO WS-CTE-GERACAO(WS-CTE-IDX)
                MOVE WS-CTE-NOME(WS-CTE-IDX) TO WS-NOME-ALVO
                CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-NOME-ALVO
                MOVE WS-CTE-GERACAO(WS-CTE-IDX) TO WS-GERACAO-ALVO
                PERFORM P300-MONTA-NOME-GERACAO
                MOVE WS-CTE-NOME(WS-CTE-IDX) TO WS-ORIG-PATH
                CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-ORIG-PATH
                CALL 'CBL_RENAME_FILE' USING WS-ORIG-PATH
                                             WS-DEST-PATH
                ADD 1 TO WS-TOT-VERSIONADO
      * por copia: a geracao continua guardada.
            DISPLAY 'ARQUIVO: '
            ACCEPT WS-NOME-ALVO
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-NOME-ALVO
            DISPLAY 'GERACAO (NNNN): '
            ACCEPT WS-GERACAO-ALVO

