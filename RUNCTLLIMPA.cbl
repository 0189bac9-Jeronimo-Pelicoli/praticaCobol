           03 WS-RC-HORA-INI        PIC 9(6).
           03 WS-RC-DATA-FIM        PIC 9(8).
           03 WS-RC-HORA-FIM        PIC 9(6).
           03 WS-RC-REINICIAVEL     PIC X.
       FD  WS-NOVO-FILE.
       01 WS-NOVO-REGISTRO          PIC X(53).

       WORKING-STORAGE SECTION.
       01 WS-RC-PATH               PIC X(40) VALUE 'RUNCONTROL.DAT'.
       01 WS-ACHOU-SW              PIC X     VALUE 'N'.
          88 WS-ACHOU                        VALUE 'Y'.

       01 WS-ACAO-REINICIO         PIC X     VALUE SPACE.
          88 WS-RETOMA                       VALUE 'R'.
          88 WS-DESCARTA                     VALUE 'Z'.

       01 WS-CHKPONTO-PARM.
           03 WS-CK-FUNCAO         PIC X.
           03 WS-CK-PROGRAMA       PIC X(12).
           03 WS-CK-RC             PIC 99.
           03 WS-CK-INTERVALO      PIC 9(5).
           03 WS-CK-POSICAO        PIC 9(9).
           03 WS-CK-ULT-CHAVE      PIC X(30).
           03 WS-CK-DATA-PONTO     PIC 9(8).
           03 WS-CK-HORA-PONTO     PIC 9(6).
           03 WS-CK-QTD-SAIDAS     PIC 9.
           03 WS-CK-SAIDA OCCURS 6 TIMES.
              05 WS-CK-SAI-NOME    PIC X(40).
              05 WS-CK-SAI-QTD     PIC 9(9).
           03 WS-CK-TOTAL OCCURS 12 TIMES
                                   PIC S9(13)V99.

       01 WS-AMBIENTE-PARM.
           03 WS-AMB-FUNCAO        PIC X     VALUE 'R'.
           03 WS-AMB-NOME          PIC X(8)  VALUE SPACES.
           03 WS-AMB-RAIZ          PIC X(40) VALUE SPACES.
           03 WS-AMB-RC            PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      * Utilitario do supervisor: depois de um abend a entrada
      * RUNNING fica orfa e barra o proximo run. Aqui ela e fechada
      * como ENDED-ERROR, liberando a trava.
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-RC-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-NOVO-PATH
            DISPLAY 'RUNCTLLIMPA - LIMPEZA DE TRAVA DE EXECUCAO'
            DISPLAY 'PROGRAMA: '
            ACCEPT WS-PROGRAMA-ALVO
                ELSE
                    DISPLAY 'ENTRADA NAO ESTA RUNNING; NADA A LIMPAR.'
                END-IF
                IF WS-RC-STATUS = 'ENDED-ERROR'
                   AND WS-RC-REINICIAVEL = 'S'
                    PERFORM P300-OFERECE-REINICIO
                END-IF
            END-IF
            WRITE WS-NOVO-REGISTRO FROM WS-RC-REGISTRO
            PERFORM P150-LE-ENTRADA
            .
       P300-OFERECE-REINICIO.
      * Passo reiniciavel com ponto gravado: o proximo run retoma do
      * ponto, a nao ser que a operacao prefira descarta-lo e rodar
      * do zero.
            INITIALIZE WS-CHKPONTO-PARM
            MOVE 'V'            TO WS-CK-FUNCAO
            MOVE WS-RC-PROGRAMA TO WS-CK-PROGRAMA
            CALL 'CHKPONTO' USING WS-CHKPONTO-PARM
            IF WS-CK-RC = 0
                DISPLAY 'PASSO REINICIAVEL. PONTO DE REINICIO NA '
                        'POSICAO ' WS-CK-POSICAO ' GRAVADO EM '
                        WS-CK-DATA-PONTO ' ' WS-CK-HORA-PONTO
                DISPLAY 'R=RETOMAR DO PONTO, Z=RODAR DO ZERO: '
                ACCEPT WS-ACAO-REINICIO
                IF WS-DESCARTA
                    MOVE 'F' TO WS-CK-FUNCAO
                    CALL 'CHKPONTO' USING WS-CHKPONTO-PARM
                    DISPLAY 'PONTO DESCARTADO. O PROXIMO RUN COMECA '
                            'DO INICIO.'
                ELSE
                    DISPLAY 'O PROXIMO RUN RETOMA DO PONTO.'
                END-IF
            ELSE
                DISPLAY 'PASSO REINICIAVEL SEM PONTO GRAVADO; O '
                        'PROXIMO RUN COMECA DO INICIO.'
            END-IF
            .
       END PROGRAM RUNCTLLIMPA.
