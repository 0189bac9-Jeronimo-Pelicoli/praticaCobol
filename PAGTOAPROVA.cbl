       FD  WS-APROV-FILE.
       01 WS-APROV-REGISTRO.
           03 WS-APROV-TIPO          PIC X.
           03 WS-APROV-ID            PIC 9(9).
           03 WS-APROV-VALOR         PIC S9(9)V99.
           03 WS-APROV-COD-SITUACAO  PIC X.
           03 WS-APROV-MOTIVO        PIC 99.
           03 WS-APROV-CLIENTE       PIC X(30).
           03 WS-APROV-DATA-PEND     PIC X(8).
           03 WS-APROV-FILIAL        PIC X(3).
           03 WS-APROV-COD-CLIENTE   PIC 9(6).
       FD  WS-FILA-FILE.
       01 WS-FILA-REGISTRO           PIC X(71).
       FD  WS-DEC-FILE.
       01 WS-DEC-REGISTRO.
           03 WS-DEC-TIPO            PIC X.
           03 WS-DEC-ID              PIC 9(9).
           03 WS-DEC-VALOR           PIC S9(9)V99.
           03 WS-DEC-COD-SITUACAO    PIC X.
           03 WS-DEC-MOTIVO          PIC 99.
           03 WS-DEC-CLIENTE         PIC X(30).
           03 WS-DEC-DATA-PEND       PIC X(8).
           03 WS-DEC-FILIAL          PIC X(3).
           03 WS-DEC-COD-CLIENTE     PIC 9(6).
       FD  WS-CLI-FILE.
       01 WS-CLI-REGISTRO.
           03 WS-CLI-CODIGO          PIC 9(6).
          88 WS-DEC-RECUSA                     VALUE 'R'.
          88 WS-DEC-PULA                       VALUE 'S'.

       01 WS-VALOR-ED                PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-SCO-ABERTO-SW           PIC X     VALUE 'N'.
          88 WS-SCO-ABERTO                     VALUE 'Y'.

           03 WS-SG-FUNCAO         PIC X.
           03 WS-SG-PERFIL         PIC X.
           03 WS-SG-RC             PIC 99.
              88 WS-SG-SEM-SESSAO          VALUE 4.

       01 WS-AMBIENTE-PARM.
           03 WS-AMB-FUNCAO        PIC X     VALUE 'R'.
           03 WS-AMB-NOME          PIC X(8)  VALUE SPACES.
           03 WS-AMB-RAIZ          PIC X(40) VALUE SPACES.
           03 WS-AMB-RC            PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-APROV-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-FILA-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-DEC-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CLI-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-SCO-PATH
            DISPLAY 'PAGTOAPROVA - FILA DE APROVACAO DE PAGAMENTOS'
            MOVE SPACES TO WS-SG-ID
            MOVE 'S' TO WS-SG-FUNCAO
            CALL 'OPERSIGNON' USING WS-SIGNON-PARM
            IF WS-SG-SEM-SESSAO
                DISPLAY 'OPERADOR: '
                ACCEPT WS-SG-ID
                DISPLAY 'SENHA   : '
                ACCEPT WS-SG-SENHA
                CALL 'OPERSIGNON' USING WS-SIGNON-PARM
            END-IF
            IF WS-SG-RC NOT = 0
                DISPLAY 'ACESSO NEGADO (RC ' WS-SG-RC ').'
                MOVE 8 TO RETURN-CODE
            PERFORM P150-LE-FILA
            .
       P250-MOSTRA-SCORE.
      * O score e chaveado pelo codigo do cliente; o item da fila ja
      * o traz, e so o item antigo passa pelo nome no master.
            IF WS-SCO-ABERTO
                IF WS-APROV-COD-CLIENTE > 0
                    MOVE WS-APROV-COD-CLIENTE TO WS-SCO-CODIGO
                    PERFORM P260-LE-SCORE
                ELSE
                    MOVE WS-APROV-CLIENTE TO WS-CLI-NOME
                    CALL 'NOMENORM' USING WS-CLI-NOME
                    READ WS-CLI-FILE KEY IS WS-CLI-NOME
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            MOVE WS-CLI-CODIGO TO WS-SCO-CODIGO
                            PERFORM P260-LE-SCORE
                    END-READ
                END-IF
            END-IF
            .
       P260-LE-SCORE.
            READ WS-SCO-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    DISPLAY 'SCORE    : BANDA '
                            WS-SCO-BANDA
                            ' (ATRASO MEDIO '
                            WS-SCO-MEDIA-ATRASO
                            ' DIAS, REJEICAO '
                            WS-SCO-PCT-REJEICAO '%)'
                    IF WS-SCO-BANDA = 'A'
                        DISPLAY 'BOM PAGADOR: '
                                'APROVACAO RECOMENDADA.'
                    END-IF
            END-READ
            .
       P800-RESUMO.
            DISPLAY '----- RESUMO DA APROVACAO -----'
            DISPLAY 'APROVADOS       : ' WS-TOT-APROVADO
