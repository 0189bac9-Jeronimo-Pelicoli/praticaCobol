                   VALUE 'SUMIDO SEM REJEICAO DOC.: '.
          03 WS-DET-NOME            PIC X(30).

       01 WS-RELARQ-PARM.
           03 WS-RA-FUNCAO         PIC X     VALUE 'R'.
           03 WS-RA-PROGRAMA       PIC X(12) VALUE 'CORRECON'.
           03 WS-RA-RELATORIO      PIC X(30)
                                   VALUE 'CORRECON.REL'.
           03 WS-RA-RC             PIC 99.
           03 WS-RA-PAGINAS        PIC 9(5).
           03 WS-RA-EXPURGADOS     PIC 9(5).
       01 WS-RC-SALVO              PIC S9(4) VALUE 0.

       01 WS-AMBIENTE-PARM.
           03 WS-AMB-FUNCAO        PIC X     VALUE 'R'.
           03 WS-AMB-NOME          PIC X(8)  VALUE SPACES.
           03 WS-AMB-RAIZ          PIC X(40) VALUE SPACES.
           03 WS-AMB-RC            PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CLI-ANTIGO-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CLI-NOVO-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-SUSP-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-REL-PATH
            DISPLAY 'CORRECON - RECONCILIACAO DA MIGRACAO'

            OPEN OUTPUT WS-REL-FILE
            MOVE SPACES TO WS-REL-LINHA
            STRING 'CORRECON - CONFERENCIA DA CORRECAO DE CLIENTES'
                   '  AMBIENTE ' WS-AMB-NOME
                   DELIMITED BY SIZE
                   INTO WS-REL-LINHA
            END-STRING
            WRITE WS-REL-LINHA
            PERFORM P100-CARREGA-SUSPENSO
            PERFORM P200-CONTA-SAIDA
            PERFORM P300-CONFERE-ENTRADA
            PERFORM P800-TOTAIS
            CLOSE WS-REL-FILE
      * Listagem fechada vai para o repositorio de relatorios.
            MOVE RETURN-CODE TO WS-RC-SALVO
            CALL 'RELARQUIVA' USING WS-RELARQ-PARM WS-REL-PATH
            MOVE WS-RC-SALVO TO RETURN-CODE

            STOP RUN.

