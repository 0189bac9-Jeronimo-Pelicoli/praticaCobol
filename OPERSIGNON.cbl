       01 WS-PERFIL-ACHADO         PIC X     VALUE SPACE.
       01 WS-SENHA-ACHADA          PIC X(8)  VALUE SPACES.

       01 WS-VIA-SESSAO-SW         PIC X     VALUE 'N'.
          88 WS-VIA-SESSAO                   VALUE 'Y'.

       01 WS-SESSAO-PARM.
           03 WS-SS-FUNCAO         PIC X     VALUE 'C'.
           03 WS-SS-OPERADOR       PIC X(8).
           03 WS-SS-PERFIL         PIC X.
           03 WS-SS-TIMEOUT        PIC 9(3).
           03 WS-SS-RC             PIC 99.

       01 WS-AMBIENTE-PARM.
           03 WS-AMB-FUNCAO        PIC X     VALUE 'R'.
           03 WS-AMB-NOME          PIC X(8)  VALUE SPACES.
           03 WS-AMB-RAIZ          PIC X(40) VALUE SPACES.
           03 WS-AMB-RC            PIC 99.

       LINKAGE SECTION.
       01 PARAMETROS-SIGNON.
           02 WS-PRM-ID            PIC X(8).
           02 WS-PRM-PERFIL        PIC X.
           02 WS-PRM-RC            PIC 99.
              88 WS-RC-OK                  VALUE 0.
              88 WS-RC-SEM-SESSAO          VALUE 4.
              88 WS-RC-SENHA-INVALIDA      VALUE 8.
              88 WS-RC-SEM-PERMISSAO       VALUE 10.
              88 WS-RC-SEM-CADASTRO        VALUE 12.
      * atualiza, S tambem aprova; a funcao pedida pelo programa
      * define o minimo exigido. Sem o arquivo de operadores nao ha
      * controle para aplicar: a chamada recusa, nao libera.
      * Operador em branco: o programa veio do menu principal e o
      * operador sai da sessao aberta la, sem senha de novo. O perfil
      * e relido do cadastro, para valer alteracao feita no meio da
      * sessao. Sem sessao ativa, RC 4 e o programa pede a senha.
           CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-OPE-PATH
           SET WS-RC-OK TO TRUE
           MOVE SPACE TO WS-PRM-PERFIL
           MOVE 'N'   TO WS-VIA-SESSAO-SW

           IF WS-PRM-ID = SPACES
               MOVE 'C' TO WS-SS-FUNCAO
               CALL 'OPERSESSAO' USING WS-SESSAO-PARM
               IF WS-SS-RC NOT = 0
                   SET WS-RC-SEM-SESSAO TO TRUE
                   GOBACK
               END-IF
               MOVE WS-SS-OPERADOR TO WS-PRM-ID
               SET WS-VIA-SESSAO TO TRUE
           END-IF

           PERFORM P100-LOCALIZA-OPERADOR

           EVALUATE TRUE
               WHEN NOT WS-ACHOU
                   SET WS-RC-SEM-CADASTRO TO TRUE
               WHEN WS-VIA-SESSAO
                   MOVE WS-PERFIL-ACHADO TO WS-PRM-PERFIL
                   PERFORM P200-CONFERE-PERMISSAO
               WHEN WS-SENHA-ACHADA NOT = WS-PRM-SENHA
                   SET WS-RC-SENHA-INVALIDA TO TRUE
               WHEN OTHER
