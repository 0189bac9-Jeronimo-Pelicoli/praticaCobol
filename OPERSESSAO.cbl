      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERSESSAO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-SES-FILE      ASSIGN TO WS-SES-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS WS-SES-TOKEN
                                    FILE STATUS WS-SES-FS.
       DATA DIVISION.
       FILE SECTION.
       FD  WS-SES-FILE.
       01 WS-SES-REGISTRO.
           03 WS-SES-TOKEN           PIC X(16).
           03 WS-SES-OPERADOR        PIC X(8).
           03 WS-SES-PERFIL          PIC X.
           03 WS-SES-DATA-INICIO     PIC 9(8).
           03 WS-SES-HORA-INICIO     PIC 9(6).
           03 WS-SES-DATA-ULTIMA     PIC 9(8).
           03 WS-SES-HORA-ULTIMA     PIC 9(6).
           03 WS-SES-TIMEOUT         PIC 9(3).
           03 WS-SES-SITUACAO        PIC X.
              88 WS-SES-ATIVA                  VALUE 'A'.
              88 WS-SES-ENCERRADA              VALUE 'E'.
              88 WS-SES-EXPIRADA               VALUE 'T'.
           03 WS-SES-DATA-FIM        PIC 9(8).
           03 WS-SES-HORA-FIM        PIC 9(6).

       WORKING-STORAGE SECTION.
       01 WS-SES-PATH              PIC X(40) VALUE 'SESSOES.IDX'.
       01 WS-SES-FS                PIC XX.

       01 WS-VAR-SESSAO            PIC X(10) VALUE 'OPERSESSAO'.
       01 WS-TOKEN                 PIC X(16) VALUE SPACES.
       01 WS-DATA-HORA.
           03 WS-DH-DATA           PIC 9(8).
           03 WS-DH-HORA           PIC 9(6).
           03 WS-DH-CENTESIMOS     PIC 99.
           03 FILLER               PIC X(5).
       01 WS-SEGUNDOS-AGORA        PIC 9(11) VALUE 0.
       01 WS-SEGUNDOS-ULTIMA       PIC 9(11) VALUE 0.
       01 WS-SEGUNDOS-OCIOSO       PIC 9(11) VALUE 0.
       01 WS-HORA-CALC.
           03 WS-HC-HH             PIC 99.
           03 WS-HC-MM             PIC 99.
           03 WS-HC-SS             PIC 99.
       01 WS-TENTATIVAS            PIC 99    VALUE 0.
       01 WS-GRAVOU-SW             PIC X     VALUE 'N'.
          88 WS-GRAVOU                       VALUE 'Y'.

       01 WS-AMBIENTE-PARM.
           03 WS-AMB-FUNCAO        PIC X     VALUE 'R'.
           03 WS-AMB-NOME          PIC X(8)  VALUE SPACES.
           03 WS-AMB-RAIZ          PIC X(40) VALUE SPACES.
           03 WS-AMB-RC            PIC 99.

       LINKAGE SECTION.
       01 PARAMETROS-SESSAO.
           02 WS-PRM-FUNCAO        PIC X.
              88 WS-FUNCAO-ABRE            VALUE 'A'.
              88 WS-FUNCAO-CONFERE         VALUE 'C'.
              88 WS-FUNCAO-RENOVA          VALUE 'R'.
              88 WS-FUNCAO-ENCERRA         VALUE 'E'.
           02 WS-PRM-OPERADOR      PIC X(8).
           02 WS-PRM-PERFIL        PIC X.
           02 WS-PRM-TIMEOUT       PIC 9(3).
           02 WS-PRM-RC            PIC 99.
              88 WS-RC-ATIVA               VALUE 0.
              88 WS-RC-SEM-SESSAO          VALUE 4.
              88 WS-RC-EXPIRADA            VALUE 8.
              88 WS-RC-INDISPONIVEL        VALUE 12.
       PROCEDURE DIVISION USING PARAMETROS-SESSAO.
       MAIN-PROCEDURE.
      * Sessao do menu principal: o MENUPRINC abre a sessao depois
      * do OPERSIGNON e deixa o token na variavel de ambiente
      * OPERSESSAO, que os programas chamados a partir dele herdam.
      * Com o token o programa sabe quem e o operador sem pedir de
      * novo. A sessao cai quando fica parada mais que o tempo
      * configurado; so o menu renova sem conferir o tempo, na volta
      * de um programa em que o operador estava trabalhando.
           CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-SES-PATH
           SET WS-RC-ATIVA TO TRUE
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
           MOVE WS-DH-HORA TO WS-HORA-CALC
           COMPUTE WS-SEGUNDOS-AGORA =
                   FUNCTION INTEGER-OF-DATE(WS-DH-DATA) * 86400
                 + WS-HC-HH * 3600 + WS-HC-MM * 60 + WS-HC-SS

           OPEN I-O WS-SES-FILE
           IF WS-SES-FS NOT = '00' AND WS-FUNCAO-ABRE
               OPEN OUTPUT WS-SES-FILE
               CLOSE WS-SES-FILE
               OPEN I-O WS-SES-FILE
           END-IF
           IF WS-SES-FS NOT = '00'
               IF WS-FUNCAO-ABRE
                   SET WS-RC-INDISPONIVEL TO TRUE
               ELSE
                   SET WS-RC-SEM-SESSAO TO TRUE
               END-IF
               GOBACK
           END-IF

           EVALUATE TRUE
               WHEN WS-FUNCAO-ABRE
                   PERFORM P100-ABRE-SESSAO
               WHEN WS-FUNCAO-CONFERE
               WHEN WS-FUNCAO-RENOVA
               WHEN WS-FUNCAO-ENCERRA
                   PERFORM P200-LOCALIZA-SESSAO
                   IF WS-RC-ATIVA
                       PERFORM P300-ATUALIZA-SESSAO
                   END-IF
               WHEN OTHER
                   SET WS-RC-SEM-SESSAO TO TRUE
           END-EVALUATE

           CLOSE WS-SES-FILE
           GOBACK.

       P100-ABRE-SESSAO.
      * Token = data e hora com centesimos; se dois terminais abrirem
      * no mesmo centesimo, o seguinte anda um numero e tenta de novo.
            MOVE 'N' TO WS-GRAVOU-SW
            MOVE 0   TO WS-TENTATIVAS
            MOVE WS-DATA-HORA(1:16) TO WS-TOKEN
            PERFORM P110-GRAVA-SESSAO
                    UNTIL WS-GRAVOU OR WS-TENTATIVAS > 50
            IF WS-GRAVOU
                DISPLAY WS-VAR-SESSAO UPON ENVIRONMENT-NAME
                DISPLAY WS-TOKEN      UPON ENVIRONMENT-VALUE
            ELSE
                SET WS-RC-INDISPONIVEL TO TRUE
            END-IF
            .
       P110-GRAVA-SESSAO.
            ADD 1 TO WS-TENTATIVAS
            INITIALIZE WS-SES-REGISTRO
            MOVE WS-TOKEN          TO WS-SES-TOKEN
            MOVE WS-PRM-OPERADOR   TO WS-SES-OPERADOR
            MOVE WS-PRM-PERFIL     TO WS-SES-PERFIL
            MOVE WS-DH-DATA        TO WS-SES-DATA-INICIO
            MOVE WS-DH-HORA        TO WS-SES-HORA-INICIO
            MOVE WS-DH-DATA        TO WS-SES-DATA-ULTIMA
            MOVE WS-DH-HORA        TO WS-SES-HORA-ULTIMA
            MOVE WS-PRM-TIMEOUT    TO WS-SES-TIMEOUT
            SET WS-SES-ATIVA       TO TRUE
            WRITE WS-SES-REGISTRO
                INVALID KEY
                    MOVE WS-TENTATIVAS TO WS-TOKEN(15:2)
                NOT INVALID KEY
                    SET WS-GRAVOU TO TRUE
            END-WRITE
            .
       P200-LOCALIZA-SESSAO.
            ACCEPT WS-TOKEN FROM ENVIRONMENT 'OPERSESSAO'
            IF WS-TOKEN = SPACES
                SET WS-RC-SEM-SESSAO TO TRUE
            ELSE
                MOVE WS-TOKEN TO WS-SES-TOKEN
                READ WS-SES-FILE
                    INVALID KEY
                        SET WS-RC-SEM-SESSAO TO TRUE
                    NOT INVALID KEY
                        IF NOT WS-SES-ATIVA
                            SET WS-RC-SEM-SESSAO TO TRUE
                        END-IF
                END-READ
            END-IF
            .
       P300-ATUALIZA-SESSAO.
            MOVE WS-SES-HORA-ULTIMA TO WS-HORA-CALC
            COMPUTE WS-SEGUNDOS-ULTIMA =
                    FUNCTION INTEGER-OF-DATE(WS-SES-DATA-ULTIMA) * 86400
                  + WS-HC-HH * 3600 + WS-HC-MM * 60 + WS-HC-SS
            IF WS-SEGUNDOS-AGORA > WS-SEGUNDOS-ULTIMA
                COMPUTE WS-SEGUNDOS-OCIOSO =
                        WS-SEGUNDOS-AGORA - WS-SEGUNDOS-ULTIMA
            ELSE
                MOVE 0 TO WS-SEGUNDOS-OCIOSO
            END-IF

            MOVE WS-SES-OPERADOR TO WS-PRM-OPERADOR
            MOVE WS-SES-PERFIL   TO WS-PRM-PERFIL
            MOVE WS-SES-TIMEOUT  TO WS-PRM-TIMEOUT

            EVALUATE TRUE
                WHEN WS-FUNCAO-ENCERRA
                    SET WS-SES-ENCERRADA TO TRUE
                    MOVE WS-DH-DATA TO WS-SES-DATA-FIM
                    MOVE WS-DH-HORA TO WS-SES-HORA-FIM
                WHEN WS-FUNCAO-CONFERE
                     AND WS-SES-TIMEOUT > 0
                     AND WS-SEGUNDOS-OCIOSO > WS-SES-TIMEOUT * 60
                    SET WS-SES-EXPIRADA TO TRUE
                    MOVE WS-SES-DATA-ULTIMA TO WS-SES-DATA-FIM
                    MOVE WS-SES-HORA-ULTIMA TO WS-SES-HORA-FIM
                    SET WS-RC-EXPIRADA TO TRUE
                WHEN OTHER
                    MOVE WS-DH-DATA TO WS-SES-DATA-ULTIMA
                    MOVE WS-DH-HORA TO WS-SES-HORA-ULTIMA
            END-EVALUATE

            REWRITE WS-SES-REGISTRO
                INVALID KEY
                    SET WS-RC-SEM-SESSAO TO TRUE
            END-REWRITE

            IF NOT WS-SES-ATIVA
                MOVE SPACES TO WS-TOKEN
                DISPLAY WS-VAR-SESSAO UPON ENVIRONMENT-NAME
                DISPLAY WS-TOKEN      UPON ENVIRONMENT-VALUE
            END-IF
            .
       END PROGRAM OPERSESSAO.
