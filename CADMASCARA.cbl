      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADMASCARA.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-HOJE                  PIC 9(8)  VALUE 0.
       01 WS-DATA-HORA-ATUAL       PIC X(21).
       01 WS-PERFIS-CLARO          PIC X(14) VALUE 'S'.
       01 WS-DESTINO               PIC X(14) VALUE SPACES.
          88 WS-DESTINO-RESTRITO             VALUE 'RESTRITO'.
       01 WS-QTD                   PIC 99    VALUE 0.

      * Campo de trabalho da mascara.
       01 WS-ORIGEM                PIC X(60) VALUE SPACES.
       01 WS-RESULTADO             PIC X(60) VALUE SPACES.
       01 WS-DIGITOS               PIC X(20) VALUE SPACES.
       01 WS-TOT-DIGITOS           PIC 99    VALUE 0.
       01 WS-POS                   PIC 99    VALUE 0.
       01 WS-SAIDA                 PIC 99    VALUE 0.
       01 WS-TAM                   PIC 99    VALUE 0.
       01 WS-POS-ARROBA            PIC 99    VALUE 0.
       01 WS-VISTOS                PIC 99    VALUE 0.
       01 WS-INICIO-PALAVRA-SW     PIC X     VALUE 'Y'.
          88 WS-INICIO-PALAVRA               VALUE 'Y'.
       01 WS-PRIMEIRA-PALAVRA-SW   PIC X     VALUE 'Y'.
          88 WS-PRIMEIRA-PALAVRA             VALUE 'Y'.

       01 WS-SIGNON-PARM.
           03 WS-SG-ID             PIC X(8).
           03 WS-SG-SENHA          PIC X(8).
           03 WS-SG-FUNCAO         PIC X.
           03 WS-SG-PERFIL         PIC X.
           03 WS-SG-RC             PIC 99.

       01 WS-PARMLE-PARM.
           03 WS-PL-PROGRAMA       PIC X(12).
           03 WS-PL-NOME           PIC X(12).
           03 WS-PL-DATA-PROC      PIC 9(8).
           03 WS-PL-VALOR          PIC X(14).
           03 WS-PL-RC             PIC 99.

       01 WS-AUDIT-PARM.
           03 WS-AU-PROGRAMA       PIC X(12).
           03 WS-AU-EVENTO         PIC X(12).
           03 WS-AU-CHAVE          PIC X(30).
           03 WS-AU-CONTADOR       PIC 9(6).
           03 WS-AU-OPERADOR       PIC X(8).

       LINKAGE SECTION.
       01 PARAMETROS-MASCARA.
           02 WS-PRM-FUNCAO        PIC X.
              88 WS-FUNCAO-ACESSO          VALUE 'A'.
              88 WS-FUNCAO-MASCARA         VALUE 'M'.
           02 WS-PRM-PROGRAMA      PIC X(12).
           02 WS-PRM-OPERADOR      PIC X(8).
           02 WS-PRM-PERFIL        PIC X.
           02 WS-PRM-CHAVE         PIC X(30).
           02 WS-PRM-CLARO         PIC X.
              88 WS-EM-CLARO               VALUE 'S'.
           02 WS-PRM-TIPO          PIC X.
              88 WS-TIPO-NOME              VALUE 'N'.
              88 WS-TIPO-DOCUMENTO         VALUE 'D'.
              88 WS-TIPO-TELEFONE          VALUE 'T'.
              88 WS-TIPO-EMAIL             VALUE 'E'.
              88 WS-TIPO-CONTA             VALUE 'B'.
           02 WS-PRM-CAMPO         PIC X(60).
           02 WS-PRM-RC            PIC 99.
              88 WS-RC-OK                  VALUE 0.
              88 WS-RC-FUNCAO-INVALIDA     VALUE 16.
       PROCEDURE DIVISION USING PARAMETROS-MASCARA.
       MAIN-PROCEDURE.
      * Mascara unica dos dados pessoais em relatorio, exportacao e
      * tela de consulta. Funcao A, uma vez por visao (o relatorio
      * inteiro ou o cliente na tela): decide se o dado sai em claro
      * pelo perfil do operador (parametro PERFIL-CLARO do CADMASCARA,
      * padrao so o supervisor) ou, no batch sem operador, pelo
      * destino do relatorio (parametro DESTINO do proprio programa;
      * RESTRITO sai em claro). Toda visao em claro vai para a trilha
      * de auditoria. Funcao M, campo a campo, aplica a regra do tipo
      * quando a visao nao e em claro.
           SET WS-RC-OK TO TRUE
           EVALUATE TRUE
               WHEN WS-FUNCAO-ACESSO
                   PERFORM P100-DEFINE-ACESSO
               WHEN WS-FUNCAO-MASCARA
                   IF NOT WS-EM-CLARO
                       PERFORM P200-MASCARA-CAMPO
                   END-IF
               WHEN OTHER
                   SET WS-RC-FUNCAO-INVALIDA TO TRUE
           END-EVALUATE
           GOBACK.

       P100-DEFINE-ACESSO.
            MOVE 'N' TO WS-PRM-CLARO
            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
            MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-HOJE

      * Programa de terminal chamado do menu: o perfil sai da sessao.
            IF WS-PRM-PERFIL = SPACE AND WS-PRM-OPERADOR = SPACES
                MOVE SPACES TO WS-SG-ID
                MOVE 'C'    TO WS-SG-FUNCAO
                CALL 'OPERSIGNON' USING WS-SIGNON-PARM
                IF WS-SG-RC = 0
                    MOVE WS-SG-ID     TO WS-PRM-OPERADOR
                    MOVE WS-SG-PERFIL TO WS-PRM-PERFIL
                END-IF
            END-IF

            IF WS-PRM-PERFIL NOT = SPACE
                MOVE 'CADMASCARA'   TO WS-PL-PROGRAMA
                MOVE 'PERFIL-CLARO' TO WS-PL-NOME
                MOVE WS-HOJE        TO WS-PL-DATA-PROC
                CALL 'PARMLE' USING WS-PARMLE-PARM
                IF WS-PL-RC = 0 AND WS-PL-VALOR NOT = SPACES
                    MOVE WS-PL-VALOR TO WS-PERFIS-CLARO
                ELSE
                    MOVE 'S'         TO WS-PERFIS-CLARO
                END-IF
                MOVE 0 TO WS-QTD
                INSPECT WS-PERFIS-CLARO TALLYING WS-QTD
                        FOR ALL WS-PRM-PERFIL
                IF WS-QTD > 0
                    MOVE 'S' TO WS-PRM-CLARO
                END-IF
            ELSE
                MOVE WS-PRM-PROGRAMA TO WS-PL-PROGRAMA
                MOVE 'DESTINO'       TO WS-PL-NOME
                MOVE WS-HOJE         TO WS-PL-DATA-PROC
                CALL 'PARMLE' USING WS-PARMLE-PARM
                MOVE SPACES TO WS-DESTINO
                IF WS-PL-RC = 0
                    MOVE WS-PL-VALOR TO WS-DESTINO
                END-IF
                IF WS-DESTINO-RESTRITO
                    MOVE 'S'        TO WS-PRM-CLARO
                    MOVE 'RESTRITO' TO WS-PRM-OPERADOR
                END-IF
            END-IF

            IF WS-EM-CLARO
                MOVE WS-PRM-PROGRAMA TO WS-AU-PROGRAMA
                MOVE 'DADO-CLARO'    TO WS-AU-EVENTO
                MOVE WS-PRM-CHAVE    TO WS-AU-CHAVE
                MOVE 0               TO WS-AU-CONTADOR
                MOVE WS-PRM-OPERADOR TO WS-AU-OPERADOR
                CALL 'AUDITLOG' USING WS-AUDIT-PARM
            END-IF
            .
       P200-MASCARA-CAMPO.
            IF WS-PRM-CAMPO NOT = SPACES
                MOVE WS-PRM-CAMPO TO WS-ORIGEM
                MOVE SPACES       TO WS-RESULTADO
                EVALUATE TRUE
                    WHEN WS-TIPO-NOME
                        PERFORM P210-MASCARA-NOME
                    WHEN WS-TIPO-DOCUMENTO
                        PERFORM P220-MASCARA-DOCUMENTO
                    WHEN WS-TIPO-TELEFONE
                        MOVE 4 TO WS-VISTOS
                        PERFORM P250-MASCARA-FINAL
                    WHEN WS-TIPO-EMAIL
                        PERFORM P240-MASCARA-EMAIL
                    WHEN WS-TIPO-CONTA
                        MOVE 2 TO WS-VISTOS
                        PERFORM P250-MASCARA-FINAL
                    WHEN OTHER
                        MOVE ALL '*' TO WS-RESULTADO
                END-EVALUATE
                MOVE WS-RESULTADO TO WS-PRM-CAMPO
            END-IF
            .
       P210-MASCARA-NOME.
      * Primeiro nome por extenso, os demais so pela inicial:
      * MARIA DA SILVA SAI COMO MARIA D. S.
            MOVE 'Y' TO WS-INICIO-PALAVRA-SW
            MOVE 'Y' TO WS-PRIMEIRA-PALAVRA-SW
            MOVE 0   TO WS-SAIDA
            PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 60
                IF WS-ORIGEM(WS-POS:1) = SPACE
                    IF NOT WS-INICIO-PALAVRA
                        MOVE 'N' TO WS-PRIMEIRA-PALAVRA-SW
                    END-IF
                    MOVE 'Y' TO WS-INICIO-PALAVRA-SW
                ELSE
                    EVALUATE TRUE
                        WHEN WS-PRIMEIRA-PALAVRA
                            ADD 1 TO WS-SAIDA
                            MOVE WS-ORIGEM(WS-POS:1)
                                 TO WS-RESULTADO(WS-SAIDA:1)
                        WHEN WS-INICIO-PALAVRA AND WS-SAIDA < 57
                            ADD 2 TO WS-SAIDA
                            MOVE WS-ORIGEM(WS-POS:1)
                                 TO WS-RESULTADO(WS-SAIDA:1)
                            ADD 1 TO WS-SAIDA
                            MOVE '.' TO WS-RESULTADO(WS-SAIDA:1)
                    END-EVALUATE
                    MOVE 'N' TO WS-INICIO-PALAVRA-SW
                END-IF
            END-PERFORM
            .
       P220-MASCARA-DOCUMENTO.
      * CPF ***.456.789-**, CNPJ **.345.678/0001-**; outro formato
      * fica so com os dois ultimos caracteres.
            MOVE SPACES TO WS-DIGITOS
            MOVE 0      TO WS-TOT-DIGITOS
            PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 60
                IF WS-ORIGEM(WS-POS:1) IS NUMERIC
                   AND WS-TOT-DIGITOS < 20
                    ADD 1 TO WS-TOT-DIGITOS
                    MOVE WS-ORIGEM(WS-POS:1)
                         TO WS-DIGITOS(WS-TOT-DIGITOS:1)
                END-IF
            END-PERFORM
            EVALUATE WS-TOT-DIGITOS
                WHEN 11
                    STRING '***.' WS-DIGITOS(4:3) '.'
                           WS-DIGITOS(7:3) '-**'
                           DELIMITED BY SIZE
                           INTO WS-RESULTADO
                    END-STRING
                WHEN 14
                    STRING '**.' WS-DIGITOS(3:3) '.'
                           WS-DIGITOS(6:3) '/' WS-DIGITOS(9:4) '-**'
                           DELIMITED BY SIZE
                           INTO WS-RESULTADO
                    END-STRING
                WHEN OTHER
                    MOVE 2 TO WS-VISTOS
                    PERFORM P250-MASCARA-FINAL
            END-EVALUATE
            .
       P240-MASCARA-EMAIL.
      * Primeira letra do usuario e o dominio: j***@dominio.com.br.
            MOVE 0 TO WS-POS-ARROBA
            INSPECT WS-ORIGEM TALLYING WS-POS-ARROBA
                    FOR CHARACTERS BEFORE INITIAL '@'
            IF WS-POS-ARROBA = 0 OR WS-POS-ARROBA >= 60
                MOVE 2 TO WS-VISTOS
                PERFORM P250-MASCARA-FINAL
            ELSE
                ADD 1 TO WS-POS-ARROBA
                STRING WS-ORIGEM(1:1) '***'
                       WS-ORIGEM(WS-POS-ARROBA:)
                       DELIMITED BY SIZE
                       INTO WS-RESULTADO
                END-STRING
            END-IF
            .
       P250-MASCARA-FINAL.
      * Troca por * tudo que nao e espaco ou pontuacao, menos os
      * WS-VISTOS ultimos caracteres significativos.
            MOVE WS-ORIGEM TO WS-RESULTADO
            MOVE 60        TO WS-TAM
            PERFORM UNTIL WS-TAM = 0
                       OR WS-ORIGEM(WS-TAM:1) NOT = SPACE
                SUBTRACT 1 FROM WS-TAM
            END-PERFORM
            MOVE 0 TO WS-SAIDA
            PERFORM VARYING WS-POS FROM WS-TAM BY -1
                    UNTIL WS-POS < 1
                IF WS-ORIGEM(WS-POS:1) IS ALPHABETIC-UPPER
                   OR WS-ORIGEM(WS-POS:1) IS ALPHABETIC-LOWER
                   OR WS-ORIGEM(WS-POS:1) IS NUMERIC
                    IF WS-ORIGEM(WS-POS:1) NOT = SPACE
                        ADD 1 TO WS-SAIDA
                        IF WS-SAIDA > WS-VISTOS
                            MOVE '*' TO WS-RESULTADO(WS-POS:1)
                        END-IF
                    END-IF
                END-IF
            END-PERFORM
            .
       END PROGRAM CADMASCARA.
