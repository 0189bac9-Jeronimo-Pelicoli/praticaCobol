      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADAMBIENTE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-CFG-FILE      ASSIGN TO WS-CFG-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-CFG-FS.
           SELECT WS-MRC-FILE      ASSIGN TO WS-MRC-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-MRC-FS.
       DATA DIVISION.
       FILE SECTION.
      * Parametro do run: ambiente e, opcionalmente, a raiz dele.
       FD  WS-CFG-FILE.
       01 WS-CFG-REGISTRO.
           03 WS-CFG-NOME           PIC X(8).
           03 WS-CFG-RAIZ           PIC X(40).
      * Marca da raiz: o nome do ambiente a que aquela area pertence.
       FD  WS-MRC-FILE.
       01 WS-MRC-REGISTRO.
           03 WS-MRC-NOME           PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-CFG-PATH              PIC X(40) VALUE 'AMBIENTE.CFG'.
       01 WS-MRC-PATH              PIC X(50) VALUE SPACES.
       01 WS-CFG-FS                PIC XX.
       01 WS-MRC-FS                PIC XX.

       01 WS-CARREGADO-SW          PIC X     VALUE 'N'.
          88 WS-CARREGADO                    VALUE 'Y'.
       01 WS-NOME                  PIC X(8)  VALUE SPACES.
          88 WS-NOME-VALIDO                  VALUE 'PRODUCAO'
                                                   'HOMOLOG '
                                                   'TESTE   '.
          88 WS-NOME-PRODUCAO                VALUE 'PRODUCAO'.
       01 WS-RAIZ                  PIC X(40) VALUE SPACES.
       01 WS-VAR-NOME              PIC X(11) VALUE 'CADAMBIENTE'.
       01 WS-VAR-RAIZ              PIC X(7)  VALUE 'CADRAIZ'.
       01 WS-TAM-RAIZ              PIC 99    VALUE 0.
       01 WS-QTD-BARRA             PIC 99    VALUE 0.
       01 WS-CAMINHO-TRAB          PIC X(40) VALUE SPACES.
       01 WS-ESTOURO-SW            PIC X     VALUE 'N'.
          88 WS-ESTOUROU                     VALUE 'Y'.

       LINKAGE SECTION.
       01 PARAMETROS-AMBIENTE.
           02 WS-PRM-FUNCAO        PIC X.
              88 WS-FUNCAO-CONSULTA        VALUE 'C'.
              88 WS-FUNCAO-RESOLVE         VALUE 'R'.
              88 WS-FUNCAO-VERIFICA        VALUE 'V'.
           02 WS-PRM-NOME          PIC X(8).
           02 WS-PRM-RAIZ          PIC X(40).
           02 WS-PRM-RC            PIC 99.
              88 WS-RC-OK                  VALUE 0.
              88 WS-RC-MARCA-NOVA          VALUE 4.
              88 WS-RC-OUTRO-AMBIENTE      VALUE 12.
              88 WS-RC-FUNCAO-INVALIDA     VALUE 16.
       01 CAMINHO-AMBIENTE         PIC X(40).
       PROCEDURE DIVISION USING PARAMETROS-AMBIENTE CAMINHO-AMBIENTE.
       MAIN-PROCEDURE.
      * Ambiente do run: producao, homologacao ou teste. Vem da
      * variavel CADAMBIENTE ou, sem ela, do parametro de run
      * AMBIENTE.CFG; sem nenhum dos dois vale PRODUCAO. Cada ambiente
      * tem a sua raiz (variavel CADRAIZ, AMBIENTE.CFG ou o padrao
      * HOM/ e TST/; producao fica no diretorio corrente) e todo
      * programa pede aqui a resolucao dos proprios arquivos (funcao
      * R), de modo que massa de teste nunca cai em cima de producao.
      * A cadeia confere a marca da raiz (funcao V) antes de rodar.
           SET WS-RC-OK TO TRUE
           IF NOT WS-CARREGADO
               PERFORM P100-DETERMINA-AMBIENTE
           END-IF
           MOVE WS-NOME TO WS-PRM-NOME
           MOVE WS-RAIZ TO WS-PRM-RAIZ

           EVALUATE TRUE
               WHEN WS-FUNCAO-CONSULTA
                   CONTINUE
               WHEN WS-FUNCAO-RESOLVE
                   PERFORM P200-RESOLVE-CAMINHO
               WHEN WS-FUNCAO-VERIFICA
                   PERFORM P300-VERIFICA-MARCA
               WHEN OTHER
                   SET WS-RC-FUNCAO-INVALIDA TO TRUE
           END-EVALUATE

           GOBACK.

       P100-DETERMINA-AMBIENTE.
            MOVE SPACES TO WS-NOME
            MOVE SPACES TO WS-RAIZ
            ACCEPT WS-NOME FROM ENVIRONMENT 'CADAMBIENTE'
            ACCEPT WS-RAIZ FROM ENVIRONMENT 'CADRAIZ'
            IF WS-NOME = SPACES
                OPEN INPUT WS-CFG-FILE
                IF WS-CFG-FS = '00'
                    READ WS-CFG-FILE
                        AT END CONTINUE
                        NOT AT END
                            MOVE WS-CFG-NOME TO WS-NOME
                            IF WS-RAIZ = SPACES
                                MOVE WS-CFG-RAIZ TO WS-RAIZ
                            END-IF
                    END-READ
                    CLOSE WS-CFG-FILE
                END-IF
            END-IF
            IF WS-NOME = SPACES
                MOVE 'PRODUCAO' TO WS-NOME
            END-IF
            MOVE FUNCTION UPPER-CASE(WS-NOME) TO WS-NOME

      * Ambiente desconhecido nao tem raiz conhecida: gravar em
      * qualquer lugar seria pior que parar.
            IF NOT WS-NOME-VALIDO
                DISPLAY 'AMBIENTE INVALIDO: ' WS-NOME
                        ' (PRODUCAO, HOMOLOG OU TESTE).'
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF

            IF WS-RAIZ = SPACES
                EVALUATE WS-NOME
                    WHEN 'HOMOLOG'
                        MOVE 'HOM/'     TO WS-RAIZ
                    WHEN 'TESTE'
                        MOVE 'TST/'     TO WS-RAIZ
                    WHEN OTHER
                        MOVE SPACES     TO WS-RAIZ
                END-EVALUATE
            END-IF
            IF WS-RAIZ NOT = SPACES
                MOVE 0 TO WS-TAM-RAIZ
                INSPECT WS-RAIZ TALLYING WS-TAM-RAIZ
                        FOR CHARACTERS BEFORE INITIAL SPACE
                IF WS-RAIZ(WS-TAM-RAIZ:1) NOT = '/'
                    IF WS-TAM-RAIZ < 40
                        MOVE '/' TO WS-RAIZ(WS-TAM-RAIZ + 1:1)
                    END-IF
                END-IF
            END-IF

      * Os programas chamados pelo run (e os que ele disparar) herdam
      * o mesmo ambiente, mesmo quando ele veio do AMBIENTE.CFG.
            DISPLAY WS-VAR-NOME UPON ENVIRONMENT-NAME
            DISPLAY WS-NOME     UPON ENVIRONMENT-VALUE
            DISPLAY WS-VAR-RAIZ UPON ENVIRONMENT-NAME
            DISPLAY WS-RAIZ     UPON ENVIRONMENT-VALUE
            SET WS-CARREGADO TO TRUE
            .
       P200-RESOLVE-CAMINHO.
      * Caminho ja qualificado (ja resolvido no mesmo run ou informado
      * com diretorio pelo operador) fica como esta.
            MOVE 0 TO WS-QTD-BARRA
            INSPECT CAMINHO-AMBIENTE TALLYING WS-QTD-BARRA
                    FOR ALL '/'
            IF CAMINHO-AMBIENTE NOT = SPACES
               AND WS-RAIZ NOT = SPACES
               AND WS-QTD-BARRA = 0
                MOVE CAMINHO-AMBIENTE TO WS-CAMINHO-TRAB
                MOVE SPACES TO CAMINHO-AMBIENTE
                MOVE 'N' TO WS-ESTOURO-SW
                STRING WS-RAIZ         DELIMITED BY SPACE
                       WS-CAMINHO-TRAB DELIMITED BY SPACE
                       INTO CAMINHO-AMBIENTE
                       ON OVERFLOW SET WS-ESTOUROU TO TRUE
                END-STRING
      * Caminho truncado abriria outro arquivo qualquer.
                IF WS-ESTOUROU
                    DISPLAY 'CAMINHO DO AMBIENTE ' WS-NOME
                            ' EXCEDE 40 POSICOES: ' WS-CAMINHO-TRAB
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF
            END-IF
            .
       P300-VERIFICA-MARCA.
      * Raiz sem marca e marcada agora com o ambiente do run; raiz
      * marcada por outro ambiente e recusada, para a cadeia nunca
      * juntar arquivos de dois ambientes.
            MOVE SPACES TO WS-MRC-PATH
            STRING WS-RAIZ       DELIMITED BY SPACE
                   'AMBIENTE.ID' DELIMITED BY SIZE
                   INTO WS-MRC-PATH
            END-STRING
            OPEN INPUT WS-MRC-FILE
            IF WS-MRC-FS = '00'
                MOVE SPACES TO WS-MRC-NOME
                READ WS-MRC-FILE
                    AT END CONTINUE
                END-READ
                CLOSE WS-MRC-FILE
                IF WS-MRC-NOME NOT = WS-NOME
                    SET WS-RC-OUTRO-AMBIENTE TO TRUE
                    MOVE WS-MRC-NOME TO WS-PRM-NOME
                END-IF
            ELSE
                OPEN OUTPUT WS-MRC-FILE
                MOVE WS-NOME TO WS-MRC-NOME
                WRITE WS-MRC-REGISTRO
                CLOSE WS-MRC-FILE
                SET WS-RC-MARCA-NOVA TO TRUE
            END-IF
            .
       END PROGRAM CADAMBIENTE.
