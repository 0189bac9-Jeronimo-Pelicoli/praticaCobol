      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOLETOCOD.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-BARRAS                PIC X(44).
       01 WS-BARRAS-R REDEFINES WS-BARRAS.
           03 WS-BAR-BANCO         PIC 9(3).
           03 WS-BAR-MOEDA         PIC 9.
           03 WS-BAR-DV            PIC 9.
           03 WS-BAR-FATOR         PIC 9(4).
           03 WS-BAR-VALOR         PIC 9(8)V99.
           03 WS-BAR-LIVRE         PIC X(25).

       01 WS-LINHA                 PIC X(47).
       01 WS-LINHA-R REDEFINES WS-LINHA.
           03 WS-LIN-CAMPO1        PIC X(9).
           03 WS-LIN-DV1           PIC 9.
           03 WS-LIN-CAMPO2        PIC X(10).
           03 WS-LIN-DV2           PIC 9.
           03 WS-LIN-CAMPO3        PIC X(10).
           03 WS-LIN-DV3           PIC 9.
           03 WS-LIN-DV-GERAL      PIC 9.
           03 WS-LIN-FATOR         PIC 9(4).
           03 WS-LIN-VALOR         PIC 9(8)V99.

      * Fator de vencimento: dias desde 07/10/1997; passado o 9999 o
      * fator recomeca em 1000 (22/02/2025), como manda a FEBRABAN.
       01 WS-DATA-BASE             PIC 9(8)  VALUE 19971007.
       01 WS-DATA-NOVO-CICLO       PIC 9(8)  VALUE 20250222.
       01 WS-FATOR                 PIC 9(5)  VALUE 0.
       01 WS-INT-VENC              PIC 9(7)  VALUE 0.
       01 WS-INT-HOJE              PIC 9(7)  VALUE 0.
       01 WS-DATA-HORA-ATUAL       PIC X(21).

      * Area comum dos calculos de digito.
       01 WS-DV-TEXTO              PIC X(43).
       01 WS-DV-TAM                PIC 99    VALUE 0.
       01 WS-DV-POS                PIC 99    VALUE 0.
       01 WS-DV-PESO               PIC 99    VALUE 0.
       01 WS-DV-PRODUTO            PIC 99    VALUE 0.
       01 WS-DV-SOMA               PIC 9(4)  VALUE 0.
       01 WS-DV-RESTO              PIC 99    VALUE 0.
       01 WS-DV                    PIC 99    VALUE 0.

       01 WS-ENT-POS               PIC 99    VALUE 0.
       01 WS-ENT-QTD               PIC 99    VALUE 0.

       LINKAGE SECTION.
       01 PARAMETROS-BOLETOCOD.
           02 WS-BC-FUNCAO         PIC X.
              88 WS-FUNCAO-GERA            VALUE 'G'.
              88 WS-FUNCAO-VALIDA          VALUE 'V'.
           02 WS-BC-BANCO          PIC 9(3).
           02 WS-BC-VENCIMENTO     PIC 9(8).
           02 WS-BC-VALOR          PIC S9(9)V99.
           02 WS-BC-CAMPO-LIVRE    PIC X(25).
           02 WS-BC-CODIGO-BARRAS  PIC X(44).
           02 WS-BC-LINHA          PIC X(47).
           02 WS-BC-LINHA-EDITADA  PIC X(54).
           02 WS-BC-CAMPO-ERRO     PIC 9.
           02 WS-BC-RC             PIC 99.
              88 WS-RC-OK                  VALUE 0.
              88 WS-RC-DV-INVALIDO         VALUE 4.
              88 WS-RC-DADO-INVALIDO       VALUE 8.
       PROCEDURE DIVISION USING PARAMETROS-BOLETOCOD.
       MAIN-PROCEDURE.
      * G = gera codigo de barras (44) e linha digitavel (47) a partir
      *     de banco, vencimento, valor e campo livre do banco;
      * V = valida a linha digitada (com ou sem pontos e espacos) em
      *     WS-BC-LINHA-EDITADA e devolve os campos decodificados.
      * RC 4 = digito nao confere (campo 1-3 da linha ou 4 = digito
      * geral), RC 8 = dado fora do formato.
           SET WS-RC-OK TO TRUE
           MOVE 0 TO WS-BC-CAMPO-ERRO
           EVALUATE TRUE
               WHEN WS-FUNCAO-GERA
                   PERFORM P100-GERA
               WHEN WS-FUNCAO-VALIDA
                   PERFORM P200-VALIDA
               WHEN OTHER
                   SET WS-RC-DADO-INVALIDO TO TRUE
           END-EVALUATE
           GOBACK.

       P100-GERA.
            MOVE SPACES TO WS-BC-CODIGO-BARRAS
            MOVE SPACES TO WS-BC-LINHA
            MOVE SPACES TO WS-BC-LINHA-EDITADA
            IF WS-BC-VALOR < 0 OR WS-BC-VALOR > 99999999.99
               OR WS-BC-CAMPO-LIVRE IS NOT NUMERIC
                SET WS-RC-DADO-INVALIDO TO TRUE
            ELSE
                PERFORM P110-CALCULA-FATOR
            END-IF
            IF WS-RC-OK
                MOVE WS-BC-BANCO       TO WS-BAR-BANCO
                MOVE 9                 TO WS-BAR-MOEDA
                MOVE 0                 TO WS-BAR-DV
                MOVE WS-FATOR          TO WS-BAR-FATOR
                MOVE WS-BC-VALOR       TO WS-BAR-VALOR
                MOVE WS-BC-CAMPO-LIVRE TO WS-BAR-LIVRE
                PERFORM P300-DV-GERAL
                MOVE WS-DV             TO WS-BAR-DV
                PERFORM P150-MONTA-LINHA
                MOVE WS-BARRAS         TO WS-BC-CODIGO-BARRAS
                MOVE WS-LINHA          TO WS-BC-LINHA
                PERFORM P160-EDITA-LINHA
            END-IF
            .
       P110-CALCULA-FATOR.
            IF WS-BC-VENCIMENTO = 0
                MOVE 0 TO WS-FATOR
            ELSE
                IF FUNCTION TEST-DATE-YYYYMMDD(WS-BC-VENCIMENTO) NOT = 0
                   OR WS-BC-VENCIMENTO NOT > WS-DATA-BASE
                    SET WS-RC-DADO-INVALIDO TO TRUE
                ELSE
                    COMPUTE WS-FATOR =
                        FUNCTION INTEGER-OF-DATE(WS-BC-VENCIMENTO)
                      - FUNCTION INTEGER-OF-DATE(WS-DATA-BASE)
                    PERFORM UNTIL WS-FATOR < 10000
                        SUBTRACT 9000 FROM WS-FATOR
                    END-PERFORM
                END-IF
            END-IF
            .
       P150-MONTA-LINHA.
      * Campo 1: banco, moeda e livre 1-5; campo 2: livre 6-15;
      * campo 3: livre 16-25; cada um com DV modulo 10. Campo 4 e o
      * DV geral e campo 5 o fator com o valor.
            MOVE WS-BARRAS(1:4)   TO WS-LIN-CAMPO1(1:4)
            MOVE WS-BAR-LIVRE(1:5) TO WS-LIN-CAMPO1(5:5)
            MOVE WS-BAR-LIVRE(6:10) TO WS-LIN-CAMPO2
            MOVE WS-BAR-LIVRE(16:10) TO WS-LIN-CAMPO3
            MOVE WS-BAR-DV        TO WS-LIN-DV-GERAL
            MOVE WS-BAR-FATOR     TO WS-LIN-FATOR
            MOVE WS-BAR-VALOR     TO WS-LIN-VALOR

            MOVE WS-LIN-CAMPO1 TO WS-DV-TEXTO
            MOVE 9             TO WS-DV-TAM
            PERFORM P310-DV-MODULO-10
            MOVE WS-DV         TO WS-LIN-DV1
            MOVE WS-LIN-CAMPO2 TO WS-DV-TEXTO
            MOVE 10            TO WS-DV-TAM
            PERFORM P310-DV-MODULO-10
            MOVE WS-DV         TO WS-LIN-DV2
            MOVE WS-LIN-CAMPO3 TO WS-DV-TEXTO
            MOVE 10            TO WS-DV-TAM
            PERFORM P310-DV-MODULO-10
            MOVE WS-DV         TO WS-LIN-DV3
            .
       P160-EDITA-LINHA.
            MOVE SPACES TO WS-BC-LINHA-EDITADA
            STRING WS-LINHA(1:5)   '.' WS-LINHA(6:5)   ' '
                   WS-LINHA(11:5)  '.' WS-LINHA(16:6)  ' '
                   WS-LINHA(22:5)  '.' WS-LINHA(27:6)  ' '
                   WS-LINHA(33:1)  ' ' WS-LINHA(34:14)
                   DELIMITED BY SIZE
                   INTO WS-BC-LINHA-EDITADA
            END-STRING
            .
       P200-VALIDA.
            MOVE SPACES TO WS-BC-CODIGO-BARRAS
            MOVE SPACES TO WS-BC-CAMPO-LIVRE
            MOVE 0      TO WS-BC-BANCO
            MOVE 0      TO WS-BC-VALOR
            MOVE 0      TO WS-BC-VENCIMENTO

      * So os digitos contam; pontos e espacos da digitacao saem.
            MOVE SPACES TO WS-LINHA
            MOVE 0      TO WS-ENT-QTD
            PERFORM VARYING WS-ENT-POS FROM 1 BY 1
                    UNTIL WS-ENT-POS > 54
                IF WS-BC-LINHA-EDITADA(WS-ENT-POS:1) IS NUMERIC
                    ADD 1 TO WS-ENT-QTD
                    IF WS-ENT-QTD NOT > 47
                        MOVE WS-BC-LINHA-EDITADA(WS-ENT-POS:1)
                             TO WS-LINHA(WS-ENT-QTD:1)
                    END-IF
                END-IF
            END-PERFORM
            IF WS-ENT-QTD NOT = 47
                SET WS-RC-DADO-INVALIDO TO TRUE
            ELSE
                MOVE WS-LINHA TO WS-BC-LINHA
                PERFORM P210-CONFERE-CAMPOS
            END-IF

            IF NOT WS-RC-DADO-INVALIDO
                MOVE WS-LIN-CAMPO1(1:4)  TO WS-BARRAS(1:4)
                MOVE WS-LIN-DV-GERAL     TO WS-BAR-DV
                MOVE WS-LIN-FATOR        TO WS-BAR-FATOR
                MOVE WS-LIN-VALOR        TO WS-BAR-VALOR
                MOVE WS-LIN-CAMPO1(5:5)  TO WS-BAR-LIVRE(1:5)
                MOVE WS-LIN-CAMPO2       TO WS-BAR-LIVRE(6:10)
                MOVE WS-LIN-CAMPO3       TO WS-BAR-LIVRE(16:10)
                IF WS-RC-OK
                    PERFORM P300-DV-GERAL
                    IF WS-DV NOT = WS-BAR-DV
                        MOVE 4 TO WS-BC-CAMPO-ERRO
                        SET WS-RC-DV-INVALIDO TO TRUE
                    END-IF
                END-IF
                MOVE WS-BARRAS    TO WS-BC-CODIGO-BARRAS
                MOVE WS-BAR-BANCO TO WS-BC-BANCO
                MOVE WS-BAR-VALOR TO WS-BC-VALOR
                MOVE WS-BAR-LIVRE TO WS-BC-CAMPO-LIVRE
                PERFORM P220-DECODIFICA-FATOR
            END-IF
            .
       P210-CONFERE-CAMPOS.
            MOVE WS-LIN-CAMPO1 TO WS-DV-TEXTO
            MOVE 9             TO WS-DV-TAM
            PERFORM P310-DV-MODULO-10
            IF WS-DV NOT = WS-LIN-DV1
                MOVE 1 TO WS-BC-CAMPO-ERRO
                SET WS-RC-DV-INVALIDO TO TRUE
            END-IF
            IF WS-RC-OK
                MOVE WS-LIN-CAMPO2 TO WS-DV-TEXTO
                MOVE 10            TO WS-DV-TAM
                PERFORM P310-DV-MODULO-10
                IF WS-DV NOT = WS-LIN-DV2
                    MOVE 2 TO WS-BC-CAMPO-ERRO
                    SET WS-RC-DV-INVALIDO TO TRUE
                END-IF
            END-IF
            IF WS-RC-OK
                MOVE WS-LIN-CAMPO3 TO WS-DV-TEXTO
                MOVE 10            TO WS-DV-TAM
                PERFORM P310-DV-MODULO-10
                IF WS-DV NOT = WS-LIN-DV3
                    MOVE 3 TO WS-BC-CAMPO-ERRO
                    SET WS-RC-DV-INVALIDO TO TRUE
                END-IF
            END-IF
            .
       P220-DECODIFICA-FATOR.
      * Fator do ciclo atual (a partir de 22/02/2025); so se ele der
      * mais de dez anos a frente vale a contagem de 1997.
            MOVE WS-BAR-FATOR TO WS-FATOR
            IF WS-FATOR = 0
                MOVE 0 TO WS-BC-VENCIMENTO
            ELSE
                MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
                COMPUTE WS-INT-HOJE = FUNCTION INTEGER-OF-DATE
                    (FUNCTION NUMVAL(WS-DATA-HORA-ATUAL(1:8)))
                COMPUTE WS-INT-VENC =
                    FUNCTION INTEGER-OF-DATE(WS-DATA-NOVO-CICLO)
                  + WS-FATOR - 1000
                IF WS-FATOR < 1000
                   OR WS-INT-VENC > WS-INT-HOJE + 3650
                    COMPUTE WS-INT-VENC =
                        FUNCTION INTEGER-OF-DATE(WS-DATA-BASE)
                      + WS-FATOR
                END-IF
                COMPUTE WS-BC-VENCIMENTO =
                    FUNCTION DATE-OF-INTEGER(WS-INT-VENC)
            END-IF
            .
       P300-DV-GERAL.
      * Modulo 11 sobre as 43 posicoes sem o proprio DV, pesos 2 a 9
      * da direita para a esquerda; resto que da 0, 10 ou 11 vira 1.
            MOVE WS-BARRAS(1:4)  TO WS-DV-TEXTO(1:4)
            MOVE WS-BARRAS(6:39) TO WS-DV-TEXTO(5:39)
            MOVE 0 TO WS-DV-SOMA
            MOVE 2 TO WS-DV-PESO
            PERFORM VARYING WS-DV-POS FROM 43 BY -1
                    UNTIL WS-DV-POS < 1
                COMPUTE WS-DV-SOMA = WS-DV-SOMA
                    + FUNCTION NUMVAL(WS-DV-TEXTO(WS-DV-POS:1))
                    * WS-DV-PESO
                IF WS-DV-PESO = 9
                    MOVE 2 TO WS-DV-PESO
                ELSE
                    ADD 1 TO WS-DV-PESO
                END-IF
            END-PERFORM
            COMPUTE WS-DV-RESTO = FUNCTION MOD(WS-DV-SOMA, 11)
            COMPUTE WS-DV = 11 - WS-DV-RESTO
            IF WS-DV = 0 OR WS-DV = 10 OR WS-DV = 11
                MOVE 1 TO WS-DV
            END-IF
            .
       P310-DV-MODULO-10.
      * Pesos 2 e 1 alternados da direita; produto acima de 9 soma os
      * dois algarismos.
            MOVE 0 TO WS-DV-SOMA
            MOVE 2 TO WS-DV-PESO
            PERFORM VARYING WS-DV-POS FROM WS-DV-TAM BY -1
                    UNTIL WS-DV-POS < 1
                COMPUTE WS-DV-PRODUTO =
                    FUNCTION NUMVAL(WS-DV-TEXTO(WS-DV-POS:1))
                    * WS-DV-PESO
                IF WS-DV-PRODUTO > 9
                    SUBTRACT 9 FROM WS-DV-PRODUTO
                END-IF
                ADD WS-DV-PRODUTO TO WS-DV-SOMA
                IF WS-DV-PESO = 2
                    MOVE 1 TO WS-DV-PESO
                ELSE
                    MOVE 2 TO WS-DV-PESO
                END-IF
            END-PERFORM
            COMPUTE WS-DV-RESTO = FUNCTION MOD(WS-DV-SOMA, 10)
            IF WS-DV-RESTO = 0
                MOVE 0 TO WS-DV
            ELSE
                COMPUTE WS-DV = 10 - WS-DV-RESTO
            END-IF
            .
       END PROGRAM BOLETOCOD.
