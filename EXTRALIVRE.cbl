      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTRALIVRE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-DIC-FILE      ASSIGN TO WS-DIC-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-DIC-FS.
           SELECT WS-CAR-FILE      ASSIGN TO WS-CAR-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-CAR-FS.
           SELECT WS-PED-FILE      ASSIGN TO WS-PED-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-PED-FS.
           SELECT WS-PEDN-FILE     ASSIGN TO WS-PEDN-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-PEDN-FS.
           SELECT WS-CLI-NOVO      ASSIGN TO WS-CLI-NOVO-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS WS-CODIGO
                                    FILE STATUS WS-CLI-NOVO-FS.
           SELECT WS-HM-FILE       ASSIGN TO WS-HM-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS WS-HM-CHAVE
                                    FILE STATUS WS-HM-FS.
           SELECT WS-SEQ-FILE      ASSIGN TO WS-SEQ-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-SEQ-FS.
           SELECT WS-SAI-FILE      ASSIGN TO WS-SAI-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-SAI-FS.
           SELECT WS-SORT-FILE     ASSIGN TO 'EXTRALIVRE.SRT'.
       DATA DIVISION.
       FILE SECTION.
      * Layout identico ao do ARQCOMPARA / LAYAUDIT.
       FD  WS-DIC-FILE.
       01 WS-DIC-REGISTRO.
           03 WS-DIC-TIPO            PIC X.
           03 WS-DIC-ARQUIVO         PIC X(40).
           03 WS-DIC-RESTO           PIC X(21).
           03 WS-DIC-RESTO-ARQ REDEFINES WS-DIC-RESTO.
              05 WS-DIC-TAMANHO      PIC 9(3).
              05 WS-DIC-QTD-CAMPOS   PIC 99.
              05 WS-DIC-CAMPO-CHAVE  PIC 99.
              05 FILLER              PIC X(14).
           03 WS-DIC-RESTO-CAM REDEFINES WS-DIC-RESTO.
              05 WS-DIC-NOME-CAMPO   PIC X(12).
              05 WS-DIC-POSICAO      PIC 9(3).
              05 WS-DIC-TAM-CAMPO    PIC 9(3).
              05 WS-DIC-CLASSE       PIC X.
              05 FILLER              PIC XX.
      * Cartao do pedido (EXTRALIVRE.CARTAO) e pedidos salvos
      * (EXTRALIVRE.PEDIDOS): mesmo registro de 80 posicoes, layout
      * em WS-CARTAO.
       FD  WS-CAR-FILE.
       01 WS-CAR-REGISTRO            PIC X(80).
       FD  WS-PED-FILE.
       01 WS-PED-REGISTRO            PIC X(80).
       FD  WS-PEDN-FILE.
       01 WS-PEDN-REGISTRO           PIC X(80).
      * Origens: os registros sao lidos INTO WS-REGISTRO e os campos
      * saem do dicionario, por posicao e tamanho.
       FD  WS-CLI-NOVO.
       01 WS-LAYOUT-2.
           03 WS-CODIGO              PIC 9(6).
           03 FILLER                 PIC X(220).
       FD  WS-HM-FILE.
       01 WS-HM-REGISTRO.
           03 WS-HM-CHAVE            PIC X(17).
           03 FILLER                 PIC X(50).
       FD  WS-SEQ-FILE.
       01 WS-SEQ-REGISTRO            PIC X(250).
       FD  WS-SAI-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 300
                   DEPENDING ON WS-COMPRIMENTO-OCUPADO.
       01 WS-SAI-LINHA               PIC X(300).
       SD  WS-SORT-FILE.
       01 WS-SORT-REGISTRO.
           03 WS-SRT-CHAVE           PIC X(90).
           03 WS-SRT-SEQ             PIC 9(7).
           03 WS-SRT-REGISTRO        PIC X(250).

       WORKING-STORAGE SECTION.
       77 WS-COMPRIMENTO-OCUPADO     PIC 999 VALUE 0.
       01 WS-DIC-PATH              PIC X(40) VALUE 'DICIONARIO.DAT'.
       01 WS-CAR-PATH              PIC X(40) VALUE 'EXTRALIVRE.CARTAO'.
       01 WS-PED-PATH              PIC X(40)
                            VALUE 'EXTRALIVRE.PEDIDOS'.
       01 WS-PEDN-PATH             PIC X(40)
                            VALUE 'EXTRALIVRE.PEDIDOS.NOVO'.
       01 WS-CLI-NOVO-PATH         PIC X(40) VALUE 'CLIENTES.NOVO.IDX'.
       01 WS-HM-PATH               PIC X(40)
                            VALUE 'PAGTOHIST.MENSAL.IDX'.
       01 WS-SEQ-PATH              PIC X(40) VALUE SPACES.
       01 WS-SAI-PATH              PIC X(40) VALUE SPACES.
       01 WS-DIC-FS                PIC XX.
       01 WS-CAR-FS                PIC XX.
       01 WS-PED-FS                PIC XX.
       01 WS-PEDN-FS               PIC XX.
       01 WS-CLI-NOVO-FS           PIC XX.
       01 WS-HM-FS                 PIC XX.
       01 WS-SEQ-FS                PIC XX.
       01 WS-SAI-FS                PIC XX.

       01 WS-MODO                  PIC X     VALUE SPACE.
          88 WS-MODO-NOVO                    VALUE 'N' 'n'.
          88 WS-MODO-REPETE                  VALUE 'R' 'r'.
          88 WS-MODO-LISTA                   VALUE 'L' 'l'.
       01 WS-FIM-ARQUIVO           PIC X     VALUE 'N'.
          88 WS-FIM                          VALUE 'Y'.
       01 WS-FIM-SORT-SW           PIC X     VALUE 'N'.
          88 WS-FIM-SORT                     VALUE 'Y'.
       01 WS-PASSA-SW              PIC X     VALUE 'N'.
          88 WS-PASSA                        VALUE 'Y'.
       01 WS-ERRO-SW               PIC X     VALUE 'N'.
          88 WS-PEDIDO-COM-ERRO              VALUE 'Y'.
       01 WS-ORIGEM-SW             PIC X     VALUE 'N'.
          88 WS-ORIGEM-AUSENTE               VALUE 'Y'.

      * Origens aceitas no cartao. O nome do layout no dicionario e o
      * nome do arquivo, como no ARQCOMPARA.
       01 WS-TAB-ORIGENS.
          03 FILLER  PIC X(3)  VALUE 'CLI'.
          03 FILLER  PIC X(40) VALUE 'CLIENTES.NOVO.IDX'.
          03 FILLER  PIC X(3)  VALUE 'HMS'.
          03 FILLER  PIC X(40) VALUE 'PAGTOHIST.MENSAL.IDX'.
          03 FILLER  PIC X(3)  VALUE 'PEN'.
          03 FILLER  PIC X(40) VALUE 'PAGTOCONFIRM.PENDENTES'.
          03 FILLER  PIC X(3)  VALUE 'ENC'.
          03 FILLER  PIC X(40) VALUE 'PAGTOJUROS.DAT'.
       01 WS-TAB-ORIGENS-R REDEFINES WS-TAB-ORIGENS.
          03 WS-ORG-ITEM OCCURS 4 TIMES.
             05 WS-ORG-CODIGO      PIC X(3).
             05 WS-ORG-LAYOUT      PIC X(40).
       01 WS-ORG                   PIC 9     VALUE 0.

      * Linha do cartao. Tipos:
      *   O - origem: arquivo (CLI, HMS, PEN, ENC), formato D
      *       (delimitado) ou F (fixo), delimitador, arquivo de saida
      *   S - selecao: campo, operador (EQ NE GT GE LT LE), valor;
      *       todas as selecoes tem de ser atendidas
      *   C - campo de saida, na ordem das linhas
      *   K - classificacao: campo, A ascendente ou D descendente
      *   T - campo somado no trailer
      *   * - comentario
       01 WS-CARTAO.
           03 WS-CT-NOME             PIC X(12).
           03 WS-CT-TIPO             PIC X.
           03 WS-CT-RESTO            PIC X(67).
           03 WS-CT-RESTO-ORG REDEFINES WS-CT-RESTO.
              05 WS-CT-ARQUIVO       PIC X(3).
              05 WS-CT-FORMATO       PIC X.
              05 WS-CT-DELIMITADOR   PIC X.
              05 WS-CT-SAIDA         PIC X(40).
              05 FILLER              PIC X(22).
           03 WS-CT-RESTO-CAM REDEFINES WS-CT-RESTO.
              05 WS-CT-CAMPO         PIC X(12).
              05 WS-CT-OPERADOR      PIC XX.
              05 WS-CT-VALOR         PIC X(30).
              05 FILLER              PIC X(23).

       01 WS-PEDIDO-NOME           PIC X(12) VALUE SPACES.
       01 WS-TAB-LINHAS.
          03 WS-LIN-CARTAO OCCURS 50 TIMES PIC X(80).
       01 WS-TOT-LINHAS            PIC 99    VALUE 0.
       01 WS-LIN-IDX               PIC 99    VALUE 0.

      * Pedido interpretado.
       01 WS-PED-ARQUIVO           PIC X(3)  VALUE SPACES.
       01 WS-PED-FORMATO           PIC X     VALUE 'D'.
          88 WS-PED-FIXO                     VALUE 'F'.
       01 WS-PED-DELIMITADOR       PIC X     VALUE ';'.
       01 WS-PED-SAIDA             PIC X(40) VALUE SPACES.
       01 WS-TAB-SELECOES.
          03 WS-SEL-ITEM OCCURS 10 TIMES.
             05 WS-SEL-CAMPO       PIC X(12).
             05 WS-SEL-OPERADOR    PIC XX.
             05 WS-SEL-VALOR       PIC X(30).
             05 WS-SEL-NUMERO      PIC S9(16)V99.
             05 WS-SEL-IDX         PIC 99.
       01 WS-TOT-SELECOES          PIC 99    VALUE 0.
       01 WS-TAB-SAIDAS.
          03 WS-SAI-ITEM OCCURS 30 TIMES.
             05 WS-SAI-CAMPO       PIC X(12).
             05 WS-SAI-IDX         PIC 99.
             05 WS-SAI-MASCARA     PIC X.
       01 WS-TOT-SAIDAS            PIC 99    VALUE 0.
       01 WS-TAB-CLASSIFICA.
          03 WS-CLS-ITEM OCCURS 3 TIMES.
             05 WS-CLS-CAMPO       PIC X(12).
             05 WS-CLS-SENTIDO     PIC X.
             05 WS-CLS-IDX         PIC 99.
       01 WS-TOT-CLASSIFICA        PIC 9     VALUE 0.
       01 WS-SOMA-CAMPO            PIC X(12) VALUE SPACES.
       01 WS-SOMA-IDX              PIC 99    VALUE 0.
       01 WS-I                     PIC 99    VALUE 0.

      * Campos do layout da origem, carregados do dicionario comum.
       01 WS-TAB-CAMPOS.
          03 WS-TCA OCCURS 30 TIMES.
             05 WS-TCA-NOME        PIC X(12).
             05 WS-TCA-POSICAO     PIC 9(3).
             05 WS-TCA-TAMANHO     PIC 9(3).
             05 WS-TCA-CLASSE      PIC X.
       01 WS-TOT-CAMPOS            PIC 99    VALUE 0.
       01 WS-BUSCA-NOME            PIC X(12) VALUE SPACES.
       01 WS-BUSCA-IDX             PIC 99    VALUE 0.

      * Registro corrente e campo extraido dele.
       01 WS-REGISTRO              PIC X(250).
       01 WS-CAMPO-IDX             PIC 99    VALUE 0.
       01 WS-CAMPO                 PIC X(100).
       01 WS-CAMPO-TAM             PIC 9(3)  VALUE 0.
       01 WS-CAMPO-NUMERICO-SW     PIC X     VALUE 'N'.
          88 WS-CAMPO-NUMERICO               VALUE 'Y'.
      * Numero zonado com sinal na ultima posicao, como gravam os
      * campos S9(n) dos arquivos.
       01 WS-NUM-TEXTO             PIC X(18).
       01 WS-NUM-DIGITOS REDEFINES WS-NUM-TEXTO PIC 9(18).
       01 WS-NUM-NEGATIVO-SW       PIC X     VALUE 'N'.
          88 WS-NUM-NEGATIVO                 VALUE 'Y'.
       01 WS-NUM-VALOR             PIC S9(16)V99 VALUE 0.
       01 WS-NUM-ORDEM             PIC 9(17)V99  VALUE 0.
       01 WS-NUM-ORDEM-X REDEFINES WS-NUM-ORDEM PIC X(19).

       01 WS-ORDEM-DIRETA          PIC X(37) VALUE
              ' 0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01 WS-ORDEM-INVERSA         PIC X(37) VALUE
              'ZYXWVUTSRQPONMLKJIHGFEDCBA9876543210 '.

       01 WS-SEQ                   PIC 9(7)  VALUE 0.
       01 WS-PTR                   PIC 999   VALUE 1.
       01 WS-POS-CHAVE             PIC 99    VALUE 0.
       01 WS-TOT-LIDOS             PIC 9(7)  VALUE 0.
       01 WS-TOT-EXTRAIDOS         PIC 9(7)  VALUE 0.
       01 WS-TOT-SOMA              PIC S9(16)V99 VALUE 0.
       01 WS-ED-VALOR              PIC -(15)9.99.
       01 WS-ED-QTD                PIC 9(7).
       01 WS-TEXTO                 PIC X(100).

       01 WS-AUDIT-PARM.
           03 WS-AU-PROGRAMA       PIC X(12) VALUE 'EXTRALIVRE'.
           03 WS-AU-EVENTO         PIC X(12).
           03 WS-AU-CHAVE          PIC X(30).
           03 WS-AU-CONTADOR       PIC 9(6).
           03 WS-AU-OPERADOR       PIC X(8)  VALUE SPACES.

       01 WS-AMBIENTE-PARM.
           03 WS-AMB-FUNCAO        PIC X     VALUE 'R'.
           03 WS-AMB-NOME          PIC X(8)  VALUE SPACES.
           03 WS-AMB-RAIZ          PIC X(40) VALUE SPACES.
           03 WS-AMB-RC            PIC 99.

       01 WS-MASCARA-PARM.
           03 WS-MSC-FUNCAO        PIC X.
           03 WS-MSC-PROGRAMA      PIC X(12) VALUE 'EXTRALIVRE'.
           03 WS-MSC-OPERADOR      PIC X(8)  VALUE SPACES.
           03 WS-MSC-PERFIL        PIC X     VALUE SPACE.
           03 WS-MSC-CHAVE         PIC X(30) VALUE SPACES.
           03 WS-MSC-CLARO         PIC X     VALUE 'N'.
           03 WS-MSC-TIPO          PIC X.
           03 WS-MSC-CAMPO         PIC X(60).
           03 WS-MSC-RC            PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      * Extracao livre: o cartao do pedido diz a origem, as selecoes
      * sobre campos do DICIONARIO.DAT, os campos de saida e a ordem.
      * O pedido fica salvo em EXTRALIVRE.PEDIDOS e pode ser repetido
      * pelo nome. Cada pedido le um arquivo so; cruzamento entre
      * arquivos continua sendo programa proprio.
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-DIC-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CAR-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-PED-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-PEDN-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CLI-NOVO-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-HM-PATH
            DISPLAY 'EXTRALIVRE - EXTRACAO POR CARTAO DE PEDIDO'
            DISPLAY 'MODO (N=NOVO CARTAO, R=REPETIR, L=LISTAR): '
            ACCEPT WS-MODO

            EVALUATE TRUE
                WHEN WS-MODO-LISTA
                    PERFORM P080-LISTA-PEDIDOS
                    STOP RUN
                WHEN WS-MODO-NOVO
                    PERFORM P050-CARREGA-CARTAO
                WHEN WS-MODO-REPETE
                    DISPLAY 'NOME DO PEDIDO: '
                    ACCEPT WS-PEDIDO-NOME
                    MOVE FUNCTION UPPER-CASE(WS-PEDIDO-NOME)
                         TO WS-PEDIDO-NOME
                    PERFORM P070-CARREGA-PEDIDO
                WHEN OTHER
                    DISPLAY 'MODO INVALIDO.'
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
            END-EVALUATE

            IF WS-TOT-LINHAS = 0
                DISPLAY 'PEDIDO NAO ENCONTRADO OU VAZIO.'
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM VARYING WS-LIN-IDX FROM 1 BY 1
                    UNTIL WS-LIN-IDX > WS-TOT-LINHAS
                PERFORM P090-INTERPRETA-LINHA
            END-PERFORM

            PERFORM P150-VALIDA-PEDIDO
            IF NOT WS-PEDIDO-COM-ERRO
                PERFORM P170-VALIDA-CAMPOS
            END-IF
            IF WS-PEDIDO-COM-ERRO
                DISPLAY 'PEDIDO RECUSADO: ' WS-PEDIDO-NOME
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            IF WS-MODO-NOVO
                PERFORM P180-SALVA-PEDIDO
            END-IF

            IF WS-PED-SAIDA = SPACES
                STRING 'EXTRALIVRE.'
                       FUNCTION TRIM(WS-PEDIDO-NOME TRAILING)
                       DELIMITED BY SIZE
                       INTO WS-PED-SAIDA
                END-STRING
            END-IF
            MOVE WS-PED-SAIDA TO WS-SAI-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-SAI-PATH

            MOVE 'A'         TO WS-MSC-FUNCAO
            MOVE WS-SAI-PATH TO WS-MSC-CHAVE
            CALL 'CADMASCARA' USING WS-MASCARA-PARM

            SORT WS-SORT-FILE
                 ON ASCENDING KEY WS-SRT-CHAVE WS-SRT-SEQ
                 INPUT  PROCEDURE IS P200-SELECIONA
                 OUTPUT PROCEDURE IS P300-GRAVA-SAIDA

            DISPLAY 'PEDIDO              : ' WS-PEDIDO-NOME
            DISPLAY 'REGISTROS LIDOS     : ' WS-TOT-LIDOS
            DISPLAY 'REGISTROS EXTRAIDOS : ' WS-TOT-EXTRAIDOS
            DISPLAY 'SAIDA GRAVADA EM    : ' WS-SAI-PATH

            MOVE 'EXTRA-LIVRE'    TO WS-AU-EVENTO
            MOVE WS-PEDIDO-NOME   TO WS-AU-CHAVE
            MOVE WS-TOT-EXTRAIDOS TO WS-AU-CONTADOR
            CALL 'AUDITLOG' USING WS-AUDIT-PARM
            IF WS-ORIGEM-AUSENTE
                MOVE 4 TO RETURN-CODE
            END-IF
            STOP RUN.

       P050-CARREGA-CARTAO.
      * O nome do pedido vem da primeira linha que nao e
      * comentario; linha de outro nome no mesmo cartao e ignorada.
            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN INPUT WS-CAR-FILE
            IF WS-CAR-FS NOT = '00'
                DISPLAY 'CARTAO NAO ENCONTRADO: ' WS-CAR-PATH
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM P055-LE-CARTAO
                    UNTIL WS-FIM
            CLOSE WS-CAR-FILE
            .
       P055-LE-CARTAO.
            READ WS-CAR-FILE INTO WS-CARTAO
                AT END
                    SET WS-FIM TO TRUE
                NOT AT END
                    MOVE FUNCTION UPPER-CASE(WS-CARTAO) TO WS-CARTAO
                    IF WS-CT-TIPO NOT = '*' AND WS-CT-NOME NOT = SPACES
                        IF WS-PEDIDO-NOME = SPACES
                            MOVE WS-CT-NOME TO WS-PEDIDO-NOME
                        END-IF
                        IF WS-CT-NOME = WS-PEDIDO-NOME
                            PERFORM P060-GUARDA-LINHA
                        END-IF
                    END-IF
            END-READ
            .
       P060-GUARDA-LINHA.
            IF WS-TOT-LINHAS < 50
                ADD 1 TO WS-TOT-LINHAS
                MOVE WS-CARTAO TO WS-LIN-CARTAO(WS-TOT-LINHAS)
            ELSE
                DISPLAY 'AVISO: PEDIDO COM MAIS DE 50 LINHAS.'
            END-IF
            .
       P070-CARREGA-PEDIDO.
            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN INPUT WS-PED-FILE
            IF WS-PED-FS = '00'
                PERFORM P075-LE-PEDIDO
                        UNTIL WS-FIM
                CLOSE WS-PED-FILE
            END-IF
            .
       P075-LE-PEDIDO.
            READ WS-PED-FILE INTO WS-CARTAO
                AT END
                    SET WS-FIM TO TRUE
                NOT AT END
                    IF WS-CT-NOME = WS-PEDIDO-NOME
                        PERFORM P060-GUARDA-LINHA
                    END-IF
            END-READ
            .
       P080-LISTA-PEDIDOS.
            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN INPUT WS-PED-FILE
            IF WS-PED-FS NOT = '00'
                DISPLAY 'NENHUM PEDIDO SALVO.'
            ELSE
                DISPLAY 'PEDIDO       ORIGEM FMT SAIDA'
                PERFORM P085-LISTA-UM
                        UNTIL WS-FIM
                CLOSE WS-PED-FILE
            END-IF
            .
       P085-LISTA-UM.
            READ WS-PED-FILE INTO WS-CARTAO
                AT END
                    SET WS-FIM TO TRUE
                NOT AT END
                    IF WS-CT-TIPO = 'O'
                        DISPLAY WS-CT-NOME ' ' WS-CT-ARQUIVO '    '
                                WS-CT-FORMATO '   ' WS-CT-SAIDA
                    END-IF
            END-READ
            .
       P090-INTERPRETA-LINHA.
            MOVE WS-LIN-CARTAO(WS-LIN-IDX) TO WS-CARTAO
            EVALUATE WS-CT-TIPO
                WHEN 'O'
                    MOVE WS-CT-ARQUIVO TO WS-PED-ARQUIVO
                    IF WS-CT-FORMATO NOT = SPACE
                        MOVE WS-CT-FORMATO TO WS-PED-FORMATO
                    END-IF
                    IF WS-CT-DELIMITADOR NOT = SPACE
                        MOVE WS-CT-DELIMITADOR TO WS-PED-DELIMITADOR
                    END-IF
                    MOVE WS-CT-SAIDA TO WS-PED-SAIDA
                WHEN 'S'
                    IF WS-TOT-SELECOES < 10
                        ADD 1 TO WS-TOT-SELECOES
                        MOVE WS-CT-CAMPO
                             TO WS-SEL-CAMPO(WS-TOT-SELECOES)
                        MOVE WS-CT-OPERADOR
                             TO WS-SEL-OPERADOR(WS-TOT-SELECOES)
                        MOVE WS-CT-VALOR
                             TO WS-SEL-VALOR(WS-TOT-SELECOES)
                    ELSE
                        DISPLAY 'MAIS DE 10 SELECOES NO PEDIDO.'
                        SET WS-PEDIDO-COM-ERRO TO TRUE
                    END-IF
                WHEN 'C'
                    IF WS-TOT-SAIDAS < 30
                        ADD 1 TO WS-TOT-SAIDAS
                        MOVE WS-CT-CAMPO
                             TO WS-SAI-CAMPO(WS-TOT-SAIDAS)
                    ELSE
                        DISPLAY 'MAIS DE 30 CAMPOS DE SAIDA.'
                        SET WS-PEDIDO-COM-ERRO TO TRUE
                    END-IF
                WHEN 'K'
                    IF WS-TOT-CLASSIFICA < 3
                        ADD 1 TO WS-TOT-CLASSIFICA
                        MOVE WS-CT-CAMPO
                             TO WS-CLS-CAMPO(WS-TOT-CLASSIFICA)
                        MOVE WS-CT-OPERADOR(1:1)
                             TO WS-CLS-SENTIDO(WS-TOT-CLASSIFICA)
                    ELSE
                        DISPLAY 'MAIS DE 3 CAMPOS DE CLASSIFICACAO.'
                        SET WS-PEDIDO-COM-ERRO TO TRUE
                    END-IF
                WHEN 'T'
                    MOVE WS-CT-CAMPO TO WS-SOMA-CAMPO
                WHEN '*'
                    CONTINUE
                WHEN OTHER
                    DISPLAY 'TIPO DE LINHA INVALIDO: ' WS-CT-TIPO
                    SET WS-PEDIDO-COM-ERRO TO TRUE
            END-EVALUATE
            .
       P100-CARREGA-DICIONARIO.
            MOVE 0   TO WS-TOT-CAMPOS
            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN INPUT WS-DIC-FILE
            IF WS-DIC-FS = '00'
                PERFORM P105-LE-DICIONARIO
                        UNTIL WS-FIM
                CLOSE WS-DIC-FILE
            ELSE
                DISPLAY 'DICIONARIO NAO ENCONTRADO: ' WS-DIC-PATH
            END-IF
            .
       P105-LE-DICIONARIO.
            READ WS-DIC-FILE
                AT END SET WS-FIM TO TRUE
                NOT AT END
                    IF WS-DIC-ARQUIVO = WS-ORG-LAYOUT(WS-ORG)
                       AND WS-DIC-TIPO = '2'
                       AND WS-TOT-CAMPOS < 30
                        ADD 1 TO WS-TOT-CAMPOS
                        MOVE WS-DIC-NOME-CAMPO
                             TO WS-TCA-NOME(WS-TOT-CAMPOS)
                        MOVE WS-DIC-POSICAO
                             TO WS-TCA-POSICAO(WS-TOT-CAMPOS)
                        MOVE WS-DIC-TAM-CAMPO
                             TO WS-TCA-TAMANHO(WS-TOT-CAMPOS)
                        MOVE WS-DIC-CLASSE
                             TO WS-TCA-CLASSE(WS-TOT-CAMPOS)
                    END-IF
            END-READ
            .
       P150-VALIDA-PEDIDO.
      * Tudo e conferido antes de ler a origem: arquivo conhecido,
      * campos presentes no dicionario, operadores validos, soma
      * sobre campo numerico. Um pedido com erro nao e salvo.
            MOVE 0 TO WS-ORG
            PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 4
                IF WS-ORG-CODIGO(WS-I) = WS-PED-ARQUIVO
                    MOVE WS-I TO WS-ORG
                END-IF
            END-PERFORM
            IF WS-ORG = 0
                DISPLAY 'ORIGEM INVALIDA (CLI, HMS, PEN, ENC): '
                        WS-PED-ARQUIVO
                SET WS-PEDIDO-COM-ERRO TO TRUE
            ELSE
                PERFORM P100-CARREGA-DICIONARIO
                IF WS-TOT-CAMPOS = 0
                    DISPLAY 'LAYOUT NAO ENCONTRADO NO DICIONARIO: '
                            WS-ORG-LAYOUT(WS-ORG)
                    SET WS-PEDIDO-COM-ERRO TO TRUE
                END-IF
            END-IF
            IF WS-PED-FORMATO NOT = 'D' AND WS-PED-FORMATO NOT = 'F'
                DISPLAY 'FORMATO INVALIDO (D OU F): ' WS-PED-FORMATO
                SET WS-PEDIDO-COM-ERRO TO TRUE
            END-IF
            IF WS-TOT-SAIDAS = 0
                DISPLAY 'PEDIDO SEM CAMPOS DE SAIDA.'
                SET WS-PEDIDO-COM-ERRO TO TRUE
            END-IF
            .
       P170-VALIDA-CAMPOS.
            PERFORM VARYING WS-I FROM 1 BY 1
                    UNTIL WS-I > WS-TOT-SELECOES
                MOVE WS-SEL-CAMPO(WS-I) TO WS-BUSCA-NOME
                PERFORM P155-LOCALIZA-CAMPO
                MOVE WS-BUSCA-IDX TO WS-SEL-IDX(WS-I)
                EVALUATE WS-SEL-OPERADOR(WS-I)
                    WHEN 'EQ'
                    WHEN 'NE'
                    WHEN 'GT'
                    WHEN 'GE'
                    WHEN 'LT'
                    WHEN 'LE'
                        CONTINUE
                    WHEN OTHER
                        DISPLAY 'OPERADOR INVALIDO: '
                                WS-SEL-OPERADOR(WS-I)
                        SET WS-PEDIDO-COM-ERRO TO TRUE
                END-EVALUATE
                MOVE 0 TO WS-SEL-NUMERO(WS-I)
                IF WS-BUSCA-IDX > 0
                    IF WS-TCA-CLASSE(WS-BUSCA-IDX) NOT = 'A'
                        IF FUNCTION TEST-NUMVAL(WS-SEL-VALOR(WS-I))
                               = 0
                            COMPUTE WS-SEL-NUMERO(WS-I) =
                                FUNCTION NUMVAL(WS-SEL-VALOR(WS-I))
                        ELSE
                            DISPLAY 'VALOR NAO NUMERICO PARA '
                                    WS-SEL-CAMPO(WS-I) ': '
                                    WS-SEL-VALOR(WS-I)
                            SET WS-PEDIDO-COM-ERRO TO TRUE
                        END-IF
                    END-IF
                END-IF
            END-PERFORM

            PERFORM VARYING WS-I FROM 1 BY 1
                    UNTIL WS-I > WS-TOT-SAIDAS
                MOVE WS-SAI-CAMPO(WS-I) TO WS-BUSCA-NOME
                PERFORM P155-LOCALIZA-CAMPO
                MOVE WS-BUSCA-IDX TO WS-SAI-IDX(WS-I)
                PERFORM P160-TIPO-MASCARA
            END-PERFORM

            PERFORM VARYING WS-I FROM 1 BY 1
                    UNTIL WS-I > WS-TOT-CLASSIFICA
                MOVE WS-CLS-CAMPO(WS-I) TO WS-BUSCA-NOME
                PERFORM P155-LOCALIZA-CAMPO
                MOVE WS-BUSCA-IDX TO WS-CLS-IDX(WS-I)
                IF WS-CLS-SENTIDO(WS-I) NOT = 'D'
                    MOVE 'A' TO WS-CLS-SENTIDO(WS-I)
                END-IF
            END-PERFORM

            IF WS-SOMA-CAMPO NOT = SPACES
                MOVE WS-SOMA-CAMPO TO WS-BUSCA-NOME
                PERFORM P155-LOCALIZA-CAMPO
                MOVE WS-BUSCA-IDX TO WS-SOMA-IDX
                IF WS-SOMA-IDX > 0
                    IF WS-TCA-CLASSE(WS-SOMA-IDX) = 'A'
                        DISPLAY 'CAMPO DE SOMA NAO E NUMERICO: '
                                WS-SOMA-CAMPO
                        SET WS-PEDIDO-COM-ERRO TO TRUE
                    END-IF
                END-IF
            END-IF
            .
       P155-LOCALIZA-CAMPO.
            MOVE 0 TO WS-BUSCA-IDX
            PERFORM VARYING WS-CAMPO-IDX FROM 1 BY 1
                    UNTIL WS-CAMPO-IDX > WS-TOT-CAMPOS
                       OR WS-BUSCA-IDX > 0
                IF WS-TCA-NOME(WS-CAMPO-IDX) = WS-BUSCA-NOME
                    MOVE WS-CAMPO-IDX TO WS-BUSCA-IDX
                END-IF
            END-PERFORM
            IF WS-BUSCA-IDX = 0
                DISPLAY 'CAMPO NAO ESTA NO DICIONARIO: ' WS-BUSCA-NOME
                SET WS-PEDIDO-COM-ERRO TO TRUE
            END-IF
            .
       P160-TIPO-MASCARA.
      * O dicionario nao marca dado pessoal; o nome do campo decide
      * o tipo de mascara do CADMASCARA.
            MOVE SPACE TO WS-SAI-MASCARA(WS-I)
            EVALUATE TRUE
                WHEN WS-SAI-CAMPO(WS-I)(1:4) = 'NOME'
                WHEN WS-SAI-CAMPO(WS-I)(1:7) = 'CLIENTE'
                    MOVE 'N' TO WS-SAI-MASCARA(WS-I)
                WHEN WS-SAI-CAMPO(WS-I)(1:8) = 'TELEFONE'
                    MOVE 'T' TO WS-SAI-MASCARA(WS-I)
                WHEN WS-SAI-CAMPO(WS-I)(1:5) = 'EMAIL'
                    MOVE 'E' TO WS-SAI-MASCARA(WS-I)
                WHEN WS-SAI-CAMPO(WS-I)(1:3) = 'CPF'
                WHEN WS-SAI-CAMPO(WS-I)(1:4) = 'CNPJ'
                WHEN WS-SAI-CAMPO(WS-I)(1:9) = 'DOCUMENTO'
                    MOVE 'D' TO WS-SAI-MASCARA(WS-I)
            END-EVALUATE
            .
       P180-SALVA-PEDIDO.
      * Pedido novo com nome ja salvo substitui o anterior.
            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN OUTPUT WS-PEDN-FILE
            OPEN INPUT WS-PED-FILE
            IF WS-PED-FS = '00'
                PERFORM P185-COPIA-PEDIDO
                        UNTIL WS-FIM
                CLOSE WS-PED-FILE
            END-IF
            PERFORM VARYING WS-LIN-IDX FROM 1 BY 1
                    UNTIL WS-LIN-IDX > WS-TOT-LINHAS
                WRITE WS-PEDN-REGISTRO FROM WS-LIN-CARTAO(WS-LIN-IDX)
            END-PERFORM
            CLOSE WS-PEDN-FILE
            CALL 'CBL_RENAME_FILE' USING WS-PEDN-PATH
                                         WS-PED-PATH
            DISPLAY 'PEDIDO SALVO: ' WS-PEDIDO-NOME
            .
       P185-COPIA-PEDIDO.
            READ WS-PED-FILE INTO WS-CARTAO
                AT END
                    SET WS-FIM TO TRUE
                NOT AT END
                    IF WS-CT-NOME NOT = WS-PEDIDO-NOME
                        WRITE WS-PEDN-REGISTRO FROM WS-CARTAO
                    END-IF
            END-READ
            .
       P200-SELECIONA.
            MOVE 'N' TO WS-FIM-ARQUIVO
            EVALUATE WS-ORG
                WHEN 1
                    OPEN INPUT WS-CLI-NOVO
                    MOVE WS-CLI-NOVO-FS TO WS-SEQ-FS
                WHEN 2
                    OPEN INPUT WS-HM-FILE
                    MOVE WS-HM-FS TO WS-SEQ-FS
                WHEN OTHER
                    MOVE WS-ORG-LAYOUT(WS-ORG) TO WS-SEQ-PATH
                    CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM
                                             WS-SEQ-PATH
                    OPEN INPUT WS-SEQ-FILE
            END-EVALUATE
            IF WS-SEQ-FS NOT = '00'
                DISPLAY 'ORIGEM INDISPONIVEL: ' WS-ORG-LAYOUT(WS-ORG)
                SET WS-ORIGEM-AUSENTE TO TRUE
            ELSE
                PERFORM P210-LE-ORIGEM
                PERFORM P220-AVALIA-REGISTRO
                        UNTIL WS-FIM
                PERFORM P250-FECHA-ORIGEM
            END-IF
            .
       P250-FECHA-ORIGEM.
            EVALUATE WS-ORG
                WHEN 1
                    CLOSE WS-CLI-NOVO
                WHEN 2
                    CLOSE WS-HM-FILE
                WHEN OTHER
                    CLOSE WS-SEQ-FILE
            END-EVALUATE
            .
       P210-LE-ORIGEM.
            MOVE SPACES TO WS-REGISTRO
            EVALUATE WS-ORG
                WHEN 1
                    READ WS-CLI-NOVO NEXT RECORD INTO WS-REGISTRO
                        AT END SET WS-FIM TO TRUE
                    END-READ
                WHEN 2
                    READ WS-HM-FILE NEXT RECORD INTO WS-REGISTRO
                        AT END SET WS-FIM TO TRUE
                    END-READ
                WHEN OTHER
                    READ WS-SEQ-FILE INTO WS-REGISTRO
                        AT END SET WS-FIM TO TRUE
                    END-READ
            END-EVALUATE
            .
       P220-AVALIA-REGISTRO.
            ADD 1 TO WS-TOT-LIDOS
            SET WS-PASSA TO TRUE
            PERFORM P230-AVALIA-CONDICAO
                    VARYING WS-I FROM 1 BY 1
                    UNTIL WS-I > WS-TOT-SELECOES OR NOT WS-PASSA
            IF WS-PASSA
                PERFORM P240-MONTA-CHAVE
                ADD 1 TO WS-SEQ
                MOVE WS-SEQ      TO WS-SRT-SEQ
                MOVE WS-REGISTRO TO WS-SRT-REGISTRO
                RELEASE WS-SORT-REGISTRO
            END-IF
            PERFORM P210-LE-ORIGEM
            .
       P230-AVALIA-CONDICAO.
            MOVE WS-SEL-IDX(WS-I) TO WS-CAMPO-IDX
            PERFORM P700-EXTRAI-CAMPO
            MOVE 'N' TO WS-PASSA-SW
            IF WS-CAMPO-NUMERICO
                EVALUATE WS-SEL-OPERADOR(WS-I)
                    WHEN 'EQ'
                        IF WS-NUM-VALOR = WS-SEL-NUMERO(WS-I)
                            SET WS-PASSA TO TRUE
                        END-IF
                    WHEN 'NE'
                        IF WS-NUM-VALOR NOT = WS-SEL-NUMERO(WS-I)
                            SET WS-PASSA TO TRUE
                        END-IF
                    WHEN 'GT'
                        IF WS-NUM-VALOR > WS-SEL-NUMERO(WS-I)
                            SET WS-PASSA TO TRUE
                        END-IF
                    WHEN 'GE'
                        IF WS-NUM-VALOR NOT < WS-SEL-NUMERO(WS-I)
                            SET WS-PASSA TO TRUE
                        END-IF
                    WHEN 'LT'
                        IF WS-NUM-VALOR < WS-SEL-NUMERO(WS-I)
                            SET WS-PASSA TO TRUE
                        END-IF
                    WHEN 'LE'
                        IF WS-NUM-VALOR NOT > WS-SEL-NUMERO(WS-I)
                            SET WS-PASSA TO TRUE
                        END-IF
                END-EVALUATE
            ELSE
                EVALUATE WS-SEL-OPERADOR(WS-I)
                    WHEN 'EQ'
                        IF WS-CAMPO = WS-SEL-VALOR(WS-I)
                            SET WS-PASSA TO TRUE
                        END-IF
                    WHEN 'NE'
                        IF WS-CAMPO NOT = WS-SEL-VALOR(WS-I)
                            SET WS-PASSA TO TRUE
                        END-IF
                    WHEN 'GT'
                        IF WS-CAMPO > WS-SEL-VALOR(WS-I)
                            SET WS-PASSA TO TRUE
                        END-IF
                    WHEN 'GE'
                        IF WS-CAMPO NOT < WS-SEL-VALOR(WS-I)
                            SET WS-PASSA TO TRUE
                        END-IF
                    WHEN 'LT'
                        IF WS-CAMPO < WS-SEL-VALOR(WS-I)
                            SET WS-PASSA TO TRUE
                        END-IF
                    WHEN 'LE'
                        IF WS-CAMPO NOT > WS-SEL-VALOR(WS-I)
                            SET WS-PASSA TO TRUE
                        END-IF
                END-EVALUATE
            END-IF
            .
       P240-MONTA-CHAVE.
      * Ate tres campos de 30 posicoes. Numero entra deslocado para
      * ficar positivo e ordenar como texto; descendente inverte os
      * caracteres da faixa.
            MOVE SPACES TO WS-SRT-CHAVE
            PERFORM VARYING WS-I FROM 1 BY 1
                    UNTIL WS-I > WS-TOT-CLASSIFICA
                COMPUTE WS-POS-CHAVE = (WS-I - 1) * 30 + 1
                MOVE WS-CLS-IDX(WS-I) TO WS-CAMPO-IDX
                PERFORM P700-EXTRAI-CAMPO
                IF WS-CAMPO-NUMERICO
                    COMPUTE WS-NUM-ORDEM =
                        WS-NUM-VALOR + 10000000000000000
                    MOVE WS-NUM-ORDEM-X
                         TO WS-SRT-CHAVE(WS-POS-CHAVE:30)
                ELSE
                    MOVE WS-CAMPO TO WS-SRT-CHAVE(WS-POS-CHAVE:30)
                END-IF
                IF WS-CLS-SENTIDO(WS-I) = 'D'
                    INSPECT WS-SRT-CHAVE(WS-POS-CHAVE:30)
                        CONVERTING WS-ORDEM-DIRETA TO WS-ORDEM-INVERSA
                END-IF
            END-PERFORM
            .
       P300-GRAVA-SAIDA.
            OPEN OUTPUT WS-SAI-FILE
            IF NOT WS-PED-FIXO
                MOVE SPACES TO WS-SAI-LINHA
                MOVE 1      TO WS-PTR
                PERFORM VARYING WS-I FROM 1 BY 1
                        UNTIL WS-I > WS-TOT-SAIDAS
                    IF WS-I > 1
                        STRING WS-PED-DELIMITADOR DELIMITED BY SIZE
                               INTO WS-SAI-LINHA WITH POINTER WS-PTR
                        END-STRING
                    END-IF
                    STRING FUNCTION TRIM(WS-SAI-CAMPO(WS-I) TRAILING)
                           DELIMITED BY SIZE
                           INTO WS-SAI-LINHA WITH POINTER WS-PTR
                    END-STRING
                END-PERFORM
                PERFORM P340-GRAVA-LINHA
            END-IF
            MOVE 'N' TO WS-FIM-SORT-SW
            PERFORM P310-RETORNA
            PERFORM P320-FORMATA-LINHA
                    UNTIL WS-FIM-SORT
            PERFORM P350-GRAVA-TRAILER
            CLOSE WS-SAI-FILE
            .
       P310-RETORNA.
            RETURN WS-SORT-FILE
                AT END SET WS-FIM-SORT TO TRUE
            END-RETURN
            .
       P320-FORMATA-LINHA.
            MOVE WS-SRT-REGISTRO TO WS-REGISTRO
            MOVE SPACES TO WS-SAI-LINHA
            MOVE 1      TO WS-PTR
            PERFORM P330-FORMATA-CAMPO
                    VARYING WS-I FROM 1 BY 1
                    UNTIL WS-I > WS-TOT-SAIDAS
            PERFORM P340-GRAVA-LINHA
            ADD 1 TO WS-TOT-EXTRAIDOS
            IF WS-SOMA-IDX > 0
                MOVE WS-SOMA-IDX TO WS-CAMPO-IDX
                PERFORM P700-EXTRAI-CAMPO
                ADD WS-NUM-VALOR TO WS-TOT-SOMA
            END-IF
            PERFORM P310-RETORNA
            .
       P330-FORMATA-CAMPO.
      * Fixo sai com o tamanho do dicionario; delimitado sai aparado
      * e com valor editado.
            MOVE WS-SAI-IDX(WS-I) TO WS-CAMPO-IDX
            PERFORM P700-EXTRAI-CAMPO
            IF WS-SAI-MASCARA(WS-I) NOT = SPACE
                MOVE 'M'                   TO WS-MSC-FUNCAO
                MOVE WS-SAI-MASCARA(WS-I)  TO WS-MSC-TIPO
                MOVE WS-CAMPO              TO WS-MSC-CAMPO
                CALL 'CADMASCARA' USING WS-MASCARA-PARM
                MOVE WS-MSC-CAMPO          TO WS-CAMPO
            END-IF
            IF WS-PED-FIXO
                STRING WS-CAMPO(1:WS-CAMPO-TAM)
                       DELIMITED BY SIZE
                       INTO WS-SAI-LINHA WITH POINTER WS-PTR
                END-STRING
            ELSE
                IF WS-I > 1
                    STRING WS-PED-DELIMITADOR DELIMITED BY SIZE
                           INTO WS-SAI-LINHA WITH POINTER WS-PTR
                    END-STRING
                END-IF
                IF WS-TCA-CLASSE(WS-CAMPO-IDX) = 'V'
                   AND WS-CAMPO-NUMERICO
                    MOVE WS-NUM-VALOR TO WS-ED-VALOR
                    MOVE FUNCTION TRIM(WS-ED-VALOR) TO WS-TEXTO
                ELSE
                    MOVE WS-CAMPO TO WS-TEXTO
                END-IF
                IF WS-TEXTO NOT = SPACES
                    STRING FUNCTION TRIM(WS-TEXTO TRAILING)
                           DELIMITED BY SIZE
                           INTO WS-SAI-LINHA WITH POINTER WS-PTR
                    END-STRING
                END-IF
            END-IF
            .
       P340-GRAVA-LINHA.
            COMPUTE WS-COMPRIMENTO-OCUPADO =
                FUNCTION LENGTH (FUNCTION TRIM
                    (WS-SAI-LINHA TRAILING))
            IF WS-COMPRIMENTO-OCUPADO = 0
                MOVE 1 TO WS-COMPRIMENTO-OCUPADO
            END-IF
            WRITE WS-SAI-LINHA
            .
       P350-GRAVA-TRAILER.
      * Trailer de controle: quantidade de registros e soma do campo
      * pedido na linha T do cartao.
            MOVE WS-TOT-EXTRAIDOS TO WS-ED-QTD
            MOVE WS-TOT-SOMA      TO WS-ED-VALOR
            MOVE SPACES TO WS-SAI-LINHA
            STRING 'TRAILER' WS-PED-DELIMITADOR
                   WS-ED-QTD WS-PED-DELIMITADOR
                   FUNCTION TRIM(WS-ED-VALOR)
                   DELIMITED BY SIZE
                   INTO WS-SAI-LINHA
            END-STRING
            PERFORM P340-GRAVA-LINHA
            .
       P700-EXTRAI-CAMPO.
      * Campo WS-CAMPO-IDX do registro corrente, em WS-CAMPO; classe
      * N, V e T tambem em WS-NUM-VALOR (V com duas decimais).
            MOVE SPACES TO WS-CAMPO
            MOVE WS-TCA-TAMANHO(WS-CAMPO-IDX) TO WS-CAMPO-TAM
            IF WS-CAMPO-TAM > 100
                MOVE 100 TO WS-CAMPO-TAM
            END-IF
            MOVE WS-REGISTRO(WS-TCA-POSICAO(WS-CAMPO-IDX):
                             WS-CAMPO-TAM)
                 TO WS-CAMPO
            MOVE 'N' TO WS-CAMPO-NUMERICO-SW
            MOVE 0   TO WS-NUM-VALOR
            IF WS-TCA-CLASSE(WS-CAMPO-IDX) NOT = 'A'
               AND WS-CAMPO-TAM NOT > 18
                PERFORM P710-CONVERTE-NUMERO
            END-IF
            .
       P710-CONVERTE-NUMERO.
            MOVE ALL '0' TO WS-NUM-TEXTO
            MOVE WS-CAMPO(1:WS-CAMPO-TAM)
                 TO WS-NUM-TEXTO(19 - WS-CAMPO-TAM:WS-CAMPO-TAM)
            INSPECT WS-NUM-TEXTO REPLACING ALL SPACE BY '0'
            MOVE 'N' TO WS-NUM-NEGATIVO-SW
            IF WS-NUM-TEXTO(18:1) = '}' OR 'J' OR 'K' OR 'L' OR 'M'
                 OR 'N' OR 'O' OR 'P' OR 'Q' OR 'R' OR 'p' OR 'q'
                 OR 'r' OR 's' OR 't' OR 'u' OR 'v' OR 'w' OR 'x'
                 OR 'y'
                SET WS-NUM-NEGATIVO TO TRUE
            END-IF
            INSPECT WS-NUM-TEXTO(18:1) CONVERTING
                '{ABCDEFGHI}JKLMNOPQRpqrstuvwxy'
                TO '012345678901234567890123456789'
            IF WS-NUM-TEXTO NUMERIC
                SET WS-CAMPO-NUMERICO TO TRUE
                IF WS-TCA-CLASSE(WS-CAMPO-IDX) = 'V'
                    COMPUTE WS-NUM-VALOR = WS-NUM-DIGITOS / 100
                ELSE
                    MOVE WS-NUM-DIGITOS TO WS-NUM-VALOR
                END-IF
                IF WS-NUM-NEGATIVO
                    COMPUTE WS-NUM-VALOR = WS-NUM-VALOR * -1
                END-IF
            END-IF
            .
       END PROGRAM EXTRALIVRE.
