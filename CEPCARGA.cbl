      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CEPCARGA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-LOC-FILE      ASSIGN TO WS-LOC-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-LOC-FS.
           SELECT WS-DNE-FILE      ASSIGN TO WS-DNE-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-DNE-FS.
           SELECT WS-CEP-FILE      ASSIGN TO WS-CEP-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-CEP-FS.
           SELECT WS-ANT-FILE      ASSIGN TO WS-ANT-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-ANT-FS.
           SELECT WS-NOV-FILE      ASSIGN TO WS-NOV-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-NOV-FS.
           SELECT WS-CLI-NOVO      ASSIGN TO WS-CLI-NOVO-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS WS-CODIGO
                                    ALTERNATE RECORD KEY IS WS-NOME
                                                  WITH DUPLICATES
                                    FILE STATUS WS-CLI-NOVO-FS.
           SELECT WS-END-FILE      ASSIGN TO WS-END-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-END-FS.
           SELECT WS-REL-FILE      ASSIGN TO WS-REL-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-REL-FS.
           SELECT WS-SORT-FILE     ASSIGN TO 'CEPCARGA.SRT'.
       DATA DIVISION.
       FILE SECTION.
      * Localidades do DNE dos Correios (LOG_LOCALIDADE), campos
      * separados por arroba: numero, UF, nome, CEP proprio, situacao,
      * tipo, localidade de subordinacao, ...
       FD  WS-LOC-FILE.
       01 WS-LOC-LINHA                  PIC X(200).
      * Faixas de CEP por localidade do DNE (LOG_FAIXA_LOCALIDADE):
      * numero da localidade, CEP inicial, CEP final, tipo da faixa.
       FD  WS-DNE-FILE.
       01 WS-DNE-LINHA                  PIC X(80).
      * Layout identico ao do ENDPADRAO.
       FD  WS-CEP-FILE.
       01 WS-CEP-REGISTRO.
          03 WS-CEP-INI                 PIC 9(8).
          03 WS-CEP-FIM                 PIC 9(8).
          03 WS-CEP-CIDADE              PIC X(30).
      * Copia ordenada da tabela em vigor antes da carga.
       FD  WS-ANT-FILE.
       01 WS-ANT-REGISTRO.
          03 WS-ANT-INI                 PIC 9(8).
          03 WS-ANT-FIM                 PIC 9(8).
          03 WS-ANT-CIDADE              PIC X(30).
       FD  WS-NOV-FILE.
       01 WS-NOV-REGISTRO.
          03 WS-NOV-INI                 PIC 9(8).
          03 WS-NOV-FIM                 PIC 9(8).
          03 WS-NOV-CIDADE              PIC X(30).
       FD  WS-CLI-NOVO.
       01 WS-LAYOUT-2.
          03 WS-CODIGO                  PIC 9(6).
          03 WS-NOME                    PIC X(30).
          03 WS-ENDERECO                PIC X(60).
      * Mesmo recorte do endereco usado em ENDAPLICA.
          03 WS-ENDERECO-R REDEFINES WS-ENDERECO.
             05 WS-END-RUA              PIC X(20).
             05 WS-END-BAIRRO           PIC X(20).
             05 WS-END-CEP              PIC X(9).
             05 FILLER                  PIC X(11).
          03 WS-TELEFONE                PIC X(20).
          03 WS-EMAIL                   PIC X(50).
          03 WS-ESTADO                  PIC X(30).
          03 WS-CIDADE                  PIC X(30).
      * Clientes afetados no layout do ENDERECOS.DAT, para passarem
      * pelo ENDPADRAO e pelo ENDAPLICA.
       FD  WS-END-FILE.
       01 WS-END-REGISTRO.
          03 WS-ENS-RUA                 PIC X(20).
          03 WS-ENS-BAIRRO              PIC X(20).
          03 WS-ENS-CIDADE              PIC X(30).
          03 WS-ENS-CEP                 PIC X(09).
       FD  WS-REL-FILE.
       01 WS-REL-LINHA                  PIC X(100).
       SD  WS-SORT-FILE.
       01 WS-SORT-REGISTRO.
          03 WS-SRT-INI                 PIC 9(8).
          03 WS-SRT-FIM                 PIC 9(8).
          03 WS-SRT-CIDADE              PIC X(30).

       WORKING-STORAGE SECTION.
       01 WS-LOC-PATH             PIC X(40) VALUE 'DNE.LOCALIDADES'.
       01 WS-DNE-PATH             PIC X(40) VALUE 'DNE.FAIXAS'.
       01 WS-CEP-PATH             PIC X(40) VALUE 'CEPFAIXAS.DAT'.
       01 WS-ANT-PATH             PIC X(40) VALUE 'CEPFAIXAS.ANTERIOR'.
       01 WS-NOV-PATH             PIC X(40) VALUE 'CEPFAIXAS.NOVO'.
       01 WS-CLI-NOVO-PATH        PIC X(40) VALUE 'CLIENTES.NOVO.IDX'.
       01 WS-END-PATH             PIC X(40)
                            VALUE 'CEPCARGA.ENDERECOS'.
       01 WS-REL-PATH             PIC X(40) VALUE 'CEPCARGA.REL'.
       01 WS-LOC-FS               PIC XX.
       01 WS-DNE-FS               PIC XX.
       01 WS-CEP-FS               PIC XX.
       01 WS-ANT-FS               PIC XX.
       01 WS-NOV-FS               PIC XX.
       01 WS-CLI-NOVO-FS          PIC XX.
       01 WS-END-FS               PIC XX.
       01 WS-REL-FS               PIC XX.

       01 WS-FIM-ARQUIVO          PIC X     VALUE 'N'.
          88 WS-FIM                         VALUE 'Y'.
       01 WS-FIM-ANT-SW           PIC X     VALUE 'N'.
          88 WS-FIM-ANT                     VALUE 'Y'.
       01 WS-FIM-NOV-SW           PIC X     VALUE 'N'.
          88 WS-FIM-NOV                     VALUE 'Y'.
       01 WS-PRIMEIRA-CARGA-SW    PIC X     VALUE 'N'.
          88 WS-PRIMEIRA-CARGA              VALUE 'Y'.

       01 WS-DATA-HORA-ATUAL      PIC X(21).
       01 WS-HOJE                 PIC 9(8)  VALUE 0.

      * Localidades em tabela, na ordem de numero em que o DNE vem,
      * para ligar cada faixa ao nome da cidade.
       01 WS-TOT-LOCALIDADES      PIC 9(5)  VALUE 0.
       01 WS-TAB-LOCALIDADES.
          03 WS-LCL OCCURS 1 TO 20000 TIMES
                    DEPENDING ON WS-TOT-LOCALIDADES
                    ASCENDING KEY IS WS-LCL-NUMERO
                    INDEXED BY WS-LCL-IDX.
             05 WS-LCL-NUMERO          PIC 9(8).
             05 WS-LCL-NOME            PIC X(30).
             05 WS-LCL-CEP             PIC 9(8).
             05 WS-LCL-SUB             PIC 9(8).
       01 WS-LCL-ACHOU-SW         PIC X     VALUE 'N'.
          88 WS-LCL-ACHOU                   VALUE 'Y'.
       01 WS-LCL-PROCURA          PIC 9(8)  VALUE 0.

      * Campos de uma linha do DNE depois do UNSTRING.
       01 WS-CAMPO-NUMERO         PIC X(8).
       01 WS-CAMPO-UF             PIC X(2).
       01 WS-CAMPO-NOME           PIC X(72).
       01 WS-CAMPO-CEP            PIC X(8).
       01 WS-CAMPO-SITUACAO       PIC X.
       01 WS-CAMPO-TIPO           PIC X.
       01 WS-CAMPO-SUB            PIC X(8).
       01 WS-CAMPO-INI            PIC X(8).
       01 WS-CAMPO-FIM            PIC X(8).
       01 WS-NUM-ANTERIOR         PIC 9(8)  VALUE 0.

      * O DNE vem em Latin-1 acentuado; o cadastro guarda as cidades
      * em maiusculas sem acento.
       01 WS-ACENTO-MAIUSC        PIC X(24)
           VALUE X'C0C1C2C3C4C7C8C9CACBCCCDCECFD1D2D3D4D5D6D9DADBDC'.
       01 WS-SEM-ACENTO-MAIUSC    PIC X(24)
           VALUE 'AAAAACEEEEIIIINOOOOOUUUU'.
       01 WS-ACENTO-MINUSC        PIC X(24)
           VALUE X'E0E1E2E3E4E7E8E9EAEBECEDEEEFF1F2F3F4F5F6F9FAFBFC'.
       01 WS-SEM-ACENTO-MINUSC    PIC X(24)
           VALUE 'aaaaaceeeeiiiinooooouuuu'.

       01 WS-ULT-FIM              PIC 9(8)  VALUE 0.

      * Faixas incluidas, excluidas ou alteradas nesta carga, para
      * achar os clientes afetados.
       01 WS-TAB-AFETADAS.
          03 WS-AFT OCCURS 5000 TIMES INDEXED BY WS-AFT-IDX.
             05 WS-AFT-TIPO             PIC X.
                88 WS-AFT-INCLUIDA                VALUE 'I'.
                88 WS-AFT-EXCLUIDA                VALUE 'E'.
                88 WS-AFT-ALTERADA                VALUE 'A'.
             05 WS-AFT-INI              PIC 9(8).
             05 WS-AFT-FIM              PIC 9(8).
             05 WS-AFT-CIDADE-ANT       PIC X(30).
             05 WS-AFT-CIDADE-NOVA      PIC X(30).
       01 WS-TOT-AFETADAS         PIC 9(4)  VALUE 0.
       01 WS-TIPO-AFETADA         PIC X     VALUE SPACE.
       01 WS-AFT-ESTOURO-SW       PIC X     VALUE 'N'.
          88 WS-AFT-ESTOURO                 VALUE 'Y'.

       01 WS-CEP-DIGITOS          PIC X(8)  VALUE SPACES.
       01 WS-CEP-NUM              PIC 9(8)  VALUE 0.
       01 WS-CEP-IDX              PIC 99    VALUE 0.
       01 WS-CEP-QTD              PIC 99    VALUE 0.
       01 WS-CLI-AFETADO-SW       PIC X     VALUE 'N'.
          88 WS-CLI-AFETADO                 VALUE 'Y'.
       01 WS-MOTIVO               PIC X(30) VALUE SPACES.

       01 WS-CONTADORES.
          03 WS-TOT-LIDAS-DNE      PIC 9(6) VALUE 0.
          03 WS-TOT-SEM-LOCAL      PIC 9(6) VALUE 0.
          03 WS-TOT-ANTERIOR       PIC 9(6) VALUE 0.
          03 WS-TOT-NOVA           PIC 9(6) VALUE 0.
          03 WS-TOT-INCLUIDA       PIC 9(6) VALUE 0.
          03 WS-TOT-EXCLUIDA       PIC 9(6) VALUE 0.
          03 WS-TOT-ALTERADA       PIC 9(6) VALUE 0.
          03 WS-TOT-CLIENTES       PIC 9(6) VALUE 0.

       01 WS-CAB-1.
          03 FILLER  PIC X(52)
             VALUE 'CEPCARGA - CARGA DA BASE DE CEP DOS CORREIOS (DNE)'.
          03 FILLER  PIC X(8)  VALUE '  DATA: '.
          03 WS-CAB-DATA           PIC 9(8).
          03 FILLER                PIC X(11) VALUE '  AMBIENTE '.
          03 WS-CAB-AMBIENTE       PIC X(8).
       01 WS-LIN-FAIXA.
          03 WS-LF-TIPO            PIC X(10).
          03 WS-LF-INI             PIC X(9).
          03 FILLER                PIC X(3)  VALUE ' A '.
          03 WS-LF-FIM             PIC X(9).
          03 FILLER                PIC X(2)  VALUE SPACES.
          03 WS-LF-CIDADE-ANT      PIC X(30).
          03 FILLER                PIC X(4)  VALUE ' -> '.
          03 WS-LF-CIDADE-NOVA     PIC X(30).
       01 WS-LIN-CLIENTE.
          03 WS-LC-CODIGO          PIC 9(6).
          03 FILLER                PIC X(2)  VALUE SPACES.
          03 WS-LC-NOME            PIC X(30).
          03 FILLER                PIC X(2)  VALUE SPACES.
          03 WS-LC-CEP             PIC X(9).
          03 FILLER                PIC X(2)  VALUE SPACES.
          03 WS-LC-CIDADE          PIC X(20).
          03 FILLER                PIC X(2)  VALUE SPACES.
          03 WS-LC-MOTIVO          PIC X(27).
       01 WS-LIN-TOTAL.
          03 WS-LT-TEXTO           PIC X(30).
          03 WS-LT-QTD             PIC ZZZ,ZZ9.
       01 WS-CEP-ED               PIC X(9)  VALUE SPACES.
       01 WS-CEP-TRAB             PIC 9(8)  VALUE 0.

       01 WS-AUDIT-PARM.
           03 WS-AU-PROGRAMA       PIC X(12) VALUE 'CEPCARGA'.
           03 WS-AU-EVENTO         PIC X(12).
           03 WS-AU-CHAVE          PIC X(30).
           03 WS-AU-CONTADOR       PIC 9(6).
           03 WS-AU-OPERADOR       PIC X(8)  VALUE SPACES.

       01 WS-AMBIENTE-PARM.
           03 WS-AMB-FUNCAO        PIC X     VALUE 'R'.
           03 WS-AMB-NOME          PIC X(8)  VALUE SPACES.
           03 WS-AMB-RAIZ          PIC X(40) VALUE SPACES.
           03 WS-AMB-RC            PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-LOC-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-DNE-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CEP-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-ANT-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-NOV-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CLI-NOVO-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-END-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-REL-PATH
            DISPLAY 'CEPCARGA - CARGA DA BASE DE CEP DOS CORREIOS'

            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
            MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-HOJE

            PERFORM P100-CARREGA-LOCALIDADES

            OPEN INPUT WS-DNE-FILE
            IF WS-DNE-FS NOT = '00'
                DISPLAY 'ARQUIVO DE FAIXAS DO DNE NAO ENCONTRADO: '
                        WS-DNE-PATH
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF

      * A tabela atual e guardada ordenada; e contra ela que a nova
      * carga e comparada.
            OPEN INPUT WS-CEP-FILE
            IF WS-CEP-FS = '00'
                CLOSE WS-CEP-FILE
                SORT WS-SORT-FILE
                     ON ASCENDING KEY WS-SRT-INI
                        DESCENDING KEY WS-SRT-FIM
                     USING WS-CEP-FILE
                     GIVING WS-ANT-FILE
            ELSE
                SET WS-PRIMEIRA-CARGA TO TRUE
                OPEN OUTPUT WS-ANT-FILE
                CLOSE WS-ANT-FILE
            END-IF

            SORT WS-SORT-FILE
                 ON ASCENDING KEY WS-SRT-INI
                    DESCENDING KEY WS-SRT-FIM
                 INPUT  PROCEDURE IS P200-SELECIONA-FAIXAS
                 OUTPUT PROCEDURE IS P300-GRAVA-NOVA
            CLOSE WS-DNE-FILE

            IF WS-TOT-NOVA = 0
                DISPLAY 'NENHUMA FAIXA VALIDA NO DNE; TABELA MANTIDA.'
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF

            OPEN OUTPUT WS-REL-FILE
            MOVE WS-HOJE TO WS-CAB-DATA
            MOVE WS-AMB-NOME TO WS-CAB-AMBIENTE
            WRITE WS-REL-LINHA FROM WS-CAB-1
            MOVE ALL '=' TO WS-REL-LINHA
            WRITE WS-REL-LINHA

            PERFORM P400-COMPARA-CARGAS
            PERFORM P600-CLIENTES-AFETADOS
            PERFORM P800-TOTAIS
            CLOSE WS-REL-FILE

      * Tabela nova entra em vigor; a anterior fica como copia da
      * ultima carga.
            CALL 'CBL_RENAME_FILE' USING WS-NOV-PATH WS-CEP-PATH

            MOVE 'CARGA-CEP'    TO WS-AU-EVENTO
            MOVE SPACES         TO WS-AU-CHAVE
            STRING 'I' WS-TOT-INCLUIDA ' E' WS-TOT-EXCLUIDA
                   ' A' WS-TOT-ALTERADA
                   DELIMITED BY SIZE
                   INTO WS-AU-CHAVE
            END-STRING
            MOVE WS-TOT-NOVA    TO WS-AU-CONTADOR
            CALL 'AUDITLOG' USING WS-AUDIT-PARM

            DISPLAY 'LOCALIDADES DNE   : ' WS-TOT-LOCALIDADES
            DISPLAY 'FAIXAS ANTERIORES : ' WS-TOT-ANTERIOR
            DISPLAY 'FAIXAS NOVAS      : ' WS-TOT-NOVA
            DISPLAY 'INCLUIDAS         : ' WS-TOT-INCLUIDA
            DISPLAY 'EXCLUIDAS         : ' WS-TOT-EXCLUIDA
            DISPLAY 'ALTERADAS         : ' WS-TOT-ALTERADA
            DISPLAY 'CLIENTES AFETADOS : ' WS-TOT-CLIENTES
            DISPLAY 'RELATORIO GRAVADO EM: ' WS-REL-PATH
            DISPLAY 'ENDERECOS A REPADRONIZAR EM: ' WS-END-PATH
            IF WS-AFT-ESTOURO OR WS-TOT-SEM-LOCAL > 0
                MOVE 4 TO RETURN-CODE
            END-IF
            STOP RUN.

       P100-CARREGA-LOCALIDADES.
      * O DNE e distribuido em ordem de numero de localidade; fora
      * dessa ordem a busca binaria nao vale e a carga para.
            MOVE 0   TO WS-TOT-LOCALIDADES
            MOVE 0   TO WS-NUM-ANTERIOR
            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN INPUT WS-LOC-FILE
            IF WS-LOC-FS NOT = '00'
                DISPLAY 'ARQUIVO DE LOCALIDADES DO DNE NAO ENCONTRADO: '
                        WS-LOC-PATH
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM P110-LE-LOCALIDADE UNTIL WS-FIM
            CLOSE WS-LOC-FILE
            IF WS-TOT-LOCALIDADES = 0
                DISPLAY 'ARQUIVO DE LOCALIDADES DO DNE VAZIO.'
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE 'N' TO WS-FIM-ARQUIVO
            .
       P110-LE-LOCALIDADE.
            READ WS-LOC-FILE
                AT END SET WS-FIM TO TRUE
                NOT AT END PERFORM P120-GUARDA-LOCALIDADE
            END-READ
            .
       P120-GUARDA-LOCALIDADE.
            MOVE SPACES TO WS-CAMPO-NUMERO WS-CAMPO-UF WS-CAMPO-NOME
                           WS-CAMPO-CEP WS-CAMPO-SITUACAO
                           WS-CAMPO-TIPO WS-CAMPO-SUB
            UNSTRING WS-LOC-LINHA
                     DELIMITED BY '@'
                     INTO WS-CAMPO-NUMERO
                          WS-CAMPO-UF
                          WS-CAMPO-NOME
                          WS-CAMPO-CEP
                          WS-CAMPO-SITUACAO
                          WS-CAMPO-TIPO
                          WS-CAMPO-SUB
            END-UNSTRING
            IF FUNCTION TEST-NUMVAL(WS-CAMPO-NUMERO) NOT = 0
                DISPLAY 'LOCALIDADE IGNORADA: ' WS-LOC-LINHA(1:60)
            ELSE
                IF WS-TOT-LOCALIDADES = 20000
                    DISPLAY 'TABELA DE LOCALIDADES CHEIA (20000).'
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF
                ADD 1 TO WS-TOT-LOCALIDADES
                SET WS-LCL-IDX TO WS-TOT-LOCALIDADES
                COMPUTE WS-LCL-NUMERO(WS-LCL-IDX) =
                        FUNCTION NUMVAL(WS-CAMPO-NUMERO)
                IF WS-LCL-NUMERO(WS-LCL-IDX) NOT > WS-NUM-ANTERIOR
                    DISPLAY 'LOCALIDADES FORA DE ORDEM NO DNE: '
                            WS-CAMPO-NUMERO
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF
                MOVE WS-LCL-NUMERO(WS-LCL-IDX) TO WS-NUM-ANTERIOR
                INSPECT WS-CAMPO-NOME
                        CONVERTING WS-ACENTO-MINUSC
                                TO WS-SEM-ACENTO-MINUSC
                INSPECT WS-CAMPO-NOME
                        CONVERTING WS-ACENTO-MAIUSC
                                TO WS-SEM-ACENTO-MAIUSC
                MOVE FUNCTION UPPER-CASE(WS-CAMPO-NOME)
                     TO WS-LCL-NOME(WS-LCL-IDX)
                MOVE 0 TO WS-LCL-CEP(WS-LCL-IDX)
                IF WS-CAMPO-CEP IS NUMERIC
                    MOVE WS-CAMPO-CEP TO WS-LCL-CEP(WS-LCL-IDX)
                END-IF
                MOVE 0 TO WS-LCL-SUB(WS-LCL-IDX)
                IF WS-CAMPO-SUB NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(WS-CAMPO-SUB) = 0
                    COMPUTE WS-LCL-SUB(WS-LCL-IDX) =
                            FUNCTION NUMVAL(WS-CAMPO-SUB)
                END-IF
            END-IF
            .
       P150-LOCALIZA.
      * WS-LCL-PROCURA traz o numero da localidade; WS-LCL-IDX volta
      * posicionado quando acha.
            MOVE 'N' TO WS-LCL-ACHOU-SW
            SEARCH ALL WS-LCL
                AT END
                    CONTINUE
                WHEN WS-LCL-NUMERO(WS-LCL-IDX) = WS-LCL-PROCURA
                    SET WS-LCL-ACHOU TO TRUE
            END-SEARCH
            .
       P200-SELECIONA-FAIXAS.
      * Cada faixa do DNE vira uma faixa da tabela com o nome da
      * cidade; distrito e povoado levam o nome do municipio a que
      * pertencem, que e o que o cadastro guarda.
            MOVE 'N' TO WS-FIM-ARQUIVO
            PERFORM P210-LE-FAIXA-DNE UNTIL WS-FIM
      * Localidade de CEP unico nao tem faixa no DNE: entra como
      * faixa de um CEP so.
            PERFORM P250-CEP-UNICO
                    VARYING WS-LCL-IDX FROM 1 BY 1
                    UNTIL WS-LCL-IDX > WS-TOT-LOCALIDADES
            .
       P210-LE-FAIXA-DNE.
            READ WS-DNE-FILE
                AT END SET WS-FIM TO TRUE
                NOT AT END PERFORM P220-LIBERA-FAIXA
            END-READ
            .
       P220-LIBERA-FAIXA.
            ADD 1 TO WS-TOT-LIDAS-DNE
            MOVE SPACES TO WS-CAMPO-NUMERO WS-CAMPO-INI WS-CAMPO-FIM
            UNSTRING WS-DNE-LINHA
                     DELIMITED BY '@'
                     INTO WS-CAMPO-NUMERO
                          WS-CAMPO-INI
                          WS-CAMPO-FIM
            END-UNSTRING
            IF FUNCTION TEST-NUMVAL(WS-CAMPO-NUMERO) NOT = 0
               OR WS-CAMPO-INI IS NOT NUMERIC
               OR WS-CAMPO-FIM IS NOT NUMERIC
                DISPLAY 'FAIXA IGNORADA: ' WS-DNE-LINHA(1:60)
            ELSE
                COMPUTE WS-LCL-PROCURA =
                        FUNCTION NUMVAL(WS-CAMPO-NUMERO)
                PERFORM P150-LOCALIZA
                IF WS-LCL-ACHOU AND WS-LCL-SUB(WS-LCL-IDX) > 0
                    MOVE WS-LCL-SUB(WS-LCL-IDX) TO WS-LCL-PROCURA
                    PERFORM P150-LOCALIZA
                END-IF
                IF NOT WS-LCL-ACHOU
                    ADD 1 TO WS-TOT-SEM-LOCAL
                    DISPLAY 'FAIXA SEM LOCALIDADE: ' WS-DNE-LINHA(1:60)
                ELSE
                    MOVE WS-CAMPO-INI            TO WS-SRT-INI
                    MOVE WS-CAMPO-FIM            TO WS-SRT-FIM
                    MOVE WS-LCL-NOME(WS-LCL-IDX) TO WS-SRT-CIDADE
                    RELEASE WS-SORT-REGISTRO
                END-IF
            END-IF
            .
       P250-CEP-UNICO.
            IF WS-LCL-CEP(WS-LCL-IDX) > 0
                MOVE WS-LCL-CEP(WS-LCL-IDX)  TO WS-SRT-INI
                MOVE WS-LCL-CEP(WS-LCL-IDX)  TO WS-SRT-FIM
                MOVE WS-LCL-NOME(WS-LCL-IDX) TO WS-SRT-CIDADE
                RELEASE WS-SORT-REGISTRO
            END-IF
            .
       P300-GRAVA-NOVA.
      * Faixa contida na anterior (faixa de distrito dentro da do
      * municipio, ou faixa repetida) nao e gravada.
            MOVE 0   TO WS-ULT-FIM
            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN OUTPUT WS-NOV-FILE
            PERFORM P310-RETORNA-FAIXA UNTIL WS-FIM
            CLOSE WS-NOV-FILE
            MOVE 'N' TO WS-FIM-ARQUIVO
            .
       P310-RETORNA-FAIXA.
            RETURN WS-SORT-FILE
                AT END SET WS-FIM TO TRUE
                NOT AT END
                    IF WS-TOT-NOVA = 0
                       OR WS-SRT-FIM > WS-ULT-FIM
                        MOVE WS-SRT-INI    TO WS-NOV-INI
                        MOVE WS-SRT-FIM    TO WS-NOV-FIM
                        MOVE WS-SRT-CIDADE TO WS-NOV-CIDADE
                        WRITE WS-NOV-REGISTRO
                        ADD 1 TO WS-TOT-NOVA
                        MOVE WS-SRT-FIM TO WS-ULT-FIM
                    END-IF
            END-RETURN
            .
       P400-COMPARA-CARGAS.
      * Casamento das duas tabelas ordenadas pelo CEP inicial da
      * faixa.
            MOVE 'ALTERACOES NAS FAIXAS DE CEP' TO WS-REL-LINHA
            WRITE WS-REL-LINHA
            IF WS-PRIMEIRA-CARGA
                MOVE 'PRIMEIRA CARGA: TODAS AS FAIXAS SAO NOVAS.'
                     TO WS-REL-LINHA
                WRITE WS-REL-LINHA
            END-IF
            MOVE 'N' TO WS-FIM-ANT-SW
            MOVE 'N' TO WS-FIM-NOV-SW
            OPEN INPUT WS-ANT-FILE
            OPEN INPUT WS-NOV-FILE
            IF WS-ANT-FS NOT = '00'
                SET WS-FIM-ANT TO TRUE
            ELSE
                PERFORM P410-LE-ANTERIOR
            END-IF
            IF WS-NOV-FS NOT = '00'
                SET WS-FIM-NOV TO TRUE
            ELSE
                PERFORM P420-LE-NOVA
            END-IF
            PERFORM P430-CASA-FAIXAS
                    UNTIL WS-FIM-ANT AND WS-FIM-NOV
            CLOSE WS-ANT-FILE
            CLOSE WS-NOV-FILE
            .
       P410-LE-ANTERIOR.
            READ WS-ANT-FILE
                AT END SET WS-FIM-ANT TO TRUE
                NOT AT END ADD 1 TO WS-TOT-ANTERIOR
            END-READ
            .
       P420-LE-NOVA.
            READ WS-NOV-FILE
                AT END SET WS-FIM-NOV TO TRUE
            END-READ
            .
       P430-CASA-FAIXAS.
            EVALUATE TRUE
                WHEN WS-FIM-NOV
                    PERFORM P450-EXCLUIDA
                    PERFORM P410-LE-ANTERIOR
                WHEN WS-FIM-ANT
                    PERFORM P440-INCLUIDA
                    PERFORM P420-LE-NOVA
                WHEN WS-ANT-INI < WS-NOV-INI
                    PERFORM P450-EXCLUIDA
                    PERFORM P410-LE-ANTERIOR
                WHEN WS-ANT-INI > WS-NOV-INI
                    PERFORM P440-INCLUIDA
                    PERFORM P420-LE-NOVA
                WHEN OTHER
                    IF WS-ANT-FIM NOT = WS-NOV-FIM
                       OR WS-ANT-CIDADE NOT = WS-NOV-CIDADE
                        PERFORM P460-ALTERADA
                    END-IF
                    PERFORM P410-LE-ANTERIOR
                    PERFORM P420-LE-NOVA
            END-EVALUATE
            .
       P440-INCLUIDA.
            ADD 1 TO WS-TOT-INCLUIDA
            IF NOT WS-PRIMEIRA-CARGA
                MOVE 'INCLUIDA'    TO WS-LF-TIPO
                MOVE WS-NOV-INI    TO WS-CEP-TRAB
                PERFORM P490-EDITA-CEP
                MOVE WS-CEP-ED     TO WS-LF-INI
                MOVE WS-NOV-FIM    TO WS-CEP-TRAB
                PERFORM P490-EDITA-CEP
                MOVE WS-CEP-ED     TO WS-LF-FIM
                MOVE SPACES        TO WS-LF-CIDADE-ANT
                MOVE WS-NOV-CIDADE TO WS-LF-CIDADE-NOVA
                WRITE WS-REL-LINHA FROM WS-LIN-FAIXA
                MOVE 'I'           TO WS-TIPO-AFETADA
                PERFORM P470-GUARDA-AFETADA
            END-IF
            .
       P450-EXCLUIDA.
            ADD 1 TO WS-TOT-EXCLUIDA
            MOVE 'EXCLUIDA'    TO WS-LF-TIPO
            MOVE WS-ANT-INI    TO WS-CEP-TRAB
            PERFORM P490-EDITA-CEP
            MOVE WS-CEP-ED     TO WS-LF-INI
            MOVE WS-ANT-FIM    TO WS-CEP-TRAB
            PERFORM P490-EDITA-CEP
            MOVE WS-CEP-ED     TO WS-LF-FIM
            MOVE WS-ANT-CIDADE TO WS-LF-CIDADE-ANT
            MOVE SPACES        TO WS-LF-CIDADE-NOVA
            WRITE WS-REL-LINHA FROM WS-LIN-FAIXA
            MOVE 'E'           TO WS-TIPO-AFETADA
            PERFORM P470-GUARDA-AFETADA
            .
       P460-ALTERADA.
            ADD 1 TO WS-TOT-ALTERADA
            MOVE 'ALTERADA'    TO WS-LF-TIPO
            MOVE WS-NOV-INI    TO WS-CEP-TRAB
            PERFORM P490-EDITA-CEP
            MOVE WS-CEP-ED     TO WS-LF-INI
            MOVE WS-NOV-FIM    TO WS-CEP-TRAB
            PERFORM P490-EDITA-CEP
            MOVE WS-CEP-ED     TO WS-LF-FIM
            MOVE WS-ANT-CIDADE TO WS-LF-CIDADE-ANT
            MOVE WS-NOV-CIDADE TO WS-LF-CIDADE-NOVA
            WRITE WS-REL-LINHA FROM WS-LIN-FAIXA
            MOVE 'A'           TO WS-TIPO-AFETADA
            PERFORM P470-GUARDA-AFETADA
            .
       P470-GUARDA-AFETADA.
      * Na alteracao vale a faixa mais larga entre a antiga e a nova.
            IF WS-TOT-AFETADAS = 5000
                SET WS-AFT-ESTOURO TO TRUE
            ELSE
                ADD 1 TO WS-TOT-AFETADAS
                SET WS-AFT-IDX TO WS-TOT-AFETADAS
                MOVE WS-TIPO-AFETADA TO WS-AFT-TIPO(WS-AFT-IDX)
                MOVE WS-LF-CIDADE-ANT  TO WS-AFT-CIDADE-ANT(WS-AFT-IDX)
                MOVE WS-LF-CIDADE-NOVA
                     TO WS-AFT-CIDADE-NOVA(WS-AFT-IDX)
                EVALUATE TRUE
                    WHEN WS-AFT-INCLUIDA(WS-AFT-IDX)
                        MOVE WS-NOV-INI TO WS-AFT-INI(WS-AFT-IDX)
                        MOVE WS-NOV-FIM TO WS-AFT-FIM(WS-AFT-IDX)
                    WHEN WS-AFT-EXCLUIDA(WS-AFT-IDX)
                        MOVE WS-ANT-INI TO WS-AFT-INI(WS-AFT-IDX)
                        MOVE WS-ANT-FIM TO WS-AFT-FIM(WS-AFT-IDX)
                    WHEN OTHER
                        MOVE WS-ANT-INI TO WS-AFT-INI(WS-AFT-IDX)
                        MOVE WS-ANT-FIM TO WS-AFT-FIM(WS-AFT-IDX)
                        IF WS-NOV-FIM > WS-ANT-FIM
                            MOVE WS-NOV-FIM TO WS-AFT-FIM(WS-AFT-IDX)
                        END-IF
                END-EVALUATE
            END-IF
            .
       P490-EDITA-CEP.
            MOVE SPACES            TO WS-CEP-ED
            MOVE WS-CEP-TRAB(1:5)  TO WS-CEP-ED(1:5)
            MOVE '-'               TO WS-CEP-ED(6:1)
            MOVE WS-CEP-TRAB(6:3)  TO WS-CEP-ED(7:3)
            .
       P600-CLIENTES-AFETADOS.
      * Cliente com CEP dentro de faixa que mudou, ou com cidade que
      * deixou de existir ou mudou de nome na base nova. Na primeira
      * carga todos os clientes passam pela repadronizacao.
            MOVE SPACES TO WS-REL-LINHA
            WRITE WS-REL-LINHA
            MOVE 'CLIENTES AFETADOS (REPADRONIZAR PELO ENDAPLICA)'
                 TO WS-REL-LINHA
            WRITE WS-REL-LINHA
            OPEN INPUT WS-CLI-NOVO
            IF WS-CLI-NOVO-FS NOT = '00'
                MOVE 'MASTER DE CLIENTES INDISPONIVEL.' TO WS-REL-LINHA
                WRITE WS-REL-LINHA
                DISPLAY 'MASTER DE CLIENTES INDISPONIVEL: '
                        WS-CLI-NOVO-PATH
            ELSE
                OPEN OUTPUT WS-END-FILE
                MOVE 'N' TO WS-FIM-ARQUIVO
                PERFORM P610-LE-CLIENTE UNTIL WS-FIM
                CLOSE WS-END-FILE
                CLOSE WS-CLI-NOVO
            END-IF
            .
       P610-LE-CLIENTE.
            READ WS-CLI-NOVO NEXT RECORD
                AT END SET WS-FIM TO TRUE
                NOT AT END PERFORM P620-AVALIA-CLIENTE
            END-READ
            .
       P620-AVALIA-CLIENTE.
            MOVE 'N'    TO WS-CLI-AFETADO-SW
            MOVE SPACES TO WS-MOTIVO
            PERFORM P630-EXTRAI-CEP
            IF WS-PRIMEIRA-CARGA
                SET WS-CLI-AFETADO TO TRUE
                MOVE 'PRIMEIRA CARGA DA BASE' TO WS-MOTIVO
            ELSE
                PERFORM P640-PROCURA-AFETADA
                        VARYING WS-AFT-IDX FROM 1 BY 1
                        UNTIL WS-AFT-IDX > WS-TOT-AFETADAS
                              OR WS-CLI-AFETADO
            END-IF
            IF WS-CLI-AFETADO
                ADD 1 TO WS-TOT-CLIENTES
                MOVE WS-CODIGO      TO WS-LC-CODIGO
                MOVE WS-NOME        TO WS-LC-NOME
                MOVE WS-END-CEP     TO WS-LC-CEP
                MOVE WS-CIDADE      TO WS-LC-CIDADE
                MOVE WS-MOTIVO      TO WS-LC-MOTIVO
                WRITE WS-REL-LINHA FROM WS-LIN-CLIENTE
                MOVE WS-END-RUA     TO WS-ENS-RUA
                MOVE WS-END-BAIRRO  TO WS-ENS-BAIRRO
                MOVE WS-CIDADE      TO WS-ENS-CIDADE
                MOVE WS-END-CEP     TO WS-ENS-CEP
                WRITE WS-END-REGISTRO
            END-IF
            .
       P630-EXTRAI-CEP.
            MOVE SPACES TO WS-CEP-DIGITOS
            MOVE 0      TO WS-CEP-QTD
            MOVE 0      TO WS-CEP-NUM
            PERFORM VARYING WS-CEP-IDX FROM 1 BY 1
                    UNTIL WS-CEP-IDX > 9
                IF WS-END-CEP(WS-CEP-IDX:1) NUMERIC
                    ADD 1 TO WS-CEP-QTD
                    IF WS-CEP-QTD <= 8
                        MOVE WS-END-CEP(WS-CEP-IDX:1)
                             TO WS-CEP-DIGITOS(WS-CEP-QTD:1)
                    END-IF
                END-IF
            END-PERFORM
            IF WS-CEP-QTD = 8
                MOVE WS-CEP-DIGITOS TO WS-CEP-NUM
            END-IF
            .
       P640-PROCURA-AFETADA.
            EVALUATE TRUE
                WHEN WS-CEP-QTD = 8
                     AND WS-CEP-NUM >= WS-AFT-INI(WS-AFT-IDX)
                     AND WS-CEP-NUM <= WS-AFT-FIM(WS-AFT-IDX)
                    SET WS-CLI-AFETADO TO TRUE
                    EVALUATE TRUE
                        WHEN WS-AFT-INCLUIDA(WS-AFT-IDX)
                            MOVE 'CEP EM FAIXA NOVA' TO WS-MOTIVO
                        WHEN WS-AFT-EXCLUIDA(WS-AFT-IDX)
                            MOVE 'CEP EM FAIXA EXCLUIDA' TO WS-MOTIVO
                        WHEN OTHER
                            MOVE 'CEP EM FAIXA ALTERADA' TO WS-MOTIVO
                    END-EVALUATE
                WHEN NOT WS-AFT-INCLUIDA(WS-AFT-IDX)
                     AND WS-AFT-CIDADE-ANT(WS-AFT-IDX) = WS-CIDADE
                     AND WS-AFT-CIDADE-NOVA(WS-AFT-IDX)
                         NOT = WS-CIDADE
                    SET WS-CLI-AFETADO TO TRUE
                    MOVE 'CIDADE ALTERADA NA BASE' TO WS-MOTIVO
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            .
       P800-TOTAIS.
            MOVE SPACES TO WS-REL-LINHA
            WRITE WS-REL-LINHA
            MOVE ALL '-' TO WS-REL-LINHA
            WRITE WS-REL-LINHA
            MOVE 'LINHAS DE FAIXA NO DNE' TO WS-LT-TEXTO
            MOVE WS-TOT-LIDAS-DNE         TO WS-LT-QTD
            WRITE WS-REL-LINHA FROM WS-LIN-TOTAL
            MOVE 'FAIXAS SEM LOCALIDADE'  TO WS-LT-TEXTO
            MOVE WS-TOT-SEM-LOCAL         TO WS-LT-QTD
            WRITE WS-REL-LINHA FROM WS-LIN-TOTAL
            MOVE 'FAIXAS ANTERIORES'      TO WS-LT-TEXTO
            MOVE WS-TOT-ANTERIOR          TO WS-LT-QTD
            WRITE WS-REL-LINHA FROM WS-LIN-TOTAL
            MOVE 'FAIXAS NOVAS'           TO WS-LT-TEXTO
            MOVE WS-TOT-NOVA              TO WS-LT-QTD
            WRITE WS-REL-LINHA FROM WS-LIN-TOTAL
            MOVE 'INCLUIDAS'              TO WS-LT-TEXTO
            MOVE WS-TOT-INCLUIDA          TO WS-LT-QTD
            WRITE WS-REL-LINHA FROM WS-LIN-TOTAL
            MOVE 'EXCLUIDAS'              TO WS-LT-TEXTO
            MOVE WS-TOT-EXCLUIDA          TO WS-LT-QTD
            WRITE WS-REL-LINHA FROM WS-LIN-TOTAL
            MOVE 'ALTERADAS'              TO WS-LT-TEXTO
            MOVE WS-TOT-ALTERADA          TO WS-LT-QTD
            WRITE WS-REL-LINHA FROM WS-LIN-TOTAL
            MOVE 'CLIENTES AFETADOS'      TO WS-LT-TEXTO
            MOVE WS-TOT-CLIENTES          TO WS-LT-QTD
            WRITE WS-REL-LINHA FROM WS-LIN-TOTAL
            IF WS-AFT-ESTOURO
                MOVE 'ATENCAO: MAIS DE 5000 FAIXAS ALTERADAS; LISTA DE '
                   & 'CLIENTES INCOMPLETA.' TO WS-REL-LINHA
                WRITE WS-REL-LINHA
            END-IF
            .
       END PROGRAM CEPCARGA.
