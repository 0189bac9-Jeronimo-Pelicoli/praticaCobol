           SELECT WS-CTL-FILE      ASSIGN TO WS-CTL-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-CTL-FS.
           SELECT WS-RP-FILE       ASSIGN TO WS-RP-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS WS-RP-ID
                                    FILE STATUS WS-RP-FS.
           SELECT WS-HS-FILE       ASSIGN TO WS-HS-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS WS-HS-CHAVE
                                    FILE STATUS WS-HS-FS.
       DATA DIVISION.
       FILE SECTION.
       FD  WS-REG-FILE.
           03 WS-CTL-QTD-PARTICOES   PIC 9.
           03 WS-CTL-TOTAL           PIC 9(6).
           03 WS-CTL-QTD-P           OCCURS 4 TIMES PIC 9(6).
      * Layout identico ao do REPETICAO (so a chave interessa aqui).
       FD  WS-RP-FILE.
       01 WS-RP-REGISTRO.
           03 WS-RP-ID               PIC X(6).
           03 FILLER                 PIC X(72).
       FD  WS-HS-FILE.
       01 WS-HS-REGISTRO.
           03 WS-HS-CHAVE            PIC X(11).
           03 FILLER                 PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-REG-PATH              PIC X(40) VALUE 'REGISTROS.DAT'.
       01 WS-REG-FS                PIC XX.
       01 WS-PAR-FS                PIC XX.
       01 WS-CTL-FS                PIC XX.
       01 WS-RP-PATH               PIC X(40) VALUE 'REPETICAO.IDX'.
       01 WS-HS-PATH               PIC X(40) VALUE 'REPETICAO.HIST'.
       01 WS-RP-FS                 PIC XX.
       01 WS-HS-FS                 PIC XX.

       01 WS-FIM-ARQUIVO           PIC X     VALUE 'N'.
          88 WS-FIM                          VALUE 'Y'.
       01 WS-PARTICAO-CORRENTE     PIC 9     VALUE 0.
       01 WS-PARTICAO-DESTINO      PIC 9     VALUE 1.
       01 WS-TOT-LIDO              PIC 9(6)  VALUE 0.
       01 WS-SOMA-ID               PIC 9(6)  VALUE 0.
       01 WS-IX                    PIC 99    VALUE 0.
       01 WS-TAB-QTD.
          03 WS-QTD-PARTICAO OCCURS 4 TIMES PIC 9(6).

           03 WS-PL-VALOR          PIC X(14).
           03 WS-PL-RC             PIC 99.

       01 WS-AMBIENTE-PARM.
           03 WS-AMB-FUNCAO        PIC X     VALUE 'R'.
           03 WS-AMB-NOME          PIC X(8)  VALUE SPACES.
           03 WS-AMB-RAIZ          PIC X(40) VALUE SPACES.
           03 WS-AMB-RC            PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-REG-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CTL-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-RP-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-HS-PATH
            DISPLAY 'REGSPLIT - PARTICIONAMENTO DE REGISTROS.DAT'

            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
                MOVE 0 TO WS-QTD-PARTICAO(WS-PARTICAO-CORRENTE)
            END-PERFORM

            PERFORM P100-PREPARA-CADASTRO

      * Distribuicao pela chave: todos os registros de um mesmo ID vao
      * para a mesma particao, na ordem do arquivo, e so uma instancia
      * atualiza cada item do cadastro. Cada instancia trabalha so o
      * seu arquivo com o seu proprio checkpoint.
            PERFORM P200-DISTRIBUI
                    VARYING WS-PARTICAO-CORRENTE FROM 1 BY 1
            END-PERFORM
            STOP RUN.

       P100-PREPARA-CADASTRO.
      * Cadastro e historico criados antes de soltar as particoes,
      * para as instancias paralelas nunca disputarem a criacao.
            OPEN I-O WS-RP-FILE
            IF WS-RP-FS NOT = '00'
                OPEN OUTPUT WS-RP-FILE
            END-IF
            CLOSE WS-RP-FILE
            OPEN I-O WS-HS-FILE
            IF WS-HS-FS NOT = '00'
                OPEN OUTPUT WS-HS-FILE
            END-IF
            CLOSE WS-HS-FILE
            IF WS-RP-FS NOT = '00' OR WS-HS-FS NOT = '00'
                DISPLAY 'CADASTRO DE REPETICAO INDISPONIVEL: '
                        WS-RP-PATH ' FS ' WS-RP-FS ' / ' WS-HS-FS
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
            .
       P200-DISTRIBUI.
      * Passada por particao: a particao K leva os registros cujo ID
      * cai em K. A releitura da entrada evita juntar quatro arquivos
      * abertos ao mesmo tempo.
            MOVE SPACES TO WS-PAR-PATH
            STRING 'REGISTROS.P' WS-PARTICAO-CORRENTE
                   DELIMITED BY SIZE
                   INTO WS-PAR-PATH
            END-STRING
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-PAR-PATH

            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN INPUT WS-REG-FILE
            IF WS-REG-FS NOT = '00'
                DISPLAY 'ARQUIVO DE REGISTROS NAO ENCONTRADO: '
                    IF WS-PARTICAO-CORRENTE = 1
                        ADD 1 TO WS-TOT-LIDO
                    END-IF
                    PERFORM P270-CALCULA-DESTINO
            END-READ
            .
       P260-SOLTA-REGISTRO.
                WRITE WS-PAR-LINHA FROM WS-REG-LINHA
                ADD 1 TO WS-QTD-PARTICAO(WS-PARTICAO-CORRENTE)
            END-IF
            PERFORM P250-LE-REGISTRO
            .
       P270-CALCULA-DESTINO.
      * Soma dos caracteres do ID modulo o numero de particoes: IDs
      * sequenciais se espalham por igual entre as particoes.
            MOVE 0 TO WS-SOMA-ID
            PERFORM VARYING WS-IX FROM 1 BY 1
                    UNTIL WS-IX > 6
                COMPUTE WS-SOMA-ID = WS-SOMA-ID
                        + FUNCTION ORD(WS-REG-LINHA(WS-IX:1))
            END-PERFORM
            COMPUTE WS-PARTICAO-DESTINO =
                    FUNCTION MOD(WS-SOMA-ID, WS-QTD-PARTICOES) + 1
            .
       P700-GRAVA-CONTROLE.
      * O coletor confere a soma das particoes contra este total.
            OPEN OUTPUT WS-CTL-FILE
