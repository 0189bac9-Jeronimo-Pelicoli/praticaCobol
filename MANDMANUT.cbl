          03 WS-JOR-OPERACAO            PIC X.
          03 WS-JOR-ANTES               PIC X(36).
          03 WS-JOR-DEPOIS              PIC X(36).
          03 WS-JOR-OPERADOR            PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-MAN-PATH             PIC X(40) VALUE 'MANDATOS.IDX'.
       01 WS-DATA-HORA-ATUAL      PIC X(21).
       01 WS-DESC-SITUACAO        PIC X(10).

       01 WS-SESSAO-PARM.
           03 WS-SS-FUNCAO         PIC X     VALUE 'C'.
           03 WS-SS-OPERADOR       PIC X(8)  VALUE SPACES.
           03 WS-SS-PERFIL         PIC X.
           03 WS-SS-TIMEOUT        PIC 9(3).
           03 WS-SS-RC             PIC 99    VALUE 4.
              88 WS-SS-ATIVA               VALUE 0.

       01 WS-AMBIENTE-PARM.
           03 WS-AMB-FUNCAO        PIC X     VALUE 'R'.
           03 WS-AMB-NOME          PIC X(8)  VALUE SPACES.
           03 WS-AMB-RAIZ          PIC X(40) VALUE SPACES.
           03 WS-AMB-RC            PIC 99.

       01 WS-MASCARA-PARM.
           03 WS-MSC-FUNCAO        PIC X.
           03 WS-MSC-PROGRAMA      PIC X(12) VALUE 'MANDMANUT'.
           03 WS-MSC-OPERADOR      PIC X(8)  VALUE SPACES.
           03 WS-MSC-PERFIL        PIC X     VALUE SPACE.
           03 WS-MSC-CHAVE         PIC X(30) VALUE SPACES.
           03 WS-MSC-CLARO         PIC X     VALUE 'N'.
           03 WS-MSC-TIPO          PIC X.
           03 WS-MSC-CAMPO         PIC X(60).
           03 WS-MSC-RC            PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-MAN-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CLI-NOVO-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-JOR-PATH
            DISPLAY 'MANDMANUT - MANUTENCAO DE MANDATOS DE DEBITO'

      * Vindo do menu principal, o operador e o da sessao.
            CALL 'OPERSESSAO' USING WS-SESSAO-PARM

            OPEN I-O WS-MAN-FILE
            IF WS-MAN-FS NOT = '00'
                OPEN OUTPUT WS-MAN-FILE
                DISPLAY 'CLIENTE    : ' WS-MAN-CODIGO
                DISPLAY 'BANCO      : ' WS-MAN-BANCO
                DISPLAY 'AGENCIA    : ' WS-MAN-AGENCIA
                MOVE 'A'            TO WS-MSC-FUNCAO
                MOVE WS-SS-OPERADOR TO WS-MSC-OPERADOR
                MOVE WS-SS-PERFIL   TO WS-MSC-PERFIL
                MOVE SPACES         TO WS-MSC-CHAVE
                STRING 'MANDATO ' WS-MAN-CODIGO
                       DELIMITED BY SIZE
                       INTO WS-MSC-CHAVE
                END-STRING
                CALL 'CADMASCARA' USING WS-MASCARA-PARM
                MOVE 'M'            TO WS-MSC-FUNCAO
                MOVE 'B'            TO WS-MSC-TIPO
                MOVE WS-MAN-CONTA   TO WS-MSC-CAMPO
                CALL 'CADMASCARA' USING WS-MASCARA-PARM
                DISPLAY 'CONTA      : ' WS-MSC-CAMPO(1:12)
                DISPLAY 'AUTORIZADO : ' WS-MAN-DATA-AUTORIZACAO
                DISPLAY 'SITUACAO   : ' WS-DESC-SITUACAO
            END-IF
            MOVE WS-OPCAO                TO WS-JOR-OPERACAO
            MOVE WS-IMG-ANTES            TO WS-JOR-ANTES
            MOVE WS-MAN-REGISTRO         TO WS-JOR-DEPOIS
            MOVE WS-SS-OPERADOR          TO WS-JOR-OPERADOR
            WRITE WS-JOR-REGISTRO
            CLOSE WS-JOR-FILE
            .
