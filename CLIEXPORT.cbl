
       01 WS-TOT-EXPORTADO        PIC 9(6)  VALUE 0.
       01 WS-DATA-HORA-ATUAL      PIC X(21).
      * Campos pessoais como saem no arquivo (ver CADMASCARA).
       01 WS-EXP-NOME             PIC X(30).
       01 WS-EXP-TELEFONE         PIC X(20).
       01 WS-EXP-EMAIL            PIC X(50).

       01 WS-AMBIENTE-PARM.
           03 WS-AMB-FUNCAO        PIC X     VALUE 'R'.
           03 WS-AMB-NOME          PIC X(8)  VALUE SPACES.
           03 WS-AMB-RAIZ          PIC X(40) VALUE SPACES.
           03 WS-AMB-RC            PIC 99.

       01 WS-MASCARA-PARM.
           03 WS-MSC-FUNCAO        PIC X.
           03 WS-MSC-PROGRAMA      PIC X(12) VALUE 'CLIEXPORT'.
           03 WS-MSC-OPERADOR      PIC X(8)  VALUE SPACES.
           03 WS-MSC-PERFIL        PIC X     VALUE SPACE.
           03 WS-MSC-CHAVE         PIC X(30) VALUE SPACES.
           03 WS-MSC-CLARO         PIC X     VALUE 'N'.
           03 WS-MSC-TIPO          PIC X.
           03 WS-MSC-CAMPO         PIC X(60).
           03 WS-MSC-RC            PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CLI-NOVO-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-EXP-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CTL-PATH
            DISPLAY 'CLIEXPORT'

            OPEN INPUT WS-CLI-NOVO
                        WS-CLI-NOVO-PATH
                MOVE 8 TO RETURN-CODE
            ELSE
                MOVE 'A'         TO WS-MSC-FUNCAO
                MOVE WS-EXP-PATH TO WS-MSC-CHAVE
                CALL 'CADMASCARA' USING WS-MASCARA-PARM
                OPEN OUTPUT WS-EXP-FILE
                PERFORM P100-GRAVA-CABECALHO
                PERFORM P150-LE-CLIENTE
      * Campos aparados antes do ';': o CRM nao quer os 30 brancos de
      * cada PIC X(30) (mesma abordagem do P600-EXPORTA-TRIMMED do
      * demo de LENGTH).
            PERFORM P210-MASCARA-CLIENTE
            MOVE SPACES TO WS-EXP-LINHA
            STRING WS-CODIGO                              ';'
                   FUNCTION TRIM(WS-EXP-NOME     TRAILING)  ';'
                   FUNCTION TRIM(WS-ENDERECO     TRAILING)  ';'
                   FUNCTION TRIM(WS-EXP-TELEFONE TRAILING)  ';'
                   FUNCTION TRIM(WS-EXP-EMAIL    TRAILING)  ';'
                   FUNCTION TRIM(WS-ESTADO       TRAILING)  ';'
                   FUNCTION TRIM(WS-CIDADE       TRAILING)
                   DELIMITED BY SIZE
                   INTO WS-EXP-LINHA
            END-STRING

            PERFORM P150-LE-CLIENTE
            .
       P210-MASCARA-CLIENTE.
            MOVE 'M'             TO WS-MSC-FUNCAO
            MOVE 'N'             TO WS-MSC-TIPO
            MOVE WS-NOME         TO WS-MSC-CAMPO
            CALL 'CADMASCARA' USING WS-MASCARA-PARM
            MOVE WS-MSC-CAMPO    TO WS-EXP-NOME
            MOVE 'T'             TO WS-MSC-TIPO
            MOVE WS-TELEFONE     TO WS-MSC-CAMPO
            CALL 'CADMASCARA' USING WS-MASCARA-PARM
            MOVE WS-MSC-CAMPO    TO WS-EXP-TELEFONE
            MOVE 'E'             TO WS-MSC-TIPO
            MOVE WS-EMAIL        TO WS-MSC-CAMPO
            CALL 'CADMASCARA' USING WS-MASCARA-PARM
            MOVE WS-MSC-CAMPO    TO WS-EXP-EMAIL
            .
       P300-GRAVA-TRIMMED.
            COMPUTE WS-COMPRIMENTO-OCUPADO =
                FUNCTION LENGTH (FUNCTION TRIM
