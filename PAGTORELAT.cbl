       FILE SECTION.
       FD  WS-CONF-FILE.
       01 WS-CONF-REGISTRO.
           03 WS-CONF-ID             PIC 9(9).
           03 WS-CONF-VALOR          PIC S9(9)V99.
           03 WS-CONF-PAGTO          PIC X.
           03 WS-CONF-MOTIVO         PIC 99.
           03 WS-CONF-CLIENTE        PIC X(30).
           03 WS-CONF-COD-CLIENTE    PIC 9(6).
       FD  WS-REJ-FILE.
       01 WS-REJ-REGISTRO.
           03 WS-REJ-ID              PIC 9(9).
           03 WS-REJ-VALOR           PIC S9(9)V99.
           03 WS-REJ-PAGTO           PIC X.
           03 WS-REJ-MOTIVO          PIC 99.
           03 WS-REJ-CLIENTE         PIC X(30).
           03 WS-REJ-COD-CLIENTE     PIC 9(6).
       FD  WS-REL-FILE.
       01 WS-REL-LINHA               PIC X(80).
       FD  WS-PAGTO-FILE.
       01 WS-PAGTO-DETALHE.
           03 WS-IN-TIPO             PIC X.
           03 WS-IN-ID               PIC 9(9).
           03 WS-IN-VALOR            PIC S9(9)V99.
           03 WS-IN-COD-SITUACAO     PIC X.
           03 WS-IN-MOTIVO           PIC 99.
           03 WS-IN-CLIENTE          PIC X(30).
           03 WS-IN-DATA-PENDENCIA   PIC X(8).
           03 WS-IN-FILIAL           PIC X(3).
           03 WS-IN-COD-CLIENTE      PIC 9(6).
       FD  WS-FILIAIS-FILE.
       01 WS-FIL-REGISTRO.
          03 WS-FIL-CODIGO              PIC 9(3).
       01 WS-CAB-1.
           03 FILLER                 PIC X(30)
                    VALUE 'RELATORIO DIARIO DE LIQUIDACAO'.
           03 FILLER                 PIC X(4)  VALUE SPACES.
           03 FILLER                 PIC X(6)  VALUE 'DATA: '.
           03 WS-CAB-DATA            PIC X(10).
           03 FILLER                 PIC X(11) VALUE '  AMBIENTE '.
           03 WS-CAB-AMBIENTE        PIC X(8).
           03 FILLER                 PIC X(3)  VALUE SPACES.
           03 FILLER                 PIC X(5)  VALUE 'PAG. '.
           03 WS-CAB-PAGINA          PIC ZZ9.
       01 WS-CAB-2.
           03 FILLER                 PIC X(20) VALUE 'SITUACAO/MOTIVO'.

       01 WS-DET-LINHA.
           03 WS-DET-ID              PIC 9(9).
           03 FILLER                 PIC X     VALUE SPACE.
           03 WS-DET-CLIENTE         PIC X(30).
           03 FILLER                 PIC XX    VALUE SPACES.
           03 WS-DET-VALOR           PIC ZZZ,ZZZ,ZZ9.99-.
           03 FILLER                 PIC X(3)  VALUE SPACES.
           03 WS-DET-DESCRICAO       PIC X(20).

       01 WS-TOT-LINHA.
           03 WS-QTD-REJ             PIC 9(6)      VALUE 0.
           03 WS-VAL-REJ             PIC S9(11)V99 VALUE 0.

       01 WS-SIMULA-PARM.
           03 WS-SM-FUNCAO         PIC X     VALUE 'D'.
           03 WS-SM-ATIVA          PIC X     VALUE 'N'.
              88 WS-SM-SIMULANDO             VALUE 'S'.
           03 WS-SM-RC             PIC 99.

       01 WS-RELARQ-PARM.
           03 WS-RA-FUNCAO         PIC X     VALUE 'R'.
           03 WS-RA-PROGRAMA       PIC X(12) VALUE 'PAGTORELAT'.
           03 WS-RA-RELATORIO      PIC X(30)
                                   VALUE 'PAGTORELAT.REL'.
           03 WS-RA-RC             PIC 99.
           03 WS-RA-PAGINAS        PIC 9(5).
           03 WS-RA-EXPURGADOS     PIC 9(5).
       01 WS-RC-SALVO              PIC S9(4) VALUE 0.

       01 WS-AMBIENTE-PARM.
           03 WS-AMB-FUNCAO        PIC X     VALUE 'R'.
           03 WS-AMB-NOME          PIC X(8)  VALUE SPACES.
           03 WS-AMB-RAIZ          PIC X(40) VALUE SPACES.
           03 WS-AMB-RC            PIC 99.

       01 WS-MASCARA-PARM.
           03 WS-MSC-FUNCAO        PIC X.
           03 WS-MSC-PROGRAMA      PIC X(12) VALUE 'PAGTORELAT'.
           03 WS-MSC-OPERADOR      PIC X(8)  VALUE SPACES.
           03 WS-MSC-PERFIL        PIC X     VALUE SPACE.
           03 WS-MSC-CHAVE         PIC X(30) VALUE SPACES.
           03 WS-MSC-CLARO         PIC X     VALUE 'N'.
           03 WS-MSC-TIPO          PIC X.
           03 WS-MSC-CAMPO         PIC X(60).
           03 WS-MSC-RC            PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CONF-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-REJ-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-REL-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-PAGTO-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-FILIAIS-PATH
            DISPLAY 'PAGTORELAT'
      * Em simulacao da cadeia o que o passo grava, e o que ele le
      * de passos anteriores, fica nas copias de rascunho.
            CALL 'CADSIMULA' USING WS-SIMULA-PARM WS-CONF-PATH
            CALL 'CADSIMULA' USING WS-SIMULA-PARM WS-REJ-PATH
            CALL 'CADSIMULA' USING WS-SIMULA-PARM WS-REL-PATH
            CALL 'CADSIMULA' USING WS-SIMULA-PARM WS-PAGTO-PATH

            MOVE 'I' TO WS-RN-FUNCAO
            CALL 'RUNCTL' USING WS-RUNCTL-PARM
            IF RETURN-CODE = 0
                PERFORM P050-CARREGA-MOTIVOS
                OPEN OUTPUT WS-REL-FILE
                MOVE 'A'         TO WS-MSC-FUNCAO
                MOVE WS-REL-PATH TO WS-MSC-CHAVE
                CALL 'CADMASCARA' USING WS-MASCARA-PARM
                MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
                MOVE WS-DATA-HORA-ATUAL(7:2) TO WS-CAB-DATA(1:2)
                MOVE '/'                     TO WS-CAB-DATA(3:1)
                MOVE WS-DATA-HORA-ATUAL(5:2) TO WS-CAB-DATA(4:2)
                MOVE '/'                     TO WS-CAB-DATA(6:1)
                MOVE WS-DATA-HORA-ATUAL(1:4) TO WS-CAB-DATA(7:4)
                MOVE WS-AMB-NOME TO WS-CAB-AMBIENTE

                PERFORM P060-CARREGA-FILIAIS
                PERFORM P200-LISTA-CONFIRMADOS
                PERFORM P500-GRANDE-TOTAL

                CLOSE WS-REL-FILE
      * Listagem fechada vai para o repositorio de relatorios.
                MOVE RETURN-CODE TO WS-RC-SALVO
                CALL 'RELARQUIVA' USING WS-RELARQ-PARM WS-REL-PATH
                MOVE WS-RC-SALVO TO RETURN-CODE
            END-IF

            MOVE 'F' TO WS-RN-FUNCAO
       P260-DETALHA-CONFIRMADO.
            PERFORM P110-GRAVA-LINHA
            MOVE WS-CONF-ID        TO WS-DET-ID
            MOVE 'M'               TO WS-MSC-FUNCAO
            MOVE 'N'               TO WS-MSC-TIPO
            MOVE WS-CONF-CLIENTE   TO WS-MSC-CAMPO
            CALL 'CADMASCARA' USING WS-MASCARA-PARM
            MOVE WS-MSC-CAMPO      TO WS-DET-CLIENTE
            MOVE WS-CONF-VALOR     TO WS-DET-VALOR
            MOVE 'CONFIRMADO'      TO WS-DET-DESCRICAO
            WRITE WS-REL-LINHA FROM WS-DET-LINHA
       P360-DETALHA-REJEITADO.
            PERFORM P110-GRAVA-LINHA
            MOVE WS-REJ-ID         TO WS-DET-ID
            MOVE 'M'               TO WS-MSC-FUNCAO
            MOVE 'N'               TO WS-MSC-TIPO
            MOVE WS-REJ-CLIENTE    TO WS-MSC-CAMPO
            CALL 'CADMASCARA' USING WS-MASCARA-PARM
            MOVE WS-MSC-CAMPO      TO WS-DET-CLIENTE
            MOVE WS-REJ-VALOR      TO WS-DET-VALOR

            MOVE WS-REJ-MOTIVO     TO WS-MOTIVO-CORRENTE
