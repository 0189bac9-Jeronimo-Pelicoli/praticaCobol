       FILE SECTION.
       FD  WS-CHAM-FILE.
       01 WS-CHAM-REGISTRO.
           03 WS-CH-TIPO-NOTA       PIC XX.
           03 WS-CH-COD-CLIENTE     PIC 9(6).
           03 WS-CH-ID              PIC 9(9).
           03 WS-CH-VALOR           PIC S9(9)V99.
           03 WS-CH-RC              PIC 99.
           03 WS-CH-RS              PIC S9(9)V99.
           03 WS-CH-SITUACAO        PIC X.
       FD  WS-PAG-FILE.
       01 WS-PAG-REGISTRO.
           03 WS-PG-ID              PIC 9(9).
           03 WS-PG-VALOR           PIC S9(9)V99.
           03 WS-PG-PAGTO           PIC X.
           03 WS-PG-MOTIVO          PIC 99.
           03 WS-PG-CLIENTE         PIC X(30).
           03 WS-PG-COD-CLIENTE     PIC 9(6).
       FD  WS-DIF-FILE.
       01 WS-DIF-REGISTRO.
           03 WS-DF-LINHA           PIC 99.
                   VALUE 'RESUMO DA NOITE - OPERACAO        '.
          03 FILLER                PIC X(6)  VALUE 'DATA: '.
          03 WS-CAB-DATA           PIC X(10).
          03 FILLER                PIC X(11) VALUE '  AMBIENTE '.
          03 WS-CAB-AMBIENTE       PIC X(8).
       01 WS-CAB-2.
          03 FILLER                PIC X(14) VALUE 'PROGRAMA'.
          03 FILLER                PIC X(10) VALUE 'ENTRADAS'.
          03 FILLER                PIC XX    VALUE SPACES.
          03 WS-DET-SITUACAO       PIC X(8).

       01 WS-SIMULA-PARM.
           03 WS-SM-FUNCAO         PIC X     VALUE 'D'.
           03 WS-SM-ATIVA          PIC X     VALUE 'N'.
              88 WS-SM-SIMULANDO             VALUE 'S'.
           03 WS-SM-RC             PIC 99.

       01 WS-RELARQ-PARM.
           03 WS-RA-FUNCAO         PIC X     VALUE 'R'.
           03 WS-RA-PROGRAMA       PIC X(12) VALUE 'RESUMONOITE'.
           03 WS-RA-RELATORIO      PIC X(30)
                                   VALUE 'RESUMONOITE.REL'.
           03 WS-RA-RC             PIC 99.
           03 WS-RA-PAGINAS        PIC 9(5).
           03 WS-RA-EXPURGADOS     PIC 9(5).
       01 WS-RC-SALVO              PIC S9(4) VALUE 0.

       01 WS-AMBIENTE-PARM.
           03 WS-AMB-FUNCAO        PIC X     VALUE 'R'.
           03 WS-AMB-NOME          PIC X(8)  VALUE SPACES.
           03 WS-AMB-RAIZ          PIC X(40) VALUE SPACES.
           03 WS-AMB-RC            PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CHAM-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-PAG-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-DIF-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-DSW-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-MAT-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-REL-PATH
            DISPLAY 'RESUMONOITE - PAGINA UNICA DA OPERACAO'
      * Em simulacao da cadeia o que o passo grava, e o que ele le
      * de passos anteriores, fica nas copias de rascunho.
            CALL 'CADSIMULA' USING WS-SIMULA-PARM WS-PAG-PATH
            CALL 'CADSIMULA' USING WS-SIMULA-PARM WS-REL-PATH

            MOVE 'I' TO WS-RN-FUNCAO
            CALL 'RUNCTL' USING WS-RUNCTL-PARM
            MOVE WS-DATA-HORA-ATUAL(5:2) TO WS-CAB-DATA(4:2)
            MOVE '/'                     TO WS-CAB-DATA(6:1)
            MOVE WS-DATA-HORA-ATUAL(1:4) TO WS-CAB-DATA(7:4)
            MOVE WS-AMB-NOME TO WS-CAB-AMBIENTE
            WRITE WS-REL-LINHA FROM WS-CAB-1
            WRITE WS-REL-LINHA FROM WS-CAB-2
            MOVE ALL '-' TO WS-REL-LINHA
            PERFORM P600-RESUME-MATEMATICA

            CLOSE WS-REL-FILE
      * Listagem fechada vai para o repositorio de relatorios.
            MOVE RETURN-CODE TO WS-RC-SALVO
            CALL 'RELARQUIVA' USING WS-RELARQ-PARM WS-REL-PATH
            MOVE WS-RC-SALVO TO RETURN-CODE
            DISPLAY 'RESUMO GRAVADO EM: ' WS-REL-PATH

            MOVE 'F' TO WS-RN-FUNCAO
