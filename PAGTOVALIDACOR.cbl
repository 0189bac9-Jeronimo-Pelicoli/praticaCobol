       01 WS-RESSUB-REGISTRO.
           03 WS-RB-DETALHE.
              05 WS-RB-TIPO            PIC X.
              05 WS-RB-ID              PIC 9(9).
              05 WS-RB-VALOR           PIC S9(9)V99.
              05 WS-RB-COD-SITUACAO    PIC X.
              05 WS-RB-MOTIVO-PAGTO    PIC 99.
              05 WS-RB-CLIENTE         PIC X(30).
              05 WS-RB-DATA-PENDENCIA  PIC X(8).
              05 WS-RB-FILIAL          PIC X(3).
              05 WS-RB-COD-CLIENTE     PIC 9(6).
           03 WS-RB-MOTIVO          PIC 99.
           03 WS-RB-TENTATIVAS      PIC 99.
       FD  WS-NOVO-FILE.
       01 WS-NOVO-REGISTRO         PIC X(75).
       FD  WS-CORR-FILE.
       01 WS-CORR-REGISTRO.
           03 WS-CR-DETALHE         PIC X(71).
           03 WS-CR-MOTIVO          PIC 99.
           03 WS-CR-TENTATIVAS      PIC 99.

       01 WS-ENT-VALOR             PIC X(15) VALUE SPACES.
       01 WS-ENTRADA-VALIDA-SW     PIC X     VALUE 'Y'.
           88 WS-ENTRADA-VALIDA              VALUE 'Y'.
       01 WS-VALOR-ED              PIC ZZZ,ZZZ,ZZ9.99-.

       01 WS-TOT-CORRIGIDO         PIC 9(6)  VALUE 0.
       01 WS-TOT-MANTIDO           PIC 9(6)  VALUE 0.

       01 WS-AMBIENTE-PARM.
           03 WS-AMB-FUNCAO        PIC X     VALUE 'R'.
           03 WS-AMB-NOME          PIC X(8)  VALUE SPACES.
           03 WS-AMB-RAIZ          PIC X(40) VALUE SPACES.
           03 WS-AMB-RC            PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      * Mesa de correcao dos pagamentos barrados pelas regras do
      * PAGTOVALIDA, no molde do DECISAOIFCOR: o corrigido segue
      * para PAGTOVALIDA.CORRIGIDOS e reentra pela ressubmissao
      * (modo R); o mantido continua na fila.
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-RESSUB-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-NOVO-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CORR-PATH
            DISPLAY 'PAGTOVALIDACOR - CORRECAO DE PAGAMENTOS '
                    'BARRADOS'

