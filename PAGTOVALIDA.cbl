       FD  WS-PAGTO-FILE.
       01 WS-PAGTO-REG-IN.
           03 WS-IN-TIPO            PIC X.
           03 WS-IN-ID              PIC 9(9).
           03 WS-IN-VALOR           PIC S9(9)V99.
           03 WS-IN-COD-SITUACAO    PIC X.
           03 WS-IN-MOTIVO          PIC 99.
           03 WS-IN-CLIENTE         PIC X(30).
           03 WS-IN-DATA-PENDENCIA  PIC X(8).
           03 WS-IN-FILIAL          PIC X(3).
           03 WS-IN-COD-CLIENTE     PIC 9(6).
       01 WS-PAGTO-REG-HDR.
           03 WS-HDR-TIPO           PIC X.
           03 WS-HDR-DATA           PIC 9(8).
           03 WS-TRL-QTD            PIC 9(6).
           03 WS-TRL-HASH           PIC S9(11)V99.
       FD  WS-SAIDA-FILE.
       01 WS-SAIDA-REGISTRO         PIC X(71).
      * Regras do negocio para pagamentos, no molde das regras do
      * DECISAOIF: campo (V=VALOR, M=MOTIVO, S=SITUACAO, F=FILIAL),
      * operador (GT GE LT LE EQ NE), valor de referencia, motivo a
           03 WS-RG-SEVERIDADE      PIC X.
       FD  WS-WARN-FILE.
       01 WS-WARN-REGISTRO.
           03 WS-W-ID               PIC 9(9).
           03 WS-W-VALOR            PIC S9(9)V99.
           03 WS-W-MOTIVO           PIC 99.
           03 WS-W-CLIENTE          PIC X(30).
       FD  WS-RESSUB-FILE.
       01 WS-RESSUB-REGISTRO.
           03 WS-RB-DETALHE         PIC X(71).
           03 WS-RB-MOTIVO          PIC 99.
           03 WS-RB-TENTATIVAS      PIC 99.
       FD  WS-CORR-FILE.
       01 WS-CORR-REGISTRO.
           03 WS-CR-DETALHE         PIC X(71).
           03 WS-CR-MOTIVO          PIC 99.
           03 WS-CR-TENTATIVAS      PIC 99.

           03 WS-TOT-WARN          PIC 9(6) VALUE 0.
           03 WS-TOT-ESCALADO      PIC 9(6) VALUE 0.

       01 WS-AMBIENTE-PARM.
           03 WS-AMB-FUNCAO        PIC X     VALUE 'R'.
           03 WS-AMB-NOME          PIC X(8)  VALUE SPACES.
           03 WS-AMB-RAIZ          PIC X(40) VALUE SPACES.
           03 WS-AMB-RC            PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-PAGTO-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-SAIDA-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-REGRA-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-WARN-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-RESSUB-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CORR-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM
                                     WS-RESSUB-SAIDA-PATH
            DISPLAY 'PAGTOVALIDA - VALIDACAO POR REGRAS DOS '
                    'PAGAMENTOS'
            DISPLAY 'MODO (B=BATCH, R=RESSUBMISSAO): '
