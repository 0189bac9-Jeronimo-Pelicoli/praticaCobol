       FILE SECTION.
       FD  WS-PED-FILE.
       01 WS-PED-REGISTRO.
           03 WS-PED-ID              PIC 9(9).
           03 WS-PED-DATA-NOVA       PIC 9(8).
           03 WS-PED-OPERADOR        PIC X(8).
           03 WS-PED-MOTIVO          PIC X(30).
           03 WS-PED-DATA-PEDIDO     PIC 9(8).
       FD  WS-PEDN-FILE.
       01 WS-PEDN-REGISTRO           PIC X(63).
       FD  WS-VENC-FILE.
       01 WS-VENC-REGISTRO.
           03 WS-VENC-ID             PIC 9(9).
           03 WS-VENC-DATA           PIC 9(8).
       FD  WS-VNOVO-FILE.
       01 WS-VNOVO-REGISTRO.
           03 WS-VNOVO-ID            PIC 9(9).
           03 WS-VNOVO-DATA          PIC 9(8).
       FD  WS-HIS-FILE.
       01 WS-HIS-REGISTRO.
           03 WS-HIS-ID              PIC 9(9).
           03 WS-HIS-DATA-ORIGINAL   PIC 9(8).
           03 WS-HIS-DATA-NOVA       PIC 9(8).
           03 WS-HIS-OPERADOR        PIC X(8).
       01 WS-VENC-ACHOU-SW         PIC X     VALUE 'N'.
          88 WS-VENC-ACHOU                   VALUE 'Y'.

       01 WS-ENT-ID                PIC 9(9)  VALUE 0.
       01 WS-ENT-DATA              PIC X(8)  VALUE SPACES.
       01 WS-ENT-OPERADOR          PIC X(8)  VALUE SPACES.
       01 WS-ENT-MOTIVO            PIC X(30) VALUE SPACES.
       01 WS-DATA-APROVADA         PIC 9(8)  VALUE 0.
       01 WS-DATA-ORIGINAL         PIC 9(8)  VALUE 0.
       01 WS-ID-APROVADO           PIC 9(9)  VALUE 0.

       01 WS-DATA-HORA-ATUAL       PIC X(21).
       01 WS-HOJE                  PIC 9(8)  VALUE 0.
           03 WS-AU-CONTADOR       PIC 9(6).
           03 WS-AU-OPERADOR       PIC X(8)  VALUE SPACES.

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

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-PED-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-PEDN-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-VENC-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-VNOVO-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-HIS-PATH
            DISPLAY 'PRORROGA - PRORROGACAO DE VENCIMENTOS'

      * Vindo do menu principal, o operador e o da sessao.
            CALL 'OPERSESSAO' USING WS-SESSAO-PARM
            IF WS-SS-ATIVA
                MOVE WS-SS-OPERADOR TO WS-AU-OPERADOR
            END-IF

            DISPLAY 'MODO (S=SOLICITA, A=APROVA): '
            ACCEPT WS-MODO-EXECUCAO

            ACCEPT WS-ENT-ID
            DISPLAY 'NOVA DATA PROPOSTA (AAAAMMDD): '
            ACCEPT WS-ENT-DATA
            IF WS-SS-ATIVA
                MOVE WS-SS-OPERADOR TO WS-ENT-OPERADOR
            ELSE
                DISPLAY 'OPERADOR: '
                ACCEPT WS-ENT-OPERADOR
            END-IF
            DISPLAY 'MOTIVO: '
            ACCEPT WS-ENT-MOTIVO


            MOVE 'PRORROGACAO'  TO WS-AU-EVENTO
            MOVE SPACES         TO WS-AU-CHAVE
            MOVE WS-ID-APROVADO TO WS-AU-CHAVE(1:9)
            MOVE WS-ENT-OPERADOR TO WS-AU-CHAVE(11:8)
            MOVE 0              TO WS-AU-CONTADOR
            CALL 'AUDITLOG' USING WS-AUDIT-PARM
            .
