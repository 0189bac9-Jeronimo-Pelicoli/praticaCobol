       01 WS-JR-FS                 PIC XX.
       01 WS-DATA-HORA-ATUAL       PIC X(21).

       01 WS-AMBIENTE-PARM.
           03 WS-AMB-FUNCAO        PIC X     VALUE 'R'.
           03 WS-AMB-NOME          PIC X(8)  VALUE SPACES.
           03 WS-AMB-RAIZ          PIC X(40) VALUE SPACES.
           03 WS-AMB-RC            PIC 99.

       LINKAGE SECTION.
       01 PARAMETROS-JORNAL.
           02 WS-PRM-PROGRAMA      PIC X(8).
      * Toda gravacao no master de clientes passa por aqui: um
      * registro por mudanca, com imagem anterior e posterior, no
      * mesmo espirito do log por chamada do CHAMADO.
           CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-JR-PATH
           OPEN EXTEND WS-JR-FILE
           IF WS-JR-FS NOT = '00'
               OPEN OUTPUT WS-JR-FILE
