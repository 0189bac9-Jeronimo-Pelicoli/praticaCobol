                                    FILE STATUS WS-REJ-FS.
           SELECT WS-CLI-FILE      ASSIGN TO WS-CLI-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS WS-CLI-CODIGO
                                    ALTERNATE RECORD KEY IS WS-CLI-NOME
                                                  WITH DUPLICATES
                                    FILE STATUS WS-LEG-FS.
           SELECT WS-HIST-FILE     ASSIGN TO WS-HIST-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS WS-HIST-ID
                                    FILE STATUS WS-HIST-FS.
           SELECT WS-BLQ-FILE      ASSIGN TO WS-BLQ-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS WS-BLQ-ID
                                    FILE STATUS WS-BLQ-FS.
           SELECT WS-LIM-FILE      ASSIGN TO WS-LIM-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS WS-LIM-CODIGO
                                    FILE STATUS WS-LIM-FS.
           SELECT WS-PENDA-FILE    ASSIGN TO WS-PENDA-PATH
                                    FILE STATUS WS-PENDA-FS.
           SELECT WS-CRD-FILE      ASSIGN TO WS-CRD-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS WS-CRD-CODIGO
                                    FILE STATUS WS-CRD-FS.
           SELECT WS-CRJ-FILE      ASSIGN TO WS-CRJ-PATH
                                    ORGANIZATION LINE SEQUENTIAL
           SELECT WS-INA-FILE      ASSIGN TO WS-INA-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-INA-FS.
           SELECT WS-TRA-FILE      ASSIGN TO WS-TRA-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-TRA-FS.
           SELECT WS-TRB-FILE      ASSIGN TO WS-TRB-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-TRB-FS.
           SELECT WS-SORT-FILE     ASSIGN TO 'PAGTOCONFIRM.SRT'.
       DATA DIVISION.
       FILE SECTION.
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
       FD  WS-PEND-FILE.
       01 WS-PEND-REGISTRO.
           03 WS-PEND-TIPO           PIC X.
           03 WS-PEND-ID             PIC 9(9).
           03 WS-PEND-VALOR          PIC S9(9)V99.
           03 WS-PEND-COD-SITUACAO   PIC X.
           03 WS-PEND-MOTIVO         PIC 99.
           03 WS-PEND-CLIENTE        PIC X(30).
           03 WS-PEND-DATA-PENDENCIA PIC 9(8).
           03 WS-PEND-FILIAL         PIC X(3).
           03 WS-PEND-COD-CLIENTE    PIC 9(6).
       FD  WS-OUT-FILE.
       01 WS-PAGTO-REG-OUT.
           03 WS-OUT-ID             PIC 9(9).
           03 WS-OUT-VALOR          PIC S9(9)V99.
           03 WS-OUT-PAGTO          PIC X.
           03 WS-OUT-MOTIVO         PIC 99.
           03 WS-OUT-CLIENTE        PIC X(30).
           03 WS-OUT-COD-CLIENTE    PIC 9(6).
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
       FD  WS-CLI-FILE.
       01 WS-CLI-REGISTRO.
           03 WS-CLI-CODIGO          PIC 9(6).
       FD  WS-APROV-FILE.
       01 WS-APROV-REGISTRO.
           03 WS-APROV-TIPO          PIC X.
           03 WS-APROV-ID            PIC 9(9).
           03 WS-APROV-VALOR         PIC S9(9)V99.
           03 WS-APROV-COD-SITUACAO  PIC X.
           03 WS-APROV-MOTIVO        PIC 99.
           03 WS-APROV-CLIENTE       PIC X(30).
           03 WS-APROV-DATA-PEND     PIC X(8).
           03 WS-APROV-FILIAL        PIC X(3).
           03 WS-APROV-COD-CLIENTE   PIC 9(6).
       FD  WS-DEC-FILE.
       01 WS-DEC-REGISTRO            PIC X(71).
       FD  WS-EST-FILE.
       01 WS-EST-REGISTRO.
           03 WS-EST-ID              PIC 9(9).
           03 WS-EST-VALOR           PIC S9(9)V99.
           03 WS-EST-DATA            PIC 9(8).
           03 WS-EST-DATA-ORIGINAL   PIC 9(8).
           03 WS-EST-CLIENTE         PIC X(30).
           03 WS-EST-COD-CLIENTE     PIC 9(6).
       FD  WS-LEG-FILE.
       01 WS-LEG-REGISTRO           PIC X(62).
       FD  WS-CHK-FILE.
       01 WS-CHK-REGISTRO.
           03 WS-CHK-REGS            PIC 9(6).
           03 WS-CHK-ULT-ID          PIC 9(9).
           03 WS-CHK-CONFIRMADO      PIC 9(6).
           03 WS-CHK-REJEITADO       PIC 9(6).
           03 WS-CHK-PENDENTE        PIC 9(6).
           03 WS-CHK-APROVACAO       PIC 9(6).
       FD  WS-HIST-FILE.
       01 WS-HIST-REGISTRO.
           03 WS-HIST-ID             PIC 9(9).
           03 WS-HIST-VALOR          PIC S9(9)V99.
           03 WS-HIST-DATA           PIC 9(8).
           03 WS-HIST-CLIENTE        PIC X(30).
           03 WS-HIST-SITUACAO       PIC X.
           03 WS-HIST-COD-CLIENTE    PIC 9(6).
       FD  WS-BLQ-FILE.
       01 WS-BLQ-REGISTRO.
          03 WS-BLQ-ID                  PIC 9(9).
          03 WS-BLQ-DATA                PIC 9(8).
          03 WS-BLQ-OPERADOR            PIC X(8).
          03 WS-BLQ-MOTIVO              PIC X(30).
       FD  WS-PENDA-FILE.
       01 WS-PENDA-REGISTRO.
           03 WS-PENDA-TIPO           PIC X.
           03 WS-PENDA-ID             PIC 9(9).
           03 WS-PENDA-VALOR          PIC S9(9)V99.
           03 WS-PENDA-COD-SITUACAO   PIC X.
           03 WS-PENDA-MOTIVO         PIC 99.
           03 WS-PENDA-CLIENTE        PIC X(30).
           03 WS-PENDA-DATA-PEND      PIC 9(8).
           03 WS-PENDA-FILIAL         PIC X(3).
           03 WS-PENDA-COD-CLIENTE    PIC 9(6).
       FD  WS-CRD-FILE.
       01 WS-CRD-REGISTRO.
          03 WS-CRD-CODIGO              PIC 9(6).
          03 WS-CRD-SALDO               PIC S9(9)V99.
          03 WS-CRD-CLIENTE             PIC X(30).
       FD  WS-CRJ-FILE.
       01 WS-CRJ-REGISTRO.
          03 WS-CRJ-DATA                PIC 9(8).
          03 WS-CRJ-CLIENTE             PIC X(30).
          03 WS-CRJ-ID                  PIC 9(9).
          03 WS-CRJ-TIPO                PIC X.
          03 WS-CRJ-VALOR               PIC S9(9)V99.
          03 WS-CRJ-SALDO-NOVO          PIC S9(9)V99.
          03 WS-CRJ-CODIGO              PIC 9(6).
       FD  WS-INA-FILE.
       01 WS-INA-REGISTRO.
           03 WS-INA-CODIGO          PIC 9(6).
           03 WS-INA-NOME            PIC X(30).
           03 WS-INA-DATA            PIC 9(8).
      * Arquivos de trabalho do modo alto volume: o detalhe do dia
      * anotado com o que cada passada de casamento achou nos
      * cadastros. Layout identico ao do WS-SORT-REGISTRO.
       FD  WS-TRA-FILE.
       01 WS-TRA-REGISTRO            PIC X(287).
       FD  WS-TRB-FILE.
       01 WS-TRB-REGISTRO            PIC X(287).
       SD  WS-SORT-FILE.
       01 WS-SORT-REGISTRO.
           03 WS-SRT-SEQ             PIC 9(9).
           03 WS-SRT-IMAGEM          PIC X(71).
           03 WS-SRT-IMAGEM-R REDEFINES WS-SRT-IMAGEM.
              05 FILLER              PIC X.
              05 WS-SRT-ID           PIC 9(9).
              05 FILLER              PIC X(61).
           03 WS-SRT-CHV-TIPO        PIC X.
           03 WS-SRT-CHV-CODIGO      PIC 9(6).
           03 WS-SRT-CHV-NOME        PIC X(30).
           03 WS-SRT-CLI-ACHOU       PIC X.
           03 WS-SRT-CLI-CODIGO      PIC 9(6).
           03 WS-SRT-CLI-NOME        PIC X(30).
           03 WS-SRT-COD-RESOLVIDO   PIC 9(6).
           03 WS-SRT-ID-REPETIDO     PIC X.
           03 WS-SRT-HIST-ACHOU      PIC X.
           03 WS-SRT-HIST-IMAGEM     PIC X(65).
           03 WS-SRT-BLQ-ATIVO       PIC X.
           03 WS-SRT-COD-REPETIDO    PIC X.
           03 WS-SRT-LIM-ACHOU       PIC X.
           03 WS-SRT-LIM-LIMITE      PIC 9(7)V99.
           03 WS-SRT-CRD-ACHOU       PIC X.
           03 WS-SRT-CRD-IMAGEM      PIC X(47).

       WORKING-STORAGE SECTION.
       01 WS-PAGTO                       PIC X VALUE 'P'.
       01 WS-CRJ-PATH                PIC X(40)
                            VALUE 'CLICREDITO.JORNAL'.
       01 WS-INA-PATH                PIC X(40) VALUE 'CLIINATIVO.DAT'.
       01 WS-TRA-PATH                PIC X(40)
                            VALUE 'PAGTOCONFIRM.TRABA'.
       01 WS-TRB-PATH                PIC X(40)
                            VALUE 'PAGTOCONFIRM.TRABB'.
       01 WS-PAGTO-FS                PIC XX.
       01 WS-OUT-FS                  PIC XX.
       01 WS-PEND-FS                 PIC XX.
       01 WS-CRD-FS                  PIC XX.
       01 WS-CRJ-FS                  PIC XX.
       01 WS-INA-FS                  PIC XX.
       01 WS-TRA-FS                  PIC XX.
       01 WS-TRB-FS                  PIC XX.

      * Companheiro legivel do PAGTOCONFIRM.OUT: valor com picture
      * editada em vez do sinal embutido do S9(9)V99.
       01 WS-LEG-CABECALHO.
           03 FILLER                 PIC X(10) VALUE 'PAGAMENTO'.
           03 FILLER                 PIC X(31) VALUE 'CLIENTE'.
           03 FILLER                 PIC X(4)  VALUE 'SIT'.
           03 FILLER                 PIC X(2)  VALUE 'MT'.
       01 WS-LEG-LINHA.
           03 WS-LEG-ID              PIC 9(9).
           03 FILLER                 PIC X     VALUE SPACE.
           03 WS-LEG-CLIENTE         PIC X(30).
           03 FILLER                 PIC X     VALUE SPACE.
           03 WS-LEG-VALOR           PIC ZZZ,ZZZ,ZZ9.99-.
           03 FILLER                 PIC X     VALUE SPACE.
           03 WS-LEG-SITUACAO        PIC X.
           03 FILLER                 PIC XX    VALUE SPACES.
       01 WS-EXPO-ACHOU-SW               PIC X     VALUE 'N'.
          88 WS-EXPO-ACHOU                         VALUE 'Y'.

      * Pendentes abertos somados por codigo de cliente no inicio do
      * run; e contra essa soma mais o candidato que o limite de
      * exposicao do cliente e conferido.
       01 WS-TAB-EXPOSICAO.
          03 WS-EXP OCCURS 500 TIMES INDEXED BY WS-EXP-IDX.
             05 WS-EXP-CODIGO           PIC 9(6).
             05 WS-EXP-ABERTO           PIC S9(9)V99.
       01 WS-TOT-EXPOSICAO               PIC 9(3)  VALUE 0.
       01 WS-EXPOSICAO-CANDIDATA         PIC S9(9)V99 VALUE 0.
      * rejeita com motivo proprio (7).
       01 WS-TAB-INATIVOS.
          03 WS-INV OCCURS 200 TIMES INDEXED BY WS-INV-IDX.
             05 WS-INV-CODIGO           PIC 9(6).
       01 WS-TOT-INATIVOS                PIC 9(3)  VALUE 0.
       01 WS-CLI-INATIVO-SW              PIC X     VALUE 'N'.
          88 WS-CLI-INATIVO                        VALUE 'Y'.
       01 WS-CREDITO-APLICADO            PIC S9(9)V99 VALUE 0.
       01 WS-TOT-CRED-POSTADO            PIC 9(6)  VALUE 0.
       01 WS-TOT-CRED-APLICADO           PIC 9(6)  VALUE 0.
       01 WS-TOT-PARC-CONTRATO           PIC 9(6)  VALUE 0.

       01 WS-DATA-HORA-ATUAL             PIC X(21).

           03 WS-RN-OVERRIDE       PIC X     VALUE 'N'.
           03 WS-RN-MOTIVO-OVR     PIC X(30) VALUE SPACES.

       01 WS-CONTRATO-PARM.
           03 WS-CT-FUNCAO         PIC X.
           03 WS-CT-ID             PIC 9(9).
           03 WS-CT-VALOR          PIC S9(9)V99.
           03 WS-CT-DATA           PIC 9(8).
           03 WS-CT-CONTRATO       PIC X(8).
           03 WS-CT-PARCELA        PIC 99.
           03 WS-CT-RC             PIC 99.

       01 WS-CONTACOR-PARM.
           03 WS-CC-FUNCAO         PIC X.
           03 WS-CC-COD-CLIENTE    PIC 9(6).
           03 WS-CC-EVENTO         PIC XX.
           03 WS-CC-VALOR          PIC S9(9)V99.
           03 WS-CC-DATA           PIC 9(8).
           03 WS-CC-ID             PIC 9(9).
           03 WS-CC-HISTORICO      PIC X(30).
           03 WS-CC-PROGRAMA       PIC X(12) VALUE 'PAGTOCONFIRM'.
           03 WS-CC-SALDO          PIC S9(11)V99.
           03 WS-CC-RC             PIC 99.

      * Quitacao de debito negativado no bureau (prazo de exclusao).
       01 WS-NEGATQUITA-PARM.
           03 WS-NQ-ID             PIC 9(9).
           03 WS-NQ-DATA           PIC 9(8).
           03 WS-NQ-PROGRAMA       PIC X(12) VALUE 'PAGTOCONFIRM'.
           03 WS-NQ-PRAZO          PIC 9(8).
           03 WS-NQ-RC             PIC 99.

       01 WS-AUDIT-PARM.
           03 WS-AU-PROGRAMA       PIC X(12) VALUE 'PAGTOCONFIRM'.
           03 WS-AU-EVENTO         PIC X(12).
          88 WS-REINICIO                           VALUE 'Y'.
       01 WS-DET-SEQ                     PIC 9(6)  VALUE 0.
       01 WS-CHK-REGS-RESTAURADO         PIC 9(6)  VALUE 0.
       01 WS-ULT-ID-PROCESSADO           PIC 9(9)  VALUE 0.

       01 WS-SIMULA-PARM.
           03 WS-SM-FUNCAO         PIC X     VALUE 'D'.
           03 WS-SM-ATIVA          PIC X     VALUE 'N'.
              88 WS-SM-SIMULANDO             VALUE 'S'.
           03 WS-SM-RC             PIC 99.

       01 WS-AMBIENTE-PARM.
           03 WS-AMB-FUNCAO        PIC X     VALUE 'R'.
           03 WS-AMB-NOME          PIC X(8)  VALUE SPACES.
           03 WS-AMB-RAIZ          PIC X(40) VALUE SPACES.
           03 WS-AMB-RC            PIC 99.

      * Modo alto volume (parametro ALTO-VOLUME = S): os detalhes do
      * dia sao ordenados por chave e casados em leitura sequencial
      * com o master, o historico, os bloqueios, os limites e o razao
      * de creditos; a decisao continua registro a registro, na ordem
      * original, sobre o detalhe ja anotado. Checkpoint pelo servico
      * comum, de N em N detalhes, no lugar do PAGTOCONFIRM.CHK.
       01 WS-ALTO-VOLUME-SW              PIC X     VALUE 'N'.
          88 WS-ALTO-VOLUME                        VALUE 'S'.
       01 WS-REINICIO-CONFLITO-SW        PIC X     VALUE 'N'.
          88 WS-REINICIO-CONFLITO                  VALUE 'Y'.
       01 WS-REEMISSAO-SW                PIC X     VALUE 'N'.
          88 WS-REEMISSAO                          VALUE 'Y'.
       01 WS-FIM-SORT-SW                 PIC X     VALUE 'N'.
          88 WS-FIM-SORT                           VALUE 'Y'.
       01 WS-LIM-ACHOU-SW                PIC X     VALUE 'N'.
          88 WS-LIM-ACHOU                          VALUE 'Y'.
       01 WS-CRD-ACHOU-SW                PIC X     VALUE 'N'.
          88 WS-CRD-ACHOU                          VALUE 'Y'.

      * Detalhe anotado. O que vem do master, dos bloqueios e dos
      * limites vale sempre (ninguem grava neles durante o run); o
      * historico e o credito so valem se o id (ou o cliente) aparece
      * uma vez no dia, senao a leitura e feita na hora, porque um
      * registro anterior do mesmo id ou cliente pode te-los mudado.
       01 WS-AV-REGISTRO.
           03 WS-AV-SEQ              PIC 9(9).
           03 WS-AV-IMAGEM           PIC X(71).
           03 WS-AV-IMAGEM-R REDEFINES WS-AV-IMAGEM.
              05 FILLER              PIC X.
              05 WS-AV-ID            PIC 9(9).
              05 FILLER              PIC X(61).
           03 WS-AV-CHV-TIPO         PIC X.
           03 WS-AV-CHV-CODIGO       PIC 9(6).
           03 WS-AV-CHV-NOME         PIC X(30).
           03 WS-AV-CLI-ACHOU        PIC X.
           03 WS-AV-CLI-CODIGO       PIC 9(6).
           03 WS-AV-CLI-NOME         PIC X(30).
           03 WS-AV-COD-RESOLVIDO    PIC 9(6).
           03 WS-AV-ID-REPETIDO      PIC X.
           03 WS-AV-HIST-ACHOU       PIC X.
           03 WS-AV-HIST-IMAGEM      PIC X(65).
           03 WS-AV-BLQ-ATIVO        PIC X.
           03 WS-AV-COD-REPETIDO     PIC X.
           03 WS-AV-LIM-ACHOU        PIC X.
           03 WS-AV-LIM-LIMITE       PIC 9(7)V99.
           03 WS-AV-CRD-ACHOU        PIC X.
           03 WS-AV-CRD-IMAGEM       PIC X(47).
       01 WS-AV-QTD-DETALHES             PIC 9(9)  VALUE 0.
       01 WS-AV-GUARDADO-SW              PIC X     VALUE 'N'.
          88 WS-AV-GUARDADO                        VALUE 'Y'.
       01 WS-TRB-ABERTO-SW               PIC X     VALUE 'N'.
          88 WS-TRB-ABERTO                         VALUE 'Y'.

      * Posicao de cada cadastro na passada sequencial.
       01 WS-AV-CLI-FASE                 PIC X     VALUE '0'.
          88 WS-AV-CLI-POR-CODIGO                  VALUE '1'.
          88 WS-AV-CLI-POR-NOME                    VALUE '2'.
       01 WS-AV-CLI-FIM-SW               PIC X     VALUE 'N'.
          88 WS-AV-CLI-FIM                         VALUE 'Y'.
       01 WS-AV-HIST-FASE                PIC X     VALUE '0'.
          88 WS-AV-HIST-POSICIONADO                VALUE '1'.
       01 WS-AV-HIST-FIM-SW              PIC X     VALUE 'N'.
          88 WS-AV-HIST-FIM                        VALUE 'Y'.
       01 WS-AV-BLQ-FASE                 PIC X     VALUE '0'.
          88 WS-AV-BLQ-POSICIONADO                 VALUE '1'.
       01 WS-AV-BLQ-FIM-SW               PIC X     VALUE 'N'.
          88 WS-AV-BLQ-FIM                         VALUE 'Y'.
       01 WS-AV-LIM-FASE                 PIC X     VALUE '0'.
          88 WS-AV-LIM-POSICIONADO                 VALUE '1'.
       01 WS-AV-LIM-FIM-SW               PIC X     VALUE 'N'.
          88 WS-AV-LIM-FIM                         VALUE 'Y'.
       01 WS-AV-CRD-FASE                 PIC X     VALUE '0'.
          88 WS-AV-CRD-POSICIONADO                 VALUE '1'.
       01 WS-AV-CRD-FIM-SW               PIC X     VALUE 'N'.
          88 WS-AV-CRD-FIM                         VALUE 'Y'.

      * Linhas em cada saida, na ordem das saidas do ponto de
      * reinicio: OUT, pendentes, confirmados, rejeitados, aprovacao
      * e legivel.
       01 WS-AV-LINHAS.
          03 WS-AV-LIN-OUT              PIC 9(9) VALUE 0.
          03 WS-AV-LIN-PEND             PIC 9(9) VALUE 0.
          03 WS-AV-LIN-CONF             PIC 9(9) VALUE 0.
          03 WS-AV-LIN-REJ              PIC 9(9) VALUE 0.
          03 WS-AV-LIN-APROV            PIC 9(9) VALUE 0.
          03 WS-AV-LIN-LEG              PIC 9(9) VALUE 0.

      * Reinicio: os detalhes decididos depois do ultimo ponto, antes
      * do abend, ja tiveram historico, conta corrente e contrato
      * atualizados. A decisao deles e lida do OUT abandonado e as
      * saidas sao regravadas sem repetir esses efeitos.
       01 WS-AV-TAB-REEMISSAO.
          03 WS-AV-REE OCCURS 1000 TIMES PIC X(59).
       01 WS-AV-TOT-REEMISSAO            PIC 9(4)  VALUE 0.
       01 WS-AV-REE-IDX                  PIC 9(4)  VALUE 0.
       01 WS-AV-REEMITE-ATE              PIC 9(9)  VALUE 0.
       01 WS-AV-PULAR                    PIC 9(9)  VALUE 0.
       01 WS-AV-PEND-SAIDA               PIC X(40) VALUE SPACES.
       01 WS-AV-REE-LINHA.
           03 WS-AV-REE-ID           PIC 9(9).
           03 WS-AV-REE-VALOR        PIC S9(9)V99.
           03 WS-AV-REE-PAGTO        PIC X.
              88 WS-AV-REE-VALIDO          VALUE 'P' 'C' 'R' 'X' 'A'.
           03 WS-AV-REE-MOTIVO       PIC 99.
           03 WS-AV-REE-CLIENTE      PIC X(30).
           03 WS-AV-REE-COD-CLIENTE  PIC 9(6).

       01 WS-CHKPONTO-PARM.
           03 WS-CK-FUNCAO         PIC X.
           03 WS-CK-PROGRAMA       PIC X(12) VALUE 'PAGTOCONFIRM'.
           03 WS-CK-RC             PIC 99.
           03 WS-CK-INTERVALO      PIC 9(5)  VALUE 500.
           03 WS-CK-POSICAO        PIC 9(9)  VALUE 0.
           03 WS-CK-ULT-CHAVE      PIC X(30) VALUE SPACES.
           03 WS-CK-DATA-PONTO     PIC 9(8).
           03 WS-CK-HORA-PONTO     PIC 9(6).
           03 WS-CK-QTD-SAIDAS     PIC 9     VALUE 6.
           03 WS-CK-SAIDA OCCURS 6 TIMES.
              05 WS-CK-SAI-NOME    PIC X(40).
              05 WS-CK-SAI-QTD     PIC 9(9).
           03 WS-CK-TOTAL OCCURS 12 TIMES
                                   PIC S9(13)V99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-PAGTO-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-OUT-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-PEND-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CONF-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-REJ-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CLI-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-PARM-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-APROV-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-DEC-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-EST-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CHK-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-LEG-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-HIST-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-BLQ-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-LIM-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-PENDA-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CRD-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CRJ-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-INA-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-TRA-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-TRB-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM
                                     WS-PEND-PATH-ANTERIOR
            DISPLAY 'PAGTOCONFIRM'
      * Em simulacao da cadeia o que o passo grava, e o que ele le
      * de passos anteriores, fica nas copias de rascunho.
            CALL 'CADSIMULA' USING WS-SIMULA-PARM WS-PAGTO-PATH
            CALL 'CADSIMULA' USING WS-SIMULA-PARM WS-OUT-PATH
            CALL 'CADSIMULA' USING WS-SIMULA-PARM WS-PEND-PATH
            CALL 'CADSIMULA' USING WS-SIMULA-PARM WS-PEND-PATH-ANTERIOR
            CALL 'CADSIMULA' USING WS-SIMULA-PARM WS-CONF-PATH
            CALL 'CADSIMULA' USING WS-SIMULA-PARM WS-REJ-PATH
            CALL 'CADSIMULA' USING WS-SIMULA-PARM WS-HIST-PATH
            CALL 'CADSIMULA' USING WS-SIMULA-PARM WS-APROV-PATH
            CALL 'CADSIMULA' USING WS-SIMULA-PARM WS-DEC-PATH
            CALL 'CADSIMULA' USING WS-SIMULA-PARM WS-CHK-PATH
            CALL 'CADSIMULA' USING WS-SIMULA-PARM WS-EST-PATH
            CALL 'CADSIMULA' USING WS-SIMULA-PARM WS-LEG-PATH
            CALL 'CADSIMULA' USING WS-SIMULA-PARM WS-CRD-PATH
            CALL 'CADSIMULA' USING WS-SIMULA-PARM WS-CRJ-PATH
            CALL 'CADSIMULA' USING WS-SIMULA-PARM WS-PENDA-PATH
            CALL 'CADSIMULA' USING WS-SIMULA-PARM WS-TRA-PATH
            CALL 'CADSIMULA' USING WS-SIMULA-PARM WS-TRB-PATH
            MOVE FUNCTION CURRENT-DATE TO WS-ET-INICIO
      * Duas copias simultaneas abririam as cinco saidas com OPEN
      * OUTPUT uma por cima da outra; o controle de execucao barra a
            PERFORM P060-CARREGA-PARAMETRO
            PERFORM P065-CARREGA-INATIVOS
            PERFORM P070-CARREGA-CHECKPOINT
            PERFORM P075-CONFERE-REINICIO

            IF WS-MODO-COMPLETO
                PERFORM P110-VALIDA-CONTROLE
                        UNTIL WS-FIM
                PERFORM P800-RESUMO
                PERFORM P900-FECHA-ARQUIVOS
                IF WS-ALTO-VOLUME
                    MOVE 'F' TO WS-CK-FUNCAO
                    CALL 'CHKPONTO' USING WS-CHKPONTO-PARM
                END-IF

      * O evento de fim e as estatisticas do run saem antes do P090,
      * que zera os contadores ao reiniciar o checkpoint; depois dele
                PERFORM P950-ENCADEIA-PENDENTES
                PERFORM P960-REGISTRA-CONTROLES
            ELSE
                IF WS-REINICIO-CONFLITO
                    DISPLAY 'RUN RECUSADO: REINICIO PENDENTE NAO PODE '
                            'SER RETOMADO.'
                ELSE
                    DISPLAY 'RUN RECUSADO: ARQUIVO DE PAGAMENTOS NAO '
                            'PASSOU NA VALIDACAO DE CONTROLE.'
                END-IF
                MOVE 'RUN-RECUSADO' TO WS-AU-EVENTO
                MOVE WS-PAGTO-PATH(1:30) TO WS-AU-CHAVE
                MOVE 0              TO WS-AU-CONTADOR
                    CLOSE WS-PARM-FILE
                END-IF
            END-IF

      * Modo alto volume e intervalo de checkpoint, por ambiente: o
      * mesmo arquivo pode rodar nos dois modos lado a lado, um em
      * cada raiz, e as saidas conferidas pelo ARQCOMPARA. O
      * intervalo tem teto de 1000, o tamanho da tabela de reemissao.
            MOVE 'ALTO-VOLUME' TO WS-PL-NOME
            CALL 'PARMLE' USING WS-PARMLE-PARM
            IF WS-PL-RC = 0 AND WS-PL-VALOR(1:1) = 'S'
                SET WS-ALTO-VOLUME TO TRUE
                MOVE 'INTERVALO' TO WS-PL-NOME
                CALL 'PARMLE' USING WS-PARMLE-PARM
                IF WS-PL-RC = 0
                    COMPUTE WS-CK-INTERVALO =
                            FUNCTION NUMVAL(WS-PL-VALOR)
                END-IF
                IF WS-CK-INTERVALO = 0
                    MOVE 500 TO WS-CK-INTERVALO
                END-IF
                IF WS-CK-INTERVALO > 1000
                    MOVE 1000 TO WS-CK-INTERVALO
                END-IF
                DISPLAY 'MODO ALTO VOLUME. CHECKPOINT A CADA '
                        WS-CK-INTERVALO ' DETALHES.'
            END-IF
            .
       P065-CARREGA-INATIVOS.
            MOVE 0   TO WS-TOT-INATIVOS
                        AT END SET WS-FIM TO TRUE
                        NOT AT END
                            ADD 1 TO WS-TOT-INATIVOS
                            MOVE WS-INA-CODIGO
                                 TO WS-INV-CODIGO(WS-TOT-INATIVOS)
                    END-READ
                END-PERFORM
                CLOSE WS-INA-FILE
                CLOSE WS-CHK-FILE
            END-IF
            .
       P075-CONFERE-REINICIO.
      * Cada modo tem o seu ponto de reinicio: o padrao no
      * PAGTOCONFIRM.CHK, o alto volume no servico de checkpoint. Um
      * run interrompido so e retomado no modo em que parou; o outro
      * modo recusaria ou reprocessaria o que ja foi decidido.
            IF WS-ALTO-VOLUME
                IF WS-REINICIO
                    DISPLAY 'REINICIO PENDENTE DO MODO PADRAO ('
                            WS-CHK-REGS-RESTAURADO ' DETALHES). '
                            'RETOMAR COM ALTO-VOLUME = N.'
                    SET WS-REINICIO-CONFLITO TO TRUE
                ELSE
                    PERFORM P370-CARREGA-PONTO
                END-IF
            ELSE
                MOVE 'V' TO WS-CK-FUNCAO
                CALL 'CHKPONTO' USING WS-CHKPONTO-PARM
                IF WS-CK-RC = 0
                    DISPLAY 'REINICIO PENDENTE DO MODO ALTO VOLUME ('
                            WS-CK-POSICAO ' DETALHES). RETOMAR COM '
                            'ALTO-VOLUME = S.'
                    SET WS-REINICIO-CONFLITO TO TRUE
                END-IF
            END-IF
            IF WS-REINICIO-CONFLITO
                MOVE 'N' TO WS-RUN-VALIDO-SW
            END-IF
            .
       P080-GRAVA-CHECKPOINT.
            OPEN OUTPUT WS-CHK-FILE
            MOVE WS-DET-SEQ           TO WS-CHK-REGS
            ELSE
                MOVE WS-PEND-PATH-ANTERIOR TO WS-PEND-PATH
            END-IF
            IF WS-ALTO-VOLUME AND NOT WS-REINICIO
                PERFORM P375-CONTA-LINHAS-BASE
            END-IF

            IF WS-REINICIO
                OPEN EXTEND WS-OUT-FILE
                IF WS-LEG-FS NOT = '00'
                    OPEN OUTPUT WS-LEG-FILE
                    WRITE WS-LEG-REGISTRO FROM WS-LEG-CABECALHO
                    ADD 1 TO WS-AV-LIN-LEG
                END-IF
            ELSE
                OPEN OUTPUT WS-OUT-FILE
                OPEN OUTPUT WS-PEND-FILE
                OPEN OUTPUT WS-LEG-FILE
                WRITE WS-LEG-REGISTRO FROM WS-LEG-CABECALHO
                ADD 1 TO WS-AV-LIN-LEG
            END-IF

            IF WS-MODO-RETENTATIVA OR WS-REINICIO
            OPEN INPUT WS-PAGTO-FILE
            IF WS-PAGTO-FS = '00'
                SET WS-PAGTO-ABERTO TO TRUE
                IF WS-ALTO-VOLUME
                    PERFORM P300-PREPARA-ALTO-VOLUME
                END-IF
                PERFORM P150-LE-PAGAMENTO
            ELSE
                DISPLAY 'ARQUIVO DE PAGAMENTOS NAO ENCONTRADO: '
            END-READ
            .
       P118-ACUMULA-EXPOSICAO.
      * A tabela e chaveada pelo codigo do cliente, o mesmo que o
      * P218 compara depois do P210 achar o cliente no master. Um
      * pendente sem codigo (anterior a conversao) nao soma a ninguem.
            IF WS-PENDA-COD-CLIENTE NOT NUMERIC
                MOVE 0 TO WS-PENDA-COD-CLIENTE
            END-IF
            MOVE 'N' TO WS-EXPO-ACHOU-SW
            PERFORM VARYING WS-EXP-IDX FROM 1 BY 1
                    UNTIL WS-EXP-IDX > WS-TOT-EXPOSICAO
                          OR WS-EXPO-ACHOU
                IF WS-EXP-CODIGO(WS-EXP-IDX) = WS-PENDA-COD-CLIENTE
                    SET WS-EXPO-ACHOU TO TRUE
                    ADD WS-PENDA-VALOR TO WS-EXP-ABERTO(WS-EXP-IDX)
                END-IF
            IF NOT WS-EXPO-ACHOU
                IF WS-TOT-EXPOSICAO < 500
                    ADD 1 TO WS-TOT-EXPOSICAO
                    MOVE WS-PENDA-COD-CLIENTE
                         TO WS-EXP-CODIGO(WS-TOT-EXPOSICAO)
                    MOVE WS-PENDA-VALOR
                         TO WS-EXP-ABERTO(WS-TOT-EXPOSICAO)
                ELSE
            END-IF
            .
       P150-LE-PAGAMENTO.
      * No alto volume os detalhes (pagamentos e decididos) ja vem
      * anotados do arquivo de trabalho, na ordem original.
            IF WS-ALTO-VOLUME
                READ WS-TRB-FILE INTO WS-AV-REGISTRO
                    AT END SET WS-FIM TO TRUE
                    NOT AT END MOVE WS-AV-IMAGEM TO WS-PAGTO-REG-IN
                END-READ
            ELSE
                IF WS-FASE-DECIDIDOS
                    READ WS-DEC-FILE INTO WS-PAGTO-REG-IN
                        AT END SET WS-FIM TO TRUE
                    END-READ
                ELSE
                    READ WS-PAGTO-FILE
                        AT END PERFORM P160-INICIA-DECIDIDOS
                    END-READ
                END-IF
            END-IF
            .
       P160-INICIA-DECIDIDOS.
                IF WS-DET-SEQ NOT > WS-CHK-REGS-RESTAURADO
                    PERFORM P150-LE-PAGAMENTO
                ELSE
                    IF WS-DET-SEQ NOT > WS-AV-REEMITE-ATE
                        PERFORM P390-REEMITE-DETALHE
                    ELSE
                        PERFORM P205-PROCESSA-DETALHE
                    END-IF
                END-IF
            END-IF
            .
            END-IF

            MOVE WS-IN-ID TO WS-ULT-ID-PROCESSADO
            IF WS-ALTO-VOLUME
                PERFORM P380-GRAVA-PONTO
            ELSE
                PERFORM P080-GRAVA-CHECKPOINT
            END-IF

            PERFORM P150-LE-PAGAMENTO
            .
       P215-VERIFICA-BLOQUEIO.
            MOVE 'N' TO WS-BLQ-ACHOU-SW
            IF WS-BLQ-ABERTO
                IF WS-ALTO-VOLUME
                    IF WS-AV-BLQ-ATIVO = 'S'
                        SET WS-BLQ-ACHOU TO TRUE
                    END-IF
                ELSE
                    MOVE WS-IN-ID TO WS-BLQ-ID
                    READ WS-BLQ-FILE
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            IF WS-BLQ-SITUACAO = 'A'
                                SET WS-BLQ-ACHOU TO TRUE
                            END-IF
                    END-READ
                END-IF
            END-IF
            .
       P216-DECIDE-DETALHE.
                                       END-IF
                                   END-IF
                               END-IF
      * 'L' e cobranca ja liquidada por recebimento alocado no
      * PAGTOALOCA: o dinheiro esta em caixa, confirma como a aprovada.
                    WHEN 'A'
                    WHEN 'L'   PERFORM P220-VERIFICA-DUPLICADO
                               IF WS-HIST-ACHOU
                                   SET WS-REJEITADO TO TRUE
                                   SET WS-MOTIVO-DUPLICADO TO TRUE
            .
       P219-VERIFICA-INATIVO.
            MOVE 'N' TO WS-CLI-INATIVO-SW
            PERFORM VARYING WS-INV-IDX FROM 1 BY 1
                    UNTIL WS-INV-IDX > WS-TOT-INATIVOS
                          OR WS-CLI-INATIVO
                IF WS-INV-CODIGO(WS-INV-IDX) = WS-IN-COD-CLIENTE
                    SET WS-CLI-INATIVO TO TRUE
                END-IF
            END-PERFORM
            .
       P240-GRAVA-SAIDAS.
      * Na reemissao do reinicio so as saidas sao regravadas; credito,
      * conta corrente, historico e trilha ja foram atualizados.
            MOVE 0 TO WS-CREDITO-APLICADO
            IF WS-CONFIRMADO AND WS-IN-COD-SITUACAO NOT = 'L'
                                 AND NOT WS-REEMISSAO
                PERFORM P217-APLICA-CREDITO
            END-IF

                    MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
                    MOVE WS-DATA-HORA-ATUAL(1:8)
                                        TO WS-IN-DATA-PENDENCIA
      * Primeira entrada na fila e o faturamento do id na conta
      * corrente do cliente.
                    IF NOT WS-REEMISSAO
                        MOVE 'F'                TO WS-CC-FUNCAO
                        MOVE WS-IN-COD-CLIENTE  TO WS-CC-COD-CLIENTE
                        MOVE WS-IN-VALOR        TO WS-CC-VALOR
                        MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-CC-DATA
                        MOVE WS-IN-ID           TO WS-CC-ID
                        MOVE 'COBRANCA EM ABERTO' TO WS-CC-HISTORICO
                        PERFORM P237-LANCA-CONTA-CORRENTE
                    END-IF
                END-IF
                WRITE WS-PEND-REGISTRO FROM WS-PAGTO-REG-IN
                ADD 1 TO WS-AV-LIN-PEND
            END-IF

            IF WS-AGUARDA-APROVACAO
                WRITE WS-APROV-REGISTRO FROM WS-PAGTO-REG-IN
                ADD 1 TO WS-AV-LIN-APROV
                DISPLAY 'PAGAMENTO ' WS-IN-ID ' ACIMA DO LIMITE DE '
                        'APROVACAO. ENVIADO PARA O SUPERVISOR.'
            END-IF
            MOVE WS-PAGTO                  TO WS-OUT-PAGTO
            MOVE WS-MOTIVO-REJEICAO        TO WS-OUT-MOTIVO
            MOVE WS-IN-CLIENTE             TO WS-OUT-CLIENTE
            MOVE WS-IN-COD-CLIENTE         TO WS-OUT-COD-CLIENTE
            WRITE WS-PAGTO-REG-OUT
            ADD 1 TO WS-AV-LIN-OUT

            MOVE WS-IN-ID                  TO WS-LEG-ID
            MOVE WS-IN-CLIENTE             TO WS-LEG-CLIENTE
            MOVE WS-PAGTO                  TO WS-LEG-SITUACAO
            MOVE WS-MOTIVO-REJEICAO        TO WS-LEG-MOTIVO
            WRITE WS-LEG-REGISTRO FROM WS-LEG-LINHA
            ADD 1 TO WS-AV-LIN-LEG

            IF WS-CONFIRMADO
                WRITE WS-CONF-REGISTRO FROM WS-PAGTO-REG-OUT
                ADD 1 TO WS-AV-LIN-CONF
                IF NOT WS-REEMISSAO
                    PERFORM P230-GRAVA-HISTORICO
                END-IF
            END-IF

            IF WS-REJEITADO
                WRITE WS-REJ-REGISTRO  FROM WS-PAGTO-REG-OUT
                ADD 1 TO WS-AV-LIN-REJ
                IF NOT WS-REEMISSAO
                    MOVE 'REJEICAO'   TO WS-AU-EVENTO
                    MOVE SPACES       TO WS-AU-CHAVE
                    MOVE WS-IN-ID     TO WS-AU-CHAVE(1:9)
                    MOVE WS-MOTIVO-REJEICAO TO WS-AU-CONTADOR
                    CALL 'AUDITLOG' USING WS-AUDIT-PARM
                END-IF
            END-IF
            .
       P210-VALIDA-CLIENTE.
      * O pagamento e amarrado ao cliente pelo codigo do master. Lote
      * que ainda chega so com o nome (filial nao migrada) e resolvido
      * pelo indice alternado e sai daqui com o codigo estampado; nos
      * dois casos o nome passa a ser o do cadastro, so para exibicao.
            IF WS-IN-COD-CLIENTE NOT NUMERIC
                MOVE 0 TO WS-IN-COD-CLIENTE
            END-IF
            IF WS-CLI-ABERTO
                MOVE 'N'           TO WS-CLI-ACHOU-SW
                IF WS-ALTO-VOLUME
                    PERFORM P211-CLIENTE-ANOTADO
                ELSE
                    IF WS-IN-COD-CLIENTE > 0
                        MOVE WS-IN-COD-CLIENTE TO WS-CLI-CODIGO
                        READ WS-CLI-FILE
                            INVALID KEY
                                DISPLAY 'CLIENTE NAO CADASTRADO: '
                                        WS-IN-COD-CLIENTE
                                        ' PAGAMENTO: ' WS-IN-ID
                            NOT INVALID KEY
                                SET WS-CLI-ACHOU TO TRUE
                        END-READ
                    ELSE
                        MOVE WS-IN-CLIENTE TO WS-CLI-NOME
      * O master guarda o nome normalizado; o nome vindo do pagamento
      * passa pela mesma rotina antes da busca.
                        CALL 'NOMENORM' USING WS-CLI-NOME
                        READ WS-CLI-FILE KEY IS WS-CLI-NOME
                            INVALID KEY
                                DISPLAY 'CLIENTE NAO CADASTRADO: '
                                        WS-IN-CLIENTE
                                        ' PAGAMENTO: ' WS-IN-ID
                            NOT INVALID KEY
                                SET WS-CLI-ACHOU TO TRUE
                        END-READ
                    END-IF
                END-IF
                IF WS-CLI-ACHOU
                    MOVE WS-CLI-CODIGO TO WS-IN-COD-CLIENTE
                    MOVE WS-CLI-NOME   TO WS-IN-CLIENTE
                END-IF
            ELSE
                SET WS-CLI-ACHOU TO TRUE
            END-IF
            .
       P211-CLIENTE-ANOTADO.
      * Mesmo resultado da leitura por codigo ou por nome, achado na
      * passada sequencial do master (P320).
            IF WS-AV-CLI-ACHOU = 'S'
                MOVE WS-AV-CLI-CODIGO TO WS-CLI-CODIGO
                MOVE WS-AV-CLI-NOME   TO WS-CLI-NOME
                SET WS-CLI-ACHOU TO TRUE
            ELSE
                IF WS-IN-COD-CLIENTE > 0
                    DISPLAY 'CLIENTE NAO CADASTRADO: '
                            WS-IN-COD-CLIENTE
                            ' PAGAMENTO: ' WS-IN-ID
                ELSE
                    DISPLAY 'CLIENTE NAO CADASTRADO: '
                            WS-IN-CLIENTE
                            ' PAGAMENTO: ' WS-IN-ID
                END-IF
            END-IF
            .
       P212-LE-LIMITE.
            MOVE 'N' TO WS-LIM-ACHOU-SW
            IF WS-ALTO-VOLUME
                IF WS-AV-LIM-ACHOU = 'S'
                    MOVE WS-IN-COD-CLIENTE TO WS-LIM-CODIGO
                    MOVE WS-AV-LIM-LIMITE  TO WS-LIM-LIMITE
                    SET WS-LIM-ACHOU TO TRUE
                END-IF
            ELSE
                MOVE WS-IN-COD-CLIENTE TO WS-LIM-CODIGO
                READ WS-LIM-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET WS-LIM-ACHOU TO TRUE
                END-READ
            END-IF
            .
       P213-LE-CREDITO.
      * O saldo anotado so vale para cliente com um unico detalhe no
      * dia; com mais de um, o anterior pode ter aplicado ou postado
      * credito e a leitura e feita na hora.
            MOVE 'N' TO WS-CRD-ACHOU-SW
            IF WS-ALTO-VOLUME AND WS-AV-COD-REPETIDO = 'N'
                IF WS-AV-CRD-ACHOU = 'S'
                    MOVE WS-AV-CRD-IMAGEM TO WS-CRD-REGISTRO
                    SET WS-CRD-ACHOU TO TRUE
                END-IF
            ELSE
                MOVE WS-IN-COD-CLIENTE TO WS-CRD-CODIGO
                READ WS-CRD-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET WS-CRD-ACHOU TO TRUE
                END-READ
            END-IF
            .
       P217-APLICA-CREDITO.
      * Antes de cobrar, o saldo de credito do cliente abate o valor;
      * cada aplicacao fica no jornal proprio e na trilha comum.
            MOVE 0 TO WS-CREDITO-APLICADO
            IF WS-CRD-ABERTO AND WS-IN-COD-CLIENTE > 0
                PERFORM P213-LE-CREDITO
                IF WS-CRD-ACHOU AND WS-CRD-SALDO > 0
                    IF WS-CRD-SALDO < WS-IN-VALOR
                        MOVE WS-CRD-SALDO
                             TO WS-CREDITO-APLICADO
                    ELSE
                        MOVE WS-IN-VALOR
                             TO WS-CREDITO-APLICADO
                    END-IF
                    SUBTRACT WS-CREDITO-APLICADO
                        FROM WS-IN-VALOR
                    SUBTRACT WS-CREDITO-APLICADO
                        FROM WS-CRD-SALDO
                    REWRITE WS-CRD-REGISTRO
                    END-REWRITE
                    PERFORM P257-JORNALIZA-CREDITO
                    ADD 1 TO WS-TOT-CRED-APLICADO
                    DISPLAY 'CREDITO DE ' WS-CREDITO-APLICADO
                            ' APLICADO AO PAGAMENTO '
                            WS-IN-ID
                END-IF
            END-IF
            .
       P257-JORNALIZA-CREDITO.
            OPEN EXTEND WS-CRJ-FILE
            MOVE 'A'                     TO WS-CRJ-TIPO
            MOVE WS-CREDITO-APLICADO     TO WS-CRJ-VALOR
            MOVE WS-CRD-SALDO            TO WS-CRJ-SALDO-NOVO
            MOVE WS-CRD-CODIGO           TO WS-CRJ-CODIGO
            WRITE WS-CRJ-REGISTRO
            CLOSE WS-CRJ-FILE

            MOVE 'CREDITO-APL' TO WS-AU-EVENTO
            MOVE SPACES         TO WS-AU-CHAVE
            MOVE WS-CRD-CODIGO  TO WS-AU-CHAVE(1:6)
            MOVE WS-IN-ID      TO WS-AU-CONTADOR
            CALL 'AUDITLOG' USING WS-AUDIT-PARM
            .
       P260-POSTA-CREDITO.
      * Duplicado rejeitado: o valor provavelmente ja foi debitado no
      * primeiro envio, entao vira credito disponivel do cliente. O
      * saldo e do codigo; o nome so acompanha para os relatorios.
            IF WS-CRD-ABERTO AND WS-IN-COD-CLIENTE > 0
                PERFORM P213-LE-CREDITO
                IF WS-CRD-ACHOU
                    ADD WS-IN-VALOR   TO WS-CRD-SALDO
                    MOVE WS-IN-CLIENTE TO WS-CRD-CLIENTE
                    REWRITE WS-CRD-REGISTRO
                    END-REWRITE
                ELSE
                    MOVE WS-IN-COD-CLIENTE TO WS-CRD-CODIGO
                    MOVE WS-IN-VALOR       TO WS-CRD-SALDO
                    MOVE WS-IN-CLIENTE     TO WS-CRD-CLIENTE
                    WRITE WS-CRD-REGISTRO
                    END-WRITE
                END-IF
                MOVE WS-IN-VALOR TO WS-CREDITO-APLICADO

                MOVE 'L'                TO WS-CC-FUNCAO
                MOVE WS-IN-COD-CLIENTE  TO WS-CC-COD-CLIENTE
                MOVE 'CR'               TO WS-CC-EVENTO
                MOVE WS-IN-VALOR        TO WS-CC-VALOR
                MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-CC-DATA
                MOVE WS-IN-ID           TO WS-CC-ID
                MOVE 'CREDITO POR DUPLICIDADE' TO WS-CC-HISTORICO
                PERFORM P237-LANCA-CONTA-CORRENTE

                OPEN EXTEND WS-CRJ-FILE
                IF WS-CRJ-FS NOT = '00'
                    OPEN OUTPUT WS-CRJ-FILE
                MOVE 'P'                     TO WS-CRJ-TIPO
                MOVE WS-IN-VALOR             TO WS-CRJ-VALOR
                MOVE WS-CRD-SALDO            TO WS-CRJ-SALDO-NOVO
                MOVE WS-CRD-CODIGO           TO WS-CRJ-CODIGO
                WRITE WS-CRJ-REGISTRO
                CLOSE WS-CRJ-FILE
                ADD 1 TO WS-TOT-CRED-POSTADO
                DISPLAY 'CREDITO DE ' WS-IN-VALOR ' POSTADO PARA '
                        WS-CRD-CODIGO ' ' WS-CRD-CLIENTE
            END-IF
            .
       P218-VERIFICA-EXPOSICAO.
      * com motivo proprio (6), distinto do limite de valor unitario.
            MOVE 'N' TO WS-EXPO-ESTOURO-SW
            IF WS-LIM-ABERTO AND WS-CLI-ACHOU
                PERFORM P212-LE-LIMITE
                IF WS-LIM-ACHOU AND WS-LIM-LIMITE > 0
                    MOVE WS-IN-VALOR
                         TO WS-EXPOSICAO-CANDIDATA
                    PERFORM VARYING WS-EXP-IDX FROM 1 BY 1
                            UNTIL WS-EXP-IDX > WS-TOT-EXPOSICAO
                        IF WS-EXP-CODIGO(WS-EXP-IDX)
                                = WS-IN-COD-CLIENTE
                            ADD WS-EXP-ABERTO(WS-EXP-IDX)
                                TO WS-EXPOSICAO-CANDIDATA
                        END-IF
                    END-PERFORM
                    IF WS-EXPOSICAO-CANDIDATA > WS-LIM-LIMITE
                        SET WS-EXPO-ESTOURO TO TRUE
                        DISPLAY 'PAGAMENTO ' WS-IN-ID
                                ' ESTOURA O LIMITE DO '
                                'CLIENTE. ENVIADO PARA O '
                                'SUPERVISOR.'
                    END-IF
                END-IF
            END-IF
            .
       P220-VERIFICA-DUPLICADO.
            MOVE 'N' TO WS-HIST-ACHOU-SW
            IF WS-HIST-ABERTO
                PERFORM P221-LE-HISTORICO
                IF WS-HIST-ACHOU
                    DISPLAY 'PAGAMENTO JA CONFIRMADO EM RUN '
                            'ANTERIOR: ' WS-IN-ID
                            ' EM ' WS-HIST-DATA
                END-IF
            END-IF
            .
       P221-LE-HISTORICO.
      * Historico anotado so para id unico no dia: um detalhe anterior
      * do mesmo id pode ter confirmado ou estornado e o registro
      * precisa ser lido na hora.
            MOVE 'N' TO WS-HIST-ACHOU-SW
            IF WS-ALTO-VOLUME AND WS-AV-ID-REPETIDO = 'N'
                IF WS-AV-HIST-ACHOU = 'S'
                    MOVE WS-AV-HIST-IMAGEM TO WS-HIST-REGISTRO
                    SET WS-HIST-ACHOU TO TRUE
                END-IF
            ELSE
                MOVE WS-IN-ID TO WS-HIST-ID
                READ WS-HIST-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET WS-HIST-ACHOU TO TRUE
                END-READ
            END-IF
            .
      * registro de estorno com valor negado para a contabilidade e
      * marca o historico para nao estornar duas vezes.
            IF WS-HIST-ABERTO
                PERFORM P221-LE-HISTORICO
                IF NOT WS-HIST-ACHOU
                    DISPLAY 'CANCELAMENTO SEM CONFIRMACAO PREVIA: '
                            WS-IN-ID
                ELSE
                    IF WS-HIST-SITUACAO = 'E'
                        DISPLAY 'PAGAMENTO JA ESTORNADO: ' WS-IN-ID
                    ELSE
                        PERFORM P227-GRAVA-ESTORNO
                    END-IF
                END-IF
            ELSE
                DISPLAY 'HISTORICO INDISPONIVEL - CANCELAMENTO NAO '
                        'ESTORNADO: ' WS-IN-ID
            MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-EST-DATA
            MOVE WS-HIST-DATA          TO WS-EST-DATA-ORIGINAL
            MOVE WS-HIST-CLIENTE       TO WS-EST-CLIENTE
            MOVE WS-HIST-COD-CLIENTE   TO WS-EST-COD-CLIENTE
            WRITE WS-EST-REGISTRO

            MOVE 'E' TO WS-HIST-SITUACAO

            ADD 1 TO WS-TOT-ESTORNADO
            DISPLAY 'ESTORNO GERADO PARA O PAGAMENTO ' WS-EST-ID

            MOVE 'E'                   TO WS-CT-FUNCAO
            MOVE WS-HIST-ID            TO WS-CT-ID
            MOVE WS-HIST-VALOR         TO WS-CT-VALOR
            MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-CT-DATA
            PERFORM P235-ATUALIZA-CONTRATO

            MOVE 'L'                   TO WS-CC-FUNCAO
            MOVE WS-HIST-COD-CLIENTE   TO WS-CC-COD-CLIENTE
            MOVE 'ES'                  TO WS-CC-EVENTO
            MOVE WS-HIST-VALOR         TO WS-CC-VALOR
            MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-CC-DATA
            MOVE WS-HIST-ID            TO WS-CC-ID
            MOVE 'ESTORNO DE PAGAMENTO' TO WS-CC-HISTORICO
            PERFORM P237-LANCA-CONTA-CORRENTE
            .
       P230-GRAVA-HISTORICO.
            IF WS-HIST-ABERTO
                MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-HIST-DATA
                MOVE WS-IN-CLIENTE         TO WS-HIST-CLIENTE
                MOVE 'C'                   TO WS-HIST-SITUACAO
                MOVE WS-IN-COD-CLIENTE     TO WS-HIST-COD-CLIENTE
                WRITE WS-HIST-REGISTRO
                    INVALID KEY
                        DISPLAY 'FALHA AO GRAVAR HISTORICO: ' WS-IN-ID
                END-WRITE
            END-IF

            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
            MOVE 'P'                   TO WS-CT-FUNCAO
            MOVE WS-IN-ID              TO WS-CT-ID
            MOVE WS-IN-VALOR           TO WS-CT-VALOR
            MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-CT-DATA
            PERFORM P235-ATUALIZA-CONTRATO

      * Pagamento que nunca passou pela fila chega sem faturamento na
      * conta corrente: fatura pelo valor cheio (antes do credito
      * aplicado) e credita o recebido. A quitacao antecipada ('996')
      * nao fatura, quem esta faturado sao as parcelas que ela cobre.
            MOVE WS-IN-COD-CLIENTE     TO WS-CC-COD-CLIENTE
            MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-CC-DATA
            MOVE WS-IN-ID              TO WS-CC-ID
            IF WS-IN-FILIAL NOT = '996'
                MOVE 'F'               TO WS-CC-FUNCAO
                COMPUTE WS-CC-VALOR = WS-IN-VALOR + WS-CREDITO-APLICADO
                MOVE 'COBRANCA'        TO WS-CC-HISTORICO
                PERFORM P237-LANCA-CONTA-CORRENTE
            END-IF
            MOVE 'L'                   TO WS-CC-FUNCAO
            MOVE 'PG'                  TO WS-CC-EVENTO
            MOVE WS-IN-VALOR           TO WS-CC-VALOR
            MOVE 'PAGAMENTO CONFIRMADO' TO WS-CC-HISTORICO
            PERFORM P237-LANCA-CONTA-CORRENTE

            MOVE WS-IN-ID              TO WS-NQ-ID
            MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-NQ-DATA
            PERFORM P238-QUITA-NEGATIVACAO
            .
       P238-QUITA-NEGATIVACAO.
      * Debito negativado que acaba de ser quitado entra no prazo
      * legal de exclusao do bureau; RC 4 e id nunca negativado.
            CALL 'NEGATQUITA' USING WS-NEGATQUITA-PARM
            EVALUATE WS-NQ-RC
                WHEN 0
                    DISPLAY 'ID ' WS-NQ-ID ' NEGATIVADO E QUITADO: '
                            'EXCLUSAO DO BUREAU ATE ' WS-NQ-PRAZO
                WHEN 4
                    CONTINUE
                WHEN OTHER
                    DISPLAY 'NEGATIVACAO NAO ATUALIZADA PARA O ID '
                            WS-NQ-ID ' RC ' WS-NQ-RC
            END-EVALUATE
            .
       P237-LANCA-CONTA-CORRENTE.
      * RC 4 e evento sem cliente ou ja faturado, e passa em silencio.
            CALL 'CONTACORPOSTA' USING WS-CONTACOR-PARM
            IF WS-CC-RC NOT = 0 AND WS-CC-RC NOT = 4
                DISPLAY 'CONTA CORRENTE NAO ATUALIZADA: CLIENTE '
                        WS-CC-COD-CLIENTE ' EVENTO ' WS-CC-EVENTO
                        ' ID ' WS-CC-ID ' RC ' WS-CC-RC
            END-IF
            .
       P235-ATUALIZA-CONTRATO.
      * Pagamento ligado a parcela de contrato baixa (ou, no estorno,
      * reabre) a parcela e o saldo do contrato. RC 4 e pagamento
      * avulso, sem contrato, e passa em silencio.
            CALL 'CONTRATOATU' USING WS-CONTRATO-PARM
            EVALUATE WS-CT-RC
                WHEN 0
                    ADD 1 TO WS-TOT-PARC-CONTRATO
                    DISPLAY 'CONTRATO ' WS-CT-CONTRATO ' PARCELA '
                            WS-CT-PARCELA ' ATUALIZADO: ' WS-CT-ID
                WHEN 4
                    CONTINUE
                WHEN 8
                    DISPLAY 'PARCELA DE CONTRATO EM SITUACAO '
                            'INCOMPATIVEL: ' WS-CT-CONTRATO ' '
                            WS-CT-PARCELA ' ID ' WS-CT-ID
                WHEN OTHER
                    DISPLAY 'CONTRATO NAO ATUALIZADO PARA O ID '
                            WS-CT-ID ' RC ' WS-CT-RC
            END-EVALUATE
            .
       P300-PREPARA-ALTO-VOLUME.
      * Quatro ordenacoes: por cliente (codigo, depois nome) contra o
      * master; por id contra historico e bloqueios; pelo codigo do
      * cliente ja resolvido contra limites e creditos; e de volta a
      * ordem original, em que a decisao e tomada.
            MOVE 0 TO WS-AV-QTD-DETALHES
            SORT WS-SORT-FILE
                 ASCENDING KEY WS-SRT-CHV-TIPO WS-SRT-CHV-CODIGO
                               WS-SRT-CHV-NOME WS-SRT-SEQ
                 INPUT PROCEDURE  P310-SEPARA-DETALHES
                 OUTPUT PROCEDURE P320-CASA-CLIENTES
            SORT WS-SORT-FILE
                 ASCENDING KEY WS-SRT-ID WS-SRT-SEQ
                 USING WS-TRA-FILE
                 OUTPUT PROCEDURE P330-CASA-HISTORICO
            SORT WS-SORT-FILE
                 ASCENDING KEY WS-SRT-COD-RESOLVIDO WS-SRT-SEQ
                 USING WS-TRB-FILE
                 OUTPUT PROCEDURE P340-CASA-CREDITOS
            SORT WS-SORT-FILE
                 ASCENDING KEY WS-SRT-SEQ
                 USING WS-TRA-FILE
                 GIVING WS-TRB-FILE

            OPEN INPUT WS-TRB-FILE
            MOVE 'A'          TO WS-AS-ACAO
            MOVE WS-TRB-FS    TO WS-AS-FS
            MOVE WS-TRB-PATH  TO WS-AS-NOME
            CALL 'ARQSTATUS' USING WS-ARQSTATUS-PARM
            SET WS-TRB-ABERTO TO TRUE
            DISPLAY 'DETALHES ORDENADOS E CASADOS: '
                    WS-AV-QTD-DETALHES
            .
       P310-SEPARA-DETALHES.
      * Entrada principal e, esgotada ela, os decididos do supervisor,
      * na mesma sequencia em que o modo padrao os le; o numero de
      * sequencia devolve essa ordem no fim.
            MOVE 'N' TO WS-FIM-ARQUIVO
            PERFORM P312-LE-ENTRADA
            PERFORM P315-LIBERA-DETALHE
                    UNTIL WS-FIM
            MOVE 'N' TO WS-FIM-ARQUIVO
            SET WS-FASE-DECIDIDOS TO TRUE
            OPEN INPUT WS-DEC-FILE
            IF WS-DEC-FS = '00'
                SET WS-DEC-ABERTO TO TRUE
                PERFORM P312-LE-ENTRADA
                PERFORM P315-LIBERA-DETALHE
                        UNTIL WS-FIM
            END-IF
            MOVE 'N' TO WS-FIM-ARQUIVO
            .
       P312-LE-ENTRADA.
            IF WS-FASE-DECIDIDOS
                READ WS-DEC-FILE INTO WS-PAGTO-REG-IN
                    AT END SET WS-FIM TO TRUE
                END-READ
            ELSE
                READ WS-PAGTO-FILE
                    AT END SET WS-FIM TO TRUE
                END-READ
            END-IF
            .
       P315-LIBERA-DETALHE.
      * Mesma regra do P210: codigo valido busca pela chave primaria,
      * sem codigo busca pelo nome normalizado.
            IF WS-IN-TIPO = '1'
                ADD 1 TO WS-AV-QTD-DETALHES
                INITIALIZE WS-SORT-REGISTRO
                MOVE WS-AV-QTD-DETALHES TO WS-SRT-SEQ
                MOVE WS-PAGTO-REG-IN    TO WS-SRT-IMAGEM
                MOVE 'N' TO WS-SRT-CLI-ACHOU
                MOVE 'N' TO WS-SRT-ID-REPETIDO
                MOVE 'N' TO WS-SRT-HIST-ACHOU
                MOVE 'N' TO WS-SRT-BLQ-ATIVO
                MOVE 'N' TO WS-SRT-COD-REPETIDO
                MOVE 'N' TO WS-SRT-LIM-ACHOU
                MOVE 'N' TO WS-SRT-CRD-ACHOU
                IF WS-IN-COD-CLIENTE NUMERIC
                    MOVE WS-IN-COD-CLIENTE TO WS-SRT-CHV-CODIGO
                END-IF
                IF WS-SRT-CHV-CODIGO > 0
                    MOVE '1' TO WS-SRT-CHV-TIPO
                ELSE
                    MOVE '2' TO WS-SRT-CHV-TIPO
                    MOVE WS-IN-CLIENTE TO WS-SRT-CHV-NOME
                    CALL 'NOMENORM' USING WS-SRT-CHV-NOME
                END-IF
                MOVE WS-SRT-CHV-CODIGO TO WS-SRT-COD-RESOLVIDO
                RELEASE WS-SORT-REGISTRO
            END-IF
            PERFORM P312-LE-ENTRADA
            .
       P320-CASA-CLIENTES.
      * Master lido em sequencia, primeiro pela chave primaria para os
      * detalhes com codigo, depois pelo indice de nome para os que so
      * trazem o nome; o primeiro registro do nome e o mesmo que a
      * leitura pela chave alternada devolveria.
            OPEN OUTPUT WS-TRA-FILE
            MOVE 'A'          TO WS-AS-ACAO
            MOVE WS-TRA-FS    TO WS-AS-FS
            MOVE WS-TRA-PATH  TO WS-AS-NOME
            CALL 'ARQSTATUS' USING WS-ARQSTATUS-PARM
            MOVE '0' TO WS-AV-CLI-FASE
            MOVE 'N' TO WS-FIM-SORT-SW
            PERFORM P322-RETORNA-ORDENADO
            PERFORM P325-ANOTA-CLIENTE
                    UNTIL WS-FIM-SORT
            CLOSE WS-TRA-FILE
            .
       P322-RETORNA-ORDENADO.
            RETURN WS-SORT-FILE
                AT END SET WS-FIM-SORT TO TRUE
            END-RETURN
            .
       P325-ANOTA-CLIENTE.
            IF WS-CLI-ABERTO
                IF WS-SRT-CHV-TIPO = '1'
                    IF NOT WS-AV-CLI-POR-CODIGO
                        SET WS-AV-CLI-POR-CODIGO TO TRUE
                        MOVE 'N' TO WS-AV-CLI-FIM-SW
                        MOVE WS-SRT-CHV-CODIGO TO WS-CLI-CODIGO
                        START WS-CLI-FILE KEY NOT LESS WS-CLI-CODIGO
                            INVALID KEY SET WS-AV-CLI-FIM TO TRUE
                        END-START
                        PERFORM P327-AVANCA-CLIENTE
                    END-IF
                    PERFORM P327-AVANCA-CLIENTE
                            UNTIL WS-AV-CLI-FIM
                               OR WS-CLI-CODIGO NOT < WS-SRT-CHV-CODIGO
                    IF NOT WS-AV-CLI-FIM
                        IF WS-CLI-CODIGO = WS-SRT-CHV-CODIGO
                            PERFORM P328-ACHOU-CLIENTE
                        END-IF
                    END-IF
                ELSE
                    IF NOT WS-AV-CLI-POR-NOME
                        SET WS-AV-CLI-POR-NOME TO TRUE
                        MOVE 'N' TO WS-AV-CLI-FIM-SW
                        MOVE WS-SRT-CHV-NOME TO WS-CLI-NOME
                        START WS-CLI-FILE KEY NOT LESS WS-CLI-NOME
                            INVALID KEY SET WS-AV-CLI-FIM TO TRUE
                        END-START
                        PERFORM P327-AVANCA-CLIENTE
                    END-IF
                    PERFORM P327-AVANCA-CLIENTE
                            UNTIL WS-AV-CLI-FIM
                               OR WS-CLI-NOME NOT < WS-SRT-CHV-NOME
                    IF NOT WS-AV-CLI-FIM
                        IF WS-CLI-NOME = WS-SRT-CHV-NOME
                            PERFORM P328-ACHOU-CLIENTE
                        END-IF
                    END-IF
                END-IF
            END-IF
            WRITE WS-TRA-REGISTRO FROM WS-SORT-REGISTRO
            PERFORM P322-RETORNA-ORDENADO
            .
       P327-AVANCA-CLIENTE.
            IF NOT WS-AV-CLI-FIM
                READ WS-CLI-FILE NEXT RECORD
                    AT END SET WS-AV-CLI-FIM TO TRUE
                END-READ
            END-IF
            .
       P328-ACHOU-CLIENTE.
            MOVE 'S'           TO WS-SRT-CLI-ACHOU
            MOVE WS-CLI-CODIGO TO WS-SRT-CLI-CODIGO
            MOVE WS-CLI-NOME   TO WS-SRT-CLI-NOME
            MOVE WS-CLI-CODIGO TO WS-SRT-COD-RESOLVIDO
            .
       P330-CASA-HISTORICO.
      * Historico e bloqueios lidos em sequencia a partir do menor id
      * do dia. O detalhe fica guardado ate o seguinte sair da
      * ordenacao: so entao se sabe se o id se repete.
            OPEN OUTPUT WS-TRB-FILE
            MOVE 'A'          TO WS-AS-ACAO
            MOVE WS-TRB-FS    TO WS-AS-FS
            MOVE WS-TRB-PATH  TO WS-AS-NOME
            CALL 'ARQSTATUS' USING WS-ARQSTATUS-PARM
            MOVE '0' TO WS-AV-HIST-FASE
            MOVE '0' TO WS-AV-BLQ-FASE
            MOVE 'N' TO WS-AV-GUARDADO-SW
            MOVE 'N' TO WS-FIM-SORT-SW
            PERFORM P322-RETORNA-ORDENADO
            PERFORM P332-CASA-ID
                    UNTIL WS-FIM-SORT
            IF WS-AV-GUARDADO
                PERFORM P335-ANOTA-HISTORICO
                WRITE WS-TRB-REGISTRO FROM WS-AV-REGISTRO
            END-IF
            CLOSE WS-TRB-FILE
            .
       P332-CASA-ID.
            IF WS-AV-GUARDADO
                IF WS-SRT-ID = WS-AV-ID
                    MOVE 'S' TO WS-AV-ID-REPETIDO
                    MOVE 'S' TO WS-SRT-ID-REPETIDO
                END-IF
                PERFORM P335-ANOTA-HISTORICO
                WRITE WS-TRB-REGISTRO FROM WS-AV-REGISTRO
            END-IF
            MOVE WS-SORT-REGISTRO TO WS-AV-REGISTRO
            SET WS-AV-GUARDADO TO TRUE
            PERFORM P322-RETORNA-ORDENADO
            .
       P335-ANOTA-HISTORICO.
            IF WS-HIST-ABERTO
                IF NOT WS-AV-HIST-POSICIONADO
                    SET WS-AV-HIST-POSICIONADO TO TRUE
                    MOVE 'N' TO WS-AV-HIST-FIM-SW
                    MOVE WS-AV-ID TO WS-HIST-ID
                    START WS-HIST-FILE KEY NOT LESS WS-HIST-ID
                        INVALID KEY SET WS-AV-HIST-FIM TO TRUE
                    END-START
                    PERFORM P337-AVANCA-HISTORICO
                END-IF
                PERFORM P337-AVANCA-HISTORICO
                        UNTIL WS-AV-HIST-FIM
                           OR WS-HIST-ID NOT < WS-AV-ID
                IF NOT WS-AV-HIST-FIM
                    IF WS-HIST-ID = WS-AV-ID
                        MOVE 'S'              TO WS-AV-HIST-ACHOU
                        MOVE WS-HIST-REGISTRO TO WS-AV-HIST-IMAGEM
                    END-IF
                END-IF
            END-IF

            IF WS-BLQ-ABERTO
                IF NOT WS-AV-BLQ-POSICIONADO
                    SET WS-AV-BLQ-POSICIONADO TO TRUE
                    MOVE 'N' TO WS-AV-BLQ-FIM-SW
                    MOVE WS-AV-ID TO WS-BLQ-ID
                    START WS-BLQ-FILE KEY NOT LESS WS-BLQ-ID
                        INVALID KEY SET WS-AV-BLQ-FIM TO TRUE
                    END-START
                    PERFORM P338-AVANCA-BLOQUEIO
                END-IF
                PERFORM P338-AVANCA-BLOQUEIO
                        UNTIL WS-AV-BLQ-FIM
                           OR WS-BLQ-ID NOT < WS-AV-ID
                IF NOT WS-AV-BLQ-FIM
                    IF WS-BLQ-ID = WS-AV-ID
                       AND WS-BLQ-SITUACAO = 'A'
                        MOVE 'S' TO WS-AV-BLQ-ATIVO
                    END-IF
                END-IF
            END-IF
            .
       P337-AVANCA-HISTORICO.
            IF NOT WS-AV-HIST-FIM
                READ WS-HIST-FILE NEXT RECORD
                    AT END SET WS-AV-HIST-FIM TO TRUE
                END-READ
            END-IF
            .
       P338-AVANCA-BLOQUEIO.
            IF NOT WS-AV-BLQ-FIM
                READ WS-BLQ-FILE NEXT RECORD
                    AT END SET WS-AV-BLQ-FIM TO TRUE
                END-READ
            END-IF
            .
       P340-CASA-CREDITOS.
      * Limites e razao de creditos pelo codigo que o P210 vai
      * estampar no detalhe; cliente com mais de um detalhe no dia
      * fica marcado como repetido.
            OPEN OUTPUT WS-TRA-FILE
            MOVE 'A'          TO WS-AS-ACAO
            MOVE WS-TRA-FS    TO WS-AS-FS
            MOVE WS-TRA-PATH  TO WS-AS-NOME
            CALL 'ARQSTATUS' USING WS-ARQSTATUS-PARM
            MOVE '0' TO WS-AV-LIM-FASE
            MOVE '0' TO WS-AV-CRD-FASE
            MOVE 'N' TO WS-AV-GUARDADO-SW
            MOVE 'N' TO WS-FIM-SORT-SW
            PERFORM P322-RETORNA-ORDENADO
            PERFORM P342-CASA-CODIGO
                    UNTIL WS-FIM-SORT
            IF WS-AV-GUARDADO
                PERFORM P345-ANOTA-CREDITO
                WRITE WS-TRA-REGISTRO FROM WS-AV-REGISTRO
            END-IF
            CLOSE WS-TRA-FILE
            .
       P342-CASA-CODIGO.
            IF WS-AV-GUARDADO
                IF WS-SRT-COD-RESOLVIDO = WS-AV-COD-RESOLVIDO
                    MOVE 'S' TO WS-AV-COD-REPETIDO
                    MOVE 'S' TO WS-SRT-COD-REPETIDO
                END-IF
                PERFORM P345-ANOTA-CREDITO
                WRITE WS-TRA-REGISTRO FROM WS-AV-REGISTRO
            END-IF
            MOVE WS-SORT-REGISTRO TO WS-AV-REGISTRO
            SET WS-AV-GUARDADO TO TRUE
            PERFORM P322-RETORNA-ORDENADO
            .
       P345-ANOTA-CREDITO.
            IF WS-LIM-ABERTO
                IF NOT WS-AV-LIM-POSICIONADO
                    SET WS-AV-LIM-POSICIONADO TO TRUE
                    MOVE 'N' TO WS-AV-LIM-FIM-SW
                    MOVE WS-AV-COD-RESOLVIDO TO WS-LIM-CODIGO
                    START WS-LIM-FILE KEY NOT LESS WS-LIM-CODIGO
                        INVALID KEY SET WS-AV-LIM-FIM TO TRUE
                    END-START
                    PERFORM P347-AVANCA-LIMITE
                END-IF
                PERFORM P347-AVANCA-LIMITE
                        UNTIL WS-AV-LIM-FIM
                           OR WS-LIM-CODIGO NOT < WS-AV-COD-RESOLVIDO
                IF NOT WS-AV-LIM-FIM
                    IF WS-LIM-CODIGO = WS-AV-COD-RESOLVIDO
                        MOVE 'S'           TO WS-AV-LIM-ACHOU
                        MOVE WS-LIM-LIMITE TO WS-AV-LIM-LIMITE
                    END-IF
                END-IF
            END-IF

            IF WS-CRD-ABERTO
                IF NOT WS-AV-CRD-POSICIONADO
                    SET WS-AV-CRD-POSICIONADO TO TRUE
                    MOVE 'N' TO WS-AV-CRD-FIM-SW
                    MOVE WS-AV-COD-RESOLVIDO TO WS-CRD-CODIGO
                    START WS-CRD-FILE KEY NOT LESS WS-CRD-CODIGO
                        INVALID KEY SET WS-AV-CRD-FIM TO TRUE
                    END-START
                    PERFORM P348-AVANCA-CREDITO
                END-IF
                PERFORM P348-AVANCA-CREDITO
                        UNTIL WS-AV-CRD-FIM
                           OR WS-CRD-CODIGO NOT < WS-AV-COD-RESOLVIDO
                IF NOT WS-AV-CRD-FIM
                    IF WS-CRD-CODIGO = WS-AV-COD-RESOLVIDO
                        MOVE 'S'             TO WS-AV-CRD-ACHOU
                        MOVE WS-CRD-REGISTRO TO WS-AV-CRD-IMAGEM
                    END-IF
                END-IF
            END-IF
            .
       P347-AVANCA-LIMITE.
            IF NOT WS-AV-LIM-FIM
                READ WS-LIM-FILE NEXT RECORD
                    AT END SET WS-AV-LIM-FIM TO TRUE
                END-READ
            END-IF
            .
       P348-AVANCA-CREDITO.
            IF NOT WS-AV-CRD-FIM
                READ WS-CRD-FILE NEXT RECORD
                    AT END SET WS-AV-CRD-FIM TO TRUE
                END-READ
            END-IF
            .
       P370-CARREGA-PONTO.
      * Ponto de reinicio do alto volume. As linhas do OUT depois do
      * ponto sao guardadas antes de o servico cortar as saidas: sao
      * as decisoes ja tomadas, com efeitos gravados, que o P390
      * reemite sem repetir.
            PERFORM P372-MONTA-SAIDAS
            MOVE 0   TO WS-AV-TOT-REEMISSAO
            MOVE 'V' TO WS-CK-FUNCAO
            CALL 'CHKPONTO' USING WS-CHKPONTO-PARM
            IF WS-CK-RC = 0
                IF WS-CK-SAI-NOME(2) NOT = WS-AV-PEND-SAIDA
                    DISPLAY 'PONTO DE REINICIO GRAVADO EM OUTRO MODO '
                            '(C/R). RETOMAR NO MESMO MODO.'
                    SET WS-REINICIO-CONFLITO TO TRUE
                ELSE
                    PERFORM P373-GUARDA-REEMISSAO
                END-IF
            END-IF

            IF NOT WS-REINICIO-CONFLITO
                MOVE 'C' TO WS-CK-FUNCAO
                CALL 'CHKPONTO' USING WS-CHKPONTO-PARM
                EVALUATE WS-CK-RC
                    WHEN 0
                        SET WS-REINICIO TO TRUE
                        MOVE WS-CK-POSICAO    TO WS-CHK-REGS-RESTAURADO
                        COMPUTE WS-AV-REEMITE-ATE = WS-CK-POSICAO
                                + WS-AV-TOT-REEMISSAO
                        MOVE WS-CK-SAI-QTD(1) TO WS-AV-LIN-OUT
                        MOVE WS-CK-SAI-QTD(2) TO WS-AV-LIN-PEND
                        MOVE WS-CK-SAI-QTD(3) TO WS-AV-LIN-CONF
                        MOVE WS-CK-SAI-QTD(4) TO WS-AV-LIN-REJ
                        MOVE WS-CK-SAI-QTD(5) TO WS-AV-LIN-APROV
                        MOVE WS-CK-SAI-QTD(6) TO WS-AV-LIN-LEG
                        MOVE WS-CK-TOTAL(1)   TO WS-TOT-CONFIRMADO
                        MOVE WS-CK-TOTAL(2)   TO WS-TOT-REJEITADO
                        MOVE WS-CK-TOTAL(3)   TO WS-TOT-PENDENTE
                        MOVE WS-CK-TOTAL(4)   TO WS-TOT-CANCELADO
                        MOVE WS-CK-TOTAL(5)   TO WS-TOT-APROVACAO
                        MOVE WS-CK-TOTAL(6)   TO WS-TOT-ESTORNADO
                        MOVE WS-CK-TOTAL(7)   TO WS-TOT-BLOQUEADO
                        MOVE WS-CK-TOTAL(8)   TO WS-TOT-CRED-POSTADO
                        MOVE WS-CK-TOTAL(9)   TO WS-TOT-CRED-APLICADO
                        MOVE WS-CK-TOTAL(10)  TO WS-TOT-PARC-CONTRATO
                        DISPLAY 'REINICIO APOS ABEND. PULANDO '
                                WS-CK-POSICAO ' DETALHES; '
                                WS-AV-TOT-REEMISSAO ' DECIDIDOS '
                                'DEPOIS DO PONTO SERAO REEMITIDOS.'
                    WHEN 8
                        SET WS-REINICIO-CONFLITO TO TRUE
                    WHEN OTHER
                        MOVE 0 TO WS-CK-POSICAO
                        MOVE 0 TO WS-AV-TOT-REEMISSAO
                END-EVALUATE
      * O servico devolve os caminhos gravados no ponto; os pontos
      * seguintes levam os deste run.
                PERFORM P372-MONTA-SAIDAS
            END-IF
            .
       P372-MONTA-SAIDAS.
      * Caminhos como o P100 vai abrir: na retentativa os pendentes
      * saem no .NOVO, no modo completo no proprio arquivo anterior.
            IF WS-MODO-RETENTATIVA
                MOVE WS-PEND-PATH          TO WS-AV-PEND-SAIDA
            ELSE
                MOVE WS-PEND-PATH-ANTERIOR TO WS-AV-PEND-SAIDA
            END-IF
            MOVE 6                TO WS-CK-QTD-SAIDAS
            MOVE WS-OUT-PATH      TO WS-CK-SAI-NOME(1)
            MOVE WS-AV-PEND-SAIDA TO WS-CK-SAI-NOME(2)
            MOVE WS-CONF-PATH     TO WS-CK-SAI-NOME(3)
            MOVE WS-REJ-PATH      TO WS-CK-SAI-NOME(4)
            MOVE WS-APROV-PATH    TO WS-CK-SAI-NOME(5)
            MOVE WS-LEG-PATH      TO WS-CK-SAI-NOME(6)
            .
       P373-GUARDA-REEMISSAO.
            MOVE 0 TO WS-AV-TOT-REEMISSAO
            OPEN INPUT WS-OUT-FILE
            IF WS-OUT-FS = '00'
                MOVE WS-CK-SAI-QTD(1) TO WS-AV-PULAR
                PERFORM UNTIL WS-OUT-FS NOT = '00'
                              OR WS-AV-TOT-REEMISSAO = 1000
                    READ WS-OUT-FILE
                        AT END MOVE '10' TO WS-OUT-FS
                        NOT AT END
                            IF WS-AV-PULAR > 0
                                SUBTRACT 1 FROM WS-AV-PULAR
                            ELSE
                                ADD 1 TO WS-AV-TOT-REEMISSAO
                                MOVE WS-PAGTO-REG-OUT
                                     TO WS-AV-REE(WS-AV-TOT-REEMISSAO)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE WS-OUT-FILE
            END-IF
            .
       P375-CONTA-LINHAS-BASE.
      * Saida aberta em EXTEND num run novo ja traz linhas de runs
      * anteriores; o ponto de reinicio conta a partir delas.
            MOVE 0 TO WS-AV-LIN-APROV
            OPEN INPUT WS-APROV-FILE
            IF WS-APROV-FS = '00'
                PERFORM UNTIL WS-APROV-FS NOT = '00'
                    READ WS-APROV-FILE
                        AT END MOVE '10' TO WS-APROV-FS
                        NOT AT END ADD 1 TO WS-AV-LIN-APROV
                    END-READ
                END-PERFORM
                CLOSE WS-APROV-FILE
            END-IF
            IF WS-MODO-RETENTATIVA
                MOVE 0 TO WS-AV-LIN-CONF
                OPEN INPUT WS-CONF-FILE
                IF WS-CONF-FS = '00'
                    PERFORM UNTIL WS-CONF-FS NOT = '00'
                        READ WS-CONF-FILE
                            AT END MOVE '10' TO WS-CONF-FS
                            NOT AT END ADD 1 TO WS-AV-LIN-CONF
                        END-READ
                    END-PERFORM
                    CLOSE WS-CONF-FILE
                END-IF
                MOVE 0 TO WS-AV-LIN-REJ
                OPEN INPUT WS-REJ-FILE
                IF WS-REJ-FS = '00'
                    PERFORM UNTIL WS-REJ-FS NOT = '00'
                        READ WS-REJ-FILE
                            AT END MOVE '10' TO WS-REJ-FS
                            NOT AT END ADD 1 TO WS-AV-LIN-REJ
                        END-READ
                    END-PERFORM
                    CLOSE WS-REJ-FILE
                END-IF
            END-IF
            .
       P380-GRAVA-PONTO.
      * O servico so grava quando a posicao e multipla do intervalo.
            MOVE WS-DET-SEQ            TO WS-CK-POSICAO
            MOVE SPACES                TO WS-CK-ULT-CHAVE
            MOVE WS-ULT-ID-PROCESSADO  TO WS-CK-ULT-CHAVE(1:9)
            MOVE WS-AV-LIN-OUT         TO WS-CK-SAI-QTD(1)
            MOVE WS-AV-LIN-PEND        TO WS-CK-SAI-QTD(2)
            MOVE WS-AV-LIN-CONF        TO WS-CK-SAI-QTD(3)
            MOVE WS-AV-LIN-REJ         TO WS-CK-SAI-QTD(4)
            MOVE WS-AV-LIN-APROV       TO WS-CK-SAI-QTD(5)
            MOVE WS-AV-LIN-LEG         TO WS-CK-SAI-QTD(6)
            MOVE WS-TOT-CONFIRMADO     TO WS-CK-TOTAL(1)
            MOVE WS-TOT-REJEITADO      TO WS-CK-TOTAL(2)
            MOVE WS-TOT-PENDENTE       TO WS-CK-TOTAL(3)
            MOVE WS-TOT-CANCELADO      TO WS-CK-TOTAL(4)
            MOVE WS-TOT-APROVACAO      TO WS-CK-TOTAL(5)
            MOVE WS-TOT-ESTORNADO      TO WS-CK-TOTAL(6)
            MOVE WS-TOT-BLOQUEADO      TO WS-CK-TOTAL(7)
            MOVE WS-TOT-CRED-POSTADO   TO WS-CK-TOTAL(8)
            MOVE WS-TOT-CRED-APLICADO  TO WS-CK-TOTAL(9)
            MOVE WS-TOT-PARC-CONTRATO  TO WS-CK-TOTAL(10)
            MOVE 'G' TO WS-CK-FUNCAO
            CALL 'CHKPONTO' USING WS-CHKPONTO-PARM
            .
       P390-REEMITE-DETALHE.
      * Detalhe decidido depois do ultimo ponto no run interrompido: a
      * decisao vem da linha do OUT e as saidas sao regravadas sem
      * credito, conta corrente, historico, contrato nem trilha, que
      * ja foram atualizados. Linha que nao bate com o detalhe encerra
      * a reemissao e o detalhe e decidido normalmente.
            COMPUTE WS-AV-REE-IDX = WS-DET-SEQ - WS-CHK-REGS-RESTAURADO
            MOVE WS-AV-REE(WS-AV-REE-IDX) TO WS-AV-REE-LINHA
            IF WS-AV-REE-ID NOT = WS-IN-ID OR NOT WS-AV-REE-VALIDO
                DISPLAY 'REEMISSAO ENCERRADA NO PAGAMENTO ' WS-IN-ID
                COMPUTE WS-AV-REEMITE-ATE = WS-DET-SEQ - 1
                PERFORM P205-PROCESSA-DETALHE
            ELSE
                MOVE WS-AV-REE-PAGTO       TO WS-PAGTO
                MOVE WS-AV-REE-MOTIVO      TO WS-MOTIVO-REJEICAO
                MOVE WS-AV-REE-VALOR       TO WS-IN-VALOR
                MOVE WS-AV-REE-CLIENTE     TO WS-IN-CLIENTE
                MOVE WS-AV-REE-COD-CLIENTE TO WS-IN-COD-CLIENTE
                IF WS-AGUARDA-APROVACAO AND WS-MOTIVO-LIMITE-EXPOSICAO
                    MOVE 6 TO WS-IN-MOTIVO
                END-IF
                EVALUATE TRUE
                    WHEN WS-CONFIRMADO
                        ADD 1 TO WS-TOT-CONFIRMADO
                    WHEN WS-REJEITADO
                        ADD 1 TO WS-TOT-REJEITADO
                    WHEN WS-CANCELADO
                        ADD 1 TO WS-TOT-CANCELADO
                    WHEN WS-AGUARDA-APROVACAO
                        ADD 1 TO WS-TOT-APROVACAO
                    WHEN OTHER
                        ADD 1 TO WS-TOT-PENDENTE
                        IF WS-AV-BLQ-ATIVO = 'S'
                            ADD 1 TO WS-TOT-BLOQUEADO
                        END-IF
                END-EVALUATE
                SET WS-REEMISSAO TO TRUE
                PERFORM P240-GRAVA-SAIDAS
                MOVE 'N' TO WS-REEMISSAO-SW

                MOVE WS-IN-ID TO WS-ULT-ID-PROCESSADO
                PERFORM P380-GRAVA-PONTO
                PERFORM P150-LE-PAGAMENTO
            END-IF
            .
       P800-RESUMO.
            DISPLAY '----- RESUMO DO RUN -----'
            DISPLAY 'BLOQUEADOS : ' WS-TOT-BLOQUEADO
            DISPLAY 'CRED. POSTADOS : ' WS-TOT-CRED-POSTADO
            DISPLAY 'CRED. APLICADOS: ' WS-TOT-CRED-APLICADO
            DISPLAY 'PARC. CONTRATO : ' WS-TOT-PARC-CONTRATO
            .
       P900-FECHA-ARQUIVOS.
            IF WS-PAGTO-ABERTO
      * nao reprocessar as mesmas decisoes no proximo run.
                CALL 'CBL_DELETE_FILE' USING WS-DEC-PATH
            END-IF
            IF WS-TRB-ABERTO
                CLOSE WS-TRB-FILE
                CALL 'CBL_DELETE_FILE' USING WS-TRA-PATH
                CALL 'CBL_DELETE_FILE' USING WS-TRB-PATH
            END-IF
            .
       P960-REGISTRA-CONTROLES.
      * Totais de controle das tres saidas para os consumidores da
