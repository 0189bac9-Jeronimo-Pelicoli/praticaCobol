      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBFILA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-PEND-FILE     ASSIGN TO WS-PEND-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-PEND-FS.
           SELECT WS-FILA-FILE     ASSIGN TO WS-FILA-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS WS-FILA-SEQ
                                    FILE STATUS WS-FILA-FS.
           SELECT WS-PRM-FILE      ASSIGN TO WS-PRM-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS WS-PRM-CHAVE
                                    FILE STATUS WS-PRM-FS.
           SELECT WS-SCO-FILE      ASSIGN TO WS-SCO-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS WS-SCO-CODIGO
                                    FILE STATUS WS-SCO-FS.
           SELECT WS-CLI-FILE      ASSIGN TO WS-CLI-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS WS-CLI-CODIGO
                                    ALTERNATE RECORD KEY IS WS-CLI-NOME
                                                  WITH DUPLICATES
                                    FILE STATUS WS-CLI-FS.
           SELECT WS-CAR-FILE      ASSIGN TO WS-CAR-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS WS-CAR-ID
                                    FILE STATUS WS-CAR-FS.
           SELECT WS-DSP-FILE      ASSIGN TO WS-DSP-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS WS-DSP-ID
                                    FILE STATUS WS-DSP-FS.
           SELECT WS-BLQ-FILE      ASSIGN TO WS-BLQ-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS WS-BLQ-ID
                                    FILE STATUS WS-BLQ-FS.
           SELECT WS-REL-FILE      ASSIGN TO WS-REL-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-REL-FS.
           SELECT WS-SORT-FILE     ASSIGN TO 'COBFILA.SRT'.
       DATA DIVISION.
       FILE SECTION.
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
      * Fila de ligacoes do dia: um registro por cliente, na ordem de
      * prioridade. Situacao: N = a ligar, E = em atendimento com o
      * operador, T = trabalhado (resultado da ligacao gravado).
       FD  WS-FILA-FILE.
       01 WS-FILA-REGISTRO.
           03 WS-FILA-SEQ            PIC 9(5).
           03 WS-FILA-COD-CLIENTE    PIC 9(6).
           03 WS-FILA-CLIENTE        PIC X(30).
           03 WS-FILA-TELEFONE       PIC X(20).
           03 WS-FILA-FILIAL         PIC X(3).
           03 WS-FILA-SALDO          PIC S9(9)V99.
           03 WS-FILA-QTD-DEBITOS    PIC 9(4).
           03 WS-FILA-DIAS-ATRASO    PIC 9(4).
           03 WS-FILA-BANDA          PIC X.
           03 WS-FILA-PRIORIDADE     PIC 9(5).
           03 WS-FILA-QUEBRA         PIC X.
           03 WS-FILA-DATA-QUEBRA    PIC 9(8).
           03 WS-FILA-VALOR-QUEBRA   PIC S9(9)V99.
           03 WS-FILA-SITUACAO       PIC X.
           03 WS-FILA-OPERADOR       PIC X(8).
           03 WS-FILA-RESULTADO      PIC X.
           03 WS-FILA-DATA-GERACAO   PIC 9(8).
      * Promessas de pagamento registradas pelos cobradores. Situacao:
      * A = aberta, C = cumprida, Q = quebrada, S = substituida por
      * promessa mais nova do mesmo cliente.
       FD  WS-PRM-FILE.
       01 WS-PRM-REGISTRO.
           03 WS-PRM-CHAVE.
              05 WS-PRM-COD-CLIENTE  PIC 9(6).
              05 WS-PRM-DATA-REGISTRO PIC 9(8).
              05 WS-PRM-HORA-REGISTRO PIC 9(6).
           03 WS-PRM-CLIENTE         PIC X(30).
           03 WS-PRM-OPERADOR        PIC X(8).
           03 WS-PRM-VALOR-PROMETIDO PIC S9(9)V99.
           03 WS-PRM-DATA-PROMETIDA  PIC 9(8).
           03 WS-PRM-SALDO           PIC S9(9)V99.
           03 WS-PRM-SITUACAO        PIC X.
           03 WS-PRM-DATA-APURACAO   PIC 9(8).
           03 WS-PRM-VALOR-PAGO      PIC S9(9)V99.
       FD  WS-SCO-FILE.
       01 WS-SCO-REGISTRO.
          03 WS-SCO-CODIGO              PIC 9(6).
          03 WS-SCO-NOME                PIC X(30).
          03 WS-SCO-MEDIA-ATRASO        PIC 9(3).
          03 WS-SCO-PCT-REJEICAO        PIC 9(3).
          03 WS-SCO-ENCARGOS            PIC S9(9)V99.
          03 WS-SCO-MESES               PIC 9(3).
          03 WS-SCO-BANDA               PIC X.
          03 WS-SCO-DATA-CALCULO        PIC 9(8).
       FD  WS-CLI-FILE.
       01 WS-CLI-REGISTRO.
           03 WS-CLI-CODIGO          PIC 9(6).
           03 WS-CLI-NOME            PIC X(30).
           03 WS-CLI-ENDERECO        PIC X(60).
           03 WS-CLI-TELEFONE        PIC X(20).
           03 WS-CLI-EMAIL           PIC X(50).
           03 WS-CLI-ESTADO          PIC X(30).
           03 WS-CLI-CIDADE          PIC X(30).
       FD  WS-CAR-FILE.
       01 WS-CAR-REGISTRO.
           03 WS-CAR-ID              PIC 9(9).
           03 WS-CAR-ASSESSORIA      PIC 9(3).
           03 WS-CAR-COD-CLIENTE     PIC 9(6).
           03 WS-CAR-CLIENTE         PIC X(30).
           03 WS-CAR-FILIAL          PIC X(3).
           03 WS-CAR-VALOR           PIC S9(9)V99.
           03 WS-CAR-DATA-ENVIO      PIC 9(8).
           03 WS-CAR-DATA-CONFERENCIA PIC 9(8).
           03 WS-CAR-SITUACAO        PIC X.
              88 WS-CAR-EM-COBRANCA          VALUE 'C'.
           03 WS-CAR-DATA-RETORNO    PIC 9(8).
           03 WS-CAR-VALOR-RECUPERADO PIC S9(9)V99.
           03 WS-CAR-COMISSAO        PIC S9(9)V99.
       FD  WS-DSP-FILE.
       01 WS-DSP-REGISTRO.
          03 WS-DSP-ID                  PIC 9(9).
          03 WS-DSP-DATA-ABERTURA       PIC 9(8).
          03 WS-DSP-OPERADOR            PIC X(8).
          03 WS-DSP-MOTIVO              PIC X(30).
          03 WS-DSP-SITUACAO            PIC X.
          03 WS-DSP-DATA-RESOLUCAO      PIC 9(8).
       FD  WS-BLQ-FILE.
       01 WS-BLQ-REGISTRO.
          03 WS-BLQ-ID                  PIC 9(9).
          03 WS-BLQ-DATA                PIC 9(8).
          03 WS-BLQ-OPERADOR            PIC X(8).
          03 WS-BLQ-MOTIVO              PIC X(30).
          03 WS-BLQ-SITUACAO            PIC X.
          03 WS-BLQ-DATA-LIBERACAO      PIC 9(8).
       FD  WS-REL-FILE.
       01 WS-REL-LINHA               PIC X(100).
       SD  WS-SORT-FILE.
       01 WS-SORT-REGISTRO.
           03 WS-SRT-PRIORIDADE      PIC 9(5).
           03 WS-SRT-DIAS-ATRASO     PIC 9(4).
           03 WS-SRT-SALDO           PIC S9(9)V99.
           03 WS-SRT-COD-CLIENTE     PIC 9(6).
           03 WS-SRT-CLIENTE         PIC X(30).
           03 WS-SRT-TELEFONE        PIC X(20).
           03 WS-SRT-FILIAL          PIC X(3).
           03 WS-SRT-QTD-DEBITOS     PIC 9(4).
           03 WS-SRT-BANDA           PIC X.
           03 WS-SRT-QUEBRA          PIC X.
           03 WS-SRT-DATA-QUEBRA     PIC 9(8).
           03 WS-SRT-VALOR-QUEBRA    PIC S9(9)V99.

       WORKING-STORAGE SECTION.
       01 WS-PEND-PATH               PIC X(40)
                            VALUE 'PAGTOCONFIRM.PENDENTES'.
       01 WS-FILA-PATH               PIC X(40)
                            VALUE 'COBRANCA.FILA.IDX'.
       01 WS-PRM-PATH                PIC X(40) VALUE 'PROMESSAS.IDX'.
       01 WS-SCO-PATH                PIC X(40) VALUE 'CLISCORE.IDX'.
       01 WS-CLI-PATH                PIC X(40)
                            VALUE 'CLIENTES.NOVO.IDX'.
       01 WS-CAR-PATH                PIC X(40)
                            VALUE 'ASSESSORIA.CARTEIRA.IDX'.
       01 WS-DSP-PATH                PIC X(40) VALUE 'DISPUTAS.IDX'.
       01 WS-BLQ-PATH                PIC X(40) VALUE 'PAGTOBLOQ.IDX'.
       01 WS-REL-PATH                PIC X(40)
                            VALUE 'COBRANCA.FILA.REL'.
       01 WS-PEND-FS                 PIC XX.
       01 WS-FILA-FS                 PIC XX.
       01 WS-PRM-FS                  PIC XX.
       01 WS-SCO-FS                  PIC XX.
       01 WS-CLI-FS                  PIC XX.
       01 WS-CAR-FS                  PIC XX.
       01 WS-DSP-FS                  PIC XX.
       01 WS-BLQ-FS                  PIC XX.
       01 WS-REL-FS                  PIC XX.

       01 WS-FIM-ARQUIVO             PIC X     VALUE 'N'.
          88 WS-FIM                            VALUE 'Y'.
       01 WS-FIM-SORT-SW             PIC X     VALUE 'N'.
          88 WS-FIM-SORT                       VALUE 'Y'.
       01 WS-SCO-ABERTO-SW           PIC X     VALUE 'N'.
          88 WS-SCO-ABERTO                     VALUE 'Y'.
       01 WS-CLI-ABERTO-SW           PIC X     VALUE 'N'.
          88 WS-CLI-ABERTO                     VALUE 'Y'.
       01 WS-CAR-ABERTO-SW           PIC X     VALUE 'N'.
          88 WS-CAR-ABERTO                     VALUE 'Y'.
       01 WS-DSP-ABERTO-SW           PIC X     VALUE 'N'.
          88 WS-DSP-ABERTO                     VALUE 'Y'.
       01 WS-BLQ-ABERTO-SW           PIC X     VALUE 'N'.
          88 WS-BLQ-ABERTO                     VALUE 'Y'.
       01 WS-IMPEDIDO-SW             PIC X     VALUE 'N'.
          88 WS-IMPEDIDO                       VALUE 'Y'.

      * Parametros: atraso minimo para entrar na fila e por quantos
      * dias uma promessa quebrada continua marcada e com reforco de
      * prioridade.
       01 WS-DIAS-MINIMO             PIC 999   VALUE 1.
       01 WS-DIAS-QUEBRA             PIC 999   VALUE 7.

      * Pesos da prioridade: dias de atraso, banda do CLISCORE (cliente
      * sem score fica entre B e C), saldo em centenas com teto e
      * reforco para promessa quebrada.
       01 WS-PESO-DIA                PIC 99    VALUE 10.
       01 WS-PONTOS-BANDA            PIC 999   VALUE 0.
       01 WS-PONTOS-SALDO            PIC 9(5)  VALUE 0.
       01 WS-TETO-SALDO              PIC 999   VALUE 500.
       01 WS-PONTOS-QUEBRA           PIC 999   VALUE 400.

      * Situacao da ultima promessa de cada cliente: A = aguardando o
      * prazo (cliente fica fora da fila), Q = quebrada ha pouco.
       01 WS-TAB-PROMESSAS.
          03 WS-QTD-PROMESSA         PIC 9(4)  VALUE 0.
          03 WS-PR-ITEM OCCURS 5000 TIMES.
             05 WS-PR-COD-CLIENTE    PIC 9(6).
             05 WS-PR-SITUACAO       PIC X.
             05 WS-PR-DATA           PIC 9(8).
             05 WS-PR-VALOR          PIC S9(9)V99.
       01 WS-PR                      PIC 9(4)  VALUE 0.
       01 WS-PR-SEL                  PIC 9(4)  VALUE 0.

      * Debitos em aberto somados por cliente; sem codigo de cliente
      * o nome e a chave.
       01 WS-TAB-CLIENTES.
          03 WS-QTD-CLIENTE          PIC 9(4)  VALUE 0.
          03 WS-CL-ITEM OCCURS 5000 TIMES.
             05 WS-CL-COD-CLIENTE    PIC 9(6).
             05 WS-CL-CLIENTE        PIC X(30).
             05 WS-CL-FILIAL         PIC X(3).
             05 WS-CL-SALDO          PIC S9(9)V99.
             05 WS-CL-QTD-DEBITOS    PIC 9(4).
             05 WS-CL-DIAS-ATRASO    PIC 9(4).
       01 WS-CL                      PIC 9(4)  VALUE 0.
       01 WS-CL-SEL                  PIC 9(4)  VALUE 0.

       01 WS-DATA-HORA-ATUAL         PIC X(21).
       01 WS-HOJE                    PIC 9(8)  VALUE 0.
       01 WS-HOJE-INTEGER            PIC 9(7)  VALUE 0.
       01 WS-PEND-INTEGER            PIC 9(7)  VALUE 0.
       01 WS-DIAS-PENDENTE           PIC S9(4) VALUE 0.
       01 WS-DATA-CORTE-QUEBRA       PIC 9(8)  VALUE 0.
       01 WS-PRIORIDADE              PIC 9(5)  VALUE 0.
       01 WS-DIAS-CALCULO            PIC 9(4)  VALUE 0.
       01 WS-SEQ                     PIC 9(5)  VALUE 0.

       01 WS-CONTADORES.
          03 WS-TOT-LIDO             PIC 9(6)  VALUE 0.
          03 WS-TOT-NO-PRAZO         PIC 9(6)  VALUE 0.
          03 WS-TOT-ASSESSORIA       PIC 9(6)  VALUE 0.
          03 WS-TOT-SUSPENSO         PIC 9(6)  VALUE 0.
          03 WS-TOT-AGUARDANDO       PIC 9(6)  VALUE 0.
          03 WS-TOT-QUEBRA           PIC 9(6)  VALUE 0.
          03 WS-TOT-JURIDICO         PIC 9(6)  VALUE 0.
          03 WS-TOT-FORA-TABELA      PIC 9(6)  VALUE 0.
          03 WS-TOT-NA-FILA          PIC 9(6)  VALUE 0.
          03 WS-VAL-NA-FILA          PIC S9(11)V99 VALUE 0.

       01 WS-CAB-1.
           03 FILLER                 PIC X(44)
                     VALUE 'COBFILA - FILA DE LIGACOES DA COBRANCA'.
           03 FILLER                 PIC X(6)  VALUE 'DATA: '.
           03 WS-CAB-DATA            PIC 9(8).
           03 FILLER                 PIC X(11) VALUE '  AMBIENTE '.
           03 WS-CAB-AMBIENTE        PIC X(8).
           03 FILLER                 PIC X(23) VALUE SPACES.
       01 WS-CAB-2.
           03 FILLER                 PIC X(6)  VALUE 'SEQ'.
           03 FILLER                 PIC X(6)  VALUE 'PRIOR'.
           03 FILLER                 PIC X(7)  VALUE 'CODIGO'.
           03 FILLER                 PIC X(26) VALUE 'CLIENTE'.
           03 FILLER                 PIC X(5)  VALUE 'DIAS'.
           03 FILLER                 PIC X(2)  VALUE 'B'.
           03 FILLER                 PIC X(16) VALUE '           SALDO'.
           03 FILLER                 PIC X(5)  VALUE ' QTD'.
           03 FILLER                 PIC X(3)  VALUE 'PQ'.
           03 FILLER                 PIC X(24) VALUE 'TELEFONE'.
       01 WS-DET-LINHA.
           03 WS-DET-SEQ             PIC ZZZZ9.
           03 FILLER                 PIC X     VALUE SPACE.
           03 WS-DET-PRIORIDADE      PIC ZZZZ9.
           03 FILLER                 PIC X     VALUE SPACE.
           03 WS-DET-COD-CLIENTE     PIC 9(6).
           03 FILLER                 PIC X     VALUE SPACE.
           03 WS-DET-CLIENTE         PIC X(25).
           03 FILLER                 PIC X     VALUE SPACE.
           03 WS-DET-DIAS            PIC ZZZ9.
           03 FILLER                 PIC X     VALUE SPACE.
           03 WS-DET-BANDA           PIC X.
           03 FILLER                 PIC X     VALUE SPACE.
           03 WS-DET-SALDO           PIC ZZZ,ZZZ,ZZ9.99-.
           03 FILLER                 PIC X     VALUE SPACE.
           03 WS-DET-QTD             PIC ZZZ9.
           03 FILLER                 PIC X     VALUE SPACE.
           03 WS-DET-QUEBRA          PIC X(2).
           03 FILLER                 PIC X     VALUE SPACE.
           03 WS-DET-TELEFONE        PIC X(20).
           03 FILLER                 PIC X(3)  VALUE SPACES.
       01 WS-TOT-LINHA.
           03 WS-TOT-LITERAL         PIC X(40).
           03 WS-TOT-QTD             PIC ZZZ,ZZ9.
           03 FILLER                 PIC X(2)  VALUE SPACES.
           03 WS-TOT-VALOR           PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           03 FILLER                 PIC X(32) VALUE SPACES.

       01 WS-JURIDICO-PARM.
           03 WS-JD-COD-CLIENTE    PIC 9(6).
           03 WS-JD-SITUACAO       PIC X.
           03 WS-JD-DATA-EVENTO    PIC 9(8).
           03 WS-JD-PROCESSO       PIC X(25).
           03 WS-JD-ADVOGADO       PIC X(30).
           03 WS-JD-RC             PIC 99.
              88 WS-JD-EM-JURIDICO         VALUE 0.

       01 WS-PARMLE-PARM.
           03 WS-PL-PROGRAMA       PIC X(12) VALUE 'COBFILA'.
           03 WS-PL-NOME           PIC X(12).
           03 WS-PL-DATA-PROC      PIC 9(8).
           03 WS-PL-VALOR          PIC X(14).
           03 WS-PL-RC             PIC 99.

       01 WS-AMBIENTE-PARM.
           03 WS-AMB-FUNCAO        PIC X     VALUE 'R'.
           03 WS-AMB-NOME          PIC X(8)  VALUE SPACES.
           03 WS-AMB-RAIZ          PIC X(40) VALUE SPACES.
           03 WS-AMB-RC            PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      * Fila diaria dos cobradores: clientes com debito vencido na
      * fila de pendentes, fora os que estao com assessoria, em
      * disputa, bloqueados ou com promessa de pagamento no prazo.
      * Roda de manha, depois do COBPROMESSA da noite anterior.
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-PEND-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-FILA-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-PRM-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-SCO-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CLI-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CAR-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-DSP-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-BLQ-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-REL-PATH
            DISPLAY 'COBFILA - FILA DE LIGACOES DA COBRANCA'
            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
            MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-HOJE
            COMPUTE WS-HOJE-INTEGER =
                    FUNCTION INTEGER-OF-DATE(WS-HOJE)

            PERFORM P050-CARREGA-PARAMETROS
            PERFORM P060-CARREGA-PROMESSAS
            PERFORM P100-ABRE-ARQUIVOS
            PERFORM P200-ACUMULA-PENDENTE
                    UNTIL WS-FIM
            CLOSE WS-PEND-FILE

            OPEN OUTPUT WS-FILA-FILE
            IF WS-FILA-FS NOT = '00'
                DISPLAY 'FILA DE LIGACOES INDISPONIVEL: '
                        WS-FILA-PATH ' FS: ' WS-FILA-FS
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN OUTPUT WS-REL-FILE
            MOVE WS-HOJE TO WS-CAB-DATA
            MOVE WS-AMB-NOME TO WS-CAB-AMBIENTE
            WRITE WS-REL-LINHA FROM WS-CAB-1
            MOVE ALL '=' TO WS-REL-LINHA
            WRITE WS-REL-LINHA
            WRITE WS-REL-LINHA FROM WS-CAB-2

            SORT WS-SORT-FILE
                 ON DESCENDING KEY WS-SRT-PRIORIDADE
                                   WS-SRT-DIAS-ATRASO
                                   WS-SRT-SALDO
                 ON ASCENDING  KEY WS-SRT-COD-CLIENTE
                                   WS-SRT-CLIENTE
                 INPUT  PROCEDURE IS P400-SELECIONA
                 OUTPUT PROCEDURE IS P500-GRAVA-FILA

            PERFORM P800-FINALIZA

            STOP RUN.

       P050-CARREGA-PARAMETROS.
            MOVE WS-HOJE TO WS-PL-DATA-PROC
            MOVE 'DIAS' TO WS-PL-NOME
            CALL 'PARMLE' USING WS-PARMLE-PARM
            IF WS-PL-RC = 0 AND WS-PL-VALOR(1:3) IS NUMERIC
                MOVE WS-PL-VALOR(1:3) TO WS-DIAS-MINIMO
            END-IF
            MOVE 'QUEBRA' TO WS-PL-NOME
            CALL 'PARMLE' USING WS-PARMLE-PARM
            IF WS-PL-RC = 0 AND WS-PL-VALOR(1:3) IS NUMERIC
                MOVE WS-PL-VALOR(1:3) TO WS-DIAS-QUEBRA
            END-IF
            COMPUTE WS-DATA-CORTE-QUEBRA = FUNCTION DATE-OF-INTEGER
                    (WS-HOJE-INTEGER - WS-DIAS-QUEBRA)
            DISPLAY 'ATRASO MINIMO ' WS-DIAS-MINIMO ' DIAS, PROMESSA '
                    'QUEBRADA MARCADA POR ' WS-DIAS-QUEBRA ' DIAS.'
            .
       P060-CARREGA-PROMESSAS.
      * O arquivo vem em ordem de cliente e data de registro: a ultima
      * promessa lida de cada cliente e a que vale.
            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN INPUT WS-PRM-FILE
            IF WS-PRM-FS = '00'
                PERFORM UNTIL WS-FIM
                    READ WS-PRM-FILE NEXT RECORD
                        AT END SET WS-FIM TO TRUE
                        NOT AT END PERFORM P065-GUARDA-PROMESSA
                    END-READ
                END-PERFORM
                CLOSE WS-PRM-FILE
            ELSE
                DISPLAY 'SEM ARQUIVO DE PROMESSAS: ' WS-PRM-PATH
            END-IF
            MOVE 'N' TO WS-FIM-ARQUIVO
            .
       P065-GUARDA-PROMESSA.
            IF WS-PRM-SITUACAO NOT = 'S'
                MOVE 0 TO WS-PR-SEL
                IF WS-QTD-PROMESSA > 0
                    IF WS-PR-COD-CLIENTE(WS-QTD-PROMESSA) =
                       WS-PRM-COD-CLIENTE
                        MOVE WS-QTD-PROMESSA TO WS-PR-SEL
                    END-IF
                END-IF
                IF WS-PR-SEL = 0
                    IF WS-QTD-PROMESSA < 5000
                        ADD 1 TO WS-QTD-PROMESSA
                        MOVE WS-QTD-PROMESSA TO WS-PR-SEL
                        MOVE WS-PRM-COD-CLIENTE
                             TO WS-PR-COD-CLIENTE(WS-PR-SEL)
                    ELSE
                        DISPLAY 'AVISO: TABELA DE PROMESSAS CHEIA '
                                '(5000); CLIENTE ' WS-PRM-COD-CLIENTE
                                ' SEM SITUACAO DE PROMESSA.'
                    END-IF
                END-IF
                IF WS-PR-SEL > 0
                    PERFORM P070-SITUACAO-PROMESSA
                END-IF
            END-IF
            .
       P070-SITUACAO-PROMESSA.
            MOVE SPACE TO WS-PR-SITUACAO(WS-PR-SEL)
            MOVE 0     TO WS-PR-DATA(WS-PR-SEL)
            MOVE 0     TO WS-PR-VALOR(WS-PR-SEL)
            EVALUATE TRUE
                WHEN WS-PRM-SITUACAO = 'A'
                    MOVE 'A' TO WS-PR-SITUACAO(WS-PR-SEL)
                    MOVE WS-PRM-DATA-PROMETIDA TO WS-PR-DATA(WS-PR-SEL)
                    MOVE WS-PRM-VALOR-PROMETIDO
                         TO WS-PR-VALOR(WS-PR-SEL)
                WHEN WS-PRM-SITUACAO = 'Q'
                     AND WS-PRM-DATA-APURACAO >= WS-DATA-CORTE-QUEBRA
                    MOVE 'Q' TO WS-PR-SITUACAO(WS-PR-SEL)
                    MOVE WS-PRM-DATA-PROMETIDA TO WS-PR-DATA(WS-PR-SEL)
                    MOVE WS-PRM-VALOR-PROMETIDO
                         TO WS-PR-VALOR(WS-PR-SEL)
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            .
       P090-BUSCA-PROMESSA.
            MOVE 0 TO WS-PR-SEL
            IF WS-CL-COD-CLIENTE(WS-CL) > 0
                PERFORM VARYING WS-PR FROM 1 BY 1
                        UNTIL WS-PR > WS-QTD-PROMESSA OR WS-PR-SEL > 0
                    IF WS-PR-COD-CLIENTE(WS-PR) =
                       WS-CL-COD-CLIENTE(WS-CL)
                        MOVE WS-PR TO WS-PR-SEL
                    END-IF
                END-PERFORM
            END-IF
            .
       P100-ABRE-ARQUIVOS.
            OPEN INPUT WS-PEND-FILE
            IF WS-PEND-FS NOT = '00'
                DISPLAY 'ARQUIVO DE PENDENTES NAO ENCONTRADO: '
                        WS-PEND-PATH
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN INPUT WS-SCO-FILE
            IF WS-SCO-FS = '00'
                SET WS-SCO-ABERTO TO TRUE
            ELSE
                DISPLAY 'SCORE DE CLIENTES INDISPONIVEL: '
                        WS-SCO-PATH '. PRIORIDADE SEM A BANDA.'
            END-IF
            OPEN INPUT WS-CLI-FILE
            IF WS-CLI-FS = '00'
                SET WS-CLI-ABERTO TO TRUE
            END-IF
            OPEN INPUT WS-CAR-FILE
            IF WS-CAR-FS = '00'
                SET WS-CAR-ABERTO TO TRUE
            END-IF
            OPEN INPUT WS-DSP-FILE
            IF WS-DSP-FS = '00'
                SET WS-DSP-ABERTO TO TRUE
            END-IF
            OPEN INPUT WS-BLQ-FILE
            IF WS-BLQ-FS = '00'
                SET WS-BLQ-ABERTO TO TRUE
            END-IF
            PERFORM P150-LE-PENDENTE
            .
       P150-LE-PENDENTE.
            READ WS-PEND-FILE
                AT END SET WS-FIM TO TRUE
            END-READ
            .
       P200-ACUMULA-PENDENTE.
            ADD 1 TO WS-TOT-LIDO
            IF WS-PEND-DATA-PENDENCIA NOT NUMERIC
                   OR WS-PEND-DATA-PENDENCIA = 0
                MOVE 0 TO WS-DIAS-PENDENTE
            ELSE
                COMPUTE WS-PEND-INTEGER =
                    FUNCTION INTEGER-OF-DATE(WS-PEND-DATA-PENDENCIA)
                COMPUTE WS-DIAS-PENDENTE =
                    WS-HOJE-INTEGER - WS-PEND-INTEGER
            END-IF

            EVALUATE TRUE
                WHEN WS-DIAS-PENDENTE < WS-DIAS-MINIMO
                     OR WS-PEND-VALOR NOT > 0
                    ADD 1 TO WS-TOT-NO-PRAZO
                WHEN OTHER
                    PERFORM P300-VERIFICA-IMPEDIMENTOS
                    IF NOT WS-IMPEDIDO
                        PERFORM P250-SOMA-CLIENTE
                    END-IF
            END-EVALUATE

            PERFORM P150-LE-PENDENTE
            .
       P250-SOMA-CLIENTE.
            MOVE 0 TO WS-CL-SEL
            PERFORM VARYING WS-CL FROM 1 BY 1
                    UNTIL WS-CL > WS-QTD-CLIENTE OR WS-CL-SEL > 0
                IF WS-CL-COD-CLIENTE(WS-CL) = WS-PEND-COD-CLIENTE
                   AND (WS-PEND-COD-CLIENTE > 0
                        OR WS-CL-CLIENTE(WS-CL) = WS-PEND-CLIENTE)
                    MOVE WS-CL TO WS-CL-SEL
                END-IF
            END-PERFORM
            IF WS-CL-SEL = 0 AND WS-QTD-CLIENTE NOT < 5000
                ADD 1 TO WS-TOT-FORA-TABELA
                DISPLAY 'AVISO: TABELA DE CLIENTES CHEIA (5000); '
                        'ID ' WS-PEND-ID ' FICA FORA DA FILA.'
            ELSE
                PERFORM P260-SOMA-DEBITO
            END-IF
            .
       P260-SOMA-DEBITO.
            IF WS-CL-SEL = 0
                ADD 1 TO WS-QTD-CLIENTE
                MOVE WS-QTD-CLIENTE      TO WS-CL-SEL
                MOVE WS-PEND-COD-CLIENTE TO WS-CL-COD-CLIENTE(WS-CL-SEL)
                MOVE WS-PEND-CLIENTE     TO WS-CL-CLIENTE(WS-CL-SEL)
                MOVE WS-PEND-FILIAL      TO WS-CL-FILIAL(WS-CL-SEL)
                MOVE 0                   TO WS-CL-SALDO(WS-CL-SEL)
                MOVE 0                   TO WS-CL-QTD-DEBITOS(WS-CL-SEL)
                MOVE 0                   TO WS-CL-DIAS-ATRASO(WS-CL-SEL)
            END-IF
            ADD WS-PEND-VALOR TO WS-CL-SALDO(WS-CL-SEL)
            ADD 1             TO WS-CL-QTD-DEBITOS(WS-CL-SEL)
            IF WS-DIAS-PENDENTE > WS-CL-DIAS-ATRASO(WS-CL-SEL)
                MOVE WS-DIAS-PENDENTE TO WS-CL-DIAS-ATRASO(WS-CL-SEL)
            END-IF
            .
       P300-VERIFICA-IMPEDIMENTOS.
      * Debito com assessoria externa, contestado ou retido pela mesa
      * nao e cobrado por telefone aqui.
            MOVE 'N' TO WS-IMPEDIDO-SW
            IF WS-CAR-ABERTO
                MOVE WS-PEND-ID TO WS-CAR-ID
                READ WS-CAR-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF WS-CAR-EM-COBRANCA
                            SET WS-IMPEDIDO TO TRUE
                            ADD 1 TO WS-TOT-ASSESSORIA
                        END-IF
                END-READ
            END-IF
            IF NOT WS-IMPEDIDO AND WS-DSP-ABERTO
                MOVE WS-PEND-ID TO WS-DSP-ID
                READ WS-DSP-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF WS-DSP-SITUACAO = 'A'
                            SET WS-IMPEDIDO TO TRUE
                            ADD 1 TO WS-TOT-SUSPENSO
                        END-IF
                END-READ
            END-IF
            IF NOT WS-IMPEDIDO AND WS-BLQ-ABERTO
                MOVE WS-PEND-ID TO WS-BLQ-ID
                READ WS-BLQ-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF WS-BLQ-SITUACAO = 'A'
                            SET WS-IMPEDIDO TO TRUE
                            ADD 1 TO WS-TOT-SUSPENSO
                        END-IF
                END-READ
            END-IF
            .
       P400-SELECIONA.
            PERFORM P410-LIBERA-CLIENTE
                    VARYING WS-CL FROM 1 BY 1
                    UNTIL WS-CL > WS-QTD-CLIENTE
            .
       P410-LIBERA-CLIENTE.
      * Cliente com promessa ainda no prazo espera a apuracao do
      * COBPROMESSA; nao se liga de novo antes disso. Cliente em
      * obito, falencia ou recuperacao judicial nao recebe ligacao.
            MOVE 4 TO WS-JD-RC
            IF WS-CL-COD-CLIENTE(WS-CL) > 0
                MOVE WS-CL-COD-CLIENTE(WS-CL) TO WS-JD-COD-CLIENTE
                CALL 'CLIJURIDICO' USING WS-JURIDICO-PARM
            END-IF
            PERFORM P090-BUSCA-PROMESSA
            IF WS-JD-EM-JURIDICO
                ADD 1 TO WS-TOT-JURIDICO
            ELSE
                PERFORM P415-LIBERA-SEM-JURIDICO
            END-IF
            .
       P415-LIBERA-SEM-JURIDICO.
            IF WS-PR-SEL > 0
                IF WS-PR-SITUACAO(WS-PR-SEL) = 'A'
                    ADD 1 TO WS-TOT-AGUARDANDO
                ELSE
                    PERFORM P420-MONTA-ITEM
                END-IF
            ELSE
                PERFORM P420-MONTA-ITEM
            END-IF
            .
       P420-MONTA-ITEM.
            MOVE WS-CL-COD-CLIENTE(WS-CL) TO WS-SRT-COD-CLIENTE
            MOVE WS-CL-CLIENTE(WS-CL)     TO WS-SRT-CLIENTE
            MOVE WS-CL-FILIAL(WS-CL)      TO WS-SRT-FILIAL
            MOVE WS-CL-SALDO(WS-CL)       TO WS-SRT-SALDO
            MOVE WS-CL-QTD-DEBITOS(WS-CL) TO WS-SRT-QTD-DEBITOS
            MOVE WS-CL-DIAS-ATRASO(WS-CL) TO WS-SRT-DIAS-ATRASO
            MOVE SPACES                   TO WS-SRT-TELEFONE
            MOVE SPACE                    TO WS-SRT-BANDA
            MOVE 'N'                      TO WS-SRT-QUEBRA
            MOVE 0                        TO WS-SRT-DATA-QUEBRA
            MOVE 0                        TO WS-SRT-VALOR-QUEBRA

            IF WS-CL-COD-CLIENTE(WS-CL) > 0
                IF WS-CLI-ABERTO
                    MOVE WS-CL-COD-CLIENTE(WS-CL) TO WS-CLI-CODIGO
                    READ WS-CLI-FILE
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                            MOVE WS-CLI-TELEFONE TO WS-SRT-TELEFONE
                    END-READ
                END-IF
                IF WS-SCO-ABERTO
                    MOVE WS-CL-COD-CLIENTE(WS-CL) TO WS-SCO-CODIGO
                    READ WS-SCO-FILE
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                            MOVE WS-SCO-BANDA TO WS-SRT-BANDA
                    END-READ
                END-IF
            END-IF
            IF WS-PR-SEL > 0
                IF WS-PR-SITUACAO(WS-PR-SEL) = 'Q'
                    MOVE 'S' TO WS-SRT-QUEBRA
                    MOVE WS-PR-DATA(WS-PR-SEL)  TO WS-SRT-DATA-QUEBRA
                    MOVE WS-PR-VALOR(WS-PR-SEL) TO WS-SRT-VALOR-QUEBRA
                    ADD 1 TO WS-TOT-QUEBRA
                END-IF
            END-IF

            PERFORM P450-CALCULA-PRIORIDADE
            MOVE WS-PRIORIDADE TO WS-SRT-PRIORIDADE
            RELEASE WS-SORT-REGISTRO
            .
       P450-CALCULA-PRIORIDADE.
            MOVE WS-SRT-DIAS-ATRASO TO WS-DIAS-CALCULO
            IF WS-DIAS-CALCULO > 999
                MOVE 999 TO WS-DIAS-CALCULO
            END-IF
            EVALUATE WS-SRT-BANDA
                WHEN 'D'    MOVE 300 TO WS-PONTOS-BANDA
                WHEN 'C'    MOVE 200 TO WS-PONTOS-BANDA
                WHEN 'B'    MOVE 100 TO WS-PONTOS-BANDA
                WHEN 'A'    MOVE 0   TO WS-PONTOS-BANDA
                WHEN OTHER  MOVE 150 TO WS-PONTOS-BANDA
            END-EVALUATE
            COMPUTE WS-PONTOS-SALDO = WS-SRT-SALDO / 100
            IF WS-PONTOS-SALDO > WS-TETO-SALDO
                MOVE WS-TETO-SALDO TO WS-PONTOS-SALDO
            END-IF
            COMPUTE WS-PRIORIDADE = WS-DIAS-CALCULO * WS-PESO-DIA
                                  + WS-PONTOS-BANDA + WS-PONTOS-SALDO
            IF WS-SRT-QUEBRA = 'S'
                ADD WS-PONTOS-QUEBRA TO WS-PRIORIDADE
            END-IF
            .
       P500-GRAVA-FILA.
            PERFORM P550-RETORNA-ORDENADO
            PERFORM P560-GRAVA-ITEM
                    UNTIL WS-FIM-SORT
            .
       P550-RETORNA-ORDENADO.
            RETURN WS-SORT-FILE
                AT END SET WS-FIM-SORT TO TRUE
            END-RETURN
            .
       P560-GRAVA-ITEM.
            ADD 1 TO WS-SEQ
            MOVE WS-SEQ                TO WS-FILA-SEQ
            MOVE WS-SRT-COD-CLIENTE    TO WS-FILA-COD-CLIENTE
            MOVE WS-SRT-CLIENTE        TO WS-FILA-CLIENTE
            MOVE WS-SRT-TELEFONE       TO WS-FILA-TELEFONE
            MOVE WS-SRT-FILIAL         TO WS-FILA-FILIAL
            MOVE WS-SRT-SALDO          TO WS-FILA-SALDO
            MOVE WS-SRT-QTD-DEBITOS    TO WS-FILA-QTD-DEBITOS
            MOVE WS-SRT-DIAS-ATRASO    TO WS-FILA-DIAS-ATRASO
            MOVE WS-SRT-BANDA          TO WS-FILA-BANDA
            MOVE WS-SRT-PRIORIDADE     TO WS-FILA-PRIORIDADE
            MOVE WS-SRT-QUEBRA         TO WS-FILA-QUEBRA
            MOVE WS-SRT-DATA-QUEBRA    TO WS-FILA-DATA-QUEBRA
            MOVE WS-SRT-VALOR-QUEBRA   TO WS-FILA-VALOR-QUEBRA
            MOVE 'N'                   TO WS-FILA-SITUACAO
            MOVE SPACES                TO WS-FILA-OPERADOR
            MOVE SPACE                 TO WS-FILA-RESULTADO
            MOVE WS-HOJE               TO WS-FILA-DATA-GERACAO
            WRITE WS-FILA-REGISTRO
                INVALID KEY
                    DISPLAY 'FALHA AO GRAVAR FILA: ' WS-SEQ
            END-WRITE

            ADD 1 TO WS-TOT-NA-FILA
            ADD WS-SRT-SALDO TO WS-VAL-NA-FILA
            MOVE WS-SEQ                TO WS-DET-SEQ
            MOVE WS-SRT-PRIORIDADE     TO WS-DET-PRIORIDADE
            MOVE WS-SRT-COD-CLIENTE    TO WS-DET-COD-CLIENTE
            MOVE WS-SRT-CLIENTE        TO WS-DET-CLIENTE
            MOVE WS-SRT-DIAS-ATRASO    TO WS-DET-DIAS
            MOVE WS-SRT-BANDA          TO WS-DET-BANDA
            MOVE WS-SRT-SALDO          TO WS-DET-SALDO
            MOVE WS-SRT-QTD-DEBITOS    TO WS-DET-QTD
            IF WS-SRT-QUEBRA = 'S'
                MOVE 'PQ'              TO WS-DET-QUEBRA
            ELSE
                MOVE SPACES            TO WS-DET-QUEBRA
            END-IF
            MOVE WS-SRT-TELEFONE       TO WS-DET-TELEFONE
            WRITE WS-REL-LINHA FROM WS-DET-LINHA

            PERFORM P550-RETORNA-ORDENADO
            .
       P800-FINALIZA.
            MOVE ALL '-' TO WS-REL-LINHA
            WRITE WS-REL-LINHA
            MOVE SPACES TO WS-TOT-LINHA
            MOVE 'PENDENTES LIDOS'          TO WS-TOT-LITERAL
            MOVE WS-TOT-LIDO                TO WS-TOT-QTD
            WRITE WS-REL-LINHA FROM WS-TOT-LINHA
            MOVE 'AINDA NO PRAZO'           TO WS-TOT-LITERAL
            MOVE WS-TOT-NO-PRAZO            TO WS-TOT-QTD
            WRITE WS-REL-LINHA FROM WS-TOT-LINHA
            MOVE 'COM ASSESSORIA EXTERNA'   TO WS-TOT-LITERAL
            MOVE WS-TOT-ASSESSORIA          TO WS-TOT-QTD
            WRITE WS-REL-LINHA FROM WS-TOT-LINHA
            MOVE 'EM DISPUTA OU BLOQUEADOS' TO WS-TOT-LITERAL
            MOVE WS-TOT-SUSPENSO            TO WS-TOT-QTD
            WRITE WS-REL-LINHA FROM WS-TOT-LINHA
            MOVE 'CLIENTES EM OBITO/FALENCIA/RECUPERACAO'
                                            TO WS-TOT-LITERAL
            MOVE WS-TOT-JURIDICO            TO WS-TOT-QTD
            WRITE WS-REL-LINHA FROM WS-TOT-LINHA
            MOVE 'CLIENTES COM PROMESSA NO PRAZO' TO WS-TOT-LITERAL
            MOVE WS-TOT-AGUARDANDO          TO WS-TOT-QTD
            WRITE WS-REL-LINHA FROM WS-TOT-LINHA
            MOVE 'CLIENTES COM PROMESSA QUEBRADA (PQ)'
                                            TO WS-TOT-LITERAL
            MOVE WS-TOT-QUEBRA              TO WS-TOT-QTD
            WRITE WS-REL-LINHA FROM WS-TOT-LINHA
            MOVE 'CLIENTES NA FILA / SALDO' TO WS-TOT-LITERAL
            MOVE WS-TOT-NA-FILA             TO WS-TOT-QTD
            MOVE WS-VAL-NA-FILA             TO WS-TOT-VALOR
            WRITE WS-REL-LINHA FROM WS-TOT-LINHA

            CLOSE WS-FILA-FILE
            CLOSE WS-REL-FILE
            IF WS-SCO-ABERTO
                CLOSE WS-SCO-FILE
            END-IF
            IF WS-CLI-ABERTO
                CLOSE WS-CLI-FILE
            END-IF
            IF WS-CAR-ABERTO
                CLOSE WS-CAR-FILE
            END-IF
            IF WS-DSP-ABERTO
                CLOSE WS-DSP-FILE
            END-IF
            IF WS-BLQ-ABERTO
                CLOSE WS-BLQ-FILE
            END-IF

            DISPLAY 'CLIENTES NA FILA: ' WS-TOT-NA-FILA
                    ' (PROMESSA QUEBRADA: ' WS-TOT-QUEBRA ')'
            DISPLAY 'RELATORIO GRAVADO EM: ' WS-REL-PATH
            IF WS-TOT-FORA-TABELA > 0
                MOVE 4 TO RETURN-CODE
            END-IF
            .
       END PROGRAM COBFILA.
