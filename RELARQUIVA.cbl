      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELARQUIVA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-ORI-FILE      ASSIGN TO WS-ORI-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-ORI-FS.
           SELECT WS-COP-FILE      ASSIGN TO WS-COP-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-COP-FS.
           SELECT WS-IDX-FILE      ASSIGN TO WS-IDX-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS WS-IDX-CHAVE
                                    FILE STATUS WS-IDX-FS.
           SELECT WS-RET-FILE      ASSIGN TO WS-RET-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-RET-FS.
           SELECT WS-RC-FILE       ASSIGN TO WS-RC-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-RC-FS.
       DATA DIVISION.
       FILE SECTION.
       FD  WS-ORI-FILE.
       01 WS-ORI-LINHA               PIC X(132).
       FD  WS-COP-FILE.
       01 WS-COP-LINHA               PIC X(132).
      * Repositorio de relatorios: uma entrada por listagem arquivada,
      * pela chave nome do relatorio + data e hora do run. A copia
      * fica no arquivo RELARQ.<carimbo> apontado pela entrada.
       FD  WS-IDX-FILE.
       01 WS-IDX-REGISTRO.
          03 WS-IDX-CHAVE.
             05 WS-IDX-RELATORIO     PIC X(30).
             05 WS-IDX-DATA-RUN      PIC 9(8).
             05 WS-IDX-HORA-RUN      PIC 9(6).
          03 WS-IDX-PROGRAMA         PIC X(12).
          03 WS-IDX-RUN-ID           PIC X(14).
          03 WS-IDX-PAGINAS          PIC 9(5).
          03 WS-IDX-LINHAS           PIC 9(7).
          03 WS-IDX-COPIA            PIC X(40).
          03 WS-IDX-ORIGEM           PIC X(40).
          03 WS-IDX-AMBIENTE         PIC X(8).
          03 WS-IDX-DATA-ARQ         PIC 9(8).
      * Retencao por tipo de relatorio, em dias; a linha * vale para
      * os relatorios sem linha propria. Linha com # e comentario.
       FD  WS-RET-FILE.
       01 WS-RET-REGISTRO.
          03 WS-RET-RELATORIO        PIC X(30).
          03 WS-RET-DIAS             PIC 9(4).
      * Layout identico ao do RUNCTL
       FD  WS-RC-FILE.
       01 WS-RC-REGISTRO.
           03 WS-RC-PROGRAMA        PIC X(12).
           03 WS-RC-STATUS          PIC X(12).
           03 WS-RC-DATA-INI        PIC 9(8).
           03 WS-RC-HORA-INI        PIC 9(6).
           03 WS-RC-DATA-FIM        PIC 9(8).
           03 WS-RC-HORA-FIM        PIC 9(6).

       WORKING-STORAGE SECTION.
       01 WS-ORI-PATH              PIC X(40) VALUE SPACES.
       01 WS-COP-PATH              PIC X(40) VALUE SPACES.
       01 WS-IDX-PATH              PIC X(40) VALUE 'RELATORIOS.IDX'.
       01 WS-RET-PATH              PIC X(40) VALUE 'RELRETENCAO.DAT'.
       01 WS-RC-PATH               PIC X(40) VALUE 'RUNCONTROL.DAT'.
       01 WS-ORI-FS                PIC XX.
       01 WS-COP-FS                PIC XX.
       01 WS-IDX-FS                PIC XX.
       01 WS-RET-FS                PIC XX.
       01 WS-RC-FS                 PIC XX.

       01 WS-FIM-ARQUIVO           PIC X     VALUE 'N'.
          88 WS-FIM                          VALUE 'Y'.
       01 WS-FIM-RC-SW             PIC X     VALUE 'N'.
          88 WS-FIM-RC                       VALUE 'Y'.
       01 WS-ACHOU-RUN-SW          PIC X     VALUE 'N'.
          88 WS-ACHOU-RUN                    VALUE 'Y'.
       01 WS-IDX-ABERTO-SW         PIC X     VALUE 'N'.
          88 WS-IDX-ABERTO                   VALUE 'Y'.

       01 WS-DATA-HORA-ATUAL       PIC X(21).
       01 WS-HOJE                  PIC 9(8)  VALUE 0.
       01 WS-DIA-HOJE              PIC 9(7)  VALUE 0.
       01 WS-DIA-RUN               PIC 9(7)  VALUE 0.
       01 WS-IDADE                 PIC S9(7) VALUE 0.

      * Nome da copia no repositorio: RELARQ. + carimbo do
      * arquivamento + sequencia, para dois relatorios arquivados no
      * mesmo instante nao disputarem o mesmo arquivo.
       01 WS-COP-NOME.
          03 FILLER                PIC X(7)  VALUE 'RELARQ.'.
          03 WS-COP-CARIMBO        PIC X(14).
          03 FILLER                PIC X     VALUE '.'.
          03 WS-COP-SEQ            PIC 9(3)  VALUE 0.
       01 WS-INFO-ARQUIVO          PIC X(16).
       01 WS-IDX-NOVO              PIC X(178).
       01 WS-RC-ROTINA             PIC S9(9) COMP-5 VALUE 0.

       01 WS-TOT-LINHAS            PIC 9(7)  VALUE 0.
       01 WS-LINHAS-PAGINA         PIC 9(3)  VALUE 60.

       01 WS-TAB-RETENCAO.
          03 WS-TRT OCCURS 50 TIMES INDEXED BY WS-TRT-IDX.
             05 WS-TRT-RELATORIO   PIC X(30).
             05 WS-TRT-DIAS        PIC 9(4).
       01 WS-TOT-RETENCAO          PIC 99    VALUE 0.
      * Sem linha * no arquivo de retencao, a listagem fica noventa
      * dias no repositorio.
       01 WS-DIAS-PADRAO           PIC 9(4)  VALUE 90.
       01 WS-DIAS-RETENCAO         PIC 9(4)  VALUE 0.

       01 WS-AUDIT-PARM.
           03 WS-AU-PROGRAMA       PIC X(12) VALUE 'RELARQUIVA'.
           03 WS-AU-EVENTO         PIC X(12).
           03 WS-AU-CHAVE          PIC X(30).
           03 WS-AU-CONTADOR       PIC 9(6).
           03 WS-AU-OPERADOR       PIC X(8)  VALUE SPACES.

       01 WS-SIMULA-PARM.
           03 WS-SM-FUNCAO         PIC X     VALUE 'C'.
           03 WS-SM-ATIVA          PIC X     VALUE 'N'.
              88 WS-SM-SIMULANDO             VALUE 'S'.
           03 WS-SM-RC             PIC 99.

       01 WS-PARMLE-PARM.
           03 WS-PL-PROGRAMA       PIC X(12) VALUE 'RELARQUIVA'.
           03 WS-PL-NOME           PIC X(12).
           03 WS-PL-DATA-PROC      PIC 9(8).
           03 WS-PL-VALOR          PIC X(14).
           03 WS-PL-RC             PIC 99.

       01 WS-AMBIENTE-PARM.
           03 WS-AMB-FUNCAO        PIC X     VALUE 'R'.
           03 WS-AMB-NOME          PIC X(8)  VALUE SPACES.
           03 WS-AMB-RAIZ          PIC X(40) VALUE SPACES.
           03 WS-AMB-RC            PIC 99.

       LINKAGE SECTION.
       01 PARAMETROS-RELARQUIVA.
           02 WS-PRM-FUNCAO        PIC X.
              88 WS-FUNCAO-REGISTRA        VALUE 'R'.
              88 WS-FUNCAO-EXPURGA         VALUE 'E'.
           02 WS-PRM-PROGRAMA      PIC X(12).
           02 WS-PRM-RELATORIO     PIC X(30).
           02 WS-PRM-RC            PIC 99.
              88 WS-RC-OK                  VALUE 0.
              88 WS-RC-SEM-RELATORIO       VALUE 4.
              88 WS-RC-REPOSITORIO         VALUE 8.
              88 WS-RC-FUNCAO-INVALIDA     VALUE 12.
           02 WS-PRM-PAGINAS       PIC 9(5).
           02 WS-PRM-EXPURGADOS    PIC 9(5).
       01 CAMINHO-RELATORIO        PIC X(40).
       PROCEDURE DIVISION USING PARAMETROS-RELARQUIVA
                                CAMINHO-RELATORIO.
       MAIN-PROCEDURE.
      * Repositorio de relatorios: cada programa que produz listagem
      * chama a funcao R depois de fechar o relatorio, com o nome do
      * relatorio e o caminho onde o gravou. A listagem e copiada
      * para o repositorio e indexada por nome e data do run, com
      * paginas, programa e identificacao do run; na mesma chamada
      * saem do repositorio as listagens do mesmo relatorio que
      * passaram da retencao. A funcao E (RELCONSULTA) expurga as
      * vencidas de todos os relatorios.
           CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-IDX-PATH
           CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-RET-PATH
           CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-RC-PATH
           SET WS-RC-OK TO TRUE
           MOVE 0 TO WS-PRM-PAGINAS
           MOVE 0 TO WS-PRM-EXPURGADOS
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
           MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-HOJE
           COMPUTE WS-DIA-HOJE = FUNCTION INTEGER-OF-DATE(WS-HOJE)

      * Listagem de uma noite simulada e rascunho: nao entra no
      * repositorio nem apaga nada dele.
           CALL 'CADSIMULA' USING WS-SIMULA-PARM
           IF WS-SM-SIMULANDO
               GOBACK
           END-IF

           IF NOT WS-FUNCAO-REGISTRA AND NOT WS-FUNCAO-EXPURGA
               SET WS-RC-FUNCAO-INVALIDA TO TRUE
               GOBACK
           END-IF

           PERFORM P050-CARREGA-RETENCAO
           PERFORM P060-ABRE-REPOSITORIO

           IF WS-IDX-ABERTO
               IF WS-FUNCAO-REGISTRA
                   PERFORM P100-REGISTRA
               END-IF
               PERFORM P500-EXPURGA
               CLOSE WS-IDX-FILE
           END-IF

           GOBACK.

       P050-CARREGA-RETENCAO.
           MOVE 0   TO WS-TOT-RETENCAO
           MOVE 'N' TO WS-FIM-ARQUIVO
           OPEN INPUT WS-RET-FILE
           IF WS-RET-FS = '00'
               PERFORM UNTIL WS-FIM OR WS-TOT-RETENCAO = 50
                   READ WS-RET-FILE
                       AT END SET WS-FIM TO TRUE
                       NOT AT END
                           PERFORM P055-GUARDA-RETENCAO
                   END-READ
               END-PERFORM
               CLOSE WS-RET-FILE
           END-IF
           .
       P055-GUARDA-RETENCAO.
           IF WS-RET-RELATORIO(1:1) NOT = '#'
              AND WS-RET-RELATORIO NOT = SPACES
              AND WS-RET-DIAS NUMERIC
               IF WS-RET-RELATORIO = '*'
                   MOVE WS-RET-DIAS TO WS-DIAS-PADRAO
               ELSE
                   ADD 1 TO WS-TOT-RETENCAO
                   MOVE WS-RET-RELATORIO
                        TO WS-TRT-RELATORIO(WS-TOT-RETENCAO)
                   MOVE WS-RET-DIAS TO WS-TRT-DIAS(WS-TOT-RETENCAO)
               END-IF
           END-IF
           .
       P060-ABRE-REPOSITORIO.
           MOVE 'N' TO WS-IDX-ABERTO-SW
           OPEN I-O WS-IDX-FILE
           IF WS-IDX-FS = '35'
               OPEN OUTPUT WS-IDX-FILE
               CLOSE WS-IDX-FILE
               OPEN I-O WS-IDX-FILE
           END-IF
           IF WS-IDX-FS = '00'
               SET WS-IDX-ABERTO TO TRUE
           ELSE
               DISPLAY 'RELARQUIVA - REPOSITORIO INDISPONIVEL: '
                       WS-IDX-PATH ' FS: ' WS-IDX-FS
               SET WS-RC-REPOSITORIO TO TRUE
           END-IF
           .
       P100-REGISTRA.
           MOVE CAMINHO-RELATORIO TO WS-ORI-PATH
           OPEN INPUT WS-ORI-FILE
           IF WS-ORI-FS NOT = '00'
               DISPLAY 'RELARQUIVA - RELATORIO NAO ENCONTRADO: '
                       WS-ORI-PATH
               SET WS-RC-SEM-RELATORIO TO TRUE
           ELSE
               PERFORM P150-IDENTIFICA-RUN
               PERFORM P200-NOME-COPIA
               PERFORM P300-COPIA-RELATORIO
               CLOSE WS-ORI-FILE
               PERFORM P400-GRAVA-ENTRADA
           END-IF
           .
      * Identificacao do run: inicio do run ativo do programa no
      * controle de execucao. Programa fora do RUNCTL (interativo ou
      * avulso) fica com o carimbo do arquivamento.
       P150-IDENTIFICA-RUN.
           MOVE 'N' TO WS-ACHOU-RUN-SW
           MOVE 'N' TO WS-FIM-RC-SW
           MOVE SPACES TO WS-IDX-REGISTRO
           OPEN INPUT WS-RC-FILE
           IF WS-RC-FS = '00'
               PERFORM UNTIL WS-FIM-RC OR WS-ACHOU-RUN
                   READ WS-RC-FILE
                       AT END SET WS-FIM-RC TO TRUE
                       NOT AT END
                           IF WS-RC-PROGRAMA = WS-PRM-PROGRAMA
                              AND WS-RC-STATUS = 'RUNNING'
                               SET WS-ACHOU-RUN TO TRUE
                               MOVE WS-RC-DATA-INI TO WS-IDX-DATA-RUN
                               MOVE WS-RC-HORA-INI TO WS-IDX-HORA-RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WS-RC-FILE
           END-IF
           IF NOT WS-ACHOU-RUN
               MOVE WS-DATA-HORA-ATUAL(1:8)  TO WS-IDX-DATA-RUN
               MOVE WS-DATA-HORA-ATUAL(9:6)  TO WS-IDX-HORA-RUN
           END-IF
           MOVE WS-IDX-DATA-RUN TO WS-IDX-RUN-ID(1:8)
           MOVE WS-IDX-HORA-RUN TO WS-IDX-RUN-ID(9:6)
           .
       P200-NOME-COPIA.
           MOVE WS-DATA-HORA-ATUAL(1:14) TO WS-COP-CARIMBO
           MOVE 0 TO WS-COP-SEQ
           MOVE 0 TO WS-RC-ROTINA
           PERFORM UNTIL WS-RC-ROTINA NOT = 0 OR WS-COP-SEQ = 999
               ADD 1 TO WS-COP-SEQ
               MOVE WS-COP-NOME TO WS-COP-PATH
               CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-COP-PATH
               CALL 'CBL_CHECK_FILE_EXIST' USING WS-COP-PATH
                                                 WS-INFO-ARQUIVO
                    RETURNING WS-RC-ROTINA
           END-PERFORM
           .
       P300-COPIA-RELATORIO.
           MOVE 0   TO WS-TOT-LINHAS
           MOVE 'N' TO WS-FIM-ARQUIVO
           OPEN OUTPUT WS-COP-FILE
           PERFORM UNTIL WS-FIM
               READ WS-ORI-FILE
                   AT END SET WS-FIM TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TOT-LINHAS
                       WRITE WS-COP-LINHA FROM WS-ORI-LINHA
               END-READ
           END-PERFORM
           CLOSE WS-COP-FILE
           .
       P400-GRAVA-ENTRADA.
      * Paginas pela quantidade de linhas da folha de impressao; o
      * padrao e sessenta linhas, ajustavel em PARMLE.
           MOVE 'LINHAS-PAG' TO WS-PL-NOME
           MOVE WS-HOJE      TO WS-PL-DATA-PROC
           CALL 'PARMLE' USING WS-PARMLE-PARM
           IF WS-PL-RC = 0
              AND FUNCTION TEST-NUMVAL(WS-PL-VALOR) = 0
              AND FUNCTION NUMVAL(WS-PL-VALOR) > 0
               COMPUTE WS-LINHAS-PAGINA = FUNCTION NUMVAL(WS-PL-VALOR)
           END-IF

           MOVE WS-PRM-RELATORIO TO WS-IDX-RELATORIO
           MOVE WS-PRM-PROGRAMA  TO WS-IDX-PROGRAMA
           MOVE WS-TOT-LINHAS    TO WS-IDX-LINHAS
           COMPUTE WS-IDX-PAGINAS =
                   (WS-TOT-LINHAS + WS-LINHAS-PAGINA - 1)
                   / WS-LINHAS-PAGINA
           IF WS-IDX-PAGINAS = 0
               MOVE 1 TO WS-IDX-PAGINAS
           END-IF
           MOVE WS-COP-PATH       TO WS-IDX-COPIA
           MOVE CAMINHO-RELATORIO TO WS-IDX-ORIGEM
           MOVE WS-AMB-NOME       TO WS-IDX-AMBIENTE
           MOVE WS-HOJE           TO WS-IDX-DATA-ARQ
           MOVE WS-IDX-PAGINAS    TO WS-PRM-PAGINAS

           WRITE WS-IDX-REGISTRO
               INVALID KEY
                   PERFORM P450-SUBSTITUI-ENTRADA
           END-WRITE

           MOVE 'REL-ARQUIVA'    TO WS-AU-EVENTO
           MOVE WS-IDX-RELATORIO TO WS-AU-CHAVE
           MOVE WS-IDX-PAGINAS   TO WS-AU-CONTADOR
           CALL 'AUDITLOG' USING WS-AUDIT-PARM
           .
      * O mesmo relatorio arquivado de novo no mesmo run substitui a
      * entrada anterior; a copia antiga sai do repositorio.
       P450-SUBSTITUI-ENTRADA.
           MOVE WS-IDX-REGISTRO TO WS-IDX-NOVO
           READ WS-IDX-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF WS-IDX-COPIA NOT = WS-COP-PATH
                       CALL 'CBL_DELETE_FILE' USING WS-IDX-COPIA
                   END-IF
           END-READ
           MOVE WS-IDX-NOVO TO WS-IDX-REGISTRO
           REWRITE WS-IDX-REGISTRO
               INVALID KEY
                   DISPLAY 'RELARQUIVA - FALHA AO INDEXAR: '
                           WS-IDX-RELATORIO ' FS: ' WS-IDX-FS
                   SET WS-RC-REPOSITORIO TO TRUE
           END-REWRITE
           .
      * Expurgo: na funcao R so as listagens do relatorio arquivado,
      * na funcao E as de todos os relatorios.
       P500-EXPURGA.
           MOVE 'N' TO WS-FIM-ARQUIVO
           MOVE LOW-VALUES TO WS-IDX-CHAVE
           IF WS-FUNCAO-REGISTRA
               MOVE WS-PRM-RELATORIO TO WS-IDX-RELATORIO
               MOVE 0 TO WS-IDX-DATA-RUN
               MOVE 0 TO WS-IDX-HORA-RUN
           END-IF
           START WS-IDX-FILE KEY NOT LESS WS-IDX-CHAVE
               INVALID KEY SET WS-FIM TO TRUE
           END-START
           PERFORM P550-EXPURGA-PROXIMA
                   UNTIL WS-FIM

           IF WS-PRM-EXPURGADOS > 0
               MOVE 'REL-EXPURGO'    TO WS-AU-EVENTO
               MOVE WS-PRM-RELATORIO TO WS-AU-CHAVE
               IF WS-FUNCAO-EXPURGA
                   MOVE 'TODOS OS RELATORIOS' TO WS-AU-CHAVE
               END-IF
               MOVE WS-PRM-EXPURGADOS TO WS-AU-CONTADOR
               CALL 'AUDITLOG' USING WS-AUDIT-PARM
           END-IF
           .
       P550-EXPURGA-PROXIMA.
           READ WS-IDX-FILE NEXT RECORD
               AT END SET WS-FIM TO TRUE
               NOT AT END
                   IF WS-FUNCAO-REGISTRA
                      AND WS-IDX-RELATORIO NOT = WS-PRM-RELATORIO
                       SET WS-FIM TO TRUE
                   ELSE
                       PERFORM P560-VERIFICA-VENCIDA
                   END-IF
           END-READ
           .
       P560-VERIFICA-VENCIDA.
           MOVE WS-DIAS-PADRAO TO WS-DIAS-RETENCAO
           PERFORM VARYING WS-TRT-IDX FROM 1 BY 1
                   UNTIL WS-TRT-IDX > WS-TOT-RETENCAO
               IF WS-TRT-RELATORIO(WS-TRT-IDX) = WS-IDX-RELATORIO
                   MOVE WS-TRT-DIAS(WS-TRT-IDX) TO WS-DIAS-RETENCAO
               END-IF
           END-PERFORM
           IF WS-IDX-DATA-RUN NUMERIC AND WS-IDX-DATA-RUN > 19000100
               COMPUTE WS-DIA-RUN =
                       FUNCTION INTEGER-OF-DATE(WS-IDX-DATA-RUN)
               COMPUTE WS-IDADE = WS-DIA-HOJE - WS-DIA-RUN
               IF WS-IDADE > WS-DIAS-RETENCAO
                   CALL 'CBL_DELETE_FILE' USING WS-IDX-COPIA
                   DELETE WS-IDX-FILE RECORD
                       INVALID KEY CONTINUE
                       NOT INVALID KEY ADD 1 TO WS-PRM-EXPURGADOS
                   END-DELETE
               END-IF
           END-IF
           .
       END PROGRAM RELARQUIVA.
