      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLANOCOB.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-PLA-FILE      ASSIGN TO WS-PLA-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS WS-PLA-NUMERO
                                    ALTERNATE RECORD KEY IS
                                        WS-PLA-COD-CLIENTE
                                        WITH DUPLICATES
                                    FILE STATUS WS-PLA-FS.
           SELECT WS-CLI-NOVO      ASSIGN TO WS-CLI-NOVO-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS WS-CODIGO
                                    ALTERNATE RECORD KEY IS WS-NOME
                                                  WITH DUPLICATES
                                    FILE STATUS WS-CLI-NOVO-FS.
           SELECT WS-COB-FILE      ASSIGN TO WS-COB-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-COB-FS.
           SELECT WS-VENC-FILE     ASSIGN TO WS-VENC-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-VENC-FS.
           SELECT WS-PAGTO-FILE    ASSIGN TO WS-PAGTO-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-PAGTO-FS.
           SELECT WS-LNOVO-FILE    ASSIGN TO WS-LNOVO-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-LNOVO-FS.
           SELECT WS-REL-FILE      ASSIGN TO WS-REL-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-REL-FS.
       DATA DIVISION.
       FILE SECTION.
      * Layout identico ao do PLANOMANUT
       FD  WS-PLA-FILE.
       01 WS-PLA-REGISTRO.
          03 WS-PLA-NUMERO              PIC 9(6).
          03 WS-PLA-COD-CLIENTE         PIC 9(6).
          03 WS-PLA-DESCRICAO           PIC X(30).
          03 WS-PLA-VALOR               PIC 9(9)V99.
          03 WS-PLA-VALOR-INICIAL       PIC 9(9)V99.
          03 WS-PLA-DIA-COBRANCA        PIC 99.
          03 WS-PLA-DATA-INICIO         PIC 9(8).
          03 WS-PLA-DATA-FIM            PIC 9(8).
          03 WS-PLA-INDICE              PIC X(6).
          03 WS-PLA-DATA-ULT-REAJUSTE   PIC 9(8).
          03 WS-PLA-FILIAL              PIC X(3).
          03 WS-PLA-SITUACAO            PIC X.
             88 WS-PLA-ATIVO                      VALUE 'A'.
             88 WS-PLA-SUSPENSO                   VALUE 'S'.
             88 WS-PLA-CANCELADO                  VALUE 'C'.
          03 WS-PLA-DATA-SITUACAO       PIC 9(8).
          03 WS-PLA-ULT-ANOMES          PIC 9(6).
          03 WS-PLA-QTD-COBRANCAS       PIC 9(5).
          03 WS-PLA-TOTAL-FATURADO      PIC 9(11)V99.
          03 WS-PLA-OPERADOR            PIC X(8).
      * Layout identico ao do CLIMANUT
       FD  WS-CLI-NOVO.
       01 WS-LAYOUT-2.
          03 WS-CODIGO                  PIC 9(6).
          03 WS-NOME                    PIC X(30).
          03 WS-ENDERECO                PIC X(60).
          03 WS-TELEFONE                PIC X(20).
          03 WS-EMAIL                   PIC X(50).
          03 WS-ESTADO                  PIC X(30).
          03 WS-CIDADE                  PIC X(30).
      * Cobrancas do mes no layout de detalhe do PAGAMENTOS.DAT,
      * acrescentadas ao lote no fim do run.
       FD  WS-COB-FILE.
       01 WS-COB-REGISTRO.
           03 WS-COB-TIPO            PIC X.
           03 WS-COB-ID              PIC 9(9).
           03 WS-COB-VALOR           PIC S9(9)V99.
           03 WS-COB-COD-SITUACAO    PIC X.
           03 WS-COB-MOTIVO          PIC 99.
           03 WS-COB-CLIENTE         PIC X(30).
           03 WS-COB-DATA-PENDENCIA  PIC X(8).
           03 WS-COB-FILIAL          PIC X(3).
           03 WS-COB-COD-CLIENTE     PIC 9(6).
      * Layout identico ao do TARIFACOB
       FD  WS-VENC-FILE.
       01 WS-VENC-REGISTRO.
           03 WS-VENC-ID             PIC 9(9).
           03 WS-VENC-DATA           PIC 9(8).
      * Layout identico ao do PAGTOPIXRET
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
       01 WS-PAGTO-HEADER.
           03 WS-IN-H-TIPO           PIC X.
           03 WS-IN-H-DATA           PIC 9(8).
           03 WS-IN-H-ORIGEM         PIC X(10).
       01 WS-PAGTO-TRAILER.
           03 WS-IN-T-TIPO           PIC X.
           03 WS-IN-T-QTD            PIC 9(6).
           03 WS-IN-T-HASH           PIC S9(11)V99.
       FD  WS-LNOVO-FILE.
       01 WS-LNOVO-DETALHE           PIC X(71).
       01 WS-LNOVO-HEADER.
           03 WS-OUT-H-TIPO          PIC X.
           03 WS-OUT-H-DATA          PIC 9(8).
           03 WS-OUT-H-ORIGEM        PIC X(10).
       01 WS-LNOVO-TRAILER.
           03 WS-OUT-T-TIPO          PIC X.
           03 WS-OUT-T-QTD           PIC 9(6).
           03 WS-OUT-T-HASH          PIC S9(11)V99.
       FD  WS-REL-FILE.
       01 WS-REL-LINHA               PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-PLA-PATH              PIC X(40)
                            VALUE 'PLANOS.COBRANCA.IDX'.
       01 WS-CLI-NOVO-PATH         PIC X(40) VALUE 'CLIENTES.NOVO.IDX'.
       01 WS-COB-PATH              PIC X(40)
                            VALUE 'PLANOCOB.COBRANCAS'.
       01 WS-VENC-PATH             PIC X(40) VALUE 'PAGTOVENC.DAT'.
       01 WS-PAGTO-PATH            PIC X(40) VALUE 'PAGAMENTOS.DAT'.
       01 WS-LNOVO-PATH            PIC X(40)
                            VALUE 'PAGAMENTOS.DAT.PLANO'.
       01 WS-REL-PATH              PIC X(40) VALUE 'PLANOCOB.REL'.
       01 WS-PLA-FS                PIC XX.
       01 WS-CLI-NOVO-FS           PIC XX.
       01 WS-COB-FS                PIC XX.
       01 WS-VENC-FS               PIC XX.
       01 WS-PAGTO-FS              PIC XX.
       01 WS-LNOVO-FS              PIC XX.
       01 WS-REL-FS                PIC XX.

       01 WS-FIM-ARQUIVO           PIC X     VALUE 'N'.
          88 WS-FIM                          VALUE 'Y'.
       01 WS-LOTE-VALIDO-SW        PIC X     VALUE 'Y'.
          88 WS-LOTE-VALIDO                  VALUE 'Y'.
       01 WS-LOTE-EXISTE-SW        PIC X     VALUE 'N'.
          88 WS-LOTE-EXISTE                  VALUE 'Y'.
       01 WS-TEM-HEADER-SW         PIC X     VALUE 'N'.
          88 WS-TEM-HEADER                   VALUE 'Y'.
       01 WS-TEM-TRAILER-SW        PIC X     VALUE 'N'.
          88 WS-TEM-TRAILER                  VALUE 'Y'.
       01 WS-CLIENTES-ABERTOS-SW   PIC X     VALUE 'N'.
          88 WS-CLIENTES-ABERTOS             VALUE 'Y'.
       01 WS-REAJUSTADO-SW         PIC X     VALUE 'N'.
          88 WS-REAJUSTADO                   VALUE 'Y'.

       01 WS-DATA-HORA-ATUAL       PIC X(21).
       01 WS-HOJE                  PIC 9(8)  VALUE 0.
       01 WS-ANOMES                PIC 9(6)  VALUE 0.
       01 WS-ANOMES-R REDEFINES WS-ANOMES.
          03 WS-AM-ANO             PIC 9(4).
          03 WS-AM-MES             PIC 99.
       01 WS-DIAS-MES              PIC 99    VALUE 0.
       01 WS-DATA-CALC             PIC 9(8)  VALUE 0.
       01 WS-DIA-VENC              PIC 99    VALUE 0.
       01 WS-DATA-VENC             PIC 9(8)  VALUE 0.
       01 WS-OBS                   PIC X(23) VALUE SPACES.
       01 WS-VALOR-MES             PIC 9(9)V99 VALUE 0.

      * Reajuste anual: conta os meses desde o ultimo reajuste (ou
      * desde o inicio) e, passados doze, aplica o percentual do
      * indice. A nova data de referencia e o aniversario do inicio,
      * para um reajuste atrasado nao deslocar os seguintes.
       01 WS-DATA-REF              PIC 9(8)  VALUE 0.
       01 WS-DATA-REF-R REDEFINES WS-DATA-REF.
          03 WS-REF-ANO            PIC 9(4).
          03 WS-REF-MES            PIC 99.
          03 WS-REF-DIA            PIC 99.
       01 WS-MESES-DESDE-REF       PIC S9(5) VALUE 0.
       01 WS-ANOS-REAJUSTE         PIC 9(3)  VALUE 0.
       01 WS-PCT-INDICE            PIC S9(3)V9(4) VALUE 0.
       01 WS-VALOR-REAJUSTADO      PIC S9(11)V99 VALUE 0.

       01 WS-TOT-PLANOS            PIC 9(6)  VALUE 0.
       01 WS-TOT-COBRADOS          PIC 9(6)  VALUE 0.
       01 WS-TOT-REAJUSTADOS       PIC 9(6)  VALUE 0.
       01 WS-TOT-SEM-INDICE        PIC 9(6)  VALUE 0.
       01 WS-TOT-SUSPENSOS         PIC 9(6)  VALUE 0.
       01 WS-TOT-CANCELADOS        PIC 9(6)  VALUE 0.
       01 WS-TOT-FORA-PRAZO        PIC 9(6)  VALUE 0.
       01 WS-TOT-JA-COBRADOS       PIC 9(6)  VALUE 0.
       01 WS-TOT-SEM-ID            PIC 9(6)  VALUE 0.
       01 WS-VAL-COBRADO           PIC S9(11)V99 VALUE 0.
       01 WS-VAL-ACUMULADO         PIC S9(13)V99 VALUE 0.
       01 WS-RC-FINAL              PIC S9(4) VALUE 0.

       01 WS-LOTE-QTD              PIC 9(6)      VALUE 0.
       01 WS-LOTE-HASH             PIC S9(11)V99 VALUE 0.
       01 WS-TRL-QTD-LIDA          PIC 9(6)      VALUE 0.
       01 WS-TRL-HASH-LIDO         PIC S9(11)V99 VALUE 0.

       01 WS-CAB-1.
          03 FILLER                 PIC X(44)
                   VALUE 'PLANOCOB - COBRANCA DOS PLANOS RECORRENTES'.
          03 FILLER                 PIC X(8)  VALUE '  MES: '.
          03 WS-CAB-ANOMES          PIC 9(6).
          03 FILLER                 PIC X(12) VALUE '  AMBIENTE '.
          03 WS-CAB-AMBIENTE        PIC X(8).
          03 FILLER                 PIC X(54) VALUE SPACES.
       01 WS-CAB-2.
          03 FILLER                 PIC X(16) VALUE 'PLANO   CLIENTE '.
          03 FILLER                 PIC X(32) VALUE 'DESCRICAO'.
          03 FILLER                 PIC X(3)  VALUE 'S'.
          03 FILLER                 PIC X(7)  VALUE 'INDICE'.
          03 FILLER                 PIC X(16) VALUE '  VALOR DO MES'.
          03 FILLER                 PIC X(10) VALUE 'VENCTO'.
          03 FILLER                 PIC X(6)  VALUE '  QTD'.
          03 FILLER                 PIC X(19)
                   VALUE '   TOTAL FATURADO'.
          03 FILLER                 PIC X(23) VALUE 'OBSERVACAO'.
       01 WS-DET-LINHA.
          03 WS-DET-PLANO           PIC 9(6).
          03 FILLER                 PIC X(2)  VALUE SPACES.
          03 WS-DET-CLIENTE         PIC 9(6).
          03 FILLER                 PIC X(2)  VALUE SPACES.
          03 WS-DET-DESCRICAO       PIC X(30).
          03 FILLER                 PIC X(2)  VALUE SPACES.
          03 WS-DET-SITUACAO        PIC X.
          03 FILLER                 PIC X(2)  VALUE SPACES.
          03 WS-DET-INDICE          PIC X(6).
          03 FILLER                 PIC X(1)  VALUE SPACES.
          03 WS-DET-VALOR           PIC ZZZ,ZZZ,ZZ9.99.
          03 FILLER                 PIC X(2)  VALUE SPACES.
          03 WS-DET-VENC            PIC X(8).
          03 FILLER                 PIC X(2)  VALUE SPACES.
          03 WS-DET-QTD             PIC ZZZZ9.
          03 FILLER                 PIC X(1)  VALUE SPACES.
          03 WS-DET-TOTAL           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          03 FILLER                 PIC X(2)  VALUE SPACES.
          03 WS-DET-OBS             PIC X(23).
       01 WS-TOT-LINHA.
          03 WS-TOT-LITERAL         PIC X(40).
          03 WS-TOT-QTD             PIC ZZZ,ZZ9.
          03 FILLER                 PIC X(3)  VALUE SPACES.
          03 WS-TOT-VALOR           PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
          03 FILLER                 PIC X(60) VALUE SPACES.

       01 WS-PAGTOID-PARM.
           03 WS-PI-FUNCAO         PIC X.
           03 WS-PI-FILIAL         PIC X(3).
           03 WS-PI-ID             PIC 9(9).
           03 WS-PI-RC             PIC 99.

      * Percentual anual de cada indice no PARMLE, parametro REAJ-
      * seguido do nome do indice do plano (REAJ-IPCA, REAJ-IGPM).
       01 WS-PARMLE-PARM.
           03 WS-PL-PROGRAMA       PIC X(12) VALUE 'PLANOCOB'.
           03 WS-PL-NOME           PIC X(12).
           03 WS-PL-DATA-PROC      PIC 9(8).
           03 WS-PL-VALOR          PIC X(14).
           03 WS-PL-RC             PIC 99.

       01 WS-RELARQ-PARM.
           03 WS-RA-FUNCAO         PIC X     VALUE 'R'.
           03 WS-RA-PROGRAMA       PIC X(12) VALUE 'PLANOCOB'.
           03 WS-RA-RELATORIO      PIC X(30)
                                   VALUE 'PLANOCOB.REL'.
           03 WS-RA-RC             PIC 99.
           03 WS-RA-PAGINAS        PIC 9(5).
           03 WS-RA-EXPURGADOS     PIC 9(5).

       01 WS-AUDIT-PARM.
           03 WS-AU-PROGRAMA       PIC X(12) VALUE 'PLANOCOB'.
           03 WS-AU-EVENTO         PIC X(12).
           03 WS-AU-CHAVE          PIC X(30).
           03 WS-AU-CONTADOR       PIC 9(6).
           03 WS-AU-OPERADOR       PIC X(8)  VALUE SPACES.

       01 WS-AMBIENTE-PARM.
           03 WS-AMB-FUNCAO        PIC X     VALUE 'R'.
           03 WS-AMB-NOME          PIC X(8)  VALUE SPACES.
           03 WS-AMB-RAIZ          PIC X(40) VALUE SPACES.
           03 WS-AMB-RC            PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      * Roda uma vez por mes, antes do PAGTOCONFIRM: cada plano ativo
      * dentro do prazo gera a cobranca do mes no lote do dia, com id
      * do PAGTOID na faixa da filial do plano e vencimento no
      * PAGTOVENC.DAT. O faturamento na conta corrente sai do
      * PAGTOCONFIRM quando o item entra na fila, como os digitados.
      * O ultimo mes cobrado fica no plano, e rodar de novo no mesmo
      * mes nao cobra outra vez.
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-PLA-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CLI-NOVO-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-COB-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-VENC-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-PAGTO-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-LNOVO-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-REL-PATH
            DISPLAY 'PLANOCOB - COBRANCA DOS PLANOS RECORRENTES'

            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
            MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-HOJE
            MOVE WS-HOJE(1:6) TO WS-ANOMES
            PERFORM P020-DIAS-DO-MES

            OPEN I-O WS-PLA-FILE
            IF WS-PLA-FS = '35'
                DISPLAY 'NENHUM PLANO DE COBRANCA CADASTRADO.'
                STOP RUN
            END-IF
            IF WS-PLA-FS NOT = '00'
                DISPLAY 'CADASTRO DE PLANOS INDISPONIVEL: '
                        WS-PLA-PATH ' FS: ' WS-PLA-FS
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF

            PERFORM P080-CONFERE-LOTE
            IF NOT WS-LOTE-VALIDO
                DISPLAY 'LOTE ' WS-PAGTO-PATH ' NAO PASSOU NA '
                        'CONFERENCIA DE CONTROLE. COBRANCA RECUSADA.'
                CLOSE WS-PLA-FILE
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF

            OPEN INPUT WS-CLI-NOVO
            IF WS-CLI-NOVO-FS = '00'
                SET WS-CLIENTES-ABERTOS TO TRUE
            END-IF
            OPEN OUTPUT WS-COB-FILE
            OPEN EXTEND WS-VENC-FILE
            IF WS-VENC-FS NOT = '00'
                OPEN OUTPUT WS-VENC-FILE
            END-IF
            OPEN OUTPUT WS-REL-FILE
            MOVE WS-ANOMES   TO WS-CAB-ANOMES
            MOVE WS-AMB-NOME TO WS-CAB-AMBIENTE
            WRITE WS-REL-LINHA FROM WS-CAB-1
            MOVE ALL '=' TO WS-REL-LINHA
            WRITE WS-REL-LINHA
            WRITE WS-REL-LINHA FROM WS-CAB-2

            MOVE 'N' TO WS-FIM-ARQUIVO
            MOVE LOW-VALUES TO WS-PLA-NUMERO
            START WS-PLA-FILE KEY NOT LESS WS-PLA-NUMERO
                INVALID KEY SET WS-FIM TO TRUE
            END-START
            PERFORM P200-LE-PLANO
                    UNTIL WS-FIM

            CLOSE WS-PLA-FILE
            CLOSE WS-COB-FILE
            CLOSE WS-VENC-FILE
            IF WS-CLIENTES-ABERTOS
                CLOSE WS-CLI-NOVO
            END-IF

            PERFORM P700-TOTAIS
            CLOSE WS-REL-FILE

            IF WS-TOT-COBRADOS > 0
                PERFORM P800-INCLUI-NO-LOTE
            END-IF

            DISPLAY '----- RESUMO DA COBRANCA DOS PLANOS -----'
            DISPLAY 'PLANOS LIDOS        : ' WS-TOT-PLANOS
            DISPLAY 'COBRADOS NO MES     : ' WS-TOT-COBRADOS
            DISPLAY 'VALOR COBRADO       : ' WS-VAL-COBRADO
            DISPLAY 'REAJUSTADOS         : ' WS-TOT-REAJUSTADOS
            DISPLAY 'SEM PERCENTUAL      : ' WS-TOT-SEM-INDICE
            DISPLAY 'JA COBRADOS NO MES  : ' WS-TOT-JA-COBRADOS
            DISPLAY 'SUSPENSOS           : ' WS-TOT-SUSPENSOS
            DISPLAY 'CANCELADOS          : ' WS-TOT-CANCELADOS
            DISPLAY 'FORA DO PRAZO       : ' WS-TOT-FORA-PRAZO
            DISPLAY 'SEM ID DISPONIVEL   : ' WS-TOT-SEM-ID
            IF WS-TOT-SEM-INDICE > 0 OR WS-TOT-SEM-ID > 0
                MOVE 4 TO WS-RC-FINAL
            END-IF

            CALL 'RELARQUIVA' USING WS-RELARQ-PARM WS-REL-PATH
            DISPLAY 'RELATORIO GRAVADO EM: ' WS-REL-PATH

            MOVE 'FIM'           TO WS-AU-EVENTO
            MOVE SPACES          TO WS-AU-CHAVE
            STRING 'MES ' WS-ANOMES
                   DELIMITED BY SIZE
                   INTO WS-AU-CHAVE
            END-STRING
            MOVE WS-TOT-COBRADOS TO WS-AU-CONTADOR
            CALL 'AUDITLOG' USING WS-AUDIT-PARM
            MOVE WS-RC-FINAL TO RETURN-CODE
            STOP RUN.

       P020-DIAS-DO-MES.
            IF WS-AM-MES = 12
                COMPUTE WS-DATA-CALC = (WS-AM-ANO + 1) * 10000 + 101
            ELSE
                COMPUTE WS-DATA-CALC = WS-AM-ANO * 10000
                                     + (WS-AM-MES + 1) * 100 + 1
            END-IF
            COMPUTE WS-DIAS-MES =
                    FUNCTION INTEGER-OF-DATE(WS-DATA-CALC)
                  - FUNCTION INTEGER-OF-DATE(WS-ANOMES * 100 + 1)
            .
       P080-CONFERE-LOTE.
      * Mesma conferencia do P110 do PAGTOCONFIRM. Sem lote no dia o
      * P800 cria um so com as cobrancas dos planos.
            MOVE 0   TO WS-LOTE-QTD
            MOVE 0   TO WS-LOTE-HASH
            MOVE 'N' TO WS-TEM-HEADER-SW
            MOVE 'N' TO WS-TEM-TRAILER-SW
            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN INPUT WS-PAGTO-FILE
            IF WS-PAGTO-FS = '35'
                MOVE 'N' TO WS-LOTE-EXISTE-SW
            ELSE
                IF WS-PAGTO-FS NOT = '00'
                    DISPLAY 'LOTE DE PAGAMENTOS INDISPONIVEL: '
                            WS-PAGTO-PATH ' FS: ' WS-PAGTO-FS
                    MOVE 'N' TO WS-LOTE-VALIDO-SW
                ELSE
                    SET WS-LOTE-EXISTE TO TRUE
                    PERFORM P085-CONTA-LOTE
                            UNTIL WS-FIM
                    CLOSE WS-PAGTO-FILE
                    IF NOT WS-TEM-HEADER OR NOT WS-TEM-TRAILER
                        DISPLAY 'HEADER OU TRAILER AUSENTE EM '
                                WS-PAGTO-PATH
                        MOVE 'N' TO WS-LOTE-VALIDO-SW
                    ELSE
                        IF WS-LOTE-QTD NOT = WS-TRL-QTD-LIDA
                           OR WS-LOTE-HASH NOT = WS-TRL-HASH-LIDO
                            DISPLAY 'TRAILER NAO CONFERE. QTD '
                                    WS-TRL-QTD-LIDA ' LIDO '
                                    WS-LOTE-QTD
                            MOVE 'N' TO WS-LOTE-VALIDO-SW
                        END-IF
                    END-IF
                END-IF
            END-IF
            MOVE 'N' TO WS-FIM-ARQUIVO
            .
       P085-CONTA-LOTE.
            READ WS-PAGTO-FILE
                AT END SET WS-FIM TO TRUE
                NOT AT END
                    EVALUATE WS-IN-TIPO
                        WHEN '0'
                            SET WS-TEM-HEADER TO TRUE
                        WHEN '1'
                            ADD 1           TO WS-LOTE-QTD
                            ADD WS-IN-VALOR TO WS-LOTE-HASH
                        WHEN '9'
                            SET WS-TEM-TRAILER TO TRUE
                            MOVE WS-IN-T-QTD  TO WS-TRL-QTD-LIDA
                            MOVE WS-IN-T-HASH TO WS-TRL-HASH-LIDO
                        WHEN OTHER
                            CONTINUE
                    END-EVALUATE
            END-READ
            .
       P200-LE-PLANO.
            READ WS-PLA-FILE NEXT RECORD
                AT END SET WS-FIM TO TRUE
                NOT AT END
                    ADD 1 TO WS-TOT-PLANOS
                    PERFORM P250-AVALIA-PLANO
            END-READ
            .
       P250-AVALIA-PLANO.
      * Vencimento no dia do plano; dia alem do fim do mes vence no
      * ultimo dia. Cobra se o vencimento cai entre o inicio e o fim.
            MOVE SPACES TO WS-OBS
            MOVE 0      TO WS-VALOR-MES
            MOVE 'N'    TO WS-REAJUSTADO-SW
            IF WS-PLA-DIA-COBRANCA > WS-DIAS-MES
                MOVE WS-DIAS-MES TO WS-DIA-VENC
            ELSE
                MOVE WS-PLA-DIA-COBRANCA TO WS-DIA-VENC
            END-IF
            COMPUTE WS-DATA-VENC = WS-ANOMES * 100 + WS-DIA-VENC
            EVALUATE TRUE
                WHEN WS-PLA-CANCELADO
                    ADD 1 TO WS-TOT-CANCELADOS
                    MOVE 'CANCELADO' TO WS-OBS
                WHEN WS-PLA-SUSPENSO
                    ADD 1 TO WS-TOT-SUSPENSOS
                    MOVE 'SUSPENSO' TO WS-OBS
                WHEN WS-PLA-ULT-ANOMES NOT < WS-ANOMES
                    ADD 1 TO WS-TOT-JA-COBRADOS
                    MOVE 'JA COBRADO NO MES' TO WS-OBS
                WHEN WS-DATA-VENC < WS-PLA-DATA-INICIO
                    ADD 1 TO WS-TOT-FORA-PRAZO
                    MOVE 'AINDA NAO INICIADO' TO WS-OBS
                WHEN WS-PLA-DATA-FIM NOT = 0
                     AND WS-DATA-VENC > WS-PLA-DATA-FIM
                    ADD 1 TO WS-TOT-FORA-PRAZO
                    MOVE 'PRAZO ENCERRADO' TO WS-OBS
                WHEN OTHER
                    PERFORM P300-REAJUSTE
                    PERFORM P400-COBRA
            END-EVALUATE
            PERFORM P600-IMPRIME-PLANO
            .
       P300-REAJUSTE.
            IF WS-PLA-INDICE NOT = SPACES
                IF WS-PLA-DATA-ULT-REAJUSTE = 0
                    MOVE WS-PLA-DATA-INICIO TO WS-DATA-REF
                ELSE
                    MOVE WS-PLA-DATA-ULT-REAJUSTE TO WS-DATA-REF
                END-IF
                COMPUTE WS-MESES-DESDE-REF =
                        (WS-AM-ANO * 12 + WS-AM-MES)
                      - (WS-REF-ANO * 12 + WS-REF-MES)
                IF WS-MESES-DESDE-REF NOT < 12
                    PERFORM P350-APLICA-INDICE
                END-IF
            END-IF
            .
       P350-APLICA-INDICE.
            MOVE SPACES TO WS-PL-NOME
            STRING 'REAJ-' DELIMITED BY SIZE
                   WS-PLA-INDICE DELIMITED BY SPACE
                   INTO WS-PL-NOME
            END-STRING
            MOVE WS-HOJE TO WS-PL-DATA-PROC
            CALL 'PARMLE' USING WS-PARMLE-PARM
            IF WS-PL-RC = 0
               AND FUNCTION TEST-NUMVAL(WS-PL-VALOR) = 0
                COMPUTE WS-PCT-INDICE = FUNCTION NUMVAL(WS-PL-VALOR)
                COMPUTE WS-VALOR-REAJUSTADO ROUNDED =
                        WS-PLA-VALOR * (100 + WS-PCT-INDICE) / 100
                IF WS-VALOR-REAJUSTADO > 0
                    MOVE WS-VALOR-REAJUSTADO TO WS-PLA-VALOR
                END-IF
                DIVIDE WS-MESES-DESDE-REF BY 12
                       GIVING WS-ANOS-REAJUSTE
                ADD WS-ANOS-REAJUSTE TO WS-REF-ANO
                MOVE WS-DATA-REF TO WS-PLA-DATA-ULT-REAJUSTE
                SET WS-REAJUSTADO TO TRUE
                ADD 1 TO WS-TOT-REAJUSTADOS
                MOVE 'REAJUSTADO' TO WS-OBS
            ELSE
                ADD 1 TO WS-TOT-SEM-INDICE
                MOVE SPACES TO WS-OBS
                STRING 'SEM PERCENTUAL ' WS-PLA-INDICE
                       DELIMITED BY SIZE
                       INTO WS-OBS
                END-STRING
                DISPLAY 'PLANO ' WS-PLA-NUMERO ' NO ANIVERSARIO SEM '
                        'PERCENTUAL DO INDICE ' WS-PLA-INDICE
                        '. COBRADO SEM REAJUSTE.'
            END-IF
            .
       P400-COBRA.
            MOVE 'A'           TO WS-PI-FUNCAO
            MOVE WS-PLA-FILIAL TO WS-PI-FILIAL
            CALL 'PAGTOID' USING WS-PAGTOID-PARM
            IF WS-PI-RC NOT = 0
                ADD 1 TO WS-TOT-SEM-ID
                MOVE 'SEM ID DISPONIVEL' TO WS-OBS
                DISPLAY 'SEM ID PARA O PLANO ' WS-PLA-NUMERO
                        ' NA FILIAL ' WS-PLA-FILIAL '. NAO COBRADO.'
            ELSE
                MOVE SPACES TO WS-NOME
                IF WS-CLIENTES-ABERTOS
                    MOVE WS-PLA-COD-CLIENTE TO WS-CODIGO
                    READ WS-CLI-NOVO
                        INVALID KEY MOVE SPACES TO WS-NOME
                    END-READ
                END-IF
                IF WS-NOME = SPACES
                    MOVE WS-PLA-DESCRICAO TO WS-NOME
                END-IF
                MOVE '1'                TO WS-COB-TIPO
                MOVE WS-PI-ID           TO WS-COB-ID
                MOVE WS-PLA-VALOR       TO WS-COB-VALOR
                MOVE '1'                TO WS-COB-COD-SITUACAO
                MOVE 0                  TO WS-COB-MOTIVO
                MOVE WS-NOME            TO WS-COB-CLIENTE
                MOVE SPACES             TO WS-COB-DATA-PENDENCIA
                MOVE WS-PLA-FILIAL      TO WS-COB-FILIAL
                MOVE WS-PLA-COD-CLIENTE TO WS-COB-COD-CLIENTE
                WRITE WS-COB-REGISTRO

                MOVE WS-PI-ID           TO WS-VENC-ID
                MOVE WS-DATA-VENC       TO WS-VENC-DATA
                WRITE WS-VENC-REGISTRO

                MOVE WS-PLA-VALOR       TO WS-VALOR-MES
                MOVE WS-ANOMES          TO WS-PLA-ULT-ANOMES
                ADD 1                   TO WS-PLA-QTD-COBRANCAS
                ADD WS-PLA-VALOR        TO WS-PLA-TOTAL-FATURADO
                MOVE 'PLANOCOB'         TO WS-PLA-OPERADOR
                REWRITE WS-PLA-REGISTRO
                    INVALID KEY
                        DISPLAY 'FALHA AO ATUALIZAR O PLANO '
                                WS-PLA-NUMERO
                END-REWRITE

                ADD 1            TO WS-TOT-COBRADOS
                ADD WS-PLA-VALOR TO WS-VAL-COBRADO
                IF NOT WS-REAJUSTADO AND WS-OBS = SPACES
                    MOVE 'COBRADO' TO WS-OBS
                END-IF
            END-IF
            .
       P600-IMPRIME-PLANO.
            MOVE WS-PLA-NUMERO      TO WS-DET-PLANO
            MOVE WS-PLA-COD-CLIENTE TO WS-DET-CLIENTE
            MOVE WS-PLA-DESCRICAO   TO WS-DET-DESCRICAO
            MOVE WS-PLA-SITUACAO    TO WS-DET-SITUACAO
            MOVE WS-PLA-INDICE      TO WS-DET-INDICE
            MOVE WS-VALOR-MES       TO WS-DET-VALOR
            IF WS-VALOR-MES > 0
                MOVE WS-DATA-VENC   TO WS-DET-VENC
            ELSE
                MOVE SPACES         TO WS-DET-VENC
            END-IF
            MOVE WS-PLA-QTD-COBRANCAS  TO WS-DET-QTD
            MOVE WS-PLA-TOTAL-FATURADO TO WS-DET-TOTAL
            MOVE WS-OBS             TO WS-DET-OBS
            WRITE WS-REL-LINHA FROM WS-DET-LINHA
            ADD WS-PLA-TOTAL-FATURADO TO WS-VAL-ACUMULADO
            .
       P700-TOTAIS.
            MOVE ALL '-' TO WS-REL-LINHA
            WRITE WS-REL-LINHA
            MOVE 'PLANOS COBRADOS NO MES' TO WS-TOT-LITERAL
            MOVE WS-TOT-COBRADOS          TO WS-TOT-QTD
            MOVE WS-VAL-COBRADO           TO WS-TOT-VALOR
            WRITE WS-REL-LINHA FROM WS-TOT-LINHA
            MOVE 'RECEITA ACUMULADA DOS PLANOS' TO WS-TOT-LITERAL
            MOVE WS-TOT-PLANOS                  TO WS-TOT-QTD
            MOVE WS-VAL-ACUMULADO               TO WS-TOT-VALOR
            WRITE WS-REL-LINHA FROM WS-TOT-LINHA
            MOVE 0 TO WS-TOT-VALOR
            MOVE 'REAJUSTADOS NO MES'     TO WS-TOT-LITERAL
            MOVE WS-TOT-REAJUSTADOS       TO WS-TOT-QTD
            WRITE WS-REL-LINHA FROM WS-TOT-LINHA
            MOVE 'ANIVERSARIO SEM PERCENTUAL DO INDICE'
                                          TO WS-TOT-LITERAL
            MOVE WS-TOT-SEM-INDICE        TO WS-TOT-QTD
            WRITE WS-REL-LINHA FROM WS-TOT-LINHA
            MOVE 'SUSPENSOS'              TO WS-TOT-LITERAL
            MOVE WS-TOT-SUSPENSOS         TO WS-TOT-QTD
            WRITE WS-REL-LINHA FROM WS-TOT-LINHA
            MOVE 'CANCELADOS'             TO WS-TOT-LITERAL
            MOVE WS-TOT-CANCELADOS        TO WS-TOT-QTD
            WRITE WS-REL-LINHA FROM WS-TOT-LINHA
            MOVE 'FORA DO PRAZO DO PLANO' TO WS-TOT-LITERAL
            MOVE WS-TOT-FORA-PRAZO        TO WS-TOT-QTD
            WRITE WS-REL-LINHA FROM WS-TOT-LINHA
            MOVE 'JA COBRADOS NO MES'     TO WS-TOT-LITERAL
            MOVE WS-TOT-JA-COBRADOS       TO WS-TOT-QTD
            WRITE WS-REL-LINHA FROM WS-TOT-LINHA
            MOVE 'SEM ID DISPONIVEL'      TO WS-TOT-LITERAL
            MOVE WS-TOT-SEM-ID            TO WS-TOT-QTD
            WRITE WS-REL-LINHA FROM WS-TOT-LINHA
            .
       P800-INCLUI-NO-LOTE.
      * O lote e copiado para o .PLANO com as cobrancas antes do
      * trailer, que sai recalculado; o .PLANO assume o nome do lote
      * e o PAGTOCONFIRM confere quantidade e hash como de costume.
            MOVE 0   TO WS-LOTE-QTD
            MOVE 0   TO WS-LOTE-HASH
            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN OUTPUT WS-LNOVO-FILE
            IF WS-LOTE-EXISTE
                OPEN INPUT WS-PAGTO-FILE
                PERFORM P810-COPIA-LOTE
                        UNTIL WS-FIM
                CLOSE WS-PAGTO-FILE
            ELSE
                MOVE '0'        TO WS-OUT-H-TIPO
                MOVE WS-HOJE    TO WS-OUT-H-DATA
                MOVE 'PLANOS'   TO WS-OUT-H-ORIGEM
                WRITE WS-LNOVO-HEADER
            END-IF

            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN INPUT WS-COB-FILE
            PERFORM P820-ACRESCENTA-COBRANCA
                    UNTIL WS-FIM
            CLOSE WS-COB-FILE

            MOVE '9'          TO WS-OUT-T-TIPO
            MOVE WS-LOTE-QTD  TO WS-OUT-T-QTD
            MOVE WS-LOTE-HASH TO WS-OUT-T-HASH
            WRITE WS-LNOVO-TRAILER
            CLOSE WS-LNOVO-FILE

            CALL 'CBL_RENAME_FILE' USING WS-LNOVO-PATH
                                         WS-PAGTO-PATH
            MOVE 'N' TO WS-FIM-ARQUIVO
            .
       P810-COPIA-LOTE.
            READ WS-PAGTO-FILE
                AT END SET WS-FIM TO TRUE
                NOT AT END
                    EVALUATE WS-IN-TIPO
                        WHEN '0'
                            WRITE WS-LNOVO-HEADER FROM WS-PAGTO-HEADER
                        WHEN '1'
                            WRITE WS-LNOVO-DETALHE FROM WS-PAGTO-DETALHE
                            ADD 1           TO WS-LOTE-QTD
                            ADD WS-IN-VALOR TO WS-LOTE-HASH
                        WHEN OTHER
                            CONTINUE
                    END-EVALUATE
            END-READ
            .
       P820-ACRESCENTA-COBRANCA.
            READ WS-COB-FILE
                AT END SET WS-FIM TO TRUE
                NOT AT END
                    WRITE WS-LNOVO-DETALHE FROM WS-COB-REGISTRO
                    ADD 1            TO WS-LOTE-QTD
                    ADD WS-COB-VALOR TO WS-LOTE-HASH
            END-READ
            .
       END PROGRAM PLANOCOB.
