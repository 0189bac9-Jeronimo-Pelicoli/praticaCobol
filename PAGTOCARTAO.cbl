      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAGTOCARTAO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-LIQ-FILE      ASSIGN TO WS-LIQ-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-LIQ-FS.
           SELECT WS-PEND-FILE     ASSIGN TO WS-PEND-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-PEND-FS.
           SELECT WS-BXD-FILE      ASSIGN TO WS-BXD-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-BXD-FS.
           SELECT WS-VND-FILE      ASSIGN TO WS-VND-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-VND-FS.
           SELECT WS-RCB-FILE      ASSIGN TO WS-RCB-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-RCB-FS.
           SELECT WS-CNF-FILE      ASSIGN TO WS-CNF-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-CNF-FS.
           SELECT WS-PAGTO-FILE    ASSIGN TO WS-PAGTO-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-PAGTO-FS.
           SELECT WS-LNOVO-FILE    ASSIGN TO WS-LNOVO-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-LNOVO-FS.
           SELECT WS-REL-FILE      ASSIGN TO WS-REL-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-REL-FS.
           SELECT WS-ESP-FILE      ASSIGN TO WS-ESP-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-ESP-FS.
       DATA DIVISION.
       FILE SECTION.
      * Arquivo diario de liquidacao da credenciadora: uma venda por
      * detalhe (tipo 1), com o id do pagamento digitado no terminal
      * da filial; header e trailer sao contados e ignorados.
       FD  WS-LIQ-FILE.
       01 WS-LIQ-REGISTRO.
           03 WS-LIQ-TIPO            PIC X.
           03 WS-LIQ-NSU             PIC X(12).
           03 WS-LIQ-ID              PIC 9(9).
           03 WS-LIQ-MODALIDADE      PIC X.
              88 WS-LIQ-DEBITO                 VALUE 'D'.
              88 WS-LIQ-CREDITO                VALUE 'C'.
           03 WS-LIQ-PARCELAS        PIC 99.
           03 WS-LIQ-DATA-VENDA      PIC 9(8).
           03 WS-LIQ-VALOR-BRUTO     PIC 9(9)V99.
           03 WS-LIQ-VALOR-TAXA      PIC 9(9)V99.
           03 WS-LIQ-VALOR-LIQUIDO   PIC 9(9)V99.
           03 WS-LIQ-AUTORIZACAO     PIC X(6).
           03 WS-LIQ-BANDEIRA        PIC X(10).
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
       FD  WS-BXD-FILE.
       01 WS-BXD-REGISTRO.
           03 WS-BXD-NSU             PIC X(12).
           03 WS-BXD-ID              PIC 9(9).
           03 WS-BXD-DATA            PIC 9(8).
      * Vendas aceitas: bruto, taxa de desconto (MDR) e liquido. O
      * arquivo acumula entre runs; o CONTABEXP lanca a taxa do dia.
       FD  WS-VND-FILE.
       01 WS-VND-REGISTRO.
           03 WS-VND-NSU             PIC X(12).
           03 WS-VND-ID              PIC 9(9).
           03 WS-VND-MODALIDADE      PIC X.
           03 WS-VND-PARCELAS        PIC 99.
           03 WS-VND-DATA-VENDA      PIC 9(8).
           03 WS-VND-VALOR-BRUTO     PIC S9(9)V99.
           03 WS-VND-VALOR-TAXA      PIC S9(9)V99.
           03 WS-VND-VALOR-LIQUIDO   PIC S9(9)V99.
           03 WS-VND-DATA-PROC       PIC 9(8).
           03 WS-VND-COD-CLIENTE     PIC 9(6).
      * Agenda de recebiveis: uma linha por parcela a creditar pela
      * credenciadora, lida pelo PAGTOFLUXO.
       FD  WS-RCB-FILE.
       01 WS-RCB-REGISTRO.
           03 WS-RCB-NSU             PIC X(12).
           03 WS-RCB-ID              PIC 9(9).
           03 WS-RCB-PARCELA         PIC 99.
           03 WS-RCB-PARCELAS        PIC 99.
           03 WS-RCB-MODALIDADE      PIC X.
           03 WS-RCB-DATA-CREDITO    PIC 9(8).
           03 WS-RCB-VALOR           PIC S9(9)V99.
           03 WS-RCB-DATA-PROC       PIC 9(8).
       FD  WS-CNF-FILE.
       01 WS-CNF-REGISTRO.
           03 WS-CNF-TIPO            PIC X.
           03 WS-CNF-ID              PIC 9(9).
           03 WS-CNF-VALOR           PIC S9(9)V99.
           03 WS-CNF-COD-SITUACAO    PIC X.
           03 WS-CNF-MOTIVO          PIC 99.
           03 WS-CNF-CLIENTE         PIC X(30).
           03 WS-CNF-DATA-PENDENCIA  PIC X(8).
           03 WS-CNF-FILIAL          PIC X(3).
           03 WS-CNF-COD-CLIENTE     PIC 9(6).
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
       01 WS-REL-LINHA               PIC X(80).
      * Credito que a tesouraria espera ver no extrato: cada parcela
      * agendada cai na conta da filial na data de credito.
       FD  WS-ESP-FILE.
       01 WS-ESP-REGISTRO.
           03 WS-ESP-DATA            PIC 9(8).
           03 WS-ESP-FILIAL          PIC X(3).
           03 WS-ESP-ORIGEM          PIC X(8).
           03 WS-ESP-REFERENCIA      PIC X(32).
           03 WS-ESP-VALOR           PIC S9(9)V99.
           03 WS-ESP-DATA-GERACAO    PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-LIQ-PATH              PIC X(40) VALUE 'CARTAO.LIQUIDACAO'.
       01 WS-PEND-PATH             PIC X(40)
                            VALUE 'PAGTOCONFIRM.PENDENTES'.
       01 WS-BXD-PATH              PIC X(40) VALUE 'CARTAO.LIQUIDADOS'.
       01 WS-VND-PATH              PIC X(40) VALUE 'CARTAO.VENDAS'.
       01 WS-RCB-PATH              PIC X(40) VALUE 'CARTAO.RECEBIVEIS'.
       01 WS-CNF-PATH              PIC X(40)
                            VALUE 'CARTAO.CONFIRMACOES'.
       01 WS-PAGTO-PATH            PIC X(40) VALUE 'PAGAMENTOS.DAT'.
       01 WS-LNOVO-PATH            PIC X(40)
                            VALUE 'PAGAMENTOS.DAT.CARTAO'.
       01 WS-REL-PATH              PIC X(40) VALUE 'CARTAO.EXCECOES'.
       01 WS-ESP-PATH              PIC X(40)
                            VALUE 'CONCILIA.ESPERADOS'.
       01 WS-LIQ-FS                PIC XX.
       01 WS-PEND-FS               PIC XX.
       01 WS-BXD-FS                PIC XX.
       01 WS-VND-FS                PIC XX.
       01 WS-RCB-FS                PIC XX.
       01 WS-CNF-FS                PIC XX.
       01 WS-PAGTO-FS              PIC XX.
       01 WS-LNOVO-FS              PIC XX.
       01 WS-REL-FS                PIC XX.
       01 WS-ESP-FS                PIC XX.

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
       01 WS-ACHOU-SW              PIC X     VALUE 'N'.
          88 WS-ACHOU                        VALUE 'Y'.
       01 WS-NSU-VISTO-SW          PIC X     VALUE 'N'.
          88 WS-NSU-VISTO                    VALUE 'Y'.
       01 WS-ID-BAIXADO-SW         PIC X     VALUE 'N'.
          88 WS-ID-BAIXADO                   VALUE 'Y'.

      * Pagamentos pendentes, para o casamento pelo id informado na
      * venda.
       01 WS-TAB-PENDENTES.
          03 WS-PND OCCURS 5000 TIMES INDEXED BY WS-PND-IDX.
             05 WS-PND-ID            PIC 9(9).
             05 WS-PND-VALOR         PIC S9(9)V99.
             05 WS-PND-CLIENTE       PIC X(30).
             05 WS-PND-COD-CLIENTE   PIC 9(6).
             05 WS-PND-FILIAL        PIC X(3).
       01 WS-TOT-PENDENTES         PIC 9(4)  VALUE 0.
       01 WS-PND-SEL               PIC 9(4)  VALUE 0.

      * Vendas ja aceitas em runs anteriores: o arquivo reenviado
      * pela credenciadora nao confirma de novo, e a segunda venda
      * para o mesmo id vai para a excecao.
       01 WS-TAB-BAIXADOS.
          03 WS-BXT OCCURS 5000 TIMES INDEXED BY WS-BXT-IDX.
             05 WS-BXT-NSU           PIC X(12).
             05 WS-BXT-ID            PIC 9(9).
       01 WS-TOT-BAIXADOS          PIC 9(4)  VALUE 0.

      * Prazo de credito da credenciadora: D+1 no debito e D+30 por
      * parcela no credito, salvo outro prazo em PARAMETROS.DAT.
       01 WS-PRAZO-DEBITO          PIC 9(3)  VALUE 1.
       01 WS-PRAZO-CREDITO         PIC 9(3)  VALUE 30.

       01 WS-DATA-HORA-ATUAL       PIC X(21).
       01 WS-HOJE                  PIC 9(8)  VALUE 0.
       01 WS-MOTIVO-EXC            PIC X(22) VALUE SPACES.
       01 WS-VALOR-ESPERADO        PIC S9(9)V99 VALUE 0.

       01 WS-PARCELA               PIC 99    VALUE 0.
       01 WS-QTD-PARCELAS          PIC 99    VALUE 0.
       01 WS-VALOR-PARCELA         PIC S9(9)V99 VALUE 0.
       01 WS-VALOR-DISTRIBUIDO     PIC S9(9)V99 VALUE 0.
       01 WS-INT-VENDA             PIC 9(7)  VALUE 0.
       01 WS-INT-CREDITO           PIC 9(7)  VALUE 0.
       01 WS-DATA-CREDITO          PIC 9(8)  VALUE 0.

       01 WS-TOT-LIDOS             PIC 9(6)  VALUE 0.
       01 WS-TOT-CONTROLE          PIC 9(6)  VALUE 0.
       01 WS-TOT-CONFIRMADOS       PIC 9(6)  VALUE 0.
       01 WS-TOT-EXCECOES          PIC 9(6)  VALUE 0.
       01 WS-TOT-PARCELAS          PIC 9(6)  VALUE 0.
       01 WS-VAL-BRUTO             PIC S9(11)V99 VALUE 0.
       01 WS-VAL-TAXA              PIC S9(11)V99 VALUE 0.
       01 WS-VAL-LIQUIDO           PIC S9(11)V99 VALUE 0.
       01 WS-VAL-EXCECAO           PIC S9(11)V99 VALUE 0.
       01 WS-VALOR-ED              PIC ZZZ,ZZZ,ZZ9.99-.

       01 WS-LOTE-QTD              PIC 9(6)      VALUE 0.
       01 WS-LOTE-HASH             PIC S9(11)V99 VALUE 0.
       01 WS-TRL-QTD-LIDA          PIC 9(6)      VALUE 0.
       01 WS-TRL-HASH-LIDO         PIC S9(11)V99 VALUE 0.

       01 WS-CAB-1.
           03 FILLER                 PIC X(42)
                    VALUE 'EXCECOES DA LIQUIDACAO DE CARTOES'.
           03 FILLER                 PIC X(5)  VALUE SPACES.
           03 FILLER                 PIC X(6)  VALUE 'DATA: '.
           03 WS-CAB-DATA            PIC 9(8).
           03 FILLER                 PIC X(11) VALUE '  AMBIENTE '.
           03 WS-CAB-AMBIENTE        PIC X(8).
       01 WS-CAB-2.
           03 FILLER                 PIC X(13) VALUE 'NSU'.
           03 FILLER                 PIC X(10) VALUE 'ID'.
           03 FILLER                 PIC X(16) VALUE '    VALOR BRUTO'.
           03 FILLER                 PIC X(16) VALUE ' VALOR PENDENTE'.
           03 FILLER                 PIC X(22) VALUE 'MOTIVO'.
       01 WS-DET-LINHA.
           03 WS-DET-NSU             PIC X(12).
           03 FILLER                 PIC X     VALUE SPACE.
           03 WS-DET-ID              PIC 9(9).
           03 FILLER                 PIC X     VALUE SPACE.
           03 WS-DET-VALOR-BRUTO     PIC ZZZ,ZZZ,ZZ9.99-.
           03 FILLER                 PIC X     VALUE SPACE.
           03 WS-DET-VALOR-PEND      PIC ZZZ,ZZZ,ZZ9.99-.
           03 FILLER                 PIC X     VALUE SPACE.
           03 WS-DET-MOTIVO          PIC X(22).
       01 WS-TOT-LINHA.
           03 WS-TOT-LITERAL         PIC X(41).
           03 WS-TOT-VALOR           PIC ZZZ,ZZZ,ZZ9.99-.
           03 FILLER                 PIC X(24) VALUE SPACES.

       01 WS-CALUTIL-PARM.
           03 WS-CA-FUNCAO         PIC X.
           03 WS-CA-RC             PIC 99.
           03 WS-CA-DATA           PIC 9(8).
           03 WS-CA-DIA-UTIL       PIC X.
           03 WS-CA-DATA-UTIL      PIC 9(8).

       01 WS-PARMLE-PARM.
           03 WS-PL-PROGRAMA       PIC X(12) VALUE 'PAGTOCARTAO'.
           03 WS-PL-NOME           PIC X(12).
           03 WS-PL-DATA-PROC      PIC 9(8).
           03 WS-PL-VALOR          PIC X(14).
           03 WS-PL-RC             PIC 99.

       01 WS-AUDIT-PARM.
           03 WS-AU-PROGRAMA       PIC X(12) VALUE 'PAGTOCARTAO'.
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
      * Roda depois do PAGTOMERGE e antes do PAGTOCONFIRM, como o
      * PAGTOPIXRET: cada venda liquidada pela credenciadora e casada
      * pelo id com o pendente; valor bruto exato vira confirmacao
      * (situacao '1') no lote do dia, com a taxa e a agenda de
      * credito gravadas a parte. O resto vai para as excecoes.
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-LIQ-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-PEND-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-BXD-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-VND-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-RCB-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CNF-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-PAGTO-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-LNOVO-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-REL-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-ESP-PATH
            DISPLAY 'PAGTOCARTAO - LIQUIDACAO DE VENDAS EM CARTAO'

            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
            MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-HOJE

            OPEN INPUT WS-LIQ-FILE
            IF WS-LIQ-FS = '35'
                DISPLAY 'NENHUMA LIQUIDACAO DE CARTAO A PROCESSAR.'
                STOP RUN
            END-IF
            IF WS-LIQ-FS NOT = '00'
                DISPLAY 'ARQUIVO DA CREDENCIADORA INDISPONIVEL: '
                        WS-LIQ-PATH ' FS: ' WS-LIQ-FS
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF

            PERFORM P080-CONFERE-LOTE
            IF NOT WS-LOTE-VALIDO
                DISPLAY 'LOTE ' WS-PAGTO-PATH ' NAO PASSOU NA '
                        'CONFERENCIA DE CONTROLE. LIQUIDACAO RECUSADA.'
                CLOSE WS-LIQ-FILE
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF

            PERFORM P040-CARREGA-PRAZOS
            PERFORM P050-CARREGA-PENDENTES
            PERFORM P060-CARREGA-BAIXADOS

            OPEN EXTEND WS-BXD-FILE
            IF WS-BXD-FS NOT = '00'
                OPEN OUTPUT WS-BXD-FILE
            END-IF
            OPEN EXTEND WS-VND-FILE
            IF WS-VND-FS NOT = '00'
                OPEN OUTPUT WS-VND-FILE
            END-IF
            OPEN EXTEND WS-RCB-FILE
            IF WS-RCB-FS NOT = '00'
                OPEN OUTPUT WS-RCB-FILE
            END-IF
            OPEN EXTEND WS-ESP-FILE
            IF WS-ESP-FS NOT = '00'
                OPEN OUTPUT WS-ESP-FILE
            END-IF
            OPEN OUTPUT WS-CNF-FILE
            OPEN OUTPUT WS-REL-FILE
            MOVE WS-HOJE TO WS-CAB-DATA
            MOVE WS-AMB-NOME TO WS-CAB-AMBIENTE
            WRITE WS-REL-LINHA FROM WS-CAB-1
            MOVE ALL '=' TO WS-REL-LINHA
            WRITE WS-REL-LINHA
            WRITE WS-REL-LINHA FROM WS-CAB-2

            MOVE 'N' TO WS-FIM-ARQUIVO
            PERFORM P200-LE-LIQUIDACAO
                    UNTIL WS-FIM

            CLOSE WS-LIQ-FILE
            CLOSE WS-BXD-FILE
            CLOSE WS-VND-FILE
            CLOSE WS-RCB-FILE
            CLOSE WS-ESP-FILE
            CLOSE WS-CNF-FILE

            MOVE ALL '-' TO WS-REL-LINHA
            WRITE WS-REL-LINHA
            MOVE 'TOTAL BRUTO CONFIRMADO' TO WS-TOT-LITERAL
            MOVE WS-VAL-BRUTO       TO WS-TOT-VALOR
            WRITE WS-REL-LINHA FROM WS-TOT-LINHA
            MOVE 'TOTAL TAXA DE DESCONTO (MDR)' TO WS-TOT-LITERAL
            MOVE WS-VAL-TAXA        TO WS-TOT-VALOR
            WRITE WS-REL-LINHA FROM WS-TOT-LINHA
            MOVE 'TOTAL LIQUIDO A CREDITAR' TO WS-TOT-LITERAL
            MOVE WS-VAL-LIQUIDO     TO WS-TOT-VALOR
            WRITE WS-REL-LINHA FROM WS-TOT-LINHA
            MOVE 'TOTAL EM EXCECAO' TO WS-TOT-LITERAL
            MOVE WS-VAL-EXCECAO     TO WS-TOT-VALOR
            WRITE WS-REL-LINHA FROM WS-TOT-LINHA
            CLOSE WS-REL-FILE

            IF WS-TOT-CONFIRMADOS > 0
                PERFORM P800-INCLUI-NO-LOTE
            END-IF

            DISPLAY '----- RESUMO DA LIQUIDACAO DE CARTOES -----'
            DISPLAY 'VENDAS LIDAS        : ' WS-TOT-LIDOS
            DISPLAY 'REGISTROS DE CONTROLE: ' WS-TOT-CONTROLE
            DISPLAY 'CONFIRMADAS         : ' WS-TOT-CONFIRMADOS
            DISPLAY 'PARCELAS AGENDADAS  : ' WS-TOT-PARCELAS
            DISPLAY 'EM EXCECAO          : ' WS-TOT-EXCECOES
            MOVE WS-VAL-BRUTO   TO WS-VALOR-ED
            DISPLAY 'VALOR BRUTO         : ' WS-VALOR-ED
            MOVE WS-VAL-TAXA    TO WS-VALOR-ED
            DISPLAY 'TAXA (MDR)          : ' WS-VALOR-ED
            MOVE WS-VAL-LIQUIDO TO WS-VALOR-ED
            DISPLAY 'VALOR LIQUIDO       : ' WS-VALOR-ED
            MOVE WS-VAL-EXCECAO TO WS-VALOR-ED
            DISPLAY 'VALOR EM EXCECAO    : ' WS-VALOR-ED

            MOVE 'CARTAO-LIQ'       TO WS-AU-EVENTO
            MOVE SPACES             TO WS-AU-CHAVE
            MOVE WS-TOT-CONFIRMADOS TO WS-AU-CONTADOR
            CALL 'AUDITLOG' USING WS-AUDIT-PARM

            IF WS-TOT-EXCECOES > 0
                DISPLAY 'VER EXCECOES EM ' WS-REL-PATH
                MOVE 4 TO RETURN-CODE
            END-IF
            STOP RUN.

       P040-CARREGA-PRAZOS.
            MOVE WS-HOJE TO WS-PL-DATA-PROC
            MOVE 'PRAZODEBITO' TO WS-PL-NOME
            CALL 'PARMLE' USING WS-PARMLE-PARM
            IF WS-PL-RC = 0 AND WS-PL-VALOR(1:3) IS NUMERIC
                MOVE WS-PL-VALOR(1:3) TO WS-PRAZO-DEBITO
            END-IF
            MOVE 'PRAZOCREDITO' TO WS-PL-NOME
            CALL 'PARMLE' USING WS-PARMLE-PARM
            IF WS-PL-RC = 0 AND WS-PL-VALOR(1:3) IS NUMERIC
                MOVE WS-PL-VALOR(1:3) TO WS-PRAZO-CREDITO
            END-IF
            .
       P050-CARREGA-PENDENTES.
            MOVE 0   TO WS-TOT-PENDENTES
            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN INPUT WS-PEND-FILE
            IF WS-PEND-FS = '00'
                PERFORM UNTIL WS-FIM OR WS-TOT-PENDENTES = 5000
                    READ WS-PEND-FILE
                        AT END SET WS-FIM TO TRUE
                        NOT AT END
                            ADD 1 TO WS-TOT-PENDENTES
                            MOVE WS-PEND-ID
                                 TO WS-PND-ID(WS-TOT-PENDENTES)
                            MOVE WS-PEND-VALOR
                                 TO WS-PND-VALOR(WS-TOT-PENDENTES)
                            MOVE WS-PEND-CLIENTE
                                 TO WS-PND-CLIENTE(WS-TOT-PENDENTES)
                            MOVE WS-PEND-COD-CLIENTE
                              TO WS-PND-COD-CLIENTE(WS-TOT-PENDENTES)
                            MOVE WS-PEND-FILIAL
                                 TO WS-PND-FILIAL(WS-TOT-PENDENTES)
                    END-READ
                END-PERFORM
                CLOSE WS-PEND-FILE
            ELSE
                DISPLAY 'AVISO: ARQUIVO DE PENDENTES NAO ENCONTRADO ('
                        WS-PEND-PATH ').'
            END-IF
            MOVE 'N' TO WS-FIM-ARQUIVO
            .
       P060-CARREGA-BAIXADOS.
            MOVE 0   TO WS-TOT-BAIXADOS
            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN INPUT WS-BXD-FILE
            IF WS-BXD-FS = '00'
                PERFORM UNTIL WS-FIM OR WS-TOT-BAIXADOS = 5000
                    READ WS-BXD-FILE
                        AT END SET WS-FIM TO TRUE
                        NOT AT END
                            ADD 1 TO WS-TOT-BAIXADOS
                            MOVE WS-BXD-NSU
                                 TO WS-BXT-NSU(WS-TOT-BAIXADOS)
                            MOVE WS-BXD-ID
                                 TO WS-BXT-ID(WS-TOT-BAIXADOS)
                    END-READ
                END-PERFORM
                CLOSE WS-BXD-FILE
            END-IF
            MOVE 'N' TO WS-FIM-ARQUIVO
            .
       P080-CONFERE-LOTE.
      * Mesma conferencia do P110 do PAGTOCONFIRM. Sem lote no dia o
      * P800 cria um so com as confirmacoes dos cartoes.
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
                            DISPLAY 'TIPO DE REGISTRO DESCONHECIDO: '
                                    WS-IN-TIPO
                            MOVE 'N' TO WS-LOTE-VALIDO-SW
                    END-EVALUATE
            END-READ
            .
       P200-LE-LIQUIDACAO.
            READ WS-LIQ-FILE
                AT END SET WS-FIM TO TRUE
                NOT AT END
                    IF WS-LIQ-TIPO NOT = '1'
                        ADD 1 TO WS-TOT-CONTROLE
                    ELSE
                        ADD 1 TO WS-TOT-LIDOS
                        PERFORM P300-CONCILIA
                    END-IF
            END-READ
            .
       P300-CONCILIA.
            MOVE 0 TO WS-VALOR-ESPERADO
            PERFORM P310-VERIFICA-BAIXADO
            IF WS-NSU-VISTO
                MOVE 'VENDA REPETIDA' TO WS-MOTIVO-EXC
                PERFORM P500-GRAVA-EXCECAO
            ELSE
                PERFORM P320-LOCALIZA-PENDENTE
                EVALUATE TRUE
                    WHEN NOT WS-LIQ-DEBITO AND NOT WS-LIQ-CREDITO
                        MOVE 'MODALIDADE INVALIDA' TO WS-MOTIVO-EXC
                        PERFORM P500-GRAVA-EXCECAO
                    WHEN WS-LIQ-VALOR-BRUTO - WS-LIQ-VALOR-TAXA
                         NOT = WS-LIQ-VALOR-LIQUIDO
                        MOVE 'LIQUIDO NAO CONFERE' TO WS-MOTIVO-EXC
                        PERFORM P500-GRAVA-EXCECAO
                    WHEN WS-ID-BAIXADO
                        MOVE 'ID JA LIQUIDADO' TO WS-MOTIVO-EXC
                        PERFORM P500-GRAVA-EXCECAO
                    WHEN NOT WS-ACHOU
                        MOVE 'ID NAO PENDENTE' TO WS-MOTIVO-EXC
                        PERFORM P500-GRAVA-EXCECAO
                    WHEN WS-LIQ-VALOR-BRUTO NOT = WS-VALOR-ESPERADO
                        MOVE 'VALOR DIVERGENTE' TO WS-MOTIVO-EXC
                        PERFORM P500-GRAVA-EXCECAO
                    WHEN OTHER
                        PERFORM P400-CONFIRMA
                END-EVALUATE
            END-IF
            .
       P310-VERIFICA-BAIXADO.
      * Pelo NSU da venda (reenvio do arquivo) e, a parte, se o id
      * ja foi liquidado por outra venda.
            MOVE 'N' TO WS-NSU-VISTO-SW
            MOVE 'N' TO WS-ID-BAIXADO-SW
            PERFORM VARYING WS-BXT-IDX FROM 1 BY 1
                    UNTIL WS-BXT-IDX > WS-TOT-BAIXADOS
                          OR WS-NSU-VISTO
                IF WS-BXT-NSU(WS-BXT-IDX) = WS-LIQ-NSU
                    SET WS-NSU-VISTO TO TRUE
                END-IF
                IF WS-BXT-ID(WS-BXT-IDX) = WS-LIQ-ID
                    SET WS-ID-BAIXADO TO TRUE
                END-IF
            END-PERFORM
            .
       P320-LOCALIZA-PENDENTE.
            MOVE 'N' TO WS-ACHOU-SW
            MOVE 0   TO WS-PND-SEL
            PERFORM VARYING WS-PND-IDX FROM 1 BY 1
                    UNTIL WS-PND-IDX > WS-TOT-PENDENTES OR WS-ACHOU
                IF WS-PND-ID(WS-PND-IDX) = WS-LIQ-ID
                    SET WS-ACHOU TO TRUE
                    SET WS-PND-SEL TO WS-PND-IDX
                    MOVE WS-PND-VALOR(WS-PND-IDX) TO WS-VALOR-ESPERADO
                END-IF
            END-PERFORM
            .
       P400-CONFIRMA.
      * O cliente pagou o valor bruto: e ele que confirma o pendente.
      * A taxa e o liquido ficam no arquivo de vendas.
            MOVE '1'                     TO WS-CNF-TIPO
            MOVE WS-LIQ-ID               TO WS-CNF-ID
            MOVE WS-LIQ-VALOR-BRUTO      TO WS-CNF-VALOR
            MOVE '1'                     TO WS-CNF-COD-SITUACAO
            MOVE 0                       TO WS-CNF-MOTIVO
            MOVE WS-PND-CLIENTE(WS-PND-SEL) TO WS-CNF-CLIENTE
            MOVE SPACES                  TO WS-CNF-DATA-PENDENCIA
            MOVE SPACES                  TO WS-CNF-FILIAL
            MOVE WS-PND-COD-CLIENTE(WS-PND-SEL)
                                         TO WS-CNF-COD-CLIENTE
            WRITE WS-CNF-REGISTRO

            MOVE WS-LIQ-NSU              TO WS-VND-NSU
            MOVE WS-LIQ-ID               TO WS-VND-ID
            MOVE WS-LIQ-MODALIDADE       TO WS-VND-MODALIDADE
            MOVE WS-LIQ-PARCELAS         TO WS-VND-PARCELAS
            MOVE WS-LIQ-DATA-VENDA       TO WS-VND-DATA-VENDA
            MOVE WS-LIQ-VALOR-BRUTO      TO WS-VND-VALOR-BRUTO
            MOVE WS-LIQ-VALOR-TAXA       TO WS-VND-VALOR-TAXA
            MOVE WS-LIQ-VALOR-LIQUIDO    TO WS-VND-VALOR-LIQUIDO
            MOVE WS-HOJE                 TO WS-VND-DATA-PROC
            MOVE WS-PND-COD-CLIENTE(WS-PND-SEL)
                                         TO WS-VND-COD-CLIENTE
            WRITE WS-VND-REGISTRO

            PERFORM P450-AGENDA-RECEBIVEIS

            MOVE WS-LIQ-NSU              TO WS-BXD-NSU
            MOVE WS-LIQ-ID               TO WS-BXD-ID
            MOVE WS-HOJE                 TO WS-BXD-DATA
            WRITE WS-BXD-REGISTRO

      * A venda passa a constar como liquidada ja neste run.
            IF WS-TOT-BAIXADOS < 5000
                ADD 1 TO WS-TOT-BAIXADOS
                MOVE WS-LIQ-NSU TO WS-BXT-NSU(WS-TOT-BAIXADOS)
                MOVE WS-LIQ-ID  TO WS-BXT-ID(WS-TOT-BAIXADOS)
            END-IF

            ADD 1                    TO WS-TOT-CONFIRMADOS
            ADD WS-LIQ-VALOR-BRUTO   TO WS-VAL-BRUTO
            ADD WS-LIQ-VALOR-TAXA    TO WS-VAL-TAXA
            ADD WS-LIQ-VALOR-LIQUIDO TO WS-VAL-LIQUIDO
            .
       P450-AGENDA-RECEBIVEIS.
      * Debito: parcela unica no prazo de debito. Credito: uma
      * parcela por mes de prazo, o liquido dividido por igual e a
      * sobra dos centavos na ultima. Data que cai em dia nao util
      * vai para o proximo dia util do CALUTIL.
            IF WS-LIQ-DEBITO OR WS-LIQ-PARCELAS = 0
                MOVE 1 TO WS-QTD-PARCELAS
            ELSE
                MOVE WS-LIQ-PARCELAS TO WS-QTD-PARCELAS
            END-IF
            COMPUTE WS-VALOR-PARCELA =
                    WS-LIQ-VALOR-LIQUIDO / WS-QTD-PARCELAS
            MOVE 0 TO WS-VALOR-DISTRIBUIDO
            COMPUTE WS-INT-VENDA =
                    FUNCTION INTEGER-OF-DATE(WS-LIQ-DATA-VENDA)

            PERFORM VARYING WS-PARCELA FROM 1 BY 1
                    UNTIL WS-PARCELA > WS-QTD-PARCELAS
                IF WS-LIQ-DEBITO
                    COMPUTE WS-INT-CREDITO =
                            WS-INT-VENDA + WS-PRAZO-DEBITO
                ELSE
                    COMPUTE WS-INT-CREDITO =
                            WS-INT-VENDA + WS-PRAZO-CREDITO * WS-PARCELA
                END-IF
                COMPUTE WS-DATA-CREDITO =
                        FUNCTION DATE-OF-INTEGER(WS-INT-CREDITO)
                MOVE 'P'             TO WS-CA-FUNCAO
                MOVE WS-DATA-CREDITO TO WS-CA-DATA
                CALL 'CALUTIL' USING WS-CALUTIL-PARM
                IF WS-CA-RC = 0
                    MOVE WS-CA-DATA-UTIL TO WS-DATA-CREDITO
                END-IF

                MOVE WS-LIQ-NSU        TO WS-RCB-NSU
                MOVE WS-LIQ-ID         TO WS-RCB-ID
                MOVE WS-PARCELA        TO WS-RCB-PARCELA
                MOVE WS-QTD-PARCELAS   TO WS-RCB-PARCELAS
                MOVE WS-LIQ-MODALIDADE TO WS-RCB-MODALIDADE
                MOVE WS-DATA-CREDITO   TO WS-RCB-DATA-CREDITO
                IF WS-PARCELA = WS-QTD-PARCELAS
                    COMPUTE WS-RCB-VALOR =
                            WS-LIQ-VALOR-LIQUIDO - WS-VALOR-DISTRIBUIDO
                ELSE
                    MOVE WS-VALOR-PARCELA TO WS-RCB-VALOR
                END-IF
                MOVE WS-HOJE           TO WS-RCB-DATA-PROC
                ADD WS-RCB-VALOR TO WS-VALOR-DISTRIBUIDO

                MOVE WS-DATA-CREDITO   TO WS-ESP-DATA
                MOVE WS-PND-FILIAL(WS-PND-SEL) TO WS-ESP-FILIAL
                MOVE 'CARTAO'          TO WS-ESP-ORIGEM
                MOVE SPACES            TO WS-ESP-REFERENCIA
                MOVE WS-LIQ-NSU        TO WS-ESP-REFERENCIA(1:12)
                MOVE WS-PARCELA        TO WS-ESP-REFERENCIA(14:2)
                MOVE WS-RCB-VALOR      TO WS-ESP-VALOR
                MOVE WS-HOJE           TO WS-ESP-DATA-GERACAO
                WRITE WS-ESP-REGISTRO
                WRITE WS-RCB-REGISTRO
                ADD 1 TO WS-TOT-PARCELAS
            END-PERFORM
            .
       P500-GRAVA-EXCECAO.
            MOVE WS-LIQ-NSU         TO WS-DET-NSU
            MOVE WS-LIQ-ID          TO WS-DET-ID
            MOVE WS-LIQ-VALOR-BRUTO TO WS-DET-VALOR-BRUTO
            MOVE WS-VALOR-ESPERADO  TO WS-DET-VALOR-PEND
            MOVE WS-MOTIVO-EXC      TO WS-DET-MOTIVO
            WRITE WS-REL-LINHA FROM WS-DET-LINHA

            ADD 1                  TO WS-TOT-EXCECOES
            ADD WS-LIQ-VALOR-BRUTO TO WS-VAL-EXCECAO
            .
       P800-INCLUI-NO-LOTE.
      * O lote e copiado para o .CARTAO com as confirmacoes antes do
      * trailer, que sai recalculado; o .CARTAO assume o nome do lote
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
                MOVE 'CARTAO'   TO WS-OUT-H-ORIGEM
                WRITE WS-LNOVO-HEADER
            END-IF

            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN INPUT WS-CNF-FILE
            PERFORM P820-ACRESCENTA-CONFIRMACAO
                    UNTIL WS-FIM
            CLOSE WS-CNF-FILE

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
       P820-ACRESCENTA-CONFIRMACAO.
            READ WS-CNF-FILE
                AT END SET WS-FIM TO TRUE
                NOT AT END
                    WRITE WS-LNOVO-DETALHE FROM WS-CNF-REGISTRO
                    ADD 1            TO WS-LOTE-QTD
                    ADD WS-CNF-VALOR TO WS-LOTE-HASH
            END-READ
            .
       END PROGRAM PAGTOCARTAO.
