      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCBANCO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-FILIAIS-FILE  ASSIGN TO WS-FILIAIS-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS WS-FIL-CODIGO
                                    FILE STATUS WS-FILIAIS-FS.
           SELECT WS-ESP-FILE      ASSIGN TO WS-ESP-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-ESP-FS.
           SELECT WS-CNC-FILE      ASSIGN TO WS-CNC-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-CNC-FS.
           SELECT WS-CNAB-FILE     ASSIGN TO WS-CNAB-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-CNAB-FS.
           SELECT WS-OFX-FILE      ASSIGN TO WS-OFX-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-OFX-FS.
           SELECT WS-REL-FILE      ASSIGN TO WS-REL-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-REL-FS.
       DATA DIVISION.
       FILE SECTION.
       FD  WS-FILIAIS-FILE.
       01 WS-FIL-REGISTRO.
          03 WS-FIL-CODIGO              PIC 9(3).
          03 WS-FIL-NOME                PIC X(30).
          03 WS-FIL-ARQUIVO             PIC X(40).
          03 WS-FIL-CUTOFF              PIC 9(4).
          03 WS-FIL-CONTA               PIC X(12).
          03 WS-FIL-SITUACAO            PIC X.
      * Creditos esperados, gravados por quem liquida: PAGTORETORNO,
      * PAGTOCAIXA, PAGTOPIXRET e PAGTOCARTAO. O CAIXAGAVETA grava a
      * sobra ou quebra da gaveta, que ajusta o deposito da filial.
       FD  WS-ESP-FILE.
       01 WS-ESP-REGISTRO.
           03 WS-ESP-DATA            PIC 9(8).
           03 WS-ESP-FILIAL          PIC X(3).
           03 WS-ESP-ORIGEM          PIC X(8).
           03 WS-ESP-REFERENCIA      PIC X(32).
           03 WS-ESP-VALOR           PIC S9(9)V99.
           03 WS-ESP-DATA-GERACAO    PIC 9(8).
      * Casamentos ja feitos em runs anteriores: o credito esperado
      * e a linha do extrato nao voltam ao relatorio.
       FD  WS-CNC-FILE.
       01 WS-CNC-REGISTRO.
           03 WS-CNC-CONTA           PIC 9(15).
           03 WS-CNC-DATA-ESPERADA   PIC 9(8).
           03 WS-CNC-ORIGEM          PIC X(8).
           03 WS-CNC-REFERENCIA      PIC X(32).
           03 WS-CNC-VALOR           PIC S9(11)V99.
           03 WS-CNC-DATA-EXTRATO    PIC 9(8).
           03 WS-CNC-DOCUMENTO       PIC X(39).
           03 WS-CNC-DATA-CONC       PIC 9(8).
      * Extrato CNAB 240 do banco: so interessa o segmento E dos
      * detalhes (lancamentos); headers e trailers sao ignorados.
       FD  WS-CNAB-FILE.
       01 WS-CNAB-REGISTRO           PIC X(240).
       FD  WS-OFX-FILE.
       01 WS-OFX-LINHA               PIC X(256).
       FD  WS-REL-FILE.
       01 WS-REL-LINHA               PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FILIAIS-PATH          PIC X(40) VALUE 'FILIAIS.IDX'.
       01 WS-ESP-PATH              PIC X(40)
                            VALUE 'CONCILIA.ESPERADOS'.
       01 WS-CNC-PATH              PIC X(40)
                            VALUE 'CONCILIA.CONCILIADOS'.
       01 WS-CNAB-PATH             PIC X(40) VALUE 'EXTRATO.CNAB'.
       01 WS-OFX-PATH              PIC X(40) VALUE 'EXTRATO.OFX'.
       01 WS-REL-PATH              PIC X(40) VALUE 'CONCILIA.REL'.
       01 WS-FILIAIS-FS            PIC XX.
       01 WS-ESP-FS                PIC XX.
       01 WS-CNC-FS                PIC XX.
       01 WS-CNAB-FS               PIC XX.
       01 WS-OFX-FS                PIC XX.
       01 WS-REL-FS                PIC XX.

       01 WS-FIM-ARQUIVO           PIC X     VALUE 'N'.
          88 WS-FIM                          VALUE 'Y'.
       01 WS-ACHOU-SW              PIC X     VALUE 'N'.
          88 WS-ACHOU                        VALUE 'Y'.
       01 WS-CNAB-ABERTO-SW        PIC X     VALUE 'N'.
          88 WS-CNAB-ABERTO                  VALUE 'Y'.
       01 WS-OFX-ABERTO-SW         PIC X     VALUE 'N'.
          88 WS-OFX-ABERTO                   VALUE 'Y'.
       01 WS-OFX-NO-LANCTO-SW      PIC X     VALUE 'N'.
          88 WS-OFX-NO-LANCTO                VALUE 'Y'.

      * Conta de cada filial, so com os digitos (agencia fora), para
      * casar com a conta do extrato em qualquer formato.
       01 WS-TAB-FILIAL.
          03 WS-FLT OCCURS 20 TIMES INDEXED BY WS-FLT-IDX.
             05 WS-FLT-CODIGO        PIC 9(3).
             05 WS-FLT-CONTA         PIC 9(15).
       01 WS-TOT-FILIAIS           PIC 99    VALUE 0.

      * Creditos esperados agrupados por conta, data e origem: o
      * banco credita o retorno, o deposito do caixa e a agenda do
      * cartao num lancamento so por dia. PIX cai um a um e fica
      * separado pelo e2eid.
      * Situacao: N = em aberto, C = conciliado agora, J = ja
      * conciliado em run anterior.
       01 WS-TAB-ESPERADO.
          03 WS-ESG OCCURS 9999 TIMES INDEXED BY WS-ESG-IDX.
             05 WS-ESG-CONTA         PIC 9(15).
             05 WS-ESG-DATA          PIC 9(8).
             05 WS-ESG-INT           PIC 9(7).
             05 WS-ESG-ORIGEM        PIC X(8).
             05 WS-ESG-REFERENCIA    PIC X(32).
             05 WS-ESG-VALOR         PIC S9(11)V99.
             05 WS-ESG-QTD           PIC 9(5).
             05 WS-ESG-SITUACAO      PIC X.
       01 WS-TOT-ESPERADOS         PIC 9(4)  VALUE 0.
       01 WS-ESG-SEL               PIC 9(4)  VALUE 0.

      * Lancamentos dos extratos (CNAB e OFX juntos), valor sempre
      * positivo com a natureza a parte. Situacao como acima.
       01 WS-TAB-EXTRATO.
          03 WS-EXT OCCURS 9999 TIMES INDEXED BY WS-EXT-IDX.
             05 WS-EXT-CONTA         PIC 9(15).
             05 WS-EXT-DATA          PIC 9(8).
             05 WS-EXT-INT           PIC 9(7).
             05 WS-EXT-VALOR         PIC S9(11)V99.
             05 WS-EXT-NATUREZA      PIC X.
             05 WS-EXT-TARIFA        PIC X.
             05 WS-EXT-DOCUMENTO     PIC X(39).
             05 WS-EXT-HISTORICO     PIC X(25).
             05 WS-EXT-SITUACAO      PIC X.
             05 WS-EXT-ESG           PIC 9(4).
       01 WS-TOT-EXTRATO           PIC 9(4)  VALUE 0.

       01 WS-TAB-CONCILIADO.
          03 WS-CNT OCCURS 9999 TIMES INDEXED BY WS-CNT-IDX.
             05 WS-CNT-CONTA         PIC 9(15).
             05 WS-CNT-DATA-ESPERADA PIC 9(8).
             05 WS-CNT-ORIGEM        PIC X(8).
             05 WS-CNT-REFERENCIA    PIC X(32).
             05 WS-CNT-VALOR         PIC S9(11)V99.
             05 WS-CNT-DATA-EXTRATO  PIC 9(8).
             05 WS-CNT-DOCUMENTO     PIC X(39).
       01 WS-TOT-CONCILIADOS       PIC 9(4)  VALUE 0.

      * Filial da conta para os canais que nao trazem filial (os
      * retornos dos bancos e o PIX) e para filial fora do cadastro;
      * tolerancia em dias corridos entre a data esperada e o credito.
       01 WS-FIL-RETORNO1          PIC 9(3)  VALUE 1.
       01 WS-FIL-RETORNO2          PIC 9(3)  VALUE 1.
       01 WS-FIL-PIX               PIC 9(3)  VALUE 1.
       01 WS-FIL-PADRAO            PIC 9(3)  VALUE 1.
       01 WS-TOLERANCIA            PIC 9(3)  VALUE 3.

       01 WS-DATA-HORA-ATUAL       PIC X(21).
       01 WS-HOJE                  PIC 9(8)  VALUE 0.
       01 WS-HOJE-INT              PIC 9(7)  VALUE 0.
       01 WS-MAIOR-EXT-INT         PIC 9(7)  VALUE 0.

       01 WS-FILIAL-BUSCA          PIC 9(3)  VALUE 0.
       01 WS-CONTA-TEXTO           PIC X(20) VALUE SPACES.
       01 WS-CONTA-NUM             PIC 9(15) VALUE 0.
       01 WS-POS                   PIC 99    VALUE 0.
       01 WS-REF-GRUPO             PIC X(32) VALUE SPACES.
       01 WS-DIFERENCA             PIC S9(7) VALUE 0.
       01 WS-MENOR-DIFERENCA       PIC S9(7) VALUE 0.

      * Campos do segmento E, em texto para conferir antes de usar.
       01 WS-CNAB-DATA-TXT         PIC X(8).
       01 WS-CNAB-DATA-NUM REDEFINES WS-CNAB-DATA-TXT
                                   PIC 9(8).
       01 WS-CNAB-VALOR-TXT        PIC X(18).
       01 WS-CNAB-VALOR-NUM REDEFINES WS-CNAB-VALOR-TXT
                                   PIC 9(16)V99.
       01 WS-CNAB-CATEGORIA        PIC X(3).

      * Leitura do OFX: cada pedaco entre '<' e o proximo '<' e uma
      * tag com o seu valor, esteja a tag sozinha na linha ou nao.
       01 WS-OFX-PTR               PIC 9(3)  VALUE 0.
       01 WS-OFX-PECA              PIC X(256).
       01 WS-OFX-TAG               PIC X(20).
       01 WS-OFX-VALOR             PIC X(64).
       01 WS-OFX-CONTA             PIC 9(15) VALUE 0.
       01 WS-OFX-TIPO              PIC X(10) VALUE SPACES.
       01 WS-OFX-DATA              PIC X(8)  VALUE SPACES.
       01 WS-OFX-DATA-NUM REDEFINES WS-OFX-DATA
                                   PIC 9(8).
       01 WS-OFX-QUANTIA           PIC S9(11)V99 VALUE 0.
       01 WS-OFX-DOCUMENTO         PIC X(39) VALUE SPACES.
       01 WS-OFX-HISTORICO         PIC X(25) VALUE SPACES.

       01 WS-TOT-LIDOS             PIC 9(6)  VALUE 0.
       01 WS-TOT-RECUSADOS         PIC 9(6)  VALUE 0.
       01 WS-TOT-CASADOS           PIC 9(6)  VALUE 0.
       01 WS-TOT-SEM-PAR           PIC 9(6)  VALUE 0.
       01 WS-TOT-FALTANTES         PIC 9(6)  VALUE 0.
       01 WS-TOT-TARIFAS           PIC 9(6)  VALUE 0.
       01 WS-TOT-AGUARDANDO        PIC 9(6)  VALUE 0.
       01 WS-VAL-CASADOS           PIC S9(11)V99 VALUE 0.
       01 WS-VAL-SEM-PAR           PIC S9(11)V99 VALUE 0.
       01 WS-VAL-FALTANTES         PIC S9(11)V99 VALUE 0.
       01 WS-VAL-TARIFAS           PIC S9(11)V99 VALUE 0.
       01 WS-VALOR-ED              PIC ZZZ,ZZZ,ZZ9.99-.

       01 WS-CAB-1.
           03 FILLER                 PIC X(42)
                    VALUE 'CONCILIACAO BANCARIA - EXTRATO X ESPERADO'.
           03 FILLER                 PIC X(5)  VALUE SPACES.
           03 FILLER                 PIC X(6)  VALUE 'DATA: '.
           03 WS-CAB-DATA            PIC 9(8).
           03 FILLER                 PIC X(11) VALUE '  AMBIENTE '.
           03 WS-CAB-AMBIENTE        PIC X(8).
       01 WS-SEC-LINHA.
           03 WS-SEC-TITULO          PIC X(80).
       01 WS-COL-LINHA.
           03 FILLER                 PIC X(14) VALUE 'CONTA'.
           03 WS-COL-DATA            PIC X(9).
           03 FILLER                 PIC X(16) VALUE '          VALOR'.
           03 WS-COL-TIPO            PIC X(9).
           03 WS-COL-AUX             PIC X(9).
           03 WS-COL-TEXTO           PIC X(23).
       01 WS-DET-LINHA.
           03 WS-DET-CONTA           PIC Z(12)9.
           03 FILLER                 PIC X     VALUE SPACE.
           03 WS-DET-DATA            PIC 9(8).
           03 FILLER                 PIC X     VALUE SPACE.
           03 WS-DET-VALOR           PIC ZZZ,ZZZ,ZZ9.99-.
           03 FILLER                 PIC X     VALUE SPACE.
           03 WS-DET-TIPO            PIC X(8).
           03 FILLER                 PIC X     VALUE SPACE.
           03 WS-DET-AUX             PIC X(8).
           03 FILLER                 PIC X     VALUE SPACE.
           03 WS-DET-TEXTO           PIC X(23).
       01 WS-TOT-LINHA.
           03 WS-TOT-LITERAL         PIC X(30).
           03 WS-TOT-QTD             PIC ZZZ,ZZ9.
           03 FILLER                 PIC X(4)  VALUE SPACES.
           03 WS-TOT-VALOR           PIC ZZZ,ZZZ,ZZ9.99-.
           03 FILLER                 PIC X(24) VALUE SPACES.

       01 WS-PARMLE-PARM.
           03 WS-PL-PROGRAMA       PIC X(12) VALUE 'CONCBANCO'.
           03 WS-PL-NOME           PIC X(12).
           03 WS-PL-DATA-PROC      PIC 9(8).
           03 WS-PL-VALOR          PIC X(14).
           03 WS-PL-RC             PIC 99.

       01 WS-AUDIT-PARM.
           03 WS-AU-PROGRAMA       PIC X(12) VALUE 'CONCBANCO'.
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
      * Roda depois dos que liquidam (PAGTORETORNO, PAGTOPIXRET,
      * PAGTOCARTAO) com os extratos do dia dos bancos: cada credito
      * do extrato e casado com o que o sistema diz ter recebido na
      * mesma conta, pelo valor exato, dentro da tolerancia de dias.
      * O resto vira quebra para a tesouraria limpar ate o fim do
      * mes.
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-FILIAIS-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-ESP-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CNC-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CNAB-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-OFX-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-REL-PATH
            DISPLAY 'CONCBANCO - CONCILIACAO DE EXTRATOS BANCARIOS'

            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
            MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-HOJE
            COMPUTE WS-HOJE-INT = FUNCTION INTEGER-OF-DATE(WS-HOJE)

            OPEN INPUT WS-CNAB-FILE
            IF WS-CNAB-FS = '00'
                SET WS-CNAB-ABERTO TO TRUE
            END-IF
            OPEN INPUT WS-OFX-FILE
            IF WS-OFX-FS = '00'
                SET WS-OFX-ABERTO TO TRUE
            END-IF
            IF NOT WS-CNAB-ABERTO AND NOT WS-OFX-ABERTO
                DISPLAY 'NENHUM EXTRATO BANCARIO A CONCILIAR.'
                STOP RUN
            END-IF

            PERFORM P030-CARREGA-PARAMETROS
            PERFORM P050-CARREGA-FILIAIS
            IF WS-TOT-FILIAIS = 0
                DISPLAY 'CADASTRO DE FILIAIS SEM CONTAS ('
                        WS-FILIAIS-PATH '). CONCILIACAO RECUSADA.'
                IF WS-CNAB-ABERTO
                    CLOSE WS-CNAB-FILE
                END-IF
                IF WS-OFX-ABERTO
                    CLOSE WS-OFX-FILE
                END-IF
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF

            PERFORM P100-CARREGA-CONCILIADOS
            PERFORM P200-CARREGA-ESPERADOS
            PERFORM P280-DESCONTA-CONCILIADOS

            IF WS-CNAB-ABERTO
                MOVE 'N' TO WS-FIM-ARQUIVO
                PERFORM P300-LE-CNAB
                        UNTIL WS-FIM
                CLOSE WS-CNAB-FILE
            END-IF
            IF WS-OFX-ABERTO
                MOVE 'N' TO WS-FIM-ARQUIVO
                PERFORM P400-LE-OFX
                        UNTIL WS-FIM
                CLOSE WS-OFX-FILE
            END-IF

            PERFORM P600-CASA-EXTRATO
            PERFORM P700-EMITE-RELATORIO

            DISPLAY '----- RESUMO DA CONCILIACAO BANCARIA -----'
            DISPLAY 'LANCAMENTOS LIDOS    : ' WS-TOT-LIDOS
            DISPLAY 'LANCAMENTOS RECUSADOS: ' WS-TOT-RECUSADOS
            DISPLAY 'CREDITOS CONCILIADOS : ' WS-TOT-CASADOS
            DISPLAY 'EXTRATO SEM PAR      : ' WS-TOT-SEM-PAR
            DISPLAY 'ESPERADOS AUSENTES   : ' WS-TOT-FALTANTES
            DISPLAY 'ESPERADOS NO PRAZO   : ' WS-TOT-AGUARDANDO
            DISPLAY 'TARIFAS BANCARIAS    : ' WS-TOT-TARIFAS
            MOVE WS-VAL-CASADOS   TO WS-VALOR-ED
            DISPLAY 'VALOR CONCILIADO     : ' WS-VALOR-ED
            MOVE WS-VAL-TARIFAS   TO WS-VALOR-ED
            DISPLAY 'VALOR DE TARIFAS     : ' WS-VALOR-ED

            MOVE 'CONC-BANCO'     TO WS-AU-EVENTO
            MOVE SPACES           TO WS-AU-CHAVE
            MOVE WS-TOT-CASADOS   TO WS-AU-CONTADOR
            CALL 'AUDITLOG' USING WS-AUDIT-PARM

            IF WS-TOT-SEM-PAR > 0 OR WS-TOT-FALTANTES > 0
                DISPLAY 'VER QUEBRAS EM ' WS-REL-PATH
                MOVE 4 TO RETURN-CODE
            END-IF
            STOP RUN.

       P030-CARREGA-PARAMETROS.
            MOVE WS-HOJE TO WS-PL-DATA-PROC
            MOVE 'TOLERANCIA' TO WS-PL-NOME
            CALL 'PARMLE' USING WS-PARMLE-PARM
            IF WS-PL-RC = 0 AND WS-PL-VALOR(1:3) IS NUMERIC
                MOVE WS-PL-VALOR(1:3) TO WS-TOLERANCIA
            END-IF
            MOVE 'FILRETORNO1' TO WS-PL-NOME
            CALL 'PARMLE' USING WS-PARMLE-PARM
            IF WS-PL-RC = 0 AND WS-PL-VALOR(1:3) IS NUMERIC
                MOVE WS-PL-VALOR(1:3) TO WS-FIL-RETORNO1
            END-IF
            MOVE 'FILRETORNO2' TO WS-PL-NOME
            CALL 'PARMLE' USING WS-PARMLE-PARM
            IF WS-PL-RC = 0 AND WS-PL-VALOR(1:3) IS NUMERIC
                MOVE WS-PL-VALOR(1:3) TO WS-FIL-RETORNO2
            END-IF
            MOVE 'FILPIX' TO WS-PL-NOME
            CALL 'PARMLE' USING WS-PARMLE-PARM
            IF WS-PL-RC = 0 AND WS-PL-VALOR(1:3) IS NUMERIC
                MOVE WS-PL-VALOR(1:3) TO WS-FIL-PIX
            END-IF
            MOVE 'FILPADRAO' TO WS-PL-NOME
            CALL 'PARMLE' USING WS-PARMLE-PARM
            IF WS-PL-RC = 0 AND WS-PL-VALOR(1:3) IS NUMERIC
                MOVE WS-PL-VALOR(1:3) TO WS-FIL-PADRAO
            END-IF
            .
       P050-CARREGA-FILIAIS.
            MOVE 0   TO WS-TOT-FILIAIS
            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN INPUT WS-FILIAIS-FILE
            IF WS-FILIAIS-FS = '00'
                PERFORM UNTIL WS-FIM
                    READ WS-FILIAIS-FILE NEXT RECORD
                        AT END SET WS-FIM TO TRUE
                        NOT AT END
                            IF WS-FIL-CONTA NOT = SPACES
                               AND WS-TOT-FILIAIS < 20
                                ADD 1 TO WS-TOT-FILIAIS
                                MOVE WS-FIL-CODIGO
                                     TO WS-FLT-CODIGO(WS-TOT-FILIAIS)
                                MOVE WS-FIL-CONTA TO WS-CONTA-TEXTO
                                PERFORM P900-NORMALIZA-CONTA
                                MOVE WS-CONTA-NUM
                                     TO WS-FLT-CONTA(WS-TOT-FILIAIS)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE WS-FILIAIS-FILE
            END-IF
            .
       P100-CARREGA-CONCILIADOS.
            MOVE 0   TO WS-TOT-CONCILIADOS
            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN INPUT WS-CNC-FILE
            IF WS-CNC-FS = '00'
                PERFORM UNTIL WS-FIM
                    READ WS-CNC-FILE
                        AT END SET WS-FIM TO TRUE
                        NOT AT END
                            IF WS-TOT-CONCILIADOS < 9999
                                ADD 1 TO WS-TOT-CONCILIADOS
                                SET WS-CNT-IDX TO WS-TOT-CONCILIADOS
                                PERFORM P110-GUARDA-CONCILIADO
                            ELSE
                                DISPLAY 'AVISO: TABELA DE CONCILIADOS '
                                        'CHEIA. ARQUIVAR '
                                        WS-CNC-PATH
                                SET WS-FIM TO TRUE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE WS-CNC-FILE
            END-IF
            .
       P110-GUARDA-CONCILIADO.
            MOVE WS-CNC-CONTA         TO WS-CNT-CONTA(WS-CNT-IDX)
            MOVE WS-CNC-DATA-ESPERADA TO
                 WS-CNT-DATA-ESPERADA(WS-CNT-IDX)
            MOVE WS-CNC-ORIGEM        TO WS-CNT-ORIGEM(WS-CNT-IDX)
            MOVE WS-CNC-REFERENCIA    TO WS-CNT-REFERENCIA(WS-CNT-IDX)
            MOVE WS-CNC-VALOR         TO WS-CNT-VALOR(WS-CNT-IDX)
            MOVE WS-CNC-DATA-EXTRATO  TO
                 WS-CNT-DATA-EXTRATO(WS-CNT-IDX)
            MOVE WS-CNC-DOCUMENTO     TO WS-CNT-DOCUMENTO(WS-CNT-IDX)
            .
       P200-CARREGA-ESPERADOS.
            MOVE 0   TO WS-TOT-ESPERADOS
            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN INPUT WS-ESP-FILE
            IF WS-ESP-FS = '00'
                PERFORM UNTIL WS-FIM
                    READ WS-ESP-FILE
                        AT END SET WS-FIM TO TRUE
                        NOT AT END PERFORM P210-AGRUPA-ESPERADO
                    END-READ
                END-PERFORM
                CLOSE WS-ESP-FILE
            ELSE
                DISPLAY 'AVISO: NENHUM CREDITO ESPERADO ('
                        WS-ESP-PATH ').'
            END-IF
            .
       P210-AGRUPA-ESPERADO.
            PERFORM P220-CONTA-DO-ESPERADO
            IF WS-ESP-ORIGEM = 'PIX'
                MOVE WS-ESP-REFERENCIA TO WS-REF-GRUPO
            ELSE
                MOVE SPACES            TO WS-REF-GRUPO
            END-IF

            MOVE 'N' TO WS-ACHOU-SW
            PERFORM VARYING WS-ESG-IDX FROM 1 BY 1
                    UNTIL WS-ESG-IDX > WS-TOT-ESPERADOS OR WS-ACHOU
                IF WS-ESG-CONTA(WS-ESG-IDX)      = WS-CONTA-NUM
                   AND WS-ESG-DATA(WS-ESG-IDX)   = WS-ESP-DATA
                   AND WS-ESG-ORIGEM(WS-ESG-IDX) = WS-ESP-ORIGEM
                   AND WS-ESG-REFERENCIA(WS-ESG-IDX) = WS-REF-GRUPO
                    SET WS-ACHOU TO TRUE
                    ADD WS-ESP-VALOR TO WS-ESG-VALOR(WS-ESG-IDX)
                    ADD 1            TO WS-ESG-QTD(WS-ESG-IDX)
                END-IF
            END-PERFORM

            IF NOT WS-ACHOU
                IF WS-TOT-ESPERADOS < 9999
                    ADD 1 TO WS-TOT-ESPERADOS
                    SET WS-ESG-IDX TO WS-TOT-ESPERADOS
                    MOVE WS-CONTA-NUM  TO WS-ESG-CONTA(WS-ESG-IDX)
                    MOVE WS-ESP-DATA   TO WS-ESG-DATA(WS-ESG-IDX)
                    COMPUTE WS-ESG-INT(WS-ESG-IDX) =
                            FUNCTION INTEGER-OF-DATE(WS-ESP-DATA)
                    MOVE WS-ESP-ORIGEM TO WS-ESG-ORIGEM(WS-ESG-IDX)
                    MOVE WS-REF-GRUPO  TO WS-ESG-REFERENCIA(WS-ESG-IDX)
                    MOVE WS-ESP-VALOR  TO WS-ESG-VALOR(WS-ESG-IDX)
                    MOVE 1             TO WS-ESG-QTD(WS-ESG-IDX)
                    MOVE 'N'           TO WS-ESG-SITUACAO(WS-ESG-IDX)
                ELSE
                    DISPLAY 'AVISO: TABELA DE ESPERADOS CHEIA. '
                            'CREDITO DE ' WS-ESP-DATA ' '
                            WS-ESP-ORIGEM ' FORA DA CONCILIACAO.'
                END-IF
            END-IF
            .
       P220-CONTA-DO-ESPERADO.
      * Retorno e PIX nao trazem filial: vao para a conta da filial
      * parametrizada para o canal. Filial sem conta no cadastro
      * (reservadas, desativadas) cai na filial padrao.
            EVALUATE TRUE
                WHEN WS-ESP-FILIAL IS NUMERIC
                    MOVE WS-ESP-FILIAL   TO WS-FILIAL-BUSCA
                WHEN WS-ESP-ORIGEM = 'RETORNO1'
                    MOVE WS-FIL-RETORNO1 TO WS-FILIAL-BUSCA
                WHEN WS-ESP-ORIGEM = 'RETORNO2'
                    MOVE WS-FIL-RETORNO2 TO WS-FILIAL-BUSCA
                WHEN WS-ESP-ORIGEM = 'PIX'
                    MOVE WS-FIL-PIX      TO WS-FILIAL-BUSCA
                WHEN OTHER
                    MOVE WS-FIL-PADRAO   TO WS-FILIAL-BUSCA
            END-EVALUATE
            PERFORM P230-BUSCA-FILIAL
            IF NOT WS-ACHOU
                MOVE WS-FIL-PADRAO TO WS-FILIAL-BUSCA
                PERFORM P230-BUSCA-FILIAL
            END-IF
            .
       P230-BUSCA-FILIAL.
            MOVE 'N' TO WS-ACHOU-SW
            MOVE 0   TO WS-CONTA-NUM
            PERFORM VARYING WS-FLT-IDX FROM 1 BY 1
                    UNTIL WS-FLT-IDX > WS-TOT-FILIAIS OR WS-ACHOU
                IF WS-FLT-CODIGO(WS-FLT-IDX) = WS-FILIAL-BUSCA
                    SET WS-ACHOU TO TRUE
                    MOVE WS-FLT-CONTA(WS-FLT-IDX) TO WS-CONTA-NUM
                END-IF
            END-PERFORM
            .
       P280-DESCONTA-CONCILIADOS.
      * O que ja casou em run anterior sai do grupo; o grupo que
      * zerou nao volta ao relatorio. Credito acrescentado depois ao
      * mesmo dia fica em aberto pela diferenca.
            PERFORM VARYING WS-CNT-IDX FROM 1 BY 1
                    UNTIL WS-CNT-IDX > WS-TOT-CONCILIADOS
                PERFORM VARYING WS-ESG-IDX FROM 1 BY 1
                        UNTIL WS-ESG-IDX > WS-TOT-ESPERADOS
                    IF WS-ESG-CONTA(WS-ESG-IDX) =
                                            WS-CNT-CONTA(WS-CNT-IDX)
                       AND WS-ESG-DATA(WS-ESG-IDX) =
                                    WS-CNT-DATA-ESPERADA(WS-CNT-IDX)
                       AND WS-ESG-ORIGEM(WS-ESG-IDX) =
                                            WS-CNT-ORIGEM(WS-CNT-IDX)
                       AND WS-ESG-REFERENCIA(WS-ESG-IDX) =
                                        WS-CNT-REFERENCIA(WS-CNT-IDX)
                       AND WS-ESG-SITUACAO(WS-ESG-IDX) = 'N'
                        SUBTRACT WS-CNT-VALOR(WS-CNT-IDX)
                            FROM WS-ESG-VALOR(WS-ESG-IDX)
                        IF WS-ESG-VALOR(WS-ESG-IDX) = 0
                            MOVE 'J' TO WS-ESG-SITUACAO(WS-ESG-IDX)
                        END-IF
                    END-IF
                END-PERFORM
            END-PERFORM
            .
       P300-LE-CNAB.
            READ WS-CNAB-FILE
                AT END SET WS-FIM TO TRUE
                NOT AT END
                    IF WS-CNAB-REGISTRO(8:1) = '3'
                       AND WS-CNAB-REGISTRO(14:1) = 'E'
                        ADD 1 TO WS-TOT-LIDOS
                        PERFORM P310-TRATA-SEGMENTO-E
                    END-IF
            END-READ
            .
       P310-TRATA-SEGMENTO-E.
      * Segmento E do extrato FEBRABAN: conta 59-70 com o digito em
      * 71, data do lancamento 143-150 (DDMMAAAA), valor 151-168 com
      * duas decimais, D/C em 169 e categoria em 170-172 (102
      * encargos e 105 tarifas sao cobranca do proprio banco).
            MOVE WS-CNAB-REGISTRO(151:18) TO WS-CNAB-VALOR-TXT
            MOVE WS-CNAB-REGISTRO(147:4)  TO WS-CNAB-DATA-TXT(1:4)
            MOVE WS-CNAB-REGISTRO(145:2)  TO WS-CNAB-DATA-TXT(5:2)
            MOVE WS-CNAB-REGISTRO(143:2)  TO WS-CNAB-DATA-TXT(7:2)
            IF WS-CNAB-VALOR-TXT NOT NUMERIC
               OR WS-CNAB-DATA-TXT NOT NUMERIC
               OR (WS-CNAB-REGISTRO(169:1) NOT = 'C'
                   AND WS-CNAB-REGISTRO(169:1) NOT = 'D')
                DISPLAY 'LANCAMENTO CNAB RECUSADO (VALOR, DATA OU '
                        'NATUREZA INVALIDA): '
                        WS-CNAB-REGISTRO(1:20)
                ADD 1 TO WS-TOT-RECUSADOS
            ELSE
                MOVE SPACES                  TO WS-CONTA-TEXTO
                MOVE WS-CNAB-REGISTRO(59:12) TO WS-CONTA-TEXTO(1:12)
                MOVE WS-CNAB-REGISTRO(71:1)  TO WS-CONTA-TEXTO(13:1)
                PERFORM P900-NORMALIZA-CONTA
                MOVE WS-CNAB-REGISTRO(170:3) TO WS-CNAB-CATEGORIA
                IF WS-TOT-EXTRATO < 9999
                    ADD 1 TO WS-TOT-EXTRATO
                    SET WS-EXT-IDX TO WS-TOT-EXTRATO
                    MOVE WS-CONTA-NUM      TO WS-EXT-CONTA(WS-EXT-IDX)
                    MOVE WS-CNAB-DATA-NUM  TO WS-EXT-DATA(WS-EXT-IDX)
                    MOVE WS-CNAB-VALOR-NUM TO WS-EXT-VALOR(WS-EXT-IDX)
                    MOVE WS-CNAB-REGISTRO(169:1)
                                       TO WS-EXT-NATUREZA(WS-EXT-IDX)
                    IF WS-CNAB-REGISTRO(169:1) = 'D'
                       AND (WS-CNAB-CATEGORIA = '102'
                            OR WS-CNAB-CATEGORIA = '105')
                        MOVE 'S' TO WS-EXT-TARIFA(WS-EXT-IDX)
                    ELSE
                        MOVE 'N' TO WS-EXT-TARIFA(WS-EXT-IDX)
                    END-IF
                    MOVE WS-CNAB-REGISTRO(202:39)
                                       TO WS-EXT-DOCUMENTO(WS-EXT-IDX)
                    MOVE WS-CNAB-REGISTRO(177:25)
                                       TO WS-EXT-HISTORICO(WS-EXT-IDX)
                    PERFORM P500-ACRESCENTA-EXTRATO
                ELSE
                    DISPLAY 'AVISO: TABELA DE EXTRATO CHEIA. '
                            'LANCAMENTO FORA DA CONCILIACAO.'
                    ADD 1 TO WS-TOT-RECUSADOS
                END-IF
            END-IF
            .
       P400-LE-OFX.
            READ WS-OFX-FILE
                AT END SET WS-FIM TO TRUE
                NOT AT END
                    MOVE 1 TO WS-OFX-PTR
                    PERFORM UNTIL WS-OFX-PTR > 256
                        MOVE SPACES TO WS-OFX-PECA
                        UNSTRING WS-OFX-LINHA DELIMITED BY '<'
                            INTO WS-OFX-PECA
                            WITH POINTER WS-OFX-PTR
                        END-UNSTRING
                        IF WS-OFX-PECA NOT = SPACES
                            PERFORM P410-TRATA-TAG-OFX
                        END-IF
                    END-PERFORM
            END-READ
            .
       P410-TRATA-TAG-OFX.
            MOVE SPACES TO WS-OFX-TAG
            MOVE SPACES TO WS-OFX-VALOR
            UNSTRING WS-OFX-PECA DELIMITED BY '>'
                INTO WS-OFX-TAG WS-OFX-VALOR
            END-UNSTRING

            EVALUATE WS-OFX-TAG
                WHEN 'ACCTID'
                    MOVE WS-OFX-VALOR TO WS-CONTA-TEXTO
                    PERFORM P900-NORMALIZA-CONTA
                    MOVE WS-CONTA-NUM TO WS-OFX-CONTA
                WHEN 'STMTTRN'
                    SET WS-OFX-NO-LANCTO TO TRUE
                    MOVE SPACES TO WS-OFX-TIPO
                    MOVE SPACES TO WS-OFX-DATA
                    MOVE 0      TO WS-OFX-QUANTIA
                    MOVE SPACES TO WS-OFX-DOCUMENTO
                    MOVE SPACES TO WS-OFX-HISTORICO
                WHEN 'TRNTYPE'
                    MOVE WS-OFX-VALOR TO WS-OFX-TIPO
                WHEN 'DTPOSTED'
                    MOVE WS-OFX-VALOR(1:8) TO WS-OFX-DATA
                WHEN 'TRNAMT'
                    INSPECT WS-OFX-VALOR REPLACING ALL ',' BY '.'
                    COMPUTE WS-OFX-QUANTIA =
                            FUNCTION NUMVAL(WS-OFX-VALOR)
                WHEN 'FITID'
                    MOVE WS-OFX-VALOR TO WS-OFX-DOCUMENTO
                WHEN 'MEMO'
                    MOVE WS-OFX-VALOR TO WS-OFX-HISTORICO
                WHEN 'NAME'
                    IF WS-OFX-HISTORICO = SPACES
                        MOVE WS-OFX-VALOR TO WS-OFX-HISTORICO
                    END-IF
                WHEN '/STMTTRN'
                    IF WS-OFX-NO-LANCTO
                        ADD 1 TO WS-TOT-LIDOS
                        PERFORM P420-GUARDA-LANCTO-OFX
                    END-IF
                    MOVE 'N' TO WS-OFX-NO-LANCTO-SW
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            .
       P420-GUARDA-LANCTO-OFX.
      * Quantia com sinal: positiva e credito, negativa e debito.
      * FEE e SRVCHG sao tarifas do banco.
            IF WS-OFX-DATA NOT NUMERIC OR WS-OFX-QUANTIA = 0
                DISPLAY 'LANCAMENTO OFX RECUSADO (DATA OU VALOR '
                        'INVALIDO): ' WS-OFX-DOCUMENTO
                ADD 1 TO WS-TOT-RECUSADOS
            ELSE
                IF WS-TOT-EXTRATO < 9999
                    ADD 1 TO WS-TOT-EXTRATO
                    SET WS-EXT-IDX TO WS-TOT-EXTRATO
                    MOVE WS-OFX-CONTA     TO WS-EXT-CONTA(WS-EXT-IDX)
                    MOVE WS-OFX-DATA-NUM  TO WS-EXT-DATA(WS-EXT-IDX)
                    IF WS-OFX-QUANTIA > 0
                        MOVE 'C' TO WS-EXT-NATUREZA(WS-EXT-IDX)
                        MOVE WS-OFX-QUANTIA TO WS-EXT-VALOR(WS-EXT-IDX)
                    ELSE
                        MOVE 'D' TO WS-EXT-NATUREZA(WS-EXT-IDX)
                        COMPUTE WS-EXT-VALOR(WS-EXT-IDX) =
                                0 - WS-OFX-QUANTIA
                    END-IF
                    IF WS-OFX-TIPO = 'FEE' OR WS-OFX-TIPO = 'SRVCHG'
                        MOVE 'S' TO WS-EXT-TARIFA(WS-EXT-IDX)
                    ELSE
                        MOVE 'N' TO WS-EXT-TARIFA(WS-EXT-IDX)
                    END-IF
                    MOVE WS-OFX-DOCUMENTO
                                       TO WS-EXT-DOCUMENTO(WS-EXT-IDX)
                    MOVE WS-OFX-HISTORICO
                                       TO WS-EXT-HISTORICO(WS-EXT-IDX)
                    PERFORM P500-ACRESCENTA-EXTRATO
                ELSE
                    DISPLAY 'AVISO: TABELA DE EXTRATO CHEIA. '
                            'LANCAMENTO FORA DA CONCILIACAO.'
                    ADD 1 TO WS-TOT-RECUSADOS
                END-IF
            END-IF
            .
       P500-ACRESCENTA-EXTRATO.
      * Completa a linha recem guardada em WS-EXT-IDX. Extrato
      * reprocessado nao casa de novo o que ja foi conciliado.
            COMPUTE WS-EXT-INT(WS-EXT-IDX) =
                    FUNCTION INTEGER-OF-DATE(WS-EXT-DATA(WS-EXT-IDX))
            IF WS-EXT-INT(WS-EXT-IDX) > WS-MAIOR-EXT-INT
                MOVE WS-EXT-INT(WS-EXT-IDX) TO WS-MAIOR-EXT-INT
            END-IF
            MOVE 'N' TO WS-EXT-SITUACAO(WS-EXT-IDX)
            MOVE 0   TO WS-EXT-ESG(WS-EXT-IDX)
            PERFORM VARYING WS-CNT-IDX FROM 1 BY 1
                    UNTIL WS-CNT-IDX > WS-TOT-CONCILIADOS
                IF WS-CNT-CONTA(WS-CNT-IDX) = WS-EXT-CONTA(WS-EXT-IDX)
                   AND WS-CNT-DATA-EXTRATO(WS-CNT-IDX) =
                                             WS-EXT-DATA(WS-EXT-IDX)
                   AND WS-CNT-DOCUMENTO(WS-CNT-IDX) =
                                        WS-EXT-DOCUMENTO(WS-EXT-IDX)
                   AND WS-CNT-VALOR(WS-CNT-IDX) =
                                            WS-EXT-VALOR(WS-EXT-IDX)
                    MOVE 'J' TO WS-EXT-SITUACAO(WS-EXT-IDX)
                END-IF
            END-PERFORM
            .
       P600-CASA-EXTRATO.
      * Cada credito casa com o esperado em aberto da mesma conta e
      * valor exato, creditado ate a tolerancia antes ou depois da
      * data esperada (o retorno chega no dia seguinte ao credito);
      * havendo mais de um, fica o de data mais proxima.
            OPEN EXTEND WS-CNC-FILE
            IF WS-CNC-FS NOT = '00'
                OPEN OUTPUT WS-CNC-FILE
            END-IF
            PERFORM VARYING WS-EXT-IDX FROM 1 BY 1
                    UNTIL WS-EXT-IDX > WS-TOT-EXTRATO
                IF WS-EXT-SITUACAO(WS-EXT-IDX) = 'N'
                   AND WS-EXT-NATUREZA(WS-EXT-IDX) = 'C'
                   AND WS-EXT-TARIFA(WS-EXT-IDX) = 'N'
                    PERFORM P610-PROCURA-ESPERADO
                    IF WS-ESG-SEL > 0
                        PERFORM P620-GRAVA-CASAMENTO
                    END-IF
                END-IF
            END-PERFORM
            CLOSE WS-CNC-FILE
            .
       P610-PROCURA-ESPERADO.
            MOVE 0       TO WS-ESG-SEL
            MOVE 9999999 TO WS-MENOR-DIFERENCA
            PERFORM VARYING WS-ESG-IDX FROM 1 BY 1
                    UNTIL WS-ESG-IDX > WS-TOT-ESPERADOS
                IF WS-ESG-SITUACAO(WS-ESG-IDX) = 'N'
                   AND WS-ESG-CONTA(WS-ESG-IDX) =
                                            WS-EXT-CONTA(WS-EXT-IDX)
                   AND WS-ESG-VALOR(WS-ESG-IDX) =
                                            WS-EXT-VALOR(WS-EXT-IDX)
                    COMPUTE WS-DIFERENCA = WS-EXT-INT(WS-EXT-IDX)
                                         - WS-ESG-INT(WS-ESG-IDX)
                    IF WS-DIFERENCA < 0
                        COMPUTE WS-DIFERENCA = 0 - WS-DIFERENCA
                    END-IF
                    IF WS-DIFERENCA <= WS-TOLERANCIA
                       AND WS-DIFERENCA < WS-MENOR-DIFERENCA
                        MOVE WS-DIFERENCA TO WS-MENOR-DIFERENCA
                        SET WS-ESG-SEL TO WS-ESG-IDX
                    END-IF
                END-IF
            END-PERFORM
            .
       P620-GRAVA-CASAMENTO.
            MOVE 'C'        TO WS-EXT-SITUACAO(WS-EXT-IDX)
            MOVE WS-ESG-SEL TO WS-EXT-ESG(WS-EXT-IDX)
            MOVE 'C'        TO WS-ESG-SITUACAO(WS-ESG-SEL)

            MOVE WS-ESG-CONTA(WS-ESG-SEL)  TO WS-CNC-CONTA
            MOVE WS-ESG-DATA(WS-ESG-SEL)   TO WS-CNC-DATA-ESPERADA
            MOVE WS-ESG-ORIGEM(WS-ESG-SEL) TO WS-CNC-ORIGEM
            MOVE WS-ESG-REFERENCIA(WS-ESG-SEL) TO WS-CNC-REFERENCIA
            MOVE WS-EXT-VALOR(WS-EXT-IDX)  TO WS-CNC-VALOR
            MOVE WS-EXT-DATA(WS-EXT-IDX)   TO WS-CNC-DATA-EXTRATO
            MOVE WS-EXT-DOCUMENTO(WS-EXT-IDX) TO WS-CNC-DOCUMENTO
            MOVE WS-HOJE                   TO WS-CNC-DATA-CONC
            WRITE WS-CNC-REGISTRO
            .
       P700-EMITE-RELATORIO.
            OPEN OUTPUT WS-REL-FILE
            MOVE WS-HOJE TO WS-CAB-DATA
            MOVE WS-AMB-NOME TO WS-CAB-AMBIENTE
            WRITE WS-REL-LINHA FROM WS-CAB-1
            MOVE ALL '=' TO WS-REL-LINHA
            WRITE WS-REL-LINHA

            MOVE 'CREDITOS CONCILIADOS' TO WS-SEC-TITULO
            MOVE 'DATA EXT' TO WS-COL-DATA
            MOVE 'ORIGEM'   TO WS-COL-TIPO
            MOVE 'DATA ESP' TO WS-COL-AUX
            MOVE 'DOCUMENTO' TO WS-COL-TEXTO
            PERFORM P790-CABECALHO-SECAO
            PERFORM VARYING WS-EXT-IDX FROM 1 BY 1
                    UNTIL WS-EXT-IDX > WS-TOT-EXTRATO
                IF WS-EXT-SITUACAO(WS-EXT-IDX) = 'C'
                    PERFORM P710-LINHA-CONCILIADA
                END-IF
            END-PERFORM
            MOVE 'TOTAL CONCILIADO' TO WS-TOT-LITERAL
            MOVE WS-TOT-CASADOS     TO WS-TOT-QTD
            MOVE WS-VAL-CASADOS     TO WS-TOT-VALOR
            PERFORM P795-TOTAL-SECAO

            MOVE 'LANCAMENTOS DO EXTRATO SEM CORRESPONDENCIA'
                                TO WS-SEC-TITULO
            MOVE 'DATA'     TO WS-COL-DATA
            MOVE 'D/C'      TO WS-COL-TIPO
            MOVE SPACES     TO WS-COL-AUX
            MOVE 'HISTORICO' TO WS-COL-TEXTO
            PERFORM P790-CABECALHO-SECAO
            PERFORM VARYING WS-EXT-IDX FROM 1 BY 1
                    UNTIL WS-EXT-IDX > WS-TOT-EXTRATO
                IF WS-EXT-SITUACAO(WS-EXT-IDX) = 'N'
                   AND WS-EXT-TARIFA(WS-EXT-IDX) = 'N'
                    PERFORM P720-LINHA-SEM-PAR
                END-IF
            END-PERFORM
            MOVE 'TOTAL SEM CORRESPONDENCIA' TO WS-TOT-LITERAL
            MOVE WS-TOT-SEM-PAR     TO WS-TOT-QTD
            MOVE WS-VAL-SEM-PAR     TO WS-TOT-VALOR
            PERFORM P795-TOTAL-SECAO

      * Esperado so e cobrado depois que a tolerancia venceu dentro
      * do periodo dos extratos lidos; antes disso ainda esta no
      * prazo do banco.
            MOVE 'CREDITOS ESPERADOS NAO ENCONTRADOS NO EXTRATO'
                                TO WS-SEC-TITULO
            MOVE 'DATA ESP' TO WS-COL-DATA
            MOVE 'ORIGEM'   TO WS-COL-TIPO
            MOVE 'ITENS'    TO WS-COL-AUX
            MOVE 'REFERENCIA' TO WS-COL-TEXTO
            PERFORM P790-CABECALHO-SECAO
            PERFORM VARYING WS-ESG-IDX FROM 1 BY 1
                    UNTIL WS-ESG-IDX > WS-TOT-ESPERADOS
                IF WS-ESG-SITUACAO(WS-ESG-IDX) = 'N'
                    IF WS-ESG-INT(WS-ESG-IDX) + WS-TOLERANCIA
                                           <= WS-MAIOR-EXT-INT
                        PERFORM P730-LINHA-FALTANTE
                    ELSE
                        ADD 1 TO WS-TOT-AGUARDANDO
                    END-IF
                END-IF
            END-PERFORM
            MOVE 'TOTAL ESPERADO AUSENTE' TO WS-TOT-LITERAL
            MOVE WS-TOT-FALTANTES   TO WS-TOT-QTD
            MOVE WS-VAL-FALTANTES   TO WS-TOT-VALOR
            PERFORM P795-TOTAL-SECAO

            MOVE 'TARIFAS E ENCARGOS BANCARIOS' TO WS-SEC-TITULO
            MOVE 'DATA'     TO WS-COL-DATA
            MOVE SPACES     TO WS-COL-TIPO
            MOVE SPACES     TO WS-COL-AUX
            MOVE 'HISTORICO' TO WS-COL-TEXTO
            PERFORM P790-CABECALHO-SECAO
            PERFORM VARYING WS-EXT-IDX FROM 1 BY 1
                    UNTIL WS-EXT-IDX > WS-TOT-EXTRATO
                IF WS-EXT-SITUACAO(WS-EXT-IDX) = 'N'
                   AND WS-EXT-TARIFA(WS-EXT-IDX) = 'S'
                    PERFORM P740-LINHA-TARIFA
                END-IF
            END-PERFORM
            MOVE 'TOTAL DE TARIFAS' TO WS-TOT-LITERAL
            MOVE WS-TOT-TARIFAS     TO WS-TOT-QTD
            MOVE WS-VAL-TARIFAS     TO WS-TOT-VALOR
            PERFORM P795-TOTAL-SECAO

            CLOSE WS-REL-FILE
            .
       P710-LINHA-CONCILIADA.
            MOVE WS-EXT-ESG(WS-EXT-IDX)      TO WS-ESG-SEL
            MOVE WS-EXT-CONTA(WS-EXT-IDX)    TO WS-DET-CONTA
            MOVE WS-EXT-DATA(WS-EXT-IDX)     TO WS-DET-DATA
            MOVE WS-EXT-VALOR(WS-EXT-IDX)    TO WS-DET-VALOR
            MOVE WS-ESG-ORIGEM(WS-ESG-SEL)   TO WS-DET-TIPO
            MOVE WS-ESG-DATA(WS-ESG-SEL)     TO WS-DET-AUX
            MOVE WS-EXT-DOCUMENTO(WS-EXT-IDX) TO WS-DET-TEXTO
            WRITE WS-REL-LINHA FROM WS-DET-LINHA
            ADD 1                         TO WS-TOT-CASADOS
            ADD WS-EXT-VALOR(WS-EXT-IDX)  TO WS-VAL-CASADOS
            .
       P720-LINHA-SEM-PAR.
            MOVE WS-EXT-CONTA(WS-EXT-IDX)    TO WS-DET-CONTA
            MOVE WS-EXT-DATA(WS-EXT-IDX)     TO WS-DET-DATA
            MOVE WS-EXT-VALOR(WS-EXT-IDX)    TO WS-DET-VALOR
            MOVE WS-EXT-NATUREZA(WS-EXT-IDX) TO WS-DET-TIPO
            MOVE SPACES                      TO WS-DET-AUX
            MOVE WS-EXT-HISTORICO(WS-EXT-IDX) TO WS-DET-TEXTO
            WRITE WS-REL-LINHA FROM WS-DET-LINHA
            ADD 1                         TO WS-TOT-SEM-PAR
            IF WS-EXT-NATUREZA(WS-EXT-IDX) = 'C'
                ADD WS-EXT-VALOR(WS-EXT-IDX) TO WS-VAL-SEM-PAR
            ELSE
                SUBTRACT WS-EXT-VALOR(WS-EXT-IDX) FROM WS-VAL-SEM-PAR
            END-IF
            .
       P730-LINHA-FALTANTE.
            MOVE WS-ESG-CONTA(WS-ESG-IDX)    TO WS-DET-CONTA
            MOVE WS-ESG-DATA(WS-ESG-IDX)     TO WS-DET-DATA
            MOVE WS-ESG-VALOR(WS-ESG-IDX)    TO WS-DET-VALOR
            MOVE WS-ESG-ORIGEM(WS-ESG-IDX)   TO WS-DET-TIPO
            MOVE SPACES                      TO WS-DET-AUX
            MOVE WS-ESG-QTD(WS-ESG-IDX)      TO WS-DET-AUX(1:5)
            MOVE WS-ESG-REFERENCIA(WS-ESG-IDX) TO WS-DET-TEXTO
            WRITE WS-REL-LINHA FROM WS-DET-LINHA
            ADD 1                         TO WS-TOT-FALTANTES
            ADD WS-ESG-VALOR(WS-ESG-IDX)  TO WS-VAL-FALTANTES
            .
       P740-LINHA-TARIFA.
            MOVE WS-EXT-CONTA(WS-EXT-IDX)    TO WS-DET-CONTA
            MOVE WS-EXT-DATA(WS-EXT-IDX)     TO WS-DET-DATA
            MOVE WS-EXT-VALOR(WS-EXT-IDX)    TO WS-DET-VALOR
            MOVE SPACES                      TO WS-DET-TIPO
            MOVE SPACES                      TO WS-DET-AUX
            MOVE WS-EXT-HISTORICO(WS-EXT-IDX) TO WS-DET-TEXTO
            WRITE WS-REL-LINHA FROM WS-DET-LINHA
            ADD 1                         TO WS-TOT-TARIFAS
            ADD WS-EXT-VALOR(WS-EXT-IDX)  TO WS-VAL-TARIFAS
            .
       P790-CABECALHO-SECAO.
            MOVE SPACES TO WS-REL-LINHA
            WRITE WS-REL-LINHA
            WRITE WS-REL-LINHA FROM WS-SEC-LINHA
            WRITE WS-REL-LINHA FROM WS-COL-LINHA
            MOVE ALL '-' TO WS-REL-LINHA
            WRITE WS-REL-LINHA
            .
       P795-TOTAL-SECAO.
            MOVE ALL '-' TO WS-REL-LINHA
            WRITE WS-REL-LINHA
            WRITE WS-REL-LINHA FROM WS-TOT-LINHA
            .
       P900-NORMALIZA-CONTA.
      * Conta so com os digitos, na ordem: '12345-6', '0000123456'
      * e '123456' sao a mesma conta.
            MOVE 0 TO WS-CONTA-NUM
            PERFORM VARYING WS-POS FROM 1 BY 1
                    UNTIL WS-POS > 20
                IF WS-CONTA-TEXTO(WS-POS:1) IS NUMERIC
                   AND WS-CONTA-NUM < 100000000000000
                    COMPUTE WS-CONTA-NUM = WS-CONTA-NUM * 10
                          + FUNCTION NUMVAL(WS-CONTA-TEXTO(WS-POS:1))
                END-IF
            END-PERFORM
            .
       END PROGRAM CONCBANCO.
