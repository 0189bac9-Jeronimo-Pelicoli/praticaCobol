      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASSESRETORNO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-ASS-FILE      ASSIGN TO WS-ASS-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS WS-ASS-CODIGO
                                    FILE STATUS WS-ASS-FS.
           SELECT WS-CAR-FILE      ASSIGN TO WS-CAR-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS WS-CAR-ID
                                    FILE STATUS WS-CAR-FS.
           SELECT WS-RET-FILE      ASSIGN TO WS-RET-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-RET-FS.
           SELECT WS-PEND-FILE     ASSIGN TO WS-PEND-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-PEND-FS.
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
           SELECT WS-COM-FILE      ASSIGN TO WS-COM-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-COM-FS.
           SELECT WS-ESP-FILE      ASSIGN TO WS-ESP-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-ESP-FS.
       DATA DIVISION.
       FILE SECTION.
       FD  WS-ASS-FILE.
       01 WS-ASS-REGISTRO.
          03 WS-ASS-CODIGO              PIC 9(3).
          03 WS-ASS-NOME                PIC X(30).
          03 WS-ASS-FILIAL              PIC X(3).
          03 WS-ASS-FAIXA-MIN           PIC 9(9)V99.
          03 WS-ASS-FAIXA-MAX           PIC 9(9)V99.
          03 WS-ASS-PCT-COMISSAO        PIC 99V99.
          03 WS-ASS-ARQ-REMESSA         PIC X(40).
          03 WS-ASS-ARQ-RETORNO         PIC X(40).
          03 WS-ASS-SITUACAO            PIC X.
      * Carteira terceirizada: um registro por id ja enviado a uma
      * assessoria. Situacao: C = em cobranca, R = recuperado (vai
      * para a confirmacao), D = devolvido pela assessoria, T = retirado
      * por nos (quitado por outro canal, disputa ou bloqueio).
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
      * Retorno de cada assessoria: header com o codigo dela, um
      * detalhe por evento (R = recuperado, D = devolvido sem exito)
      * e trailer.
       FD  WS-RET-FILE.
       01 WS-RET-DETALHE.
           03 WS-RET-TIPO            PIC X.
           03 WS-RET-ID              PIC 9(9).
           03 WS-RET-EVENTO          PIC X.
           03 WS-RET-VALOR           PIC 9(9)V99.
           03 WS-RET-DATA            PIC 9(8).
       01 WS-RET-HEADER.
           03 WS-RET-H-TIPO          PIC X.
           03 WS-RET-H-DATA          PIC 9(8).
           03 WS-RET-H-ASSESSORIA    PIC 9(3).
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
      * Comissao apurada por assessoria em cada retorno, acumulada
      * para o pagamento ao fim do mes.
       FD  WS-COM-FILE.
       01 WS-COM-REGISTRO.
           03 WS-COM-DATA            PIC 9(8).
           03 WS-COM-ASSESSORIA      PIC 9(3).
           03 WS-COM-QTD             PIC 9(6).
           03 WS-COM-VALOR-RECUPERADO PIC S9(11)V99.
           03 WS-COM-PCT             PIC 99V99.
           03 WS-COM-COMISSAO        PIC S9(11)V99.
      * Credito que a tesouraria espera ver no extrato: a assessoria
      * repassa o valor recuperado na data informada no retorno.
       FD  WS-ESP-FILE.
       01 WS-ESP-REGISTRO.
           03 WS-ESP-DATA            PIC 9(8).
           03 WS-ESP-FILIAL          PIC X(3).
           03 WS-ESP-ORIGEM          PIC X(8).
           03 WS-ESP-REFERENCIA      PIC X(32).
           03 WS-ESP-VALOR           PIC S9(9)V99.
           03 WS-ESP-DATA-GERACAO    PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-ASS-PATH              PIC X(40) VALUE 'ASSESSORIAS.IDX'.
       01 WS-CAR-PATH              PIC X(40)
                            VALUE 'ASSESSORIA.CARTEIRA.IDX'.
       01 WS-RET-PATH              PIC X(40) VALUE SPACES.
       01 WS-PEND-PATH             PIC X(40)
                            VALUE 'PAGTOCONFIRM.PENDENTES'.
       01 WS-CNF-PATH              PIC X(40)
                            VALUE 'ASSESSORIA.CONFIRMACOES'.
       01 WS-PAGTO-PATH            PIC X(40) VALUE 'PAGAMENTOS.DAT'.
       01 WS-LNOVO-PATH            PIC X(40)
                            VALUE 'PAGAMENTOS.DAT.ASSES'.
       01 WS-REL-PATH              PIC X(40)
                            VALUE 'ASSESSORIA.RETORNO.REL'.
       01 WS-COM-PATH              PIC X(40)
                            VALUE 'ASSESSORIA.COMISSOES'.
       01 WS-ESP-PATH              PIC X(40)
                            VALUE 'CONCILIA.ESPERADOS'.
       01 WS-ASS-FS                PIC XX.
       01 WS-CAR-FS                PIC XX.
       01 WS-RET-FS                PIC XX.
       01 WS-PEND-FS               PIC XX.
       01 WS-CNF-FS                PIC XX.
       01 WS-PAGTO-FS              PIC XX.
       01 WS-LNOVO-FS              PIC XX.
       01 WS-REL-FS                PIC XX.
       01 WS-COM-FS                PIC XX.
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

       01 WS-DATA-HORA-ATUAL       PIC X(21).
       01 WS-HOJE                  PIC 9(8)  VALUE 0.
       01 WS-MOTIVO-EXC            PIC X(22) VALUE SPACES.
       01 WS-VALOR-ESPERADO        PIC S9(9)V99 VALUE 0.
       01 WS-COMISSAO              PIC S9(9)V99 VALUE 0.

      * Assessorias do cadastro com o apurado do retorno de cada uma.
       01 WS-TAB-ASSESSORIAS.
          03 WS-QTD-ASS            PIC 99    VALUE 0.
          03 WS-AG-ITEM OCCURS 50 TIMES.
             05 WS-AG-CODIGO       PIC 9(3).
             05 WS-AG-NOME         PIC X(30).
             05 WS-AG-PCT          PIC 99V99.
             05 WS-AG-ARQ-RETORNO  PIC X(40).
             05 WS-AG-QTD-REC      PIC 9(6).
             05 WS-AG-VAL-REC      PIC S9(11)V99.
             05 WS-AG-COMISSAO     PIC S9(11)V99.
             05 WS-AG-QTD-DEV      PIC 9(6).
             05 WS-AG-QTD-EXC      PIC 9(6).
       01 WS-AG                    PIC 99    VALUE 0.

      * Fila de pendentes: so se confirma o que ainda esta em aberto,
      * pelo valor da fila.
       01 WS-TAB-PENDENTES.
          03 WS-QTD-PEND           PIC 9(4)  VALUE 0.
          03 WS-PD-ITEM OCCURS 5000 TIMES.
             05 WS-PD-ID           PIC 9(9).
             05 WS-PD-VALOR        PIC S9(9)V99.
             05 WS-PD-CLIENTE      PIC X(30).
             05 WS-PD-FILIAL       PIC X(3).
             05 WS-PD-COD-CLIENTE  PIC 9(6).
       01 WS-PD                    PIC 9(4)  VALUE 0.
       01 WS-PD-SEL                PIC 9(4)  VALUE 0.

       01 WS-TOT-LIDOS             PIC 9(6)  VALUE 0.
       01 WS-TOT-CONTROLE          PIC 9(6)  VALUE 0.
       01 WS-TOT-ARQUIVOS          PIC 9(6)  VALUE 0.
       01 WS-TOT-CONFIRMADOS       PIC 9(6)  VALUE 0.
       01 WS-TOT-DEVOLVIDOS        PIC 9(6)  VALUE 0.
       01 WS-TOT-EXCECOES          PIC 9(6)  VALUE 0.
       01 WS-VAL-CONFIRMADO        PIC S9(11)V99 VALUE 0.
       01 WS-VAL-COMISSAO          PIC S9(11)V99 VALUE 0.
       01 WS-VAL-EXCECAO           PIC S9(11)V99 VALUE 0.
       01 WS-VALOR-ED              PIC ZZZ,ZZZ,ZZ9.99-.

       01 WS-LOTE-QTD              PIC 9(6)      VALUE 0.
       01 WS-LOTE-HASH             PIC S9(11)V99 VALUE 0.
       01 WS-TRL-QTD-LIDA          PIC 9(6)      VALUE 0.
       01 WS-TRL-HASH-LIDO         PIC S9(11)V99 VALUE 0.

       01 WS-CAB-1.
           03 FILLER                 PIC X(42)
                    VALUE 'RETORNO DAS ASSESSORIAS DE COBRANCA'.
           03 FILLER                 PIC X(5)  VALUE SPACES.
           03 FILLER                 PIC X(6)  VALUE 'DATA: '.
           03 WS-CAB-DATA            PIC 9(8).
           03 FILLER                 PIC X(11) VALUE '  AMBIENTE '.
           03 WS-CAB-AMBIENTE        PIC X(8).
       01 WS-CAB-2.
           03 FILLER                 PIC X(4)  VALUE 'ASS'.
           03 FILLER                 PIC X(10) VALUE 'ID'.
           03 FILLER                 PIC X(2)  VALUE 'EV'.
           03 FILLER                 PIC X(16) VALUE '  VALOR RETORNO'.
           03 FILLER                 PIC X(16) VALUE '   VALOR DA FILA'.
           03 FILLER                 PIC X(1)  VALUE SPACE.
           03 FILLER                 PIC X(22) VALUE 'MOTIVO'.
       01 WS-DET-LINHA.
           03 WS-DET-ASSESSORIA      PIC 9(3).
           03 FILLER                 PIC X     VALUE SPACE.
           03 WS-DET-ID              PIC 9(9).
           03 FILLER                 PIC X     VALUE SPACE.
           03 WS-DET-EVENTO          PIC X.
           03 FILLER                 PIC X     VALUE SPACE.
           03 WS-DET-VALOR-RETORNO   PIC ZZZ,ZZZ,ZZ9.99-.
           03 FILLER                 PIC X     VALUE SPACE.
           03 WS-DET-VALOR-FILA      PIC ZZZ,ZZZ,ZZ9.99-.
           03 FILLER                 PIC X     VALUE SPACE.
           03 WS-DET-MOTIVO          PIC X(22).
       01 WS-CAB-3.
           03 FILLER                 PIC X(34)
                    VALUE 'ASS NOME'.
           03 FILLER                 PIC X(7)  VALUE '   QTD '.
           03 FILLER                 PIC X(16) VALUE '      RECUPERADO'.
           03 FILLER                 PIC X(7)  VALUE '  PCT'.
           03 FILLER                 PIC X(16) VALUE '       COMISSAO'.
       01 WS-COM-LINHA.
           03 WS-CL-ASSESSORIA       PIC 9(3).
           03 FILLER                 PIC X     VALUE SPACE.
           03 WS-CL-NOME             PIC X(30).
           03 WS-CL-QTD              PIC ZZZZZ9.
           03 FILLER                 PIC X     VALUE SPACE.
           03 WS-CL-RECUPERADO       PIC ZZZ,ZZZ,ZZ9.99-.
           03 FILLER                 PIC X     VALUE SPACE.
           03 WS-CL-PCT              PIC Z9.99.
           03 FILLER                 PIC X     VALUE SPACE.
           03 WS-CL-COMISSAO         PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-TOT-LINHA.
           03 WS-TOT-LITERAL         PIC X(41).
           03 WS-TOT-VALOR           PIC ZZZ,ZZZ,ZZ9.99-.
           03 FILLER                 PIC X(24) VALUE SPACES.

       01 WS-AUDIT-PARM.
           03 WS-AU-PROGRAMA       PIC X(12) VALUE 'ASSESRETORNO'.
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
      * PAGTOPIXRET: cada recuperacao informada pela assessoria, pelo
      * valor exato da fila, vira confirmacao (situacao '1') no lote
      * do dia; devolucao tira o id da carteira da assessoria; a
      * comissao sai pelo percentual do cadastro sobre o recuperado.
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-ASS-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CAR-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-PEND-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CNF-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-PAGTO-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-LNOVO-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-REL-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-COM-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-ESP-PATH
            DISPLAY 'ASSESRETORNO - RETORNO DAS ASSESSORIAS DE '
                    'COBRANCA'

            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
            MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-HOJE

            PERFORM P060-CARREGA-ASSESSORIAS

            PERFORM P080-CONFERE-LOTE
            IF NOT WS-LOTE-VALIDO
                DISPLAY 'LOTE ' WS-PAGTO-PATH ' NAO PASSOU NA '
                        'CONFERENCIA DE CONTROLE. RETORNO RECUSADO.'
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF

            PERFORM P070-CARREGA-PENDENTES

            OPEN I-O WS-CAR-FILE
            IF WS-CAR-FS NOT = '00'
                DISPLAY 'CARTEIRA DAS ASSESSORIAS INDISPONIVEL: '
                        WS-CAR-PATH ' FS: ' WS-CAR-FS
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF

            OPEN OUTPUT WS-CNF-FILE
            OPEN OUTPUT WS-REL-FILE
            OPEN EXTEND WS-ESP-FILE
            IF WS-ESP-FS NOT = '00'
                OPEN OUTPUT WS-ESP-FILE
            END-IF
            MOVE WS-HOJE TO WS-CAB-DATA
            MOVE WS-AMB-NOME TO WS-CAB-AMBIENTE
            WRITE WS-REL-LINHA FROM WS-CAB-1
            MOVE ALL '=' TO WS-REL-LINHA
            WRITE WS-REL-LINHA
            WRITE WS-REL-LINHA FROM WS-CAB-2

            PERFORM VARYING WS-AG FROM 1 BY 1
                    UNTIL WS-AG > WS-QTD-ASS
                PERFORM P200-PROCESSA-RETORNO
            END-PERFORM

            CLOSE WS-CAR-FILE
            CLOSE WS-CNF-FILE
            CLOSE WS-ESP-FILE

            PERFORM P600-RELATA-COMISSOES
            CLOSE WS-REL-FILE

            IF WS-TOT-CONFIRMADOS > 0
                PERFORM P800-INCLUI-NO-LOTE
            END-IF

            DISPLAY '----- RESUMO DO RETORNO DAS ASSESSORIAS -----'
            DISPLAY 'ARQUIVOS LIDOS      : ' WS-TOT-ARQUIVOS
            DISPLAY 'EVENTOS LIDOS       : ' WS-TOT-LIDOS
            DISPLAY 'REGISTROS DE CONTROLE: ' WS-TOT-CONTROLE
            DISPLAY 'RECUPERADOS         : ' WS-TOT-CONFIRMADOS
            DISPLAY 'DEVOLVIDOS          : ' WS-TOT-DEVOLVIDOS
            DISPLAY 'EM EXCECAO          : ' WS-TOT-EXCECOES
            MOVE WS-VAL-CONFIRMADO TO WS-VALOR-ED
            DISPLAY 'VALOR RECUPERADO    : ' WS-VALOR-ED
            MOVE WS-VAL-COMISSAO   TO WS-VALOR-ED
            DISPLAY 'COMISSAO APURADA    : ' WS-VALOR-ED

            MOVE 'FIM'              TO WS-AU-EVENTO
            MOVE SPACES             TO WS-AU-CHAVE
            MOVE WS-TOT-CONFIRMADOS TO WS-AU-CONTADOR
            CALL 'AUDITLOG' USING WS-AUDIT-PARM

            IF WS-TOT-EXCECOES > 0
                DISPLAY 'VER EXCECOES EM ' WS-REL-PATH
                MOVE 4 TO RETURN-CODE
            END-IF
            STOP RUN.

       P060-CARREGA-ASSESSORIAS.
      * Inativa ainda pode mandar retorno do que ficou com ela.
            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN INPUT WS-ASS-FILE
            IF WS-ASS-FS NOT = '00'
                DISPLAY 'CADASTRO DE ASSESSORIAS NAO ENCONTRADO: '
                        WS-ASS-PATH ' FS: ' WS-ASS-FS
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM UNTIL WS-FIM
                READ WS-ASS-FILE NEXT RECORD
                    AT END SET WS-FIM TO TRUE
                    NOT AT END PERFORM P065-GUARDA-ASSESSORIA
                END-READ
            END-PERFORM
            CLOSE WS-ASS-FILE
            MOVE 'N' TO WS-FIM-ARQUIVO
            .
       P065-GUARDA-ASSESSORIA.
            IF WS-QTD-ASS < 50
                ADD 1 TO WS-QTD-ASS
                MOVE WS-QTD-ASS          TO WS-AG
                MOVE WS-ASS-CODIGO       TO WS-AG-CODIGO(WS-AG)
                MOVE WS-ASS-NOME         TO WS-AG-NOME(WS-AG)
                MOVE WS-ASS-PCT-COMISSAO TO WS-AG-PCT(WS-AG)
                MOVE WS-ASS-ARQ-RETORNO  TO WS-AG-ARQ-RETORNO(WS-AG)
                MOVE 0                   TO WS-AG-QTD-REC(WS-AG)
                MOVE 0                   TO WS-AG-VAL-REC(WS-AG)
                MOVE 0                   TO WS-AG-COMISSAO(WS-AG)
                MOVE 0                   TO WS-AG-QTD-DEV(WS-AG)
                MOVE 0                   TO WS-AG-QTD-EXC(WS-AG)
            ELSE
                DISPLAY 'AVISO: TABELA DE ASSESSORIAS CHEIA (50); '
                        WS-ASS-CODIGO ' FICA FORA DA RODADA.'
            END-IF
            .
       P070-CARREGA-PENDENTES.
            MOVE 0   TO WS-QTD-PEND
            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN INPUT WS-PEND-FILE
            IF WS-PEND-FS = '00'
                PERFORM UNTIL WS-FIM
                    READ WS-PEND-FILE
                        AT END SET WS-FIM TO TRUE
                        NOT AT END PERFORM P075-GUARDA-PENDENTE
                    END-READ
                END-PERFORM
                CLOSE WS-PEND-FILE
            ELSE
                DISPLAY 'AVISO: ARQUIVO DE PENDENTES NAO ENCONTRADO ('
                        WS-PEND-PATH ').'
            END-IF
            MOVE 'N' TO WS-FIM-ARQUIVO
            .
       P075-GUARDA-PENDENTE.
            IF WS-QTD-PEND < 5000
                ADD 1 TO WS-QTD-PEND
                MOVE WS-PEND-ID          TO WS-PD-ID(WS-QTD-PEND)
                MOVE WS-PEND-VALOR       TO WS-PD-VALOR(WS-QTD-PEND)
                MOVE WS-PEND-CLIENTE     TO WS-PD-CLIENTE(WS-QTD-PEND)
                MOVE WS-PEND-FILIAL      TO WS-PD-FILIAL(WS-QTD-PEND)
                MOVE WS-PEND-COD-CLIENTE
                     TO WS-PD-COD-CLIENTE(WS-QTD-PEND)
            ELSE
                DISPLAY 'AVISO: TABELA DE PENDENTES CHEIA (5000); '
                        'ID ' WS-PEND-ID ' FORA DA CONFERENCIA.'
            END-IF
            .
       P080-CONFERE-LOTE.
      * Mesma conferencia do P110 do PAGTOCONFIRM. Sem lote no dia o
      * P800 cria um so com as recuperacoes das assessorias.
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
       P200-PROCESSA-RETORNO.
            MOVE WS-AG-ARQ-RETORNO(WS-AG) TO WS-RET-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-RET-PATH
            OPEN INPUT WS-RET-FILE
            EVALUATE WS-RET-FS
                WHEN '00'
                    ADD 1 TO WS-TOT-ARQUIVOS
                    MOVE 'N' TO WS-FIM-ARQUIVO
                    PERFORM P210-LE-RETORNO
                            UNTIL WS-FIM
                    CLOSE WS-RET-FILE
                    MOVE 'N' TO WS-FIM-ARQUIVO
                WHEN '35'
                    DISPLAY 'ASSESSORIA ' WS-AG-CODIGO(WS-AG)
                            ' SEM RETORNO (' WS-RET-PATH ').'
                WHEN OTHER
                    DISPLAY 'RETORNO DA ASSESSORIA '
                            WS-AG-CODIGO(WS-AG) ' INDISPONIVEL: '
                            WS-RET-PATH ' FS: ' WS-RET-FS
                    ADD 1 TO WS-TOT-EXCECOES
            END-EVALUATE
            .
       P210-LE-RETORNO.
            READ WS-RET-FILE
                AT END SET WS-FIM TO TRUE
                NOT AT END
                    EVALUATE WS-RET-TIPO
                        WHEN '1'
                            ADD 1 TO WS-TOT-LIDOS
                            PERFORM P300-TRATA-EVENTO
                        WHEN '0'
                            ADD 1 TO WS-TOT-CONTROLE
                            PERFORM P220-CONFERE-HEADER
                        WHEN OTHER
                            ADD 1 TO WS-TOT-CONTROLE
                    END-EVALUATE
            END-READ
            .
       P220-CONFERE-HEADER.
      * Arquivo de outra assessoria no lugar deste nao e processado.
            IF WS-RET-H-ASSESSORIA NOT = WS-AG-CODIGO(WS-AG)
                DISPLAY 'RETORNO ' WS-RET-PATH ' E DA ASSESSORIA '
                        WS-RET-H-ASSESSORIA ', ESPERADA '
                        WS-AG-CODIGO(WS-AG) '. ARQUIVO IGNORADO.'
                ADD 1 TO WS-TOT-EXCECOES
                SET WS-FIM TO TRUE
            END-IF
            .
       P300-TRATA-EVENTO.
            MOVE 0 TO WS-VALOR-ESPERADO
            MOVE WS-RET-ID TO WS-CAR-ID
            MOVE 'N' TO WS-ACHOU-SW
            READ WS-CAR-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET WS-ACHOU TO TRUE
            END-READ

            EVALUATE TRUE
                WHEN NOT WS-ACHOU
                    MOVE 'ID NAO ENVIADO' TO WS-MOTIVO-EXC
                    PERFORM P500-GRAVA-EXCECAO
                WHEN WS-CAR-ASSESSORIA NOT = WS-AG-CODIGO(WS-AG)
                    MOVE 'ID DE OUTRA ASSESSORIA' TO WS-MOTIVO-EXC
                    PERFORM P500-GRAVA-EXCECAO
                WHEN NOT WS-CAR-EM-COBRANCA
                    MOVE 'ID FORA DE COBRANCA' TO WS-MOTIVO-EXC
                    PERFORM P500-GRAVA-EXCECAO
                WHEN WS-RET-EVENTO = 'R'
                    PERFORM P310-CONFERE-RECUPERACAO
                WHEN WS-RET-EVENTO = 'D'
                    PERFORM P450-DEVOLVE
                WHEN OTHER
                    MOVE 'EVENTO INVALIDO' TO WS-MOTIVO-EXC
                    PERFORM P500-GRAVA-EXCECAO
            END-EVALUATE
            .
       P310-CONFERE-RECUPERACAO.
            MOVE 0 TO WS-PD-SEL
            PERFORM VARYING WS-PD FROM 1 BY 1
                    UNTIL WS-PD > WS-QTD-PEND OR WS-PD-SEL > 0
                IF WS-PD-ID(WS-PD) = WS-RET-ID
                    MOVE WS-PD TO WS-PD-SEL
                END-IF
            END-PERFORM
            IF WS-PD-SEL > 0
                MOVE WS-PD-VALOR(WS-PD-SEL) TO WS-VALOR-ESPERADO
            END-IF
            EVALUATE TRUE
                WHEN WS-PD-SEL = 0
                    MOVE 'ID FORA DA FILA' TO WS-MOTIVO-EXC
                    PERFORM P500-GRAVA-EXCECAO
                WHEN WS-RET-VALOR > WS-VALOR-ESPERADO
                    MOVE 'RECUPERADO A MAIOR' TO WS-MOTIVO-EXC
                    PERFORM P500-GRAVA-EXCECAO
                WHEN WS-RET-VALOR < WS-VALOR-ESPERADO
                    MOVE 'RECUPERADO A MENOR' TO WS-MOTIVO-EXC
                    PERFORM P500-GRAVA-EXCECAO
                WHEN OTHER
                    PERFORM P400-CONFIRMA
            END-EVALUATE
            .
       P400-CONFIRMA.
            COMPUTE WS-COMISSAO ROUNDED =
                    WS-RET-VALOR * WS-AG-PCT(WS-AG) / 100

            MOVE '1'                        TO WS-CNF-TIPO
            MOVE WS-RET-ID                  TO WS-CNF-ID
            MOVE WS-RET-VALOR               TO WS-CNF-VALOR
            MOVE '1'                        TO WS-CNF-COD-SITUACAO
            MOVE 0                          TO WS-CNF-MOTIVO
            MOVE WS-PD-CLIENTE(WS-PD-SEL)   TO WS-CNF-CLIENTE
            MOVE SPACES                     TO WS-CNF-DATA-PENDENCIA
            MOVE WS-PD-FILIAL(WS-PD-SEL)    TO WS-CNF-FILIAL
            MOVE WS-PD-COD-CLIENTE(WS-PD-SEL)
                                            TO WS-CNF-COD-CLIENTE
            WRITE WS-CNF-REGISTRO

            MOVE WS-RET-DATA                TO WS-ESP-DATA
            MOVE SPACES                     TO WS-ESP-FILIAL
            MOVE 'ASSESSOR'                 TO WS-ESP-ORIGEM
            MOVE SPACES                     TO WS-ESP-REFERENCIA
            MOVE WS-AG-CODIGO(WS-AG)        TO WS-ESP-REFERENCIA(1:3)
            MOVE WS-RET-VALOR               TO WS-ESP-VALOR
            MOVE WS-HOJE                    TO WS-ESP-DATA-GERACAO
            WRITE WS-ESP-REGISTRO

            MOVE 'R'             TO WS-CAR-SITUACAO
            MOVE WS-HOJE         TO WS-CAR-DATA-RETORNO
            MOVE WS-RET-VALOR    TO WS-CAR-VALOR-RECUPERADO
            MOVE WS-COMISSAO     TO WS-CAR-COMISSAO
            REWRITE WS-CAR-REGISTRO
                INVALID KEY
                    DISPLAY 'FALHA AO ATUALIZAR CARTEIRA: ' WS-CAR-ID
            END-REWRITE

            ADD 1            TO WS-AG-QTD-REC(WS-AG)
            ADD WS-RET-VALOR TO WS-AG-VAL-REC(WS-AG)
            ADD WS-COMISSAO  TO WS-AG-COMISSAO(WS-AG)
            ADD 1            TO WS-TOT-CONFIRMADOS
            ADD WS-RET-VALOR TO WS-VAL-CONFIRMADO
            ADD WS-COMISSAO  TO WS-VAL-COMISSAO

            MOVE 'ASSES-RECUP'       TO WS-AU-EVENTO
            MOVE SPACES              TO WS-AU-CHAVE
            MOVE WS-RET-ID           TO WS-AU-CHAVE(1:9)
            MOVE WS-AG-CODIGO(WS-AG) TO WS-AU-CHAVE(11:3)
            MOVE WS-TOT-CONFIRMADOS  TO WS-AU-CONTADOR
            CALL 'AUDITLOG' USING WS-AUDIT-PARM
            .
       P450-DEVOLVE.
      * O debito continua na fila; na proxima remessa mensal pode ir
      * para outra assessoria.
            MOVE 'D'     TO WS-CAR-SITUACAO
            MOVE WS-HOJE TO WS-CAR-DATA-RETORNO
            REWRITE WS-CAR-REGISTRO
                INVALID KEY
                    DISPLAY 'FALHA AO ATUALIZAR CARTEIRA: ' WS-CAR-ID
            END-REWRITE

            ADD 1 TO WS-AG-QTD-DEV(WS-AG)
            ADD 1 TO WS-TOT-DEVOLVIDOS

            MOVE 'ASSES-DEVOL'       TO WS-AU-EVENTO
            MOVE SPACES              TO WS-AU-CHAVE
            MOVE WS-RET-ID           TO WS-AU-CHAVE(1:9)
            MOVE WS-AG-CODIGO(WS-AG) TO WS-AU-CHAVE(11:3)
            MOVE WS-TOT-DEVOLVIDOS   TO WS-AU-CONTADOR
            CALL 'AUDITLOG' USING WS-AUDIT-PARM
            .
       P500-GRAVA-EXCECAO.
            MOVE WS-AG-CODIGO(WS-AG) TO WS-DET-ASSESSORIA
            MOVE WS-RET-ID           TO WS-DET-ID
            MOVE WS-RET-EVENTO       TO WS-DET-EVENTO
            MOVE WS-RET-VALOR        TO WS-DET-VALOR-RETORNO
            MOVE WS-VALOR-ESPERADO   TO WS-DET-VALOR-FILA
            MOVE WS-MOTIVO-EXC       TO WS-DET-MOTIVO
            WRITE WS-REL-LINHA FROM WS-DET-LINHA

            ADD 1            TO WS-AG-QTD-EXC(WS-AG)
            ADD 1            TO WS-TOT-EXCECOES
            ADD WS-RET-VALOR TO WS-VAL-EXCECAO
            .
       P600-RELATA-COMISSOES.
            MOVE ALL '-' TO WS-REL-LINHA
            WRITE WS-REL-LINHA
            MOVE 'TOTAL RECUPERADO' TO WS-TOT-LITERAL
            MOVE WS-VAL-CONFIRMADO  TO WS-TOT-VALOR
            WRITE WS-REL-LINHA FROM WS-TOT-LINHA
            MOVE 'TOTAL EM EXCECAO' TO WS-TOT-LITERAL
            MOVE WS-VAL-EXCECAO     TO WS-TOT-VALOR
            WRITE WS-REL-LINHA FROM WS-TOT-LINHA

            MOVE SPACES TO WS-REL-LINHA
            WRITE WS-REL-LINHA
            MOVE 'COMISSAO DAS ASSESSORIAS' TO WS-REL-LINHA
            WRITE WS-REL-LINHA
            MOVE ALL '=' TO WS-REL-LINHA
            WRITE WS-REL-LINHA
            WRITE WS-REL-LINHA FROM WS-CAB-3

            OPEN EXTEND WS-COM-FILE
            IF WS-COM-FS NOT = '00'
                OPEN OUTPUT WS-COM-FILE
            END-IF
            PERFORM VARYING WS-AG FROM 1 BY 1
                    UNTIL WS-AG > WS-QTD-ASS
                IF WS-AG-QTD-REC(WS-AG) > 0
                    PERFORM P610-GRAVA-COMISSAO
                END-IF
            END-PERFORM
            CLOSE WS-COM-FILE

            MOVE ALL '-' TO WS-REL-LINHA
            WRITE WS-REL-LINHA
            MOVE 'TOTAL DE COMISSOES' TO WS-TOT-LITERAL
            MOVE WS-VAL-COMISSAO      TO WS-TOT-VALOR
            WRITE WS-REL-LINHA FROM WS-TOT-LINHA
            .
       P610-GRAVA-COMISSAO.
            MOVE WS-AG-CODIGO(WS-AG)   TO WS-CL-ASSESSORIA
            MOVE WS-AG-NOME(WS-AG)     TO WS-CL-NOME
            MOVE WS-AG-QTD-REC(WS-AG)  TO WS-CL-QTD
            MOVE WS-AG-VAL-REC(WS-AG)  TO WS-CL-RECUPERADO
            MOVE WS-AG-PCT(WS-AG)      TO WS-CL-PCT
            MOVE WS-AG-COMISSAO(WS-AG) TO WS-CL-COMISSAO
            WRITE WS-REL-LINHA FROM WS-COM-LINHA

            MOVE WS-HOJE               TO WS-COM-DATA
            MOVE WS-AG-CODIGO(WS-AG)   TO WS-COM-ASSESSORIA
            MOVE WS-AG-QTD-REC(WS-AG)  TO WS-COM-QTD
            MOVE WS-AG-VAL-REC(WS-AG)  TO WS-COM-VALOR-RECUPERADO
            MOVE WS-AG-PCT(WS-AG)      TO WS-COM-PCT
            MOVE WS-AG-COMISSAO(WS-AG) TO WS-COM-COMISSAO
            WRITE WS-COM-REGISTRO
            .
       P800-INCLUI-NO-LOTE.
      * O lote e copiado para o .ASSES com as confirmacoes antes do
      * trailer, que sai recalculado; o .ASSES assume o nome do lote
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
                MOVE '0'          TO WS-OUT-H-TIPO
                MOVE WS-HOJE      TO WS-OUT-H-DATA
                MOVE 'ASSESSORIA' TO WS-OUT-H-ORIGEM
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
       END PROGRAM ASSESRETORNO.
