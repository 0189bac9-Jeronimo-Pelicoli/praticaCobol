      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASSESREMESSA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-PARM-FILE     ASSIGN TO WS-PARM-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-PARM-FS.
           SELECT WS-PEND-FILE     ASSIGN TO WS-PEND-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-PEND-FS.
           SELECT WS-LOG-FILE      ASSIGN TO WS-LOG-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-LOG-FS.
           SELECT WS-ASS-FILE      ASSIGN TO WS-ASS-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS WS-ASS-CODIGO
                                    FILE STATUS WS-ASS-FS.
           SELECT WS-CAR-FILE      ASSIGN TO WS-CAR-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS WS-CAR-ID
                                    FILE STATUS WS-CAR-FS.
           SELECT WS-REM-FILE      ASSIGN TO WS-REM-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-REM-FS.
           SELECT WS-CLI-FILE      ASSIGN TO WS-CLI-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS WS-CLI-CODIGO
                                    ALTERNATE RECORD KEY IS WS-CLI-NOME
                                                  WITH DUPLICATES
                                    FILE STATUS WS-CLI-FS.
           SELECT WS-DOC-FILE      ASSIGN TO WS-DOC-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS WS-DOC-CODIGO
                                    ALTERNATE RECORD KEY IS
                                                  WS-DOC-NUMERO
                                    FILE STATUS WS-DOC-FS.
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
       DATA DIVISION.
       FILE SECTION.
       FD  WS-PARM-FILE.
       01 WS-PARM-REGISTRO.
           03 WS-PARM-LIMITE-DIAS    PIC 99.
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
       FD  WS-LOG-FILE.
       01 WS-LOG-REGISTRO.
           03 WS-LOG-DATA            PIC 9(8).
           03 WS-LOG-ID              PIC 9(9).
           03 WS-LOG-CLIENTE         PIC X(30).
           03 WS-LOG-SEVERIDADE      PIC X.
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
              88 WS-CAR-RECUPERADO           VALUE 'R'.
           03 WS-CAR-DATA-RETORNO    PIC 9(8).
           03 WS-CAR-VALOR-RECUPERADO PIC S9(9)V99.
           03 WS-CAR-COMISSAO        PIC S9(9)V99.
      * Remessa mensal de cada assessoria: header, detalhe '1' por
      * debito enviado (com os dados de contato do cliente), detalhe
      * '2' por debito retirado da cobranca e trailer.
       FD  WS-REM-FILE.
       01 WS-REM-DETALHE.
           03 WS-REM-TIPO            PIC X.
           03 WS-REM-ID              PIC 9(9).
           03 WS-REM-COD-CLIENTE     PIC 9(6).
           03 WS-REM-NOME            PIC X(30).
           03 WS-REM-DOC-TIPO        PIC X.
           03 WS-REM-DOC-NUMERO      PIC X(14).
           03 WS-REM-VALOR           PIC 9(9)V99.
           03 WS-REM-DATA-DEBITO     PIC 9(8).
           03 WS-REM-FILIAL          PIC X(3).
           03 WS-REM-ENDERECO        PIC X(60).
           03 WS-REM-CIDADE          PIC X(30).
           03 WS-REM-ESTADO          PIC X(30).
           03 WS-REM-TELEFONE        PIC X(20).
           03 WS-REM-EMAIL           PIC X(50).
       01 WS-REM-RETIRADA.
           03 WS-REM-R-TIPO          PIC X.
           03 WS-REM-R-ID            PIC 9(9).
           03 WS-REM-R-COD-CLIENTE   PIC 9(6).
           03 WS-REM-R-NOME          PIC X(30).
           03 WS-REM-R-MOTIVO        PIC X(10).
       01 WS-REM-HEADER.
           03 WS-REM-H-TIPO          PIC X.
           03 WS-REM-H-DATA          PIC 9(8).
           03 WS-REM-H-ASSESSORIA    PIC 9(3).
           03 WS-REM-H-LITERAL       PIC X(10).
       01 WS-REM-TRAILER.
           03 WS-REM-T-TIPO          PIC X.
           03 WS-REM-T-QTD           PIC 9(6).
           03 WS-REM-T-TOTAL         PIC S9(11)V99.
           03 WS-REM-T-QTD-RETIRADA  PIC 9(6).
       FD  WS-CLI-FILE.
       01 WS-CLI-REGISTRO.
           03 WS-CLI-CODIGO          PIC 9(6).
           03 WS-CLI-NOME            PIC X(30).
           03 WS-CLI-ENDERECO        PIC X(60).
           03 WS-CLI-TELEFONE        PIC X(20).
           03 WS-CLI-EMAIL           PIC X(50).
           03 WS-CLI-ESTADO          PIC X(30).
           03 WS-CLI-CIDADE          PIC X(30).
       FD  WS-DOC-FILE.
       01 WS-DOC-REGISTRO.
          03 WS-DOC-CODIGO              PIC 9(6).
          03 WS-DOC-TIPO                PIC X.
          03 WS-DOC-NUMERO              PIC X(14).
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

       WORKING-STORAGE SECTION.
       01 WS-PARM-PATH               PIC X(40)
                            VALUE 'PAGTOAGING.PARM'.
       01 WS-PEND-PATH               PIC X(40)
                            VALUE 'PAGTOCONFIRM.PENDENTES'.
       01 WS-LOG-PATH                PIC X(40) VALUE 'CARTAS.LOG'.
       01 WS-ASS-PATH                PIC X(40) VALUE 'ASSESSORIAS.IDX'.
       01 WS-CAR-PATH                PIC X(40)
                            VALUE 'ASSESSORIA.CARTEIRA.IDX'.
       01 WS-REM-PATH                PIC X(40) VALUE SPACES.
       01 WS-CLI-PATH                PIC X(40)
                            VALUE 'CLIENTES.NOVO.IDX'.
       01 WS-DOC-PATH                PIC X(40) VALUE 'CLIDOC.IDX'.
       01 WS-DSP-PATH                PIC X(40) VALUE 'DISPUTAS.IDX'.
       01 WS-BLQ-PATH                PIC X(40) VALUE 'PAGTOBLOQ.IDX'.
       01 WS-PARM-FS                 PIC XX.
       01 WS-PEND-FS                 PIC XX.
       01 WS-LOG-FS                  PIC XX.
       01 WS-ASS-FS                  PIC XX.
       01 WS-CAR-FS                  PIC XX.
       01 WS-REM-FS                  PIC XX.
       01 WS-CLI-FS                  PIC XX.
       01 WS-DOC-FS                  PIC XX.
       01 WS-DSP-FS                  PIC XX.
       01 WS-BLQ-FS                  PIC XX.

       01 WS-FIM-ARQUIVO             PIC X     VALUE 'N'.
          88 WS-FIM                            VALUE 'Y'.
       01 WS-CLI-ABERTO-SW           PIC X     VALUE 'N'.
          88 WS-CLI-ABERTO                     VALUE 'Y'.
       01 WS-DOC-ABERTO-SW           PIC X     VALUE 'N'.
          88 WS-DOC-ABERTO                     VALUE 'Y'.
       01 WS-DSP-ABERTO-SW           PIC X     VALUE 'N'.
          88 WS-DSP-ABERTO                     VALUE 'Y'.
       01 WS-BLQ-ABERTO-SW           PIC X     VALUE 'N'.
          88 WS-BLQ-ABERTO                     VALUE 'Y'.
       01 WS-CAR-EXISTE-SW           PIC X     VALUE 'N'.
          88 WS-CAR-EXISTE                     VALUE 'Y'.
       01 WS-IMPEDIDO-SW             PIC X     VALUE 'N'.
          88 WS-IMPEDIDO                       VALUE 'Y'.
       01 WS-MOTIVO-RETIRADA         PIC X(10) VALUE SPACES.

      * Limite de escalacao do PAGTOAGING e parametros proprios:
      * dias de atraso para terceirizar e dias de espera depois do
      * aviso final do PAGTOCARTA sem pagamento.
       01 WS-LIMITE-ESCALACAO        PIC 99    VALUE 5.
       01 WS-DIAS-TERCEIRIZAR        PIC 999   VALUE 60.
       01 WS-DIAS-AVISO              PIC 999   VALUE 15.

      * Data do primeiro aviso final de cada id, tirada do log de
      * cartas; o aviso se repete a cada rodada e vale o mais antigo.
       01 WS-TAB-AVISOS.
          03 WS-QTD-AVISO            PIC 9(4)  VALUE 0.
          03 WS-AV-ITEM OCCURS 5000 TIMES.
             05 WS-AV-ID             PIC 9(9).
             05 WS-AV-DATA           PIC 9(8).
       01 WS-IX                      PIC 9(4)  VALUE 0.
       01 WS-AV-SEL                  PIC 9(4)  VALUE 0.

      * Assessorias do cadastro, com a carteira em cobranca de cada
      * uma: o debito novo vai para a de menor carteira entre as que
      * atendem a faixa de saldo e a filial.
       01 WS-TAB-ASSESSORIAS.
          03 WS-QTD-ASS              PIC 99    VALUE 0.
          03 WS-AG-ITEM OCCURS 50 TIMES.
             05 WS-AG-CODIGO         PIC 9(3).
             05 WS-AG-NOME           PIC X(30).
             05 WS-AG-FILIAL         PIC X(3).
             05 WS-AG-FAIXA-MIN      PIC 9(9)V99.
             05 WS-AG-FAIXA-MAX      PIC 9(9)V99.
             05 WS-AG-ARQ-REMESSA    PIC X(40).
             05 WS-AG-SITUACAO       PIC X.
             05 WS-AG-CARTEIRA       PIC S9(11)V99.
             05 WS-AG-QTD-ENVIO      PIC 9(6).
             05 WS-AG-VAL-ENVIO      PIC S9(11)V99.
             05 WS-AG-QTD-RETIRADA   PIC 9(6).
       01 WS-AG                      PIC 99    VALUE 0.
       01 WS-AG-SEL                  PIC 99    VALUE 0.
       01 WS-AG-EXCLUIDA             PIC 9(3)  VALUE 0.
       01 WS-AG-CODIGO-BUSCA         PIC 9(3)  VALUE 0.

       01 WS-TAB-ENVIOS.
          03 WS-QTD-ENVIO            PIC 9(4)  VALUE 0.
          03 WS-EN-ITEM OCCURS 5000 TIMES.
             05 WS-EN-ID             PIC 9(9).
             05 WS-EN-AG             PIC 99.
             05 WS-EN-COD-CLIENTE    PIC 9(6).
             05 WS-EN-CLIENTE        PIC X(30).
             05 WS-EN-VALOR          PIC S9(9)V99.
             05 WS-EN-DATA-PEND      PIC 9(8).
             05 WS-EN-FILIAL         PIC X(3).
       01 WS-TAB-RETIRADAS.
          03 WS-QTD-RETIRADA         PIC 9(4)  VALUE 0.
          03 WS-RT-ITEM OCCURS 2000 TIMES.
             05 WS-RT-ID             PIC 9(9).
             05 WS-RT-AG             PIC 99.
             05 WS-RT-COD-CLIENTE    PIC 9(6).
             05 WS-RT-CLIENTE        PIC X(30).
             05 WS-RT-MOTIVO         PIC X(10).
       01 WS-EN                      PIC 9(4)  VALUE 0.
       01 WS-RT                      PIC 9(4)  VALUE 0.

       01 WS-DATA-HORA-ATUAL         PIC X(21).
       01 WS-HOJE                    PIC 9(8)  VALUE 0.
       01 WS-HOJE-INTEGER            PIC 9(7)  VALUE 0.
       01 WS-PEND-INTEGER            PIC 9(7)  VALUE 0.
       01 WS-DIAS-PENDENTE           PIC S9(4) VALUE 0.
       01 WS-DIAS-DESDE-AVISO        PIC S9(4) VALUE 0.
       01 WS-VALOR-ED                PIC ZZZ,ZZZ,ZZ9.99-.

       01 WS-CONTADORES.
          03 WS-TOT-ENVIADO          PIC 9(6)  VALUE 0.
          03 WS-TOT-EM-COBRANCA      PIC 9(6)  VALUE 0.
          03 WS-TOT-RECUPERADO       PIC 9(6)  VALUE 0.
          03 WS-TOT-RETIRADO         PIC 9(6)  VALUE 0.
          03 WS-TOT-SEM-AVISO        PIC 9(6)  VALUE 0.
          03 WS-TOT-EM-DISPUTA       PIC 9(6)  VALUE 0.
          03 WS-TOT-BLOQUEADO        PIC 9(6)  VALUE 0.
          03 WS-TOT-JURIDICO         PIC 9(6)  VALUE 0.
          03 WS-TOT-SEM-ASSESSORIA   PIC 9(6)  VALUE 0.
          03 WS-TOT-ADIADO           PIC 9(6)  VALUE 0.
          03 WS-TOT-FALHA-REMESSA    PIC 9(6)  VALUE 0.
          03 WS-VAL-ENVIADO          PIC S9(11)V99 VALUE 0.

       01 WS-PARMLE-PARM.
           03 WS-PL-PROGRAMA       PIC X(12) VALUE 'ASSESREMESSA'.
           03 WS-PL-NOME           PIC X(12).
           03 WS-PL-DATA-PROC      PIC 9(8).
           03 WS-PL-VALOR          PIC X(14).
           03 WS-PL-RC             PIC 99.

       01 WS-JURIDICO-PARM.
           03 WS-JD-COD-CLIENTE    PIC 9(6).
           03 WS-JD-SITUACAO       PIC X.
           03 WS-JD-DATA-EVENTO    PIC 9(8).
           03 WS-JD-PROCESSO       PIC X(25).
           03 WS-JD-ADVOGADO       PIC X(30).
           03 WS-JD-RC             PIC 99.
              88 WS-JD-EM-JURIDICO         VALUE 0.

       01 WS-AUDIT-PARM.
           03 WS-AU-PROGRAMA       PIC X(12) VALUE 'ASSESREMESSA'.
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
      * Rodada mensal da cobranca terceirizada: o que passou pela
      * regua de cartas do PAGTOCARTA sem pagar vai para as
      * assessorias; o que saiu da fila ou entrou em disputa ou
      * bloqueio e retirado delas na mesma remessa.
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-PARM-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-PEND-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-LOG-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-ASS-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CAR-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CLI-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-DOC-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-DSP-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-BLQ-PATH
            DISPLAY 'ASSESREMESSA - REMESSA PARA ASSESSORIAS DE '
                    'COBRANCA'
            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
            MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-HOJE
            COMPUTE WS-HOJE-INTEGER =
                    FUNCTION INTEGER-OF-DATE(WS-HOJE)

            PERFORM P050-CARREGA-PARAMETROS
            PERFORM P060-CARREGA-ASSESSORIAS
            PERFORM P070-CARREGA-AVISOS
            PERFORM P100-ABRE-ARQUIVOS
            PERFORM P200-AVALIA-PENDENTE
                    UNTIL WS-FIM
            CLOSE WS-PEND-FILE
            PERFORM P600-RETIRA-FORA-DA-FILA
            PERFORM P700-GRAVA-REMESSAS
            PERFORM P800-FINALIZA

            STOP RUN.

       P050-CARREGA-PARAMETROS.
      * So vai para fora o que o PAGTOAGING ja escala; DIAS abaixo do
      * limite de escalacao nao antecipa o envio.
            OPEN INPUT WS-PARM-FILE
            IF WS-PARM-FS = '00'
                READ WS-PARM-FILE
                    AT END CONTINUE
                    NOT AT END MOVE WS-PARM-LIMITE-DIAS
                                         TO WS-LIMITE-ESCALACAO
                END-READ
                CLOSE WS-PARM-FILE
            END-IF

            MOVE WS-HOJE TO WS-PL-DATA-PROC
            MOVE 'DIAS' TO WS-PL-NOME
            CALL 'PARMLE' USING WS-PARMLE-PARM
            IF WS-PL-RC = 0 AND WS-PL-VALOR(1:3) IS NUMERIC
                MOVE WS-PL-VALOR(1:3) TO WS-DIAS-TERCEIRIZAR
            END-IF
            MOVE 'AVISO' TO WS-PL-NOME
            CALL 'PARMLE' USING WS-PARMLE-PARM
            IF WS-PL-RC = 0 AND WS-PL-VALOR(1:3) IS NUMERIC
                MOVE WS-PL-VALOR(1:3) TO WS-DIAS-AVISO
            END-IF
            IF WS-DIAS-TERCEIRIZAR < WS-LIMITE-ESCALACAO
                MOVE WS-LIMITE-ESCALACAO TO WS-DIAS-TERCEIRIZAR
            END-IF
            DISPLAY 'TERCEIRIZA ACIMA DE ' WS-DIAS-TERCEIRIZAR
                    ' DIAS, ' WS-DIAS-AVISO ' DIAS APOS O AVISO FINAL.'
            .
       P060-CARREGA-ASSESSORIAS.
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
                MOVE WS-ASS-FILIAL       TO WS-AG-FILIAL(WS-AG)
                MOVE WS-ASS-FAIXA-MIN    TO WS-AG-FAIXA-MIN(WS-AG)
                MOVE WS-ASS-FAIXA-MAX    TO WS-AG-FAIXA-MAX(WS-AG)
                MOVE WS-ASS-ARQ-REMESSA  TO WS-AG-ARQ-REMESSA(WS-AG)
                MOVE WS-ASS-SITUACAO     TO WS-AG-SITUACAO(WS-AG)
                MOVE 0                   TO WS-AG-CARTEIRA(WS-AG)
                MOVE 0                   TO WS-AG-QTD-ENVIO(WS-AG)
                MOVE 0                   TO WS-AG-VAL-ENVIO(WS-AG)
                MOVE 0                   TO WS-AG-QTD-RETIRADA(WS-AG)
            ELSE
                DISPLAY 'AVISO: TABELA DE ASSESSORIAS CHEIA (50); '
                        WS-ASS-CODIGO ' FICA FORA DA RODADA.'
            END-IF
            .
       P070-CARREGA-AVISOS.
            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN INPUT WS-LOG-FILE
            IF WS-LOG-FS = '00'
                PERFORM UNTIL WS-FIM
                    READ WS-LOG-FILE
                        AT END SET WS-FIM TO TRUE
                        NOT AT END
                            IF WS-LOG-SEVERIDADE = 'F'
                                PERFORM P080-GUARDA-AVISO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE WS-LOG-FILE
            ELSE
                DISPLAY 'LOG DE CARTAS NAO ENCONTRADO: ' WS-LOG-PATH
                        '. NADA SERA TERCEIRIZADO SEM A REGUA DE '
                        'CARTAS.'
            END-IF
            MOVE 'N' TO WS-FIM-ARQUIVO
            .
       P080-GUARDA-AVISO.
            PERFORM P090-BUSCA-AVISO
            IF WS-AV-SEL > 0
                IF WS-LOG-DATA < WS-AV-DATA(WS-AV-SEL)
                    MOVE WS-LOG-DATA TO WS-AV-DATA(WS-AV-SEL)
                END-IF
            ELSE
                IF WS-QTD-AVISO < 5000
                    ADD 1 TO WS-QTD-AVISO
                    MOVE WS-LOG-ID   TO WS-AV-ID(WS-QTD-AVISO)
                    MOVE WS-LOG-DATA TO WS-AV-DATA(WS-QTD-AVISO)
                ELSE
                    DISPLAY 'AVISO: TABELA DE AVISOS CHEIA (5000); '
                            'ID ' WS-LOG-ID ' FICA PARA OUTRA RODADA.'
                END-IF
            END-IF
            .
       P090-BUSCA-AVISO.
            MOVE 0 TO WS-AV-SEL
            PERFORM VARYING WS-IX FROM 1 BY 1
                    UNTIL WS-IX > WS-QTD-AVISO OR WS-AV-SEL > 0
                IF WS-AV-ID(WS-IX) = WS-LOG-ID
                    MOVE WS-IX TO WS-AV-SEL
                END-IF
            END-PERFORM
            .
       P095-BUSCA-ASSESSORIA.
            MOVE 0 TO WS-AG-SEL
            PERFORM VARYING WS-AG FROM 1 BY 1
                    UNTIL WS-AG > WS-QTD-ASS OR WS-AG-SEL > 0
                IF WS-AG-CODIGO(WS-AG) = WS-AG-CODIGO-BUSCA
                    MOVE WS-AG TO WS-AG-SEL
                END-IF
            END-PERFORM
            .
       P100-ABRE-ARQUIVOS.
            OPEN INPUT WS-PEND-FILE
            IF WS-PEND-FS NOT = '00'
                DISPLAY 'ARQUIVO DE PENDENTES NAO ENCONTRADO: '
                        WS-PEND-PATH
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN I-O WS-CAR-FILE
            IF WS-CAR-FS NOT = '00'
                OPEN OUTPUT WS-CAR-FILE
                CLOSE WS-CAR-FILE
                OPEN I-O WS-CAR-FILE
            END-IF
            IF WS-CAR-FS NOT = '00'
                DISPLAY 'CARTEIRA DAS ASSESSORIAS INDISPONIVEL: '
                        WS-CAR-PATH ' FS: ' WS-CAR-FS
                CLOSE WS-PEND-FILE
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM P110-SOMA-CARTEIRA

            OPEN INPUT WS-CLI-FILE
            IF WS-CLI-FS = '00'
                SET WS-CLI-ABERTO TO TRUE
            END-IF
            OPEN INPUT WS-DOC-FILE
            IF WS-DOC-FS = '00'
                SET WS-DOC-ABERTO TO TRUE
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
       P110-SOMA-CARTEIRA.
      * Carteira em cobranca de cada assessoria no inicio da rodada.
            MOVE 'N' TO WS-FIM-ARQUIVO
            MOVE 0   TO WS-CAR-ID
            START WS-CAR-FILE KEY NOT LESS WS-CAR-ID
                INVALID KEY SET WS-FIM TO TRUE
            END-START
            PERFORM UNTIL WS-FIM
                READ WS-CAR-FILE NEXT RECORD
                    AT END SET WS-FIM TO TRUE
                    NOT AT END
                        IF WS-CAR-EM-COBRANCA
                            MOVE WS-CAR-ASSESSORIA
                                 TO WS-AG-CODIGO-BUSCA
                            PERFORM P095-BUSCA-ASSESSORIA
                            IF WS-AG-SEL > 0
                                ADD WS-CAR-VALOR
                                    TO WS-AG-CARTEIRA(WS-AG-SEL)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            MOVE 'N' TO WS-FIM-ARQUIVO
            .
       P150-LE-PENDENTE.
            READ WS-PEND-FILE
                AT END SET WS-FIM TO TRUE
            END-READ
            .
       P200-AVALIA-PENDENTE.
            IF WS-PEND-DATA-PENDENCIA NOT NUMERIC
                   OR WS-PEND-DATA-PENDENCIA = 0
                MOVE 0 TO WS-DIAS-PENDENTE
            ELSE
                COMPUTE WS-PEND-INTEGER =
                    FUNCTION INTEGER-OF-DATE(WS-PEND-DATA-PENDENCIA)
                COMPUTE WS-DIAS-PENDENTE =
                    WS-HOJE-INTEGER - WS-PEND-INTEGER
            END-IF

            MOVE 'N'        TO WS-CAR-EXISTE-SW
            MOVE WS-PEND-ID TO WS-CAR-ID
            READ WS-CAR-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET WS-CAR-EXISTE TO TRUE
            END-READ

      * Devolvido pela assessoria volta a ser distribuido, mas nao
      * para a mesma; retirado por nos pode ir para qualquer uma.
            EVALUATE TRUE
                WHEN WS-CAR-EXISTE AND WS-CAR-EM-COBRANCA
                    PERFORM P250-CONFERE-EM-COBRANCA
                WHEN WS-CAR-EXISTE AND WS-CAR-RECUPERADO
                    ADD 1 TO WS-TOT-RECUPERADO
                WHEN WS-DIAS-PENDENTE > WS-DIAS-TERCEIRIZAR
                     AND WS-PEND-VALOR > 0
                    MOVE 0 TO WS-AG-EXCLUIDA
                    IF WS-CAR-EXISTE AND WS-CAR-SITUACAO = 'D'
                        MOVE WS-CAR-ASSESSORIA TO WS-AG-EXCLUIDA
                    END-IF
                    PERFORM P300-VERIFICA-IMPEDIMENTOS
                    IF NOT WS-IMPEDIDO
                        PERFORM P400-ESCOLHE-ASSESSORIA
                        IF WS-AG-SEL = 0
                            ADD 1 TO WS-TOT-SEM-ASSESSORIA
                            MOVE WS-PEND-VALOR TO WS-VALOR-ED
                            DISPLAY 'ID ' WS-PEND-ID ' FILIAL '
                                    WS-PEND-FILIAL ' VALOR '
                                    WS-VALOR-ED
                                    ' SEM ASSESSORIA QUE ATENDA.'
                        ELSE
                            PERFORM P450-ENVIA-DEBITO
                        END-IF
                    END-IF
                WHEN OTHER
                    CONTINUE
            END-EVALUATE

            PERFORM P150-LE-PENDENTE
            .
       P250-CONFERE-EM-COBRANCA.
      * Continua na fila: segue com a assessoria, a nao ser que tenha
      * entrado em disputa ou bloqueio depois do envio.
            PERFORM P310-VERIFICA-SUSPENSAO
            IF WS-IMPEDIDO
                PERFORM P500-RETIRA-DEBITO
            ELSE
                ADD 1 TO WS-TOT-EM-COBRANCA
                MOVE WS-HOJE TO WS-CAR-DATA-CONFERENCIA
                REWRITE WS-CAR-REGISTRO
                    INVALID KEY
                        DISPLAY 'FALHA AO ATUALIZAR CARTEIRA: '
                                WS-CAR-ID
                END-REWRITE
            END-IF
            .
       P300-VERIFICA-IMPEDIMENTOS.
      * Debito contestado ou retido pela mesa nao sai de casa, e sem
      * o aviso final com a antecedencia minima tambem nao.
            PERFORM P310-VERIFICA-SUSPENSAO
            IF NOT WS-IMPEDIDO
                MOVE WS-PEND-ID TO WS-LOG-ID
                PERFORM P090-BUSCA-AVISO
                IF WS-AV-SEL = 0
                    MOVE 0 TO WS-DIAS-DESDE-AVISO
                ELSE
                    COMPUTE WS-DIAS-DESDE-AVISO = WS-HOJE-INTEGER -
                        FUNCTION INTEGER-OF-DATE(WS-AV-DATA(WS-AV-SEL))
                END-IF
                IF WS-AV-SEL = 0
                   OR WS-DIAS-DESDE-AVISO < WS-DIAS-AVISO
                    SET WS-IMPEDIDO TO TRUE
                    ADD 1 TO WS-TOT-SEM-AVISO
                END-IF
            END-IF
            .
       P310-VERIFICA-SUSPENSAO.
            MOVE 'N'    TO WS-IMPEDIDO-SW
            MOVE SPACES TO WS-MOTIVO-RETIRADA
            IF WS-DSP-ABERTO
                MOVE WS-PEND-ID TO WS-DSP-ID
                READ WS-DSP-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF WS-DSP-SITUACAO = 'A'
                            SET WS-IMPEDIDO TO TRUE
                            ADD 1 TO WS-TOT-EM-DISPUTA
                            MOVE 'DISPUTA' TO WS-MOTIVO-RETIRADA
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
                            ADD 1 TO WS-TOT-BLOQUEADO
                            MOVE 'BLOQUEIO' TO WS-MOTIVO-RETIRADA
                        END-IF
                END-READ
            END-IF
      * Obito, falencia ou recuperacao judicial: o credito passa ao
      * juridico e sai tambem da assessoria que ja o tinha.
            IF NOT WS-IMPEDIDO AND WS-PEND-COD-CLIENTE > 0
                MOVE WS-PEND-COD-CLIENTE TO WS-JD-COD-CLIENTE
                CALL 'CLIJURIDICO' USING WS-JURIDICO-PARM
                IF WS-JD-EM-JURIDICO
                    SET WS-IMPEDIDO TO TRUE
                    ADD 1 TO WS-TOT-JURIDICO
                    MOVE 'JURIDICO' TO WS-MOTIVO-RETIRADA
                END-IF
            END-IF
            .
       P400-ESCOLHE-ASSESSORIA.
      * Entre as ativas que atendem a filial e a faixa de saldo, a de
      * menor carteira em cobranca; empate fica com a primeira.
            MOVE 0 TO WS-AG-SEL
            PERFORM VARYING WS-AG FROM 1 BY 1
                    UNTIL WS-AG > WS-QTD-ASS
                IF WS-AG-SITUACAO(WS-AG) = 'A'
                   AND WS-AG-CODIGO(WS-AG) NOT = WS-AG-EXCLUIDA
                   AND (WS-AG-FILIAL(WS-AG) = SPACES
                        OR WS-AG-FILIAL(WS-AG) = WS-PEND-FILIAL)
                   AND WS-PEND-VALOR >= WS-AG-FAIXA-MIN(WS-AG)
                   AND (WS-AG-FAIXA-MAX(WS-AG) = 0
                        OR WS-PEND-VALOR <= WS-AG-FAIXA-MAX(WS-AG))
                    IF WS-AG-SEL = 0
                        MOVE WS-AG TO WS-AG-SEL
                    ELSE
                        IF WS-AG-CARTEIRA(WS-AG) <
                           WS-AG-CARTEIRA(WS-AG-SEL)
                            MOVE WS-AG TO WS-AG-SEL
                        END-IF
                    END-IF
                END-IF
            END-PERFORM
            .
       P450-ENVIA-DEBITO.
            IF WS-QTD-ENVIO NOT < 5000
                ADD 1 TO WS-TOT-ADIADO
                DISPLAY 'AVISO: TABELA DE ENVIOS CHEIA (5000); ID '
                        WS-PEND-ID ' FICA PARA OUTRA RODADA.'
            ELSE
                ADD 1 TO WS-QTD-ENVIO
                MOVE WS-QTD-ENVIO           TO WS-EN
                MOVE WS-PEND-ID             TO WS-EN-ID(WS-EN)
                MOVE WS-AG-SEL              TO WS-EN-AG(WS-EN)
                MOVE WS-PEND-COD-CLIENTE    TO WS-EN-COD-CLIENTE(WS-EN)
                MOVE WS-PEND-CLIENTE        TO WS-EN-CLIENTE(WS-EN)
                MOVE WS-PEND-VALOR          TO WS-EN-VALOR(WS-EN)
                MOVE WS-PEND-DATA-PENDENCIA TO WS-EN-DATA-PEND(WS-EN)
                MOVE WS-PEND-FILIAL         TO WS-EN-FILIAL(WS-EN)

                MOVE WS-PEND-ID             TO WS-CAR-ID
                MOVE WS-AG-CODIGO(WS-AG-SEL) TO WS-CAR-ASSESSORIA
                MOVE WS-PEND-COD-CLIENTE    TO WS-CAR-COD-CLIENTE
                MOVE WS-PEND-CLIENTE        TO WS-CAR-CLIENTE
                MOVE WS-PEND-FILIAL         TO WS-CAR-FILIAL
                MOVE WS-PEND-VALOR          TO WS-CAR-VALOR
                MOVE WS-HOJE                TO WS-CAR-DATA-ENVIO
                MOVE WS-HOJE                TO WS-CAR-DATA-CONFERENCIA
                MOVE 'C'                    TO WS-CAR-SITUACAO
                MOVE 0                      TO WS-CAR-DATA-RETORNO
                MOVE 0                      TO WS-CAR-VALOR-RECUPERADO
                MOVE 0                      TO WS-CAR-COMISSAO
                IF WS-CAR-EXISTE
                    REWRITE WS-CAR-REGISTRO
                        INVALID KEY
                            DISPLAY 'FALHA AO GRAVAR CARTEIRA: '
                                    WS-PEND-ID
                    END-REWRITE
                ELSE
                    WRITE WS-CAR-REGISTRO
                        INVALID KEY
                            DISPLAY 'FALHA AO GRAVAR CARTEIRA: '
                                    WS-PEND-ID
                    END-WRITE
                END-IF

                ADD WS-PEND-VALOR TO WS-AG-CARTEIRA(WS-AG-SEL)
                ADD 1             TO WS-AG-QTD-ENVIO(WS-AG-SEL)
                ADD WS-PEND-VALOR TO WS-AG-VAL-ENVIO(WS-AG-SEL)
                ADD 1             TO WS-TOT-ENVIADO
                ADD WS-PEND-VALOR TO WS-VAL-ENVIADO

                MOVE 'ASSES-ENVIO'  TO WS-AU-EVENTO
                MOVE SPACES         TO WS-AU-CHAVE
                MOVE WS-PEND-ID     TO WS-AU-CHAVE(1:9)
                MOVE WS-AG-CODIGO(WS-AG-SEL) TO WS-AU-CHAVE(11:3)
                MOVE WS-TOT-ENVIADO TO WS-AU-CONTADOR
                CALL 'AUDITLOG' USING WS-AUDIT-PARM
            END-IF
            .
       P500-RETIRA-DEBITO.
      * Usa o registro da carteira lido; a assessoria recebe o id com
      * o motivo no detalhe '2' da proxima remessa (esta).
            MOVE WS-CAR-ASSESSORIA TO WS-AG-CODIGO-BUSCA
            PERFORM P095-BUSCA-ASSESSORIA
            IF WS-AG-SEL = 0
                DISPLAY 'ID ' WS-CAR-ID ' COM ASSESSORIA '
                        WS-CAR-ASSESSORIA ' FORA DO CADASTRO.'
            ELSE
                IF WS-QTD-RETIRADA NOT < 2000
                    DISPLAY 'AVISO: TABELA DE RETIRADAS CHEIA (2000); '
                            'ID ' WS-CAR-ID ' FICA PARA OUTRA RODADA.'
                ELSE
                    ADD 1 TO WS-QTD-RETIRADA
                    MOVE WS-QTD-RETIRADA    TO WS-RT
                    MOVE WS-CAR-ID          TO WS-RT-ID(WS-RT)
                    MOVE WS-AG-SEL          TO WS-RT-AG(WS-RT)
                    MOVE WS-CAR-COD-CLIENTE TO WS-RT-COD-CLIENTE(WS-RT)
                    MOVE WS-CAR-CLIENTE     TO WS-RT-CLIENTE(WS-RT)
                    MOVE WS-MOTIVO-RETIRADA TO WS-RT-MOTIVO(WS-RT)

                    SUBTRACT WS-CAR-VALOR
                        FROM WS-AG-CARTEIRA(WS-AG-SEL)
                    ADD 1 TO WS-AG-QTD-RETIRADA(WS-AG-SEL)
                    ADD 1 TO WS-TOT-RETIRADO

                    MOVE 'T'     TO WS-CAR-SITUACAO
                    MOVE WS-HOJE TO WS-CAR-DATA-RETORNO
                    REWRITE WS-CAR-REGISTRO
                        INVALID KEY
                            DISPLAY 'FALHA AO ATUALIZAR CARTEIRA: '
                                    WS-CAR-ID
                    END-REWRITE

                    MOVE 'ASSES-RETIR'   TO WS-AU-EVENTO
                    MOVE SPACES          TO WS-AU-CHAVE
                    MOVE WS-CAR-ID       TO WS-AU-CHAVE(1:9)
                    MOVE WS-CAR-ASSESSORIA TO WS-AU-CHAVE(11:3)
                    MOVE WS-MOTIVO-RETIRADA TO WS-AU-CHAVE(15:10)
                    MOVE WS-TOT-RETIRADO TO WS-AU-CONTADOR
                    CALL 'AUDITLOG' USING WS-AUDIT-PARM
                END-IF
            END-IF
            .
       P600-RETIRA-FORA-DA-FILA.
      * Em cobranca e nao conferido nesta rodada: saiu da fila de
      * pendentes (quitado por outro canal, baixado ou cancelado).
            MOVE 'N' TO WS-FIM-ARQUIVO
            MOVE 0   TO WS-CAR-ID
            START WS-CAR-FILE KEY NOT LESS WS-CAR-ID
                INVALID KEY SET WS-FIM TO TRUE
            END-START
            PERFORM UNTIL WS-FIM
                READ WS-CAR-FILE NEXT RECORD
                    AT END SET WS-FIM TO TRUE
                    NOT AT END
                        IF WS-CAR-EM-COBRANCA
                           AND WS-CAR-DATA-CONFERENCIA < WS-HOJE
                            MOVE 'QUITADO' TO WS-MOTIVO-RETIRADA
                            PERFORM P500-RETIRA-DEBITO
                        END-IF
                END-READ
            END-PERFORM
            MOVE 'N' TO WS-FIM-ARQUIVO
            .
       P700-GRAVA-REMESSAS.
      * Uma remessa por assessoria ativa, mesmo vazia (header e
      * trailer dizem que nao ha nada no mes); inativa so recebe
      * arquivo se houver retirada para ela.
            PERFORM VARYING WS-AG FROM 1 BY 1
                    UNTIL WS-AG > WS-QTD-ASS
                IF WS-AG-SITUACAO(WS-AG) = 'A'
                   OR WS-AG-QTD-RETIRADA(WS-AG) > 0
                    PERFORM P710-GRAVA-REMESSA
                END-IF
            END-PERFORM
            .
       P710-GRAVA-REMESSA.
            MOVE WS-AG-ARQ-REMESSA(WS-AG) TO WS-REM-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-REM-PATH
            OPEN OUTPUT WS-REM-FILE
            IF WS-REM-FS NOT = '00'
                DISPLAY 'FALHA AO GRAVAR REMESSA DA ASSESSORIA '
                        WS-AG-CODIGO(WS-AG) ': ' WS-REM-PATH
                        ' FS: ' WS-REM-FS
                ADD 1 TO WS-TOT-FALHA-REMESSA
            ELSE
                MOVE SPACES              TO WS-REM-HEADER
                MOVE '0'                 TO WS-REM-H-TIPO
                MOVE WS-HOJE             TO WS-REM-H-DATA
                MOVE WS-AG-CODIGO(WS-AG) TO WS-REM-H-ASSESSORIA
                MOVE 'ASSESSORIA'        TO WS-REM-H-LITERAL
                WRITE WS-REM-HEADER

                PERFORM VARYING WS-EN FROM 1 BY 1
                        UNTIL WS-EN > WS-QTD-ENVIO
                    IF WS-EN-AG(WS-EN) = WS-AG
                        PERFORM P720-GRAVA-ENVIO
                    END-IF
                END-PERFORM
                PERFORM VARYING WS-RT FROM 1 BY 1
                        UNTIL WS-RT > WS-QTD-RETIRADA
                    IF WS-RT-AG(WS-RT) = WS-AG
                        PERFORM P730-GRAVA-RETIRADA
                    END-IF
                END-PERFORM

                MOVE SPACES                    TO WS-REM-TRAILER
                MOVE '9'                       TO WS-REM-T-TIPO
                MOVE WS-AG-QTD-ENVIO(WS-AG)    TO WS-REM-T-QTD
                MOVE WS-AG-VAL-ENVIO(WS-AG)    TO WS-REM-T-TOTAL
                MOVE WS-AG-QTD-RETIRADA(WS-AG) TO WS-REM-T-QTD-RETIRADA
                WRITE WS-REM-TRAILER
                CLOSE WS-REM-FILE
            END-IF
            .
       P720-GRAVA-ENVIO.
      * A assessoria cobra com o contato do master de clientes e o
      * CPF/CNPJ do CLIDOC quando houver.
            MOVE SPACES                   TO WS-REM-DETALHE
            MOVE '1'                      TO WS-REM-TIPO
            MOVE WS-EN-ID(WS-EN)          TO WS-REM-ID
            MOVE WS-EN-COD-CLIENTE(WS-EN) TO WS-REM-COD-CLIENTE
            MOVE WS-EN-CLIENTE(WS-EN)     TO WS-REM-NOME
            MOVE WS-EN-VALOR(WS-EN)       TO WS-REM-VALOR
            MOVE WS-EN-DATA-PEND(WS-EN)   TO WS-REM-DATA-DEBITO
            MOVE WS-EN-FILIAL(WS-EN)      TO WS-REM-FILIAL

            IF WS-CLI-ABERTO AND WS-EN-COD-CLIENTE(WS-EN) > 0
                MOVE WS-EN-COD-CLIENTE(WS-EN) TO WS-CLI-CODIGO
                READ WS-CLI-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE WS-CLI-ENDERECO TO WS-REM-ENDERECO
                        MOVE WS-CLI-CIDADE   TO WS-REM-CIDADE
                        MOVE WS-CLI-ESTADO   TO WS-REM-ESTADO
                        MOVE WS-CLI-TELEFONE TO WS-REM-TELEFONE
                        MOVE WS-CLI-EMAIL    TO WS-REM-EMAIL
                END-READ
            END-IF
            IF WS-DOC-ABERTO AND WS-EN-COD-CLIENTE(WS-EN) > 0
                MOVE WS-EN-COD-CLIENTE(WS-EN) TO WS-DOC-CODIGO
                READ WS-DOC-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE WS-DOC-TIPO   TO WS-REM-DOC-TIPO
                        MOVE WS-DOC-NUMERO TO WS-REM-DOC-NUMERO
                END-READ
            END-IF
            WRITE WS-REM-DETALHE
            .
       P730-GRAVA-RETIRADA.
            MOVE SPACES                   TO WS-REM-RETIRADA
            MOVE '2'                      TO WS-REM-R-TIPO
            MOVE WS-RT-ID(WS-RT)          TO WS-REM-R-ID
            MOVE WS-RT-COD-CLIENTE(WS-RT) TO WS-REM-R-COD-CLIENTE
            MOVE WS-RT-CLIENTE(WS-RT)     TO WS-REM-R-NOME
            MOVE WS-RT-MOTIVO(WS-RT)      TO WS-REM-R-MOTIVO
            WRITE WS-REM-RETIRADA
            .
       P800-FINALIZA.
            CLOSE WS-CAR-FILE
            IF WS-CLI-ABERTO
                CLOSE WS-CLI-FILE
            END-IF
            IF WS-DOC-ABERTO
                CLOSE WS-DOC-FILE
            END-IF
            IF WS-DSP-ABERTO
                CLOSE WS-DSP-FILE
            END-IF
            IF WS-BLQ-ABERTO
                CLOSE WS-BLQ-FILE
            END-IF

            DISPLAY '----- RESUMO DA REMESSA AS ASSESSORIAS -----'
            PERFORM VARYING WS-AG FROM 1 BY 1
                    UNTIL WS-AG > WS-QTD-ASS
                MOVE WS-AG-VAL-ENVIO(WS-AG) TO WS-VALOR-ED
                DISPLAY WS-AG-CODIGO(WS-AG) ' ' WS-AG-NOME(WS-AG)
                        ' ENVIADOS ' WS-AG-QTD-ENVIO(WS-AG)
                        ' VALOR ' WS-VALOR-ED
                        ' RETIRADOS ' WS-AG-QTD-RETIRADA(WS-AG)
            END-PERFORM
            MOVE WS-VAL-ENVIADO TO WS-VALOR-ED
            DISPLAY 'ENVIADOS           : ' WS-TOT-ENVIADO
                    ' VALOR ' WS-VALOR-ED
            DISPLAY 'JA EM COBRANCA     : ' WS-TOT-EM-COBRANCA
            DISPLAY 'RECUPERADOS A CONF.: ' WS-TOT-RECUPERADO
            DISPLAY 'RETIRADOS          : ' WS-TOT-RETIRADO
            DISPLAY 'AGUARDANDO CARTAS  : ' WS-TOT-SEM-AVISO
            DISPLAY 'EM DISPUTA         : ' WS-TOT-EM-DISPUTA
            DISPLAY 'BLOQUEADOS         : ' WS-TOT-BLOQUEADO
            DISPLAY 'JURIDICO           : ' WS-TOT-JURIDICO
            DISPLAY 'SEM ASSESSORIA     : ' WS-TOT-SEM-ASSESSORIA
            DISPLAY 'ADIADOS            : ' WS-TOT-ADIADO

            MOVE 'FIM'          TO WS-AU-EVENTO
            MOVE SPACES         TO WS-AU-CHAVE
            MOVE WS-TOT-ENVIADO TO WS-AU-CONTADOR
            CALL 'AUDITLOG' USING WS-AUDIT-PARM

            IF WS-TOT-FALHA-REMESSA > 0
                MOVE 12 TO RETURN-CODE
            ELSE
                IF WS-TOT-SEM-ASSESSORIA > 0 OR WS-TOT-ADIADO > 0
                    MOVE 4 TO RETURN-CODE
                END-IF
            END-IF
            .
       END PROGRAM ASSESREMESSA.
