      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NEGATINCLUI.
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
           SELECT WS-INC-FILE      ASSIGN TO WS-INC-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-INC-FS.
           SELECT WS-NEG-FILE      ASSIGN TO WS-NEG-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS WS-NEG-ID
                                    FILE STATUS WS-NEG-FS.
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
      * Arquivo de inclusao para o bureau: header, um detalhe por
      * debito e trailer com quantidade e total, no desenho da
      * remessa do PAGTOREMESSA.
       FD  WS-INC-FILE.
       01 WS-INC-DETALHE.
           03 WS-INC-TIPO            PIC X.
           03 WS-INC-ID              PIC 9(9).
           03 WS-INC-DOC-TIPO        PIC X.
           03 WS-INC-DOC-NUMERO      PIC X(14).
           03 WS-INC-NOME            PIC X(30).
           03 WS-INC-VALOR           PIC 9(9)V99.
           03 WS-INC-DATA-DEBITO     PIC 9(8).
       01 WS-INC-HEADER.
           03 WS-INC-H-TIPO          PIC X.
           03 WS-INC-H-DATA          PIC 9(8).
           03 WS-INC-H-LITERAL       PIC X(10).
       01 WS-INC-TRAILER.
           03 WS-INC-T-TIPO          PIC X.
           03 WS-INC-T-QTD           PIC 9(6).
           03 WS-INC-T-TOTAL         PIC S9(11)V99.
      * Cadastro de tudo que foi negativado no bureau de credito.
      * Situacao: I = incluido, Q = quitado, aguardando exclusao,
      * E = exclusao enviada ao bureau.
       FD  WS-NEG-FILE.
       01 WS-NEG-REGISTRO.
           03 WS-NEG-ID              PIC 9(9).
           03 WS-NEG-COD-CLIENTE     PIC 9(6).
           03 WS-NEG-CLIENTE         PIC X(30).
           03 WS-NEG-DOC-TIPO        PIC X.
           03 WS-NEG-DOC-NUMERO      PIC X(14).
           03 WS-NEG-VALOR           PIC S9(9)V99.
           03 WS-NEG-DATA-PENDENCIA  PIC 9(8).
           03 WS-NEG-DATA-AVISO      PIC 9(8).
           03 WS-NEG-DATA-INCLUSAO   PIC 9(8).
           03 WS-NEG-SITUACAO        PIC X.
           03 WS-NEG-DATA-QUITACAO   PIC 9(8).
           03 WS-NEG-PROGRAMA-QUIT   PIC X(12).
           03 WS-NEG-PRAZO-EXCLUSAO  PIC 9(8).
           03 WS-NEG-DATA-EXCLUSAO   PIC 9(8).
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
       01 WS-INC-PATH                PIC X(40)
                            VALUE 'NEGATIVACAO.INCLUSAO'.
       01 WS-NEG-PATH                PIC X(40) VALUE 'NEGATIVACAO.IDX'.
       01 WS-DOC-PATH                PIC X(40) VALUE 'CLIDOC.IDX'.
       01 WS-DSP-PATH                PIC X(40) VALUE 'DISPUTAS.IDX'.
       01 WS-BLQ-PATH                PIC X(40) VALUE 'PAGTOBLOQ.IDX'.
       01 WS-PARM-FS                 PIC XX.
       01 WS-PEND-FS                 PIC XX.
       01 WS-LOG-FS                  PIC XX.
       01 WS-INC-FS                  PIC XX.
       01 WS-NEG-FS                  PIC XX.
       01 WS-DOC-FS                  PIC XX.
       01 WS-DSP-FS                  PIC XX.
       01 WS-BLQ-FS                  PIC XX.

       01 WS-FIM-ARQUIVO             PIC X     VALUE 'N'.
          88 WS-FIM                            VALUE 'Y'.
       01 WS-DOC-ABERTO-SW           PIC X     VALUE 'N'.
          88 WS-DOC-ABERTO                     VALUE 'Y'.
       01 WS-DSP-ABERTO-SW           PIC X     VALUE 'N'.
          88 WS-DSP-ABERTO                     VALUE 'Y'.
       01 WS-BLQ-ABERTO-SW           PIC X     VALUE 'N'.
          88 WS-BLQ-ABERTO                     VALUE 'Y'.
       01 WS-IMPEDIDO-SW             PIC X     VALUE 'N'.
          88 WS-IMPEDIDO                       VALUE 'Y'.

      * Limite de escalacao do PAGTOAGING e parametros proprios:
      * dias de atraso para negativar e dias de espera depois do
      * aviso final do PAGTOCARTA (aviso previo obrigatorio).
       01 WS-LIMITE-ESCALACAO        PIC 99    VALUE 5.
       01 WS-DIAS-NEGATIVAR          PIC 999   VALUE 30.
       01 WS-DIAS-AVISO              PIC 999   VALUE 10.

      * Data do primeiro aviso final de cada id, tirada do log de
      * cartas; o aviso se repete a cada rodada e vale o mais antigo.
       01 WS-TAB-AVISOS.
          03 WS-QTD-AVISO            PIC 9(4)  VALUE 0.
          03 WS-AV-ITEM OCCURS 5000 TIMES.
             05 WS-AV-ID             PIC 9(9).
             05 WS-AV-DATA           PIC 9(8).
       01 WS-IX                      PIC 9(4)  VALUE 0.
       01 WS-AV-SEL                  PIC 9(4)  VALUE 0.

       01 WS-DATA-HORA-ATUAL         PIC X(21).
       01 WS-HOJE                    PIC 9(8)  VALUE 0.
       01 WS-HOJE-INTEGER            PIC 9(7)  VALUE 0.
       01 WS-PEND-INTEGER            PIC 9(7)  VALUE 0.
       01 WS-DIAS-PENDENTE           PIC S9(4) VALUE 0.
       01 WS-DIAS-DESDE-AVISO        PIC S9(4) VALUE 0.
       01 WS-VALOR-ED                PIC ZZZ,ZZZ,ZZ9.99-.

       01 WS-CONTADORES.
          03 WS-TOT-INCLUIDO         PIC 9(6)  VALUE 0.
          03 WS-TOT-JA-NEGATIVADO    PIC 9(6)  VALUE 0.
          03 WS-TOT-SEM-AVISO        PIC 9(6)  VALUE 0.
          03 WS-TOT-EM-DISPUTA       PIC 9(6)  VALUE 0.
          03 WS-TOT-BLOQUEADO        PIC 9(6)  VALUE 0.
          03 WS-TOT-JURIDICO         PIC 9(6)  VALUE 0.
          03 WS-TOT-SEM-DOCUMENTO    PIC 9(6)  VALUE 0.
          03 WS-VAL-INCLUIDO         PIC S9(11)V99 VALUE 0.

       01 WS-PARMLE-PARM.
           03 WS-PL-PROGRAMA       PIC X(12) VALUE 'NEGATINCLUI'.
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
           03 WS-AU-PROGRAMA       PIC X(12) VALUE 'NEGATINCLUI'.
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
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-PARM-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-PEND-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-LOG-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-INC-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-NEG-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-DOC-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-DSP-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-BLQ-PATH
            DISPLAY 'NEGATINCLUI - INCLUSAO NO BUREAU DE CREDITO'
            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
            MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-HOJE
            COMPUTE WS-HOJE-INTEGER =
                    FUNCTION INTEGER-OF-DATE(WS-HOJE)

            PERFORM P050-CARREGA-PARAMETROS
            PERFORM P070-CARREGA-AVISOS
            PERFORM P100-ABRE-ARQUIVOS
            PERFORM P200-AVALIA-PENDENTE
                    UNTIL WS-FIM
            PERFORM P800-FINALIZA

            STOP RUN.

       P050-CARREGA-PARAMETROS.
      * So e negativado o que o PAGTOAGING ja escala; DIAS abaixo do
      * limite de escalacao nao antecipa a inclusao.
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
                MOVE WS-PL-VALOR(1:3) TO WS-DIAS-NEGATIVAR
            END-IF
            MOVE 'AVISO' TO WS-PL-NOME
            CALL 'PARMLE' USING WS-PARMLE-PARM
            IF WS-PL-RC = 0 AND WS-PL-VALOR(1:3) IS NUMERIC
                MOVE WS-PL-VALOR(1:3) TO WS-DIAS-AVISO
            END-IF
            IF WS-DIAS-NEGATIVAR < WS-LIMITE-ESCALACAO
                MOVE WS-LIMITE-ESCALACAO TO WS-DIAS-NEGATIVAR
            END-IF
            DISPLAY 'NEGATIVA ACIMA DE ' WS-DIAS-NEGATIVAR
                    ' DIAS, ' WS-DIAS-AVISO ' DIAS APOS O AVISO FINAL.'
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
                        '. NADA SERA NEGATIVADO SEM AVISO PREVIO.'
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
       P100-ABRE-ARQUIVOS.
            OPEN INPUT WS-PEND-FILE
            IF WS-PEND-FS NOT = '00'
                DISPLAY 'ARQUIVO DE PENDENTES NAO ENCONTRADO: '
                        WS-PEND-PATH
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN I-O WS-NEG-FILE
            IF WS-NEG-FS NOT = '00'
                OPEN OUTPUT WS-NEG-FILE
                CLOSE WS-NEG-FILE
                OPEN I-O WS-NEG-FILE
            END-IF
            IF WS-NEG-FS NOT = '00'
                DISPLAY 'CADASTRO DE NEGATIVACOES INDISPONIVEL: '
                        WS-NEG-PATH ' FS: ' WS-NEG-FS
                CLOSE WS-PEND-FILE
                MOVE 12 TO RETURN-CODE
                STOP RUN
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

            OPEN OUTPUT WS-INC-FILE
            MOVE SPACES     TO WS-INC-HEADER
            MOVE '0'        TO WS-INC-H-TIPO
            MOVE WS-HOJE    TO WS-INC-H-DATA
            MOVE 'INCLUSAO' TO WS-INC-H-LITERAL
            WRITE WS-INC-HEADER

            PERFORM P150-LE-PENDENTE
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

            IF WS-DIAS-PENDENTE > WS-DIAS-NEGATIVAR
               AND WS-PEND-COD-CLIENTE > 0
                MOVE WS-PEND-ID TO WS-NEG-ID
                READ WS-NEG-FILE
                    INVALID KEY
                        PERFORM P300-VERIFICA-IMPEDIMENTOS
                        IF NOT WS-IMPEDIDO
                            PERFORM P400-INCLUI-DEBITO
                        END-IF
                    NOT INVALID KEY
                        ADD 1 TO WS-TOT-JA-NEGATIVADO
                END-READ
            END-IF

            PERFORM P150-LE-PENDENTE
            .
       P300-VERIFICA-IMPEDIMENTOS.
      * Debito contestado ou retido pela mesa nao vai ao bureau, e
      * sem o aviso final com a antecedencia minima tambem nao.
            MOVE 'N' TO WS-IMPEDIDO-SW
            IF WS-DSP-ABERTO
                MOVE WS-PEND-ID TO WS-DSP-ID
                READ WS-DSP-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF WS-DSP-SITUACAO = 'A'
                            SET WS-IMPEDIDO TO TRUE
                            ADD 1 TO WS-TOT-EM-DISPUTA
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
                        END-IF
                END-READ
            END-IF
      * Obito, falencia ou recuperacao judicial: o credito segue pelo
      * juridico, nao pelo bureau.
            IF NOT WS-IMPEDIDO
                MOVE WS-PEND-COD-CLIENTE TO WS-JD-COD-CLIENTE
                CALL 'CLIJURIDICO' USING WS-JURIDICO-PARM
                IF WS-JD-EM-JURIDICO
                    SET WS-IMPEDIDO TO TRUE
                    ADD 1 TO WS-TOT-JURIDICO
                END-IF
            END-IF
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
            IF NOT WS-IMPEDIDO
                PERFORM P350-BUSCA-DOCUMENTO
            END-IF
            .
       P350-BUSCA-DOCUMENTO.
      * O bureau identifica o devedor pelo CPF/CNPJ.
            MOVE SPACES TO WS-NEG-DOC-NUMERO
            IF WS-DOC-ABERTO
                MOVE WS-PEND-COD-CLIENTE TO WS-DOC-CODIGO
                READ WS-DOC-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE WS-DOC-TIPO   TO WS-NEG-DOC-TIPO
                        MOVE WS-DOC-NUMERO TO WS-NEG-DOC-NUMERO
                END-READ
            END-IF
            IF WS-NEG-DOC-NUMERO = SPACES
                SET WS-IMPEDIDO TO TRUE
                ADD 1 TO WS-TOT-SEM-DOCUMENTO
                DISPLAY 'CLIENTE ' WS-PEND-COD-CLIENTE ' SEM CPF/CNPJ: '
                        'ID ' WS-PEND-ID ' NAO NEGATIVADO.'
            END-IF
            .
       P400-INCLUI-DEBITO.
            MOVE '1'                    TO WS-INC-TIPO
            MOVE WS-PEND-ID             TO WS-INC-ID
            MOVE WS-NEG-DOC-TIPO        TO WS-INC-DOC-TIPO
            MOVE WS-NEG-DOC-NUMERO      TO WS-INC-DOC-NUMERO
            MOVE WS-PEND-CLIENTE        TO WS-INC-NOME
            MOVE WS-PEND-VALOR          TO WS-INC-VALOR
            MOVE WS-PEND-DATA-PENDENCIA TO WS-INC-DATA-DEBITO
            WRITE WS-INC-DETALHE

            MOVE WS-PEND-ID             TO WS-NEG-ID
            MOVE WS-PEND-COD-CLIENTE    TO WS-NEG-COD-CLIENTE
            MOVE WS-PEND-CLIENTE        TO WS-NEG-CLIENTE
            MOVE WS-PEND-VALOR          TO WS-NEG-VALOR
            MOVE WS-PEND-DATA-PENDENCIA TO WS-NEG-DATA-PENDENCIA
            MOVE WS-AV-DATA(WS-AV-SEL)  TO WS-NEG-DATA-AVISO
            MOVE WS-HOJE                TO WS-NEG-DATA-INCLUSAO
            MOVE 'I'                    TO WS-NEG-SITUACAO
            MOVE 0                      TO WS-NEG-DATA-QUITACAO
            MOVE SPACES                 TO WS-NEG-PROGRAMA-QUIT
            MOVE 0                      TO WS-NEG-PRAZO-EXCLUSAO
            MOVE 0                      TO WS-NEG-DATA-EXCLUSAO
            WRITE WS-NEG-REGISTRO
                INVALID KEY
                    DISPLAY 'FALHA AO GRAVAR NEGATIVACAO: ' WS-PEND-ID
            END-WRITE

            ADD 1             TO WS-TOT-INCLUIDO
            ADD WS-PEND-VALOR TO WS-VAL-INCLUIDO

            MOVE 'NEGAT-INCL'        TO WS-AU-EVENTO
            MOVE SPACES              TO WS-AU-CHAVE
            MOVE WS-PEND-ID          TO WS-AU-CHAVE(1:9)
            MOVE WS-PEND-COD-CLIENTE TO WS-AU-CHAVE(11:6)
            MOVE WS-TOT-INCLUIDO     TO WS-AU-CONTADOR
            CALL 'AUDITLOG' USING WS-AUDIT-PARM
            .
       P800-FINALIZA.
            MOVE SPACES          TO WS-INC-TRAILER
            MOVE '9'             TO WS-INC-T-TIPO
            MOVE WS-TOT-INCLUIDO TO WS-INC-T-QTD
            MOVE WS-VAL-INCLUIDO TO WS-INC-T-TOTAL
            WRITE WS-INC-TRAILER

            CLOSE WS-PEND-FILE
            CLOSE WS-INC-FILE
            CLOSE WS-NEG-FILE
            IF WS-DOC-ABERTO
                CLOSE WS-DOC-FILE
            END-IF
            IF WS-DSP-ABERTO
                CLOSE WS-DSP-FILE
            END-IF
            IF WS-BLQ-ABERTO
                CLOSE WS-BLQ-FILE
            END-IF

            MOVE WS-VAL-INCLUIDO TO WS-VALOR-ED
            DISPLAY '----- RESUMO DA NEGATIVACAO -----'
            DISPLAY 'INCLUIDOS          : ' WS-TOT-INCLUIDO
                    ' VALOR ' WS-VALOR-ED
            DISPLAY 'JA NEGATIVADOS     : ' WS-TOT-JA-NEGATIVADO
            DISPLAY 'AGUARDANDO AVISO   : ' WS-TOT-SEM-AVISO
            DISPLAY 'EM DISPUTA         : ' WS-TOT-EM-DISPUTA
            DISPLAY 'BLOQUEADOS         : ' WS-TOT-BLOQUEADO
            DISPLAY 'JURIDICO           : ' WS-TOT-JURIDICO
            DISPLAY 'SEM CPF/CNPJ       : ' WS-TOT-SEM-DOCUMENTO
            DISPLAY 'ARQUIVO GRAVADO EM : ' WS-INC-PATH

            MOVE 'FIM'           TO WS-AU-EVENTO
            MOVE SPACES          TO WS-AU-CHAVE
            MOVE WS-TOT-INCLUIDO TO WS-AU-CONTADOR
            CALL 'AUDITLOG' USING WS-AUDIT-PARM

            IF WS-TOT-SEM-DOCUMENTO > 0
                MOVE 4 TO RETURN-CODE
            END-IF
            .
       END PROGRAM NEGATINCLUI.
