      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBATENDE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-FILA-FILE     ASSIGN TO WS-FILA-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS WS-FILA-SEQ
                                    FILE STATUS WS-FILA-FS.
           SELECT WS-PRM-FILE      ASSIGN TO WS-PRM-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS WS-PRM-CHAVE
                                    FILE STATUS WS-PRM-FS.
           SELECT WS-CTT-FILE      ASSIGN TO WS-CTT-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-CTT-FS.
       DATA DIVISION.
       FILE SECTION.
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
              88 WS-FILA-A-LIGAR             VALUE 'N'.
              88 WS-FILA-EM-ATENDIMENTO      VALUE 'E'.
              88 WS-FILA-TRABALHADO          VALUE 'T'.
           03 WS-FILA-OPERADOR       PIC X(8).
           03 WS-FILA-RESULTADO      PIC X.
           03 WS-FILA-DATA-GERACAO   PIC 9(8).
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
      * Historico de ligacoes: uma linha por resultado registrado.
       FD  WS-CTT-FILE.
       01 WS-CTT-REGISTRO.
           03 WS-CTT-DATA            PIC 9(8).
           03 WS-CTT-HORA            PIC 9(6).
           03 WS-CTT-OPERADOR        PIC X(8).
           03 WS-CTT-SEQ             PIC 9(5).
           03 WS-CTT-COD-CLIENTE     PIC 9(6).
           03 WS-CTT-CLIENTE         PIC X(30).
           03 WS-CTT-RESULTADO       PIC X.
           03 WS-CTT-VALOR-PROMETIDO PIC S9(9)V99.
           03 WS-CTT-DATA-PROMETIDA  PIC 9(8).
           03 WS-CTT-OBSERVACAO      PIC X(40).

       WORKING-STORAGE SECTION.
       01 WS-FILA-PATH            PIC X(40) VALUE 'COBRANCA.FILA.IDX'.
       01 WS-PRM-PATH             PIC X(40) VALUE 'PROMESSAS.IDX'.
       01 WS-CTT-PATH             PIC X(40)
                            VALUE 'COBRANCA.CONTATOS'.
       01 WS-FILA-FS              PIC XX.
       01 WS-PRM-FS               PIC XX.
       01 WS-CTT-FS               PIC XX.

       01 WS-CONTINUA-SW          PIC X     VALUE 'Y'.
          88 WS-CONTINUA                    VALUE 'Y'.
       01 WS-ACHOU-SW             PIC X     VALUE 'N'.
          88 WS-ACHOU                       VALUE 'Y'.
       01 WS-FIM-ARQUIVO          PIC X     VALUE 'N'.
          88 WS-FIM                         VALUE 'Y'.
       01 WS-REG-VALIDO-SW        PIC X     VALUE 'Y'.
          88 WS-REG-VALIDO                  VALUE 'Y'.
       01 WS-REGISTRADO-SW        PIC X     VALUE 'N'.
          88 WS-REGISTRADO                  VALUE 'Y'.

      * Resultado da ligacao.
       01 WS-OPCAO                PIC X     VALUE SPACE.
          88 WS-OP-PROMESSA                 VALUE 'P'.
          88 WS-OP-CONTATO                  VALUE 'N' 'R' 'E'
                                                  'C' 'X'.
          88 WS-OP-PULA                     VALUE 'S'.
          88 WS-OP-FIM                      VALUE 'F'.

       01 WS-ULT-SEQ              PIC 9(5)  VALUE 0.
       01 WS-PRAZO-MAXIMO         PIC 999   VALUE 30.

       01 WS-AREA-ENTRADA.
          03 WS-ENT-VALOR               PIC X(15).
          03 WS-ENT-DATA                PIC X(8).
          03 WS-ENT-OBSERVACAO          PIC X(40).
       01 WS-VALOR-DIG            PIC S9(9)V99 VALUE 0.
       01 WS-DATA-DIG             PIC 9(8)  VALUE 0.
       01 WS-DATA-LIMITE          PIC 9(8)  VALUE 0.
       01 WS-VALOR-ED             PIC ZZZ,ZZZ,ZZ9.99-.

       01 WS-DATA-HORA-ATUAL      PIC X(21).
       01 WS-HOJE                 PIC 9(8)  VALUE 0.
       01 WS-AGORA                PIC 9(6)  VALUE 0.

       01 WS-CONTADORES.
          03 WS-TOT-LIGACOES      PIC 9(5)  VALUE 0.
          03 WS-TOT-PROMESSAS     PIC 9(5)  VALUE 0.
          03 WS-TOT-SUBSTITUIDAS  PIC 9(5)  VALUE 0.
          03 WS-VAL-PROMETIDO     PIC S9(11)V99 VALUE 0.

       01 WS-SIGNON-PARM.
           03 WS-SG-ID             PIC X(8).
           03 WS-SG-SENHA          PIC X(8).
           03 WS-SG-FUNCAO         PIC X.
           03 WS-SG-PERFIL         PIC X.
           03 WS-SG-RC             PIC 99.
              88 WS-SG-SEM-SESSAO          VALUE 4.

       01 WS-CALUTIL-PARM.
           03 WS-CA-FUNCAO         PIC X.
           03 WS-CA-RC             PIC 99.
           03 WS-CA-DATA           PIC 9(8).
           03 WS-CA-DIA-UTIL       PIC X.
           03 WS-CA-DATA-UTIL      PIC 9(8).

       01 WS-PARMLE-PARM.
           03 WS-PL-PROGRAMA       PIC X(12) VALUE 'COBATENDE'.
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
           03 WS-AU-PROGRAMA       PIC X(12) VALUE 'COBATENDE'.
           03 WS-AU-EVENTO         PIC X(12).
           03 WS-AU-CHAVE          PIC X(30).
           03 WS-AU-CONTADOR       PIC 9(6).
           03 WS-AU-OPERADOR       PIC X(8)  VALUE SPACES.

       01 WS-AMBIENTE-PARM.
           03 WS-AMB-FUNCAO        PIC X     VALUE 'R'.
           03 WS-AMB-NOME          PIC X(8)  VALUE SPACES.
           03 WS-AMB-RAIZ          PIC X(40) VALUE SPACES.
           03 WS-AMB-RC            PIC 99.

       01 WS-MASCARA-PARM.
           03 WS-MSC-FUNCAO        PIC X.
           03 WS-MSC-PROGRAMA      PIC X(12) VALUE 'COBATENDE'.
           03 WS-MSC-OPERADOR      PIC X(8)  VALUE SPACES.
           03 WS-MSC-PERFIL        PIC X     VALUE SPACE.
           03 WS-MSC-CHAVE         PIC X(30) VALUE SPACES.
           03 WS-MSC-CLARO         PIC X     VALUE 'N'.
           03 WS-MSC-TIPO          PIC X.
           03 WS-MSC-CAMPO         PIC X(60).
           03 WS-MSC-RC            PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      * Mesa do cobrador: pega o proximo cliente da fila do COBFILA,
      * liga e registra o resultado; promessa de pagamento vai para o
      * arquivo de promessas que o COBPROMESSA apura a noite.
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-FILA-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-PRM-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CTT-PATH
            DISPLAY 'COBATENDE - ATENDIMENTO DA FILA DE COBRANCA'
            MOVE SPACES TO WS-SG-ID
            MOVE 'A' TO WS-SG-FUNCAO
            CALL 'OPERSIGNON' USING WS-SIGNON-PARM
            IF WS-SG-SEM-SESSAO
                DISPLAY 'OPERADOR: '
                ACCEPT WS-SG-ID
                DISPLAY 'SENHA   : '
                ACCEPT WS-SG-SENHA
                CALL 'OPERSIGNON' USING WS-SIGNON-PARM
            END-IF
            IF WS-SG-RC NOT = 0
                DISPLAY 'ACESSO NEGADO (RC ' WS-SG-RC ').'
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE WS-SG-ID TO WS-AU-OPERADOR

            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
            MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-HOJE
            MOVE WS-HOJE TO WS-PL-DATA-PROC
            MOVE 'PRAZO' TO WS-PL-NOME
            CALL 'PARMLE' USING WS-PARMLE-PARM
            IF WS-PL-RC = 0 AND WS-PL-VALOR(1:3) IS NUMERIC
                MOVE WS-PL-VALOR(1:3) TO WS-PRAZO-MAXIMO
            END-IF
            COMPUTE WS-DATA-LIMITE = FUNCTION DATE-OF-INTEGER
                    (FUNCTION INTEGER-OF-DATE(WS-HOJE)
                     + WS-PRAZO-MAXIMO)

            OPEN I-O WS-FILA-FILE
            IF WS-FILA-FS NOT = '00'
                DISPLAY 'FILA DE LIGACOES NAO GERADA: ' WS-FILA-PATH
                        ' FS: ' WS-FILA-FS
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN I-O WS-PRM-FILE
            IF WS-PRM-FS NOT = '00'
                OPEN OUTPUT WS-PRM-FILE
                CLOSE WS-PRM-FILE
                OPEN I-O WS-PRM-FILE
            END-IF
            IF WS-PRM-FS NOT = '00'
                DISPLAY 'ARQUIVO DE PROMESSAS INDISPONIVEL: '
                        WS-PRM-PATH ' FS: ' WS-PRM-FS
                CLOSE WS-FILA-FILE
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN EXTEND WS-CTT-FILE
            IF WS-CTT-FS NOT = '00'
                OPEN OUTPUT WS-CTT-FILE
            END-IF

            PERFORM P100-PROXIMO-CLIENTE
                    UNTIL NOT WS-CONTINUA

            CLOSE WS-FILA-FILE
            CLOSE WS-PRM-FILE
            CLOSE WS-CTT-FILE

            MOVE WS-VAL-PROMETIDO TO WS-VALOR-ED
            DISPLAY 'LIGACOES REGISTRADAS: ' WS-TOT-LIGACOES
            DISPLAY 'PROMESSAS: ' WS-TOT-PROMESSAS
                    ' VALOR PROMETIDO: ' WS-VALOR-ED
            STOP RUN.

       P100-PROXIMO-CLIENTE.
            PERFORM P150-BUSCA-PROXIMO
            IF NOT WS-ACHOU
                DISPLAY 'NAO HA MAIS CLIENTES A LIGAR NA FILA.'
                MOVE 'N' TO WS-CONTINUA-SW
            ELSE
                PERFORM P200-MOSTRA-CLIENTE
                MOVE 'N' TO WS-REGISTRADO-SW
                PERFORM P300-REGISTRA-RESULTADO
                        UNTIL WS-REGISTRADO
            END-IF
            .
       P150-BUSCA-PROXIMO.
      * Proximo da fila depois do ultimo atendido nesta sessao; o que
      * ficou em atendimento com o mesmo operador (sessao que caiu)
      * volta para ele. Cliente que entrou em obito, falencia ou
      * recuperacao judicial depois da fila gerada nao e ligado.
            MOVE 'N' TO WS-ACHOU-SW
            MOVE 'N' TO WS-FIM-ARQUIVO
            MOVE WS-ULT-SEQ TO WS-FILA-SEQ
            START WS-FILA-FILE KEY GREATER WS-FILA-SEQ
                INVALID KEY SET WS-FIM TO TRUE
            END-START
            PERFORM UNTIL WS-FIM OR WS-ACHOU
                READ WS-FILA-FILE NEXT RECORD
                    AT END SET WS-FIM TO TRUE
                    NOT AT END
                        IF WS-FILA-A-LIGAR
                           OR (WS-FILA-EM-ATENDIMENTO
                               AND WS-FILA-OPERADOR = WS-SG-ID)
                            PERFORM P160-VERIFICA-JURIDICO
                        END-IF
                END-READ
            END-PERFORM
            IF WS-ACHOU
                MOVE WS-FILA-SEQ TO WS-ULT-SEQ
                MOVE 'E'         TO WS-FILA-SITUACAO
                MOVE WS-SG-ID    TO WS-FILA-OPERADOR
                REWRITE WS-FILA-REGISTRO
                    INVALID KEY
                        DISPLAY 'FALHA AO RESERVAR CLIENTE DA FILA: '
                                WS-FILA-SEQ
                END-REWRITE
            END-IF
            .
       P160-VERIFICA-JURIDICO.
            MOVE 4 TO WS-JD-RC
            IF WS-FILA-COD-CLIENTE > 0
                MOVE WS-FILA-COD-CLIENTE TO WS-JD-COD-CLIENTE
                CALL 'CLIJURIDICO' USING WS-JURIDICO-PARM
            END-IF
            IF WS-JD-EM-JURIDICO
                DISPLAY 'CLIENTE ' WS-FILA-COD-CLIENTE
                        ' COM O JURIDICO; FORA DA FILA.'
            ELSE
                SET WS-ACHOU TO TRUE
            END-IF
            .
       P200-MOSTRA-CLIENTE.
            DISPLAY '---------------------------------------------'
            DISPLAY 'SEQUENCIA  : ' WS-FILA-SEQ
                    '   PRIORIDADE: ' WS-FILA-PRIORIDADE
            MOVE 'A'                 TO WS-MSC-FUNCAO
            MOVE WS-SG-ID            TO WS-MSC-OPERADOR
            MOVE WS-SG-PERFIL        TO WS-MSC-PERFIL
            MOVE SPACES              TO WS-MSC-CHAVE
            STRING 'CLIENTE ' WS-FILA-COD-CLIENTE
                   DELIMITED BY SIZE
                   INTO WS-MSC-CHAVE
            END-STRING
            CALL 'CADMASCARA' USING WS-MASCARA-PARM
            MOVE 'M'                 TO WS-MSC-FUNCAO
            MOVE 'N'                 TO WS-MSC-TIPO
            MOVE WS-FILA-CLIENTE     TO WS-MSC-CAMPO
            CALL 'CADMASCARA' USING WS-MASCARA-PARM
            DISPLAY 'CLIENTE    : ' WS-FILA-COD-CLIENTE ' '
                    WS-MSC-CAMPO(1:30)
            MOVE 'T'                 TO WS-MSC-TIPO
            MOVE WS-FILA-TELEFONE    TO WS-MSC-CAMPO
            CALL 'CADMASCARA' USING WS-MASCARA-PARM
            DISPLAY 'TELEFONE   : ' WS-MSC-CAMPO(1:20)
            MOVE WS-FILA-SALDO TO WS-VALOR-ED
            DISPLAY 'SALDO      : ' WS-VALOR-ED
                    '   DEBITOS: ' WS-FILA-QTD-DEBITOS
            DISPLAY 'DIAS ATRASO: ' WS-FILA-DIAS-ATRASO
                    '   BANDA: ' WS-FILA-BANDA
            IF WS-FILA-QUEBRA = 'S'
                MOVE WS-FILA-VALOR-QUEBRA TO WS-VALOR-ED
                DISPLAY '*** PROMESSA QUEBRADA: ' WS-VALOR-ED
                        ' PARA ' WS-FILA-DATA-QUEBRA ' ***'
            END-IF
            .
       P300-REGISTRA-RESULTADO.
            DISPLAY 'P=PROMESSA N=NAO ATENDE R=RECADO E=NUM. ERRADO'
            DISPLAY 'C=CONTESTA X=RECUSA S=PULA F=FIM'
            DISPLAY 'RESULTADO: '
            ACCEPT WS-OPCAO

            EVALUATE TRUE
                WHEN WS-OP-PROMESSA
                    PERFORM P400-REGISTRA-PROMESSA
                WHEN WS-OP-CONTATO
                    MOVE 0 TO WS-VALOR-DIG
                    MOVE 0 TO WS-DATA-DIG
                    PERFORM P500-ACEITA-OBSERVACAO
                    PERFORM P600-GRAVA-CONTATO
                    IF WS-OPCAO = 'C'
                        DISPLAY 'CLIENTE CONTESTA: ABRIR DISPUTA NO '
                                'PAGTODISPUTA PARA SUSPENDER A '
                                'COBRANCA.'
                    END-IF
                WHEN WS-OP-PULA
                    PERFORM P650-DEVOLVE-A-FILA
                WHEN WS-OP-FIM
                    PERFORM P650-DEVOLVE-A-FILA
                    MOVE 'N' TO WS-CONTINUA-SW
                WHEN OTHER
                    DISPLAY 'RESULTADO INVALIDO.'
            END-EVALUATE
            .
       P400-REGISTRA-PROMESSA.
      * Sem codigo de cliente nao ha como conferir o pagamento contra
      * o historico de confirmacoes: registra so a ligacao.
            IF WS-FILA-COD-CLIENTE = 0
                DISPLAY 'CLIENTE SEM CODIGO: PROMESSA NAO PODE SER '
                        'APURADA. REGISTRE OUTRO RESULTADO.'
            ELSE
                DISPLAY 'VALOR PROMETIDO          : '
                ACCEPT WS-ENT-VALOR
                DISPLAY 'DATA PROMETIDA (AAAAMMDD): '
                ACCEPT WS-ENT-DATA
                PERFORM P450-VALIDA-PROMESSA
                IF WS-REG-VALIDO
                    PERFORM P500-ACEITA-OBSERVACAO
                    PERFORM P460-SUBSTITUI-ABERTAS
                    PERFORM P470-GRAVA-PROMESSA
                    PERFORM P600-GRAVA-CONTATO
                END-IF
            END-IF
            .
       P450-VALIDA-PROMESSA.
            MOVE 'Y' TO WS-REG-VALIDO-SW
            MOVE 0   TO WS-VALOR-DIG
            MOVE 0   TO WS-DATA-DIG
            IF FUNCTION TEST-NUMVAL(WS-ENT-VALOR) NOT = 0
                DISPLAY 'VALOR INVALIDO: ' WS-ENT-VALOR
                MOVE 'N' TO WS-REG-VALIDO-SW
            ELSE
                COMPUTE WS-VALOR-DIG = FUNCTION NUMVAL(WS-ENT-VALOR)
                IF WS-VALOR-DIG NOT > 0
                    DISPLAY 'VALOR PROMETIDO DEVE SER POSITIVO.'
                    MOVE 'N' TO WS-REG-VALIDO-SW
                END-IF
                IF WS-VALOR-DIG > WS-FILA-SALDO
                    DISPLAY 'VALOR PROMETIDO ACIMA DO SALDO EM ABERTO.'
                    MOVE 'N' TO WS-REG-VALIDO-SW
                END-IF
            END-IF
            IF WS-ENT-DATA NOT NUMERIC
                DISPLAY 'DATA INVALIDA: ' WS-ENT-DATA
                MOVE 'N' TO WS-REG-VALIDO-SW
            ELSE
                MOVE WS-ENT-DATA TO WS-DATA-DIG
                IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-DIG) NOT = 0
                    DISPLAY 'DATA INVALIDA: ' WS-ENT-DATA
                    MOVE 'N' TO WS-REG-VALIDO-SW
                ELSE
                    PERFORM P455-AJUSTA-DIA-UTIL
                    IF WS-DATA-DIG < WS-HOJE
                       OR WS-DATA-DIG > WS-DATA-LIMITE
                        DISPLAY 'DATA FORA DO PRAZO: DE ' WS-HOJE
                                ' A ' WS-DATA-LIMITE
                        MOVE 'N' TO WS-REG-VALIDO-SW
                    END-IF
                END-IF
            END-IF
            .
       P455-AJUSTA-DIA-UTIL.
      * Promessa para dia sem expediente vale para o proximo util,
      * pela regra comum do CALUTIL.
            MOVE 'P'         TO WS-CA-FUNCAO
            MOVE WS-DATA-DIG TO WS-CA-DATA
            CALL 'CALUTIL' USING WS-CALUTIL-PARM
            IF WS-CA-RC = 0
                IF WS-CA-DATA-UTIL NOT = WS-DATA-DIG
                    DISPLAY 'DATA AJUSTADA PARA O PROXIMO DIA UTIL: '
                            WS-CA-DATA-UTIL
                    MOVE WS-CA-DATA-UTIL TO WS-DATA-DIG
                END-IF
            END-IF
            .
       P460-SUBSTITUI-ABERTAS.
      * Vale uma promessa aberta por cliente: a nova substitui a que
      * ainda estava em aberto.
            MOVE 'N' TO WS-FIM-ARQUIVO
            MOVE WS-FILA-COD-CLIENTE TO WS-PRM-COD-CLIENTE
            MOVE 0                   TO WS-PRM-DATA-REGISTRO
            MOVE 0                   TO WS-PRM-HORA-REGISTRO
            START WS-PRM-FILE KEY NOT LESS WS-PRM-CHAVE
                INVALID KEY SET WS-FIM TO TRUE
            END-START
            PERFORM UNTIL WS-FIM
                READ WS-PRM-FILE NEXT RECORD
                    AT END SET WS-FIM TO TRUE
                    NOT AT END
                        IF WS-PRM-COD-CLIENTE NOT = WS-FILA-COD-CLIENTE
                            SET WS-FIM TO TRUE
                        ELSE
                            IF WS-PRM-SITUACAO = 'A'
                                MOVE 'S'     TO WS-PRM-SITUACAO
                                MOVE WS-HOJE TO WS-PRM-DATA-APURACAO
                                REWRITE WS-PRM-REGISTRO
                                    INVALID KEY
                                        DISPLAY 'FALHA AO SUBSTITUIR '
                                                'PROMESSA ANTERIOR.'
                                END-REWRITE
                                ADD 1 TO WS-TOT-SUBSTITUIDAS
                                DISPLAY 'PROMESSA ANTERIOR DE '
                                        WS-PRM-DATA-REGISTRO
                                        ' SUBSTITUIDA.'
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            MOVE 'N' TO WS-FIM-ARQUIVO
            .
       P470-GRAVA-PROMESSA.
            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
            MOVE WS-DATA-HORA-ATUAL(9:6) TO WS-AGORA
            MOVE WS-FILA-COD-CLIENTE TO WS-PRM-COD-CLIENTE
            MOVE WS-HOJE             TO WS-PRM-DATA-REGISTRO
            MOVE WS-AGORA            TO WS-PRM-HORA-REGISTRO
            MOVE WS-FILA-CLIENTE     TO WS-PRM-CLIENTE
            MOVE WS-SG-ID            TO WS-PRM-OPERADOR
            MOVE WS-VALOR-DIG        TO WS-PRM-VALOR-PROMETIDO
            MOVE WS-DATA-DIG         TO WS-PRM-DATA-PROMETIDA
            MOVE WS-FILA-SALDO       TO WS-PRM-SALDO
            MOVE 'A'                 TO WS-PRM-SITUACAO
            MOVE 0                   TO WS-PRM-DATA-APURACAO
            MOVE 0                   TO WS-PRM-VALOR-PAGO
            WRITE WS-PRM-REGISTRO
                INVALID KEY
                    DISPLAY 'FALHA AO GRAVAR PROMESSA: '
                            WS-FILA-COD-CLIENTE
                NOT INVALID KEY
                    ADD 1 TO WS-TOT-PROMESSAS
                    ADD WS-VALOR-DIG TO WS-VAL-PROMETIDO
                    DISPLAY 'PROMESSA REGISTRADA PARA ' WS-DATA-DIG
            END-WRITE

            MOVE 'COB-PROMESSA'      TO WS-AU-EVENTO
            MOVE SPACES              TO WS-AU-CHAVE
            MOVE WS-FILA-COD-CLIENTE TO WS-AU-CHAVE(1:6)
            MOVE WS-DATA-DIG         TO WS-AU-CHAVE(8:8)
            MOVE WS-VALOR-DIG        TO WS-VALOR-ED
            MOVE WS-VALOR-ED         TO WS-AU-CHAVE(17:14)
            MOVE 1                   TO WS-AU-CONTADOR
            CALL 'AUDITLOG' USING WS-AUDIT-PARM
            .
       P500-ACEITA-OBSERVACAO.
            DISPLAY 'OBSERVACAO: '
            ACCEPT WS-ENT-OBSERVACAO
            .
       P600-GRAVA-CONTATO.
            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
            MOVE WS-HOJE              TO WS-CTT-DATA
            MOVE WS-DATA-HORA-ATUAL(9:6) TO WS-CTT-HORA
            MOVE WS-SG-ID             TO WS-CTT-OPERADOR
            MOVE WS-FILA-SEQ          TO WS-CTT-SEQ
            MOVE WS-FILA-COD-CLIENTE  TO WS-CTT-COD-CLIENTE
            MOVE WS-FILA-CLIENTE      TO WS-CTT-CLIENTE
            MOVE WS-OPCAO             TO WS-CTT-RESULTADO
            MOVE WS-VALOR-DIG         TO WS-CTT-VALOR-PROMETIDO
            MOVE WS-DATA-DIG          TO WS-CTT-DATA-PROMETIDA
            MOVE WS-ENT-OBSERVACAO    TO WS-CTT-OBSERVACAO
            WRITE WS-CTT-REGISTRO
            ADD 1 TO WS-TOT-LIGACOES

            MOVE 'T'                  TO WS-FILA-SITUACAO
            MOVE WS-OPCAO             TO WS-FILA-RESULTADO
            REWRITE WS-FILA-REGISTRO
                INVALID KEY
                    DISPLAY 'FALHA AO ATUALIZAR FILA: ' WS-FILA-SEQ
            END-REWRITE
            SET WS-REGISTRADO TO TRUE
            .
       P650-DEVOLVE-A-FILA.
      * Pulado ou fim de sessao: o cliente volta a ficar livre para
      * os outros cobradores.
            MOVE 'N'    TO WS-FILA-SITUACAO
            MOVE SPACES TO WS-FILA-OPERADOR
            REWRITE WS-FILA-REGISTRO
                INVALID KEY
                    DISPLAY 'FALHA AO DEVOLVER CLIENTE A FILA: '
                            WS-FILA-SEQ
            END-REWRITE
            SET WS-REGISTRADO TO TRUE
            .
       END PROGRAM COBATENDE.
