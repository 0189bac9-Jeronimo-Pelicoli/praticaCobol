      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLANOMANUT.
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
           SELECT WS-FIL-FILE      ASSIGN TO WS-FIL-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS WS-FIL-CODIGO
                                    FILE STATUS WS-FIL-FS.
       DATA DIVISION.
       FILE SECTION.
      * Plano de cobranca recorrente: mensalidade fixa do cliente,
      * cobrada pelo PLANOCOB todo mes no dia informado entre o inicio
      * e o fim (fim zero = sem prazo). No aniversario do inicio o
      * valor e reajustado pelo indice do plano. Plano suspenso ou
      * cancelado nao gera cobranca; o cancelado nao volta a ativo.
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
      * Layout identico ao do FILMANUT
       FD  WS-FIL-FILE.
       01 WS-FIL-REGISTRO.
          03 WS-FIL-CODIGO              PIC 9(3).
          03 WS-FIL-NOME                PIC X(30).
          03 WS-FIL-ARQUIVO             PIC X(40).
          03 WS-FIL-CUTOFF              PIC 9(4).
          03 WS-FIL-CONTA               PIC X(12).
          03 WS-FIL-SITUACAO            PIC X.

       WORKING-STORAGE SECTION.
       01 WS-PLA-PATH             PIC X(40)
                            VALUE 'PLANOS.COBRANCA.IDX'.
       01 WS-CLI-NOVO-PATH        PIC X(40) VALUE 'CLIENTES.NOVO.IDX'.
       01 WS-FIL-PATH             PIC X(40) VALUE 'FILIAIS.IDX'.
       01 WS-PLA-FS               PIC XX.
       01 WS-CLI-NOVO-FS          PIC XX.
       01 WS-FIL-FS               PIC XX.

       01 WS-CONTINUA-SW          PIC X     VALUE 'Y'.
          88 WS-CONTINUA                    VALUE 'Y'.
       01 WS-OPCAO                PIC X     VALUE SPACE.
          88 WS-OP-CONSULTA                 VALUE 'C'.
          88 WS-OP-INCLUI                   VALUE 'I'.
          88 WS-OP-ALTERA                   VALUE 'A'.
          88 WS-OP-SUSPENDE                 VALUE 'S'.
          88 WS-OP-REATIVA                  VALUE 'R'.
          88 WS-OP-CANCELA                  VALUE 'K'.
          88 WS-OP-LISTA                    VALUE 'L'.
          88 WS-OP-SAIR                     VALUE 'X'.

       01 WS-NUMERO-INFORMADO     PIC 9(6)  VALUE 0.
       01 WS-CLIENTE-INFORMADO    PIC 9(6)  VALUE 0.
       01 WS-CONFIRMA             PIC X     VALUE SPACE.
       01 WS-ACHOU-SW             PIC X     VALUE 'N'.
          88 WS-ACHOU                       VALUE 'Y'.
       01 WS-FIM-ARQUIVO          PIC X     VALUE 'N'.
          88 WS-FIM                         VALUE 'Y'.
       01 WS-REG-VALIDO-SW        PIC X     VALUE 'Y'.
          88 WS-REG-VALIDO                  VALUE 'Y'.

       01 WS-AREA-ENTRADA.
          03 WS-ENT-COD-CLIENTE         PIC 9(6).
          03 WS-ENT-DESCRICAO           PIC X(30).
          03 WS-ENT-VALOR               PIC X(14).
          03 WS-ENT-DIA                 PIC 99.
          03 WS-ENT-DATA-INICIO         PIC 9(8).
          03 WS-ENT-DATA-FIM            PIC 9(8).
          03 WS-ENT-INDICE              PIC X(6).
          03 WS-ENT-FILIAL              PIC 9(3).

       01 WS-VALOR-ED             PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL-ED             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-DATA-HORA-ATUAL      PIC X(21).
       01 WS-HOJE                 PIC 9(8)  VALUE 0.

       01 WS-SIGNON-PARM.
           03 WS-SG-ID             PIC X(8).
           03 WS-SG-SENHA          PIC X(8).
           03 WS-SG-FUNCAO         PIC X.
           03 WS-SG-PERFIL         PIC X.
           03 WS-SG-RC             PIC 99.
              88 WS-SG-SEM-SESSAO          VALUE 4.

       01 WS-AUDIT-PARM.
           03 WS-AU-PROGRAMA       PIC X(12) VALUE 'PLANOMANUT'.
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
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-PLA-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CLI-NOVO-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-FIL-PATH
            DISPLAY 'PLANOMANUT - PLANOS DE COBRANCA RECORRENTE'
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

            OPEN I-O WS-PLA-FILE
            IF WS-PLA-FS NOT = '00'
                OPEN OUTPUT WS-PLA-FILE
                CLOSE WS-PLA-FILE
                OPEN I-O WS-PLA-FILE
            END-IF
            IF WS-PLA-FS NOT = '00'
                DISPLAY 'CADASTRO DE PLANOS INDISPONIVEL: '
                        WS-PLA-PATH ' FS: ' WS-PLA-FS
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN INPUT WS-CLI-NOVO
            IF WS-CLI-NOVO-FS NOT = '00'
                DISPLAY 'CADASTRO DE CLIENTES INDISPONIVEL: '
                        WS-CLI-NOVO-PATH ' FS: ' WS-CLI-NOVO-FS
                CLOSE WS-PLA-FILE
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN INPUT WS-FIL-FILE
            IF WS-FIL-FS NOT = '00'
                DISPLAY 'CADASTRO DE FILIAIS INDISPONIVEL: '
                        WS-FIL-PATH ' FS: ' WS-FIL-FS
                CLOSE WS-PLA-FILE
                CLOSE WS-CLI-NOVO
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF

            PERFORM P100-MENU
                    UNTIL NOT WS-CONTINUA

            CLOSE WS-PLA-FILE
            CLOSE WS-CLI-NOVO
            CLOSE WS-FIL-FILE
            STOP RUN.

       P100-MENU.
            DISPLAY '---------------------------------------------'
            DISPLAY 'C=CONSULTA I=INCLUI A=ALTERA S=SUSPENDE '
                    'R=REATIVA K=CANCELA L=LISTA X=SAIR'
            DISPLAY 'OPCAO: '
            ACCEPT WS-OPCAO

            EVALUATE TRUE
                WHEN WS-OP-CONSULTA  PERFORM P200-CONSULTA
                WHEN WS-OP-INCLUI    PERFORM P300-INCLUI
                WHEN WS-OP-ALTERA    PERFORM P400-ALTERA
                WHEN WS-OP-SUSPENDE  PERFORM P450-SUSPENDE
                WHEN WS-OP-REATIVA   PERFORM P460-REATIVA
                WHEN WS-OP-CANCELA   PERFORM P470-CANCELA
                WHEN WS-OP-LISTA     PERFORM P500-LISTA
                WHEN WS-OP-SAIR      MOVE 'N' TO WS-CONTINUA-SW
                WHEN OTHER           DISPLAY 'OPCAO INVALIDA.'
            END-EVALUATE
            .
       P150-LE-POR-NUMERO.
            DISPLAY 'NUMERO DO PLANO: '
            ACCEPT WS-NUMERO-INFORMADO
            MOVE 'N' TO WS-ACHOU-SW
            MOVE WS-NUMERO-INFORMADO TO WS-PLA-NUMERO
            READ WS-PLA-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET WS-ACHOU TO TRUE
            END-READ
            .
       P200-CONSULTA.
            PERFORM P150-LE-POR-NUMERO
            IF WS-ACHOU
                PERFORM P250-MOSTRA-PLANO
            ELSE
                DISPLAY 'PLANO NAO CADASTRADO: ' WS-NUMERO-INFORMADO
            END-IF
            .
       P250-MOSTRA-PLANO.
            MOVE WS-PLA-COD-CLIENTE TO WS-CODIGO
            READ WS-CLI-NOVO
                INVALID KEY MOVE '** CLIENTE NAO CADASTRADO **'
                                 TO WS-NOME
            END-READ
            DISPLAY 'PLANO           : ' WS-PLA-NUMERO
            DISPLAY 'CLIENTE         : ' WS-PLA-COD-CLIENTE ' '
                    WS-NOME
            DISPLAY 'DESCRICAO       : ' WS-PLA-DESCRICAO
            MOVE WS-PLA-VALOR TO WS-VALOR-ED
            DISPLAY 'VALOR ATUAL     : ' WS-VALOR-ED
            MOVE WS-PLA-VALOR-INICIAL TO WS-VALOR-ED
            DISPLAY 'VALOR INICIAL   : ' WS-VALOR-ED
            DISPLAY 'DIA DE COBRANCA : ' WS-PLA-DIA-COBRANCA
            DISPLAY 'INICIO          : ' WS-PLA-DATA-INICIO
            IF WS-PLA-DATA-FIM = 0
                DISPLAY 'FIM             : SEM PRAZO'
            ELSE
                DISPLAY 'FIM             : ' WS-PLA-DATA-FIM
            END-IF
            IF WS-PLA-INDICE = SPACES
                DISPLAY 'INDICE          : SEM REAJUSTE'
            ELSE
                DISPLAY 'INDICE          : ' WS-PLA-INDICE
                        '  ULTIMO REAJUSTE ' WS-PLA-DATA-ULT-REAJUSTE
            END-IF
            DISPLAY 'FILIAL          : ' WS-PLA-FILIAL
            EVALUATE TRUE
                WHEN WS-PLA-ATIVO
                    DISPLAY 'SITUACAO        : ATIVO'
                WHEN WS-PLA-SUSPENSO
                    DISPLAY 'SITUACAO        : SUSPENSO DESDE '
                            WS-PLA-DATA-SITUACAO
                WHEN WS-PLA-CANCELADO
                    DISPLAY 'SITUACAO        : CANCELADO EM '
                            WS-PLA-DATA-SITUACAO
            END-EVALUATE
            DISPLAY 'ULTIMO MES COBR.: ' WS-PLA-ULT-ANOMES
            DISPLAY 'COBRANCAS       : ' WS-PLA-QTD-COBRANCAS
            MOVE WS-PLA-TOTAL-FATURADO TO WS-TOTAL-ED
            DISPLAY 'TOTAL FATURADO  : ' WS-TOTAL-ED
            .
       P260-ACEITA-DADOS.
            DISPLAY 'DESCRICAO DO PLANO             : '
            ACCEPT WS-ENT-DESCRICAO
            DISPLAY 'VALOR MENSAL                   : '
            ACCEPT WS-ENT-VALOR
            DISPLAY 'DIA DE COBRANCA (1-31)         : '
            ACCEPT WS-ENT-DIA
            DISPLAY 'DATA FIM (AAAAMMDD, 0=SEM PRAZO): '
            ACCEPT WS-ENT-DATA-FIM
            DISPLAY 'INDICE DE REAJUSTE (VAZIO=NENHUM): '
            ACCEPT WS-ENT-INDICE
            MOVE FUNCTION UPPER-CASE(WS-ENT-INDICE) TO WS-ENT-INDICE
            .
       P270-VALIDA-ENTRADA.
            MOVE 'Y' TO WS-REG-VALIDO-SW
            IF WS-ENT-DESCRICAO = SPACES
                DISPLAY 'DESCRICAO OBRIGATORIA.'
                MOVE 'N' TO WS-REG-VALIDO-SW
            END-IF
            IF FUNCTION TEST-NUMVAL(WS-ENT-VALOR) NOT = 0
                DISPLAY 'VALOR INVALIDO: ' WS-ENT-VALOR
                MOVE 'N' TO WS-REG-VALIDO-SW
            ELSE
                IF FUNCTION NUMVAL(WS-ENT-VALOR) NOT > 0
                    DISPLAY 'VALOR DEVE SER POSITIVO.'
                    MOVE 'N' TO WS-REG-VALIDO-SW
                END-IF
            END-IF
            IF WS-ENT-DIA < 1 OR WS-ENT-DIA > 31
                DISPLAY 'DIA DE COBRANCA INVALIDO: ' WS-ENT-DIA
                MOVE 'N' TO WS-REG-VALIDO-SW
            END-IF
            IF WS-ENT-DATA-FIM NOT = 0
                IF FUNCTION TEST-DATE-YYYYMMDD(WS-ENT-DATA-FIM)
                   NOT = 0
                    DISPLAY 'DATA FIM INVALIDA: ' WS-ENT-DATA-FIM
                    MOVE 'N' TO WS-REG-VALIDO-SW
                ELSE
                    IF WS-ENT-DATA-FIM < WS-ENT-DATA-INICIO
                        DISPLAY 'DATA FIM ANTERIOR AO INICIO.'
                        MOVE 'N' TO WS-REG-VALIDO-SW
                    END-IF
                END-IF
            END-IF
            .
       P280-VALIDA-INCLUSAO.
            MOVE 'Y' TO WS-REG-VALIDO-SW
            MOVE WS-ENT-COD-CLIENTE TO WS-CODIGO
            READ WS-CLI-NOVO
                INVALID KEY
                    DISPLAY 'CLIENTE NAO CADASTRADO: '
                            WS-ENT-COD-CLIENTE
                    MOVE 'N' TO WS-REG-VALIDO-SW
            END-READ
            MOVE WS-ENT-FILIAL TO WS-FIL-CODIGO
            READ WS-FIL-FILE
                INVALID KEY
                    DISPLAY 'FILIAL NAO CADASTRADA: ' WS-ENT-FILIAL
                    MOVE 'N' TO WS-REG-VALIDO-SW
            END-READ
            IF FUNCTION TEST-DATE-YYYYMMDD(WS-ENT-DATA-INICIO) NOT = 0
                DISPLAY 'DATA DE INICIO INVALIDA: ' WS-ENT-DATA-INICIO
                MOVE 'N' TO WS-REG-VALIDO-SW
            END-IF
            .
       P290-MOVE-DADOS.
            MOVE WS-ENT-DESCRICAO   TO WS-PLA-DESCRICAO
            COMPUTE WS-PLA-VALOR = FUNCTION NUMVAL(WS-ENT-VALOR)
            MOVE WS-ENT-DIA         TO WS-PLA-DIA-COBRANCA
            MOVE WS-ENT-DATA-FIM    TO WS-PLA-DATA-FIM
            MOVE WS-ENT-INDICE      TO WS-PLA-INDICE
            MOVE WS-SG-ID           TO WS-PLA-OPERADOR
            .
       P300-INCLUI.
            PERFORM P150-LE-POR-NUMERO
            IF WS-ACHOU
                DISPLAY 'PLANO JA CADASTRADO: ' WS-NUMERO-INFORMADO
            ELSE
                DISPLAY 'CODIGO DO CLIENTE              : '
                ACCEPT WS-ENT-COD-CLIENTE
                DISPLAY 'FILIAL RESPONSAVEL             : '
                ACCEPT WS-ENT-FILIAL
                DISPLAY 'DATA DE INICIO (AAAAMMDD)      : '
                ACCEPT WS-ENT-DATA-INICIO
                PERFORM P280-VALIDA-INCLUSAO
                IF WS-REG-VALIDO
                    PERFORM P260-ACEITA-DADOS
                    PERFORM P270-VALIDA-ENTRADA
                END-IF
                IF WS-REG-VALIDO
                    INITIALIZE WS-PLA-REGISTRO
                    MOVE WS-NUMERO-INFORMADO TO WS-PLA-NUMERO
                    MOVE WS-ENT-COD-CLIENTE  TO WS-PLA-COD-CLIENTE
                    MOVE WS-ENT-FILIAL       TO WS-PLA-FILIAL
                    MOVE WS-ENT-DATA-INICIO  TO WS-PLA-DATA-INICIO
                    PERFORM P290-MOVE-DADOS
                    MOVE WS-PLA-VALOR        TO WS-PLA-VALOR-INICIAL
                    MOVE 'A'                 TO WS-PLA-SITUACAO
                    MOVE WS-HOJE             TO WS-PLA-DATA-SITUACAO
                    WRITE WS-PLA-REGISTRO
                        INVALID KEY
                            DISPLAY 'FALHA NA INCLUSAO: '
                                    WS-NUMERO-INFORMADO
                        NOT INVALID KEY
                            DISPLAY 'PLANO INCLUIDO.'
                            MOVE 'PLANO-INCLUI' TO WS-AU-EVENTO
                            PERFORM P600-AUDITA
                    END-WRITE
                ELSE
                    DISPLAY 'INCLUSAO REJEITADA PELA VALIDACAO.'
                END-IF
            END-IF
            .
       P400-ALTERA.
      * Cliente, filial e inicio nao mudam: o aniversario do reajuste
      * e o historico de cobrancas dependem deles. Troca de cliente e
      * um plano novo.
            PERFORM P150-LE-POR-NUMERO
            EVALUATE TRUE
                WHEN NOT WS-ACHOU
                    DISPLAY 'PLANO NAO CADASTRADO: '
                            WS-NUMERO-INFORMADO
                WHEN WS-PLA-CANCELADO
                    DISPLAY 'PLANO CANCELADO NAO PODE MUDAR.'
                WHEN OTHER
                    PERFORM P250-MOSTRA-PLANO
                    DISPLAY 'REDIGITE OS DADOS DO PLANO'
                    MOVE WS-PLA-DATA-INICIO TO WS-ENT-DATA-INICIO
                    PERFORM P260-ACEITA-DADOS
                    PERFORM P270-VALIDA-ENTRADA
                    IF WS-REG-VALIDO
                        PERFORM P290-MOVE-DADOS
                        REWRITE WS-PLA-REGISTRO
                            INVALID KEY
                                DISPLAY 'FALHA NA ALTERACAO: '
                                        WS-NUMERO-INFORMADO
                            NOT INVALID KEY
                                DISPLAY 'PLANO ALTERADO.'
                                MOVE 'PLANO-ALTERA' TO WS-AU-EVENTO
                                PERFORM P600-AUDITA
                        END-REWRITE
                    ELSE
                        DISPLAY 'ALTERACAO REJEITADA PELA VALIDACAO.'
                    END-IF
            END-EVALUATE
            .
       P450-SUSPENDE.
            PERFORM P150-LE-POR-NUMERO
            EVALUATE TRUE
                WHEN NOT WS-ACHOU
                    DISPLAY 'PLANO NAO CADASTRADO: '
                            WS-NUMERO-INFORMADO
                WHEN NOT WS-PLA-ATIVO
                    DISPLAY 'SO PLANO ATIVO PODE SER SUSPENSO.'
                WHEN OTHER
                    MOVE 'S'          TO WS-PLA-SITUACAO
                    MOVE 'PLANO-SUSPEN' TO WS-AU-EVENTO
                    PERFORM P480-GRAVA-SITUACAO
            END-EVALUATE
            .
       P460-REATIVA.
      * Meses em que o plano ficou suspenso nao sao cobrados depois:
      * o PLANOCOB so cobra o mes em que roda.
            PERFORM P150-LE-POR-NUMERO
            EVALUATE TRUE
                WHEN NOT WS-ACHOU
                    DISPLAY 'PLANO NAO CADASTRADO: '
                            WS-NUMERO-INFORMADO
                WHEN NOT WS-PLA-SUSPENSO
                    DISPLAY 'SO PLANO SUSPENSO PODE SER REATIVADO.'
                WHEN OTHER
                    MOVE 'A'          TO WS-PLA-SITUACAO
                    MOVE 'PLANO-REATIV' TO WS-AU-EVENTO
                    PERFORM P480-GRAVA-SITUACAO
            END-EVALUATE
            .
       P470-CANCELA.
            PERFORM P150-LE-POR-NUMERO
            EVALUATE TRUE
                WHEN NOT WS-ACHOU
                    DISPLAY 'PLANO NAO CADASTRADO: '
                            WS-NUMERO-INFORMADO
                WHEN WS-PLA-CANCELADO
                    DISPLAY 'PLANO JA CANCELADO.'
                WHEN OTHER
                    PERFORM P250-MOSTRA-PLANO
                    DISPLAY 'CONFIRMA O CANCELAMENTO (S/N)? '
                    ACCEPT WS-CONFIRMA
                    IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                        MOVE 'C'          TO WS-PLA-SITUACAO
                        MOVE 'PLANO-CANCEL' TO WS-AU-EVENTO
                        PERFORM P480-GRAVA-SITUACAO
                    ELSE
                        DISPLAY 'CANCELAMENTO NAO CONFIRMADO.'
                    END-IF
            END-EVALUATE
            .
       P480-GRAVA-SITUACAO.
            MOVE WS-HOJE  TO WS-PLA-DATA-SITUACAO
            MOVE WS-SG-ID TO WS-PLA-OPERADOR
            REWRITE WS-PLA-REGISTRO
                INVALID KEY
                    DISPLAY 'FALHA NA GRAVACAO: ' WS-NUMERO-INFORMADO
                NOT INVALID KEY
                    DISPLAY 'SITUACAO DO PLANO GRAVADA: '
                            WS-PLA-SITUACAO
                    PERFORM P600-AUDITA
            END-REWRITE
            .
       P500-LISTA.
            DISPLAY 'CODIGO DO CLIENTE (0=TODOS): '
            ACCEPT WS-CLIENTE-INFORMADO
            MOVE 'N' TO WS-FIM-ARQUIVO
            IF WS-CLIENTE-INFORMADO = 0
                MOVE LOW-VALUES TO WS-PLA-NUMERO
                START WS-PLA-FILE KEY NOT LESS WS-PLA-NUMERO
                    INVALID KEY SET WS-FIM TO TRUE
                END-START
            ELSE
                MOVE WS-CLIENTE-INFORMADO TO WS-PLA-COD-CLIENTE
                START WS-PLA-FILE KEY = WS-PLA-COD-CLIENTE
                    INVALID KEY SET WS-FIM TO TRUE
                END-START
            END-IF
            PERFORM P550-LISTA-PROXIMA
                    UNTIL WS-FIM
            .
       P550-LISTA-PROXIMA.
            READ WS-PLA-FILE NEXT RECORD
                AT END SET WS-FIM TO TRUE
                NOT AT END
                    IF WS-CLIENTE-INFORMADO NOT = 0
                       AND WS-PLA-COD-CLIENTE NOT = WS-CLIENTE-INFORMADO
                        SET WS-FIM TO TRUE
                    ELSE
                        MOVE WS-PLA-VALOR TO WS-VALOR-ED
                        DISPLAY WS-PLA-NUMERO ' ' WS-PLA-COD-CLIENTE
                                ' ' WS-PLA-DESCRICAO ' ' WS-VALOR-ED
                                ' DIA ' WS-PLA-DIA-COBRANCA
                                ' ' WS-PLA-SITUACAO
                                ' ' WS-PLA-ULT-ANOMES
                    END-IF
            END-READ
            .
       P600-AUDITA.
            MOVE SPACES TO WS-AU-CHAVE
            STRING 'PLANO ' WS-PLA-NUMERO ' CLI ' WS-PLA-COD-CLIENTE
                   DELIMITED BY SIZE
                   INTO WS-AU-CHAVE
            END-STRING
            MOVE 1 TO WS-AU-CONTADOR
            CALL 'AUDITLOG' USING WS-AUDIT-PARM
            .
       END PROGRAM PLANOMANUT.
