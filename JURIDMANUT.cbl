      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JURIDMANUT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-JUR-FILE      ASSIGN TO WS-JUR-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS WS-JUR-CODIGO
                                    FILE STATUS WS-JUR-FS.
           SELECT WS-CLI-NOVO      ASSIGN TO WS-CLI-NOVO-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS WS-CODIGO
                                    ALTERNATE RECORD KEY IS WS-NOME
                                                  WITH DUPLICATES
                                    FILE STATUS WS-CLI-NOVO-FS.
       DATA DIVISION.
       FILE SECTION.
      * Situacao juridica por cliente: obito, falencia ou recuperacao
      * judicial, com a data do evento, o numero do processo e o
      * advogado responsavel. O caso encerrado (E) fica no arquivo e
      * a cobranca volta ao normal; o historico fica no jornal.
       FD  WS-JUR-FILE.
       01 WS-JUR-REGISTRO.
           03 WS-JUR-CODIGO          PIC 9(6).
           03 WS-JUR-SITUACAO        PIC X.
              88 WS-JUR-OBITO                  VALUE 'O'.
              88 WS-JUR-FALENCIA               VALUE 'F'.
              88 WS-JUR-RECUPERACAO            VALUE 'R'.
              88 WS-JUR-ENCERRADA              VALUE 'E'.
           03 WS-JUR-DATA-EVENTO     PIC 9(8).
           03 WS-JUR-PROCESSO        PIC X(25).
           03 WS-JUR-ADVOGADO        PIC X(30).
           03 WS-JUR-DATA-REGISTRO   PIC 9(8).
           03 WS-JUR-OPERADOR        PIC X(8).
           03 WS-JUR-DATA-ENCERRA    PIC 9(8).
       FD  WS-CLI-NOVO.
       01 WS-LAYOUT-2.
          03 WS-CODIGO                  PIC 9(6).
          03 WS-NOME                    PIC X(30).
          03 WS-ENDERECO                PIC X(60).
          03 WS-TELEFONE                PIC X(20).
          03 WS-EMAIL                   PIC X(50).
          03 WS-ESTADO                  PIC X(30).
          03 WS-CIDADE                  PIC X(30).

       WORKING-STORAGE SECTION.
       01 WS-JUR-PATH              PIC X(40) VALUE 'CLIJURIDICO.IDX'.
       01 WS-CLI-NOVO-PATH         PIC X(40)
                            VALUE 'CLIENTES.NOVO.IDX'.
       01 WS-JUR-FS                PIC XX.
       01 WS-CLI-NOVO-FS           PIC XX.

       01 WS-OPCAO                 PIC X     VALUE SPACE.
          88 WS-OP-REGISTRA                  VALUE 'R'.
          88 WS-OP-ENCERRA                   VALUE 'E'.
          88 WS-OP-CONSULTA                  VALUE 'C'.
          88 WS-OP-SAIR                      VALUE 'X'.

       01 WS-ACHOU-SW              PIC X     VALUE 'N'.
          88 WS-ACHOU                        VALUE 'Y'.
       01 WS-JUR-ACHOU-SW          PIC X     VALUE 'N'.
          88 WS-JUR-ACHOU                    VALUE 'Y'.
       01 WS-VALIDO-SW             PIC X     VALUE 'Y'.
          88 WS-VALIDO                       VALUE 'Y'.

       01 WS-ENT-CODIGO            PIC X(6)  VALUE SPACES.
       01 WS-ENT-SITUACAO          PIC X     VALUE SPACE.
       01 WS-ENT-DATA              PIC X(8)  VALUE SPACES.
       01 WS-ENT-PROCESSO          PIC X(25) VALUE SPACES.
       01 WS-ENT-ADVOGADO          PIC X(30) VALUE SPACES.
       01 WS-ENT-CONFIRMA          PIC X     VALUE SPACE.
       01 WS-COD-CLIENTE           PIC 9(6)  VALUE 0.

       01 WS-DATA-HORA-ATUAL       PIC X(21).
       01 WS-HOJE                  PIC 9(8)  VALUE 0.
       01 WS-OPERADOR              PIC X(8)  VALUE SPACES.

      * Imagem da situacao juridica no jornal de clientes: codigo e
      * nome na frente, como no cadastro, para o CLIJORNALCON.
       01 WS-IMG-JURIDICO.
           03 WS-IMG-CODIGO        PIC 9(6).
           03 WS-IMG-NOME          PIC X(30).
           03 FILLER               PIC X(13) VALUE 'JURIDICO SIT '.
           03 WS-IMG-SITUACAO      PIC X.
           03 FILLER               PIC X     VALUE SPACE.
           03 WS-IMG-DATA-EVENTO   PIC 9(8).
           03 FILLER               PIC X(6)  VALUE ' PROC '.
           03 WS-IMG-PROCESSO      PIC X(25).
           03 FILLER               PIC X(5)  VALUE ' ADV '.
           03 WS-IMG-ADVOGADO      PIC X(30).
           03 FILLER               PIC X     VALUE SPACE.
           03 WS-IMG-DATA-ENCERRA  PIC 9(8).
       01 WS-IMG-ANTES             PIC X(226) VALUE SPACES.

       01 WS-JORNAL-PARM.
          03 WS-JP-PROGRAMA             PIC X(8) VALUE 'JURIDMAN'.
          03 WS-JP-OPERACAO             PIC X    VALUE SPACE.
          03 WS-JP-ANTES                PIC X(226).
          03 WS-JP-DEPOIS               PIC X(226).
          03 WS-JP-OPERADOR             PIC X(8) VALUE SPACES.

      * Identificacao do operador, obrigatoria nos programas de
      * terminal; a consulta e livre, mas registrar e encerrar pedem
      * perfil de atualizacao.
       01 WS-SIGNON-PARM.
           03 WS-SG-ID             PIC X(8).
           03 WS-SG-SENHA          PIC X(8).
           03 WS-SG-FUNCAO         PIC X.
           03 WS-SG-PERFIL         PIC X.
           03 WS-SG-RC             PIC 99.
              88 WS-SG-SEM-SESSAO          VALUE 4.

       01 WS-AUDIT-PARM.
           03 WS-AU-PROGRAMA       PIC X(12) VALUE 'JURIDMANUT'.
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
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-JUR-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CLI-NOVO-PATH
            DISPLAY 'JURIDMANUT - SITUACAO JURIDICA DE CLIENTES'
            MOVE SPACES TO WS-SG-ID
            MOVE 'C' TO WS-SG-FUNCAO
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
            MOVE WS-SG-ID TO WS-OPERADOR
            MOVE WS-SG-ID TO WS-JP-OPERADOR
            MOVE WS-SG-ID TO WS-AU-OPERADOR

            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
            MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-HOJE

            OPEN I-O WS-JUR-FILE
            IF WS-JUR-FS NOT = '00'
                OPEN OUTPUT WS-JUR-FILE
                CLOSE WS-JUR-FILE
                OPEN I-O WS-JUR-FILE
            END-IF
            IF WS-JUR-FS NOT = '00'
                DISPLAY 'CADASTRO JURIDICO INDISPONIVEL: '
                        WS-JUR-PATH ' FS: ' WS-JUR-FS
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN INPUT WS-CLI-NOVO
            IF WS-CLI-NOVO-FS NOT = '00'
                DISPLAY 'CADASTRO DE CLIENTES INDISPONIVEL: '
                        WS-CLI-NOVO-PATH ' FS: ' WS-CLI-NOVO-FS
                CLOSE WS-JUR-FILE
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF

            PERFORM UNTIL WS-OP-SAIR
                DISPLAY '---------------------------------------------'
                DISPLAY 'R=REGISTRA E=ENCERRA C=CONSULTA X=SAIR'
                DISPLAY 'OPCAO: '
                ACCEPT WS-OPCAO
                MOVE FUNCTION UPPER-CASE(WS-OPCAO) TO WS-OPCAO
                EVALUATE TRUE
                    WHEN WS-OP-REGISTRA  PERFORM P200-REGISTRA
                    WHEN WS-OP-ENCERRA   PERFORM P400-ENCERRA
                    WHEN WS-OP-CONSULTA  PERFORM P600-CONSULTA
                    WHEN WS-OP-SAIR      CONTINUE
                    WHEN OTHER           DISPLAY 'OPCAO INVALIDA.'
                END-EVALUATE
            END-PERFORM

            CLOSE WS-CLI-NOVO
            CLOSE WS-JUR-FILE
            STOP RUN.

       P100-LE-CLIENTE.
      * Le o cliente no master e a situacao juridica dele, se houver.
            MOVE 'N' TO WS-ACHOU-SW
            MOVE 'N' TO WS-JUR-ACHOU-SW
            DISPLAY 'CODIGO DO CLIENTE: '
            MOVE SPACES TO WS-ENT-CODIGO
            ACCEPT WS-ENT-CODIGO
            IF WS-ENT-CODIGO IS NOT NUMERIC
                DISPLAY 'CODIGO INVALIDO: INFORME OS 6 DIGITOS.'
            ELSE
                MOVE WS-ENT-CODIGO TO WS-COD-CLIENTE
                MOVE WS-COD-CLIENTE TO WS-CODIGO
                READ WS-CLI-NOVO
                    INVALID KEY
                        DISPLAY 'CLIENTE NAO CADASTRADO: '
                                WS-COD-CLIENTE
                    NOT INVALID KEY
                        SET WS-ACHOU TO TRUE
                        DISPLAY 'CLIENTE : ' WS-CODIGO ' ' WS-NOME
                END-READ
            END-IF
            IF WS-ACHOU
                MOVE WS-COD-CLIENTE TO WS-JUR-CODIGO
                READ WS-JUR-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET WS-JUR-ACHOU TO TRUE
                END-READ
            END-IF
            .
       P150-VERIFICA-PERFIL.
            MOVE 'Y' TO WS-VALIDO-SW
            IF WS-SG-PERFIL NOT = 'A' AND WS-SG-PERFIL NOT = 'S'
                DISPLAY 'PERFIL SEM PERMISSAO PARA ALTERAR A SITUACAO '
                        'JURIDICA.'
                MOVE 'N' TO WS-VALIDO-SW
            END-IF
            .
       P170-MONTA-IMAGEM.
            MOVE WS-JUR-CODIGO        TO WS-IMG-CODIGO
            MOVE WS-NOME              TO WS-IMG-NOME
            MOVE WS-JUR-SITUACAO      TO WS-IMG-SITUACAO
            MOVE WS-JUR-DATA-EVENTO   TO WS-IMG-DATA-EVENTO
            MOVE WS-JUR-PROCESSO      TO WS-IMG-PROCESSO
            MOVE WS-JUR-ADVOGADO      TO WS-IMG-ADVOGADO
            MOVE WS-JUR-DATA-ENCERRA  TO WS-IMG-DATA-ENCERRA
            .
       P180-JORNALIZA.
            PERFORM P170-MONTA-IMAGEM
            MOVE WS-IMG-ANTES    TO WS-JP-ANTES
            MOVE WS-IMG-JURIDICO TO WS-JP-DEPOIS
            CALL 'CLIJORNAL' USING WS-JORNAL-PARM

            MOVE SPACES          TO WS-AU-CHAVE
            MOVE WS-JUR-CODIGO   TO WS-AU-CHAVE(1:6)
            MOVE WS-JUR-SITUACAO TO WS-AU-CHAVE(8:1)
            MOVE WS-JUR-PROCESSO TO WS-AU-CHAVE(10:21)
            MOVE 1               TO WS-AU-CONTADOR
            CALL 'AUDITLOG' USING WS-AUDIT-PARM
            .
       P200-REGISTRA.
      * Registro novo ou mudanca de situacao (recuperacao convolada
      * em falencia, por exemplo): vale a partir do proximo run de
      * cada programa de cobranca, debito e correspondencia.
            PERFORM P150-VERIFICA-PERFIL
            IF WS-VALIDO
                PERFORM P100-LE-CLIENTE
            END-IF
            IF WS-VALIDO AND WS-ACHOU
                IF WS-JUR-ACHOU AND NOT WS-JUR-ENCERRADA
                    PERFORM P650-MOSTRA-SITUACAO
                    DISPLAY 'CLIENTE JA TEM SITUACAO JURIDICA. '
                            'ALTERAR (S/N)? '
                    MOVE SPACE TO WS-ENT-CONFIRMA
                    ACCEPT WS-ENT-CONFIRMA
                    IF WS-ENT-CONFIRMA NOT = 'S'
                        MOVE 'N' TO WS-VALIDO-SW
                    END-IF
                END-IF
            END-IF
            IF WS-VALIDO AND WS-ACHOU
                PERFORM P250-LE-DADOS
            END-IF
            IF WS-VALIDO AND WS-ACHOU
                PERFORM P300-GRAVA
            END-IF
            .
       P250-LE-DADOS.
            DISPLAY 'SITUACAO (O=OBITO, F=FALENCIA, '
                    'R=RECUPERACAO JUDICIAL): '
            MOVE SPACE TO WS-ENT-SITUACAO
            ACCEPT WS-ENT-SITUACAO
            MOVE FUNCTION UPPER-CASE(WS-ENT-SITUACAO)
              TO WS-ENT-SITUACAO
            IF WS-ENT-SITUACAO NOT = 'O' AND WS-ENT-SITUACAO NOT = 'F'
               AND WS-ENT-SITUACAO NOT = 'R'
                DISPLAY 'SITUACAO INVALIDA.'
                MOVE 'N' TO WS-VALIDO-SW
            END-IF

            IF WS-VALIDO
                DISPLAY 'DATA DO OBITO OU DA DECISAO (AAAAMMDD): '
                MOVE SPACES TO WS-ENT-DATA
                ACCEPT WS-ENT-DATA
                EVALUATE TRUE
                    WHEN WS-ENT-DATA IS NOT NUMERIC
                        DISPLAY 'DATA INVALIDA.'
                        MOVE 'N' TO WS-VALIDO-SW
                    WHEN FUNCTION TEST-DATE-YYYYMMDD
                             (FUNCTION NUMVAL(WS-ENT-DATA)) NOT = 0
                        DISPLAY 'DATA INVALIDA.'
                        MOVE 'N' TO WS-VALIDO-SW
                    WHEN WS-ENT-DATA > WS-HOJE
                        DISPLAY 'DATA NAO PODE SER FUTURA.'
                        MOVE 'N' TO WS-VALIDO-SW
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-IF

            IF WS-VALIDO
                DISPLAY 'NUMERO DO PROCESSO (OU CERTIDAO DE OBITO): '
                MOVE SPACES TO WS-ENT-PROCESSO
                ACCEPT WS-ENT-PROCESSO
                DISPLAY 'ADVOGADO RESPONSAVEL: '
                MOVE SPACES TO WS-ENT-ADVOGADO
                ACCEPT WS-ENT-ADVOGADO
                IF WS-ENT-PROCESSO = SPACES OR WS-ENT-ADVOGADO = SPACES
                    DISPLAY 'PROCESSO E ADVOGADO SAO OBRIGATORIOS.'
                    MOVE 'N' TO WS-VALIDO-SW
                END-IF
            END-IF
            .
       P300-GRAVA.
            MOVE SPACES TO WS-IMG-ANTES
            IF WS-JUR-ACHOU
                PERFORM P170-MONTA-IMAGEM
                MOVE WS-IMG-JURIDICO TO WS-IMG-ANTES
            END-IF
            MOVE WS-COD-CLIENTE   TO WS-JUR-CODIGO
            MOVE WS-ENT-SITUACAO  TO WS-JUR-SITUACAO
            MOVE WS-ENT-DATA      TO WS-JUR-DATA-EVENTO
            MOVE WS-ENT-PROCESSO  TO WS-JUR-PROCESSO
            MOVE WS-ENT-ADVOGADO  TO WS-JUR-ADVOGADO
            MOVE WS-HOJE          TO WS-JUR-DATA-REGISTRO
            MOVE WS-OPERADOR      TO WS-JUR-OPERADOR
            MOVE 0                TO WS-JUR-DATA-ENCERRA
            MOVE 'JURID-REG'      TO WS-AU-EVENTO
            IF WS-JUR-ACHOU
                REWRITE WS-JUR-REGISTRO
                    INVALID KEY
                        DISPLAY 'FALHA AO GRAVAR SITUACAO. FS: '
                                WS-JUR-FS
                    NOT INVALID KEY
                        DISPLAY 'SITUACAO JURIDICA ALTERADA.'
                        MOVE 'A' TO WS-JP-OPERACAO
                        PERFORM P180-JORNALIZA
                END-REWRITE
            ELSE
                WRITE WS-JUR-REGISTRO
                    INVALID KEY
                        DISPLAY 'FALHA AO GRAVAR SITUACAO. FS: '
                                WS-JUR-FS
                    NOT INVALID KEY
                        DISPLAY 'SITUACAO JURIDICA REGISTRADA. '
                                'COBRANCA SUSPENSA.'
                        MOVE 'I' TO WS-JP-OPERACAO
                        PERFORM P180-JORNALIZA
                END-WRITE
            END-IF
            .
       P400-ENCERRA.
      * Encerramento do caso (recuperacao cumprida, falencia
      * encerrada ou registro feito por engano): a cobranca normal
      * volta no proximo run.
            PERFORM P150-VERIFICA-PERFIL
            IF WS-VALIDO
                PERFORM P100-LE-CLIENTE
                EVALUATE TRUE
                    WHEN NOT WS-ACHOU
                        CONTINUE
                    WHEN NOT WS-JUR-ACHOU
                        DISPLAY 'CLIENTE SEM SITUACAO JURIDICA.'
                    WHEN WS-JUR-ENCERRADA
                        DISPLAY 'CASO JA ENCERRADO EM '
                                WS-JUR-DATA-ENCERRA
                    WHEN OTHER
                        PERFORM P650-MOSTRA-SITUACAO
                        DISPLAY 'CONFIRMA O ENCERRAMENTO (S/N)? '
                        MOVE SPACE TO WS-ENT-CONFIRMA
                        ACCEPT WS-ENT-CONFIRMA
                        IF WS-ENT-CONFIRMA = 'S'
                            PERFORM P450-GRAVA-ENCERRAMENTO
                        ELSE
                            DISPLAY 'ENCERRAMENTO CANCELADO.'
                        END-IF
                END-EVALUATE
            END-IF
            .
       P450-GRAVA-ENCERRAMENTO.
            PERFORM P170-MONTA-IMAGEM
            MOVE WS-IMG-JURIDICO TO WS-IMG-ANTES
            MOVE 'E'             TO WS-JUR-SITUACAO
            MOVE WS-HOJE         TO WS-JUR-DATA-ENCERRA
            MOVE WS-OPERADOR     TO WS-JUR-OPERADOR
            REWRITE WS-JUR-REGISTRO
                INVALID KEY
                    DISPLAY 'FALHA AO ENCERRAR O CASO. FS: ' WS-JUR-FS
                NOT INVALID KEY
                    DISPLAY 'CASO ENCERRADO. COBRANCA LIBERADA.'
                    MOVE 'A'          TO WS-JP-OPERACAO
                    MOVE 'JURID-ENCER' TO WS-AU-EVENTO
                    PERFORM P180-JORNALIZA
            END-REWRITE
            .
       P600-CONSULTA.
            PERFORM P100-LE-CLIENTE
            EVALUATE TRUE
                WHEN NOT WS-ACHOU
                    CONTINUE
                WHEN NOT WS-JUR-ACHOU
                    DISPLAY 'CLIENTE SEM SITUACAO JURIDICA.'
                WHEN OTHER
                    PERFORM P650-MOSTRA-SITUACAO
            END-EVALUATE
            .
       P650-MOSTRA-SITUACAO.
            EVALUATE TRUE
                WHEN WS-JUR-OBITO
                    DISPLAY 'SITUACAO : OBITO EM ' WS-JUR-DATA-EVENTO
                WHEN WS-JUR-FALENCIA
                    DISPLAY 'SITUACAO : FALENCIA DECRETADA EM '
                            WS-JUR-DATA-EVENTO
                WHEN WS-JUR-RECUPERACAO
                    DISPLAY 'SITUACAO : RECUPERACAO JUDICIAL DEFERIDA '
                            'EM ' WS-JUR-DATA-EVENTO
                WHEN OTHER
                    DISPLAY 'SITUACAO : CASO ENCERRADO EM '
                            WS-JUR-DATA-ENCERRA
            END-EVALUATE
            DISPLAY 'PROCESSO : ' WS-JUR-PROCESSO
            DISPLAY 'ADVOGADO : ' WS-JUR-ADVOGADO
            DISPLAY 'REGISTRO : ' WS-JUR-DATA-REGISTRO ' POR '
                    WS-JUR-OPERADOR
            .
       END PROGRAM JURIDMANUT.
