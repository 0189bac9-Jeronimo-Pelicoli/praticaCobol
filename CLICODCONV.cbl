      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLICODCONV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-CLI-FILE      ASSIGN TO WS-CLI-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS WS-CLI-CODIGO
                                    ALTERNATE RECORD KEY IS WS-CLI-NOME
                                                  WITH DUPLICATES
                                    FILE STATUS WS-CLI-FS.
           SELECT WS-SEQ-FILE      ASSIGN TO WS-SEQ-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-SEQ-FS.
           SELECT WS-SQN-FILE      ASSIGN TO WS-SQN-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-SQN-FS.
           SELECT WS-BXA-FILE      ASSIGN TO WS-BXA-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-BXA-FS.
           SELECT WS-BXN-FILE      ASSIGN TO WS-BXN-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-BXN-FS.
           SELECT WS-HIST-FILE     ASSIGN TO WS-HIST-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS WS-HIST-ID
                                    FILE STATUS WS-HIST-FS.
           SELECT WS-HSN-FILE      ASSIGN TO WS-HSN-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS WS-HSN-ID
                                    FILE STATUS WS-HSN-FS.
           SELECT WS-HM-FILE       ASSIGN TO WS-HM-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS WS-HM-CHAVE
                                    FILE STATUS WS-HM-FS.
           SELECT WS-HMN-FILE      ASSIGN TO WS-HMN-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS WS-HMN-CHAVE
                                    FILE STATUS WS-HMN-FS.
           SELECT WS-CRD-FILE      ASSIGN TO WS-CRD-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS WS-CRD-CLIENTE
                                    FILE STATUS WS-CRD-FS.
           SELECT WS-CRN-FILE      ASSIGN TO WS-CRN-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS WS-CRN-CODIGO
                                    FILE STATUS WS-CRN-FS.
           SELECT WS-CTL-FILE      ASSIGN TO WS-CTL-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-CTL-FS.
           SELECT WS-REL-FILE      ASSIGN TO WS-REL-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-REL-FS.
       DATA DIVISION.
       FILE SECTION.
       FD  WS-CLI-FILE.
       01 WS-CLI-REGISTRO.
           03 WS-CLI-CODIGO          PIC 9(6).
           03 WS-CLI-NOME            PIC X(30).
           03 WS-CLI-ENDERECO        PIC X(60).
           03 WS-CLI-TELEFONE        PIC X(20).
           03 WS-CLI-EMAIL           PIC X(50).
           03 WS-CLI-ESTADO          PIC X(30).
           03 WS-CLI-CIDADE          PIC X(30).
      * Entrada, pendentes e fila de aprovacao compartilham o layout
      * de pagamento; o codigo entra no fim, apos a filial.
       FD  WS-SEQ-FILE.
       01 WS-SEQ-REGISTRO.
           03 WS-SEQ-TIPO            PIC X.
           03 WS-SEQ-ID              PIC 9(6).
           03 WS-SEQ-VALOR           PIC S9(7)V99.
           03 WS-SEQ-COD-SITUACAO    PIC X.
           03 WS-SEQ-MOTIVO          PIC 99.
           03 WS-SEQ-CLIENTE         PIC X(30).
           03 WS-SEQ-DATA-PENDENCIA  PIC X(8).
           03 WS-SEQ-FILIAL          PIC X(3).
       FD  WS-SQN-FILE.
       01 WS-SQN-REGISTRO.
           03 WS-SQN-ANTIGO          PIC X(60).
           03 WS-SQN-COD-CLIENTE     PIC 9(6).
       FD  WS-BXA-FILE.
       01 WS-BXA-REGISTRO.
           03 WS-BXA-ID              PIC 9(6).
           03 WS-BXA-VALOR           PIC S9(7)V99.
           03 WS-BXA-CLIENTE         PIC X(30).
           03 WS-BXA-DATA-PEND       PIC 9(8).
           03 WS-BXA-DATA-BAIXA      PIC 9(8).
           03 WS-BXA-OPERADOR        PIC X(8).
       FD  WS-BXN-FILE.
       01 WS-BXN-REGISTRO.
           03 WS-BXN-ANTIGO          PIC X(69).
           03 WS-BXN-COD-CLIENTE     PIC 9(6).
       FD  WS-HIST-FILE.
       01 WS-HIST-REGISTRO.
           03 WS-HIST-ID             PIC 9(6).
           03 WS-HIST-VALOR          PIC S9(7)V99.
           03 WS-HIST-DATA           PIC 9(8).
           03 WS-HIST-CLIENTE        PIC X(30).
           03 WS-HIST-SITUACAO       PIC X.
       FD  WS-HSN-FILE.
       01 WS-HSN-REGISTRO.
           03 WS-HSN-ID              PIC 9(6).
           03 WS-HSN-RESTO           PIC X(48).
           03 WS-HSN-COD-CLIENTE     PIC 9(6).
       FD  WS-HM-FILE.
       01 WS-HM-REGISTRO.
           03 WS-HM-CHAVE.
              05 WS-HM-ID            PIC 9(6).
              05 WS-HM-DATA          PIC 9(8).
           03 WS-HM-VALOR            PIC S9(7)V99.
           03 WS-HM-SITUACAO         PIC X.
           03 WS-HM-MOTIVO           PIC 99.
           03 WS-HM-CLIENTE          PIC X(30).
       FD  WS-HMN-FILE.
       01 WS-HMN-REGISTRO.
           03 WS-HMN-CHAVE           PIC X(14).
           03 WS-HMN-RESTO           PIC X(42).
           03 WS-HMN-COD-CLIENTE     PIC 9(6).
      * Razao de creditos: sai chaveada pelo nome, entra chaveada
      * pelo codigo com o nome do master como texto de exibicao.
       FD  WS-CRD-FILE.
       01 WS-CRD-REGISTRO.
          03 WS-CRD-CLIENTE             PIC X(30).
          03 WS-CRD-SALDO               PIC S9(9)V99.
       FD  WS-CRN-FILE.
       01 WS-CRN-REGISTRO.
          03 WS-CRN-CODIGO              PIC 9(6).
          03 WS-CRN-SALDO               PIC S9(9)V99.
          03 WS-CRN-CLIENTE             PIC X(30).
       FD  WS-CTL-FILE.
       01 WS-CTL-REGISTRO.
           03 WS-CTL-DATA            PIC 9(8).
           03 WS-CTL-HORA            PIC 9(6).
       FD  WS-REL-FILE.
       01 WS-REL-LINHA               PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-CLI-PATH              PIC X(40) VALUE 'CLIENTES.NOVO.IDX'.
       01 WS-SEQ-PATH              PIC X(40) VALUE SPACES.
       01 WS-SQN-PATH              PIC X(40) VALUE SPACES.
       01 WS-BXA-PATH              PIC X(40) VALUE 'PAGTOBAIXA.DAT'.
       01 WS-BXN-PATH              PIC X(40)
                            VALUE 'PAGTOBAIXA.DAT.NOVO'.
       01 WS-HIST-PATH             PIC X(40)
                            VALUE 'PAGTOCONFIRM.HIST.IDX'.
       01 WS-HSN-PATH              PIC X(40)
                            VALUE 'PAGTOCONFIRM.HIST.IDX.NOVO'.
       01 WS-HM-PATH               PIC X(40)
                            VALUE 'PAGTOHIST.MENSAL.IDX'.
       01 WS-HMN-PATH              PIC X(40)
                            VALUE 'PAGTOHIST.MENSAL.IDX.NOVO'.
       01 WS-CRD-PATH              PIC X(40) VALUE 'CLICREDITO.IDX'.
       01 WS-CRN-PATH              PIC X(40)
                            VALUE 'CLICREDITO.IDX.NOVO'.
       01 WS-CTL-PATH              PIC X(40)
                            VALUE 'CLICODCONV.CONTROLE'.
       01 WS-REL-PATH              PIC X(40) VALUE 'CLICODCONV.REL'.
       01 WS-ANTIGO-PATH           PIC X(40) VALUE SPACES.
       01 WS-CLI-FS                PIC XX.
       01 WS-SEQ-FS                PIC XX.
       01 WS-SQN-FS                PIC XX.
       01 WS-BXA-FS                PIC XX.
       01 WS-BXN-FS                PIC XX.
       01 WS-HIST-FS               PIC XX.
       01 WS-HSN-FS                PIC XX.
       01 WS-HM-FS                 PIC XX.
       01 WS-HMN-FS                PIC XX.
       01 WS-CRD-FS                PIC XX.
       01 WS-CRN-FS                PIC XX.
       01 WS-CTL-FS                PIC XX.
       01 WS-REL-FS                PIC XX.

      * Arquivos no layout de pagamento que levam o nome do cliente:
      * entrada do dia, pendentes e fila de aprovacao.
       01 WS-TAB-SEQUENCIAIS.
          03 FILLER  PIC X(40) VALUE 'PAGAMENTOS.DAT'.
          03 FILLER  PIC X(40) VALUE 'PAGTOCONFIRM.PENDENTES'.
          03 FILLER  PIC X(40) VALUE 'PAGTOCONFIRM.APROVACAO'.
       01 WS-TAB-SEQUENCIAIS-R REDEFINES WS-TAB-SEQUENCIAIS.
          03 WS-SEQUENCIAL OCCURS 3 TIMES PIC X(40).
       01 WS-SEQ-IDX               PIC 9     VALUE 0.

       01 WS-FIM-ARQUIVO           PIC X     VALUE 'N'.
          88 WS-FIM                          VALUE 'Y'.
       01 WS-FIM-NOME-SW           PIC X     VALUE 'N'.
          88 WS-FIM-NOME                     VALUE 'Y'.

      * Resultado da resolucao: codigo achado, ou o motivo de nao ter
      * achado (N = nome fora do master, H = homonimos no master).
       01 WS-NOME-BUSCA            PIC X(30) VALUE SPACES.
       01 WS-NOME-NORMALIZADO      PIC X(30) VALUE SPACES.
       01 WS-COD-RESOLVIDO         PIC 9(6)  VALUE 0.
       01 WS-NOME-RESOLVIDO        PIC X(30) VALUE SPACES.
       01 WS-MOTIVO-RESOLUCAO      PIC X     VALUE SPACE.
          88 WS-RESOLVIDO                    VALUE 'S'.
          88 WS-NAO-CADASTRADO               VALUE 'N'.
          88 WS-HOMONIMO                     VALUE 'H'.

       01 WS-DATA-HORA-ATUAL       PIC X(21).
       01 WS-ARQUIVO-CORRENTE      PIC X(40) VALUE SPACES.
       01 WS-ID-CORRENTE           PIC 9(6)  VALUE 0.

       01 WS-TOT-LIDOS             PIC 9(6)  VALUE 0.
       01 WS-TOT-RESOLVIDOS        PIC 9(6)  VALUE 0.
       01 WS-TOT-NAO-RESOLVIDOS    PIC 9(6)  VALUE 0.
       01 WS-GER-LIDOS             PIC 9(6)  VALUE 0.
       01 WS-GER-RESOLVIDOS        PIC 9(6)  VALUE 0.
       01 WS-GER-NAO-RESOLVIDOS    PIC 9(6)  VALUE 0.
       01 WS-SALDO-SEM-CODIGO      PIC S9(11)V99 VALUE 0.

       01 WS-CAB-1.
           03 FILLER               PIC X(44)
                    VALUE 'CONVERSAO NOME -> CODIGO DO CLIENTE EM: '.
           03 WS-CAB-DATA          PIC 9(8).
           03 FILLER               PIC X(11) VALUE '  AMBIENTE '.
           03 WS-CAB-AMBIENTE      PIC X(8).
       01 WS-CAB-2.
           03 FILLER               PIC X(26) VALUE 'ARQUIVO'.
           03 FILLER               PIC X(7)  VALUE 'ID'.
           03 FILLER               PIC X(31) VALUE 'CLIENTE'.
           03 FILLER               PIC X(21) VALUE 'MOTIVO'.
           03 FILLER               PIC X(5)  VALUE 'SALDO'.
       01 WS-DET-LINHA.
           03 WS-DET-ARQUIVO       PIC X(25).
           03 FILLER               PIC X     VALUE SPACE.
           03 WS-DET-ID            PIC 9(6).
           03 FILLER               PIC X     VALUE SPACE.
           03 WS-DET-CLIENTE       PIC X(30).
           03 FILLER               PIC X     VALUE SPACE.
           03 WS-DET-MOTIVO        PIC X(20).
           03 FILLER               PIC X     VALUE SPACE.
           03 WS-DET-SALDO         PIC ZZZ,ZZZ,ZZ9.99- BLANK WHEN ZERO.
       01 WS-TOT-LINHA.
           03 WS-TOT-ARQUIVO       PIC X(40).
           03 FILLER               PIC X(7)  VALUE ' LIDOS '.
           03 WS-TOT-LIDOS-ED      PIC ZZZ,ZZ9.
           03 FILLER               PIC X(12) VALUE ' RESOLVIDOS '.
           03 WS-TOT-RESOLV-ED     PIC ZZZ,ZZ9.
           03 FILLER               PIC X(11) VALUE ' SEM CODIGO'.
           03 WS-TOT-NAO-ED        PIC ZZZ,ZZ9.

       01 WS-AUDIT-PARM.
           03 WS-AU-PROGRAMA       PIC X(12) VALUE 'CLICODCONV'.
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
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CLI-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-BXA-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-BXN-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-HIST-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-HSN-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-HM-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-HMN-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CRD-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CRN-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CTL-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-REL-PATH
            DISPLAY 'CLICODCONV - CONVERSAO PARA CODIGO DO CLIENTE'

      * Roda uma vez so: depois da conversao os arquivos ja estao no
      * layout novo e uma segunda passada leria o codigo como parte
      * do registro antigo.
            OPEN INPUT WS-CTL-FILE
            IF WS-CTL-FS = '00'
                READ WS-CTL-FILE
                    AT END MOVE 0 TO WS-CTL-DATA
                END-READ
                CLOSE WS-CTL-FILE
                DISPLAY 'CONVERSAO JA EXECUTADA EM ' WS-CTL-DATA
                        '. NADA A FAZER.'
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF

            OPEN INPUT WS-CLI-FILE
            IF WS-CLI-FS NOT = '00'
                DISPLAY 'MASTER DE CLIENTES NAO ENCONTRADO: '
                        WS-CLI-PATH
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF

            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
            OPEN OUTPUT WS-REL-FILE
            MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-CAB-DATA
            MOVE WS-AMB-NOME TO WS-CAB-AMBIENTE
            WRITE WS-REL-LINHA FROM WS-CAB-1
            WRITE WS-REL-LINHA FROM WS-CAB-2
            MOVE ALL '-' TO WS-REL-LINHA
            WRITE WS-REL-LINHA

            PERFORM P200-CONVERTE-SEQUENCIAL
                    VARYING WS-SEQ-IDX FROM 1 BY 1
                    UNTIL WS-SEQ-IDX > 3
            PERFORM P300-CONVERTE-BAIXAS
            PERFORM P400-CONVERTE-HIST
            PERFORM P500-CONVERTE-MENSAL
            PERFORM P600-CONVERTE-CREDITO

            MOVE ALL '-' TO WS-REL-LINHA
            WRITE WS-REL-LINHA
            MOVE 'TOTAL GERAL'         TO WS-TOT-ARQUIVO
            MOVE WS-GER-LIDOS          TO WS-TOT-LIDOS-ED
            MOVE WS-GER-RESOLVIDOS     TO WS-TOT-RESOLV-ED
            MOVE WS-GER-NAO-RESOLVIDOS TO WS-TOT-NAO-ED
            WRITE WS-REL-LINHA FROM WS-TOT-LINHA
            CLOSE WS-REL-FILE
            CLOSE WS-CLI-FILE

            OPEN OUTPUT WS-CTL-FILE
            MOVE WS-DATA-HORA-ATUAL(1:8)  TO WS-CTL-DATA
            MOVE WS-DATA-HORA-ATUAL(9:6)  TO WS-CTL-HORA
            WRITE WS-CTL-REGISTRO
            CLOSE WS-CTL-FILE

            MOVE 'FIM'                 TO WS-AU-EVENTO
            MOVE SPACES                TO WS-AU-CHAVE
            MOVE WS-GER-NAO-RESOLVIDOS TO WS-AU-CONTADOR
            CALL 'AUDITLOG' USING WS-AUDIT-PARM

            DISPLAY '----- RESUMO DA CONVERSAO -----'
            DISPLAY 'REGISTROS LIDOS       : ' WS-GER-LIDOS
            DISPLAY 'COM CODIGO RESOLVIDO  : ' WS-GER-RESOLVIDOS
            DISPLAY 'SEM CODIGO (VER LISTA): ' WS-GER-NAO-RESOLVIDOS
            DISPLAY 'LISTA GRAVADA EM: ' WS-REL-PATH
      * Registro sem codigo segue no layout novo com codigo zero: o
      * PAGTOCONFIRM ainda resolve esses pelo nome, mas o cadastro
      * precisa corrigir o nome (ou desfazer o homonimo) pela lista.
            IF WS-GER-NAO-RESOLVIDOS > 0
                MOVE 4 TO RETURN-CODE
            END-IF
            GOBACK.

       P100-RESOLVE-NOME.
      * O master guarda o nome normalizado, com duplicatas permitidas
      * na chave alternada. Nome achado uma unica vez da o codigo;
      * nome repetido no master nao pode ser decidido aqui.
            MOVE 0      TO WS-COD-RESOLVIDO
            MOVE SPACES TO WS-NOME-RESOLVIDO
            SET WS-NAO-CADASTRADO TO TRUE
            MOVE WS-NOME-BUSCA TO WS-NOME-NORMALIZADO
            CALL 'NOMENORM' USING WS-NOME-NORMALIZADO
            MOVE 'N' TO WS-FIM-NOME-SW
            IF WS-NOME-NORMALIZADO = SPACES
                SET WS-FIM-NOME TO TRUE
            END-IF
            MOVE WS-NOME-NORMALIZADO TO WS-CLI-NOME
            IF NOT WS-FIM-NOME
                START WS-CLI-FILE KEY IS EQUAL TO WS-CLI-NOME
                    INVALID KEY
                        SET WS-FIM-NOME TO TRUE
                END-START
            END-IF
            IF NOT WS-FIM-NOME
                READ WS-CLI-FILE NEXT RECORD
                    AT END SET WS-FIM-NOME TO TRUE
                END-READ
            END-IF
            IF NOT WS-FIM-NOME
               AND WS-CLI-NOME = WS-NOME-NORMALIZADO
                MOVE WS-CLI-CODIGO TO WS-COD-RESOLVIDO
                MOVE WS-CLI-NOME   TO WS-NOME-RESOLVIDO
                SET WS-RESOLVIDO TO TRUE
                READ WS-CLI-FILE NEXT RECORD
                    AT END SET WS-FIM-NOME TO TRUE
                END-READ
                IF NOT WS-FIM-NOME
                   AND WS-CLI-NOME = WS-NOME-NORMALIZADO
                    MOVE 0 TO WS-COD-RESOLVIDO
                    SET WS-HOMONIMO TO TRUE
                END-IF
            END-IF
            .
       P150-CONTA-RESOLUCAO.
            ADD 1 TO WS-TOT-LIDOS
            IF WS-RESOLVIDO
                ADD 1 TO WS-TOT-RESOLVIDOS
            ELSE
                ADD 1 TO WS-TOT-NAO-RESOLVIDOS
                MOVE WS-ARQUIVO-CORRENTE TO WS-DET-ARQUIVO
                MOVE WS-ID-CORRENTE      TO WS-DET-ID
                MOVE WS-NOME-BUSCA       TO WS-DET-CLIENTE
                IF WS-HOMONIMO
                    MOVE 'HOMONIMO NO MASTER' TO WS-DET-MOTIVO
                ELSE
                    MOVE 'NAO CADASTRADO'     TO WS-DET-MOTIVO
                END-IF
                WRITE WS-REL-LINHA FROM WS-DET-LINHA
                MOVE 0 TO WS-DET-SALDO
            END-IF
            .
       P160-INICIA-ARQUIVO.
            MOVE 0   TO WS-TOT-LIDOS
            MOVE 0   TO WS-TOT-RESOLVIDOS
            MOVE 0   TO WS-TOT-NAO-RESOLVIDOS
            MOVE 0   TO WS-DET-SALDO
            MOVE 'N' TO WS-FIM-ARQUIVO
            .
       P170-TOTALIZA-ARQUIVO.
            MOVE WS-ARQUIVO-CORRENTE   TO WS-TOT-ARQUIVO
            MOVE WS-TOT-LIDOS          TO WS-TOT-LIDOS-ED
            MOVE WS-TOT-RESOLVIDOS     TO WS-TOT-RESOLV-ED
            MOVE WS-TOT-NAO-RESOLVIDOS TO WS-TOT-NAO-ED
            WRITE WS-REL-LINHA FROM WS-TOT-LINHA
            ADD WS-TOT-LIDOS          TO WS-GER-LIDOS
            ADD WS-TOT-RESOLVIDOS     TO WS-GER-RESOLVIDOS
            ADD WS-TOT-NAO-RESOLVIDOS TO WS-GER-NAO-RESOLVIDOS
            DISPLAY WS-ARQUIVO-CORRENTE ' : ' WS-TOT-LIDOS
                    ' LIDOS, ' WS-TOT-NAO-RESOLVIDOS ' SEM CODIGO'
            .
       P180-TROCA-ARQUIVO.
      * O arquivo de antes da conversao fica guardado como .ANTIGO;
      * o convertido assume o nome original.
            MOVE SPACES TO WS-ANTIGO-PATH
            STRING WS-ARQUIVO-CORRENTE DELIMITED BY SPACE
                   '.ANTIGO'           DELIMITED BY SIZE
                   INTO WS-ANTIGO-PATH
            END-STRING
            CALL 'CBL_RENAME_FILE' USING WS-ARQUIVO-CORRENTE
                                         WS-ANTIGO-PATH
            .
       P200-CONVERTE-SEQUENCIAL.
            MOVE WS-SEQUENCIAL(WS-SEQ-IDX) TO WS-SEQ-PATH
                                              WS-ARQUIVO-CORRENTE
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-SEQ-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM
                                     WS-ARQUIVO-CORRENTE
            MOVE SPACES TO WS-SQN-PATH
            STRING WS-SEQ-PATH DELIMITED BY SPACE
                   '.NOVO'     DELIMITED BY SIZE
                   INTO WS-SQN-PATH
            END-STRING
            PERFORM P160-INICIA-ARQUIVO
            OPEN INPUT WS-SEQ-FILE
            IF WS-SEQ-FS NOT = '00'
                DISPLAY 'ARQUIVO AUSENTE, NADA A CONVERTER: '
                        WS-SEQ-PATH
            ELSE
                OPEN OUTPUT WS-SQN-FILE
                PERFORM P210-LE-SEQUENCIAL
                PERFORM P220-CONVERTE-REGISTRO
                        UNTIL WS-FIM
                CLOSE WS-SEQ-FILE
                CLOSE WS-SQN-FILE
                PERFORM P170-TOTALIZA-ARQUIVO
                PERFORM P180-TROCA-ARQUIVO
                CALL 'CBL_RENAME_FILE' USING WS-SQN-PATH
                                             WS-SEQ-PATH
            END-IF
            .
       P210-LE-SEQUENCIAL.
            READ WS-SEQ-FILE
                AT END SET WS-FIM TO TRUE
            END-READ
            .
       P220-CONVERTE-REGISTRO.
      * Cabecalho e trailer do arquivo de entrada nao levam cliente
      * e passam como estao.
            IF WS-SEQ-TIPO = '1'
                MOVE WS-SEQ-ID      TO WS-ID-CORRENTE
                MOVE WS-SEQ-CLIENTE TO WS-NOME-BUSCA
                PERFORM P100-RESOLVE-NOME
                PERFORM P150-CONTA-RESOLUCAO
                MOVE WS-SEQ-REGISTRO  TO WS-SQN-ANTIGO
                MOVE WS-COD-RESOLVIDO TO WS-SQN-COD-CLIENTE
                WRITE WS-SQN-REGISTRO
            ELSE
                WRITE WS-SQN-REGISTRO FROM WS-SEQ-REGISTRO
            END-IF
            PERFORM P210-LE-SEQUENCIAL
            .
       P300-CONVERTE-BAIXAS.
            MOVE WS-BXA-PATH TO WS-ARQUIVO-CORRENTE
            PERFORM P160-INICIA-ARQUIVO
            OPEN INPUT WS-BXA-FILE
            IF WS-BXA-FS NOT = '00'
                DISPLAY 'ARQUIVO AUSENTE, NADA A CONVERTER: '
                        WS-BXA-PATH
            ELSE
                OPEN OUTPUT WS-BXN-FILE
                PERFORM P310-LE-BAIXA
                PERFORM P320-CONVERTE-BAIXA
                        UNTIL WS-FIM
                CLOSE WS-BXA-FILE
                CLOSE WS-BXN-FILE
                PERFORM P170-TOTALIZA-ARQUIVO
                PERFORM P180-TROCA-ARQUIVO
                CALL 'CBL_RENAME_FILE' USING WS-BXN-PATH
                                             WS-BXA-PATH
            END-IF
            .
       P310-LE-BAIXA.
            READ WS-BXA-FILE
                AT END SET WS-FIM TO TRUE
            END-READ
            .
       P320-CONVERTE-BAIXA.
            MOVE WS-BXA-ID      TO WS-ID-CORRENTE
            MOVE WS-BXA-CLIENTE TO WS-NOME-BUSCA
            PERFORM P100-RESOLVE-NOME
            PERFORM P150-CONTA-RESOLUCAO
            MOVE WS-BXA-REGISTRO  TO WS-BXN-ANTIGO
            MOVE WS-COD-RESOLVIDO TO WS-BXN-COD-CLIENTE
            WRITE WS-BXN-REGISTRO
            PERFORM P310-LE-BAIXA
            .
       P400-CONVERTE-HIST.
            MOVE WS-HIST-PATH TO WS-ARQUIVO-CORRENTE
            PERFORM P160-INICIA-ARQUIVO
            OPEN INPUT WS-HIST-FILE
            IF WS-HIST-FS NOT = '00'
                DISPLAY 'ARQUIVO AUSENTE, NADA A CONVERTER: '
                        WS-HIST-PATH
            ELSE
                OPEN OUTPUT WS-HSN-FILE
                PERFORM P410-LE-HIST
                PERFORM P420-CONVERTE-HIST
                        UNTIL WS-FIM
                CLOSE WS-HIST-FILE
                CLOSE WS-HSN-FILE
                PERFORM P170-TOTALIZA-ARQUIVO
                PERFORM P180-TROCA-ARQUIVO
                CALL 'CBL_RENAME_FILE' USING WS-HSN-PATH
                                             WS-HIST-PATH
            END-IF
            .
       P410-LE-HIST.
            READ WS-HIST-FILE NEXT RECORD
                AT END SET WS-FIM TO TRUE
            END-READ
            .
       P420-CONVERTE-HIST.
            MOVE WS-HIST-ID      TO WS-ID-CORRENTE
            MOVE WS-HIST-CLIENTE TO WS-NOME-BUSCA
            PERFORM P100-RESOLVE-NOME
            PERFORM P150-CONTA-RESOLUCAO
            MOVE WS-HIST-REGISTRO TO WS-HSN-REGISTRO
            MOVE WS-COD-RESOLVIDO TO WS-HSN-COD-CLIENTE
            WRITE WS-HSN-REGISTRO
                INVALID KEY
                    DISPLAY 'CHAVE DUPLICADA NO HISTORICO: '
                            WS-HIST-ID
            END-WRITE
            PERFORM P410-LE-HIST
            .
       P500-CONVERTE-MENSAL.
            MOVE WS-HM-PATH TO WS-ARQUIVO-CORRENTE
            PERFORM P160-INICIA-ARQUIVO
            OPEN INPUT WS-HM-FILE
            IF WS-HM-FS NOT = '00'
                DISPLAY 'ARQUIVO AUSENTE, NADA A CONVERTER: '
                        WS-HM-PATH
            ELSE
                OPEN OUTPUT WS-HMN-FILE
                PERFORM P510-LE-MENSAL
                PERFORM P520-CONVERTE-MENSAL
                        UNTIL WS-FIM
                CLOSE WS-HM-FILE
                CLOSE WS-HMN-FILE
                PERFORM P170-TOTALIZA-ARQUIVO
                PERFORM P180-TROCA-ARQUIVO
                CALL 'CBL_RENAME_FILE' USING WS-HMN-PATH
                                             WS-HM-PATH
            END-IF
            .
       P510-LE-MENSAL.
            READ WS-HM-FILE NEXT RECORD
                AT END SET WS-FIM TO TRUE
            END-READ
            .
       P520-CONVERTE-MENSAL.
            MOVE WS-HM-ID      TO WS-ID-CORRENTE
            MOVE WS-HM-CLIENTE TO WS-NOME-BUSCA
            PERFORM P100-RESOLVE-NOME
            PERFORM P150-CONTA-RESOLUCAO
            MOVE WS-HM-REGISTRO   TO WS-HMN-REGISTRO
            MOVE WS-COD-RESOLVIDO TO WS-HMN-COD-CLIENTE
            WRITE WS-HMN-REGISTRO
                INVALID KEY
                    DISPLAY 'CHAVE DUPLICADA NO HISTORICO MENSAL: '
                            WS-HM-ID
            END-WRITE
            PERFORM P510-LE-MENSAL
            .
       P600-CONVERTE-CREDITO.
      * Nomes que resolvem para o mesmo codigo (grafias diferentes do
      * mesmo cliente) somam no mesmo saldo. Saldo sem codigo nao
      * tem chave no layout novo: fica na lista, com o valor, para o
      * financeiro lancar manualmente, e no .ANTIGO.
            MOVE WS-CRD-PATH TO WS-ARQUIVO-CORRENTE
            PERFORM P160-INICIA-ARQUIVO
            OPEN INPUT WS-CRD-FILE
            IF WS-CRD-FS NOT = '00'
                DISPLAY 'ARQUIVO AUSENTE, NADA A CONVERTER: '
                        WS-CRD-PATH
            ELSE
                OPEN OUTPUT WS-CRN-FILE
                CLOSE WS-CRN-FILE
                OPEN I-O WS-CRN-FILE
                PERFORM P610-LE-CREDITO
                PERFORM P620-CONVERTE-CREDITO
                        UNTIL WS-FIM
                CLOSE WS-CRD-FILE
                CLOSE WS-CRN-FILE
                PERFORM P170-TOTALIZA-ARQUIVO
                PERFORM P180-TROCA-ARQUIVO
                CALL 'CBL_RENAME_FILE' USING WS-CRN-PATH
                                             WS-CRD-PATH
                IF WS-SALDO-SEM-CODIGO NOT = 0
                    MOVE WS-SALDO-SEM-CODIGO TO WS-DET-SALDO
                    MOVE 'SALDO SEM CODIGO' TO WS-DET-ARQUIVO
                    MOVE 0                  TO WS-DET-ID
                    MOVE SPACES             TO WS-DET-CLIENTE
                    MOVE 'LANCAR MANUALMENTE' TO WS-DET-MOTIVO
                    WRITE WS-REL-LINHA FROM WS-DET-LINHA
                END-IF
            END-IF
            .
       P610-LE-CREDITO.
            READ WS-CRD-FILE NEXT RECORD
                AT END SET WS-FIM TO TRUE
            END-READ
            .
       P620-CONVERTE-CREDITO.
            MOVE 0              TO WS-ID-CORRENTE
            MOVE WS-CRD-CLIENTE TO WS-NOME-BUSCA
            PERFORM P100-RESOLVE-NOME
            IF NOT WS-RESOLVIDO
                MOVE WS-CRD-SALDO TO WS-DET-SALDO
                ADD WS-CRD-SALDO  TO WS-SALDO-SEM-CODIGO
            END-IF
            PERFORM P150-CONTA-RESOLUCAO
            IF WS-RESOLVIDO
                MOVE WS-COD-RESOLVIDO TO WS-CRN-CODIGO
                READ WS-CRN-FILE
                    INVALID KEY
                        MOVE WS-COD-RESOLVIDO  TO WS-CRN-CODIGO
                        MOVE WS-CRD-SALDO      TO WS-CRN-SALDO
                        MOVE WS-NOME-RESOLVIDO TO WS-CRN-CLIENTE
                        WRITE WS-CRN-REGISTRO
                        END-WRITE
                    NOT INVALID KEY
                        ADD WS-CRD-SALDO TO WS-CRN-SALDO
                        REWRITE WS-CRN-REGISTRO
                        END-REWRITE
                END-READ
            END-IF
            PERFORM P610-LE-CREDITO
            .
       END PROGRAM CLICODCONV.
