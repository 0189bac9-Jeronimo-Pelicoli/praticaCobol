      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEVCORREIO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-CLI-NOVO      ASSIGN TO WS-CLI-NOVO-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS WS-CODIGO
                                    ALTERNATE RECORD KEY IS WS-NOME
                                                  WITH DUPLICATES
                                    FILE STATUS WS-CLI-NOVO-FS.
       DATA DIVISION.
       FILE SECTION.
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
       01 WS-CLI-NOVO-PATH           PIC X(40)
                            VALUE 'CLIENTES.NOVO.IDX'.
       01 WS-CLI-NOVO-FS             PIC XX.

       01 WS-FIM-SW                  PIC X     VALUE 'N'.
          88 WS-FIM                            VALUE 'Y'.
       01 WS-VALIDO-SW               PIC X     VALUE 'Y'.
          88 WS-VALIDO                         VALUE 'Y'.

       01 WS-ENT-CODIGO              PIC X(6)  VALUE SPACES.
       01 WS-ENT-MOTIVO              PIC X(2)  VALUE SPACES.
       01 WS-ENT-DATA                PIC X(8)  VALUE SPACES.
       01 WS-ENT-CONFIRMA            PIC X     VALUE SPACE.
       01 WS-MOTIVO-NUM              PIC 99    VALUE 0.
       01 WS-DATA-DEVOLUCAO          PIC 9(8)  VALUE 0.

      * Motivos de devolucao impressos no aviso dos Correios.
       01 WS-TAB-MOTIVOS-DADOS.
           03 FILLER PIC X(30) VALUE 'MUDOU-SE'.
           03 FILLER PIC X(30) VALUE 'ENDERECO INSUFICIENTE'.
           03 FILLER PIC X(30) VALUE 'NUMERO INEXISTENTE'.
           03 FILLER PIC X(30) VALUE 'DESCONHECIDO'.
           03 FILLER PIC X(30) VALUE 'RECUSADO'.
           03 FILLER PIC X(30) VALUE 'FALECIDO'.
           03 FILLER PIC X(30) VALUE 'AUSENTE'.
           03 FILLER PIC X(30) VALUE 'NAO PROCURADO'.
           03 FILLER PIC X(30) VALUE 'OUTROS'.
       01 WS-TAB-MOTIVOS REDEFINES WS-TAB-MOTIVOS-DADOS.
           03 WS-MOT-DESCRICAO       PIC X(30) OCCURS 9 TIMES.
       01 WS-IX                      PIC 99    VALUE 0.

       01 WS-DATA-HORA-ATUAL         PIC X(21).
       01 WS-HOJE                    PIC 9(8)  VALUE 0.
       01 WS-TOT-REGISTRADO          PIC 9(6)  VALUE 0.

       01 WS-CONTATO-PARM.
           03 WS-CN-FUNCAO         PIC X.
           03 WS-CN-COD-CLIENTE    PIC 9(6).
           03 WS-CN-DATA           PIC 9(8).
           03 WS-CN-MOTIVO         PIC X(30).
           03 WS-CN-END-VALIDO     PIC X.
           03 WS-CN-END-DATA       PIC 9(8).
           03 WS-CN-END-MOTIVO     PIC X(30).
           03 WS-CN-EMAIL-VALIDO   PIC X.
           03 WS-CN-EMAIL-DATA     PIC 9(8).
           03 WS-CN-EMAIL-MOTIVO   PIC X(30).
           03 WS-CN-SOFT-QTD       PIC 9(3).
           03 WS-CN-RC             PIC 99.

       01 WS-SIGNON-PARM.
           03 WS-SG-ID             PIC X(8).
           03 WS-SG-SENHA          PIC X(8).
           03 WS-SG-FUNCAO         PIC X.
           03 WS-SG-PERFIL         PIC X.
           03 WS-SG-RC             PIC 99.
              88 WS-SG-SEM-SESSAO          VALUE 4.

       01 WS-AUDIT-PARM.
           03 WS-AU-PROGRAMA       PIC X(12) VALUE 'DEVCORREIO'.
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
      * Registro das cartas devolvidas pelos Correios: o endereco do
      * cliente fica marcado como invalido e as malas diretas passam
      * a desviar dele ate o cadastro ser corrigido no CLIMANUT.
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CLI-NOVO-PATH
            DISPLAY 'DEVCORREIO - CORRESPONDENCIA DEVOLVIDA'
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

            OPEN INPUT WS-CLI-NOVO
            IF WS-CLI-NOVO-FS NOT = '00'
                DISPLAY 'CADASTRO DE CLIENTES INDISPONIVEL: '
                        WS-CLI-NOVO-PATH ' FS: ' WS-CLI-NOVO-FS
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF

            PERFORM UNTIL WS-FIM
                DISPLAY ' '
                DISPLAY 'CODIGO DO CLIENTE (EM BRANCO ENCERRA): '
                MOVE SPACES TO WS-ENT-CODIGO
                ACCEPT WS-ENT-CODIGO
                IF WS-ENT-CODIGO = SPACES
                    SET WS-FIM TO TRUE
                ELSE
                    PERFORM P100-DEVOLUCAO
                END-IF
            END-PERFORM

            CLOSE WS-CLI-NOVO
            DISPLAY 'DEVOLUCOES REGISTRADAS: ' WS-TOT-REGISTRADO
            STOP RUN.

       P100-DEVOLUCAO.
            MOVE 'Y' TO WS-VALIDO-SW
            IF WS-ENT-CODIGO IS NOT NUMERIC
                DISPLAY 'CODIGO INVALIDO: INFORME OS 6 DIGITOS.'
                MOVE 'N' TO WS-VALIDO-SW
            ELSE
                MOVE WS-ENT-CODIGO TO WS-CODIGO
                READ WS-CLI-NOVO
                    INVALID KEY
                        DISPLAY 'CLIENTE NAO CADASTRADO: '
                                WS-ENT-CODIGO
                        MOVE 'N' TO WS-VALIDO-SW
                END-READ
            END-IF

            IF WS-VALIDO
                DISPLAY 'CLIENTE : ' WS-NOME
                DISPLAY 'ENDERECO: ' WS-ENDERECO
                DISPLAY '          ' WS-CIDADE ' ' WS-ESTADO
                MOVE 'C' TO WS-CN-FUNCAO
                MOVE WS-CODIGO TO WS-CN-COD-CLIENTE
                CALL 'CLICONTATO' USING WS-CONTATO-PARM
                IF WS-CN-END-VALIDO = 'N'
                    DISPLAY 'ENDERECO JA MARCADO INVALIDO EM '
                            WS-CN-END-DATA ' - ' WS-CN-END-MOTIVO
                    MOVE 'N' TO WS-VALIDO-SW
                END-IF
            END-IF

            IF WS-VALIDO
                PERFORM P200-LE-MOTIVO
            END-IF
            IF WS-VALIDO
                PERFORM P300-LE-DATA
            END-IF
            IF WS-VALIDO
                DISPLAY 'CONFIRMA ENDERECO INVALIDO (S/N)? '
                MOVE SPACE TO WS-ENT-CONFIRMA
                ACCEPT WS-ENT-CONFIRMA
                MOVE FUNCTION UPPER-CASE(WS-ENT-CONFIRMA)
                  TO WS-ENT-CONFIRMA
                IF WS-ENT-CONFIRMA NOT = 'S'
                    DISPLAY 'DEVOLUCAO NAO REGISTRADA.'
                    MOVE 'N' TO WS-VALIDO-SW
                END-IF
            END-IF

            IF WS-VALIDO
                MOVE 'E' TO WS-CN-FUNCAO
                MOVE WS-CODIGO TO WS-CN-COD-CLIENTE
                MOVE WS-DATA-DEVOLUCAO TO WS-CN-DATA
                MOVE WS-MOT-DESCRICAO(WS-MOTIVO-NUM) TO WS-CN-MOTIVO
                CALL 'CLICONTATO' USING WS-CONTATO-PARM
                IF WS-CN-RC NOT = 0
                    DISPLAY 'FALHA AO MARCAR O ENDERECO (RC '
                            WS-CN-RC ').'
                ELSE
                    ADD 1 TO WS-TOT-REGISTRADO
                    DISPLAY 'ENDERECO MARCADO INVALIDO.'
                    IF WS-CN-EMAIL-VALIDO = 'N'
                        OR WS-EMAIL = SPACES
                        DISPLAY 'ATENCAO: CLIENTE SEM E-MAIL VALIDO, '
                                'SEM CANAL DE CONTATO.'
                    END-IF
                    MOVE 'DEV-CORREIO' TO WS-AU-EVENTO
                    MOVE SPACES TO WS-AU-CHAVE
                    STRING WS-CODIGO ' ' WS-ENT-MOTIVO ' '
                           WS-DATA-DEVOLUCAO
                           DELIMITED BY SIZE INTO WS-AU-CHAVE
                    MOVE 1 TO WS-AU-CONTADOR
                    CALL 'AUDITLOG' USING WS-AUDIT-PARM
                END-IF
            END-IF
            .
       P200-LE-MOTIVO.
            PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 9
                DISPLAY '  ' WS-IX ' - ' WS-MOT-DESCRICAO(WS-IX)
            END-PERFORM
            DISPLAY 'MOTIVO DA DEVOLUCAO: '
            MOVE SPACES TO WS-ENT-MOTIVO
            ACCEPT WS-ENT-MOTIVO
            IF WS-ENT-MOTIVO(2:1) = SPACE
                MOVE WS-ENT-MOTIVO(1:1) TO WS-ENT-MOTIVO(2:1)
                MOVE '0' TO WS-ENT-MOTIVO(1:1)
            END-IF
            IF WS-ENT-MOTIVO IS NOT NUMERIC
                DISPLAY 'MOTIVO INVALIDO.'
                MOVE 'N' TO WS-VALIDO-SW
            ELSE
                MOVE WS-ENT-MOTIVO TO WS-MOTIVO-NUM
                IF WS-MOTIVO-NUM < 1 OR WS-MOTIVO-NUM > 9
                    DISPLAY 'MOTIVO INVALIDO.'
                    MOVE 'N' TO WS-VALIDO-SW
                END-IF
            END-IF
            .
       P300-LE-DATA.
            DISPLAY 'DATA DA DEVOLUCAO AAAAMMDD (EM BRANCO = HOJE): '
            MOVE SPACES TO WS-ENT-DATA
            ACCEPT WS-ENT-DATA
            IF WS-ENT-DATA = SPACES
                MOVE WS-HOJE TO WS-DATA-DEVOLUCAO
            ELSE
                IF WS-ENT-DATA IS NOT NUMERIC
                    DISPLAY 'DATA INVALIDA.'
                    MOVE 'N' TO WS-VALIDO-SW
                ELSE
                    MOVE WS-ENT-DATA TO WS-DATA-DEVOLUCAO
                    IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-DEVOLUCAO)
                       NOT = 0
                        DISPLAY 'DATA INVALIDA.'
                        MOVE 'N' TO WS-VALIDO-SW
                    ELSE
                        IF WS-DATA-DEVOLUCAO > WS-HOJE
                            DISPLAY 'DATA NO FUTURO NAO ACEITA.'
                            MOVE 'N' TO WS-VALIDO-SW
                        END-IF
                    END-IF
                END-IF
            END-IF
            .
       END PROGRAM DEVCORREIO.
