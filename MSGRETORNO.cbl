      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSGRETORNO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-RET-FILE      ASSIGN TO WS-RET-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-RET-FS.
           SELECT WS-MSG-FILE      ASSIGN TO WS-MSG-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS WS-MSG-ID
                                    FILE STATUS WS-MSG-FS.
           SELECT WS-CLI-FILE      ASSIGN TO WS-CLI-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS WS-CLI-CODIGO
                                    ALTERNATE RECORD KEY IS WS-CLI-NOME
                                                  WITH DUPLICATES
                                    FILE STATUS WS-CLI-FS.
           SELECT WS-PAP-FILE      ASSIGN TO WS-PAP-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-PAP-FS.
           SELECT WS-REL-FILE      ASSIGN TO WS-REL-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-REL-FS.
       DATA DIVISION.
       FILE SECTION.
      * Retorno do provedor: header '0', um detalhe '1' por recibo de
      * entrega e trailer '9' com a quantidade de detalhes. Status:
      * T = entregue, L = lida, F = falhou.
       FD  WS-RET-FILE.
       01 WS-RET-DETALHE.
           03 WS-RET-TIPO            PIC X.
              88 WS-RET-E-HEADER               VALUE '0'.
              88 WS-RET-E-DETALHE              VALUE '1'.
              88 WS-RET-E-TRAILER              VALUE '9'.
           03 WS-RET-ID              PIC 9(9).
           03 WS-RET-STATUS          PIC X.
              88 WS-RET-ENTREGUE               VALUE 'T'.
              88 WS-RET-LIDA                   VALUE 'L'.
              88 WS-RET-FALHOU                 VALUE 'F'.
           03 WS-RET-DATA            PIC 9(8).
           03 WS-RET-DETALHE-PROV    PIC X(40).
       01 WS-RET-TRAILER.
           03 WS-RET-T-TIPO          PIC X.
           03 WS-RET-T-QTD           PIC 9(6).
      * Layout identico ao do MSGFILA.
       FD  WS-MSG-FILE.
       01 WS-MSG-REGISTRO.
           03 WS-MSG-ID              PIC 9(9).
           03 WS-MSG-DATA            PIC 9(8).
           03 WS-MSG-ORIGEM          PIC X(12).
           03 WS-MSG-TIPO            PIC X(12).
           03 WS-MSG-COD-CLIENTE     PIC 9(6).
           03 WS-MSG-CLIENTE         PIC X(30).
           03 WS-MSG-CANAL           PIC X.
           03 WS-MSG-DESTINO         PIC X(50).
           03 WS-MSG-REFERENCIA      PIC X(20).
           03 WS-MSG-TEXTO           PIC X(160).
           03 WS-MSG-SITUACAO        PIC X.
              88 WS-MSG-PENDENTE               VALUE 'P'.
              88 WS-MSG-ENVIADA                VALUE 'V'.
              88 WS-MSG-ENTREGUE               VALUE 'T'.
              88 WS-MSG-LIDA                   VALUE 'L'.
              88 WS-MSG-FALHOU                 VALUE 'F'.
              88 WS-MSG-REEMITIDA              VALUE 'R'.
           03 WS-MSG-DATA-SITUACAO   PIC 9(8).
           03 WS-MSG-DETALHE         PIC X(40).
       FD  WS-CLI-FILE.
       01 WS-CLI-REGISTRO.
           03 WS-CLI-CODIGO          PIC 9(6).
           03 WS-CLI-NOME            PIC X(30).
           03 WS-CLI-ENDERECO        PIC X(60).
           03 WS-CLI-TELEFONE        PIC X(20).
           03 WS-CLI-EMAIL           PIC X(50).
           03 WS-CLI-ESTADO          PIC X(30).
           03 WS-CLI-CIDADE          PIC X(30).
       FD  WS-PAP-FILE.
       01 WS-PAP-LINHA               PIC X(80).
       FD  WS-REL-FILE.
       01 WS-REL-LINHA               PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-RET-PATH              PIC X(40)
                            VALUE 'MSG.PROVEDOR.RETORNO'.
       01 WS-MSG-PATH              PIC X(40) VALUE 'MSG.FILA.IDX'.
       01 WS-CLI-PATH              PIC X(40)
                            VALUE 'CLIENTES.NOVO.IDX'.
       01 WS-PAP-PATH              PIC X(40) VALUE 'MSG.PAPEL.REL'.
       01 WS-REL-PATH              PIC X(40) VALUE 'MSGRETORNO.REL'.
       01 WS-RET-FS                PIC XX.
       01 WS-MSG-FS                PIC XX.
       01 WS-CLI-FS                PIC XX.
       01 WS-PAP-FS                PIC XX.
       01 WS-REL-FS                PIC XX.

       01 WS-FIM-ARQUIVO           PIC X     VALUE 'N'.
          88 WS-FIM                          VALUE 'Y'.
       01 WS-CLI-ABERTO-SW         PIC X     VALUE 'N'.
          88 WS-CLI-ABERTO                   VALUE 'Y'.
       01 WS-CLI-ACHOU-SW          PIC X     VALUE 'N'.
          88 WS-CLI-ACHOU                    VALUE 'Y'.
       01 WS-TRAILER-SW            PIC X     VALUE 'N'.
          88 WS-TEM-TRAILER                  VALUE 'Y'.

       01 WS-DATA-HORA-ATUAL       PIC X(21).
       01 WS-HOJE                  PIC 9(8)  VALUE 0.
       01 WS-QTD-TRAILER           PIC 9(6)  VALUE 0.
       01 WS-LINHA-TRABALHO        PIC X(80) VALUE SPACES.

       01 WS-TOT-DETALHES          PIC 9(6)  VALUE 0.
       01 WS-TOT-ENTREGUES         PIC 9(6)  VALUE 0.
       01 WS-TOT-LIDAS             PIC 9(6)  VALUE 0.
       01 WS-TOT-FALHAS            PIC 9(6)  VALUE 0.
       01 WS-TOT-PAPEL             PIC 9(6)  VALUE 0.
       01 WS-TOT-SEM-CANAL         PIC 9(6)  VALUE 0.
       01 WS-TOT-IGNORADOS         PIC 9(6)  VALUE 0.
       01 WS-TOT-EXCECOES          PIC 9(6)  VALUE 0.

       01 WS-CAB-1.
           03 FILLER               PIC X(40)
                    VALUE 'RETORNO DO PROVEDOR DE MENSAGENS EM:'.
           03 FILLER               PIC X     VALUE SPACE.
           03 WS-CAB-DATA          PIC 9(8).
           03 FILLER               PIC X(11) VALUE '  AMBIENTE '.
           03 WS-CAB-AMBIENTE      PIC X(8).
       01 WS-DET-LINHA.
           03 WS-DET-ID            PIC 9(9).
           03 FILLER               PIC X     VALUE SPACE.
           03 WS-DET-CODIGO        PIC 9(6).
           03 FILLER               PIC X     VALUE SPACE.
           03 WS-DET-CLIENTE       PIC X(30).
           03 FILLER               PIC X     VALUE SPACE.
           03 WS-DET-MOTIVO        PIC X(32).
       01 WS-TOT-LINHA.
           03 WS-TOT-LITERAL       PIC X(30).
           03 WS-TOT-QTD           PIC ZZZ,ZZ9.

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

       01 WS-AUDIT-PARM.
           03 WS-AU-PROGRAMA       PIC X(12) VALUE 'MSGRETORNO'.
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
      * Recibos de entrega do provedor: a situacao da mensagem so
      * anda para frente (enviada, entregue, lida). Mensagem que
      * falhou volta para o papel automaticamente: o aviso sai no
      * MSG.PAPEL.REL para o endereco do cadastro; sem endereco
      * valido fica como falha na lista do relatorio.
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-RET-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-MSG-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CLI-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-PAP-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-REL-PATH
            DISPLAY 'MSGRETORNO - RECIBOS DE ENTREGA DO PROVEDOR'

            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
            MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-HOJE

            OPEN INPUT WS-RET-FILE
            IF WS-RET-FS NOT = '00'
                DISPLAY 'RETORNO DO PROVEDOR NAO ENCONTRADO: '
                        WS-RET-PATH
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF

            OPEN I-O WS-MSG-FILE
            IF WS-MSG-FS NOT = '00'
                DISPLAY 'FILA DE MENSAGENS INDISPONIVEL: '
                        WS-MSG-PATH ' FS: ' WS-MSG-FS
                CLOSE WS-RET-FILE
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF

            OPEN INPUT WS-CLI-FILE
            IF WS-CLI-FS = '00'
                SET WS-CLI-ABERTO TO TRUE
            ELSE
                DISPLAY 'AVISO: MASTER DE CLIENTES INDISPONIVEL; '
                        'FALHAS NAO SERAO REEMITIDAS EM PAPEL.'
            END-IF

            OPEN OUTPUT WS-PAP-FILE
            OPEN OUTPUT WS-REL-FILE
            MOVE WS-HOJE TO WS-CAB-DATA
            MOVE WS-AMB-NOME TO WS-CAB-AMBIENTE
            WRITE WS-REL-LINHA FROM WS-CAB-1
            MOVE ALL '-' TO WS-REL-LINHA
            WRITE WS-REL-LINHA

            PERFORM P100-LE-RETORNO UNTIL WS-FIM

            IF NOT WS-TEM-TRAILER
                MOVE 0      TO WS-DET-ID
                MOVE 0      TO WS-DET-CODIGO
                MOVE SPACES TO WS-DET-CLIENTE
                MOVE 'RETORNO SEM TRAILER' TO WS-DET-MOTIVO
                WRITE WS-REL-LINHA FROM WS-DET-LINHA
                ADD 1 TO WS-TOT-EXCECOES
            ELSE
                IF WS-QTD-TRAILER NOT = WS-TOT-DETALHES
                    MOVE 0      TO WS-DET-ID
                    MOVE 0      TO WS-DET-CODIGO
                    MOVE SPACES TO WS-DET-CLIENTE
                    MOVE 'TRAILER NAO CONFERE COM DETALHES'
                         TO WS-DET-MOTIVO
                    WRITE WS-REL-LINHA FROM WS-DET-LINHA
                    ADD 1 TO WS-TOT-EXCECOES
                END-IF
            END-IF

            PERFORM P800-TOTAIS

            CLOSE WS-RET-FILE
            CLOSE WS-MSG-FILE
            IF WS-CLI-ABERTO
                CLOSE WS-CLI-FILE
            END-IF
            CLOSE WS-PAP-FILE
            CLOSE WS-REL-FILE

            MOVE 'RETORNO'       TO WS-AU-EVENTO
            MOVE WS-RET-PATH     TO WS-AU-CHAVE
            MOVE WS-TOT-DETALHES TO WS-AU-CONTADOR
            CALL 'AUDITLOG' USING WS-AUDIT-PARM

            IF WS-TOT-EXCECOES > 0 OR WS-TOT-SEM-CANAL > 0
                MOVE 4 TO RETURN-CODE
            END-IF
            STOP RUN.

       P100-LE-RETORNO.
            READ WS-RET-FILE
                AT END SET WS-FIM TO TRUE
                NOT AT END
                    EVALUATE TRUE
                        WHEN WS-RET-E-HEADER
                            CONTINUE
                        WHEN WS-RET-E-TRAILER
                            SET WS-TEM-TRAILER TO TRUE
                            MOVE WS-RET-T-QTD TO WS-QTD-TRAILER
                        WHEN WS-RET-E-DETALHE
                            ADD 1 TO WS-TOT-DETALHES
                            PERFORM P200-PROCESSA-RECIBO
                        WHEN OTHER
                            MOVE WS-RET-ID TO WS-DET-ID
                            MOVE 0         TO WS-DET-CODIGO
                            MOVE SPACES    TO WS-DET-CLIENTE
                            MOVE 'TIPO DE REGISTRO INVALIDO'
                                 TO WS-DET-MOTIVO
                            WRITE WS-REL-LINHA FROM WS-DET-LINHA
                            ADD 1 TO WS-TOT-EXCECOES
                    END-EVALUATE
            END-READ
            .
       P200-PROCESSA-RECIBO.
            MOVE WS-RET-ID TO WS-MSG-ID
            READ WS-MSG-FILE
                INVALID KEY
                    MOVE WS-RET-ID TO WS-DET-ID
                    MOVE 0         TO WS-DET-CODIGO
                    MOVE SPACES    TO WS-DET-CLIENTE
                    MOVE 'MENSAGEM NAO ENCONTRADA NA FILA'
                         TO WS-DET-MOTIVO
                    WRITE WS-REL-LINHA FROM WS-DET-LINHA
                    ADD 1 TO WS-TOT-EXCECOES
                NOT INVALID KEY
                    PERFORM P300-ATUALIZA-SITUACAO
            END-READ
            .
       P300-ATUALIZA-SITUACAO.
      * Recibo atrasado nao rebaixa a situacao: lida nao volta para
      * entregue, e falha so vale para mensagem ainda nao entregue.
            EVALUATE TRUE
                WHEN WS-RET-ENTREGUE
                    IF WS-MSG-PENDENTE OR WS-MSG-ENVIADA
                        MOVE 'T' TO WS-MSG-SITUACAO
                        ADD 1 TO WS-TOT-ENTREGUES
                        PERFORM P700-REGRAVA
                    ELSE
                        ADD 1 TO WS-TOT-IGNORADOS
                    END-IF
                WHEN WS-RET-LIDA
                    IF WS-MSG-PENDENTE OR WS-MSG-ENVIADA
                       OR WS-MSG-ENTREGUE
                        MOVE 'L' TO WS-MSG-SITUACAO
                        ADD 1 TO WS-TOT-LIDAS
                        PERFORM P700-REGRAVA
                    ELSE
                        ADD 1 TO WS-TOT-IGNORADOS
                    END-IF
                WHEN WS-RET-FALHOU
                    IF WS-MSG-PENDENTE OR WS-MSG-ENVIADA
                        ADD 1 TO WS-TOT-FALHAS
                        PERFORM P400-REEMITE-PAPEL
                        PERFORM P700-REGRAVA
                    ELSE
                        ADD 1 TO WS-TOT-IGNORADOS
                    END-IF
                WHEN OTHER
                    MOVE WS-MSG-ID          TO WS-DET-ID
                    MOVE WS-MSG-COD-CLIENTE TO WS-DET-CODIGO
                    MOVE WS-MSG-CLIENTE     TO WS-DET-CLIENTE
                    MOVE 'STATUS DE ENTREGA INVALIDO'
                         TO WS-DET-MOTIVO
                    WRITE WS-REL-LINHA FROM WS-DET-LINHA
                    ADD 1 TO WS-TOT-EXCECOES
            END-EVALUATE
            .
       P400-REEMITE-PAPEL.
      * Falha no canal eletronico: o mesmo texto sai em papel para o
      * endereco do cadastro, se ele nao foi devolvido pelo correio.
            MOVE 'F' TO WS-MSG-SITUACAO
            MOVE 'N' TO WS-CLI-ACHOU-SW
            IF WS-CLI-ABERTO AND WS-MSG-COD-CLIENTE > 0
                MOVE WS-MSG-COD-CLIENTE TO WS-CLI-CODIGO
                READ WS-CLI-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET WS-CLI-ACHOU TO TRUE
                END-READ
            END-IF
            MOVE 'S' TO WS-CN-END-VALIDO
            IF WS-CLI-ACHOU
                MOVE 'C'                TO WS-CN-FUNCAO
                MOVE WS-MSG-COD-CLIENTE TO WS-CN-COD-CLIENTE
                CALL 'CLICONTATO' USING WS-CONTATO-PARM
            END-IF

            EVALUATE TRUE
                WHEN NOT WS-CLI-ACHOU
                    MOVE 'CLIENTE FORA DO CADASTRO' TO WS-DET-MOTIVO
                WHEN WS-CLI-ENDERECO = SPACES
                    MOVE 'SEM ENDERECO CADASTRADO' TO WS-DET-MOTIVO
                WHEN WS-CN-END-VALIDO = 'N'
                    MOVE 'ENDERECO DEVOLVIDO' TO WS-DET-MOTIVO
                WHEN OTHER
                    PERFORM P450-IMPRIME-PAPEL
                    MOVE 'R' TO WS-MSG-SITUACAO
            END-EVALUATE

            IF WS-MSG-FALHOU
                ADD 1 TO WS-TOT-SEM-CANAL
                MOVE WS-MSG-ID          TO WS-DET-ID
                MOVE WS-MSG-COD-CLIENTE TO WS-DET-CODIGO
                MOVE WS-MSG-CLIENTE     TO WS-DET-CLIENTE
                WRITE WS-REL-LINHA FROM WS-DET-LINHA
            END-IF
            .
       P450-IMPRIME-PAPEL.
      * Bloco no mesmo formato da mala direta do ETIQUETAS: nome,
      * endereco, cidade e estado, texto da mensagem e linha em
      * branco.
            ADD 1 TO WS-TOT-PAPEL
            WRITE WS-PAP-LINHA FROM WS-MSG-CLIENTE
            WRITE WS-PAP-LINHA FROM WS-CLI-ENDERECO
            MOVE SPACES TO WS-LINHA-TRABALHO
            STRING FUNCTION TRIM(WS-CLI-CIDADE TRAILING)
                   ' - '
                   FUNCTION TRIM(WS-CLI-ESTADO TRAILING)
                   DELIMITED BY SIZE
                   INTO WS-LINHA-TRABALHO
            END-STRING
            WRITE WS-PAP-LINHA FROM WS-LINHA-TRABALHO
            WRITE WS-PAP-LINHA FROM WS-MSG-TEXTO(1:80)
            IF WS-MSG-TEXTO(81:80) NOT = SPACES
                WRITE WS-PAP-LINHA FROM WS-MSG-TEXTO(81:80)
            END-IF
            MOVE SPACES TO WS-PAP-LINHA
            WRITE WS-PAP-LINHA
            .
       P700-REGRAVA.
            MOVE WS-RET-DATA         TO WS-MSG-DATA-SITUACAO
            MOVE WS-RET-DETALHE-PROV TO WS-MSG-DETALHE
            REWRITE WS-MSG-REGISTRO
                INVALID KEY
                    MOVE WS-MSG-ID          TO WS-DET-ID
                    MOVE WS-MSG-COD-CLIENTE TO WS-DET-CODIGO
                    MOVE WS-MSG-CLIENTE     TO WS-DET-CLIENTE
                    MOVE 'SITUACAO NAO ATUALIZADA NA FILA'
                         TO WS-DET-MOTIVO
                    WRITE WS-REL-LINHA FROM WS-DET-LINHA
                    ADD 1 TO WS-TOT-EXCECOES
            END-REWRITE
            .
       P800-TOTAIS.
            MOVE ALL '-' TO WS-REL-LINHA
            WRITE WS-REL-LINHA
            MOVE 'RECIBOS LIDOS'            TO WS-TOT-LITERAL
            MOVE WS-TOT-DETALHES            TO WS-TOT-QTD
            WRITE WS-REL-LINHA FROM WS-TOT-LINHA
            MOVE 'ENTREGUES'                TO WS-TOT-LITERAL
            MOVE WS-TOT-ENTREGUES           TO WS-TOT-QTD
            WRITE WS-REL-LINHA FROM WS-TOT-LINHA
            MOVE 'LIDAS'                    TO WS-TOT-LITERAL
            MOVE WS-TOT-LIDAS               TO WS-TOT-QTD
            WRITE WS-REL-LINHA FROM WS-TOT-LINHA
            MOVE 'FALHAS'                   TO WS-TOT-LITERAL
            MOVE WS-TOT-FALHAS              TO WS-TOT-QTD
            WRITE WS-REL-LINHA FROM WS-TOT-LINHA
            MOVE '  REEMITIDAS EM PAPEL'    TO WS-TOT-LITERAL
            MOVE WS-TOT-PAPEL               TO WS-TOT-QTD
            WRITE WS-REL-LINHA FROM WS-TOT-LINHA
            MOVE '  SEM CANAL PARA REEMISSAO' TO WS-TOT-LITERAL
            MOVE WS-TOT-SEM-CANAL           TO WS-TOT-QTD
            WRITE WS-REL-LINHA FROM WS-TOT-LINHA
            MOVE 'RECIBOS ATRASADOS IGNORADOS' TO WS-TOT-LITERAL
            MOVE WS-TOT-IGNORADOS           TO WS-TOT-QTD
            WRITE WS-REL-LINHA FROM WS-TOT-LINHA
            MOVE 'EXCECOES'                 TO WS-TOT-LITERAL
            MOVE WS-TOT-EXCECOES            TO WS-TOT-QTD
            WRITE WS-REL-LINHA FROM WS-TOT-LINHA

            DISPLAY '----- RESUMO DO RETORNO -----'
            DISPLAY 'RECIBOS LIDOS     : ' WS-TOT-DETALHES
            DISPLAY 'ENTREGUES         : ' WS-TOT-ENTREGUES
            DISPLAY 'LIDAS             : ' WS-TOT-LIDAS
            DISPLAY 'FALHAS            : ' WS-TOT-FALHAS
            DISPLAY '  EM PAPEL        : ' WS-TOT-PAPEL
            DISPLAY '  SEM CANAL       : ' WS-TOT-SEM-CANAL
            DISPLAY 'IGNORADOS         : ' WS-TOT-IGNORADOS
            DISPLAY 'EXCECOES          : ' WS-TOT-EXCECOES
            DISPLAY 'AVISOS EM PAPEL EM: ' WS-PAP-PATH
            DISPLAY 'RELATORIO EM      : ' WS-REL-PATH
            .
       END PROGRAM MSGRETORNO.
