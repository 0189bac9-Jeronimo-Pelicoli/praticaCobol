      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NFSERETORNO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-RET-FILE      ASSIGN TO WS-RET-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-RET-FS.
           SELECT WS-ITE-FILE      ASSIGN TO WS-ITE-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS WS-ITE-CHAVE
                                    ALTERNATE RECORD KEY IS WS-ITE-RPS
                                                  WITH DUPLICATES
                                    FILE STATUS WS-ITE-FS.
           SELECT WS-RPS-FILE      ASSIGN TO WS-RPS-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS WS-RPS-NUMERO
                                    FILE STATUS WS-RPS-FS.
       DATA DIVISION.
       FILE SECTION.
      * Retorno da prefeitura, um detalhe 2 por RPS processado:
      * N nota emitida, C cancelamento confirmado, E RPS rejeitado.
       FD  WS-RET-FILE.
       01 WS-RET-REGISTRO.
           03 WS-RET-TIPO            PIC X.
           03 WS-RET-SERIE           PIC X(5).
           03 WS-RET-RPS             PIC 9(12).
           03 WS-RET-NFSE            PIC 9(12).
           03 WS-RET-VERIFICACAO     PIC X(8).
           03 WS-RET-DATA            PIC 9(8).
           03 WS-RET-SITUACAO        PIC X.
              88 WS-RET-EMITIDA                VALUE 'N'.
              88 WS-RET-CANCELADA              VALUE 'C'.
              88 WS-RET-REJEITADA              VALUE 'E'.
           03 WS-RET-MENSAGEM        PIC X(60).
      * Layout identico ao do NFSEGERA
       FD  WS-ITE-FILE.
       01 WS-ITE-REGISTRO.
           03 WS-ITE-CHAVE.
              05 WS-ITE-ORIGEM       PIC X.
              05 WS-ITE-ID           PIC 9(9).
           03 WS-ITE-COD-CLIENTE     PIC 9(6).
           03 WS-ITE-DATA-FATURA     PIC 9(8).
           03 WS-ITE-VALOR-ORIGINAL  PIC S9(9)V99.
           03 WS-ITE-VALOR           PIC S9(9)V99.
           03 WS-ITE-SERVICO         PIC X(5).
           03 WS-ITE-SITUACAO        PIC X.
              88 WS-ITE-PENDENTE               VALUE 'P'.
              88 WS-ITE-EM-RPS                 VALUE 'R'.
              88 WS-ITE-COM-NOTA               VALUE 'N'.
              88 WS-ITE-CANCELADO              VALUE 'X'.
           03 WS-ITE-RPS             PIC 9(10).
           03 WS-ITE-DATA-SITUACAO   PIC 9(8).
           03 WS-ITE-QTD-RPS         PIC 9(2).
      * Layout identico ao do NFSEGERA
       FD  WS-RPS-FILE.
       01 WS-RPS-REGISTRO.
           03 WS-RPS-NUMERO          PIC 9(10).
           03 WS-RPS-SERIE           PIC X(5).
           03 WS-RPS-DATA-EMISSAO    PIC 9(8).
           03 WS-RPS-COD-CLIENTE     PIC 9(6).
           03 WS-RPS-DOC-TIPO        PIC X.
           03 WS-RPS-DOC-NUMERO      PIC X(14).
           03 WS-RPS-NOME            PIC X(30).
           03 WS-RPS-SERVICO         PIC X(5).
           03 WS-RPS-VALOR           PIC S9(9)V99.
           03 WS-RPS-ISS             PIC S9(9)V99.
           03 WS-RPS-QTD-ITENS       PIC 9(4).
           03 WS-RPS-SITUACAO        PIC X.
              88 WS-RPS-ENVIADO                VALUE 'E'.
              88 WS-RPS-EMITIDO                VALUE 'N'.
              88 WS-RPS-REJEITADO              VALUE 'R'.
              88 WS-RPS-CANCELANDO             VALUE 'C'.
              88 WS-RPS-CANCELADO              VALUE 'X'.
           03 WS-RPS-NFSE            PIC 9(12).
           03 WS-RPS-VERIFICACAO     PIC X(8).
           03 WS-RPS-DATA-NFSE       PIC 9(8).
           03 WS-RPS-DATA-CANCELA    PIC 9(8).
           03 WS-RPS-MENSAGEM        PIC X(60).

       WORKING-STORAGE SECTION.
       01 WS-RET-PATH              PIC X(40) VALUE 'NFSE.RETORNO'.
       01 WS-ITE-PATH              PIC X(40) VALUE 'NFSE.ITENS.IDX'.
       01 WS-RPS-PATH              PIC X(40) VALUE 'NFSE.RPS.IDX'.
       01 WS-RET-FS                PIC XX.
       01 WS-ITE-FS                PIC XX.
       01 WS-RPS-FS                PIC XX.

       01 WS-FIM-ARQUIVO           PIC X     VALUE 'N'.
          88 WS-FIM                          VALUE 'Y'.
       01 WS-FIM-ITENS-SW          PIC X     VALUE 'N'.
          88 WS-FIM-ITENS                    VALUE 'Y'.

       01 WS-DATA-HORA-ATUAL       PIC X(21).
       01 WS-HOJE                  PIC 9(8)  VALUE 0.
       01 WS-NOVA-SITUACAO         PIC X     VALUE SPACE.

      * Chaves dos itens do RPS: guardadas antes de regravar, pois a
      * regravacao pode mudar a chave alternada da leitura.
       01 WS-TAB-ITENS-RPS.
          03 WS-TIR OCCURS 500 TIMES INDEXED BY WS-TIR-IDX.
             05 WS-TIR-CHAVE          PIC X(10).
       01 WS-TOT-ITENS-RPS         PIC 9(3)  VALUE 0.

       01 WS-CONTADORES.
          03 WS-TOT-LIDOS          PIC 9(6)  VALUE 0.
          03 WS-TOT-EMITIDAS       PIC 9(6)  VALUE 0.
          03 WS-TOT-CANCELADAS     PIC 9(6)  VALUE 0.
          03 WS-TOT-REJEITADOS     PIC 9(6)  VALUE 0.
          03 WS-TOT-ITENS          PIC 9(6)  VALUE 0.
          03 WS-TOT-IGNORADOS      PIC 9(6)  VALUE 0.

       01 WS-AUDIT-PARM.
           03 WS-AU-PROGRAMA       PIC X(12) VALUE 'NFSERETORNO'.
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
      * Baixa o retorno da prefeitura no registro de RPS: nota
      * emitida fecha os itens, rejeicao devolve os itens a fila do
      * proximo lote e cancelamento confirmado encerra a nota.
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-RET-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-ITE-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-RPS-PATH
            DISPLAY 'NFSERETORNO - RETORNO DO LOTE DE RPS'

            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
            MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-HOJE

            PERFORM P100-ABRE-ARQUIVOS

            PERFORM UNTIL WS-FIM
                READ WS-RET-FILE
                    AT END SET WS-FIM TO TRUE
                    NOT AT END
                        IF WS-RET-TIPO = '2'
                            ADD 1 TO WS-TOT-LIDOS
                            PERFORM P200-PROCESSA-RETORNO
                        END-IF
                END-READ
            END-PERFORM

            CLOSE WS-RET-FILE
            CLOSE WS-ITE-FILE
            CLOSE WS-RPS-FILE

            PERFORM P800-RESUMO

            MOVE 'RETORNO-RPS' TO WS-AU-EVENTO
            MOVE SPACES        TO WS-AU-CHAVE
            MOVE WS-HOJE       TO WS-AU-CHAVE(1:8)
            MOVE WS-TOT-LIDOS  TO WS-AU-CONTADOR
            CALL 'AUDITLOG' USING WS-AUDIT-PARM

            IF WS-TOT-REJEITADOS > 0 OR WS-TOT-IGNORADOS > 0
                MOVE 4 TO RETURN-CODE
            END-IF
            STOP RUN.

       P100-ABRE-ARQUIVOS.
            OPEN INPUT WS-RET-FILE
            IF WS-RET-FS NOT = '00'
                DISPLAY 'RETORNO DA PREFEITURA NAO ENCONTRADO: '
                        WS-RET-PATH
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN I-O WS-ITE-FILE
            IF WS-ITE-FS NOT = '00'
                DISPLAY 'REGISTRO DE ITENS DA NFS-E INDISPONIVEL: '
                        WS-ITE-PATH ' FS: ' WS-ITE-FS
                CLOSE WS-RET-FILE
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN I-O WS-RPS-FILE
            IF WS-RPS-FS NOT = '00'
                DISPLAY 'REGISTRO DE RPS INDISPONIVEL: '
                        WS-RPS-PATH ' FS: ' WS-RPS-FS
                CLOSE WS-RET-FILE
                CLOSE WS-ITE-FILE
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
            .
       P200-PROCESSA-RETORNO.
            MOVE WS-RET-RPS TO WS-RPS-NUMERO
            READ WS-RPS-FILE
                INVALID KEY
                    ADD 1 TO WS-TOT-IGNORADOS
                    DISPLAY 'RPS ' WS-RET-RPS ' NAO REGISTRADO. '
                            'RETORNO IGNORADO.'
                NOT INVALID KEY
                    EVALUATE TRUE
                        WHEN WS-RET-EMITIDA AND WS-RPS-ENVIADO
                            PERFORM P300-NOTA-EMITIDA
                        WHEN WS-RET-REJEITADA AND WS-RPS-ENVIADO
                            PERFORM P400-RPS-REJEITADO
                        WHEN WS-RET-CANCELADA AND WS-RPS-CANCELANDO
                            PERFORM P500-NOTA-CANCELADA
                        WHEN OTHER
                            ADD 1 TO WS-TOT-IGNORADOS
                            DISPLAY 'RPS ' WS-RET-RPS ' NA SITUACAO '
                                    WS-RPS-SITUACAO ' NAO ACEITA O '
                                    'RETORNO ' WS-RET-SITUACAO '.'
                    END-EVALUATE
            END-READ
            .
       P300-NOTA-EMITIDA.
            SET WS-RPS-EMITIDO     TO TRUE
            MOVE WS-RET-NFSE         TO WS-RPS-NFSE
            MOVE WS-RET-VERIFICACAO  TO WS-RPS-VERIFICACAO
            MOVE WS-RET-DATA         TO WS-RPS-DATA-NFSE
            MOVE WS-RET-MENSAGEM     TO WS-RPS-MENSAGEM
            REWRITE WS-RPS-REGISTRO
            ADD 1 TO WS-TOT-EMITIDAS

            MOVE 'N' TO WS-NOVA-SITUACAO
            PERFORM P600-ATUALIZA-ITENS
            .
       P400-RPS-REJEITADO.
            SET WS-RPS-REJEITADO   TO TRUE
            MOVE WS-RET-MENSAGEM     TO WS-RPS-MENSAGEM
            REWRITE WS-RPS-REGISTRO
            ADD 1 TO WS-TOT-REJEITADOS
            DISPLAY 'RPS ' WS-RPS-NUMERO ' REJEITADO: '
                    WS-RET-MENSAGEM

            MOVE 'P' TO WS-NOVA-SITUACAO
            PERFORM P600-ATUALIZA-ITENS

            MOVE 'RPS-REJEITA' TO WS-AU-EVENTO
            MOVE SPACES        TO WS-AU-CHAVE
            MOVE WS-RPS-NUMERO TO WS-AU-CHAVE(1:10)
            MOVE WS-RPS-COD-CLIENTE TO WS-AU-CHAVE(12:6)
            MOVE WS-RPS-QTD-ITENS TO WS-AU-CONTADOR
            CALL 'AUDITLOG' USING WS-AUDIT-PARM
            .
       P500-NOTA-CANCELADA.
      * Os itens ja voltaram a fila quando o cancelamento foi pedido.
            SET WS-RPS-CANCELADO   TO TRUE
            MOVE WS-RET-DATA         TO WS-RPS-DATA-CANCELA
            MOVE WS-RET-MENSAGEM     TO WS-RPS-MENSAGEM
            REWRITE WS-RPS-REGISTRO
            ADD 1 TO WS-TOT-CANCELADAS
            .
       P600-ATUALIZA-ITENS.
            MOVE 0   TO WS-TOT-ITENS-RPS
            MOVE 'N' TO WS-FIM-ITENS-SW
            MOVE WS-RPS-NUMERO TO WS-ITE-RPS
            START WS-ITE-FILE KEY IS EQUAL TO WS-ITE-RPS
                INVALID KEY SET WS-FIM-ITENS TO TRUE
            END-START
            PERFORM UNTIL WS-FIM-ITENS
                READ WS-ITE-FILE NEXT RECORD
                    AT END SET WS-FIM-ITENS TO TRUE
                    NOT AT END
                        IF WS-ITE-RPS NOT = WS-RPS-NUMERO
                            SET WS-FIM-ITENS TO TRUE
                        ELSE
                            IF WS-ITE-EM-RPS
                               AND WS-TOT-ITENS-RPS < 500
                                ADD 1 TO WS-TOT-ITENS-RPS
                                MOVE WS-ITE-CHAVE
                                  TO WS-TIR-CHAVE(WS-TOT-ITENS-RPS)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM

            PERFORM VARYING WS-TIR-IDX FROM 1 BY 1
                    UNTIL WS-TIR-IDX > WS-TOT-ITENS-RPS
                MOVE WS-TIR-CHAVE(WS-TIR-IDX) TO WS-ITE-CHAVE
                READ WS-ITE-FILE KEY IS WS-ITE-CHAVE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        MOVE WS-NOVA-SITUACAO TO WS-ITE-SITUACAO
                        MOVE WS-HOJE          TO WS-ITE-DATA-SITUACAO
                        IF WS-ITE-PENDENTE
                            MOVE 0 TO WS-ITE-RPS
                        END-IF
                        REWRITE WS-ITE-REGISTRO
                        ADD 1 TO WS-TOT-ITENS
                END-READ
            END-PERFORM
            .
       P800-RESUMO.
            DISPLAY '----- RESUMO DO RETORNO DE RPS -----'
            DISPLAY 'AMBIENTE               : ' WS-AMB-NOME
            DISPLAY 'RPS NO RETORNO         : ' WS-TOT-LIDOS
            DISPLAY 'NOTAS EMITIDAS         : ' WS-TOT-EMITIDAS
            DISPLAY 'RPS REJEITADOS         : ' WS-TOT-REJEITADOS
            DISPLAY 'CANCELAMENTOS ACEITOS  : ' WS-TOT-CANCELADAS
            DISPLAY 'ITENS ATUALIZADOS      : ' WS-TOT-ITENS
            DISPLAY 'RETORNOS IGNORADOS     : ' WS-TOT-IGNORADOS
            .
       END PROGRAM NFSERETORNO.
