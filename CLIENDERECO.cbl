      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIENDERECO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-END-FILE      ASSIGN TO WS-END-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS WS-END-CHAVE
                                    FILE STATUS WS-END-FS.
       DATA DIVISION.
       FILE SECTION.
      * Enderecos do cliente por tipo, com vigencia: R residencial,
      * C cobranca, T trabalho. O endereco que sai de vigencia fica
      * no arquivo com a data fim preenchida (0 = vigente). O
      * endereco segue o mesmo recorte do master (rua, bairro, CEP).
      * Padrao: N aguardando o ENDPADRAO, P padronizado, E com
      * excecao na padronizacao.
       FD  WS-END-FILE.
       01 WS-END-REGISTRO.
           03 WS-END-CHAVE.
              05 WS-END-CODIGO       PIC 9(6).
              05 WS-END-TIPO         PIC X.
              05 WS-END-DATA-INICIO  PIC 9(8).
           03 WS-END-DATA-FIM        PIC 9(8).
           03 WS-END-PREFERIDO       PIC X.
           03 WS-END-ENDERECO        PIC X(60).
           03 WS-END-CIDADE          PIC X(30).
           03 WS-END-ESTADO          PIC X(30).
           03 WS-END-PADRAO          PIC X.
           03 WS-END-DATA-ALTERACAO  PIC 9(8).
           03 WS-END-OPERADOR        PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-END-PATH              PIC X(40) VALUE 'CLIENDERECO.IDX'.
       01 WS-END-FS                PIC XX.
       01 WS-FIM-CLIENTE-SW        PIC X     VALUE 'N'.
          88 WS-FIM-CLIENTE                  VALUE 'Y'.
       01 WS-ACHOU-SW              PIC X     VALUE 'N'.
          88 WS-ACHOU                        VALUE 'Y'.
       01 WS-TEM-TIPO-SW           PIC X     VALUE 'N'.
          88 WS-TEM-TIPO                     VALUE 'Y'.
       01 WS-PROCURA-TIPO          PIC X     VALUE SPACE.
       01 WS-ORD-IDX               PIC 9     VALUE 0.
       01 WS-DATA-ANTERIOR         PIC 9(8)  VALUE 0.
       01 WS-PREFERIDO-HERDADO     PIC X     VALUE 'N'.
       01 WS-NOVO-REGISTRO         PIC X(161).
       01 WS-DATA-HORA-ATUAL       PIC X(21).

       01 WS-AMBIENTE-PARM.
           03 WS-AMB-FUNCAO        PIC X     VALUE 'R'.
           03 WS-AMB-NOME          PIC X(8)  VALUE SPACES.
           03 WS-AMB-RAIZ          PIC X(40) VALUE SPACES.
           03 WS-AMB-RC            PIC 99.

       LINKAGE SECTION.
       01 PARAMETROS-ENDERECO.
           02 WS-PRM-FUNCAO        PIC X.
              88 WS-FUNCAO-BUSCA           VALUE 'B'.
              88 WS-FUNCAO-INCLUI          VALUE 'I'.
              88 WS-FUNCAO-ENCERRA         VALUE 'E'.
              88 WS-FUNCAO-MUDANCA         VALUE 'M'.
           02 WS-PRM-COD-CLIENTE   PIC 9(6).
           02 WS-PRM-DATA          PIC 9(8).
           02 WS-PRM-TIPO          PIC X.
           02 WS-PRM-ORDEM         PIC X(4).
           02 WS-PRM-PREFERIDO     PIC X.
           02 WS-PRM-ENDERECO      PIC X(60).
           02 WS-PRM-CIDADE        PIC X(30).
           02 WS-PRM-ESTADO        PIC X(30).
           02 WS-PRM-ANT-ENDERECO  PIC X(60).
           02 WS-PRM-ANT-CIDADE    PIC X(30).
           02 WS-PRM-ANT-ESTADO    PIC X(30).
           02 WS-PRM-OPERADOR      PIC X(8).
           02 WS-PRM-TIPO-USADO    PIC X.
           02 WS-PRM-RC            PIC 99.
              88 WS-RC-OK                  VALUE 0.
              88 WS-RC-SEM-ENDERECO        VALUE 4.
              88 WS-RC-FUNCAO-INVALIDA     VALUE 8.
              88 WS-RC-ARQUIVO-INDISP      VALUE 12.
       PROCEDURE DIVISION USING PARAMETROS-ENDERECO.
       MAIN-PROCEDURE.
      * B=busca o endereco vigente na data seguindo a ordem de tipos
      * pedida pelo documento (P = o preferido para correspondencia,
      * de qualquer tipo); sem nenhum, RC 4 e o chamador usa o
      * endereco do master. I=inclui endereco do tipo a partir da
      * data, encerrando o anterior do mesmo tipo. E=encerra o
      * endereco vigente do tipo na data. M=mudanca do endereco do
      * master (CLIMANUT, CRMIMPORTA): o endereco anterior entra no
      * historico residencial antes do novo.
           CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-END-PATH
           SET WS-RC-OK TO TRUE
           MOVE SPACE TO WS-PRM-TIPO-USADO
           IF WS-PRM-DATA = 0
               MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
               MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-PRM-DATA
           END-IF

           EVALUATE TRUE
               WHEN WS-FUNCAO-BUSCA
                   PERFORM P100-BUSCA
               WHEN WS-FUNCAO-INCLUI OR WS-FUNCAO-ENCERRA
                   IF WS-PRM-TIPO NOT = 'R' AND WS-PRM-TIPO NOT = 'C'
                      AND WS-PRM-TIPO NOT = 'T'
                       SET WS-RC-FUNCAO-INVALIDA TO TRUE
                   ELSE
                       PERFORM P300-ABRE-ATUALIZACAO
                       IF WS-RC-OK
                           IF WS-FUNCAO-INCLUI
                               PERFORM P400-INCLUI
                           ELSE
                               PERFORM P500-ENCERRA
                           END-IF
                           CLOSE WS-END-FILE
                       END-IF
                   END-IF
               WHEN WS-FUNCAO-MUDANCA
                   MOVE 'R' TO WS-PRM-TIPO
                   PERFORM P300-ABRE-ATUALIZACAO
                   IF WS-RC-OK
                       PERFORM P600-MUDANCA
                       CLOSE WS-END-FILE
                   END-IF
               WHEN OTHER
                   SET WS-RC-FUNCAO-INVALIDA TO TRUE
           END-EVALUATE
           GOBACK.

       P100-BUSCA.
           OPEN INPUT WS-END-FILE
           IF WS-END-FS NOT = '00'
               SET WS-RC-SEM-ENDERECO TO TRUE
           ELSE
               MOVE 'N' TO WS-ACHOU-SW
               PERFORM VARYING WS-ORD-IDX FROM 1 BY 1
                       UNTIL WS-ORD-IDX > 4 OR WS-ACHOU
                   IF WS-PRM-ORDEM(WS-ORD-IDX:1) NOT = SPACE
                       MOVE WS-PRM-ORDEM(WS-ORD-IDX:1)
                            TO WS-PROCURA-TIPO
                       PERFORM P200-PROCURA-VIGENTE
                   END-IF
               END-PERFORM
               IF WS-ACHOU
                   MOVE WS-NOVO-REGISTRO TO WS-END-REGISTRO
                   MOVE WS-END-TIPO     TO WS-PRM-TIPO-USADO
                   MOVE WS-END-ENDERECO TO WS-PRM-ENDERECO
                   MOVE WS-END-CIDADE   TO WS-PRM-CIDADE
                   MOVE WS-END-ESTADO   TO WS-PRM-ESTADO
               ELSE
                   SET WS-RC-SEM-ENDERECO TO TRUE
               END-IF
               CLOSE WS-END-FILE
           END-IF
           .
       P200-PROCURA-VIGENTE.
      * Percorre os enderecos do cliente; fica com o vigente na data
      * de inicio mais recente do tipo procurado (ou o preferido).
           MOVE 'N' TO WS-FIM-CLIENTE-SW
           MOVE WS-PRM-COD-CLIENTE TO WS-END-CODIGO
           MOVE LOW-VALUES         TO WS-END-TIPO
           MOVE 0                  TO WS-END-DATA-INICIO
           START WS-END-FILE KEY IS NOT LESS THAN WS-END-CHAVE
               INVALID KEY SET WS-FIM-CLIENTE TO TRUE
           END-START
           PERFORM UNTIL WS-FIM-CLIENTE
               READ WS-END-FILE NEXT RECORD
                   AT END SET WS-FIM-CLIENTE TO TRUE
                   NOT AT END
                       IF WS-END-CODIGO NOT = WS-PRM-COD-CLIENTE
                           SET WS-FIM-CLIENTE TO TRUE
                       ELSE
                           IF WS-END-DATA-INICIO NOT > WS-PRM-DATA
                              AND (WS-END-DATA-FIM = 0
                                   OR WS-END-DATA-FIM
                                      NOT < WS-PRM-DATA)
                              AND WS-END-ENDERECO NOT = SPACES
                              AND (WS-END-TIPO = WS-PROCURA-TIPO
                                   OR (WS-PROCURA-TIPO = 'P'
                                       AND WS-END-PREFERIDO = 'S'))
                               SET WS-ACHOU TO TRUE
                               MOVE WS-END-REGISTRO
                                    TO WS-NOVO-REGISTRO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .
       P300-ABRE-ATUALIZACAO.
           OPEN I-O WS-END-FILE
           IF WS-END-FS NOT = '00'
               OPEN OUTPUT WS-END-FILE
               CLOSE WS-END-FILE
               OPEN I-O WS-END-FILE
           END-IF
           IF WS-END-FS NOT = '00'
               DISPLAY 'CADASTRO DE ENDERECOS INDISPONIVEL: '
                       WS-END-PATH ' FS: ' WS-END-FS
               SET WS-RC-ARQUIVO-INDISP TO TRUE
           END-IF
           .
       P400-INCLUI.
           IF WS-PRM-ENDERECO = SPACES
               SET WS-RC-FUNCAO-INVALIDA TO TRUE
           ELSE
      * O vigente do mesmo tipo encerra na vespera do novo; sem
      * preferencia informada, o novo herda a do anterior.
               COMPUTE WS-DATA-ANTERIOR = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-PRM-DATA) - 1)
               MOVE 'N' TO WS-PREFERIDO-HERDADO
               MOVE 'N' TO WS-FIM-CLIENTE-SW
               MOVE WS-PRM-COD-CLIENTE TO WS-END-CODIGO
               MOVE WS-PRM-TIPO        TO WS-END-TIPO
               MOVE 0                  TO WS-END-DATA-INICIO
               START WS-END-FILE KEY IS NOT LESS THAN WS-END-CHAVE
                   INVALID KEY SET WS-FIM-CLIENTE TO TRUE
               END-START
               PERFORM UNTIL WS-FIM-CLIENTE
                   READ WS-END-FILE NEXT RECORD
                       AT END SET WS-FIM-CLIENTE TO TRUE
                       NOT AT END
                           IF WS-END-CODIGO NOT = WS-PRM-COD-CLIENTE
                              OR WS-END-TIPO NOT = WS-PRM-TIPO
                               SET WS-FIM-CLIENTE TO TRUE
                           ELSE
                               IF WS-END-DATA-INICIO < WS-PRM-DATA
                                  AND (WS-END-DATA-FIM = 0
                                       OR WS-END-DATA-FIM
                                          NOT < WS-PRM-DATA)
                                   MOVE WS-END-PREFERIDO
                                        TO WS-PREFERIDO-HERDADO
                                   MOVE WS-DATA-ANTERIOR
                                        TO WS-END-DATA-FIM
                                   REWRITE WS-END-REGISTRO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM

               IF WS-PRM-PREFERIDO = SPACE
                   MOVE WS-PREFERIDO-HERDADO TO WS-PRM-PREFERIDO
               END-IF
               IF WS-PRM-PREFERIDO = 'S'
                   PERFORM P450-LIMPA-PREFERIDO
               END-IF

               MOVE WS-PRM-COD-CLIENTE TO WS-END-CODIGO
               MOVE WS-PRM-TIPO        TO WS-END-TIPO
               MOVE WS-PRM-DATA        TO WS-END-DATA-INICIO
               MOVE 'N' TO WS-ACHOU-SW
               READ WS-END-FILE KEY IS WS-END-CHAVE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY SET WS-ACHOU TO TRUE
               END-READ
               MOVE WS-PRM-COD-CLIENTE TO WS-END-CODIGO
               MOVE WS-PRM-TIPO        TO WS-END-TIPO
               MOVE WS-PRM-DATA        TO WS-END-DATA-INICIO
               MOVE 0                  TO WS-END-DATA-FIM
               IF WS-PRM-PREFERIDO = 'S'
                   MOVE 'S' TO WS-END-PREFERIDO
               ELSE
                   MOVE 'N' TO WS-END-PREFERIDO
               END-IF
               MOVE WS-PRM-ENDERECO    TO WS-END-ENDERECO
               MOVE WS-PRM-CIDADE      TO WS-END-CIDADE
               MOVE WS-PRM-ESTADO      TO WS-END-ESTADO
               MOVE 'N'                TO WS-END-PADRAO
               MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
               MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-END-DATA-ALTERACAO
               MOVE WS-PRM-OPERADOR    TO WS-END-OPERADOR
      * Segunda alteracao no mesmo dia substitui a primeira.
               IF WS-ACHOU
                   REWRITE WS-END-REGISTRO
                       INVALID KEY
                           SET WS-RC-ARQUIVO-INDISP TO TRUE
                   END-REWRITE
               ELSE
                   WRITE WS-END-REGISTRO
                       INVALID KEY
                           SET WS-RC-ARQUIVO-INDISP TO TRUE
                   END-WRITE
               END-IF
           END-IF
           .
       P450-LIMPA-PREFERIDO.
      * Um so endereco preferido por cliente.
           MOVE 'N' TO WS-FIM-CLIENTE-SW
           MOVE WS-PRM-COD-CLIENTE TO WS-END-CODIGO
           MOVE LOW-VALUES         TO WS-END-TIPO
           MOVE 0                  TO WS-END-DATA-INICIO
           START WS-END-FILE KEY IS NOT LESS THAN WS-END-CHAVE
               INVALID KEY SET WS-FIM-CLIENTE TO TRUE
           END-START
           PERFORM UNTIL WS-FIM-CLIENTE
               READ WS-END-FILE NEXT RECORD
                   AT END SET WS-FIM-CLIENTE TO TRUE
                   NOT AT END
                       IF WS-END-CODIGO NOT = WS-PRM-COD-CLIENTE
                           SET WS-FIM-CLIENTE TO TRUE
                       ELSE
                           IF WS-END-PREFERIDO = 'S'
                               MOVE 'N' TO WS-END-PREFERIDO
                               REWRITE WS-END-REGISTRO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .
       P500-ENCERRA.
           MOVE 'N' TO WS-ACHOU-SW
           MOVE 'N' TO WS-FIM-CLIENTE-SW
           MOVE WS-PRM-COD-CLIENTE TO WS-END-CODIGO
           MOVE WS-PRM-TIPO        TO WS-END-TIPO
           MOVE 0                  TO WS-END-DATA-INICIO
           START WS-END-FILE KEY IS NOT LESS THAN WS-END-CHAVE
               INVALID KEY SET WS-FIM-CLIENTE TO TRUE
           END-START
           PERFORM UNTIL WS-FIM-CLIENTE
               READ WS-END-FILE NEXT RECORD
                   AT END SET WS-FIM-CLIENTE TO TRUE
                   NOT AT END
                       IF WS-END-CODIGO NOT = WS-PRM-COD-CLIENTE
                          OR WS-END-TIPO NOT = WS-PRM-TIPO
                           SET WS-FIM-CLIENTE TO TRUE
                       ELSE
                           IF WS-END-DATA-INICIO NOT > WS-PRM-DATA
                              AND WS-END-DATA-FIM = 0
                               SET WS-ACHOU TO TRUE
                               MOVE WS-PRM-DATA TO WS-END-DATA-FIM
                               MOVE 'N'         TO WS-END-PREFERIDO
                               MOVE WS-PRM-OPERADOR
                                    TO WS-END-OPERADOR
                               REWRITE WS-END-REGISTRO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF NOT WS-ACHOU
               SET WS-RC-SEM-ENDERECO TO TRUE
           END-IF
           .
       P600-MUDANCA.
      * Cliente sem residencial no arquivo: o endereco que o master
      * tinha ate hoje entra como residencial desde o cadastro, e o
      * novo o encerra.
           MOVE 'N' TO WS-TEM-TIPO-SW
           MOVE WS-PRM-COD-CLIENTE TO WS-END-CODIGO
           MOVE 'R'                TO WS-END-TIPO
           MOVE 0                  TO WS-END-DATA-INICIO
           START WS-END-FILE KEY IS NOT LESS THAN WS-END-CHAVE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   READ WS-END-FILE NEXT RECORD
                       AT END CONTINUE
                       NOT AT END
                           IF WS-END-CODIGO = WS-PRM-COD-CLIENTE
                              AND WS-END-TIPO = 'R'
                               SET WS-TEM-TIPO TO TRUE
                           END-IF
                   END-READ
           END-START
           IF NOT WS-TEM-TIPO AND WS-PRM-ANT-ENDERECO NOT = SPACES
               MOVE WS-PRM-COD-CLIENTE  TO WS-END-CODIGO
               MOVE 'R'                 TO WS-END-TIPO
               MOVE 0                   TO WS-END-DATA-INICIO
               MOVE 0                   TO WS-END-DATA-FIM
               MOVE 'N'                 TO WS-END-PREFERIDO
               MOVE WS-PRM-ANT-ENDERECO TO WS-END-ENDERECO
               MOVE WS-PRM-ANT-CIDADE   TO WS-END-CIDADE
               MOVE WS-PRM-ANT-ESTADO   TO WS-END-ESTADO
               MOVE 'N'                 TO WS-END-PADRAO
               MOVE WS-PRM-DATA         TO WS-END-DATA-ALTERACAO
               MOVE WS-PRM-OPERADOR     TO WS-END-OPERADOR
               WRITE WS-END-REGISTRO
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF
           MOVE SPACE TO WS-PRM-PREFERIDO
           PERFORM P400-INCLUI
           .
       END PROGRAM CLIENDERECO.
