          03 WS-SCO-DATA-CALCULO        PIC 9(8).
       FD  WS-REJ-FILE.
       01 WS-REJ-REGISTRO.
           03 WS-REJ-ID              PIC 9(9).
           03 WS-REJ-VALOR           PIC S9(9)V99.
           03 WS-REJ-PAGTO           PIC X.
           03 WS-REJ-MOTIVO          PIC 99.
           03 WS-REJ-CLIENTE         PIC X(30).
           03 WS-REJ-COD-CLIENTE     PIC 9(6).
       FD  WS-DSP-FILE.
       01 WS-DSP-REGISTRO.
          03 WS-DSP-ID                  PIC 9(9).
          03 WS-DSP-DATA-ABERTURA       PIC 9(8).
          03 WS-DSP-OPERADOR            PIC X(8).
          03 WS-DSP-MOTIVO              PIC X(30).
          03 WS-DSP-DATA-RESOLUCAO      PIC 9(8).
       FD  WS-HIST-FILE.
       01 WS-HIST-REGISTRO.
           03 WS-HIST-ID             PIC 9(9).
           03 WS-HIST-VALOR          PIC S9(9)V99.
           03 WS-HIST-DATA           PIC 9(8).
           03 WS-HIST-CLIENTE        PIC X(30).
           03 WS-HIST-SITUACAO       PIC X.
           03 WS-HIST-COD-CLIENTE    PIC 9(6).
       FD  WS-REV-FILE.
       01 WS-REV-REGISTRO.
           03 WS-REV-CODIGO          PIC 9(6).
           03 WS-CAMP-BANDA-MAX    PIC X     VALUE SPACE.

      * Lista de supressao montada antes da varredura do master:
      * clientes com rejeicao aberta ou disputa aberta (pelo codigo;
      * o nome so vale para o item antigo, sem codigo) e codigos com
      * endereco em revisao.
       01 WS-TAB-SUPRESSAO.
          03 WS-SUP OCCURS 500 TIMES INDEXED BY WS-SUP-IDX.
             05 WS-SUP-NOME          PIC X(30).
             05 WS-SUP-CODIGO        PIC 9(6).
       01 WS-TOT-SUPRESSAO         PIC 9(3)  VALUE 0.
       01 WS-TAB-REVISAO.
          03 WS-REV OCCURS 500 TIMES INDEXED BY WS-REV-IDX.
          03 WS-TOT-SELECIONADO    PIC 9(6) VALUE 0.
          03 WS-TOT-FORA-SELECAO   PIC 9(6) VALUE 0.
          03 WS-TOT-SUPRIMIDO      PIC 9(6) VALUE 0.
          03 WS-TOT-END-INVALIDO   PIC 9(6) VALUE 0.
          03 WS-TOT-JURIDICO       PIC 9(6) VALUE 0.

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

       01 WS-JURIDICO-PARM.
           03 WS-JD-COD-CLIENTE    PIC 9(6).
           03 WS-JD-SITUACAO       PIC X.
           03 WS-JD-DATA-EVENTO    PIC 9(8).
           03 WS-JD-PROCESSO       PIC X(25).
           03 WS-JD-ADVOGADO       PIC X(30).
           03 WS-JD-RC             PIC 99.
              88 WS-JD-EM-JURIDICO         VALUE 0.

       01 WS-RC-FINAL              PIC 99    VALUE 0.

      * Ponto de reinicio pelo servico comum: o ultimo codigo do
      * master avaliado, as linhas de etiqueta e os contadores.
       01 WS-CHKPONTO-PARM.
           03 WS-CK-FUNCAO         PIC X.
           03 WS-CK-PROGRAMA       PIC X(12) VALUE 'CAMPANHA'.
           03 WS-CK-RC             PIC 99.
           03 WS-CK-INTERVALO      PIC 9(5)  VALUE 500.
           03 WS-CK-POSICAO        PIC 9(9)  VALUE 0.
           03 WS-CK-ULT-CHAVE      PIC X(30) VALUE SPACES.
           03 WS-CK-DATA-PONTO     PIC 9(8).
           03 WS-CK-HORA-PONTO     PIC 9(6).
           03 WS-CK-QTD-SAIDAS     PIC 9     VALUE 1.
           03 WS-CK-SAIDA OCCURS 6 TIMES.
              05 WS-CK-SAI-NOME    PIC X(40).
              05 WS-CK-SAI-QTD     PIC 9(9).
           03 WS-CK-TOTAL OCCURS 12 TIMES
                                   PIC S9(13)V99.
       01 WS-REINICIO-SW           PIC X     VALUE 'N'.
          88 WS-REINICIO                     VALUE 'Y'.
       01 WS-LINHAS-ETIQUETA       PIC 9(9)  VALUE 0.

       01 WS-RUNCTL-PARM.
           03 WS-RN-FUNCAO         PIC X.
           03 WS-RN-PROGRAMA       PIC X(12) VALUE 'CAMPANHA'.
           03 WS-RN-STATUS-FIM     PIC X.
           03 WS-RN-RC             PIC 99.
           03 WS-RN-PREREQ         PIC X(12) VALUE SPACES.
           03 WS-RN-OVERRIDE       PIC X     VALUE 'N'.
           03 WS-RN-MOTIVO-OVR     PIC X(30) VALUE SPACES.

       01 WS-AMBIENTE-PARM.
           03 WS-AMB-FUNCAO        PIC X     VALUE 'R'.
           03 WS-AMB-NOME          PIC X(8)  VALUE SPACES.
           03 WS-AMB-RAIZ          PIC X(40) VALUE SPACES.
           03 WS-AMB-RC            PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-DEF-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CLI-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-SCO-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-REJ-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-DSP-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-HIST-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-REV-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-ETQ-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-RES-PATH
            DISPLAY 'CAMPANHA - SEGMENTACAO DE MALA DIRETA'

            PERFORM P050-CARREGA-DEFINICAO
                STOP RUN
            END-IF

            MOVE 'I' TO WS-RN-FUNCAO
            CALL 'RUNCTL' USING WS-RUNCTL-PARM
            IF WS-RN-RC NOT = 0
                DISPLAY 'JA EXISTE EXECUCAO ATIVA DE CAMPANHA. '
                        'RUN RECUSADO.'
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF

            PERFORM P060-MONTA-SUPRESSAO
            PERFORM P070-CARREGA-REVISAO
            PERFORM P080-CARREGA-CHECKPOINT
            IF WS-RC-FINAL = 0
                PERFORM P100-ABRE-ARQUIVOS
                PERFORM P200-AVALIA-CLIENTE
                        UNTIL WS-FIM
                PERFORM P700-GRAVA-RESUMO
                PERFORM P900-FECHA-ARQUIVOS
                IF WS-RC-FINAL = 0
                    MOVE 'F' TO WS-CK-FUNCAO
                    CALL 'CHKPONTO' USING WS-CHKPONTO-PARM
                END-IF
            END-IF

            MOVE 'F' TO WS-RN-FUNCAO
            IF WS-RC-FINAL = 0
                MOVE 'O' TO WS-RN-STATUS-FIM
            ELSE
                MOVE 'E' TO WS-RN-STATUS-FIM
            END-IF
            CALL 'RUNCTL' USING WS-RUNCTL-PARM

            MOVE WS-RC-FINAL TO RETURN-CODE
            STOP RUN.

       P050-CARREGA-DEFINICAO.
            MOVE 'N' TO WS-ACHOU-SW
            PERFORM VARYING WS-SUP-IDX FROM 1 BY 1
                    UNTIL WS-SUP-IDX > WS-TOT-SUPRESSAO OR WS-ACHOU
                IF WS-SUP-CODIGO(WS-SUP-IDX) = WS-REJ-COD-CLIENTE
                   AND WS-SUP-NOME(WS-SUP-IDX) = WS-REJ-CLIENTE
                    SET WS-ACHOU TO TRUE
                END-IF
            END-PERFORM
            IF NOT WS-ACHOU AND WS-TOT-SUPRESSAO < 500
                ADD 1 TO WS-TOT-SUPRESSAO
                MOVE WS-REJ-CLIENTE TO WS-SUP-NOME(WS-TOT-SUPRESSAO)
                MOVE WS-REJ-COD-CLIENTE
                     TO WS-SUP-CODIGO(WS-TOT-SUPRESSAO)
            END-IF
            .
       P060-MONTA-SUPRESSAO.
                        CONTINUE
                    NOT INVALID KEY
                        MOVE WS-HIST-CLIENTE TO WS-REJ-CLIENTE
                        MOVE WS-HIST-COD-CLIENTE TO WS-REJ-COD-CLIENTE
                        PERFORM P055-SUPRIME-NOME
                END-READ
            END-IF
            END-IF
            MOVE 'N' TO WS-FIM-ARQUIVO
            .
       P080-CARREGA-CHECKPOINT.
      * Retomada depois de abend: as etiquetas voltam cortadas no
      * ponto e a varredura do master recomeca depois do ultimo
      * codigo registrado.
            MOVE WS-ETQ-PATH TO WS-CK-SAI-NOME(1)
            MOVE 'C' TO WS-CK-FUNCAO
            CALL 'CHKPONTO' USING WS-CHKPONTO-PARM
            EVALUATE WS-CK-RC
                WHEN 0
                    SET WS-REINICIO TO TRUE
                    MOVE WS-CK-SAI-QTD(1) TO WS-LINHAS-ETIQUETA
                    MOVE WS-CK-TOTAL(1) TO WS-TOT-SELECIONADO
                    MOVE WS-CK-TOTAL(2) TO WS-TOT-FORA-SELECAO
                    MOVE WS-CK-TOTAL(3) TO WS-TOT-SUPRIMIDO
                    MOVE WS-CK-TOTAL(4) TO WS-TOT-END-INVALIDO
                    MOVE WS-CK-TOTAL(5) TO WS-TOT-JURIDICO
                WHEN 8
                    DISPLAY 'RUN RECUSADO: PONTO DE REINICIO NAO '
                            'CONFERE COM AS ETIQUETAS GRAVADAS.'
                    MOVE 12 TO WS-RC-FINAL
                WHEN OTHER
                    MOVE 0 TO WS-CK-POSICAO
            END-EVALUATE
            .
       P090-GRAVA-CHECKPOINT.
            ADD 1 TO WS-CK-POSICAO
            MOVE WS-CLI-CODIGO       TO WS-CK-ULT-CHAVE
            MOVE WS-LINHAS-ETIQUETA  TO WS-CK-SAI-QTD(1)
            MOVE WS-TOT-SELECIONADO  TO WS-CK-TOTAL(1)
            MOVE WS-TOT-FORA-SELECAO TO WS-CK-TOTAL(2)
            MOVE WS-TOT-SUPRIMIDO    TO WS-CK-TOTAL(3)
            MOVE WS-TOT-END-INVALIDO TO WS-CK-TOTAL(4)
            MOVE WS-TOT-JURIDICO     TO WS-CK-TOTAL(5)
            MOVE 'G' TO WS-CK-FUNCAO
            CALL 'CHKPONTO' USING WS-CHKPONTO-PARM
            .
       P100-ABRE-ARQUIVOS.
            IF WS-REINICIO
                OPEN EXTEND WS-ETQ-FILE
            ELSE
                OPEN OUTPUT WS-ETQ-FILE
            END-IF

            OPEN INPUT WS-SCO-FILE
            IF WS-SCO-FS = '00'

            OPEN INPUT WS-CLI-FILE
            IF WS-CLI-FS = '00'
      * O master e lido pela chave primaria: a retomada posiciona
      * direto no codigo seguinte ao do ponto.
                IF WS-REINICIO
                    MOVE WS-CK-ULT-CHAVE(1:6) TO WS-CLI-CODIGO
                    START WS-CLI-FILE KEY IS GREATER THAN WS-CLI-CODIGO
                        INVALID KEY SET WS-FIM TO TRUE
                    END-START
                END-IF
                IF NOT WS-FIM
                    PERFORM P150-LE-CLIENTE
                END-IF
            ELSE
                DISPLAY 'MASTER DE CLIENTES NAO ENCONTRADO: '
                        WS-CLI-PATH
                MOVE 8 TO WS-RC-FINAL
                SET WS-FIM TO TRUE
            END-IF
            .
            ELSE
                ADD 1 TO WS-TOT-FORA-SELECAO
            END-IF
            PERFORM P090-GRAVA-CHECKPOINT
            PERFORM P150-LE-CLIENTE
            .
       P250-APLICA-SELECAO.
            PERFORM VARYING WS-SUP-IDX FROM 1 BY 1
                    UNTIL WS-SUP-IDX > WS-TOT-SUPRESSAO
                          OR WS-SUPRIMIDO
                IF WS-SUP-CODIGO(WS-SUP-IDX) > 0
                    IF WS-SUP-CODIGO(WS-SUP-IDX) = WS-CLI-CODIGO
                        SET WS-SUPRIMIDO TO TRUE
                    END-IF
                ELSE
                    IF WS-SUP-NOME(WS-SUP-IDX) = WS-CLI-NOME
                        SET WS-SUPRIMIDO TO TRUE
                    END-IF
                END-IF
            END-PERFORM
            IF NOT WS-SUPRIMIDO
                    END-IF
                END-PERFORM
            END-IF
      * Endereco devolvido pelos Correios tambem sai da postagem.
            IF NOT WS-SUPRIMIDO
                MOVE 'C'           TO WS-CN-FUNCAO
                MOVE WS-CLI-CODIGO TO WS-CN-COD-CLIENTE
                CALL 'CLICONTATO' USING WS-CONTATO-PARM
                IF WS-CN-END-VALIDO = 'N'
                    ADD 1 TO WS-TOT-END-INVALIDO
                    SET WS-SUPRIMIDO TO TRUE
                END-IF
            END-IF
      * Obito, falencia ou recuperacao judicial: fora da mala direta.
            IF NOT WS-SUPRIMIDO
                MOVE WS-CLI-CODIGO TO WS-JD-COD-CLIENTE
                CALL 'CLIJURIDICO' USING WS-JURIDICO-PARM
                IF WS-JD-EM-JURIDICO
                    ADD 1 TO WS-TOT-JURIDICO
                    SET WS-SUPRIMIDO TO TRUE
                END-IF
            END-IF
            .
       P400-GERA-ETIQUETA.
      * Mesmo bloco de impressao da mala direta do ETIQUETAS.

            MOVE SPACES TO WS-ETQ-LINHA
            WRITE WS-ETQ-LINHA
            ADD 5 TO WS-LINHAS-ETIQUETA
            .
       P700-GRAVA-RESUMO.
      * Contagem por campanha antes da impressao: e daqui que sai o
            END-STRING
            WRITE WS-RES-LINHA FROM WS-LINHA-TRABALHO

            MOVE SPACES TO WS-LINHA-TRABALHO
            STRING '  END. INVALIDO: ' WS-TOT-END-INVALIDO
                   DELIMITED BY SIZE
                   INTO WS-LINHA-TRABALHO
            END-STRING
            WRITE WS-RES-LINHA FROM WS-LINHA-TRABALHO

            MOVE SPACES TO WS-LINHA-TRABALHO
            STRING '  JURIDICO     : ' WS-TOT-JURIDICO
                   DELIMITED BY SIZE
                   INTO WS-LINHA-TRABALHO
            END-STRING
            WRITE WS-RES-LINHA FROM WS-LINHA-TRABALHO

            MOVE SPACES TO WS-LINHA-TRABALHO
            STRING 'FORA DA SELECAO: ' WS-TOT-FORA-SELECAO
                   DELIMITED BY SIZE
            .
       P900-FECHA-ARQUIVOS.
            IF WS-CLI-FS = '00' OR WS-CLI-FS = '10'
               OR WS-CLI-FS = '23'
                CLOSE WS-CLI-FILE
            END-IF
            IF WS-SCO-ABERTO
