           SELECT WS-LIG-FILE      ASSIGN TO WS-LIG-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-LIG-FS.
           SELECT WS-ESP-FILE      ASSIGN TO WS-ESP-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-ESP-FS.
       DATA DIVISION.
       FILE SECTION.
       FD  WS-RET-FILE.
       01 WS-RET-DETALHE.
           03 WS-RET-TIPO            PIC X.
           03 WS-RET-ID              PIC 9(9).
           03 WS-RET-VALOR           PIC S9(9)V99.
           03 WS-RET-CLIENTE         PIC X(30).
           03 WS-RET-OCORRENCIA      PIC XX.
           03 WS-RET-VALOR-PAGO      PIC S9(9)V99.
           03 WS-RET-COD-CLIENTE     PIC X(6).
      * Layout proprio do segundo banco: cliente na frente, valor sem
      * sinal e ocorrencia de tres letras.
       FD  WS-RT2-FILE.
       01 WS-RT2-DETALHE.
           03 WS-RT2-TIPO            PIC X.
           03 WS-RT2-CLIENTE         PIC X(30).
           03 WS-RT2-ID              PIC 9(9).
           03 WS-RT2-VALOR           PIC 9(9)V99.
           03 WS-RT2-OCORRENCIA      PIC X(3).
           03 WS-RT2-VALOR-PAGO      PIC 9(9)V99.
           03 WS-RT2-COD-CLIENTE     PIC X(6).
       FD  WS-PAGTO-FILE.
       01 WS-PAGTO-REG-OUT.
           03 WS-OUT-TIPO            PIC X.
           03 WS-OUT-ID              PIC 9(9).
           03 WS-OUT-VALOR           PIC S9(9)V99.
           03 WS-OUT-COD-SITUACAO    PIC X.
           03 WS-OUT-MOTIVO          PIC 99.
           03 WS-OUT-CLIENTE         PIC X(30).
           03 WS-OUT-DATA-PENDENCIA  PIC X(8).
           03 WS-OUT-FILIAL          PIC X(3).
           03 WS-OUT-COD-CLIENTE     PIC 9(6).
       01 WS-PAGTO-REG-HDR.
           03 WS-OUT-H-TIPO          PIC X.
           03 WS-OUT-H-DATA          PIC 9(8).
           03 WS-OUT-T-HASH          PIC S9(11)V99.
       FD  WS-LIG-FILE.
       01 WS-LIG-REGISTRO.
           03 WS-LIG-ID-RESIDUO      PIC 9(9).
           03 WS-LIG-ID-ORIGINAL     PIC 9(9).
           03 WS-LIG-VALOR-RESIDUO   PIC S9(9)V99.
           03 WS-LIG-DATA            PIC 9(8).
      * Credito que a tesouraria espera ver no extrato: o banco
      * credita o liquidado do retorno na conta de cobranca.
       FD  WS-ESP-FILE.
       01 WS-ESP-REGISTRO.
           03 WS-ESP-DATA            PIC 9(8).
           03 WS-ESP-FILIAL          PIC X(3).
           03 WS-ESP-ORIGEM          PIC X(8).
           03 WS-ESP-REFERENCIA      PIC X(32).
           03 WS-ESP-VALOR           PIC S9(9)V99.
           03 WS-ESP-DATA-GERACAO    PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-RET-PATH                PIC X(40)
       01 WS-PAGTO-PATH              PIC X(40) VALUE 'PAGAMENTOS.DAT'.
       01 WS-LIG-PATH                PIC X(40)
                            VALUE 'PAGTORETORNO.RESIDUOS'.
       01 WS-ESP-PATH                PIC X(40)
                            VALUE 'CONCILIA.ESPERADOS'.
       01 WS-RET-FS                  PIC XX.
       01 WS-RT2-FS                  PIC XX.
       01 WS-PAGTO-FS                PIC XX.
       01 WS-LIG-FS                  PIC XX.
       01 WS-ESP-FS                  PIC XX.
       01 WS-ORIGEM-RETORNO          PIC X(8)  VALUE SPACES.

       01 WS-FIM-ARQUIVO             PIC X     VALUE 'N'.
          88 WS-FIM                            VALUE 'Y'.
          03 WS-TOT-IGNORADO          PIC 9(6) VALUE 0.
          03 WS-TOT-PARCIAL           PIC 9(6) VALUE 0.

       01 WS-VALOR-ORIGINAL           PIC S9(9)V99 VALUE 0.
       01 WS-VALOR-PAGO               PIC S9(9)V99 VALUE 0.
       01 WS-CLIENTE-RETORNO          PIC X(30)    VALUE SPACES.
       01 WS-COD-CLIENTE-RETORNO      PIC 9(6)     VALUE 0.
       01 WS-VALOR-RESIDUO            PIC S9(9)V99 VALUE 0.
       01 WS-ID-RESIDUO               PIC 9(9)  VALUE 0.

      * Os residuos sacam da numeracao central como qualquer emissor,
      * sob a filial reservada '999'.
       01 WS-PAGTOID-PARM.
           03 WS-PI-FUNCAO         PIC X.
           03 WS-PI-FILIAL         PIC X(3) VALUE '999'.
           03 WS-PI-ID             PIC 9(9).
           03 WS-PI-RC             PIC 99.

       01 WS-DATA-HORA-ATUAL          PIC X(21).
       01 WS-TOT-GERADO               PIC 9(6)      VALUE 0.
       01 WS-HASH-GERADO              PIC S9(11)V99 VALUE 0.

       01 WS-LIG-LINHAS               PIC 9(9)      VALUE 0.
       01 WS-ESP-LINHAS               PIC 9(9)      VALUE 0.
       01 WS-RC-FINAL                 PIC 99        VALUE 0.

      * Ponto de reinicio pelo servico comum. A posicao conta os
      * registros dos dois retornos em sequencia: banco 1, depois
      * banco 2.
       01 WS-CHKPONTO-PARM.
           03 WS-CK-FUNCAO         PIC X.
           03 WS-CK-PROGRAMA       PIC X(12) VALUE 'PAGTORETORNO'.
           03 WS-CK-RC             PIC 99.
           03 WS-CK-INTERVALO      PIC 9(5)  VALUE 100.
           03 WS-CK-POSICAO        PIC 9(9)  VALUE 0.
           03 WS-CK-ULT-CHAVE      PIC X(30) VALUE SPACES.
           03 WS-CK-DATA-PONTO     PIC 9(8).
           03 WS-CK-HORA-PONTO     PIC 9(6).
           03 WS-CK-QTD-SAIDAS     PIC 9     VALUE 3.
           03 WS-CK-SAIDA OCCURS 6 TIMES.
              05 WS-CK-SAI-NOME    PIC X(40).
              05 WS-CK-SAI-QTD     PIC 9(9).
           03 WS-CK-TOTAL OCCURS 12 TIMES
                                   PIC S9(13)V99.
       01 WS-REINICIO-SW              PIC X     VALUE 'N'.
          88 WS-REINICIO                        VALUE 'Y'.
       01 WS-A-PULAR                  PIC 9(9)  VALUE 0.

       01 WS-RUNCTL-PARM.
           03 WS-RN-FUNCAO         PIC X.
           03 WS-RN-PROGRAMA       PIC X(12) VALUE 'PAGTORETORNO'.
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
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-RET-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-RT2-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-PAGTO-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-LIG-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-ESP-PATH
            DISPLAY 'PAGTORETORNO'

            MOVE 'I' TO WS-RN-FUNCAO
            CALL 'RUNCTL' USING WS-RUNCTL-PARM
            IF WS-RN-RC NOT = 0
                DISPLAY 'JA EXISTE EXECUCAO ATIVA DE PAGTORETORNO. '
                        'RUN RECUSADO.'
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF

            PERFORM P050-CARREGA-OCORRENCIAS
            PERFORM P055-CARREGA-OCORRENCIAS-2
            PERFORM P040-CARREGA-CHECKPOINT
            IF WS-RC-FINAL = 0
                PERFORM P100-ABRE-SAIDA
                PERFORM P110-PROCESSA-BANCO-1
                PERFORM P120-PROCESSA-BANCO-2
                PERFORM P700-GRAVA-TRAILER
                PERFORM P800-RESUMO
                PERFORM P900-FECHA-ARQUIVOS
                MOVE 'F' TO WS-CK-FUNCAO
                CALL 'CHKPONTO' USING WS-CHKPONTO-PARM
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

       P040-CARREGA-CHECKPOINT.
      * Retomada depois de abend: as saidas voltam cortadas no ponto
      * e os totais do trailer continuam de onde pararam.
            MOVE WS-PAGTO-PATH TO WS-CK-SAI-NOME(1)
            MOVE WS-LIG-PATH   TO WS-CK-SAI-NOME(2)
            MOVE WS-ESP-PATH   TO WS-CK-SAI-NOME(3)
            MOVE 'C' TO WS-CK-FUNCAO
            CALL 'CHKPONTO' USING WS-CHKPONTO-PARM
            EVALUATE WS-CK-RC
                WHEN 0
                    SET WS-REINICIO TO TRUE
                    MOVE WS-CK-POSICAO  TO WS-A-PULAR
                    MOVE WS-CK-TOTAL(1) TO WS-TOT-CONFIRMADO
                    MOVE WS-CK-TOTAL(2) TO WS-TOT-REJEITADO
                    MOVE WS-CK-TOTAL(3) TO WS-TOT-IGNORADO
                    MOVE WS-CK-TOTAL(4) TO WS-TOT-PARCIAL
                    MOVE WS-CK-TOTAL(5) TO WS-TOT-GERADO
                    MOVE WS-CK-TOTAL(6) TO WS-HASH-GERADO
                WHEN 8
                    DISPLAY 'RUN RECUSADO: PONTO DE REINICIO NAO '
                            'CONFERE COM AS SAIDAS GRAVADAS.'
                    MOVE 12 TO WS-RC-FINAL
                WHEN OTHER
                    MOVE 0 TO WS-CK-POSICAO
            END-EVALUATE
            .
       P045-GRAVA-CHECKPOINT.
            ADD 1 TO WS-CK-POSICAO
            COMPUTE WS-CK-SAI-QTD(1) = WS-TOT-GERADO + 1
            MOVE WS-LIG-LINHAS      TO WS-CK-SAI-QTD(2)
            MOVE WS-ESP-LINHAS      TO WS-CK-SAI-QTD(3)
            MOVE WS-TOT-CONFIRMADO  TO WS-CK-TOTAL(1)
            MOVE WS-TOT-REJEITADO   TO WS-CK-TOTAL(2)
            MOVE WS-TOT-IGNORADO    TO WS-CK-TOTAL(3)
            MOVE WS-TOT-PARCIAL     TO WS-CK-TOTAL(4)
            MOVE WS-TOT-GERADO      TO WS-CK-TOTAL(5)
            MOVE WS-HASH-GERADO     TO WS-CK-TOTAL(6)
            MOVE 'G' TO WS-CK-FUNCAO
            CALL 'CHKPONTO' USING WS-CHKPONTO-PARM
            .

       P050-CARREGA-OCORRENCIAS.
            MOVE '00' TO WS-OCO-CODIGO(1)
            MOVE '1'  TO WS-OCO-SITUACAO(1)
            MOVE 1     TO WS-OC2-MOTIVO(4)
            .
       P100-ABRE-SAIDA.
      * Os acumulados sao contados antes de abrir em EXTEND: o ponto
      * de reinicio registra quantas linhas cada um tem.
            PERFORM P102-CONTA-RESIDUOS
            PERFORM P104-CONTA-ESPERADOS
            IF WS-REINICIO
                OPEN EXTEND WS-PAGTO-FILE
            ELSE
                OPEN OUTPUT WS-PAGTO-FILE
            END-IF

      * Os residuos de pagamento parcial acumulam entre runs ate a
      * conciliacao da mesa.
            IF WS-LIG-FS NOT = '00'
                OPEN OUTPUT WS-LIG-FILE
            END-IF
            OPEN EXTEND WS-ESP-FILE
            IF WS-ESP-FS NOT = '00'
                OPEN OUTPUT WS-ESP-FILE
            END-IF

      * PAGAMENTOS.DAT agora carrega header e trailer de controle,
      * conferidos pelo PAGTOCONFIRM antes de processar.
            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
            IF NOT WS-REINICIO
                MOVE '0'                   TO WS-OUT-H-TIPO
                MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-OUT-H-DATA
                MOVE 'BANCO'               TO WS-OUT-H-ORIGEM
                WRITE WS-PAGTO-REG-HDR
            END-IF
            .
       P102-CONTA-RESIDUOS.
            MOVE 0   TO WS-LIG-LINHAS
            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN INPUT WS-LIG-FILE
            IF WS-LIG-FS = '00'
                PERFORM UNTIL WS-FIM
                    READ WS-LIG-FILE
                        AT END SET WS-FIM TO TRUE
                        NOT AT END ADD 1 TO WS-LIG-LINHAS
                    END-READ
                END-PERFORM
                CLOSE WS-LIG-FILE
            END-IF
            MOVE 'N' TO WS-FIM-ARQUIVO
            .
       P104-CONTA-ESPERADOS.
            MOVE 0   TO WS-ESP-LINHAS
            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN INPUT WS-ESP-FILE
            IF WS-ESP-FS = '00'
                PERFORM UNTIL WS-FIM
                    READ WS-ESP-FILE
                        AT END SET WS-FIM TO TRUE
                        NOT AT END ADD 1 TO WS-ESP-LINHAS
                    END-READ
                END-PERFORM
                CLOSE WS-ESP-FILE
            END-IF
            MOVE 'N' TO WS-FIM-ARQUIVO
            .
       P110-PROCESSA-BANCO-1.
            MOVE 'N' TO WS-FIM-ARQUIVO
            MOVE 'RETORNO1' TO WS-ORIGEM-RETORNO
            OPEN INPUT WS-RET-FILE
            IF WS-RET-FS = '00'
                SET WS-RET-ABERTO TO TRUE
                PERFORM P150-LE-RETORNO
      * Na retomada os registros ja processados antes do ponto sao
      * lidos e descartados.
                PERFORM UNTIL WS-A-PULAR = 0 OR WS-FIM
                    SUBTRACT 1 FROM WS-A-PULAR
                    PERFORM P150-LE-RETORNO
                END-PERFORM
                PERFORM P200-PROCESSA-RETORNO
                        UNTIL WS-FIM
            ELSE
            .
       P120-PROCESSA-BANCO-2.
            MOVE 'N' TO WS-FIM-ARQUIVO
            MOVE 'RETORNO2' TO WS-ORIGEM-RETORNO
            OPEN INPUT WS-RT2-FILE
            IF WS-RT2-FS = '00'
                SET WS-RT2-ABERTO TO TRUE
                PERFORM P160-LE-RETORNO-2
                PERFORM UNTIL WS-A-PULAR = 0 OR WS-FIM
                    SUBTRACT 1 FROM WS-A-PULAR
                    PERFORM P160-LE-RETORNO-2
                END-PERFORM
                PERFORM P300-PROCESSA-RETORNO-2
                        UNTIL WS-FIM
            ELSE
                MOVE WS-RET-VALOR-PAGO TO WS-VALOR-PAGO
                MOVE WS-RET-CLIENTE    TO WS-CLIENTE-RETORNO
                MOVE WS-RET-CLIENTE    TO WS-OUT-CLIENTE
      * O codigo do cliente vai na remessa no campo de uso da empresa
      * e volta ecoado; retorno sem ele segue com zero e o
      * PAGTOCONFIRM resolve pelo nome.
                IF WS-RET-COD-CLIENTE NUMERIC
                    MOVE WS-RET-COD-CLIENTE TO WS-COD-CLIENTE-RETORNO
                ELSE
                    MOVE 0                  TO WS-COD-CLIENTE-RETORNO
                END-IF
                PERFORM P400-GRAVA-SAIDA
            END-IF

            MOVE WS-RET-ID TO WS-CK-ULT-CHAVE
            PERFORM P045-GRAVA-CHECKPOINT
            PERFORM P150-LE-RETORNO
            .
       P250-MAPEIA-OCORRENCIA.
                MOVE WS-RT2-VALOR-PAGO TO WS-VALOR-PAGO
                MOVE WS-RT2-CLIENTE    TO WS-CLIENTE-RETORNO
                MOVE WS-RT2-CLIENTE    TO WS-OUT-CLIENTE
                IF WS-RT2-COD-CLIENTE NUMERIC
                    MOVE WS-RT2-COD-CLIENTE TO WS-COD-CLIENTE-RETORNO
                ELSE
                    MOVE 0                  TO WS-COD-CLIENTE-RETORNO
                END-IF
                PERFORM P400-GRAVA-SAIDA
            END-IF

            MOVE WS-RT2-ID TO WS-CK-ULT-CHAVE
            PERFORM P045-GRAVA-CHECKPOINT
            PERFORM P160-LE-RETORNO-2
            .
       P350-MAPEIA-OCORRENCIA-2.
            MOVE '1'                 TO WS-OUT-TIPO
            MOVE WS-SITUACAO-MAPEADA TO WS-OUT-COD-SITUACAO
            MOVE WS-MOTIVO-MAPEADO   TO WS-OUT-MOTIVO
            MOVE SPACES              TO WS-OUT-DATA-PENDENCIA
            MOVE SPACES              TO WS-OUT-FILIAL
            MOVE WS-COD-CLIENTE-RETORNO TO WS-OUT-COD-CLIENTE
            ADD 1                    TO WS-TOT-GERADO
            ADD WS-OUT-VALOR         TO WS-HASH-GERADO
            IF WS-SITUACAO-MAPEADA = '1'
                PERFORM P420-REGISTRA-ESPERADO
            END-IF
            WRITE WS-PAGTO-REG-OUT

            IF WS-SITUACAO-MAPEADA = '1'
                ADD 1 TO WS-TOT-CONFIRMADO
                ADD 1 TO WS-TOT-REJEITADO
            END-IF
            .
       P420-REGISTRA-ESPERADO.
      * O retorno nao traz filial: o CONCBANCO leva o banco para a
      * conta de cobranca pela origem.
            MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-ESP-DATA
            MOVE SPACES              TO WS-ESP-FILIAL
            MOVE WS-ORIGEM-RETORNO   TO WS-ESP-ORIGEM
            MOVE SPACES              TO WS-ESP-REFERENCIA
            MOVE WS-OUT-ID           TO WS-ESP-REFERENCIA(1:9)
            MOVE WS-OUT-VALOR        TO WS-ESP-VALOR
            MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-ESP-DATA-GERACAO
            WRITE WS-ESP-REGISTRO
            ADD 1 TO WS-ESP-LINHAS
            .
       P450-GERA-RESIDUO.
            COMPUTE WS-VALOR-RESIDUO =
                    WS-VALOR-ORIGINAL - WS-VALOR-PAGO
            MOVE WS-VALOR-RESIDUO  TO WS-LIG-VALOR-RESIDUO
            MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-LIG-DATA
            WRITE WS-LIG-REGISTRO
            ADD 1 TO WS-LIG-LINHAS

      * O residuo entra no mesmo arquivo de saida com situacao '4':
      * o PAGTOCONFIRM nao reconhece o codigo e carrega o registro
      * confirmado parcial; o cliente guardado na working-storage e
      * movido de novo para o detalhe do residuo.
            MOVE WS-CLIENTE-RETORNO TO WS-OUT-CLIENTE
            MOVE SPACES             TO WS-OUT-DATA-PENDENCIA
            MOVE SPACES             TO WS-OUT-FILIAL
            MOVE WS-COD-CLIENTE-RETORNO TO WS-OUT-COD-CLIENTE
            WRITE WS-PAGTO-REG-OUT
            ADD 1                  TO WS-TOT-GERADO
            ADD WS-VALOR-RESIDUO   TO WS-HASH-GERADO
            END-IF
            CLOSE WS-PAGTO-FILE
            CLOSE WS-LIG-FILE
            CLOSE WS-ESP-FILE
            .
       END PROGRAM PAGTORETORNO.
