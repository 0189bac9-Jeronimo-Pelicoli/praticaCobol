           SELECT WS-BXA-FILE      ASSIGN TO WS-BXA-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-BXA-FS.
           SELECT WS-DESC-FILE     ASSIGN TO WS-DESC-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-DESC-FS.
           SELECT WS-VND-FILE      ASSIGN TO WS-VND-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-VND-FS.
           SELECT WS-PDD-FILE      ASSIGN TO WS-PDD-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-PDD-FS.
           SELECT WS-LAN-FILE      ASSIGN TO WS-LAN-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-LAN-FS.
           SELECT WS-PER-FILE      ASSIGN TO WS-PER-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-PER-FS.
           SELECT WS-DIA-FILE      ASSIGN TO WS-DIA-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-DIA-FS.
           SELECT WS-DIAN-FILE     ASSIGN TO WS-DIAN-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-DIAN-FS.
           SELECT WS-NLA-FILE      ASSIGN TO WS-NLA-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-NLA-FS.
       DATA DIVISION.
       FILE SECTION.
       FD  WS-MAPA-FILE.
           03 WS-MAPA-CONTA-C        PIC 9(6).
       FD  WS-CONF-FILE.
       01 WS-CONF-REGISTRO.
           03 WS-CONF-ID             PIC 9(9).
           03 WS-CONF-VALOR          PIC S9(9)V99.
           03 WS-CONF-PAGTO          PIC X.
           03 WS-CONF-MOTIVO         PIC 99.
           03 WS-CONF-CLIENTE        PIC X(30).
           03 WS-CONF-COD-CLIENTE    PIC 9(6).
       FD  WS-REJ-FILE.
       01 WS-REJ-REGISTRO.
           03 WS-REJ-ID              PIC 9(9).
           03 WS-REJ-VALOR           PIC S9(9)V99.
           03 WS-REJ-PAGTO           PIC X.
           03 WS-REJ-MOTIVO          PIC 99.
           03 WS-REJ-CLIENTE         PIC X(30).
           03 WS-REJ-COD-CLIENTE     PIC 9(6).
       FD  WS-EST-FILE.
       01 WS-EST-REGISTRO.
           03 WS-EST-ID              PIC 9(9).
           03 WS-EST-VALOR           PIC S9(9)V99.
           03 WS-EST-DATA            PIC 9(8).
           03 WS-EST-DATA-ORIGINAL   PIC 9(8).
           03 WS-EST-CLIENTE         PIC X(30).
           03 WS-EST-COD-CLIENTE     PIC 9(6).
       FD  WS-ENC-FILE.
       01 WS-ENC-REGISTRO.
           03 WS-ENC-ID              PIC 9(9).
           03 WS-ENC-VALOR           PIC S9(9)V99.
           03 WS-ENC-DATA-VENC       PIC 9(8).
           03 WS-ENC-DATA-CONF       PIC 9(8).
           03 WS-ENC-DIAS-ATRASO     PIC 9(4).
           03 WS-ENC-MULTA           PIC S9(9)V99.
           03 WS-ENC-JUROS           PIC S9(9)V99.
           03 WS-ENC-TOTAL           PIC S9(9)V99.
           03 WS-ENC-CLIENTE         PIC X(30).
           03 WS-ENC-COD-CLIENTE     PIC 9(6).
       FD  WS-BXA-FILE.
       01 WS-BXA-REGISTRO.
           03 WS-BXA-ID              PIC 9(9).
           03 WS-BXA-VALOR           PIC S9(9)V99.
           03 WS-BXA-CLIENTE         PIC X(30).
           03 WS-BXA-DATA-PEND       PIC 9(8).
           03 WS-BXA-DATA-BAIXA      PIC 9(8).
           03 WS-BXA-OPERADOR        PIC X(8).
           03 WS-BXA-COD-CLIENTE     PIC 9(6).
       FD  WS-DESC-FILE.
       01 WS-DESC-REGISTRO.
           03 WS-DESC-ID             PIC 9(9).
           03 WS-DESC-CONTRATO       PIC X(8).
           03 WS-DESC-VALOR          PIC S9(9)V99.
           03 WS-DESC-DATA           PIC 9(8).
           03 WS-DESC-CLIENTE        PIC X(30).
           03 WS-DESC-COD-CLIENTE    PIC 9(6).
       FD  WS-VND-FILE.
       01 WS-VND-REGISTRO.
           03 WS-VND-NSU             PIC X(12).
           03 WS-VND-ID              PIC 9(9).
           03 WS-VND-MODALIDADE      PIC X.
           03 WS-VND-PARCELAS        PIC 99.
           03 WS-VND-DATA-VENDA      PIC 9(8).
           03 WS-VND-VALOR-BRUTO     PIC S9(9)V99.
           03 WS-VND-VALOR-TAXA      PIC S9(9)V99.
           03 WS-VND-VALOR-LIQUIDO   PIC S9(9)V99.
           03 WS-VND-DATA-PROC       PIC 9(8).
           03 WS-VND-COD-CLIENTE     PIC 9(6).
       FD  WS-PDD-FILE.
       01 WS-PDD-REGISTRO.
           03 WS-PDD-DATA            PIC 9(8).
           03 WS-PDD-COMPETENCIA     PIC 9(6).
           03 WS-PDD-EVENTO          PIC X(12).
           03 WS-PDD-VALOR           PIC 9(11)V99.
           03 WS-PDD-PROVISAO-ANTERIOR PIC S9(11)V99.
           03 WS-PDD-PROVISAO-ATUAL  PIC S9(11)V99.
       FD  WS-LAN-FILE.
       01 WS-LAN-DETALHE.
           03 WS-LAN-TIPO            PIC X.
           03 WS-LAN-DC              PIC X.
           03 WS-LAN-VALOR           PIC 9(11)V99.
           03 WS-LAN-EVENTO          PIC X(12).
           03 WS-LAN-ID              PIC 9(9).
           03 WS-LAN-PERIODO         PIC 9(6).
           03 WS-LAN-FORA-PERIODO    PIC X.
       01 WS-LAN-CONTROLE.
           03 WS-LAN-C-TIPO          PIC X.
           03 WS-LAN-C-DEBITOS       PIC 9(13)V99.
           03 WS-LAN-C-CREDITOS      PIC 9(13)V99.
           03 WS-LAN-C-QTD           PIC 9(6).
      * Controle de periodos do CONTABFECHA: ultimo mes fechado.
       FD  WS-PER-FILE.
       01 WS-PER-REGISTRO.
           03 WS-PER-ULTIMO-FECHADO  PIC 9(6).
           03 WS-PER-DATA-FECHAMENTO PIC 9(8).
      * Diario do periodo aberto: os lancamentos liberados de cada
      * rodada, acumulados ate o fechamento do mes.
       FD  WS-DIA-FILE.
       01 WS-DIA-REGISTRO.
           03 WS-DIA-TIPO            PIC X.
           03 WS-DIA-DATA            PIC 9(8).
           03 WS-DIA-CONTA           PIC 9(6).
           03 WS-DIA-DC              PIC X.
           03 WS-DIA-VALOR           PIC 9(11)V99.
           03 WS-DIA-EVENTO          PIC X(12).
           03 WS-DIA-ID              PIC 9(9).
           03 WS-DIA-PERIODO         PIC 9(6).
           03 WS-DIA-FORA-PERIODO    PIC X.
       FD  WS-DIAN-FILE.
       01 WS-DIAN-REGISTRO           PIC X(57).
      * Layout identico ao do NOTAPOSTA
       FD  WS-NLA-FILE.
       01 WS-NLA-REGISTRO.
           03 WS-NLA-DATA            PIC 9(8).
           03 WS-NLA-TIPO-NOTA       PIC XX.
           03 WS-NLA-COD-CLIENTE     PIC 9(6).
           03 WS-NLA-ID              PIC 9(9).
           03 WS-NLA-EFEITO          PIC S9(9)V99.
           03 WS-NLA-LOTE            PIC X(12).
           03 WS-NLA-SEQ             PIC 9(5).
           03 WS-NLA-PROGRAMA        PIC X(12).

       WORKING-STORAGE SECTION.
       01 WS-MAPA-PATH             PIC X(40) VALUE 'CONTAMAPA.DAT'.
                            VALUE 'PAGTOCONFIRM.ESTORNOS'.
       01 WS-ENC-PATH              PIC X(40) VALUE 'PAGTOJUROS.DAT'.
       01 WS-BXA-PATH              PIC X(40) VALUE 'PAGTOBAIXA.DAT'.
       01 WS-DESC-PATH             PIC X(40)
                            VALUE 'QUITACAO.DESCONTOS'.
       01 WS-VND-PATH              PIC X(40) VALUE 'CARTAO.VENDAS'.
       01 WS-PDD-PATH              PIC X(40) VALUE 'PDD.MOVIMENTO'.
       01 WS-LAN-PATH              PIC X(40) VALUE 'LANCAMENTOS.DAT'.
       01 WS-LAN-ERRO-PATH         PIC X(40)
                            VALUE 'LANCAMENTOS.DAT.ERRO'.
       01 WS-PER-PATH              PIC X(40) VALUE 'CONTAB.PERIODO'.
       01 WS-DIA-PATH              PIC X(40) VALUE 'CONTAB.DIARIO'.
       01 WS-DIAN-PATH             PIC X(40)
                            VALUE 'CONTAB.DIARIO.NOVO'.
       01 WS-NLA-PATH              PIC X(40) VALUE 'NOTAS.LANCADAS'.
       01 WS-MAPA-FS               PIC XX.
       01 WS-CONF-FS               PIC XX.
       01 WS-REJ-FS                PIC XX.
       01 WS-EST-FS                PIC XX.
       01 WS-ENC-FS                PIC XX.
       01 WS-BXA-FS                PIC XX.
       01 WS-DESC-FS               PIC XX.
       01 WS-VND-FS                PIC XX.
       01 WS-PDD-FS                PIC XX.
       01 WS-LAN-FS                PIC XX.
       01 WS-PER-FS                PIC XX.
       01 WS-DIA-FS                PIC XX.
       01 WS-DIAN-FS               PIC XX.
       01 WS-NLA-FS                PIC XX.

       01 WS-FIM-ARQUIVO           PIC X     VALUE 'N'.
          88 WS-FIM                          VALUE 'Y'.
       01 WS-CONTA-CREDITO         PIC 9(6)  VALUE 0.
       01 WS-EVENTO-CORRENTE       PIC X(12) VALUE SPACES.
       01 WS-VALOR-CORRENTE        PIC 9(11)V99 VALUE 0.
       01 WS-ID-CORRENTE           PIC 9(9)  VALUE 0.

       01 WS-DATA-HORA-ATUAL       PIC X(21).
       01 WS-HOJE                  PIC 9(8)  VALUE 0.
       01 WS-TOT-CREDITOS          PIC 9(13)V99 VALUE 0.
       01 WS-TOT-LANCAMENTOS       PIC 9(6)  VALUE 0.
       01 WS-TOT-SEM-MAPA          PIC 9(6)  VALUE 0.
       01 WS-TOT-FORA-PERIODO      PIC 9(6)  VALUE 0.

      * Periodo contabil: mes fechado nao recebe lancamento. Rodada
      * com data de mes ja fechado lanca no primeiro periodo aberto,
      * marcada; estorno de pagamento confirmado em mes fechado
      * tambem sai marcado.
       01 WS-ULTIMO-FECHADO        PIC 9(6)  VALUE 0.
       01 WS-PERIODO-LANCAMENTO    PIC 9(6)  VALUE 0.
       01 WS-PERIODO-AUX.
          03 WS-PERIODO-ANO        PIC 9(4).
          03 WS-PERIODO-MES        PIC 99.
       01 WS-RODADA-FORA-SW        PIC X     VALUE 'N'.
          88 WS-RODADA-FORA                  VALUE 'Y'.
       01 WS-ORIGEM-FECHADA-SW     PIC X     VALUE 'N'.
          88 WS-ORIGEM-FECHADA               VALUE 'Y'.

       01 WS-RC-FINAL              PIC 99    VALUE 0.

      * Ponto de reinicio pelo servico comum. A posicao conta os
      * registros lidos de todas as entradas, na ordem em que o
      * MAIN-PROCEDURE as lanca.
       01 WS-CHKPONTO-PARM.
           03 WS-CK-FUNCAO         PIC X.
           03 WS-CK-PROGRAMA       PIC X(12) VALUE 'CONTABEXP'.
           03 WS-CK-RC             PIC 99.
           03 WS-CK-INTERVALO      PIC 9(5)  VALUE 200.
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
       01 WS-A-PULAR               PIC 9(9)  VALUE 0.

       01 WS-RUNCTL-PARM.
           03 WS-RN-FUNCAO         PIC X.
           03 WS-RN-PROGRAMA       PIC X(12) VALUE 'CONTABEXP'.
           03 WS-RN-STATUS-FIM     PIC X.
           03 WS-RN-RC             PIC 99.
           03 WS-RN-PREREQ         PIC X(12) VALUE SPACES.
           03 WS-RN-OVERRIDE       PIC X     VALUE 'N'.
           03 WS-RN-MOTIVO-OVR     PIC X(30) VALUE SPACES.

       01 WS-SIMULA-PARM.
           03 WS-SM-FUNCAO         PIC X     VALUE 'D'.
           03 WS-SM-ATIVA          PIC X     VALUE 'N'.
              88 WS-SM-SIMULANDO             VALUE 'S'.
           03 WS-SM-RC             PIC 99.

       01 WS-AMBIENTE-PARM.
           03 WS-AMB-FUNCAO        PIC X     VALUE 'R'.
           03 WS-AMB-NOME          PIC X(8)  VALUE SPACES.
           03 WS-AMB-RAIZ          PIC X(40) VALUE SPACES.
           03 WS-AMB-RC            PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-MAPA-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CONF-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-REJ-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-EST-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-ENC-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-BXA-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-DESC-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-VND-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-PDD-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-LAN-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-PER-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-DIA-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-DIAN-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-LAN-ERRO-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-NLA-PATH
            DISPLAY 'CONTABEXP - EXPORT CONTABIL DO CICLO'
      * Em simulacao da cadeia o que o passo grava, e o que ele le
      * de passos anteriores, fica nas copias de rascunho.
            CALL 'CADSIMULA' USING WS-SIMULA-PARM WS-CONF-PATH
            CALL 'CADSIMULA' USING WS-SIMULA-PARM WS-REJ-PATH
            CALL 'CADSIMULA' USING WS-SIMULA-PARM WS-EST-PATH
            CALL 'CADSIMULA' USING WS-SIMULA-PARM WS-PDD-PATH
            CALL 'CADSIMULA' USING WS-SIMULA-PARM WS-LAN-PATH
            CALL 'CADSIMULA' USING WS-SIMULA-PARM WS-LAN-ERRO-PATH
            CALL 'CADSIMULA' USING WS-SIMULA-PARM WS-PER-PATH
            CALL 'CADSIMULA' USING WS-SIMULA-PARM WS-DIA-PATH
            CALL 'CADSIMULA' USING WS-SIMULA-PARM WS-DIAN-PATH

            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
            MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-HOJE

            MOVE 'I' TO WS-RN-FUNCAO
            CALL 'RUNCTL' USING WS-RUNCTL-PARM
            IF WS-RN-RC NOT = 0
                DISPLAY 'JA EXISTE EXECUCAO ATIVA DE CONTABEXP. '
                        'RUN RECUSADO.'
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF

            PERFORM P040-CARREGA-PERIODO
            PERFORM P050-CARREGA-MAPA
            PERFORM P070-CARREGA-CHECKPOINT

            IF WS-RC-FINAL = 0
                IF WS-REINICIO
                    OPEN EXTEND WS-LAN-FILE
                ELSE
                    OPEN OUTPUT WS-LAN-FILE
                END-IF
                PERFORM P200-LANCA-CONFIRMADOS
                PERFORM P300-LANCA-REJEITADOS
                PERFORM P400-LANCA-ESTORNOS
                PERFORM P500-LANCA-ENCARGOS
                PERFORM P600-LANCA-BAIXAS
                PERFORM P680-LANCA-DESCONTOS
                PERFORM P692-LANCA-TAXAS-CARTAO
                PERFORM P697-LANCA-PROVISAO
                PERFORM P670-LANCA-NOTAS
                PERFORM P700-FECHA-ARQUIVO
                MOVE RETURN-CODE TO WS-RC-FINAL
      * Arquivo fechado, liberado ou retido como .ERRO: nos dois
      * casos o proximo run refaz o export desde o inicio.
                MOVE 'F' TO WS-CK-FUNCAO
                CALL 'CHKPONTO' USING WS-CHKPONTO-PARM
            END-IF

            MOVE 'F' TO WS-RN-FUNCAO
            IF WS-RC-FINAL < 8
                MOVE 'O' TO WS-RN-STATUS-FIM
            ELSE
                MOVE 'E' TO WS-RN-STATUS-FIM
            END-IF
            CALL 'RUNCTL' USING WS-RUNCTL-PARM

            MOVE WS-RC-FINAL TO RETURN-CODE
            GOBACK.

       P040-CARREGA-PERIODO.
            MOVE WS-HOJE(1:6) TO WS-PERIODO-LANCAMENTO
            OPEN INPUT WS-PER-FILE
            IF WS-PER-FS = '00'
                READ WS-PER-FILE
                    AT END CONTINUE
                    NOT AT END
                        MOVE WS-PER-ULTIMO-FECHADO TO WS-ULTIMO-FECHADO
                END-READ
                CLOSE WS-PER-FILE
            END-IF
            IF WS-PERIODO-LANCAMENTO NOT > WS-ULTIMO-FECHADO
                MOVE WS-ULTIMO-FECHADO TO WS-PERIODO-AUX
                IF WS-PERIODO-MES = 12
                    ADD 1 TO WS-PERIODO-ANO
                    MOVE 1 TO WS-PERIODO-MES
                ELSE
                    ADD 1 TO WS-PERIODO-MES
                END-IF
                MOVE WS-PERIODO-AUX TO WS-PERIODO-LANCAMENTO
                SET WS-RODADA-FORA TO TRUE
                DISPLAY 'PERIODO ' WS-HOJE(1:6) ' JA FECHADO. '
                        'LANCAMENTOS VAO PARA ' WS-PERIODO-LANCAMENTO
                        ' MARCADOS COMO FORA DO PERIODO.'
            END-IF
            .
       P050-CARREGA-MAPA.
            MOVE 0   TO WS-TOT-MAPA
            MOVE 'N' TO WS-FIM-ARQUIVO
            MOVE 'N' TO WS-FIM-ARQUIVO
            .
       P060-MAPA-PADRAO.
            MOVE 14 TO WS-TOT-MAPA
            MOVE 'CONFIRMADO'  TO WS-MAP-EVENTO(1)
            MOVE 110001 TO WS-MAP-CONTA-D(1)
            MOVE 310001 TO WS-MAP-CONTA-C(1)
            MOVE 'BAIXA-PERDA' TO WS-MAP-EVENTO(5)
            MOVE 410001 TO WS-MAP-CONTA-D(5)
            MOVE 120001 TO WS-MAP-CONTA-C(5)
            MOVE 'DESC-QUITA'  TO WS-MAP-EVENTO(6)
            MOVE 320002 TO WS-MAP-CONTA-D(6)
            MOVE 120001 TO WS-MAP-CONTA-C(6)
            MOVE 'TAXA-CARTAO' TO WS-MAP-EVENTO(7)
            MOVE 420001 TO WS-MAP-CONTA-D(7)
            MOVE 110001 TO WS-MAP-CONTA-C(7)
            MOVE 'PDD-CONSTIT' TO WS-MAP-EVENTO(8)
            MOVE 430001 TO WS-MAP-CONTA-D(8)
            MOVE 129001 TO WS-MAP-CONTA-C(8)
            MOVE 'PDD-REVERSAO' TO WS-MAP-EVENTO(9)
            MOVE 129001 TO WS-MAP-CONTA-D(9)
            MOVE 330001 TO WS-MAP-CONTA-C(9)
            MOVE 'NOTA-DEBITO' TO WS-MAP-EVENTO(10)
            MOVE 120001 TO WS-MAP-CONTA-D(10)
            MOVE 320003 TO WS-MAP-CONTA-C(10)
            MOVE 'NOTA-CREDITO' TO WS-MAP-EVENTO(11)
            MOVE 320003 TO WS-MAP-CONTA-D(11)
            MOVE 210001 TO WS-MAP-CONTA-C(11)
            MOVE 'ISENCAO-ENC' TO WS-MAP-EVENTO(12)
            MOVE 320001 TO WS-MAP-CONTA-D(12)
            MOVE 120002 TO WS-MAP-CONTA-C(12)
            MOVE 'ARREDOND-D'  TO WS-MAP-EVENTO(13)
            MOVE 120001 TO WS-MAP-CONTA-D(13)
            MOVE 330002 TO WS-MAP-CONTA-C(13)
            MOVE 'ARREDOND-C'  TO WS-MAP-EVENTO(14)
            MOVE 420002 TO WS-MAP-CONTA-D(14)
            MOVE 120001 TO WS-MAP-CONTA-C(14)
            .
       P070-CARREGA-CHECKPOINT.
      * Retomada depois de abend: o servico corta o arquivo de
      * lancamentos no ultimo ponto e os totais do controle voltam
      * de onde pararam.
            MOVE WS-LAN-PATH TO WS-CK-SAI-NOME(1)
            MOVE 'C' TO WS-CK-FUNCAO
            CALL 'CHKPONTO' USING WS-CHKPONTO-PARM
            EVALUATE WS-CK-RC
                WHEN 0
                    SET WS-REINICIO TO TRUE
                    MOVE WS-CK-POSICAO  TO WS-A-PULAR
                    MOVE WS-CK-TOTAL(1) TO WS-TOT-DEBITOS
                    MOVE WS-CK-TOTAL(2) TO WS-TOT-CREDITOS
                    MOVE WS-CK-TOTAL(3) TO WS-TOT-LANCAMENTOS
                    MOVE WS-CK-TOTAL(4) TO WS-TOT-SEM-MAPA
                    MOVE WS-CK-TOTAL(5) TO WS-TOT-FORA-PERIODO
                WHEN 8
                    DISPLAY 'RUN RECUSADO: PONTO DE REINICIO NAO '
                            'CONFERE COM OS LANCAMENTOS GRAVADOS.'
                    MOVE 12 TO WS-RC-FINAL
                WHEN OTHER
                    MOVE 0 TO WS-CK-POSICAO
            END-EVALUATE
            .
       P080-GRAVA-CHECKPOINT.
      * Chamado depois de cada registro de entrada tratado.
            ADD 1 TO WS-CK-POSICAO
            MOVE WS-EVENTO-CORRENTE  TO WS-CK-ULT-CHAVE
            MOVE WS-ID-CORRENTE      TO WS-CK-ULT-CHAVE(14:9)
            MOVE WS-TOT-LANCAMENTOS  TO WS-CK-SAI-QTD(1)
            MOVE WS-TOT-DEBITOS      TO WS-CK-TOTAL(1)
            MOVE WS-TOT-CREDITOS     TO WS-CK-TOTAL(2)
            MOVE WS-TOT-LANCAMENTOS  TO WS-CK-TOTAL(3)
            MOVE WS-TOT-SEM-MAPA     TO WS-CK-TOTAL(4)
            MOVE WS-TOT-FORA-PERIODO TO WS-CK-TOTAL(5)
            MOVE 'G' TO WS-CK-FUNCAO
            CALL 'CHKPONTO' USING WS-CHKPONTO-PARM
            .
       P100-RESOLVE-CONTAS.
            MOVE 'N' TO WS-MAPA-ACHOU-SW
                MOVE WS-VALOR-CORRENTE TO WS-LAN-VALOR
                MOVE WS-EVENTO-CORRENTE TO WS-LAN-EVENTO
                MOVE WS-ID-CORRENTE    TO WS-LAN-ID
                MOVE WS-PERIODO-LANCAMENTO TO WS-LAN-PERIODO
                IF WS-RODADA-FORA OR WS-ORIGEM-FECHADA
                    MOVE 'S'           TO WS-LAN-FORA-PERIODO
                    ADD 1 TO WS-TOT-FORA-PERIODO
                ELSE
                    MOVE 'N'           TO WS-LAN-FORA-PERIODO
                END-IF
                WRITE WS-LAN-DETALHE
                ADD WS-VALOR-CORRENTE  TO WS-TOT-DEBITOS

            OPEN INPUT WS-CONF-FILE
            IF WS-CONF-FS = '00'
                PERFORM P250-LE-CONFIRMADO
      * Na retomada os registros ja lancados antes do ponto sao lidos
      * e descartados, entrada por entrada, na mesma ordem.
                PERFORM UNTIL WS-A-PULAR = 0 OR WS-FIM
                    SUBTRACT 1 FROM WS-A-PULAR
                    PERFORM P250-LE-CONFIRMADO
                END-PERFORM
                PERFORM P260-LANCA-CONFIRMADO
                        UNTIL WS-FIM
                CLOSE WS-CONF-FILE
            MOVE WS-CONF-VALOR  TO WS-VALOR-CORRENTE
            MOVE WS-CONF-ID     TO WS-ID-CORRENTE
            PERFORM P150-GRAVA-PARTIDA
            PERFORM P080-GRAVA-CHECKPOINT
            PERFORM P250-LE-CONFIRMADO
            .
       P300-LANCA-REJEITADOS.
            OPEN INPUT WS-REJ-FILE
            IF WS-REJ-FS = '00'
                PERFORM P350-LE-REJEITADO
                PERFORM UNTIL WS-A-PULAR = 0 OR WS-FIM
                    SUBTRACT 1 FROM WS-A-PULAR
                    PERFORM P350-LE-REJEITADO
                END-PERFORM
                PERFORM P360-LANCA-REJEITADO
                        UNTIL WS-FIM
                CLOSE WS-REJ-FILE
            MOVE WS-REJ-VALOR   TO WS-VALOR-CORRENTE
            MOVE WS-REJ-ID      TO WS-ID-CORRENTE
            PERFORM P150-GRAVA-PARTIDA
            PERFORM P080-GRAVA-CHECKPOINT
            PERFORM P350-LE-REJEITADO
            .
       P400-LANCA-ESTORNOS.
            OPEN INPUT WS-EST-FILE
            IF WS-EST-FS = '00'
                PERFORM P450-LE-ESTORNO
                PERFORM UNTIL WS-A-PULAR = 0 OR WS-FIM
                    SUBTRACT 1 FROM WS-A-PULAR
                    PERFORM P450-LE-ESTORNO
                END-PERFORM
                PERFORM P460-LANCA-ESTORNO
                        UNTIL WS-FIM
                CLOSE WS-EST-FILE
                    MOVE WS-EST-VALOR TO WS-VALOR-CORRENTE
                END-IF
                MOVE WS-EST-ID      TO WS-ID-CORRENTE
                IF WS-EST-DATA-ORIGINAL(1:6) NOT > WS-ULTIMO-FECHADO
                    SET WS-ORIGEM-FECHADA TO TRUE
                    DISPLAY 'ESTORNO DE PAGAMENTO DE PERIODO FECHADO: '
                            WS-EST-ID ' (' WS-EST-DATA-ORIGINAL ')'
                END-IF
                PERFORM P150-GRAVA-PARTIDA
                MOVE 'N' TO WS-ORIGEM-FECHADA-SW
            END-IF
            PERFORM P080-GRAVA-CHECKPOINT
            PERFORM P450-LE-ESTORNO
            .
       P500-LANCA-ENCARGOS.
            OPEN INPUT WS-ENC-FILE
            IF WS-ENC-FS = '00'
                PERFORM P550-LE-ENCARGO
                PERFORM UNTIL WS-A-PULAR = 0 OR WS-FIM
                    SUBTRACT 1 FROM WS-A-PULAR
                    PERFORM P550-LE-ENCARGO
                END-PERFORM
                PERFORM P560-LANCA-ENCARGO
                        UNTIL WS-FIM
                CLOSE WS-ENC-FILE
                MOVE WS-ENC-ID      TO WS-ID-CORRENTE
                PERFORM P150-GRAVA-PARTIDA
            END-IF
            PERFORM P080-GRAVA-CHECKPOINT
            PERFORM P550-LE-ENCARGO
            .
       P600-LANCA-BAIXAS.
            OPEN INPUT WS-BXA-FILE
            IF WS-BXA-FS = '00'
                PERFORM P650-LE-BAIXA
                PERFORM UNTIL WS-A-PULAR = 0 OR WS-FIM
                    SUBTRACT 1 FROM WS-A-PULAR
                    PERFORM P650-LE-BAIXA
                END-PERFORM
                PERFORM P660-LANCA-BAIXA
                        UNTIL WS-FIM
                CLOSE WS-BXA-FILE
                MOVE WS-BXA-ID      TO WS-ID-CORRENTE
                PERFORM P150-GRAVA-PARTIDA
            END-IF
            PERFORM P080-GRAVA-CHECKPOINT
            PERFORM P650-LE-BAIXA
            .
       P670-LANCA-NOTAS.
            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN INPUT WS-NLA-FILE
            IF WS-NLA-FS = '00'
                PERFORM P672-LE-NOTA
                PERFORM UNTIL WS-A-PULAR = 0 OR WS-FIM
                    SUBTRACT 1 FROM WS-A-PULAR
                    PERFORM P672-LE-NOTA
                END-PERFORM
                PERFORM P675-LANCA-NOTA
                        UNTIL WS-FIM
                CLOSE WS-NLA-FILE
            END-IF
            .
       P672-LE-NOTA.
            READ WS-NLA-FILE
                AT END SET WS-FIM TO TRUE
            END-READ
            .
       P675-LANCA-NOTA.
      * Notas de ajuste lancadas pelo NOTAPOSTA. A nota de credito
      * vira saldo a favor do cliente (passivo); a isencao estorna a
      * receita de encargo reconhecida na confirmacao; o
      * arredondamento vai a receita ou despesa conforme o sinal.
            IF WS-NLA-DATA = WS-HOJE
                EVALUATE WS-NLA-TIPO-NOTA
                    WHEN 'ND'
                        MOVE 'NOTA-DEBITO'  TO WS-EVENTO-CORRENTE
                    WHEN 'NC'
                        MOVE 'NOTA-CREDITO' TO WS-EVENTO-CORRENTE
                    WHEN 'IE'
                        MOVE 'ISENCAO-ENC'  TO WS-EVENTO-CORRENTE
                    WHEN OTHER
                        IF WS-NLA-EFEITO > 0
                            MOVE 'ARREDOND-D' TO WS-EVENTO-CORRENTE
                        ELSE
                            MOVE 'ARREDOND-C' TO WS-EVENTO-CORRENTE
                        END-IF
                END-EVALUATE
                IF WS-NLA-EFEITO < 0
                    COMPUTE WS-VALOR-CORRENTE = 0 - WS-NLA-EFEITO
                ELSE
                    MOVE WS-NLA-EFEITO  TO WS-VALOR-CORRENTE
                END-IF
                MOVE WS-NLA-ID          TO WS-ID-CORRENTE
                PERFORM P150-GRAVA-PARTIDA
            END-IF
            PERFORM P080-GRAVA-CHECKPOINT
            PERFORM P672-LE-NOTA
            .
       P680-LANCA-DESCONTOS.
            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN INPUT WS-DESC-FILE
            IF WS-DESC-FS = '00'
                PERFORM P685-LE-DESCONTO
                PERFORM UNTIL WS-A-PULAR = 0 OR WS-FIM
                    SUBTRACT 1 FROM WS-A-PULAR
                    PERFORM P685-LE-DESCONTO
                END-PERFORM
                PERFORM P690-LANCA-DESCONTO
                        UNTIL WS-FIM
                CLOSE WS-DESC-FILE
            ELSE
                DISPLAY 'DESCONTOS DE QUITACAO AUSENTES: '
                        WS-DESC-PATH
            END-IF
            .
       P685-LE-DESCONTO.
            READ WS-DESC-FILE
                AT END SET WS-FIM TO TRUE
            END-READ
            .
       P690-LANCA-DESCONTO.
      * Juros nao decorridos abatidos na quitacao antecipada saem da
      * receita de juros contra o recebivel, separados do valor pago
      * (que entra pelo confirmado). O arquivo acumula entre runs; so
      * os descontos da data de processamento entram.
            IF WS-DESC-DATA = WS-HOJE
                MOVE 'DESC-QUITA'   TO WS-EVENTO-CORRENTE
                MOVE WS-DESC-VALOR  TO WS-VALOR-CORRENTE
                MOVE WS-DESC-ID     TO WS-ID-CORRENTE
                PERFORM P150-GRAVA-PARTIDA
            END-IF
            PERFORM P080-GRAVA-CHECKPOINT
            PERFORM P685-LE-DESCONTO
            .
       P692-LANCA-TAXAS-CARTAO.
            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN INPUT WS-VND-FILE
            IF WS-VND-FS = '00'
                PERFORM P694-LE-VENDA-CARTAO
                PERFORM UNTIL WS-A-PULAR = 0 OR WS-FIM
                    SUBTRACT 1 FROM WS-A-PULAR
                    PERFORM P694-LE-VENDA-CARTAO
                END-PERFORM
                PERFORM P696-LANCA-TAXA-CARTAO
                        UNTIL WS-FIM
                CLOSE WS-VND-FILE
            ELSE
                DISPLAY 'VENDAS EM CARTAO AUSENTES: ' WS-VND-PATH
            END-IF
            .
       P694-LE-VENDA-CARTAO.
            READ WS-VND-FILE
                AT END SET WS-FIM TO TRUE
            END-READ
            .
       P696-LANCA-TAXA-CARTAO.
      * A venda entra pelo confirmado com o valor bruto; a taxa de
      * desconto da credenciadora (MDR) e despesa propria, lancada
      * contra o mesmo disponivel. O arquivo acumula entre runs; so
      * as vendas liquidadas na data de processamento entram.
            IF WS-VND-DATA-PROC = WS-HOJE
                MOVE 'TAXA-CARTAO'     TO WS-EVENTO-CORRENTE
                MOVE WS-VND-VALOR-TAXA TO WS-VALOR-CORRENTE
                MOVE WS-VND-ID         TO WS-ID-CORRENTE
                PERFORM P150-GRAVA-PARTIDA
            END-IF
            PERFORM P080-GRAVA-CHECKPOINT
            PERFORM P694-LE-VENDA-CARTAO
            .
       P697-LANCA-PROVISAO.
            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN INPUT WS-PDD-FILE
            IF WS-PDD-FS = '00'
                PERFORM P698-LE-PROVISAO
                PERFORM UNTIL WS-A-PULAR = 0 OR WS-FIM
                    SUBTRACT 1 FROM WS-A-PULAR
                    PERFORM P698-LE-PROVISAO
                END-PERFORM
                PERFORM P699-LANCA-MOV-PROVISAO
                        UNTIL WS-FIM
                CLOSE WS-PDD-FILE
            END-IF
            .
       P698-LE-PROVISAO.
            READ WS-PDD-FILE
                AT END SET WS-FIM TO TRUE
            END-READ
            .
       P699-LANCA-MOV-PROVISAO.
      * Diferenca mensal da PDD calculada pelo PDDCALC: constituicao
      * (despesa contra a conta redutora) ou reversao (o inverso). O
      * arquivo acumula os meses; so o movimento da data de
      * processamento entra, com a competencia no lugar do id.
            IF WS-PDD-DATA = WS-HOJE
                MOVE WS-PDD-EVENTO      TO WS-EVENTO-CORRENTE
                MOVE WS-PDD-VALOR       TO WS-VALOR-CORRENTE
                MOVE WS-PDD-COMPETENCIA TO WS-ID-CORRENTE
                PERFORM P150-GRAVA-PARTIDA
            END-IF
            PERFORM P080-GRAVA-CHECKPOINT
            PERFORM P698-LE-PROVISAO
            .
       P700-FECHA-ARQUIVO.
      * O arquivo so e liberado fechando em zero: debitos e creditos
      * identicos no registro de controle. Divergencia marca o
            DISPLAY 'TOTAL DEBITOS      : ' WS-TOT-DEBITOS
            DISPLAY 'TOTAL CREDITOS     : ' WS-TOT-CREDITOS
            DISPLAY 'EVENTOS SEM MAPA   : ' WS-TOT-SEM-MAPA
            DISPLAY 'PERIODO CONTABIL   : ' WS-PERIODO-LANCAMENTO
            DISPLAY 'FORA DO PERIODO    : ' WS-TOT-FORA-PERIODO

            IF WS-TOT-DEBITOS NOT = WS-TOT-CREDITOS
                DISPLAY 'ARQUIVO NAO FECHA EM ZERO. RETIDO COMO '
                MOVE 12 TO RETURN-CODE
            ELSE
                DISPLAY 'ARQUIVO LIBERADO: ' WS-LAN-PATH
                PERFORM P750-ATUALIZA-DIARIO
                IF WS-TOT-FORA-PERIODO > 0
                    MOVE 4 TO RETURN-CODE
                END-IF
            END-IF
            .
       P750-ATUALIZA-DIARIO.
      * Acumula o arquivo liberado no diario do periodo aberto. Os
      * lancamentos de hoje ja acumulados por uma rodada anterior ainda
      * em periodo aberto saem e entram os desta rodada; o que ja foi
      * fechado o CONTABFECHA tirou do diario e nao e tocado.
            OPEN OUTPUT WS-DIAN-FILE
            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN INPUT WS-DIA-FILE
            IF WS-DIA-FS = '00'
                PERFORM UNTIL WS-FIM
                    READ WS-DIA-FILE
                        AT END SET WS-FIM TO TRUE
                        NOT AT END
                            IF WS-DIA-DATA NOT = WS-HOJE
                               OR WS-DIA-PERIODO NOT > WS-ULTIMO-FECHADO
                                WRITE WS-DIAN-REGISTRO
                                      FROM WS-DIA-REGISTRO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE WS-DIA-FILE
            END-IF

            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN INPUT WS-LAN-FILE
            IF WS-LAN-FS = '00'
                PERFORM UNTIL WS-FIM
                    READ WS-LAN-FILE
                        AT END SET WS-FIM TO TRUE
                        NOT AT END
                            IF WS-LAN-TIPO = '1'
                                WRITE WS-DIAN-REGISTRO
                                      FROM WS-LAN-DETALHE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE WS-LAN-FILE
            END-IF
            CLOSE WS-DIAN-FILE

            CALL 'CBL_DELETE_FILE' USING WS-DIA-PATH
            CALL 'CBL_RENAME_FILE' USING WS-DIAN-PATH WS-DIA-PATH
            DISPLAY 'DIARIO DO PERIODO ATUALIZADO: ' WS-DIA-PATH
            .
       END PROGRAM CONTABEXP.
