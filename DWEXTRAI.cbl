      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DWEXTRAI.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-MRC-FILE      ASSIGN TO WS-MRC-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-MRC-FS.
           SELECT WS-JR-FILE       ASSIGN TO WS-JR-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-JR-FS.
           SELECT WS-HIST-FILE     ASSIGN TO WS-HIST-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS WS-HIST-ID
                                    FILE STATUS WS-HIST-FS.
           SELECT WS-PEND-FILE     ASSIGN TO WS-PEND-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-PEND-FS.
           SELECT WS-JUR-FILE      ASSIGN TO WS-JUR-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-JUR-FS.
           SELECT WS-BXA-FILE      ASSIGN TO WS-BXA-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-BXA-FS.
           SELECT WS-DSP-FILE      ASSIGN TO WS-DSP-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS WS-DSP-ID
                                    FILE STATUS WS-DSP-FS.
           SELECT WS-DIA-FILE      ASSIGN TO WS-DIA-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-DIA-FS.
           SELECT WS-PER-FILE      ASSIGN TO WS-PER-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-PER-FS.
           SELECT WS-FOT-FILE      ASSIGN TO WS-FOT-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS WS-FOT-CHAVE
                                    FILE STATUS WS-FOT-FS.
           SELECT WS-SAI-FILE      ASSIGN TO WS-SAI-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-SAI-FS.
           SELECT WS-CTL-FILE      ASSIGN TO WS-CTL-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-CTL-FS.
       DATA DIVISION.
       FILE SECTION.
      * Ultima extracao concluida: lote e momento de corte. O jornal
      * de clientes e lido a partir daqui na proxima noite.
       FD  WS-MRC-FILE.
       01 WS-MRC-REGISTRO.
           03 WS-MRC-LOTE            PIC 9(6).
           03 WS-MRC-MOMENTO         PIC 9(14).
      * Layout identico ao do CLIJORNAL.
       FD  WS-JR-FILE.
       01 WS-JR-REGISTRO.
           03 WS-JR-DATA            PIC 9(8).
           03 WS-JR-HORA            PIC 9(6).
           03 WS-JR-PROGRAMA        PIC X(8).
           03 WS-JR-OPERACAO        PIC X.
           03 WS-JR-ANTES           PIC X(226).
           03 WS-JR-DEPOIS          PIC X(226).
           03 WS-JR-OPERADOR        PIC X(8).
      * Os arquivos de origem sao lidos INTO WS-IMAGEM, onde estao os
      * layouts de cada um.
       FD  WS-HIST-FILE.
       01 WS-HIST-REGISTRO.
           03 WS-HIST-ID             PIC 9(9).
           03 FILLER                 PIC X(56).
       FD  WS-PEND-FILE.
       01 WS-PEND-REGISTRO           PIC X(71).
       FD  WS-JUR-FILE.
       01 WS-JUR-REGISTRO            PIC X(109).
       FD  WS-BXA-FILE.
       01 WS-BXA-REGISTRO            PIC X(80).
       FD  WS-DSP-FILE.
       01 WS-DSP-REGISTRO.
           03 WS-DSP-ID              PIC 9(9).
           03 FILLER                 PIC X(55).
       FD  WS-DIA-FILE.
       01 WS-DIA-REGISTRO            PIC X(57).
      * Layout identico ao do CONTABFECHA.
       FD  WS-PER-FILE.
       01 WS-PER-REGISTRO.
           03 WS-PER-ULTIMO-FECHADO  PIC 9(6).
           03 WS-PER-DATA-FECHAMENTO PIC 9(8).
      * Fotografia do que ja foi entregue ao data warehouse, por
      * entidade e chave: a comparacao com ela da as inclusoes,
      * alteracoes e exclusoes dos arquivos que nao tem jornal.
      * VISTO e o ultimo lote em que a chave estava na origem; LOTE e
      * ACAO sao a ultima mudanca entregue (E fica como lapide ate o
      * lote seguinte, para a extracao poder ser repetida).
       FD  WS-FOT-FILE.
       01 WS-FOT-REGISTRO.
           03 WS-FOT-CHAVE.
              05 WS-FOT-ENTIDADE     PIC X(3).
              05 WS-FOT-ID           PIC X(40).
           03 WS-FOT-IMAGEM          PIC X(120).
           03 WS-FOT-VISTO           PIC 9(6).
           03 WS-FOT-LOTE            PIC 9(6).
           03 WS-FOT-ACAO            PIC X.
       FD  WS-SAI-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 300
                   DEPENDING ON WS-COMPRIMENTO-OCUPADO.
       01 WS-SAI-LINHA               PIC X(300).
       FD  WS-CTL-FILE.
       01 WS-CTL-LINHA               PIC X(150).

       WORKING-STORAGE SECTION.
       77 WS-COMPRIMENTO-OCUPADO     PIC 999 VALUE 0.
       01 WS-MRC-PATH                PIC X(40) VALUE 'DWEXTRAI.MARCA'.
       01 WS-JR-PATH                 PIC X(40) VALUE 'CLIENTES.JORNAL'.
       01 WS-HIST-PATH               PIC X(40)
                            VALUE 'PAGTOCONFIRM.HIST.IDX'.
       01 WS-PEND-PATH               PIC X(40)
                            VALUE 'PAGTOCONFIRM.PENDENTES'.
       01 WS-JUR-PATH                PIC X(40) VALUE 'PAGTOJUROS.DAT'.
       01 WS-BXA-PATH                PIC X(40) VALUE 'PAGTOBAIXA.DAT'.
       01 WS-DSP-PATH                PIC X(40) VALUE 'DISPUTAS.IDX'.
       01 WS-DIA-PATH                PIC X(40) VALUE 'CONTAB.DIARIO'.
       01 WS-PER-PATH                PIC X(40) VALUE 'CONTAB.PERIODO'.
       01 WS-FOT-PATH                PIC X(40) VALUE 'DWEXTRAI.FOTO'.
       01 WS-SAI-PATH                PIC X(40).
       01 WS-CTL-PATH                PIC X(40)
                            VALUE 'DWEXTRAI.CONTROLE'.
       01 WS-MRC-FS                  PIC XX.
       01 WS-JR-FS                   PIC XX.
       01 WS-HIST-FS                 PIC XX.
       01 WS-PEND-FS                 PIC XX.
       01 WS-JUR-FS                  PIC XX.
       01 WS-BXA-FS                  PIC XX.
       01 WS-DSP-FS                  PIC XX.
       01 WS-DIA-FS                  PIC XX.
       01 WS-PER-FS                  PIC XX.
       01 WS-FOT-FS                  PIC XX.
       01 WS-SAI-FS                  PIC XX.
       01 WS-CTL-FS                  PIC XX.

      * Uma entidade por arquivo entregue ao data warehouse.
       01 WS-TAB-ENTIDADES.
          03 FILLER  PIC X(3)  VALUE 'CLI'.
          03 FILLER  PIC X(40) VALUE 'DW.CLIENTES.TXT'.
          03 FILLER  PIC X(3)  VALUE 'PGT'.
          03 FILLER  PIC X(40) VALUE 'DW.PAGAMENTOS.TXT'.
          03 FILLER  PIC X(3)  VALUE 'PEN'.
          03 FILLER  PIC X(40) VALUE 'DW.PENDENTES.TXT'.
          03 FILLER  PIC X(3)  VALUE 'ENC'.
          03 FILLER  PIC X(40) VALUE 'DW.ENCARGOS.TXT'.
          03 FILLER  PIC X(3)  VALUE 'BXA'.
          03 FILLER  PIC X(40) VALUE 'DW.BAIXAS.TXT'.
          03 FILLER  PIC X(3)  VALUE 'DSP'.
          03 FILLER  PIC X(40) VALUE 'DW.DISPUTAS.TXT'.
          03 FILLER  PIC X(3)  VALUE 'CTB'.
          03 FILLER  PIC X(40) VALUE 'DW.CONTABIL.TXT'.
       01 WS-TAB-ENTIDADES-R REDEFINES WS-TAB-ENTIDADES.
          03 WS-ENT-ITEM OCCURS 7 TIMES.
             05 WS-ENT-CODIGO        PIC X(3).
             05 WS-ENT-PATH          PIC X(40).
       01 WS-TOT-ENTIDADES           PIC 9 VALUE 7.
       01 WS-ENT                     PIC 9 VALUE 0.

      * Contagens e totais de hash por entidade, para o arquivo de
      * controle: soma das chaves numericas e soma dos valores.
       01 WS-TAB-TOTAIS.
          03 WS-TOT-ITEM OCCURS 7 TIMES.
             05 WS-TOT-SITUACAO      PIC X.
                88 WS-TOT-OK                   VALUE 'S'.
                88 WS-TOT-SEM-ORIGEM           VALUE 'N'.
             05 WS-TOT-INCLUIDOS     PIC 9(7).
             05 WS-TOT-ALTERADOS     PIC 9(7).
             05 WS-TOT-EXCLUIDOS     PIC 9(7).
             05 WS-TOT-CHAVES        PIC 9(15).
             05 WS-TOT-VALORES       PIC S9(13)V99.
       01 WS-TOT-REGISTROS           PIC 9(7)  VALUE 0.
       01 WS-TOT-GERAL               PIC 9(7)  VALUE 0.
       01 WS-TOT-ARQUIVADOS          PIC 9(7)  VALUE 0.
       01 WS-QTD-SEM-ORIGEM          PIC 9     VALUE 0.

       01 WS-LOTE                    PIC 9(6)  VALUE 0.
       01 WS-MOMENTO-ANTERIOR        PIC 9(14) VALUE 0.
       01 WS-CARGA                   PIC 9(14) VALUE 0.
       01 WS-MOMENTO-JR              PIC 9(14) VALUE 0.
       01 WS-ULTIMO-FECHADO          PIC 9(6)  VALUE 0.
       01 WS-DATA-HORA-ATUAL         PIC X(21).
       01 WS-ACAO                    PIC X.
          88 WS-ACAO-VALIDA                    VALUE 'I' 'A' 'E'.
       01 WS-PTR                     PIC 999   VALUE 1.

       01 WS-FIM-ARQUIVO             PIC X     VALUE 'N'.
          88 WS-FIM                            VALUE 'Y'.
       01 WS-FIM-FOTO-SW             PIC X     VALUE 'N'.
          88 WS-FIM-FOTO                       VALUE 'Y'.

      * Chave e imagem do registro corrente da origem.
       01 WS-ATU-ID                  PIC X(40).
       01 WS-IMAGEM                  PIC X(226).
      * Layouts identicos aos do CLIMANUT, PAGTOCONFIRM, PAGTOAGING,
      * CLIPOSICAO, PAGTOBAIXA, PAGTODISPUTA e CONTABFECHA.
       01 WS-IMG-CLI REDEFINES WS-IMAGEM.
           03 WS-CLI-CODIGO          PIC 9(6).
           03 WS-CLI-NOME            PIC X(30).
           03 WS-CLI-ENDERECO        PIC X(60).
           03 WS-CLI-TELEFONE        PIC X(20).
           03 WS-CLI-EMAIL           PIC X(50).
           03 WS-CLI-ESTADO          PIC X(30).
           03 WS-CLI-CIDADE          PIC X(30).
       01 WS-IMG-PGT REDEFINES WS-IMAGEM.
           03 WS-PGT-ID              PIC 9(9).
           03 WS-PGT-VALOR           PIC S9(9)V99.
           03 WS-PGT-DATA            PIC 9(8).
           03 WS-PGT-CLIENTE         PIC X(30).
           03 WS-PGT-SITUACAO        PIC X.
           03 WS-PGT-COD-CLIENTE     PIC 9(6).
       01 WS-IMG-PEN REDEFINES WS-IMAGEM.
           03 WS-PEN-TIPO            PIC X.
           03 WS-PEN-ID              PIC 9(9).
           03 WS-PEN-VALOR           PIC S9(9)V99.
           03 WS-PEN-COD-SITUACAO    PIC X.
           03 WS-PEN-MOTIVO          PIC 99.
           03 WS-PEN-CLIENTE         PIC X(30).
           03 WS-PEN-DATA-PENDENCIA  PIC 9(8).
           03 WS-PEN-FILIAL          PIC X(3).
           03 WS-PEN-COD-CLIENTE     PIC 9(6).
       01 WS-IMG-ENC REDEFINES WS-IMAGEM.
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
       01 WS-IMG-BXA REDEFINES WS-IMAGEM.
           03 WS-BAI-ID              PIC 9(9).
           03 WS-BAI-VALOR           PIC S9(9)V99.
           03 WS-BAI-CLIENTE         PIC X(30).
           03 WS-BAI-DATA-PEND       PIC 9(8).
           03 WS-BAI-DATA-BAIXA      PIC 9(8).
           03 WS-BAI-OPERADOR        PIC X(8).
           03 WS-BAI-COD-CLIENTE     PIC 9(6).
       01 WS-IMG-DSP REDEFINES WS-IMAGEM.
           03 WS-DIS-ID              PIC 9(9).
           03 WS-DIS-DATA-ABERTURA   PIC 9(8).
           03 WS-DIS-OPERADOR        PIC X(8).
           03 WS-DIS-MOTIVO          PIC X(30).
           03 WS-DIS-SITUACAO        PIC X.
           03 WS-DIS-DATA-RESOLUCAO  PIC 9(8).
       01 WS-IMG-CTB REDEFINES WS-IMAGEM.
           03 WS-LAN-TIPO            PIC X.
           03 WS-LAN-DATA            PIC 9(8).
           03 WS-LAN-CONTA           PIC 9(6).
           03 WS-LAN-DC              PIC X.
           03 WS-LAN-VALOR           PIC 9(11)V99.
           03 WS-LAN-EVENTO          PIC X(12).
           03 WS-LAN-ID              PIC 9(9).
           03 WS-LAN-PERIODO         PIC 9(6).
           03 WS-LAN-FORA-PERIODO    PIC X.

      * Campos como saem no arquivo.
       01 WS-ED-VALOR                PIC -(10)9.99.
       01 WS-ED-MULTA                PIC -(10)9.99.
       01 WS-ED-JUROS                PIC -(10)9.99.
       01 WS-ED-TOTAL                PIC -(10)9.99.
       01 WS-ED-SOMA                 PIC -(14)9.99.
       01 WS-ED-CHAVES               PIC 9(15).
       01 WS-ED-QTD                  PIC 9(7).
       01 WS-ED-INC                  PIC 9(7).
       01 WS-ED-ALT                  PIC 9(7).
       01 WS-ED-EXC                  PIC 9(7).
       01 WS-SAI-NOME                PIC X(30).
       01 WS-SAI-TELEFONE            PIC X(20).
       01 WS-SAI-EMAIL               PIC X(50).

       01 WS-AUDIT-PARM.
           03 WS-AU-PROGRAMA       PIC X(12) VALUE 'DWEXTRAI'.
           03 WS-AU-EVENTO         PIC X(12).
           03 WS-AU-CHAVE          PIC X(30).
           03 WS-AU-CONTADOR       PIC 9(6).
           03 WS-AU-OPERADOR       PIC X(8)  VALUE SPACES.

       01 WS-AMBIENTE-PARM.
           03 WS-AMB-FUNCAO        PIC X     VALUE 'R'.
           03 WS-AMB-NOME          PIC X(8)  VALUE SPACES.
           03 WS-AMB-RAIZ          PIC X(40) VALUE SPACES.
           03 WS-AMB-RC            PIC 99.

       01 WS-MASCARA-PARM.
           03 WS-MSC-FUNCAO        PIC X.
           03 WS-MSC-PROGRAMA      PIC X(12) VALUE 'DWEXTRAI'.
           03 WS-MSC-OPERADOR      PIC X(8)  VALUE SPACES.
           03 WS-MSC-PERFIL        PIC X     VALUE SPACE.
           03 WS-MSC-CHAVE         PIC X(30) VALUE SPACES.
           03 WS-MSC-CLARO         PIC X     VALUE 'N'.
           03 WS-MSC-TIPO          PIC X.
           03 WS-MSC-CAMPO         PIC X(60).
           03 WS-MSC-RC            PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      * Extracao diaria para o data warehouse: so o que entrou, mudou
      * ou saiu desde a ultima extracao. Clientes vem do jornal do
      * CLIJORNAL; os demais arquivos nao tem jornal e sao comparados
      * com a fotografia do que ja foi entregue. Cada arquivo sai
      * delimitado por ';', com a acao (I/A/E), o momento da carga e
      * o lote; o DWEXTRAI.CONTROLE traz as contagens e os totais de
      * hash que o warehouse confere antes de carregar.
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-MRC-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-JR-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-HIST-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-PEND-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-JUR-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-BXA-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-DSP-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-DIA-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-PER-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-FOT-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CTL-PATH
            PERFORM VARYING WS-ENT FROM 1 BY 1
                    UNTIL WS-ENT > WS-TOT-ENTIDADES
                CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM
                                         WS-ENT-PATH(WS-ENT)
                MOVE 'S' TO WS-TOT-SITUACAO(WS-ENT)
                MOVE 0   TO WS-TOT-INCLUIDOS(WS-ENT)
                            WS-TOT-ALTERADOS(WS-ENT)
                            WS-TOT-EXCLUIDOS(WS-ENT)
                            WS-TOT-CHAVES(WS-ENT)
                            WS-TOT-VALORES(WS-ENT)
            END-PERFORM
            DISPLAY 'DWEXTRAI - EXTRACAO DIARIA PARA O DATA WAREHOUSE'

            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
            MOVE WS-DATA-HORA-ATUAL(1:14) TO WS-CARGA
            PERFORM P050-LE-MARCA

            OPEN I-O WS-FOT-FILE
            IF WS-FOT-FS = '35'
                OPEN OUTPUT WS-FOT-FILE
                CLOSE WS-FOT-FILE
                OPEN I-O WS-FOT-FILE
            END-IF
            IF WS-FOT-FS NOT = '00'
                DISPLAY 'FOTOGRAFIA DA EXTRACAO INDISPONIVEL: '
                        WS-FOT-PATH ' FS: ' WS-FOT-FS
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF

            MOVE 'A'         TO WS-MSC-FUNCAO
            MOVE WS-CTL-PATH TO WS-MSC-CHAVE
            CALL 'CADMASCARA' USING WS-MASCARA-PARM

            PERFORM P200-CLIENTES
            PERFORM P210-PAGAMENTOS
            PERFORM P220-PENDENTES
            PERFORM P230-ENCARGOS
            PERFORM P240-BAIXAS
            PERFORM P250-DISPUTAS
            PERFORM P260-CONTABIL
            CLOSE WS-FOT-FILE

            PERFORM P800-GRAVA-CONTROLE
            PERFORM P850-GRAVA-MARCA

            DISPLAY 'LOTE                 : ' WS-LOTE
            DISPLAY 'REGISTROS EXTRAIDOS  : ' WS-TOT-GERAL
            DISPLAY 'LANCAMENTOS ARQUIVADOS NO FECHAMENTO: '
                    WS-TOT-ARQUIVADOS
            DISPLAY 'CONTROLE GRAVADO EM  : ' WS-CTL-PATH

            MOVE 'EXTRACAO-DW'   TO WS-AU-EVENTO
            MOVE SPACES          TO WS-AU-CHAVE
            STRING 'LOTE ' WS-LOTE ' ' WS-CARGA
                   DELIMITED BY SIZE
                   INTO WS-AU-CHAVE
            END-STRING
            MOVE WS-TOT-GERAL    TO WS-AU-CONTADOR
            CALL 'AUDITLOG' USING WS-AUDIT-PARM
            IF WS-QTD-SEM-ORIGEM > 0
                MOVE 4 TO RETURN-CODE
            END-IF
            STOP RUN.

       P050-LE-MARCA.
      * Sem marca e a primeira extracao: o jornal inteiro e a carga
      * inicial dos demais arquivos. Se a extracao anterior nao
      * chegou a gravar a marca, o lote se repete e sai de novo.
            MOVE 0 TO WS-LOTE
            MOVE 0 TO WS-MOMENTO-ANTERIOR
            OPEN INPUT WS-MRC-FILE
            IF WS-MRC-FS = '00'
                READ WS-MRC-FILE
                    NOT AT END
                        MOVE WS-MRC-LOTE    TO WS-LOTE
                        MOVE WS-MRC-MOMENTO TO WS-MOMENTO-ANTERIOR
                END-READ
                CLOSE WS-MRC-FILE
            END-IF
            ADD 1 TO WS-LOTE
            .
       P100-ABRE-SAIDA.
            MOVE WS-ENT-PATH(WS-ENT) TO WS-SAI-PATH
            OPEN OUTPUT WS-SAI-FILE
            .
       P110-SEM-ORIGEM.
      * Origem ausente: a entidade sai vazia e a fotografia fica
      * como estava, para nada ser dado como excluido por engano.
            MOVE 'N' TO WS-TOT-SITUACAO(WS-ENT)
            ADD 1 TO WS-QTD-SEM-ORIGEM
            DISPLAY 'ORIGEM INDISPONIVEL, ENTIDADE '
                    WS-ENT-CODIGO(WS-ENT) ' NAO EXTRAIDA'
            .
       P200-CLIENTES.
      * Clientes saem do jornal, registro a registro, na ordem em que
      * foram gravados. O AVALMANUT e o JURIDMANUT gravam no mesmo
      * jornal imagens de outros cadastros, que nao entram aqui.
            MOVE 1 TO WS-ENT
            PERFORM P100-ABRE-SAIDA
            MOVE SPACES TO WS-SAI-LINHA
            STRING 'ACAO;CARGA;LOTE;CODIGO;NOME;ENDERECO;TELEFONE;'
                   'EMAIL;ESTADO;CIDADE'
                   DELIMITED BY SIZE INTO WS-SAI-LINHA
            END-STRING
            PERFORM P490-GRAVA-LINHA
            OPEN INPUT WS-JR-FILE
            IF WS-JR-FS = '00'
                MOVE 'N' TO WS-FIM-ARQUIVO
                PERFORM P205-LE-JORNAL
                        UNTIL WS-FIM
                CLOSE WS-JR-FILE
            END-IF
            CLOSE WS-SAI-FILE
            .
       P205-LE-JORNAL.
            READ WS-JR-FILE
                AT END
                    SET WS-FIM TO TRUE
                NOT AT END
                    COMPUTE WS-MOMENTO-JR =
                        WS-JR-DATA * 1000000 + WS-JR-HORA
                    IF WS-MOMENTO-JR > WS-MOMENTO-ANTERIOR
                       AND WS-MOMENTO-JR NOT > WS-CARGA
                       AND WS-JR-PROGRAMA NOT = 'AVALMANU'
                       AND WS-JR-PROGRAMA NOT = 'JURIDMAN'
                        MOVE WS-JR-OPERACAO TO WS-ACAO
                        IF NOT WS-ACAO-VALIDA
                            MOVE 'A' TO WS-ACAO
                        END-IF
                        IF WS-ACAO = 'E'
                            MOVE WS-JR-ANTES  TO WS-IMAGEM
                        ELSE
                            MOVE WS-JR-DEPOIS TO WS-IMAGEM
                        END-IF
                        PERFORM P400-EMITE
                    END-IF
            END-READ
            .
       P210-PAGAMENTOS.
            MOVE 2 TO WS-ENT
            PERFORM P100-ABRE-SAIDA
            MOVE SPACES TO WS-SAI-LINHA
            STRING 'ACAO;CARGA;LOTE;ID;VALOR;DATA;CLIENTE;SITUACAO;'
                   'COD-CLIENTE'
                   DELIMITED BY SIZE INTO WS-SAI-LINHA
            END-STRING
            PERFORM P490-GRAVA-LINHA
            OPEN INPUT WS-HIST-FILE
            IF WS-HIST-FS NOT = '00'
                PERFORM P110-SEM-ORIGEM
            ELSE
                MOVE 'N' TO WS-FIM-ARQUIVO
                PERFORM P215-LE-HIST
                        UNTIL WS-FIM
                CLOSE WS-HIST-FILE
                PERFORM P350-VARRE-EXCLUIDOS
            END-IF
            CLOSE WS-SAI-FILE
            .
       P215-LE-HIST.
            READ WS-HIST-FILE NEXT RECORD INTO WS-IMAGEM
                AT END
                    SET WS-FIM TO TRUE
                NOT AT END
                    MOVE SPACES    TO WS-ATU-ID
                    MOVE WS-PGT-ID TO WS-ATU-ID(1:9)
                    PERFORM P300-COMPARA
            END-READ
            .
       P220-PENDENTES.
            MOVE 3 TO WS-ENT
            PERFORM P100-ABRE-SAIDA
            MOVE SPACES TO WS-SAI-LINHA
            STRING 'ACAO;CARGA;LOTE;TIPO;ID;VALOR;COD-SITUACAO;MOTIVO;'
                   'CLIENTE;DATA-PENDENCIA;FILIAL;COD-CLIENTE'
                   DELIMITED BY SIZE INTO WS-SAI-LINHA
            END-STRING
            PERFORM P490-GRAVA-LINHA
            OPEN INPUT WS-PEND-FILE
            IF WS-PEND-FS NOT = '00'
                PERFORM P110-SEM-ORIGEM
            ELSE
                MOVE 'N' TO WS-FIM-ARQUIVO
                PERFORM P225-LE-PENDENTE
                        UNTIL WS-FIM
                CLOSE WS-PEND-FILE
                PERFORM P350-VARRE-EXCLUIDOS
            END-IF
            CLOSE WS-SAI-FILE
            .
       P225-LE-PENDENTE.
            READ WS-PEND-FILE INTO WS-IMAGEM
                AT END
                    SET WS-FIM TO TRUE
                NOT AT END
                    MOVE SPACES      TO WS-ATU-ID
                    MOVE WS-PEN-TIPO TO WS-ATU-ID(1:1)
                    MOVE WS-PEN-ID   TO WS-ATU-ID(2:9)
                    PERFORM P300-COMPARA
            END-READ
            .
       P230-ENCARGOS.
            MOVE 4 TO WS-ENT
            PERFORM P100-ABRE-SAIDA
            MOVE SPACES TO WS-SAI-LINHA
            STRING 'ACAO;CARGA;LOTE;ID;VALOR;DATA-VENC;DATA-CONF;'
                   'DIAS-ATRASO;MULTA;JUROS;TOTAL;CLIENTE;COD-CLIENTE'
                   DELIMITED BY SIZE INTO WS-SAI-LINHA
            END-STRING
            PERFORM P490-GRAVA-LINHA
            OPEN INPUT WS-JUR-FILE
            IF WS-JUR-FS NOT = '00'
                PERFORM P110-SEM-ORIGEM
            ELSE
                MOVE 'N' TO WS-FIM-ARQUIVO
                PERFORM P235-LE-ENCARGO
                        UNTIL WS-FIM
                CLOSE WS-JUR-FILE
                PERFORM P350-VARRE-EXCLUIDOS
            END-IF
            CLOSE WS-SAI-FILE
            .
       P235-LE-ENCARGO.
      * O mesmo pagamento pode ter mais de um encargo: a chave leva
      * as datas de vencimento e de confirmacao.
            READ WS-JUR-FILE INTO WS-IMAGEM
                AT END
                    SET WS-FIM TO TRUE
                NOT AT END
                    MOVE SPACES           TO WS-ATU-ID
                    MOVE WS-ENC-ID        TO WS-ATU-ID(1:9)
                    MOVE WS-ENC-DATA-VENC TO WS-ATU-ID(10:8)
                    MOVE WS-ENC-DATA-CONF TO WS-ATU-ID(18:8)
                    PERFORM P300-COMPARA
            END-READ
            .
       P240-BAIXAS.
            MOVE 5 TO WS-ENT
            PERFORM P100-ABRE-SAIDA
            MOVE SPACES TO WS-SAI-LINHA
            STRING 'ACAO;CARGA;LOTE;ID;VALOR;CLIENTE;DATA-PEND;'
                   'DATA-BAIXA;OPERADOR;COD-CLIENTE'
                   DELIMITED BY SIZE INTO WS-SAI-LINHA
            END-STRING
            PERFORM P490-GRAVA-LINHA
            OPEN INPUT WS-BXA-FILE
            IF WS-BXA-FS NOT = '00'
                PERFORM P110-SEM-ORIGEM
            ELSE
                MOVE 'N' TO WS-FIM-ARQUIVO
                PERFORM P245-LE-BAIXA
                        UNTIL WS-FIM
                CLOSE WS-BXA-FILE
                PERFORM P350-VARRE-EXCLUIDOS
            END-IF
            CLOSE WS-SAI-FILE
            .
       P245-LE-BAIXA.
            READ WS-BXA-FILE INTO WS-IMAGEM
                AT END
                    SET WS-FIM TO TRUE
                NOT AT END
                    MOVE SPACES            TO WS-ATU-ID
                    MOVE WS-BAI-ID         TO WS-ATU-ID(1:9)
                    MOVE WS-BAI-DATA-BAIXA TO WS-ATU-ID(10:8)
                    PERFORM P300-COMPARA
            END-READ
            .
       P250-DISPUTAS.
            MOVE 6 TO WS-ENT
            PERFORM P100-ABRE-SAIDA
            MOVE SPACES TO WS-SAI-LINHA
            STRING 'ACAO;CARGA;LOTE;ID;DATA-ABERTURA;OPERADOR;MOTIVO;'
                   'SITUACAO;DATA-RESOLUCAO'
                   DELIMITED BY SIZE INTO WS-SAI-LINHA
            END-STRING
            PERFORM P490-GRAVA-LINHA
            OPEN INPUT WS-DSP-FILE
            IF WS-DSP-FS NOT = '00'
                PERFORM P110-SEM-ORIGEM
            ELSE
                MOVE 'N' TO WS-FIM-ARQUIVO
                PERFORM P255-LE-DISPUTA
                        UNTIL WS-FIM
                CLOSE WS-DSP-FILE
                PERFORM P350-VARRE-EXCLUIDOS
            END-IF
            CLOSE WS-SAI-FILE
            .
       P255-LE-DISPUTA.
            READ WS-DSP-FILE NEXT RECORD INTO WS-IMAGEM
                AT END
                    SET WS-FIM TO TRUE
                NOT AT END
                    MOVE SPACES    TO WS-ATU-ID
                    MOVE WS-DIS-ID TO WS-ATU-ID(1:9)
                    PERFORM P300-COMPARA
            END-READ
            .
       P260-CONTABIL.
      * O diario so tem os periodos abertos: no fechamento o
      * CONTABFECHA leva os lancamentos do mes para CONTAB.DIARIO.
      * seguido do AAAAMM. Lancamento que some do diario com periodo
      * ja fechado foi arquivado, nao excluido, e sai da fotografia
      * sem ir para o warehouse.
            MOVE 7 TO WS-ENT
            MOVE 0 TO WS-ULTIMO-FECHADO
            OPEN INPUT WS-PER-FILE
            IF WS-PER-FS = '00'
                READ WS-PER-FILE
                    NOT AT END
                        MOVE WS-PER-ULTIMO-FECHADO
                             TO WS-ULTIMO-FECHADO
                END-READ
                CLOSE WS-PER-FILE
            END-IF
            PERFORM P100-ABRE-SAIDA
            MOVE SPACES TO WS-SAI-LINHA
            STRING 'ACAO;CARGA;LOTE;TIPO;DATA;CONTA;DC;VALOR;EVENTO;'
                   'ID;PERIODO;FORA-PERIODO'
                   DELIMITED BY SIZE INTO WS-SAI-LINHA
            END-STRING
            PERFORM P490-GRAVA-LINHA
            OPEN INPUT WS-DIA-FILE
            IF WS-DIA-FS NOT = '00'
                PERFORM P110-SEM-ORIGEM
            ELSE
                MOVE 'N' TO WS-FIM-ARQUIVO
                PERFORM P265-LE-LANCAMENTO
                        UNTIL WS-FIM
                CLOSE WS-DIA-FILE
                PERFORM P350-VARRE-EXCLUIDOS
            END-IF
            CLOSE WS-SAI-FILE
            .
       P265-LE-LANCAMENTO.
            READ WS-DIA-FILE INTO WS-IMAGEM
                AT END
                    SET WS-FIM TO TRUE
                NOT AT END
                    MOVE SPACES        TO WS-ATU-ID
                    MOVE WS-LAN-DATA   TO WS-ATU-ID(1:8)
                    MOVE WS-LAN-CONTA  TO WS-ATU-ID(9:6)
                    MOVE WS-LAN-DC     TO WS-ATU-ID(15:1)
                    MOVE WS-LAN-EVENTO TO WS-ATU-ID(16:12)
                    MOVE WS-LAN-ID     TO WS-ATU-ID(28:9)
                    PERFORM P300-COMPARA
            END-READ
            .
       P300-COMPARA.
      * Chave nova (ou que tinha saido e voltou) e inclusao; imagem
      * diferente e alteracao. Imagem igual a de uma mudanca deste
      * mesmo lote e extracao repetida: sai de novo como saiu.
            MOVE WS-ENT-CODIGO(WS-ENT) TO WS-FOT-ENTIDADE
            MOVE WS-ATU-ID             TO WS-FOT-ID
            READ WS-FOT-FILE
                INVALID KEY
                    MOVE WS-IMAGEM TO WS-FOT-IMAGEM
                    MOVE WS-LOTE   TO WS-FOT-VISTO
                                      WS-FOT-LOTE
                    MOVE 'I'       TO WS-FOT-ACAO
                    WRITE WS-FOT-REGISTRO
                    MOVE 'I'       TO WS-ACAO
                    PERFORM P400-EMITE
                NOT INVALID KEY
                    PERFORM P310-COMPARA-IMAGEM
            END-READ
            .
       P310-COMPARA-IMAGEM.
            MOVE SPACE TO WS-ACAO
            EVALUATE TRUE
                WHEN WS-FOT-ACAO = 'E'
                    MOVE 'I' TO WS-ACAO
                WHEN WS-FOT-IMAGEM NOT = WS-IMAGEM(1:120)
                    IF WS-FOT-LOTE = WS-LOTE AND WS-FOT-ACAO = 'I'
                        MOVE 'I' TO WS-ACAO
                    ELSE
                        MOVE 'A' TO WS-ACAO
                    END-IF
                WHEN WS-FOT-LOTE = WS-LOTE
                    MOVE WS-FOT-ACAO TO WS-ACAO
            END-EVALUATE
            IF WS-ACAO NOT = SPACE
                MOVE WS-LOTE TO WS-FOT-LOTE
                MOVE WS-ACAO TO WS-FOT-ACAO
            END-IF
            MOVE WS-IMAGEM TO WS-FOT-IMAGEM
            MOVE WS-LOTE   TO WS-FOT-VISTO
            REWRITE WS-FOT-REGISTRO
            IF WS-ACAO NOT = SPACE
                PERFORM P400-EMITE
            END-IF
            .
       P350-VARRE-EXCLUIDOS.
      * Chave da fotografia que nao apareceu na origem neste lote
      * saiu dela: vira lapide e vai como exclusao. Lapide de lote
      * anterior ja foi entregue e e apagada.
            MOVE WS-ENT-CODIGO(WS-ENT) TO WS-FOT-ENTIDADE
            MOVE LOW-VALUES            TO WS-FOT-ID
            MOVE 'N' TO WS-FIM-FOTO-SW
            START WS-FOT-FILE KEY IS NOT LESS THAN WS-FOT-CHAVE
                INVALID KEY
                    SET WS-FIM-FOTO TO TRUE
            END-START
            PERFORM P355-LE-FOTO
                    UNTIL WS-FIM-FOTO
            .
       P355-LE-FOTO.
            READ WS-FOT-FILE NEXT RECORD
                AT END
                    SET WS-FIM-FOTO TO TRUE
                NOT AT END
                    IF WS-FOT-ENTIDADE NOT = WS-ENT-CODIGO(WS-ENT)
                        SET WS-FIM-FOTO TO TRUE
                    ELSE
                        IF WS-FOT-VISTO NOT = WS-LOTE
                            PERFORM P360-TRATA-AUSENTE
                        END-IF
                    END-IF
            END-READ
            .
       P360-TRATA-AUSENTE.
            MOVE WS-FOT-IMAGEM TO WS-IMAGEM
            EVALUATE TRUE
                WHEN WS-FOT-ACAO = 'E' AND WS-FOT-LOTE = WS-LOTE
                    MOVE 'E' TO WS-ACAO
                    PERFORM P400-EMITE
                WHEN WS-FOT-ACAO = 'E'
                    DELETE WS-FOT-FILE RECORD
                WHEN WS-ENT-CODIGO(WS-ENT) = 'CTB'
                     AND WS-LAN-PERIODO NOT > WS-ULTIMO-FECHADO
                    ADD 1 TO WS-TOT-ARQUIVADOS
                    DELETE WS-FOT-FILE RECORD
                WHEN OTHER
                    MOVE WS-LOTE TO WS-FOT-LOTE
                    MOVE 'E'     TO WS-FOT-ACAO
                    REWRITE WS-FOT-REGISTRO
                    MOVE 'E'     TO WS-ACAO
                    PERFORM P400-EMITE
            END-EVALUATE
            .
       P400-EMITE.
      * Prefixo comum (acao, momento da carga, lote) e o layout da
      * entidade a partir de WS-IMAGEM.
            MOVE SPACES TO WS-SAI-LINHA
            MOVE 1      TO WS-PTR
            STRING WS-ACAO ';' WS-CARGA ';' WS-LOTE ';'
                   DELIMITED BY SIZE
                   INTO WS-SAI-LINHA WITH POINTER WS-PTR
            END-STRING
            EVALUATE WS-ENT
                WHEN 1
                    PERFORM P410-FORMATA-CLIENTE
                WHEN 2
                    PERFORM P420-FORMATA-PAGAMENTO
                WHEN 3
                    PERFORM P430-FORMATA-PENDENTE
                WHEN 4
                    PERFORM P440-FORMATA-ENCARGO
                WHEN 5
                    PERFORM P450-FORMATA-BAIXA
                WHEN 6
                    PERFORM P460-FORMATA-DISPUTA
                WHEN 7
                    PERFORM P470-FORMATA-LANCAMENTO
            END-EVALUATE
            PERFORM P490-GRAVA-LINHA

            EVALUATE WS-ACAO
                WHEN 'I'
                    ADD 1 TO WS-TOT-INCLUIDOS(WS-ENT)
                WHEN 'A'
                    ADD 1 TO WS-TOT-ALTERADOS(WS-ENT)
                WHEN OTHER
                    ADD 1 TO WS-TOT-EXCLUIDOS(WS-ENT)
            END-EVALUATE
            ADD 1 TO WS-TOT-GERAL
            .
       P410-FORMATA-CLIENTE.
            MOVE 'M'             TO WS-MSC-FUNCAO
            MOVE 'N'             TO WS-MSC-TIPO
            MOVE WS-CLI-NOME     TO WS-MSC-CAMPO
            CALL 'CADMASCARA' USING WS-MASCARA-PARM
            MOVE WS-MSC-CAMPO    TO WS-SAI-NOME
            MOVE 'T'             TO WS-MSC-TIPO
            MOVE WS-CLI-TELEFONE TO WS-MSC-CAMPO
            CALL 'CADMASCARA' USING WS-MASCARA-PARM
            MOVE WS-MSC-CAMPO    TO WS-SAI-TELEFONE
            MOVE 'E'             TO WS-MSC-TIPO
            MOVE WS-CLI-EMAIL    TO WS-MSC-CAMPO
            CALL 'CADMASCARA' USING WS-MASCARA-PARM
            MOVE WS-MSC-CAMPO    TO WS-SAI-EMAIL
            STRING WS-CLI-CODIGO                            ';'
                   FUNCTION TRIM(WS-SAI-NOME     TRAILING)  ';'
                   FUNCTION TRIM(WS-CLI-ENDERECO TRAILING)  ';'
                   FUNCTION TRIM(WS-SAI-TELEFONE TRAILING)  ';'
                   FUNCTION TRIM(WS-SAI-EMAIL    TRAILING)  ';'
                   FUNCTION TRIM(WS-CLI-ESTADO   TRAILING)  ';'
                   FUNCTION TRIM(WS-CLI-CIDADE   TRAILING)
                   DELIMITED BY SIZE
                   INTO WS-SAI-LINHA WITH POINTER WS-PTR
            END-STRING
            ADD WS-CLI-CODIGO TO WS-TOT-CHAVES(WS-ENT)
            .
       P415-MASCARA-NOME.
            MOVE 'M'             TO WS-MSC-FUNCAO
            MOVE 'N'             TO WS-MSC-TIPO
            CALL 'CADMASCARA' USING WS-MASCARA-PARM
            MOVE WS-MSC-CAMPO    TO WS-SAI-NOME
            .
       P420-FORMATA-PAGAMENTO.
            MOVE WS-PGT-CLIENTE TO WS-MSC-CAMPO
            PERFORM P415-MASCARA-NOME
            MOVE WS-PGT-VALOR   TO WS-ED-VALOR
            STRING WS-PGT-ID                                ';'
                   FUNCTION TRIM(WS-ED-VALOR)               ';'
                   WS-PGT-DATA                              ';'
                   FUNCTION TRIM(WS-SAI-NOME TRAILING)      ';'
                   WS-PGT-SITUACAO                          ';'
                   WS-PGT-COD-CLIENTE
                   DELIMITED BY SIZE
                   INTO WS-SAI-LINHA WITH POINTER WS-PTR
            END-STRING
            ADD WS-PGT-ID    TO WS-TOT-CHAVES(WS-ENT)
            ADD WS-PGT-VALOR TO WS-TOT-VALORES(WS-ENT)
            .
       P430-FORMATA-PENDENTE.
            MOVE WS-PEN-CLIENTE TO WS-MSC-CAMPO
            PERFORM P415-MASCARA-NOME
            MOVE WS-PEN-VALOR   TO WS-ED-VALOR
            STRING WS-PEN-TIPO                              ';'
                   WS-PEN-ID                                ';'
                   FUNCTION TRIM(WS-ED-VALOR)               ';'
                   WS-PEN-COD-SITUACAO                      ';'
                   WS-PEN-MOTIVO                            ';'
                   FUNCTION TRIM(WS-SAI-NOME TRAILING)      ';'
                   WS-PEN-DATA-PENDENCIA                    ';'
                   WS-PEN-FILIAL                            ';'
                   WS-PEN-COD-CLIENTE
                   DELIMITED BY SIZE
                   INTO WS-SAI-LINHA WITH POINTER WS-PTR
            END-STRING
            ADD WS-PEN-ID    TO WS-TOT-CHAVES(WS-ENT)
            ADD WS-PEN-VALOR TO WS-TOT-VALORES(WS-ENT)
            .
       P440-FORMATA-ENCARGO.
            MOVE WS-ENC-CLIENTE TO WS-MSC-CAMPO
            PERFORM P415-MASCARA-NOME
            MOVE WS-ENC-VALOR   TO WS-ED-VALOR
            MOVE WS-ENC-MULTA   TO WS-ED-MULTA
            MOVE WS-ENC-JUROS   TO WS-ED-JUROS
            MOVE WS-ENC-TOTAL   TO WS-ED-TOTAL
            STRING WS-ENC-ID                                ';'
                   FUNCTION TRIM(WS-ED-VALOR)               ';'
                   WS-ENC-DATA-VENC                         ';'
                   WS-ENC-DATA-CONF                         ';'
                   WS-ENC-DIAS-ATRASO                       ';'
                   FUNCTION TRIM(WS-ED-MULTA)               ';'
                   FUNCTION TRIM(WS-ED-JUROS)               ';'
                   FUNCTION TRIM(WS-ED-TOTAL)               ';'
                   FUNCTION TRIM(WS-SAI-NOME TRAILING)      ';'
                   WS-ENC-COD-CLIENTE
                   DELIMITED BY SIZE
                   INTO WS-SAI-LINHA WITH POINTER WS-PTR
            END-STRING
            ADD WS-ENC-ID    TO WS-TOT-CHAVES(WS-ENT)
            ADD WS-ENC-TOTAL TO WS-TOT-VALORES(WS-ENT)
            .
       P450-FORMATA-BAIXA.
            MOVE WS-BAI-CLIENTE TO WS-MSC-CAMPO
            PERFORM P415-MASCARA-NOME
            MOVE WS-BAI-VALOR   TO WS-ED-VALOR
            STRING WS-BAI-ID                                ';'
                   FUNCTION TRIM(WS-ED-VALOR)               ';'
                   FUNCTION TRIM(WS-SAI-NOME TRAILING)      ';'
                   WS-BAI-DATA-PEND                         ';'
                   WS-BAI-DATA-BAIXA                        ';'
                   FUNCTION TRIM(WS-BAI-OPERADOR TRAILING)  ';'
                   WS-BAI-COD-CLIENTE
                   DELIMITED BY SIZE
                   INTO WS-SAI-LINHA WITH POINTER WS-PTR
            END-STRING
            ADD WS-BAI-ID    TO WS-TOT-CHAVES(WS-ENT)
            ADD WS-BAI-VALOR TO WS-TOT-VALORES(WS-ENT)
            .
       P460-FORMATA-DISPUTA.
            STRING WS-DIS-ID                                ';'
                   WS-DIS-DATA-ABERTURA                     ';'
                   FUNCTION TRIM(WS-DIS-OPERADOR TRAILING)  ';'
                   FUNCTION TRIM(WS-DIS-MOTIVO   TRAILING)  ';'
                   WS-DIS-SITUACAO                          ';'
                   WS-DIS-DATA-RESOLUCAO
                   DELIMITED BY SIZE
                   INTO WS-SAI-LINHA WITH POINTER WS-PTR
            END-STRING
            ADD WS-DIS-ID TO WS-TOT-CHAVES(WS-ENT)
            .
       P470-FORMATA-LANCAMENTO.
            MOVE WS-LAN-VALOR TO WS-ED-VALOR
            STRING WS-LAN-TIPO                              ';'
                   WS-LAN-DATA                              ';'
                   WS-LAN-CONTA                             ';'
                   WS-LAN-DC                                ';'
                   FUNCTION TRIM(WS-ED-VALOR)               ';'
                   FUNCTION TRIM(WS-LAN-EVENTO TRAILING)    ';'
                   WS-LAN-ID                                ';'
                   WS-LAN-PERIODO                           ';'
                   WS-LAN-FORA-PERIODO
                   DELIMITED BY SIZE
                   INTO WS-SAI-LINHA WITH POINTER WS-PTR
            END-STRING
            ADD WS-LAN-ID    TO WS-TOT-CHAVES(WS-ENT)
            ADD WS-LAN-VALOR TO WS-TOT-VALORES(WS-ENT)
            .
       P490-GRAVA-LINHA.
            COMPUTE WS-COMPRIMENTO-OCUPADO =
                FUNCTION LENGTH (FUNCTION TRIM
                    (WS-SAI-LINHA TRAILING))
            IF WS-COMPRIMENTO-OCUPADO = 0
                MOVE 1 TO WS-COMPRIMENTO-OCUPADO
            END-IF
            WRITE WS-SAI-LINHA
            .
       P800-GRAVA-CONTROLE.
      * Controle de carga: H com lote, janela e ambiente; um D por
      * arquivo com situacao da origem, quantidades por acao e os
      * totais de hash (soma das chaves e dos valores); T com o total
      * de registros do lote. A linha de cabecalho de cada arquivo
      * nao entra nas contagens.
            OPEN OUTPUT WS-CTL-FILE
            MOVE SPACES TO WS-CTL-LINHA
            STRING 'H;' WS-LOTE ';' WS-MOMENTO-ANTERIOR ';' WS-CARGA
                   ';' FUNCTION TRIM(WS-AMB-NOME TRAILING)
                   DELIMITED BY SIZE
                   INTO WS-CTL-LINHA
            END-STRING
            WRITE WS-CTL-LINHA
            PERFORM VARYING WS-ENT FROM 1 BY 1
                    UNTIL WS-ENT > WS-TOT-ENTIDADES
                PERFORM P810-GRAVA-DETALHE
            END-PERFORM
            MOVE WS-TOT-GERAL TO WS-ED-QTD
            MOVE SPACES TO WS-CTL-LINHA
            STRING 'T;' WS-LOTE ';' WS-ED-QTD
                   DELIMITED BY SIZE
                   INTO WS-CTL-LINHA
            END-STRING
            WRITE WS-CTL-LINHA
            CLOSE WS-CTL-FILE
            .
       P810-GRAVA-DETALHE.
            COMPUTE WS-TOT-REGISTROS = WS-TOT-INCLUIDOS(WS-ENT)
                                     + WS-TOT-ALTERADOS(WS-ENT)
                                     + WS-TOT-EXCLUIDOS(WS-ENT)
            MOVE WS-TOT-REGISTROS         TO WS-ED-QTD
            MOVE WS-TOT-INCLUIDOS(WS-ENT) TO WS-ED-INC
            MOVE WS-TOT-ALTERADOS(WS-ENT) TO WS-ED-ALT
            MOVE WS-TOT-EXCLUIDOS(WS-ENT) TO WS-ED-EXC
            MOVE WS-TOT-CHAVES(WS-ENT)    TO WS-ED-CHAVES
            MOVE WS-TOT-VALORES(WS-ENT)   TO WS-ED-SOMA
            MOVE SPACES TO WS-CTL-LINHA
            STRING 'D;' WS-ENT-CODIGO(WS-ENT) ';'
                   FUNCTION TRIM(WS-ENT-PATH(WS-ENT) TRAILING) ';'
                   WS-TOT-SITUACAO(WS-ENT) ';'
                   WS-ED-QTD ';' WS-ED-INC ';' WS-ED-ALT ';'
                   WS-ED-EXC ';' WS-ED-CHAVES ';'
                   FUNCTION TRIM(WS-ED-SOMA)
                   DELIMITED BY SIZE
                   INTO WS-CTL-LINHA
            END-STRING
            WRITE WS-CTL-LINHA
            DISPLAY WS-ENT-CODIGO(WS-ENT) ' I ' WS-ED-INC
                    ' A ' WS-ED-ALT ' E ' WS-ED-EXC
            .
       P850-GRAVA-MARCA.
            OPEN OUTPUT WS-MRC-FILE
            MOVE WS-LOTE  TO WS-MRC-LOTE
            MOVE WS-CARGA TO WS-MRC-MOMENTO
            WRITE WS-MRC-REGISTRO
            CLOSE WS-MRC-FILE
            .
       END PROGRAM DWEXTRAI.
