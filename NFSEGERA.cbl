      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NFSEGERA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT WS-ENC-FILE      ASSIGN TO WS-ENC-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-ENC-FS.
           SELECT WS-LIG-FILE      ASSIGN TO WS-LIG-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-LIG-FS.
           SELECT WS-HIST-FILE     ASSIGN TO WS-HIST-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS WS-HIST-ID
                                    FILE STATUS WS-HIST-FS.
           SELECT WS-COB-FILE      ASSIGN TO WS-COB-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS WS-COB-CHAVE
                                    FILE STATUS WS-COB-FS.
           SELECT WS-JOR-FILE      ASSIGN TO WS-JOR-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-JOR-FS.
           SELECT WS-NLA-FILE      ASSIGN TO WS-NLA-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-NLA-FS.
           SELECT WS-CLI-FILE      ASSIGN TO WS-CLI-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS WS-CLI-CODIGO
                                    ALTERNATE RECORD KEY IS WS-CLI-NOME
                                                  WITH DUPLICATES
                                    FILE STATUS WS-CLI-FS.
           SELECT WS-DOC-FILE      ASSIGN TO WS-DOC-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS WS-DOC-CODIGO
                                    ALTERNATE RECORD KEY IS
                                                  WS-DOC-NUMERO
                                    FILE STATUS WS-DOC-FS.
           SELECT WS-CTL-FILE      ASSIGN TO WS-CTL-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-CTL-FS.
           SELECT WS-LOT-FILE      ASSIGN TO WS-LOT-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-LOT-FS.
           SELECT WS-CAN-FILE      ASSIGN TO WS-CAN-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-CAN-FS.
           SELECT WS-SORT-FILE     ASSIGN TO 'NFSEGERA.SRT'.
       DATA DIVISION.
       FILE SECTION.
      * Item de receita de servico faturado ao cliente: encargo de
      * atraso (E, recebivel do PAGTOENCARGO), tarifa (T, do
      * TARIFACOB) ou encargo de acordo (A, do PAGTONEGOCIA). O valor
      * original e o faturado; o valor corrente desconta notas de
      * credito, isencoes e substituicoes posteriores.
      * Situacao: P aguardando RPS, R em RPS enviado a prefeitura,
      * N com NFS-e emitida, X cancelado antes de virar nota.
       FD  WS-ITE-FILE.
       01 WS-ITE-REGISTRO.
           03 WS-ITE-CHAVE.
              05 WS-ITE-ORIGEM       PIC X.
                 88 WS-ITE-ENCARGO             VALUE 'E'.
                 88 WS-ITE-TARIFA              VALUE 'T'.
                 88 WS-ITE-ACORDO              VALUE 'A'.
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
      * Um RPS por cliente e codigo de servico em cada lote.
      * Situacao: E enviado, N NFS-e emitida, R rejeitado pela
      * prefeitura, C cancelamento pedido, X nota cancelada.
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
      * Layout identico ao do PAGTOJUROS
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
      * Layout identico ao do PAGTOENCARGO
       FD  WS-LIG-FILE.
       01 WS-LIG-REGISTRO.
           03 WS-LIG-ID-ENCARGO      PIC 9(9).
           03 WS-LIG-ID-ORIGINAL     PIC 9(9).
           03 WS-LIG-VALOR           PIC S9(9)V99.
           03 WS-LIG-DATA            PIC 9(8).
       FD  WS-HIST-FILE.
       01 WS-HIST-REGISTRO.
           03 WS-HIST-ID             PIC 9(9).
           03 WS-HIST-VALOR          PIC S9(9)V99.
           03 WS-HIST-DATA           PIC 9(8).
           03 WS-HIST-CLIENTE        PIC X(30).
           03 WS-HIST-SITUACAO       PIC X.
           03 WS-HIST-COD-CLIENTE    PIC 9(6).
      * Layout identico ao do TARIFACOB
       FD  WS-COB-FILE.
       01 WS-COB-REGISTRO.
           03 WS-COB-CHAVE.
              05 WS-COB-EVENTO       PIC X(12).
              05 WS-COB-REFERENCIA   PIC X(20).
              05 WS-COB-DATA-EVENTO  PIC 9(8).
           03 WS-COB-COD-CLIENTE     PIC 9(6).
           03 WS-COB-CLIENTE         PIC X(30).
           03 WS-COB-VALOR           PIC S9(9)V99.
           03 WS-COB-ID-COBRANCA     PIC 9(9).
           03 WS-COB-DATA-COBRANCA   PIC 9(8).
           03 WS-COB-DATA-VENC       PIC 9(8).
           03 WS-COB-SITUACAO        PIC X.
              88 WS-COB-COBRADA                VALUE 'C'.
              88 WS-COB-ISENTA                 VALUE 'I'.
           03 WS-COB-SUPERVISOR      PIC X(8).
           03 WS-COB-MOTIVO-ISENCAO  PIC X(30).
           03 WS-COB-DATA-ISENCAO    PIC 9(8).
      * Layout identico ao do PAGTONEGOCIA
       FD  WS-JOR-FILE.
       01 WS-JOR-REGISTRO.
           03 WS-JOR-DATA            PIC 9(8).
           03 WS-JOR-OPERADOR        PIC X(8).
           03 WS-JOR-ID-ANTIGO       PIC 9(9).
           03 WS-JOR-ID-NOVO         PIC 9(9).
           03 WS-JOR-DESCONTO        PIC S9(9)V99.
           03 WS-JOR-VALOR-NOVO      PIC S9(9)V99.
           03 WS-JOR-ENCARGO         PIC S9(9)V99.
           03 WS-JOR-COD-CLIENTE     PIC 9(6).
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
      * Layout identico ao do CLIMANUT
       FD  WS-CLI-FILE.
       01 WS-CLI-REGISTRO.
           03 WS-CLI-CODIGO          PIC 9(6).
           03 WS-CLI-NOME            PIC X(30).
           03 WS-CLI-ENDERECO        PIC X(60).
           03 WS-CLI-ENDERECO-R REDEFINES WS-CLI-ENDERECO.
              05 WS-CLI-END-RUA      PIC X(20).
              05 WS-CLI-END-BAIRRO   PIC X(20).
              05 WS-CLI-END-CEP      PIC X(9).
              05 FILLER              PIC X(11).
           03 WS-CLI-TELEFONE        PIC X(20).
           03 WS-CLI-EMAIL           PIC X(50).
           03 WS-CLI-ESTADO          PIC X(30).
           03 WS-CLI-CIDADE          PIC X(30).
       FD  WS-DOC-FILE.
       01 WS-DOC-REGISTRO.
          03 WS-DOC-CODIGO              PIC 9(6).
          03 WS-DOC-TIPO                PIC X.
          03 WS-DOC-NUMERO              PIC X(14).
       FD  WS-CTL-FILE.
       01 WS-CTL-REGISTRO.
           03 WS-CTL-ULT-RPS         PIC 9(10).
      * Lote de RPS no leiaute de arquivo texto da prefeitura:
      * cabecalho 1, um detalhe 2 por RPS e rodape 9.
       FD  WS-LOT-FILE.
       01 WS-LOT-DETALHE.
           03 WS-LOT-TIPO            PIC X.
           03 WS-LOT-TIPO-RPS        PIC X(5).
           03 WS-LOT-SERIE           PIC X(5).
           03 WS-LOT-NUMERO          PIC 9(12).
           03 WS-LOT-DATA-EMISSAO    PIC 9(8).
           03 WS-LOT-TRIBUTACAO      PIC X.
           03 WS-LOT-VALOR           PIC 9(13)V99.
           03 WS-LOT-DEDUCOES        PIC 9(13)V99.
           03 WS-LOT-SERVICO         PIC X(5).
           03 WS-LOT-ALIQUOTA        PIC 9(2)V99.
           03 WS-LOT-ISS-RETIDO      PIC X.
           03 WS-LOT-IND-DOC         PIC X.
           03 WS-LOT-DOC             PIC X(14).
           03 WS-LOT-INSC-TOMADOR    PIC 9(8).
           03 WS-LOT-IE-TOMADOR      PIC 9(12).
           03 WS-LOT-NOME            PIC X(75).
           03 WS-LOT-TIPO-ENDERECO   PIC X(3).
           03 WS-LOT-ENDERECO        PIC X(50).
           03 WS-LOT-NUM-ENDERECO    PIC X(10).
           03 WS-LOT-COMPLEMENTO     PIC X(30).
           03 WS-LOT-BAIRRO          PIC X(30).
           03 WS-LOT-CIDADE          PIC X(50).
           03 WS-LOT-UF              PIC X(2).
           03 WS-LOT-CEP             PIC 9(8).
           03 WS-LOT-EMAIL           PIC X(75).
           03 WS-LOT-DISCRIMINACAO   PIC X(100).
       01 WS-LOT-HEADER.
           03 WS-LOT-H-TIPO          PIC X.
           03 WS-LOT-H-VERSAO        PIC X(3).
           03 WS-LOT-H-INSCRICAO     PIC 9(8).
           03 WS-LOT-H-DATA-INICIO   PIC 9(8).
           03 WS-LOT-H-DATA-FIM      PIC 9(8).
       01 WS-LOT-TRAILER.
           03 WS-LOT-T-TIPO          PIC X.
           03 WS-LOT-T-QTD           PIC 9(7).
           03 WS-LOT-T-VALOR         PIC 9(13)V99.
           03 WS-LOT-T-DEDUCOES      PIC 9(13)V99.
      * Pedido de cancelamento das notas cujos itens foram estornados
      * ou descontados depois da emissao; mesmo cabecalho e rodape.
       FD  WS-CAN-FILE.
       01 WS-CAN-DETALHE.
           03 WS-CAN-TIPO            PIC X.
           03 WS-CAN-NFSE            PIC 9(12).
           03 WS-CAN-VERIFICACAO     PIC X(8).
           03 WS-CAN-SERIE           PIC X(5).
           03 WS-CAN-RPS             PIC 9(12).
           03 WS-CAN-MOTIVO          PIC X(40).
       01 WS-CAN-HEADER.
           03 WS-CAN-H-TIPO          PIC X.
           03 WS-CAN-H-VERSAO        PIC X(3).
           03 WS-CAN-H-INSCRICAO     PIC 9(8).
           03 WS-CAN-H-DATA          PIC 9(8).
       01 WS-CAN-TRAILER.
           03 WS-CAN-T-TIPO          PIC X.
           03 WS-CAN-T-QTD           PIC 9(7).
       SD  WS-SORT-FILE.
       01 WS-SORT-REGISTRO.
           03 WS-SRT-COD-CLIENTE     PIC 9(6).
           03 WS-SRT-SERVICO         PIC X(5).
           03 WS-SRT-ORIGEM          PIC X.
           03 WS-SRT-ID              PIC 9(9).
           03 WS-SRT-VALOR           PIC S9(9)V99.

       WORKING-STORAGE SECTION.
       01 WS-ITE-PATH              PIC X(40) VALUE 'NFSE.ITENS.IDX'.
       01 WS-RPS-PATH              PIC X(40) VALUE 'NFSE.RPS.IDX'.
       01 WS-ENC-PATH              PIC X(40) VALUE 'PAGTOJUROS.DAT'.
       01 WS-LIG-PATH              PIC X(40)
                            VALUE 'PAGTOENCARGO.LIG'.
       01 WS-HIST-PATH             PIC X(40)
                            VALUE 'PAGTOCONFIRM.HIST.IDX'.
       01 WS-COB-PATH              PIC X(40)
                            VALUE 'TARIFA.COBRADAS.IDX'.
       01 WS-JOR-PATH              PIC X(40)
                            VALUE 'PAGTONEGOCIA.JORNAL'.
       01 WS-NLA-PATH              PIC X(40) VALUE 'NOTAS.LANCADAS'.
       01 WS-CLI-PATH              PIC X(40) VALUE 'CLIENTES.NOVO.IDX'.
       01 WS-DOC-PATH              PIC X(40) VALUE 'CLIDOC.IDX'.
       01 WS-CTL-PATH              PIC X(40) VALUE 'NFSE.CTL'.
       01 WS-LOT-PATH              PIC X(40) VALUE 'NFSE.LOTE'.
       01 WS-CAN-PATH              PIC X(40) VALUE 'NFSE.CANCELA'.
       01 WS-ITE-FS                PIC XX.
       01 WS-RPS-FS                PIC XX.
       01 WS-ENC-FS                PIC XX.
       01 WS-LIG-FS                PIC XX.
       01 WS-HIST-FS               PIC XX.
       01 WS-COB-FS                PIC XX.
       01 WS-JOR-FS                PIC XX.
       01 WS-NLA-FS                PIC XX.
       01 WS-CLI-FS                PIC XX.
       01 WS-DOC-FS                PIC XX.
       01 WS-CTL-FS                PIC XX.
       01 WS-LOT-FS                PIC XX.
       01 WS-CAN-FS                PIC XX.

       01 WS-FIM-ARQUIVO           PIC X     VALUE 'N'.
          88 WS-FIM                          VALUE 'Y'.
       01 WS-FIM-SORT-SW           PIC X     VALUE 'N'.
          88 WS-FIM-SORT                     VALUE 'Y'.
       01 WS-ACHOU-SW              PIC X     VALUE 'N'.
          88 WS-ACHOU                        VALUE 'Y'.
       01 WS-HIST-ABERTO-SW        PIC X     VALUE 'N'.
          88 WS-HIST-ABERTO                  VALUE 'Y'.

      * Periodicidade do lote: D diario (tudo o que foi faturado ate
      * hoje) ou M mensal (ate o ultimo dia do mes anterior, rodado
      * no inicio do mes).
       01 WS-PERIODO               PIC X     VALUE 'D'.
          88 WS-PERIODO-MENSAL               VALUE 'M'.
       01 WS-INSCRICAO             PIC 9(8)  VALUE 0.
       01 WS-SERIE                 PIC X(5)  VALUE 'RPS'.
       01 WS-ALIQUOTA              PIC 9(2)V99 VALUE 2.
       01 WS-CEP-DIGITOS           PIC X(8)  VALUE SPACES.
       01 WS-CEP-NUM               PIC 9(8)  VALUE 0.
       01 WS-CEP-IDX               PIC 99    VALUE 0.
       01 WS-CEP-QTD               PIC 99    VALUE 0.
      * Codigo do servico na lista municipal, por origem do item.
       01 WS-SERV-ENCARGO          PIC X(5)  VALUE '05895'.
       01 WS-SERV-TARIFA           PIC X(5)  VALUE '05895'.
       01 WS-SERV-ACORDO           PIC X(5)  VALUE '05895'.

       01 WS-DATA-HORA-ATUAL       PIC X(21).
       01 WS-HOJE                  PIC 9(8)  VALUE 0.
       01 WS-DATA-CORTE            PIC 9(8)  VALUE 0.
       01 WS-DATA-INICIO           PIC 9(8)  VALUE 0.
       01 WS-INT-TRABALHO          PIC 9(7)  VALUE 0.

      * Encargos calculados pelo PAGTOJUROS: o codigo do cliente do
      * encargo faturado vem do pagamento original.
       01 WS-TAB-ENCARGOS.
          03 WS-TEN OCCURS 5000 TIMES INDEXED BY WS-TEN-IDX.
             05 WS-TEN-ID             PIC 9(9).
             05 WS-TEN-COD-CLIENTE    PIC 9(6).
       01 WS-TOT-ENCARGOS          PIC 9(4)  VALUE 0.

      * Reducoes posteriores ao faturamento, por id cobrado: notas de
      * credito lancadas (valor) e itens zerados (tarifa isenta ou
      * item substituido por acordo).
       01 WS-TAB-REDUCOES.
          03 WS-TRD OCCURS 5000 TIMES INDEXED BY WS-TRD-IDX.
             05 WS-TRD-ID             PIC 9(9).
             05 WS-TRD-VALOR          PIC S9(11)V99.
             05 WS-TRD-ZERA           PIC X.
       01 WS-TOT-REDUCOES          PIC 9(4)  VALUE 0.
       01 WS-ID-REDUCAO            PIC 9(9)  VALUE 0.
       01 WS-VALOR-REDUCAO         PIC S9(11)V99 VALUE 0.
       01 WS-ZERA-REDUCAO          PIC X     VALUE 'N'.
       01 WS-VALOR-ALVO            PIC S9(11)V99 VALUE 0.

      * Notas a cancelar neste run e os itens de cada uma.
       01 WS-TAB-CANCELA.
          03 WS-TCA OCCURS 1000 TIMES INDEXED BY WS-TCA-IDX.
             05 WS-TCA-RPS            PIC 9(10).
       01 WS-TOT-CANCELA           PIC 9(4)  VALUE 0.
       01 WS-TAB-ITENS-NOTA.
          03 WS-TIN OCCURS 500 TIMES INDEXED BY WS-TIN-IDX.
             05 WS-TIN-CHAVE          PIC X(10).
       01 WS-TOT-ITENS-NOTA        PIC 9(3)  VALUE 0.

      * Itens do grupo cliente + servico em montagem no RPS.
       01 WS-TAB-GRUPO.
          03 WS-TGR OCCURS 500 TIMES INDEXED BY WS-TGR-IDX.
             05 WS-TGR-ORIGEM         PIC X.
             05 WS-TGR-ID             PIC 9(9).
             05 WS-TGR-VALOR          PIC S9(9)V99.
       01 WS-TOT-GRUPO             PIC 9(3)  VALUE 0.
       01 WS-GRP-COD-CLIENTE       PIC 9(6)  VALUE 0.
       01 WS-GRP-SERVICO           PIC X(5)  VALUE SPACES.
       01 WS-GRP-VALOR             PIC S9(11)V99 VALUE 0.
       01 WS-PRIMEIRO-SW           PIC X     VALUE 'S'.
          88 WS-PRIMEIRO                     VALUE 'S'.

       01 WS-ULT-RPS               PIC 9(10) VALUE 0.
       01 WS-VALOR-ED              PIC ZZZ,ZZZ,ZZ9.99-.

       01 WS-CONTADORES.
          03 WS-TOT-NOVO-ENCARGO   PIC 9(6)  VALUE 0.
          03 WS-TOT-NOVO-TARIFA    PIC 9(6)  VALUE 0.
          03 WS-TOT-NOVO-ACORDO    PIC 9(6)  VALUE 0.
          03 WS-TOT-SEM-CLIENTE    PIC 9(6)  VALUE 0.
          03 WS-TOT-REDUZIDO       PIC 9(6)  VALUE 0.
          03 WS-TOT-ITEM-CANCELADO PIC 9(6)  VALUE 0.
          03 WS-TOT-AGUARDA-RET    PIC 9(6)  VALUE 0.
          03 WS-TOT-NOTA-CANCELA   PIC 9(6)  VALUE 0.
          03 WS-TOT-RPS            PIC 9(6)  VALUE 0.
          03 WS-TOT-ITENS-RPS      PIC 9(6)  VALUE 0.
          03 WS-TOT-SEM-DOCUMENTO  PIC 9(6)  VALUE 0.
          03 WS-TOT-EXCEDIDO       PIC 9(6)  VALUE 0.
       01 WS-VAL-RPS               PIC S9(11)V99 VALUE 0.

       01 WS-ARQCTL-PARM.
           03 WS-AC-FUNCAO         PIC X.
           03 WS-AC-NOME           PIC X(40).
           03 WS-AC-QTD            PIC 9(6).
           03 WS-AC-HASH           PIC S9(11)V99.
           03 WS-AC-RC             PIC 99.

       01 WS-PARMLE-PARM.
           03 WS-PL-PROGRAMA       PIC X(12) VALUE 'NFSEGERA'.
           03 WS-PL-NOME           PIC X(12).
           03 WS-PL-DATA-PROC      PIC 9(8).
           03 WS-PL-VALOR          PIC X(14).
           03 WS-PL-RC             PIC 99.

       01 WS-AUDIT-PARM.
           03 WS-AU-PROGRAMA       PIC X(12) VALUE 'NFSEGERA'.
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
      * Nota fiscal de servico sobre a receita de encargos, tarifas e
      * acordos: registra os itens faturados desde o ultimo run,
      * pede o cancelamento das notas cujos itens foram estornados
      * ou descontados e agrupa os itens pendentes em RPS por
      * cliente e codigo de servico no lote para a prefeitura.
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-ITE-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-RPS-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-ENC-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-LIG-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-HIST-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-COB-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-JOR-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-NLA-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CLI-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-DOC-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CTL-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-LOT-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CAN-PATH
            DISPLAY 'NFSEGERA - LOTE DE RPS DA RECEITA DE SERVICOS'

            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
            MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-HOJE

            PERFORM P040-CARREGA-PARAMETROS
            PERFORM P100-ABRE-ARQUIVOS

            PERFORM P200-COLETA-ENCARGOS
            PERFORM P300-COLETA-TARIFAS
            PERFORM P400-COLETA-ACORDOS
            PERFORM P500-APLICA-REDUCOES
            PERFORM P600-PEDE-CANCELAMENTOS
            PERFORM P700-GERA-LOTE

            PERFORM P900-FECHA-ARQUIVOS
            PERFORM P950-RESUMO

            MOVE 'LOTE-RPS'     TO WS-AU-EVENTO
            MOVE SPACES         TO WS-AU-CHAVE
            MOVE WS-DATA-CORTE  TO WS-AU-CHAVE(1:8)
            MOVE WS-ULT-RPS     TO WS-AU-CHAVE(10:10)
            MOVE WS-TOT-RPS     TO WS-AU-CONTADOR
            CALL 'AUDITLOG' USING WS-AUDIT-PARM

            IF WS-TOT-SEM-CLIENTE > 0 OR WS-TOT-SEM-DOCUMENTO > 0
               OR WS-TOT-EXCEDIDO > 0
                MOVE 4 TO RETURN-CODE
            END-IF
            STOP RUN.

       P040-CARREGA-PARAMETROS.
            MOVE WS-HOJE      TO WS-PL-DATA-PROC
            MOVE 'PERIODO'    TO WS-PL-NOME
            CALL 'PARMLE' USING WS-PARMLE-PARM
            IF WS-PL-RC = 0 AND WS-PL-VALOR(1:1) = 'M'
                MOVE 'M' TO WS-PERIODO
            END-IF
            MOVE 'INSC-MUNIC' TO WS-PL-NOME
            CALL 'PARMLE' USING WS-PARMLE-PARM
            IF WS-PL-RC = 0 AND FUNCTION TEST-NUMVAL(WS-PL-VALOR) = 0
                COMPUTE WS-INSCRICAO = FUNCTION NUMVAL(WS-PL-VALOR)
            END-IF
            MOVE 'SERIE'      TO WS-PL-NOME
            CALL 'PARMLE' USING WS-PARMLE-PARM
            IF WS-PL-RC = 0 AND WS-PL-VALOR NOT = SPACES
                MOVE WS-PL-VALOR(1:5) TO WS-SERIE
            END-IF
            MOVE 'ALIQUOTA'   TO WS-PL-NOME
            CALL 'PARMLE' USING WS-PARMLE-PARM
            IF WS-PL-RC = 0 AND FUNCTION TEST-NUMVAL(WS-PL-VALOR) = 0
                COMPUTE WS-ALIQUOTA = FUNCTION NUMVAL(WS-PL-VALOR)
            END-IF
            MOVE 'SERV-ENCARG' TO WS-PL-NOME
            CALL 'PARMLE' USING WS-PARMLE-PARM
            IF WS-PL-RC = 0 AND WS-PL-VALOR NOT = SPACES
                MOVE WS-PL-VALOR(1:5) TO WS-SERV-ENCARGO
            END-IF
            MOVE 'SERV-TARIFA' TO WS-PL-NOME
            CALL 'PARMLE' USING WS-PARMLE-PARM
            IF WS-PL-RC = 0 AND WS-PL-VALOR NOT = SPACES
                MOVE WS-PL-VALOR(1:5) TO WS-SERV-TARIFA
            END-IF
            MOVE 'SERV-ACORDO' TO WS-PL-NOME
            CALL 'PARMLE' USING WS-PARMLE-PARM
            IF WS-PL-RC = 0 AND WS-PL-VALOR NOT = SPACES
                MOVE WS-PL-VALOR(1:5) TO WS-SERV-ACORDO
            END-IF

      * No mensal o lote fecha o mes anterior inteiro; no diario vai
      * ate hoje.
            IF WS-PERIODO-MENSAL
                MOVE WS-HOJE TO WS-DATA-INICIO
                MOVE 01      TO WS-DATA-INICIO(7:2)
                COMPUTE WS-INT-TRABALHO =
                        FUNCTION INTEGER-OF-DATE(WS-DATA-INICIO) - 1
                COMPUTE WS-DATA-CORTE =
                        FUNCTION DATE-OF-INTEGER(WS-INT-TRABALHO)
                MOVE WS-DATA-CORTE TO WS-DATA-INICIO
                MOVE 01            TO WS-DATA-INICIO(7:2)
            ELSE
                MOVE WS-HOJE TO WS-DATA-CORTE
                MOVE WS-HOJE TO WS-DATA-INICIO
            END-IF
            .
       P100-ABRE-ARQUIVOS.
            OPEN I-O WS-ITE-FILE
            IF WS-ITE-FS NOT = '00'
                OPEN OUTPUT WS-ITE-FILE
                CLOSE WS-ITE-FILE
                OPEN I-O WS-ITE-FILE
            END-IF
            IF WS-ITE-FS NOT = '00'
                DISPLAY 'REGISTRO DE ITENS DA NFS-E INDISPONIVEL: '
                        WS-ITE-PATH ' FS: ' WS-ITE-FS
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN I-O WS-RPS-FILE
            IF WS-RPS-FS NOT = '00'
                OPEN OUTPUT WS-RPS-FILE
                CLOSE WS-RPS-FILE
                OPEN I-O WS-RPS-FILE
            END-IF
            IF WS-RPS-FS NOT = '00'
                DISPLAY 'REGISTRO DE RPS INDISPONIVEL: '
                        WS-RPS-PATH ' FS: ' WS-RPS-FS
                CLOSE WS-ITE-FILE
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN INPUT WS-CLI-FILE
            IF WS-CLI-FS NOT = '00'
                DISPLAY 'MASTER DE CLIENTES NAO ENCONTRADO: '
                        WS-CLI-PATH
                CLOSE WS-ITE-FILE
                CLOSE WS-RPS-FILE
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN INPUT WS-DOC-FILE
            IF WS-DOC-FS NOT = '00'
                DISPLAY 'CADASTRO FISCAL NAO ENCONTRADO: '
                        WS-DOC-PATH
                CLOSE WS-ITE-FILE
                CLOSE WS-RPS-FILE
                CLOSE WS-CLI-FILE
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN INPUT WS-HIST-FILE
            IF WS-HIST-FS = '00'
                SET WS-HIST-ABERTO TO TRUE
            END-IF

            MOVE 0 TO WS-ULT-RPS
            OPEN INPUT WS-CTL-FILE
            IF WS-CTL-FS = '00'
                READ WS-CTL-FILE
                    AT END CONTINUE
                    NOT AT END MOVE WS-CTL-ULT-RPS TO WS-ULT-RPS
                END-READ
                CLOSE WS-CTL-FILE
            END-IF
            .
       P200-COLETA-ENCARGOS.
      * Recebiveis de multa e juros criados pelo PAGTOENCARGO; o
      * valor e o faturado, ja liquido das isencoes por nota.
            MOVE 0   TO WS-TOT-ENCARGOS
            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN INPUT WS-ENC-FILE
            IF WS-ENC-FS = '00'
                PERFORM UNTIL WS-FIM
                    READ WS-ENC-FILE
                        AT END SET WS-FIM TO TRUE
                        NOT AT END
                            IF WS-TOT-ENCARGOS < 5000
                                ADD 1 TO WS-TOT-ENCARGOS
                                MOVE WS-ENC-ID
                                  TO WS-TEN-ID(WS-TOT-ENCARGOS)
                                MOVE WS-ENC-COD-CLIENTE
                                  TO WS-TEN-COD-CLIENTE(WS-TOT-ENCARGOS)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE WS-ENC-FILE
            END-IF
            MOVE 'N' TO WS-FIM-ARQUIVO

            OPEN INPUT WS-LIG-FILE
            IF WS-LIG-FS = '00'
                PERFORM UNTIL WS-FIM
                    READ WS-LIG-FILE
                        AT END SET WS-FIM TO TRUE
                        NOT AT END
                            IF WS-LIG-DATA NOT > WS-DATA-CORTE
                               AND WS-LIG-VALOR > 0
                                PERFORM P250-REGISTRA-ENCARGO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE WS-LIG-FILE
            END-IF
            MOVE 'N' TO WS-FIM-ARQUIVO
            .
       P250-REGISTRA-ENCARGO.
            MOVE 'E'                TO WS-ITE-ORIGEM
            MOVE WS-LIG-ID-ENCARGO  TO WS-ITE-ID
            PERFORM P800-ITEM-EXISTE
            IF NOT WS-ACHOU
                MOVE 0 TO WS-ITE-COD-CLIENTE
                PERFORM VARYING WS-TEN-IDX FROM 1 BY 1
                        UNTIL WS-TEN-IDX > WS-TOT-ENCARGOS
                              OR WS-ITE-COD-CLIENTE > 0
                    IF WS-TEN-ID(WS-TEN-IDX) = WS-LIG-ID-ORIGINAL
                        MOVE WS-TEN-COD-CLIENTE(WS-TEN-IDX)
                             TO WS-ITE-COD-CLIENTE
                    END-IF
                END-PERFORM
      * Encargo ja saido do PAGTOJUROS.DAT: o recebivel confirmado
      * carrega o codigo no historico.
                IF WS-ITE-COD-CLIENTE = 0 AND WS-HIST-ABERTO
                    MOVE WS-LIG-ID-ENCARGO TO WS-HIST-ID
                    READ WS-HIST-FILE
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                            MOVE WS-HIST-COD-CLIENTE
                                 TO WS-ITE-COD-CLIENTE
                    END-READ
                END-IF
                MOVE WS-LIG-DATA      TO WS-ITE-DATA-FATURA
                MOVE WS-LIG-VALOR     TO WS-ITE-VALOR-ORIGINAL
                MOVE WS-SERV-ENCARGO  TO WS-ITE-SERVICO
                PERFORM P850-GRAVA-ITEM
                IF WS-ACHOU
                    ADD 1 TO WS-TOT-NOVO-ENCARGO
                END-IF
            END-IF
            .
       P300-COLETA-TARIFAS.
      * Tarifa cobrada vira item; tarifa isenta pelo supervisor zera
      * o item (se ja registrado) na fase de reducoes.
            MOVE 0   TO WS-TOT-REDUCOES
            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN INPUT WS-COB-FILE
            IF WS-COB-FS = '00'
                PERFORM UNTIL WS-FIM
                    READ WS-COB-FILE NEXT RECORD
                        AT END SET WS-FIM TO TRUE
                        NOT AT END
                            PERFORM P350-AVALIA-TARIFA
                    END-READ
                END-PERFORM
                CLOSE WS-COB-FILE
            END-IF
            MOVE 'N' TO WS-FIM-ARQUIVO
            .
       P350-AVALIA-TARIFA.
            EVALUATE TRUE
                WHEN WS-COB-ISENTA AND WS-COB-ID-COBRANCA > 0
                    MOVE WS-COB-ID-COBRANCA TO WS-ID-REDUCAO
                    MOVE 0                  TO WS-VALOR-REDUCAO
                    MOVE 'S'                TO WS-ZERA-REDUCAO
                    PERFORM P550-ACUMULA-REDUCAO
                WHEN WS-COB-COBRADA
                     AND WS-COB-DATA-COBRANCA NOT > WS-DATA-CORTE
                     AND WS-COB-VALOR > 0
                    MOVE 'T'                TO WS-ITE-ORIGEM
                    MOVE WS-COB-ID-COBRANCA TO WS-ITE-ID
                    PERFORM P800-ITEM-EXISTE
                    IF NOT WS-ACHOU
                        MOVE WS-COB-COD-CLIENTE   TO WS-ITE-COD-CLIENTE
                        MOVE WS-COB-DATA-COBRANCA TO WS-ITE-DATA-FATURA
                        MOVE WS-COB-VALOR      TO WS-ITE-VALOR-ORIGINAL
                        MOVE WS-SERV-TARIFA       TO WS-ITE-SERVICO
                        PERFORM P850-GRAVA-ITEM
                        IF WS-ACHOU
                            ADD 1 TO WS-TOT-NOVO-TARIFA
                        END-IF
                    END-IF
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            .
       P400-COLETA-ACORDOS.
      * No acordo a receita de servico e o encargo negociado menos o
      * desconto cedido. O item antigo substituido pelo acordo deixa
      * de ser receita (zerado na fase de reducoes).
            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN INPUT WS-JOR-FILE
            IF WS-JOR-FS = '00'
                PERFORM UNTIL WS-FIM
                    READ WS-JOR-FILE
                        AT END SET WS-FIM TO TRUE
                        NOT AT END
                            PERFORM P450-AVALIA-ACORDO
                    END-READ
                END-PERFORM
                CLOSE WS-JOR-FILE
            END-IF
            MOVE 'N' TO WS-FIM-ARQUIVO
            .
       P450-AVALIA-ACORDO.
            MOVE WS-JOR-ID-ANTIGO TO WS-ID-REDUCAO
            MOVE 0                TO WS-VALOR-REDUCAO
            MOVE 'S'              TO WS-ZERA-REDUCAO
            PERFORM P550-ACUMULA-REDUCAO

      * Registro anterior a gravacao do encargo no jornal fica fora.
            IF WS-JOR-ENCARGO NUMERIC
               AND WS-JOR-COD-CLIENTE NUMERIC
               AND WS-JOR-ENCARGO > WS-JOR-DESCONTO
               AND WS-JOR-DATA NOT > WS-DATA-CORTE
                MOVE 'A'            TO WS-ITE-ORIGEM
                MOVE WS-JOR-ID-NOVO TO WS-ITE-ID
                PERFORM P800-ITEM-EXISTE
                IF NOT WS-ACHOU
                    MOVE WS-JOR-COD-CLIENTE TO WS-ITE-COD-CLIENTE
                    MOVE WS-JOR-DATA        TO WS-ITE-DATA-FATURA
                    COMPUTE WS-ITE-VALOR-ORIGINAL =
                            WS-JOR-ENCARGO - WS-JOR-DESCONTO
                    MOVE WS-SERV-ACORDO     TO WS-ITE-SERVICO
                    PERFORM P850-GRAVA-ITEM
                    IF WS-ACHOU
                        ADD 1 TO WS-TOT-NOVO-ACORDO
                    END-IF
                END-IF
            END-IF
            .
       P500-APLICA-REDUCOES.
      * Notas de credito lancadas sobre o id cobrado reduzem o item.
      * O valor alvo e sempre recalculado do original, entao o mesmo
      * estorno nunca e aplicado duas vezes.
            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN INPUT WS-NLA-FILE
            IF WS-NLA-FS = '00'
                PERFORM UNTIL WS-FIM
                    READ WS-NLA-FILE
                        AT END SET WS-FIM TO TRUE
                        NOT AT END
                            IF WS-NLA-TIPO-NOTA = 'NC'
                               AND WS-NLA-ID > 0
                                MOVE WS-NLA-ID     TO WS-ID-REDUCAO
                                MOVE WS-NLA-EFEITO TO WS-VALOR-REDUCAO
                                IF WS-VALOR-REDUCAO < 0
                                    COMPUTE WS-VALOR-REDUCAO =
                                            0 - WS-VALOR-REDUCAO
                                END-IF
                                MOVE 'N' TO WS-ZERA-REDUCAO
                                PERFORM P550-ACUMULA-REDUCAO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE WS-NLA-FILE
            END-IF
            MOVE 'N' TO WS-FIM-ARQUIVO

            IF WS-TOT-REDUCOES > 0
                MOVE LOW-VALUES TO WS-ITE-CHAVE
                START WS-ITE-FILE KEY IS NOT LESS THAN WS-ITE-CHAVE
                    INVALID KEY SET WS-FIM TO TRUE
                END-START
                PERFORM UNTIL WS-FIM
                    READ WS-ITE-FILE NEXT RECORD
                        AT END SET WS-FIM TO TRUE
                        NOT AT END
                            IF NOT WS-ITE-CANCELADO
                                PERFORM P560-REAVALIA-ITEM
                            END-IF
                    END-READ
                END-PERFORM
                MOVE 'N' TO WS-FIM-ARQUIVO
            END-IF
            .
       P550-ACUMULA-REDUCAO.
            MOVE 'N' TO WS-ACHOU-SW
            PERFORM VARYING WS-TRD-IDX FROM 1 BY 1
                    UNTIL WS-TRD-IDX > WS-TOT-REDUCOES OR WS-ACHOU
                IF WS-TRD-ID(WS-TRD-IDX) = WS-ID-REDUCAO
                    SET WS-ACHOU TO TRUE
                    ADD WS-VALOR-REDUCAO TO WS-TRD-VALOR(WS-TRD-IDX)
                    IF WS-ZERA-REDUCAO = 'S'
                        MOVE 'S' TO WS-TRD-ZERA(WS-TRD-IDX)
                    END-IF
                END-IF
            END-PERFORM
            IF NOT WS-ACHOU
                IF WS-TOT-REDUCOES < 5000
                    ADD 1 TO WS-TOT-REDUCOES
                    MOVE WS-ID-REDUCAO
                         TO WS-TRD-ID(WS-TOT-REDUCOES)
                    MOVE WS-VALOR-REDUCAO
                         TO WS-TRD-VALOR(WS-TOT-REDUCOES)
                    MOVE WS-ZERA-REDUCAO
                         TO WS-TRD-ZERA(WS-TOT-REDUCOES)
                ELSE
                    ADD 1 TO WS-TOT-EXCEDIDO
                END-IF
            END-IF
            .
       P560-REAVALIA-ITEM.
            PERFORM P570-VALOR-ALVO
            IF WS-VALOR-ALVO < WS-ITE-VALOR
                EVALUATE TRUE
                    WHEN WS-ITE-PENDENTE
                        MOVE WS-VALOR-ALVO TO WS-ITE-VALOR
                        MOVE WS-HOJE       TO WS-ITE-DATA-SITUACAO
                        IF WS-ITE-VALOR = 0
                            SET WS-ITE-CANCELADO TO TRUE
                            ADD 1 TO WS-TOT-ITEM-CANCELADO
                        ELSE
                            ADD 1 TO WS-TOT-REDUZIDO
                        END-IF
                        REWRITE WS-ITE-REGISTRO
                    WHEN WS-ITE-EM-RPS
      * Nota ainda nao devolvida pela prefeitura: o cancelamento
      * sai no primeiro run depois do retorno.
                        ADD 1 TO WS-TOT-AGUARDA-RET
                    WHEN WS-ITE-COM-NOTA
                        PERFORM P580-MARCA-NOTA
                END-EVALUATE
            END-IF
            .
       P570-VALOR-ALVO.
            MOVE WS-ITE-VALOR-ORIGINAL TO WS-VALOR-ALVO
            PERFORM VARYING WS-TRD-IDX FROM 1 BY 1
                    UNTIL WS-TRD-IDX > WS-TOT-REDUCOES
                IF WS-TRD-ID(WS-TRD-IDX) = WS-ITE-ID
                    IF WS-TRD-ZERA(WS-TRD-IDX) = 'S'
                        MOVE 0 TO WS-VALOR-ALVO
                    ELSE
                        SUBTRACT WS-TRD-VALOR(WS-TRD-IDX)
                            FROM WS-VALOR-ALVO
                    END-IF
                END-IF
            END-PERFORM
            IF WS-VALOR-ALVO < 0
                MOVE 0 TO WS-VALOR-ALVO
            END-IF
            .
       P580-MARCA-NOTA.
            MOVE 'N' TO WS-ACHOU-SW
            PERFORM VARYING WS-TCA-IDX FROM 1 BY 1
                    UNTIL WS-TCA-IDX > WS-TOT-CANCELA OR WS-ACHOU
                IF WS-TCA-RPS(WS-TCA-IDX) = WS-ITE-RPS
                    SET WS-ACHOU TO TRUE
                END-IF
            END-PERFORM
            IF NOT WS-ACHOU
                IF WS-TOT-CANCELA < 1000
                    ADD 1 TO WS-TOT-CANCELA
                    MOVE WS-ITE-RPS TO WS-TCA-RPS(WS-TOT-CANCELA)
                ELSE
                    ADD 1 TO WS-TOT-EXCEDIDO
                END-IF
            END-IF
            .
       P600-PEDE-CANCELAMENTOS.
      * Nota nao se cancela em parte: a NFS-e inteira e cancelada e
      * os itens dela voltam a pendentes pelo valor corrente, para
      * sairem no RPS substituto deste mesmo lote.
            IF WS-TOT-CANCELA > 0
                OPEN OUTPUT WS-CAN-FILE
                MOVE SPACES         TO WS-CAN-HEADER
                MOVE '1'            TO WS-CAN-H-TIPO
                MOVE '001'          TO WS-CAN-H-VERSAO
                MOVE WS-INSCRICAO   TO WS-CAN-H-INSCRICAO
                MOVE WS-HOJE        TO WS-CAN-H-DATA
                WRITE WS-CAN-HEADER
                PERFORM VARYING WS-TCA-IDX FROM 1 BY 1
                        UNTIL WS-TCA-IDX > WS-TOT-CANCELA
                    PERFORM P650-CANCELA-NOTA
                END-PERFORM
                MOVE SPACES              TO WS-CAN-TRAILER
                MOVE '9'                 TO WS-CAN-T-TIPO
                MOVE WS-TOT-NOTA-CANCELA TO WS-CAN-T-QTD
                WRITE WS-CAN-TRAILER
                CLOSE WS-CAN-FILE
            END-IF
            .
       P650-CANCELA-NOTA.
            MOVE WS-TCA-RPS(WS-TCA-IDX) TO WS-RPS-NUMERO
            READ WS-RPS-FILE
                INVALID KEY
                    DISPLAY 'RPS ' WS-RPS-NUMERO ' NAO REGISTRADO. '
                            'CANCELAMENTO NAO PEDIDO.'
                NOT INVALID KEY
                    IF WS-RPS-EMITIDO
                        PERFORM P660-GRAVA-CANCELAMENTO
                        PERFORM P670-LIBERA-ITENS-NOTA
                    END-IF
            END-READ
            .
       P660-GRAVA-CANCELAMENTO.
            MOVE SPACES             TO WS-CAN-DETALHE
            MOVE '2'                TO WS-CAN-TIPO
            MOVE WS-RPS-NFSE        TO WS-CAN-NFSE
            MOVE WS-RPS-VERIFICACAO TO WS-CAN-VERIFICACAO
            MOVE WS-RPS-SERIE       TO WS-CAN-SERIE
            MOVE WS-RPS-NUMERO      TO WS-CAN-RPS
            MOVE 'SERVICO ESTORNADO OU DESCONTADO'
                                    TO WS-CAN-MOTIVO
            WRITE WS-CAN-DETALHE

            SET WS-RPS-CANCELANDO TO TRUE
            MOVE WS-HOJE          TO WS-RPS-DATA-CANCELA
            MOVE 'CANCELAMENTO PEDIDO: SERVICO ESTORNADO OU DESCONTADO'
                                  TO WS-RPS-MENSAGEM
            REWRITE WS-RPS-REGISTRO
            ADD 1 TO WS-TOT-NOTA-CANCELA

            MOVE 'NFSE-CANCELA' TO WS-AU-EVENTO
            MOVE SPACES         TO WS-AU-CHAVE
            MOVE WS-RPS-NFSE    TO WS-AU-CHAVE(1:12)
            MOVE WS-RPS-NUMERO  TO WS-AU-CHAVE(14:10)
            MOVE WS-RPS-QTD-ITENS TO WS-AU-CONTADOR
            CALL 'AUDITLOG' USING WS-AUDIT-PARM
            DISPLAY 'NFS-E ' WS-RPS-NFSE ' (RPS ' WS-RPS-NUMERO
                    ') COM CANCELAMENTO PEDIDO.'
            .
       P670-LIBERA-ITENS-NOTA.
      * As chaves sao guardadas antes de regravar: a regravacao muda
      * a chave alternada pela qual os itens foram lidos.
            MOVE 0   TO WS-TOT-ITENS-NOTA
            MOVE 'N' TO WS-FIM-ARQUIVO
            MOVE WS-RPS-NUMERO TO WS-ITE-RPS
            START WS-ITE-FILE KEY IS EQUAL TO WS-ITE-RPS
                INVALID KEY SET WS-FIM TO TRUE
            END-START
            PERFORM UNTIL WS-FIM
                READ WS-ITE-FILE NEXT RECORD
                    AT END SET WS-FIM TO TRUE
                    NOT AT END
                        IF WS-ITE-RPS NOT = WS-RPS-NUMERO
                            SET WS-FIM TO TRUE
                        ELSE
                            IF WS-TOT-ITENS-NOTA < 500
                                ADD 1 TO WS-TOT-ITENS-NOTA
                                MOVE WS-ITE-CHAVE
                                  TO WS-TIN-CHAVE(WS-TOT-ITENS-NOTA)
                            ELSE
                                ADD 1 TO WS-TOT-EXCEDIDO
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            MOVE 'N' TO WS-FIM-ARQUIVO

            PERFORM VARYING WS-TIN-IDX FROM 1 BY 1
                    UNTIL WS-TIN-IDX > WS-TOT-ITENS-NOTA
                MOVE WS-TIN-CHAVE(WS-TIN-IDX) TO WS-ITE-CHAVE
                READ WS-ITE-FILE KEY IS WS-ITE-CHAVE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        PERFORM P570-VALOR-ALVO
                        MOVE WS-VALOR-ALVO TO WS-ITE-VALOR
                        MOVE 0             TO WS-ITE-RPS
                        MOVE WS-HOJE       TO WS-ITE-DATA-SITUACAO
                        IF WS-ITE-VALOR = 0
                            SET WS-ITE-CANCELADO TO TRUE
                            ADD 1 TO WS-TOT-ITEM-CANCELADO
                        ELSE
                            SET WS-ITE-PENDENTE TO TRUE
                            ADD 1 TO WS-TOT-REDUZIDO
                        END-IF
                        REWRITE WS-ITE-REGISTRO
                END-READ
            END-PERFORM
            .
       P700-GERA-LOTE.
            OPEN OUTPUT WS-LOT-FILE
            MOVE SPACES         TO WS-LOT-HEADER
            MOVE '1'            TO WS-LOT-H-TIPO
            MOVE '001'          TO WS-LOT-H-VERSAO
            MOVE WS-INSCRICAO   TO WS-LOT-H-INSCRICAO
            MOVE WS-DATA-INICIO TO WS-LOT-H-DATA-INICIO
            MOVE WS-DATA-CORTE  TO WS-LOT-H-DATA-FIM
            WRITE WS-LOT-HEADER

            SORT WS-SORT-FILE
                 ON ASCENDING KEY WS-SRT-COD-CLIENTE
                                  WS-SRT-SERVICO
                                  WS-SRT-ORIGEM
                                  WS-SRT-ID
                 INPUT  PROCEDURE IS P710-SELECIONA-PENDENTES
                 OUTPUT PROCEDURE IS P740-MONTA-RPS

            MOVE SPACES        TO WS-LOT-TRAILER
            MOVE '9'           TO WS-LOT-T-TIPO
            MOVE WS-TOT-RPS    TO WS-LOT-T-QTD
            MOVE WS-VAL-RPS    TO WS-LOT-T-VALOR
            MOVE 0             TO WS-LOT-T-DEDUCOES
            WRITE WS-LOT-TRAILER
            CLOSE WS-LOT-FILE

      * Totais de controle do lote, conferidos antes do envio.
            MOVE 'G'         TO WS-AC-FUNCAO
            MOVE WS-LOT-PATH TO WS-AC-NOME
            MOVE WS-TOT-RPS  TO WS-AC-QTD
            MOVE WS-VAL-RPS  TO WS-AC-HASH
            CALL 'ARQCONTROLE' USING WS-ARQCTL-PARM

            OPEN OUTPUT WS-CTL-FILE
            MOVE WS-ULT-RPS TO WS-CTL-ULT-RPS
            WRITE WS-CTL-REGISTRO
            CLOSE WS-CTL-FILE
            .
       P710-SELECIONA-PENDENTES.
            MOVE 'N' TO WS-FIM-ARQUIVO
            MOVE LOW-VALUES TO WS-ITE-CHAVE
            START WS-ITE-FILE KEY IS NOT LESS THAN WS-ITE-CHAVE
                INVALID KEY SET WS-FIM TO TRUE
            END-START
            PERFORM UNTIL WS-FIM
                READ WS-ITE-FILE NEXT RECORD
                    AT END SET WS-FIM TO TRUE
                    NOT AT END
                        IF WS-ITE-PENDENTE
                           AND WS-ITE-VALOR > 0
                           AND WS-ITE-DATA-FATURA NOT > WS-DATA-CORTE
                            PERFORM P720-LIBERA-PARA-SORT
                        END-IF
                END-READ
            END-PERFORM
            MOVE 'N' TO WS-FIM-ARQUIVO
            .
       P720-LIBERA-PARA-SORT.
            IF WS-ITE-COD-CLIENTE = 0
                ADD 1 TO WS-TOT-SEM-CLIENTE
                DISPLAY 'ITEM ' WS-ITE-ORIGEM ' ' WS-ITE-ID
                        ' SEM CODIGO DE CLIENTE. FORA DO LOTE.'
            ELSE
                MOVE WS-ITE-COD-CLIENTE TO WS-SRT-COD-CLIENTE
                MOVE WS-ITE-SERVICO     TO WS-SRT-SERVICO
                MOVE WS-ITE-ORIGEM      TO WS-SRT-ORIGEM
                MOVE WS-ITE-ID          TO WS-SRT-ID
                MOVE WS-ITE-VALOR       TO WS-SRT-VALOR
                RELEASE WS-SORT-REGISTRO
            END-IF
            .
       P740-MONTA-RPS.
            MOVE 'S' TO WS-PRIMEIRO-SW
            MOVE 0   TO WS-TOT-GRUPO
            PERFORM P745-RETORNA-ORDENADO
            PERFORM P750-ACUMULA-GRUPO
                    UNTIL WS-FIM-SORT
            IF NOT WS-PRIMEIRO
                PERFORM P760-FECHA-GRUPO
            END-IF
            .
       P745-RETORNA-ORDENADO.
            RETURN WS-SORT-FILE
                AT END SET WS-FIM-SORT TO TRUE
            END-RETURN
            .
       P750-ACUMULA-GRUPO.
            IF NOT WS-PRIMEIRO
               AND (WS-SRT-COD-CLIENTE NOT = WS-GRP-COD-CLIENTE
                    OR WS-SRT-SERVICO NOT = WS-GRP-SERVICO
                    OR WS-TOT-GRUPO = 500)
                PERFORM P760-FECHA-GRUPO
            END-IF
            IF WS-PRIMEIRO OR WS-TOT-GRUPO = 0
                MOVE 'N' TO WS-PRIMEIRO-SW
                MOVE WS-SRT-COD-CLIENTE TO WS-GRP-COD-CLIENTE
                MOVE WS-SRT-SERVICO     TO WS-GRP-SERVICO
                MOVE 0                  TO WS-GRP-VALOR
            END-IF
            ADD 1 TO WS-TOT-GRUPO
            MOVE WS-SRT-ORIGEM TO WS-TGR-ORIGEM(WS-TOT-GRUPO)
            MOVE WS-SRT-ID     TO WS-TGR-ID(WS-TOT-GRUPO)
            MOVE WS-SRT-VALOR  TO WS-TGR-VALOR(WS-TOT-GRUPO)
            ADD WS-SRT-VALOR   TO WS-GRP-VALOR
            PERFORM P745-RETORNA-ORDENADO
            .
       P760-FECHA-GRUPO.
      * Tomador sem CPF/CNPJ no cadastro fiscal nao tem nota: os
      * itens ficam pendentes para o proximo lote.
            MOVE 'N' TO WS-ACHOU-SW
            MOVE WS-GRP-COD-CLIENTE TO WS-DOC-CODIGO
            READ WS-DOC-FILE
                INVALID KEY CONTINUE
                NOT INVALID KEY SET WS-ACHOU TO TRUE
            END-READ
            MOVE WS-GRP-COD-CLIENTE TO WS-CLI-CODIGO
            READ WS-CLI-FILE
                INVALID KEY
                    MOVE SPACES TO WS-CLI-NOME WS-CLI-ENDERECO
                                   WS-CLI-EMAIL WS-CLI-ESTADO
                                   WS-CLI-CIDADE
            END-READ
            IF NOT WS-ACHOU
                ADD 1 TO WS-TOT-SEM-DOCUMENTO
                DISPLAY 'CLIENTE ' WS-GRP-COD-CLIENTE
                        ' SEM CPF/CNPJ NO CADASTRO FISCAL. '
                        WS-TOT-GRUPO ' ITENS FORA DO LOTE.'
            ELSE
                PERFORM P770-GRAVA-RPS
            END-IF
            MOVE 0 TO WS-TOT-GRUPO
            .
       P770-GRAVA-RPS.
            ADD 1 TO WS-ULT-RPS
            MOVE SPACES              TO WS-RPS-REGISTRO
            MOVE WS-ULT-RPS          TO WS-RPS-NUMERO
            MOVE WS-SERIE            TO WS-RPS-SERIE
            MOVE WS-HOJE             TO WS-RPS-DATA-EMISSAO
            MOVE WS-GRP-COD-CLIENTE  TO WS-RPS-COD-CLIENTE
            MOVE WS-DOC-TIPO         TO WS-RPS-DOC-TIPO
            MOVE WS-DOC-NUMERO       TO WS-RPS-DOC-NUMERO
            MOVE WS-CLI-NOME         TO WS-RPS-NOME
            MOVE WS-GRP-SERVICO      TO WS-RPS-SERVICO
            MOVE WS-GRP-VALOR        TO WS-RPS-VALOR
            COMPUTE WS-RPS-ISS ROUNDED =
                    WS-GRP-VALOR * WS-ALIQUOTA / 100
            MOVE WS-TOT-GRUPO        TO WS-RPS-QTD-ITENS
            SET WS-RPS-ENVIADO       TO TRUE
            MOVE 0                   TO WS-RPS-NFSE
            MOVE 0                   TO WS-RPS-DATA-NFSE
            MOVE 0                   TO WS-RPS-DATA-CANCELA
            WRITE WS-RPS-REGISTRO
                INVALID KEY
                    DISPLAY 'RPS ' WS-RPS-NUMERO ' JA REGISTRADO. '
                            'CONFIRA O NFSE.CTL.'
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
            END-WRITE

            MOVE SPACES              TO WS-LOT-DETALHE
            MOVE '2'                 TO WS-LOT-TIPO
            MOVE 'RPS'               TO WS-LOT-TIPO-RPS
            MOVE WS-SERIE            TO WS-LOT-SERIE
            MOVE WS-ULT-RPS          TO WS-LOT-NUMERO
            MOVE WS-HOJE             TO WS-LOT-DATA-EMISSAO
            MOVE 'T'                 TO WS-LOT-TRIBUTACAO
            MOVE WS-GRP-VALOR        TO WS-LOT-VALOR
            MOVE 0                   TO WS-LOT-DEDUCOES
            MOVE WS-GRP-SERVICO      TO WS-LOT-SERVICO
            MOVE WS-ALIQUOTA         TO WS-LOT-ALIQUOTA
            MOVE '2'                 TO WS-LOT-ISS-RETIDO
            IF WS-DOC-TIPO = 'J'
                MOVE '2' TO WS-LOT-IND-DOC
            ELSE
                MOVE '1' TO WS-LOT-IND-DOC
            END-IF
            MOVE WS-DOC-NUMERO       TO WS-LOT-DOC
            MOVE 0                   TO WS-LOT-INSC-TOMADOR
            MOVE 0                   TO WS-LOT-IE-TOMADOR
            MOVE WS-CLI-NOME         TO WS-LOT-NOME
            MOVE WS-CLI-END-RUA      TO WS-LOT-ENDERECO
            MOVE WS-CLI-END-BAIRRO   TO WS-LOT-BAIRRO
            MOVE WS-CLI-CIDADE       TO WS-LOT-CIDADE
      * A sigla da UF ocupa o inicio do estado no master.
            MOVE WS-CLI-ESTADO(1:2)  TO WS-LOT-UF
            PERFORM P775-CEP-TOMADOR
            MOVE WS-CLI-EMAIL        TO WS-LOT-EMAIL
            EVALUATE WS-TGR-ORIGEM(1)
                WHEN 'E'
                    MOVE 'MULTA E JUROS POR ATRASO DE PAGAMENTO'
                         TO WS-LOT-DISCRIMINACAO
                WHEN 'T'
                    MOVE 'TARIFAS DE SERVICOS DE COBRANCA'
                         TO WS-LOT-DISCRIMINACAO
                WHEN OTHER
                    MOVE 'ENCARGOS DE ACORDO DE PAGAMENTO'
                         TO WS-LOT-DISCRIMINACAO
            END-EVALUATE
            WRITE WS-LOT-DETALHE

            PERFORM VARYING WS-TGR-IDX FROM 1 BY 1
                    UNTIL WS-TGR-IDX > WS-TOT-GRUPO
                MOVE WS-TGR-ORIGEM(WS-TGR-IDX) TO WS-ITE-ORIGEM
                MOVE WS-TGR-ID(WS-TGR-IDX)     TO WS-ITE-ID
                READ WS-ITE-FILE KEY IS WS-ITE-CHAVE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        SET WS-ITE-EM-RPS TO TRUE
                        MOVE WS-ULT-RPS   TO WS-ITE-RPS
                        MOVE WS-HOJE      TO WS-ITE-DATA-SITUACAO
                        ADD 1             TO WS-ITE-QTD-RPS
                        REWRITE WS-ITE-REGISTRO
                        ADD 1 TO WS-TOT-ITENS-RPS
                END-READ
            END-PERFORM

            ADD 1            TO WS-TOT-RPS
            ADD WS-GRP-VALOR TO WS-VAL-RPS
            .
       P775-CEP-TOMADOR.
      * CEP do recorte do endereco reduzido aos digitos, como no
      * ENDPADRAO; CEP incompleto vai zerado para a prefeitura.
            MOVE SPACES TO WS-CEP-DIGITOS
            MOVE 0      TO WS-CEP-QTD
            PERFORM VARYING WS-CEP-IDX FROM 1 BY 1
                    UNTIL WS-CEP-IDX > 9
                IF WS-CLI-END-CEP(WS-CEP-IDX:1) NUMERIC
                    ADD 1 TO WS-CEP-QTD
                    IF WS-CEP-QTD <= 8
                        MOVE WS-CLI-END-CEP(WS-CEP-IDX:1)
                             TO WS-CEP-DIGITOS(WS-CEP-QTD:1)
                    END-IF
                END-IF
            END-PERFORM
            IF WS-CEP-QTD = 8
                MOVE WS-CEP-DIGITOS TO WS-CEP-NUM
                MOVE WS-CEP-NUM     TO WS-LOT-CEP
            ELSE
                MOVE 0 TO WS-LOT-CEP
            END-IF
            .
       P800-ITEM-EXISTE.
            MOVE 'N' TO WS-ACHOU-SW
            READ WS-ITE-FILE KEY IS WS-ITE-CHAVE
                INVALID KEY CONTINUE
                NOT INVALID KEY SET WS-ACHOU TO TRUE
            END-READ
            .
       P850-GRAVA-ITEM.
      * Chave ja montada pelo chamador; WS-ACHOU volta ligado quando
      * o item entrou no registro.
            MOVE 'N' TO WS-ACHOU-SW
            IF WS-ITE-COD-CLIENTE = 0
                ADD 1 TO WS-TOT-SEM-CLIENTE
                DISPLAY 'ITEM ' WS-ITE-ORIGEM ' ' WS-ITE-ID
                        ' SEM CODIGO DE CLIENTE. NAO REGISTRADO.'
            ELSE
                MOVE WS-ITE-VALOR-ORIGINAL TO WS-ITE-VALOR
                SET WS-ITE-PENDENTE        TO TRUE
                MOVE 0                     TO WS-ITE-RPS
                MOVE WS-HOJE               TO WS-ITE-DATA-SITUACAO
                MOVE 0                     TO WS-ITE-QTD-RPS
                WRITE WS-ITE-REGISTRO
                    INVALID KEY CONTINUE
                    NOT INVALID KEY SET WS-ACHOU TO TRUE
                END-WRITE
            END-IF
            .
       P900-FECHA-ARQUIVOS.
            CLOSE WS-ITE-FILE
            CLOSE WS-RPS-FILE
            CLOSE WS-CLI-FILE
            CLOSE WS-DOC-FILE
            IF WS-HIST-ABERTO
                CLOSE WS-HIST-FILE
            END-IF
            .
       P950-RESUMO.
            MOVE WS-VAL-RPS TO WS-VALOR-ED
            DISPLAY '----- RESUMO DO LOTE DE RPS -----'
            DISPLAY 'AMBIENTE               : ' WS-AMB-NOME
            DISPLAY 'PERIODICIDADE          : ' WS-PERIODO
                    ' ATE ' WS-DATA-CORTE
            DISPLAY 'ENCARGOS REGISTRADOS   : ' WS-TOT-NOVO-ENCARGO
            DISPLAY 'TARIFAS REGISTRADAS    : ' WS-TOT-NOVO-TARIFA
            DISPLAY 'ACORDOS REGISTRADOS    : ' WS-TOT-NOVO-ACORDO
            DISPLAY 'SEM CODIGO DE CLIENTE  : ' WS-TOT-SEM-CLIENTE
            DISPLAY 'ITENS REDUZIDOS        : ' WS-TOT-REDUZIDO
            DISPLAY 'ITENS CANCELADOS       : ' WS-TOT-ITEM-CANCELADO
            DISPLAY 'AGUARDANDO RETORNO     : ' WS-TOT-AGUARDA-RET
            DISPLAY 'NOTAS A CANCELAR       : ' WS-TOT-NOTA-CANCELA
            DISPLAY 'RPS NO LOTE            : ' WS-TOT-RPS
            DISPLAY 'ITENS NOS RPS          : ' WS-TOT-ITENS-RPS
            DISPLAY 'VALOR DOS SERVICOS     : ' WS-VALOR-ED
            DISPLAY 'SEM CPF/CNPJ           : ' WS-TOT-SEM-DOCUMENTO
            DISPLAY 'ACIMA DA CAPACIDADE    : ' WS-TOT-EXCEDIDO
            DISPLAY 'LOTE GRAVADO EM        : ' WS-LOT-PATH
            IF WS-TOT-NOTA-CANCELA > 0
                DISPLAY 'CANCELAMENTOS EM       : ' WS-CAN-PATH
            END-IF
            .
       END PROGRAM NFSEGERA.
