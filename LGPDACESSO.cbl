      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGPDACESSO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT WS-CAN-FILE      ASSIGN TO WS-CAN-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS WS-CAN-CODIGO
                                    FILE STATUS WS-CAN-FS.
           SELECT WS-CTT-FILE      ASSIGN TO WS-CTT-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS WS-CTT-CODIGO
                                    FILE STATUS WS-CTT-FS.
           SELECT WS-MAN-FILE      ASSIGN TO WS-MAN-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS WS-MAN-CODIGO
                                    FILE STATUS WS-MAN-FS.
           SELECT WS-CRD-FILE      ASSIGN TO WS-CRD-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS WS-CRD-CODIGO
                                    FILE STATUS WS-CRD-FS.
           SELECT WS-JUR-FILE      ASSIGN TO WS-JUR-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS WS-JUR-CODIGO
                                    FILE STATUS WS-JUR-FS.
           SELECT WS-AVL-FILE      ASSIGN TO WS-AVL-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS WS-AVL-CHAVE
                                    ALTERNATE RECORD KEY IS
                                        WS-AVL-CONTRATO WITH DUPLICATES
                                    FILE STATUS WS-AVL-FS.
           SELECT WS-HIST-FILE     ASSIGN TO WS-HIST-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS WS-HIST-ID
                                    FILE STATUS WS-HIST-FS.
           SELECT WS-HM-FILE       ASSIGN TO WS-HM-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS WS-HM-CHAVE
                                    FILE STATUS WS-HM-FS.
           SELECT WS-PEND-FILE     ASSIGN TO WS-PEND-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-PEND-FS.
           SELECT WS-DSP-FILE      ASSIGN TO WS-DSP-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS WS-DSP-ID
                                    FILE STATUS WS-DSP-FS.
           SELECT WS-REG-FILE      ASSIGN TO WS-REG-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS WS-REG-CHAVE
                                    FILE STATUS WS-REG-FS.
           SELECT WS-LOG-FILE      ASSIGN TO WS-LOG-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-LOG-FS.
           SELECT WS-MSG-FILE      ASSIGN TO WS-MSG-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS WS-MSG-ID
                                    FILE STATUS WS-MSG-FS.
           SELECT WS-JR-FILE       ASSIGN TO WS-JR-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-JR-FS.
           SELECT WS-AUD-FILE      ASSIGN TO WS-AUD-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-AUD-FS.
           SELECT WS-REL-FILE      ASSIGN TO WS-REL-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-REL-FS.
           SELECT WS-CSV-FILE      ASSIGN TO WS-CSV-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-CSV-FS.
           SELECT WS-PED-FILE      ASSIGN TO WS-PED-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-PED-FS.
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
      * Layout identico ao do CLIMANUT.
       FD  WS-DOC-FILE.
       01 WS-DOC-REGISTRO.
          03 WS-DOC-CODIGO              PIC 9(6).
          03 WS-DOC-TIPO                PIC X.
          03 WS-DOC-NUMERO              PIC X(14).
       FD  WS-CAN-FILE.
       01 WS-CAN-REGISTRO.
          03 WS-CAN-CODIGO              PIC 9(6).
          03 WS-CAN-CANAL               PIC X.
      * Layout identico ao do CLICONTATO.
       FD  WS-CTT-FILE.
       01 WS-CTT-REGISTRO.
           03 WS-CTT-CODIGO          PIC 9(6).
           03 WS-CTT-END-SITUACAO    PIC X.
           03 WS-CTT-END-DATA        PIC 9(8).
           03 WS-CTT-END-MOTIVO      PIC X(30).
           03 WS-CTT-EMAIL-SITUACAO  PIC X.
           03 WS-CTT-EMAIL-DATA      PIC 9(8).
           03 WS-CTT-EMAIL-MOTIVO    PIC X(30).
           03 WS-CTT-SOFT-QTD        PIC 9(3).
           03 WS-CTT-SOFT-DATA       PIC 9(8).
      * Layout identico ao do MANDMANUT.
       FD  WS-MAN-FILE.
       01 WS-MAN-REGISTRO.
          03 WS-MAN-CODIGO              PIC 9(6).
          03 WS-MAN-BANCO               PIC 9(3).
          03 WS-MAN-AGENCIA             PIC X(6).
          03 WS-MAN-CONTA               PIC X(12).
          03 WS-MAN-DATA-AUTORIZACAO    PIC 9(8).
          03 WS-MAN-SITUACAO            PIC X.
      * Layout identico ao do CLICREDREL.
       FD  WS-CRD-FILE.
       01 WS-CRD-REGISTRO.
          03 WS-CRD-CODIGO              PIC 9(6).
          03 WS-CRD-SALDO               PIC S9(9)V99.
          03 WS-CRD-CLIENTE             PIC X(30).
      * Layout identico ao do JURIDMANUT.
       FD  WS-JUR-FILE.
       01 WS-JUR-REGISTRO.
           03 WS-JUR-CODIGO          PIC 9(6).
           03 WS-JUR-SITUACAO        PIC X.
           03 WS-JUR-DATA-EVENTO     PIC 9(8).
           03 WS-JUR-PROCESSO        PIC X(25).
           03 WS-JUR-ADVOGADO        PIC X(30).
           03 WS-JUR-DATA-REGISTRO   PIC 9(8).
           03 WS-JUR-OPERADOR        PIC X(8).
           03 WS-JUR-DATA-ENCERRA    PIC 9(8).
      * Layout identico ao do AVALMANUT.
       FD  WS-AVL-FILE.
       01 WS-AVL-REGISTRO.
           03 WS-AVL-CHAVE.
              05 WS-AVL-AVALISTA     PIC 9(6).
              05 WS-AVL-CONTRATO     PIC X(8).
           03 WS-AVL-DEVEDOR         PIC 9(6).
           03 WS-AVL-SITUACAO        PIC X.
           03 WS-AVL-DATA-INICIO     PIC 9(8).
           03 WS-AVL-DATA-SITUACAO   PIC 9(8).
           03 WS-AVL-OPERADOR        PIC X(8).
       FD  WS-HIST-FILE.
       01 WS-HIST-REGISTRO.
           03 WS-HIST-ID             PIC 9(9).
           03 WS-HIST-VALOR          PIC S9(9)V99.
           03 WS-HIST-DATA           PIC 9(8).
           03 WS-HIST-CLIENTE        PIC X(30).
           03 WS-HIST-SITUACAO       PIC X.
           03 WS-HIST-COD-CLIENTE    PIC 9(6).
       FD  WS-HM-FILE.
       01 WS-HM-REGISTRO.
           03 WS-HM-CHAVE.
              05 WS-HM-ID            PIC 9(9).
              05 WS-HM-DATA          PIC 9(8).
           03 WS-HM-VALOR            PIC S9(9)V99.
           03 WS-HM-SITUACAO         PIC X.
           03 WS-HM-MOTIVO           PIC 99.
           03 WS-HM-CLIENTE          PIC X(30).
           03 WS-HM-COD-CLIENTE      PIC 9(6).
       FD  WS-PEND-FILE.
       01 WS-PEND-REGISTRO.
           03 WS-PEND-TIPO           PIC X.
           03 WS-PEND-ID             PIC 9(9).
           03 WS-PEND-VALOR          PIC S9(9)V99.
           03 WS-PEND-COD-SITUACAO   PIC X.
           03 WS-PEND-MOTIVO         PIC 99.
           03 WS-PEND-CLIENTE        PIC X(30).
           03 WS-PEND-DATA-PENDENCIA PIC 9(8).
           03 WS-PEND-FILIAL         PIC X(3).
           03 WS-PEND-COD-CLIENTE    PIC 9(6).
      * Layout identico ao do PAGTODISPUTA.
       FD  WS-DSP-FILE.
       01 WS-DSP-REGISTRO.
          03 WS-DSP-ID                  PIC 9(9).
          03 WS-DSP-DATA-ABERTURA       PIC 9(8).
          03 WS-DSP-OPERADOR            PIC X(8).
          03 WS-DSP-MOTIVO              PIC X(30).
          03 WS-DSP-SITUACAO            PIC X.
          03 WS-DSP-DATA-RESOLUCAO      PIC 9(8).
      * Layout identico ao do DECLQUIT.
       FD  WS-REG-FILE.
       01 WS-REG-REGISTRO.
          03 WS-REG-CHAVE.
             05 WS-REG-COD-CLIENTE      PIC 9(6).
             05 WS-REG-ANO-BASE         PIC 9(4).
          03 WS-REG-TIPO                PIC X.
          03 WS-REG-DATA-EMISSAO        PIC 9(8).
          03 WS-REG-CLIENTE             PIC X(30).
          03 WS-REG-DOC-TIPO            PIC X.
          03 WS-REG-DOC-NUMERO          PIC X(14).
          03 WS-REG-VAL-PAGO-ANO        PIC S9(11)V99.
          03 WS-REG-QTD-ABERTO          PIC 9(4).
          03 WS-REG-VAL-ABERTO          PIC S9(11)V99.
          03 WS-REG-CANAL               PIC X.
          03 WS-REG-DOCUMENTO           PIC X(40).
          03 WS-REG-QTD-EMISSOES        PIC 9(3).
      * Layout identico ao do PAGTOCARTA.
       FD  WS-LOG-FILE.
       01 WS-LOG-REGISTRO.
           03 WS-LOG-DATA            PIC 9(8).
           03 WS-LOG-ID              PIC 9(9).
           03 WS-LOG-CLIENTE         PIC X(30).
           03 WS-LOG-SEVERIDADE      PIC X.
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
           03 WS-MSG-DATA-SITUACAO   PIC 9(8).
           03 WS-MSG-DETALHE         PIC X(40).
      * Layout identico ao do LGPDANON.
       FD  WS-JR-FILE.
       01 WS-JR-REGISTRO.
           03 WS-JR-DATA            PIC 9(8).
           03 WS-JR-HORA            PIC 9(6).
           03 WS-JR-PROGRAMA        PIC X(8).
           03 WS-JR-OPERACAO        PIC X.
           03 WS-JR-ANTES           PIC X(226).
           03 WS-JR-ANTES-R REDEFINES WS-JR-ANTES.
              05 WS-JR-ANT-CODIGO   PIC X(6).
              05 WS-JR-ANT-NOME     PIC X(30).
              05 WS-JR-ANT-ENDERECO PIC X(60).
              05 WS-JR-ANT-TELEFONE PIC X(20).
              05 WS-JR-ANT-EMAIL    PIC X(50).
              05 WS-JR-ANT-RESTO    PIC X(60).
           03 WS-JR-DEPOIS          PIC X(226).
           03 WS-JR-DEPOIS-R REDEFINES WS-JR-DEPOIS.
              05 WS-JR-DEP-CODIGO   PIC X(6).
              05 WS-JR-DEP-NOME     PIC X(30).
              05 WS-JR-DEP-ENDERECO PIC X(60).
              05 WS-JR-DEP-TELEFONE PIC X(20).
              05 WS-JR-DEP-EMAIL    PIC X(50).
              05 WS-JR-DEP-RESTO    PIC X(60).
           03 WS-JR-OPERADOR        PIC X(8).
      * Layout identico ao do AUDITLOG.
       FD  WS-AUD-FILE.
       01 WS-AUD-REGISTRO.
           03 WS-AUD-DATA           PIC 9(8).
           03 FILLER                PIC X.
           03 WS-AUD-HORA           PIC 9(6).
           03 FILLER                PIC X.
           03 WS-AUD-PROGRAMA       PIC X(12).
           03 FILLER                PIC X.
           03 WS-AUD-EVENTO         PIC X(12).
           03 FILLER                PIC X.
           03 WS-AUD-CHAVE          PIC X(30).
           03 FILLER                PIC X.
           03 WS-AUD-CONTADOR       PIC 9(6).
           03 FILLER                PIC X.
           03 WS-AUD-OPERADOR       PIC X(8).
           03 FILLER                PIC X.
           03 WS-AUD-SEQ            PIC 9(6).
           03 FILLER                PIC X.
           03 WS-AUD-HASH           PIC X(10).
       FD  WS-REL-FILE.
       01 WS-REL-LINHA                  PIC X(132).
       FD  WS-CSV-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 300
                   DEPENDING ON WS-COMPRIMENTO-OCUPADO.
       01 WS-CSV-LINHA                  PIC X(300).
      * Livro dos pedidos de acesso do titular, com o prazo legal de
      * resposta de cada um.
       FD  WS-PED-FILE.
       01 WS-PED-REGISTRO.
           03 WS-PED-PROTOCOLO      PIC 9(14).
           03 FILLER                PIC X.
           03 WS-PED-COD-CLIENTE    PIC 9(6).
           03 FILLER                PIC X.
           03 WS-PED-DOC-NUMERO     PIC X(14).
           03 FILLER                PIC X.
           03 WS-PED-DATA-PEDIDO    PIC 9(8).
           03 FILLER                PIC X.
           03 WS-PED-DATA-PRAZO     PIC 9(8).
           03 FILLER                PIC X.
           03 WS-PED-DATA-EMISSAO   PIC 9(8).
           03 FILLER                PIC X.
           03 WS-PED-OPERADOR       PIC X(8).
           03 FILLER                PIC X.
           03 WS-PED-QTD-ITENS      PIC 9(6).
           03 FILLER                PIC X.
           03 WS-PED-SITUACAO       PIC X.
              88 WS-PED-NO-PRAZO               VALUE 'P'.
              88 WS-PED-ATRASADO               VALUE 'A'.

       WORKING-STORAGE SECTION.
       77 WS-COMPRIMENTO-OCUPADO        PIC 999 VALUE 0.
       01 WS-CLI-PATH              PIC X(40) VALUE 'CLIENTES.NOVO.IDX'.
       01 WS-DOC-PATH              PIC X(40) VALUE 'CLIDOC.IDX'.
       01 WS-CAN-PATH              PIC X(40) VALUE 'CLICANAL.IDX'.
       01 WS-CTT-PATH              PIC X(40) VALUE 'CLICONTATO.IDX'.
       01 WS-MAN-PATH              PIC X(40) VALUE 'MANDATOS.IDX'.
       01 WS-CRD-PATH              PIC X(40) VALUE 'CLICREDITO.IDX'.
       01 WS-JUR-PATH              PIC X(40) VALUE 'CLIJURIDICO.IDX'.
       01 WS-AVL-PATH              PIC X(40) VALUE 'CLIAVAL.IDX'.
       01 WS-HIST-PATH             PIC X(40)
                            VALUE 'PAGTOCONFIRM.HIST.IDX'.
       01 WS-HM-PATH               PIC X(40)
                            VALUE 'PAGTOHIST.MENSAL.IDX'.
       01 WS-PEND-PATH             PIC X(40)
                            VALUE 'PAGTOCONFIRM.PENDENTES'.
       01 WS-DSP-PATH              PIC X(40) VALUE 'DISPUTAS.IDX'.
       01 WS-REG-PATH              PIC X(40)
                            VALUE 'DECLQUIT.REGISTRO.IDX'.
       01 WS-LOG-PATH              PIC X(40) VALUE 'CARTAS.LOG'.
       01 WS-MSG-PATH              PIC X(40) VALUE 'MSG.FILA.IDX'.
       01 WS-JR-PATH               PIC X(40) VALUE 'CLIENTES.JORNAL'.
       01 WS-AUD-PATH              PIC X(40) VALUE 'AUDITORIA.LOG'.
       01 WS-REL-PATH              PIC X(40) VALUE 'LGPDACESSO.REL'.
       01 WS-CSV-PATH              PIC X(40) VALUE 'LGPDACESSO.CSV'.
       01 WS-PED-PATH              PIC X(40) VALUE 'LGPD.PEDIDOS.LOG'.
       01 WS-CLI-FS                PIC XX.
       01 WS-DOC-FS                PIC XX.
       01 WS-CAN-FS                PIC XX.
       01 WS-CTT-FS                PIC XX.
       01 WS-MAN-FS                PIC XX.
       01 WS-CRD-FS                PIC XX.
       01 WS-JUR-FS                PIC XX.
       01 WS-AVL-FS                PIC XX.
       01 WS-HIST-FS               PIC XX.
       01 WS-HM-FS                 PIC XX.
       01 WS-PEND-FS               PIC XX.
       01 WS-DSP-FS                PIC XX.
       01 WS-REG-FS                PIC XX.
       01 WS-LOG-FS                PIC XX.
       01 WS-MSG-FS                PIC XX.
       01 WS-JR-FS                 PIC XX.
       01 WS-AUD-FS                PIC XX.
       01 WS-REL-FS                PIC XX.
       01 WS-CSV-FS                PIC XX.
       01 WS-PED-FS                PIC XX.

       01 WS-FIM-ARQUIVO           PIC X     VALUE 'N'.
          88 WS-FIM                          VALUE 'Y'.

       01 WS-ENT-BUSCA             PIC X     VALUE SPACE.
          88 WS-BUSCA-CODIGO                 VALUE 'C'.
          88 WS-BUSCA-DOCUMENTO              VALUE 'D'.
       01 WS-ENT-DOCUMENTO         PIC X(14) VALUE SPACES.
       01 WS-ENT-DATA              PIC X(8)  VALUE SPACES.

       01 WS-CODIGO-CLIENTE        PIC 9(6)  VALUE 0.
       01 WS-CODIGO-TEXTO          PIC X(6)  VALUE SPACES.
       01 WS-NOME-CLIENTE          PIC X(30) VALUE SPACES.
       01 WS-CLI-ACHOU-SW          PIC X     VALUE 'N'.
          88 WS-CLI-ACHOU                    VALUE 'S'.
       01 WS-DOC-ACHOU-SW          PIC X     VALUE 'N'.
          88 WS-DOC-ACHOU                    VALUE 'S'.
       01 WS-DOC-TIPO-CLI          PIC X     VALUE SPACE.
       01 WS-DOC-NUM-CLI           PIC X(14) VALUE SPACES.
       01 WS-DOC-TAM               PIC 99    VALUE 0.

       01 WS-DATA-HORA-ATUAL       PIC X(21).
       01 WS-HOJE                  PIC 9(8)  VALUE 0.
       01 WS-PROTOCOLO             PIC 9(14) VALUE 0.
       01 WS-DATA-PEDIDO           PIC 9(8)  VALUE 0.
       01 WS-DATA-PRAZO            PIC 9(8)  VALUE 0.
       01 WS-PRAZO-DIAS            PIC 99    VALUE 15.
       01 WS-OPERADOR              PIC X(8)  VALUE SPACES.

      * Item corrente do relatorio: arquivo de origem, chave do
      * registro e o campo que esta sendo listado.
       01 WS-FONTE-IDX             PIC 99    VALUE 0.
       01 WS-ITEM-ORIGEM           PIC X(24) VALUE SPACES.
       01 WS-ITEM-CHAVE            PIC X(30) VALUE SPACES.
       01 WS-CPO-NOME              PIC X(20) VALUE SPACES.
       01 WS-CPO-VALOR             PIC X(160) VALUE SPACES.
       01 WS-CSV-VALOR             PIC X(160) VALUE SPACES.
       01 WS-DATA-TRAB             PIC 9(8)  VALUE 0.
       01 WS-DATA-ED               PIC X(10) VALUE SPACES.
       01 WS-VALOR-ED              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01 WS-NUM-ED                PIC Z(8)9.
       01 WS-TOT-ITENS             PIC 9(6)  VALUE 0.

      * Arquivos consultados, na ordem em que aparecem no relatorio.
       01 WS-TAB-FONTES.
          03 FILLER  PIC X(24) VALUE 'CLIENTES.NOVO.IDX'.
          03 FILLER  PIC X(24) VALUE 'CLIDOC.IDX'.
          03 FILLER  PIC X(24) VALUE 'CLICANAL.IDX'.
          03 FILLER  PIC X(24) VALUE 'CLICONTATO.IDX'.
          03 FILLER  PIC X(24) VALUE 'MANDATOS.IDX'.
          03 FILLER  PIC X(24) VALUE 'CLICREDITO.IDX'.
          03 FILLER  PIC X(24) VALUE 'CLIJURIDICO.IDX'.
          03 FILLER  PIC X(24) VALUE 'CLIAVAL.IDX'.
          03 FILLER  PIC X(24) VALUE 'PAGTOCONFIRM.HIST.IDX'.
          03 FILLER  PIC X(24) VALUE 'PAGTOHIST.MENSAL.IDX'.
          03 FILLER  PIC X(24) VALUE 'PAGTOCONFIRM.PENDENTES'.
          03 FILLER  PIC X(24) VALUE 'DISPUTAS.IDX'.
          03 FILLER  PIC X(24) VALUE 'DECLQUIT.REGISTRO.IDX'.
          03 FILLER  PIC X(24) VALUE 'CARTAS.LOG'.
          03 FILLER  PIC X(24) VALUE 'MSG.FILA.IDX'.
          03 FILLER  PIC X(24) VALUE 'CLIENTES.JORNAL'.
          03 FILLER  PIC X(24) VALUE 'AUDITORIA.LOG'.
       01 WS-TAB-FONTES-R REDEFINES WS-TAB-FONTES.
          03 WS-FONTE-NOME OCCURS 17 TIMES PIC X(24).
       01 WS-TAB-FONTES-SIT.
          03 WS-FONTE-SIT OCCURS 17 TIMES.
             05 WS-FONTE-QTD          PIC 9(6).
             05 WS-FONTE-LIDA-SW      PIC X.
                88 WS-FONTE-LIDA                VALUE 'S'.

      * Identificadores de pagamento do titular, para ligar disputas
      * e cartas de cobranca que nao trazem o codigo do cliente.
       01 WS-TAB-IDS.
          03 WS-ID-ITEM OCCURS 2000 TIMES INDEXED BY WS-ID-IDX
                                   PIC 9(9).
       01 WS-TOT-IDS               PIC 9(4)  VALUE 0.
       01 WS-ID-PROCURA            PIC 9(9)  VALUE 0.
       01 WS-ID-ACHOU-SW           PIC X     VALUE 'N'.
          88 WS-ID-ACHOU                     VALUE 'S'.
       01 WS-IDS-ESTOURO-SW        PIC X     VALUE 'N'.
          88 WS-IDS-ESTOURO                  VALUE 'S'.
       01 WS-IX                    PIC 9(4)  VALUE 0.

       01 WS-AUD-POS               PIC 99    VALUE 0.
       01 WS-AUD-ACHOU-SW          PIC X     VALUE 'N'.
          88 WS-AUD-ACHOU                    VALUE 'S'.
       01 WS-CONTA-DOC             PIC 9(4)  VALUE 0.

       01 WS-LINHA-TRABALHO        PIC X(132) VALUE SPACES.
       01 WS-LIN-CAMPO.
          03 FILLER                PIC X(4)   VALUE SPACES.
          03 WS-LC-NOME            PIC X(20).
          03 WS-LC-SEP             PIC X(2).
          03 WS-LC-VALOR           PIC X(100).
       01 WS-LIN-FONTE.
          03 FILLER                PIC X(4)   VALUE SPACES.
          03 WS-LF-NOME            PIC X(24).
          03 WS-LF-QTD             PIC ZZZ,ZZ9.
          03 FILLER                PIC X(2)   VALUE SPACES.
          03 WS-LF-OBS             PIC X(30).

       01 WS-PARMLE-PARM.
           03 WS-PL-PROGRAMA       PIC X(12) VALUE 'LGPDACESSO'.
           03 WS-PL-NOME           PIC X(12).
           03 WS-PL-DATA-PROC      PIC 9(8).
           03 WS-PL-VALOR          PIC X(14).
           03 WS-PL-RC             PIC 99.

       01 WS-SIGNON-PARM.
           03 WS-SG-ID             PIC X(8).
           03 WS-SG-SENHA          PIC X(8).
           03 WS-SG-FUNCAO         PIC X.
           03 WS-SG-PERFIL         PIC X.
           03 WS-SG-RC             PIC 99.
              88 WS-SG-SEM-SESSAO          VALUE 4.

       01 WS-AUDIT-PARM.
           03 WS-AU-PROGRAMA       PIC X(12) VALUE 'LGPDACESSO'.
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
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-DOC-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CAN-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CTT-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-MAN-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CRD-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-JUR-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-AVL-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-HIST-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-HM-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-PEND-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-DSP-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-REG-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-LOG-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-MSG-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-JR-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-AUD-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-REL-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CSV-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-PED-PATH
            DISPLAY 'LGPDACESSO - ACESSO DO TITULAR AOS DADOS (LGPD)'
      * O relatorio expoe todos os dados pessoais do cliente: so
      * perfil de alteracao ou supervisor emite.
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
            MOVE WS-SG-ID TO WS-OPERADOR
            MOVE WS-SG-ID TO WS-AU-OPERADOR

            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
            MOVE WS-DATA-HORA-ATUAL(1:8)  TO WS-HOJE
            MOVE WS-DATA-HORA-ATUAL(1:14) TO WS-PROTOCOLO

            PERFORM P050-IDENTIFICA-TITULAR
            PERFORM P060-DATA-DO-PEDIDO

            INITIALIZE WS-TAB-FONTES-SIT
            INITIALIZE WS-TAB-IDS
            OPEN OUTPUT WS-REL-FILE
            OPEN OUTPUT WS-CSV-FILE
            PERFORM P080-CABECALHO

            PERFORM P300-DADOS-CADASTRAIS
            PERFORM P320-CANAL
            PERFORM P330-CONTATO
            PERFORM P340-MANDATO
            PERFORM P350-CREDITO
            PERFORM P360-JURIDICO
            PERFORM P400-AVAL
            PERFORM P420-PAGAMENTOS
            PERFORM P440-MENSAL
            PERFORM P460-PENDENTES
            PERFORM P480-DISPUTAS
            PERFORM P500-DECLARACOES
            PERFORM P520-CARTAS
            PERFORM P540-MENSAGENS
            PERFORM P560-JORNAL
            PERFORM P580-AUDITORIA

            PERFORM P800-RESUMO
            CLOSE WS-CSV-FILE
            CLOSE WS-REL-FILE
            PERFORM P850-REGISTRA-PEDIDO

            MOVE 'LGPD-ACESSO'      TO WS-AU-EVENTO
            MOVE SPACES             TO WS-AU-CHAVE
            MOVE WS-CODIGO-TEXTO    TO WS-AU-CHAVE(1:6)
            MOVE WS-PROTOCOLO       TO WS-AU-CHAVE(8:14)
            MOVE WS-TOT-ITENS       TO WS-AU-CONTADOR
            CALL 'AUDITLOG' USING WS-AUDIT-PARM

            DISPLAY 'PROTOCOLO         : ' WS-PROTOCOLO
            DISPLAY 'ITENS LOCALIZADOS : ' WS-TOT-ITENS
            DISPLAY 'RELATORIO GRAVADO EM: ' WS-REL-PATH
            DISPLAY 'EXPORT GRAVADO EM   : ' WS-CSV-PATH
            IF WS-HOJE > WS-DATA-PRAZO
                DISPLAY 'ATENCAO: RESPOSTA EMITIDA APOS O PRAZO LEGAL.'
                MOVE 4 TO RETURN-CODE
            END-IF
            IF WS-IDS-ESTOURO
                DISPLAY 'TABELA DE PAGAMENTOS CHEIA; DISPUTAS E CARTAS '
                        'PODEM ESTAR INCOMPLETAS.'
                MOVE 4 TO RETURN-CODE
            END-IF
            STOP RUN.

       P050-IDENTIFICA-TITULAR.
      * O titular chega pelo codigo ou pelo CPF/CNPJ; pelo documento
      * o codigo vem do indice alternado do CLIDOC.
            DISPLAY 'BUSCA POR (C=CODIGO, D=CPF/CNPJ): '
            ACCEPT WS-ENT-BUSCA
            MOVE FUNCTION UPPER-CASE(WS-ENT-BUSCA) TO WS-ENT-BUSCA
            EVALUATE TRUE
                WHEN WS-BUSCA-CODIGO
                    DISPLAY 'CODIGO DO CLIENTE: '
                    ACCEPT WS-CODIGO-CLIENTE
                WHEN WS-BUSCA-DOCUMENTO
                    DISPLAY 'CPF/CNPJ (SO NUMEROS): '
                    ACCEPT WS-ENT-DOCUMENTO
                WHEN OTHER
                    DISPLAY 'OPCAO DE BUSCA INVALIDA.'
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
            END-EVALUATE

            OPEN INPUT WS-DOC-FILE
            IF WS-DOC-FS = '00'
                IF WS-BUSCA-DOCUMENTO
                    MOVE WS-ENT-DOCUMENTO TO WS-DOC-NUMERO
                    READ WS-DOC-FILE KEY IS WS-DOC-NUMERO
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            SET WS-DOC-ACHOU TO TRUE
                    END-READ
                ELSE
                    MOVE WS-CODIGO-CLIENTE TO WS-DOC-CODIGO
                    READ WS-DOC-FILE
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            SET WS-DOC-ACHOU TO TRUE
                    END-READ
                END-IF
                IF WS-DOC-ACHOU
                    MOVE WS-DOC-CODIGO TO WS-CODIGO-CLIENTE
                    MOVE WS-DOC-TIPO   TO WS-DOC-TIPO-CLI
                    MOVE WS-DOC-NUMERO TO WS-DOC-NUM-CLI
                END-IF
                CLOSE WS-DOC-FILE
            END-IF
            IF WS-BUSCA-DOCUMENTO AND NOT WS-DOC-ACHOU
                DISPLAY 'DOCUMENTO NAO CADASTRADO: ' WS-ENT-DOCUMENTO
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF

            OPEN INPUT WS-CLI-FILE
            IF WS-CLI-FS NOT = '00'
                DISPLAY 'MASTER DE CLIENTES INDISPONIVEL: '
                        WS-CLI-PATH
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE WS-CODIGO-CLIENTE TO WS-CLI-CODIGO
            READ WS-CLI-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET WS-CLI-ACHOU TO TRUE
                    MOVE WS-CLI-NOME TO WS-NOME-CLIENTE
            END-READ
            CLOSE WS-CLI-FILE

            IF NOT WS-CLI-ACHOU AND NOT WS-DOC-ACHOU
                DISPLAY 'CLIENTE NAO ENCONTRADO: ' WS-CODIGO-CLIENTE
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE WS-CODIGO-CLIENTE TO WS-CODIGO-TEXTO
            MOVE 0 TO WS-DOC-TAM
            IF WS-DOC-NUM-CLI NOT = SPACES
                COMPUTE WS-DOC-TAM = FUNCTION LENGTH
                    (FUNCTION TRIM(WS-DOC-NUM-CLI TRAILING))
            END-IF
            DISPLAY 'TITULAR: ' WS-CODIGO-TEXTO ' ' WS-NOME-CLIENTE
            .
       P060-DATA-DO-PEDIDO.
      * Prazo de resposta contado da data em que o titular fez o
      * pedido; quinze dias salvo parametro PRAZO-DIAS.
            DISPLAY 'DATA DO PEDIDO (AAAAMMDD, BRANCO = HOJE): '
            ACCEPT WS-ENT-DATA
            IF WS-ENT-DATA = SPACES
                MOVE WS-HOJE TO WS-DATA-PEDIDO
            ELSE
                IF WS-ENT-DATA IS NOT NUMERIC
                    DISPLAY 'DATA DO PEDIDO INVALIDA: ' WS-ENT-DATA
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
                MOVE WS-ENT-DATA TO WS-DATA-PEDIDO
                IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-PEDIDO) NOT = 0
                   OR WS-DATA-PEDIDO > WS-HOJE
                    DISPLAY 'DATA DO PEDIDO INVALIDA: ' WS-ENT-DATA
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
            END-IF

            MOVE WS-HOJE      TO WS-PL-DATA-PROC
            MOVE 'PRAZO-DIAS' TO WS-PL-NOME
            CALL 'PARMLE' USING WS-PARMLE-PARM
            IF WS-PL-RC = 0
                IF FUNCTION NUMVAL(WS-PL-VALOR) > 0
                   AND FUNCTION NUMVAL(WS-PL-VALOR) < 100
                    COMPUTE WS-PRAZO-DIAS =
                        FUNCTION NUMVAL(WS-PL-VALOR)
                END-IF
            END-IF
            COMPUTE WS-DATA-PRAZO = FUNCTION DATE-OF-INTEGER
                (FUNCTION INTEGER-OF-DATE(WS-DATA-PEDIDO)
                 + WS-PRAZO-DIAS)
            .
       P080-CABECALHO.
            MOVE 'RELATORIO DE ACESSO DO TITULAR AOS DADOS PESSOAIS '
                 & '(LGPD)' TO WS-REL-LINHA
            MOVE 'AMBIENTE '        TO WS-REL-LINHA(61:9)
            MOVE WS-AMB-NOME        TO WS-REL-LINHA(70:8)
            WRITE WS-REL-LINHA
            MOVE SPACES TO WS-LINHA-TRABALHO
            STRING 'CLIENTE: ' WS-CODIGO-TEXTO
                   '  NOME: ' WS-NOME-CLIENTE
                   '  CPF/CNPJ: ' WS-DOC-NUM-CLI
                   DELIMITED BY SIZE
                   INTO WS-LINHA-TRABALHO
            END-STRING
            WRITE WS-REL-LINHA FROM WS-LINHA-TRABALHO
            MOVE SPACES TO WS-LINHA-TRABALHO
            MOVE WS-DATA-PEDIDO TO WS-DATA-TRAB
            PERFORM P190-EDITA-DATA
            STRING 'PROTOCOLO: ' WS-PROTOCOLO
                   '  PEDIDO EM: ' WS-DATA-ED
                   DELIMITED BY SIZE
                   INTO WS-LINHA-TRABALHO
            END-STRING
            MOVE WS-DATA-PRAZO TO WS-DATA-TRAB
            PERFORM P190-EDITA-DATA
            MOVE '  PRAZO LEGAL: ' TO WS-LINHA-TRABALHO(50:15)
            MOVE WS-DATA-ED        TO WS-LINHA-TRABALHO(65:10)
            MOVE WS-HOJE TO WS-DATA-TRAB
            PERFORM P190-EDITA-DATA
            MOVE '  EMITIDO EM: '  TO WS-LINHA-TRABALHO(75:14)
            MOVE WS-DATA-ED        TO WS-LINHA-TRABALHO(89:10)
            MOVE '  OPERADOR: '    TO WS-LINHA-TRABALHO(99:12)
            MOVE WS-OPERADOR       TO WS-LINHA-TRABALHO(111:8)
            WRITE WS-REL-LINHA FROM WS-LINHA-TRABALHO
            MOVE ALL '-' TO WS-REL-LINHA
            WRITE WS-REL-LINHA

            MOVE 'CODIGO;ORIGEM;CHAVE;CAMPO;VALOR' TO WS-CSV-LINHA
            PERFORM P195-GRAVA-TRIMMED
            .
       P100-ABRE-ITEM.
      * Cabecalho de cada registro encontrado: de qual arquivo veio e
      * com que chave. WS-FONTE-IDX e WS-ITEM-CHAVE vem preenchidos.
            MOVE WS-FONTE-NOME(WS-FONTE-IDX) TO WS-ITEM-ORIGEM
            ADD 1 TO WS-FONTE-QTD(WS-FONTE-IDX)
            ADD 1 TO WS-TOT-ITENS
            MOVE SPACES TO WS-REL-LINHA
            WRITE WS-REL-LINHA
            MOVE SPACES TO WS-LINHA-TRABALHO
            STRING 'ORIGEM: ' WS-ITEM-ORIGEM
                   '  CHAVE: ' WS-ITEM-CHAVE
                   DELIMITED BY SIZE
                   INTO WS-LINHA-TRABALHO
            END-STRING
            WRITE WS-REL-LINHA FROM WS-LINHA-TRABALHO
            .
       P110-GRAVA-CAMPO.
      * Um campo do item: linha legivel no relatorio (valores longos
      * seguem na linha de baixo) e uma linha no export.
            MOVE WS-CPO-NOME       TO WS-LC-NOME
            MOVE ': '              TO WS-LC-SEP
            MOVE WS-CPO-VALOR(1:100) TO WS-LC-VALOR
            WRITE WS-REL-LINHA FROM WS-LIN-CAMPO
            IF WS-CPO-VALOR(101:60) NOT = SPACES
                MOVE SPACES              TO WS-LC-NOME
                MOVE SPACES              TO WS-LC-SEP
                MOVE WS-CPO-VALOR(101:60) TO WS-LC-VALOR
                WRITE WS-REL-LINHA FROM WS-LIN-CAMPO
            END-IF

            MOVE WS-CPO-VALOR TO WS-CSV-VALOR
            INSPECT WS-CSV-VALOR REPLACING ALL ';' BY ','
            MOVE SPACES TO WS-CSV-LINHA
            STRING WS-CODIGO-TEXTO ';'
                   FUNCTION TRIM(WS-ITEM-ORIGEM TRAILING) ';'
                   FUNCTION TRIM(WS-ITEM-CHAVE TRAILING) ';'
                   FUNCTION TRIM(WS-CPO-NOME TRAILING) ';'
                   FUNCTION TRIM(WS-CSV-VALOR)
                   DELIMITED BY SIZE
                   INTO WS-CSV-LINHA
            END-STRING
            PERFORM P195-GRAVA-TRIMMED
            MOVE SPACES TO WS-CPO-VALOR
            .
       P120-CAMPO-DATA.
            PERFORM P190-EDITA-DATA
            MOVE WS-DATA-ED TO WS-CPO-VALOR
            PERFORM P110-GRAVA-CAMPO
            .
       P130-CAMPO-VALOR.
            MOVE FUNCTION TRIM(WS-VALOR-ED) TO WS-CPO-VALOR
            PERFORM P110-GRAVA-CAMPO
            .
       P140-CAMPO-NUMERO.
            MOVE FUNCTION TRIM(WS-NUM-ED) TO WS-CPO-VALOR
            PERFORM P110-GRAVA-CAMPO
            .
       P150-GUARDA-ID.
      * Guarda o identificador de pagamento do titular uma unica vez.
            PERFORM P160-PROCURA-ID
            IF NOT WS-ID-ACHOU
                IF WS-TOT-IDS < 2000
                    ADD 1 TO WS-TOT-IDS
                    MOVE WS-ID-PROCURA TO WS-ID-ITEM(WS-TOT-IDS)
                ELSE
                    SET WS-IDS-ESTOURO TO TRUE
                END-IF
            END-IF
            .
       P160-PROCURA-ID.
            MOVE 'N' TO WS-ID-ACHOU-SW
            SET WS-ID-IDX TO 1
            SEARCH WS-ID-ITEM
                AT END
                    CONTINUE
                WHEN WS-ID-IDX > WS-TOT-IDS
                    CONTINUE
                WHEN WS-ID-ITEM(WS-ID-IDX) = WS-ID-PROCURA
                    SET WS-ID-ACHOU TO TRUE
            END-SEARCH
            .
       P170-FONTE-ABERTA.
            MOVE 'S' TO WS-FONTE-LIDA-SW(WS-FONTE-IDX)
            MOVE 'N' TO WS-FIM-ARQUIVO
            .
       P190-EDITA-DATA.
            MOVE SPACES TO WS-DATA-ED
            IF WS-DATA-TRAB NOT = 0
                MOVE WS-DATA-TRAB(7:2) TO WS-DATA-ED(1:2)
                MOVE '/'               TO WS-DATA-ED(3:1)
                MOVE WS-DATA-TRAB(5:2) TO WS-DATA-ED(4:2)
                MOVE '/'               TO WS-DATA-ED(6:1)
                MOVE WS-DATA-TRAB(1:4) TO WS-DATA-ED(7:4)
            END-IF
            .
       P195-GRAVA-TRIMMED.
            COMPUTE WS-COMPRIMENTO-OCUPADO =
                FUNCTION LENGTH (FUNCTION TRIM
                    (WS-CSV-LINHA TRAILING))
            IF WS-COMPRIMENTO-OCUPADO = 0
                MOVE 1 TO WS-COMPRIMENTO-OCUPADO
            END-IF
            WRITE WS-CSV-LINHA
            .
       P300-DADOS-CADASTRAIS.
      * Cadastro e documento ja foram lidos na identificacao.
            MOVE 1 TO WS-FONTE-IDX
            PERFORM P170-FONTE-ABERTA
            IF WS-CLI-ACHOU
                MOVE WS-CODIGO-TEXTO TO WS-ITEM-CHAVE
                PERFORM P100-ABRE-ITEM
                MOVE 'NOME'          TO WS-CPO-NOME
                MOVE WS-CLI-NOME     TO WS-CPO-VALOR
                PERFORM P110-GRAVA-CAMPO
                MOVE 'ENDERECO'      TO WS-CPO-NOME
                MOVE WS-CLI-ENDERECO TO WS-CPO-VALOR
                PERFORM P110-GRAVA-CAMPO
                MOVE 'TELEFONE'      TO WS-CPO-NOME
                MOVE WS-CLI-TELEFONE TO WS-CPO-VALOR
                PERFORM P110-GRAVA-CAMPO
                MOVE 'EMAIL'         TO WS-CPO-NOME
                MOVE WS-CLI-EMAIL    TO WS-CPO-VALOR
                PERFORM P110-GRAVA-CAMPO
                MOVE 'ESTADO'        TO WS-CPO-NOME
                MOVE WS-CLI-ESTADO   TO WS-CPO-VALOR
                PERFORM P110-GRAVA-CAMPO
                MOVE 'CIDADE'        TO WS-CPO-NOME
                MOVE WS-CLI-CIDADE   TO WS-CPO-VALOR
                PERFORM P110-GRAVA-CAMPO
            END-IF

            MOVE 2 TO WS-FONTE-IDX
            PERFORM P170-FONTE-ABERTA
            IF WS-DOC-ACHOU
                MOVE WS-CODIGO-TEXTO TO WS-ITEM-CHAVE
                PERFORM P100-ABRE-ITEM
                MOVE 'TIPO DOCUMENTO' TO WS-CPO-NOME
                EVALUATE WS-DOC-TIPO-CLI
                    WHEN 'F'
                        MOVE 'CPF'  TO WS-CPO-VALOR
                    WHEN 'J'
                        MOVE 'CNPJ' TO WS-CPO-VALOR
                    WHEN OTHER
                        MOVE WS-DOC-TIPO-CLI TO WS-CPO-VALOR
                END-EVALUATE
                PERFORM P110-GRAVA-CAMPO
                MOVE 'NUMERO'         TO WS-CPO-NOME
                MOVE WS-DOC-NUM-CLI   TO WS-CPO-VALOR
                PERFORM P110-GRAVA-CAMPO
            END-IF
            .
       P320-CANAL.
            MOVE 3 TO WS-FONTE-IDX
            OPEN INPUT WS-CAN-FILE
            IF WS-CAN-FS = '00'
                PERFORM P170-FONTE-ABERTA
                MOVE WS-CODIGO-CLIENTE TO WS-CAN-CODIGO
                READ WS-CAN-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE WS-CODIGO-TEXTO TO WS-ITEM-CHAVE
                        PERFORM P100-ABRE-ITEM
                        MOVE 'CANAL PREFERIDO' TO WS-CPO-NOME
                        EVALUATE WS-CAN-CANAL
                            WHEN 'C'
                                MOVE 'CORREIO' TO WS-CPO-VALOR
                            WHEN 'E'
                                MOVE 'EMAIL'   TO WS-CPO-VALOR
                            WHEN OTHER
                                MOVE WS-CAN-CANAL TO WS-CPO-VALOR
                        END-EVALUATE
                        PERFORM P110-GRAVA-CAMPO
                END-READ
                CLOSE WS-CAN-FILE
            END-IF
            .
       P330-CONTATO.
            MOVE 4 TO WS-FONTE-IDX
            OPEN INPUT WS-CTT-FILE
            IF WS-CTT-FS = '00'
                PERFORM P170-FONTE-ABERTA
                MOVE WS-CODIGO-CLIENTE TO WS-CTT-CODIGO
                READ WS-CTT-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        PERFORM P335-LISTA-CONTATO
                END-READ
                CLOSE WS-CTT-FILE
            END-IF
            .
       P335-LISTA-CONTATO.
            MOVE WS-CODIGO-TEXTO TO WS-ITEM-CHAVE
            PERFORM P100-ABRE-ITEM
            MOVE 'SITUACAO ENDERECO'   TO WS-CPO-NOME
            MOVE WS-CTT-END-SITUACAO   TO WS-CPO-VALOR
            PERFORM P110-GRAVA-CAMPO
            MOVE 'DATA ENDERECO'       TO WS-CPO-NOME
            MOVE WS-CTT-END-DATA       TO WS-DATA-TRAB
            PERFORM P120-CAMPO-DATA
            MOVE 'MOTIVO ENDERECO'     TO WS-CPO-NOME
            MOVE WS-CTT-END-MOTIVO     TO WS-CPO-VALOR
            PERFORM P110-GRAVA-CAMPO
            MOVE 'SITUACAO EMAIL'      TO WS-CPO-NOME
            MOVE WS-CTT-EMAIL-SITUACAO TO WS-CPO-VALOR
            PERFORM P110-GRAVA-CAMPO
            MOVE 'DATA EMAIL'          TO WS-CPO-NOME
            MOVE WS-CTT-EMAIL-DATA     TO WS-DATA-TRAB
            PERFORM P120-CAMPO-DATA
            MOVE 'MOTIVO EMAIL'        TO WS-CPO-NOME
            MOVE WS-CTT-EMAIL-MOTIVO   TO WS-CPO-VALOR
            PERFORM P110-GRAVA-CAMPO
            MOVE 'DEVOLUCOES LEVES'    TO WS-CPO-NOME
            MOVE WS-CTT-SOFT-QTD       TO WS-NUM-ED
            PERFORM P140-CAMPO-NUMERO
            MOVE 'DATA DEVOLUCAO LEVE' TO WS-CPO-NOME
            MOVE WS-CTT-SOFT-DATA      TO WS-DATA-TRAB
            PERFORM P120-CAMPO-DATA
            .
       P340-MANDATO.
            MOVE 5 TO WS-FONTE-IDX
            OPEN INPUT WS-MAN-FILE
            IF WS-MAN-FS = '00'
                PERFORM P170-FONTE-ABERTA
                MOVE WS-CODIGO-CLIENTE TO WS-MAN-CODIGO
                READ WS-MAN-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        PERFORM P345-LISTA-MANDATO
                END-READ
                CLOSE WS-MAN-FILE
            END-IF
            .
       P345-LISTA-MANDATO.
            MOVE WS-CODIGO-TEXTO TO WS-ITEM-CHAVE
            PERFORM P100-ABRE-ITEM
            MOVE 'BANCO'               TO WS-CPO-NOME
            MOVE WS-MAN-BANCO          TO WS-CPO-VALOR
            PERFORM P110-GRAVA-CAMPO
            MOVE 'AGENCIA'             TO WS-CPO-NOME
            MOVE WS-MAN-AGENCIA        TO WS-CPO-VALOR
            PERFORM P110-GRAVA-CAMPO
            MOVE 'CONTA'               TO WS-CPO-NOME
            MOVE WS-MAN-CONTA          TO WS-CPO-VALOR
            PERFORM P110-GRAVA-CAMPO
            MOVE 'DATA AUTORIZACAO'    TO WS-CPO-NOME
            MOVE WS-MAN-DATA-AUTORIZACAO TO WS-DATA-TRAB
            PERFORM P120-CAMPO-DATA
            MOVE 'SITUACAO'            TO WS-CPO-NOME
            MOVE WS-MAN-SITUACAO       TO WS-CPO-VALOR
            PERFORM P110-GRAVA-CAMPO
            .
       P350-CREDITO.
            MOVE 6 TO WS-FONTE-IDX
            OPEN INPUT WS-CRD-FILE
            IF WS-CRD-FS = '00'
                PERFORM P170-FONTE-ABERTA
                MOVE WS-CODIGO-CLIENTE TO WS-CRD-CODIGO
                READ WS-CRD-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE WS-CODIGO-TEXTO TO WS-ITEM-CHAVE
                        PERFORM P100-ABRE-ITEM
                        MOVE 'NOME'         TO WS-CPO-NOME
                        MOVE WS-CRD-CLIENTE TO WS-CPO-VALOR
                        PERFORM P110-GRAVA-CAMPO
                        MOVE 'SALDO CREDOR' TO WS-CPO-NOME
                        MOVE WS-CRD-SALDO   TO WS-VALOR-ED
                        PERFORM P130-CAMPO-VALOR
                END-READ
                CLOSE WS-CRD-FILE
            END-IF
            .
       P360-JURIDICO.
      * O registro e listado mesmo com o caso encerrado: continua
      * sendo dado guardado sobre o titular.
            MOVE 7 TO WS-FONTE-IDX
            OPEN INPUT WS-JUR-FILE
            IF WS-JUR-FS = '00'
                PERFORM P170-FONTE-ABERTA
                MOVE WS-CODIGO-CLIENTE TO WS-JUR-CODIGO
                READ WS-JUR-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        PERFORM P365-LISTA-JURIDICO
                END-READ
                CLOSE WS-JUR-FILE
            END-IF
            .
       P365-LISTA-JURIDICO.
            MOVE WS-CODIGO-TEXTO TO WS-ITEM-CHAVE
            PERFORM P100-ABRE-ITEM
            MOVE 'SITUACAO'            TO WS-CPO-NOME
            EVALUATE WS-JUR-SITUACAO
                WHEN 'O'
                    MOVE 'OBITO'                 TO WS-CPO-VALOR
                WHEN 'F'
                    MOVE 'FALENCIA'              TO WS-CPO-VALOR
                WHEN 'R'
                    MOVE 'RECUPERACAO JUDICIAL'  TO WS-CPO-VALOR
                WHEN 'E'
                    MOVE 'ENCERRADA'             TO WS-CPO-VALOR
                WHEN OTHER
                    MOVE WS-JUR-SITUACAO         TO WS-CPO-VALOR
            END-EVALUATE
            PERFORM P110-GRAVA-CAMPO
            MOVE 'DATA DO EVENTO'      TO WS-CPO-NOME
            MOVE WS-JUR-DATA-EVENTO    TO WS-DATA-TRAB
            PERFORM P120-CAMPO-DATA
            MOVE 'PROCESSO'            TO WS-CPO-NOME
            MOVE WS-JUR-PROCESSO       TO WS-CPO-VALOR
            PERFORM P110-GRAVA-CAMPO
            MOVE 'ADVOGADO'            TO WS-CPO-NOME
            MOVE WS-JUR-ADVOGADO       TO WS-CPO-VALOR
            PERFORM P110-GRAVA-CAMPO
            MOVE 'DATA DO REGISTRO'    TO WS-CPO-NOME
            MOVE WS-JUR-DATA-REGISTRO  TO WS-DATA-TRAB
            PERFORM P120-CAMPO-DATA
            MOVE 'OPERADOR'            TO WS-CPO-NOME
            MOVE WS-JUR-OPERADOR       TO WS-CPO-VALOR
            PERFORM P110-GRAVA-CAMPO
            MOVE 'DATA ENCERRAMENTO'   TO WS-CPO-NOME
            MOVE WS-JUR-DATA-ENCERRA   TO WS-DATA-TRAB
            PERFORM P120-CAMPO-DATA
            .
       P400-AVAL.
      * Avais em que o titular e o avalista ou o devedor avalizado.
            MOVE 8 TO WS-FONTE-IDX
            OPEN INPUT WS-AVL-FILE
            IF WS-AVL-FS = '00'
                PERFORM P170-FONTE-ABERTA
                PERFORM P410-LE-AVAL UNTIL WS-FIM
                CLOSE WS-AVL-FILE
            END-IF
            .
       P410-LE-AVAL.
            READ WS-AVL-FILE NEXT RECORD
                AT END SET WS-FIM TO TRUE
                NOT AT END
                    IF WS-AVL-AVALISTA = WS-CODIGO-CLIENTE
                       OR WS-AVL-DEVEDOR = WS-CODIGO-CLIENTE
                        PERFORM P415-LISTA-AVAL
                    END-IF
            END-READ
            .
       P415-LISTA-AVAL.
            MOVE WS-AVL-CHAVE TO WS-ITEM-CHAVE
            PERFORM P100-ABRE-ITEM
            MOVE 'AVALISTA'            TO WS-CPO-NOME
            MOVE WS-AVL-AVALISTA       TO WS-CPO-VALOR
            PERFORM P110-GRAVA-CAMPO
            MOVE 'CONTRATO'            TO WS-CPO-NOME
            MOVE WS-AVL-CONTRATO       TO WS-CPO-VALOR
            PERFORM P110-GRAVA-CAMPO
            MOVE 'DEVEDOR'             TO WS-CPO-NOME
            MOVE WS-AVL-DEVEDOR        TO WS-CPO-VALOR
            PERFORM P110-GRAVA-CAMPO
            MOVE 'SITUACAO'            TO WS-CPO-NOME
            MOVE WS-AVL-SITUACAO       TO WS-CPO-VALOR
            PERFORM P110-GRAVA-CAMPO
            MOVE 'DATA INICIO'         TO WS-CPO-NOME
            MOVE WS-AVL-DATA-INICIO    TO WS-DATA-TRAB
            PERFORM P120-CAMPO-DATA
            MOVE 'DATA SITUACAO'       TO WS-CPO-NOME
            MOVE WS-AVL-DATA-SITUACAO  TO WS-DATA-TRAB
            PERFORM P120-CAMPO-DATA
            MOVE 'OPERADOR'            TO WS-CPO-NOME
            MOVE WS-AVL-OPERADOR       TO WS-CPO-VALOR
            PERFORM P110-GRAVA-CAMPO
            .
       P420-PAGAMENTOS.
      * Historicos de pagamento: pelo codigo do cliente ou, nos
      * registros antigos sem codigo, pelo nome.
            MOVE 9 TO WS-FONTE-IDX
            OPEN INPUT WS-HIST-FILE
            IF WS-HIST-FS = '00'
                PERFORM P170-FONTE-ABERTA
                PERFORM P430-LE-HIST UNTIL WS-FIM
                CLOSE WS-HIST-FILE
            END-IF
            .
       P430-LE-HIST.
            READ WS-HIST-FILE NEXT RECORD
                AT END SET WS-FIM TO TRUE
                NOT AT END
                    IF WS-HIST-COD-CLIENTE = WS-CODIGO-CLIENTE
                       OR (WS-HIST-COD-CLIENTE = 0
                           AND WS-NOME-CLIENTE NOT = SPACES
                           AND WS-HIST-CLIENTE = WS-NOME-CLIENTE)
                        PERFORM P435-LISTA-HIST
                    END-IF
            END-READ
            .
       P435-LISTA-HIST.
            MOVE WS-HIST-ID TO WS-ITEM-CHAVE
            PERFORM P100-ABRE-ITEM
            MOVE WS-HIST-ID TO WS-ID-PROCURA
            PERFORM P150-GUARDA-ID
            MOVE 'NOME'                TO WS-CPO-NOME
            MOVE WS-HIST-CLIENTE       TO WS-CPO-VALOR
            PERFORM P110-GRAVA-CAMPO
            MOVE 'DATA'                TO WS-CPO-NOME
            MOVE WS-HIST-DATA          TO WS-DATA-TRAB
            PERFORM P120-CAMPO-DATA
            MOVE 'VALOR'               TO WS-CPO-NOME
            MOVE WS-HIST-VALOR         TO WS-VALOR-ED
            PERFORM P130-CAMPO-VALOR
            MOVE 'SITUACAO'            TO WS-CPO-NOME
            MOVE WS-HIST-SITUACAO      TO WS-CPO-VALOR
            PERFORM P110-GRAVA-CAMPO
            .
       P440-MENSAL.
            MOVE 10 TO WS-FONTE-IDX
            OPEN INPUT WS-HM-FILE
            IF WS-HM-FS = '00'
                PERFORM P170-FONTE-ABERTA
                PERFORM P450-LE-MENSAL UNTIL WS-FIM
                CLOSE WS-HM-FILE
            END-IF
            .
       P450-LE-MENSAL.
            READ WS-HM-FILE NEXT RECORD
                AT END SET WS-FIM TO TRUE
                NOT AT END
                    IF WS-HM-COD-CLIENTE = WS-CODIGO-CLIENTE
                       OR (WS-HM-COD-CLIENTE = 0
                           AND WS-NOME-CLIENTE NOT = SPACES
                           AND WS-HM-CLIENTE = WS-NOME-CLIENTE)
                        PERFORM P455-LISTA-MENSAL
                    END-IF
            END-READ
            .
       P455-LISTA-MENSAL.
            MOVE SPACES TO WS-ITEM-CHAVE
            STRING WS-HM-ID '/' WS-HM-DATA
                   DELIMITED BY SIZE
                   INTO WS-ITEM-CHAVE
            END-STRING
            PERFORM P100-ABRE-ITEM
            MOVE WS-HM-ID TO WS-ID-PROCURA
            PERFORM P150-GUARDA-ID
            MOVE 'NOME'                TO WS-CPO-NOME
            MOVE WS-HM-CLIENTE         TO WS-CPO-VALOR
            PERFORM P110-GRAVA-CAMPO
            MOVE 'DATA'                TO WS-CPO-NOME
            MOVE WS-HM-DATA            TO WS-DATA-TRAB
            PERFORM P120-CAMPO-DATA
            MOVE 'VALOR'               TO WS-CPO-NOME
            MOVE WS-HM-VALOR           TO WS-VALOR-ED
            PERFORM P130-CAMPO-VALOR
            MOVE 'SITUACAO'            TO WS-CPO-NOME
            MOVE WS-HM-SITUACAO        TO WS-CPO-VALOR
            PERFORM P110-GRAVA-CAMPO
            MOVE 'MOTIVO'              TO WS-CPO-NOME
            MOVE WS-HM-MOTIVO          TO WS-CPO-VALOR
            PERFORM P110-GRAVA-CAMPO
            .
       P460-PENDENTES.
            MOVE 11 TO WS-FONTE-IDX
            OPEN INPUT WS-PEND-FILE
            IF WS-PEND-FS = '00'
                PERFORM P170-FONTE-ABERTA
                PERFORM P470-LE-PENDENTE UNTIL WS-FIM
                CLOSE WS-PEND-FILE
            END-IF
            .
       P470-LE-PENDENTE.
            READ WS-PEND-FILE
                AT END SET WS-FIM TO TRUE
                NOT AT END
                    IF WS-PEND-COD-CLIENTE = WS-CODIGO-CLIENTE
                       OR (WS-PEND-COD-CLIENTE = 0
                           AND WS-NOME-CLIENTE NOT = SPACES
                           AND WS-PEND-CLIENTE = WS-NOME-CLIENTE)
                        PERFORM P475-LISTA-PENDENTE
                    END-IF
            END-READ
            .
       P475-LISTA-PENDENTE.
            MOVE WS-PEND-ID TO WS-ITEM-CHAVE
            PERFORM P100-ABRE-ITEM
            MOVE WS-PEND-ID TO WS-ID-PROCURA
            PERFORM P150-GUARDA-ID
            MOVE 'NOME'                TO WS-CPO-NOME
            MOVE WS-PEND-CLIENTE       TO WS-CPO-VALOR
            PERFORM P110-GRAVA-CAMPO
            MOVE 'TIPO'                TO WS-CPO-NOME
            MOVE WS-PEND-TIPO          TO WS-CPO-VALOR
            PERFORM P110-GRAVA-CAMPO
            MOVE 'VALOR'               TO WS-CPO-NOME
            MOVE WS-PEND-VALOR         TO WS-VALOR-ED
            PERFORM P130-CAMPO-VALOR
            MOVE 'SITUACAO'            TO WS-CPO-NOME
            MOVE WS-PEND-COD-SITUACAO  TO WS-CPO-VALOR
            PERFORM P110-GRAVA-CAMPO
            MOVE 'MOTIVO'              TO WS-CPO-NOME
            MOVE WS-PEND-MOTIVO        TO WS-CPO-VALOR
            PERFORM P110-GRAVA-CAMPO
            MOVE 'DATA PENDENCIA'      TO WS-CPO-NOME
            MOVE WS-PEND-DATA-PENDENCIA TO WS-DATA-TRAB
            PERFORM P120-CAMPO-DATA
            MOVE 'FILIAL'              TO WS-CPO-NOME
            MOVE WS-PEND-FILIAL        TO WS-CPO-VALOR
            PERFORM P110-GRAVA-CAMPO
            .
       P480-DISPUTAS.
      * Disputa e chaveada pelo identificador do pagamento; vale a
      * lista montada nos historicos e pendentes.
            MOVE 12 TO WS-FONTE-IDX
            OPEN INPUT WS-DSP-FILE
            IF WS-DSP-FS = '00'
                PERFORM P170-FONTE-ABERTA
                PERFORM P490-LE-DISPUTA
                        VARYING WS-IX FROM 1 BY 1
                        UNTIL WS-IX > WS-TOT-IDS
                CLOSE WS-DSP-FILE
            END-IF
            .
       P490-LE-DISPUTA.
            MOVE WS-ID-ITEM(WS-IX) TO WS-DSP-ID
            READ WS-DSP-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    PERFORM P495-LISTA-DISPUTA
            END-READ
            .
       P495-LISTA-DISPUTA.
            MOVE WS-DSP-ID TO WS-ITEM-CHAVE
            PERFORM P100-ABRE-ITEM
            MOVE 'DATA ABERTURA'       TO WS-CPO-NOME
            MOVE WS-DSP-DATA-ABERTURA  TO WS-DATA-TRAB
            PERFORM P120-CAMPO-DATA
            MOVE 'OPERADOR'            TO WS-CPO-NOME
            MOVE WS-DSP-OPERADOR       TO WS-CPO-VALOR
            PERFORM P110-GRAVA-CAMPO
            MOVE 'MOTIVO'              TO WS-CPO-NOME
            MOVE WS-DSP-MOTIVO         TO WS-CPO-VALOR
            PERFORM P110-GRAVA-CAMPO
            MOVE 'SITUACAO'            TO WS-CPO-NOME
            MOVE WS-DSP-SITUACAO       TO WS-CPO-VALOR
            PERFORM P110-GRAVA-CAMPO
            MOVE 'DATA RESOLUCAO'      TO WS-CPO-NOME
            MOVE WS-DSP-DATA-RESOLUCAO TO WS-DATA-TRAB
            PERFORM P120-CAMPO-DATA
            .
       P500-DECLARACOES.
      * Declaracoes de quitacao e de debitos emitidas ao titular.
            MOVE 13 TO WS-FONTE-IDX
            OPEN INPUT WS-REG-FILE
            IF WS-REG-FS = '00'
                PERFORM P170-FONTE-ABERTA
                MOVE WS-CODIGO-CLIENTE TO WS-REG-COD-CLIENTE
                MOVE 0                 TO WS-REG-ANO-BASE
                START WS-REG-FILE KEY IS NOT LESS THAN WS-REG-CHAVE
                    INVALID KEY SET WS-FIM TO TRUE
                END-START
                PERFORM P510-LE-DECLARACAO UNTIL WS-FIM
                CLOSE WS-REG-FILE
            END-IF
            .
       P510-LE-DECLARACAO.
            READ WS-REG-FILE NEXT RECORD
                AT END SET WS-FIM TO TRUE
                NOT AT END
                    IF WS-REG-COD-CLIENTE NOT = WS-CODIGO-CLIENTE
                        SET WS-FIM TO TRUE
                    ELSE
                        PERFORM P515-LISTA-DECLARACAO
                    END-IF
            END-READ
            .
       P515-LISTA-DECLARACAO.
            MOVE SPACES TO WS-ITEM-CHAVE
            STRING WS-REG-COD-CLIENTE '/' WS-REG-ANO-BASE
                   DELIMITED BY SIZE
                   INTO WS-ITEM-CHAVE
            END-STRING
            PERFORM P100-ABRE-ITEM
            MOVE 'TIPO'                TO WS-CPO-NOME
            MOVE WS-REG-TIPO           TO WS-CPO-VALOR
            PERFORM P110-GRAVA-CAMPO
            MOVE 'DATA EMISSAO'        TO WS-CPO-NOME
            MOVE WS-REG-DATA-EMISSAO   TO WS-DATA-TRAB
            PERFORM P120-CAMPO-DATA
            MOVE 'NOME'                TO WS-CPO-NOME
            MOVE WS-REG-CLIENTE        TO WS-CPO-VALOR
            PERFORM P110-GRAVA-CAMPO
            MOVE 'DOCUMENTO FISCAL'    TO WS-CPO-NOME
            MOVE WS-REG-DOC-NUMERO     TO WS-CPO-VALOR
            PERFORM P110-GRAVA-CAMPO
            MOVE 'PAGO NO ANO'         TO WS-CPO-NOME
            MOVE WS-REG-VAL-PAGO-ANO   TO WS-VALOR-ED
            PERFORM P130-CAMPO-VALOR
            MOVE 'QTD EM ABERTO'       TO WS-CPO-NOME
            MOVE WS-REG-QTD-ABERTO     TO WS-NUM-ED
            PERFORM P140-CAMPO-NUMERO
            MOVE 'VALOR EM ABERTO'     TO WS-CPO-NOME
            MOVE WS-REG-VAL-ABERTO     TO WS-VALOR-ED
            PERFORM P130-CAMPO-VALOR
            MOVE 'CANAL'               TO WS-CPO-NOME
            MOVE WS-REG-CANAL          TO WS-CPO-VALOR
            PERFORM P110-GRAVA-CAMPO
            MOVE 'ARQUIVO EMITIDO'     TO WS-CPO-NOME
            MOVE WS-REG-DOCUMENTO      TO WS-CPO-VALOR
            PERFORM P110-GRAVA-CAMPO
            MOVE 'QTD EMISSOES'        TO WS-CPO-NOME
            MOVE WS-REG-QTD-EMISSOES   TO WS-NUM-ED
            PERFORM P140-CAMPO-NUMERO
            .
       P520-CARTAS.
      * O log de cartas nao tem codigo: vale o pagamento do titular
      * ou o nome.
            MOVE 14 TO WS-FONTE-IDX
            OPEN INPUT WS-LOG-FILE
            IF WS-LOG-FS = '00'
                PERFORM P170-FONTE-ABERTA
                PERFORM P530-LE-CARTA UNTIL WS-FIM
                CLOSE WS-LOG-FILE
            END-IF
            .
       P530-LE-CARTA.
            READ WS-LOG-FILE
                AT END SET WS-FIM TO TRUE
                NOT AT END
                    MOVE WS-LOG-ID TO WS-ID-PROCURA
                    PERFORM P160-PROCURA-ID
                    IF WS-ID-ACHOU
                       OR (WS-NOME-CLIENTE NOT = SPACES
                           AND WS-LOG-CLIENTE = WS-NOME-CLIENTE)
                        PERFORM P535-LISTA-CARTA
                    END-IF
            END-READ
            .
       P535-LISTA-CARTA.
            MOVE SPACES TO WS-ITEM-CHAVE
            STRING WS-LOG-DATA '/' WS-LOG-ID
                   DELIMITED BY SIZE
                   INTO WS-ITEM-CHAVE
            END-STRING
            PERFORM P100-ABRE-ITEM
            MOVE 'DATA ENVIO'          TO WS-CPO-NOME
            MOVE WS-LOG-DATA           TO WS-DATA-TRAB
            PERFORM P120-CAMPO-DATA
            MOVE 'PAGAMENTO'           TO WS-CPO-NOME
            MOVE WS-LOG-ID             TO WS-CPO-VALOR
            PERFORM P110-GRAVA-CAMPO
            MOVE 'NOME'                TO WS-CPO-NOME
            MOVE WS-LOG-CLIENTE        TO WS-CPO-VALOR
            PERFORM P110-GRAVA-CAMPO
            MOVE 'SEVERIDADE'          TO WS-CPO-NOME
            MOVE WS-LOG-SEVERIDADE     TO WS-CPO-VALOR
            PERFORM P110-GRAVA-CAMPO
            .
       P540-MENSAGENS.
            MOVE 15 TO WS-FONTE-IDX
            OPEN INPUT WS-MSG-FILE
            IF WS-MSG-FS = '00'
                PERFORM P170-FONTE-ABERTA
                PERFORM P550-LE-MENSAGEM UNTIL WS-FIM
                CLOSE WS-MSG-FILE
            END-IF
            .
       P550-LE-MENSAGEM.
            READ WS-MSG-FILE NEXT RECORD
                AT END SET WS-FIM TO TRUE
                NOT AT END
                    IF WS-MSG-COD-CLIENTE = WS-CODIGO-CLIENTE
                       OR (WS-MSG-COD-CLIENTE = 0
                           AND WS-NOME-CLIENTE NOT = SPACES
                           AND WS-MSG-CLIENTE = WS-NOME-CLIENTE)
                        PERFORM P555-LISTA-MENSAGEM
                    END-IF
            END-READ
            .
       P555-LISTA-MENSAGEM.
            MOVE WS-MSG-ID TO WS-ITEM-CHAVE
            PERFORM P100-ABRE-ITEM
            MOVE 'DATA'                TO WS-CPO-NOME
            MOVE WS-MSG-DATA           TO WS-DATA-TRAB
            PERFORM P120-CAMPO-DATA
            MOVE 'ORIGEM'              TO WS-CPO-NOME
            MOVE WS-MSG-ORIGEM         TO WS-CPO-VALOR
            PERFORM P110-GRAVA-CAMPO
            MOVE 'TIPO'                TO WS-CPO-NOME
            MOVE WS-MSG-TIPO           TO WS-CPO-VALOR
            PERFORM P110-GRAVA-CAMPO
            MOVE 'NOME'                TO WS-CPO-NOME
            MOVE WS-MSG-CLIENTE        TO WS-CPO-VALOR
            PERFORM P110-GRAVA-CAMPO
            MOVE 'CANAL'               TO WS-CPO-NOME
            MOVE WS-MSG-CANAL          TO WS-CPO-VALOR
            PERFORM P110-GRAVA-CAMPO
            MOVE 'DESTINO'             TO WS-CPO-NOME
            MOVE WS-MSG-DESTINO        TO WS-CPO-VALOR
            PERFORM P110-GRAVA-CAMPO
            MOVE 'REFERENCIA'          TO WS-CPO-NOME
            MOVE WS-MSG-REFERENCIA     TO WS-CPO-VALOR
            PERFORM P110-GRAVA-CAMPO
            MOVE 'TEXTO'               TO WS-CPO-NOME
            MOVE WS-MSG-TEXTO          TO WS-CPO-VALOR
            PERFORM P110-GRAVA-CAMPO
            MOVE 'SITUACAO'            TO WS-CPO-NOME
            MOVE WS-MSG-SITUACAO       TO WS-CPO-VALOR
            PERFORM P110-GRAVA-CAMPO
            MOVE 'DATA SITUACAO'       TO WS-CPO-NOME
            MOVE WS-MSG-DATA-SITUACAO  TO WS-DATA-TRAB
            PERFORM P120-CAMPO-DATA
            MOVE 'DETALHE'             TO WS-CPO-NOME
            MOVE WS-MSG-DETALHE        TO WS-CPO-VALOR
            PERFORM P110-GRAVA-CAMPO
            .
       P560-JORNAL.
      * Imagens antes/depois do cadastro gravadas em cada alteracao.
            MOVE 16 TO WS-FONTE-IDX
            OPEN INPUT WS-JR-FILE
            IF WS-JR-FS = '00'
                PERFORM P170-FONTE-ABERTA
                PERFORM P570-LE-JORNAL UNTIL WS-FIM
                CLOSE WS-JR-FILE
            END-IF
            .
       P570-LE-JORNAL.
            READ WS-JR-FILE
                AT END SET WS-FIM TO TRUE
                NOT AT END
                    IF WS-JR-ANT-CODIGO = WS-CODIGO-TEXTO
                       OR WS-JR-DEP-CODIGO = WS-CODIGO-TEXTO
                        PERFORM P575-LISTA-JORNAL
                    END-IF
            END-READ
            .
       P575-LISTA-JORNAL.
            MOVE SPACES TO WS-ITEM-CHAVE
            STRING WS-JR-DATA '/' WS-JR-HORA
                   DELIMITED BY SIZE
                   INTO WS-ITEM-CHAVE
            END-STRING
            PERFORM P100-ABRE-ITEM
            MOVE 'PROGRAMA'            TO WS-CPO-NOME
            MOVE WS-JR-PROGRAMA        TO WS-CPO-VALOR
            PERFORM P110-GRAVA-CAMPO
            MOVE 'OPERACAO'            TO WS-CPO-NOME
            MOVE WS-JR-OPERACAO        TO WS-CPO-VALOR
            PERFORM P110-GRAVA-CAMPO
            MOVE 'OPERADOR'            TO WS-CPO-NOME
            MOVE WS-JR-OPERADOR        TO WS-CPO-VALOR
            PERFORM P110-GRAVA-CAMPO
            IF WS-JR-ANT-CODIGO = WS-CODIGO-TEXTO
                MOVE 'ANTES NOME'         TO WS-CPO-NOME
                MOVE WS-JR-ANT-NOME       TO WS-CPO-VALOR
                PERFORM P110-GRAVA-CAMPO
                MOVE 'ANTES ENDERECO'     TO WS-CPO-NOME
                MOVE WS-JR-ANT-ENDERECO   TO WS-CPO-VALOR
                PERFORM P110-GRAVA-CAMPO
                MOVE 'ANTES TELEFONE'     TO WS-CPO-NOME
                MOVE WS-JR-ANT-TELEFONE   TO WS-CPO-VALOR
                PERFORM P110-GRAVA-CAMPO
                MOVE 'ANTES EMAIL'        TO WS-CPO-NOME
                MOVE WS-JR-ANT-EMAIL      TO WS-CPO-VALOR
                PERFORM P110-GRAVA-CAMPO
                MOVE 'ANTES ESTADO/CIDADE' TO WS-CPO-NOME
                MOVE WS-JR-ANT-RESTO      TO WS-CPO-VALOR
                PERFORM P110-GRAVA-CAMPO
            END-IF
            IF WS-JR-DEP-CODIGO = WS-CODIGO-TEXTO
                MOVE 'DEPOIS NOME'        TO WS-CPO-NOME
                MOVE WS-JR-DEP-NOME       TO WS-CPO-VALOR
                PERFORM P110-GRAVA-CAMPO
                MOVE 'DEPOIS ENDERECO'    TO WS-CPO-NOME
                MOVE WS-JR-DEP-ENDERECO   TO WS-CPO-VALOR
                PERFORM P110-GRAVA-CAMPO
                MOVE 'DEPOIS TELEFONE'    TO WS-CPO-NOME
                MOVE WS-JR-DEP-TELEFONE   TO WS-CPO-VALOR
                PERFORM P110-GRAVA-CAMPO
                MOVE 'DEPOIS EMAIL'       TO WS-CPO-NOME
                MOVE WS-JR-DEP-EMAIL      TO WS-CPO-VALOR
                PERFORM P110-GRAVA-CAMPO
                MOVE 'DEPOIS ESTADO/CIDADE' TO WS-CPO-NOME
                MOVE WS-JR-DEP-RESTO      TO WS-CPO-VALOR
                PERFORM P110-GRAVA-CAMPO
            END-IF
            .
       P580-AUDITORIA.
      * Eventos de auditoria cuja chave traz o codigo do titular
      * (em qualquer posicao, como numero isolado) ou o documento.
            MOVE 17 TO WS-FONTE-IDX
            OPEN INPUT WS-AUD-FILE
            IF WS-AUD-FS = '00'
                PERFORM P170-FONTE-ABERTA
                PERFORM P590-LE-AUDITORIA UNTIL WS-FIM
                CLOSE WS-AUD-FILE
            END-IF
            .
       P590-LE-AUDITORIA.
            READ WS-AUD-FILE
                AT END SET WS-FIM TO TRUE
                NOT AT END
                    PERFORM P592-PROCURA-TITULAR
                    IF WS-AUD-ACHOU
                        PERFORM P595-LISTA-AUDITORIA
                    END-IF
            END-READ
            .
       P592-PROCURA-TITULAR.
            MOVE 'N' TO WS-AUD-ACHOU-SW
            PERFORM VARYING WS-AUD-POS FROM 1 BY 1
                    UNTIL WS-AUD-POS > 25 OR WS-AUD-ACHOU
                IF WS-AUD-CHAVE(WS-AUD-POS:6) = WS-CODIGO-TEXTO
                    SET WS-AUD-ACHOU TO TRUE
                    IF WS-AUD-POS > 1
                        IF WS-AUD-CHAVE(WS-AUD-POS - 1:1) IS NUMERIC
                            MOVE 'N' TO WS-AUD-ACHOU-SW
                        END-IF
                    END-IF
                    IF WS-AUD-POS < 25
                        IF WS-AUD-CHAVE(WS-AUD-POS + 6:1) IS NUMERIC
                            MOVE 'N' TO WS-AUD-ACHOU-SW
                        END-IF
                    END-IF
                END-IF
            END-PERFORM
            IF NOT WS-AUD-ACHOU AND WS-DOC-TAM > 0
                MOVE 0 TO WS-CONTA-DOC
                INSPECT WS-AUD-CHAVE TALLYING WS-CONTA-DOC
                    FOR ALL WS-DOC-NUM-CLI(1:WS-DOC-TAM)
                IF WS-CONTA-DOC > 0
                    SET WS-AUD-ACHOU TO TRUE
                END-IF
            END-IF
            .
       P595-LISTA-AUDITORIA.
            MOVE SPACES TO WS-ITEM-CHAVE
            STRING WS-AUD-DATA '/' WS-AUD-SEQ
                   DELIMITED BY SIZE
                   INTO WS-ITEM-CHAVE
            END-STRING
            PERFORM P100-ABRE-ITEM
            MOVE 'HORA'                TO WS-CPO-NOME
            MOVE WS-AUD-HORA           TO WS-CPO-VALOR
            PERFORM P110-GRAVA-CAMPO
            MOVE 'PROGRAMA'            TO WS-CPO-NOME
            MOVE WS-AUD-PROGRAMA       TO WS-CPO-VALOR
            PERFORM P110-GRAVA-CAMPO
            MOVE 'EVENTO'              TO WS-CPO-NOME
            MOVE WS-AUD-EVENTO         TO WS-CPO-VALOR
            PERFORM P110-GRAVA-CAMPO
            MOVE 'CHAVE'               TO WS-CPO-NOME
            MOVE WS-AUD-CHAVE          TO WS-CPO-VALOR
            PERFORM P110-GRAVA-CAMPO
            MOVE 'OPERADOR'            TO WS-CPO-NOME
            MOVE WS-AUD-OPERADOR       TO WS-CPO-VALOR
            PERFORM P110-GRAVA-CAMPO
            .
       P800-RESUMO.
      * Quantos itens vieram de cada arquivo; arquivo que nao pode
      * ser aberto fica marcado para a resposta nao parecer completa.
            MOVE SPACES TO WS-REL-LINHA
            WRITE WS-REL-LINHA
            MOVE ALL '-' TO WS-REL-LINHA
            WRITE WS-REL-LINHA
            MOVE 'RESUMO POR ARQUIVO DE ORIGEM' TO WS-REL-LINHA
            WRITE WS-REL-LINHA
            PERFORM P810-LINHA-FONTE
                    VARYING WS-FONTE-IDX FROM 1 BY 1
                    UNTIL WS-FONTE-IDX > 17
            MOVE SPACES TO WS-LINHA-TRABALHO
            STRING 'TOTAL DE ITENS: ' WS-TOT-ITENS
                   DELIMITED BY SIZE
                   INTO WS-LINHA-TRABALHO
            END-STRING
            WRITE WS-REL-LINHA FROM WS-LINHA-TRABALHO
            IF WS-IDS-ESTOURO
                MOVE 'ATENCAO: MAIS DE 2000 PAGAMENTOS; DISPUTAS E '
                   & 'CARTAS PODEM ESTAR INCOMPLETAS.' TO WS-REL-LINHA
                WRITE WS-REL-LINHA
            END-IF
            IF WS-HOJE > WS-DATA-PRAZO
                MOVE 'ATENCAO: RESPOSTA EMITIDA APOS O PRAZO LEGAL.'
                     TO WS-REL-LINHA
                WRITE WS-REL-LINHA
            END-IF
            .
       P810-LINHA-FONTE.
            MOVE WS-FONTE-NOME(WS-FONTE-IDX) TO WS-LF-NOME
            MOVE WS-FONTE-QTD(WS-FONTE-IDX)  TO WS-LF-QTD
            IF WS-FONTE-LIDA(WS-FONTE-IDX)
                MOVE SPACES TO WS-LF-OBS
            ELSE
                MOVE 'ARQUIVO NAO DISPONIVEL' TO WS-LF-OBS
            END-IF
            WRITE WS-REL-LINHA FROM WS-LIN-FONTE
            .
       P850-REGISTRA-PEDIDO.
            OPEN EXTEND WS-PED-FILE
            IF WS-PED-FS NOT = '00'
                OPEN OUTPUT WS-PED-FILE
            END-IF
            MOVE SPACES            TO WS-PED-REGISTRO
            MOVE WS-PROTOCOLO      TO WS-PED-PROTOCOLO
            MOVE WS-CODIGO-CLIENTE TO WS-PED-COD-CLIENTE
            MOVE WS-DOC-NUM-CLI    TO WS-PED-DOC-NUMERO
            MOVE WS-DATA-PEDIDO    TO WS-PED-DATA-PEDIDO
            MOVE WS-DATA-PRAZO     TO WS-PED-DATA-PRAZO
            MOVE WS-HOJE           TO WS-PED-DATA-EMISSAO
            MOVE WS-OPERADOR       TO WS-PED-OPERADOR
            MOVE WS-TOT-ITENS      TO WS-PED-QTD-ITENS
            IF WS-HOJE > WS-DATA-PRAZO
                SET WS-PED-ATRASADO TO TRUE
            ELSE
                SET WS-PED-NO-PRAZO TO TRUE
            END-IF
            WRITE WS-PED-REGISTRO
            CLOSE WS-PED-FILE
            .
       END PROGRAM LGPDACESSO.
