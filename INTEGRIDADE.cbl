      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGRIDADE.
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
           SELECT WS-MAN-FILE      ASSIGN TO WS-MAN-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS WS-MAN-CODIGO
                                    FILE STATUS WS-MAN-FS.
           SELECT WS-LIM-FILE      ASSIGN TO WS-LIM-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS WS-LIM-CODIGO
                                    FILE STATUS WS-LIM-FS.
           SELECT WS-DOC-FILE      ASSIGN TO WS-DOC-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS WS-DOC-CODIGO
                                    ALTERNATE RECORD KEY IS
                                                  WS-DOC-NUMERO
                                    FILE STATUS WS-DOC-FS.
           SELECT WS-CAN-FILE      ASSIGN TO WS-CAN-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS WS-CAN-CODIGO
                                    FILE STATUS WS-CAN-FS.
           SELECT WS-SCO-FILE      ASSIGN TO WS-SCO-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS WS-SCO-CODIGO
                                    FILE STATUS WS-SCO-FS.
           SELECT WS-CRD-FILE      ASSIGN TO WS-CRD-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS WS-CRD-CODIGO
                                    FILE STATUS WS-CRD-FS.
           SELECT WS-CTR-FILE      ASSIGN TO WS-CTR-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS WS-CTR-CONTRATO
                                    FILE STATUS WS-CTR-FS.
           SELECT WS-HIST-FILE     ASSIGN TO WS-HIST-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS WS-HIST-ID
                                    FILE STATUS WS-HIST-FS.
           SELECT WS-DSP-FILE      ASSIGN TO WS-DSP-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS WS-DSP-ID
                                    FILE STATUS WS-DSP-FS.
           SELECT WS-BLQ-FILE      ASSIGN TO WS-BLQ-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS WS-BLQ-ID
                                    FILE STATUS WS-BLQ-FS.
           SELECT WS-BXA-FILE      ASSIGN TO WS-BXA-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-BXA-FS.
           SELECT WS-TMB-FILE      ASSIGN TO WS-TMB-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-TMB-FS.
           SELECT WS-REL-FILE      ASSIGN TO WS-REL-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-REL-FS.
           SELECT WS-COR-FILE      ASSIGN TO WS-COR-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-COR-FS.
           SELECT WS-CORN-FILE     ASSIGN TO WS-CORN-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-CORN-FS.
           SELECT WS-JOR-FILE      ASSIGN TO WS-JOR-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-JOR-FS.
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
      * Layout identico ao do MANDMANUT.
       FD  WS-MAN-FILE.
       01 WS-MAN-REGISTRO.
          03 WS-MAN-CODIGO              PIC 9(6).
          03 WS-MAN-BANCO               PIC 9(3).
          03 WS-MAN-AGENCIA             PIC X(6).
          03 WS-MAN-CONTA               PIC X(12).
          03 WS-MAN-DATA-AUTORIZACAO    PIC 9(8).
          03 WS-MAN-SITUACAO            PIC X.
      * Layouts identicos aos do CLIMANUT.
       FD  WS-LIM-FILE.
       01 WS-LIM-REGISTRO.
          03 WS-LIM-CODIGO              PIC 9(6).
          03 WS-LIM-LIMITE              PIC 9(7)V99.
       FD  WS-DOC-FILE.
       01 WS-DOC-REGISTRO.
          03 WS-DOC-CODIGO              PIC 9(6).
          03 WS-DOC-TIPO                PIC X.
          03 WS-DOC-NUMERO              PIC X(14).
       FD  WS-CAN-FILE.
       01 WS-CAN-REGISTRO.
          03 WS-CAN-CODIGO              PIC 9(6).
          03 WS-CAN-CANAL               PIC X.
      * Layout identico ao do PAGTOSCORE.
       FD  WS-SCO-FILE.
       01 WS-SCO-REGISTRO.
          03 WS-SCO-CODIGO              PIC 9(6).
          03 WS-SCO-NOME                PIC X(30).
          03 WS-SCO-MEDIA-ATRASO        PIC 9(3).
          03 WS-SCO-PCT-REJEICAO        PIC 9(3).
          03 WS-SCO-ENCARGOS            PIC S9(9)V99.
          03 WS-SCO-MESES               PIC 9(3).
          03 WS-SCO-BANDA               PIC X.
          03 WS-SCO-DATA-CALCULO        PIC 9(8).
       FD  WS-CRD-FILE.
       01 WS-CRD-REGISTRO.
          03 WS-CRD-CODIGO              PIC 9(6).
          03 WS-CRD-SALDO               PIC S9(9)V99.
          03 WS-CRD-CLIENTE             PIC X(30).
      * Layout identico ao do CONTRATOMANUT.
       FD  WS-CTR-FILE.
       01 WS-CTR-REGISTRO.
           03 WS-CTR-CONTRATO        PIC X(8).
           03 WS-CTR-COD-CLIENTE     PIC 9(6).
           03 WS-CTR-CLIENTE         PIC X(30).
           03 WS-CTR-DATA-CONTRATO   PIC 9(8).
           03 WS-CTR-PRINCIPAL       PIC S9(9)V99.
           03 WS-CTR-TAXA-MES        PIC 9(2)V9(4).
           03 WS-CTR-QTD-PARCELAS    PIC 99.
           03 WS-CTR-PARCELAS-PAGAS  PIC 99.
           03 WS-CTR-PARCELAS-BAIXADAS PIC 99.
           03 WS-CTR-VALOR-PARCELA   PIC S9(9)V99.
           03 WS-CTR-SALDO-PRINCIPAL PIC S9(9)V99.
           03 WS-CTR-SALDO-ABERTO    PIC S9(9)V99.
           03 WS-CTR-SITUACAO        PIC X.
           03 WS-CTR-DATA-ULT-MOVTO  PIC 9(8).
       FD  WS-HIST-FILE.
       01 WS-HIST-REGISTRO.
           03 WS-HIST-ID             PIC 9(9).
           03 WS-HIST-VALOR          PIC S9(9)V99.
           03 WS-HIST-DATA           PIC 9(8).
           03 WS-HIST-CLIENTE        PIC X(30).
           03 WS-HIST-SITUACAO       PIC X.
           03 WS-HIST-COD-CLIENTE    PIC 9(6).
      * Layout identico ao do PAGTODISPUTA.
       FD  WS-DSP-FILE.
       01 WS-DSP-REGISTRO.
          03 WS-DSP-ID                  PIC 9(9).
          03 WS-DSP-DATA-ABERTURA       PIC 9(8).
          03 WS-DSP-OPERADOR            PIC X(8).
          03 WS-DSP-MOTIVO              PIC X(30).
          03 WS-DSP-SITUACAO            PIC X.
          03 WS-DSP-DATA-RESOLUCAO      PIC 9(8).
      * Layout identico ao do PAGTOBLOQ.
       FD  WS-BLQ-FILE.
       01 WS-BLQ-REGISTRO.
          03 WS-BLQ-ID                  PIC 9(9).
          03 WS-BLQ-DATA                PIC 9(8).
          03 WS-BLQ-OPERADOR            PIC X(8).
          03 WS-BLQ-MOTIVO              PIC X(30).
          03 WS-BLQ-SITUACAO            PIC X.
          03 WS-BLQ-DATA-LIBERACAO      PIC 9(8).
      * Layout identico ao do PAGTOBAIXA.
       FD  WS-BXA-FILE.
       01 WS-BXA-REGISTRO.
           03 WS-BXA-ID              PIC 9(9).
           03 WS-BXA-VALOR           PIC S9(9)V99.
           03 WS-BXA-CLIENTE         PIC X(30).
           03 WS-BXA-DATA-PEND       PIC 9(8).
           03 WS-BXA-DATA-BAIXA      PIC 9(8).
           03 WS-BXA-OPERADOR        PIC X(8).
           03 WS-BXA-COD-CLIENTE     PIC 9(6).
      * Layout identico ao do CLIFUSAO.
       FD  WS-TMB-FILE.
       01 WS-TMB-REGISTRO.
           03 WS-TMB-CODIGO-ANTIGO   PIC 9(6).
           03 WS-TMB-CODIGO-NOVO     PIC 9(6).
           03 WS-TMB-DATA            PIC 9(8).
       FD  WS-REL-FILE.
       01 WS-REL-LINHA               PIC X(100).
      * Proposta de correcao gerada pela varredura: so os casos
      * seguros entram aqui, e nada e aplicado sem o supervisor.
      * Acao R remove o orfao, A reaponta para o codigo novo e L
      * libera o bloqueio.
       FD  WS-COR-FILE.
       01 WS-COR-REGISTRO.
           03 WS-COR-RELACAO         PIC 99.
           03 WS-COR-CHAVE           PIC 9(9).
           03 WS-COR-ACAO            PIC X.
              88 WS-COR-REMOVE                 VALUE 'R'.
              88 WS-COR-REAPONTA               VALUE 'A'.
              88 WS-COR-LIBERA                 VALUE 'L'.
           03 WS-COR-NOVO-CODIGO     PIC 9(6).
           03 WS-COR-MOTIVO          PIC X(34).
           03 WS-COR-DATA            PIC 9(8).
       FD  WS-CORN-FILE.
       01 WS-CORN-REGISTRO           PIC X(60).
      * Jornal das correcoes aplicadas: imagem anterior e posterior
      * do registro filho, no mesmo espirito do CLIJORNAL.
       FD  WS-JOR-FILE.
       01 WS-JOR-REGISTRO.
           03 WS-JOR-DATA            PIC 9(8).
           03 WS-JOR-HORA            PIC 9(6).
           03 WS-JOR-ARQUIVO         PIC X(22).
           03 WS-JOR-OPERACAO        PIC X.
           03 WS-JOR-ANTES           PIC X(100).
           03 WS-JOR-DEPOIS          PIC X(100).
           03 WS-JOR-OPERADOR        PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-CLI-NOVO-PATH        PIC X(40) VALUE 'CLIENTES.NOVO.IDX'.
       01 WS-MAN-PATH             PIC X(40) VALUE 'MANDATOS.IDX'.
       01 WS-LIM-PATH             PIC X(40) VALUE 'CLILIMITE.IDX'.
       01 WS-DOC-PATH             PIC X(40) VALUE 'CLIDOC.IDX'.
       01 WS-CAN-PATH             PIC X(40) VALUE 'CLICANAL.IDX'.
       01 WS-SCO-PATH             PIC X(40) VALUE 'CLISCORE.IDX'.
       01 WS-CRD-PATH             PIC X(40) VALUE 'CLICREDITO.IDX'.
       01 WS-CTR-PATH             PIC X(40) VALUE 'CONTRATOS.IDX'.
       01 WS-HIST-PATH            PIC X(40)
                            VALUE 'PAGTOCONFIRM.HIST.IDX'.
       01 WS-DSP-PATH             PIC X(40) VALUE 'DISPUTAS.IDX'.
       01 WS-BLQ-PATH             PIC X(40) VALUE 'PAGTOBLOQ.IDX'.
       01 WS-BXA-PATH             PIC X(40) VALUE 'PAGTOBAIXA.DAT'.
       01 WS-TMB-PATH             PIC X(40)
                            VALUE 'CLIFUSAO.TOMBSTONE'.
       01 WS-REL-PATH             PIC X(40) VALUE 'INTEGRIDADE.REL'.
       01 WS-COR-PATH             PIC X(40)
                            VALUE 'INTEGRIDADE.CORRECAO'.
       01 WS-CORN-PATH            PIC X(40)
                            VALUE 'INTEGRIDADE.CORRECAO.NOVO'.
       01 WS-JOR-PATH             PIC X(40)
                            VALUE 'INTEGRIDADE.JORNAL'.
       01 WS-CLI-NOVO-FS          PIC XX.
       01 WS-MAN-FS               PIC XX.
       01 WS-LIM-FS               PIC XX.
       01 WS-DOC-FS               PIC XX.
       01 WS-CAN-FS               PIC XX.
       01 WS-SCO-FS               PIC XX.
       01 WS-CRD-FS               PIC XX.
       01 WS-CTR-FS               PIC XX.
       01 WS-HIST-FS              PIC XX.
       01 WS-DSP-FS               PIC XX.
       01 WS-BLQ-FS               PIC XX.
       01 WS-BXA-FS               PIC XX.
       01 WS-TMB-FS               PIC XX.
       01 WS-REL-FS               PIC XX.
       01 WS-COR-FS               PIC XX.
       01 WS-CORN-FS              PIC XX.
       01 WS-JOR-FS               PIC XX.
       01 WS-FILHO-FS             PIC XX.

      * Relacoes pai-filho conferidas toda noite: arquivo filho,
      * arquivo pai, se ha correcao segura (S) ou so relato (N), se o
      * orfao de cliente fundido pode ser reapontado para o
      * sobrevivente, e a descricao. O numero da relacao e a posicao
      * na tabela; relacao nova entra no fim, com a leitura dela nos
      * paragrafos P6xx.
       01 WS-TAB-RELACOES.
          03 FILLER PIC X(22) VALUE 'MANDATOS.IDX'.
          03 FILLER PIC X(22) VALUE 'CLIENTES.NOVO.IDX'.
          03 FILLER PIC XX    VALUE 'SS'.
          03 FILLER PIC X(30) VALUE 'MANDATO DE DEBITO AUTOMATICO'.
          03 FILLER PIC X(22) VALUE 'CLILIMITE.IDX'.
          03 FILLER PIC X(22) VALUE 'CLIENTES.NOVO.IDX'.
          03 FILLER PIC XX    VALUE 'SS'.
          03 FILLER PIC X(30) VALUE 'LIMITE DE EXPOSICAO'.
          03 FILLER PIC X(22) VALUE 'CLIDOC.IDX'.
          03 FILLER PIC X(22) VALUE 'CLIENTES.NOVO.IDX'.
          03 FILLER PIC XX    VALUE 'SS'.
          03 FILLER PIC X(30) VALUE 'CPF/CNPJ DO CLIENTE'.
          03 FILLER PIC X(22) VALUE 'CLICANAL.IDX'.
          03 FILLER PIC X(22) VALUE 'CLIENTES.NOVO.IDX'.
          03 FILLER PIC XX    VALUE 'SS'.
          03 FILLER PIC X(30) VALUE 'CANAL DE ENTREGA DO EXTRATO'.
          03 FILLER PIC X(22) VALUE 'CLISCORE.IDX'.
          03 FILLER PIC X(22) VALUE 'CLIENTES.NOVO.IDX'.
          03 FILLER PIC XX    VALUE 'SN'.
          03 FILLER PIC X(30) VALUE 'SCORE DE PAGAMENTO'.
          03 FILLER PIC X(22) VALUE 'CLICREDITO.IDX'.
          03 FILLER PIC X(22) VALUE 'CLIENTES.NOVO.IDX'.
          03 FILLER PIC XX    VALUE 'NN'.
          03 FILLER PIC X(30) VALUE 'SALDO DE CREDITO'.
          03 FILLER PIC X(22) VALUE 'CONTRATOS.IDX'.
          03 FILLER PIC X(22) VALUE 'CLIENTES.NOVO.IDX'.
          03 FILLER PIC XX    VALUE 'NN'.
          03 FILLER PIC X(30) VALUE 'CONTRATO DE PARCELAMENTO'.
          03 FILLER PIC X(22) VALUE 'PAGTOCONFIRM.HIST.IDX'.
          03 FILLER PIC X(22) VALUE 'CLIENTES.NOVO.IDX'.
          03 FILLER PIC XX    VALUE 'NN'.
          03 FILLER PIC X(30) VALUE 'PAGAMENTO CONFIRMADO'.
          03 FILLER PIC X(22) VALUE 'DISPUTAS.IDX'.
          03 FILLER PIC X(22) VALUE 'PAGTOCONFIRM.HIST.IDX'.
          03 FILLER PIC XX    VALUE 'SN'.
          03 FILLER PIC X(30) VALUE 'DISPUTA DE PAGAMENTO'.
          03 FILLER PIC X(22) VALUE 'PAGTOBLOQ.IDX'.
          03 FILLER PIC X(22) VALUE 'PAGTOBAIXA.DAT'.
          03 FILLER PIC XX    VALUE 'SN'.
          03 FILLER PIC X(30) VALUE 'BLOQUEIO DE PAGAMENTO'.
       01 WS-TAB-RELACOES-R REDEFINES WS-TAB-RELACOES.
          03 WS-REL-ITEM OCCURS 10 TIMES.
             05 WS-REL-FILHO          PIC X(22).
             05 WS-REL-PAI            PIC X(22).
             05 WS-REL-CORRIGE        PIC X.
             05 WS-REL-REAPONTA       PIC X.
             05 WS-REL-DESCRICAO      PIC X(30).
       01 WS-TOT-RELACOES         PIC 99    VALUE 10.
       01 WS-REL-ATUAL            PIC 99    VALUE 0.
          88 WS-REL-DE-CLIENTE              VALUE 1 THRU 8.
          88 WS-REL-CHAVE-CLIENTE           VALUE 1 THRU 6.
          88 WS-REL-DISPUTA                 VALUE 9.
          88 WS-REL-BLOQUEIO                VALUE 10.

      * Contagem por relacao, para o rodape do relatorio.
       01 WS-TAB-CONTAGEM.
          03 WS-CNT-ITEM OCCURS 10 TIMES.
             05 WS-CNT-LIDOS          PIC 9(7).
             05 WS-CNT-ORFAOS         PIC 9(6).
             05 WS-CNT-PROPOSTAS      PIC 9(6).
             05 WS-CNT-CONFERIDA      PIC X.

      * Orfaos da relacao corrente. A leitura do filho e sequencial;
      * a conferencia que exige leitura por chave no mesmo arquivo
      * (o sobrevivente da fusao ja tem o seu?) fica para depois da
      * passada, sobre esta tabela.
       01 WS-TAB-ORFAOS.
          03 WS-ORF-ITEM OCCURS 2000 TIMES INDEXED BY WS-ORF-IDX.
             05 WS-ORF-CHAVE-TXT      PIC X(9).
             05 WS-ORF-CHAVE          PIC 9(9).
             05 WS-ORF-REF            PIC 9(9).
             05 WS-ORF-SITUACAO       PIC X.
                88 WS-ORF-EXCLUIDO             VALUE 'E'.
                88 WS-ORF-FUNDIDO              VALUE 'F'.
                88 WS-ORF-SEM-HISTORICO        VALUE 'H'.
                88 WS-ORF-BAIXADO              VALUE 'B'.
                88 WS-ORF-CANDIDATO            VALUE 'C'.
             05 WS-ORF-SOBREVIVE      PIC 9(6).
             05 WS-ORF-SIT-FILHO      PIC X.
       01 WS-TOT-ORFAOS           PIC 9(4)  VALUE 0.
       01 WS-ORF-ESTOURO-SW       PIC X     VALUE 'N'.
          88 WS-ORF-ESTOUROU                VALUE 'Y'.

      * Codigos absorvidos em fusao: antigo -> sobrevivente.
       01 WS-TAB-TOMBSTONE.
          03 WS-TMB-ITEM OCCURS 3000 TIMES INDEXED BY WS-TMB-IDX.
             05 WS-TMB-ANTIGO         PIC 9(6).
             05 WS-TMB-NOVO           PIC 9(6).
       01 WS-TOT-TOMBSTONE        PIC 9(4)  VALUE 0.
       01 WS-SALTOS               PIC 99    VALUE 0.

      * Registro filho corrente, visto de forma neutra pelos
      * paragrafos comuns da varredura e da correcao.
       01 WS-CHAVE-TXT            PIC X(9)  VALUE SPACES.
       01 WS-CHAVE-NUM            PIC 9(9)  VALUE 0.
       01 WS-REF-CODIGO           PIC 9(6)  VALUE 0.
       01 WS-REF-ID               PIC 9(9)  VALUE 0.
       01 WS-SIT-FILHO            PIC X     VALUE SPACE.
       01 WS-CHAVE-LER            PIC 9(9)  VALUE 0.
       01 WS-CHAVE-NOVA           PIC 9(9)  VALUE 0.
       01 WS-IMG-ANTES            PIC X(100) VALUE SPACES.
       01 WS-IMG-REGISTRO         PIC X(100) VALUE SPACES.
       01 WS-IMG-BLQ REDEFINES WS-IMG-REGISTRO.
          03 FILLER                  PIC X(55).
          03 WS-IMG-BLQ-SITUACAO     PIC X.
          03 WS-IMG-BLQ-DATA-LIB     PIC 9(8).
          03 FILLER                  PIC X(36).

      * Resultado da conferencia de um codigo de cliente.
       01 WS-SIT-PAI              PIC X     VALUE SPACE.
          88 WS-PAI-OK                      VALUE 'O'.
          88 WS-PAI-EXCLUIDO                VALUE 'E'.
          88 WS-PAI-FUNDIDO                 VALUE 'F'.
       01 WS-COD-SOBREVIVE        PIC 9(6)  VALUE 0.
       01 WS-COD-BUSCA            PIC 9(6)  VALUE 0.

       01 WS-FIM-ARQUIVO          PIC X     VALUE 'N'.
          88 WS-FIM                         VALUE 'Y'.
       01 WS-FIM-TOMBSTONE-SW     PIC X     VALUE 'N'.
          88 WS-FIM-TOMBSTONE               VALUE 'Y'.
       01 WS-ACHOU-SW             PIC X     VALUE 'N'.
          88 WS-ACHOU                       VALUE 'Y'.
       01 WS-FILHO-ABERTO-SW      PIC X     VALUE 'N'.
          88 WS-FILHO-ABERTO                VALUE 'Y'.
       01 WS-HIST-ABERTO-SW       PIC X     VALUE 'N'.
          88 WS-HIST-ABERTO                 VALUE 'Y'.
       01 WS-FALHA-SW             PIC X     VALUE 'N'.
          88 WS-FALHOU                      VALUE 'Y'.
       01 WS-ATUALIZA-SW          PIC X     VALUE 'N'.
          88 WS-ABRE-PARA-ATUALIZAR         VALUE 'Y'.
       01 WS-APLICADA-SW          PIC X     VALUE 'N'.
          88 WS-APLICADA                    VALUE 'Y'.

       01 WS-MODO-EXECUCAO        PIC X     VALUE 'V'.
          88 WS-MODO-VARREDURA              VALUE 'V' ' '.
          88 WS-MODO-CORRECAO               VALUE 'C'.
       01 WS-DECISAO              PIC X     VALUE 'S'.
          88 WS-DEC-APLICA                  VALUE 'A'.
          88 WS-DEC-RECUSA                  VALUE 'R'.
          88 WS-DEC-PULA                    VALUE 'S'.
       01 WS-MOTIVO-NAO-APLICADA  PIC X(40) VALUE SPACES.

       01 WS-DATA-HORA-ATUAL      PIC X(21).
       01 WS-HOJE                 PIC 9(8)  VALUE 0.

       01 WS-CONTADORES.
          03 WS-TOT-GERAL-ORFAOS   PIC 9(7) VALUE 0.
          03 WS-TOT-GERAL-PROPOSTAS PIC 9(7) VALUE 0.
          03 WS-TOT-APLICADAS      PIC 9(6) VALUE 0.
          03 WS-TOT-RECUSADAS      PIC 9(6) VALUE 0.
          03 WS-TOT-MANTIDAS       PIC 9(6) VALUE 0.
          03 WS-TOT-DESCARTADAS    PIC 9(6) VALUE 0.

       01 WS-CAB-1.
           03 FILLER                 PIC X(52)
                    VALUE 'INTEGRIDADE - ORFAOS E REFERENCIAS SOLTAS'.
           03 FILLER                 PIC X(6)  VALUE 'DATA: '.
           03 WS-CAB-DATA            PIC 9(8).
           03 FILLER                 PIC X(11) VALUE '  AMBIENTE '.
           03 WS-CAB-AMBIENTE        PIC X(8).
           03 FILLER                 PIC X(15) VALUE SPACES.
       01 WS-CAB-RELACAO.
           03 FILLER                 PIC X(8)  VALUE 'RELACAO '.
           03 WS-CAB-REL-NUM         PIC 99.
           03 FILLER                 PIC X(2)  VALUE ': '.
           03 WS-CAB-REL-FILHO       PIC X(22).
           03 FILLER                 PIC X(4)  VALUE ' -> '.
           03 WS-CAB-REL-PAI         PIC X(22).
           03 FILLER                 PIC X     VALUE SPACE.
           03 WS-CAB-REL-DESCRICAO   PIC X(30).
           03 FILLER                 PIC X(9)  VALUE SPACES.
       01 WS-CAB-2.
           03 FILLER                 PIC X(11) VALUE 'CHAVE'.
           03 FILLER                 PIC X(11) VALUE ' REFERENCIA'.
           03 FILLER                 PIC X(2)  VALUE SPACES.
           03 FILLER                 PIC X(36) VALUE 'SITUACAO'.
           03 FILLER                 PIC X(40) VALUE 'ACAO PROPOSTA'.
       01 WS-DET-LINHA.
           03 WS-DET-CHAVE           PIC X(11).
           03 WS-DET-REF             PIC Z(10)9.
           03 FILLER                 PIC X(2)  VALUE SPACES.
           03 WS-DET-SITUACAO        PIC X(36).
           03 WS-DET-ACAO            PIC X(40).
       01 WS-TOT-LINHA.
           03 FILLER                 PIC X(4)  VALUE SPACES.
           03 FILLER                 PIC X(7)  VALUE 'LIDOS: '.
           03 WS-TOT-LIDOS           PIC Z(6)9.
           03 FILLER                 PIC X(10) VALUE '  ORFAOS: '.
           03 WS-TOT-ORF             PIC Z(5)9.
           03 FILLER                 PIC X(25)
                    VALUE '  PROPOSTAS DE CORRECAO: '.
           03 WS-TOT-PROP            PIC Z(5)9.
           03 FILLER                 PIC X(35) VALUE SPACES.
       01 WS-LINHA-TRABALHO       PIC X(100) VALUE SPACES.
       01 WS-CODIGO-ED            PIC 9(6).

       01 WS-SIGNON-PARM.
           03 WS-SG-ID             PIC X(8).
           03 WS-SG-SENHA          PIC X(8).
           03 WS-SG-FUNCAO         PIC X.
           03 WS-SG-PERFIL         PIC X.
           03 WS-SG-RC             PIC 99.
              88 WS-SG-SEM-SESSAO          VALUE 4.

       01 WS-AUDIT-PARM.
           03 WS-AU-PROGRAMA       PIC X(12) VALUE 'INTEGRIDADE'.
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
      * Cada manutencao protege o proprio arquivo, mas orfao entre
      * arquivos so aparece olhando o conjunto: mandato de cliente ja
      * fundido, disputa de ID que saiu do historico, bloqueio de
      * pagamento ja baixado por perda. A varredura (noturna) relata
      * todos e propoe a correcao dos casos seguros; a correcao passa
      * pelo supervisor, item a item, no molde do PAGTOBAIXA.
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CLI-NOVO-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-MAN-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-LIM-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-DOC-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CAN-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-SCO-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CRD-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CTR-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-HIST-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-DSP-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-BLQ-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-BXA-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-TMB-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-REL-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-COR-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CORN-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-JOR-PATH
            DISPLAY 'INTEGRIDADE - INTEGRIDADE REFERENCIAL ENTRE '
                    'ARQUIVOS'
            DISPLAY 'MODO (V=VARREDURA, C=CORRECAO): '
            ACCEPT WS-MODO-EXECUCAO

            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
            MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-HOJE

            OPEN INPUT WS-CLI-NOVO
            IF WS-CLI-NOVO-FS NOT = '00'
                DISPLAY 'MASTER DE CLIENTES INDISPONIVEL: '
                        WS-CLI-NOVO-PATH
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM P110-CARREGA-TOMBSTONE

            IF WS-MODO-CORRECAO
                PERFORM P500-CORRIGE
            ELSE
                PERFORM P100-VARREDURA
            END-IF

            CLOSE WS-CLI-NOVO
            STOP RUN.

       P100-VARREDURA.
            OPEN OUTPUT WS-REL-FILE
            OPEN OUTPUT WS-COR-FILE
            MOVE WS-HOJE     TO WS-CAB-DATA
            MOVE WS-AMB-NOME TO WS-CAB-AMBIENTE
            WRITE WS-REL-LINHA FROM WS-CAB-1
            MOVE ALL '=' TO WS-REL-LINHA
            WRITE WS-REL-LINHA

            PERFORM P200-CONFERE-RELACAO
                    VARYING WS-REL-ATUAL FROM 1 BY 1
                    UNTIL WS-REL-ATUAL > WS-TOT-RELACOES

            MOVE SPACES TO WS-REL-LINHA
            WRITE WS-REL-LINHA
            MOVE SPACES TO WS-LINHA-TRABALHO
            STRING 'TOTAL DE ORFAOS: ' WS-TOT-GERAL-ORFAOS
                   '   PROPOSTAS DE CORRECAO: '
                   WS-TOT-GERAL-PROPOSTAS
                   DELIMITED BY SIZE
                   INTO WS-LINHA-TRABALHO
            END-STRING
            WRITE WS-REL-LINHA FROM WS-LINHA-TRABALHO
            CLOSE WS-COR-FILE
            CLOSE WS-REL-FILE

            DISPLAY 'ORFAOS ENCONTRADOS   : ' WS-TOT-GERAL-ORFAOS
            DISPLAY 'PROPOSTAS DE CORRECAO: ' WS-TOT-GERAL-PROPOSTAS
            DISPLAY 'RELATORIO GRAVADO EM : ' WS-REL-PATH

            MOVE 'VARREDURA'         TO WS-AU-EVENTO
            MOVE WS-REL-PATH         TO WS-AU-CHAVE
            MOVE WS-TOT-GERAL-ORFAOS TO WS-AU-CONTADOR
            CALL 'AUDITLOG' USING WS-AUDIT-PARM
            IF WS-TOT-GERAL-ORFAOS > 0
                MOVE 4 TO RETURN-CODE
            END-IF
            .
       P110-CARREGA-TOMBSTONE.
      * Fusao repetida (A em B, depois B em C) fica resolvida no
      * P150, que segue a cadeia ate o ultimo sobrevivente.
            MOVE 0   TO WS-TOT-TOMBSTONE
            MOVE 'N' TO WS-FIM-TOMBSTONE-SW
            OPEN INPUT WS-TMB-FILE
            IF WS-TMB-FS = '00'
                PERFORM P115-LE-TOMBSTONE
                        UNTIL WS-FIM-TOMBSTONE
                CLOSE WS-TMB-FILE
            END-IF
            .
       P115-LE-TOMBSTONE.
            READ WS-TMB-FILE
                AT END
                    SET WS-FIM-TOMBSTONE TO TRUE
                NOT AT END
                    IF WS-TOT-TOMBSTONE < 3000
                        ADD 1 TO WS-TOT-TOMBSTONE
                        MOVE WS-TMB-CODIGO-ANTIGO
                             TO WS-TMB-ANTIGO(WS-TOT-TOMBSTONE)
                        MOVE WS-TMB-CODIGO-NOVO
                             TO WS-TMB-NOVO(WS-TOT-TOMBSTONE)
                    END-IF
            END-READ
            .
       P150-CONFERE-CLIENTE.
      * Codigo presente no master e pai valido. Ausente mas absorvido
      * em fusao aponta para o sobrevivente (se ele ainda existe);
      * senao o cliente foi excluido.
            MOVE WS-REF-CODIGO TO WS-CODIGO
            READ WS-CLI-NOVO
                INVALID KEY
                    SET WS-PAI-EXCLUIDO TO TRUE
                NOT INVALID KEY
                    SET WS-PAI-OK TO TRUE
            END-READ
            IF WS-PAI-EXCLUIDO
                MOVE WS-REF-CODIGO TO WS-COD-BUSCA
                MOVE 0             TO WS-COD-SOBREVIVE
                MOVE 0             TO WS-SALTOS
                PERFORM P155-SEGUE-FUSAO
                        UNTIL WS-COD-BUSCA = 0 OR WS-SALTOS > 10
                IF WS-COD-SOBREVIVE NOT = 0
                    MOVE WS-COD-SOBREVIVE TO WS-CODIGO
                    READ WS-CLI-NOVO
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            SET WS-PAI-FUNDIDO TO TRUE
                    END-READ
                END-IF
            END-IF
            .
       P155-SEGUE-FUSAO.
      * O ultimo registro do codigo vale: a fusao mais recente.
            MOVE 'N' TO WS-ACHOU-SW
            PERFORM VARYING WS-TMB-IDX FROM WS-TOT-TOMBSTONE BY -1
                    UNTIL WS-TMB-IDX < 1 OR WS-ACHOU
                IF WS-TMB-ANTIGO(WS-TMB-IDX) = WS-COD-BUSCA
                    SET WS-ACHOU TO TRUE
                    MOVE WS-TMB-NOVO(WS-TMB-IDX) TO WS-COD-SOBREVIVE
                END-IF
            END-PERFORM
            IF WS-ACHOU
                MOVE WS-COD-SOBREVIVE TO WS-COD-BUSCA
                ADD 1 TO WS-SALTOS
            ELSE
                MOVE 0 TO WS-COD-BUSCA
            END-IF
            .
       P200-CONFERE-RELACAO.
            MOVE 0   TO WS-TOT-ORFAOS
            MOVE 'N' TO WS-ORF-ESTOURO-SW
            MOVE 0   TO WS-CNT-LIDOS(WS-REL-ATUAL)
            MOVE 0   TO WS-CNT-ORFAOS(WS-REL-ATUAL)
            MOVE 0   TO WS-CNT-PROPOSTAS(WS-REL-ATUAL)
            MOVE 'N' TO WS-CNT-CONFERIDA(WS-REL-ATUAL)

            MOVE SPACES TO WS-REL-LINHA
            WRITE WS-REL-LINHA
            MOVE WS-REL-ATUAL                TO WS-CAB-REL-NUM
            MOVE WS-REL-FILHO(WS-REL-ATUAL)  TO WS-CAB-REL-FILHO
            MOVE WS-REL-PAI(WS-REL-ATUAL)    TO WS-CAB-REL-PAI
            MOVE WS-REL-DESCRICAO(WS-REL-ATUAL)
                 TO WS-CAB-REL-DESCRICAO
            WRITE WS-REL-LINHA FROM WS-CAB-RELACAO

            MOVE 'N' TO WS-ATUALIZA-SW
            PERFORM P600-ABRE-FILHO
            IF NOT WS-FILHO-ABERTO
                MOVE SPACES TO WS-LINHA-TRABALHO
                STRING '    ARQUIVO FILHO INDISPONIVEL (FS '
                       WS-FILHO-FS
                       ') - RELACAO NAO CONFERIDA.'
                       DELIMITED BY SIZE
                       INTO WS-LINHA-TRABALHO
                END-STRING
                WRITE WS-REL-LINHA FROM WS-LINHA-TRABALHO
            ELSE
                IF WS-REL-DISPUTA
                    OPEN INPUT WS-HIST-FILE
                    IF WS-HIST-FS = '00'
                        SET WS-HIST-ABERTO TO TRUE
                    END-IF
                END-IF
                IF WS-REL-DISPUTA AND NOT WS-HIST-ABERTO
                    MOVE SPACES TO WS-LINHA-TRABALHO
                    STRING '    ARQUIVO PAI INDISPONIVEL (FS '
                           WS-HIST-FS
                           ') - RELACAO NAO CONFERIDA.'
                           DELIMITED BY SIZE
                           INTO WS-LINHA-TRABALHO
                    END-STRING
                    WRITE WS-REL-LINHA FROM WS-LINHA-TRABALHO
                ELSE
                    MOVE 'Y' TO WS-CNT-CONFERIDA(WS-REL-ATUAL)
                    PERFORM P210-PASSA-FILHO
                    IF WS-REL-BLOQUEIO
                        PERFORM P250-MARCA-BAIXADOS
                    END-IF
                    PERFORM P300-AVALIA-ORFAOS
                END-IF
                IF WS-HIST-ABERTO
                    CLOSE WS-HIST-FILE
                    MOVE 'N' TO WS-HIST-ABERTO-SW
                END-IF
                PERFORM P610-FECHA-FILHO
            END-IF

            IF WS-CNT-CONFERIDA(WS-REL-ATUAL) = 'Y'
                MOVE WS-CNT-LIDOS(WS-REL-ATUAL)     TO WS-TOT-LIDOS
                MOVE WS-CNT-ORFAOS(WS-REL-ATUAL)    TO WS-TOT-ORF
                MOVE WS-CNT-PROPOSTAS(WS-REL-ATUAL) TO WS-TOT-PROP
                WRITE WS-REL-LINHA FROM WS-TOT-LINHA
            END-IF
            .
       P210-PASSA-FILHO.
      * Primeira passada, sequencial: so junta os orfaos.
            MOVE 'N' TO WS-FIM-ARQUIVO
            PERFORM P620-LE-PROXIMO
            PERFORM P220-CONFERE-FILHO
                    UNTIL WS-FIM
            .
       P220-CONFERE-FILHO.
            ADD 1 TO WS-CNT-LIDOS(WS-REL-ATUAL)
            EVALUATE TRUE
      * Codigo zero e registro de antes da conversao de codigos; o
      * CLICODCONV e quem relata esses.
                WHEN WS-REL-DE-CLIENTE
                    IF WS-REF-CODIGO NOT = 0
                        PERFORM P150-CONFERE-CLIENTE
                        IF NOT WS-PAI-OK
                            PERFORM P230-GUARDA-ORFAO
                        END-IF
                    END-IF
                WHEN WS-REL-DISPUTA
                    MOVE WS-REF-ID TO WS-HIST-ID
                    READ WS-HIST-FILE
                        INVALID KEY
                            PERFORM P230-GUARDA-ORFAO
                        NOT INVALID KEY
                            CONTINUE
                    END-READ
      * So bloqueio ativo interessa; o P250 confere contra as baixas.
                WHEN WS-REL-BLOQUEIO
                    IF WS-SIT-FILHO = 'A'
                        PERFORM P230-GUARDA-ORFAO
                    END-IF
            END-EVALUATE
            PERFORM P620-LE-PROXIMO
            .
       P230-GUARDA-ORFAO.
            IF WS-TOT-ORFAOS < 2000
                ADD 1 TO WS-TOT-ORFAOS
                SET WS-ORF-IDX TO WS-TOT-ORFAOS
                MOVE WS-CHAVE-TXT  TO WS-ORF-CHAVE-TXT(WS-ORF-IDX)
                MOVE WS-CHAVE-NUM  TO WS-ORF-CHAVE(WS-ORF-IDX)
                MOVE WS-SIT-FILHO  TO WS-ORF-SIT-FILHO(WS-ORF-IDX)
                MOVE 0             TO WS-ORF-SOBREVIVE(WS-ORF-IDX)
                EVALUATE TRUE
                    WHEN WS-REL-DE-CLIENTE
                        MOVE WS-REF-CODIGO TO WS-ORF-REF(WS-ORF-IDX)
                        MOVE WS-SIT-PAI
                             TO WS-ORF-SITUACAO(WS-ORF-IDX)
                        IF WS-PAI-FUNDIDO
                            MOVE WS-COD-SOBREVIVE
                                 TO WS-ORF-SOBREVIVE(WS-ORF-IDX)
                        END-IF
                    WHEN WS-REL-DISPUTA
                        MOVE WS-REF-ID TO WS-ORF-REF(WS-ORF-IDX)
                        SET WS-ORF-SEM-HISTORICO(WS-ORF-IDX) TO TRUE
                    WHEN WS-REL-BLOQUEIO
                        MOVE WS-REF-ID TO WS-ORF-REF(WS-ORF-IDX)
                        SET WS-ORF-CANDIDATO(WS-ORF-IDX) TO TRUE
                END-EVALUATE
            ELSE
                SET WS-ORF-ESTOUROU TO TRUE
                IF NOT WS-REL-BLOQUEIO
                    ADD 1 TO WS-CNT-ORFAOS(WS-REL-ATUAL)
                END-IF
            END-IF
            .
       P250-MARCA-BAIXADOS.
      * Bloqueio ativo de pagamento ja baixado por perda nao segura
      * mais nada: vira orfao a liberar.
            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN INPUT WS-BXA-FILE
            IF WS-BXA-FS = '00'
                PERFORM P255-LE-BAIXA
                        UNTIL WS-FIM
                CLOSE WS-BXA-FILE
            END-IF
            .
       P255-LE-BAIXA.
            READ WS-BXA-FILE
                AT END
                    SET WS-FIM TO TRUE
                NOT AT END
                    PERFORM VARYING WS-ORF-IDX FROM 1 BY 1
                            UNTIL WS-ORF-IDX > WS-TOT-ORFAOS
                        IF WS-ORF-CHAVE(WS-ORF-IDX) = WS-BXA-ID
                            SET WS-ORF-BAIXADO(WS-ORF-IDX) TO TRUE
                        END-IF
                    END-PERFORM
            END-READ
            .
       P300-AVALIA-ORFAOS.
      * Segunda passada, sobre a tabela: relato e proposta.
            IF WS-TOT-ORFAOS > 0
                WRITE WS-REL-LINHA FROM WS-CAB-2
            END-IF
            PERFORM P310-AVALIA-ORFAO
                    VARYING WS-ORF-IDX FROM 1 BY 1
                    UNTIL WS-ORF-IDX > WS-TOT-ORFAOS
            IF WS-ORF-ESTOUROU
                MOVE '    LISTA LIMITADA A 2000 ORFAOS POR RELACAO.'
                     TO WS-REL-LINHA
                WRITE WS-REL-LINHA
            END-IF
            .
       P310-AVALIA-ORFAO.
            IF NOT WS-ORF-CANDIDATO(WS-ORF-IDX)
                ADD 1 TO WS-CNT-ORFAOS(WS-REL-ATUAL)
                ADD 1 TO WS-TOT-GERAL-ORFAOS
                MOVE SPACES TO WS-DET-SITUACAO
                MOVE SPACES TO WS-DET-ACAO
                MOVE SPACES TO WS-COR-REGISTRO
                MOVE WS-ORF-CHAVE-TXT(WS-ORF-IDX) TO WS-DET-CHAVE
                MOVE WS-ORF-REF(WS-ORF-IDX)       TO WS-DET-REF
                EVALUATE TRUE
                    WHEN WS-ORF-EXCLUIDO(WS-ORF-IDX)
                        MOVE 'CLIENTE NAO EXISTE NO MASTER'
                             TO WS-DET-SITUACAO
                    WHEN WS-ORF-FUNDIDO(WS-ORF-IDX)
                        MOVE WS-ORF-SOBREVIVE(WS-ORF-IDX)
                             TO WS-CODIGO-ED
                        STRING 'CLIENTE FUNDIDO NO ' WS-CODIGO-ED
                               DELIMITED BY SIZE
                               INTO WS-DET-SITUACAO
                        END-STRING
                    WHEN WS-ORF-SEM-HISTORICO(WS-ORF-IDX)
                        MOVE 'ID FORA DO HISTORICO DE CONFIRMADOS'
                             TO WS-DET-SITUACAO
                    WHEN WS-ORF-BAIXADO(WS-ORF-IDX)
                        MOVE 'BLOQUEIO ATIVO DE PAGAMENTO BAIXADO'
                             TO WS-DET-SITUACAO
                END-EVALUATE
                IF WS-REL-CORRIGE(WS-REL-ATUAL) = 'S'
                    PERFORM P320-PROPOE-CORRECAO
                ELSE
                    MOVE 'SO RELATO: ACERTO PELA AREA RESPONSAVEL'
                         TO WS-DET-ACAO
                END-IF
                WRITE WS-REL-LINHA FROM WS-DET-LINHA
            END-IF
            .
       P320-PROPOE-CORRECAO.
            MOVE WS-REL-ATUAL             TO WS-COR-RELACAO
            MOVE WS-ORF-CHAVE(WS-ORF-IDX) TO WS-COR-CHAVE
            MOVE 0                        TO WS-COR-NOVO-CODIGO
            MOVE WS-DET-SITUACAO          TO WS-COR-MOTIVO
            MOVE WS-HOJE                  TO WS-COR-DATA
            EVALUATE TRUE
      * Reapontar so quando o sobrevivente ainda nao tem o seu; se
      * ja tem, o do absorvido sobra e sai.
                WHEN WS-ORF-FUNDIDO(WS-ORF-IDX)
                     AND WS-REL-REAPONTA(WS-REL-ATUAL) = 'S'
                    MOVE WS-ORF-SOBREVIVE(WS-ORF-IDX) TO WS-CHAVE-LER
                    PERFORM P630-LE-FILHO
                    IF WS-ACHOU
                        SET WS-COR-REMOVE TO TRUE
                        MOVE 'REMOVER (SOBREVIVENTE JA TEM O SEU)'
                             TO WS-DET-ACAO
                    ELSE
                        SET WS-COR-REAPONTA TO TRUE
                        MOVE WS-ORF-SOBREVIVE(WS-ORF-IDX)
                             TO WS-COR-NOVO-CODIGO
                        MOVE WS-ORF-SOBREVIVE(WS-ORF-IDX)
                             TO WS-CODIGO-ED
                        STRING 'REAPONTAR PARA O CLIENTE '
                               WS-CODIGO-ED
                               DELIMITED BY SIZE
                               INTO WS-DET-ACAO
                        END-STRING
                    END-IF
                WHEN WS-REL-CHAVE-CLIENTE
                    SET WS-COR-REMOVE TO TRUE
                    MOVE 'REMOVER' TO WS-DET-ACAO
      * Disputa aberta ainda espera decisao; so a resolvida sai.
                WHEN WS-REL-DISPUTA
                    IF WS-ORF-SIT-FILHO(WS-ORF-IDX) = 'A'
                        MOVE 'SO RELATO: DISPUTA AINDA ABERTA'
                             TO WS-DET-ACAO
                    ELSE
                        SET WS-COR-REMOVE TO TRUE
                        MOVE 'REMOVER (DISPUTA JA RESOLVIDA)'
                             TO WS-DET-ACAO
                    END-IF
                WHEN WS-REL-BLOQUEIO
                    SET WS-COR-LIBERA TO TRUE
                    MOVE 'LIBERAR O BLOQUEIO' TO WS-DET-ACAO
            END-EVALUATE
            IF WS-COR-ACAO NOT = SPACE
                WRITE WS-COR-REGISTRO
                ADD 1 TO WS-CNT-PROPOSTAS(WS-REL-ATUAL)
                ADD 1 TO WS-TOT-GERAL-PROPOSTAS
            END-IF
            .
       P500-CORRIGE.
      * Mexe em arquivos de varias areas: so supervisor.
            MOVE SPACES TO WS-SG-ID
            MOVE 'S' TO WS-SG-FUNCAO
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
                CLOSE WS-CLI-NOVO
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE WS-SG-ID TO WS-AU-OPERADOR

            OPEN INPUT WS-COR-FILE
            IF WS-COR-FS NOT = '00'
                DISPLAY 'SEM PROPOSTAS DE CORRECAO: ' WS-COR-PATH
            ELSE
                OPEN OUTPUT WS-CORN-FILE
                OPEN EXTEND WS-JOR-FILE
                IF WS-JOR-FS NOT = '00'
                    OPEN OUTPUT WS-JOR-FILE
                END-IF
                MOVE 'N' TO WS-FIM-ARQUIVO
                PERFORM P510-LE-PROPOSTA
                PERFORM P520-DECIDE-PROPOSTA
                        UNTIL WS-FIM
                CLOSE WS-JOR-FILE
                CLOSE WS-CORN-FILE
                CLOSE WS-COR-FILE
                CALL 'CBL_RENAME_FILE' USING WS-CORN-PATH
                                             WS-COR-PATH

                DISPLAY '----- RESUMO DA CORRECAO -----'
                DISPLAY 'APLICADAS          : ' WS-TOT-APLICADAS
                DISPLAY 'RECUSADAS          : ' WS-TOT-RECUSADAS
                DISPLAY 'MANTIDAS           : ' WS-TOT-MANTIDAS
                DISPLAY 'JA NAO SE APLICAVAM: ' WS-TOT-DESCARTADAS
            END-IF
            .
       P510-LE-PROPOSTA.
            READ WS-COR-FILE
                AT END SET WS-FIM TO TRUE
            END-READ
            .
       P520-DECIDE-PROPOSTA.
            MOVE WS-COR-RELACAO TO WS-REL-ATUAL
            DISPLAY '-------------------------------------------'
            DISPLAY 'RELACAO : ' WS-REL-ATUAL ' '
                    WS-REL-FILHO(WS-REL-ATUAL) ' -> '
                    WS-REL-PAI(WS-REL-ATUAL)
            DISPLAY 'CHAVE   : ' WS-COR-CHAVE
            DISPLAY 'MOTIVO  : ' WS-COR-MOTIVO
            EVALUATE TRUE
                WHEN WS-COR-REAPONTA
                    DISPLAY 'PROPOSTA: REAPONTAR PARA O CLIENTE '
                            WS-COR-NOVO-CODIGO
                WHEN WS-COR-LIBERA
                    DISPLAY 'PROPOSTA: LIBERAR O BLOQUEIO'
                WHEN OTHER
                    DISPLAY 'PROPOSTA: REMOVER'
            END-EVALUATE
            DISPLAY 'DECISAO (A=APLICA, R=RECUSA, S=MANTEM): '
            ACCEPT WS-DECISAO

            EVALUATE TRUE
                WHEN WS-DEC-APLICA
                    PERFORM P530-APLICA-PROPOSTA
                    IF WS-APLICADA
                        ADD 1 TO WS-TOT-APLICADAS
                    ELSE
                        DISPLAY 'NAO APLICADA: ' WS-MOTIVO-NAO-APLICADA
                        ADD 1 TO WS-TOT-DESCARTADAS
                    END-IF
                WHEN WS-DEC-RECUSA
                    ADD 1 TO WS-TOT-RECUSADAS
                WHEN OTHER
                    WRITE WS-CORN-REGISTRO FROM WS-COR-REGISTRO
                    ADD 1 TO WS-TOT-MANTIDAS
            END-EVALUATE

            PERFORM P510-LE-PROPOSTA
            .
       P530-APLICA-PROPOSTA.
      * A proposta e da noite; entre ela e a decisao os arquivos
      * andaram. Tudo e conferido de novo antes de mexer.
            MOVE 'N'    TO WS-APLICADA-SW
            MOVE SPACES TO WS-MOTIVO-NAO-APLICADA
            MOVE 'Y'    TO WS-ATUALIZA-SW
            PERFORM P600-ABRE-FILHO
            IF NOT WS-FILHO-ABERTO
                MOVE 'ARQUIVO FILHO INDISPONIVEL'
                     TO WS-MOTIVO-NAO-APLICADA
            ELSE
                MOVE WS-COR-CHAVE TO WS-CHAVE-LER
                PERFORM P630-LE-FILHO
                IF NOT WS-ACHOU
                    MOVE 'REGISTRO JA NAO EXISTE'
                         TO WS-MOTIVO-NAO-APLICADA
                ELSE
                    MOVE WS-IMG-REGISTRO TO WS-IMG-ANTES
                    PERFORM P540-CONFERE-AINDA-ORFAO
                    IF WS-MOTIVO-NAO-APLICADA = SPACES
                        PERFORM P550-EXECUTA-CORRECAO
                    END-IF
                END-IF
                PERFORM P610-FECHA-FILHO
            END-IF
            .
       P540-CONFERE-AINDA-ORFAO.
            EVALUATE TRUE
                WHEN WS-REL-CHAVE-CLIENTE
                    MOVE WS-COR-CHAVE TO WS-REF-CODIGO
                    PERFORM P150-CONFERE-CLIENTE
                    IF WS-PAI-OK
                        MOVE 'CLIENTE EXISTE NO MASTER'
                             TO WS-MOTIVO-NAO-APLICADA
                    END-IF
                    IF WS-COR-REAPONTA
                        IF NOT WS-PAI-FUNDIDO
                           OR WS-COD-SOBREVIVE NOT = WS-COR-NOVO-CODIGO
                            MOVE 'SOBREVIVENTE DA FUSAO MUDOU'
                                 TO WS-MOTIVO-NAO-APLICADA
                        END-IF
                    END-IF
                WHEN WS-REL-DISPUTA
                    OPEN INPUT WS-HIST-FILE
                    IF WS-HIST-FS NOT = '00'
                        MOVE 'HISTORICO INDISPONIVEL'
                             TO WS-MOTIVO-NAO-APLICADA
                    ELSE
                        MOVE WS-COR-CHAVE TO WS-HIST-ID
                        READ WS-HIST-FILE
                            INVALID KEY
                                CONTINUE
                            NOT INVALID KEY
                                MOVE 'ID VOLTOU AO HISTORICO'
                                     TO WS-MOTIVO-NAO-APLICADA
                        END-READ
                        CLOSE WS-HIST-FILE
                    END-IF
                    IF WS-SIT-FILHO = 'A'
                        MOVE 'DISPUTA FOI REABERTA'
                             TO WS-MOTIVO-NAO-APLICADA
                    END-IF
                WHEN WS-REL-BLOQUEIO
                    IF WS-SIT-FILHO NOT = 'A'
                        MOVE 'BLOQUEIO JA LIBERADO'
                             TO WS-MOTIVO-NAO-APLICADA
                    ELSE
                        PERFORM P545-CONFERE-BAIXA
                    END-IF
                WHEN OTHER
                    MOVE 'RELACAO SEM CORRECAO AUTOMATICA'
                         TO WS-MOTIVO-NAO-APLICADA
            END-EVALUATE
            .
       P545-CONFERE-BAIXA.
      * Baixa estornada depois da noite devolve o bloqueio ao normal.
            MOVE 'N' TO WS-ACHOU-SW
            MOVE 'N' TO WS-FIM-TOMBSTONE-SW
            OPEN INPUT WS-BXA-FILE
            IF WS-BXA-FS = '00'
                PERFORM UNTIL WS-FIM-TOMBSTONE OR WS-ACHOU
                    READ WS-BXA-FILE
                        AT END
                            SET WS-FIM-TOMBSTONE TO TRUE
                        NOT AT END
                            IF WS-BXA-ID = WS-COR-CHAVE
                                SET WS-ACHOU TO TRUE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE WS-BXA-FILE
            END-IF
            IF NOT WS-ACHOU
                MOVE 'PAGAMENTO NAO CONSTA MAIS DAS BAIXAS'
                     TO WS-MOTIVO-NAO-APLICADA
            END-IF
            .
       P550-EXECUTA-CORRECAO.
            MOVE 'N'    TO WS-FALHA-SW
            MOVE SPACES TO WS-JOR-DEPOIS
            EVALUATE TRUE
                WHEN WS-COR-LIBERA
                    MOVE WS-IMG-ANTES TO WS-IMG-REGISTRO
                    MOVE 'L'          TO WS-IMG-BLQ-SITUACAO
                    MOVE WS-HOJE      TO WS-IMG-BLQ-DATA-LIB
                    PERFORM P660-REGRAVA-FILHO
                    MOVE 'A' TO WS-JOR-OPERACAO
                WHEN WS-COR-REAPONTA
      * Sobrevivente que ganhou registro depois da noite: nao se
      * sobrescreve o dele.
                    MOVE WS-COR-NOVO-CODIGO TO WS-CHAVE-LER
                    PERFORM P630-LE-FILHO
                    IF WS-ACHOU
                        MOVE 'SOBREVIVENTE JA TEM REGISTRO; REMOVER'
                             TO WS-MOTIVO-NAO-APLICADA
                    ELSE
                        MOVE WS-COR-CHAVE TO WS-CHAVE-LER
                        PERFORM P640-APAGA-FILHO
                        IF NOT WS-FALHOU
                            MOVE WS-IMG-ANTES       TO WS-IMG-REGISTRO
                            MOVE WS-COR-NOVO-CODIGO TO WS-CHAVE-NOVA
                            PERFORM P650-GRAVA-FILHO
      * Sem o registro novo, o antigo volta como estava.
                            IF WS-FALHOU
                                MOVE WS-IMG-ANTES TO WS-IMG-REGISTRO
                                MOVE WS-COR-CHAVE TO WS-CHAVE-NOVA
                                PERFORM P650-GRAVA-FILHO
                                SET WS-FALHOU TO TRUE
                            END-IF
                        END-IF
                    END-IF
                    MOVE 'A' TO WS-JOR-OPERACAO
                WHEN OTHER
                    MOVE WS-COR-CHAVE TO WS-CHAVE-LER
                    PERFORM P640-APAGA-FILHO
                    MOVE 'E' TO WS-JOR-OPERACAO
            END-EVALUATE

            IF WS-FALHOU
                MOVE 'FALHA NA GRAVACAO DO ARQUIVO FILHO'
                     TO WS-MOTIVO-NAO-APLICADA
            END-IF
            IF WS-MOTIVO-NAO-APLICADA = SPACES
                IF WS-JOR-OPERACAO = 'A'
                    MOVE WS-IMG-REGISTRO TO WS-JOR-DEPOIS
                END-IF
                PERFORM P560-JORNALIZA
                SET WS-APLICADA TO TRUE
            END-IF
            .
       P560-JORNALIZA.
            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
            MOVE WS-DATA-HORA-ATUAL(1:8)    TO WS-JOR-DATA
            MOVE WS-DATA-HORA-ATUAL(9:6)    TO WS-JOR-HORA
            MOVE WS-REL-FILHO(WS-REL-ATUAL) TO WS-JOR-ARQUIVO
            MOVE WS-IMG-ANTES               TO WS-JOR-ANTES
            MOVE WS-SG-ID                   TO WS-JOR-OPERADOR
            WRITE WS-JOR-REGISTRO

            MOVE 'INTEG-CORR'    TO WS-AU-EVENTO
            MOVE SPACES          TO WS-AU-CHAVE
            MOVE WS-COR-RELACAO  TO WS-AU-CHAVE(1:2)
            MOVE WS-COR-CHAVE    TO WS-AU-CHAVE(4:9)
            MOVE WS-COR-ACAO     TO WS-AU-CHAVE(14:1)
            IF WS-COR-REAPONTA
                MOVE WS-COR-NOVO-CODIGO TO WS-AU-CHAVE(16:6)
            END-IF
            MOVE 0               TO WS-AU-CONTADOR
            CALL 'AUDITLOG' USING WS-AUDIT-PARM
            .
      * Acesso aos arquivos filhos. Cada relacao tem o seu layout;
      * estes paragrafos sao o unico lugar que conhece os FDs, e o
      * resto do programa trabalha com a chave e a imagem do registro.
       P600-ABRE-FILHO.
            MOVE 'N'  TO WS-FILHO-ABERTO-SW
            MOVE '35' TO WS-FILHO-FS
            EVALUATE WS-REL-ATUAL
                WHEN 1
                    IF WS-ABRE-PARA-ATUALIZAR
                        OPEN I-O WS-MAN-FILE
                    ELSE
                        OPEN INPUT WS-MAN-FILE
                    END-IF
                    MOVE WS-MAN-FS TO WS-FILHO-FS
                WHEN 2
                    IF WS-ABRE-PARA-ATUALIZAR
                        OPEN I-O WS-LIM-FILE
                    ELSE
                        OPEN INPUT WS-LIM-FILE
                    END-IF
                    MOVE WS-LIM-FS TO WS-FILHO-FS
                WHEN 3
                    IF WS-ABRE-PARA-ATUALIZAR
                        OPEN I-O WS-DOC-FILE
                    ELSE
                        OPEN INPUT WS-DOC-FILE
                    END-IF
                    MOVE WS-DOC-FS TO WS-FILHO-FS
                WHEN 4
                    IF WS-ABRE-PARA-ATUALIZAR
                        OPEN I-O WS-CAN-FILE
                    ELSE
                        OPEN INPUT WS-CAN-FILE
                    END-IF
                    MOVE WS-CAN-FS TO WS-FILHO-FS
                WHEN 5
                    IF WS-ABRE-PARA-ATUALIZAR
                        OPEN I-O WS-SCO-FILE
                    ELSE
                        OPEN INPUT WS-SCO-FILE
                    END-IF
                    MOVE WS-SCO-FS TO WS-FILHO-FS
                WHEN 6
                    OPEN INPUT WS-CRD-FILE
                    MOVE WS-CRD-FS TO WS-FILHO-FS
                WHEN 7
                    OPEN INPUT WS-CTR-FILE
                    MOVE WS-CTR-FS TO WS-FILHO-FS
                WHEN 8
                    OPEN INPUT WS-HIST-FILE
                    MOVE WS-HIST-FS TO WS-FILHO-FS
                WHEN 9
                    IF WS-ABRE-PARA-ATUALIZAR
                        OPEN I-O WS-DSP-FILE
                    ELSE
                        OPEN INPUT WS-DSP-FILE
                    END-IF
                    MOVE WS-DSP-FS TO WS-FILHO-FS
                WHEN 10
                    IF WS-ABRE-PARA-ATUALIZAR
                        OPEN I-O WS-BLQ-FILE
                    ELSE
                        OPEN INPUT WS-BLQ-FILE
                    END-IF
                    MOVE WS-BLQ-FS TO WS-FILHO-FS
            END-EVALUATE
            IF WS-FILHO-FS = '00'
                SET WS-FILHO-ABERTO TO TRUE
            END-IF
            .
       P610-FECHA-FILHO.
            EVALUATE WS-REL-ATUAL
                WHEN 1
                    CLOSE WS-MAN-FILE
                WHEN 2
                    CLOSE WS-LIM-FILE
                WHEN 3
                    CLOSE WS-DOC-FILE
                WHEN 4
                    CLOSE WS-CAN-FILE
                WHEN 5
                    CLOSE WS-SCO-FILE
                WHEN 6
                    CLOSE WS-CRD-FILE
                WHEN 7
                    CLOSE WS-CTR-FILE
                WHEN 8
                    CLOSE WS-HIST-FILE
                WHEN 9
                    CLOSE WS-DSP-FILE
                WHEN 10
                    CLOSE WS-BLQ-FILE
            END-EVALUATE
            MOVE 'N' TO WS-FILHO-ABERTO-SW
            .
       P620-LE-PROXIMO.
            MOVE SPACE TO WS-SIT-FILHO
            EVALUATE WS-REL-ATUAL
                WHEN 1
                    READ WS-MAN-FILE NEXT RECORD
                        AT END SET WS-FIM TO TRUE
                    END-READ
                    MOVE WS-MAN-CODIGO TO WS-REF-CODIGO
                WHEN 2
                    READ WS-LIM-FILE NEXT RECORD
                        AT END SET WS-FIM TO TRUE
                    END-READ
                    MOVE WS-LIM-CODIGO TO WS-REF-CODIGO
                WHEN 3
                    READ WS-DOC-FILE NEXT RECORD
                        AT END SET WS-FIM TO TRUE
                    END-READ
                    MOVE WS-DOC-CODIGO TO WS-REF-CODIGO
                WHEN 4
                    READ WS-CAN-FILE NEXT RECORD
                        AT END SET WS-FIM TO TRUE
                    END-READ
                    MOVE WS-CAN-CODIGO TO WS-REF-CODIGO
                WHEN 5
                    READ WS-SCO-FILE NEXT RECORD
                        AT END SET WS-FIM TO TRUE
                    END-READ
                    MOVE WS-SCO-CODIGO TO WS-REF-CODIGO
                WHEN 6
                    READ WS-CRD-FILE NEXT RECORD
                        AT END SET WS-FIM TO TRUE
                    END-READ
                    MOVE WS-CRD-CODIGO TO WS-REF-CODIGO
                WHEN 7
                    READ WS-CTR-FILE NEXT RECORD
                        AT END SET WS-FIM TO TRUE
                    END-READ
                    MOVE WS-CTR-COD-CLIENTE TO WS-REF-CODIGO
                    MOVE WS-CTR-CONTRATO    TO WS-CHAVE-TXT
                    MOVE 0                  TO WS-CHAVE-NUM
                WHEN 8
                    READ WS-HIST-FILE NEXT RECORD
                        AT END SET WS-FIM TO TRUE
                    END-READ
                    MOVE WS-HIST-COD-CLIENTE TO WS-REF-CODIGO
                    MOVE WS-HIST-ID          TO WS-CHAVE-NUM
                WHEN 9
                    READ WS-DSP-FILE NEXT RECORD
                        AT END SET WS-FIM TO TRUE
                    END-READ
                    MOVE WS-DSP-ID       TO WS-REF-ID
                    MOVE WS-DSP-ID       TO WS-CHAVE-NUM
                    MOVE WS-DSP-SITUACAO TO WS-SIT-FILHO
                WHEN 10
                    READ WS-BLQ-FILE NEXT RECORD
                        AT END SET WS-FIM TO TRUE
                    END-READ
                    MOVE WS-BLQ-ID       TO WS-REF-ID
                    MOVE WS-BLQ-ID       TO WS-CHAVE-NUM
                    MOVE WS-BLQ-SITUACAO TO WS-SIT-FILHO
            END-EVALUATE
            IF WS-REL-CHAVE-CLIENTE
                MOVE WS-REF-CODIGO TO WS-CHAVE-NUM
            END-IF
            IF WS-REL-ATUAL NOT = 7
                MOVE WS-CHAVE-NUM TO WS-CHAVE-TXT
            END-IF
            .
       P630-LE-FILHO.
      * Leitura por chave (WS-CHAVE-LER) das relacoes corrigiveis.
            MOVE 'N'    TO WS-ACHOU-SW
            MOVE SPACES TO WS-IMG-REGISTRO
            EVALUATE WS-REL-ATUAL
                WHEN 1
                    MOVE WS-CHAVE-LER TO WS-MAN-CODIGO
                    READ WS-MAN-FILE
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                            SET WS-ACHOU TO TRUE
                            MOVE WS-MAN-REGISTRO TO WS-IMG-REGISTRO
                    END-READ
                WHEN 2
                    MOVE WS-CHAVE-LER TO WS-LIM-CODIGO
                    READ WS-LIM-FILE
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                            SET WS-ACHOU TO TRUE
                            MOVE WS-LIM-REGISTRO TO WS-IMG-REGISTRO
                    END-READ
                WHEN 3
                    MOVE WS-CHAVE-LER TO WS-DOC-CODIGO
                    READ WS-DOC-FILE
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                            SET WS-ACHOU TO TRUE
                            MOVE WS-DOC-REGISTRO TO WS-IMG-REGISTRO
                    END-READ
                WHEN 4
                    MOVE WS-CHAVE-LER TO WS-CAN-CODIGO
                    READ WS-CAN-FILE
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                            SET WS-ACHOU TO TRUE
                            MOVE WS-CAN-REGISTRO TO WS-IMG-REGISTRO
                    END-READ
                WHEN 5
                    MOVE WS-CHAVE-LER TO WS-SCO-CODIGO
                    READ WS-SCO-FILE
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                            SET WS-ACHOU TO TRUE
                            MOVE WS-SCO-REGISTRO TO WS-IMG-REGISTRO
                    END-READ
                WHEN 9
                    MOVE WS-CHAVE-LER TO WS-DSP-ID
                    READ WS-DSP-FILE
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                            SET WS-ACHOU TO TRUE
                            MOVE WS-DSP-REGISTRO TO WS-IMG-REGISTRO
                            MOVE WS-DSP-SITUACAO TO WS-SIT-FILHO
                    END-READ
                WHEN 10
                    MOVE WS-CHAVE-LER TO WS-BLQ-ID
                    READ WS-BLQ-FILE
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                            SET WS-ACHOU TO TRUE
                            MOVE WS-BLQ-REGISTRO TO WS-IMG-REGISTRO
                            MOVE WS-BLQ-SITUACAO TO WS-SIT-FILHO
                    END-READ
            END-EVALUATE
            .
       P640-APAGA-FILHO.
            MOVE 'N' TO WS-FALHA-SW
            EVALUATE WS-REL-ATUAL
                WHEN 1
                    MOVE WS-CHAVE-LER TO WS-MAN-CODIGO
                    DELETE WS-MAN-FILE
                        INVALID KEY SET WS-FALHOU TO TRUE
                    END-DELETE
                WHEN 2
                    MOVE WS-CHAVE-LER TO WS-LIM-CODIGO
                    DELETE WS-LIM-FILE
                        INVALID KEY SET WS-FALHOU TO TRUE
                    END-DELETE
                WHEN 3
                    MOVE WS-CHAVE-LER TO WS-DOC-CODIGO
                    DELETE WS-DOC-FILE
                        INVALID KEY SET WS-FALHOU TO TRUE
                    END-DELETE
                WHEN 4
                    MOVE WS-CHAVE-LER TO WS-CAN-CODIGO
                    DELETE WS-CAN-FILE
                        INVALID KEY SET WS-FALHOU TO TRUE
                    END-DELETE
                WHEN 5
                    MOVE WS-CHAVE-LER TO WS-SCO-CODIGO
                    DELETE WS-SCO-FILE
                        INVALID KEY SET WS-FALHOU TO TRUE
                    END-DELETE
                WHEN 9
                    MOVE WS-CHAVE-LER TO WS-DSP-ID
                    DELETE WS-DSP-FILE
                        INVALID KEY SET WS-FALHOU TO TRUE
                    END-DELETE
                WHEN OTHER
                    SET WS-FALHOU TO TRUE
            END-EVALUATE
            .
       P650-GRAVA-FILHO.
      * Grava a imagem com a chave WS-CHAVE-NOVA (reapontamento).
            MOVE 'N' TO WS-FALHA-SW
            EVALUATE WS-REL-ATUAL
                WHEN 1
                    MOVE WS-IMG-REGISTRO TO WS-MAN-REGISTRO
                    MOVE WS-CHAVE-NOVA   TO WS-MAN-CODIGO
                    WRITE WS-MAN-REGISTRO
                        INVALID KEY SET WS-FALHOU TO TRUE
                    END-WRITE
                    MOVE WS-MAN-REGISTRO TO WS-IMG-REGISTRO
                WHEN 2
                    MOVE WS-IMG-REGISTRO TO WS-LIM-REGISTRO
                    MOVE WS-CHAVE-NOVA   TO WS-LIM-CODIGO
                    WRITE WS-LIM-REGISTRO
                        INVALID KEY SET WS-FALHOU TO TRUE
                    END-WRITE
                    MOVE WS-LIM-REGISTRO TO WS-IMG-REGISTRO
                WHEN 3
                    MOVE WS-IMG-REGISTRO TO WS-DOC-REGISTRO
                    MOVE WS-CHAVE-NOVA   TO WS-DOC-CODIGO
                    WRITE WS-DOC-REGISTRO
                        INVALID KEY SET WS-FALHOU TO TRUE
                    END-WRITE
                    MOVE WS-DOC-REGISTRO TO WS-IMG-REGISTRO
                WHEN 4
                    MOVE WS-IMG-REGISTRO TO WS-CAN-REGISTRO
                    MOVE WS-CHAVE-NOVA   TO WS-CAN-CODIGO
                    WRITE WS-CAN-REGISTRO
                        INVALID KEY SET WS-FALHOU TO TRUE
                    END-WRITE
                    MOVE WS-CAN-REGISTRO TO WS-IMG-REGISTRO
                WHEN OTHER
                    SET WS-FALHOU TO TRUE
            END-EVALUATE
            .
       P660-REGRAVA-FILHO.
            MOVE 'N' TO WS-FALHA-SW
            EVALUATE WS-REL-ATUAL
                WHEN 10
                    MOVE WS-IMG-REGISTRO TO WS-BLQ-REGISTRO
                    REWRITE WS-BLQ-REGISTRO
                        INVALID KEY SET WS-FALHOU TO TRUE
                    END-REWRITE
                WHEN OTHER
                    SET WS-FALHOU TO TRUE
            END-EVALUATE
            .
       END PROGRAM INTEGRIDADE.
