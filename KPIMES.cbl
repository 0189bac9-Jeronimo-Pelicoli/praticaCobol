      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KPIMES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-FIL-FILE      ASSIGN TO WS-FIL-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS WS-FIL-CODIGO
                                    FILE STATUS WS-FIL-FS.
           SELECT WS-HM-FILE       ASSIGN TO WS-HM-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS WS-HM-CHAVE
                                    FILE STATUS WS-HM-FS.
           SELECT WS-HIST-FILE     ASSIGN TO WS-HIST-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS WS-HIST-ID
                                    FILE STATUS WS-HIST-FS.
           SELECT WS-DSP-FILE      ASSIGN TO WS-DSP-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS WS-DSP-ID
                                    FILE STATUS WS-DSP-FS.
           SELECT WS-CF-FILE       ASSIGN TO WS-CF-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS WS-CF-COD-CLIENTE
                                    FILE STATUS WS-CF-FS.
           SELECT WS-PAG-FILE      ASSIGN TO WS-PAG-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-PAG-FS.
           SELECT WS-VENC-FILE     ASSIGN TO WS-VENC-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-VENC-FS.
           SELECT WS-BXA-FILE      ASSIGN TO WS-BXA-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-BXA-FS.
           SELECT WS-JR-FILE       ASSIGN TO WS-JR-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-JR-FS.
           SELECT WS-CTL-FILE      ASSIGN TO WS-CTL-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-CTL-FS.
           SELECT WS-GER-FILE      ASSIGN TO WS-GER-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-GER-FS.
           SELECT WS-REL-FILE      ASSIGN TO WS-REL-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-REL-FS.
           SELECT WS-CSV-FILE      ASSIGN TO WS-CSV-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-CSV-FS.
           SELECT WS-SORT-FILE     ASSIGN TO 'KPIMES.SRT'.
       DATA DIVISION.
       FILE SECTION.
      * Layout identico ao do FILMANUT
       FD  WS-FIL-FILE.
       01 WS-FIL-REGISTRO.
          03 WS-FIL-CODIGO              PIC 9(3).
          03 WS-FIL-NOME                PIC X(30).
          03 WS-FIL-ARQUIVO             PIC X(40).
          03 WS-FIL-CUTOFF              PIC 9(4).
          03 WS-FIL-CONTA               PIC X(12).
          03 WS-FIL-SITUACAO            PIC X.
      * Layout identico ao do PAGTOHISTMES
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
      * Layout identico ao do PAGTOCONFIRM
       FD  WS-HIST-FILE.
       01 WS-HIST-REGISTRO.
           03 WS-HIST-ID             PIC 9(9).
           03 WS-HIST-VALOR          PIC S9(9)V99.
           03 WS-HIST-DATA           PIC 9(8).
           03 WS-HIST-CLIENTE        PIC X(30).
           03 WS-HIST-SITUACAO       PIC X.
           03 WS-HIST-COD-CLIENTE    PIC 9(6).
      * Layout identico ao do PAGTODISPUTA
       FD  WS-DSP-FILE.
       01 WS-DSP-REGISTRO.
           03 WS-DSP-ID              PIC 9(9).
           03 WS-DSP-DATA-ABERTURA   PIC 9(8).
           03 WS-DSP-OPERADOR        PIC X(8).
           03 WS-DSP-MOTIVO          PIC X(30).
           03 WS-DSP-SITUACAO        PIC X.
           03 WS-DSP-DATA-RESOLUCAO  PIC 9(8).
      * Filial de cada cliente pelo ultimo pagamento confirmado; so
      * vive durante o run, para atribuir os movimentos de cadastro.
       FD  WS-CF-FILE.
       01 WS-CF-REGISTRO.
           03 WS-CF-COD-CLIENTE      PIC 9(6).
           03 WS-CF-FILIAL           PIC 9(3).
           03 WS-CF-DATA             PIC 9(8).
      * Layout identico ao do PAGTORELAT; serve tambem para os
      * pendentes do PAGTOCONFIRM, que tem o mesmo registro.
       FD  WS-PAG-FILE.
       01 WS-PAG-REGISTRO.
           03 WS-PAG-TIPO             PIC X.
           03 WS-PAG-ID               PIC 9(9).
           03 WS-PAG-VALOR            PIC S9(9)V99.
           03 WS-PAG-COD-SITUACAO     PIC X.
           03 WS-PAG-MOTIVO           PIC 99.
           03 WS-PAG-CLIENTE          PIC X(30).
           03 WS-PAG-DATA-PENDENCIA   PIC X(8).
           03 WS-PAG-FILIAL           PIC X(3).
           03 WS-PAG-COD-CLIENTE      PIC 9(6).
      * Layout identico ao do PAGTOJUROS
       FD  WS-VENC-FILE.
       01 WS-VENC-REGISTRO.
           03 WS-VENC-ID             PIC 9(9).
           03 WS-VENC-DATA           PIC 9(8).
      * Layout identico ao do PAGTOBAIXA
       FD  WS-BXA-FILE.
       01 WS-BXA-REGISTRO.
           03 WS-BXA-ID              PIC 9(9).
           03 WS-BXA-VALOR           PIC S9(9)V99.
           03 WS-BXA-CLIENTE         PIC X(30).
           03 WS-BXA-DATA-PEND       PIC 9(8).
           03 WS-BXA-DATA-BAIXA      PIC 9(8).
           03 WS-BXA-OPERADOR        PIC X(8).
           03 WS-BXA-COD-CLIENTE     PIC 9(6).
      * Layout identico ao do CLIJORNAL
       FD  WS-JR-FILE.
       01 WS-JR-REGISTRO.
           03 WS-JR-DATA            PIC 9(8).
           03 WS-JR-HORA            PIC 9(6).
           03 WS-JR-PROGRAMA        PIC X(8).
           03 WS-JR-OPERACAO        PIC X.
           03 WS-JR-ANTES           PIC X(226).
           03 WS-JR-DEPOIS          PIC X(226).
           03 WS-JR-OPERADOR        PIC X(8).
      * Layout identico ao do PAGTOID
       FD  WS-CTL-FILE.
       01 WS-CTL-REGISTRO.
           03 WS-CTL-FILIAL         PIC X(3).
           03 WS-CTL-PROXIMO        PIC 9(9).
           03 WS-CTL-LIMITE         PIC 9(9).
      * Layout identico ao do ARQGERA
       FD  WS-GER-FILE.
       01 WS-GER-REGISTRO.
           03 WS-GER-NOME           PIC X(40).
           03 WS-GER-GERACAO        PIC 9(4).
           03 WS-GER-RETENCAO       PIC 99.
       FD  WS-REL-FILE.
       01 WS-REL-LINHA               PIC X(132).
       FD  WS-CSV-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 200
                   DEPENDING ON WS-COMPRIMENTO-OCUPADO.
       01 WS-CSV-LINHA               PIC X(200).
      * Tudo o que se sabe de cada id, junto pelo sort: M entrada ou
      * pendente (filial e valor), V vencimento, H confirmacao, C/R
      * confirmado ou rejeitado no historico mensal, B baixa e D
      * disputa. A classe poe o mapa antes dos movimentos do id.
       SD  WS-SORT-FILE.
       01 WS-SRT-REGISTRO.
           03 WS-SRT-ID              PIC 9(9).
           03 WS-SRT-CLASSE          PIC X.
           03 WS-SRT-TIPO            PIC X.
           03 WS-SRT-FILIAL          PIC X(3).
           03 WS-SRT-DATA            PIC 9(8).
           03 WS-SRT-VALOR           PIC S9(9)V99.
           03 WS-SRT-SITUACAO        PIC X.
           03 WS-SRT-MOTIVO          PIC 99.
           03 WS-SRT-COD-CLIENTE     PIC 9(6).

       WORKING-STORAGE SECTION.
       77 WS-COMPRIMENTO-OCUPADO   PIC 999   VALUE 0.
       01 WS-FIL-PATH              PIC X(40) VALUE 'FILIAIS.IDX'.
       01 WS-HM-PATH               PIC X(40)
                            VALUE 'PAGTOHIST.MENSAL.IDX'.
       01 WS-HIST-PATH             PIC X(40)
                            VALUE 'PAGTOCONFIRM.HIST.IDX'.
       01 WS-DSP-PATH              PIC X(40) VALUE 'DISPUTAS.IDX'.
       01 WS-CF-PATH               PIC X(40) VALUE 'KPIMES.CLIFIL'.
       01 WS-PAG-PATH              PIC X(40) VALUE SPACES.
       01 WS-VENC-PATH             PIC X(40) VALUE 'PAGTOVENC.DAT'.
       01 WS-BXA-PATH              PIC X(40) VALUE 'PAGTOBAIXA.DAT'.
       01 WS-JR-PATH               PIC X(40) VALUE 'CLIENTES.JORNAL'.
       01 WS-CTL-PATH              PIC X(40) VALUE 'PAGTOID.CONTROLE'.
       01 WS-GER-PATH              PIC X(40) VALUE 'ARQGERACOES.CTL'.
       01 WS-REL-PATH              PIC X(40) VALUE 'KPIMES.REL'.
       01 WS-CSV-PATH              PIC X(40) VALUE 'KPIMES.CSV'.
       01 WS-ENTRADA-PATH          PIC X(40) VALUE 'PAGAMENTOS.DAT'.
       01 WS-PENDENTES-PATH        PIC X(40)
                            VALUE 'PAGTOCONFIRM.PENDENTES'.
       01 WS-FIL-FS                PIC XX.
       01 WS-HM-FS                 PIC XX.
       01 WS-HIST-FS               PIC XX.
       01 WS-DSP-FS                PIC XX.
       01 WS-CF-FS                 PIC XX.
       01 WS-PAG-FS                PIC XX.
       01 WS-VENC-FS               PIC XX.
       01 WS-BXA-FS                PIC XX.
       01 WS-JR-FS                 PIC XX.
       01 WS-CTL-FS                PIC XX.
       01 WS-GER-FS                PIC XX.
       01 WS-REL-FS                PIC XX.
       01 WS-CSV-FS                PIC XX.

       01 WS-FIM-ARQUIVO           PIC X     VALUE 'N'.
          88 WS-FIM                          VALUE 'Y'.
       01 WS-FIM-SORT-SW           PIC X     VALUE 'N'.
          88 WS-FIM-SORT                     VALUE 'Y'.
       01 WS-ACHOU-SW              PIC X     VALUE 'N'.
          88 WS-ACHOU                        VALUE 'Y'.
       01 WS-CLIFIL-SW             PIC X     VALUE 'N'.
          88 WS-CLIFIL-ABERTO                VALUE 'Y'.

       01 WS-DATA-HORA-ATUAL       PIC X(21).
       01 WS-HOJE                  PIC 9(8)  VALUE 0.
       01 WS-ENT-ANOMES            PIC X(6)  VALUE SPACES.
      * Periodo 1 e o mes apurado, 2 o mes anterior e 3 o mesmo mes
      * do ano anterior. Os tres nunca se sobrepoem.
       01 WS-PERIODOS.
           03 WS-PER OCCURS 3 TIMES.
              05 WS-PER-ANOMES      PIC 9(6).
              05 WS-PER-INICIO      PIC 9(8).
              05 WS-PER-FIM         PIC 9(8).
              05 WS-PER-DIAS        PIC 99.
       01 WS-PER-ATUAL             PIC 9     VALUE 0.
       01 WS-PER-DATA              PIC 9     VALUE 0.
       01 WS-ANOMES-CALC           PIC 9(6)  VALUE 0.
       01 WS-ANOMES-R REDEFINES WS-ANOMES-CALC.
           03 WS-AM-ANO             PIC 9(4).
           03 WS-AM-MES             PIC 99.
       01 WS-ANOMES-BASE           PIC 9(6)  VALUE 0.
       01 WS-DATA-CALC             PIC 9(8)  VALUE 0.
       01 WS-DIAS-MES              PIC 99    VALUE 0.

      * Filiais do cadastro mais, sob demanda, a filial 000 para o
      * que nao foi possivel atribuir. A ultima posicao guarda o
      * total da empresa.
       01 WS-TAB-FILIAIS.
          03 WS-TF OCCURS 61 TIMES INDEXED BY WS-TF-IDX.
             05 WS-TF-CODIGO        PIC 9(3).
             05 WS-TF-NOME          PIC X(20).
             05 WS-TF-PER OCCURS 3 TIMES.
                07 WS-TF-VAL-VENC      PIC S9(11)V99.
                07 WS-TF-VAL-PAGO      PIC S9(11)V99.
                07 WS-TF-VAL-ABERTO    PIC S9(11)V99.
                07 WS-TF-VAL-BAIXADO   PIC S9(11)V99.
                07 WS-TF-QTD-CONF      PIC 9(7).
                07 WS-TF-QTD-REJ       PIC 9(7).
                07 WS-TF-QTD-REJ-MOT   PIC 9(7) OCCURS 8 TIMES.
                07 WS-TF-SOMA-ATRASO   PIC 9(9).
                07 WS-TF-QTD-ATRASO    PIC 9(7).
                07 WS-TF-QTD-DISPUTA   PIC 9(7).
                07 WS-TF-CLI-NOVOS     PIC 9(7).
                07 WS-TF-CLI-INATIVOS  PIC 9(7).
                07 WS-TF-CLI-FUNDIDOS  PIC 9(7).
       01 WS-TOT-FILIAIS           PIC 99    VALUE 0.
       01 WS-TF-ATUAL              PIC 99    VALUE 0.
       01 WS-TF-TOTAL              PIC 99    VALUE 61.
       01 WS-FILIAL-NUM            PIC 9(3)  VALUE 0.
       01 WS-FILIAL-MOV            PIC X(3)  VALUE SPACES.
       01 WS-MOT                   PIC 9     VALUE 0.

      * Faixas do PAGTOID: quando o id nao aparece em nenhuma entrada
      * ainda guardada, a faixa de onde ele saiu diz a filial.
      * Faixas 995 a 999 sao dos emissores automaticos e nao dizem.
       01 WS-TAB-FAIXAS.
          03 WS-FXA OCCURS 200 TIMES INDEXED BY WS-FXA-IDX.
             05 WS-FXA-FILIAL      PIC X(3).
             05 WS-FXA-LIMITE      PIC 9(9).
       01 WS-TOT-FAIXAS            PIC 999   VALUE 0.
       01 WS-TAM-BLOCO             PIC 9(9)  VALUE 1000000.
       01 WS-FILIAL-EMISSOR        PIC X(3)  VALUE '995'.

       01 WS-GERACAO-ATUAL         PIC 9(4)  VALUE 0.
       01 WS-GERACAO-LER           PIC S9(4) VALUE 0.
       01 WS-GERACAO-MIN           PIC S9(4) VALUE 0.
       01 WS-GERACAO-ED            PIC 9(4)  VALUE 0.

      * Grupo do id corrente na saida do sort.
       01 WS-GRP-ID                PIC 9(9)  VALUE 0.
       01 WS-GRP-FILIAL            PIC X(3)  VALUE SPACES.
       01 WS-GRP-TF                PIC 99    VALUE 0.
       01 WS-GRP-VALOR             PIC S9(9)V99 VALUE 0.
       01 WS-GRP-VENC              PIC 9(8)  VALUE 0.
       01 WS-GRP-CONF-DATA         PIC 9(8)  VALUE 0.
       01 WS-GRP-CONF-VALOR        PIC S9(9)V99 VALUE 0.
       01 WS-GRP-COD-CLIENTE       PIC 9(6)  VALUE 0.
       01 WS-GRP-BAIXA-DATA        PIC 9(8)  VALUE 0.
       01 WS-GRP-ATIVO-SW          PIC X     VALUE 'N'.
          88 WS-GRP-ATIVO                    VALUE 'Y'.
       01 WS-VALOR-ITEM            PIC S9(9)V99 VALUE 0.
       01 WS-DIAS-ATRASO           PIC S9(7) VALUE 0.
       01 WS-COD-CLIENTE-JR        PIC X(6)  VALUE SPACES.

      * Indicadores do pacote, na ordem do relatorio e do arquivo.
      * Tipo D dias, P percentual, Q quantidade.
       01 WS-TAB-INDICADORES.
          03 FILLER PIC X(37) VALUE
             '01DDSO - PRAZO MEDIO DE RECEBIMENTO'.
          03 FILLER PIC X(37) VALUE
             '02PCOBRANCA DO VENCIDO NO MES %'.
          03 FILLER PIC X(37) VALUE
             '03PREJEICAO GERAL %'.
          03 FILLER PIC X(37) VALUE
             '04DATRASO MEDIO DOS PAGOS (DIAS)'.
          03 FILLER PIC X(37) VALUE
             '05PBAIXA SOBRE O VENCIDO NO MES %'.
          03 FILLER PIC X(37) VALUE
             '06PDISPUTAS SOBRE CONFIRMADOS %'.
          03 FILLER PIC X(37) VALUE
             '07QCLIENTES NOVOS'.
          03 FILLER PIC X(37) VALUE
             '08QCLIENTES INATIVADOS'.
          03 FILLER PIC X(37) VALUE
             '09QCLIENTES ABSORVIDOS EM FUSAO'.
          03 FILLER PIC X(37) VALUE
             '10PREJ. 01 RETORNO DO BANCO %'.
          03 FILLER PIC X(37) VALUE
             '11PREJ. 02 SALDO INSUFICIENTE %'.
          03 FILLER PIC X(37) VALUE
             '12PREJ. 03 DUPLICADO %'.
          03 FILLER PIC X(37) VALUE
             '13PREJ. 04 CLIENTE INEXISTENTE %'.
          03 FILLER PIC X(37) VALUE
             '14PREJ. 05 APROVACAO NEGADA %'.
          03 FILLER PIC X(37) VALUE
             '15PREJ. 06 LIMITE DE EXPOSICAO %'.
          03 FILLER PIC X(37) VALUE
             '16PREJ. 07 CLIENTE INATIVO %'.
          03 FILLER PIC X(37) VALUE
             '17PREJ. OUTROS MOTIVOS %'.
       01 WS-TAB-INDICADORES-R REDEFINES WS-TAB-INDICADORES.
          03 WS-IND-ITEM OCCURS 17 TIMES.
             05 WS-IND-CODIGO       PIC 99.
             05 WS-IND-TIPO         PIC X.
             05 WS-IND-DESCRICAO    PIC X(34).
       01 WS-TOT-INDICADORES       PIC 99    VALUE 17.
       01 WS-IND-ATUAL             PIC 99    VALUE 0.

      * Indicador corrente nos tres periodos; N = sem base no periodo.
       01 WS-KPI-TAB.
          03 WS-KPI OCCURS 3 TIMES.
             05 WS-KPI-VALOR        PIC S9(9)V99.
             05 WS-KPI-BASE         PIC X.
                88 WS-KPI-COM-BASE            VALUE 'S'.
       01 WS-BASE-VALOR            PIC S9(11)V99 VALUE 0.
       01 WS-BASE-QTD              PIC 9(9)  VALUE 0.
       01 WS-DIFERENCA             PIC S9(9)V99 VALUE 0.

       01 WS-CAB-1.
           03 FILLER                 PIC X(41)
                    VALUE 'KPIMES - INDICADORES GERENCIAIS DO MES '.
           03 WS-CAB-ANOMES          PIC 9(6).
           03 FILLER                 PIC X(8)  VALUE '  DATA: '.
           03 WS-CAB-DATA            PIC 9(8).
           03 FILLER                 PIC X(11) VALUE '  AMBIENTE '.
           03 WS-CAB-AMBIENTE        PIC X(8).
       01 WS-CAB-2.
           03 FILLER                 PIC X(35) VALUE 'INDICADOR'.
           03 FILLER                 PIC X(10) VALUE '       MES'.
           03 WS-CAB2-ANOMES-1       PIC 9(6).
           03 FILLER                 PIC X(10) VALUE '  ANTERIOR'.
           03 WS-CAB2-ANOMES-2       PIC 9(6).
           03 FILLER                 PIC X(16)
                    VALUE '       DIF. MES'.
           03 FILLER                 PIC X(10) VALUE '   ANO ANT'.
           03 WS-CAB2-ANOMES-3       PIC 9(6).
           03 FILLER                 PIC X(16)
                    VALUE '       DIF. ANO'.
       01 WS-DET-LINHA.
           03 WS-DET-DESCRICAO       PIC X(34).
           03 FILLER                 PIC X     VALUE SPACE.
           03 WS-DET-VALOR-1         PIC -ZZZ,ZZZ,ZZ9.99.
           03 WS-DET-VALOR-1-X REDEFINES WS-DET-VALOR-1 PIC X(15).
           03 FILLER                 PIC X     VALUE SPACE.
           03 WS-DET-VALOR-2         PIC -ZZZ,ZZZ,ZZ9.99.
           03 WS-DET-VALOR-2-X REDEFINES WS-DET-VALOR-2 PIC X(15).
           03 FILLER                 PIC X     VALUE SPACE.
           03 WS-DET-DIF-2           PIC -ZZZ,ZZZ,ZZ9.99.
           03 WS-DET-DIF-2-X REDEFINES WS-DET-DIF-2 PIC X(15).
           03 FILLER                 PIC X     VALUE SPACE.
           03 WS-DET-VALOR-3         PIC -ZZZ,ZZZ,ZZ9.99.
           03 WS-DET-VALOR-3-X REDEFINES WS-DET-VALOR-3 PIC X(15).
           03 FILLER                 PIC X     VALUE SPACE.
           03 WS-DET-DIF-3           PIC -ZZZ,ZZZ,ZZ9.99.
           03 WS-DET-DIF-3-X REDEFINES WS-DET-DIF-3 PIC X(15).
      * Quadro do resumo: uma linha por filial, so o mes apurado.
       01 WS-QDR-CAB.
           03 FILLER                 PIC X(25) VALUE 'FIL NOME'.
           03 FILLER                 PIC X(48)
              VALUE '    DSO  COBR%   REJ% ATRASO  BAIXA%  DISP%'.
           03 FILLER                 PIC X(24)
              VALUE '  NOVOS  INAT.  FUSAO'.
       01 WS-QDR-LINHA.
           03 WS-QDR-FILIAL          PIC 9(3).
           03 FILLER                 PIC X     VALUE SPACE.
           03 WS-QDR-NOME            PIC X(20).
           03 FILLER                 PIC X     VALUE SPACE.
           03 WS-QDR-DSO             PIC ZZZ9.9.
           03 FILLER                 PIC X     VALUE SPACE.
           03 WS-QDR-COBR            PIC ZZ9.99.
           03 FILLER                 PIC X     VALUE SPACE.
           03 WS-QDR-REJ             PIC ZZ9.99.
           03 FILLER                 PIC X     VALUE SPACE.
           03 WS-QDR-ATRASO          PIC ZZZ9.9.
           03 FILLER                 PIC X     VALUE SPACE.
           03 WS-QDR-BAIXA           PIC ZZ9.99.
           03 FILLER                 PIC X     VALUE SPACE.
           03 WS-QDR-DISP            PIC ZZ9.99.
           03 FILLER                 PIC X     VALUE SPACE.
           03 WS-QDR-NOVOS           PIC ZZZZZ9.
           03 FILLER                 PIC X     VALUE SPACE.
           03 WS-QDR-INAT            PIC ZZZZZ9.
           03 FILLER                 PIC X     VALUE SPACE.
           03 WS-QDR-FUSAO           PIC ZZZZZ9.
       01 WS-LINHA-TRABALHO        PIC X(132) VALUE SPACES.

      * Numeros do arquivo da diretoria: sem separador de milhar e
      * com virgula decimal, como a planilha espera.
       01 WS-CSV-ED                PIC -ZZZZZZZZ9.99.
       01 WS-CSV-CAMPO OCCURS 5 TIMES PIC X(14).
       01 WS-CSV-IX                PIC 9     VALUE 0.
       01 WS-CSV-FILIAL            PIC X(5)  VALUE SPACES.
       01 WS-TOT-CSV               PIC 9(6)  VALUE 0.

       01 WS-RC-FINAL              PIC S9(4) VALUE 0.

       01 WS-AUDIT-PARM.
           03 WS-AU-PROGRAMA       PIC X(12) VALUE 'KPIMES'.
           03 WS-AU-EVENTO         PIC X(12) VALUE 'KPI-MES'.
           03 WS-AU-CHAVE          PIC X(30).
           03 WS-AU-CONTADOR       PIC 9(6).
           03 WS-AU-OPERADOR       PIC X(8)  VALUE SPACES.

       01 WS-RELARQ-PARM.
           03 WS-RA-FUNCAO         PIC X     VALUE 'R'.
           03 WS-RA-PROGRAMA       PIC X(12) VALUE 'KPIMES'.
           03 WS-RA-RELATORIO      PIC X(30) VALUE 'KPIMES.REL'.
           03 WS-RA-RC             PIC 99.
           03 WS-RA-PAGINAS        PIC 9(5).
           03 WS-RA-EXPURGADOS     PIC 9(5).

       01 WS-AMBIENTE-PARM.
           03 WS-AMB-FUNCAO        PIC X     VALUE 'R'.
           03 WS-AMB-NOME          PIC X(8)  VALUE SPACES.
           03 WS-AMB-RAIZ          PIC X(40) VALUE SPACES.
           03 WS-AMB-RC            PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      * Pacote gerencial de fim de mes: indicadores do ciclo de
      * pagamento por filial, com o mes anterior e o mesmo mes do ano
      * anterior ao lado. Sai o relatorio (resumo da empresa, quadro
      * por filial e o detalhe de cada filial) e o arquivo delimitado
      * para a planilha da diretoria.
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-FIL-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-HM-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-HIST-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-DSP-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CF-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-VENC-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-BXA-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-JR-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CTL-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-GER-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-REL-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CSV-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-ENTRADA-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM
                                     WS-PENDENTES-PATH
            DISPLAY 'KPIMES - INDICADORES GERENCIAIS DO MES'

            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
            MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-HOJE

            PERFORM P020-DEFINE-PERIODOS
            PERFORM P100-CARREGA-FILIAIS
            PERFORM P120-CARREGA-FAIXAS

            OPEN OUTPUT WS-CF-FILE
            CLOSE WS-CF-FILE
            OPEN I-O WS-CF-FILE
            IF WS-CF-FS = '00'
                SET WS-CLIFIL-ABERTO TO TRUE
            ELSE
                DISPLAY 'ARQUIVO DE TRABALHO INDISPONIVEL: '
                        WS-CF-PATH ' FS: ' WS-CF-FS
                MOVE 4 TO WS-RC-FINAL
            END-IF

            SORT WS-SORT-FILE
                 ON ASCENDING KEY WS-SRT-ID WS-SRT-CLASSE WS-SRT-DATA
                 INPUT  PROCEDURE IS P200-LIBERA-MOVIMENTOS
                 OUTPUT PROCEDURE IS P400-APURA-IDS

            PERFORM P600-APURA-CLIENTES
            IF WS-CLIFIL-ABERTO
                CLOSE WS-CF-FILE
            END-IF

            PERFORM P700-TOTALIZA
            PERFORM P800-IMPRIME
            PERFORM P900-GRAVA-PLANILHA

            CALL 'RELARQUIVA' USING WS-RELARQ-PARM WS-REL-PATH
            DISPLAY 'RELATORIO GRAVADO EM: ' WS-REL-PATH
            DISPLAY 'PLANILHA GRAVADA EM : ' WS-CSV-PATH
                    ' (' WS-TOT-CSV ' LINHAS)'

            MOVE SPACES TO WS-AU-CHAVE
            STRING 'MES ' WS-PER-ANOMES(1)
                   DELIMITED BY SIZE
                   INTO WS-AU-CHAVE
            END-STRING
            MOVE WS-TOT-FILIAIS TO WS-AU-CONTADOR
            CALL 'AUDITLOG' USING WS-AUDIT-PARM
            MOVE WS-RC-FINAL TO RETURN-CODE
            STOP RUN.

       P020-DEFINE-PERIODOS.
      * Sem mes informado apura o mes anterior ao corrente.
            MOVE WS-HOJE(1:6) TO WS-ANOMES-CALC
            SUBTRACT 1 FROM WS-AM-MES
            IF WS-AM-MES = 0
                MOVE 12 TO WS-AM-MES
                SUBTRACT 1 FROM WS-AM-ANO
            END-IF
            DISPLAY 'MES A APURAR (AAAAMM, BRANCO = '
                    WS-ANOMES-CALC '): '
            ACCEPT WS-ENT-ANOMES
            IF WS-ENT-ANOMES NOT = SPACES
                IF WS-ENT-ANOMES NOT NUMERIC
                   OR WS-ENT-ANOMES(5:2) < '01'
                   OR WS-ENT-ANOMES(5:2) > '12'
                   OR WS-ENT-ANOMES NOT < WS-HOJE(1:6)
                    DISPLAY 'MES INVALIDO OU AINDA ABERTO: '
                            WS-ENT-ANOMES
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF
                MOVE WS-ENT-ANOMES TO WS-ANOMES-CALC
            END-IF
            MOVE WS-ANOMES-CALC TO WS-ANOMES-BASE

            MOVE 1 TO WS-PER-ATUAL
            PERFORM P025-MONTA-PERIODO

            SUBTRACT 1 FROM WS-AM-MES
            IF WS-AM-MES = 0
                MOVE 12 TO WS-AM-MES
                SUBTRACT 1 FROM WS-AM-ANO
            END-IF
            MOVE 2 TO WS-PER-ATUAL
            PERFORM P025-MONTA-PERIODO

            MOVE WS-ANOMES-BASE TO WS-ANOMES-CALC
            SUBTRACT 1 FROM WS-AM-ANO
            MOVE 3 TO WS-PER-ATUAL
            PERFORM P025-MONTA-PERIODO

            DISPLAY 'MES APURADO: ' WS-PER-ANOMES(1)
                    '  ANTERIOR: ' WS-PER-ANOMES(2)
                    '  ANO ANTERIOR: ' WS-PER-ANOMES(3)
            .
       P025-MONTA-PERIODO.
      * Do dia 1 do mes ao dia 1 do mes seguinte.
            IF WS-AM-MES = 12
                COMPUTE WS-DATA-CALC = (WS-AM-ANO + 1) * 10000 + 101
            ELSE
                COMPUTE WS-DATA-CALC = WS-AM-ANO * 10000
                                     + (WS-AM-MES + 1) * 100 + 1
            END-IF
            COMPUTE WS-DIAS-MES =
                    FUNCTION INTEGER-OF-DATE(WS-DATA-CALC)
                  - FUNCTION INTEGER-OF-DATE(WS-ANOMES-CALC * 100 + 1)
            MOVE WS-ANOMES-CALC TO WS-PER-ANOMES(WS-PER-ATUAL)
            MOVE WS-DIAS-MES    TO WS-PER-DIAS(WS-PER-ATUAL)
            COMPUTE WS-PER-INICIO(WS-PER-ATUAL) =
                    WS-ANOMES-CALC * 100 + 1
            COMPUTE WS-PER-FIM(WS-PER-ATUAL) =
                    WS-ANOMES-CALC * 100 + WS-DIAS-MES
            .
       P100-CARREGA-FILIAIS.
            MOVE 0   TO WS-TOT-FILIAIS
            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN INPUT WS-FIL-FILE
            IF WS-FIL-FS = '00'
                PERFORM UNTIL WS-FIM OR WS-TOT-FILIAIS = 59
                    READ WS-FIL-FILE
                        AT END SET WS-FIM TO TRUE
                        NOT AT END
                            MOVE WS-FIL-CODIGO TO WS-FILIAL-NUM
                            PERFORM P105-NOVA-FILIAL
                            MOVE WS-FIL-NOME
                                 TO WS-TF-NOME(WS-TOT-FILIAIS)
                    END-READ
                END-PERFORM
                CLOSE WS-FIL-FILE
            ELSE
                DISPLAY 'CADASTRO DE FILIAIS INDISPONIVEL: '
                        WS-FIL-PATH ' FS: ' WS-FIL-FS
                MOVE 4 TO WS-RC-FINAL
            END-IF
            .
       P105-NOVA-FILIAL.
            ADD 1 TO WS-TOT-FILIAIS
            INITIALIZE WS-TF(WS-TOT-FILIAIS)
            MOVE WS-FILIAL-NUM TO WS-TF-CODIGO(WS-TOT-FILIAIS)
            .
       P120-CARREGA-FAIXAS.
            MOVE 0   TO WS-TOT-FAIXAS
            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN INPUT WS-CTL-FILE
            IF WS-CTL-FS = '00'
                PERFORM UNTIL WS-FIM OR WS-TOT-FAIXAS = 200
                    READ WS-CTL-FILE
                        AT END SET WS-FIM TO TRUE
                        NOT AT END
                            ADD 1 TO WS-TOT-FAIXAS
                            MOVE WS-CTL-FILIAL
                                 TO WS-FXA-FILIAL(WS-TOT-FAIXAS)
                            MOVE WS-CTL-LIMITE
                                 TO WS-FXA-LIMITE(WS-TOT-FAIXAS)
                    END-READ
                END-PERFORM
                CLOSE WS-CTL-FILE
            END-IF
            .
      *-----------------------------------------------------------------
      * Entrada do sort.
      *-----------------------------------------------------------------
       P200-LIBERA-MOVIMENTOS.
            MOVE WS-ENTRADA-PATH TO WS-PAG-PATH
            PERFORM P210-LIBERA-MAPA
            PERFORM P220-LIBERA-GERACOES
            MOVE WS-PENDENTES-PATH TO WS-PAG-PATH
            PERFORM P210-LIBERA-MAPA
            PERFORM P230-LIBERA-VENCIMENTOS
            PERFORM P240-LIBERA-CONFIRMADOS
            PERFORM P250-LIBERA-HISTORICO
            PERFORM P260-LIBERA-BAIXAS
            PERFORM P270-LIBERA-DISPUTAS
            .
       P210-LIBERA-MAPA.
            OPEN INPUT WS-PAG-FILE
            IF WS-PAG-FS = '00'
                MOVE 'N' TO WS-FIM-ARQUIVO
                PERFORM UNTIL WS-FIM
                    READ WS-PAG-FILE
                        AT END SET WS-FIM TO TRUE
                        NOT AT END
                            IF WS-PAG-TIPO = '1'
                                INITIALIZE WS-SRT-REGISTRO
                                MOVE WS-PAG-ID     TO WS-SRT-ID
                                MOVE '0'           TO WS-SRT-CLASSE
                                MOVE 'M'           TO WS-SRT-TIPO
                                IF WS-PAG-FILIAL NUMERIC
                                    MOVE WS-PAG-FILIAL
                                         TO WS-SRT-FILIAL
                                ELSE
                                    MOVE SPACES TO WS-SRT-FILIAL
                                END-IF
                                MOVE WS-PAG-VALOR  TO WS-SRT-VALOR
                                RELEASE WS-SRT-REGISTRO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE WS-PAG-FILE
            END-IF
            .
       P220-LIBERA-GERACOES.
      * Geracoes do PAGAMENTOS.DAT guardadas pelo ARQGERA.
            MOVE 'N' TO WS-ACHOU-SW
            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN INPUT WS-GER-FILE
            IF WS-GER-FS = '00'
                PERFORM UNTIL WS-FIM OR WS-ACHOU
                    READ WS-GER-FILE
                        AT END SET WS-FIM TO TRUE
                        NOT AT END
                            IF WS-GER-NOME = 'PAGAMENTOS.DAT'
                                SET WS-ACHOU TO TRUE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE WS-GER-FILE
            END-IF
            IF WS-ACHOU
                MOVE WS-GER-GERACAO TO WS-GERACAO-ATUAL
                COMPUTE WS-GERACAO-MIN = WS-GER-GERACAO
                                       - WS-GER-RETENCAO + 1
                IF WS-GERACAO-MIN < 1
                    MOVE 1 TO WS-GERACAO-MIN
                END-IF
                PERFORM P225-LIBERA-GERACAO
                        VARYING WS-GERACAO-LER FROM WS-GERACAO-ATUAL
                        BY -1 UNTIL WS-GERACAO-LER < WS-GERACAO-MIN
            END-IF
            .
       P225-LIBERA-GERACAO.
            MOVE WS-GERACAO-LER TO WS-GERACAO-ED
            MOVE SPACES TO WS-PAG-PATH
            STRING FUNCTION TRIM(WS-ENTRADA-PATH TRAILING)
                   '.G' WS-GERACAO-ED
                   DELIMITED BY SIZE
                   INTO WS-PAG-PATH
            END-STRING
            PERFORM P210-LIBERA-MAPA
            .
       P230-LIBERA-VENCIMENTOS.
      * Todos os vencimentos, de qualquer data: o que venceu antes do
      * mes e segue aberto entra no saldo a receber do DSO.
            OPEN INPUT WS-VENC-FILE
            IF WS-VENC-FS NOT = '00'
                DISPLAY 'VENCIMENTOS INDISPONIVEIS: '
                        WS-VENC-PATH ' FS: ' WS-VENC-FS
                MOVE 4 TO WS-RC-FINAL
            ELSE
                MOVE 'N' TO WS-FIM-ARQUIVO
                PERFORM UNTIL WS-FIM
                    READ WS-VENC-FILE
                        AT END SET WS-FIM TO TRUE
                        NOT AT END
                            INITIALIZE WS-SRT-REGISTRO
                            MOVE WS-VENC-ID   TO WS-SRT-ID
                            MOVE '1'          TO WS-SRT-CLASSE
                            MOVE 'V'          TO WS-SRT-TIPO
                            MOVE WS-VENC-DATA TO WS-SRT-DATA
                            RELEASE WS-SRT-REGISTRO
                    END-READ
                END-PERFORM
                CLOSE WS-VENC-FILE
            END-IF
            .
       P240-LIBERA-CONFIRMADOS.
            OPEN INPUT WS-HIST-FILE
            IF WS-HIST-FS NOT = '00'
                DISPLAY 'HISTORICO DE CONFIRMACOES INDISPONIVEL: '
                        WS-HIST-PATH ' FS: ' WS-HIST-FS
                MOVE 4 TO WS-RC-FINAL
            ELSE
                MOVE 'N' TO WS-FIM-ARQUIVO
                PERFORM UNTIL WS-FIM
                    READ WS-HIST-FILE
                        AT END SET WS-FIM TO TRUE
                        NOT AT END
                            IF WS-HIST-SITUACAO = 'C'
                                INITIALIZE WS-SRT-REGISTRO
                                MOVE WS-HIST-ID    TO WS-SRT-ID
                                MOVE '1'           TO WS-SRT-CLASSE
                                MOVE 'H'           TO WS-SRT-TIPO
                                MOVE WS-HIST-DATA  TO WS-SRT-DATA
                                MOVE WS-HIST-VALOR TO WS-SRT-VALOR
                                MOVE WS-HIST-COD-CLIENTE
                                     TO WS-SRT-COD-CLIENTE
                                RELEASE WS-SRT-REGISTRO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE WS-HIST-FILE
            END-IF
            .
       P250-LIBERA-HISTORICO.
            OPEN INPUT WS-HM-FILE
            IF WS-HM-FS NOT = '00'
                DISPLAY 'HISTORICO MENSAL INDISPONIVEL: '
                        WS-HM-PATH ' FS: ' WS-HM-FS
                MOVE 4 TO WS-RC-FINAL
            ELSE
                MOVE 'N' TO WS-FIM-ARQUIVO
                PERFORM UNTIL WS-FIM
                    READ WS-HM-FILE
                        AT END SET WS-FIM TO TRUE
                        NOT AT END
                            MOVE WS-HM-DATA TO WS-DATA-CALC
                            PERFORM P290-PERIODO-DA-DATA
                            IF WS-PER-DATA > 0
                               AND (WS-HM-SITUACAO = 'C'
                                    OR WS-HM-SITUACAO = 'R')
                                INITIALIZE WS-SRT-REGISTRO
                                MOVE WS-HM-ID       TO WS-SRT-ID
                                MOVE '1'            TO WS-SRT-CLASSE
                                MOVE WS-HM-SITUACAO TO WS-SRT-TIPO
                                MOVE WS-HM-DATA     TO WS-SRT-DATA
                                MOVE WS-HM-VALOR    TO WS-SRT-VALOR
                                MOVE WS-HM-MOTIVO   TO WS-SRT-MOTIVO
                                RELEASE WS-SRT-REGISTRO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE WS-HM-FILE
            END-IF
            .
       P260-LIBERA-BAIXAS.
      * Todas as baixas: a de antes do periodo tira o item do saldo
      * a receber; a do periodo entra na taxa de baixa.
            OPEN INPUT WS-BXA-FILE
            IF WS-BXA-FS = '00'
                MOVE 'N' TO WS-FIM-ARQUIVO
                PERFORM UNTIL WS-FIM
                    READ WS-BXA-FILE
                        AT END SET WS-FIM TO TRUE
                        NOT AT END
                            INITIALIZE WS-SRT-REGISTRO
                            MOVE WS-BXA-ID         TO WS-SRT-ID
                            MOVE '1'               TO WS-SRT-CLASSE
                            MOVE 'B'               TO WS-SRT-TIPO
                            MOVE WS-BXA-DATA-BAIXA TO WS-SRT-DATA
                            MOVE WS-BXA-VALOR      TO WS-SRT-VALOR
                            RELEASE WS-SRT-REGISTRO
                    END-READ
                END-PERFORM
                CLOSE WS-BXA-FILE
            END-IF
            .
       P270-LIBERA-DISPUTAS.
            OPEN INPUT WS-DSP-FILE
            IF WS-DSP-FS = '00'
                MOVE 'N' TO WS-FIM-ARQUIVO
                PERFORM UNTIL WS-FIM
                    READ WS-DSP-FILE
                        AT END SET WS-FIM TO TRUE
                        NOT AT END
                            MOVE WS-DSP-DATA-ABERTURA TO WS-DATA-CALC
                            PERFORM P290-PERIODO-DA-DATA
                            IF WS-PER-DATA > 0
                                INITIALIZE WS-SRT-REGISTRO
                                MOVE WS-DSP-ID     TO WS-SRT-ID
                                MOVE '1'           TO WS-SRT-CLASSE
                                MOVE 'D'           TO WS-SRT-TIPO
                                MOVE WS-DSP-DATA-ABERTURA
                                                   TO WS-SRT-DATA
                                RELEASE WS-SRT-REGISTRO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE WS-DSP-FILE
            END-IF
            .
       P290-PERIODO-DA-DATA.
            MOVE 0 TO WS-PER-DATA
            PERFORM VARYING WS-PER-ATUAL FROM 1 BY 1
                    UNTIL WS-PER-ATUAL > 3
                IF WS-DATA-CALC NOT < WS-PER-INICIO(WS-PER-ATUAL)
                   AND WS-DATA-CALC NOT > WS-PER-FIM(WS-PER-ATUAL)
                    MOVE WS-PER-ATUAL TO WS-PER-DATA
                END-IF
            END-PERFORM
            .
      *-----------------------------------------------------------------
      * Saida do sort: junta o que se sabe de cada id e acumula na
      * filial dele.
      *-----------------------------------------------------------------
       P400-APURA-IDS.
            MOVE 0   TO WS-GRP-ID
            MOVE 'N' TO WS-GRP-ATIVO-SW
            MOVE 'N' TO WS-FIM-SORT-SW
            PERFORM P410-RETORNA
            PERFORM P420-TRATA-MOVIMENTO
                    UNTIL WS-FIM-SORT
            IF WS-GRP-ATIVO
                PERFORM P450-FECHA-GRUPO
            END-IF
            .
       P410-RETORNA.
            RETURN WS-SORT-FILE
                AT END SET WS-FIM-SORT TO TRUE
            END-RETURN
            .
       P420-TRATA-MOVIMENTO.
            IF NOT WS-GRP-ATIVO OR WS-SRT-ID NOT = WS-GRP-ID
                IF WS-GRP-ATIVO
                    PERFORM P450-FECHA-GRUPO
                END-IF
                SET WS-GRP-ATIVO TO TRUE
                MOVE WS-SRT-ID TO WS-GRP-ID
                MOVE SPACES    TO WS-GRP-FILIAL
                MOVE 0         TO WS-GRP-TF
                MOVE 0         TO WS-GRP-VALOR
                MOVE 0         TO WS-GRP-VENC
                MOVE 0         TO WS-GRP-CONF-DATA
                MOVE 0         TO WS-GRP-CONF-VALOR
                MOVE 0         TO WS-GRP-COD-CLIENTE
                MOVE 0         TO WS-GRP-BAIXA-DATA
            END-IF
            MOVE WS-SRT-DATA TO WS-DATA-CALC
            PERFORM P290-PERIODO-DA-DATA
            EVALUATE WS-SRT-TIPO
                WHEN 'M'
                    IF WS-GRP-FILIAL = SPACES
                        MOVE WS-SRT-FILIAL TO WS-GRP-FILIAL
                    END-IF
                    IF WS-GRP-VALOR = 0
                        MOVE WS-SRT-VALOR TO WS-GRP-VALOR
                    END-IF
                WHEN 'V'
                    MOVE WS-SRT-DATA TO WS-GRP-VENC
                WHEN 'H'
                    MOVE WS-SRT-DATA        TO WS-GRP-CONF-DATA
                    MOVE WS-SRT-VALOR       TO WS-GRP-CONF-VALOR
                    MOVE WS-SRT-COD-CLIENTE TO WS-GRP-COD-CLIENTE
                WHEN 'B'
                    IF WS-GRP-BAIXA-DATA = 0
                        MOVE WS-SRT-DATA TO WS-GRP-BAIXA-DATA
                    END-IF
                    IF WS-PER-DATA > 0
                        PERFORM P430-FILIAL-DO-ID
                        ADD WS-SRT-VALOR TO
                            WS-TF-VAL-BAIXADO(WS-GRP-TF, WS-PER-DATA)
                    END-IF
                WHEN 'C'
                    PERFORM P430-FILIAL-DO-ID
                    ADD 1 TO WS-TF-QTD-CONF(WS-GRP-TF, WS-PER-DATA)
                WHEN 'R'
                    PERFORM P430-FILIAL-DO-ID
                    ADD 1 TO WS-TF-QTD-REJ(WS-GRP-TF, WS-PER-DATA)
                    IF WS-SRT-MOTIVO > 0 AND WS-SRT-MOTIVO < 8
                        MOVE WS-SRT-MOTIVO TO WS-MOT
                    ELSE
                        MOVE 8 TO WS-MOT
                    END-IF
                    ADD 1 TO WS-TF-QTD-REJ-MOT(WS-GRP-TF, WS-PER-DATA,
                                               WS-MOT)
                WHEN 'D'
                    PERFORM P430-FILIAL-DO-ID
                    ADD 1 TO WS-TF-QTD-DISPUTA(WS-GRP-TF, WS-PER-DATA)
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            PERFORM P410-RETORNA
            .
       P430-FILIAL-DO-ID.
      * Mesma atribuicao do METAREL: filial da entrada ou pendencia,
      * senao a faixa do PAGTOID de onde o id saiu, senao 000.
            IF WS-GRP-TF = 0
                MOVE WS-GRP-FILIAL TO WS-FILIAL-MOV
                IF WS-FILIAL-MOV = SPACES
                    PERFORM VARYING WS-FXA-IDX FROM 1 BY 1
                            UNTIL WS-FXA-IDX > WS-TOT-FAIXAS
                        IF WS-GRP-ID NOT > WS-FXA-LIMITE(WS-FXA-IDX)
                           AND WS-GRP-ID + WS-TAM-BLOCO
                               > WS-FXA-LIMITE(WS-FXA-IDX)
                           AND WS-FXA-FILIAL(WS-FXA-IDX)
                               < WS-FILIAL-EMISSOR
                            MOVE WS-FXA-FILIAL(WS-FXA-IDX)
                                 TO WS-FILIAL-MOV
                        END-IF
                    END-PERFORM
                END-IF
                IF WS-FILIAL-MOV NUMERIC
                    MOVE WS-FILIAL-MOV TO WS-FILIAL-NUM
                ELSE
                    MOVE 0 TO WS-FILIAL-NUM
                END-IF
                PERFORM P435-LOCALIZA-FILIAL
                MOVE WS-TF-ATUAL TO WS-GRP-TF
            END-IF
            .
       P435-LOCALIZA-FILIAL.
            MOVE 0 TO WS-TF-ATUAL
            PERFORM VARYING WS-TF-IDX FROM 1 BY 1
                    UNTIL WS-TF-IDX > WS-TOT-FILIAIS
                       OR WS-TF-ATUAL > 0
                IF WS-TF-CODIGO(WS-TF-IDX) = WS-FILIAL-NUM
                    SET WS-TF-ATUAL TO WS-TF-IDX
                END-IF
            END-PERFORM
            IF WS-TF-ATUAL = 0
                IF WS-TOT-FILIAIS < 60
                    PERFORM P105-NOVA-FILIAL
                    MOVE 'NAO CADASTRADA' TO WS-TF-NOME(WS-TOT-FILIAIS)
                    IF WS-FILIAL-NUM = 0
                        MOVE 'NAO IDENTIFICADA'
                             TO WS-TF-NOME(WS-TOT-FILIAIS)
                    END-IF
                END-IF
                MOVE WS-TOT-FILIAIS TO WS-TF-ATUAL
            END-IF
            .
       P450-FECHA-GRUPO.
      * Vencimento e confirmacao so se cruzam no fim do grupo.
            IF WS-GRP-VENC > 0 OR WS-GRP-CONF-DATA > 0
                PERFORM P430-FILIAL-DO-ID
                IF WS-GRP-CONF-DATA > 0
                    MOVE WS-GRP-CONF-VALOR TO WS-VALOR-ITEM
                ELSE
                    MOVE WS-GRP-VALOR      TO WS-VALOR-ITEM
                END-IF
                PERFORM P455-APURA-PERIODO
                        VARYING WS-PER-ATUAL FROM 1 BY 1
                        UNTIL WS-PER-ATUAL > 3
                IF WS-GRP-CONF-DATA > 0 AND WS-GRP-COD-CLIENTE > 0
                   AND WS-CLIFIL-ABERTO
                    PERFORM P460-GUARDA-FILIAL-CLIENTE
                END-IF
            END-IF
            .
       P455-APURA-PERIODO.
      * Vencido no mes: base da cobranca, do DSO e da baixa; pago se
      * confirmado ate o fim do mes.
            IF WS-GRP-VENC NOT < WS-PER-INICIO(WS-PER-ATUAL)
               AND WS-GRP-VENC NOT > WS-PER-FIM(WS-PER-ATUAL)
                ADD WS-VALOR-ITEM
                    TO WS-TF-VAL-VENC(WS-GRP-TF, WS-PER-ATUAL)
                IF WS-GRP-CONF-DATA > 0
                   AND WS-GRP-CONF-DATA NOT > WS-PER-FIM(WS-PER-ATUAL)
                    ADD WS-VALOR-ITEM
                        TO WS-TF-VAL-PAGO(WS-GRP-TF, WS-PER-ATUAL)
                END-IF
            END-IF
      * A receber no fim do mes: vencido ate la, sem confirmacao e
      * sem baixa ate la.
            IF WS-GRP-VENC > 0
               AND WS-GRP-VENC NOT > WS-PER-FIM(WS-PER-ATUAL)
               AND (WS-GRP-CONF-DATA = 0
                    OR WS-GRP-CONF-DATA > WS-PER-FIM(WS-PER-ATUAL))
               AND (WS-GRP-BAIXA-DATA = 0
                    OR WS-GRP-BAIXA-DATA > WS-PER-FIM(WS-PER-ATUAL))
                ADD WS-VALOR-ITEM
                    TO WS-TF-VAL-ABERTO(WS-GRP-TF, WS-PER-ATUAL)
            END-IF
      * Atraso: confirmados no mes que tinham vencimento; pago em dia
      * conta zero.
            IF WS-GRP-VENC > 0
               AND WS-GRP-CONF-DATA NOT < WS-PER-INICIO(WS-PER-ATUAL)
               AND WS-GRP-CONF-DATA NOT > WS-PER-FIM(WS-PER-ATUAL)
                COMPUTE WS-DIAS-ATRASO =
                        FUNCTION INTEGER-OF-DATE(WS-GRP-CONF-DATA)
                      - FUNCTION INTEGER-OF-DATE(WS-GRP-VENC)
                IF WS-DIAS-ATRASO < 0
                    MOVE 0 TO WS-DIAS-ATRASO
                END-IF
                ADD WS-DIAS-ATRASO
                    TO WS-TF-SOMA-ATRASO(WS-GRP-TF, WS-PER-ATUAL)
                ADD 1 TO WS-TF-QTD-ATRASO(WS-GRP-TF, WS-PER-ATUAL)
            END-IF
            .
       P460-GUARDA-FILIAL-CLIENTE.
      * Fica a filial do pagamento confirmado mais recente.
            MOVE WS-GRP-COD-CLIENTE TO WS-CF-COD-CLIENTE
            READ WS-CF-FILE
                INVALID KEY
                    MOVE WS-TF-CODIGO(WS-GRP-TF) TO WS-CF-FILIAL
                    MOVE WS-GRP-CONF-DATA        TO WS-CF-DATA
                    WRITE WS-CF-REGISTRO
                    END-WRITE
                NOT INVALID KEY
                    IF WS-GRP-CONF-DATA > WS-CF-DATA
                        MOVE WS-TF-CODIGO(WS-GRP-TF) TO WS-CF-FILIAL
                        MOVE WS-GRP-CONF-DATA        TO WS-CF-DATA
                        REWRITE WS-CF-REGISTRO
                        END-REWRITE
                    END-IF
            END-READ
            .
      *-----------------------------------------------------------------
      * Movimento de cadastro pelo jornal de clientes: inclusao e
      * cliente novo; exclusao pela fusao e absorvido, as demais sao
      * inativacoes. A filial e a do ultimo pagamento do cliente.
      *-----------------------------------------------------------------
       P600-APURA-CLIENTES.
            OPEN INPUT WS-JR-FILE
            IF WS-JR-FS NOT = '00'
                DISPLAY 'JORNAL DE CLIENTES INDISPONIVEL: '
                        WS-JR-PATH ' FS: ' WS-JR-FS
                MOVE 4 TO WS-RC-FINAL
            ELSE
                MOVE 'N' TO WS-FIM-ARQUIVO
                PERFORM UNTIL WS-FIM
                    READ WS-JR-FILE
                        AT END SET WS-FIM TO TRUE
                        NOT AT END
                            MOVE WS-JR-DATA TO WS-DATA-CALC
                            PERFORM P290-PERIODO-DA-DATA
                            IF WS-PER-DATA > 0
                                PERFORM P610-CLASSIFICA-MUDANCA
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE WS-JR-FILE
            END-IF
            .
       P610-CLASSIFICA-MUDANCA.
            EVALUATE TRUE
                WHEN WS-JR-OPERACAO = 'I' AND WS-JR-DEPOIS NOT = SPACES
                    MOVE WS-JR-DEPOIS(1:6) TO WS-COD-CLIENTE-JR
                    PERFORM P620-FILIAL-DO-CLIENTE
                    ADD 1 TO WS-TF-CLI-NOVOS(WS-TF-ATUAL, WS-PER-DATA)
                WHEN WS-JR-OPERACAO = 'E'
                 AND WS-JR-PROGRAMA = 'CLIFUSAO'
                    MOVE WS-JR-ANTES(1:6) TO WS-COD-CLIENTE-JR
                    PERFORM P620-FILIAL-DO-CLIENTE
                    ADD 1
                        TO WS-TF-CLI-FUNDIDOS(WS-TF-ATUAL, WS-PER-DATA)
                WHEN WS-JR-OPERACAO = 'E'
                    MOVE WS-JR-ANTES(1:6) TO WS-COD-CLIENTE-JR
                    PERFORM P620-FILIAL-DO-CLIENTE
                    ADD 1
                        TO WS-TF-CLI-INATIVOS(WS-TF-ATUAL, WS-PER-DATA)
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            .
       P620-FILIAL-DO-CLIENTE.
            MOVE 0 TO WS-FILIAL-NUM
            IF WS-COD-CLIENTE-JR NUMERIC AND WS-CLIFIL-ABERTO
                MOVE WS-COD-CLIENTE-JR TO WS-CF-COD-CLIENTE
                READ WS-CF-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE WS-CF-FILIAL TO WS-FILIAL-NUM
                END-READ
            END-IF
            PERFORM P435-LOCALIZA-FILIAL
            .
      *-----------------------------------------------------------------
      * Total da empresa na ultima posicao da tabela.
      *-----------------------------------------------------------------
       P700-TOTALIZA.
            INITIALIZE WS-TF(WS-TF-TOTAL)
            MOVE 999     TO WS-TF-CODIGO(WS-TF-TOTAL)
            MOVE 'TOTAL DA EMPRESA' TO WS-TF-NOME(WS-TF-TOTAL)
            PERFORM VARYING WS-TF-ATUAL FROM 1 BY 1
                    UNTIL WS-TF-ATUAL > WS-TOT-FILIAIS
                PERFORM P710-SOMA-FILIAL
                        VARYING WS-PER-ATUAL FROM 1 BY 1
                        UNTIL WS-PER-ATUAL > 3
            END-PERFORM
            .
       P710-SOMA-FILIAL.
            ADD WS-TF-VAL-VENC(WS-TF-ATUAL, WS-PER-ATUAL)
             TO WS-TF-VAL-VENC(WS-TF-TOTAL, WS-PER-ATUAL)
            ADD WS-TF-VAL-PAGO(WS-TF-ATUAL, WS-PER-ATUAL)
             TO WS-TF-VAL-PAGO(WS-TF-TOTAL, WS-PER-ATUAL)
            ADD WS-TF-VAL-ABERTO(WS-TF-ATUAL, WS-PER-ATUAL)
             TO WS-TF-VAL-ABERTO(WS-TF-TOTAL, WS-PER-ATUAL)
            ADD WS-TF-VAL-BAIXADO(WS-TF-ATUAL, WS-PER-ATUAL)
             TO WS-TF-VAL-BAIXADO(WS-TF-TOTAL, WS-PER-ATUAL)
            ADD WS-TF-QTD-CONF(WS-TF-ATUAL, WS-PER-ATUAL)
             TO WS-TF-QTD-CONF(WS-TF-TOTAL, WS-PER-ATUAL)
            ADD WS-TF-QTD-REJ(WS-TF-ATUAL, WS-PER-ATUAL)
             TO WS-TF-QTD-REJ(WS-TF-TOTAL, WS-PER-ATUAL)
            PERFORM VARYING WS-MOT FROM 1 BY 1 UNTIL WS-MOT > 8
                ADD WS-TF-QTD-REJ-MOT(WS-TF-ATUAL, WS-PER-ATUAL,
                                      WS-MOT)
                 TO WS-TF-QTD-REJ-MOT(WS-TF-TOTAL, WS-PER-ATUAL,
                                      WS-MOT)
            END-PERFORM
            ADD WS-TF-SOMA-ATRASO(WS-TF-ATUAL, WS-PER-ATUAL)
             TO WS-TF-SOMA-ATRASO(WS-TF-TOTAL, WS-PER-ATUAL)
            ADD WS-TF-QTD-ATRASO(WS-TF-ATUAL, WS-PER-ATUAL)
             TO WS-TF-QTD-ATRASO(WS-TF-TOTAL, WS-PER-ATUAL)
            ADD WS-TF-QTD-DISPUTA(WS-TF-ATUAL, WS-PER-ATUAL)
             TO WS-TF-QTD-DISPUTA(WS-TF-TOTAL, WS-PER-ATUAL)
            ADD WS-TF-CLI-NOVOS(WS-TF-ATUAL, WS-PER-ATUAL)
             TO WS-TF-CLI-NOVOS(WS-TF-TOTAL, WS-PER-ATUAL)
            ADD WS-TF-CLI-INATIVOS(WS-TF-ATUAL, WS-PER-ATUAL)
             TO WS-TF-CLI-INATIVOS(WS-TF-TOTAL, WS-PER-ATUAL)
            ADD WS-TF-CLI-FUNDIDOS(WS-TF-ATUAL, WS-PER-ATUAL)
             TO WS-TF-CLI-FUNDIDOS(WS-TF-TOTAL, WS-PER-ATUAL)
            .
      *-----------------------------------------------------------------
      * Calculo de um indicador da filial WS-TF-ATUAL nos tres
      * periodos.
      *-----------------------------------------------------------------
       P750-CALCULA-INDICADOR.
            PERFORM P755-CALCULA-PERIODO
                    VARYING WS-PER-ATUAL FROM 1 BY 1
                    UNTIL WS-PER-ATUAL > 3
            .
       P755-CALCULA-PERIODO.
            MOVE 0   TO WS-KPI-VALOR(WS-PER-ATUAL)
            MOVE 'S' TO WS-KPI-BASE(WS-PER-ATUAL)
            MOVE 0   TO WS-BASE-VALOR
            MOVE 0   TO WS-BASE-QTD
            EVALUATE WS-IND-ATUAL
                WHEN 1
                WHEN 2
                WHEN 5
                    MOVE WS-TF-VAL-VENC(WS-TF-ATUAL, WS-PER-ATUAL)
                         TO WS-BASE-VALOR
                WHEN 4
                    MOVE WS-TF-QTD-ATRASO(WS-TF-ATUAL, WS-PER-ATUAL)
                         TO WS-BASE-QTD
                WHEN 6
                    MOVE WS-TF-QTD-CONF(WS-TF-ATUAL, WS-PER-ATUAL)
                         TO WS-BASE-QTD
                WHEN 7
                WHEN 8
                WHEN 9
                    MOVE 1 TO WS-BASE-QTD
                WHEN OTHER
                    COMPUTE WS-BASE-QTD =
                            WS-TF-QTD-CONF(WS-TF-ATUAL, WS-PER-ATUAL)
                          + WS-TF-QTD-REJ(WS-TF-ATUAL, WS-PER-ATUAL)
            END-EVALUATE
            IF WS-BASE-VALOR = 0 AND WS-BASE-QTD = 0
                MOVE 'N' TO WS-KPI-BASE(WS-PER-ATUAL)
            ELSE
                PERFORM P760-FORMULA
            END-IF
            .
       P760-FORMULA.
            EVALUATE WS-IND-ATUAL
                WHEN 1
                    COMPUTE WS-KPI-VALOR(WS-PER-ATUAL) ROUNDED =
                        WS-TF-VAL-ABERTO(WS-TF-ATUAL, WS-PER-ATUAL)
                        * WS-PER-DIAS(WS-PER-ATUAL) / WS-BASE-VALOR
                        ON SIZE ERROR
                            MOVE 999999999 TO
                                 WS-KPI-VALOR(WS-PER-ATUAL)
                    END-COMPUTE
                WHEN 2
                    COMPUTE WS-KPI-VALOR(WS-PER-ATUAL) ROUNDED =
                        WS-TF-VAL-PAGO(WS-TF-ATUAL, WS-PER-ATUAL)
                        * 100 / WS-BASE-VALOR
                WHEN 3
                    COMPUTE WS-KPI-VALOR(WS-PER-ATUAL) ROUNDED =
                        WS-TF-QTD-REJ(WS-TF-ATUAL, WS-PER-ATUAL)
                        * 100 / WS-BASE-QTD
                WHEN 4
                    COMPUTE WS-KPI-VALOR(WS-PER-ATUAL) ROUNDED =
                        WS-TF-SOMA-ATRASO(WS-TF-ATUAL, WS-PER-ATUAL)
                        / WS-BASE-QTD
                WHEN 5
                    COMPUTE WS-KPI-VALOR(WS-PER-ATUAL) ROUNDED =
                        WS-TF-VAL-BAIXADO(WS-TF-ATUAL, WS-PER-ATUAL)
                        * 100 / WS-BASE-VALOR
                        ON SIZE ERROR
                            MOVE 999999999 TO
                                 WS-KPI-VALOR(WS-PER-ATUAL)
                    END-COMPUTE
                WHEN 6
                    COMPUTE WS-KPI-VALOR(WS-PER-ATUAL) ROUNDED =
                        WS-TF-QTD-DISPUTA(WS-TF-ATUAL, WS-PER-ATUAL)
                        * 100 / WS-BASE-QTD
                WHEN 7
                    MOVE WS-TF-CLI-NOVOS(WS-TF-ATUAL, WS-PER-ATUAL)
                         TO WS-KPI-VALOR(WS-PER-ATUAL)
                WHEN 8
                    MOVE WS-TF-CLI-INATIVOS(WS-TF-ATUAL, WS-PER-ATUAL)
                         TO WS-KPI-VALOR(WS-PER-ATUAL)
                WHEN 9
                    MOVE WS-TF-CLI-FUNDIDOS(WS-TF-ATUAL, WS-PER-ATUAL)
                         TO WS-KPI-VALOR(WS-PER-ATUAL)
                WHEN OTHER
                    COMPUTE WS-MOT = WS-IND-ATUAL - 9
                    COMPUTE WS-KPI-VALOR(WS-PER-ATUAL) ROUNDED =
                        WS-TF-QTD-REJ-MOT(WS-TF-ATUAL, WS-PER-ATUAL,
                                          WS-MOT)
                        * 100 / WS-BASE-QTD
            END-EVALUATE
            .
      *-----------------------------------------------------------------
      * Relatorio: resumo da empresa, quadro por filial e o detalhe
      * de cada filial.
      *-----------------------------------------------------------------
       P800-IMPRIME.
            OPEN OUTPUT WS-REL-FILE
            MOVE WS-PER-ANOMES(1) TO WS-CAB-ANOMES
            MOVE WS-HOJE          TO WS-CAB-DATA
            MOVE WS-AMB-NOME      TO WS-CAB-AMBIENTE
            MOVE WS-PER-ANOMES(1) TO WS-CAB2-ANOMES-1
            MOVE WS-PER-ANOMES(2) TO WS-CAB2-ANOMES-2
            MOVE WS-PER-ANOMES(3) TO WS-CAB2-ANOMES-3
            WRITE WS-REL-LINHA FROM WS-CAB-1
            MOVE ALL '=' TO WS-REL-LINHA
            WRITE WS-REL-LINHA

            MOVE 'RESUMO GERENCIAL - TOTAL DA EMPRESA' TO WS-REL-LINHA
            WRITE WS-REL-LINHA
            MOVE WS-TF-TOTAL TO WS-TF-ATUAL
            PERFORM P820-IMPRIME-BLOCO

            MOVE SPACES TO WS-REL-LINHA
            WRITE WS-REL-LINHA
            MOVE 'QUADRO POR FILIAL - MES APURADO' TO WS-REL-LINHA
            WRITE WS-REL-LINHA
            WRITE WS-REL-LINHA FROM WS-QDR-CAB
            MOVE ALL '-' TO WS-REL-LINHA
            WRITE WS-REL-LINHA
            PERFORM P810-IMPRIME-QUADRO
                    VARYING WS-TF-ATUAL FROM 1 BY 1
                    UNTIL WS-TF-ATUAL > WS-TOT-FILIAIS
            MOVE SPACES TO WS-LINHA-TRABALHO
            STRING 'DSO EM DIAS SOBRE O VENCIDO NO MES; COBRANCA, '
                   'BAIXA E DSO EM VALOR; REJEICAO E DISPUTA EM '
                   'QUANTIDADE.'
                   DELIMITED BY SIZE INTO WS-LINHA-TRABALHO
            END-STRING
            WRITE WS-REL-LINHA FROM WS-LINHA-TRABALHO

            PERFORM P830-IMPRIME-FILIAL
                    VARYING WS-TF-ATUAL FROM 1 BY 1
                    UNTIL WS-TF-ATUAL > WS-TOT-FILIAIS
            CLOSE WS-REL-FILE
            .
       P810-IMPRIME-QUADRO.
            MOVE WS-TF-CODIGO(WS-TF-ATUAL) TO WS-QDR-FILIAL
            MOVE WS-TF-NOME(WS-TF-ATUAL)   TO WS-QDR-NOME
            MOVE 1 TO WS-IND-ATUAL
            PERFORM P750-CALCULA-INDICADOR
            MOVE WS-KPI-VALOR(1) TO WS-QDR-DSO
            MOVE 2 TO WS-IND-ATUAL
            PERFORM P750-CALCULA-INDICADOR
            MOVE WS-KPI-VALOR(1) TO WS-QDR-COBR
            MOVE 3 TO WS-IND-ATUAL
            PERFORM P750-CALCULA-INDICADOR
            MOVE WS-KPI-VALOR(1) TO WS-QDR-REJ
            MOVE 4 TO WS-IND-ATUAL
            PERFORM P750-CALCULA-INDICADOR
            MOVE WS-KPI-VALOR(1) TO WS-QDR-ATRASO
            MOVE 5 TO WS-IND-ATUAL
            PERFORM P750-CALCULA-INDICADOR
            MOVE WS-KPI-VALOR(1) TO WS-QDR-BAIXA
            MOVE 6 TO WS-IND-ATUAL
            PERFORM P750-CALCULA-INDICADOR
            MOVE WS-KPI-VALOR(1) TO WS-QDR-DISP
            MOVE WS-TF-CLI-NOVOS(WS-TF-ATUAL, 1)    TO WS-QDR-NOVOS
            MOVE WS-TF-CLI-INATIVOS(WS-TF-ATUAL, 1) TO WS-QDR-INAT
            MOVE WS-TF-CLI-FUNDIDOS(WS-TF-ATUAL, 1) TO WS-QDR-FUSAO
            WRITE WS-REL-LINHA FROM WS-QDR-LINHA
            .
       P820-IMPRIME-BLOCO.
            WRITE WS-REL-LINHA FROM WS-CAB-2
            MOVE ALL '-' TO WS-REL-LINHA
            WRITE WS-REL-LINHA
            PERFORM P825-IMPRIME-INDICADOR
                    VARYING WS-IND-ATUAL FROM 1 BY 1
                    UNTIL WS-IND-ATUAL > WS-TOT-INDICADORES
            .
       P825-IMPRIME-INDICADOR.
            PERFORM P750-CALCULA-INDICADOR
            MOVE WS-IND-DESCRICAO(WS-IND-ATUAL) TO WS-DET-DESCRICAO
            IF WS-KPI-COM-BASE(1)
                MOVE WS-KPI-VALOR(1) TO WS-DET-VALOR-1
            ELSE
                MOVE '              -' TO WS-DET-VALOR-1-X
            END-IF
            IF WS-KPI-COM-BASE(2)
                MOVE WS-KPI-VALOR(2) TO WS-DET-VALOR-2
            ELSE
                MOVE '              -' TO WS-DET-VALOR-2-X
            END-IF
            IF WS-KPI-COM-BASE(3)
                MOVE WS-KPI-VALOR(3) TO WS-DET-VALOR-3
            ELSE
                MOVE '              -' TO WS-DET-VALOR-3-X
            END-IF
            IF WS-KPI-COM-BASE(1) AND WS-KPI-COM-BASE(2)
                COMPUTE WS-DIFERENCA = WS-KPI-VALOR(1)
                                     - WS-KPI-VALOR(2)
                MOVE WS-DIFERENCA TO WS-DET-DIF-2
            ELSE
                MOVE '              -' TO WS-DET-DIF-2-X
            END-IF
            IF WS-KPI-COM-BASE(1) AND WS-KPI-COM-BASE(3)
                COMPUTE WS-DIFERENCA = WS-KPI-VALOR(1)
                                     - WS-KPI-VALOR(3)
                MOVE WS-DIFERENCA TO WS-DET-DIF-3
            ELSE
                MOVE '              -' TO WS-DET-DIF-3-X
            END-IF
            WRITE WS-REL-LINHA FROM WS-DET-LINHA
            .
       P830-IMPRIME-FILIAL.
            MOVE SPACES TO WS-REL-LINHA
            WRITE WS-REL-LINHA
            MOVE SPACES TO WS-LINHA-TRABALHO
            STRING 'FILIAL ' WS-TF-CODIGO(WS-TF-ATUAL) ' - '
                   WS-TF-NOME(WS-TF-ATUAL)
                   DELIMITED BY SIZE INTO WS-LINHA-TRABALHO
            END-STRING
            WRITE WS-REL-LINHA FROM WS-LINHA-TRABALHO
            PERFORM P820-IMPRIME-BLOCO
            .
      *-----------------------------------------------------------------
      * Arquivo da planilha: uma linha por filial e indicador, total
      * da empresa primeiro.
      *-----------------------------------------------------------------
       P900-GRAVA-PLANILHA.
            OPEN OUTPUT WS-CSV-FILE
            IF WS-CSV-FS NOT = '00'
                DISPLAY 'ARQUIVO DA PLANILHA INDISPONIVEL: '
                        WS-CSV-PATH ' FS: ' WS-CSV-FS
                MOVE 4 TO WS-RC-FINAL
            ELSE
                MOVE SPACES TO WS-CSV-LINHA
                STRING 'ANOMES;FILIAL;NOME;INDICADOR;DESCRICAO;'
                       'MES;MES_ANTERIOR;DIF_MES;ANO_ANTERIOR;DIF_ANO'
                       DELIMITED BY SIZE INTO WS-CSV-LINHA
                END-STRING
                PERFORM P990-GRAVA-TRIMMED
                MOVE WS-TF-TOTAL TO WS-TF-ATUAL
                PERFORM P910-PLANILHA-FILIAL
                PERFORM P910-PLANILHA-FILIAL
                        VARYING WS-TF-ATUAL FROM 1 BY 1
                        UNTIL WS-TF-ATUAL > WS-TOT-FILIAIS
                CLOSE WS-CSV-FILE
            END-IF
            .
       P910-PLANILHA-FILIAL.
            IF WS-TF-ATUAL = WS-TF-TOTAL
                MOVE 'TOTAL' TO WS-CSV-FILIAL
            ELSE
                MOVE WS-TF-CODIGO(WS-TF-ATUAL) TO WS-CSV-FILIAL
            END-IF
            PERFORM P920-PLANILHA-INDICADOR
                    VARYING WS-IND-ATUAL FROM 1 BY 1
                    UNTIL WS-IND-ATUAL > WS-TOT-INDICADORES
            .
       P920-PLANILHA-INDICADOR.
            PERFORM P750-CALCULA-INDICADOR
            MOVE SPACES TO WS-CSV-CAMPO(1) WS-CSV-CAMPO(2)
                           WS-CSV-CAMPO(3) WS-CSV-CAMPO(4)
                           WS-CSV-CAMPO(5)
            IF WS-KPI-COM-BASE(1)
                MOVE WS-KPI-VALOR(1) TO WS-CSV-ED
                MOVE 1 TO WS-CSV-IX
                PERFORM P930-EDITA-NUMERO
            END-IF
            IF WS-KPI-COM-BASE(2)
                MOVE WS-KPI-VALOR(2) TO WS-CSV-ED
                MOVE 2 TO WS-CSV-IX
                PERFORM P930-EDITA-NUMERO
            END-IF
            IF WS-KPI-COM-BASE(1) AND WS-KPI-COM-BASE(2)
                COMPUTE WS-CSV-ED = WS-KPI-VALOR(1) - WS-KPI-VALOR(2)
                MOVE 3 TO WS-CSV-IX
                PERFORM P930-EDITA-NUMERO
            END-IF
            IF WS-KPI-COM-BASE(3)
                MOVE WS-KPI-VALOR(3) TO WS-CSV-ED
                MOVE 4 TO WS-CSV-IX
                PERFORM P930-EDITA-NUMERO
            END-IF
            IF WS-KPI-COM-BASE(1) AND WS-KPI-COM-BASE(3)
                COMPUTE WS-CSV-ED = WS-KPI-VALOR(1) - WS-KPI-VALOR(3)
                MOVE 5 TO WS-CSV-IX
                PERFORM P930-EDITA-NUMERO
            END-IF
            MOVE SPACES TO WS-CSV-LINHA
            STRING WS-PER-ANOMES(1)                               ';'
                   FUNCTION TRIM(WS-CSV-FILIAL)                   ';'
                   FUNCTION TRIM(WS-TF-NOME(WS-TF-ATUAL) TRAILING) ';'
                   WS-IND-CODIGO(WS-IND-ATUAL)                    ';'
                   FUNCTION TRIM(WS-IND-DESCRICAO(WS-IND-ATUAL)
                                 TRAILING)                        ';'
                   FUNCTION TRIM(WS-CSV-CAMPO(1))                 ';'
                   FUNCTION TRIM(WS-CSV-CAMPO(2))                 ';'
                   FUNCTION TRIM(WS-CSV-CAMPO(3))                 ';'
                   FUNCTION TRIM(WS-CSV-CAMPO(4))                 ';'
                   FUNCTION TRIM(WS-CSV-CAMPO(5))
                   DELIMITED BY SIZE
                   INTO WS-CSV-LINHA
            END-STRING
            PERFORM P990-GRAVA-TRIMMED
            ADD 1 TO WS-TOT-CSV
            .
       P930-EDITA-NUMERO.
            MOVE WS-CSV-ED TO WS-CSV-CAMPO(WS-CSV-IX)
            INSPECT WS-CSV-CAMPO(WS-CSV-IX) REPLACING ALL '.' BY ','
            .
       P990-GRAVA-TRIMMED.
            COMPUTE WS-COMPRIMENTO-OCUPADO =
                FUNCTION LENGTH (FUNCTION TRIM
                    (WS-CSV-LINHA TRAILING))
            IF WS-COMPRIMENTO-OCUPADO = 0
                MOVE 1 TO WS-COMPRIMENTO-OCUPADO
            END-IF
            WRITE WS-CSV-LINHA
            .
       END PROGRAM KPIMES.
