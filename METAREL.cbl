      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. METAREL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-MET-FILE      ASSIGN TO WS-MET-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS WS-MET-CHAVE
                                    FILE STATUS WS-MET-FS.
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
           SELECT WS-GAV-FILE      ASSIGN TO WS-GAV-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS WS-GAV-CHAVE
                                    FILE STATUS WS-GAV-FS.
           SELECT WS-PAG-FILE      ASSIGN TO WS-PAG-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-PAG-FS.
           SELECT WS-BXA-FILE      ASSIGN TO WS-BXA-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-BXA-FS.
           SELECT WS-REC-FILE      ASSIGN TO WS-REC-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-REC-FS.
           SELECT WS-CHQ-FILE      ASSIGN TO WS-CHQ-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS WS-CHQ-CHAVE
                                    ALTERNATE RECORD KEY IS
                                        WS-CHQ-COD-CLIENTE
                                        WITH DUPLICATES
                                    FILE STATUS WS-CHQ-FS.
           SELECT WS-CTL-FILE      ASSIGN TO WS-CTL-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-CTL-FS.
           SELECT WS-GER-FILE      ASSIGN TO WS-GER-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-GER-FS.
           SELECT WS-REL-FILE      ASSIGN TO WS-REL-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-REL-FS.
           SELECT WS-SORT-FILE     ASSIGN TO 'METAREL.SRT'.
       DATA DIVISION.
       FILE SECTION.
      * Layout identico ao do METAMANUT
       FD  WS-MET-FILE.
       01 WS-MET-REGISTRO.
          03 WS-MET-CHAVE.
             05 WS-MET-FILIAL           PIC 9(3).
             05 WS-MET-ANOMES           PIC 9(6).
          03 WS-MET-META-ARRECADADO     PIC 9(9)V99.
          03 WS-MET-META-RECUPERADO     PIC 9(9)V99.
          03 WS-MET-META-PCT-REJEICAO   PIC 9(3)V99.
          03 WS-MET-SITUACAO            PIC X.
             88 WS-MET-ABERTA                     VALUE 'A'.
             88 WS-MET-FECHADA                    VALUE 'F'.
          03 WS-MET-REAL-ARRECADADO     PIC 9(9)V99.
          03 WS-MET-REAL-RECUPERADO     PIC 9(9)V99.
          03 WS-MET-REAL-PCT-REJEICAO   PIC 9(3)V99.
          03 WS-MET-REAL-BAIXADO        PIC 9(9)V99.
          03 WS-MET-PCT-ATINGIMENTO     PIC 9(3)V99.
          03 WS-MET-FAIXA-BONUS         PIC X.
          03 WS-MET-DATA-FECHAMENTO     PIC 9(8).
          03 WS-MET-OPERADOR            PIC X(8).
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
      * Layout identico ao do CAIXAGAVETA
       FD  WS-GAV-FILE.
       01 WS-GAV-REGISTRO.
           03 WS-GAV-CHAVE.
              05 WS-GAV-DATA         PIC 9(8).
              05 WS-GAV-OPERADOR     PIC X(8).
           03 WS-GAV-FILIAL          PIC X(3).
           03 WS-GAV-SITUACAO        PIC X.
           03 WS-GAV-HORA-ABERTURA   PIC 9(6).
           03 WS-GAV-FUNDO           PIC 9(7)V99.
           03 WS-GAV-HORA-FECHAMENTO PIC 9(6).
           03 WS-GAV-QTD-RECIBOS     PIC 9(4).
           03 WS-GAV-VALOR-RECIBOS   PIC S9(9)V99.
           03 WS-GAV-ESPERADO        PIC S9(9)V99.
           03 WS-GAV-CONTADO         PIC 9(9)V99.
           03 WS-GAV-DIFERENCA       PIC S9(9)V99.
           03 WS-GAV-DEPOSITO        PIC S9(9)V99.
           03 WS-GAV-SUPERVISOR      PIC X(8).
           03 WS-GAV-JUSTIFICATIVA   PIC X(40).
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
      * Layout identico ao do PAGTOCAIXA
       FD  WS-REC-FILE.
       01 WS-REC-REGISTRO.
           03 WS-REC-NUMERO          PIC 9(6).
           03 WS-REC-DATA            PIC X(10).
           03 WS-REC-HORA            PIC X(8).
           03 WS-REC-ID              PIC 9(9).
           03 WS-REC-VALOR           PIC S9(9)V99.
           03 WS-REC-CLIENTE         PIC X(30).
           03 WS-REC-OPERADOR        PIC X(8).
      * Forma do recebimento: C = cheque; D (ou branco, nos recibos
      * antigos) = dinheiro.
           03 WS-REC-FORMA           PIC X.
      * Layout identico ao do PAGTOCHEQUE
       FD  WS-CHQ-FILE.
       01 WS-CHQ-REGISTRO.
           03 WS-CHQ-CHAVE.
              05 WS-CHQ-BANCO        PIC 9(3).
              05 WS-CHQ-AGENCIA      PIC 9(4).
              05 WS-CHQ-CONTA        PIC 9(12).
              05 WS-CHQ-NUMERO       PIC 9(6).
           03 WS-CHQ-ID              PIC 9(9).
           03 WS-CHQ-COD-CLIENTE     PIC 9(6).
           03 WS-CHQ-VALOR           PIC S9(9)V99.
           03 WS-CHQ-DATA-RECEBIMENTO PIC 9(8).
           03 WS-CHQ-DATA-COMPENSACAO PIC 9(8).
           03 WS-CHQ-SITUACAO        PIC X.
              88 WS-CHQ-COMPENSADO             VALUE 'C'.
           03 WS-CHQ-ALINEA          PIC 99.
           03 WS-CHQ-DATA-DEVOLUCAO  PIC 9(8).
           03 WS-CHQ-CONTA-BLOQUEIO  PIC X.
           03 WS-CHQ-RECIBO          PIC 9(6).
           03 WS-CHQ-OPERADOR        PIC X(8).
           03 WS-CHQ-FILIAL-CAIXA    PIC X(3).
           03 WS-CHQ-PENDENTE        PIC X(71).
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
      * Tipo M: o id e a filial que o digitou (entrada do dia e suas
      * geracoes, pendentes); B baixa; C/R confirmado ou rejeitado no
      * historico mensal; K recibo de balcao, ja com a filial do
      * caixa. A classe poe o mapa antes da baixa e a baixa antes
      * dos movimentos do mesmo id.
       SD  WS-SORT-FILE.
       01 WS-SRT-REGISTRO.
           03 WS-SRT-ID              PIC 9(9).
           03 WS-SRT-CLASSE          PIC X.
           03 WS-SRT-TIPO            PIC X.
           03 WS-SRT-FILIAL          PIC X(3).
           03 WS-SRT-DATA            PIC 9(8).
           03 WS-SRT-VALOR           PIC S9(9)V99.

       WORKING-STORAGE SECTION.
       01 WS-MET-PATH              PIC X(40) VALUE 'METAS.FILIAL.IDX'.
       01 WS-FIL-PATH              PIC X(40) VALUE 'FILIAIS.IDX'.
       01 WS-HM-PATH               PIC X(40)
                            VALUE 'PAGTOHIST.MENSAL.IDX'.
       01 WS-GAV-PATH              PIC X(40) VALUE 'CAIXA.GAVETAS.IDX'.
       01 WS-PAG-PATH              PIC X(40) VALUE SPACES.
       01 WS-BXA-PATH              PIC X(40) VALUE 'PAGTOBAIXA.DAT'.
       01 WS-REC-PATH              PIC X(40) VALUE 'CAIXA.RECIBOS'.
       01 WS-CHQ-PATH              PIC X(40) VALUE 'CAIXA.CHEQUES.IDX'.
       01 WS-CTL-PATH              PIC X(40) VALUE 'PAGTOID.CONTROLE'.
       01 WS-GER-PATH              PIC X(40) VALUE 'ARQGERACOES.CTL'.
       01 WS-REL-PATH              PIC X(40) VALUE 'METAREL.REL'.
       01 WS-ENTRADA-PATH          PIC X(40) VALUE 'PAGAMENTOS.DAT'.
       01 WS-PENDENTES-PATH        PIC X(40)
                            VALUE 'PAGTOCONFIRM.PENDENTES'.
       01 WS-MET-FS                PIC XX.
       01 WS-FIL-FS                PIC XX.
       01 WS-HM-FS                 PIC XX.
       01 WS-GAV-FS                PIC XX.
       01 WS-PAG-FS                PIC XX.
       01 WS-BXA-FS                PIC XX.
       01 WS-REC-FS                PIC XX.
       01 WS-CHQ-FS                PIC XX.
       01 WS-CTL-FS                PIC XX.
       01 WS-GER-FS                PIC XX.
       01 WS-REL-FS                PIC XX.

       01 WS-MODO-EXECUCAO         PIC X     VALUE 'M'.
          88 WS-MODO-PREVIA                  VALUE 'M'.
          88 WS-MODO-FECHAMENTO              VALUE 'F'.
       01 WS-METAS-SW              PIC X     VALUE 'N'.
          88 WS-METAS-ABERTAS                VALUE 'Y'.
       01 WS-GAVETAS-SW            PIC X     VALUE 'N'.
          88 WS-GAVETAS-ABERTAS              VALUE 'Y'.
       01 WS-FIM-ARQUIVO           PIC X     VALUE 'N'.
          88 WS-FIM                          VALUE 'Y'.
       01 WS-FIM-SORT-SW           PIC X     VALUE 'N'.
          88 WS-FIM-SORT                     VALUE 'Y'.
       01 WS-ACHOU-SW              PIC X     VALUE 'N'.
          88 WS-ACHOU                        VALUE 'Y'.

       01 WS-DATA-HORA-ATUAL       PIC X(21).
       01 WS-HOJE                  PIC 9(8)  VALUE 0.
       01 WS-ENT-ANOMES            PIC X(6)  VALUE SPACES.
      * Periodo 1 e o mes apurado (ate hoje na previa, inteiro no
      * fechamento); periodo 2 e o mesmo mes do ano anterior.
       01 WS-PERIODOS.
           03 WS-PER OCCURS 2 TIMES.
              05 WS-PER-ANOMES      PIC 9(6).
              05 WS-PER-INICIO      PIC 9(8).
              05 WS-PER-FIM         PIC 9(8).
       01 WS-PER-ATUAL             PIC 9     VALUE 0.
       01 WS-ANOMES-CALC           PIC 9(6)  VALUE 0.
       01 WS-ANOMES-R REDEFINES WS-ANOMES-CALC.
           03 WS-AM-ANO             PIC 9(4).
           03 WS-AM-MES             PIC 99.
       01 WS-DATA-CALC             PIC 9(8)  VALUE 0.
       01 WS-DIAS-MES              PIC 99    VALUE 0.
       01 WS-DIAS-DECORRIDOS       PIC 99    VALUE 0.
       01 WS-DIAS-MES-APURADO      PIC 99    VALUE 0.

      * Parametros do METAREL no PARMLE: faixas de bonus pelo
      * percentual de atingimento e pesos de cada indicador.
       01 WS-FAIXA-A               PIC 9(3)  VALUE 110.
       01 WS-FAIXA-B               PIC 9(3)  VALUE 100.
       01 WS-FAIXA-C               PIC 9(3)  VALUE 90.
       01 WS-PESO-ARREC            PIC 9(3)  VALUE 60.
       01 WS-PESO-RECUP            PIC 9(3)  VALUE 25.
       01 WS-PESO-REJEIC           PIC 9(3)  VALUE 15.
       01 WS-PARM-NUM              PIC 9(3)  VALUE 0.

      * Filiais do cadastro mais, sob demanda, a filial 000 para o
      * que nao foi possivel atribuir.
       01 WS-TAB-FILIAIS.
          03 WS-TF OCCURS 60 TIMES INDEXED BY WS-TF-IDX.
             05 WS-TF-CODIGO        PIC 9(3).
             05 WS-TF-NOME          PIC X(20).
             05 WS-TF-TEM-META      PIC X.
                88 WS-TF-COM-META             VALUE 'Y'.
             05 WS-TF-FECHADA       PIC X.
                88 WS-TF-JA-FECHADA           VALUE 'Y'.
             05 WS-TF-META-ARREC    PIC 9(9)V99.
             05 WS-TF-META-RECUP    PIC 9(9)V99.
             05 WS-TF-META-PCT-REJ  PIC 9(3)V99.
             05 WS-TF-ANT-FECHADA   PIC X.
                88 WS-TF-ANT-CONGELADO        VALUE 'Y'.
             05 WS-TF-ANT-ARREC     PIC 9(9)V99.
             05 WS-TF-MOV OCCURS 2 TIMES.
                07 WS-TF-ARREC      PIC S9(11)V99.
                07 WS-TF-RECUP      PIC S9(11)V99.
                07 WS-TF-BAIXADO    PIC S9(11)V99.
                07 WS-TF-QTD-CONF   PIC 9(7).
                07 WS-TF-QTD-REJ    PIC 9(7).
             05 WS-TF-PROJ-ARREC    PIC S9(11)V99.
             05 WS-TF-PROJ-RECUP    PIC S9(11)V99.
             05 WS-TF-PCT-REJ       PIC 9(3)V99.
             05 WS-TF-PCT-ARREC     PIC 9(3)V99.
             05 WS-TF-PCT-RECUP     PIC 9(3)V99.
             05 WS-TF-PCT-REJ-ATING PIC 9(3)V99.
             05 WS-TF-ATING         PIC 9(3)V99.
             05 WS-TF-FAIXA         PIC X.
       01 WS-TOT-FILIAIS           PIC 99    VALUE 0.
       01 WS-TF-ATUAL              PIC 99    VALUE 0.
       01 WS-FILIAL-NUM            PIC 9(3)  VALUE 0.
       01 WS-FILIAL-MOV            PIC X(3)  VALUE SPACES.

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

       01 WS-GRP-ID                PIC 9(9)  VALUE 0.
       01 WS-GRP-FILIAL            PIC X(3)  VALUE SPACES.
       01 WS-GRP-DATA-BAIXA        PIC 9(8)  VALUE 0.

       01 WS-CALCULO               PIC S9(9)V99 VALUE 0.
       01 WS-QTD-TOTAL             PIC 9(8)  VALUE 0.
       01 WS-ANO-ANTERIOR          PIC S9(11)V99 VALUE 0.
       01 WS-TOT-SEM-META          PIC 99    VALUE 0.
       01 WS-TOT-FECHADAS          PIC 99    VALUE 0.
       01 WS-RC-FINAL              PIC S9(4) VALUE 0.
       01 WS-TOTAIS.
           03 WS-TOT-ARREC          PIC S9(11)V99 VALUE 0.
           03 WS-TOT-META-ARREC     PIC S9(11)V99 VALUE 0.
           03 WS-TOT-PROJ-ARREC     PIC S9(11)V99 VALUE 0.
           03 WS-TOT-ANT-ARREC      PIC S9(11)V99 VALUE 0.
           03 WS-TOT-RECUP          PIC S9(11)V99 VALUE 0.
           03 WS-TOT-BAIXADO        PIC S9(11)V99 VALUE 0.

       01 WS-CAB-1.
           03 FILLER                 PIC X(45)
                    VALUE 'METAREL - ATINGIMENTO DAS METAS DAS FILIAIS'.
           03 WS-CAB-TIPO            PIC X(24).
           03 FILLER                 PIC X(5)  VALUE 'MES: '.
           03 WS-CAB-ANOMES          PIC 9(6).
           03 FILLER                 PIC X(8)  VALUE '  DATA: '.
           03 WS-CAB-DATA            PIC 9(8).
           03 FILLER                 PIC X(11) VALUE '  AMBIENTE '.
           03 WS-CAB-AMBIENTE        PIC X(8).
       01 WS-CAB-2.
           03 FILLER                 PIC X(45)
                    VALUE 'FIL NOME                 ARRECADADO'.
           03 FILLER                 PIC X(25)
                    VALUE ' META ATG        PROJECAO'.
           03 FILLER                 PIC X(20)
                    VALUE '    ANO ANTERIOR VAR'.
           03 FILLER                 PIC X(42)
                    VALUE '%      RECUPERADO REC  REJ%  MAX% ATING% F'.
       01 WS-DET-LINHA.
           03 WS-DET-FILIAL          PIC 9(3).
           03 FILLER                 PIC X     VALUE SPACE.
           03 WS-DET-NOME            PIC X(15).
           03 FILLER                 PIC X     VALUE SPACE.
           03 WS-DET-ARREC           PIC ZZZ,ZZZ,ZZ9.99-.
           03 FILLER                 PIC X     VALUE SPACE.
           03 WS-DET-META            PIC ZZZ,ZZZ,ZZ9.99.
           03 FILLER                 PIC X     VALUE SPACE.
           03 WS-DET-PCT-ARREC       PIC ZZ9.
           03 FILLER                 PIC X     VALUE SPACE.
           03 WS-DET-PROJ            PIC ZZZ,ZZZ,ZZ9.99-.
           03 FILLER                 PIC X     VALUE SPACE.
           03 WS-DET-ANT             PIC ZZZ,ZZZ,ZZ9.99-.
           03 WS-DET-VAR             PIC -ZZZ9.
           03 WS-DET-VAR-X REDEFINES WS-DET-VAR PIC X(5).
           03 FILLER                 PIC X     VALUE SPACE.
           03 WS-DET-RECUP           PIC ZZZ,ZZZ,ZZ9.99-.
           03 FILLER                 PIC X     VALUE SPACE.
           03 WS-DET-PCT-RECUP       PIC ZZ9.
           03 FILLER                 PIC X     VALUE SPACE.
           03 WS-DET-PCT-REJ         PIC ZZ9.9.
           03 FILLER                 PIC X     VALUE SPACE.
           03 WS-DET-MAX-REJ         PIC ZZ9.9.
           03 FILLER                 PIC X     VALUE SPACE.
           03 WS-DET-ATING           PIC ZZ9.99.
           03 FILLER                 PIC X     VALUE SPACE.
           03 WS-DET-FAIXA           PIC X.
       01 WS-LINHA-TRABALHO        PIC X(132) VALUE SPACES.
       01 WS-VALOR-ED              PIC ZZZ,ZZZ,ZZ9.99-.

       01 WS-PARMLE-PARM.
           03 WS-PL-PROGRAMA       PIC X(12) VALUE 'METAREL'.
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
           03 WS-AU-PROGRAMA       PIC X(12) VALUE 'METAREL'.
           03 WS-AU-EVENTO         PIC X(12).
           03 WS-AU-CHAVE          PIC X(30).
           03 WS-AU-CONTADOR       PIC 9(6).
           03 WS-AU-OPERADOR       PIC X(8)  VALUE SPACES.

       01 WS-RELARQ-PARM.
           03 WS-RA-FUNCAO         PIC X     VALUE 'R'.
           03 WS-RA-PROGRAMA       PIC X(12) VALUE 'METAREL'.
           03 WS-RA-RELATORIO      PIC X(30) VALUE 'METAREL.REL'.
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
      * Atingimento das metas de cobranca por filial. Modo M (previa)
      * apura o mes corrente ate hoje e projeta o fim do mes; modo F
      * fecha um mes ja encerrado: congela os numeros finais no
      * cadastro de metas e calcula a faixa de bonus de cada filial.
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-MET-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-FIL-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-HM-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-GAV-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-BXA-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-REC-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CHQ-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CTL-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-GER-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-REL-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-ENTRADA-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM
                                     WS-PENDENTES-PATH
            DISPLAY 'METAREL - ATINGIMENTO DAS METAS DAS FILIAIS'
            DISPLAY 'MODO (M=PREVIA DO MES, F=FECHAMENTO): '
            ACCEPT WS-MODO-EXECUCAO
            IF NOT WS-MODO-PREVIA AND NOT WS-MODO-FECHAMENTO
                DISPLAY 'MODO INVALIDO: ' WS-MODO-EXECUCAO
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF

            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
            MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-HOJE

            IF WS-MODO-FECHAMENTO
                PERFORM P010-ASSINA-SUPERVISOR
            END-IF
            PERFORM P020-DEFINE-PERIODOS
            PERFORM P030-LE-PARAMETROS
            PERFORM P100-CARREGA-FILIAIS
            PERFORM P110-CARREGA-METAS
            PERFORM P120-CARREGA-FAIXAS

            OPEN INPUT WS-GAV-FILE
            IF WS-GAV-FS = '00'
                SET WS-GAVETAS-ABERTAS TO TRUE
            ELSE
                DISPLAY 'CADASTRO DE GAVETAS INDISPONIVEL: '
                        WS-GAV-PATH ' FS: ' WS-GAV-FS
            END-IF
            SORT WS-SORT-FILE
                 ON ASCENDING KEY WS-SRT-ID WS-SRT-CLASSE WS-SRT-DATA
                 INPUT  PROCEDURE IS P200-LIBERA-MOVIMENTOS
                 OUTPUT PROCEDURE IS P400-ATRIBUI-FILIAIS
            IF WS-GAVETAS-ABERTAS
                CLOSE WS-GAV-FILE
            END-IF

            PERFORM P500-CALCULA-FILIAL
                    VARYING WS-TF-ATUAL FROM 1 BY 1
                    UNTIL WS-TF-ATUAL > WS-TOT-FILIAIS
            PERFORM P600-IMPRIME
            IF WS-MODO-FECHAMENTO
                PERFORM P700-CONGELA
            END-IF
            IF WS-METAS-ABERTAS
                CLOSE WS-MET-FILE
            END-IF

            CALL 'RELARQUIVA' USING WS-RELARQ-PARM WS-REL-PATH
            DISPLAY 'RELATORIO GRAVADO EM: ' WS-REL-PATH
            IF WS-TOT-SEM-META > 0
                DISPLAY 'FILIAIS COM MOVIMENTO E SEM META: '
                        WS-TOT-SEM-META
                MOVE 4 TO WS-RC-FINAL
            END-IF

            IF WS-MODO-FECHAMENTO
                MOVE 'META-FECHA'   TO WS-AU-EVENTO
                MOVE WS-TOT-FECHADAS TO WS-AU-CONTADOR
            ELSE
                MOVE 'META-PREVIA'  TO WS-AU-EVENTO
                MOVE WS-TOT-FILIAIS TO WS-AU-CONTADOR
            END-IF
            MOVE SPACES TO WS-AU-CHAVE
            STRING 'MES ' WS-PER-ANOMES(1)
                   DELIMITED BY SIZE
                   INTO WS-AU-CHAVE
            END-STRING
            CALL 'AUDITLOG' USING WS-AUDIT-PARM
            MOVE WS-RC-FINAL TO RETURN-CODE
            STOP RUN.

       P010-ASSINA-SUPERVISOR.
      * Fechar congela a base do bonus: so supervisor.
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
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE WS-SG-ID TO WS-AU-OPERADOR
            .
       P020-DEFINE-PERIODOS.
            MOVE WS-HOJE(1:6) TO WS-ANOMES-CALC
            IF WS-MODO-FECHAMENTO
      * Sem mes informado fecha o mes anterior.
                SUBTRACT 1 FROM WS-AM-MES
                IF WS-AM-MES = 0
                    MOVE 12 TO WS-AM-MES
                    SUBTRACT 1 FROM WS-AM-ANO
                END-IF
                DISPLAY 'MES A FECHAR (AAAAMM, BRANCO = '
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
            END-IF

            MOVE WS-ANOMES-CALC TO WS-PER-ANOMES(1)
            PERFORM P025-DIAS-DO-MES
            COMPUTE WS-PER-INICIO(1) = WS-ANOMES-CALC * 100 + 1
            COMPUTE WS-PER-FIM(1)    = WS-ANOMES-CALC * 100
                                     + WS-DIAS-MES
            IF WS-MODO-PREVIA
                MOVE WS-HOJE TO WS-PER-FIM(1)
                MOVE WS-HOJE(7:2) TO WS-DIAS-DECORRIDOS
            ELSE
                MOVE WS-DIAS-MES TO WS-DIAS-DECORRIDOS
            END-IF
            MOVE WS-DIAS-MES TO WS-DIAS-MES-APURADO

            SUBTRACT 1 FROM WS-AM-ANO
            MOVE WS-ANOMES-CALC TO WS-PER-ANOMES(2)
            PERFORM P025-DIAS-DO-MES
            COMPUTE WS-PER-INICIO(2) = WS-ANOMES-CALC * 100 + 1
            COMPUTE WS-PER-FIM(2)    = WS-ANOMES-CALC * 100
                                     + WS-DIAS-MES
            MOVE WS-DIAS-MES-APURADO TO WS-DIAS-MES
            .
       P025-DIAS-DO-MES.
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
            .
       P030-LE-PARAMETROS.
            MOVE WS-HOJE TO WS-PL-DATA-PROC
            MOVE 'FAIXA-A' TO WS-PL-NOME
            MOVE WS-FAIXA-A TO WS-PARM-NUM
            PERFORM P035-LE-PARAMETRO
            MOVE WS-PARM-NUM TO WS-FAIXA-A
            MOVE 'FAIXA-B' TO WS-PL-NOME
            MOVE WS-FAIXA-B TO WS-PARM-NUM
            PERFORM P035-LE-PARAMETRO
            MOVE WS-PARM-NUM TO WS-FAIXA-B
            MOVE 'FAIXA-C' TO WS-PL-NOME
            MOVE WS-FAIXA-C TO WS-PARM-NUM
            PERFORM P035-LE-PARAMETRO
            MOVE WS-PARM-NUM TO WS-FAIXA-C
            MOVE 'PESO-ARREC' TO WS-PL-NOME
            MOVE WS-PESO-ARREC TO WS-PARM-NUM
            PERFORM P035-LE-PARAMETRO
            MOVE WS-PARM-NUM TO WS-PESO-ARREC
            MOVE 'PESO-RECUP' TO WS-PL-NOME
            MOVE WS-PESO-RECUP TO WS-PARM-NUM
            PERFORM P035-LE-PARAMETRO
            MOVE WS-PARM-NUM TO WS-PESO-RECUP
            MOVE 'PESO-REJEIC' TO WS-PL-NOME
            MOVE WS-PESO-REJEIC TO WS-PARM-NUM
            PERFORM P035-LE-PARAMETRO
            MOVE WS-PARM-NUM TO WS-PESO-REJEIC
            IF WS-PESO-ARREC + WS-PESO-RECUP + WS-PESO-REJEIC = 0
                MOVE 100 TO WS-PESO-ARREC
            END-IF
            .
       P035-LE-PARAMETRO.
      * Sem parametro cadastrado fica o padrao ja em WS-PARM-NUM.
            CALL 'PARMLE' USING WS-PARMLE-PARM
            IF WS-PL-RC = 0
               AND FUNCTION TEST-NUMVAL(WS-PL-VALOR) = 0
                COMPUTE WS-PARM-NUM = FUNCTION NUMVAL(WS-PL-VALOR)
            END-IF
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
            END-IF
            .
       P105-NOVA-FILIAL.
            ADD 1 TO WS-TOT-FILIAIS
            INITIALIZE WS-TF(WS-TOT-FILIAIS)
            MOVE WS-FILIAL-NUM TO WS-TF-CODIGO(WS-TOT-FILIAIS)
            MOVE 'N' TO WS-TF-TEM-META(WS-TOT-FILIAIS)
            MOVE 'N' TO WS-TF-FECHADA(WS-TOT-FILIAIS)
            MOVE 'N' TO WS-TF-ANT-FECHADA(WS-TOT-FILIAIS)
            .
       P110-CARREGA-METAS.
      * No fechamento o cadastro abre para atualizacao: os numeros
      * finais sao gravados na propria meta.
            IF WS-MODO-FECHAMENTO
                OPEN I-O WS-MET-FILE
            ELSE
                OPEN INPUT WS-MET-FILE
            END-IF
            IF WS-MET-FS = '00'
                SET WS-METAS-ABERTAS TO TRUE
                PERFORM VARYING WS-TF-ATUAL FROM 1 BY 1
                        UNTIL WS-TF-ATUAL > WS-TOT-FILIAIS
                    PERFORM P115-LE-METAS-FILIAL
                END-PERFORM
            ELSE
                DISPLAY 'CADASTRO DE METAS INDISPONIVEL: '
                        WS-MET-PATH ' FS: ' WS-MET-FS
            END-IF
            .
       P115-LE-METAS-FILIAL.
            MOVE WS-TF-CODIGO(WS-TF-ATUAL) TO WS-MET-FILIAL
            MOVE WS-PER-ANOMES(1)          TO WS-MET-ANOMES
            READ WS-MET-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 'Y' TO WS-TF-TEM-META(WS-TF-ATUAL)
                    MOVE WS-MET-META-ARRECADADO
                         TO WS-TF-META-ARREC(WS-TF-ATUAL)
                    MOVE WS-MET-META-RECUPERADO
                         TO WS-TF-META-RECUP(WS-TF-ATUAL)
                    MOVE WS-MET-META-PCT-REJEICAO
                         TO WS-TF-META-PCT-REJ(WS-TF-ATUAL)
                    IF WS-MET-FECHADA
                        MOVE 'Y' TO WS-TF-FECHADA(WS-TF-ATUAL)
                    END-IF
            END-READ
      * Mes do ano anterior ja fechado vale pelo numero congelado.
            MOVE WS-TF-CODIGO(WS-TF-ATUAL) TO WS-MET-FILIAL
            MOVE WS-PER-ANOMES(2)          TO WS-MET-ANOMES
            READ WS-MET-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF WS-MET-FECHADA
                        MOVE 'Y' TO WS-TF-ANT-FECHADA(WS-TF-ATUAL)
                        MOVE WS-MET-REAL-ARRECADADO
                             TO WS-TF-ANT-ARREC(WS-TF-ATUAL)
                    END-IF
            END-READ
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
            PERFORM P240-LIBERA-HISTORICO
            PERFORM P250-LIBERA-BAIXAS
            PERFORM P260-LIBERA-RECIBOS
            PERFORM P270-LIBERA-CHEQUES
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
                               AND WS-PAG-FILIAL NUMERIC
                                MOVE WS-PAG-ID     TO WS-SRT-ID
                                MOVE '0'           TO WS-SRT-CLASSE
                                MOVE 'M'           TO WS-SRT-TIPO
                                MOVE WS-PAG-FILIAL TO WS-SRT-FILIAL
                                MOVE 0             TO WS-SRT-DATA
                                MOVE 0             TO WS-SRT-VALOR
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
       P240-LIBERA-HISTORICO.
            OPEN INPUT WS-HM-FILE
            IF WS-HM-FS NOT = '00'
                DISPLAY 'HISTORICO MENSAL INDISPONIVEL: '
                        WS-HM-PATH ' FS: ' WS-HM-FS
            ELSE
                MOVE 'N' TO WS-FIM-ARQUIVO
                PERFORM UNTIL WS-FIM
                    READ WS-HM-FILE
                        AT END SET WS-FIM TO TRUE
                        NOT AT END
                            MOVE WS-HM-DATA TO WS-DATA-CALC
                            PERFORM P290-PERIODO-DA-DATA
                            IF WS-PER-ATUAL > 0
                               AND (WS-HM-SITUACAO = 'C'
                                    OR WS-HM-SITUACAO = 'R')
                                MOVE WS-HM-ID       TO WS-SRT-ID
                                MOVE '2'            TO WS-SRT-CLASSE
                                MOVE WS-HM-SITUACAO TO WS-SRT-TIPO
                                MOVE SPACES         TO WS-SRT-FILIAL
                                MOVE WS-HM-DATA     TO WS-SRT-DATA
                                MOVE WS-HM-VALOR    TO WS-SRT-VALOR
                                RELEASE WS-SRT-REGISTRO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE WS-HM-FILE
            END-IF
            .
       P250-LIBERA-BAIXAS.
      * Todas as baixas, de qualquer data: pagamento confirmado
      * depois da baixa do mesmo id e recuperacao.
            OPEN INPUT WS-BXA-FILE
            IF WS-BXA-FS = '00'
                MOVE 'N' TO WS-FIM-ARQUIVO
                PERFORM UNTIL WS-FIM
                    READ WS-BXA-FILE
                        AT END SET WS-FIM TO TRUE
                        NOT AT END
                            MOVE WS-BXA-ID         TO WS-SRT-ID
                            MOVE '1'               TO WS-SRT-CLASSE
                            MOVE 'B'               TO WS-SRT-TIPO
                            MOVE SPACES            TO WS-SRT-FILIAL
                            MOVE WS-BXA-DATA-BAIXA TO WS-SRT-DATA
                            MOVE WS-BXA-VALOR      TO WS-SRT-VALOR
                            RELEASE WS-SRT-REGISTRO
                    END-READ
                END-PERFORM
                CLOSE WS-BXA-FILE
            END-IF
            .
       P260-LIBERA-RECIBOS.
      * Recibo de balcao e pendencia paga em atraso no caixa; a
      * filial e a da gaveta do operador naquele dia. Recibo em
      * cheque so conta quando o cheque compensa (P270).
            OPEN INPUT WS-REC-FILE
            IF WS-REC-FS = '00'
                MOVE 'N' TO WS-FIM-ARQUIVO
                PERFORM UNTIL WS-FIM
                    READ WS-REC-FILE
                        AT END SET WS-FIM TO TRUE
                        NOT AT END
                            IF WS-REC-FORMA NOT = 'C'
                                PERFORM P265-LIBERA-RECIBO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE WS-REC-FILE
            END-IF
            .
       P265-LIBERA-RECIBO.
            MOVE 0 TO WS-DATA-CALC
            IF WS-REC-DATA(1:4) NUMERIC AND WS-REC-DATA(6:2) NUMERIC
               AND WS-REC-DATA(9:2) NUMERIC
                COMPUTE WS-DATA-CALC =
                        FUNCTION NUMVAL(WS-REC-DATA(1:4)) * 10000
                      + FUNCTION NUMVAL(WS-REC-DATA(6:2)) * 100
                      + FUNCTION NUMVAL(WS-REC-DATA(9:2))
            END-IF
            PERFORM P290-PERIODO-DA-DATA
            IF WS-PER-ATUAL > 0
                MOVE SPACES TO WS-SRT-FILIAL
                IF WS-GAVETAS-ABERTAS
                    MOVE WS-DATA-CALC    TO WS-GAV-DATA
                    MOVE WS-REC-OPERADOR TO WS-GAV-OPERADOR
                    READ WS-GAV-FILE
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            MOVE WS-GAV-FILIAL TO WS-SRT-FILIAL
                    END-READ
                END-IF
                MOVE WS-REC-ID    TO WS-SRT-ID
                MOVE '2'          TO WS-SRT-CLASSE
                MOVE 'K'          TO WS-SRT-TIPO
                MOVE WS-DATA-CALC TO WS-SRT-DATA
                MOVE WS-REC-VALOR TO WS-SRT-VALOR
                RELEASE WS-SRT-REGISTRO
            END-IF
            .
       P270-LIBERA-CHEQUES.
      * Cheque recebido no caixa entra como recuperado na data da
      * compensacao, na filial da gaveta em que foi recebido; cheque
      * em compensacao ou devolvido nao conta.
            OPEN INPUT WS-CHQ-FILE
            IF WS-CHQ-FS = '00'
                MOVE 'N' TO WS-FIM-ARQUIVO
                PERFORM UNTIL WS-FIM
                    READ WS-CHQ-FILE NEXT RECORD
                        AT END SET WS-FIM TO TRUE
                        NOT AT END
                            IF WS-CHQ-COMPENSADO
                                PERFORM P275-LIBERA-CHEQUE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE WS-CHQ-FILE
            END-IF
            .
       P275-LIBERA-CHEQUE.
            MOVE WS-CHQ-DATA-COMPENSACAO TO WS-DATA-CALC
            PERFORM P290-PERIODO-DA-DATA
            IF WS-PER-ATUAL > 0
                MOVE WS-CHQ-ID               TO WS-SRT-ID
                MOVE '2'                     TO WS-SRT-CLASSE
                MOVE 'K'                     TO WS-SRT-TIPO
                MOVE WS-CHQ-FILIAL-CAIXA     TO WS-SRT-FILIAL
                MOVE WS-CHQ-DATA-COMPENSACAO TO WS-SRT-DATA
                MOVE WS-CHQ-VALOR            TO WS-SRT-VALOR
                RELEASE WS-SRT-REGISTRO
            END-IF
            .
       P290-PERIODO-DA-DATA.
            MOVE 0 TO WS-PER-ATUAL
            IF WS-DATA-CALC NOT < WS-PER-INICIO(1)
               AND WS-DATA-CALC NOT > WS-PER-FIM(1)
                MOVE 1 TO WS-PER-ATUAL
            END-IF
            IF WS-DATA-CALC NOT < WS-PER-INICIO(2)
               AND WS-DATA-CALC NOT > WS-PER-FIM(2)
                MOVE 2 TO WS-PER-ATUAL
            END-IF
            .
      *-----------------------------------------------------------------
      * Saida do sort: cada movimento vai para a filial do id.
      *-----------------------------------------------------------------
       P400-ATRIBUI-FILIAIS.
            MOVE 0      TO WS-GRP-ID
            MOVE 'N'    TO WS-FIM-SORT-SW
            PERFORM P410-RETORNA
            PERFORM P420-TRATA-MOVIMENTO
                    UNTIL WS-FIM-SORT
            .
       P410-RETORNA.
            RETURN WS-SORT-FILE
                AT END SET WS-FIM-SORT TO TRUE
            END-RETURN
            .
       P420-TRATA-MOVIMENTO.
            IF WS-SRT-ID NOT = WS-GRP-ID
                MOVE WS-SRT-ID TO WS-GRP-ID
                MOVE SPACES    TO WS-GRP-FILIAL
                MOVE 0         TO WS-GRP-DATA-BAIXA
            END-IF
            IF WS-SRT-TIPO = 'M'
                IF WS-GRP-FILIAL = SPACES
                    MOVE WS-SRT-FILIAL TO WS-GRP-FILIAL
                END-IF
            ELSE
                MOVE WS-SRT-DATA TO WS-DATA-CALC
                PERFORM P290-PERIODO-DA-DATA
                IF WS-SRT-TIPO = 'B'
                    MOVE WS-SRT-DATA TO WS-GRP-DATA-BAIXA
                END-IF
                IF WS-PER-ATUAL > 0
                    PERFORM P430-FILIAL-DO-MOVIMENTO
                    PERFORM P440-ACUMULA
                END-IF
            END-IF
            PERFORM P410-RETORNA
            .
       P430-FILIAL-DO-MOVIMENTO.
            MOVE WS-SRT-FILIAL TO WS-FILIAL-MOV
            IF WS-FILIAL-MOV = SPACES
                MOVE WS-GRP-FILIAL TO WS-FILIAL-MOV
            END-IF
            IF WS-FILIAL-MOV = SPACES
                PERFORM VARYING WS-FXA-IDX FROM 1 BY 1
                        UNTIL WS-FXA-IDX > WS-TOT-FAIXAS
                    IF WS-SRT-ID NOT > WS-FXA-LIMITE(WS-FXA-IDX)
                       AND WS-SRT-ID + WS-TAM-BLOCO
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
       P440-ACUMULA.
            EVALUATE WS-SRT-TIPO
                WHEN 'B'
                    ADD WS-SRT-VALOR
                        TO WS-TF-BAIXADO(WS-TF-ATUAL, WS-PER-ATUAL)
                WHEN 'C'
                    ADD WS-SRT-VALOR
                        TO WS-TF-ARREC(WS-TF-ATUAL, WS-PER-ATUAL)
                    ADD 1 TO WS-TF-QTD-CONF(WS-TF-ATUAL, WS-PER-ATUAL)
                    IF WS-GRP-DATA-BAIXA > 0
                       AND WS-SRT-DATA NOT < WS-GRP-DATA-BAIXA
                        ADD WS-SRT-VALOR
                            TO WS-TF-RECUP(WS-TF-ATUAL, WS-PER-ATUAL)
                    END-IF
                WHEN 'R'
                    ADD 1 TO WS-TF-QTD-REJ(WS-TF-ATUAL, WS-PER-ATUAL)
                WHEN 'K'
                    ADD WS-SRT-VALOR
                        TO WS-TF-RECUP(WS-TF-ATUAL, WS-PER-ATUAL)
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            .
      *-----------------------------------------------------------------
      * Projecao, comparacao e atingimento por filial.
      *-----------------------------------------------------------------
       P500-CALCULA-FILIAL.
      * Projecao linear pelos dias corridos; no fechamento o mes esta
      * inteiro e a projecao e o proprio realizado.
            IF WS-DIAS-DECORRIDOS > 0
                COMPUTE WS-TF-PROJ-ARREC(WS-TF-ATUAL) ROUNDED =
                        WS-TF-ARREC(WS-TF-ATUAL, 1) * WS-DIAS-MES
                        / WS-DIAS-DECORRIDOS
                COMPUTE WS-TF-PROJ-RECUP(WS-TF-ATUAL) ROUNDED =
                        WS-TF-RECUP(WS-TF-ATUAL, 1) * WS-DIAS-MES
                        / WS-DIAS-DECORRIDOS
            END-IF
            COMPUTE WS-QTD-TOTAL = WS-TF-QTD-CONF(WS-TF-ATUAL, 1)
                                 + WS-TF-QTD-REJ(WS-TF-ATUAL, 1)
            MOVE 0 TO WS-TF-PCT-REJ(WS-TF-ATUAL)
            IF WS-QTD-TOTAL > 0
                COMPUTE WS-TF-PCT-REJ(WS-TF-ATUAL) ROUNDED =
                        WS-TF-QTD-REJ(WS-TF-ATUAL, 1) * 100
                        / WS-QTD-TOTAL
            END-IF
            IF WS-TF-COM-META(WS-TF-ATUAL)
                PERFORM P510-ATINGIMENTO
            ELSE
                MOVE '-' TO WS-TF-FAIXA(WS-TF-ATUAL)
                IF WS-QTD-TOTAL > 0
                   OR WS-TF-RECUP(WS-TF-ATUAL, 1) NOT = 0
                    ADD 1 TO WS-TOT-SEM-META
                END-IF
            END-IF
            .
       P510-ATINGIMENTO.
      * Cada indicador vale no maximo 999%; a rejeicao dentro do
      * limite conta 100%, acima dele cai na proporcao.
            MOVE 0 TO WS-CALCULO
            IF WS-TF-META-ARREC(WS-TF-ATUAL) > 0
                COMPUTE WS-CALCULO ROUNDED =
                        WS-TF-PROJ-ARREC(WS-TF-ATUAL) * 100
                        / WS-TF-META-ARREC(WS-TF-ATUAL)
            END-IF
            PERFORM P515-LIMITA-PCT
            MOVE WS-CALCULO TO WS-TF-PCT-ARREC(WS-TF-ATUAL)

            MOVE 100 TO WS-CALCULO
            IF WS-TF-META-RECUP(WS-TF-ATUAL) > 0
                COMPUTE WS-CALCULO ROUNDED =
                        WS-TF-PROJ-RECUP(WS-TF-ATUAL) * 100
                        / WS-TF-META-RECUP(WS-TF-ATUAL)
            END-IF
            PERFORM P515-LIMITA-PCT
            MOVE WS-CALCULO TO WS-TF-PCT-RECUP(WS-TF-ATUAL)

            MOVE 100 TO WS-CALCULO
            IF WS-TF-PCT-REJ(WS-TF-ATUAL)
                   > WS-TF-META-PCT-REJ(WS-TF-ATUAL)
                COMPUTE WS-CALCULO ROUNDED =
                        WS-TF-META-PCT-REJ(WS-TF-ATUAL) * 100
                        / WS-TF-PCT-REJ(WS-TF-ATUAL)
            END-IF
            MOVE WS-CALCULO TO WS-TF-PCT-REJ-ATING(WS-TF-ATUAL)

            COMPUTE WS-CALCULO ROUNDED =
                    (WS-TF-PCT-ARREC(WS-TF-ATUAL) * WS-PESO-ARREC
                   + WS-TF-PCT-RECUP(WS-TF-ATUAL) * WS-PESO-RECUP
                   + WS-TF-PCT-REJ-ATING(WS-TF-ATUAL) * WS-PESO-REJEIC)
                   / (WS-PESO-ARREC + WS-PESO-RECUP + WS-PESO-REJEIC)
            PERFORM P515-LIMITA-PCT
            MOVE WS-CALCULO TO WS-TF-ATING(WS-TF-ATUAL)

            EVALUATE TRUE
                WHEN WS-TF-ATING(WS-TF-ATUAL) NOT < WS-FAIXA-A
                    MOVE 'A' TO WS-TF-FAIXA(WS-TF-ATUAL)
                WHEN WS-TF-ATING(WS-TF-ATUAL) NOT < WS-FAIXA-B
                    MOVE 'B' TO WS-TF-FAIXA(WS-TF-ATUAL)
                WHEN WS-TF-ATING(WS-TF-ATUAL) NOT < WS-FAIXA-C
                    MOVE 'C' TO WS-TF-FAIXA(WS-TF-ATUAL)
                WHEN OTHER
                    MOVE 'N' TO WS-TF-FAIXA(WS-TF-ATUAL)
            END-EVALUATE
            .
       P515-LIMITA-PCT.
            IF WS-CALCULO > 999.99
                MOVE 999.99 TO WS-CALCULO
            END-IF
            IF WS-CALCULO < 0
                MOVE 0 TO WS-CALCULO
            END-IF
            .
      *-----------------------------------------------------------------
      * Relatorio.
      *-----------------------------------------------------------------
       P600-IMPRIME.
            OPEN OUTPUT WS-REL-FILE
            IF WS-MODO-FECHAMENTO
                MOVE 'FECHAMENTO DO MES      ' TO WS-CAB-TIPO
            ELSE
                MOVE 'PREVIA DO MES EM CURSO ' TO WS-CAB-TIPO
            END-IF
            MOVE WS-PER-ANOMES(1) TO WS-CAB-ANOMES
            MOVE WS-HOJE          TO WS-CAB-DATA
            MOVE WS-AMB-NOME      TO WS-CAB-AMBIENTE
            WRITE WS-REL-LINHA FROM WS-CAB-1
            MOVE ALL '=' TO WS-REL-LINHA
            WRITE WS-REL-LINHA
            WRITE WS-REL-LINHA FROM WS-CAB-2
            MOVE ALL '-' TO WS-REL-LINHA
            WRITE WS-REL-LINHA
            PERFORM P610-IMPRIME-FILIAL
                    VARYING WS-TF-ATUAL FROM 1 BY 1
                    UNTIL WS-TF-ATUAL > WS-TOT-FILIAIS
            MOVE ALL '-' TO WS-REL-LINHA
            WRITE WS-REL-LINHA
            PERFORM P650-IMPRIME-TOTAIS
            CLOSE WS-REL-FILE
            .
       P610-IMPRIME-FILIAL.
            IF WS-TF-ANT-CONGELADO(WS-TF-ATUAL)
                MOVE WS-TF-ANT-ARREC(WS-TF-ATUAL) TO WS-ANO-ANTERIOR
            ELSE
                MOVE WS-TF-ARREC(WS-TF-ATUAL, 2) TO WS-ANO-ANTERIOR
            END-IF
            MOVE WS-TF-CODIGO(WS-TF-ATUAL)      TO WS-DET-FILIAL
            MOVE WS-TF-NOME(WS-TF-ATUAL)        TO WS-DET-NOME
            MOVE WS-TF-ARREC(WS-TF-ATUAL, 1)    TO WS-DET-ARREC
            MOVE WS-TF-META-ARREC(WS-TF-ATUAL)  TO WS-DET-META
            MOVE WS-TF-PCT-ARREC(WS-TF-ATUAL)   TO WS-DET-PCT-ARREC
            MOVE WS-TF-PROJ-ARREC(WS-TF-ATUAL)  TO WS-DET-PROJ
            MOVE WS-ANO-ANTERIOR                TO WS-DET-ANT
            IF WS-ANO-ANTERIOR > 0
                COMPUTE WS-CALCULO ROUNDED =
                        (WS-TF-PROJ-ARREC(WS-TF-ATUAL)
                         - WS-ANO-ANTERIOR) * 100 / WS-ANO-ANTERIOR
                IF WS-CALCULO > 9999
                    MOVE 9999 TO WS-CALCULO
                END-IF
                MOVE WS-CALCULO TO WS-DET-VAR
            ELSE
                MOVE '    -' TO WS-DET-VAR-X
            END-IF
            MOVE WS-TF-RECUP(WS-TF-ATUAL, 1)    TO WS-DET-RECUP
            MOVE WS-TF-PCT-RECUP(WS-TF-ATUAL)   TO WS-DET-PCT-RECUP
            MOVE WS-TF-PCT-REJ(WS-TF-ATUAL)     TO WS-DET-PCT-REJ
            MOVE WS-TF-META-PCT-REJ(WS-TF-ATUAL) TO WS-DET-MAX-REJ
            MOVE WS-TF-ATING(WS-TF-ATUAL)       TO WS-DET-ATING
            MOVE WS-TF-FAIXA(WS-TF-ATUAL)       TO WS-DET-FAIXA
            WRITE WS-REL-LINHA FROM WS-DET-LINHA

            ADD WS-TF-ARREC(WS-TF-ATUAL, 1)     TO WS-TOT-ARREC
            ADD WS-TF-META-ARREC(WS-TF-ATUAL)   TO WS-TOT-META-ARREC
            ADD WS-TF-PROJ-ARREC(WS-TF-ATUAL)   TO WS-TOT-PROJ-ARREC
            ADD WS-ANO-ANTERIOR                 TO WS-TOT-ANT-ARREC
            ADD WS-TF-RECUP(WS-TF-ATUAL, 1)     TO WS-TOT-RECUP
            ADD WS-TF-BAIXADO(WS-TF-ATUAL, 1)   TO WS-TOT-BAIXADO
            .
       P650-IMPRIME-TOTAIS.
            MOVE WS-TOT-ARREC TO WS-VALOR-ED
            MOVE SPACES TO WS-LINHA-TRABALHO
            STRING 'TOTAL ARRECADADO NO PERIODO : ' WS-VALOR-ED
                   DELIMITED BY SIZE INTO WS-LINHA-TRABALHO
            END-STRING
            WRITE WS-REL-LINHA FROM WS-LINHA-TRABALHO
            MOVE WS-TOT-META-ARREC TO WS-VALOR-ED
            MOVE SPACES TO WS-LINHA-TRABALHO
            STRING 'TOTAL DAS METAS             : ' WS-VALOR-ED
                   DELIMITED BY SIZE INTO WS-LINHA-TRABALHO
            END-STRING
            WRITE WS-REL-LINHA FROM WS-LINHA-TRABALHO
            MOVE WS-TOT-PROJ-ARREC TO WS-VALOR-ED
            MOVE SPACES TO WS-LINHA-TRABALHO
            STRING 'PROJECAO DE FIM DE MES      : ' WS-VALOR-ED
                   DELIMITED BY SIZE INTO WS-LINHA-TRABALHO
            END-STRING
            WRITE WS-REL-LINHA FROM WS-LINHA-TRABALHO
            MOVE WS-TOT-ANT-ARREC TO WS-VALOR-ED
            MOVE SPACES TO WS-LINHA-TRABALHO
            STRING 'MESMO MES DO ANO ANTERIOR   : ' WS-VALOR-ED
                   DELIMITED BY SIZE INTO WS-LINHA-TRABALHO
            END-STRING
            WRITE WS-REL-LINHA FROM WS-LINHA-TRABALHO
            MOVE WS-TOT-RECUP TO WS-VALOR-ED
            MOVE SPACES TO WS-LINHA-TRABALHO
            STRING 'RECUPERADO DE ATRASADOS     : ' WS-VALOR-ED
                   DELIMITED BY SIZE INTO WS-LINHA-TRABALHO
            END-STRING
            WRITE WS-REL-LINHA FROM WS-LINHA-TRABALHO
            MOVE WS-TOT-BAIXADO TO WS-VALOR-ED
            MOVE SPACES TO WS-LINHA-TRABALHO
            STRING 'BAIXADO NO PERIODO          : ' WS-VALOR-ED
                   DELIMITED BY SIZE INTO WS-LINHA-TRABALHO
            END-STRING
            WRITE WS-REL-LINHA FROM WS-LINHA-TRABALHO
            MOVE SPACES TO WS-LINHA-TRABALHO
            STRING 'DIAS APURADOS: ' WS-DIAS-DECORRIDOS
                   ' DE ' WS-DIAS-MES
                   '   FAIXAS DE BONUS: A>=' WS-FAIXA-A
                   '% B>=' WS-FAIXA-B '% C>=' WS-FAIXA-C
                   '% N=SEM BONUS -=SEM META'
                   DELIMITED BY SIZE INTO WS-LINHA-TRABALHO
            END-STRING
            WRITE WS-REL-LINHA FROM WS-LINHA-TRABALHO
            IF WS-MODO-PREVIA
                MOVE 'PREVIA: FAIXA INDICATIVA, VALE A DO FECHAMENTO'
                     TO WS-REL-LINHA
                WRITE WS-REL-LINHA
            END-IF
            .
      *-----------------------------------------------------------------
      * Fechamento: grava os numeros finais e a faixa em cada meta do
      * mes. Meta ja fechada nao e recalculada.
      *-----------------------------------------------------------------
       P700-CONGELA.
            IF WS-METAS-ABERTAS
                PERFORM P710-CONGELA-FILIAL
                        VARYING WS-TF-ATUAL FROM 1 BY 1
                        UNTIL WS-TF-ATUAL > WS-TOT-FILIAIS
            END-IF
            DISPLAY 'METAS FECHADAS: ' WS-TOT-FECHADAS
            .
       P710-CONGELA-FILIAL.
            IF WS-TF-COM-META(WS-TF-ATUAL)
                IF WS-TF-JA-FECHADA(WS-TF-ATUAL)
                    DISPLAY 'FILIAL ' WS-TF-CODIGO(WS-TF-ATUAL)
                            ' JA FECHADA, MANTIDA'
                ELSE
                    MOVE WS-TF-CODIGO(WS-TF-ATUAL) TO WS-MET-FILIAL
                    MOVE WS-PER-ANOMES(1)          TO WS-MET-ANOMES
                    READ WS-MET-FILE
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            PERFORM P720-GRAVA-FECHAMENTO
                    END-READ
                END-IF
            END-IF
            .
       P720-GRAVA-FECHAMENTO.
            MOVE 'F' TO WS-MET-SITUACAO
            MOVE WS-TF-ARREC(WS-TF-ATUAL, 1)
                 TO WS-MET-REAL-ARRECADADO
            MOVE WS-TF-RECUP(WS-TF-ATUAL, 1)
                 TO WS-MET-REAL-RECUPERADO
            MOVE WS-TF-PCT-REJ(WS-TF-ATUAL)
                 TO WS-MET-REAL-PCT-REJEICAO
            MOVE WS-TF-BAIXADO(WS-TF-ATUAL, 1)
                 TO WS-MET-REAL-BAIXADO
            MOVE WS-TF-ATING(WS-TF-ATUAL) TO WS-MET-PCT-ATINGIMENTO
            MOVE WS-TF-FAIXA(WS-TF-ATUAL) TO WS-MET-FAIXA-BONUS
            MOVE WS-HOJE                  TO WS-MET-DATA-FECHAMENTO
            MOVE WS-SG-ID                 TO WS-MET-OPERADOR
            REWRITE WS-MET-REGISTRO
                INVALID KEY
                    DISPLAY 'FALHA AO FECHAR A META DA FILIAL '
                            WS-MET-FILIAL ' FS: ' WS-MET-FS
                    MOVE 8 TO WS-RC-FINAL
                NOT INVALID KEY
                    ADD 1 TO WS-TOT-FECHADAS
            END-REWRITE
            .
       END PROGRAM METAREL.
