      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAGTOIDAUD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-CTL-FILE      ASSIGN TO WS-CTL-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-CTL-FS.
           SELECT WS-ANU-FILE      ASSIGN TO WS-ANU-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-ANU-FS.
           SELECT WS-GER-FILE      ASSIGN TO WS-GER-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-GER-FS.
           SELECT WS-ARQ-FILE      ASSIGN TO WS-ARQ-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-ARQ-FS.
           SELECT WS-HIST-FILE     ASSIGN TO WS-ARQ-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS WS-HIST-ID
                                    FILE STATUS WS-ARQ-FS.
           SELECT WS-HM-FILE       ASSIGN TO WS-ARQ-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS WS-HM-CHAVE
                                    FILE STATUS WS-ARQ-FS.
           SELECT WS-REL-FILE      ASSIGN TO WS-REL-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-REL-FS.
           SELECT WS-SORT-FILE     ASSIGN TO 'PAGTOIDAUD.SRT'.
       DATA DIVISION.
       FILE SECTION.
      * Layout identico ao do PAGTOID
       FD  WS-CTL-FILE.
       01 WS-CTL-REGISTRO.
           03 WS-CTL-FILIAL         PIC X(3).
           03 WS-CTL-PROXIMO        PIC 9(9).
           03 WS-CTL-LIMITE         PIC 9(9).
      * Registro dos ids anulados: id sacado da faixa que nunca vai
      * existir como pagamento (digitacao abandonada, lote descartado).
      * Anulado deixa de contar como lacuna.
       FD  WS-ANU-FILE.
       01 WS-ANU-REGISTRO.
           03 WS-ANU-ID             PIC 9(9).
           03 WS-ANU-FILIAL         PIC X(3).
           03 WS-ANU-DATA           PIC 9(8).
           03 WS-ANU-OPERADOR       PIC X(8).
           03 WS-ANU-MOTIVO         PIC X(30).
      * Layout identico ao do ARQGERA
       FD  WS-GER-FILE.
       01 WS-GER-REGISTRO.
           03 WS-GER-NOME           PIC X(40).
           03 WS-GER-GERACAO        PIC 9(4).
           03 WS-GER-RETENCAO       PIC 99.
      * Sequenciais: o registro e lido como texto e o id, a filial e
      * o codigo do cliente saem das posicoes da tabela de origens.
       FD  WS-ARQ-FILE.
       01 WS-ARQ-REGISTRO            PIC X(200).
      * Layout identico ao do PAGTOCONFIRM
       FD  WS-HIST-FILE.
       01 WS-HIST-REGISTRO.
           03 WS-HIST-ID             PIC 9(9).
           03 WS-HIST-RESTO          PIC X(56).
      * Layout identico ao do PAGTOHISTMES
       FD  WS-HM-FILE.
       01 WS-HM-REGISTRO.
           03 WS-HM-CHAVE            PIC X(17).
           03 WS-HM-RESTO            PIC X(50).
       FD  WS-REL-FILE.
       01 WS-REL-LINHA               PIC X(80).
       SD  WS-SORT-FILE.
       01 WS-SRT-REGISTRO.
           03 WS-SRT-ID              PIC 9(9).
           03 WS-SRT-CLASSE          PIC X.
           03 WS-SRT-FILIAL          PIC X(3).
           03 WS-SRT-CLIENTE         PIC 9(6).
           03 WS-SRT-ORIGEM          PIC 99.

       WORKING-STORAGE SECTION.
       01 WS-CTL-PATH              PIC X(40) VALUE 'PAGTOID.CONTROLE'.
       01 WS-ANU-PATH              PIC X(40) VALUE 'PAGTOID.ANULADOS'.
       01 WS-GER-PATH              PIC X(40) VALUE 'ARQGERACOES.CTL'.
       01 WS-ARQ-PATH              PIC X(40) VALUE SPACES.
       01 WS-REL-PATH              PIC X(40) VALUE 'PAGTOIDAUD.REL'.
       01 WS-CTL-FS                PIC XX.
       01 WS-ANU-FS                PIC XX.
       01 WS-GER-FS                PIC XX.
       01 WS-ARQ-FS                PIC XX.
       01 WS-REL-FS                PIC XX.

      * Arquivos onde um id de pagamento aparece. Cada entrada: nome,
      * organizacao (S sequencial; H historico, M historico mensal -
      * indexados), filtro (T = so o detalhe tipo '1'; N = todos),
      * posicao do id, da filial e do codigo do cliente (000 = o
      * layout nao tem o campo), classe da ocorrencia (E entrada do
      * dia, P pendente, H historico, A arquivo mensal, B baixa,
      * L boleto, R remessa) e G quando as geracoes guardadas pelo
      * ARQGERA tambem sao lidas.
       01 WS-TAB-ORIGENS.
          03 FILLER  PIC X(40) VALUE 'PAGAMENTOS.DAT'.
          03 FILLER  PIC X(13) VALUE 'ST002063066EG'.
          03 FILLER  PIC X(40) VALUE 'PAGTOCONFIRM.PENDENTES'.
          03 FILLER  PIC X(13) VALUE 'ST002063066PN'.
          03 FILLER  PIC X(40) VALUE 'PAGTOCONFIRM.HIST.IDX'.
          03 FILLER  PIC X(13) VALUE 'HN001000060HN'.
          03 FILLER  PIC X(40) VALUE 'PAGTOHIST.MENSAL.IDX'.
          03 FILLER  PIC X(13) VALUE 'MN001000062AN'.
          03 FILLER  PIC X(40) VALUE 'PAGTOBAIXA.DAT'.
          03 FILLER  PIC X(13) VALUE 'SN001000075BN'.
          03 FILLER  PIC X(40) VALUE 'BOLETOS.REGISTRO'.
          03 FILLER  PIC X(13) VALUE 'SN011000000LN'.
          03 FILLER  PIC X(40) VALUE 'REMESSA.BANCO.DAT'.
          03 FILLER  PIC X(13) VALUE 'ST002000052RN'.
          03 FILLER  PIC X(40) VALUE 'REMESSA.BANCO2.DAT'.
          03 FILLER  PIC X(13) VALUE 'ST032000070RN'.
          03 FILLER  PIC X(40) VALUE 'REMESSA.REGISTRO'.
          03 FILLER  PIC X(13) VALUE 'SN001000000RN'.
       01 WS-TAB-ORIGENS-R REDEFINES WS-TAB-ORIGENS.
          03 WS-ORG OCCURS 9 TIMES INDEXED BY WS-ORG-IDX.
             05 WS-ORG-ARQUIVO     PIC X(40).
             05 WS-ORG-TIPO        PIC X.
                88 WS-ORG-SEQUENCIAL         VALUE 'S'.
                88 WS-ORG-HIST               VALUE 'H'.
                88 WS-ORG-MENSAL             VALUE 'M'.
             05 WS-ORG-FILTRO      PIC X.
                88 WS-ORG-SO-DETALHE         VALUE 'T'.
             05 WS-ORG-POS-ID      PIC 9(3).
             05 WS-ORG-POS-FILIAL  PIC 9(3).
             05 WS-ORG-POS-CLIENTE PIC 9(3).
             05 WS-ORG-CLASSE      PIC X.
             05 WS-ORG-GERACOES    PIC X.
                88 WS-ORG-COM-GERACOES       VALUE 'G'.
       01 WS-TOT-ORIGENS           PIC 99    VALUE 9.
       01 WS-ORG-ATUAL             PIC 99    VALUE 0.
      * Origem gravada no sort para os ids do registro de anulados.
       01 WS-ORIGEM-ANULADO        PIC 99    VALUE 99.

      * Faixas do PAGTOID em ordem crescente. O arquivo guarda so o
      * proximo id e o limite: o inicio e o limite menos um bloco, ou
      * o fim da faixa anterior quando a faixa veio menor (faixas
      * antigas convertidas). Emitido = do inicio ao proximo - 1.
       01 WS-TAB-FAIXAS.
          03 WS-FXA OCCURS 200 TIMES INDEXED BY WS-FXA-IDX.
             05 WS-FXA-FILIAL      PIC X(3).
             05 WS-FXA-INICIO      PIC 9(9).
             05 WS-FXA-PROXIMO     PIC 9(9).
             05 WS-FXA-LIMITE      PIC 9(9).
             05 WS-FXA-ULTIMO      PIC 9(9).
       01 WS-FXA-TROCA             PIC X(39).
       01 WS-TOT-FAIXAS            PIC 999   VALUE 0.
       01 WS-FXA-ATUAL             PIC 999   VALUE 0.
       01 WS-FXA-J                 PIC 999   VALUE 0.
       01 WS-FXA-DO-ID             PIC 999   VALUE 0.
      * Regras do PAGTOID: blocos de um milhao, primeira faixa acima
      * dos ids historicos e teto abaixo dos ids reservados.
       01 WS-TAM-BLOCO             PIC 9(9)  VALUE 1000000.
       01 WS-TETO-FAIXAS           PIC 9(9)  VALUE 998000000.
       01 WS-MAIOR-HISTORICO       PIC 9(9)  VALUE 100000.
       01 WS-FIM-ANTERIOR          PIC 9(9)  VALUE 0.
       01 WS-MAIOR-LIMITE          PIC 9(9)  VALUE 0.
       01 WS-BLOCOS-LIVRES         PIC 9(5)  VALUE 0.
      * Faixas 995 a 999 sao dos emissores automaticos (tarifas,
      * quitacao, encargos, acordos e residuos): o pagamento leva a
      * filial do cliente, e nao a do emissor.
       01 WS-FILIAL-EMISSOR        PIC X(3)  VALUE '995'.

       01 WS-TAB-GERACOES.
          03 WS-GRC OCCURS 20 TIMES INDEXED BY WS-GRC-IDX.
             05 WS-GRC-NOME        PIC X(40).
             05 WS-GRC-GERACAO     PIC 9(4).
             05 WS-GRC-RETENCAO    PIC 99.
       01 WS-TOT-GERACOES          PIC 99    VALUE 0.
       01 WS-GERACAO-LER           PIC S9(4) VALUE 0.
       01 WS-GERACAO-MIN           PIC S9(4) VALUE 0.
       01 WS-GERACAO-ED            PIC 9(4)  VALUE 0.
       01 WS-NOME-BASE             PIC X(40) VALUE SPACES.

       01 WS-FIM-ARQUIVO           PIC X     VALUE 'N'.
          88 WS-FIM                          VALUE 'Y'.
       01 WS-FIM-SORT-SW           PIC X     VALUE 'N'.
          88 WS-FIM-SORT                     VALUE 'Y'.
       01 WS-MODO-EXECUCAO         PIC X     VALUE 'A'.
          88 WS-MODO-ANULA                   VALUE 'V'.
       01 WS-CONTINUA-SW           PIC X     VALUE 'Y'.
          88 WS-CONTINUA                     VALUE 'Y'.
       01 WS-ACHOU-SW              PIC X     VALUE 'N'.
          88 WS-ACHOU                        VALUE 'Y'.

       01 WS-DATA-HORA-ATUAL       PIC X(21).
       01 WS-HOJE                  PIC 9(8)  VALUE 0.
       01 WS-PCT-ALERTA            PIC 9(3)  VALUE 90.
       01 WS-PCT-USO               PIC 9(3)  VALUE 0.
       01 WS-ID-LIDO               PIC 9(9)  VALUE 0.
       01 WS-CAMPO-CLIENTE         PIC X(6)  VALUE SPACES.

      * Ocorrencias de um mesmo id, acumuladas ate o id mudar.
       01 WS-GRUPO.
           03 WS-GRP-ID             PIC 9(9)  VALUE 0.
           03 WS-GRP-USOS           PIC 9(5)  VALUE 0.
           03 WS-GRP-FILIAL         PIC X(3)  VALUE SPACES.
           03 WS-GRP-FILIAL-2       PIC X(3)  VALUE SPACES.
           03 WS-GRP-CLIENTE        PIC 9(6)  VALUE 0.
           03 WS-GRP-CLIENTE-2      PIC 9(6)  VALUE 0.
           03 WS-GRP-ANULADO-SW     PIC X     VALUE 'N'.
              88 WS-GRP-ANULADO               VALUE 'Y'.
           03 WS-GRP-PENDENTE-SW    PIC X     VALUE 'N'.
              88 WS-GRP-PENDENTE              VALUE 'Y'.
           03 WS-GRP-BAIXA-SW       PIC X     VALUE 'N'.
              88 WS-GRP-BAIXA                 VALUE 'Y'.
           03 WS-GRP-ARQUIVO-SW     PIC X     VALUE 'N'.
              88 WS-GRP-ARQUIVO               VALUE 'Y'.
       01 WS-GRUPO-ABERTO-SW       PIC X     VALUE 'N'.
          88 WS-GRUPO-ABERTO                 VALUE 'Y'.

       01 WS-LACUNA-INI            PIC 9(9)  VALUE 0.
       01 WS-LACUNA-FIM            PIC 9(9)  VALUE 0.
       01 WS-LACUNA-QTD            PIC 9(9)  VALUE 0.

       01 WS-TOTAIS.
           03 WS-QTD-OCORRENCIAS    PIC 9(9)  VALUE 0.
           03 WS-QTD-IDS            PIC 9(9)  VALUE 0.
           03 WS-QTD-LACUNAS        PIC 9(6)  VALUE 0.
           03 WS-QTD-IDS-LACUNA     PIC 9(9)  VALUE 0.
           03 WS-QTD-FORA-FAIXA     PIC 9(6)  VALUE 0.
           03 WS-QTD-NAO-EMITIDO    PIC 9(6)  VALUE 0.
           03 WS-QTD-FILIAL-ERRADA  PIC 9(6)  VALUE 0.
           03 WS-QTD-MULTI-FILIAL   PIC 9(6)  VALUE 0.
           03 WS-QTD-REUSO          PIC 9(6)  VALUE 0.
           03 WS-QTD-ANULADO-USO    PIC 9(6)  VALUE 0.
           03 WS-QTD-HISTORICOS     PIC 9(9)  VALUE 0.
           03 WS-QTD-FAIXAS-ALERTA  PIC 9(3)  VALUE 0.
           03 WS-QTD-AUSENTES       PIC 99    VALUE 0.
           03 WS-QTD-ACHADOS        PIC 9(6)  VALUE 0.

       01 WS-CAB-1.
           03 FILLER                 PIC X(44)
                    VALUE 'PAGTOIDAUD - AUDITORIA DOS IDS DE PAGAMENTO'.
           03 FILLER                 PIC X(6)  VALUE 'DATA: '.
           03 WS-CAB-DATA            PIC 9(8).
           03 FILLER                 PIC X(11) VALUE '  AMBIENTE '.
           03 WS-CAB-AMBIENTE        PIC X(8).
       01 WS-CAB-2.
           03 FILLER                 PIC X(27)
                    VALUE 'OCORRENCIA'.
           03 FILLER                 PIC X(10) VALUE 'ID'.
           03 FILLER                 PIC X(7)  VALUE 'FILIAL'.
           03 FILLER                 PIC X(30) VALUE 'DETALHE'.
       01 WS-DET-LINHA.
           03 WS-DET-OCORRENCIA      PIC X(26).
           03 FILLER                 PIC X     VALUE SPACE.
           03 WS-DET-ID              PIC 9(9).
           03 FILLER                 PIC X     VALUE SPACE.
           03 FILLER                 PIC X     VALUE SPACE.
           03 WS-DET-FILIAL          PIC X(3).
           03 FILLER                 PIC X(3)  VALUE SPACES.
           03 WS-DET-DETALHE         PIC X(36).
       01 WS-FXA-LINHA.
           03 FILLER                 PIC X(7)  VALUE 'FAIXA '.
           03 WS-FXL-FILIAL          PIC X(3).
           03 FILLER                 PIC X     VALUE SPACE.
           03 WS-FXL-INICIO          PIC 9(9).
           03 FILLER                 PIC X(3)  VALUE ' A '.
           03 WS-FXL-LIMITE          PIC 9(9).
           03 FILLER                 PIC X(11) VALUE '  EMITIDOS '.
           03 WS-FXL-EMITIDOS        PIC ZZZ,ZZ9.
           03 FILLER                 PIC X(2)  VALUE SPACES.
           03 WS-FXL-PCT             PIC ZZ9.
           03 FILLER                 PIC X(2)  VALUE '% '.
           03 WS-FXL-ALERTA          PIC X(18).
       01 WS-LINHA-TRABALHO        PIC X(80) VALUE SPACES.
       01 WS-QTD-ED                PIC ZZZ,ZZZ,ZZ9.
       01 WS-ID-ED                 PIC 9(9).
       01 WS-EMITIDOS              PIC 9(9)  VALUE 0.

       01 WS-ENT-ID                PIC X(9)  VALUE SPACES.
       01 WS-ENT-MOTIVO            PIC X(30) VALUE SPACES.

       01 WS-SIGNON-PARM.
           03 WS-SG-ID             PIC X(8).
           03 WS-SG-SENHA          PIC X(8).
           03 WS-SG-FUNCAO         PIC X.
           03 WS-SG-PERFIL         PIC X.
           03 WS-SG-RC             PIC 99.
              88 WS-SG-SEM-SESSAO          VALUE 4.

       01 WS-PARMLE-PARM.
           03 WS-PL-PROGRAMA       PIC X(12) VALUE 'PAGTOIDAUD'.
           03 WS-PL-NOME           PIC X(12).
           03 WS-PL-DATA-PROC      PIC 9(8).
           03 WS-PL-VALOR          PIC X(14).
           03 WS-PL-RC             PIC 99.

       01 WS-AUDIT-PARM.
           03 WS-AU-PROGRAMA       PIC X(12) VALUE 'PAGTOIDAUD'.
           03 WS-AU-EVENTO         PIC X(12).
           03 WS-AU-CHAVE          PIC X(30).
           03 WS-AU-CONTADOR       PIC 9(6).
           03 WS-AU-OPERADOR       PIC X(8)  VALUE SPACES.

       01 WS-RELARQ-PARM.
           03 WS-RA-FUNCAO         PIC X     VALUE 'R'.
           03 WS-RA-PROGRAMA       PIC X(12) VALUE 'PAGTOIDAUD'.
           03 WS-RA-RELATORIO      PIC X(30)
                                   VALUE 'PAGTOIDAUD.REL'.
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
      * Auditoria semanal da numeracao de pagamentos: confronta as
      * faixas sacadas do PAGTOID com todos os arquivos onde um id
      * aparece. Aponta lacunas (id emitido que nao esta em lugar
      * nenhum nem foi anulado), id fora da faixa da propria filial
      * ou de qualquer faixa, id em mais de uma filial, id reusado
      * depois de baixa ou arquivamento e faixas perto do fim. O
      * modo V registra os ids anulados.
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CTL-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-ANU-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-GER-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-REL-PATH
            DISPLAY 'PAGTOIDAUD - AUDITORIA DOS IDS DE PAGAMENTO'
            DISPLAY 'MODO (A=AUDITORIA, V=REGISTRA ID ANULADO): '
            ACCEPT WS-MODO-EXECUCAO

            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
            MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-HOJE

            PERFORM P110-CARREGA-FAIXAS
            IF WS-TOT-FAIXAS = 0
                DISPLAY 'CONTROLE DE FAIXAS VAZIO OU AUSENTE: '
                        WS-CTL-PATH
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF

            IF WS-MODO-ANULA
                PERFORM P800-REGISTRA-ANULADOS
            ELSE
                PERFORM P100-AUDITA
            END-IF

            STOP RUN.

       P100-AUDITA.
            MOVE 'PCT-ALERTA' TO WS-PL-NOME
            MOVE WS-HOJE      TO WS-PL-DATA-PROC
            CALL 'PARMLE' USING WS-PARMLE-PARM
            IF WS-PL-RC = 0
               AND FUNCTION TEST-NUMVAL(WS-PL-VALOR) = 0
                COMPUTE WS-PCT-ALERTA = FUNCTION NUMVAL(WS-PL-VALOR)
            END-IF
            PERFORM P130-CARREGA-GERACOES

            OPEN OUTPUT WS-REL-FILE
            MOVE WS-HOJE     TO WS-CAB-DATA
            MOVE WS-AMB-NOME TO WS-CAB-AMBIENTE
            WRITE WS-REL-LINHA FROM WS-CAB-1
            MOVE ALL '=' TO WS-REL-LINHA
            WRITE WS-REL-LINHA
            WRITE WS-REL-LINHA FROM WS-CAB-2
            MOVE ALL '-' TO WS-REL-LINHA
            WRITE WS-REL-LINHA

            SORT WS-SORT-FILE
                 ON ASCENDING KEY WS-SRT-ID WS-SRT-CLASSE
                 INPUT  PROCEDURE IS P200-LIBERA-IDS
                 OUTPUT PROCEDURE IS P400-CONFERE-IDS

            PERFORM P600-SITUACAO-FAIXAS
            PERFORM P700-TOTAIS
            CLOSE WS-REL-FILE
            CALL 'RELARQUIVA' USING WS-RELARQ-PARM WS-REL-PATH

            DISPLAY 'IDS CONFERIDOS     : ' WS-QTD-IDS
            DISPLAY 'OCORRENCIAS ACHADAS: ' WS-QTD-ACHADOS
            DISPLAY 'RELATORIO GRAVADO EM: ' WS-REL-PATH

            MOVE 'AUDIT-IDS'    TO WS-AU-EVENTO
            MOVE WS-REL-PATH    TO WS-AU-CHAVE
            MOVE WS-QTD-ACHADOS TO WS-AU-CONTADOR
            CALL 'AUDITLOG' USING WS-AUDIT-PARM
            IF WS-QTD-ACHADOS > 0 OR WS-QTD-AUSENTES > 0
                MOVE 4 TO RETURN-CODE
            END-IF
            .
       P110-CARREGA-FAIXAS.
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
                            MOVE WS-CTL-PROXIMO
                                 TO WS-FXA-PROXIMO(WS-TOT-FAIXAS)
                            MOVE WS-CTL-LIMITE
                                 TO WS-FXA-LIMITE(WS-TOT-FAIXAS)
                    END-READ
                END-PERFORM
                CLOSE WS-CTL-FILE
            END-IF
            IF WS-TOT-FAIXAS > 0
                PERFORM P115-ORDENA-FAIXAS
                PERFORM P120-CALCULA-INICIO
            END-IF
            .
       P115-ORDENA-FAIXAS.
      * Poucas faixas: troca simples, pelo limite.
            PERFORM VARYING WS-FXA-ATUAL FROM 1 BY 1
                    UNTIL WS-FXA-ATUAL >= WS-TOT-FAIXAS
                PERFORM VARYING WS-FXA-J FROM WS-FXA-ATUAL BY 1
                        UNTIL WS-FXA-J > WS-TOT-FAIXAS
                    IF WS-FXA-LIMITE(WS-FXA-J)
                           < WS-FXA-LIMITE(WS-FXA-ATUAL)
                        MOVE WS-FXA(WS-FXA-ATUAL) TO WS-FXA-TROCA
                        MOVE WS-FXA(WS-FXA-J)
                             TO WS-FXA(WS-FXA-ATUAL)
                        MOVE WS-FXA-TROCA TO WS-FXA(WS-FXA-J)
                    END-IF
                END-PERFORM
            END-PERFORM
            .
       P120-CALCULA-INICIO.
            MOVE WS-MAIOR-HISTORICO TO WS-FIM-ANTERIOR
            PERFORM VARYING WS-FXA-IDX FROM 1 BY 1
                    UNTIL WS-FXA-IDX > WS-TOT-FAIXAS
                IF WS-FXA-LIMITE(WS-FXA-IDX) > WS-TAM-BLOCO
                   AND WS-FXA-LIMITE(WS-FXA-IDX) - WS-TAM-BLOCO
                       > WS-FIM-ANTERIOR
                    COMPUTE WS-FXA-INICIO(WS-FXA-IDX) =
                            WS-FXA-LIMITE(WS-FXA-IDX) - WS-TAM-BLOCO + 1
                ELSE
                    COMPUTE WS-FXA-INICIO(WS-FXA-IDX) =
                            WS-FIM-ANTERIOR + 1
                END-IF
                COMPUTE WS-FXA-ULTIMO(WS-FXA-IDX) =
                        WS-FXA-INICIO(WS-FXA-IDX) - 1
                MOVE WS-FXA-LIMITE(WS-FXA-IDX) TO WS-FIM-ANTERIOR
            END-PERFORM
            MOVE WS-FIM-ANTERIOR TO WS-MAIOR-LIMITE
            .
       P130-CARREGA-GERACOES.
            MOVE 0   TO WS-TOT-GERACOES
            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN INPUT WS-GER-FILE
            IF WS-GER-FS = '00'
                PERFORM UNTIL WS-FIM OR WS-TOT-GERACOES = 20
                    READ WS-GER-FILE
                        AT END SET WS-FIM TO TRUE
                        NOT AT END
                            ADD 1 TO WS-TOT-GERACOES
                            MOVE WS-GER-REGISTRO
                                 TO WS-GRC(WS-TOT-GERACOES)
                    END-READ
                END-PERFORM
                CLOSE WS-GER-FILE
            END-IF
            .
      *-----------------------------------------------------------------
      * Entrada do sort: uma ocorrencia por id lido em cada origem,
      * mais os ids anulados.
      *-----------------------------------------------------------------
       P200-LIBERA-IDS.
            PERFORM VARYING WS-ORG-ATUAL FROM 1 BY 1
                    UNTIL WS-ORG-ATUAL > WS-TOT-ORIGENS
                MOVE WS-ORG-ARQUIVO(WS-ORG-ATUAL) TO WS-ARQ-PATH
                CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-ARQ-PATH
                PERFORM P210-LE-ORIGEM
                IF WS-ORG-COM-GERACOES(WS-ORG-ATUAL)
                    PERFORM P220-LE-GERACOES
                END-IF
            END-PERFORM
            PERFORM P260-LIBERA-ANULADOS
            .
       P210-LE-ORIGEM.
            EVALUATE TRUE
                WHEN WS-ORG-HIST(WS-ORG-ATUAL)
                    PERFORM P235-LE-HISTORICO
                WHEN WS-ORG-MENSAL(WS-ORG-ATUAL)
                    PERFORM P238-LE-MENSAL
                WHEN OTHER
                    PERFORM P230-LE-SEQUENCIAL
            END-EVALUATE
            .
       P215-ORIGEM-AUSENTE.
            ADD 1 TO WS-QTD-AUSENTES
            MOVE SPACES TO WS-LINHA-TRABALHO
            STRING 'ARQUIVO AUSENTE, NAO CONFERIDO: ' WS-ARQ-PATH
                   DELIMITED BY SIZE
                   INTO WS-LINHA-TRABALHO
            END-STRING
            WRITE WS-REL-LINHA FROM WS-LINHA-TRABALHO
            .
       P220-LE-GERACOES.
      * Geracoes guardadas pelo ARQGERA: da corrente para tras, ate
      * onde a retencao ainda mantem arquivo.
            MOVE 'N' TO WS-ACHOU-SW
            PERFORM VARYING WS-GRC-IDX FROM 1 BY 1
                    UNTIL WS-GRC-IDX > WS-TOT-GERACOES OR WS-ACHOU
                IF WS-GRC-NOME(WS-GRC-IDX)
                       = WS-ORG-ARQUIVO(WS-ORG-ATUAL)
                    SET WS-ACHOU TO TRUE
                    MOVE WS-GRC-GERACAO(WS-GRC-IDX) TO WS-GERACAO-LER
                    COMPUTE WS-GERACAO-MIN = WS-GRC-GERACAO(WS-GRC-IDX)
                            - WS-GRC-RETENCAO(WS-GRC-IDX) + 1
                END-IF
            END-PERFORM
            IF WS-ACHOU
                IF WS-GERACAO-MIN < 1
                    MOVE 1 TO WS-GERACAO-MIN
                END-IF
                MOVE WS-ORG-ARQUIVO(WS-ORG-ATUAL) TO WS-NOME-BASE
                CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-NOME-BASE
                PERFORM P225-LE-GERACAO
                        VARYING WS-GERACAO-LER FROM WS-GERACAO-LER
                        BY -1 UNTIL WS-GERACAO-LER < WS-GERACAO-MIN
            END-IF
            .
       P225-LE-GERACAO.
            MOVE WS-GERACAO-LER TO WS-GERACAO-ED
            MOVE SPACES TO WS-ARQ-PATH
            STRING FUNCTION TRIM(WS-NOME-BASE TRAILING)
                   '.G' WS-GERACAO-ED
                   DELIMITED BY SIZE
                   INTO WS-ARQ-PATH
            END-STRING
      * Geracao ja expurgada nao e falta: so le o que existe.
            OPEN INPUT WS-ARQ-FILE
            IF WS-ARQ-FS = '00'
                MOVE 'N' TO WS-FIM-ARQUIVO
                PERFORM P232-LE-LINHA
                        UNTIL WS-FIM
                CLOSE WS-ARQ-FILE
            END-IF
            .
       P230-LE-SEQUENCIAL.
            OPEN INPUT WS-ARQ-FILE
            IF WS-ARQ-FS NOT = '00'
                PERFORM P215-ORIGEM-AUSENTE
            ELSE
                MOVE 'N' TO WS-FIM-ARQUIVO
                PERFORM P232-LE-LINHA
                        UNTIL WS-FIM
                CLOSE WS-ARQ-FILE
            END-IF
            .
       P232-LE-LINHA.
            READ WS-ARQ-FILE
                AT END SET WS-FIM TO TRUE
                NOT AT END
                    IF WS-ORG-SO-DETALHE(WS-ORG-ATUAL)
                       AND WS-ARQ-REGISTRO(1:1) NOT = '1'
                        CONTINUE
                    ELSE
                        PERFORM P240-LIBERA-OCORRENCIA
                    END-IF
            END-READ
            .
       P235-LE-HISTORICO.
            OPEN INPUT WS-HIST-FILE
            IF WS-ARQ-FS NOT = '00'
                PERFORM P215-ORIGEM-AUSENTE
            ELSE
                MOVE 'N' TO WS-FIM-ARQUIVO
                PERFORM UNTIL WS-FIM
                    READ WS-HIST-FILE
                        AT END SET WS-FIM TO TRUE
                        NOT AT END
                            MOVE SPACES TO WS-ARQ-REGISTRO
                            MOVE WS-HIST-REGISTRO TO WS-ARQ-REGISTRO
                            PERFORM P240-LIBERA-OCORRENCIA
                    END-READ
                END-PERFORM
                CLOSE WS-HIST-FILE
            END-IF
            .
       P238-LE-MENSAL.
            OPEN INPUT WS-HM-FILE
            IF WS-ARQ-FS NOT = '00'
                PERFORM P215-ORIGEM-AUSENTE
            ELSE
                MOVE 'N' TO WS-FIM-ARQUIVO
                PERFORM UNTIL WS-FIM
                    READ WS-HM-FILE
                        AT END SET WS-FIM TO TRUE
                        NOT AT END
                            MOVE SPACES TO WS-ARQ-REGISTRO
                            MOVE WS-HM-REGISTRO TO WS-ARQ-REGISTRO
                            PERFORM P240-LIBERA-OCORRENCIA
                    END-READ
                END-PERFORM
                CLOSE WS-HM-FILE
            END-IF
            .
       P240-LIBERA-OCORRENCIA.
            IF WS-ARQ-REGISTRO(WS-ORG-POS-ID(WS-ORG-ATUAL):9)
                   IS NUMERIC
                MOVE WS-ARQ-REGISTRO(WS-ORG-POS-ID(WS-ORG-ATUAL):9)
                     TO WS-SRT-ID
                MOVE WS-ORG-CLASSE(WS-ORG-ATUAL) TO WS-SRT-CLASSE
                MOVE SPACES TO WS-SRT-FILIAL
                IF WS-ORG-POS-FILIAL(WS-ORG-ATUAL) > 0
                    MOVE WS-ARQ-REGISTRO
                         (WS-ORG-POS-FILIAL(WS-ORG-ATUAL):3)
                         TO WS-SRT-FILIAL
                END-IF
                MOVE 0 TO WS-SRT-CLIENTE
                IF WS-ORG-POS-CLIENTE(WS-ORG-ATUAL) > 0
                    MOVE WS-ARQ-REGISTRO
                         (WS-ORG-POS-CLIENTE(WS-ORG-ATUAL):6)
                         TO WS-CAMPO-CLIENTE
                    IF WS-CAMPO-CLIENTE IS NUMERIC
                        MOVE WS-CAMPO-CLIENTE TO WS-SRT-CLIENTE
                    END-IF
                END-IF
                MOVE WS-ORG-ATUAL TO WS-SRT-ORIGEM
                RELEASE WS-SRT-REGISTRO
                ADD 1 TO WS-QTD-OCORRENCIAS
            END-IF
            .
       P260-LIBERA-ANULADOS.
            OPEN INPUT WS-ANU-FILE
            IF WS-ANU-FS = '00'
                MOVE 'N' TO WS-FIM-ARQUIVO
                PERFORM UNTIL WS-FIM
                    READ WS-ANU-FILE
                        AT END SET WS-FIM TO TRUE
                        NOT AT END
                            MOVE WS-ANU-ID         TO WS-SRT-ID
                            MOVE 'V'               TO WS-SRT-CLASSE
                            MOVE WS-ANU-FILIAL     TO WS-SRT-FILIAL
                            MOVE 0                 TO WS-SRT-CLIENTE
                            MOVE WS-ORIGEM-ANULADO TO WS-SRT-ORIGEM
                            RELEASE WS-SRT-REGISTRO
                    END-READ
                END-PERFORM
                CLOSE WS-ANU-FILE
            END-IF
            .
      *-----------------------------------------------------------------
      * Saida do sort: ids em ordem crescente, casados com as faixas
      * tambem em ordem; o que fica entre dois ids vistos da mesma
      * faixa e lacuna.
      *-----------------------------------------------------------------
       P400-CONFERE-IDS.
            MOVE 1   TO WS-FXA-ATUAL
            MOVE 'N' TO WS-GRUPO-ABERTO-SW
            MOVE 'N' TO WS-FIM-SORT-SW
            PERFORM P410-RETORNA
            PERFORM P420-TRATA-OCORRENCIA
                    UNTIL WS-FIM-SORT
            IF WS-GRUPO-ABERTO
                PERFORM P450-FECHA-GRUPO
            END-IF
            PERFORM P480-FECHA-FAIXA
                    VARYING WS-FXA-ATUAL FROM WS-FXA-ATUAL BY 1
                    UNTIL WS-FXA-ATUAL > WS-TOT-FAIXAS
            .
       P410-RETORNA.
            RETURN WS-SORT-FILE
                AT END SET WS-FIM-SORT TO TRUE
            END-RETURN
            .
       P420-TRATA-OCORRENCIA.
            IF WS-GRUPO-ABERTO AND WS-SRT-ID NOT = WS-GRP-ID
                PERFORM P450-FECHA-GRUPO
            END-IF
            IF NOT WS-GRUPO-ABERTO
                INITIALIZE WS-GRUPO
                MOVE WS-SRT-ID TO WS-GRP-ID
                SET WS-GRUPO-ABERTO TO TRUE
            END-IF
            IF WS-SRT-CLASSE = 'V'
                SET WS-GRP-ANULADO TO TRUE
            ELSE
                ADD 1 TO WS-GRP-USOS
                EVALUATE WS-SRT-CLASSE
                    WHEN 'P' SET WS-GRP-PENDENTE TO TRUE
                    WHEN 'B' SET WS-GRP-BAIXA    TO TRUE
                    WHEN 'A' SET WS-GRP-ARQUIVO  TO TRUE
                    WHEN OTHER CONTINUE
                END-EVALUATE
                IF WS-SRT-FILIAL NOT = SPACES
                    IF WS-GRP-FILIAL = SPACES
                        MOVE WS-SRT-FILIAL TO WS-GRP-FILIAL
                    ELSE
                        IF WS-SRT-FILIAL NOT = WS-GRP-FILIAL
                            MOVE WS-SRT-FILIAL TO WS-GRP-FILIAL-2
                        END-IF
                    END-IF
                END-IF
                IF WS-SRT-CLIENTE > 0
                    IF WS-GRP-CLIENTE = 0
                        MOVE WS-SRT-CLIENTE TO WS-GRP-CLIENTE
                    ELSE
                        IF WS-SRT-CLIENTE NOT = WS-GRP-CLIENTE
                            MOVE WS-SRT-CLIENTE TO WS-GRP-CLIENTE-2
                        END-IF
                    END-IF
                END-IF
            END-IF
            PERFORM P410-RETORNA
            .
       P450-FECHA-GRUPO.
            ADD 1 TO WS-QTD-IDS
            MOVE 'N' TO WS-GRUPO-ABERTO-SW
      * Faixas que ficaram inteiras abaixo deste id ja podem fechar.
            PERFORM UNTIL WS-FXA-ATUAL > WS-TOT-FAIXAS
                       OR WS-GRP-ID NOT > WS-FXA-LIMITE(WS-FXA-ATUAL)
                PERFORM P480-FECHA-FAIXA
                ADD 1 TO WS-FXA-ATUAL
            END-PERFORM

            MOVE 0 TO WS-FXA-DO-ID
            IF WS-FXA-ATUAL NOT > WS-TOT-FAIXAS
                IF WS-GRP-ID NOT < WS-FXA-INICIO(WS-FXA-ATUAL)
                    MOVE WS-FXA-ATUAL TO WS-FXA-DO-ID
                END-IF
            END-IF

            IF WS-FXA-DO-ID = 0
                IF WS-GRP-ID > WS-MAIOR-HISTORICO
                    MOVE 'FORA DE QUALQUER FAIXA' TO WS-DET-OCORRENCIA
                    MOVE SPACES TO WS-DET-DETALHE
                    PERFORM P490-IMPRIME-ACHADO
                    ADD 1 TO WS-QTD-FORA-FAIXA
                ELSE
                    ADD 1 TO WS-QTD-HISTORICOS
                END-IF
            ELSE
                PERFORM P460-CONFERE-NA-FAIXA
            END-IF

            IF WS-GRP-FILIAL-2 NOT = SPACES
                MOVE 'ID EM MAIS DE UMA FILIAL' TO WS-DET-OCORRENCIA
                MOVE SPACES TO WS-DET-DETALHE
                STRING 'TAMBEM NA FILIAL ' WS-GRP-FILIAL-2
                       DELIMITED BY SIZE
                       INTO WS-DET-DETALHE
                END-STRING
                PERFORM P490-IMPRIME-ACHADO
                ADD 1 TO WS-QTD-MULTI-FILIAL
            END-IF

            PERFORM P470-CONFERE-REUSO

            IF WS-GRP-ANULADO AND WS-GRP-USOS > 0
                MOVE 'ANULADO E EM USO' TO WS-DET-OCORRENCIA
                MOVE SPACES TO WS-DET-DETALHE
                PERFORM P490-IMPRIME-ACHADO
                ADD 1 TO WS-QTD-ANULADO-USO
            END-IF
            .
       P460-CONFERE-NA-FAIXA.
            IF WS-GRP-ID NOT < WS-FXA-PROXIMO(WS-FXA-DO-ID)
                MOVE 'ALEM DO ULTIMO EMITIDO' TO WS-DET-OCORRENCIA
                MOVE SPACES TO WS-DET-DETALHE
                STRING 'FAIXA DA FILIAL ' WS-FXA-FILIAL(WS-FXA-DO-ID)
                       DELIMITED BY SIZE
                       INTO WS-DET-DETALHE
                END-STRING
                PERFORM P490-IMPRIME-ACHADO
                ADD 1 TO WS-QTD-NAO-EMITIDO
            ELSE
                IF WS-GRP-ID > WS-FXA-ULTIMO(WS-FXA-DO-ID) + 1
                    COMPUTE WS-LACUNA-INI =
                            WS-FXA-ULTIMO(WS-FXA-DO-ID) + 1
                    COMPUTE WS-LACUNA-FIM = WS-GRP-ID - 1
                    PERFORM P485-IMPRIME-LACUNA
                END-IF
                MOVE WS-GRP-ID TO WS-FXA-ULTIMO(WS-FXA-DO-ID)
            END-IF
            IF WS-FXA-FILIAL(WS-FXA-DO-ID) < WS-FILIAL-EMISSOR
               AND WS-GRP-FILIAL NOT = SPACES
               AND WS-GRP-FILIAL NOT = WS-FXA-FILIAL(WS-FXA-DO-ID)
                MOVE 'FORA DA FAIXA DA FILIAL' TO WS-DET-OCORRENCIA
                MOVE SPACES TO WS-DET-DETALHE
                STRING 'FAIXA E DA FILIAL ' WS-FXA-FILIAL(WS-FXA-DO-ID)
                       DELIMITED BY SIZE
                       INTO WS-DET-DETALHE
                END-STRING
                PERFORM P490-IMPRIME-ACHADO
                ADD 1 TO WS-QTD-FILIAL-ERRADA
            END-IF
            .
      * Reuso: o mesmo id com dois clientes, ou de novo pendente
      * depois de baixado. Com baixa ou arquivo mensal envolvidos, o
      * id foi reaproveitado depois de sair de circulacao.
       P470-CONFERE-REUSO.
            MOVE SPACES TO WS-DET-OCORRENCIA
            MOVE SPACES TO WS-DET-DETALHE
            EVALUATE TRUE
                WHEN WS-GRP-CLIENTE-2 NOT = 0 AND WS-GRP-BAIXA
                    MOVE 'REUSADO APOS BAIXA' TO WS-DET-OCORRENCIA
                WHEN WS-GRP-CLIENTE-2 NOT = 0 AND WS-GRP-ARQUIVO
                    MOVE 'REUSADO APOS ARQUIVAMENTO'
                         TO WS-DET-OCORRENCIA
                WHEN WS-GRP-CLIENTE-2 NOT = 0
                    MOVE 'ID COM CLIENTES DIFERENTES'
                         TO WS-DET-OCORRENCIA
                WHEN WS-GRP-PENDENTE AND WS-GRP-BAIXA
                    MOVE 'BAIXADO E PENDENTE DE NOVO'
                         TO WS-DET-OCORRENCIA
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            IF WS-DET-OCORRENCIA NOT = SPACES
                IF WS-GRP-CLIENTE-2 NOT = 0
                    STRING 'CLIENTES ' WS-GRP-CLIENTE
                           ' E ' WS-GRP-CLIENTE-2
                           DELIMITED BY SIZE
                           INTO WS-DET-DETALHE
                    END-STRING
                END-IF
                PERFORM P490-IMPRIME-ACHADO
                ADD 1 TO WS-QTD-REUSO
            END-IF
            .
       P480-FECHA-FAIXA.
      * Do ultimo id visto ate o ultimo emitido, tudo e lacuna.
            IF WS-FXA-ULTIMO(WS-FXA-ATUAL) + 1
                   < WS-FXA-PROXIMO(WS-FXA-ATUAL)
                COMPUTE WS-LACUNA-INI = WS-FXA-ULTIMO(WS-FXA-ATUAL) + 1
                COMPUTE WS-LACUNA-FIM = WS-FXA-PROXIMO(WS-FXA-ATUAL) - 1
                MOVE WS-FXA-ATUAL TO WS-FXA-DO-ID
                PERFORM P485-IMPRIME-LACUNA
                MOVE WS-LACUNA-FIM TO WS-FXA-ULTIMO(WS-FXA-ATUAL)
            END-IF
            .
       P485-IMPRIME-LACUNA.
            COMPUTE WS-LACUNA-QTD = WS-LACUNA-FIM - WS-LACUNA-INI + 1
            ADD 1             TO WS-QTD-LACUNAS
            ADD WS-LACUNA-QTD TO WS-QTD-IDS-LACUNA
            ADD 1             TO WS-QTD-ACHADOS
            MOVE 'LACUNA'                     TO WS-DET-OCORRENCIA
            MOVE WS-LACUNA-INI                TO WS-DET-ID
            MOVE WS-FXA-FILIAL(WS-FXA-DO-ID)  TO WS-DET-FILIAL
            MOVE WS-LACUNA-QTD                TO WS-QTD-ED
            MOVE WS-LACUNA-FIM                TO WS-ID-ED
            MOVE SPACES TO WS-DET-DETALHE
            STRING 'ATE ' WS-ID-ED ' (' FUNCTION TRIM(WS-QTD-ED)
                   ' IDS)'
                   DELIMITED BY SIZE
                   INTO WS-DET-DETALHE
            END-STRING
            WRITE WS-REL-LINHA FROM WS-DET-LINHA
            .
       P490-IMPRIME-ACHADO.
            ADD 1 TO WS-QTD-ACHADOS
            MOVE WS-GRP-ID     TO WS-DET-ID
            MOVE WS-GRP-FILIAL TO WS-DET-FILIAL
            WRITE WS-REL-LINHA FROM WS-DET-LINHA
            .
      *-----------------------------------------------------------------
      * Situacao das faixas abertas e do espaco que resta para novas.
      *-----------------------------------------------------------------
       P600-SITUACAO-FAIXAS.
            MOVE SPACES TO WS-REL-LINHA
            WRITE WS-REL-LINHA
            MOVE 'FAIXAS EM USO' TO WS-REL-LINHA
            WRITE WS-REL-LINHA
            MOVE ALL '-' TO WS-REL-LINHA
            WRITE WS-REL-LINHA
            PERFORM VARYING WS-FXA-IDX FROM 1 BY 1
                    UNTIL WS-FXA-IDX > WS-TOT-FAIXAS
                IF WS-FXA-PROXIMO(WS-FXA-IDX)
                       NOT > WS-FXA-LIMITE(WS-FXA-IDX)
                    PERFORM P610-IMPRIME-FAIXA
                END-IF
            END-PERFORM
            IF WS-MAIOR-LIMITE < WS-TETO-FAIXAS
                COMPUTE WS-BLOCOS-LIVRES =
                        (WS-TETO-FAIXAS - WS-MAIOR-LIMITE)
                        / WS-TAM-BLOCO
            ELSE
                MOVE 0 TO WS-BLOCOS-LIVRES
            END-IF
            MOVE SPACES TO WS-LINHA-TRABALHO
            STRING 'BLOCOS AINDA LIVRES PARA NOVAS FAIXAS: '
                   WS-BLOCOS-LIVRES
                   DELIMITED BY SIZE
                   INTO WS-LINHA-TRABALHO
            END-STRING
            WRITE WS-REL-LINHA FROM WS-LINHA-TRABALHO
            .
       P610-IMPRIME-FAIXA.
            COMPUTE WS-EMITIDOS = WS-FXA-PROXIMO(WS-FXA-IDX)
                                - WS-FXA-INICIO(WS-FXA-IDX)
            COMPUTE WS-PCT-USO = WS-EMITIDOS * 100
                    / (WS-FXA-LIMITE(WS-FXA-IDX)
                       - WS-FXA-INICIO(WS-FXA-IDX) + 1)
            MOVE WS-FXA-FILIAL(WS-FXA-IDX) TO WS-FXL-FILIAL
            MOVE WS-FXA-INICIO(WS-FXA-IDX) TO WS-FXL-INICIO
            MOVE WS-FXA-LIMITE(WS-FXA-IDX) TO WS-FXL-LIMITE
            MOVE WS-EMITIDOS               TO WS-FXL-EMITIDOS
            MOVE WS-PCT-USO                TO WS-FXL-PCT
            MOVE SPACES                    TO WS-FXL-ALERTA
            IF WS-PCT-USO NOT < WS-PCT-ALERTA
                MOVE '<< PERTO DO FIM' TO WS-FXL-ALERTA
                ADD 1 TO WS-QTD-FAIXAS-ALERTA
                ADD 1 TO WS-QTD-ACHADOS
            END-IF
            WRITE WS-REL-LINHA FROM WS-FXA-LINHA
            .
       P700-TOTAIS.
            MOVE SPACES TO WS-REL-LINHA
            WRITE WS-REL-LINHA
            MOVE WS-QTD-IDS TO WS-QTD-ED
            MOVE SPACES TO WS-LINHA-TRABALHO
            STRING 'IDS DISTINTOS CONFERIDOS    : ' WS-QTD-ED
                   DELIMITED BY SIZE INTO WS-LINHA-TRABALHO
            END-STRING
            WRITE WS-REL-LINHA FROM WS-LINHA-TRABALHO
            MOVE WS-QTD-HISTORICOS TO WS-QTD-ED
            MOVE SPACES TO WS-LINHA-TRABALHO
            STRING 'IDS HISTORICOS (ANTES DAS FAIXAS): ' WS-QTD-ED
                   DELIMITED BY SIZE INTO WS-LINHA-TRABALHO
            END-STRING
            WRITE WS-REL-LINHA FROM WS-LINHA-TRABALHO
            MOVE WS-QTD-LACUNAS TO WS-QTD-ED
            MOVE SPACES TO WS-LINHA-TRABALHO
            STRING 'LACUNAS                     : ' WS-QTD-ED
                   DELIMITED BY SIZE INTO WS-LINHA-TRABALHO
            END-STRING
            WRITE WS-REL-LINHA FROM WS-LINHA-TRABALHO
            MOVE WS-QTD-IDS-LACUNA TO WS-QTD-ED
            MOVE SPACES TO WS-LINHA-TRABALHO
            STRING 'IDS EMITIDOS SEM USO        : ' WS-QTD-ED
                   DELIMITED BY SIZE INTO WS-LINHA-TRABALHO
            END-STRING
            WRITE WS-REL-LINHA FROM WS-LINHA-TRABALHO
            MOVE WS-QTD-FORA-FAIXA TO WS-QTD-ED
            MOVE SPACES TO WS-LINHA-TRABALHO
            STRING 'FORA DE QUALQUER FAIXA      : ' WS-QTD-ED
                   DELIMITED BY SIZE INTO WS-LINHA-TRABALHO
            END-STRING
            WRITE WS-REL-LINHA FROM WS-LINHA-TRABALHO
            MOVE WS-QTD-NAO-EMITIDO TO WS-QTD-ED
            MOVE SPACES TO WS-LINHA-TRABALHO
            STRING 'ALEM DO ULTIMO EMITIDO      : ' WS-QTD-ED
                   DELIMITED BY SIZE INTO WS-LINHA-TRABALHO
            END-STRING
            WRITE WS-REL-LINHA FROM WS-LINHA-TRABALHO
            MOVE WS-QTD-FILIAL-ERRADA TO WS-QTD-ED
            MOVE SPACES TO WS-LINHA-TRABALHO
            STRING 'FORA DA FAIXA DA FILIAL     : ' WS-QTD-ED
                   DELIMITED BY SIZE INTO WS-LINHA-TRABALHO
            END-STRING
            WRITE WS-REL-LINHA FROM WS-LINHA-TRABALHO
            MOVE WS-QTD-MULTI-FILIAL TO WS-QTD-ED
            MOVE SPACES TO WS-LINHA-TRABALHO
            STRING 'EM MAIS DE UMA FILIAL       : ' WS-QTD-ED
                   DELIMITED BY SIZE INTO WS-LINHA-TRABALHO
            END-STRING
            WRITE WS-REL-LINHA FROM WS-LINHA-TRABALHO
            MOVE WS-QTD-REUSO TO WS-QTD-ED
            MOVE SPACES TO WS-LINHA-TRABALHO
            STRING 'REUSADOS                    : ' WS-QTD-ED
                   DELIMITED BY SIZE INTO WS-LINHA-TRABALHO
            END-STRING
            WRITE WS-REL-LINHA FROM WS-LINHA-TRABALHO
            MOVE WS-QTD-ANULADO-USO TO WS-QTD-ED
            MOVE SPACES TO WS-LINHA-TRABALHO
            STRING 'ANULADOS E EM USO           : ' WS-QTD-ED
                   DELIMITED BY SIZE INTO WS-LINHA-TRABALHO
            END-STRING
            WRITE WS-REL-LINHA FROM WS-LINHA-TRABALHO
            MOVE WS-QTD-FAIXAS-ALERTA TO WS-QTD-ED
            MOVE SPACES TO WS-LINHA-TRABALHO
            STRING 'FAIXAS PERTO DO FIM         : ' WS-QTD-ED
                   DELIMITED BY SIZE INTO WS-LINHA-TRABALHO
            END-STRING
            WRITE WS-REL-LINHA FROM WS-LINHA-TRABALHO
            .
      *-----------------------------------------------------------------
      * Modo V: registro de ids anulados, pelo supervisor. So entra
      * id ja emitido pela faixa e ainda nao anulado.
      *-----------------------------------------------------------------
       P800-REGISTRA-ANULADOS.
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

            PERFORM P810-ANULA-ID
                    UNTIL NOT WS-CONTINUA
            .
       P810-ANULA-ID.
            DISPLAY 'ID A ANULAR (BRANCO = FIM): '
            ACCEPT WS-ENT-ID
            IF WS-ENT-ID = SPACES
                MOVE 'N' TO WS-CONTINUA-SW
            ELSE
                IF WS-ENT-ID NOT NUMERIC
                    DISPLAY 'ID INVALIDO: ' WS-ENT-ID
                ELSE
                    MOVE WS-ENT-ID TO WS-ID-LIDO
                    PERFORM P820-VALIDA-ANULACAO
                    IF WS-FXA-DO-ID > 0
                        DISPLAY 'MOTIVO DA ANULACAO: '
                        ACCEPT WS-ENT-MOTIVO
                        IF WS-ENT-MOTIVO = SPACES
                            DISPLAY 'MOTIVO OBRIGATORIO.'
                        ELSE
                            PERFORM P830-GRAVA-ANULADO
                        END-IF
                    END-IF
                END-IF
            END-IF
            .
       P820-VALIDA-ANULACAO.
            MOVE 0 TO WS-FXA-DO-ID
            PERFORM VARYING WS-FXA-IDX FROM 1 BY 1
                    UNTIL WS-FXA-IDX > WS-TOT-FAIXAS
                IF WS-ID-LIDO NOT < WS-FXA-INICIO(WS-FXA-IDX)
                   AND WS-ID-LIDO < WS-FXA-PROXIMO(WS-FXA-IDX)
                    SET WS-FXA-DO-ID TO WS-FXA-IDX
                END-IF
            END-PERFORM
            IF WS-FXA-DO-ID = 0
                DISPLAY 'ID NAO EMITIDO POR NENHUMA FAIXA: '
                        WS-ID-LIDO
            ELSE
                MOVE 'N' TO WS-ACHOU-SW
                MOVE 'N' TO WS-FIM-ARQUIVO
                OPEN INPUT WS-ANU-FILE
                IF WS-ANU-FS = '00'
                    PERFORM UNTIL WS-FIM OR WS-ACHOU
                        READ WS-ANU-FILE
                            AT END SET WS-FIM TO TRUE
                            NOT AT END
                                IF WS-ANU-ID = WS-ID-LIDO
                                    SET WS-ACHOU TO TRUE
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE WS-ANU-FILE
                END-IF
                IF WS-ACHOU
                    DISPLAY 'ID JA ANULADO: ' WS-ID-LIDO
                    MOVE 0 TO WS-FXA-DO-ID
                END-IF
            END-IF
            .
       P830-GRAVA-ANULADO.
            OPEN EXTEND WS-ANU-FILE
            IF WS-ANU-FS NOT = '00'
                OPEN OUTPUT WS-ANU-FILE
            END-IF
            MOVE WS-ID-LIDO                  TO WS-ANU-ID
            MOVE WS-FXA-FILIAL(WS-FXA-DO-ID) TO WS-ANU-FILIAL
            MOVE WS-HOJE                     TO WS-ANU-DATA
            MOVE WS-SG-ID                    TO WS-ANU-OPERADOR
            MOVE WS-ENT-MOTIVO               TO WS-ANU-MOTIVO
            WRITE WS-ANU-REGISTRO
            CLOSE WS-ANU-FILE
            DISPLAY 'ID ' WS-ID-LIDO ' ANULADO.'

            MOVE 'ID-ANULADO'  TO WS-AU-EVENTO
            MOVE SPACES        TO WS-AU-CHAVE
            MOVE WS-ID-LIDO    TO WS-AU-CHAVE(1:9)
            MOVE WS-ENT-MOTIVO(1:20) TO WS-AU-CHAVE(11:20)
            MOVE 1             TO WS-AU-CONTADOR
            CALL 'AUDITLOG' USING WS-AUDIT-PARM
            .
       END PROGRAM PAGTOIDAUD.
