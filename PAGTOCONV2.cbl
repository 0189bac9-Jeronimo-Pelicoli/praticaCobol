      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAGTOCONV2.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-ANT-FILE      ASSIGN TO WS-ANT-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-ANT-FS.
           SELECT WS-NOV-FILE      ASSIGN TO WS-NOV-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-NOV-FS.
           SELECT WS-HIST-FILE     ASSIGN TO WS-ANT-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS WS-HIST-ID
                                    FILE STATUS WS-ANT-FS.
           SELECT WS-HSN-FILE      ASSIGN TO WS-NOV-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS WS-HSN-ID
                                    FILE STATUS WS-NOV-FS.
           SELECT WS-HM-FILE       ASSIGN TO WS-ANT-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS WS-HM-CHAVE
                                    FILE STATUS WS-ANT-FS.
           SELECT WS-HMN-FILE      ASSIGN TO WS-NOV-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS WS-HMN-CHAVE
                                    FILE STATUS WS-NOV-FS.
           SELECT WS-DSP-FILE      ASSIGN TO WS-ANT-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS WS-DSP-ID
                                    FILE STATUS WS-ANT-FS.
           SELECT WS-DSN-FILE      ASSIGN TO WS-NOV-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS WS-DSN-ID
                                    FILE STATUS WS-NOV-FS.
           SELECT WS-BLQ-FILE      ASSIGN TO WS-ANT-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS WS-BLQ-ID
                                    FILE STATUS WS-ANT-FS.
           SELECT WS-BLN-FILE      ASSIGN TO WS-NOV-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS WS-BLN-ID
                                    FILE STATUS WS-NOV-FS.
           SELECT WS-CTL-FILE      ASSIGN TO WS-CTL-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-CTL-FS.
           SELECT WS-REL-FILE      ASSIGN TO WS-REL-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-REL-FS.
       DATA DIVISION.
       FILE SECTION.
      * Sequenciais: o registro e tratado como texto e alargado pelas
      * posicoes da tabela de conversao, entao um par de FDs serve a
      * todos os arquivos.
       FD  WS-ANT-FILE.
       01 WS-ANT-REGISTRO            PIC X(120).
       FD  WS-NOV-FILE.
       01 WS-NOV-REGISTRO            PIC X(130).
      * Indexados: cada um com o tamanho e a chave do proprio layout,
      * antes (id 9(6)) e depois (id 9(9)).
       FD  WS-HIST-FILE.
       01 WS-HIST-REGISTRO.
           03 WS-HIST-ID             PIC 9(6).
           03 WS-HIST-RESTO          PIC X(54).
       FD  WS-HSN-FILE.
       01 WS-HSN-REGISTRO.
           03 WS-HSN-ID              PIC 9(9).
           03 WS-HSN-RESTO           PIC X(56).
       FD  WS-HM-FILE.
       01 WS-HM-REGISTRO.
           03 WS-HM-CHAVE            PIC X(14).
           03 WS-HM-RESTO            PIC X(48).
       FD  WS-HMN-FILE.
       01 WS-HMN-REGISTRO.
           03 WS-HMN-CHAVE           PIC X(17).
           03 WS-HMN-RESTO           PIC X(50).
       FD  WS-DSP-FILE.
       01 WS-DSP-REGISTRO.
           03 WS-DSP-ID              PIC 9(6).
           03 WS-DSP-RESTO           PIC X(55).
       FD  WS-DSN-FILE.
       01 WS-DSN-REGISTRO.
           03 WS-DSN-ID              PIC 9(9).
           03 WS-DSN-RESTO           PIC X(55).
       FD  WS-BLQ-FILE.
       01 WS-BLQ-REGISTRO.
           03 WS-BLQ-ID              PIC 9(6).
           03 WS-BLQ-RESTO           PIC X(55).
       FD  WS-BLN-FILE.
       01 WS-BLN-REGISTRO.
           03 WS-BLN-ID              PIC 9(9).
           03 WS-BLN-RESTO           PIC X(55).
       FD  WS-CTL-FILE.
       01 WS-CTL-REGISTRO.
           03 WS-CTL-DATA            PIC 9(8).
           03 WS-CTL-HORA            PIC 9(6).
       FD  WS-REL-FILE.
       01 WS-REL-LINHA               PIC X(110).

       WORKING-STORAGE SECTION.
       01 WS-ANT-PATH              PIC X(40) VALUE SPACES.
       01 WS-NOV-PATH              PIC X(40) VALUE SPACES.
       01 WS-CTL-PATH              PIC X(40) VALUE SPACES.
       01 WS-CCV-PATH              PIC X(40)
                            VALUE 'CLICODCONV.CONTROLE'.
       01 WS-MARCA-PATH            PIC X(40)
                            VALUE 'PAGTOCONV2.CONTROLE'.
       01 WS-REL-PATH              PIC X(40) VALUE 'PAGTOCONV2.REL'.
       01 WS-ANTIGO-PATH           PIC X(40) VALUE SPACES.
       01 WS-ANT-FS                PIC XX.
       01 WS-NOV-FS                PIC XX.
       01 WS-CTL-FS                PIC XX.
       01 WS-REL-FS                PIC XX.

      * Arquivos que atravessam os dias com id e valor de pagamento.
      * Cada entrada: nome, organizacao (S sequencial; H historico,
      * M historico mensal, D disputas, B bloqueios - indexados),
      * tamanho antes e depois, filtro (T = so o detalhe tipo '1' e
      * alargado, cabecalho e trailer passam como estao; N = todos),
      * quantidade de campos e, por campo, posicao no layout antigo
      * (3), tamanho antigo (2), digitos acrescentados a esquerda (1)
      * e classe (I = id, V = valor).
      * Entrada do dia, retornos bancarios ainda nao processados e o
      * controle de faixas do PAGTOID entram junto; LANCAMENTOS.DAT,
      * PAGTOJUROS.DAT e as remessas sao regerados a cada rodada e ja
      * saem no layout novo.
       01 WS-TAB-CONVERSAO.
          03 FILLER  PIC X(40) VALUE 'PAGAMENTOS.DAT'.
          03 FILLER  PIC X(51) VALUE 'S066071T2002063I008092V'.
          03 FILLER  PIC X(40) VALUE 'PAGTOCONFIRM.PENDENTES'.
          03 FILLER  PIC X(51) VALUE 'S066071T2002063I008092V'.
          03 FILLER  PIC X(40) VALUE 'PAGTOCONFIRM.APROVACAO'.
          03 FILLER  PIC X(51) VALUE 'S066071T2002063I008092V'.
          03 FILLER  PIC X(40) VALUE 'PAGTOCONFIRM.DECIDIDOS'.
          03 FILLER  PIC X(51) VALUE 'S066071T2002063I008092V'.
          03 FILLER  PIC X(40) VALUE 'PAGTOVALIDA.RESSUB'.
          03 FILLER  PIC X(51) VALUE 'S070075T2002063I008092V'.
          03 FILLER  PIC X(40) VALUE 'PAGTOVALIDA.CORRIGIDOS'.
          03 FILLER  PIC X(51) VALUE 'S070075T2002063I008092V'.
          03 FILLER  PIC X(40) VALUE 'PAGTOCONFIRM.CONFIRMADOS'.
          03 FILLER  PIC X(51) VALUE 'S054059N2001063I007092V'.
          03 FILLER  PIC X(40) VALUE 'PAGTOCONFIRM.REJEITADOS'.
          03 FILLER  PIC X(51) VALUE 'S054059N2001063I007092V'.
          03 FILLER  PIC X(40) VALUE 'PAGTOCONFIRM.OUT'.
          03 FILLER  PIC X(51) VALUE 'S054059N2001063I007092V'.
          03 FILLER  PIC X(40) VALUE 'PAGTOCONFIRM.ESTORNOS'.
          03 FILLER  PIC X(51) VALUE 'S067072N2001063I007092V'.
          03 FILLER  PIC X(40) VALUE 'PAGTOBAIXA.DAT'.
          03 FILLER  PIC X(51) VALUE 'S075080N2001063I007092V'.
          03 FILLER  PIC X(40) VALUE 'PAGTOBAIXA.PROPOSTA'.
          03 FILLER  PIC X(51) VALUE 'S063068N2001063I007092V'.
          03 FILLER  PIC X(40) VALUE 'PAGTONEGOCIA.PROPOSTAS'.
          03 FILLER  PIC X(51)
             VALUE 'S086097N5001063I037092V046092V055092V064092V'.
          03 FILLER  PIC X(40) VALUE 'BOLETOS.REGISTRO'.
          03 FILLER  PIC X(51) VALUE 'S071076N2011063I017092V'.
          03 FILLER  PIC X(40) VALUE 'CAIXA.RECIBOS'.
          03 FILLER  PIC X(51) VALUE 'S077082N2025063I031092V'.
          03 FILLER  PIC X(40) VALUE 'PAGTOVENC.DAT'.
          03 FILLER  PIC X(51) VALUE 'S014017N1001063I'.
          03 FILLER  PIC X(40) VALUE 'PRORROGA.PEDIDOS'.
          03 FILLER  PIC X(51) VALUE 'S060063N1001063I'.
          03 FILLER  PIC X(40) VALUE 'REMESSA.REGISTRO'.
          03 FILLER  PIC X(51) VALUE 'S014017N1001063I'.
          03 FILLER  PIC X(40) VALUE 'PAGTOENCARGO.FEITOS'.
          03 FILLER  PIC X(51) VALUE 'S006009N1001063I'.
          03 FILLER  PIC X(40) VALUE 'PAGTOID.CONTROLE'.
          03 FILLER  PIC X(51) VALUE 'S015021N2004063I010063I'.
          03 FILLER  PIC X(40) VALUE 'RETORNO.BANCO.DAT'.
          03 FILLER  PIC X(51)
             VALUE 'S063070T3002063I008092V049092V'.
          03 FILLER  PIC X(40) VALUE 'RETORNO.BANCO2.DAT'.
          03 FILLER  PIC X(51) VALUE 'S068071T1032063I'.
          03 FILLER  PIC X(40) VALUE 'PAGTOCONFIRM.HIST.IDX'.
          03 FILLER  PIC X(51) VALUE 'H060065N2001063I007092V'.
          03 FILLER  PIC X(40) VALUE 'PAGTOHIST.MENSAL.IDX'.
          03 FILLER  PIC X(51) VALUE 'M062067N2001063I015092V'.
          03 FILLER  PIC X(40) VALUE 'DISPUTAS.IDX'.
          03 FILLER  PIC X(51) VALUE 'D061064N1001063I'.
          03 FILLER  PIC X(40) VALUE 'PAGTOBLOQ.IDX'.
          03 FILLER  PIC X(51) VALUE 'B061064N1001063I'.
       01 WS-TAB-CONVERSAO-R REDEFINES WS-TAB-CONVERSAO.
          03 WS-CV OCCURS 26 TIMES INDEXED BY WS-CV-IDX.
             05 WS-CV-ARQUIVO      PIC X(40).
             05 WS-CV-ORG          PIC X.
                88 WS-CV-SEQUENCIAL          VALUE 'S'.
                88 WS-CV-HIST                VALUE 'H'.
                88 WS-CV-MENSAL              VALUE 'M'.
                88 WS-CV-DISPUTA             VALUE 'D'.
                88 WS-CV-BLOQUEIO            VALUE 'B'.
             05 WS-CV-TAM-ANT      PIC 9(3).
             05 WS-CV-TAM-NOVO     PIC 9(3).
             05 WS-CV-FILTRO       PIC X.
                88 WS-CV-SO-DETALHE          VALUE 'T'.
             05 WS-CV-QTD-CAMPOS   PIC 9.
             05 WS-CV-CAMPO OCCURS 6 TIMES.
                07 WS-CV-POS       PIC 9(3).
                07 WS-CV-TAM       PIC 99.
                07 WS-CV-ACRESCIMO PIC 9.
                07 WS-CV-CLASSE    PIC X.
                   88 WS-CV-ID               VALUE 'I'.
                   88 WS-CV-VALOR            VALUE 'V'.
       01 WS-TOT-ARQUIVOS          PIC 99    VALUE 26.

      * Situacao de cada arquivo apos a primeira fase: A = ausente,
      * C = convertido e conferido, D = divergente.
       01 WS-TAB-SITUACAO.
          03 WS-SIT-ARQUIVO OCCURS 26 TIMES.
             05 WS-SIT             PIC X.
                88 WS-SIT-AUSENTE            VALUE 'A'.
                88 WS-SIT-CONFERIDO          VALUE 'C'.
                88 WS-SIT-DIVERGENTE         VALUE 'D'.
             05 WS-SIT-QTD         PIC 9(9).

      * Jornais e listagens so gravados em EXTEND: nao se convertem,
      * vao inteiros para .ANTIGO e o proximo passo abre um novo ja
      * no layout largo, sem misturar os dois numa mesma linha.
       01 WS-TAB-JORNAIS.
          03 FILLER  PIC X(40) VALUE 'CLICREDITO.JORNAL'.
          03 FILLER  PIC X(40) VALUE 'PAGTONEGOCIA.JORNAL'.
          03 FILLER  PIC X(40) VALUE 'PRORROGA.HISTORICO'.
          03 FILLER  PIC X(40) VALUE 'PAGTORETORNO.RESIDUOS'.
          03 FILLER  PIC X(40) VALUE 'PAGTOENCARGO.LIG'.
          03 FILLER  PIC X(40) VALUE 'CARTAS.LOG'.
          03 FILLER  PIC X(40) VALUE 'PAGTOCONFIRM.LEGIVEL'.
       01 WS-TAB-JORNAIS-R REDEFINES WS-TAB-JORNAIS.
          03 WS-JORNAL OCCURS 7 TIMES PIC X(40).
       01 WS-JOR-IDX               PIC 9     VALUE 0.

       01 WS-FIM-ARQUIVO           PIC X     VALUE 'N'.
          88 WS-FIM                          VALUE 'Y'.
       01 WS-ABERTO-SW             PIC X     VALUE 'N'.
          88 WS-ABERTO                       VALUE 'Y'.

      * Area de trabalho do alargamento: o registro antigo entra como
      * texto, os campos numericos ganham zeros a esquerda (o sinal
      * do valor fica no ultimo digito, onde ja estava) e o resto do
      * registro escorre para a direita.
       01 WS-REG-ANTIGO            PIC X(120) VALUE SPACES.
       01 WS-REG-NOVO              PIC X(130) VALUE SPACES.
       01 WS-POS-ANT               PIC 9(3)  VALUE 0.
       01 WS-POS-NOVO              PIC 9(3)  VALUE 0.
       01 WS-TAM-TRECHO            PIC 9(3)  VALUE 0.
       01 WS-POS-CAMPO             PIC 9(3)  VALUE 0.
       01 WS-TAM-CAMPO             PIC 9(3)  VALUE 0.
       01 WS-DESLOCAMENTO          PIC 9(3)  VALUE 0.
       01 WS-CMP-IDX               PIC 9     VALUE 0.
       01 WS-LADO                  PIC X     VALUE SPACE.
          88 WS-LADO-ANTIGO                  VALUE 'A'.
          88 WS-LADO-NOVO                    VALUE 'N'.

      * Campo extraido para a soma de controle, alinhado a direita.
       01 WS-CAMPO-X               PIC X(11) VALUE SPACES.
       01 WS-CAMPO-VALOR REDEFINES WS-CAMPO-X PIC S9(9)V99.
       01 WS-CAMPO-ID    REDEFINES WS-CAMPO-X PIC 9(11).

      * Quantidade e somas de controle de cada lado: a conversao so
      * vale se o arquivo novo, relido pelas posicoes novas, soma
      * exatamente o que o antigo somava pelas posicoes antigas.
       01 WS-QTD-ANT               PIC 9(9)  VALUE 0.
       01 WS-QTD-NOVO              PIC 9(9)  VALUE 0.
       01 WS-HASH-VALOR-ANT        PIC S9(13)V99 VALUE 0.
       01 WS-HASH-VALOR-NOVO       PIC S9(13)V99 VALUE 0.
       01 WS-HASH-ID-ANT           PIC 9(15) VALUE 0.
       01 WS-HASH-ID-NOVO          PIC 9(15) VALUE 0.

       01 WS-TOT-CONVERTIDOS       PIC 99    VALUE 0.
       01 WS-TOT-AUSENTES          PIC 99    VALUE 0.
       01 WS-TOT-DIVERGENTES       PIC 99    VALUE 0.
       01 WS-GER-REGISTROS         PIC 9(9)  VALUE 0.

       01 WS-DATA-HORA-ATUAL       PIC X(21).

       01 WS-CAB-1.
           03 FILLER               PIC X(27)
                    VALUE 'CONVERSAO DE IDS PARA 9(9) '.
           03 FILLER               PIC X(28)
                    VALUE 'E VALORES PARA S9(9)V99 EM '.
           03 WS-CAB-DATA          PIC 9(8).
           03 FILLER               PIC X(11) VALUE '  AMBIENTE '.
           03 WS-CAB-AMBIENTE      PIC X(8).
       01 WS-CAB-2.
           03 FILLER               PIC X(31) VALUE 'ARQUIVO'.
           03 FILLER               PIC X(8)  VALUE 'LADO'.
           03 FILLER               PIC X(12) VALUE '  REGISTROS'.
           03 FILLER               PIC X(22)
                                   VALUE '           SOMA VALOR'.
           03 FILLER               PIC X(20)
                                   VALUE '            SOMA IDS'.
           03 FILLER               PIC X(9)  VALUE ' SITUACAO'.
       01 WS-DET-LINHA.
           03 WS-DET-ARQUIVO       PIC X(30).
           03 FILLER               PIC X     VALUE SPACE.
           03 WS-DET-LADO          PIC X(7).
           03 FILLER               PIC X     VALUE SPACE.
           03 WS-DET-QTD           PIC ZZZ,ZZZ,ZZ9.
           03 FILLER               PIC X     VALUE SPACE.
           03 WS-DET-HASH-VALOR    PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           03 FILLER               PIC X     VALUE SPACE.
           03 WS-DET-HASH-ID       PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           03 FILLER               PIC X     VALUE SPACE.
           03 WS-DET-SITUACAO      PIC X(10).

       01 WS-AUDIT-PARM.
           03 WS-AU-PROGRAMA       PIC X(12) VALUE 'PAGTOCONV2'.
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
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-REL-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CCV-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-MARCA-PATH
            DISPLAY 'PAGTOCONV2 - CONVERSAO PARA IDS E VALORES LARGOS'

      * Roda uma vez so, e so depois da conversao para codigo do
      * cliente: o layout antigo aqui ja e o que leva o codigo no fim.
            MOVE WS-MARCA-PATH TO WS-CTL-PATH
            OPEN INPUT WS-CTL-FILE
            IF WS-CTL-FS = '00'
                READ WS-CTL-FILE
                    AT END MOVE 0 TO WS-CTL-DATA
                END-READ
                CLOSE WS-CTL-FILE
                DISPLAY 'CONVERSAO JA EXECUTADA EM ' WS-CTL-DATA
                        '. NADA A FAZER.'
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF

            MOVE WS-CCV-PATH TO WS-CTL-PATH
            OPEN INPUT WS-CTL-FILE
            IF WS-CTL-FS NOT = '00'
                DISPLAY 'CONVERSAO DO CODIGO DO CLIENTE (CLICODCONV) '
                        'AINDA NAO EXECUTADA. RODE-A ANTES.'
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF
            CLOSE WS-CTL-FILE

            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
            OPEN OUTPUT WS-REL-FILE
            MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-CAB-DATA
            MOVE WS-AMB-NOME TO WS-CAB-AMBIENTE
            WRITE WS-REL-LINHA FROM WS-CAB-1
            WRITE WS-REL-LINHA FROM WS-CAB-2
            MOVE ALL '-' TO WS-REL-LINHA
            WRITE WS-REL-LINHA

      * Primeira fase: cada arquivo vira .NOVO e e conferido. Nada
      * troca de nome ate todos conferirem, para uma falha no meio
      * nao deixar a base metade num layout e metade no outro.
            PERFORM P200-CONVERTE-ARQUIVO
                    VARYING WS-CV-IDX FROM 1 BY 1
                    UNTIL WS-CV-IDX > WS-TOT-ARQUIVOS

            MOVE ALL '-' TO WS-REL-LINHA
            WRITE WS-REL-LINHA

            IF WS-TOT-DIVERGENTES > 0
                MOVE SPACES TO WS-REL-LINHA
                STRING 'CONVERSAO INTERROMPIDA: ' WS-TOT-DIVERGENTES
                       ' ARQUIVO(S) DIVERGENTE(S). NENHUM ARQUIVO FOI '
                       'TROCADO.'
                       DELIMITED BY SIZE INTO WS-REL-LINHA
                END-STRING
                WRITE WS-REL-LINHA
                CLOSE WS-REL-FILE
                DISPLAY 'TOTAIS NAO CONFEREM EM ' WS-TOT-DIVERGENTES
                        ' ARQUIVO(S). NADA FOI TROCADO; VER '
                        WS-REL-PATH
                MOVE 'DIVERGENCIA'      TO WS-AU-EVENTO
                MOVE SPACES             TO WS-AU-CHAVE
                MOVE WS-TOT-DIVERGENTES TO WS-AU-CONTADOR
                CALL 'AUDITLOG' USING WS-AUDIT-PARM
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF

      * Segunda fase: tudo conferido, os convertidos assumem o nome
      * original e os jornais antigos saem do caminho.
            PERFORM P600-TROCA-ARQUIVO
                    VARYING WS-CV-IDX FROM 1 BY 1
                    UNTIL WS-CV-IDX > WS-TOT-ARQUIVOS
            PERFORM P700-ARQUIVA-JORNAL
                    VARYING WS-JOR-IDX FROM 1 BY 1
                    UNTIL WS-JOR-IDX > 7

            MOVE SPACES TO WS-REL-LINHA
            STRING 'ARQUIVOS CONVERTIDOS: ' WS-TOT-CONVERTIDOS
                   '  AUSENTES: ' WS-TOT-AUSENTES
                   '  REGISTROS: ' WS-GER-REGISTROS
                   DELIMITED BY SIZE INTO WS-REL-LINHA
            END-STRING
            WRITE WS-REL-LINHA
            CLOSE WS-REL-FILE

            MOVE WS-MARCA-PATH TO WS-CTL-PATH
            OPEN OUTPUT WS-CTL-FILE
            MOVE WS-DATA-HORA-ATUAL(1:8)  TO WS-CTL-DATA
            MOVE WS-DATA-HORA-ATUAL(9:6)  TO WS-CTL-HORA
            WRITE WS-CTL-REGISTRO
            CLOSE WS-CTL-FILE

            MOVE 'FIM'              TO WS-AU-EVENTO
            MOVE SPACES             TO WS-AU-CHAVE
            MOVE WS-TOT-CONVERTIDOS TO WS-AU-CONTADOR
            CALL 'AUDITLOG' USING WS-AUDIT-PARM

            DISPLAY '----- RESUMO DA CONVERSAO -----'
            DISPLAY 'ARQUIVOS CONVERTIDOS : ' WS-TOT-CONVERTIDOS
            DISPLAY 'ARQUIVOS AUSENTES    : ' WS-TOT-AUSENTES
            DISPLAY 'REGISTROS CONVERTIDOS: ' WS-GER-REGISTROS
            DISPLAY 'CONFERENCIA GRAVADA EM: ' WS-REL-PATH
            GOBACK.

       P100-ALARGA-REGISTRO.
      * Monta o registro novo a partir do antigo: copia o trecho ate
      * cada campo alargado, poe os zeros e segue; o campo em si vai
      * junto com o trecho seguinte.
            MOVE SPACES TO WS-REG-NOVO
            MOVE 1 TO WS-POS-ANT
            MOVE 1 TO WS-POS-NOVO
            PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
                    UNTIL WS-CMP-IDX > WS-CV-QTD-CAMPOS(WS-CV-IDX)
                COMPUTE WS-TAM-TRECHO =
                        WS-CV-POS(WS-CV-IDX, WS-CMP-IDX) - WS-POS-ANT
                IF WS-TAM-TRECHO > 0
                    MOVE WS-REG-ANTIGO(WS-POS-ANT:WS-TAM-TRECHO)
                      TO WS-REG-NOVO(WS-POS-NOVO:WS-TAM-TRECHO)
                    ADD WS-TAM-TRECHO TO WS-POS-NOVO
                END-IF
                MOVE ALL '0' TO WS-REG-NOVO(WS-POS-NOVO:
                        WS-CV-ACRESCIMO(WS-CV-IDX, WS-CMP-IDX))
                ADD WS-CV-ACRESCIMO(WS-CV-IDX, WS-CMP-IDX)
                    TO WS-POS-NOVO
                MOVE WS-CV-POS(WS-CV-IDX, WS-CMP-IDX) TO WS-POS-ANT
            END-PERFORM
            COMPUTE WS-TAM-TRECHO =
                    WS-CV-TAM-ANT(WS-CV-IDX) - WS-POS-ANT + 1
            MOVE WS-REG-ANTIGO(WS-POS-ANT:WS-TAM-TRECHO)
              TO WS-REG-NOVO(WS-POS-NOVO:WS-TAM-TRECHO)
            .
       P150-SOMA-CAMPOS.
      * Soma os campos alargados do registro corrente, pelas posicoes
      * antigas em WS-REG-ANTIGO ou pelas novas em WS-REG-NOVO.
            MOVE 0 TO WS-DESLOCAMENTO
            PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
                    UNTIL WS-CMP-IDX > WS-CV-QTD-CAMPOS(WS-CV-IDX)
                MOVE ALL '0' TO WS-CAMPO-X
                IF WS-LADO-ANTIGO
                    MOVE WS-CV-POS(WS-CV-IDX, WS-CMP-IDX)
                      TO WS-POS-CAMPO
                    MOVE WS-CV-TAM(WS-CV-IDX, WS-CMP-IDX)
                      TO WS-TAM-CAMPO
                    MOVE WS-REG-ANTIGO(WS-POS-CAMPO:WS-TAM-CAMPO)
                      TO WS-CAMPO-X(12 - WS-TAM-CAMPO:WS-TAM-CAMPO)
                ELSE
                    COMPUTE WS-POS-CAMPO =
                            WS-CV-POS(WS-CV-IDX, WS-CMP-IDX)
                            + WS-DESLOCAMENTO
                    COMPUTE WS-TAM-CAMPO =
                            WS-CV-TAM(WS-CV-IDX, WS-CMP-IDX)
                            + WS-CV-ACRESCIMO(WS-CV-IDX, WS-CMP-IDX)
                    MOVE WS-REG-NOVO(WS-POS-CAMPO:WS-TAM-CAMPO)
                      TO WS-CAMPO-X(12 - WS-TAM-CAMPO:WS-TAM-CAMPO)
                    ADD WS-CV-ACRESCIMO(WS-CV-IDX, WS-CMP-IDX)
                        TO WS-DESLOCAMENTO
                END-IF
                IF WS-CV-VALOR(WS-CV-IDX, WS-CMP-IDX)
                    IF WS-LADO-ANTIGO
                        ADD WS-CAMPO-VALOR TO WS-HASH-VALOR-ANT
                    ELSE
                        ADD WS-CAMPO-VALOR TO WS-HASH-VALOR-NOVO
                    END-IF
                ELSE
                    IF WS-LADO-ANTIGO
                        ADD WS-CAMPO-ID TO WS-HASH-ID-ANT
                    ELSE
                        ADD WS-CAMPO-ID TO WS-HASH-ID-NOVO
                    END-IF
                END-IF
            END-PERFORM
            .
       P200-CONVERTE-ARQUIVO.
            MOVE WS-CV-ARQUIVO(WS-CV-IDX) TO WS-ANT-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-ANT-PATH
            MOVE SPACES TO WS-NOV-PATH
            STRING WS-ANT-PATH DELIMITED BY SPACE
                   '.NOVO'     DELIMITED BY SIZE
                   INTO WS-NOV-PATH
            END-STRING
            MOVE 0   TO WS-QTD-ANT
            MOVE 0   TO WS-QTD-NOVO
            MOVE 0   TO WS-HASH-VALOR-ANT
            MOVE 0   TO WS-HASH-VALOR-NOVO
            MOVE 0   TO WS-HASH-ID-ANT
            MOVE 0   TO WS-HASH-ID-NOVO
            MOVE 'N' TO WS-FIM-ARQUIVO

            PERFORM P300-ABRE-ANTIGO
            IF NOT WS-ABERTO
                SET WS-SIT-AUSENTE(WS-CV-IDX) TO TRUE
                ADD 1 TO WS-TOT-AUSENTES
                DISPLAY 'ARQUIVO AUSENTE, NADA A CONVERTER: '
                        WS-ANT-PATH
            ELSE
                PERFORM P310-ABRE-NOVO-SAIDA
                PERFORM P320-LE-ANTIGO
                PERFORM P330-CONVERTE-REGISTRO
                        UNTIL WS-FIM
                PERFORM P340-FECHA-ARQUIVOS
                PERFORM P500-CONFERE-NOVO
            END-IF
            .
       P300-ABRE-ANTIGO.
            MOVE 'N' TO WS-ABERTO-SW
            EVALUATE TRUE
                WHEN WS-CV-SEQUENCIAL(WS-CV-IDX)
                    OPEN INPUT WS-ANT-FILE
                WHEN WS-CV-HIST(WS-CV-IDX)
                    OPEN INPUT WS-HIST-FILE
                WHEN WS-CV-MENSAL(WS-CV-IDX)
                    OPEN INPUT WS-HM-FILE
                WHEN WS-CV-DISPUTA(WS-CV-IDX)
                    OPEN INPUT WS-DSP-FILE
                WHEN WS-CV-BLOQUEIO(WS-CV-IDX)
                    OPEN INPUT WS-BLQ-FILE
            END-EVALUATE
            IF WS-ANT-FS = '00'
                MOVE 'Y' TO WS-ABERTO-SW
            END-IF
            .
       P310-ABRE-NOVO-SAIDA.
            EVALUATE TRUE
                WHEN WS-CV-SEQUENCIAL(WS-CV-IDX)
                    OPEN OUTPUT WS-NOV-FILE
                WHEN WS-CV-HIST(WS-CV-IDX)
                    OPEN OUTPUT WS-HSN-FILE
                WHEN WS-CV-MENSAL(WS-CV-IDX)
                    OPEN OUTPUT WS-HMN-FILE
                WHEN WS-CV-DISPUTA(WS-CV-IDX)
                    OPEN OUTPUT WS-DSN-FILE
                WHEN WS-CV-BLOQUEIO(WS-CV-IDX)
                    OPEN OUTPUT WS-BLN-FILE
            END-EVALUATE
            .
       P320-LE-ANTIGO.
            MOVE SPACES TO WS-REG-ANTIGO
            EVALUATE TRUE
                WHEN WS-CV-SEQUENCIAL(WS-CV-IDX)
                    READ WS-ANT-FILE
                        AT END SET WS-FIM TO TRUE
                        NOT AT END
                            MOVE WS-ANT-REGISTRO TO WS-REG-ANTIGO
                    END-READ
                WHEN WS-CV-HIST(WS-CV-IDX)
                    READ WS-HIST-FILE NEXT RECORD
                        AT END SET WS-FIM TO TRUE
                        NOT AT END
                            MOVE WS-HIST-REGISTRO TO WS-REG-ANTIGO
                    END-READ
                WHEN WS-CV-MENSAL(WS-CV-IDX)
                    READ WS-HM-FILE NEXT RECORD
                        AT END SET WS-FIM TO TRUE
                        NOT AT END
                            MOVE WS-HM-REGISTRO TO WS-REG-ANTIGO
                    END-READ
                WHEN WS-CV-DISPUTA(WS-CV-IDX)
                    READ WS-DSP-FILE NEXT RECORD
                        AT END SET WS-FIM TO TRUE
                        NOT AT END
                            MOVE WS-DSP-REGISTRO TO WS-REG-ANTIGO
                    END-READ
                WHEN WS-CV-BLOQUEIO(WS-CV-IDX)
                    READ WS-BLQ-FILE NEXT RECORD
                        AT END SET WS-FIM TO TRUE
                        NOT AT END
                            MOVE WS-BLQ-REGISTRO TO WS-REG-ANTIGO
                    END-READ
            END-EVALUATE
            .
       P330-CONVERTE-REGISTRO.
            ADD 1 TO WS-QTD-ANT
      * Cabecalho e trailer nao levam id nem valor de pagamento; o
      * trailer ja carrega o hash em S9(11)V99 e passa como esta.
            IF WS-CV-SO-DETALHE(WS-CV-IDX)
               AND WS-REG-ANTIGO(1:1) NOT = '1'
                MOVE WS-REG-ANTIGO TO WS-REG-NOVO
            ELSE
                SET WS-LADO-ANTIGO TO TRUE
                PERFORM P150-SOMA-CAMPOS
                PERFORM P100-ALARGA-REGISTRO
            END-IF
            EVALUATE TRUE
                WHEN WS-CV-SEQUENCIAL(WS-CV-IDX)
                    MOVE SPACES TO WS-NOV-REGISTRO
                    MOVE WS-REG-NOVO(1:WS-CV-TAM-NOVO(WS-CV-IDX))
                      TO WS-NOV-REGISTRO
                    WRITE WS-NOV-REGISTRO
                WHEN WS-CV-HIST(WS-CV-IDX)
                    MOVE WS-REG-NOVO TO WS-HSN-REGISTRO
                    WRITE WS-HSN-REGISTRO
                        INVALID KEY
                            DISPLAY 'CHAVE DUPLICADA NO HISTORICO: '
                                    WS-HSN-ID
                    END-WRITE
                WHEN WS-CV-MENSAL(WS-CV-IDX)
                    MOVE WS-REG-NOVO TO WS-HMN-REGISTRO
                    WRITE WS-HMN-REGISTRO
                        INVALID KEY
                            DISPLAY 'CHAVE DUPLICADA NO HISTORICO '
                                    'MENSAL: ' WS-HMN-CHAVE
                    END-WRITE
                WHEN WS-CV-DISPUTA(WS-CV-IDX)
                    MOVE WS-REG-NOVO TO WS-DSN-REGISTRO
                    WRITE WS-DSN-REGISTRO
                        INVALID KEY
                            DISPLAY 'CHAVE DUPLICADA NAS DISPUTAS: '
                                    WS-DSN-ID
                    END-WRITE
                WHEN WS-CV-BLOQUEIO(WS-CV-IDX)
                    MOVE WS-REG-NOVO TO WS-BLN-REGISTRO
                    WRITE WS-BLN-REGISTRO
                        INVALID KEY
                            DISPLAY 'CHAVE DUPLICADA NOS BLOQUEIOS: '
                                    WS-BLN-ID
                    END-WRITE
            END-EVALUATE
            PERFORM P320-LE-ANTIGO
            .
       P340-FECHA-ARQUIVOS.
            EVALUATE TRUE
                WHEN WS-CV-SEQUENCIAL(WS-CV-IDX)
                    CLOSE WS-ANT-FILE
                    CLOSE WS-NOV-FILE
                WHEN WS-CV-HIST(WS-CV-IDX)
                    CLOSE WS-HIST-FILE
                    CLOSE WS-HSN-FILE
                WHEN WS-CV-MENSAL(WS-CV-IDX)
                    CLOSE WS-HM-FILE
                    CLOSE WS-HMN-FILE
                WHEN WS-CV-DISPUTA(WS-CV-IDX)
                    CLOSE WS-DSP-FILE
                    CLOSE WS-DSN-FILE
                WHEN WS-CV-BLOQUEIO(WS-CV-IDX)
                    CLOSE WS-BLQ-FILE
                    CLOSE WS-BLN-FILE
            END-EVALUATE
            .
       P500-CONFERE-NOVO.
      * Releitura independente do arquivo gravado: quantidade e somas
      * pelas posicoes do layout novo contra as do antigo.
            MOVE 'N' TO WS-FIM-ARQUIVO
            EVALUATE TRUE
                WHEN WS-CV-SEQUENCIAL(WS-CV-IDX)
                    OPEN INPUT WS-NOV-FILE
                WHEN WS-CV-HIST(WS-CV-IDX)
                    OPEN INPUT WS-HSN-FILE
                WHEN WS-CV-MENSAL(WS-CV-IDX)
                    OPEN INPUT WS-HMN-FILE
                WHEN WS-CV-DISPUTA(WS-CV-IDX)
                    OPEN INPUT WS-DSN-FILE
                WHEN WS-CV-BLOQUEIO(WS-CV-IDX)
                    OPEN INPUT WS-BLN-FILE
            END-EVALUATE
            IF WS-NOV-FS NOT = '00'
                SET WS-FIM TO TRUE
            ELSE
                PERFORM P510-LE-NOVO
            END-IF
            PERFORM P520-SOMA-NOVO
                    UNTIL WS-FIM
            IF WS-NOV-FS = '00' OR WS-NOV-FS = '10'
                EVALUATE TRUE
                    WHEN WS-CV-SEQUENCIAL(WS-CV-IDX)
                        CLOSE WS-NOV-FILE
                    WHEN WS-CV-HIST(WS-CV-IDX)
                        CLOSE WS-HSN-FILE
                    WHEN WS-CV-MENSAL(WS-CV-IDX)
                        CLOSE WS-HMN-FILE
                    WHEN WS-CV-DISPUTA(WS-CV-IDX)
                        CLOSE WS-DSN-FILE
                    WHEN WS-CV-BLOQUEIO(WS-CV-IDX)
                        CLOSE WS-BLN-FILE
                END-EVALUATE
            END-IF

            IF WS-QTD-NOVO = WS-QTD-ANT
               AND WS-HASH-VALOR-NOVO = WS-HASH-VALOR-ANT
               AND WS-HASH-ID-NOVO = WS-HASH-ID-ANT
                SET WS-SIT-CONFERIDO(WS-CV-IDX) TO TRUE
                MOVE WS-QTD-ANT   TO WS-SIT-QTD(WS-CV-IDX)
                MOVE 'CONFERE'    TO WS-DET-SITUACAO
            ELSE
                SET WS-SIT-DIVERGENTE(WS-CV-IDX) TO TRUE
                ADD 1 TO WS-TOT-DIVERGENTES
                MOVE 'DIVERGENTE' TO WS-DET-SITUACAO
                DISPLAY 'TOTAIS NAO CONFEREM APOS A CONVERSAO: '
                        WS-ANT-PATH
            END-IF

            MOVE WS-ANT-PATH        TO WS-DET-ARQUIVO
            MOVE 'ANTIGO'           TO WS-DET-LADO
            MOVE WS-QTD-ANT         TO WS-DET-QTD
            MOVE WS-HASH-VALOR-ANT  TO WS-DET-HASH-VALOR
            MOVE WS-HASH-ID-ANT     TO WS-DET-HASH-ID
            WRITE WS-REL-LINHA FROM WS-DET-LINHA
            MOVE SPACES             TO WS-DET-ARQUIVO
            MOVE 'NOVO'             TO WS-DET-LADO
            MOVE WS-QTD-NOVO        TO WS-DET-QTD
            MOVE WS-HASH-VALOR-NOVO TO WS-DET-HASH-VALOR
            MOVE WS-HASH-ID-NOVO    TO WS-DET-HASH-ID
            WRITE WS-REL-LINHA FROM WS-DET-LINHA
            DISPLAY WS-ANT-PATH ' : ' WS-QTD-ANT ' REGISTROS, '
                    WS-DET-SITUACAO
            .
       P510-LE-NOVO.
            MOVE SPACES TO WS-REG-NOVO
            EVALUATE TRUE
                WHEN WS-CV-SEQUENCIAL(WS-CV-IDX)
                    READ WS-NOV-FILE
                        AT END SET WS-FIM TO TRUE
                        NOT AT END
                            MOVE WS-NOV-REGISTRO TO WS-REG-NOVO
                    END-READ
                WHEN WS-CV-HIST(WS-CV-IDX)
                    READ WS-HSN-FILE NEXT RECORD
                        AT END SET WS-FIM TO TRUE
                        NOT AT END
                            MOVE WS-HSN-REGISTRO TO WS-REG-NOVO
                    END-READ
                WHEN WS-CV-MENSAL(WS-CV-IDX)
                    READ WS-HMN-FILE NEXT RECORD
                        AT END SET WS-FIM TO TRUE
                        NOT AT END
                            MOVE WS-HMN-REGISTRO TO WS-REG-NOVO
                    END-READ
                WHEN WS-CV-DISPUTA(WS-CV-IDX)
                    READ WS-DSN-FILE NEXT RECORD
                        AT END SET WS-FIM TO TRUE
                        NOT AT END
                            MOVE WS-DSN-REGISTRO TO WS-REG-NOVO
                    END-READ
                WHEN WS-CV-BLOQUEIO(WS-CV-IDX)
                    READ WS-BLN-FILE NEXT RECORD
                        AT END SET WS-FIM TO TRUE
                        NOT AT END
                            MOVE WS-BLN-REGISTRO TO WS-REG-NOVO
                    END-READ
            END-EVALUATE
            .
       P520-SOMA-NOVO.
            ADD 1 TO WS-QTD-NOVO
            IF WS-CV-SO-DETALHE(WS-CV-IDX)
               AND WS-REG-NOVO(1:1) NOT = '1'
                CONTINUE
            ELSE
                SET WS-LADO-NOVO TO TRUE
                PERFORM P150-SOMA-CAMPOS
            END-IF
            PERFORM P510-LE-NOVO
            .
       P600-TROCA-ARQUIVO.
      * O arquivo de antes da conversao fica guardado como .ANTIGO;
      * o convertido assume o nome original.
            IF WS-SIT-CONFERIDO(WS-CV-IDX)
                MOVE WS-CV-ARQUIVO(WS-CV-IDX) TO WS-ANT-PATH
                CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-ANT-PATH
                MOVE SPACES TO WS-NOV-PATH
                STRING WS-ANT-PATH DELIMITED BY SPACE
                       '.NOVO'     DELIMITED BY SIZE
                       INTO WS-NOV-PATH
                END-STRING
                MOVE SPACES TO WS-ANTIGO-PATH
                STRING WS-ANT-PATH DELIMITED BY SPACE
                       '.ANTIGO'   DELIMITED BY SIZE
                       INTO WS-ANTIGO-PATH
                END-STRING
                CALL 'CBL_RENAME_FILE' USING WS-ANT-PATH
                                             WS-ANTIGO-PATH
                CALL 'CBL_RENAME_FILE' USING WS-NOV-PATH
                                             WS-ANT-PATH
                ADD 1 TO WS-TOT-CONVERTIDOS
                ADD WS-SIT-QTD(WS-CV-IDX) TO WS-GER-REGISTROS
            END-IF
            .
       P700-ARQUIVA-JORNAL.
            MOVE WS-JORNAL(WS-JOR-IDX) TO WS-ANT-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-ANT-PATH
            MOVE SPACES TO WS-ANTIGO-PATH
            STRING WS-ANT-PATH DELIMITED BY SPACE
                   '.ANTIGO'   DELIMITED BY SIZE
                   INTO WS-ANTIGO-PATH
            END-STRING
            CALL 'CBL_RENAME_FILE' USING WS-ANT-PATH
                                         WS-ANTIGO-PATH
            .
       END PROGRAM PAGTOCONV2.
