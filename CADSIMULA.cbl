      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADSIMULA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-CNT-FILE      ASSIGN TO WS-CNT-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-CNT-FS.
           SELECT WS-CTL-FILE      ASSIGN TO WS-CTL-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-CTL-FS.
           SELECT WS-REL-FILE      ASSIGN TO WS-REL-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-REL-FS.
       DATA DIVISION.
       FILE SECTION.
       FD  WS-CNT-FILE.
       01 WS-CNT-REGISTRO            PIC X(250).
      * Layout identico ao do ARQCONTROLE.
       FD  WS-CTL-FILE.
       01 WS-CTL-REGISTRO.
           03 WS-CTL-NOME           PIC X(40).
           03 WS-CTL-QTD            PIC 9(6).
           03 WS-CTL-HASH           PIC S9(11)V99.
           03 WS-CTL-DATA           PIC 9(8).
           03 WS-CTL-HORA           PIC 9(6).
       FD  WS-REL-FILE.
       01 WS-REL-LINHA               PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-CNT-PATH              PIC X(40) VALUE SPACES.
       01 WS-CTL-PATH              PIC X(40) VALUE SPACES.
       01 WS-REL-PATH              PIC X(40) VALUE 'CADSIMULA.REL'.
       01 WS-CNT-FS                PIC XX.
       01 WS-CTL-FS                PIC XX.
       01 WS-REL-FS                PIC XX.

       01 WS-PREFIXO               PIC X(7)  VALUE 'SIMULA.'.
       01 WS-VALOR-AMBIENTE        PIC X     VALUE SPACE.
       01 WS-CAMINHO-TRAB          PIC X(40) VALUE SPACES.
       01 WS-CAMINHO-SIMULA        PIC X(40) VALUE SPACES.
       01 WS-POS-NOME              PIC 99    VALUE 0.
       01 WS-NOME-TRAB             PIC X(40) VALUE SPACES.
       01 WS-ESTOURO-SW            PIC X     VALUE 'N'.
          88 WS-ESTOUROU                     VALUE 'Y'.
       01 WS-RC-ROTINA             PIC S9(9) COMP-5 VALUE 0.

      * Arquivos que a cadeia noturna grava ou atualiza. Em simulacao
      * cada um tem a sua copia de rascunho SIMULA.<nome>: S e I sao
      * copiados do real antes do run (sequencial e indexado), C e
      * arquivo de controle que a simulacao comeca vazio. So os S
      * entram na contagem da comparacao.
       01 WS-TAB-ARQUIVOS.
          03 FILLER PIC X(31) VALUE 'PAGAMENTOS.DAT                S'.
          03 FILLER PIC X(31) VALUE 'PAGTOMERGE.COLISOES           S'.
          03 FILLER PIC X(31) VALUE 'PAGTOCONFIRM.OUT              S'.
          03 FILLER PIC X(31) VALUE 'PAGTOCONFIRM.PENDENTES        S'.
          03 FILLER PIC X(31) VALUE 'PAGTOCONFIRM.PENDENTES.NOVO   C'.
          03 FILLER PIC X(31) VALUE 'PAGTOCONFIRM.CONFIRMADOS      S'.
          03 FILLER PIC X(31) VALUE 'PAGTOCONFIRM.REJEITADOS       S'.
          03 FILLER PIC X(31) VALUE 'PAGTOCONFIRM.APROVACAO        S'.
          03 FILLER PIC X(31) VALUE 'PAGTOCONFIRM.DECIDIDOS        S'.
          03 FILLER PIC X(31) VALUE 'PAGTOCONFIRM.CHK              C'.
          03 FILLER PIC X(31) VALUE 'PAGTOCONFIRM.ESTORNOS         S'.
          03 FILLER PIC X(31) VALUE 'PAGTOCONFIRM.LEGIVEL          S'.
          03 FILLER PIC X(31) VALUE 'PAGTOCONFIRM.HIST.IDX         I'.
          03 FILLER PIC X(31) VALUE 'CLICREDITO.IDX                I'.
          03 FILLER PIC X(31) VALUE 'CLICREDITO.JORNAL             S'.
          03 FILLER PIC X(31) VALUE 'NEGATIVACAO.IDX               I'.
          03 FILLER PIC X(31) VALUE 'CONTACOR.IDX                  I'.
          03 FILLER PIC X(31) VALUE 'CONTACORSDO.IDX               I'.
          03 FILLER PIC X(31) VALUE 'CONTRATOS.IDX                 I'.
          03 FILLER PIC X(31) VALUE 'CONTRATOPARC.IDX              I'.
          03 FILLER PIC X(31) VALUE 'RUNSTATS.DAT                  S'.
          03 FILLER PIC X(31) VALUE 'CONTROLES.DAT                 C'.
          03 FILLER PIC X(31) VALUE 'REMESSA.BANCO.DAT             S'.
          03 FILLER PIC X(31) VALUE 'REMESSA.BANCO2.DAT            S'.
          03 FILLER PIC X(31) VALUE 'PAGTOREMESSA.SEMMANDATO       S'.
          03 FILLER PIC X(31) VALUE 'REMESSA.REGISTRO              S'.
          03 FILLER PIC X(31) VALUE 'PAGTORELAT.REL                S'.
          03 FILLER PIC X(31) VALUE 'RESUMONOITE.REL               S'.
          03 FILLER PIC X(31) VALUE 'PAGTOHIST.MENSAL.IDX          I'.
          03 FILLER PIC X(31) VALUE 'PDD.SALDOS                    S'.
          03 FILLER PIC X(31) VALUE 'PDD.SALDOS.NOVO               C'.
          03 FILLER PIC X(31) VALUE 'PDD.MOVIMENTO                 S'.
          03 FILLER PIC X(31) VALUE 'PDD.REL                       S'.
          03 FILLER PIC X(31) VALUE 'LANCAMENTOS.DAT               S'.
          03 FILLER PIC X(31) VALUE 'LANCAMENTOS.DAT.ERRO          S'.
          03 FILLER PIC X(31) VALUE 'CONTAB.PERIODO                S'.
          03 FILLER PIC X(31) VALUE 'CONTAB.DIARIO                 S'.
          03 FILLER PIC X(31) VALUE 'CONTAB.DIARIO.NOVO            C'.
          03 FILLER PIC X(31) VALUE 'SALDOS.CONTABEIS.IDX          I'.
          03 FILLER PIC X(31) VALUE 'CONTAB.BALANCETE.REL          S'.
          03 FILLER PIC X(31) VALUE 'PERFORM.CTL                   C'.
          03 FILLER PIC X(31) VALUE 'PERFORM.STATUS                C'.
          03 FILLER PIC X(31) VALUE 'CHECKPOINT.IDX                C'.
       01 WS-TAB-ARQUIVOS-R REDEFINES WS-TAB-ARQUIVOS.
          03 WS-ARQ OCCURS 43 TIMES INDEXED BY WS-ARQ-IDX.
             05 WS-ARQ-NOME        PIC X(30).
             05 WS-ARQ-TIPO        PIC X.
                88 WS-ARQ-SEQUENCIAL          VALUE 'S'.
                88 WS-ARQ-INDEXADO            VALUE 'I'.
                88 WS-ARQ-CONTROLE            VALUE 'C'.
       01 WS-TOT-ARQUIVOS          PIC 99    VALUE 43.

      * Totais de controle da ultima noite real e da simulacao.
       01 WS-TAB-CTL-REAL.
          03 WS-CRE OCCURS 50 TIMES INDEXED BY WS-CRE-IDX.
             05 WS-CRE-NOME        PIC X(40).
             05 WS-CRE-QTD         PIC 9(6).
             05 WS-CRE-HASH        PIC S9(11)V99.
       01 WS-TOT-CTL-REAL          PIC 99    VALUE 0.
       01 WS-TAB-CTL-SIMULA.
          03 WS-CSI OCCURS 50 TIMES INDEXED BY WS-CSI-IDX.
             05 WS-CSI-NOME        PIC X(40).
             05 WS-CSI-QTD         PIC 9(6).
             05 WS-CSI-HASH        PIC S9(11)V99.
       01 WS-TOT-CTL-SIMULA        PIC 99    VALUE 0.

       01 WS-FIM-ARQUIVO           PIC X     VALUE 'N'.
          88 WS-FIM                          VALUE 'Y'.
       01 WS-CNT-EXISTE-SW         PIC X     VALUE 'N'.
          88 WS-CNT-EXISTE                   VALUE 'Y'.
       01 WS-CNT-QTD               PIC 9(7)  VALUE 0.

       01 WS-QTD-REAL              PIC 9(7)  VALUE 0.
       01 WS-QTD-SIMULA            PIC 9(7)  VALUE 0.
       01 WS-REAL-EXISTE-SW        PIC X     VALUE 'N'.
          88 WS-REAL-EXISTE                  VALUE 'Y'.
       01 WS-SIMULA-EXISTE-SW      PIC X     VALUE 'N'.
          88 WS-SIMULA-EXISTE                VALUE 'Y'.
       01 WS-HASH-REAL             PIC S9(11)V99 VALUE 0.
       01 WS-HASH-SIMULA           PIC S9(11)V99 VALUE 0.
       01 WS-CTL-REAL-SW           PIC X     VALUE 'N'.
          88 WS-TEM-CTL-REAL                 VALUE 'Y'.
       01 WS-CTL-SIMULA-SW         PIC X     VALUE 'N'.
          88 WS-TEM-CTL-SIMULA               VALUE 'Y'.
       01 WS-DIFERENTE-SW          PIC X     VALUE 'N'.
          88 WS-DIFERENTE                    VALUE 'Y'.

       01 WS-TOT-COMPARADOS        PIC 9(3)  VALUE 0.
       01 WS-TOT-DIFERENTES        PIC 9(3)  VALUE 0.
       01 WS-DATA-HORA-ATUAL       PIC X(21).

       01 WS-CAB-1.
           03 FILLER               PIC X(52) VALUE
              'SIMULACAO DA CADEIA NOTURNA X ULTIMA NOITE REAL  EM '.
           03 WS-CAB-DATA          PIC X(8).
           03 FILLER               PIC X(11) VALUE '  AMBIENTE '.
           03 WS-CAB-AMBIENTE      PIC X(8).
           03 FILLER               PIC X(53) VALUE SPACES.
       01 WS-CAB-2.
           03 FILLER               PIC X(32) VALUE 'ARQUIVO'.
           03 FILLER               PIC X(10) VALUE ' QTD REAL'.
           03 FILLER               PIC X(10) VALUE 'QTD SIMUL'.
           03 FILLER               PIC X(10) VALUE '    DIFER'.
           03 FILLER               PIC X(19) VALUE
              '        TOTAL REAL'.
           03 FILLER               PIC X(20) VALUE
              '       TOTAL SIMUL'.
           03 FILLER               PIC X(31) VALUE 'SITUACAO'.
       01 WS-DET-LINHA.
           03 WS-DET-NOME          PIC X(30).
           03 FILLER               PIC XX    VALUE SPACES.
           03 WS-DET-QTD-REAL      PIC Z,ZZZ,ZZ9.
           03 FILLER               PIC X     VALUE SPACE.
           03 WS-DET-QTD-SIMULA    PIC Z,ZZZ,ZZ9.
           03 FILLER               PIC X     VALUE SPACE.
           03 WS-DET-DIFERENCA     PIC -,---,--9.
           03 FILLER               PIC X     VALUE SPACE.
           03 WS-DET-HASH-REAL     PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           03 FILLER               PIC X     VALUE SPACE.
           03 WS-DET-HASH-SIMULA   PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           03 FILLER               PIC XX    VALUE SPACES.
           03 WS-DET-SITUACAO      PIC X(22).
       01 WS-DET-TEXTO REDEFINES WS-DET-LINHA.
           03 FILLER               PIC X(32).
           03 WS-DET-OBSERVACAO    PIC X(98).
       01 WS-DIF-CALC              PIC S9(7) VALUE 0.
       01 WS-RESUMO-LINHA.
           03 FILLER               PIC X(24) VALUE
              'ARQUIVOS COMPARADOS   : '.
           03 WS-RES-COMPARADOS    PIC ZZ9.
           03 FILLER               PIC X(28) VALUE
              '   COM DIFERENCA        : '.
           03 WS-RES-DIFERENTES    PIC ZZ9.
           03 FILLER               PIC X(74) VALUE SPACES.

       01 WS-AMBIENTE-PARM.
           03 WS-AMB-FUNCAO        PIC X     VALUE 'R'.
           03 WS-AMB-NOME          PIC X(8)  VALUE SPACES.
           03 WS-AMB-RAIZ          PIC X(40) VALUE SPACES.
           03 WS-AMB-RC            PIC 99.

       LINKAGE SECTION.
       01 PARAMETROS-SIMULA.
           02 WS-PRM-FUNCAO        PIC X.
              88 WS-FUNCAO-CONSULTA        VALUE 'C'.
              88 WS-FUNCAO-DESVIA          VALUE 'D'.
              88 WS-FUNCAO-INICIA          VALUE 'I'.
              88 WS-FUNCAO-TERMINA         VALUE 'T'.
           02 WS-PRM-ATIVA         PIC X.
              88 WS-SIMULANDO              VALUE 'S'.
           02 WS-PRM-RC            PIC 99.
              88 WS-RC-OK                  VALUE 0.
              88 WS-RC-DIFERENCAS          VALUE 4.
              88 WS-RC-FUNCAO-INVALIDA     VALUE 16.
       01 CAMINHO-SIMULA           PIC X(40).
       PROCEDURE DIVISION USING PARAMETROS-SIMULA CAMINHO-SIMULA.
       MAIN-PROCEDURE.
      * Simulacao da cadeia noturna: com a variavel de ambiente
      * CADEIASIMULA=S o despachante roda a noite inteira lendo as
      * entradas reais, mas tudo o que a cadeia grava vai para as
      * copias SIMULA.<arquivo>. Cada passo pede aqui o desvio dos
      * proprios caminhos (funcao D); RUNCTL e AUDITLOG consultam
      * (funcao C) e nao gravam nada enquanto a simulacao durar. No
      * fim o despachante pede a comparacao com a ultima noite real.
           CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-REL-PATH
           SET WS-RC-OK TO TRUE
           ACCEPT WS-VALOR-AMBIENTE FROM ENVIRONMENT 'CADEIASIMULA'
           IF WS-VALOR-AMBIENTE = 'S'
               SET WS-SIMULANDO TO TRUE
           ELSE
               MOVE 'N' TO WS-PRM-ATIVA
           END-IF

           EVALUATE TRUE
               WHEN WS-FUNCAO-CONSULTA
                   CONTINUE
               WHEN WS-FUNCAO-DESVIA
                   IF WS-SIMULANDO
                       PERFORM P100-DESVIA-CAMINHO
                   END-IF
               WHEN WS-FUNCAO-INICIA
                   PERFORM P200-PREPARA-COPIAS
               WHEN WS-FUNCAO-TERMINA
                   PERFORM P300-COMPARA-NOITE
                   MOVE 'N' TO WS-PRM-ATIVA
                   MOVE SPACE TO WS-VALOR-AMBIENTE
                   DISPLAY 'CADEIASIMULA' UPON ENVIRONMENT-NAME
                   DISPLAY WS-VALOR-AMBIENTE UPON ENVIRONMENT-VALUE
               WHEN OTHER
                   SET WS-RC-FUNCAO-INVALIDA TO TRUE
           END-EVALUATE

           GOBACK.

       P100-DESVIA-CAMINHO.
      * Caminho ja desviado (passo chamado de novo no mesmo run) fica
      * como esta.
            IF CAMINHO-SIMULA NOT = SPACES
                MOVE CAMINHO-SIMULA TO WS-CAMINHO-TRAB
                PERFORM P220-POSICAO-DO-NOME
                MOVE WS-CAMINHO-TRAB(WS-POS-NOME:) TO WS-NOME-TRAB
                IF WS-NOME-TRAB(1:7) NOT = WS-PREFIXO
                    PERFORM P210-MONTA-RASCUNHO
                    MOVE WS-CAMINHO-SIMULA TO CAMINHO-SIMULA
                END-IF
            END-IF
            .
       P200-PREPARA-COPIAS.
      * Cada rascunho parte do estado real de hoje, para os arquivos
      * estendidos e atualizados se comportarem como na noite real;
      * os de controle partem vazios. Depois disso a variavel fica
      * ligada para os passos chamados pelo despachante.
            PERFORM VARYING WS-ARQ-IDX FROM 1 BY 1
                    UNTIL WS-ARQ-IDX > WS-TOT-ARQUIVOS
                MOVE WS-ARQ-NOME(WS-ARQ-IDX) TO WS-CAMINHO-TRAB
                CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM
                                         WS-CAMINHO-TRAB
                PERFORM P210-MONTA-RASCUNHO
                CALL 'CBL_DELETE_FILE' USING WS-CAMINHO-SIMULA
                IF NOT WS-ARQ-CONTROLE(WS-ARQ-IDX)
                    CALL 'CBL_COPY_FILE' USING WS-CAMINHO-TRAB
                                               WS-CAMINHO-SIMULA
                         RETURNING WS-RC-ROTINA
                END-IF
            END-PERFORM
            MOVE 'S' TO WS-VALOR-AMBIENTE
            DISPLAY 'CADEIASIMULA' UPON ENVIRONMENT-NAME
            DISPLAY WS-VALOR-AMBIENTE UPON ENVIRONMENT-VALUE
            SET WS-SIMULANDO TO TRUE
            DISPLAY 'SIMULACAO: COPIAS DE RASCUNHO PREPARADAS.'
            .
       P210-MONTA-RASCUNHO.
      * O prefixo vai no nome do arquivo, depois da raiz do ambiente.
            PERFORM P220-POSICAO-DO-NOME
            MOVE SPACES TO WS-CAMINHO-SIMULA
            MOVE 'N' TO WS-ESTOURO-SW
            IF WS-POS-NOME > 1
                STRING WS-CAMINHO-TRAB(1:WS-POS-NOME - 1)
                                           DELIMITED BY SIZE
                       WS-PREFIXO          DELIMITED BY SIZE
                       WS-CAMINHO-TRAB(WS-POS-NOME:)
                                           DELIMITED BY SPACE
                       INTO WS-CAMINHO-SIMULA
                       ON OVERFLOW SET WS-ESTOUROU TO TRUE
                END-STRING
            ELSE
                STRING WS-PREFIXO      DELIMITED BY SIZE
                       WS-CAMINHO-TRAB DELIMITED BY SPACE
                       INTO WS-CAMINHO-SIMULA
                       ON OVERFLOW SET WS-ESTOUROU TO TRUE
                END-STRING
            END-IF
      * Rascunho truncado gravaria em outro arquivo qualquer.
            IF WS-ESTOUROU
                DISPLAY 'SIMULACAO: CAMINHO EXCEDE 40 POSICOES: '
                        WS-CAMINHO-TRAB
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
            .
       P220-POSICAO-DO-NOME.
            MOVE 40 TO WS-POS-NOME
            PERFORM UNTIL WS-POS-NOME = 0
                          OR WS-CAMINHO-TRAB(WS-POS-NOME:1) = '/'
                SUBTRACT 1 FROM WS-POS-NOME
            END-PERFORM
            ADD 1 TO WS-POS-NOME
            .
       P300-COMPARA-NOITE.
      * Por arquivo: quantidade de registros da ultima noite real e
      * da simulada e, quando o passo registrou totais de controle, o
      * hash de valor dos dois lados.
            MOVE 0 TO WS-TOT-COMPARADOS
            MOVE 0 TO WS-TOT-DIFERENTES
            MOVE 'CONTROLES.DAT' TO WS-CAMINHO-TRAB
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CAMINHO-TRAB
            MOVE WS-CAMINHO-TRAB TO WS-CTL-PATH
            PERFORM P320-CARREGA-CTL-REAL
            PERFORM P210-MONTA-RASCUNHO
            MOVE WS-CAMINHO-SIMULA TO WS-CTL-PATH
            PERFORM P330-CARREGA-CTL-SIMULA

            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
            MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-CAB-DATA
            MOVE WS-AMB-NOME TO WS-CAB-AMBIENTE
            OPEN OUTPUT WS-REL-FILE
            WRITE WS-REL-LINHA FROM WS-CAB-1
            MOVE SPACES TO WS-REL-LINHA
            WRITE WS-REL-LINHA
            WRITE WS-REL-LINHA FROM WS-CAB-2
            MOVE ALL '-' TO WS-REL-LINHA
            WRITE WS-REL-LINHA

            PERFORM VARYING WS-ARQ-IDX FROM 1 BY 1
                    UNTIL WS-ARQ-IDX > WS-TOT-ARQUIVOS
                EVALUATE TRUE
                    WHEN WS-ARQ-SEQUENCIAL(WS-ARQ-IDX)
                        PERFORM P340-COMPARA-ARQUIVO
                    WHEN WS-ARQ-INDEXADO(WS-ARQ-IDX)
                        MOVE SPACES TO WS-DET-LINHA
                        MOVE WS-ARQ-NOME(WS-ARQ-IDX) TO WS-DET-NOME
                        MOVE 'INDEXADO: ATUALIZADO SO NA COPIA SIMULA.'
                             TO WS-DET-OBSERVACAO
                        WRITE WS-REL-LINHA FROM WS-DET-LINHA
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-PERFORM

            MOVE ALL '-' TO WS-REL-LINHA
            WRITE WS-REL-LINHA
            MOVE WS-TOT-COMPARADOS TO WS-RES-COMPARADOS
            MOVE WS-TOT-DIFERENTES TO WS-RES-DIFERENTES
            WRITE WS-REL-LINHA FROM WS-RESUMO-LINHA
            CLOSE WS-REL-FILE

            DISPLAY 'SIMULACAO: ' WS-TOT-COMPARADOS
                    ' ARQUIVOS COMPARADOS, ' WS-TOT-DIFERENTES
                    ' COM DIFERENCA. RELATORIO: ' WS-REL-PATH
            IF WS-TOT-DIFERENTES > 0
                SET WS-RC-DIFERENCAS TO TRUE
            END-IF
            .
       P310-CONTA-ARQUIVO.
            MOVE 0   TO WS-CNT-QTD
            MOVE 'N' TO WS-CNT-EXISTE-SW
            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN INPUT WS-CNT-FILE
            IF WS-CNT-FS = '00'
                SET WS-CNT-EXISTE TO TRUE
                PERFORM UNTIL WS-FIM
                    READ WS-CNT-FILE
                        AT END SET WS-FIM TO TRUE
                        NOT AT END ADD 1 TO WS-CNT-QTD
                    END-READ
                END-PERFORM
                CLOSE WS-CNT-FILE
            END-IF
            .
       P320-CARREGA-CTL-REAL.
            MOVE 0   TO WS-TOT-CTL-REAL
            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN INPUT WS-CTL-FILE
            IF WS-CTL-FS = '00'
                PERFORM UNTIL WS-FIM OR WS-TOT-CTL-REAL = 50
                    READ WS-CTL-FILE
                        AT END SET WS-FIM TO TRUE
                        NOT AT END
                            ADD 1 TO WS-TOT-CTL-REAL
                            MOVE WS-CTL-NOME
                                 TO WS-CRE-NOME(WS-TOT-CTL-REAL)
                            MOVE WS-CTL-QTD
                                 TO WS-CRE-QTD(WS-TOT-CTL-REAL)
                            MOVE WS-CTL-HASH
                                 TO WS-CRE-HASH(WS-TOT-CTL-REAL)
                    END-READ
                END-PERFORM
                CLOSE WS-CTL-FILE
            END-IF
            .
       P330-CARREGA-CTL-SIMULA.
            MOVE 0   TO WS-TOT-CTL-SIMULA
            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN INPUT WS-CTL-FILE
            IF WS-CTL-FS = '00'
                PERFORM UNTIL WS-FIM OR WS-TOT-CTL-SIMULA = 50
                    READ WS-CTL-FILE
                        AT END SET WS-FIM TO TRUE
                        NOT AT END
                            ADD 1 TO WS-TOT-CTL-SIMULA
                            MOVE WS-CTL-NOME
                                 TO WS-CSI-NOME(WS-TOT-CTL-SIMULA)
                            MOVE WS-CTL-QTD
                                 TO WS-CSI-QTD(WS-TOT-CTL-SIMULA)
                            MOVE WS-CTL-HASH
                                 TO WS-CSI-HASH(WS-TOT-CTL-SIMULA)
                    END-READ
                END-PERFORM
                CLOSE WS-CTL-FILE
            END-IF
            .
       P340-COMPARA-ARQUIVO.
            MOVE WS-ARQ-NOME(WS-ARQ-IDX) TO WS-CAMINHO-TRAB
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CAMINHO-TRAB
            PERFORM P210-MONTA-RASCUNHO

            MOVE WS-CAMINHO-TRAB TO WS-CNT-PATH
            PERFORM P310-CONTA-ARQUIVO
            MOVE WS-CNT-QTD       TO WS-QTD-REAL
            MOVE WS-CNT-EXISTE-SW TO WS-REAL-EXISTE-SW
            MOVE WS-CAMINHO-SIMULA TO WS-CNT-PATH
            PERFORM P310-CONTA-ARQUIVO
            MOVE WS-CNT-QTD       TO WS-QTD-SIMULA
            MOVE WS-CNT-EXISTE-SW TO WS-SIMULA-EXISTE-SW

      * Arquivo que nao existe nem na noite real nem na simulada nao
      * foi tocado por nenhum dos dois lados: fica fora do relatorio.
            IF WS-REAL-EXISTE OR WS-SIMULA-EXISTE
                PERFORM P350-BUSCA-CONTROLES
                PERFORM P360-IMPRIME-ARQUIVO
            END-IF
            .
       P350-BUSCA-CONTROLES.
            MOVE 'N' TO WS-CTL-REAL-SW
            MOVE 0   TO WS-HASH-REAL
            PERFORM VARYING WS-CRE-IDX FROM 1 BY 1
                    UNTIL WS-CRE-IDX > WS-TOT-CTL-REAL
                          OR WS-TEM-CTL-REAL
                IF WS-CRE-NOME(WS-CRE-IDX) = WS-CAMINHO-TRAB
                    SET WS-TEM-CTL-REAL TO TRUE
                    MOVE WS-CRE-HASH(WS-CRE-IDX) TO WS-HASH-REAL
                END-IF
            END-PERFORM
            MOVE 'N' TO WS-CTL-SIMULA-SW
            MOVE 0   TO WS-HASH-SIMULA
            PERFORM VARYING WS-CSI-IDX FROM 1 BY 1
                    UNTIL WS-CSI-IDX > WS-TOT-CTL-SIMULA
                          OR WS-TEM-CTL-SIMULA
                IF WS-CSI-NOME(WS-CSI-IDX) = WS-CAMINHO-SIMULA
                    SET WS-TEM-CTL-SIMULA TO TRUE
                    MOVE WS-CSI-HASH(WS-CSI-IDX) TO WS-HASH-SIMULA
                END-IF
            END-PERFORM
            .
       P360-IMPRIME-ARQUIVO.
            ADD 1 TO WS-TOT-COMPARADOS
            MOVE 'N' TO WS-DIFERENTE-SW
            MOVE SPACES TO WS-DET-LINHA
            MOVE WS-CAMINHO-TRAB TO WS-DET-NOME
            MOVE WS-QTD-REAL     TO WS-DET-QTD-REAL
            MOVE WS-QTD-SIMULA   TO WS-DET-QTD-SIMULA
            COMPUTE WS-DIF-CALC = WS-QTD-SIMULA - WS-QTD-REAL
            MOVE WS-DIF-CALC     TO WS-DET-DIFERENCA
            IF WS-DIF-CALC NOT = 0
                SET WS-DIFERENTE TO TRUE
            END-IF
            IF WS-TEM-CTL-REAL
                MOVE WS-HASH-REAL TO WS-DET-HASH-REAL
            END-IF
            IF WS-TEM-CTL-SIMULA
                MOVE WS-HASH-SIMULA TO WS-DET-HASH-SIMULA
            END-IF
            IF WS-TEM-CTL-REAL AND WS-TEM-CTL-SIMULA
               AND WS-HASH-REAL NOT = WS-HASH-SIMULA
                SET WS-DIFERENTE TO TRUE
            END-IF

            EVALUATE TRUE
                WHEN NOT WS-REAL-EXISTE
                    MOVE 'SO NA SIMULACAO' TO WS-DET-SITUACAO
                    SET WS-DIFERENTE TO TRUE
                WHEN NOT WS-SIMULA-EXISTE
                    MOVE 'NAO GERADO NA SIMULACAO' TO WS-DET-SITUACAO
                    SET WS-DIFERENTE TO TRUE
                WHEN WS-DIFERENTE
                    MOVE 'DIFERENTE' TO WS-DET-SITUACAO
                WHEN OTHER
                    MOVE 'IGUAL' TO WS-DET-SITUACAO
            END-EVALUATE
            IF WS-DIFERENTE
                ADD 1 TO WS-TOT-DIFERENTES
            END-IF
            WRITE WS-REL-LINHA FROM WS-DET-LINHA
            .
       END PROGRAM CADSIMULA.
