      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADIMAGEM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-CAT-FILE      ASSIGN TO WS-CAT-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-CAT-FS.
       DATA DIVISION.
       FILE SECTION.
       FD  WS-CAT-FILE.
       01 WS-CAT-REGISTRO.
           03 WS-CAT-TIPO           PIC X.
              88 WS-CAT-PASSO                  VALUE 'P'.
              88 WS-CAT-ARQUIVO-IMG            VALUE 'A'.
           03 WS-CAT-DATA-NOITE     PIC 9(8).
           03 WS-CAT-PROGRAMA       PIC X(12).
           03 WS-CAT-ARQUIVO        PIC X(30).
           03 WS-CAT-IMAGEM         PIC X(40).
           03 WS-CAT-EXISTIA        PIC X.
           03 WS-CAT-DATA-RUN       PIC 9(8).
           03 WS-CAT-HORA-RUN       PIC 9(6).
           03 WS-CAT-SITUACAO       PIC X.
              88 WS-CAT-ATIVA                  VALUE 'A'.
              88 WS-CAT-ESTORNADA              VALUE 'E'.

       WORKING-STORAGE SECTION.
       01 WS-CAT-PATH              PIC X(40) VALUE 'CADEIA.IMAGENS'.
       01 WS-CAT-FS                PIC XX.

      * Arquivos que cada passo da cadeia grava ou atualiza; * vale
      * para todos os passos (controles comuns, registro de arquivos
      * processados do CHAMADOR, controle de geracoes do ARQGERA e
      * indice do repositorio de relatorios).
       01 WS-TAB-ARQUIVOS.
          03 FILLER PIC X(42) VALUE
             'PAGTOMERGE  PAGAMENTOS.DAT'.
          03 FILLER PIC X(42) VALUE
             'PAGTOMERGE  PAGTOMERGE.COLISOES'.
          03 FILLER PIC X(42) VALUE
             'PAGTOCONFIRMPAGTOCONFIRM.OUT'.
          03 FILLER PIC X(42) VALUE
             'PAGTOCONFIRMPAGTOCONFIRM.PENDENTES'.
          03 FILLER PIC X(42) VALUE
             'PAGTOCONFIRMPAGTOCONFIRM.PENDENTES.NOVO'.
          03 FILLER PIC X(42) VALUE
             'PAGTOCONFIRMPAGTOCONFIRM.CONFIRMADOS'.
          03 FILLER PIC X(42) VALUE
             'PAGTOCONFIRMPAGTOCONFIRM.REJEITADOS'.
          03 FILLER PIC X(42) VALUE
             'PAGTOCONFIRMPAGTOCONFIRM.APROVACAO'.
          03 FILLER PIC X(42) VALUE
             'PAGTOCONFIRMPAGTOCONFIRM.DECIDIDOS'.
          03 FILLER PIC X(42) VALUE
             'PAGTOCONFIRMPAGTOCONFIRM.CHK'.
          03 FILLER PIC X(42) VALUE
             'PAGTOCONFIRMPAGTOCONFIRM.ESTORNOS'.
          03 FILLER PIC X(42) VALUE
             'PAGTOCONFIRMPAGTOCONFIRM.LEGIVEL'.
          03 FILLER PIC X(42) VALUE
             'PAGTOCONFIRMPAGTOCONFIRM.HIST.IDX'.
          03 FILLER PIC X(42) VALUE
             'PAGTOCONFIRMPAGTOBLOQ.IDX'.
          03 FILLER PIC X(42) VALUE
             'PAGTOCONFIRMCLICREDITO.IDX'.
          03 FILLER PIC X(42) VALUE
             'PAGTOCONFIRMCLICREDITO.JORNAL'.
          03 FILLER PIC X(42) VALUE
             'PAGTOCONFIRMNEGATIVACAO.IDX'.
          03 FILLER PIC X(42) VALUE
             'PAGTOCONFIRMCONTACOR.IDX'.
          03 FILLER PIC X(42) VALUE
             'PAGTOCONFIRMCONTACORSDO.IDX'.
          03 FILLER PIC X(42) VALUE
             'PAGTOCONFIRMCONTRATOS.IDX'.
          03 FILLER PIC X(42) VALUE
             'PAGTOCONFIRMCONTRATOPARC.IDX'.
          03 FILLER PIC X(42) VALUE
             'PAGTOREMESSAREMESSA.BANCO.DAT'.
          03 FILLER PIC X(42) VALUE
             'PAGTOREMESSAREMESSA.BANCO2.DAT'.
          03 FILLER PIC X(42) VALUE
             'PAGTOREMESSAPAGTOREMESSA.SEMMANDATO'.
          03 FILLER PIC X(42) VALUE
             'PAGTOREMESSAREMESSA.REGISTRO'.
          03 FILLER PIC X(42) VALUE
             'PAGTORELAT  PAGTORELAT.REL'.
          03 FILLER PIC X(42) VALUE
             'RESUMONOITE RESUMONOITE.REL'.
          03 FILLER PIC X(42) VALUE
             'PAGTOHISTMESPAGTOHIST.MENSAL.IDX'.
          03 FILLER PIC X(42) VALUE
             'PDDCALC     PDD.SALDOS'.
          03 FILLER PIC X(42) VALUE
             'PDDCALC     PDD.MOVIMENTO'.
          03 FILLER PIC X(42) VALUE
             'PDDCALC     PDD.REL'.
          03 FILLER PIC X(42) VALUE
             'CONTABEXP   LANCAMENTOS.DAT'.
          03 FILLER PIC X(42) VALUE
             'CONTABEXP   LANCAMENTOS.DAT.ERRO'.
          03 FILLER PIC X(42) VALUE
             'CONTABEXP   CONTAB.DIARIO'.
          03 FILLER PIC X(42) VALUE
             'CONTABFECHA CONTAB.DIARIO'.
          03 FILLER PIC X(42) VALUE
             'CONTABFECHA CONTAB.PERIODO'.
          03 FILLER PIC X(42) VALUE
             'CONTABFECHA SALDOS.CONTABEIS.IDX'.
          03 FILLER PIC X(42) VALUE
             'CONTABFECHA CONTAB.BALANCETE.REL'.
          03 FILLER PIC X(42) VALUE
             '*           CONTROLES.DAT'.
          03 FILLER PIC X(42) VALUE
             '*           RUNSTATS.DAT'.
          03 FILLER PIC X(42) VALUE
             '*           CHAMADOR.REGISTRO'.
          03 FILLER PIC X(42) VALUE
             '*           ARQGERACOES.CTL'.
          03 FILLER PIC X(42) VALUE
             '*           RELATORIOS.IDX'.
       01 WS-TAB-ARQUIVOS-R REDEFINES WS-TAB-ARQUIVOS.
          03 WS-ARQ OCCURS 43 TIMES INDEXED BY WS-ARQ-IDX.
             05 WS-ARQ-PROGRAMA    PIC X(12).
             05 WS-ARQ-NOME        PIC X(30).
       01 WS-TOT-ARQUIVOS          PIC 99    VALUE 43.

      * Arquivos que ja tem imagem nesta noite: a primeira imagem e o
      * estado de antes da noite, e nao e tirada de novo no rerun.
       01 WS-TAB-JA-IMAGEM.
          03 WS-JAI-NOME OCCURS 60 TIMES PIC X(30).
       01 WS-TOT-JA-IMAGEM         PIC 99    VALUE 0.
       01 WS-JAI-IDX               PIC 99    VALUE 0.
       01 WS-JA-TEM-SW             PIC X     VALUE 'N'.
          88 WS-JA-TEM                       VALUE 'Y'.

       01 WS-FIM-ARQUIVO           PIC X     VALUE 'N'.
          88 WS-FIM                          VALUE 'Y'.
       01 WS-DATA-HORA-ATUAL       PIC X(21).
       01 WS-CAMINHO-ARQ           PIC X(40) VALUE SPACES.
       01 WS-CAMINHO-IMG           PIC X(40) VALUE SPACES.
      * O catalogo guarda os nomes relativos a raiz do ambiente; a
      * copia usa o caminho completo.
       01 WS-ARQ-REAL              PIC X(80) VALUE SPACES.
       01 WS-IMG-REAL              PIC X(80) VALUE SPACES.
       01 WS-INFO-ARQUIVO          PIC X(16).
       01 WS-RC-ROTINA             PIC S9(9) COMP-5 VALUE 0.

       01 WS-AMBIENTE-PARM.
           03 WS-AMB-FUNCAO        PIC X     VALUE 'R'.
           03 WS-AMB-NOME          PIC X(8)  VALUE SPACES.
           03 WS-AMB-RAIZ          PIC X(40) VALUE SPACES.
           03 WS-AMB-RC            PIC 99.

       LINKAGE SECTION.
       01 PARAMETROS-IMAGEM.
           02 WS-PRM-FUNCAO        PIC X.
              88 WS-FUNCAO-ANTES           VALUE 'A'.
           02 WS-PRM-DATA-NOITE    PIC 9(8).
           02 WS-PRM-PROGRAMA      PIC X(12).
           02 WS-PRM-QTD           PIC 99.
           02 WS-PRM-RC            PIC 99.
              88 WS-RC-OK                  VALUE 0.
              88 WS-RC-FALHA-COPIA         VALUE 12.
              88 WS-RC-FUNCAO-INVALIDA     VALUE 16.
       PROCEDURE DIVISION USING PARAMETROS-IMAGEM.
       MAIN-PROCEDURE.
      * Imagem anterior dos arquivos da cadeia: antes de cada passo o
      * despachante pede aqui a copia IMGaaaammdd.<arquivo> de tudo o
      * que o passo vai gravar, registrada em CADEIA.IMAGENS com a
      * data da noite e a data do run que o RUNCTL vai anotar. O
      * CADESTORNO usa esse catalogo para voltar a noite inteira.
           CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CAT-PATH
           SET WS-RC-OK TO TRUE
           MOVE 0 TO WS-PRM-QTD
           IF NOT WS-FUNCAO-ANTES
               SET WS-RC-FUNCAO-INVALIDA TO TRUE
               GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL

           PERFORM P100-CARREGA-IMAGENS-NOITE

           OPEN EXTEND WS-CAT-FILE
           IF WS-CAT-FS NOT = '00'
               OPEN OUTPUT WS-CAT-FILE
           END-IF
           INITIALIZE WS-CAT-REGISTRO
           SET WS-CAT-PASSO            TO TRUE
           MOVE WS-PRM-DATA-NOITE      TO WS-CAT-DATA-NOITE
           MOVE WS-PRM-PROGRAMA        TO WS-CAT-PROGRAMA
           MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-CAT-DATA-RUN
           MOVE WS-DATA-HORA-ATUAL(9:6) TO WS-CAT-HORA-RUN
           SET WS-CAT-ATIVA            TO TRUE
           WRITE WS-CAT-REGISTRO

           PERFORM VARYING WS-ARQ-IDX FROM 1 BY 1
                   UNTIL WS-ARQ-IDX > WS-TOT-ARQUIVOS
                         OR WS-RC-FALHA-COPIA
               IF WS-ARQ-PROGRAMA(WS-ARQ-IDX) = WS-PRM-PROGRAMA
                  OR WS-ARQ-PROGRAMA(WS-ARQ-IDX) = '*'
                   PERFORM P200-TIRA-IMAGEM
               END-IF
           END-PERFORM
           CLOSE WS-CAT-FILE

           GOBACK.

       P100-CARREGA-IMAGENS-NOITE.
           MOVE 0   TO WS-TOT-JA-IMAGEM
           MOVE 'N' TO WS-FIM-ARQUIVO
           OPEN INPUT WS-CAT-FILE
           IF WS-CAT-FS = '00'
               PERFORM UNTIL WS-FIM
                   READ WS-CAT-FILE
                       AT END SET WS-FIM TO TRUE
                       NOT AT END
                           IF WS-CAT-ARQUIVO-IMG
                              AND WS-CAT-ATIVA
                              AND WS-CAT-DATA-NOITE = WS-PRM-DATA-NOITE
                              AND WS-TOT-JA-IMAGEM < 60
                               ADD 1 TO WS-TOT-JA-IMAGEM
                               MOVE WS-CAT-ARQUIVO
                                    TO WS-JAI-NOME(WS-TOT-JA-IMAGEM)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WS-CAT-FILE
           END-IF
           .
       P200-TIRA-IMAGEM.
           MOVE 'N' TO WS-JA-TEM-SW
           PERFORM VARYING WS-JAI-IDX FROM 1 BY 1
                   UNTIL WS-JAI-IDX > WS-TOT-JA-IMAGEM OR WS-JA-TEM
               IF WS-JAI-NOME(WS-JAI-IDX) = WS-ARQ-NOME(WS-ARQ-IDX)
                   SET WS-JA-TEM TO TRUE
               END-IF
           END-PERFORM

           IF NOT WS-JA-TEM
               MOVE WS-ARQ-NOME(WS-ARQ-IDX) TO WS-CAMINHO-ARQ
               MOVE SPACES TO WS-CAMINHO-IMG
               STRING 'IMG' WS-PRM-DATA-NOITE '.'
                      DELIMITED BY SIZE
                      WS-CAMINHO-ARQ DELIMITED BY SPACE
                      INTO WS-CAMINHO-IMG
               END-STRING
               MOVE SPACES TO WS-ARQ-REAL
               STRING WS-AMB-RAIZ    DELIMITED BY SPACE
                      WS-CAMINHO-ARQ DELIMITED BY SPACE
                      INTO WS-ARQ-REAL
               END-STRING
               MOVE SPACES TO WS-IMG-REAL
               STRING WS-AMB-RAIZ    DELIMITED BY SPACE
                      WS-CAMINHO-IMG DELIMITED BY SPACE
                      INTO WS-IMG-REAL
               END-STRING

               INITIALIZE WS-CAT-REGISTRO
               SET WS-CAT-ARQUIVO-IMG      TO TRUE
               MOVE WS-PRM-DATA-NOITE      TO WS-CAT-DATA-NOITE
               MOVE WS-PRM-PROGRAMA        TO WS-CAT-PROGRAMA
               MOVE WS-CAMINHO-ARQ         TO WS-CAT-ARQUIVO
               MOVE WS-CAMINHO-IMG         TO WS-CAT-IMAGEM
               MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-CAT-DATA-RUN
               MOVE WS-DATA-HORA-ATUAL(9:6) TO WS-CAT-HORA-RUN
               SET WS-CAT-ATIVA            TO TRUE

      * Arquivo que ainda nao existe entra no catalogo como N: no
      * estorno ele e apagado em vez de restaurado.
               CALL 'CBL_CHECK_FILE_EXIST' USING WS-ARQ-REAL
                                                 WS-INFO-ARQUIVO
                    RETURNING WS-RC-ROTINA
               IF WS-RC-ROTINA NOT = 0
                   MOVE 'N' TO WS-CAT-EXISTIA
               ELSE
                   MOVE 'S' TO WS-CAT-EXISTIA
                   CALL 'CBL_DELETE_FILE' USING WS-IMG-REAL
                   CALL 'CBL_COPY_FILE' USING WS-ARQ-REAL
                                              WS-IMG-REAL
                        RETURNING WS-RC-ROTINA
                   IF WS-RC-ROTINA NOT = 0
                       DISPLAY 'FALHA NA IMAGEM ANTERIOR DE '
                               WS-ARQ-REAL
                       SET WS-RC-FALHA-COPIA TO TRUE
                   END-IF
               END-IF

               IF WS-RC-OK
                   WRITE WS-CAT-REGISTRO
                   ADD 1 TO WS-PRM-QTD
               END-IF
           END-IF
           .
       END PROGRAM CADIMAGEM.
