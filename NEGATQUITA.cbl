      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NEGATQUITA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-NEG-FILE      ASSIGN TO WS-NEG-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS WS-NEG-ID
                                    FILE STATUS WS-NEG-FS.
       DATA DIVISION.
       FILE SECTION.
      * Cadastro de tudo que foi negativado no bureau de credito.
      * Situacao: I = incluido, Q = quitado, aguardando exclusao,
      * E = exclusao enviada ao bureau.
       FD  WS-NEG-FILE.
       01 WS-NEG-REGISTRO.
           03 WS-NEG-ID              PIC 9(9).
           03 WS-NEG-COD-CLIENTE     PIC 9(6).
           03 WS-NEG-CLIENTE         PIC X(30).
           03 WS-NEG-DOC-TIPO        PIC X.
           03 WS-NEG-DOC-NUMERO      PIC X(14).
           03 WS-NEG-VALOR           PIC S9(9)V99.
           03 WS-NEG-DATA-PENDENCIA  PIC 9(8).
           03 WS-NEG-DATA-AVISO      PIC 9(8).
           03 WS-NEG-DATA-INCLUSAO   PIC 9(8).
           03 WS-NEG-SITUACAO        PIC X.
              88 WS-NEG-INCLUIDO             VALUE 'I'.
              88 WS-NEG-QUITADO              VALUE 'Q'.
              88 WS-NEG-EXCLUIDO             VALUE 'E'.
           03 WS-NEG-DATA-QUITACAO   PIC 9(8).
           03 WS-NEG-PROGRAMA-QUIT   PIC X(12).
           03 WS-NEG-PRAZO-EXCLUSAO  PIC 9(8).
           03 WS-NEG-DATA-EXCLUSAO   PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-NEG-PATH              PIC X(40) VALUE 'NEGATIVACAO.IDX'.
       01 WS-NEG-FS                PIC XX.

      * Prazo legal para tirar do bureau o debito quitado.
       01 WS-DIAS-PRAZO            PIC 9     VALUE 5.
       01 WS-DIAS-UTEIS            PIC 9     VALUE 0.
       01 WS-INT-CORRENTE          PIC 9(7)  VALUE 0.
       01 WS-DATA-TRABALHO         PIC 9(8)  VALUE 0.

       01 WS-CALUTIL-PARM.
           03 WS-CA-FUNCAO         PIC X.
           03 WS-CA-RC             PIC 99.
           03 WS-CA-DATA           PIC 9(8).
           03 WS-CA-DIA-UTIL       PIC X.
           03 WS-CA-DATA-UTIL      PIC 9(8).

       01 WS-SIMULA-PARM.
           03 WS-SM-FUNCAO         PIC X     VALUE 'D'.
           03 WS-SM-ATIVA          PIC X     VALUE 'N'.
              88 WS-SM-SIMULANDO             VALUE 'S'.
           03 WS-SM-RC             PIC 99.

       01 WS-AMBIENTE-PARM.
           03 WS-AMB-FUNCAO        PIC X     VALUE 'R'.
           03 WS-AMB-NOME          PIC X(8)  VALUE SPACES.
           03 WS-AMB-RAIZ          PIC X(40) VALUE SPACES.
           03 WS-AMB-RC            PIC 99.

       LINKAGE SECTION.
       01 PARAMETROS-NEGATQUITA.
           02 WS-PRM-ID            PIC 9(9).
           02 WS-PRM-DATA          PIC 9(8).
           02 WS-PRM-PROGRAMA      PIC X(12).
           02 WS-PRM-PRAZO         PIC 9(8).
           02 WS-PRM-RC            PIC 99.
              88 WS-RC-OK                  VALUE 0.
              88 WS-RC-NAO-NEGATIVADO      VALUE 4.
              88 WS-RC-ARQUIVO-INDISP      VALUE 12.
       PROCEDURE DIVISION USING PARAMETROS-NEGATQUITA.
       MAIN-PROCEDURE.
      * Chamado por quem quita um debito (confirmacao do banco,
      * caixa, acordo, alocacao de recebimento). Se o id esta
      * negativado, passa a quitado e ganha o prazo de exclusao de
      * 5 dias uteis contados da quitacao; o NEGATEXCLUI gera a
      * exclusao. Id nunca negativado (o caso normal) volta RC 4.
           CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-NEG-PATH
           SET WS-RC-OK TO TRUE
           MOVE 0 TO WS-PRM-PRAZO
      * Chamado de dentro da cadeia em simulacao, atualiza so a
      * copia de rascunho.
           CALL 'CADSIMULA' USING WS-SIMULA-PARM WS-NEG-PATH

           OPEN I-O WS-NEG-FILE
           IF WS-NEG-FS = '35'
               SET WS-RC-NAO-NEGATIVADO TO TRUE
               GOBACK
           END-IF
           IF WS-NEG-FS NOT = '00'
               DISPLAY 'CADASTRO DE NEGATIVACOES INDISPONIVEL: '
                       WS-NEG-PATH ' FS: ' WS-NEG-FS
               SET WS-RC-ARQUIVO-INDISP TO TRUE
               GOBACK
           END-IF

           MOVE WS-PRM-ID TO WS-NEG-ID
           READ WS-NEG-FILE
               INVALID KEY
                   SET WS-RC-NAO-NEGATIVADO TO TRUE
           END-READ

           IF WS-RC-OK
               IF WS-NEG-INCLUIDO
                   PERFORM P100-CALCULA-PRAZO
                   MOVE 'Q'             TO WS-NEG-SITUACAO
                   MOVE WS-PRM-DATA     TO WS-NEG-DATA-QUITACAO
                   MOVE WS-PRM-PROGRAMA TO WS-NEG-PROGRAMA-QUIT
                   MOVE WS-DATA-TRABALHO TO WS-NEG-PRAZO-EXCLUSAO
                   MOVE WS-DATA-TRABALHO TO WS-PRM-PRAZO
                   REWRITE WS-NEG-REGISTRO
                       INVALID KEY
                           SET WS-RC-ARQUIVO-INDISP TO TRUE
                   END-REWRITE
               ELSE
      * Ja quitado antes (ou exclusao ja enviada): nada a fazer.
                   SET WS-RC-NAO-NEGATIVADO TO TRUE
               END-IF
           END-IF

           CLOSE WS-NEG-FILE
           GOBACK.

       P100-CALCULA-PRAZO.
      * Dia fora do calendario conta como util: o prazo so pode
      * encurtar, nunca estourar.
            MOVE 0 TO WS-DIAS-UTEIS
            COMPUTE WS-INT-CORRENTE =
                    FUNCTION INTEGER-OF-DATE(WS-PRM-DATA)
            MOVE WS-PRM-DATA TO WS-DATA-TRABALHO
            PERFORM P110-CONTA-UM-DIA
                    UNTIL WS-DIAS-UTEIS >= WS-DIAS-PRAZO
            .
       P110-CONTA-UM-DIA.
            ADD 1 TO WS-INT-CORRENTE
            COMPUTE WS-DATA-TRABALHO =
                    FUNCTION DATE-OF-INTEGER(WS-INT-CORRENTE)
            MOVE 'C'              TO WS-CA-FUNCAO
            MOVE WS-DATA-TRABALHO TO WS-CA-DATA
            CALL 'CALUTIL' USING WS-CALUTIL-PARM
            IF WS-CA-RC NOT = 0 OR WS-CA-DIA-UTIL = 'S'
                ADD 1 TO WS-DIAS-UTEIS
            END-IF
            .
       END PROGRAM NEGATQUITA.
