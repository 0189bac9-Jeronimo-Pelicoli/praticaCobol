      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NEGATREL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-NEG-FILE      ASSIGN TO WS-NEG-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS WS-NEG-ID
                                    FILE STATUS WS-NEG-FS.
           SELECT WS-REL-FILE      ASSIGN TO WS-REL-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-REL-FS.
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
       FD  WS-REL-FILE.
       01 WS-REL-LINHA               PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-NEG-PATH                PIC X(40) VALUE 'NEGATIVACAO.IDX'.
       01 WS-REL-PATH                PIC X(40) VALUE 'NEGATIVACAO.REL'.
       01 WS-NEG-FS                  PIC XX.
       01 WS-REL-FS                  PIC XX.

       01 WS-FIM-ARQUIVO             PIC X     VALUE 'N'.
          88 WS-FIM                            VALUE 'Y'.

      * Exclusao pendente com ate ALERTA dias uteis de folga e
      * apontada como em risco.
       01 WS-DIAS-ALERTA             PIC 999   VALUE 2.

       01 WS-DATA-HORA-ATUAL         PIC X(21).
       01 WS-HOJE                    PIC 9(8)  VALUE 0.
       01 WS-INT-CORRENTE            PIC 9(7)  VALUE 0.
       01 WS-INT-PRAZO               PIC 9(7)  VALUE 0.
       01 WS-DATA-TRABALHO           PIC 9(8)  VALUE 0.
       01 WS-DIAS-UTEIS              PIC 9(4)  VALUE 0.

       01 WS-CAB-1.
           03 FILLER                 PIC X(36)
                    VALUE 'NEGATIVACOES NO BUREAU DE CREDITO - '.
           03 WS-CAB-DATA            PIC 9(8).
           03 FILLER                 PIC X(11) VALUE '  AMBIENTE '.
           03 WS-CAB-AMBIENTE        PIC X(8).
       01 WS-CAB-SECAO               PIC X(80).
       01 WS-CAB-PEND.
           03 FILLER                 PIC X(10) VALUE 'ID'.
           03 FILLER                 PIC X(26) VALUE 'CLIENTE'.
           03 FILLER                 PIC X(10) VALUE 'QUITACAO'.
           03 FILLER                 PIC X(10) VALUE 'PRAZO'.
           03 FILLER                 PIC X(8)  VALUE 'UTEIS'.
           03 FILLER                 PIC X(16) VALUE 'SITUACAO'.
       01 WS-DET-PEND.
           03 WS-DP-ID               PIC 9(9).
           03 FILLER                 PIC X     VALUE SPACE.
           03 WS-DP-CLIENTE          PIC X(25).
           03 FILLER                 PIC X     VALUE SPACE.
           03 WS-DP-QUITACAO         PIC 9(8).
           03 FILLER                 PIC XX    VALUE SPACES.
           03 WS-DP-PRAZO            PIC 9(8).
           03 FILLER                 PIC XX    VALUE SPACES.
           03 WS-DP-UTEIS            PIC ZZZ9.
           03 FILLER                 PIC X(4)  VALUE SPACES.
           03 WS-DP-SITUACAO         PIC X(16).
       01 WS-CAB-ATIVO.
           03 FILLER                 PIC X(10) VALUE 'ID'.
           03 FILLER                 PIC X(26) VALUE 'CLIENTE'.
           03 FILLER                 PIC X(15) VALUE 'CPF/CNPJ'.
           03 FILLER                 PIC X(17) VALUE 'VALOR'.
           03 FILLER                 PIC X(10) VALUE 'INCLUSAO'.
       01 WS-DET-ATIVO.
           03 WS-DA-ID               PIC 9(9).
           03 FILLER                 PIC X     VALUE SPACE.
           03 WS-DA-CLIENTE          PIC X(25).
           03 FILLER                 PIC X     VALUE SPACE.
           03 WS-DA-DOC              PIC X(14).
           03 FILLER                 PIC X     VALUE SPACE.
           03 WS-DA-VALOR            PIC ZZZ,ZZZ,ZZ9.99-.
           03 FILLER                 PIC XX    VALUE SPACES.
           03 WS-DA-INCLUSAO         PIC 9(8).

       01 WS-TOT-LINHA.
           03 WS-TOT-LITERAL         PIC X(36).
           03 WS-TOT-QTD             PIC ZZZ,ZZ9.
           03 FILLER                 PIC XX    VALUE SPACES.
           03 WS-TOT-VALOR           PIC ZZZ,ZZZ,ZZZ,ZZ9.99-
                                               BLANK WHEN ZERO.

       01 WS-CONTADORES.
          03 WS-TOT-ATIVO            PIC 9(6)  VALUE 0.
          03 WS-TOT-PENDENTE         PIC 9(6)  VALUE 0.
          03 WS-TOT-EM-RISCO         PIC 9(6)  VALUE 0.
          03 WS-TOT-VENCIDO          PIC 9(6)  VALUE 0.
          03 WS-TOT-EXCLUIDO         PIC 9(6)  VALUE 0.
          03 WS-TOT-FORA-PRAZO       PIC 9(6)  VALUE 0.
          03 WS-VAL-ATIVO            PIC S9(11)V99 VALUE 0.
          03 WS-VAL-PENDENTE         PIC S9(11)V99 VALUE 0.

       01 WS-CALUTIL-PARM.
           03 WS-CA-FUNCAO         PIC X.
           03 WS-CA-RC             PIC 99.
           03 WS-CA-DATA           PIC 9(8).
           03 WS-CA-DIA-UTIL       PIC X.
           03 WS-CA-DATA-UTIL      PIC 9(8).

       01 WS-PARMLE-PARM.
           03 WS-PL-PROGRAMA       PIC X(12) VALUE 'NEGATREL'.
           03 WS-PL-NOME           PIC X(12).
           03 WS-PL-DATA-PROC      PIC 9(8).
           03 WS-PL-VALOR          PIC X(14).
           03 WS-PL-RC             PIC 99.

       01 WS-AMBIENTE-PARM.
           03 WS-AMB-FUNCAO        PIC X     VALUE 'R'.
           03 WS-AMB-NOME          PIC X(8)  VALUE SPACES.
           03 WS-AMB-RAIZ          PIC X(40) VALUE SPACES.
           03 WS-AMB-RC            PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-NEG-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-REL-PATH
            DISPLAY 'NEGATREL - PRAZOS DE EXCLUSAO DO BUREAU'
            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
            MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-HOJE

            MOVE WS-HOJE TO WS-PL-DATA-PROC
            MOVE 'ALERTA' TO WS-PL-NOME
            CALL 'PARMLE' USING WS-PARMLE-PARM
            IF WS-PL-RC = 0 AND WS-PL-VALOR(1:3) IS NUMERIC
                MOVE WS-PL-VALOR(1:3) TO WS-DIAS-ALERTA
            END-IF

            OPEN OUTPUT WS-REL-FILE
            MOVE WS-HOJE TO WS-CAB-DATA
            MOVE WS-AMB-NOME TO WS-CAB-AMBIENTE
            WRITE WS-REL-LINHA FROM WS-CAB-1

            MOVE 'EXCLUSOES PENDENTES (DEBITO QUITADO)' TO WS-CAB-SECAO
            PERFORM P100-CABECALHO-SECAO
            WRITE WS-REL-LINHA FROM WS-CAB-PEND
            PERFORM P200-PASSA-CADASTRO

            MOVE 'NEGATIVADOS ATIVOS' TO WS-CAB-SECAO
            PERFORM P100-CABECALHO-SECAO
            WRITE WS-REL-LINHA FROM WS-CAB-ATIVO
            PERFORM P200-PASSA-CADASTRO

            PERFORM P800-TOTAIS
            CLOSE WS-REL-FILE

      * Exclusao vencida ou em risco e o que a rotina noturna precisa
      * destacar: o prazo e legal.
            IF WS-TOT-VENCIDO > 0 OR WS-TOT-EM-RISCO > 0
                MOVE 4 TO RETURN-CODE
            END-IF

            STOP RUN.

       P100-CABECALHO-SECAO.
            MOVE SPACES TO WS-REL-LINHA
            WRITE WS-REL-LINHA
            WRITE WS-REL-LINHA FROM WS-CAB-SECAO
            MOVE ALL '-' TO WS-REL-LINHA
            WRITE WS-REL-LINHA
            .
       P200-PASSA-CADASTRO.
      * Uma passada por secao: a primeira lista as exclusoes
      * pendentes, a segunda os negativados ativos e conta o resto.
            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN INPUT WS-NEG-FILE
            IF WS-NEG-FS NOT = '00'
                MOVE 'CADASTRO DE NEGATIVACOES NAO ENCONTRADO.'
                     TO WS-REL-LINHA
                WRITE WS-REL-LINHA
            ELSE
                PERFORM UNTIL WS-FIM
                    READ WS-NEG-FILE NEXT RECORD
                        AT END SET WS-FIM TO TRUE
                        NOT AT END
                            IF WS-CAB-SECAO(1:9) = 'EXCLUSOES'
                                IF WS-NEG-QUITADO
                                    PERFORM P300-LINHA-PENDENTE
                                END-IF
                            ELSE
                                PERFORM P400-LINHA-ATIVO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE WS-NEG-FILE
            END-IF
            .
       P300-LINHA-PENDENTE.
            MOVE WS-NEG-ID             TO WS-DP-ID
            MOVE WS-NEG-CLIENTE        TO WS-DP-CLIENTE
            MOVE WS-NEG-DATA-QUITACAO  TO WS-DP-QUITACAO
            MOVE WS-NEG-PRAZO-EXCLUSAO TO WS-DP-PRAZO
            ADD 1            TO WS-TOT-PENDENTE
            ADD WS-NEG-VALOR TO WS-VAL-PENDENTE

            IF WS-HOJE > WS-NEG-PRAZO-EXCLUSAO
                MOVE 0 TO WS-DP-UTEIS
                MOVE 'VENCIDO' TO WS-DP-SITUACAO
                ADD 1 TO WS-TOT-VENCIDO
            ELSE
                PERFORM P350-CONTA-DIAS-UTEIS
                MOVE WS-DIAS-UTEIS TO WS-DP-UTEIS
                IF WS-DIAS-UTEIS NOT > WS-DIAS-ALERTA
                    MOVE 'EM RISCO' TO WS-DP-SITUACAO
                    ADD 1 TO WS-TOT-EM-RISCO
                ELSE
                    MOVE SPACES TO WS-DP-SITUACAO
                END-IF
            END-IF
            WRITE WS-REL-LINHA FROM WS-DET-PEND
            .
       P350-CONTA-DIAS-UTEIS.
      * Dias uteis de hoje (exclusive) ate o prazo (inclusive); dia
      * fora do calendario conta como util, como no PAGTOAVISO.
            MOVE 0 TO WS-DIAS-UTEIS
            COMPUTE WS-INT-CORRENTE =
                    FUNCTION INTEGER-OF-DATE(WS-HOJE)
            COMPUTE WS-INT-PRAZO =
                    FUNCTION INTEGER-OF-DATE(WS-NEG-PRAZO-EXCLUSAO)
            PERFORM P360-CONTA-UM-DIA
                    UNTIL WS-INT-CORRENTE >= WS-INT-PRAZO
            .
       P360-CONTA-UM-DIA.
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
       P400-LINHA-ATIVO.
            EVALUATE TRUE
                WHEN WS-NEG-INCLUIDO
                    MOVE WS-NEG-ID            TO WS-DA-ID
                    MOVE WS-NEG-CLIENTE       TO WS-DA-CLIENTE
                    MOVE WS-NEG-DOC-NUMERO    TO WS-DA-DOC
                    MOVE WS-NEG-VALOR         TO WS-DA-VALOR
                    MOVE WS-NEG-DATA-INCLUSAO TO WS-DA-INCLUSAO
                    WRITE WS-REL-LINHA FROM WS-DET-ATIVO
                    ADD 1            TO WS-TOT-ATIVO
                    ADD WS-NEG-VALOR TO WS-VAL-ATIVO
                WHEN WS-NEG-EXCLUIDO
                    ADD 1 TO WS-TOT-EXCLUIDO
                    IF WS-NEG-DATA-EXCLUSAO > WS-NEG-PRAZO-EXCLUSAO
                        ADD 1 TO WS-TOT-FORA-PRAZO
                    END-IF
            END-EVALUATE
            .
       P800-TOTAIS.
            MOVE SPACES TO WS-REL-LINHA
            WRITE WS-REL-LINHA
            MOVE ALL '-' TO WS-REL-LINHA
            WRITE WS-REL-LINHA

            MOVE 'NEGATIVADOS ATIVOS'         TO WS-TOT-LITERAL
            MOVE WS-TOT-ATIVO                 TO WS-TOT-QTD
            MOVE WS-VAL-ATIVO                 TO WS-TOT-VALOR
            WRITE WS-REL-LINHA FROM WS-TOT-LINHA
            MOVE 'QUITADOS AGUARDANDO EXCLUSAO' TO WS-TOT-LITERAL
            MOVE WS-TOT-PENDENTE              TO WS-TOT-QTD
            MOVE WS-VAL-PENDENTE              TO WS-TOT-VALOR
            WRITE WS-REL-LINHA FROM WS-TOT-LINHA
            MOVE 0 TO WS-TOT-VALOR
            MOVE '  EM RISCO DE PERDER O PRAZO'  TO WS-TOT-LITERAL
            MOVE WS-TOT-EM-RISCO              TO WS-TOT-QTD
            WRITE WS-REL-LINHA FROM WS-TOT-LINHA
            MOVE '  PRAZO VENCIDO'            TO WS-TOT-LITERAL
            MOVE WS-TOT-VENCIDO               TO WS-TOT-QTD
            WRITE WS-REL-LINHA FROM WS-TOT-LINHA
            MOVE 'EXCLUSOES ENVIADAS'         TO WS-TOT-LITERAL
            MOVE WS-TOT-EXCLUIDO              TO WS-TOT-QTD
            WRITE WS-REL-LINHA FROM WS-TOT-LINHA
            MOVE '  ENVIADAS FORA DO PRAZO'   TO WS-TOT-LITERAL
            MOVE WS-TOT-FORA-PRAZO            TO WS-TOT-QTD
            WRITE WS-REL-LINHA FROM WS-TOT-LINHA

            DISPLAY 'RELATORIO GRAVADO EM: ' WS-REL-PATH
            DISPLAY 'EXCLUSOES EM RISCO  : ' WS-TOT-EM-RISCO
            DISPLAY 'EXCLUSOES VENCIDAS  : ' WS-TOT-VENCIDO
            .
       END PROGRAM NEGATREL.
