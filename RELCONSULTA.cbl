      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELCONSULTA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-IDX-FILE      ASSIGN TO WS-IDX-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS WS-IDX-CHAVE
                                    FILE STATUS WS-IDX-FS.
           SELECT WS-COP-FILE      ASSIGN TO WS-COP-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-COP-FS.
           SELECT WS-IMP-FILE      ASSIGN TO WS-IMP-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-IMP-FS.
       DATA DIVISION.
       FILE SECTION.
      * Layout identico ao do RELARQUIVA
       FD  WS-IDX-FILE.
       01 WS-IDX-REGISTRO.
          03 WS-IDX-CHAVE.
             05 WS-IDX-RELATORIO     PIC X(30).
             05 WS-IDX-DATA-RUN      PIC 9(8).
             05 WS-IDX-HORA-RUN      PIC 9(6).
          03 WS-IDX-PROGRAMA         PIC X(12).
          03 WS-IDX-RUN-ID           PIC X(14).
          03 WS-IDX-PAGINAS          PIC 9(5).
          03 WS-IDX-LINHAS           PIC 9(7).
          03 WS-IDX-COPIA            PIC X(40).
          03 WS-IDX-ORIGEM           PIC X(40).
          03 WS-IDX-AMBIENTE         PIC X(8).
          03 WS-IDX-DATA-ARQ         PIC 9(8).
       FD  WS-COP-FILE.
       01 WS-COP-LINHA               PIC X(132).
       FD  WS-IMP-FILE.
       01 WS-IMP-LINHA               PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-IDX-PATH             PIC X(40) VALUE 'RELATORIOS.IDX'.
       01 WS-COP-PATH             PIC X(40) VALUE SPACES.
       01 WS-IMP-PATH             PIC X(40) VALUE 'REIMPRESSAO.REL'.
       01 WS-IDX-FS               PIC XX.
       01 WS-COP-FS               PIC XX.
       01 WS-IMP-FS               PIC XX.

       01 WS-CONTINUA-SW          PIC X     VALUE 'Y'.
          88 WS-CONTINUA                    VALUE 'Y'.
       01 WS-OPCAO                PIC X     VALUE SPACE.
          88 WS-OP-CONSULTA                 VALUE 'C'.
          88 WS-OP-LISTA-DATA               VALUE 'L'.
          88 WS-OP-REIMPRIME                VALUE 'R'.
          88 WS-OP-EXPURGO                  VALUE 'E'.
          88 WS-OP-SAIR                     VALUE 'X'.

       01 WS-IDX-ABERTO-SW        PIC X     VALUE 'N'.
          88 WS-IDX-ABERTO                  VALUE 'Y'.
       01 WS-ACHOU-SW             PIC X     VALUE 'N'.
          88 WS-ACHOU                       VALUE 'Y'.
       01 WS-FIM-ARQUIVO          PIC X     VALUE 'N'.
          88 WS-FIM                         VALUE 'Y'.
       01 WS-FIM-COPIA-SW         PIC X     VALUE 'N'.
          88 WS-FIM-COPIA                   VALUE 'Y'.

       01 WS-ENT-RELATORIO        PIC X(30) VALUE SPACES.
       01 WS-ENT-DATA             PIC X(8)  VALUE SPACES.
       01 WS-ENT-HORA             PIC X(6)  VALUE SPACES.
       01 WS-CONFIRMA             PIC X     VALUE SPACE.
       01 WS-TOT-LISTADOS         PIC 9(5)  VALUE 0.
       01 WS-TOT-COPIADAS         PIC 9(7)  VALUE 0.

       01 WS-DATA-ED              PIC X(10).
       01 WS-HORA-ED              PIC X(8).
       01 WS-PAG-ED               PIC ZZ,ZZ9.
       01 WS-QTD-ED               PIC ZZ,ZZ9.

       01 WS-CAB-REIMP.
          03 FILLER               PIC X(14) VALUE 'REIMPRESSAO - '.
          03 WS-CRI-RELATORIO     PIC X(30).
          03 FILLER               PIC X(5)  VALUE ' RUN '.
          03 WS-CRI-DATA          PIC X(10).
          03 FILLER               PIC X     VALUE SPACE.
          03 WS-CRI-HORA          PIC X(8).
          03 FILLER               PIC X(11) VALUE '  AMBIENTE '.
          03 WS-CRI-AMBIENTE      PIC X(8).
          03 FILLER               PIC X(10) VALUE '  OPERADOR'.
          03 FILLER               PIC X     VALUE SPACE.
          03 WS-CRI-OPERADOR      PIC X(8).

       01 WS-RELARQ-PARM.
           03 WS-RA-FUNCAO         PIC X.
           03 WS-RA-PROGRAMA       PIC X(12) VALUE 'RELCONSULTA'.
           03 WS-RA-RELATORIO      PIC X(30) VALUE SPACES.
           03 WS-RA-RC             PIC 99.
           03 WS-RA-PAGINAS        PIC 9(5).
           03 WS-RA-EXPURGADOS     PIC 9(5).
       01 WS-RA-CAMINHO            PIC X(40) VALUE SPACES.

       01 WS-SIGNON-PARM.
           03 WS-SG-ID             PIC X(8).
           03 WS-SG-SENHA          PIC X(8).
           03 WS-SG-FUNCAO         PIC X.
           03 WS-SG-PERFIL         PIC X.
           03 WS-SG-RC             PIC 99.
              88 WS-SG-SEM-SESSAO          VALUE 4.

       01 WS-AUDIT-PARM.
           03 WS-AU-PROGRAMA       PIC X(12) VALUE 'RELCONSULTA'.
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
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-IDX-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-IMP-PATH
            DISPLAY 'RELCONSULTA - REPOSITORIO DE RELATORIOS'
      * Consulta e reimpressao ficam com qualquer operador; o
      * expurgo manual das listagens vencidas e do supervisor.
            MOVE SPACES TO WS-SG-ID
            MOVE 'C' TO WS-SG-FUNCAO
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

            PERFORM P100-MENU
                    UNTIL NOT WS-CONTINUA

            STOP RUN.

       P100-MENU.
            DISPLAY '---------------------------------------------'
            DISPLAY 'C=CONSULTA POR RELATORIO L=LISTA POR DATA'
            DISPLAY 'R=REIMPRIME E=EXPURGO DE VENCIDOS X=SAIR'
            DISPLAY 'OPCAO: '
            ACCEPT WS-OPCAO
            MOVE FUNCTION UPPER-CASE(WS-OPCAO) TO WS-OPCAO

            EVALUATE TRUE
                WHEN WS-OP-CONSULTA    PERFORM P200-CONSULTA
                WHEN WS-OP-LISTA-DATA  PERFORM P300-LISTA-DATA
                WHEN WS-OP-REIMPRIME   PERFORM P400-REIMPRIME
                WHEN WS-OP-EXPURGO     PERFORM P500-EXPURGO
                WHEN WS-OP-SAIR        MOVE 'N' TO WS-CONTINUA-SW
                WHEN OTHER             DISPLAY 'OPCAO INVALIDA.'
            END-EVALUATE
            .
       P150-ABRE-INDICE.
            MOVE 'N' TO WS-IDX-ABERTO-SW
            OPEN INPUT WS-IDX-FILE
            IF WS-IDX-FS = '00'
                SET WS-IDX-ABERTO TO TRUE
            ELSE
                DISPLAY 'REPOSITORIO DE RELATORIOS INDISPONIVEL: '
                        WS-IDX-PATH ' FS: ' WS-IDX-FS
            END-IF
            .
       P160-ACEITA-DATA.
            DISPLAY 'DATA DO RUN AAAAMMDD (BRANCO = TODAS): '
            ACCEPT WS-ENT-DATA
            IF WS-ENT-DATA NOT = SPACES AND WS-ENT-DATA NOT NUMERIC
                DISPLAY 'DATA INVALIDA: ' WS-ENT-DATA
                MOVE SPACES TO WS-ENT-DATA
            END-IF
            .
       P170-MOSTRA-ENTRADA.
            ADD 1 TO WS-TOT-LISTADOS
            MOVE WS-IDX-DATA-RUN(7:2) TO WS-DATA-ED(1:2)
            MOVE '/'                  TO WS-DATA-ED(3:1)
            MOVE WS-IDX-DATA-RUN(5:2) TO WS-DATA-ED(4:2)
            MOVE '/'                  TO WS-DATA-ED(6:1)
            MOVE WS-IDX-DATA-RUN(1:4) TO WS-DATA-ED(7:4)
            MOVE WS-IDX-HORA-RUN(1:2) TO WS-HORA-ED(1:2)
            MOVE ':'                  TO WS-HORA-ED(3:1)
            MOVE WS-IDX-HORA-RUN(3:2) TO WS-HORA-ED(4:2)
            MOVE ':'                  TO WS-HORA-ED(6:1)
            MOVE WS-IDX-HORA-RUN(5:2) TO WS-HORA-ED(7:2)
            MOVE WS-IDX-PAGINAS       TO WS-PAG-ED
            DISPLAY WS-IDX-RELATORIO ' ' WS-DATA-ED ' ' WS-HORA-ED
                    ' ' WS-IDX-PROGRAMA ' RUN ' WS-IDX-RUN-ID
                    ' PAGS ' WS-PAG-ED
            .
       P200-CONSULTA.
            DISPLAY 'NOME DO RELATORIO (EX. PAGTORELAT.REL): '
            ACCEPT WS-ENT-RELATORIO
            MOVE FUNCTION UPPER-CASE(WS-ENT-RELATORIO)
                 TO WS-ENT-RELATORIO
            PERFORM P160-ACEITA-DATA
            PERFORM P150-ABRE-INDICE
            IF WS-IDX-ABERTO
                MOVE 0   TO WS-TOT-LISTADOS
                MOVE 'N' TO WS-FIM-ARQUIVO
                MOVE WS-ENT-RELATORIO TO WS-IDX-RELATORIO
                MOVE 0 TO WS-IDX-DATA-RUN
                MOVE 0 TO WS-IDX-HORA-RUN
                IF WS-ENT-DATA NOT = SPACES
                    MOVE WS-ENT-DATA TO WS-IDX-DATA-RUN
                END-IF
                START WS-IDX-FILE KEY NOT LESS WS-IDX-CHAVE
                    INVALID KEY SET WS-FIM TO TRUE
                END-START
                PERFORM P250-CONSULTA-PROXIMA
                        UNTIL WS-FIM
                CLOSE WS-IDX-FILE
                MOVE WS-TOT-LISTADOS TO WS-QTD-ED
                DISPLAY 'LISTAGENS ENCONTRADAS: ' WS-QTD-ED
            END-IF
            .
       P250-CONSULTA-PROXIMA.
            READ WS-IDX-FILE NEXT RECORD
                AT END SET WS-FIM TO TRUE
                NOT AT END
                    IF WS-IDX-RELATORIO NOT = WS-ENT-RELATORIO
                        SET WS-FIM TO TRUE
                    ELSE
                        IF WS-ENT-DATA = SPACES
                           OR WS-IDX-DATA-RUN = WS-ENT-DATA
                            PERFORM P170-MOSTRA-ENTRADA
                        END-IF
                    END-IF
            END-READ
            .
       P300-LISTA-DATA.
            PERFORM P160-ACEITA-DATA
            PERFORM P150-ABRE-INDICE
            IF WS-IDX-ABERTO
                MOVE 0   TO WS-TOT-LISTADOS
                MOVE 'N' TO WS-FIM-ARQUIVO
                MOVE LOW-VALUES TO WS-IDX-CHAVE
                START WS-IDX-FILE KEY NOT LESS WS-IDX-CHAVE
                    INVALID KEY SET WS-FIM TO TRUE
                END-START
                PERFORM P350-LISTA-PROXIMA
                        UNTIL WS-FIM
                CLOSE WS-IDX-FILE
                MOVE WS-TOT-LISTADOS TO WS-QTD-ED
                DISPLAY 'LISTAGENS ENCONTRADAS: ' WS-QTD-ED
            END-IF
            .
       P350-LISTA-PROXIMA.
            READ WS-IDX-FILE NEXT RECORD
                AT END SET WS-FIM TO TRUE
                NOT AT END
                    IF WS-ENT-DATA = SPACES
                       OR WS-IDX-DATA-RUN = WS-ENT-DATA
                        PERFORM P170-MOSTRA-ENTRADA
                    END-IF
            END-READ
            .
      * Reimpressao: a copia arquivada vai para REIMPRESSAO.REL com
      * uma linha de identificacao na frente. Sem hora informada vale
      * o primeiro run do relatorio naquela data.
       P400-REIMPRIME.
            DISPLAY 'NOME DO RELATORIO: '
            ACCEPT WS-ENT-RELATORIO
            MOVE FUNCTION UPPER-CASE(WS-ENT-RELATORIO)
                 TO WS-ENT-RELATORIO
            DISPLAY 'DATA DO RUN AAAAMMDD: '
            ACCEPT WS-ENT-DATA
            DISPLAY 'HORA DO RUN HHMMSS (BRANCO = PRIMEIRO DO DIA): '
            ACCEPT WS-ENT-HORA
            IF WS-ENT-DATA NOT NUMERIC
               OR (WS-ENT-HORA NOT = SPACES
                   AND WS-ENT-HORA NOT NUMERIC)
                DISPLAY 'DATA OU HORA INVALIDA.'
            ELSE
                PERFORM P150-ABRE-INDICE
                IF WS-IDX-ABERTO
                    PERFORM P410-LOCALIZA-LISTAGEM
                    CLOSE WS-IDX-FILE
                    IF WS-ACHOU
                        PERFORM P170-MOSTRA-ENTRADA
                        PERFORM P450-COPIA-LISTAGEM
                    ELSE
                        DISPLAY 'LISTAGEM NAO ENCONTRADA NO '
                                'REPOSITORIO.'
                    END-IF
                END-IF
            END-IF
            .
       P410-LOCALIZA-LISTAGEM.
            MOVE 'N' TO WS-ACHOU-SW
            MOVE WS-ENT-RELATORIO TO WS-IDX-RELATORIO
            MOVE WS-ENT-DATA      TO WS-IDX-DATA-RUN
            IF WS-ENT-HORA = SPACES
                MOVE 0 TO WS-IDX-HORA-RUN
                START WS-IDX-FILE KEY NOT LESS WS-IDX-CHAVE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        READ WS-IDX-FILE NEXT RECORD
                            AT END CONTINUE
                            NOT AT END
                                IF WS-IDX-RELATORIO = WS-ENT-RELATORIO
                                   AND WS-IDX-DATA-RUN = WS-ENT-DATA
                                    SET WS-ACHOU TO TRUE
                                END-IF
                        END-READ
                END-START
            ELSE
                MOVE WS-ENT-HORA TO WS-IDX-HORA-RUN
                READ WS-IDX-FILE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY SET WS-ACHOU TO TRUE
                END-READ
            END-IF
            .
       P450-COPIA-LISTAGEM.
            MOVE WS-IDX-COPIA TO WS-COP-PATH
            OPEN INPUT WS-COP-FILE
            IF WS-COP-FS NOT = '00'
                DISPLAY 'COPIA ARQUIVADA NAO ENCONTRADA: ' WS-COP-PATH
            ELSE
                OPEN OUTPUT WS-IMP-FILE
                MOVE WS-IDX-RELATORIO TO WS-CRI-RELATORIO
                MOVE WS-DATA-ED       TO WS-CRI-DATA
                MOVE WS-HORA-ED       TO WS-CRI-HORA
                MOVE WS-IDX-AMBIENTE  TO WS-CRI-AMBIENTE
                MOVE WS-SG-ID         TO WS-CRI-OPERADOR
                WRITE WS-IMP-LINHA FROM WS-CAB-REIMP
                MOVE ALL '-' TO WS-IMP-LINHA
                WRITE WS-IMP-LINHA
                MOVE 0   TO WS-TOT-COPIADAS
                MOVE 'N' TO WS-FIM-COPIA-SW
                PERFORM P460-COPIA-LINHA
                        UNTIL WS-FIM-COPIA
                CLOSE WS-COP-FILE
                CLOSE WS-IMP-FILE
                DISPLAY 'REIMPRESSAO GRAVADA EM: ' WS-IMP-PATH

                MOVE 'REL-REIMPR'     TO WS-AU-EVENTO
                MOVE WS-IDX-RELATORIO TO WS-AU-CHAVE
                MOVE WS-IDX-PAGINAS   TO WS-AU-CONTADOR
                CALL 'AUDITLOG' USING WS-AUDIT-PARM
            END-IF
            .
       P460-COPIA-LINHA.
            READ WS-COP-FILE
                AT END SET WS-FIM-COPIA TO TRUE
                NOT AT END
                    ADD 1 TO WS-TOT-COPIADAS
                    WRITE WS-IMP-LINHA FROM WS-COP-LINHA
            END-READ
            .
       P500-EXPURGO.
            IF WS-SG-PERFIL NOT = 'S'
                DISPLAY 'EXPURGO MANUAL RESERVADO AO SUPERVISOR.'
            ELSE
                DISPLAY 'EXPURGAR AS LISTAGENS VENCIDAS DE TODOS OS '
                        'RELATORIOS (S/N)? '
                ACCEPT WS-CONFIRMA
                IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                    MOVE 'E' TO WS-RA-FUNCAO
                    CALL 'RELARQUIVA' USING WS-RELARQ-PARM
                                            WS-RA-CAMINHO
                    IF WS-RA-RC = 0
                        MOVE WS-RA-EXPURGADOS TO WS-QTD-ED
                        DISPLAY 'LISTAGENS EXPURGADAS: ' WS-QTD-ED
                    ELSE
                        DISPLAY 'EXPURGO NAO CONCLUIDO (RC '
                                WS-RA-RC ').'
                    END-IF
                END-IF
            END-IF
            .
       END PROGRAM RELCONSULTA.
