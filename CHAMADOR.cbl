           SELECT WS-LEG-FILE      ASSIGN TO WS-LEG-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-LEG-FS.
           SELECT WS-CLI-NOVO      ASSIGN TO WS-CLI-NOVO-PATH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS WS-CODIGO
                                    FILE STATUS WS-CLI-NOVO-FS.
           SELECT WS-NOT-FILE      ASSIGN TO WS-NOT-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-NOT-FS.
       DATA DIVISION.
       FILE SECTION.
      * Cada detalhe e uma nota de ajuste manual da conta do
      * cliente: ND debito, NC credito, IE isencao de encargo, AR
      * arredondamento. O header 'H' continua na primeira linha.
       FD  WS-TRANS-FILE.
       01 WS-TRANS-RECORD.
           03 WS-TRANS-TIPO-NOTA    PIC XX.
           03 WS-TRANS-COD-CLIENTE  PIC 9(6).
           03 WS-TRANS-ID           PIC 9(9).
           03 WS-TRANS-VALOR        PIC S9(9)V99.
           03 WS-TRANS-MOTIVO       PIC X(30).
           03 WS-TRANS-OPERADOR     PIC X(8).
       01 WS-TRANS-HEADER.
           03 WS-TH-TIPO            PIC X.
           03 WS-TH-DATA            PIC 9(8).
           03 WS-TH-IDENT           PIC X(12).
       FD  WS-OUT-FILE.
       01 WS-OUT-RECORD.
           03 WS-OUT-TIPO-NOTA      PIC XX.
           03 WS-OUT-COD-CLIENTE    PIC 9(6).
           03 WS-OUT-ID             PIC 9(9).
           03 WS-OUT-VALOR          PIC S9(9)V99.
           03 WS-OUT-RC             PIC 99.
           03 WS-OUT-RS             PIC S9(9)V99.
           03 WS-OUT-SITUACAO       PIC X.
       FD  WS-REGIS-FILE.
       01 WS-REGIS-REGISTRO.
           03 WS-REGIS-IDENT        PIC X(12).
       FD  WS-ERR-FILE.
       01 WS-ERR-LINHA              PIC X(80).
       FD  WS-LEG-FILE.
       01 WS-LEG-REGISTRO           PIC X(66).
      * Layout identico ao do CLIMANUT
       FD  WS-CLI-NOVO.
       01 WS-LAYOUT-2.
          03 WS-CODIGO                  PIC 9(6).
          03 WS-NOME                    PIC X(30).
          03 WS-ENDERECO                PIC X(60).
          03 WS-TELEFONE                PIC X(20).
          03 WS-EMAIL                   PIC X(50).
          03 WS-ESTADO                  PIC X(30).
          03 WS-CIDADE                  PIC X(30).
      * Registro das notas aceitas: lancadas na hora (A) ou acima do
      * limite, aguardando o supervisor no NOTAAPROVA (P). A decisao
      * do supervisor grava A ou R no mesmo registro.
       FD  WS-NOT-FILE.
       01 WS-NOT-REGISTRO.
           03 WS-NOT-LOTE           PIC X(12).
           03 WS-NOT-SEQ            PIC 9(5).
           03 WS-NOT-TIPO-NOTA      PIC XX.
           03 WS-NOT-COD-CLIENTE    PIC 9(6).
           03 WS-NOT-CLIENTE        PIC X(30).
           03 WS-NOT-ID             PIC 9(9).
           03 WS-NOT-VALOR          PIC S9(9)V99.
           03 WS-NOT-EFEITO         PIC S9(9)V99.
           03 WS-NOT-MOTIVO         PIC X(30).
           03 WS-NOT-SITUACAO       PIC X.
           03 WS-NOT-DATA-ENTRADA   PIC 9(8).
           03 WS-NOT-OPERADOR       PIC X(8).
           03 WS-NOT-SUPERVISOR     PIC X(8).
           03 WS-NOT-DATA-DECISAO   PIC 9(8).

       WORKING-STORAGE SECTION.
      * RC do CHAMADO (1 a 5) ou da conferencia feita aqui:
      * 10 cliente inexistente, 11 nota nao lancada pelo NOTAPOSTA.
       01 WS-AREA.
           03 WS-RC                PIC 99.
           03 WS-TIPO-NOTA         PIC XX.
           03 WS-COD-CLIENTE       PIC 9(6).
           03 WS-ID                PIC 9(9).
           03 WS-VALOR             PIC S9(9)V99.
           03 WS-MOTIVO            PIC X(30).
           03 WS-RS                PIC S9(9)V99.

       01 WS-TRANS-PATH            PIC X(40) VALUE 'TRANSACOES.DAT'.
       01 WS-OUT-PATH              PIC X(40) VALUE 'CHAMADOR.OUT'.
       01 WS-CSV-PATH              PIC X(40) VALUE 'TRANSACOES.CSV'.
       01 WS-ERR-PATH              PIC X(40) VALUE 'CHAMADOR.ERROS'.
       01 WS-LEG-PATH              PIC X(40) VALUE 'CHAMADOR.LEGIVEL'.
       01 WS-CLI-NOVO-PATH         PIC X(40) VALUE 'CLIENTES.NOVO.IDX'.
       01 WS-NOT-PATH              PIC X(40) VALUE 'NOTAS.AJUSTE'.
       01 WS-TRANS-FS              PIC XX.
       01 WS-OUT-FS                PIC XX.
       01 WS-REGIS-FS              PIC XX.
       01 WS-CSV-FS                PIC XX.
       01 WS-ERR-FS                PIC XX.
       01 WS-LEG-FS                PIC XX.
       01 WS-CLI-NOVO-FS           PIC XX.
       01 WS-NOT-FS                PIC XX.

      * Companheiro legivel do CHAMADOR.OUT: mesmos dados, pictures
      * editadas para a operacao conferir a olho.
       01 WS-LEG-CABECALHO.
           03 FILLER               PIC X(3)  VALUE 'NT'.
           03 FILLER               PIC X(7)  VALUE 'CLIENTE'.
           03 FILLER               PIC X(10) VALUE 'ID'.
           03 FILLER               PIC X(16) VALUE '          VALOR'.
           03 FILLER               PIC X(3)  VALUE 'RC'.
           03 FILLER               PIC X(16) VALUE '         EFEITO'.
           03 FILLER               PIC X(8)  VALUE 'SITUACAO'.
       01 WS-LEG-LINHA.
           03 WS-LEG-TIPO-NOTA     PIC XX.
           03 FILLER               PIC X     VALUE SPACE.
           03 WS-LEG-COD-CLIENTE   PIC 9(6).
           03 FILLER               PIC X     VALUE SPACE.
           03 WS-LEG-ID            PIC 9(9).
           03 FILLER               PIC X     VALUE SPACE.
           03 WS-LEG-VALOR         PIC ZZZ,ZZZ,ZZ9.99-.
           03 FILLER               PIC X     VALUE SPACE.
           03 WS-LEG-RC            PIC 99.
           03 FILLER               PIC X     VALUE SPACE.
           03 WS-LEG-RS            PIC ZZZ,ZZZ,ZZ9.99-.
           03 FILLER               PIC X     VALUE SPACE.
           03 WS-LEG-SITUACAO      PIC X(10).
       01 WS-FIM-ARQUIVO           PIC X     VALUE 'N'.
           88 WS-FIM                         VALUE 'Y'.
       01 WS-TRANS-ABERTO-SW       PIC X     VALUE 'N'.
       01 WS-JA-PROCESSADO-SW      PIC X     VALUE 'N'.
           88 WS-JA-PROCESSADO               VALUE 'Y'.
       01 WS-DATA-HORA-ATUAL       PIC X(21).
       01 WS-HOJE                  PIC 9(8)  VALUE 0.
       01 WS-IDENT-CORRENTE        PIC X(12) VALUE SPACES.
       01 WS-CLI-ABERTO-SW         PIC X     VALUE 'N'.
           88 WS-CLI-ABERTO                  VALUE 'Y'.

      * Notas cujo efeito passa do limite aguardam o supervisor; o
      * limite vem do PARMLE (CHAMADOR / LIMITE-NOTA).
       01 WS-LIMITE-NOTA           PIC 9(9)V99 VALUE 1000.00.
       01 WS-SITUACAO-NOTA         PIC X     VALUE SPACE.
           88 WS-NOTA-LANCADA                VALUE 'A'.
           88 WS-NOTA-PENDENTE               VALUE 'P'.
           88 WS-NOTA-REJEITADA              VALUE 'R'.
       01 WS-CLIENTE-NOME          PIC X(30) VALUE SPACES.
       01 WS-OPERADOR-NOTA         PIC X(8)  VALUE SPACES.
       01 WS-SEQ-NOTA              PIC 9(5)  VALUE 0.
       01 WS-TOT-LANCADA           PIC 9(6)  VALUE 0.
       01 WS-TOT-PENDENTE          PIC 9(6)  VALUE 0.
       01 WS-TOT-REJEITADA         PIC 9(6)  VALUE 0.
       01 WS-RC-FINAL              PIC 99    VALUE 0.

       01 WS-FORMATO-ENTRADA       PIC X     VALUE 'F'.
           88 WS-FORMATO-FIXO                VALUE 'F'.
           88 WS-FORMATO-DELIMITADO          VALUE 'D'.
       01 WS-CAMPO-1               PIC X(20) VALUE SPACES.
       01 WS-CAMPO-2               PIC X(20) VALUE SPACES.
       01 WS-CAMPO-3               PIC X(20) VALUE SPACES.
       01 WS-CAMPO-4               PIC X(20) VALUE SPACES.
       01 WS-CAMPO-5               PIC X(30) VALUE SPACES.
       01 WS-CAMPO-6               PIC X(8)  VALUE SPACES.
       01 WS-LINHA-VALIDA-SW       PIC X     VALUE 'Y'.
           88 WS-LINHA-VALIDA                VALUE 'Y'.
       01 WS-TOT-CSV-LIDO          PIC 9(6)  VALUE 0.
       01 WS-TOT-GRAVADO           PIC 9(6)  VALUE 0.
       01 WS-HASH-GERADO           PIC S9(11)V99 VALUE 0.

       01 WS-PARMLE-PARM.
           03 WS-PL-PROGRAMA       PIC X(12) VALUE 'CHAMADOR'.
           03 WS-PL-NOME           PIC X(12) VALUE 'LIMITE-NOTA'.
           03 WS-PL-DATA-PROC      PIC 9(8).
           03 WS-PL-VALOR          PIC X(14).
           03 WS-PL-RC             PIC 99.

       01 WS-NOTA-PARM.
           03 WS-NP-LOTE           PIC X(12).
           03 WS-NP-SEQ            PIC 9(5).
           03 WS-NP-TIPO-NOTA      PIC XX.
           03 WS-NP-COD-CLIENTE    PIC 9(6).
           03 WS-NP-CLIENTE        PIC X(30).
           03 WS-NP-ID             PIC 9(9).
           03 WS-NP-VALOR          PIC S9(9)V99.
           03 WS-NP-EFEITO         PIC S9(9)V99.
           03 WS-NP-MOTIVO         PIC X(30).
           03 WS-NP-DATA           PIC 9(8).
           03 WS-NP-PROGRAMA       PIC X(12) VALUE 'CHAMADOR'.
           03 WS-NP-MENSAGEM       PIC X(40).
           03 WS-NP-RC             PIC 99.

       01 WS-ARQCTL-PARM.
           03 WS-AC-FUNCAO         PIC X.
           03 WS-AC-NOME           PIC X(40).
           03 WS-RN-OVERRIDE       PIC X     VALUE 'N'.
           03 WS-RN-MOTIVO-OVR     PIC X(30) VALUE SPACES.

       01 WS-AMBIENTE-PARM.
           03 WS-AMB-FUNCAO        PIC X     VALUE 'R'.
           03 WS-AMB-NOME          PIC X(8)  VALUE SPACES.
           03 WS-AMB-RAIZ          PIC X(40) VALUE SPACES.
           03 WS-AMB-RC            PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-TRANS-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-OUT-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-REGIS-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CSV-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-ERR-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-LEG-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CLI-NOVO-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-NOT-PATH
            DISPLAY "CHAMADOR"
            MOVE FUNCTION CURRENT-DATE TO WS-ET-INICIO
            MOVE 'I' TO WS-RN-FUNCAO
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
            MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-HOJE
            PERFORM P030-LE-LIMITE
            DISPLAY 'FORMATO (F=FIXO, D=DELIMITADO): '
            ACCEPT WS-FORMATO-ENTRADA

                    PERFORM P900-FECHA-ARQUIVOS
                    PERFORM P950-REGISTRA-ARQUIVO
                ELSE
                    MOVE 8 TO WS-RC-FINAL
                END-IF
            END-IF
            PERFORM P800-RESUMO

            COMPUTE WS-ET-LIDOS = WS-TOT-LIDO + WS-TOT-CSV-LIDO
            MOVE WS-TOT-GRAVADO TO WS-ET-GRAVADOS
            CALL 'ESTATRUN' USING WS-ESTAT-PARM

            MOVE 'F' TO WS-RN-FUNCAO
            IF WS-RC-FINAL = 0
                MOVE 'O' TO WS-RN-STATUS-FIM
            ELSE
                MOVE 'E' TO WS-RN-STATUS-FIM
            END-IF
            CALL 'RUNCTL' USING WS-RUNCTL-PARM

            MOVE WS-RC-FINAL TO RETURN-CODE
            STOP RUN.

       P030-LE-LIMITE.
            MOVE WS-HOJE TO WS-PL-DATA-PROC
            CALL 'PARMLE' USING WS-PARMLE-PARM
            IF WS-PL-RC = 0
               AND FUNCTION TEST-NUMVAL(WS-PL-VALOR) = 0
                COMPUTE WS-LIMITE-NOTA = FUNCTION NUMVAL(WS-PL-VALOR)
            END-IF
            .

       P050-VALIDA-ARQUIVO.
      * Antes de abrir as saidas: o header datado tem que bater com a
      * data de processamento e o identificador nao pode constar do
                DISPLAY 'HEADER AUSENTE EM ' WS-TRANS-PATH
                MOVE 'N' TO WS-RUN-VALIDO-SW
            ELSE
                IF WS-TH-DATA NOT = WS-HOJE
                    DISPLAY 'DATA DO ARQUIVO (' WS-TH-DATA ') NAO E '
                            'A DATA DE PROCESSAMENTO ('
                            WS-HOJE ').'
                    MOVE 'N' TO WS-RUN-VALIDO-SW
                ELSE
                    MOVE WS-TH-IDENT TO WS-IDENT-CORRENTE
            OPEN INPUT  WS-TRANS-FILE
            OPEN OUTPUT WS-OUT-FILE
            PERFORM P110-ABRE-LEGIVEL
            PERFORM P130-ABRE-CADASTROS

            IF WS-TRANS-FS = '00'
                SET WS-TRANS-ABERTO TO TRUE
            WRITE WS-LEG-REGISTRO FROM WS-LEG-CABECALHO
            .
       P120-GRAVA-LEGIVEL.
            MOVE WS-TIPO-NOTA   TO WS-LEG-TIPO-NOTA
            MOVE WS-COD-CLIENTE TO WS-LEG-COD-CLIENTE
            MOVE WS-ID          TO WS-LEG-ID
            MOVE WS-VALOR       TO WS-LEG-VALOR
            MOVE WS-RC          TO WS-LEG-RC
            MOVE WS-RS          TO WS-LEG-RS
            EVALUATE TRUE
                WHEN WS-NOTA-LANCADA
                    MOVE 'LANCADA'    TO WS-LEG-SITUACAO
                WHEN WS-NOTA-PENDENTE
                    MOVE 'APROVACAO'  TO WS-LEG-SITUACAO
                WHEN OTHER
                    MOVE 'REJEITADA'  TO WS-LEG-SITUACAO
            END-EVALUATE
            WRITE WS-LEG-REGISTRO FROM WS-LEG-LINHA
            .
       P130-ABRE-CADASTROS.
      * Sem o cadastro de clientes nenhuma nota passa na conferencia;
      * o registro de notas e acumulado entre os runs.
            OPEN INPUT WS-CLI-NOVO
            IF WS-CLI-NOVO-FS = '00'
                SET WS-CLI-ABERTO TO TRUE
            ELSE
                DISPLAY 'CADASTRO DE CLIENTES INDISPONIVEL: '
                        WS-CLI-NOVO-PATH
            END-IF
            OPEN EXTEND WS-NOT-FILE
            IF WS-NOT-FS NOT = '00'
                OPEN OUTPUT WS-NOT-FILE
            END-IF
            .
       P150-LE-TRANSACAO.
            READ WS-TRANS-FILE
                AT END SET WS-FIM  TO TRUE
            ADD 1 TO WS-TOT-LIDO
            INITIALIZE WS-AREA

            MOVE WS-TRANS-TIPO-NOTA    TO WS-TIPO-NOTA
            MOVE WS-TRANS-COD-CLIENTE  TO WS-COD-CLIENTE
            MOVE WS-TRANS-ID           TO WS-ID
            MOVE WS-TRANS-VALOR        TO WS-VALOR
            MOVE WS-TRANS-MOTIVO       TO WS-MOTIVO
            MOVE WS-TRANS-OPERADOR     TO WS-OPERADOR-NOTA

            PERFORM P300-TRATA-NOTA

            PERFORM P150-LE-TRANSACAO
            .
       P300-TRATA-NOTA.
      * Comum aos dois formatos: o CHAMADO valida a nota e devolve o
      * efeito com sinal; o cliente tem que existir no cadastro.
      * Dentro do limite a nota e lancada na hora pelo NOTAPOSTA;
      * acima dele fica pendente para o supervisor.
            ADD 1 TO WS-SEQ-NOTA
            MOVE SPACES TO WS-CLIENTE-NOME
            MOVE SPACE  TO WS-SITUACAO-NOTA

            CALL 'CHAMADO'         USING WS-AREA

            IF WS-RC = ZERO
                PERFORM P310-CONFERE-CLIENTE
            END-IF

            EVALUATE TRUE
                WHEN WS-RC NOT = ZERO
                    DISPLAY 'NOTA ' WS-SEQ-NOTA ' REJEITADA. WS-RC: '
                            WS-RC
                WHEN WS-RS > WS-LIMITE-NOTA
                  OR WS-RS < 0 - WS-LIMITE-NOTA
                    SET WS-NOTA-PENDENTE TO TRUE
                    PERFORM P330-GRAVA-REGISTRO-NOTA
                    ADD 1 TO WS-TOT-PENDENTE
                    DISPLAY 'NOTA ' WS-SEQ-NOTA ' ACIMA DO LIMITE. '
                            'AGUARDA APROVACAO: ' WS-RS
                WHEN OTHER
                    PERFORM P320-LANCA-NOTA
            END-EVALUATE

            IF WS-RC NOT = ZERO
                SET WS-NOTA-REJEITADA TO TRUE
                ADD 1 TO WS-TOT-REJEITADA
                IF WS-RC-FINAL < 4
                    MOVE 4 TO WS-RC-FINAL
                END-IF
            END-IF

            MOVE WS-TIPO-NOTA       TO WS-OUT-TIPO-NOTA
            MOVE WS-COD-CLIENTE     TO WS-OUT-COD-CLIENTE
            MOVE WS-ID              TO WS-OUT-ID
            MOVE WS-VALOR           TO WS-OUT-VALOR
            MOVE WS-RC              TO WS-OUT-RC
            MOVE WS-RS              TO WS-OUT-RS
            MOVE WS-SITUACAO-NOTA   TO WS-OUT-SITUACAO
            WRITE WS-OUT-RECORD
            ADD 1     TO WS-TOT-GRAVADO
            ADD WS-RS TO WS-HASH-GERADO
            PERFORM P120-GRAVA-LEGIVEL
            .
       P310-CONFERE-CLIENTE.
            IF NOT WS-CLI-ABERTO
                MOVE 10 TO WS-RC
            ELSE
                MOVE WS-COD-CLIENTE TO WS-CODIGO
                READ WS-CLI-NOVO
                    INVALID KEY
                        MOVE 10 TO WS-RC
                    NOT INVALID KEY
                        MOVE WS-NOME TO WS-CLIENTE-NOME
                END-READ
            END-IF
            .
       P320-LANCA-NOTA.
            MOVE WS-IDENT-CORRENTE  TO WS-NP-LOTE
            MOVE WS-SEQ-NOTA        TO WS-NP-SEQ
            MOVE WS-TIPO-NOTA       TO WS-NP-TIPO-NOTA
            MOVE WS-COD-CLIENTE     TO WS-NP-COD-CLIENTE
            MOVE WS-CLIENTE-NOME    TO WS-NP-CLIENTE
            MOVE WS-ID              TO WS-NP-ID
            MOVE WS-VALOR           TO WS-NP-VALOR
            MOVE WS-RS              TO WS-NP-EFEITO
            MOVE WS-MOTIVO          TO WS-NP-MOTIVO
            MOVE WS-HOJE            TO WS-NP-DATA
            CALL 'NOTAPOSTA' USING WS-NOTA-PARM
            IF WS-NP-RC = 0
                SET WS-NOTA-LANCADA TO TRUE
                PERFORM P330-GRAVA-REGISTRO-NOTA
                ADD 1 TO WS-TOT-LANCADA
                DISPLAY 'NOTA ' WS-SEQ-NOTA ' LANCADA: ' WS-RS
            ELSE
                MOVE 11 TO WS-RC
                DISPLAY 'NOTA ' WS-SEQ-NOTA ' NAO LANCADA (RC '
                        WS-NP-RC '): ' WS-NP-MENSAGEM
                IF WS-NP-RC > 4 AND WS-RC-FINAL < 8
                    MOVE 8 TO WS-RC-FINAL
                END-IF
            END-IF
            .
       P330-GRAVA-REGISTRO-NOTA.
            MOVE WS-IDENT-CORRENTE  TO WS-NOT-LOTE
            MOVE WS-SEQ-NOTA        TO WS-NOT-SEQ
            MOVE WS-TIPO-NOTA       TO WS-NOT-TIPO-NOTA
            MOVE WS-COD-CLIENTE     TO WS-NOT-COD-CLIENTE
            MOVE WS-CLIENTE-NOME    TO WS-NOT-CLIENTE
            MOVE WS-ID              TO WS-NOT-ID
            MOVE WS-VALOR           TO WS-NOT-VALOR
            MOVE WS-RS              TO WS-NOT-EFEITO
            MOVE WS-MOTIVO          TO WS-NOT-MOTIVO
            MOVE WS-SITUACAO-NOTA   TO WS-NOT-SITUACAO
            MOVE WS-HOJE            TO WS-NOT-DATA-ENTRADA
            MOVE WS-OPERADOR-NOTA   TO WS-NOT-OPERADOR
            MOVE SPACES             TO WS-NOT-SUPERVISOR
            IF WS-NOTA-LANCADA
                MOVE WS-HOJE        TO WS-NOT-DATA-DECISAO
            ELSE
                MOVE 0              TO WS-NOT-DATA-DECISAO
            END-IF
            WRITE WS-NOT-REGISTRO
            .
       P900-FECHA-ARQUIVOS.
            IF WS-TRANS-ABERTO
            END-IF
            CLOSE WS-OUT-FILE
            CLOSE WS-LEG-FILE
            PERFORM P140-FECHA-CADASTROS
            PERFORM P960-REGISTRA-CONTROLE
            .
       P140-FECHA-CADASTROS.
            IF WS-CLI-ABERTO
                CLOSE WS-CLI-NOVO
            END-IF
            CLOSE WS-NOT-FILE
            .
       P800-RESUMO.
            DISPLAY '----- RESUMO DAS NOTAS DE AJUSTE -----'
            DISPLAY 'NOTAS LANCADAS      : ' WS-TOT-LANCADA
            DISPLAY 'AGUARDANDO APROVACAO: ' WS-TOT-PENDENTE
            DISPLAY 'NOTAS REJEITADAS    : ' WS-TOT-REJEITADA
            .
       P960-REGISTRA-CONTROLE.
      * Totais de controle da saida, no protocolo comum da cadeia.
            MOVE 'G'            TO WS-AC-FUNCAO
            CALL 'ARQCONTROLE' USING WS-ARQCTL-PARM
            .
       P700-PROCESSA-CSV.
      * O extrato delimitado tambem lanca dinheiro: entra no mesmo
      * registro de arquivos processados, identificado pela data,
      * e nao roda duas vezes no mesmo dia.
            MOVE SPACES  TO WS-IDENT-CORRENTE
            STRING 'CSV' DELIMITED BY SIZE
                   WS-HOJE DELIMITED BY SIZE
                   INTO WS-IDENT-CORRENTE
            END-STRING
            PERFORM P070-CONSULTA-REGISTRO
            IF WS-JA-PROCESSADO
                DISPLAY 'ARQUIVO DELIMITADO JA PROCESSADO HOJE: '
                        WS-IDENT-CORRENTE
                MOVE 8 TO WS-RC-FINAL
            ELSE
                PERFORM P710-PROCESSA-CSV
            END-IF
            .
       P710-PROCESSA-CSV.
            OPEN INPUT WS-CSV-FILE
            IF WS-CSV-FS NOT = '00'
                DISPLAY 'ARQUIVO DELIMITADO NAO ENCONTRADO: '
                        WS-CSV-PATH
                MOVE 8 TO WS-RC-FINAL
            ELSE
                OPEN OUTPUT WS-OUT-FILE
                OPEN OUTPUT WS-ERR-FILE
                PERFORM P110-ABRE-LEGIVEL
                PERFORM P130-ABRE-CADASTROS

                PERFORM P750-LE-CSV
                PERFORM P760-PROCESSA-LINHA-CSV
                        UNTIL WS-FIM
                CLOSE WS-CSV-FILE

                DISPLAY 'LINHAS LIDAS     : ' WS-TOT-CSV-LIDO
                DISPLAY 'LINHAS REJEITADAS: ' WS-TOT-CSV-ERRO

                CLOSE WS-OUT-FILE
                CLOSE WS-ERR-FILE
                CLOSE WS-LEG-FILE
                PERFORM P140-FECHA-CADASTROS
                PERFORM P960-REGISTRA-CONTROLE
                PERFORM P950-REGISTRA-ARQUIVO
            END-IF
            .
       P750-LE-CSV.
            READ WS-CSV-FILE
            END-READ
            .
       P760-PROCESSA-LINHA-CSV.
      * Linha: tipo;cliente;id;valor;motivo;operador
            ADD 1 TO WS-TOT-CSV-LIDO
            MOVE 'Y'    TO WS-LINHA-VALIDA-SW
            MOVE SPACES TO WS-CAMPO-1
            MOVE SPACES TO WS-CAMPO-2
            MOVE SPACES TO WS-CAMPO-3
            MOVE SPACES TO WS-CAMPO-4
            MOVE SPACES TO WS-CAMPO-5
            MOVE SPACES TO WS-CAMPO-6

            UNSTRING WS-CSV-LINHA
                     DELIMITED BY ';'
                     INTO WS-CAMPO-1
                          WS-CAMPO-2
                          WS-CAMPO-3
                          WS-CAMPO-4
                          WS-CAMPO-5
                          WS-CAMPO-6
            END-UNSTRING

            IF FUNCTION TEST-NUMVAL(WS-CAMPO-2) NOT = 0
                   OR FUNCTION TEST-NUMVAL(WS-CAMPO-3) NOT = 0
                   OR FUNCTION TEST-NUMVAL(WS-CAMPO-4) NOT = 0
                MOVE 'N' TO WS-LINHA-VALIDA-SW
            END-IF

            IF WS-LINHA-VALIDA
                INITIALIZE WS-AREA
                MOVE FUNCTION UPPER-CASE(WS-CAMPO-1) TO WS-TIPO-NOTA
                COMPUTE WS-COD-CLIENTE = FUNCTION NUMVAL(WS-CAMPO-2)
                COMPUTE WS-ID          = FUNCTION NUMVAL(WS-CAMPO-3)
                COMPUTE WS-VALOR       = FUNCTION NUMVAL(WS-CAMPO-4)
                MOVE WS-CAMPO-5        TO WS-MOTIVO
                MOVE WS-CAMPO-6        TO WS-OPERADOR-NOTA

                PERFORM P300-TRATA-NOTA
            ELSE
                ADD 1 TO WS-TOT-CSV-ERRO
                DISPLAY 'LINHA DELIMITADA INVALIDA: ' WS-CSV-LINHA
