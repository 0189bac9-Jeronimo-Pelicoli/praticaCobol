      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDITHASH.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-ACUMULADO             PIC 9(13) VALUE 0.
       01 WS-BYTE                  PIC 9(3)  VALUE 0.
       01 WS-POS                   PIC 9(3)  VALUE 0.
       01 WS-MODULO                PIC 9(10) VALUE 9999999967.
       01 WS-BASE                  PIC 9(3)  VALUE 257.

       LINKAGE SECTION.
       01 PARAMETROS-HASH.
           02 WS-PRM-ANTERIOR      PIC 9(10).
           02 WS-PRM-TEXTO         PIC X(100).
           02 WS-PRM-RESULTADO     PIC 9(10).
       PROCEDURE DIVISION USING PARAMETROS-HASH.
       MAIN-PROCEDURE.
      * Encadeamento da trilha de auditoria: o valor de cada registro
      * e calculado sobre o valor do registro anterior e o conteudo do
      * proprio registro, de modo que alterar, tirar ou incluir uma
      * linha no meio muda o valor de todas as seguintes. Polinomio
      * em base 257 modulo o maior primo de 10 digitos, em
      * aritmetica decimal, no molde do CRC do PAGTOPIX. O AUDITLOG
      * grava e o AUDITVERIF confere; os dois tem de chamar aqui.
           MOVE WS-PRM-ANTERIOR TO WS-ACUMULADO
           PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 100
               COMPUTE WS-BYTE =
                   FUNCTION ORD(WS-PRM-TEXTO(WS-POS:1)) - 1
               COMPUTE WS-ACUMULADO = FUNCTION MOD(
                   WS-ACUMULADO * WS-BASE + WS-BYTE + 1, WS-MODULO)
           END-PERFORM
           MOVE WS-ACUMULADO TO WS-PRM-RESULTADO
           GOBACK.
       END PROGRAM AUDITHASH.
