       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEBF906.
       AUTHOR. F7023235.
      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES:                                      *
      * VRS001 15.10.2026 F7023235  IMPLANTACAO. SUBROTINA COMUM DE    *
      *                             APURACAO DO SALDO DISPONIVEL (VIDE *
      *                             BOOK DEBFK906): DEVOLVE O SALDO    *
      *                             QUE PODE SER MOVIMENTADO, O LIMITE *
      *                             DO CHEQUE ESPECIAL AINDA           *
      *                             UTILIZAVEL, O VALOR BLOQUEADO E O  *
      *                             MOTIVO MAIS RESTRITIVO, LEVANDO EM *
      *                             CONTA AS RESTRICOES QUE TRAVAM A   *
      *                             CONTA, O DEPOSITO BLOQUEADO POR    *
      *                             PRAZO INDETERMINADO, O DEPOSITO EM *
      *                             PRAZO DE BLOQUEIO (RED-BLOQ), O    *
      *                             BLOQUEIO DO CHEQUE ESPECIAL PELO   *
      *                             COR E O EXCESSO SOBRE O LIMITE.    *
      *                             SUBSTITUI AS APURACOES PROPRIAS DA *
      *                             DEBR827, DEBR828, DEBR829 E        *
      *                             DEBCO830.                          *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  WS-RESTRICOES              PIC 9(013)  VALUE ZERO.
       01  FILLER REDEFINES WS-RESTRICOES.
           03  WS-IND-MIGRADA         PIC 9(001).
           03  WS-RESTR-MOVIM-ANT     PIC 9(001).
           03  WS-IND-MONITORADA      PIC 9(001).
           03  WS-RESTR-VAGO          PIC 9(003).
           03  WS-RESTR-CNPJ-INAPTO   PIC 9(001).
           03  WS-RESTR-MOVIM         PIC 9(001).
           03  WS-RESTR-AGENCIA       PIC 9(001).
           03  WS-RESTR-BLOQ          PIC 9(001).
           03  WS-RESTR-FALEC         PIC 9(001).
           03  WS-RESTR-COR           PIC 9(001).
           03  WS-RESTR-CCF           PIC 9(001).

       01  WS-SALDO-POSITIVO          PIC S9(015)V9(02) COMP-3
                                      VALUE ZERO.
       01  WS-VL-RETIDO               PIC S9(015)V9(02) COMP-3
                                      VALUE ZERO.
       01  WS-UTILIZACAO              PIC S9(015)V9(02) COMP-3
                                      VALUE ZERO.

       01  WS-LIM-BLOQ-COR            PIC S9(013)V COMP-3
                                      VALUE 777777.

      *----------------------------------------------------------------*
      * PARAMETROS DA SUBROTINA - BOOK DEBFK906.                       *
      *----------------------------------------------------------------*
       LINKAGE SECTION.
       01  DEBF906-PARM.
           COPY DEBFK906.

       PROCEDURE DIVISION USING DEBF906-PARM.

      *================================================================*
      * 0000-MAINLINE                                                  *
      *================================================================*
       0000-MAINLINE.
           MOVE ZERO   TO DEBF906-SALDO-DISP.
           MOVE ZERO   TO DEBF906-LIMITE-DISP.
           MOVE ZERO   TO DEBF906-VL-BLOQUEADO.
           MOVE "S"    TO DEBF906-SIT-LIMITE.
           MOVE ZERO   TO DEBF906-CD-MOTIVO.
           MOVE ZERO   TO DEBF906-CD-RTN.
           MOVE SPACES TO DEBF906-MSG.
           IF DEBF906-RESTRICOES NOT NUMERIC
               MOVE 01 TO DEBF906-CD-RTN
               MOVE "MAPA DE RESTRICOES INVALIDO" TO DEBF906-MSG
               GOBACK
           END-IF.
           MOVE DEBF906-RESTRICOES TO WS-RESTRICOES.
           MOVE ZERO TO WS-SALDO-POSITIVO.
           IF DEBF906-SALDO-ATUAL > ZERO
               MOVE DEBF906-SALDO-ATUAL TO WS-SALDO-POSITIVO
           END-IF.
           PERFORM 1000-VERIFICAR-TRAVA THRU 1000-FIM.
           IF DEBF906-SIT-LIMITE NOT = "R"
               PERFORM 2000-APURAR-SALDO  THRU 2000-FIM
               PERFORM 3000-APURAR-LIMITE THRU 3000-FIM
           END-IF.
           IF DEBF906-CD-MOTIVO = ZERO
               MOVE "SALDO LIVRE" TO DEBF906-MSG
           END-IF.
           GOBACK.

      *================================================================*
      * 1000-VERIFICAR-TRAVA - RESTRICAO QUE IMPEDE O DEBITO (RESTR-   *
      *                        MOVIM 1/2), OBSERVACAO B E TITULAR      *
      *                        FALECIDO TRAVAM A CONTA INTEIRA: NADA   *
      *                        DO SALDO NEM DO LIMITE ESTA DISPONIVEL. *
      *                        RESTR-MOVIM 3 SO IMPEDE CREDITOS E NAO  *
      *                        MEXE NO DISPONIVEL.                     *
      *================================================================*
       1000-VERIFICAR-TRAVA.
           EVALUATE TRUE
               WHEN WS-RESTR-MOVIM = 1 OR 2
                   MOVE 01 TO DEBF906-CD-MOTIVO
                   MOVE "RESTRICAO DE MOVIMENTACAO NA CONTA"
                       TO DEBF906-MSG
               WHEN WS-RESTR-BLOQ = 1
                   MOVE 02 TO DEBF906-CD-MOTIVO
                   MOVE "SALDO BLOQUEADO (OBSERVACAO B)"
                       TO DEBF906-MSG
               WHEN WS-RESTR-FALEC = 1
                   MOVE 03 TO DEBF906-CD-MOTIVO
                   MOVE "CONTA DE TITULAR FALECIDO" TO DEBF906-MSG
               WHEN OTHER
                   GO TO 1000-FIM
           END-EVALUATE.
           MOVE "R"               TO DEBF906-SIT-LIMITE.
           MOVE WS-SALDO-POSITIVO TO DEBF906-VL-BLOQUEADO.
       1000-FIM.
           EXIT.

      *================================================================*
      * 2000-APURAR-SALDO - O DEPOSITO BLOQUEADO POR PRAZO             *
      *                     INDETERMINADO E, COM RED-BLOQ EM VIGOR, O  *
      *                     ACRESCIMO DO DIA SOBRE O SALDO D-1 FICAM   *
      *                     RETIDOS; O BLOQUEIO NUNCA PASSA DO SALDO   *
      *                     POSITIVO E O DISPONIVEL NUNCA E NEGATIVO.  *
      *================================================================*
       2000-APURAR-SALDO.
           IF DEBF906-DEP-INDET > ZERO
               ADD DEBF906-DEP-INDET TO DEBF906-VL-BLOQUEADO
               MOVE 04 TO DEBF906-CD-MOTIVO
               MOVE "DEPOSITO BLOQUEADO POR PRAZO INDETERMINADO"
                   TO DEBF906-MSG
           END-IF.
           IF DEBF906-RED-BLOQ > ZERO
              AND DEBF906-SALDO-ATUAL > DEBF906-SALDO-D-1
               SUBTRACT DEBF906-SALDO-D-1 FROM DEBF906-SALDO-ATUAL
                   GIVING WS-VL-RETIDO
               ADD WS-VL-RETIDO TO DEBF906-VL-BLOQUEADO
               IF DEBF906-CD-MOTIVO = ZERO
                   MOVE 05 TO DEBF906-CD-MOTIVO
                   MOVE "DEPOSITO EM PRAZO DE BLOQUEIO"
                       TO DEBF906-MSG
               END-IF
           END-IF.
           IF DEBF906-VL-BLOQUEADO > WS-SALDO-POSITIVO
               MOVE WS-SALDO-POSITIVO TO DEBF906-VL-BLOQUEADO
           END-IF.
           SUBTRACT DEBF906-VL-BLOQUEADO FROM WS-SALDO-POSITIVO
               GIVING DEBF906-SALDO-DISP.
       2000-FIM.
           EXIT.

      *================================================================*
      * 3000-APURAR-LIMITE - CHEQUE ESPECIAL BLOQUEADO PELO COR        *
      *                      (LIM-FUTURO 777777 OU RESTR-COR 9) OU     *
      *                      JA EXCEDIDO (EXTRA-LIMIT) NAO TEM LIMITE  *
      *                      DISPONIVEL; NOS DEMAIS, O DISPONIVEL E O  *
      *                      LIMITE MENOS A UTILIZACAO (SALDO DEVEDOR  *
      *                      EM MODULO).                               *
      *================================================================*
       3000-APURAR-LIMITE.
           IF DEBF906-LIM-FUTURO = WS-LIM-BLOQ-COR
              OR WS-RESTR-COR = 9
               MOVE "C" TO DEBF906-SIT-LIMITE
               IF DEBF906-CD-MOTIVO = ZERO
                   MOVE 06 TO DEBF906-CD-MOTIVO
                   MOVE "CHEQUE ESPECIAL BLOQUEADO PELO COR"
                       TO DEBF906-MSG
               END-IF
               GO TO 3000-FIM
           END-IF.
           IF DEBF906-LIMITE NOT > ZERO
               MOVE "S" TO DEBF906-SIT-LIMITE
               GO TO 3000-FIM
           END-IF.
           IF DEBF906-EXTRA-LIMIT > ZERO
               MOVE "E" TO DEBF906-SIT-LIMITE
               IF DEBF906-CD-MOTIVO = ZERO
                   MOVE 07 TO DEBF906-CD-MOTIVO
                   MOVE "LIMITE DO CHEQUE ESPECIAL EXCEDIDO"
                       TO DEBF906-MSG
               END-IF
               GO TO 3000-FIM
           END-IF.
           MOVE "L"  TO DEBF906-SIT-LIMITE.
           MOVE ZERO TO WS-UTILIZACAO.
           IF DEBF906-SALDO-ATUAL < ZERO
               COMPUTE WS-UTILIZACAO = DEBF906-SALDO-ATUAL * -1
           END-IF.
           SUBTRACT WS-UTILIZACAO FROM DEBF906-LIMITE
               GIVING DEBF906-LIMITE-DISP.
           IF DEBF906-LIMITE-DISP < ZERO
               MOVE ZERO TO DEBF906-LIMITE-DISP
           END-IF.
       3000-FIM.
           EXIT.
      * ----------------------------------------------------------------
