      *                             JURIDICA) CARREGADOS EM            *
      *                             DEB307-CGC-CPF, COM RETORNO        *
      *                             TIPIFICADO (VIDE BOOK DEBFK902).   *
      * VRS002 15.10.2026 F7023235  DEVOLVE TAMBEM OS DOIS DIGITOS     *
      *                             VERIFICADORES CALCULADOS SOBRE A   *
      *                             BASE (DEBF902-DV-CALCULADO), PARA  *
      *                             A DEBR857 GERAR O DOCUMENTO        *
      *                             SUBSTITUTO DA COPIA MASCARADA.     *
      *                             O SEGUNDO DIGITO PASSA A SER       *
      *                             CALCULADO SOBRE O PRIMEIRO DIGITO  *
      *                             CALCULADO; O RETORNO NAO MUDA.     *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-RESTO                   PIC S9(4) COMP  VALUE ZERO.
       01  WS-QUOCIENTE               PIC S9(9) COMP  VALUE ZERO.
       01  WS-DV-CALCULADO            PIC S9(4) COMP  VALUE ZERO.
       01  WS-DV1-INFORMADO           PIC 9(001)      VALUE ZERO.
       01  WS-DV1-CALCULADO           PIC 9(001)      VALUE ZERO.
       01  WS-DV2-CALCULADO           PIC 9(001)      VALUE ZERO.

      *----------------------------------------------------------------*
      * PARAMETROS DA SUBROTINA - BOOK DEBFK902.                       *
       0000-MAINLINE.
           MOVE ZERO   TO DEBF902-CD-RTN.
           MOVE SPACES TO DEBF902-MSG.
           MOVE ZERO   TO DEBF902-DV-CALCULADO.
           MOVE DEBF902-CGC-CPF TO WS-DOCUMENTO.
           EVALUATE TRUE
               WHEN WS-DOCUMENTO = ZERO
           PERFORM 2100-SOMAR-PESO-CPF-DV1 THRU 2100-FIM
               UNTIL WS-K > 13.
           PERFORM 5000-CALCULAR-DV THRU 5000-FIM.
           MOVE WS-DV-CALCULADO TO WS-DV1-CALCULADO.
      *    SEGUNDO DIGITO VERIFICADOR: PESOS 11 A 2 SOBRE A BASE MAIS
      *    O PRIMEIRO VERIFICADOR CALCULADO (POSICOES 5 A 14).
           MOVE WS-DIG(14) TO WS-DV1-INFORMADO.
           MOVE WS-DV1-CALCULADO TO WS-DIG(14).
           MOVE ZERO TO WS-SOMA.
           MOVE 5 TO WS-K.
           PERFORM 2200-SOMAR-PESO-CPF-DV2 THRU 2200-FIM
               UNTIL WS-K > 14.
           PERFORM 5000-CALCULAR-DV THRU 5000-FIM.
           MOVE WS-DV-CALCULADO TO WS-DV2-CALCULADO.
           PERFORM 5100-DEVOLVER-DV THRU 5100-FIM.
           IF WS-DV1-CALCULADO NOT = WS-DV1-INFORMADO
              OR WS-DV2-CALCULADO NOT = WS-DIG(15)
               MOVE 01 TO DEBF902-CD-RTN
               MOVE "CPF COM DV INVALIDO" TO DEBF902-MSG
           END-IF.
           PERFORM 3100-SOMAR-PESO-CNPJ-DV1 THRU 3100-FIM
               UNTIL WS-K > 13.
           PERFORM 5000-CALCULAR-DV THRU 5000-FIM.
           MOVE WS-DV-CALCULADO TO WS-DV1-CALCULADO.
      *    SEGUNDO DIGITO VERIFICADOR: PESOS 6,5,4,3,2,9,8,7,6,5,4,3,2
      *    SOBRE AS POSICOES 2 A 13 MAIS O PRIMEIRO VERIFICADOR
      *    CALCULADO (POSICAO 14).
           MOVE WS-DIG(14) TO WS-DV1-INFORMADO.
           MOVE WS-DV1-CALCULADO TO WS-DIG(14).
           MOVE ZERO TO WS-SOMA.
           MOVE 2 TO WS-K.
           PERFORM 3200-SOMAR-PESO-CNPJ-DV2 THRU 3200-FIM
               UNTIL WS-K > 14.
           PERFORM 5000-CALCULAR-DV THRU 5000-FIM.
           MOVE WS-DV-CALCULADO TO WS-DV2-CALCULADO.
           PERFORM 5100-DEVOLVER-DV THRU 5100-FIM.
           IF WS-DV1-CALCULADO NOT = WS-DV1-INFORMADO
              OR WS-DV2-CALCULADO NOT = WS-DIG(15)
               MOVE 02 TO DEBF902-CD-RTN
               MOVE "CNPJ COM DV INVALIDO" TO DEBF902-MSG
           END-IF.
           END-IF.
       5000-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * 5100-DEVOLVER-DV - OS DOIS VERIFICADORES CALCULADOS, NA ORDEM  *
      *                    EM QUE APARECEM NO DOCUMENTO.               *
      *----------------------------------------------------------------*
       5100-DEVOLVER-DV.
           COMPUTE DEBF902-DV-CALCULADO
               = WS-DV1-CALCULADO * 10 + WS-DV2-CALCULADO.
       5100-FIM.
           EXIT.
      * ----------------------------------------------------------------
