      *                             VENCIMENTO DO CHEQUE ESPECIAL - O  *
      *                             SUPORTE DE AGENCIA RESPONDE A      *
      *                             LIGACAO EM UMA UNICA CONSULTA.     *
      * VRS002 14.10.2026 F7023235  RECEBE A AREA DEBCO830-PARM (BOOK  *
      *                             DEBCOK830): SEM PARM SEGUE A       *
      *                             CONSULTA PELO TERMINAL; CHAMADA    *
      *                             PELA CONSULTA POR CLIENTE MCI      *
      *                             (DEBCO849) COM A AGENCIA/CONTA     *
      *                             ESCOLHIDA, EXIBE O CARTAO DAQUELA  *
      *                             CONTA E DEVOLVE O CONTROLE.        *
      * VRS003 15.10.2026 F7023235  EXIBE O SALDO DISPONIVEL, O LIMITE *
      *                             DISPONIVEL, O VALOR BLOQUEADO E O  *
      *                             MOTIVO APURADOS PELA DEBF906 (BOOK *
      *                             DEBFK906), A MESMA ROTINA DAS      *
      *                             VARREDURAS DO BATCH. REGISTRO DO   *
      *                             DEB307X PASSA A 150 BYTES (BOOK    *
      *                             DEBK307X VRS003).                  *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  DEB307X
           RECORD CONTAINS 150 CHARACTERS.

           COPY DEBK307X.

       01  DEBF902-PARM.
           COPY DEBFK902.

      *----------------------------------------------------------------*
      * PARAMETROS DA SUBROTINA DE APURACAO DO SALDO DISPONIVEL (BOOK  *
      * DEBFK906) - O MESMO NUMERO QUE AS VARREDURAS DO BATCH USAM.    *
      *----------------------------------------------------------------*
       01  DEBF906-PARM.
           COPY DEBFK906.

       01  WS-AGENCIA-CONSULTA        PIC 9(005)      VALUE ZERO.
       01  WS-CONTA-CONSULTA          PIC 9(011)      VALUE ZERO.
       01  WS-IDX-TEXTO               PIC S9(4) COMP  VALUE ZERO.
           03  WS-SW-CONTINUAR        PIC X(01)  VALUE "S".
               88  WS-CONTINUAR                    VALUE "S".

       LINKAGE SECTION.

      *----------------------------------------------------------------*
      * AREA DE CHAMADA (BOOK DEBCOK830).                              *
      *----------------------------------------------------------------*
       01  DEBCO830-PARM.
           COPY DEBCOK830.

       PROCEDURE DIVISION USING DEBCO830-PARM.

      *================================================================*
      * 0000-MAINLINE                                                  *
      *================================================================*
       0000-MAINLINE.
           IF DEBCO830-TAMANHO > ZERO
               PERFORM 3000-CONSULTAR-CHAMADA THRU 3000-FIM
               GOBACK
           END-IF.
           PERFORM 1000-INICIALIZAR THRU 1000-FIM.
           PERFORM 2000-PROCESSAR   THRU 2000-FIM
               UNTIL NOT WS-CONTINUAR.
           CALL "DEBF900" USING DEBF900-PARM.
           DISPLAY "LIMITE CH.ESP...: " DEBF900-VALOR-FMT.
           DISPLAY "VENC. CH.ESP....: " DEB307X-VENC-CH-ESP.
           PERFORM 2350-EXIBIR-DISPONIVEL THRU 2350-FIM.
           PERFORM 2400-EXIBIR-RESTRICOES THRU 2400-FIM.
           PERFORM 2500-EXIBIR-DOCUMENTO  THRU 2500-FIM.
       2300-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * 2350-EXIBIR-DISPONIVEL - SALDO E LIMITE DISPONIVEIS, VALOR     *
      *                          BLOQUEADO E MOTIVO APURADOS PELA      *
      *                          DEBF906, COM A MESMA REGRA DAS        *
      *                          VARREDURAS NOTURNAS.                  *
      *----------------------------------------------------------------*
       2350-EXIBIR-DISPONIVEL.
           MOVE DEB307X-SALDO-ATUAL TO DEBF906-SALDO-ATUAL.
           MOVE DEB307X-SALDO-D-1   TO DEBF906-SALDO-D-1.
           MOVE DEB307X-DEP-INDET   TO DEBF906-DEP-INDET.
           MOVE DEB307X-RED-BLOQ    TO DEBF906-RED-BLOQ.
           MOVE DEB307X-LIMITE      TO DEBF906-LIMITE.
           MOVE DEB307X-LIM-FUTURO  TO DEBF906-LIM-FUTURO.
           MOVE DEB307X-EXTRA-LIMIT TO DEBF906-EXTRA-LIMIT.
           MOVE DEB307X-RESTRICOES  TO DEBF906-RESTRICOES.
           CALL "DEBF906" USING DEBF906-PARM.
           IF DEBF906-CD-RTN > ZERO
               DISPLAY "SALDO DISPONIVEL: " DEBF906-MSG
               GO TO 2350-FIM
           END-IF.
           MOVE DEBF906-SALDO-DISP TO DEBF900-VALOR.
           CALL "DEBF900" USING DEBF900-PARM.
           DISPLAY "SALDO DISPONIVEL: " DEBF900-VALOR-FMT.
           MOVE DEBF906-LIMITE-DISP TO DEBF900-VALOR.
           CALL "DEBF900" USING DEBF900-PARM.
           DISPLAY "LIMITE DISPON...: " DEBF900-VALOR-FMT.
           MOVE DEBF906-VL-BLOQUEADO TO DEBF900-VALOR.
           CALL "DEBF900" USING DEBF900-PARM.
           DISPLAY "VALOR BLOQUEADO.: " DEBF900-VALOR-FMT.
           DISPLAY "MOTIVO..........: " DEBF906-CD-MOTIVO " - "
                   DEBF906-MSG.
       2350-FIM.
           EXIT.

       2400-EXIBIR-RESTRICOES.
           MOVE DEB307X-RESTRICOES TO DEBF901-RESTRICOES.
           CALL "DEBF901" USING DEBF901-PARM.
       2500-FIM.
           EXIT.

      *================================================================*
      * 3000-CONSULTAR-CHAMADA - CHAMADA POR OUTRA CONSULTA: EXIBE O   *
      *                          CARTAO DA CONTA RECEBIDA. ERRO DE     *
      *                          ABERTURA NAO DERRUBA O CHAMADOR.      *
      *================================================================*
       3000-CONSULTAR-CHAMADA.
           OPEN INPUT DEB307X.
           IF WS-FS-DEB307X NOT = "00"
               DISPLAY "DEBCO830 - ERRO NA ABERTURA DO DEB307X. "
                       "FILE STATUS " WS-FS-DEB307X
               GO TO 3000-FIM
           END-IF.
           MOVE DEBCO830-AGENCIA TO WS-AGENCIA-CONSULTA.
           MOVE DEBCO830-CONTA   TO WS-CONTA-CONSULTA.
           DISPLAY "DEBCO830 - CARTAO DA CONTA " WS-AGENCIA-CONSULTA
                   "/" WS-CONTA-CONSULTA.
           PERFORM 2200-CONSULTAR-CONTA THRU 2200-FIM.
           CLOSE DEB307X.
       3000-FIM.
           EXIT.

      *================================================================*
      * 8000-ENCERRAR                                                   *
      *================================================================*
