      *                             (DESTINO ZERADO OU DIGITO          *
      *                             BLOQUEADOR EM DEB307-RESTRICOES) E *
      *                             OS TOTAIS POR CLASSE.              *
      * VRS002 15.10.2026 F7023235  O VALOR TRANSFERIDO E OS LIMIARES  *
      *                             DE MOMENTO PASSAM A USAR O SALDO   *
      *                             DISPONIVEL DA DEBF906 (BOOK        *
      *                             DEBFK906) EM VEZ DE DEB307-SALDO-  *
      *                             ATUAL: DEPOSITO BLOQUEADO POR      *
      *                             PRAZO INDETERMINADO E DEPOSITO EM  *
      *                             PRAZO DE BLOQUEIO (RED-BLOQ) FICAM *
      *                             NA ORIGEM. CONTA TRAVADA           *
      *                             (OBSERVACAO B, TITULAR FALECIDO) E *
      *                             REJEITADA COM O MOTIVO DA DEBF906; *
      *                             O RELATORIO MOSTRA O SALDO         *
      *                             DISPONIVEL.                        *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  DEBF900-PARM.
           COPY DEBFK900.

      *----------------------------------------------------------------*
      * PARAMETROS DA SUBROTINA DE APURACAO DO SALDO DISPONIVEL (BOOK  *
      * DEBFK906): SO O DISPONIVEL E TRANSFERIDO.                      *
      *----------------------------------------------------------------*
       01  DEBF906-PARM.
           COPY DEBFK906.

       01  WS-DATA-ATUAL-AMD          PIC 9(008)       VALUE ZERO.
       01  WS-DATA-ATIV-AMD           PIC 9(008)       VALUE ZERO.
       01  WS-DATA-ATIV-X             PIC X(008)       VALUE SPACES.

      *----------------------------------------------------------------*
      * 2200-TRATAR-TRANSFERENCIA - REJEICAO ANTES DO MOMENTO: DESTINO *
      *                             ZERADO, RESTR-MOVIM NO MAPA DE     *
      *                             RESTRICOES OU CONTA TRAVADA PELA   *
      *                             DEBF906 (OBSERVACAO B, TITULAR     *
      *                             FALECIDO).                         *
      *----------------------------------------------------------------*
       2200-TRATAR-TRANSFERENCIA.
           PERFORM 2250-APURAR-DISPONIVEL THRU 2250-FIM.
           EVALUATE TRUE
               WHEN DEB307-AG-DESTINO = ZERO
                 OR DEB307-CNTA-DEST = ZERO
                   MOVE "RESTRICAO DE MOVIMENTACAO NA CONTA"
                       TO WS-DET-MOTIVO
                   PERFORM 2500-REJEITAR THRU 2500-FIM
               WHEN DEBF906-CD-RTN > ZERO
                 OR DEBF906-SIT-LIMITE = "R"
                   MOVE DEBF906-MSG TO WS-DET-MOTIVO
                   PERFORM 2500-REJEITAR THRU 2500-FIM
               WHEN OTHER
                   PERFORM 2300-VERIFICAR-MOMENTO THRU 2300-FIM
       2200-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * 2250-APURAR-DISPONIVEL - SALDO DISPONIVEL PELA DEBF906, SEM O  *
      *                          DEPOSITO BLOQUEADO NEM O DEPOSITO EM  *
      *                          PRAZO DE BLOQUEIO.                    *
      *----------------------------------------------------------------*
       2250-APURAR-DISPONIVEL.
           MOVE DEB307-SALDO-ATUAL  TO DEBF906-SALDO-ATUAL.
           MOVE DEB307-SALDO-D-1    TO DEBF906-SALDO-D-1.
           MOVE DEB307-DEP-INDET    TO DEBF906-DEP-INDET.
           MOVE DEB307-RED-BLOQ     TO DEBF906-RED-BLOQ.
           MOVE DEB307-LIMITE       TO DEBF906-LIMITE.
           MOVE DEB307-LIM-FUTURO   TO DEBF906-LIM-FUTURO.
           MOVE DEB307-EXTRA-LIMIT  TO DEBF906-EXTRA-LIMIT.
           MOVE DEB307-RESTRICOES   TO DEBF906-RESTRICOES.
           CALL "DEBF906" USING DEBF906-PARM.
       2250-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * 2300-VERIFICAR-MOMENTO - SEM CODIGO DE MOMENTO, A              *
      *                          TRANSFERENCIA SAI COM QUALQUER SALDO  *
      *                          DISPONIVEL POSITIVO; COM MOM-TRANSF 1 *
      *                          A 8, SO QUANDO O DISPONIVEL (DEBF906) *
      *                          PASSA DE 1.000 E A CONTA ESTA PARADA  *
      *                          HA PELO MENOS OS DIAS DOCUMENTADOS NO *
      *                          DEBK307 (5/10/15/20, PF EM 1-4 E PJ   *
      *                          EM 5-8).                              *
      *----------------------------------------------------------------*
       2300-VERIFICAR-MOMENTO.
           IF DEBF906-SALDO-DISP NOT > ZERO
               IF DEBF906-VL-BLOQUEADO > ZERO
                   MOVE DEBF906-MSG TO WS-DET-MOTIVO
               ELSE
                   MOVE "SALDO NAO POSITIVO" TO WS-DET-MOTIVO
               END-IF
               PERFORM 2600-RETER THRU 2600-FIM
               GO TO 2300-FIM
           END-IF.
               WHEN OTHER
                   MOVE 20 TO WS-DIAS-EXIGIDOS
           END-EVALUATE.
           IF DEBF906-SALDO-DISP NOT > WS-SALDO-MINIMO-MOM
               MOVE "SALDO AINDA NAO PASSOU DE 1.000"
                   TO WS-DET-MOTIVO
               PERFORM 2600-RETER THRU 2600-FIM
           MOVE "D"                TO DEBM827-TIPO.
           MOVE DEB307-AGENCIA     TO DEBM827-AGENCIA.
           MOVE DEB307-CONTA       TO DEBM827-CONTA.
           MOVE DEBF906-SALDO-DISP TO DEBM827-VALOR.
           WRITE REGISTRO-DEBM827.
           ADD 1 TO WS-QT-GRAV-DEBM827.
           MOVE "C"                TO DEBM827-TIPO.
       2800-GRAVAR-DETALHE.
           MOVE DEB307-AGENCIA     TO WS-DET-AGENCIA.
           MOVE DEB307-CONTA       TO WS-DET-CONTA.
           MOVE DEBF906-SALDO-DISP TO DEBF900-VALOR.
           CALL "DEBF900" USING DEBF900-PARM.
           MOVE DEBF900-VALOR-FMT  TO WS-DET-VALOR.
           MOVE WS-LINHA-DETALHE   TO REGISTRO-DEBL827.
