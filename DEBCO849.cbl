       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEBCO849.
       AUTHOR. F7023235.
      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES:                                      *
      * VRS001 14.10.2026 F7023235  IMPLANTACAO. TRANSACAO DE CONSULTA *
      *                             ONLINE POR CLIENTE MCI, NO MESMO   *
      *                             PADRAO DA ACHCO600/DEBCO822/       *
      *                             DEBCO830: RECEBE O CODIGO MCI,     *
      *                             POSICIONA NO INDICE DEB307M        *
      *                             (CARREGADO PELA DEBL849) E LISTA   *
      *                             TODAS AS CONTAS DO CLIENTE, UMA    *
      *                             LINHA NUMERADA POR CONTA, COM O    *
      *                             PAPEL (PRIMEIRO/SEGUNDO TITULAR),  *
      *                             A SITUACAO, O SALDO ATUAL PELA     *
      *                             DEBF900 E AS RESTRICOES ATIVAS     *
      *                             PELA DEBF901, LIDOS DO DEB307X.    *
      *                             ESCOLHIDA UMA LINHA, CHAMA A       *
      *                             DEBCO830 COM A AGENCIA/CONTA PARA  *
      *                             EXIBIR O CARTAO COMPLETO DA CONTA. *
      * VRS002 15.10.2026 F7023235  REGISTRO DO DEB307X PASSA A 150    *
      *                             BYTES (BOOK DEBK307X VRS003).      *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEB307M  ASSIGN TO UT-S-DEBK307M
                  ORGANIZATION IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS DEB307M-CHAVE
                  FILE STATUS   IS WS-FS-DEB307M.

           SELECT DEB307X  ASSIGN TO UT-S-DEBK307X
                  ORGANIZATION IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS DEB307X-CHAVE
                  FILE STATUS   IS WS-FS-DEB307X.

       DATA DIVISION.
       FILE SECTION.
       FD  DEB307M
           RECORD CONTAINS 40 CHARACTERS.

           COPY DEBK307M.

       FD  DEB307X
           RECORD CONTAINS 150 CHARACTERS.

           COPY DEBK307X.

       WORKING-STORAGE SECTION.

       01  WS-FS-DEB307M              PIC X(02)  VALUE "00".
       01  WS-FS-DEB307X              PIC X(02)  VALUE "00".

      *----------------------------------------------------------------*
      * PARAMETROS DA SUBROTINA DE FORMATACAO MONETARIA (BOOK          *
      * DEBFK900) USADA NO SALDO.                                      *
      *----------------------------------------------------------------*
       01  DEBF900-PARM.
           COPY DEBFK900.

      *----------------------------------------------------------------*
      * PARAMETROS DA SUBROTINA DE DECODIFICACAO DAS RESTRICOES (BOOK  *
      * DEBFK901).                                                     *
      *----------------------------------------------------------------*
       01  DEBF901-PARM.
           COPY DEBFK901.

      *----------------------------------------------------------------*
      * AREA DE CHAMADA DA CONSULTA DO CARTAO DA CONTA (BOOK           *
      * DEBCOK830).                                                    *
      *----------------------------------------------------------------*
       01  DEBCO830-PARM.
           COPY DEBCOK830.

       01  WS-MCI-CONSULTA            PIC 9(009)      VALUE ZERO.
       01  WS-LINHA-ESCOLHIDA         PIC 9(002)      VALUE ZERO.
       01  WS-IDX-TEXTO               PIC S9(4) COMP  VALUE ZERO.

      *----------------------------------------------------------------*
      * CONTAS LISTADAS NA CONSULTA CORRENTE, PARA A ESCOLHA DA LINHA. *
      *----------------------------------------------------------------*
       01  TB-CONTAS-MCI.
           03  TB-QTDE                PIC S9(4) COMP  VALUE ZERO.
           03  TB-CONTA-MCI           OCCURS 50 TIMES.
               05  TB-AGENCIA         PIC 9(005).
               05  TB-CONTA           PIC 9(011).

       01  WS-LINHA-CONTA.
           03  WS-LIN-NUMERO          PIC Z9.
           03  FILLER                 PIC X(004)  VALUE " AG ".
           03  WS-LIN-AGENCIA         PIC ZZZZ9.
           03  FILLER                 PIC X(007)  VALUE " CONTA ".
           03  WS-LIN-CONTA           PIC ZZZZZZZZZZ9.
           03  FILLER                 PIC X(001)  VALUE SPACE.
           03  WS-LIN-PAPEL           PIC X(010).
           03  FILLER                 PIC X(001)  VALUE SPACE.
           03  WS-LIN-SITUACAO        PIC X(011).
           03  FILLER                 PIC X(001)  VALUE SPACE.
           03  WS-LIN-SALDO           PIC X(023).

       01  WS-SWITCHES.
           03  WS-SW-CONTINUAR        PIC X(01)  VALUE "S".
               88  WS-CONTINUAR                    VALUE "S".
           03  WS-SW-FIM-GRUPO        PIC X(01)  VALUE "N".
               88  WS-FIM-GRUPO                    VALUE "S".
           03  WS-SW-ESCOLHER         PIC X(01)  VALUE "N".
               88  WS-ESCOLHER                     VALUE "S".

       PROCEDURE DIVISION.

      *================================================================*
      * 0000-MAINLINE                                                  *
      *================================================================*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-FIM.
           PERFORM 2000-PROCESSAR   THRU 2000-FIM
               UNTIL NOT WS-CONTINUAR.
           PERFORM 8000-ENCERRAR    THRU 8000-FIM.
           STOP RUN.

      *================================================================*
      * 1000-INICIALIZAR                                                *
      *================================================================*
       1000-INICIALIZAR.
           OPEN INPUT DEB307M.
           IF WS-FS-DEB307M NOT = "00"
               DISPLAY "DEBCO849 - ERRO NA ABERTURA DO DEB307M. "
                       "FILE STATUS " WS-FS-DEB307M
                       ". EXECUCAO ABORTADA."
               STOP RUN
           END-IF.
           OPEN INPUT DEB307X.
           IF WS-FS-DEB307X NOT = "00"
               DISPLAY "DEBCO849 - ERRO NA ABERTURA DO DEB307X. "
                       "FILE STATUS " WS-FS-DEB307X
                       ". EXECUCAO ABORTADA."
               STOP RUN
           END-IF.
           MOVE 16 TO DEBCO830-TAMANHO.
           DISPLAY "DEBCO849 - CONSULTA DE CONTAS POR CLIENTE MCI".
           DISPLAY "INFORME MCI 0 (ZERO) PARA ENCERRAR A CONSULTA.".
       1000-FIM.
           EXIT.

      *================================================================*
      * 2000-PROCESSAR - LE O CODIGO MCI, LISTA AS CONTAS DO CLIENTE E *
      *                  ATENDE A ESCOLHA DE LINHAS ATE A LINHA 0.     *
      *================================================================*
       2000-PROCESSAR.
           DISPLAY "MCI....: " WITH NO ADVANCING.
           ACCEPT WS-MCI-CONSULTA.
           IF WS-MCI-CONSULTA = ZERO
               MOVE "N" TO WS-SW-CONTINUAR
               GO TO 2000-FIM
           END-IF.
           PERFORM 2100-LISTAR-CONTAS THRU 2100-FIM.
           IF TB-QTDE = ZERO
               DISPLAY "*** CLIENTE SEM CONTAS NO DEB307M"
               GO TO 2000-FIM
           END-IF.
           MOVE "S" TO WS-SW-ESCOLHER.
           PERFORM 2500-ESCOLHER-LINHA THRU 2500-FIM
               UNTIL NOT WS-ESCOLHER.
       2000-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * 2100-LISTAR-CONTAS - START NA PRIMEIRA CONTA DO MCI (AGENCIA E *
      *                      CONTA ZERADAS) E LEITURA EM SEQUENCIA ATE *
      *                      MUDAR O CODIGO MCI.                       *
      *----------------------------------------------------------------*
       2100-LISTAR-CONTAS.
           MOVE ZERO TO TB-QTDE.
           MOVE "N"  TO WS-SW-FIM-GRUPO.
           MOVE WS-MCI-CONSULTA TO DEB307M-MCI.
           MOVE ZERO            TO DEB307M-AGENCIA.
           MOVE ZERO            TO DEB307M-CONTA.
           START DEB307M KEY NOT < DEB307M-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-SW-FIM-GRUPO
           END-START.
           PERFORM 2200-LER-PROXIMA THRU 2200-FIM
               UNTIL WS-FIM-GRUPO.
       2100-FIM.
           EXIT.

       2200-LER-PROXIMA.
           READ DEB307M NEXT RECORD
               AT END
                   MOVE "S" TO WS-SW-FIM-GRUPO
           END-READ.
           IF WS-FIM-GRUPO
               GO TO 2200-FIM
           END-IF.
           IF WS-FS-DEB307M NOT = "00"
              OR DEB307M-MCI NOT = WS-MCI-CONSULTA
               MOVE "S" TO WS-SW-FIM-GRUPO
               GO TO 2200-FIM
           END-IF.
           IF TB-QTDE = 50
               DISPLAY "*** MAIS DE 50 CONTAS; CONSULTE AS DEMAIS "
                       "PELA DEBCO830"
               MOVE "S" TO WS-SW-FIM-GRUPO
               GO TO 2200-FIM
           END-IF.
           ADD 1 TO TB-QTDE.
           MOVE DEB307M-AGENCIA TO TB-AGENCIA(TB-QTDE).
           MOVE DEB307M-CONTA   TO TB-CONTA(TB-QTDE).
           PERFORM 2300-EXIBIR-CONTA THRU 2300-FIM.
       2200-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * 2300-EXIBIR-CONTA - LINHA DA CONTA COM OS DADOS DO DEB307X E,  *
      *                     ABAIXO, AS RESTRICOES ATIVAS EM TEXTO.     *
      *----------------------------------------------------------------*
       2300-EXIBIR-CONTA.
           MOVE TB-QTDE         TO WS-LIN-NUMERO.
           MOVE DEB307M-AGENCIA TO WS-LIN-AGENCIA.
           MOVE DEB307M-CONTA   TO WS-LIN-CONTA.
           IF DEB307M-PRIMEIRO-TITULAR
               MOVE "1O TITULAR" TO WS-LIN-PAPEL
           ELSE
               MOVE "2O TITULAR" TO WS-LIN-PAPEL
           END-IF.
           MOVE DEB307M-AGENCIA TO DEB307X-AGENCIA.
           MOVE DEB307M-CONTA   TO DEB307X-CONTA.
           READ DEB307X
               INVALID KEY
                   MOVE "SEM CARTAO" TO WS-LIN-SITUACAO
                   MOVE SPACES       TO WS-LIN-SALDO
                   DISPLAY WS-LINHA-CONTA
                   GO TO 2300-FIM
           END-READ.
           EVALUATE DEB307X-SITUACAO
               WHEN 3
                   MOVE "ATIVA"       TO WS-LIN-SITUACAO
               WHEN 5
               WHEN 6
               WHEN 9
                   MOVE "ENCERRADA"   TO WS-LIN-SITUACAO
               WHEN OTHER
                   MOVE "SITUACAO ?"  TO WS-LIN-SITUACAO
           END-EVALUATE.
           MOVE DEB307X-SALDO-ATUAL TO DEBF900-VALOR.
           CALL "DEBF900" USING DEBF900-PARM.
           MOVE DEBF900-VALOR-FMT TO WS-LIN-SALDO.
           DISPLAY WS-LINHA-CONTA.
           MOVE DEB307X-RESTRICOES TO DEBF901-RESTRICOES.
           CALL "DEBF901" USING DEBF901-PARM.
           MOVE 1 TO WS-IDX-TEXTO.
           PERFORM 2310-EXIBIR-TEXTO THRU 2310-FIM
               UNTIL WS-IDX-TEXTO > DEBF901-QT-TEXTOS.
       2300-FIM.
           EXIT.

       2310-EXIBIR-TEXTO.
           DISPLAY "      RESTRICAO: " DEBF901-TEXTO(WS-IDX-TEXTO).
           ADD 1 TO WS-IDX-TEXTO.
       2310-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * 2500-ESCOLHER-LINHA - LINHA 0 VOLTA PARA UM NOVO MCI; LINHA    *
      *                       VALIDA ABRE O CARTAO DA CONTA NA         *
      *                       DEBCO830.                                *
      *----------------------------------------------------------------*
       2500-ESCOLHER-LINHA.
           DISPLAY "LINHA PARA O CARTAO DA CONTA (0 = NOVO MCI): "
                   WITH NO ADVANCING.
           ACCEPT WS-LINHA-ESCOLHIDA.
           IF WS-LINHA-ESCOLHIDA = ZERO
               MOVE "N" TO WS-SW-ESCOLHER
               GO TO 2500-FIM
           END-IF.
           IF WS-LINHA-ESCOLHIDA > TB-QTDE
               DISPLAY "*** LINHA INEXISTENTE"
               GO TO 2500-FIM
           END-IF.
           MOVE TB-AGENCIA(WS-LINHA-ESCOLHIDA) TO DEBCO830-AGENCIA.
           MOVE TB-CONTA(WS-LINHA-ESCOLHIDA)   TO DEBCO830-CONTA.
           CALL "DEBCO830" USING DEBCO830-PARM.
       2500-FIM.
           EXIT.

      *================================================================*
      * 8000-ENCERRAR                                                   *
      *================================================================*
       8000-ENCERRAR.
           DISPLAY "DEBCO849 - FIM DA CONSULTA.".
           CLOSE DEB307M.
           CLOSE DEB307X.
       8000-FIM.
           EXIT.
      * ----------------------------------------------------------------
