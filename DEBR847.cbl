       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEBR847.
       AUTHOR. F7023235.
      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES:                                      *
      * VRS001 14.10.2026 F7023235  IMPLANTACAO. ARQUIVO DE SUSTACAO   *
      *                             DE CHEQUES PARA A COMPENSACAO      *
      *                             (DEBS847): PARA CADA CONTA COM     *
      *                             TALAO ROUBADO (DEB307-TL-ROUBADO   *
      *                             1) OU COM CHEQUES CONTRA-ORDENADOS *
      *                             (DEB307-CONTRA-ORDE > 0), DERIVA A *
      *                             FAIXA AINDA EM CIRCULACAO - DO     *
      *                             CHEQUE SEGUINTE AO DEB307-ULT-CHQ- *
      *                             OL ATE O DEB307-ULTIMO-CHEQ,       *
      *                             LIMITADO AO ESTOQUE CADASTRADO EM  *
      *                             DEB307-CHEQUES - E GRAVA AGENCIA,  *
      *                             CONTA, PRIMEIRO/ULTIMO CHEQUE E O  *
      *                             MOTIVO DE DEVOLUCAO (28 ROUBO, 21  *
      *                             CONTRA-ORDEM), COM HEADER E        *
      *                             TRAILER. O RELATORIO DEBL847 LISTA *
      *                             AS SUSTACOES ENVIADAS E APONTA AS  *
      *                             CONTAS COM DEB307-RESTR-AGENCIA 1  *
      *                             (EXCESSO DE DEVOLVIDOS) OU COND-   *
      *                             CHEQUE 8 QUE AINDA TEM CHEQUES EM  *
      *                             CIRCULACAO.                        *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEB307   ASSIGN TO UT-S-DEBK307
                  ORGANIZATION IS SEQUENTIAL.

           SELECT DEBS847  ASSIGN TO UT-S-DEBS847
                  ORGANIZATION IS SEQUENTIAL.

           SELECT DEBL847  ASSIGN TO UT-S-DEBL847
                  ORGANIZATION IS SEQUENTIAL.

           SELECT SORTWK847 ASSIGN TO UT-S-SORTWK847.

       DATA DIVISION.
       FILE SECTION.
       FD  DEB307
           BLOCK  0
           RECORD CONTAINS 371 CHARACTERS
           RECORDING F.

       01  DEB307-REGISTRO            PIC X(371).

      *----------------------------------------------------------------*
      * SUSTACOES PARA A INTERFACE DA COMPENSACAO: HEADER ("H") COM A  *
      * DATA DO MOVIMENTO, UM DETALHE ("D") POR CONTA NA ORDEM DE      *
      * AGENCIA/CONTA DO EXTRATO E TRAILER ("T") COM A QUANTIDADE DE   *
      * DETALHES E DE FOLHAS SUSTADAS.                                 *
      *----------------------------------------------------------------*
       FD  DEBS847
           BLOCK  0
           RECORD CONTAINS 50 CHARACTERS
           RECORDING F.

       01  REGISTRO-DEBS847.
           03  DEBS847-TIPO              PIC X(001).
           03  DEBS847-AGENCIA           PIC 9(005).
           03  DEBS847-CONTA             PIC 9(011).
           03  DEBS847-CHEQUE-INI        PIC 9(009).
           03  DEBS847-CHEQUE-FIM        PIC 9(009).
           03  DEBS847-MOTIVO            PIC 9(002).
           03  DEBS847-QT-CONTRA-ORDEM   PIC 9(004).
           03  FILLER                    PIC X(009).

       01  DEBS847-REG-HEADER REDEFINES REGISTRO-DEBS847.
           03  FILLER                    PIC X(001).
           03  DEBS847-H-DT-MOVIMENTO    PIC 9(008).
           03  DEBS847-H-ORIGEM          PIC X(008).
           03  FILLER                    PIC X(033).

       01  DEBS847-REG-TRAILER REDEFINES REGISTRO-DEBS847.
           03  FILLER                    PIC X(001).
           03  DEBS847-T-QT-CONTAS       PIC 9(009).
           03  DEBS847-T-QT-FOLHAS       PIC 9(011).
           03  FILLER                    PIC X(029).

       FD  DEBL847
           BLOCK  0
           RECORD CONTAINS 132 CHARACTERS
           RECORDING F.

       01  REGISTRO-DEBL847           PIC X(132).

      *----------------------------------------------------------------*
      * SECAO 1: SUSTACAO ENVIADA; SECAO 2: CONTA COM RESTRICAO DE     *
      * CHEQUE E FOLHAS EM CIRCULACAO.                                 *
      *----------------------------------------------------------------*
       SD  SORTWK847.
       01  REGISTRO-SORTWK847.
           03  SORTWK847-SECAO        PIC 9(001).
           03  SORTWK847-AGENCIA      PIC 9(005).
           03  SORTWK847-CONTA        PIC 9(011).
           03  SORTWK847-CHEQUE-INI   PIC 9(009).
           03  SORTWK847-CHEQUE-FIM   PIC 9(009).
           03  SORTWK847-QT-FOLHAS    PIC 9(009).
           03  SORTWK847-MOTIVO       PIC X(040).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * PARAMETROS DA SUBROTINA DE REGISTRO DE EXECUCAO NO ARQUIVO DE  *
      * CONTROLE DEBCTL (BOOK DEBFK904).                               *
      *----------------------------------------------------------------*
       01  DEBF904-PARM.
           COPY DEBFK904.

       01  WS-QT-LIDOS-CTL             PIC 9(09) COMP VALUE ZERO.
       01  WS-QT-GRAV-DEBS847          PIC 9(09) COMP VALUE ZERO.
       01  WS-QT-GRAV-DEBL847          PIC 9(09) COMP VALUE ZERO.
       01  WS-QT-SEM-CIRCULACAO        PIC 9(09) COMP VALUE ZERO.

           COPY DEBK307.

      *----------------------------------------------------------------*
      * PARAMETROS DA SUBROTINA DE VALIDACAO DO HEADER DO DEB307       *
      * (BOOK DEBFK903).                                               *
      *----------------------------------------------------------------*
       01  DEBF903-PARM.
           COPY DEBFK903.

       01  WS-DATA-REF-AMD            PIC 9(008)        VALUE ZERO.
       01  WS-DATA-X                  PIC X(008)        VALUE SPACES.
       01  WS-ANO                     PIC X(004)        VALUE SPACES.
       01  WS-MES                     PIC X(002)        VALUE SPACES.
       01  WS-DIA                     PIC X(002)        VALUE SPACES.

      *----------------------------------------------------------------*
      * FAIXA EM CIRCULACAO DA CONTA CORRENTE E TOTAIS DO TRAILER.     *
      *----------------------------------------------------------------*
       01  WS-CHEQUE-INI              PIC S9(09) COMP  VALUE ZERO.
       01  WS-CHEQUE-FIM              PIC S9(09) COMP  VALUE ZERO.
       01  WS-QT-FOLHAS               PIC S9(09) COMP  VALUE ZERO.
       01  WS-T-QT-FOLHAS             PIC 9(011) COMP  VALUE ZERO.

       01  WS-LINHA-TITULO-SECAO.
           03  WS-TSC-TITULO          PIC X(060).
           03  FILLER                 PIC X(072)  VALUE SPACES.

       01  WS-LINHA-TITULOS.
           03  FILLER                 PIC X(006)  VALUE "AG.".
           03  FILLER                 PIC X(012)  VALUE "CONTA".
           03  FILLER                 PIC X(010)  VALUE "CHQ.INI.".
           03  FILLER                 PIC X(010)  VALUE "CHQ.FIM".
           03  FILLER                 PIC X(012)  VALUE "FOLHAS".
           03  FILLER                 PIC X(082)  VALUE "MOTIVO".

       01  WS-LINHA-DETALHE.
           03  WS-DET-AGENCIA         PIC ZZZZ9.
           03  FILLER                 PIC X(001)  VALUE SPACE.
           03  WS-DET-CONTA           PIC ZZZZZZZZZZ9.
           03  FILLER                 PIC X(001)  VALUE SPACE.
           03  WS-DET-CHEQUE-INI      PIC ZZZZZZZZ9.
           03  FILLER                 PIC X(001)  VALUE SPACE.
           03  WS-DET-CHEQUE-FIM      PIC ZZZZZZZZ9.
           03  FILLER                 PIC X(001)  VALUE SPACE.
           03  WS-DET-QT-FOLHAS       PIC ZZZ.ZZZ.ZZ9.
           03  FILLER                 PIC X(001)  VALUE SPACE.
           03  WS-DET-MOTIVO          PIC X(040).
           03  FILLER                 PIC X(042)  VALUE SPACES.

       01  WS-LINHA-TOTAL.
           03  WS-TOT-ROTULO          PIC X(050).
           03  WS-TOT-QTDE            PIC ZZZ.ZZZ.ZZ9.
           03  FILLER                 PIC X(071)  VALUE SPACES.

       01  WS-QT-SECAO                PIC 9(009) COMP  VALUE ZERO.
       01  WS-SECAO-ANTERIOR          PIC 9(001)       VALUE ZERO.

       01  WS-SWITCHES.
           03  WS-SW-EOF-DEB307       PIC X(01)        VALUE "N".
               88  WS-EOF-DEB307                        VALUE "Y".
           03  WS-SW-EOF-SORTWK       PIC X(01)        VALUE "N".
               88  WS-EOF-SORTWK                        VALUE "Y".

       PROCEDURE DIVISION.

      *================================================================*
      * 0000-MAINLINE                                                  *
      *================================================================*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-FIM.
           SORT SORTWK847
               ON ASCENDING KEY SORTWK847-SECAO SORTWK847-AGENCIA
                                SORTWK847-CONTA
               INPUT PROCEDURE 2000-SELECIONAR-CONTAS THRU 2000-FIM
               OUTPUT PROCEDURE 3000-IMPRIMIR-RELATORIO THRU 3000-FIM.
           PERFORM 8000-ENCERRAR    THRU 8000-FIM.
           STOP RUN.

      *================================================================*
      * 1000-INICIALIZAR                                                *
      *================================================================*
       1000-INICIALIZAR.
           MOVE SPACES TO DEBF904-PARM.
           MOVE "I"        TO DEBF904-FUNCAO.
           MOVE "DEBR847" TO DEBF904-PROGRAMA.
           CALL "DEBF904" USING DEBF904-PARM.
           OPEN INPUT  DEB307.
           OPEN OUTPUT DEBS847.
           OPEN OUTPUT DEBL847.
           PERFORM 1170-VALIDAR-HEADER THRU 1170-FIM.
           MOVE SPACES          TO REGISTRO-DEBS847.
           MOVE "H"             TO DEBS847-TIPO.
           MOVE WS-DATA-REF-AMD TO DEBS847-H-DT-MOVIMENTO.
           MOVE "DEBR847"       TO DEBS847-H-ORIGEM.
           WRITE REGISTRO-DEBS847.
       1000-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * 1170-VALIDAR-HEADER - O PRIMEIRO REGISTRO DO DEB307 TEM QUE    *
      *                       SER O HEADER (AGENCIA 0) DO DIA CORRENTE;*
      *                       A DEBF903 FAZ A CRITICA. A DATA-ATUAL DO *
      *                       HEADER VAI NO HEADER DA SUSTACAO.        *
      *----------------------------------------------------------------*
       1170-VALIDAR-HEADER.
           PERFORM 2100-LER-DEB307 THRU 2100-FIM.
           IF WS-EOF-DEB307
               DISPLAY "DEBR847 - EXTRATO DEB307 VAZIO (SEM HEADER). "
                       "EXECUCAO ABORTADA."
               STOP RUN
           END-IF.
           MOVE DEB307-AGENCIA     TO DEBF903-AGENCIA.
           MOVE DEB307-DT-ABERTURA TO DEBF903-DT-HEADER.
           CALL "DEBF903" USING DEBF903-PARM.
           IF DEBF903-CD-RTN > ZERO
               DISPLAY "DEBR847 - " DEBF903-MSG
                       ". EXECUCAO ABORTADA."
               STOP RUN
           END-IF.
           UNSTRING DEB307-DT-ABERTURA DELIMITED BY "-"
               INTO WS-ANO WS-MES WS-DIA.
           STRING WS-ANO WS-MES WS-DIA
               DELIMITED BY SIZE INTO WS-DATA-X.
           MOVE WS-DATA-X TO WS-DATA-REF-AMD.
      *    O HEADER NAO CONTA COMO REGISTRO LIDO NO DEBCTL.
           MOVE ZERO TO WS-QT-LIDOS-CTL.
       1170-FIM.
           EXIT.

      *================================================================*
      * 2000-SELECIONAR-CONTAS - PROCEDIMENTO DE ENTRADA DO SORT.      *
      *================================================================*
       2000-SELECIONAR-CONTAS.
           PERFORM 2100-LER-DEB307 THRU 2100-FIM.
           PERFORM 2020-TRATAR-CONTA THRU 2020-FIM
               UNTIL WS-EOF-DEB307.
       2000-FIM.
           EXIT.

       2020-TRATAR-CONTA.
           MOVE DEB307-INDICADORES TO DEB307-RESTRICOES.
           IF DEB307-TL-ROUBADO = 1
              OR DEB307-CONTRA-ORDE > ZERO
              OR DEB307-RESTR-AGENCIA = 1
              OR DEB307-COND-CHEQUE = 8
               PERFORM 2200-DERIVAR-FAIXA THRU 2200-FIM
               PERFORM 2300-TRATAR-SUSTACAO THRU 2300-FIM
               PERFORM 2400-TRATAR-RESTRICAO THRU 2400-FIM
           END-IF.
           PERFORM 2100-LER-DEB307 THRU 2100-FIM.
       2020-FIM.
           EXIT.

       2100-LER-DEB307.
           READ DEB307 INTO DCLTDEB307
               AT END
                   MOVE "Y" TO WS-SW-EOF-DEB307
           END-READ.
           IF NOT WS-EOF-DEB307
               ADD 1 TO WS-QT-LIDOS-CTL
           END-IF.
       2100-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * 2200-DERIVAR-FAIXA - O DEB307-ULT-CHQ-OL E O ULTIMO CHEQUE JA  *
      *                      RETIRADO; DAI ATE O ULTIMO EMITIDO PELO   *
      *                      SISTEMA (DEB307-ULTIMO-CHEQ) AS FOLHAS    *
      *                      ESTAO COM O CLIENTE. O FIM NAO PASSA DO   *
      *                      ESTOQUE CADASTRADO (DEB307-CHEQUES, A     *
      *                      MESMA LEITURA DA REPOSICAO DO DEBR826).   *
      *                      INICIO ACIMA DO FIM: NADA EM CIRCULACAO.  *
      *----------------------------------------------------------------*
       2200-DERIVAR-FAIXA.
           COMPUTE WS-CHEQUE-INI = DEB307-ULT-CHQ-OL + 1.
           MOVE DEB307-ULTIMO-CHEQ TO WS-CHEQUE-FIM.
           IF DEB307-CHEQUES > ZERO
              AND WS-CHEQUE-FIM > DEB307-CHEQUES
               MOVE DEB307-CHEQUES TO WS-CHEQUE-FIM
           END-IF.
           IF WS-CHEQUE-INI > WS-CHEQUE-FIM
               MOVE ZERO TO WS-QT-FOLHAS
           ELSE
               COMPUTE WS-QT-FOLHAS = WS-CHEQUE-FIM - WS-CHEQUE-INI + 1
           END-IF.
       2200-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * 2300-TRATAR-SUSTACAO - TALAO ROUBADO PREVALECE SOBRE A CONTRA- *
      *                        ORDEM (A FAIXA E A MESMA; MUDA O MOTIVO *
      *                        DE DEVOLUCAO NA COMPENSACAO).           *
      *----------------------------------------------------------------*
       2300-TRATAR-SUSTACAO.
           IF DEB307-TL-ROUBADO NOT = 1
              AND DEB307-CONTRA-ORDE NOT > ZERO
               GO TO 2300-FIM
           END-IF.
           IF WS-QT-FOLHAS = ZERO
               ADD 1 TO WS-QT-SEM-CIRCULACAO
               GO TO 2300-FIM
           END-IF.
           MOVE SPACES             TO REGISTRO-DEBS847.
           MOVE "D"                TO DEBS847-TIPO.
           MOVE DEB307-AGENCIA     TO DEBS847-AGENCIA.
           MOVE DEB307-CONTA       TO DEBS847-CONTA.
           MOVE WS-CHEQUE-INI      TO DEBS847-CHEQUE-INI.
           MOVE WS-CHEQUE-FIM      TO DEBS847-CHEQUE-FIM.
           MOVE DEB307-CONTRA-ORDE TO DEBS847-QT-CONTRA-ORDEM.
           IF DEB307-TL-ROUBADO = 1
               MOVE 28 TO DEBS847-MOTIVO
               MOVE "28 - TALAO ROUBADO" TO SORTWK847-MOTIVO
           ELSE
               MOVE 21 TO DEBS847-MOTIVO
               MOVE "21 - CONTRA-ORDEM" TO SORTWK847-MOTIVO
           END-IF.
           WRITE REGISTRO-DEBS847.
           ADD 1 TO WS-QT-GRAV-DEBS847.
           ADD WS-QT-FOLHAS TO WS-T-QT-FOLHAS.
           MOVE 1 TO SORTWK847-SECAO.
           PERFORM 2500-LIBERAR-LINHA THRU 2500-FIM.
       2300-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * 2400-TRATAR-RESTRICAO - CONTA COM EXCESSO DE DEVOLVIDOS OU COM *
      *                         CONDICAO DE CHEQUE 8 QUE AINDA TEM     *
      *                         FOLHAS EM CIRCULACAO.                  *
      *----------------------------------------------------------------*
       2400-TRATAR-RESTRICAO.
           IF WS-QT-FOLHAS = ZERO
               GO TO 2400-FIM
           END-IF.
           EVALUATE TRUE
               WHEN DEB307-RESTR-AGENCIA = 1
                AND DEB307-COND-CHEQUE = 8
                   MOVE "EXCESSO DE DEVOLVIDOS E COND-CHEQUE 8"
                       TO SORTWK847-MOTIVO
               WHEN DEB307-RESTR-AGENCIA = 1
                   MOVE "EXCESSO DE CHEQUES DEVOLVIDOS"
                       TO SORTWK847-MOTIVO
               WHEN DEB307-COND-CHEQUE = 8
                   MOVE "USO DE CHEQUES COM RESTRICOES (COND 8)"
                       TO SORTWK847-MOTIVO
               WHEN OTHER
                   GO TO 2400-FIM
           END-EVALUATE.
           MOVE 2 TO SORTWK847-SECAO.
           PERFORM 2500-LIBERAR-LINHA THRU 2500-FIM.
       2400-FIM.
           EXIT.

       2500-LIBERAR-LINHA.
           MOVE DEB307-AGENCIA TO SORTWK847-AGENCIA.
           MOVE DEB307-CONTA   TO SORTWK847-CONTA.
           MOVE WS-CHEQUE-INI  TO SORTWK847-CHEQUE-INI.
           MOVE WS-CHEQUE-FIM  TO SORTWK847-CHEQUE-FIM.
           MOVE WS-QT-FOLHAS   TO SORTWK847-QT-FOLHAS.
           RELEASE REGISTRO-SORTWK847.
       2500-FIM.
           EXIT.

      *================================================================*
      * 3000-IMPRIMIR-RELATORIO - PROCEDIMENTO DE SAIDA DO SORT: UMA   *
      *                           SECAO POR TIPO DE LINHA, COM TOTAL.  *
      *================================================================*
       3000-IMPRIMIR-RELATORIO.
           PERFORM 3100-RETORNAR-SORTWK THRU 3100-FIM.
           PERFORM 3200-IMPRIMIR-LINHA THRU 3200-FIM
               UNTIL WS-EOF-SORTWK.
           IF WS-SECAO-ANTERIOR > ZERO
               PERFORM 3400-IMPRIMIR-TOTAL-SECAO THRU 3400-FIM
           END-IF.
           MOVE "CONTAS COM SUSTACAO E NENHUMA FOLHA EM CIRCULACAO"
               TO WS-TOT-ROTULO.
           MOVE WS-QT-SEM-CIRCULACAO TO WS-TOT-QTDE.
           PERFORM 3900-GRAVAR-TOTAL THRU 3900-FIM.
       3000-FIM.
           EXIT.

       3100-RETORNAR-SORTWK.
           RETURN SORTWK847
               AT END
                   MOVE "Y" TO WS-SW-EOF-SORTWK
           END-RETURN.
       3100-FIM.
           EXIT.

       3200-IMPRIMIR-LINHA.
           IF SORTWK847-SECAO NOT = WS-SECAO-ANTERIOR
               IF WS-SECAO-ANTERIOR > ZERO
                   PERFORM 3400-IMPRIMIR-TOTAL-SECAO THRU 3400-FIM
               END-IF
               PERFORM 3300-IMPRIMIR-CABECALHO THRU 3300-FIM
           END-IF.
           MOVE SORTWK847-AGENCIA    TO WS-DET-AGENCIA.
           MOVE SORTWK847-CONTA      TO WS-DET-CONTA.
           MOVE SORTWK847-CHEQUE-INI TO WS-DET-CHEQUE-INI.
           MOVE SORTWK847-CHEQUE-FIM TO WS-DET-CHEQUE-FIM.
           MOVE SORTWK847-QT-FOLHAS  TO WS-DET-QT-FOLHAS.
           MOVE SORTWK847-MOTIVO     TO WS-DET-MOTIVO.
           MOVE WS-LINHA-DETALHE     TO REGISTRO-DEBL847.
           WRITE REGISTRO-DEBL847.
           ADD 1 TO WS-QT-GRAV-DEBL847.
           ADD 1 TO WS-QT-SECAO.
           PERFORM 3100-RETORNAR-SORTWK THRU 3100-FIM.
       3200-FIM.
           EXIT.

       3300-IMPRIMIR-CABECALHO.
           IF SORTWK847-SECAO = 1
               MOVE "SUSTACOES ENVIADAS A COMPENSACAO"
                   TO WS-TSC-TITULO
           ELSE
               MOVE "CONTAS COM RESTRICAO E FOLHAS EM CIRCULACAO"
                   TO WS-TSC-TITULO
           END-IF.
           MOVE WS-LINHA-TITULO-SECAO TO REGISTRO-DEBL847.
           WRITE REGISTRO-DEBL847.
           MOVE WS-LINHA-TITULOS  TO REGISTRO-DEBL847.
           WRITE REGISTRO-DEBL847.
           ADD 2 TO WS-QT-GRAV-DEBL847.
           MOVE SORTWK847-SECAO   TO WS-SECAO-ANTERIOR.
           MOVE ZERO TO WS-QT-SECAO.
       3300-FIM.
           EXIT.

       3400-IMPRIMIR-TOTAL-SECAO.
           MOVE "TOTAL DE CONTAS DA SECAO.................."
               TO WS-TOT-ROTULO.
           MOVE WS-QT-SECAO TO WS-TOT-QTDE.
           PERFORM 3900-GRAVAR-TOTAL THRU 3900-FIM.
       3400-FIM.
           EXIT.

       3900-GRAVAR-TOTAL.
           MOVE WS-LINHA-TOTAL TO REGISTRO-DEBL847.
           WRITE REGISTRO-DEBL847.
           ADD 1 TO WS-QT-GRAV-DEBL847.
       3900-FIM.
           EXIT.

      *================================================================*
      * 8000-ENCERRAR - TRAILER DA SUSTACAO E REGISTRO NO DEBCTL.      *
      *================================================================*
       8000-ENCERRAR.
           MOVE SPACES             TO REGISTRO-DEBS847.
           MOVE "T"                TO DEBS847-TIPO.
           MOVE WS-QT-GRAV-DEBS847 TO DEBS847-T-QT-CONTAS.
           MOVE WS-T-QT-FOLHAS     TO DEBS847-T-QT-FOLHAS.
           WRITE REGISTRO-DEBS847.
           MOVE "F"        TO DEBF904-FUNCAO.
           MOVE "DEBR847" TO DEBF904-PROGRAMA.
           MOVE WS-QT-LIDOS-CTL TO DEBF904-QT-LIDOS.
           MOVE "DEBS847" TO DEBF904-ARQ(1).
           MOVE WS-QT-GRAV-DEBS847 TO DEBF904-QT-GRAVADOS(1).
           MOVE "DEBL847" TO DEBF904-ARQ(2).
           MOVE WS-QT-GRAV-DEBL847 TO DEBF904-QT-GRAVADOS(2).
           MOVE "OK"       TO DEBF904-STATUS.
           CALL "DEBF904" USING DEBF904-PARM.
           CLOSE DEB307.
           CLOSE DEBS847.
           CLOSE DEBL847.
       8000-FIM.
           EXIT.
      * ----------------------------------------------------------------
