       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEBR841.
       AUTHOR. F7023235.
      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES:                                      *
      * VRS001 14.10.2026 F7023235  IMPLANTACAO. CONGELAMENTO NOTURNO  *
      *                             DAS CONTAS DE FALECIDO/ESPOLIO     *
      *                             (DEB307-RESTR-FALEC 1 OU 5):       *
      *                             RELATORIO POR SUPER/AGENCIA DO QUE *
      *                             AINDA ESTA VIVO NA CONTA (LIMITE,  *
      *                             CODIGOS DE SWEEP DEB307-TRANSFER E *
      *                             DEB307-APLIC-AUTOM, CARTAO E       *
      *                             PROVENTOS CREDITADOS NO MES) E     *
      *                             GERACAO DAS TRANSACOES PARA A      *
      *                             NOITE SEGUINTE: DEBT812 TIPO 01    *
      *                             ZERANDO O DEB307-LIMITE E DEBT811  *
      *                             COM O MAPA DE RESTRICOES COMPLETO  *
      *                             E O DEB307-RESTR-MOVIM AJUSTADO    *
      *                             (FALECIDO 2 - BLOQUEADA; ESPOLIO 1 *
      *                             - NAO ACEITA DEBITOS). AS          *
      *                             TRANSACOES SAEM NA ORDEM DE        *
      *                             AGENCIA/CONTA DO EXTRATO, COMO O   *
      *                             DEBA811/DEBA812 EXIGEM.            *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEB307   ASSIGN TO UT-S-DEBK307
                  ORGANIZATION IS SEQUENTIAL.

           SELECT DEBT811  ASSIGN TO UT-S-DEBT811
                  ORGANIZATION IS SEQUENTIAL.

           SELECT DEBT812  ASSIGN TO UT-S-DEBT812
                  ORGANIZATION IS SEQUENTIAL.

           SELECT DEBL841  ASSIGN TO UT-S-DEBL841
                  ORGANIZATION IS SEQUENTIAL.

           SELECT SORTWK841 ASSIGN TO UT-S-SORTWK841.

       DATA DIVISION.
       FILE SECTION.
       FD  DEB307
           BLOCK  0
           RECORD CONTAINS 371 CHARACTERS
           RECORDING F.

       01  DEB307-REGISTRO            PIC X(371).

      *----------------------------------------------------------------*
      * TRANSACOES DE RESTRICAO PARA O DEBA811 - MAPA COMPLETO DE 13   *
      * DIGITOS, SO COM O DEB307-RESTR-MOVIM ALTERADO.                 *
      *----------------------------------------------------------------*
       FD  DEBT811
           BLOCK  0
           RECORD CONTAINS 30 CHARACTERS
           RECORDING F.

       01  REGISTRO-DEBT811.
           03  DEBT811-AGENCIA           PIC 9(005).
           03  DEBT811-CONTA             PIC 9(011).
           03  DEBT811-RESTRICOES-NOVO   PIC 9(013).
           03  FILLER                    PIC X(001).

      *----------------------------------------------------------------*
      * TRANSACOES TIPADAS PARA O DEBA812 - TIPO 01 (DEB307-LIMITE)    *
      * COM VALOR NOVO ZERO.                                           *
      *----------------------------------------------------------------*
       FD  DEBT812
           BLOCK  0
           RECORD CONTAINS 40 CHARACTERS
           RECORDING F.

       01  REGISTRO-DEBT812.
           03  DEBT812-AGENCIA           PIC 9(005).
           03  DEBT812-CONTA             PIC 9(011).
           03  DEBT812-TIPO              PIC 9(002).
           03  DEBT812-VALOR-NOVO        PIC X(013).
           03  DEBT812-VALOR-NUM REDEFINES DEBT812-VALOR-NOVO
                                         PIC 9(013).
           03  FILLER                    PIC X(009).

       FD  DEBL841
           BLOCK  0
           RECORD CONTAINS 132 CHARACTERS
           RECORDING F.

       01  REGISTRO-DEBL841           PIC X(132).

       SD  SORTWK841.
       01  REGISTRO-SORTWK841.
           03  SORTWK841-SUPER        PIC S9(004) COMP.
           03  SORTWK841-AGENCIA      PIC S9(005)V COMP-3.
           03  SORTWK841-CONTA        PIC 9(011).
           03  SORTWK841-FALEC        PIC 9(001).
           03  SORTWK841-LIMITE       PIC S9(013)V COMP-3.
           03  SORTWK841-TRANSFER     PIC 9(001).
           03  SORTWK841-APLIC-AUTOM  PIC 9(003).
           03  SORTWK841-CARTAO       PIC 9(001).
           03  SORTWK841-PROVENTOS    PIC S9(015)V9(02) COMP-3.
           03  SORTWK841-ACAO         PIC X(030).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * PARAMETROS DA SUBROTINA DE REGISTRO DE EXECUCAO NO ARQUIVO DE  *
      * CONTROLE DEBCTL (BOOK DEBFK904).                               *
      *----------------------------------------------------------------*
       01  DEBF904-PARM.
           COPY DEBFK904.

       01  WS-QT-LIDOS-CTL             PIC 9(09) COMP VALUE ZERO.
       01  WS-QT-GRAV-DEBT811          PIC 9(09) COMP VALUE ZERO.
       01  WS-QT-GRAV-DEBT812          PIC 9(09) COMP VALUE ZERO.
       01  WS-QT-GRAV-DEBL841          PIC 9(09) COMP VALUE ZERO.

           COPY DEBK307.

      *----------------------------------------------------------------*
      * PARAMETROS DA SUBROTINA DE VALIDACAO DO HEADER DO DEB307       *
      * (BOOK DEBFK903).                                               *
      *----------------------------------------------------------------*
       01  DEBF903-PARM.
           COPY DEBFK903.

      *----------------------------------------------------------------*
      * PARAMETROS DA SUBROTINA DE FORMATACAO MONETARIA (BOOK          *
      * DEBFK900) USADA NAS COLUNAS DE VALOR DO RELATORIO.             *
      *----------------------------------------------------------------*
       01  DEBF900-PARM.
           COPY DEBFK900.

       01  WS-RESTR-MOVIM-NOVO        PIC 9(001)        VALUE ZERO.
       01  WS-QT-CONTAS-AGENCIA       PIC 9(007) COMP-3 VALUE ZERO.
       01  WS-TOT-PROVENTOS           PIC S9(015)V9(02) COMP-3
                                      VALUE ZERO.

       01  WS-LINHA-CABECALHO.
           03  FILLER                 PIC X(006)  VALUE "SUPER ".
           03  WS-CAB-SUPER           PIC ZZZ9.
           03  FILLER                 PIC X(005)  VALUE " AG. ".
           03  WS-CAB-AGENCIA         PIC ZZZZ9.
           03  FILLER                 PIC X(094)  VALUE SPACES.

       01  WS-LINHA-TITULOS.
           03  FILLER                 PIC X(012)  VALUE "CONTA".
           03  FILLER                 PIC X(009)  VALUE "RESTR.".
           03  FILLER                 PIC X(024)  VALUE "LIMITE".
           03  FILLER                 PIC X(004)  VALUE "TRF".
           03  FILLER                 PIC X(004)  VALUE "APL".
           03  FILLER                 PIC X(004)  VALUE "CRT".
           03  FILLER                 PIC X(024)  VALUE "PROVENTOS".
           03  FILLER                 PIC X(030)  VALUE "PROVIDENCIA".
           03  FILLER                 PIC X(021)  VALUE SPACES.

       01  WS-LINHA-DETALHE.
           03  WS-DET-CONTA           PIC ZZZZZZZZZZ9.
           03  FILLER                 PIC X(001)  VALUE SPACE.
           03  WS-DET-FALEC           PIC X(008).
           03  FILLER                 PIC X(001)  VALUE SPACE.
           03  WS-DET-LIMITE          PIC X(023).
           03  FILLER                 PIC X(001)  VALUE SPACE.
           03  WS-DET-TRANSFER        PIC 9(001).
           03  FILLER                 PIC X(003)  VALUE SPACES.
           03  WS-DET-APLIC-AUTOM     PIC ZZ9.
           03  FILLER                 PIC X(001)  VALUE SPACE.
           03  WS-DET-CARTAO          PIC 9(001).
           03  FILLER                 PIC X(003)  VALUE SPACES.
           03  WS-DET-PROVENTOS       PIC X(023).
           03  WS-DET-MARCA-PROV      PIC X(001).
           03  FILLER                 PIC X(001)  VALUE SPACE.
           03  WS-DET-ACAO            PIC X(030).
           03  FILLER                 PIC X(021)  VALUE SPACES.

       01  WS-LINHA-TOT-AGENCIA.
           03  FILLER                 PIC X(020)
               VALUE "TOTAL DA AGENCIA....".
           03  FILLER                 PIC X(001)  VALUE SPACE.
           03  WS-TAG-QT-CONTAS       PIC Z.ZZZ.ZZ9.
           03  FILLER                 PIC X(008)  VALUE " CONTAS ".
           03  FILLER                 PIC X(016)
               VALUE "PROVENTOS NO MES".
           03  FILLER                 PIC X(001)  VALUE SPACE.
           03  WS-TAG-PROVENTOS       PIC X(023).
           03  FILLER                 PIC X(054)  VALUE SPACES.

       01  WS-SWITCHES.
           03  WS-SW-EOF-DEB307       PIC X(01)        VALUE "N".
               88  WS-EOF-DEB307                        VALUE "Y".
           03  WS-SW-EOF-SORTWK       PIC X(01)        VALUE "N".
               88  WS-EOF-SORTWK                        VALUE "Y".
           03  WS-SW-PRIMEIRO         PIC X(01)        VALUE "S".
               88  WS-PRIMEIRO-REGISTRO                  VALUE "S".

       01  WS-SUPER-ANTERIOR          PIC S9(04) COMP  VALUE ZERO.
       01  WS-AGENCIA-ANTERIOR       PIC S9(05) COMP-3 VALUE ZERO.

       PROCEDURE DIVISION.

      *================================================================*
      * 0000-MAINLINE                                                  *
      *================================================================*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-FIM.
           SORT SORTWK841
               ON ASCENDING KEY SORTWK841-SUPER SORTWK841-AGENCIA
                                SORTWK841-CONTA
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
           MOVE "DEBR841" TO DEBF904-PROGRAMA.
           CALL "DEBF904" USING DEBF904-PARM.
           OPEN INPUT  DEB307.
           OPEN OUTPUT DEBT811.
           OPEN OUTPUT DEBT812.
           OPEN OUTPUT DEBL841.
           PERFORM 1170-VALIDAR-HEADER THRU 1170-FIM.
       1000-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * 1170-VALIDAR-HEADER - O PRIMEIRO REGISTRO DO DEB307 TEM QUE    *
      *                       SER O HEADER (AGENCIA 0) DO DIA CORRENTE;*
      *                       A DEBF903 FAZ A CRITICA.                 *
      *----------------------------------------------------------------*
       1170-VALIDAR-HEADER.
           PERFORM 2100-LER-DEB307 THRU 2100-FIM.
           IF WS-EOF-DEB307
               DISPLAY "DEBR841 - EXTRATO DEB307 VAZIO (SEM HEADER). "
                       "EXECUCAO ABORTADA."
               STOP RUN
           END-IF.
           MOVE DEB307-AGENCIA     TO DEBF903-AGENCIA.
           MOVE DEB307-DT-ABERTURA TO DEBF903-DT-HEADER.
           CALL "DEBF903" USING DEBF903-PARM.
           IF DEBF903-CD-RTN > ZERO
               DISPLAY "DEBR841 - " DEBF903-MSG
                       ". EXECUCAO ABORTADA."
               STOP RUN
           END-IF.
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
           IF DEB307-RESTR-FALEC = 1 OR 5
               PERFORM 2200-TRATAR-FALECIDO THRU 2200-FIM
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
      * 2200-TRATAR-FALECIDO - GERA AS TRANSACOES DE CONGELAMENTO E    *
      *                        LIBERA A LINHA DO RELATORIO. A          *
      *                        PROVIDENCIA FICA EM BRANCO QUANDO A     *
      *                        CONTA JA ESTA CONGELADA.                *
      *----------------------------------------------------------------*
       2200-TRATAR-FALECIDO.
           MOVE SPACES TO SORTWK841-ACAO.
           IF DEB307-LIMITE > ZERO
               PERFORM 2300-GRAVAR-DEBT812 THRU 2300-FIM
           END-IF.
           PERFORM 2400-AVALIAR-RESTR-MOVIM THRU 2400-FIM.
           PERFORM 2700-LIBERAR-LINHA THRU 2700-FIM.
       2200-FIM.
           EXIT.

       2300-GRAVAR-DEBT812.
           MOVE SPACES         TO REGISTRO-DEBT812.
           MOVE DEB307-AGENCIA TO DEBT812-AGENCIA.
           MOVE DEB307-CONTA   TO DEBT812-CONTA.
           MOVE 01             TO DEBT812-TIPO.
           MOVE ZERO           TO DEBT812-VALOR-NUM.
           WRITE REGISTRO-DEBT812.
           ADD 1 TO WS-QT-GRAV-DEBT812.
           MOVE "LIMITE ZERADO" TO SORTWK841-ACAO.
       2300-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * 2400-AVALIAR-RESTR-MOVIM - FALECIDO FICA BLOQUEADO (2); O      *
      *                            ESPOLIO SO PARA DE ACEITAR DEBITOS  *
      *                            (1), POIS RECEBE CREDITOS DO        *
      *                            INVENTARIO. UMA CONTA JA BLOQUEADA  *
      *                            (2) NUNCA E AFROUXADA.              *
      *----------------------------------------------------------------*
       2400-AVALIAR-RESTR-MOVIM.
           IF DEB307-RESTR-FALEC = 1
               MOVE 2 TO WS-RESTR-MOVIM-NOVO
           ELSE
               MOVE 1 TO WS-RESTR-MOVIM-NOVO
           END-IF.
           IF DEB307-RESTR-MOVIM = WS-RESTR-MOVIM-NOVO
              OR DEB307-RESTR-MOVIM = 2
               GO TO 2400-FIM
           END-IF.
           MOVE WS-RESTR-MOVIM-NOVO TO DEB307-RESTR-MOVIM.
           MOVE SPACES              TO REGISTRO-DEBT811.
           MOVE DEB307-AGENCIA      TO DEBT811-AGENCIA.
           MOVE DEB307-CONTA        TO DEBT811-CONTA.
           MOVE DEB307-RESTRICOES   TO DEBT811-RESTRICOES-NOVO.
           WRITE REGISTRO-DEBT811.
           ADD 1 TO WS-QT-GRAV-DEBT811.
           IF SORTWK841-ACAO = SPACES
               MOVE "MOVIMENTACAO RESTRITA" TO SORTWK841-ACAO
           ELSE
               MOVE "LIMITE ZERADO/MOVIM. RESTRITA" TO SORTWK841-ACAO
           END-IF.
       2400-FIM.
           EXIT.

       2700-LIBERAR-LINHA.
           MOVE DEB307-SUPER       TO SORTWK841-SUPER.
           MOVE DEB307-AGENCIA     TO SORTWK841-AGENCIA.
           MOVE DEB307-CONTA       TO SORTWK841-CONTA.
           MOVE DEB307-RESTR-FALEC TO SORTWK841-FALEC.
           MOVE DEB307-LIMITE      TO SORTWK841-LIMITE.
           MOVE DEB307-TRANSFER    TO SORTWK841-TRANSFER.
           MOVE DEB307-APLIC-AUTOM TO SORTWK841-APLIC-AUTOM.
           MOVE DEB307-CARTAO      TO SORTWK841-CARTAO.
           MOVE DEB307-PROVENTOS-1 TO SORTWK841-PROVENTOS.
           RELEASE REGISTRO-SORTWK841.
       2700-FIM.
           EXIT.

      *================================================================*
      * 3000-IMPRIMIR-RELATORIO - PROCEDIMENTO DE SAIDA DO SORT:       *
      *                           QUEBRA POR SUPER/AGENCIA COM A       *
      *                           QUANTIDADE DE CONTAS E OS PROVENTOS  *
      *                           CREDITADOS NO MES.                   *
      *================================================================*
       3000-IMPRIMIR-RELATORIO.
           PERFORM 3100-RETORNAR-SORTWK THRU 3100-FIM.
           PERFORM 3200-IMPRIMIR-LINHA THRU 3200-FIM
               UNTIL WS-EOF-SORTWK.
           IF NOT WS-PRIMEIRO-REGISTRO
               PERFORM 3400-IMPRIMIR-TOTAL-AGENCIA THRU 3400-FIM
           END-IF.
       3000-FIM.
           EXIT.

       3100-RETORNAR-SORTWK.
           RETURN SORTWK841
               AT END
                   MOVE "Y" TO WS-SW-EOF-SORTWK
           END-RETURN.
       3100-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * 3200-IMPRIMIR-LINHA - PROVENTOS CREDITADOS COM A CONTA JA      *
      *                       MARCADA SAO ASSINALADOS COM "*" (O INSS  *
      *                       EXIGE A DEVOLUCAO).                      *
      *----------------------------------------------------------------*
       3200-IMPRIMIR-LINHA.
           IF WS-PRIMEIRO-REGISTRO
              OR SORTWK841-SUPER   NOT = WS-SUPER-ANTERIOR
              OR SORTWK841-AGENCIA NOT = WS-AGENCIA-ANTERIOR
               IF NOT WS-PRIMEIRO-REGISTRO
                   PERFORM 3400-IMPRIMIR-TOTAL-AGENCIA THRU 3400-FIM
               END-IF
               PERFORM 3300-IMPRIMIR-CABECALHO THRU 3300-FIM
           END-IF.
           MOVE SORTWK841-CONTA TO WS-DET-CONTA.
           IF SORTWK841-FALEC = 1
               MOVE "FALECIDO" TO WS-DET-FALEC
           ELSE
               MOVE "ESPOLIO " TO WS-DET-FALEC
           END-IF.
           MOVE SORTWK841-LIMITE TO DEBF900-VALOR.
           CALL "DEBF900" USING DEBF900-PARM.
           MOVE DEBF900-VALOR-FMT TO WS-DET-LIMITE.
           MOVE SORTWK841-TRANSFER    TO WS-DET-TRANSFER.
           MOVE SORTWK841-APLIC-AUTOM TO WS-DET-APLIC-AUTOM.
           MOVE SORTWK841-CARTAO      TO WS-DET-CARTAO.
           MOVE SORTWK841-PROVENTOS TO DEBF900-VALOR.
           CALL "DEBF900" USING DEBF900-PARM.
           MOVE DEBF900-VALOR-FMT TO WS-DET-PROVENTOS.
           IF SORTWK841-PROVENTOS > ZERO
               MOVE "*" TO WS-DET-MARCA-PROV
           ELSE
               MOVE SPACE TO WS-DET-MARCA-PROV
           END-IF.
           MOVE SORTWK841-ACAO    TO WS-DET-ACAO.
           MOVE WS-LINHA-DETALHE  TO REGISTRO-DEBL841.
           WRITE REGISTRO-DEBL841.
           ADD 1 TO WS-QT-GRAV-DEBL841.
           ADD 1 TO WS-QT-CONTAS-AGENCIA.
           ADD SORTWK841-PROVENTOS TO WS-TOT-PROVENTOS.
           PERFORM 3100-RETORNAR-SORTWK THRU 3100-FIM.
       3200-FIM.
           EXIT.

       3300-IMPRIMIR-CABECALHO.
           MOVE SPACES            TO WS-LINHA-CABECALHO.
           MOVE SORTWK841-SUPER   TO WS-CAB-SUPER.
           MOVE SORTWK841-AGENCIA TO WS-CAB-AGENCIA.
           MOVE WS-LINHA-CABECALHO TO REGISTRO-DEBL841.
           WRITE REGISTRO-DEBL841.
           MOVE WS-LINHA-TITULOS  TO REGISTRO-DEBL841.
           WRITE REGISTRO-DEBL841.
           ADD 2 TO WS-QT-GRAV-DEBL841.
           MOVE SORTWK841-SUPER   TO WS-SUPER-ANTERIOR.
           MOVE SORTWK841-AGENCIA TO WS-AGENCIA-ANTERIOR.
           MOVE "N"  TO WS-SW-PRIMEIRO.
           MOVE ZERO TO WS-QT-CONTAS-AGENCIA.
           MOVE ZERO TO WS-TOT-PROVENTOS.
       3300-FIM.
           EXIT.

       3400-IMPRIMIR-TOTAL-AGENCIA.
           MOVE WS-QT-CONTAS-AGENCIA TO WS-TAG-QT-CONTAS.
           MOVE WS-TOT-PROVENTOS TO DEBF900-VALOR.
           CALL "DEBF900" USING DEBF900-PARM.
           MOVE DEBF900-VALOR-FMT TO WS-TAG-PROVENTOS.
           MOVE WS-LINHA-TOT-AGENCIA TO REGISTRO-DEBL841.
           WRITE REGISTRO-DEBL841.
           ADD 1 TO WS-QT-GRAV-DEBL841.
       3400-FIM.
           EXIT.

      *================================================================*
      * 8000-ENCERRAR                                                   *
      *================================================================*
       8000-ENCERRAR.
           MOVE "F"        TO DEBF904-FUNCAO.
           MOVE "DEBR841" TO DEBF904-PROGRAMA.
           MOVE WS-QT-LIDOS-CTL TO DEBF904-QT-LIDOS.
           MOVE "DEBT811" TO DEBF904-ARQ(1).
           MOVE WS-QT-GRAV-DEBT811 TO DEBF904-QT-GRAVADOS(1).
           MOVE "DEBT812" TO DEBF904-ARQ(2).
           MOVE WS-QT-GRAV-DEBT812 TO DEBF904-QT-GRAVADOS(2).
           MOVE "DEBL841" TO DEBF904-ARQ(3).
           MOVE WS-QT-GRAV-DEBL841 TO DEBF904-QT-GRAVADOS(3).
           MOVE "OK"       TO DEBF904-STATUS.
           CALL "DEBF904" USING DEBF904-PARM.
           CLOSE DEB307.
           CLOSE DEBT811.
           CLOSE DEBT812.
           CLOSE DEBL841.
       8000-FIM.
           EXIT.
      * ----------------------------------------------------------------
