       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEBR844.
       AUTHOR. F7023235.
      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES:                                      *
      * VRS001 14.10.2026 F7023235  IMPLANTACAO. FOTOGRAFIA NOTURNA DO *
      *                             EXTRATO DEB307 NA BASE HISTORICA   *
      *                             DEB307H (BOOK DEBK307H), EM ORDEM  *
      *                             DE AGENCIA/CONTA/DATA: INTERCALA A *
      *                             GERACAO CORRENTE DA BASE COM AS    *
      *                             CONTAS DO DIA (DATA-ATUAL DO       *
      *                             HEADER) E GRAVA A GERACAO NOVA     *
      *                             DEB307HN. REPROCESSAMENTO DO MESMO *
      *                             DIA SUBSTITUI A POSICAO JA GRAVADA.*
      *                             O CICLO DE RETENCAO SEGUE O DA     *
      *                             DEBR838: POSICOES MAIS ANTIGAS QUE *
      *                             OS DIAS DO CARTAO DEBP844 VAO PARA *
      *                             A GERACAO DE ARQUIVO MORTO         *
      *                             DEB307HA.                          *
      * VRS002 15.10.2026 F7023235  O CARTAO DEBP844 DEIXA DE SER LIDO *
      *                             DO JCL: A IMAGEM EM VIGOR NO DIA   *
      *                             VEM DO KSDS DEBPAR PELA SUBROTINA  *
      *                             DEBF907. SEM VIGENCIA ATIVA NO     *
      *                             DEBPAR VALE O PRAZO PADRAO, COMO   *
      *                             NO CARTAO EM BRANCO.               *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEB307   ASSIGN TO UT-S-DEBK307
                  ORGANIZATION IS SEQUENTIAL.

           SELECT DEB307H  ASSIGN TO UT-S-DEB307H
                  ORGANIZATION IS SEQUENTIAL.

           SELECT DEB307HA ASSIGN TO UT-S-DEB307HA
                  ORGANIZATION IS SEQUENTIAL.

           SELECT DEB307HN ASSIGN TO UT-S-DEB307HN
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DEB307
           BLOCK  0
           RECORD CONTAINS 371 CHARACTERS
           RECORDING F.

       01  DEB307-REGISTRO            PIC X(371).

      *----------------------------------------------------------------*
      * GERACAO CORRENTE DA BASE HISTORICA, GERACAO DE ARQUIVO MORTO   *
      * (POSICOES CORTADAS) E GERACAO NOVA (JANELA RETIDA MAIS O DIA), *
      * TODAS COM O LAYOUT DO BOOK DEBK307H.                           *
      *----------------------------------------------------------------*
       FD  DEB307H
           BLOCK  0
           RECORD CONTAINS 80 CHARACTERS
           RECORDING F.

       01  REGISTRO-DEB307H-ENT       PIC X(080).

       FD  DEB307HA
           BLOCK  0
           RECORD CONTAINS 80 CHARACTERS
           RECORDING F.

       01  REGISTRO-DEB307HA          PIC X(080).

       FD  DEB307HN
           BLOCK  0
           RECORD CONTAINS 80 CHARACTERS
           RECORDING F.

       01  REGISTRO-DEB307HN          PIC X(080).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * PARAMETROS DA SUBROTINA DE LEITURA DOS PARAMETROS DA SUITE NO  *
      * DEBPAR (BOOK DEBFK907).                                        *
      *----------------------------------------------------------------*
       01  DEBF907-PARM.
           COPY DEBFK907.

      *----------------------------------------------------------------*
      * CARTAO DE PARAMETRO - DIAS DE POSICOES RETIDOS NA BASE (ZERO   *
      * ASSUME 400: TREZE MESES, O SUFICIENTE PARA O MES FECHADO E O   *
      * MESMO MES DO ANO ANTERIOR).                                    *
      * IMAGEM LIDA DO DEBPAR PELA DEBF907 (VIGENCIA EM VIGOR NO DIA). *
      *----------------------------------------------------------------*
       01  REGISTRO-DEBP844.
           03  DEBP844-QT-DIAS        PIC 9(004).
           03  FILLER                 PIC X(076).

      *----------------------------------------------------------------*
      * PARAMETROS DA SUBROTINA DE REGISTRO DE EXECUCAO NO ARQUIVO DE  *
      * CONTROLE DEBCTL (BOOK DEBFK904).                               *
      *----------------------------------------------------------------*
       01  DEBF904-PARM.
           COPY DEBFK904.

       01  WS-QT-LIDOS-CTL             PIC 9(09) COMP VALUE ZERO.
       01  WS-QT-LIDOS-HIST            PIC 9(09) COMP VALUE ZERO.
       01  WS-QT-ARQUIVADOS            PIC 9(09) COMP VALUE ZERO.
       01  WS-QT-RETIDOS               PIC 9(09) COMP VALUE ZERO.
       01  WS-QT-POSICOES-DIA          PIC 9(09) COMP VALUE ZERO.
       01  WS-QT-SUBSTITUIDOS          PIC 9(09) COMP VALUE ZERO.
       01  WS-QT-GRAV-DEB307HN         PIC 9(09) COMP VALUE ZERO.

           COPY DEBK307.

           COPY DEBK307H.

      *----------------------------------------------------------------*
      * PARAMETROS DA SUBROTINA DE VALIDACAO DO HEADER DO DEB307       *
      * (BOOK DEBFK903).                                               *
      *----------------------------------------------------------------*
       01  DEBF903-PARM.
           COPY DEBFK903.

       01  WS-QT-DIAS                 PIC 9(004)        VALUE ZERO.
       01  WS-DATA-REF-AMD            PIC 9(008)        VALUE ZERO.
       01  WS-DATA-X                  PIC X(008)        VALUE SPACES.
       01  WS-JULIANO-REF             PIC S9(009) COMP  VALUE ZERO.
       01  WS-JULIANO-REG             PIC S9(009) COMP  VALUE ZERO.
       01  WS-JULIANO-CORTE           PIC S9(009) COMP  VALUE ZERO.
       01  WS-ANO                     PIC X(004)        VALUE SPACES.
       01  WS-MES                     PIC X(002)        VALUE SPACES.
       01  WS-DIA                     PIC X(002)        VALUE SPACES.

      *----------------------------------------------------------------*
      * CHAVES DA INTERCALACAO (AGENCIA/CONTA/DATA EM DISPLAY, PARA    *
      * COMPARAR COMO CADEIA). NO FIM DE CADA ARQUIVO A CHAVE VAI A    *
      * HIGH-VALUES E O OUTRO LADO ESCOA SOZINHO.                      *
      *----------------------------------------------------------------*
       01  WS-CHAVE-HIST              PIC X(024)        VALUE SPACES.
       01  WS-CHAVE-HIST-ANT          PIC X(024)  VALUE LOW-VALUES.
       01  WS-CHAVE-DIA.
           03  WS-CHD-AGENCIA         PIC 9(005).
           03  WS-CHD-CONTA           PIC 9(011).
           03  WS-CHD-DATA            PIC 9(008).
       01  WS-CHAVE-DIA-ANT           PIC X(024)  VALUE LOW-VALUES.

       01  WS-SWITCHES.
           03  WS-SW-EOF-DEB307       PIC X(01)        VALUE "N".
               88  WS-EOF-DEB307                        VALUE "Y".
           03  WS-SW-EOF-DEB307H      PIC X(01)        VALUE "N".
               88  WS-EOF-DEB307H                       VALUE "Y".

       PROCEDURE DIVISION.

      *================================================================*
      * 0000-MAINLINE                                                  *
      *================================================================*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-FIM.
           PERFORM 2000-INTERCALAR  THRU 2000-FIM
               UNTIL WS-EOF-DEB307 AND WS-EOF-DEB307H.
           PERFORM 8000-ENCERRAR    THRU 8000-FIM.
           STOP RUN.

      *================================================================*
      * 1000-INICIALIZAR                                                *
      *================================================================*
       1000-INICIALIZAR.
           MOVE SPACES TO DEBF904-PARM.
           MOVE "I"        TO DEBF904-FUNCAO.
           MOVE "DEBR844" TO DEBF904-PROGRAMA.
           CALL "DEBF904" USING DEBF904-PARM.
           MOVE SPACES    TO DEBF907-PARM.
           MOVE "C"       TO DEBF907-FUNCAO.
           MOVE "DEBR844" TO DEBF907-PROGRAMA.
           MOVE "DEBP844" TO DEBF907-PARAMETRO.
           MOVE ZERO      TO DEBF907-DT-REF.
           CALL "DEBF907" USING DEBF907-PARM.
           IF DEBF907-CD-RTN > 01
               DISPLAY "DEBR844 - PARAMETRO DEBP844 NO DEBPAR: "
                       DEBF907-MSG
               DISPLAY "DEBR844 - EXECUCAO ABORTADA."
               STOP RUN
           END-IF.
           IF DEBF907-CD-RTN = ZERO
               MOVE DEBF907-CONTEUDO TO REGISTRO-DEBP844
           ELSE
               MOVE SPACES TO REGISTRO-DEBP844
           END-IF.
           IF DEBP844-QT-DIAS NUMERIC
              AND DEBP844-QT-DIAS > ZERO
               MOVE DEBP844-QT-DIAS TO WS-QT-DIAS
           ELSE
               MOVE 400 TO WS-QT-DIAS
           END-IF.
           OPEN INPUT  DEB307.
           OPEN INPUT  DEB307H.
           OPEN OUTPUT DEB307HA.
           OPEN OUTPUT DEB307HN.
           PERFORM 1170-VALIDAR-HEADER THRU 1170-FIM.
           SUBTRACT WS-QT-DIAS FROM WS-JULIANO-REF
               GIVING WS-JULIANO-CORTE.
           PERFORM 2100-LER-DEB307  THRU 2100-FIM.
           PERFORM 2150-LER-DEB307H THRU 2150-FIM.
       1000-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * 1170-VALIDAR-HEADER - O PRIMEIRO REGISTRO DO DEB307 TEM QUE    *
      *                       SER O HEADER (AGENCIA 0) DO DIA CORRENTE;*
      *                       A DEBF903 FAZ A CRITICA. A DATA-ATUAL DO *
      *                       HEADER E A DATA DA POSICAO GRAVADA E A   *
      *                       BASE DA DATA DE CORTE DA RETENCAO.       *
      *----------------------------------------------------------------*
       1170-VALIDAR-HEADER.
           READ DEB307 INTO DCLTDEB307
               AT END
                   DISPLAY "DEBR844 - EXTRATO DEB307 VAZIO (SEM "
                           "HEADER). EXECUCAO ABORTADA."
                   STOP RUN
           END-READ.
           MOVE DEB307-AGENCIA     TO DEBF903-AGENCIA.
           MOVE DEB307-DT-ABERTURA TO DEBF903-DT-HEADER.
           CALL "DEBF903" USING DEBF903-PARM.
           IF DEBF903-CD-RTN > ZERO
               DISPLAY "DEBR844 - " DEBF903-MSG
                       ". EXECUCAO ABORTADA."
               STOP RUN
           END-IF.
           UNSTRING DEB307-DT-ABERTURA DELIMITED BY "-"
               INTO WS-ANO WS-MES WS-DIA.
           STRING WS-ANO WS-MES WS-DIA
               DELIMITED BY SIZE INTO WS-DATA-X.
           MOVE WS-DATA-X TO WS-DATA-REF-AMD.
           MOVE FUNCTION INTEGER-OF-DATE(WS-DATA-REF-AMD)
               TO WS-JULIANO-REF.
      *    O HEADER NAO CONTA COMO REGISTRO LIDO NO DEBCTL.
           MOVE ZERO TO WS-QT-LIDOS-CTL.
       1170-FIM.
           EXIT.

      *================================================================*
      * 2000-INTERCALAR - CHAVE DA BASE MENOR QUE A DO DIA: POSICAO    *
      *                   ANTIGA (RETIDA OU ARQUIVADA); IGUAL: A       *
      *                   POSICAO DO DIA JA EXISTIA (REPROCESSAMENTO)  *
      *                   E E SUBSTITUIDA; MAIOR: GRAVA A POSICAO DO   *
      *                   DIA.                                         *
      *================================================================*
       2000-INTERCALAR.
           EVALUATE TRUE
               WHEN WS-CHAVE-HIST < WS-CHAVE-DIA
                   PERFORM 2200-TRATAR-HISTORICO   THRU 2200-FIM
                   PERFORM 2150-LER-DEB307H        THRU 2150-FIM
               WHEN WS-CHAVE-HIST = WS-CHAVE-DIA
                   ADD 1 TO WS-QT-SUBSTITUIDOS
                   PERFORM 2300-GRAVAR-POSICAO-DIA THRU 2300-FIM
                   PERFORM 2150-LER-DEB307H        THRU 2150-FIM
                   PERFORM 2100-LER-DEB307         THRU 2100-FIM
               WHEN OTHER
                   PERFORM 2300-GRAVAR-POSICAO-DIA THRU 2300-FIM
                   PERFORM 2100-LER-DEB307         THRU 2100-FIM
           END-EVALUATE.
       2000-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * 2100-LER-DEB307 - A INTERCALACAO SUPOE O EXTRATO EM ORDEM DE   *
      *                   AGENCIA/CONTA; FORA DE ORDEM ABORTA ANTES DE *
      *                   ESTRAGAR A GERACAO NOVA.                     *
      *----------------------------------------------------------------*
       2100-LER-DEB307.
           READ DEB307 INTO DCLTDEB307
               AT END
                   MOVE "Y" TO WS-SW-EOF-DEB307
           END-READ.
           IF WS-EOF-DEB307
               MOVE HIGH-VALUES TO WS-CHAVE-DIA
               GO TO 2100-FIM
           END-IF.
           ADD 1 TO WS-QT-LIDOS-CTL.
           MOVE DEB307-AGENCIA  TO WS-CHD-AGENCIA.
           MOVE DEB307-CONTA    TO WS-CHD-CONTA.
           MOVE WS-DATA-REF-AMD TO WS-CHD-DATA.
           IF WS-CHAVE-DIA NOT > WS-CHAVE-DIA-ANT
               DISPLAY "DEBR844 - DEB307 FORA DE ORDEM NA AGENCIA "
                       WS-CHD-AGENCIA " CONTA " WS-CHD-CONTA
                       ". EXECUCAO ABORTADA."
               STOP RUN
           END-IF.
           MOVE WS-CHAVE-DIA TO WS-CHAVE-DIA-ANT.
       2100-FIM.
           EXIT.

       2150-LER-DEB307H.
           READ DEB307H INTO REGISTRO-DEB307H
               AT END
                   MOVE "Y" TO WS-SW-EOF-DEB307H
           END-READ.
           IF WS-EOF-DEB307H
               MOVE HIGH-VALUES TO WS-CHAVE-HIST
               GO TO 2150-FIM
           END-IF.
           ADD 1 TO WS-QT-LIDOS-HIST.
           MOVE DEB307H-CHAVE TO WS-CHAVE-HIST.
           IF WS-CHAVE-HIST NOT > WS-CHAVE-HIST-ANT
               DISPLAY "DEBR844 - DEB307H FORA DE ORDEM NA CHAVE "
                       WS-CHAVE-HIST ". EXECUCAO ABORTADA."
               STOP RUN
           END-IF.
           MOVE WS-CHAVE-HIST TO WS-CHAVE-HIST-ANT.
       2150-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * 2200-TRATAR-HISTORICO - POSICAO ANTERIOR AA DATA DE CORTE VAI  *
      *                         PARA O ARQUIVO MORTO; A RETIDA E       *
      *                         REGRAVADA NA GERACAO NOVA.             *
      *----------------------------------------------------------------*
       2200-TRATAR-HISTORICO.
           MOVE FUNCTION INTEGER-OF-DATE(DEB307H-DATA)
               TO WS-JULIANO-REG.
           IF WS-JULIANO-REG < WS-JULIANO-CORTE
               MOVE REGISTRO-DEB307H TO REGISTRO-DEB307HA
               WRITE REGISTRO-DEB307HA
               ADD 1 TO WS-QT-ARQUIVADOS
           ELSE
               MOVE REGISTRO-DEB307H TO REGISTRO-DEB307HN
               WRITE REGISTRO-DEB307HN
               ADD 1 TO WS-QT-RETIDOS
               ADD 1 TO WS-QT-GRAV-DEB307HN
           END-IF.
       2200-FIM.
           EXIT.

       2300-GRAVAR-POSICAO-DIA.
           MOVE SPACES              TO REGISTRO-DEB307H.
           MOVE DEB307-AGENCIA      TO DEB307H-AGENCIA.
           MOVE DEB307-CONTA        TO DEB307H-CONTA.
           MOVE WS-DATA-REF-AMD     TO DEB307H-DATA.
           MOVE DEB307-SUPER        TO DEB307H-SUPER.
           MOVE DEB307-SALDO-ATUAL  TO DEB307H-SALDO-ATUAL.
           MOVE DEB307-LIMITE       TO DEB307H-LIMITE.
           MOVE DEB307-LIM-FUTURO   TO DEB307H-LIM-FUTURO.
           MOVE DEB307-SITUACAO     TO DEB307H-SITUACAO.
           MOVE DEB307-PRIVAT       TO DEB307H-PRIVAT.
           MOVE DEB307-INDICADORES  TO DEB307H-RESTRICOES.
           MOVE REGISTRO-DEB307H    TO REGISTRO-DEB307HN.
           WRITE REGISTRO-DEB307HN.
           ADD 1 TO WS-QT-POSICOES-DIA.
           ADD 1 TO WS-QT-GRAV-DEB307HN.
       2300-FIM.
           EXIT.

      *================================================================*
      * 8000-ENCERRAR - REGISTRO NO DEBCTL E CONTAGENS DA TROCA DE     *
      *                 GERACAO.                                       *
      *================================================================*
       8000-ENCERRAR.
           MOVE "F"        TO DEBF904-FUNCAO.
           MOVE "DEBR844" TO DEBF904-PROGRAMA.
           MOVE WS-QT-LIDOS-CTL TO DEBF904-QT-LIDOS.
           MOVE "DEB307HN" TO DEBF904-ARQ(1).
           MOVE WS-QT-GRAV-DEB307HN TO DEBF904-QT-GRAVADOS(1).
           MOVE "DEB307HA" TO DEBF904-ARQ(2).
           MOVE WS-QT-ARQUIVADOS TO DEBF904-QT-GRAVADOS(2).
           MOVE "OK"       TO DEBF904-STATUS.
           CALL "DEBF904" USING DEBF904-PARM.
           DISPLAY "DEBR844 - DATA DA POSICAO...........: "
                   WS-DATA-REF-AMD.
           DISPLAY "DEBR844 - POSICOES LIDAS DO DEB307H.: "
                   WS-QT-LIDOS-HIST.
           DISPLAY "DEBR844 - POSICOES ARQUIVADAS.......: "
                   WS-QT-ARQUIVADOS.
           DISPLAY "DEBR844 - POSICOES RETIDAS..........: "
                   WS-QT-RETIDOS.
           DISPLAY "DEBR844 - POSICOES DO DIA...........: "
                   WS-QT-POSICOES-DIA.
           DISPLAY "DEBR844 - POSICOES SUBSTITUIDAS.....: "
                   WS-QT-SUBSTITUIDOS.
           CLOSE DEB307.
           CLOSE DEB307H.
           CLOSE DEB307HA.
           CLOSE DEB307HN.
       8000-FIM.
           EXIT.
      * ----------------------------------------------------------------
