       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEBR843.
       AUTHOR. F7023235.
      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES:                                      *
      * VRS001 14.10.2026 F7023235  IMPLANTACAO. ENVELHECIMENTO DA     *
      *                             INADIMPLENCIA (MENSAL E SOB        *
      *                             DEMANDA): TODA CONTA COM DEB307-   *
      *                             SALDO-ATUAL NEGATIVO E ENVELHECIDA *
      *                             PELOS DIAS DECORRIDOS DESDE O      *
      *                             DEB307-DT-INI-INAD ATE A DATA DO   *
      *                             HEADER, RECEBE A CLASSE DE RISCO   *
      *                             DA RES. 2682 (AA A H POR FAIXA DE  *
      *                             ATRASO) E A PROVISAO NO PERCENTUAL *
      *                             REGULAMENTAR SOBRE A EXPOSICAO.    *
      *                             RELATORIO DEBL843 POR SUPER/       *
      *                             AGENCIA COM TOTAIS POR AGENCIA, POR*
      *                             SUPER, POR DEB307-TP-CH-ESP E POR  *
      *                             CLASSE. CONTAS QUE PASSARAM DO     *
      *                             PRAZO DE PERDAS DO CARTAO DEBP843  *
      *                             E AINDA NAO ESTAO NA ROTINA DE     *
      *                             PERDAS (DEB307-PRIVAT 996/997/999) *
      *                             VAO PARA O ARQUIVO DE CANDIDATAS   *
      *                             DEBD843, COM HEADER E TRAILER,     *
      *                             ENTRADA DA CARGA DO ESCAI.         *
      * VRS002 15.10.2026 F7023235  O CARTAO DEBP843 DEIXA DE SER LIDO *
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

           SELECT DEBD843  ASSIGN TO UT-S-DEBD843
                  ORGANIZATION IS SEQUENTIAL.

           SELECT DEBL843  ASSIGN TO UT-S-DEBL843
                  ORGANIZATION IS SEQUENTIAL.

           SELECT SORTWK843 ASSIGN TO UT-S-SORTWK843.

       DATA DIVISION.
       FILE SECTION.
       FD  DEB307
           BLOCK  0
           RECORD CONTAINS 371 CHARACTERS
           RECORDING F.

       01  DEB307-REGISTRO            PIC X(371).

      *----------------------------------------------------------------*
      * CANDIDATAS A PERDAS PARA O ESCAI: HEADER ("H") COM A DATA DE   *
      * REFERENCIA, UM DETALHE ("D") POR CONTA NA ORDEM DE AGENCIA/    *
      * CONTA DO EXTRATO E TRAILER ("T") COM QUANTIDADE E SALDO        *
      * DEVEDOR TOTAL.                                                 *
      *----------------------------------------------------------------*
       FD  DEBD843
           BLOCK  0
           RECORD CONTAINS 100 CHARACTERS
           RECORDING F.

       01  REGISTRO-DEBD843.
           03  DEBD843-TIPO              PIC X(001).
           03  DEBD843-AGENCIA           PIC 9(005).
           03  DEBD843-CONTA             PIC 9(011).
           03  DEBD843-CGC-CPF           PIC 9(015).
           03  DEBD843-PESSOA            PIC 9(001).
           03  DEBD843-DT-INI-INAD       PIC X(010).
           03  DEBD843-DIAS-ATRASO       PIC 9(005).
           03  DEBD843-CLASSE            PIC X(002).
           03  DEBD843-SALDO-DEVEDOR     PIC 9(015)V9(02).
           03  DEBD843-PROVISAO          PIC 9(015)V9(02).
           03  DEBD843-PRIVAT            PIC 9(003).
           03  DEBD843-TP-CH-ESP         PIC 9(001).
           03  FILLER                    PIC X(012).

       01  DEBD843-REG-HEADER REDEFINES REGISTRO-DEBD843.
           03  FILLER                    PIC X(001).
           03  DEBD843-H-DT-REFERENCIA   PIC 9(008).
           03  DEBD843-H-DIAS-PERDAS     PIC 9(004).
           03  FILLER                    PIC X(087).

       01  DEBD843-REG-TRAILER REDEFINES REGISTRO-DEBD843.
           03  FILLER                    PIC X(001).
           03  DEBD843-T-QT-CONTAS       PIC 9(009).
           03  DEBD843-T-SALDO-DEVEDOR   PIC 9(015)V9(02).
           03  FILLER                    PIC X(073).

       FD  DEBL843
           BLOCK  0
           RECORD CONTAINS 132 CHARACTERS
           RECORDING F.

       01  REGISTRO-DEBL843           PIC X(132).

       SD  SORTWK843.
       01  REGISTRO-SORTWK843.
           03  SORTWK843-SUPER        PIC S9(004) COMP.
           03  SORTWK843-AGENCIA      PIC S9(005)V COMP-3.
           03  SORTWK843-CONTA        PIC 9(011).
           03  SORTWK843-DIAS         PIC 9(005).
           03  SORTWK843-IDX-CLASSE   PIC 9(002).
           03  SORTWK843-EXPOSICAO    PIC S9(015)V9(02) COMP-3.
           03  SORTWK843-PROVISAO     PIC S9(015)V9(02) COMP-3.
           03  SORTWK843-TP-CH-ESP    PIC 9(001).
           03  SORTWK843-IND-PERDAS   PIC X(001).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * PARAMETROS DA SUBROTINA DE LEITURA DOS PARAMETROS DA SUITE NO  *
      * DEBPAR (BOOK DEBFK907).                                        *
      *----------------------------------------------------------------*
       01  DEBF907-PARM.
           COPY DEBFK907.

      *----------------------------------------------------------------*
      * CARTAO DE PARAMETRO - DIAS DE ATRASO A PARTIR DOS QUAIS A      *
      * CONTA E CANDIDATA A PERDAS (ZERO ASSUME 360: SEIS MESES NA     *
      * CLASSE H).                                                     *
      * IMAGEM LIDA DO DEBPAR PELA DEBF907 (VIGENCIA EM VIGOR NO DIA). *
      *----------------------------------------------------------------*
       01  REGISTRO-DEBP843.
           03  DEBP843-DIAS-PERDAS    PIC 9(004).
           03  FILLER                 PIC X(076).

      *----------------------------------------------------------------*
      * PARAMETROS DA SUBROTINA DE REGISTRO DE EXECUCAO NO ARQUIVO DE  *
      * CONTROLE DEBCTL (BOOK DEBFK904).                               *
      *----------------------------------------------------------------*
       01  DEBF904-PARM.
           COPY DEBFK904.

       01  WS-QT-LIDOS-CTL             PIC 9(09) COMP VALUE ZERO.
       01  WS-QT-GRAV-DEBD843          PIC 9(09) COMP VALUE ZERO.
       01  WS-QT-GRAV-DEBL843          PIC 9(09) COMP VALUE ZERO.

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

      *----------------------------------------------------------------*
      * FAIXAS DA RES. 2682 - DIAS DE ATRASO MAXIMOS DE CADA CLASSE E  *
      * PERCENTUAL MINIMO DE PROVISAO. A CLASSE AA FICA PARA A CONTA   *
      * DEVEDORA SEM INICIO DE INADIMPLENCIA (DENTRO DO LIMITE).       *
      *----------------------------------------------------------------*
       01  TB-FAIXAS-VALORES.
           03  FILLER  PIC X(012) VALUE "00000AA00000".
           03  FILLER  PIC X(012) VALUE "00014A 00050".
           03  FILLER  PIC X(012) VALUE "00030B 00100".
           03  FILLER  PIC X(012) VALUE "00060C 00300".
           03  FILLER  PIC X(012) VALUE "00090D 01000".
           03  FILLER  PIC X(012) VALUE "00120E 03000".
           03  FILLER  PIC X(012) VALUE "00150F 05000".
           03  FILLER  PIC X(012) VALUE "00180G 07000".
           03  FILLER  PIC X(012) VALUE "99999H 10000".
       01  TB-FAIXAS REDEFINES TB-FAIXAS-VALORES.
           03  TB-FAIXA OCCURS 9 TIMES.
               05  TB-FX-DIAS-MAX     PIC 9(005).
               05  TB-FX-CLASSE       PIC X(002).
               05  TB-FX-PCT          PIC 9(003)V9(02).

      *----------------------------------------------------------------*
      * ACUMULADORES POR CLASSE (MESMA ORDEM DAS FAIXAS) E POR TIPO DE *
      * CHEQUE ESPECIAL (DEB307-TP-CH-ESP 0 A 9 NAS POSICOES 1 A 10).  *
      *----------------------------------------------------------------*
       01  TB-TOTAIS-CLASSE.
           03  TB-TC-ITEM OCCURS 9 TIMES.
               05  TB-TC-QTDE         PIC 9(009) COMP.
               05  TB-TC-EXPOSICAO    PIC S9(015)V9(02) COMP-3.
               05  TB-TC-PROVISAO     PIC S9(015)V9(02) COMP-3.
       01  TB-TOTAIS-TIPO.
           03  TB-TT-ITEM OCCURS 10 TIMES.
               05  TB-TT-QTDE         PIC 9(009) COMP.
               05  TB-TT-EXPOSICAO    PIC S9(015)V9(02) COMP-3.
               05  TB-TT-PROVISAO     PIC S9(015)V9(02) COMP-3.
       01  WS-IDX                     PIC 9(04) COMP VALUE ZERO.
       01  WS-IDX-TIPO                PIC 9(04) COMP VALUE ZERO.
       01  WS-TP-CH-ESP-ED            PIC 9(01)      VALUE ZERO.

       01  WS-DIAS-PERDAS             PIC 9(005)        VALUE ZERO.
       01  WS-DATA-REF-AMD            PIC 9(008)        VALUE ZERO.
       01  WS-DATA-INAD-AMD           PIC 9(008)        VALUE ZERO.
       01  WS-DATA-X                  PIC X(008)        VALUE SPACES.
       01  WS-JULIANO-REF             PIC S9(009) COMP  VALUE ZERO.
       01  WS-JULIANO-INAD            PIC S9(009) COMP  VALUE ZERO.
       01  WS-DIAS-ATRASO             PIC S9(009) COMP  VALUE ZERO.
       01  WS-ANO                     PIC X(004)        VALUE SPACES.
       01  WS-MES                     PIC X(002)        VALUE SPACES.
       01  WS-DIA                     PIC X(002)        VALUE SPACES.

       01  WS-EXPOSICAO               PIC S9(015)V9(02) COMP-3
                                      VALUE ZERO.
       01  WS-PROVISAO                PIC S9(015)V9(02) COMP-3
                                      VALUE ZERO.
       01  WS-T-SALDO-DEVEDOR         PIC S9(015)V9(02) COMP-3
                                      VALUE ZERO.

       01  WS-ACUMULADORES.
           03  WS-AG-QTDE             PIC 9(009) COMP.
           03  WS-AG-EXPOSICAO        PIC S9(015)V9(02) COMP-3.
           03  WS-AG-PROVISAO         PIC S9(015)V9(02) COMP-3.
           03  WS-SP-QTDE             PIC 9(009) COMP.
           03  WS-SP-EXPOSICAO        PIC S9(015)V9(02) COMP-3.
           03  WS-SP-PROVISAO         PIC S9(015)V9(02) COMP-3.
           03  WS-GR-QTDE             PIC 9(009) COMP.
           03  WS-GR-EXPOSICAO        PIC S9(015)V9(02) COMP-3.
           03  WS-GR-PROVISAO         PIC S9(015)V9(02) COMP-3.

       01  WS-LINHA-CABECALHO.
           03  FILLER                 PIC X(006)  VALUE "SUPER ".
           03  WS-CAB-SUPER           PIC ZZZ9.
           03  FILLER                 PIC X(005)  VALUE " AG. ".
           03  WS-CAB-AGENCIA         PIC ZZZZ9.
           03  FILLER                 PIC X(112)  VALUE SPACES.

       01  WS-LINHA-TITULOS.
           03  FILLER                 PIC X(012)  VALUE "CONTA".
           03  FILLER                 PIC X(006)  VALUE "DIAS".
           03  FILLER                 PIC X(004)  VALUE "CL.".
           03  FILLER                 PIC X(024)  VALUE "SALDO DEVEDOR".
           03  FILLER                 PIC X(008)  VALUE "PROV.%".
           03  FILLER                 PIC X(024)  VALUE "PROVISAO".
           03  FILLER                 PIC X(004)  VALUE "TCE".
           03  FILLER                 PIC X(050)  VALUE "PERDAS".

       01  WS-LINHA-DETALHE.
           03  WS-DET-CONTA           PIC ZZZZZZZZZZ9.
           03  FILLER                 PIC X(001)  VALUE SPACE.
           03  WS-DET-DIAS            PIC ZZZZ9.
           03  FILLER                 PIC X(001)  VALUE SPACE.
           03  WS-DET-CLASSE          PIC X(002).
           03  FILLER                 PIC X(002)  VALUE SPACES.
           03  WS-DET-EXPOSICAO       PIC X(023).
           03  FILLER                 PIC X(001)  VALUE SPACE.
           03  WS-DET-PCT             PIC ZZ9,99.
           03  FILLER                 PIC X(002)  VALUE SPACES.
           03  WS-DET-PROVISAO        PIC X(023).
           03  FILLER                 PIC X(001)  VALUE SPACE.
           03  WS-DET-TP-CH-ESP       PIC 9(001).
           03  FILLER                 PIC X(003)  VALUE SPACES.
           03  WS-DET-PERDAS          PIC X(030).
           03  FILLER                 PIC X(020)  VALUE SPACES.

       01  WS-LINHA-TOTAL.
           03  WS-TOT-ROTULO          PIC X(030).
           03  WS-TOT-QTDE            PIC ZZZ.ZZZ.ZZ9.
           03  FILLER                 PIC X(001)  VALUE SPACE.
           03  WS-TOT-EXPOSICAO       PIC X(023).
           03  FILLER                 PIC X(001)  VALUE SPACE.
           03  WS-TOT-PROVISAO        PIC X(023).
           03  FILLER                 PIC X(043)  VALUE SPACES.

       01  WS-LINHA-SECAO.
           03  WS-SEC-TITULO          PIC X(060).
           03  FILLER                 PIC X(072)  VALUE SPACES.

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
           SORT SORTWK843
               ON ASCENDING KEY SORTWK843-SUPER SORTWK843-AGENCIA
                                SORTWK843-CONTA
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
           MOVE "DEBR843" TO DEBF904-PROGRAMA.
           CALL "DEBF904" USING DEBF904-PARM.
           MOVE SPACES    TO DEBF907-PARM.
           MOVE "C"       TO DEBF907-FUNCAO.
           MOVE "DEBR843" TO DEBF907-PROGRAMA.
           MOVE "DEBP843" TO DEBF907-PARAMETRO.
           MOVE ZERO      TO DEBF907-DT-REF.
           CALL "DEBF907" USING DEBF907-PARM.
           IF DEBF907-CD-RTN > 01
               DISPLAY "DEBR843 - PARAMETRO DEBP843 NO DEBPAR: "
                       DEBF907-MSG
               DISPLAY "DEBR843 - EXECUCAO ABORTADA."
               STOP RUN
           END-IF.
           IF DEBF907-CD-RTN = ZERO
               MOVE DEBF907-CONTEUDO TO REGISTRO-DEBP843
           ELSE
               MOVE SPACES TO REGISTRO-DEBP843
           END-IF.
           IF DEBP843-DIAS-PERDAS NUMERIC
              AND DEBP843-DIAS-PERDAS > ZERO
               MOVE DEBP843-DIAS-PERDAS TO WS-DIAS-PERDAS
           ELSE
               MOVE 360 TO WS-DIAS-PERDAS
           END-IF.
           INITIALIZE WS-ACUMULADORES.
           INITIALIZE TB-TOTAIS-CLASSE.
           INITIALIZE TB-TOTAIS-TIPO.
           OPEN INPUT  DEB307.
           OPEN OUTPUT DEBD843.
           OPEN OUTPUT DEBL843.
           PERFORM 1170-VALIDAR-HEADER THRU 1170-FIM.
           MOVE SPACES          TO REGISTRO-DEBD843.
           MOVE "H"             TO DEBD843-TIPO.
           MOVE WS-DATA-REF-AMD TO DEBD843-H-DT-REFERENCIA.
           MOVE WS-DIAS-PERDAS  TO DEBD843-H-DIAS-PERDAS.
           WRITE REGISTRO-DEBD843.
       1000-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * 1170-VALIDAR-HEADER - O PRIMEIRO REGISTRO DO DEB307 TEM QUE    *
      *                       SER O HEADER (AGENCIA 0) DO DIA CORRENTE;*
      *                       A DEBF903 FAZ A CRITICA. A DATA-ATUAL DO *
      *                       HEADER E A DATA DE REFERENCIA DO         *
      *                       ENVELHECIMENTO.                          *
      *----------------------------------------------------------------*
       1170-VALIDAR-HEADER.
           PERFORM 2100-LER-DEB307 THRU 2100-FIM.
           IF WS-EOF-DEB307
               DISPLAY "DEBR843 - EXTRATO DEB307 VAZIO (SEM HEADER). "
                       "EXECUCAO ABORTADA."
               STOP RUN
           END-IF.
           MOVE DEB307-AGENCIA     TO DEBF903-AGENCIA.
           MOVE DEB307-DT-ABERTURA TO DEBF903-DT-HEADER.
           CALL "DEBF903" USING DEBF903-PARM.
           IF DEBF903-CD-RTN > ZERO
               DISPLAY "DEBR843 - " DEBF903-MSG
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
      * 2000-SELECIONAR-CONTAS - PROCEDIMENTO DE ENTRADA DO SORT.      *
      *================================================================*
       2000-SELECIONAR-CONTAS.
           PERFORM 2100-LER-DEB307 THRU 2100-FIM.
           PERFORM 2020-TRATAR-CONTA THRU 2020-FIM
               UNTIL WS-EOF-DEB307.
       2000-FIM.
           EXIT.

       2020-TRATAR-CONTA.
           IF DEB307-SALDO-ATUAL < ZERO
               PERFORM 2200-CLASSIFICAR-CONTA THRU 2200-FIM
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
      * 2200-CLASSIFICAR-CONTA - DIAS DE ATRASO, CLASSE, PROVISAO E    *
      *                          TRIAGEM DE PERDAS.                    *
      *----------------------------------------------------------------*
       2200-CLASSIFICAR-CONTA.
           PERFORM 2300-CALCULAR-DIAS-ATRASO THRU 2300-FIM.
           MOVE 1 TO WS-IDX.
           PERFORM 2400-LOCALIZAR-FAIXA THRU 2400-FIM
               UNTIL WS-DIAS-ATRASO NOT > TB-FX-DIAS-MAX(WS-IDX)
                  OR WS-IDX = 9.
           COMPUTE WS-EXPOSICAO = DEB307-SALDO-ATUAL * -1.
           COMPUTE WS-PROVISAO ROUNDED
               = WS-EXPOSICAO * TB-FX-PCT(WS-IDX) / 100.
           MOVE SPACE TO SORTWK843-IND-PERDAS.
           IF WS-DIAS-ATRASO NOT < WS-DIAS-PERDAS
               IF DEB307-PRIVAT = 996 OR 997 OR 999
                   MOVE "R" TO SORTWK843-IND-PERDAS
               ELSE
                   MOVE "C" TO SORTWK843-IND-PERDAS
                   PERFORM 2500-GRAVAR-CANDIDATA THRU 2500-FIM
               END-IF
           END-IF.
           MOVE DEB307-SUPER       TO SORTWK843-SUPER.
           MOVE DEB307-AGENCIA     TO SORTWK843-AGENCIA.
           MOVE DEB307-CONTA       TO SORTWK843-CONTA.
           MOVE WS-DIAS-ATRASO     TO SORTWK843-DIAS.
           MOVE WS-IDX             TO SORTWK843-IDX-CLASSE.
           MOVE WS-EXPOSICAO       TO SORTWK843-EXPOSICAO.
           MOVE WS-PROVISAO        TO SORTWK843-PROVISAO.
           MOVE DEB307-TP-CH-ESP   TO SORTWK843-TP-CH-ESP.
           RELEASE REGISTRO-SORTWK843.
       2200-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * 2300-CALCULAR-DIAS-ATRASO - DEVEDORA SEM DT-INI-INAD (AINDA    *
      *                             DENTRO DO LIMITE) FICA COM ZERO    *
      *                             DIAS.                              *
      *----------------------------------------------------------------*
       2300-CALCULAR-DIAS-ATRASO.
           MOVE ZERO TO WS-DIAS-ATRASO.
           IF DEB307-DT-INI-INAD = SPACES
              OR DEB307-DT-INI-INAD(1:4) NOT NUMERIC
              OR DEB307-DT-INI-INAD(1:4) = "0001"
               GO TO 2300-FIM
           END-IF.
           UNSTRING DEB307-DT-INI-INAD DELIMITED BY "-"
               INTO WS-ANO WS-MES WS-DIA.
           STRING WS-ANO WS-MES WS-DIA
               DELIMITED BY SIZE INTO WS-DATA-X.
           MOVE WS-DATA-X TO WS-DATA-INAD-AMD.
           MOVE FUNCTION INTEGER-OF-DATE(WS-DATA-INAD-AMD)
               TO WS-JULIANO-INAD.
           SUBTRACT WS-JULIANO-INAD FROM WS-JULIANO-REF
               GIVING WS-DIAS-ATRASO.
      *    INICIO NO PROPRIO DIA JA E ATRASO (NAO PODE CAIR NA AA).
           IF WS-DIAS-ATRASO < 1
               MOVE 1 TO WS-DIAS-ATRASO
           END-IF.
           IF WS-DIAS-ATRASO > 99999
               MOVE 99999 TO WS-DIAS-ATRASO
           END-IF.
       2300-FIM.
           EXIT.

       2400-LOCALIZAR-FAIXA.
           ADD 1 TO WS-IDX.
       2400-FIM.
           EXIT.

       2500-GRAVAR-CANDIDATA.
           MOVE SPACES              TO REGISTRO-DEBD843.
           MOVE "D"                 TO DEBD843-TIPO.
           MOVE DEB307-AGENCIA      TO DEBD843-AGENCIA.
           MOVE DEB307-CONTA        TO DEBD843-CONTA.
           MOVE DEB307-CGC-CPF      TO DEBD843-CGC-CPF.
           MOVE DEB307-PESSOA       TO DEBD843-PESSOA.
           MOVE DEB307-DT-INI-INAD  TO DEBD843-DT-INI-INAD.
           MOVE WS-DIAS-ATRASO      TO DEBD843-DIAS-ATRASO.
           MOVE TB-FX-CLASSE(WS-IDX) TO DEBD843-CLASSE.
           MOVE WS-EXPOSICAO        TO DEBD843-SALDO-DEVEDOR.
           MOVE WS-PROVISAO         TO DEBD843-PROVISAO.
           MOVE DEB307-PRIVAT       TO DEBD843-PRIVAT.
           MOVE DEB307-TP-CH-ESP    TO DEBD843-TP-CH-ESP.
           WRITE REGISTRO-DEBD843.
           ADD 1 TO WS-QT-GRAV-DEBD843.
           ADD WS-EXPOSICAO TO WS-T-SALDO-DEVEDOR.
       2500-FIM.
           EXIT.

      *================================================================*
      * 3000-IMPRIMIR-RELATORIO - PROCEDIMENTO DE SAIDA DO SORT:       *
      *                           QUEBRA POR SUPER/AGENCIA E, NO FIM,  *
      *                           OS RESUMOS POR TIPO DE CHEQUE        *
      *                           ESPECIAL E POR CLASSE.               *
      *================================================================*
       3000-IMPRIMIR-RELATORIO.
           PERFORM 3100-RETORNAR-SORTWK THRU 3100-FIM.
           PERFORM 3200-IMPRIMIR-LINHA THRU 3200-FIM
               UNTIL WS-EOF-SORTWK.
           IF NOT WS-PRIMEIRO-REGISTRO
               PERFORM 3400-IMPRIMIR-TOTAL-AGENCIA THRU 3400-FIM
               PERFORM 3500-IMPRIMIR-TOTAL-SUPER   THRU 3500-FIM
           END-IF.
           PERFORM 3600-IMPRIMIR-RESUMOS THRU 3600-FIM.
       3000-FIM.
           EXIT.

       3100-RETORNAR-SORTWK.
           RETURN SORTWK843
               AT END
                   MOVE "Y" TO WS-SW-EOF-SORTWK
           END-RETURN.
       3100-FIM.
           EXIT.

       3200-IMPRIMIR-LINHA.
           IF WS-PRIMEIRO-REGISTRO
              OR SORTWK843-SUPER   NOT = WS-SUPER-ANTERIOR
              OR SORTWK843-AGENCIA NOT = WS-AGENCIA-ANTERIOR
               IF NOT WS-PRIMEIRO-REGISTRO
                   PERFORM 3400-IMPRIMIR-TOTAL-AGENCIA THRU 3400-FIM
                   IF SORTWK843-SUPER NOT = WS-SUPER-ANTERIOR
                       PERFORM 3500-IMPRIMIR-TOTAL-SUPER THRU 3500-FIM
                   END-IF
               END-IF
               PERFORM 3300-IMPRIMIR-CABECALHO THRU 3300-FIM
           END-IF.
           MOVE SORTWK843-IDX-CLASSE TO WS-IDX.
           MOVE SORTWK843-CONTA      TO WS-DET-CONTA.
           MOVE SORTWK843-DIAS       TO WS-DET-DIAS.
           MOVE TB-FX-CLASSE(WS-IDX) TO WS-DET-CLASSE.
           MOVE SORTWK843-EXPOSICAO  TO DEBF900-VALOR.
           CALL "DEBF900" USING DEBF900-PARM.
           MOVE DEBF900-VALOR-FMT    TO WS-DET-EXPOSICAO.
           MOVE TB-FX-PCT(WS-IDX)    TO WS-DET-PCT.
           MOVE SORTWK843-PROVISAO   TO DEBF900-VALOR.
           CALL "DEBF900" USING DEBF900-PARM.
           MOVE DEBF900-VALOR-FMT    TO WS-DET-PROVISAO.
           MOVE SORTWK843-TP-CH-ESP  TO WS-DET-TP-CH-ESP.
           EVALUATE SORTWK843-IND-PERDAS
               WHEN "C"
                   MOVE "CANDIDATA A PERDAS" TO WS-DET-PERDAS
               WHEN "R"
                   MOVE "JA NA ROTINA DE PERDAS" TO WS-DET-PERDAS
               WHEN OTHER
                   MOVE SPACES TO WS-DET-PERDAS
           END-EVALUATE.
           MOVE WS-LINHA-DETALHE     TO REGISTRO-DEBL843.
           WRITE REGISTRO-DEBL843.
           ADD 1 TO WS-QT-GRAV-DEBL843.
           ADD 1                     TO WS-AG-QTDE.
           ADD SORTWK843-EXPOSICAO   TO WS-AG-EXPOSICAO.
           ADD SORTWK843-PROVISAO    TO WS-AG-PROVISAO.
           ADD 1                     TO TB-TC-QTDE(WS-IDX).
           ADD SORTWK843-EXPOSICAO   TO TB-TC-EXPOSICAO(WS-IDX).
           ADD SORTWK843-PROVISAO    TO TB-TC-PROVISAO(WS-IDX).
           COMPUTE WS-IDX-TIPO = SORTWK843-TP-CH-ESP + 1.
           ADD 1                     TO TB-TT-QTDE(WS-IDX-TIPO).
           ADD SORTWK843-EXPOSICAO   TO TB-TT-EXPOSICAO(WS-IDX-TIPO).
           ADD SORTWK843-PROVISAO    TO TB-TT-PROVISAO(WS-IDX-TIPO).
           PERFORM 3100-RETORNAR-SORTWK THRU 3100-FIM.
       3200-FIM.
           EXIT.

       3300-IMPRIMIR-CABECALHO.
           MOVE SPACES            TO WS-LINHA-CABECALHO.
           MOVE SORTWK843-SUPER   TO WS-CAB-SUPER.
           MOVE SORTWK843-AGENCIA TO WS-CAB-AGENCIA.
           MOVE WS-LINHA-CABECALHO TO REGISTRO-DEBL843.
           WRITE REGISTRO-DEBL843.
           MOVE WS-LINHA-TITULOS  TO REGISTRO-DEBL843.
           WRITE REGISTRO-DEBL843.
           ADD 2 TO WS-QT-GRAV-DEBL843.
           MOVE SORTWK843-SUPER   TO WS-SUPER-ANTERIOR.
           MOVE SORTWK843-AGENCIA TO WS-AGENCIA-ANTERIOR.
           MOVE "N"  TO WS-SW-PRIMEIRO.
       3300-FIM.
           EXIT.

       3400-IMPRIMIR-TOTAL-AGENCIA.
           MOVE "TOTAL DA AGENCIA............" TO WS-TOT-ROTULO.
           MOVE WS-AG-QTDE      TO WS-TOT-QTDE.
           MOVE WS-AG-EXPOSICAO TO DEBF900-VALOR.
           CALL "DEBF900" USING DEBF900-PARM.
           MOVE DEBF900-VALOR-FMT TO WS-TOT-EXPOSICAO.
           MOVE WS-AG-PROVISAO  TO DEBF900-VALOR.
           CALL "DEBF900" USING DEBF900-PARM.
           MOVE DEBF900-VALOR-FMT TO WS-TOT-PROVISAO.
           PERFORM 3900-GRAVAR-TOTAL THRU 3900-FIM.
           ADD WS-AG-QTDE      TO WS-SP-QTDE.
           ADD WS-AG-EXPOSICAO TO WS-SP-EXPOSICAO.
           ADD WS-AG-PROVISAO  TO WS-SP-PROVISAO.
           MOVE ZERO TO WS-AG-QTDE.
           MOVE ZERO TO WS-AG-EXPOSICAO.
           MOVE ZERO TO WS-AG-PROVISAO.
       3400-FIM.
           EXIT.

       3500-IMPRIMIR-TOTAL-SUPER.
           MOVE "TOTAL DA SUPER.............." TO WS-TOT-ROTULO.
           MOVE WS-SP-QTDE      TO WS-TOT-QTDE.
           MOVE WS-SP-EXPOSICAO TO DEBF900-VALOR.
           CALL "DEBF900" USING DEBF900-PARM.
           MOVE DEBF900-VALOR-FMT TO WS-TOT-EXPOSICAO.
           MOVE WS-SP-PROVISAO  TO DEBF900-VALOR.
           CALL "DEBF900" USING DEBF900-PARM.
           MOVE DEBF900-VALOR-FMT TO WS-TOT-PROVISAO.
           PERFORM 3900-GRAVAR-TOTAL THRU 3900-FIM.
           ADD WS-SP-QTDE      TO WS-GR-QTDE.
           ADD WS-SP-EXPOSICAO TO WS-GR-EXPOSICAO.
           ADD WS-SP-PROVISAO  TO WS-GR-PROVISAO.
           MOVE ZERO TO WS-SP-QTDE.
           MOVE ZERO TO WS-SP-EXPOSICAO.
           MOVE ZERO TO WS-SP-PROVISAO.
       3500-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * 3600-IMPRIMIR-RESUMOS - RESUMO POR DEB307-TP-CH-ESP, POR       *
      *                         CLASSE E TOTAL GERAL.                  *
      *----------------------------------------------------------------*
       3600-IMPRIMIR-RESUMOS.
           MOVE "RESUMO POR TIPO DE CHEQUE ESPECIAL (DEB307-TP-CH-ESP)"
               TO WS-SEC-TITULO.
           MOVE WS-LINHA-SECAO TO REGISTRO-DEBL843.
           WRITE REGISTRO-DEBL843.
           ADD 1 TO WS-QT-GRAV-DEBL843.
           PERFORM 3700-IMPRIMIR-TIPO THRU 3700-FIM
               VARYING WS-IDX-TIPO FROM 1 BY 1 UNTIL WS-IDX-TIPO > 10.
           MOVE "RESUMO POR CLASSE DE RISCO (RES. 2682)"
               TO WS-SEC-TITULO.
           MOVE WS-LINHA-SECAO TO REGISTRO-DEBL843.
           WRITE REGISTRO-DEBL843.
           ADD 1 TO WS-QT-GRAV-DEBL843.
           PERFORM 3800-IMPRIMIR-CLASSE THRU 3800-FIM
               VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 9.
           MOVE "TOTAL GERAL................." TO WS-TOT-ROTULO.
           MOVE WS-GR-QTDE      TO WS-TOT-QTDE.
           MOVE WS-GR-EXPOSICAO TO DEBF900-VALOR.
           CALL "DEBF900" USING DEBF900-PARM.
           MOVE DEBF900-VALOR-FMT TO WS-TOT-EXPOSICAO.
           MOVE WS-GR-PROVISAO  TO DEBF900-VALOR.
           CALL "DEBF900" USING DEBF900-PARM.
           MOVE DEBF900-VALOR-FMT TO WS-TOT-PROVISAO.
           PERFORM 3900-GRAVAR-TOTAL THRU 3900-FIM.
       3600-FIM.
           EXIT.

       3700-IMPRIMIR-TIPO.
           MOVE SPACES TO WS-TOT-ROTULO.
           COMPUTE WS-TP-CH-ESP-ED = WS-IDX-TIPO - 1.
           STRING "TIPO DE CHEQUE ESPECIAL " WS-TP-CH-ESP-ED
               DELIMITED BY SIZE INTO WS-TOT-ROTULO.
           MOVE TB-TT-QTDE(WS-IDX-TIPO) TO WS-TOT-QTDE.
           MOVE TB-TT-EXPOSICAO(WS-IDX-TIPO) TO DEBF900-VALOR.
           CALL "DEBF900" USING DEBF900-PARM.
           MOVE DEBF900-VALOR-FMT TO WS-TOT-EXPOSICAO.
           MOVE TB-TT-PROVISAO(WS-IDX-TIPO) TO DEBF900-VALOR.
           CALL "DEBF900" USING DEBF900-PARM.
           MOVE DEBF900-VALOR-FMT TO WS-TOT-PROVISAO.
           PERFORM 3900-GRAVAR-TOTAL THRU 3900-FIM.
       3700-FIM.
           EXIT.

       3800-IMPRIMIR-CLASSE.
           MOVE SPACES TO WS-TOT-ROTULO.
           STRING "CLASSE " TB-FX-CLASSE(WS-IDX)
               DELIMITED BY SIZE INTO WS-TOT-ROTULO.
           MOVE TB-TC-QTDE(WS-IDX) TO WS-TOT-QTDE.
           MOVE TB-TC-EXPOSICAO(WS-IDX) TO DEBF900-VALOR.
           CALL "DEBF900" USING DEBF900-PARM.
           MOVE DEBF900-VALOR-FMT TO WS-TOT-EXPOSICAO.
           MOVE TB-TC-PROVISAO(WS-IDX) TO DEBF900-VALOR.
           CALL "DEBF900" USING DEBF900-PARM.
           MOVE DEBF900-VALOR-FMT TO WS-TOT-PROVISAO.
           PERFORM 3900-GRAVAR-TOTAL THRU 3900-FIM.
       3800-FIM.
           EXIT.

       3900-GRAVAR-TOTAL.
           MOVE WS-LINHA-TOTAL TO REGISTRO-DEBL843.
           WRITE REGISTRO-DEBL843.
           ADD 1 TO WS-QT-GRAV-DEBL843.
       3900-FIM.
           EXIT.

      *================================================================*
      * 8000-ENCERRAR - TRAILER DAS CANDIDATAS E REGISTRO NO DEBCTL.   *
      *================================================================*
       8000-ENCERRAR.
           MOVE SPACES             TO REGISTRO-DEBD843.
           MOVE "T"                TO DEBD843-TIPO.
           MOVE WS-QT-GRAV-DEBD843 TO DEBD843-T-QT-CONTAS.
           MOVE WS-T-SALDO-DEVEDOR TO DEBD843-T-SALDO-DEVEDOR.
           WRITE REGISTRO-DEBD843.
           MOVE "F"        TO DEBF904-FUNCAO.
           MOVE "DEBR843" TO DEBF904-PROGRAMA.
           MOVE WS-QT-LIDOS-CTL TO DEBF904-QT-LIDOS.
           MOVE "DEBD843" TO DEBF904-ARQ(1).
           MOVE WS-QT-GRAV-DEBD843 TO DEBF904-QT-GRAVADOS(1).
           MOVE "DEBL843" TO DEBF904-ARQ(2).
           MOVE WS-QT-GRAV-DEBL843 TO DEBF904-QT-GRAVADOS(2).
           MOVE "OK"       TO DEBF904-STATUS.
           CALL "DEBF904" USING DEBF904-PARM.
           CLOSE DEB307.
           CLOSE DEBD843.
           CLOSE DEBL843.
       8000-FIM.
           EXIT.
      * ----------------------------------------------------------------
