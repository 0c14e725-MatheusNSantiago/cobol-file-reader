       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEBR856.
       AUTHOR. F7023235.
      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES:                                      *
      * VRS001 15.10.2026 F7023235  IMPLANTACAO. PLACAR SEMANAL DE     *
      *                             QUALIDADE DE CADASTRO: LE A        *
      *                             CONCATENACAO DAS ULTIMAS GERACOES  *
      *                             DO REGISTRO COMUM DE EXCECAO       *
      *                             DEBEXC (BOOK DEBKEXC) GRAVADAS     *
      *                             PELA ACHR606, DEBR820, DEBR831,    *
      *                             DEBR840, DEBR806 E DEBR813, CONTA  *
      *                             AS CONTAS ATIVAS (SITUACAO 3) DE   *
      *                             CADA AGENCIA NO DEB307 E CLASSIFICA*
      *                             SUPER E AGENCIA PELAS EXCECOES EM  *
      *                             ABERTO POR MIL CONTAS ATIVAS, COM  *
      *                             A TAXA DAS QUATRO SEMANAS          *
      *                             ANTERIORES (BASE HISTORICA         *
      *                             DEBH856, RETIDA POR 12 SEMANAS) E  *
      *                             A TENDENCIA CONTRA A MEDIA DELAS.  *
      *                             UMA PAGINA DE SUPERS E, PARA CADA  *
      *                             SUPER, O RANKING DAS AGENCIAS, COM *
      *                             A ABERTURA POR ORIGEM.             *
      * VRS002 15.10.2026 F7023235  A SECAO QUEBRA TAMBEM PELO TIPO DA *
      *                             LINHA: COM A SUPER 0000 NO RANKING *
      *                             AS AGENCIAS DELA SAIAM SOB O       *
      *                             CABECALHO DAS SUPERS.              *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEB307   ASSIGN TO UT-S-DEBK307
                  ORGANIZATION IS SEQUENTIAL.

           SELECT DEBEXC   ASSIGN TO UT-S-DEBEXC
                  ORGANIZATION IS SEQUENTIAL.

           SELECT DEBH856  ASSIGN TO UT-S-DEBH856
                  ORGANIZATION IS SEQUENTIAL.

           SELECT DEBH856N ASSIGN TO UT-S-DEBH856N
                  ORGANIZATION IS SEQUENTIAL.

           SELECT DEBL856  ASSIGN TO UT-S-DEBL856
                  ORGANIZATION IS SEQUENTIAL.

           SELECT SORTWK856 ASSIGN TO UT-S-SORTWK856.

       DATA DIVISION.
       FILE SECTION.
       FD  DEB307
           BLOCK  0
           RECORD CONTAINS 371 CHARACTERS
           RECORDING F.

       01  DEB307-REGISTRO            PIC X(371).

      *----------------------------------------------------------------*
      * REGISTROS COMUNS DE EXCECAO DA NOITE - CONCATENACAO, NO JCL,   *
      * DA ULTIMA GERACAO DE CADA PROGRAMA DE ORIGEM.                  *
      *----------------------------------------------------------------*
       FD  DEBEXC
           BLOCK  0
           RECORD CONTAINS 80 CHARACTERS
           RECORDING F.

           COPY DEBKEXC.

      *----------------------------------------------------------------*
      * BASE HISTORICA DO PLACAR - GERACAO CORRENTE E GERACAO NOVA     *
      * (SEMANAS RETIDAS MAIS A SEMANA DO DIA). UM REGISTRO POR SEMANA *
      * E POR SUPER ("S") OU AGENCIA ("A").                            *
      *----------------------------------------------------------------*
       FD  DEBH856
           BLOCK  0
           RECORD CONTAINS 80 CHARACTERS
           RECORDING F.

       01  REGISTRO-DEBH856.
           03  DEBH856-DT-SEMANA      PIC 9(008).
           03  DEBH856-TIPO           PIC X(001).
               88  DEBH856-REG-SUPER            VALUE "S".
               88  DEBH856-REG-AGENCIA          VALUE "A".
           03  DEBH856-SUPER          PIC 9(004).
           03  DEBH856-AGENCIA        PIC 9(005).
           03  DEBH856-QT-ATIVAS      PIC 9(009).
           03  DEBH856-QT-EXCECOES    PIC 9(009).
           03  DEBH856-TAXA           PIC 9(005)V9(02).
           03  FILLER                 PIC X(037).

       FD  DEBH856N
           BLOCK  0
           RECORD CONTAINS 80 CHARACTERS
           RECORDING F.

       01  REGISTRO-DEBH856N          PIC X(080).

       FD  DEBL856
           BLOCK  0
           RECORD CONTAINS 132 CHARACTERS
           RECORDING F.

       01  REGISTRO-DEBL856           PIC X(132).

      *----------------------------------------------------------------*
      * LINHAS DO PLACAR: TIPO "1" SUPER (QUEBRA ZERO - RANKING UNICO) *
      * E TIPO "2" AGENCIA (QUEBRA = SUPER), EM ORDEM DECRESCENTE DE   *
      * TAXA DENTRO DA QUEBRA.                                         *
      *----------------------------------------------------------------*
       SD  SORTWK856.
       01  REGISTRO-SORTWK856.
           03  SORTWK856-TIPO         PIC X(001).
           03  SORTWK856-QUEBRA       PIC 9(004).
           03  SORTWK856-TAXA         PIC 9(005)V9(02).
           03  SORTWK856-QT-EXCECOES  PIC 9(009).
           03  SORTWK856-SUPER        PIC 9(004).
           03  SORTWK856-AGENCIA      PIC 9(005).
           03  SORTWK856-QT-ATIVAS    PIC 9(009).
           03  SORTWK856-ORIGENS.
               05  SORTWK856-QT-ORIGEM PIC 9(007) COMP OCCURS 6 TIMES.
           03  SORTWK856-SEMANAS.
               05  SORTWK856-SEMANA   OCCURS 4 TIMES.
                   07  SORTWK856-SEM-TEM   PIC X(001).
                   07  SORTWK856-SEM-TAXA  PIC 9(005)V9(02).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * PARAMETROS DA SUBROTINA DE REGISTRO DE EXECUCAO NO ARQUIVO DE  *
      * CONTROLE DEBCTL (BOOK DEBFK904).                               *
      *----------------------------------------------------------------*
       01  DEBF904-PARM.
           COPY DEBFK904.

       01  WS-QT-LIDOS-CTL             PIC 9(09) COMP VALUE ZERO.
       01  WS-QT-GRAV-DEBL856          PIC 9(09) COMP VALUE ZERO.
       01  WS-QT-GRAV-DEBH856N         PIC 9(09) COMP VALUE ZERO.

           COPY DEBK307.

      *----------------------------------------------------------------*
      * PARAMETROS DA SUBROTINA DE VALIDACAO DO HEADER DO DEB307       *
      * (BOOK DEBFK903).                                               *
      *----------------------------------------------------------------*
       01  DEBF903-PARM.
           COPY DEBFK903.

      *----------------------------------------------------------------*
      * ORIGENS DO DEBEXC CONHECIDAS PELO PLACAR E O TITULO DA COLUNA  *
      * DE CADA UMA NO RELATORIO.                                      *
      *----------------------------------------------------------------*
       01  TB-ORIGENS-VALORES.
           03  FILLER  PIC X(015) VALUE "ACHR606 CLASSF".
           03  FILLER  PIC X(015) VALUE "DEBR820 CPFCNP".
           03  FILLER  PIC X(015) VALUE "DEBR831 TITULR".
           03  FILLER  PIC X(015) VALUE "DEBR840 BPOSTL".
           03  FILLER  PIC X(015) VALUE "DEBR806 CCFVEN".
           03  FILLER  PIC X(015) VALUE "DEBR813 ISENC.".
       01  TB-ORIGENS REDEFINES TB-ORIGENS-VALORES.
           03  TB-ORI-ITEM OCCURS 6 TIMES.
               05  TB-ORI-PROGRAMA    PIC X(008).
               05  TB-ORI-TITULO      PIC X(007).

       01  TB-TOTAIS-ORIGEM.
           03  TB-TOT-ORI-QTDE        PIC 9(009) COMP OCCURS 6 TIMES.

      *----------------------------------------------------------------*
      * AGENCIAS DO DEB307, NA ORDEM DO EXTRATO (ASCENDENTE DE         *
      * AGENCIA, O QUE PERMITE O SEARCH ALL), COM AS CONTAS ATIVAS, AS *
      * EXCECOES EM ABERTO POR ORIGEM E A TAXA DAS QUATRO SEMANAS      *
      * ANTERIORES (SEM-TEM "S" QUANDO A SEMANA ESTA NA BASE).         *
      *----------------------------------------------------------------*
       01  TB-AGENCIAS.
           03  TB-QT-AGENCIAS         PIC S9(4) COMP     VALUE ZERO.
           03  TB-AG-ITEM  OCCURS 1 TO 6000 TIMES
                           DEPENDING ON TB-QT-AGENCIAS
                           ASCENDING KEY IS TB-AG-AGENCIA
                           INDEXED BY TB-AG-IDX.
               05  TB-AG-AGENCIA      PIC 9(005).
               05  TB-AG-SUPER        PIC 9(004).
               05  TB-AG-QT-ATIVAS    PIC 9(009) COMP.
               05  TB-AG-QT-EXCECOES  PIC 9(009) COMP.
               05  TB-AG-TAXA         PIC 9(005)V9(02).
               05  TB-AG-ORIGENS.
                   07  TB-AG-QT-ORIGEM PIC 9(007) COMP OCCURS 6 TIMES.
               05  TB-AG-SEMANAS.
                   07  TB-AG-SEMANA   OCCURS 4 TIMES.
                       09  TB-AG-SEM-TEM   PIC X(001).
                       09  TB-AG-SEM-TAXA  PIC 9(005)V9(02).

      *----------------------------------------------------------------*
      * SUPERS, NA ORDEM EM QUE APARECEM NA TABELA DE AGENCIAS, COM OS *
      * TOTAIS DAS SUAS AGENCIAS.                                      *
      *----------------------------------------------------------------*
       01  TB-SUPERS.
           03  TB-QT-SUPERS           PIC S9(4) COMP     VALUE ZERO.
           03  TB-SU-ITEM  OCCURS 300 TIMES.
               05  TB-SU-SUPER        PIC 9(004).
               05  TB-SU-QT-ATIVAS    PIC 9(009) COMP.
               05  TB-SU-QT-EXCECOES  PIC 9(009) COMP.
               05  TB-SU-TAXA         PIC 9(005)V9(02).
               05  TB-SU-ORIGENS.
                   07  TB-SU-QT-ORIGEM PIC 9(007) COMP OCCURS 6 TIMES.
               05  TB-SU-SEMANAS.
                   07  TB-SU-SEMANA   OCCURS 4 TIMES.
                       09  TB-SU-SEM-TEM   PIC X(001).
                       09  TB-SU-SEM-TAXA  PIC 9(005)V9(02).

       01  WS-IDX-AG                  PIC S9(4) COMP     VALUE ZERO.
       01  WS-IDX-SU                  PIC S9(4) COMP     VALUE ZERO.
       01  WS-IDX-ORI                 PIC S9(4) COMP     VALUE ZERO.
       01  WS-IDX-SEM                 PIC S9(4) COMP     VALUE ZERO.
       01  WS-SUPER-PROCURADO         PIC 9(004)         VALUE ZERO.

      *----------------------------------------------------------------*
      * DATA DA SEMANA (DATA-ATUAL DO HEADER DO DEB307) E JANELA DE    *
      * RETENCAO DA BASE HISTORICA (12 SEMANAS).                       *
      *----------------------------------------------------------------*
       01  WS-ANO                     PIC X(004)         VALUE SPACES.
       01  WS-MES                     PIC X(002)         VALUE SPACES.
       01  WS-DIA                     PIC X(002)         VALUE SPACES.
       01  WS-DT-SEMANA-FMT           PIC X(010)         VALUE SPACES.
       01  WS-DT-SEMANA-X             PIC X(008)         VALUE SPACES.
       01  WS-DT-SEMANA-AMD           PIC 9(008)         VALUE ZERO.
       01  WS-JULIANO-SEMANA          PIC S9(009) COMP   VALUE ZERO.
       01  WS-JULIANO-HIST            PIC S9(009) COMP   VALUE ZERO.
       01  WS-DIAS-HIST               PIC S9(009) COMP   VALUE ZERO.
       01  WS-SEMANA-ANT              PIC S9(009) COMP   VALUE ZERO.
       01  WS-DIAS-RETENCAO           PIC S9(009) COMP   VALUE 84.

      *----------------------------------------------------------------*
      * CALCULO DA TAXA POR MIL CONTAS ATIVAS. SEM CONTA ATIVA, A      *
      * DEPENDENCIA COM EXCECAO VAI PARA O TOPO COM A TAXA MAXIMA.     *
      *----------------------------------------------------------------*
       01  WS-CALC-ATIVAS             PIC 9(009)         VALUE ZERO.
       01  WS-CALC-EXCECOES           PIC 9(009)         VALUE ZERO.
       01  WS-CALC-TAXA               PIC 9(005)V9(02)   VALUE ZERO.
       01  WS-TAXA-MAXIMA             PIC 9(005)V9(02)   VALUE 99999,99.

       01  WS-SOMA-TAXA-ANT           PIC 9(007)V9(02)   VALUE ZERO.
       01  WS-QT-SEMANAS-ANT          PIC 9(001)         VALUE ZERO.
       01  WS-MEDIA-TAXA-ANT          PIC 9(005)V9(02)   VALUE ZERO.
       01  WS-TAXA-EDITADA            PIC ZZZZ9,99.

      *----------------------------------------------------------------*
      * QUANTIDADES DE CONTROLE.                                       *
      *----------------------------------------------------------------*
       01  WS-QT-ATIVAS-TOT           PIC 9(009) COMP    VALUE ZERO.
       01  WS-QT-LIDOS-DEBEXC         PIC 9(009) COMP    VALUE ZERO.
       01  WS-QT-EXC-APURADAS         PIC 9(009) COMP    VALUE ZERO.
       01  WS-QT-EXC-SEM-ORIGEM       PIC 9(009) COMP    VALUE ZERO.
       01  WS-QT-EXC-SEM-AGENCIA      PIC 9(009) COMP    VALUE ZERO.
       01  WS-QT-EXC-OUTRA-DATA       PIC 9(009) COMP    VALUE ZERO.
       01  WS-QT-LIDOS-DEBH856        PIC 9(009) COMP    VALUE ZERO.
       01  WS-QT-HIST-SUBSTITUIDOS    PIC 9(009) COMP    VALUE ZERO.
       01  WS-QT-HIST-EXPURGADOS      PIC 9(009) COMP    VALUE ZERO.
       01  WS-RANK                    PIC 9(004) COMP    VALUE ZERO.
       01  WS-QUEBRA-ANTERIOR         PIC 9(004)         VALUE ZERO.
       01  WS-TIPO-ANTERIOR           PIC X(001)         VALUE SPACE.

      *----------------------------------------------------------------*
      * REGISTRO DA SEMANA GRAVADO NA GERACAO NOVA DA BASE HISTORICA   *
      * (MESMO LAYOUT DO DEBH856).                                     *
      *----------------------------------------------------------------*
       01  WS-REG-HISTORICO.
           03  WS-HIS-DT-SEMANA       PIC 9(008).
           03  WS-HIS-TIPO            PIC X(001).
           03  WS-HIS-SUPER           PIC 9(004).
           03  WS-HIS-AGENCIA         PIC 9(005).
           03  WS-HIS-QT-ATIVAS       PIC 9(009).
           03  WS-HIS-QT-EXCECOES     PIC 9(009).
           03  WS-HIS-TAXA            PIC 9(005)V9(02).
           03  FILLER                 PIC X(037)  VALUE SPACES.

      *----------------------------------------------------------------*
      * LINHAS DO RELATORIO.                                           *
      *----------------------------------------------------------------*
       01  WS-LINHA-TITULO.
           03  FILLER                 PIC X(046)
               VALUE "DEBR856 - PLACAR SEMANAL DE QUALIDADE DE CADAS".
           03  FILLER                 PIC X(020)
               VALUE "TRO - SEMANA DE ".
           03  WS-TIT-DATA            PIC X(010).
           03  FILLER                 PIC X(056)  VALUE SPACES.

       01  WS-LINHA-SUBTITULO.
           03  FILLER                 PIC X(046)
               VALUE "EXCECOES EM ABERTO POR MIL CONTAS ATIVAS (TX/M".
           03  FILLER                 PIC X(047)
               VALUE "IL), SEMANAS ANTERIORES E TENDENCIA CONTRA A ME".
           03  FILLER                 PIC X(039)
               VALUE "DIA DELAS".

       01  WS-LINHA-SECAO.
           03  WS-SEC-TEXTO           PIC X(040).
           03  WS-SEC-SUPER           PIC ZZZ9.
           03  WS-SEC-COMPLEMENTO     PIC X(030).
           03  FILLER                 PIC X(058)  VALUE SPACES.

       01  WS-LINHA-COLUNAS.
           03  FILLER                 PIC X(005)  VALUE "RANK ".
           03  FILLER                 PIC X(005)  VALUE "SUP. ".
           03  FILLER                 PIC X(006)  VALUE "AGENC ".
           03  FILLER                 PIC X(010)  VALUE "    ATIVAS".
           03  FILLER                 PIC X(008)  VALUE "   EXCEC".
           03  FILLER                 PIC X(009)  VALUE "   TX/MIL".
           03  FILLER                 PIC X(009)  VALUE "    SEM-1".
           03  FILLER                 PIC X(009)  VALUE "    SEM-2".
           03  FILLER                 PIC X(009)  VALUE "    SEM-3".
           03  FILLER                 PIC X(009)  VALUE "    SEM-4".
           03  FILLER                 PIC X(009)  VALUE " TENDENC.".
           03  WS-COL-ORIGENS.
               05  WS-COL-ORIGEM      PIC X(007)  OCCURS 6 TIMES.
           03  FILLER                 PIC X(002)  VALUE SPACES.

       01  WS-LINHA-DETALHE.
           03  WS-DET-RANK            PIC ZZZ9.
           03  FILLER                 PIC X(001)  VALUE SPACE.
           03  WS-DET-SUPER           PIC ZZZ9.
           03  FILLER                 PIC X(001)  VALUE SPACE.
           03  WS-DET-AGENCIA         PIC ZZZZ9   BLANK WHEN ZERO.
           03  FILLER                 PIC X(001)  VALUE SPACE.
           03  WS-DET-ATIVAS          PIC ZZZZZZZZ9.
           03  FILLER                 PIC X(001)  VALUE SPACE.
           03  WS-DET-EXCECOES        PIC ZZZZZZ9.
           03  FILLER                 PIC X(002)  VALUE SPACES.
           03  WS-DET-TAXA            PIC ZZZZ9,99.
           03  WS-DET-SEMANAS.
               05  WS-DET-SEMANA      OCCURS 4 TIMES.
                   07  FILLER         PIC X(001).
                   07  WS-DET-SEM-TAXA PIC X(008).
           03  FILLER                 PIC X(001)  VALUE SPACE.
           03  WS-DET-TENDENCIA       PIC X(008).
           03  WS-DET-ORIGENS.
               05  WS-DET-QT-ORIGEM   PIC ZZZZZZ9 OCCURS 6 TIMES.
           03  FILLER                 PIC X(002)  VALUE SPACES.

       01  WS-LINHA-RESUMO.
           03  WS-RES-DESCRICAO       PIC X(050).
           03  WS-RES-QUANTIDADE      PIC ZZZ.ZZZ.ZZ9.
           03  FILLER                 PIC X(071)  VALUE SPACES.

       01  WS-SWITCHES.
           03  WS-SW-EOF-DEB307       PIC X(01)        VALUE "N".
               88  WS-EOF-DEB307                        VALUE "Y".
           03  WS-SW-EOF-DEBEXC       PIC X(01)        VALUE "N".
               88  WS-EOF-DEBEXC                        VALUE "Y".
           03  WS-SW-EOF-DEBH856      PIC X(01)        VALUE "N".
               88  WS-EOF-DEBH856                       VALUE "Y".
           03  WS-SW-EOF-SORTWK       PIC X(01)        VALUE "N".
               88  WS-EOF-SORTWK                        VALUE "Y".
           03  WS-SW-ACHOU-ORIGEM     PIC X(01)        VALUE "N".
               88  WS-ACHOU-ORIGEM                      VALUE "S".
           03  WS-SW-ACHOU-SUPER      PIC X(01)        VALUE "N".
               88  WS-ACHOU-SUPER                       VALUE "S".
           03  WS-SW-PRIMEIRA-LINHA   PIC X(01)        VALUE "S".
               88  WS-PRIMEIRA-LINHA                    VALUE "S".

       PROCEDURE DIVISION.

      *================================================================*
      * 0000-MAINLINE - AS TABELAS DE AGENCIA E SUPER SAO MONTADAS DO  *
      *                 DEB307, RECEBEM AS EXCECOES E O HISTORICO E O  *
      *                 RANKING SAI PELO SORT.                         *
      *================================================================*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR       THRU 1000-FIM.
           PERFORM 2000-CARREGAR-AGENCIAS THRU 2000-FIM.
           PERFORM 3000-APURAR-EXCECOES   THRU 3000-FIM.
           PERFORM 4000-CALCULAR-TAXAS    THRU 4000-FIM.
           PERFORM 5000-TRATAR-HISTORICO  THRU 5000-FIM.
           SORT SORTWK856
               ON ASCENDING  KEY SORTWK856-TIPO SORTWK856-QUEBRA
               ON DESCENDING KEY SORTWK856-TAXA SORTWK856-QT-EXCECOES
               ON ASCENDING  KEY SORTWK856-SUPER SORTWK856-AGENCIA
               INPUT PROCEDURE 6000-LIBERAR-PLACAR THRU 6000-FIM
               OUTPUT PROCEDURE 6500-IMPRIMIR-PLACAR THRU 6500-FIM.
           PERFORM 8000-ENCERRAR          THRU 8000-FIM.
           STOP RUN.

      *================================================================*
      * 1000-INICIALIZAR                                               *
      *================================================================*
       1000-INICIALIZAR.
           MOVE SPACES TO DEBF904-PARM.
           MOVE "I"        TO DEBF904-FUNCAO.
           MOVE "DEBR856" TO DEBF904-PROGRAMA.
           CALL "DEBF904" USING DEBF904-PARM.
           INITIALIZE TB-TOTAIS-ORIGEM.
           OPEN INPUT  DEB307.
           OPEN INPUT  DEBEXC.
           OPEN INPUT  DEBH856.
           OPEN OUTPUT DEBH856N.
           OPEN OUTPUT DEBL856.
           PERFORM 1170-VALIDAR-HEADER THRU 1170-FIM.
       1000-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * 1170-VALIDAR-HEADER - O PRIMEIRO REGISTRO DO DEB307 TEM QUE    *
      *                       SER O HEADER (AGENCIA 0) DO DIA CORRENTE;*
      *                       A DEBF903 FAZ A CRITICA. A DATA-ATUAL DO *
      *                       HEADER E A DATA DA SEMANA DO PLACAR.     *
      *----------------------------------------------------------------*
       1170-VALIDAR-HEADER.
           PERFORM 2100-LER-DEB307 THRU 2100-FIM.
           IF WS-EOF-DEB307
               DISPLAY "DEBR856 - EXTRATO DEB307 VAZIO (SEM HEADER). "
                       "EXECUCAO ABORTADA."
               STOP RUN
           END-IF.
           MOVE DEB307-AGENCIA     TO DEBF903-AGENCIA.
           MOVE DEB307-DT-ABERTURA TO DEBF903-DT-HEADER.
           CALL "DEBF903" USING DEBF903-PARM.
           IF DEBF903-CD-RTN > ZERO
               DISPLAY "DEBR856 - " DEBF903-MSG
                       ". EXECUCAO ABORTADA."
               STOP RUN
           END-IF.
           MOVE DEB307-DT-ABERTURA TO WS-DT-SEMANA-FMT.
           UNSTRING DEB307-DT-ABERTURA DELIMITED BY "-"
               INTO WS-ANO WS-MES WS-DIA.
           STRING WS-ANO WS-MES WS-DIA
               DELIMITED BY SIZE INTO WS-DT-SEMANA-X.
           MOVE WS-DT-SEMANA-X TO WS-DT-SEMANA-AMD.
           MOVE FUNCTION INTEGER-OF-DATE(WS-DT-SEMANA-AMD)
               TO WS-JULIANO-SEMANA.
      *    O HEADER NAO CONTA COMO REGISTRO LIDO NO DEBCTL.
           MOVE ZERO TO WS-QT-LIDOS-CTL.
       1170-FIM.
           EXIT.

      *================================================================*
      * 2000-CARREGAR-AGENCIAS - UMA ENTRADA POR AGENCIA DO DEB307,    *
      *                          COM A SUPER DA PRIMEIRA CONTA E AS    *
      *                          CONTAS ATIVAS (SITUACAO 3).           *
      *================================================================*
       2000-CARREGAR-AGENCIAS.
           PERFORM 2100-LER-DEB307 THRU 2100-FIM.
           PERFORM 2200-TRATAR-CONTA THRU 2200-FIM
               UNTIL WS-EOF-DEB307.
           IF TB-QT-AGENCIAS = ZERO
               DISPLAY "DEBR856 - EXTRATO DEB307 SEM CONTAS. "
                       "EXECUCAO ABORTADA."
               STOP RUN
           END-IF.
       2000-FIM.
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

       2200-TRATAR-CONTA.
           IF TB-QT-AGENCIAS = ZERO
               PERFORM 2300-INCLUIR-AGENCIA THRU 2300-FIM
           ELSE
               IF DEB307-AGENCIA NOT = TB-AG-AGENCIA(TB-QT-AGENCIAS)
                   PERFORM 2300-INCLUIR-AGENCIA THRU 2300-FIM
               END-IF
           END-IF.
           IF DEB307-SITUACAO = 3
               ADD 1 TO TB-AG-QT-ATIVAS(TB-QT-AGENCIAS)
               ADD 1 TO WS-QT-ATIVAS-TOT
           END-IF.
           PERFORM 2100-LER-DEB307 THRU 2100-FIM.
       2200-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * 2300-INCLUIR-AGENCIA - O SEARCH ALL DEPENDE DA ORDEM           *
      *                        ASCENDENTE DE AGENCIA DO EXTRATO.       *
      *----------------------------------------------------------------*
       2300-INCLUIR-AGENCIA.
           IF TB-QT-AGENCIAS > ZERO
               IF DEB307-AGENCIA < TB-AG-AGENCIA(TB-QT-AGENCIAS)
                   DISPLAY "DEBR856 - DEB307 FORA DA ORDEM DE AGENCIA "
                           "NA AGENCIA " TB-AG-AGENCIA(TB-QT-AGENCIAS)
                           ". EXECUCAO ABORTADA."
                   STOP RUN
               END-IF
           END-IF.
           IF TB-QT-AGENCIAS = 6000
               DISPLAY "DEBR856 - DEB307 EXCEDE O LIMITE DE 6000 "
                       "AGENCIAS DE TB-AG-ITEM. EXECUCAO ABORTADA."
               STOP RUN
           END-IF.
           ADD 1 TO TB-QT-AGENCIAS.
           INITIALIZE TB-AG-ITEM(TB-QT-AGENCIAS).
           MOVE DEB307-AGENCIA TO TB-AG-AGENCIA(TB-QT-AGENCIAS).
           MOVE DEB307-SUPER   TO TB-AG-SUPER(TB-QT-AGENCIAS).
       2300-FIM.
           EXIT.

      *================================================================*
      * 3000-APURAR-EXCECOES - CADA REGISTRO DO DEBEXC CONTA PARA A    *
      *                        AGENCIA E PARA A SUA ORIGEM; ORIGEM     *
      *                        DESCONHECIDA OU AGENCIA FORA DO DEB307  *
      *                        SO ENTRA NO RESUMO.                     *
      *================================================================*
       3000-APURAR-EXCECOES.
           PERFORM 3100-LER-DEBEXC THRU 3100-FIM.
           PERFORM 3200-TRATAR-EXCECAO THRU 3200-FIM
               UNTIL WS-EOF-DEBEXC.
       3000-FIM.
           EXIT.

       3100-LER-DEBEXC.
           READ DEBEXC
               AT END
                   MOVE "Y" TO WS-SW-EOF-DEBEXC
           END-READ.
           IF NOT WS-EOF-DEBEXC
               ADD 1 TO WS-QT-LIDOS-DEBEXC
           END-IF.
       3100-FIM.
           EXIT.

       3200-TRATAR-EXCECAO.
           IF DEBEXC-DT-MOVIMENTO NOT = WS-DT-SEMANA-AMD
               ADD 1 TO WS-QT-EXC-OUTRA-DATA
           END-IF.
           PERFORM 3300-LOCALIZAR-ORIGEM THRU 3300-FIM.
           IF WS-ACHOU-ORIGEM
               PERFORM 3400-CONTAR-EXCECAO THRU 3400-FIM
           ELSE
               ADD 1 TO WS-QT-EXC-SEM-ORIGEM
           END-IF.
           PERFORM 3100-LER-DEBEXC THRU 3100-FIM.
       3200-FIM.
           EXIT.

       3300-LOCALIZAR-ORIGEM.
           MOVE "N" TO WS-SW-ACHOU-ORIGEM.
           MOVE 1   TO WS-IDX-ORI.
           PERFORM 3310-COMPARAR-ORIGEM THRU 3310-FIM
               UNTIL WS-ACHOU-ORIGEM OR WS-IDX-ORI > 6.
       3300-FIM.
           EXIT.

       3310-COMPARAR-ORIGEM.
           IF TB-ORI-PROGRAMA(WS-IDX-ORI) = DEBEXC-ORIGEM
               MOVE "S" TO WS-SW-ACHOU-ORIGEM
           ELSE
               ADD 1 TO WS-IDX-ORI
           END-IF.
       3310-FIM.
           EXIT.

       3400-CONTAR-EXCECAO.
           SEARCH ALL TB-AG-ITEM
               AT END
                   ADD 1 TO WS-QT-EXC-SEM-AGENCIA
               WHEN TB-AG-AGENCIA(TB-AG-IDX) = DEBEXC-AGENCIA
                   ADD 1 TO TB-AG-QT-EXCECOES(TB-AG-IDX)
                   ADD 1 TO TB-AG-QT-ORIGEM(TB-AG-IDX WS-IDX-ORI)
                   ADD 1 TO TB-TOT-ORI-QTDE(WS-IDX-ORI)
                   ADD 1 TO WS-QT-EXC-APURADAS
           END-SEARCH.
       3400-FIM.
           EXIT.

      *================================================================*
      * 4000-CALCULAR-TAXAS - TAXA DE CADA AGENCIA E ACUMULACAO NA     *
      *                       SUPER; DEPOIS, A TAXA DE CADA SUPER.     *
      *================================================================*
       4000-CALCULAR-TAXAS.
           MOVE 1 TO WS-IDX-AG.
           PERFORM 4100-CALCULAR-AGENCIA THRU 4100-FIM
               UNTIL WS-IDX-AG > TB-QT-AGENCIAS.
           MOVE 1 TO WS-IDX-SU.
           PERFORM 4400-CALCULAR-SUPER THRU 4400-FIM
               UNTIL WS-IDX-SU > TB-QT-SUPERS.
       4000-FIM.
           EXIT.

       4100-CALCULAR-AGENCIA.
           MOVE TB-AG-QT-ATIVAS(WS-IDX-AG)   TO WS-CALC-ATIVAS.
           MOVE TB-AG-QT-EXCECOES(WS-IDX-AG) TO WS-CALC-EXCECOES.
           PERFORM 4900-CALCULAR-TAXA THRU 4900-FIM.
           MOVE WS-CALC-TAXA TO TB-AG-TAXA(WS-IDX-AG).
           MOVE TB-AG-SUPER(WS-IDX-AG) TO WS-SUPER-PROCURADO.
           PERFORM 4200-LOCALIZAR-SUPER THRU 4200-FIM.
           IF NOT WS-ACHOU-SUPER
               PERFORM 4300-INCLUIR-SUPER THRU 4300-FIM
           END-IF.
           ADD TB-AG-QT-ATIVAS(WS-IDX-AG)
               TO TB-SU-QT-ATIVAS(WS-IDX-SU).
           ADD TB-AG-QT-EXCECOES(WS-IDX-AG)
               TO TB-SU-QT-EXCECOES(WS-IDX-SU).
           MOVE 1 TO WS-IDX-ORI.
           PERFORM 4150-SOMAR-ORIGEM THRU 4150-FIM
               UNTIL WS-IDX-ORI > 6.
           ADD 1 TO WS-IDX-AG.
       4100-FIM.
           EXIT.

       4150-SOMAR-ORIGEM.
           ADD TB-AG-QT-ORIGEM(WS-IDX-AG WS-IDX-ORI)
               TO TB-SU-QT-ORIGEM(WS-IDX-SU WS-IDX-ORI).
           ADD 1 TO WS-IDX-ORI.
       4150-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * 4200-LOCALIZAR-SUPER - PROCURA WS-SUPER-PROCURADO NA TABELA DE *
      *                        SUPERS; SEM ACHAR, WS-IDX-SU FICA NA    *
      *                        PRIMEIRA POSICAO LIVRE.                 *
      *----------------------------------------------------------------*
       4200-LOCALIZAR-SUPER.
           MOVE "N" TO WS-SW-ACHOU-SUPER.
           MOVE 1   TO WS-IDX-SU.
           PERFORM 4210-COMPARAR-SUPER THRU 4210-FIM
               UNTIL WS-ACHOU-SUPER OR WS-IDX-SU > TB-QT-SUPERS.
       4200-FIM.
           EXIT.

       4210-COMPARAR-SUPER.
           IF TB-SU-SUPER(WS-IDX-SU) = WS-SUPER-PROCURADO
               MOVE "S" TO WS-SW-ACHOU-SUPER
           ELSE
               ADD 1 TO WS-IDX-SU
           END-IF.
       4210-FIM.
           EXIT.

       4300-INCLUIR-SUPER.
           IF TB-QT-SUPERS = 300
               DISPLAY "DEBR856 - DEB307 EXCEDE O LIMITE DE 300 "
                       "SUPERS DE TB-SU-ITEM. EXECUCAO ABORTADA."
               STOP RUN
           END-IF.
           ADD 1 TO TB-QT-SUPERS.
           MOVE TB-QT-SUPERS TO WS-IDX-SU.
           INITIALIZE TB-SU-ITEM(WS-IDX-SU).
           MOVE WS-SUPER-PROCURADO TO TB-SU-SUPER(WS-IDX-SU).
       4300-FIM.
           EXIT.

       4400-CALCULAR-SUPER.
           MOVE TB-SU-QT-ATIVAS(WS-IDX-SU)   TO WS-CALC-ATIVAS.
           MOVE TB-SU-QT-EXCECOES(WS-IDX-SU) TO WS-CALC-EXCECOES.
           PERFORM 4900-CALCULAR-TAXA THRU 4900-FIM.
           MOVE WS-CALC-TAXA TO TB-SU-TAXA(WS-IDX-SU).
           ADD 1 TO WS-IDX-SU.
       4400-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * 4900-CALCULAR-TAXA - EXCECOES EM ABERTO POR MIL CONTAS ATIVAS. *
      *----------------------------------------------------------------*
       4900-CALCULAR-TAXA.
           MOVE ZERO TO WS-CALC-TAXA.
           IF WS-CALC-ATIVAS > ZERO
               COMPUTE WS-CALC-TAXA ROUNDED
                   = WS-CALC-EXCECOES * 1000 / WS-CALC-ATIVAS
                   ON SIZE ERROR
                       MOVE WS-TAXA-MAXIMA TO WS-CALC-TAXA
               END-COMPUTE
           ELSE
               IF WS-CALC-EXCECOES > ZERO
                   MOVE WS-TAXA-MAXIMA TO WS-CALC-TAXA
               END-IF
           END-IF.
       4900-FIM.
           EXIT.

      *================================================================*
      * 5000-TRATAR-HISTORICO - COPIA PARA A GERACAO NOVA AS SEMANAS   *
      *                         RETIDAS, GUARDA NAS TABELAS A TAXA DAS *
      *                         QUATRO SEMANAS ANTERIORES E ACRESCENTA *
      *                         A SEMANA DO DIA. UM REPROCESSAMENTO NA *
      *                         MESMA DATA SUBSTITUI A SEMANA.         *
      *================================================================*
       5000-TRATAR-HISTORICO.
           PERFORM 5100-LER-DEBH856 THRU 5100-FIM.
           PERFORM 5200-TRATAR-SEMANA THRU 5200-FIM
               UNTIL WS-EOF-DEBH856.
           MOVE WS-DT-SEMANA-AMD TO WS-HIS-DT-SEMANA.
           MOVE 1 TO WS-IDX-SU.
           PERFORM 5500-GRAVAR-SUPER THRU 5500-FIM
               UNTIL WS-IDX-SU > TB-QT-SUPERS.
           MOVE 1 TO WS-IDX-AG.
           PERFORM 5600-GRAVAR-AGENCIA THRU 5600-FIM
               UNTIL WS-IDX-AG > TB-QT-AGENCIAS.
       5000-FIM.
           EXIT.

       5100-LER-DEBH856.
           READ DEBH856
               AT END
                   MOVE "Y" TO WS-SW-EOF-DEBH856
           END-READ.
           IF NOT WS-EOF-DEBH856
               ADD 1 TO WS-QT-LIDOS-DEBH856
           END-IF.
       5100-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * 5200-TRATAR-SEMANA - IDADE DA SEMANA EM DIAS: ZERO E A PROPRIA *
      *                      SEMANA (SUBSTITUIDA), ACIMA DA RETENCAO E *
      *                      EXPURGADA; AS DEMAIS SAO COPIADAS E, ATE  *
      *                      QUATRO SEMANAS, ENTRAM NA TENDENCIA.      *
      *----------------------------------------------------------------*
       5200-TRATAR-SEMANA.
           MOVE FUNCTION INTEGER-OF-DATE(DEBH856-DT-SEMANA)
               TO WS-JULIANO-HIST.
           SUBTRACT WS-JULIANO-HIST FROM WS-JULIANO-SEMANA
               GIVING WS-DIAS-HIST.
           EVALUATE TRUE
               WHEN WS-DIAS-HIST = ZERO
                   ADD 1 TO WS-QT-HIST-SUBSTITUIDOS
               WHEN WS-DIAS-HIST > WS-DIAS-RETENCAO
                   ADD 1 TO WS-QT-HIST-EXPURGADOS
               WHEN OTHER
                   WRITE REGISTRO-DEBH856N FROM REGISTRO-DEBH856
                   ADD 1 TO WS-QT-GRAV-DEBH856N
                   IF WS-DIAS-HIST > ZERO
                       COMPUTE WS-SEMANA-ANT = (WS-DIAS-HIST + 3) / 7
                       IF WS-SEMANA-ANT > ZERO
                          AND WS-SEMANA-ANT NOT > 4
                           PERFORM 5300-GUARDAR-SEMANA THRU 5300-FIM
                       END-IF
                   END-IF
           END-EVALUATE.
           PERFORM 5100-LER-DEBH856 THRU 5100-FIM.
       5200-FIM.
           EXIT.

       5300-GUARDAR-SEMANA.
           MOVE WS-SEMANA-ANT TO WS-IDX-SEM.
           IF DEBH856-REG-AGENCIA
               SEARCH ALL TB-AG-ITEM
                   AT END
                       CONTINUE
                   WHEN TB-AG-AGENCIA(TB-AG-IDX) = DEBH856-AGENCIA
                       MOVE "S" TO TB-AG-SEM-TEM(TB-AG-IDX WS-IDX-SEM)
                       MOVE DEBH856-TAXA
                           TO TB-AG-SEM-TAXA(TB-AG-IDX WS-IDX-SEM)
               END-SEARCH
           ELSE
               MOVE DEBH856-SUPER TO WS-SUPER-PROCURADO
               PERFORM 4200-LOCALIZAR-SUPER THRU 4200-FIM
               IF WS-ACHOU-SUPER
                   MOVE "S" TO TB-SU-SEM-TEM(WS-IDX-SU WS-IDX-SEM)
                   MOVE DEBH856-TAXA
                       TO TB-SU-SEM-TAXA(WS-IDX-SU WS-IDX-SEM)
               END-IF
           END-IF.
       5300-FIM.
           EXIT.

       5500-GRAVAR-SUPER.
           MOVE "S"                          TO WS-HIS-TIPO.
           MOVE TB-SU-SUPER(WS-IDX-SU)       TO WS-HIS-SUPER.
           MOVE ZERO                         TO WS-HIS-AGENCIA.
           MOVE TB-SU-QT-ATIVAS(WS-IDX-SU)   TO WS-HIS-QT-ATIVAS.
           MOVE TB-SU-QT-EXCECOES(WS-IDX-SU) TO WS-HIS-QT-EXCECOES.
           MOVE TB-SU-TAXA(WS-IDX-SU)        TO WS-HIS-TAXA.
           WRITE REGISTRO-DEBH856N FROM WS-REG-HISTORICO.
           ADD 1 TO WS-QT-GRAV-DEBH856N.
           ADD 1 TO WS-IDX-SU.
       5500-FIM.
           EXIT.

       5600-GRAVAR-AGENCIA.
           MOVE "A"                          TO WS-HIS-TIPO.
           MOVE TB-AG-SUPER(WS-IDX-AG)       TO WS-HIS-SUPER.
           MOVE TB-AG-AGENCIA(WS-IDX-AG)     TO WS-HIS-AGENCIA.
           MOVE TB-AG-QT-ATIVAS(WS-IDX-AG)   TO WS-HIS-QT-ATIVAS.
           MOVE TB-AG-QT-EXCECOES(WS-IDX-AG) TO WS-HIS-QT-EXCECOES.
           MOVE TB-AG-TAXA(WS-IDX-AG)        TO WS-HIS-TAXA.
           WRITE REGISTRO-DEBH856N FROM WS-REG-HISTORICO.
           ADD 1 TO WS-QT-GRAV-DEBH856N.
           ADD 1 TO WS-IDX-AG.
       5600-FIM.
           EXIT.

      *================================================================*
      * 6000-LIBERAR-PLACAR - PROCEDIMENTO DE ENTRADA DO SORT: UMA     *
      *                       LINHA POR SUPER E UMA POR AGENCIA.       *
      *================================================================*
       6000-LIBERAR-PLACAR.
           MOVE 1 TO WS-IDX-SU.
           PERFORM 6100-LIBERAR-SUPER THRU 6100-FIM
               UNTIL WS-IDX-SU > TB-QT-SUPERS.
           MOVE 1 TO WS-IDX-AG.
           PERFORM 6200-LIBERAR-AGENCIA THRU 6200-FIM
               UNTIL WS-IDX-AG > TB-QT-AGENCIAS.
       6000-FIM.
           EXIT.

       6100-LIBERAR-SUPER.
           MOVE "1"                          TO SORTWK856-TIPO.
           MOVE ZERO                         TO SORTWK856-QUEBRA.
           MOVE TB-SU-TAXA(WS-IDX-SU)        TO SORTWK856-TAXA.
           MOVE TB-SU-QT-EXCECOES(WS-IDX-SU) TO SORTWK856-QT-EXCECOES.
           MOVE TB-SU-SUPER(WS-IDX-SU)       TO SORTWK856-SUPER.
           MOVE ZERO                         TO SORTWK856-AGENCIA.
           MOVE TB-SU-QT-ATIVAS(WS-IDX-SU)   TO SORTWK856-QT-ATIVAS.
           MOVE TB-SU-ORIGENS(WS-IDX-SU)     TO SORTWK856-ORIGENS.
           MOVE TB-SU-SEMANAS(WS-IDX-SU)     TO SORTWK856-SEMANAS.
           RELEASE REGISTRO-SORTWK856.
           ADD 1 TO WS-IDX-SU.
       6100-FIM.
           EXIT.

       6200-LIBERAR-AGENCIA.
           MOVE "2"                          TO SORTWK856-TIPO.
           MOVE TB-AG-SUPER(WS-IDX-AG)       TO SORTWK856-QUEBRA.
           MOVE TB-AG-TAXA(WS-IDX-AG)        TO SORTWK856-TAXA.
           MOVE TB-AG-QT-EXCECOES(WS-IDX-AG) TO SORTWK856-QT-EXCECOES.
           MOVE TB-AG-SUPER(WS-IDX-AG)       TO SORTWK856-SUPER.
           MOVE TB-AG-AGENCIA(WS-IDX-AG)     TO SORTWK856-AGENCIA.
           MOVE TB-AG-QT-ATIVAS(WS-IDX-AG)   TO SORTWK856-QT-ATIVAS.
           MOVE TB-AG-ORIGENS(WS-IDX-AG)     TO SORTWK856-ORIGENS.
           MOVE TB-AG-SEMANAS(WS-IDX-AG)     TO SORTWK856-SEMANAS.
           RELEASE REGISTRO-SORTWK856.
           ADD 1 TO WS-IDX-AG.
       6200-FIM.
           EXIT.

      *================================================================*
      * 6500-IMPRIMIR-PLACAR - PROCEDIMENTO DE SAIDA DO SORT: RANKING  *
      *                        DAS SUPERS E, A CADA QUEBRA DE SUPER,   *
      *                        O RANKING DAS SUAS AGENCIAS.            *
      *================================================================*
       6500-IMPRIMIR-PLACAR.
           MOVE WS-DT-SEMANA-FMT   TO WS-TIT-DATA.
           MOVE WS-LINHA-TITULO    TO REGISTRO-DEBL856.
           PERFORM 6900-GRAVAR-LINHA THRU 6900-FIM.
           MOVE WS-LINHA-SUBTITULO TO REGISTRO-DEBL856.
           PERFORM 6900-GRAVAR-LINHA THRU 6900-FIM.
           MOVE 1 TO WS-IDX-ORI.
           PERFORM 6510-MONTAR-COLUNA THRU 6510-FIM
               UNTIL WS-IDX-ORI > 6.
           PERFORM 6550-RETORNAR-SORTWK THRU 6550-FIM.
           PERFORM 6600-IMPRIMIR-LINHA THRU 6600-FIM
               UNTIL WS-EOF-SORTWK.
       6500-FIM.
           EXIT.

       6510-MONTAR-COLUNA.
           MOVE TB-ORI-TITULO(WS-IDX-ORI) TO WS-COL-ORIGEM(WS-IDX-ORI).
           ADD 1 TO WS-IDX-ORI.
       6510-FIM.
           EXIT.

       6550-RETORNAR-SORTWK.
           RETURN SORTWK856
               AT END
                   MOVE "Y" TO WS-SW-EOF-SORTWK
           END-RETURN.
       6550-FIM.
           EXIT.

       6600-IMPRIMIR-LINHA.
           IF WS-PRIMEIRA-LINHA
              OR SORTWK856-TIPO   NOT = WS-TIPO-ANTERIOR
              OR SORTWK856-QUEBRA NOT = WS-QUEBRA-ANTERIOR
               PERFORM 6700-IMPRIMIR-SECAO THRU 6700-FIM
           END-IF.
           ADD 1 TO WS-RANK.
           MOVE SPACES                TO WS-LINHA-DETALHE.
           MOVE WS-RANK               TO WS-DET-RANK.
           MOVE SORTWK856-SUPER       TO WS-DET-SUPER.
           MOVE SORTWK856-AGENCIA     TO WS-DET-AGENCIA.
           MOVE SORTWK856-QT-ATIVAS   TO WS-DET-ATIVAS.
           MOVE SORTWK856-QT-EXCECOES TO WS-DET-EXCECOES.
           MOVE SORTWK856-TAXA        TO WS-DET-TAXA.
           MOVE ZERO TO WS-SOMA-TAXA-ANT.
           MOVE ZERO TO WS-QT-SEMANAS-ANT.
           MOVE 1 TO WS-IDX-SEM.
           PERFORM 6610-MONTAR-SEMANA THRU 6610-FIM
               UNTIL WS-IDX-SEM > 4.
           PERFORM 6620-AVALIAR-TENDENCIA THRU 6620-FIM.
           MOVE 1 TO WS-IDX-ORI.
           PERFORM 6630-MONTAR-ORIGEM THRU 6630-FIM
               UNTIL WS-IDX-ORI > 6.
           MOVE WS-LINHA-DETALHE TO REGISTRO-DEBL856.
           PERFORM 6900-GRAVAR-LINHA THRU 6900-FIM.
           PERFORM 6550-RETORNAR-SORTWK THRU 6550-FIM.
       6600-FIM.
           EXIT.

       6610-MONTAR-SEMANA.
           IF SORTWK856-SEM-TEM(WS-IDX-SEM) = "S"
               MOVE SORTWK856-SEM-TAXA(WS-IDX-SEM) TO WS-TAXA-EDITADA
               MOVE WS-TAXA-EDITADA TO WS-DET-SEM-TAXA(WS-IDX-SEM)
               ADD SORTWK856-SEM-TAXA(WS-IDX-SEM) TO WS-SOMA-TAXA-ANT
               ADD 1 TO WS-QT-SEMANAS-ANT
           ELSE
               MOVE "       -" TO WS-DET-SEM-TAXA(WS-IDX-SEM)
           END-IF.
           ADD 1 TO WS-IDX-SEM.
       6610-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * 6620-AVALIAR-TENDENCIA - TAXA DA SEMANA CONTRA A MEDIA DAS     *
      *                          SEMANAS ANTERIORES DISPONIVEIS; SEM   *
      *                          HISTORICO, A DEPENDENCIA E "NOVA".    *
      *----------------------------------------------------------------*
       6620-AVALIAR-TENDENCIA.
           IF WS-QT-SEMANAS-ANT = ZERO
               MOVE "NOVA" TO WS-DET-TENDENCIA
               GO TO 6620-FIM
           END-IF.
           COMPUTE WS-MEDIA-TAXA-ANT ROUNDED
               = WS-SOMA-TAXA-ANT / WS-QT-SEMANAS-ANT.
           EVALUATE TRUE
               WHEN SORTWK856-TAXA > WS-MEDIA-TAXA-ANT
                   MOVE "PIORA"   TO WS-DET-TENDENCIA
               WHEN SORTWK856-TAXA < WS-MEDIA-TAXA-ANT
                   MOVE "MELHORA" TO WS-DET-TENDENCIA
               WHEN OTHER
                   MOVE "ESTAVEL" TO WS-DET-TENDENCIA
           END-EVALUATE.
       6620-FIM.
           EXIT.

       6630-MONTAR-ORIGEM.
           MOVE SORTWK856-QT-ORIGEM(WS-IDX-ORI)
               TO WS-DET-QT-ORIGEM(WS-IDX-ORI).
           ADD 1 TO WS-IDX-ORI.
       6630-FIM.
           EXIT.

       6700-IMPRIMIR-SECAO.
           MOVE SPACES TO REGISTRO-DEBL856.
           PERFORM 6900-GRAVAR-LINHA THRU 6900-FIM.
           MOVE SPACES TO WS-LINHA-SECAO.
           IF SORTWK856-TIPO = "1"
               MOVE "RANKING DAS SUPERS" TO WS-SEC-TEXTO
           ELSE
               MOVE "SUPER " TO WS-SEC-TEXTO
               MOVE SORTWK856-QUEBRA TO WS-SEC-SUPER
               MOVE " - RANKING DAS AGENCIAS" TO WS-SEC-COMPLEMENTO
           END-IF.
           MOVE WS-LINHA-SECAO   TO REGISTRO-DEBL856.
           PERFORM 6900-GRAVAR-LINHA THRU 6900-FIM.
           MOVE WS-LINHA-COLUNAS TO REGISTRO-DEBL856.
           PERFORM 6900-GRAVAR-LINHA THRU 6900-FIM.
           MOVE ZERO TO WS-RANK.
           MOVE SORTWK856-TIPO   TO WS-TIPO-ANTERIOR.
           MOVE SORTWK856-QUEBRA TO WS-QUEBRA-ANTERIOR.
           MOVE "N" TO WS-SW-PRIMEIRA-LINHA.
       6700-FIM.
           EXIT.

       6900-GRAVAR-LINHA.
           WRITE REGISTRO-DEBL856.
           ADD 1 TO WS-QT-GRAV-DEBL856.
       6900-FIM.
           EXIT.

      *================================================================*
      * 7000-IMPRIMIR-RESUMO - QUANTIDADES DE CONTROLE DO PLACAR.      *
      *================================================================*
       7000-IMPRIMIR-RESUMO.
           MOVE SPACES TO REGISTRO-DEBL856.
           PERFORM 6900-GRAVAR-LINHA THRU 6900-FIM.
           MOVE SPACES TO WS-LINHA-SECAO.
           MOVE "RESUMO DO PLACAR" TO WS-SEC-TEXTO.
           MOVE WS-LINHA-SECAO TO REGISTRO-DEBL856.
           PERFORM 6900-GRAVAR-LINHA THRU 6900-FIM.
           MOVE "CONTAS LIDAS DO DEB307" TO WS-RES-DESCRICAO.
           MOVE WS-QT-LIDOS-CTL TO WS-RES-QUANTIDADE.
           PERFORM 7200-GRAVAR-RESUMO THRU 7200-FIM.
           MOVE "CONTAS ATIVAS (SITUACAO 3)" TO WS-RES-DESCRICAO.
           MOVE WS-QT-ATIVAS-TOT TO WS-RES-QUANTIDADE.
           PERFORM 7200-GRAVAR-RESUMO THRU 7200-FIM.
           MOVE "AGENCIAS" TO WS-RES-DESCRICAO.
           MOVE TB-QT-AGENCIAS TO WS-RES-QUANTIDADE.
           PERFORM 7200-GRAVAR-RESUMO THRU 7200-FIM.
           MOVE "SUPERS" TO WS-RES-DESCRICAO.
           MOVE TB-QT-SUPERS TO WS-RES-QUANTIDADE.
           PERFORM 7200-GRAVAR-RESUMO THRU 7200-FIM.
           MOVE "EXCECOES LIDAS DO DEBEXC" TO WS-RES-DESCRICAO.
           MOVE WS-QT-LIDOS-DEBEXC TO WS-RES-QUANTIDADE.
           PERFORM 7200-GRAVAR-RESUMO THRU 7200-FIM.
           MOVE 1 TO WS-IDX-ORI.
           PERFORM 7100-RESUMIR-ORIGEM THRU 7100-FIM
               UNTIL WS-IDX-ORI > 6.
           MOVE "EXCECOES APURADAS NO PLACAR" TO WS-RES-DESCRICAO.
           MOVE WS-QT-EXC-APURADAS TO WS-RES-QUANTIDADE.
           PERFORM 7200-GRAVAR-RESUMO THRU 7200-FIM.
           MOVE "DESPREZADAS - ORIGEM DESCONHECIDA"
               TO WS-RES-DESCRICAO.
           MOVE WS-QT-EXC-SEM-ORIGEM TO WS-RES-QUANTIDADE.
           PERFORM 7200-GRAVAR-RESUMO THRU 7200-FIM.
           MOVE "DESPREZADAS - AGENCIA FORA DO DEB307"
               TO WS-RES-DESCRICAO.
           MOVE WS-QT-EXC-SEM-AGENCIA TO WS-RES-QUANTIDADE.
           PERFORM 7200-GRAVAR-RESUMO THRU 7200-FIM.
           MOVE "EXCECOES COM DATA DIFERENTE DA SEMANA (AVISO)"
               TO WS-RES-DESCRICAO.
           MOVE WS-QT-EXC-OUTRA-DATA TO WS-RES-QUANTIDADE.
           PERFORM 7200-GRAVAR-RESUMO THRU 7200-FIM.
           MOVE "HISTORICO - REGISTROS LIDOS DO DEBH856"
               TO WS-RES-DESCRICAO.
           MOVE WS-QT-LIDOS-DEBH856 TO WS-RES-QUANTIDADE.
           PERFORM 7200-GRAVAR-RESUMO THRU 7200-FIM.
           MOVE "HISTORICO - SUBSTITUIDOS (MESMA SEMANA)"
               TO WS-RES-DESCRICAO.
           MOVE WS-QT-HIST-SUBSTITUIDOS TO WS-RES-QUANTIDADE.
           PERFORM 7200-GRAVAR-RESUMO THRU 7200-FIM.
           MOVE "HISTORICO - EXPURGADOS (MAIS DE 12 SEMANAS)"
               TO WS-RES-DESCRICAO.
           MOVE WS-QT-HIST-EXPURGADOS TO WS-RES-QUANTIDADE.
           PERFORM 7200-GRAVAR-RESUMO THRU 7200-FIM.
           MOVE "HISTORICO - GRAVADOS NO DEBH856N"
               TO WS-RES-DESCRICAO.
           MOVE WS-QT-GRAV-DEBH856N TO WS-RES-QUANTIDADE.
           PERFORM 7200-GRAVAR-RESUMO THRU 7200-FIM.
       7000-FIM.
           EXIT.

       7100-RESUMIR-ORIGEM.
           MOVE SPACES TO WS-RES-DESCRICAO.
           STRING "  APURADAS DA ORIGEM " DELIMITED BY SIZE
                  TB-ORI-PROGRAMA(WS-IDX-ORI) DELIMITED BY SPACE
                  " (" DELIMITED BY SIZE
                  TB-ORI-TITULO(WS-IDX-ORI) DELIMITED BY SPACE
                  ")" DELIMITED BY SIZE
               INTO WS-RES-DESCRICAO.
           MOVE TB-TOT-ORI-QTDE(WS-IDX-ORI) TO WS-RES-QUANTIDADE.
           PERFORM 7200-GRAVAR-RESUMO THRU 7200-FIM.
           ADD 1 TO WS-IDX-ORI.
       7100-FIM.
           EXIT.

       7200-GRAVAR-RESUMO.
           MOVE WS-LINHA-RESUMO TO REGISTRO-DEBL856.
           PERFORM 6900-GRAVAR-LINHA THRU 6900-FIM.
       7200-FIM.
           EXIT.

      *================================================================*
      * 8000-ENCERRAR                                                  *
      *================================================================*
       8000-ENCERRAR.
           PERFORM 7000-IMPRIMIR-RESUMO THRU 7000-FIM.
           MOVE "F"        TO DEBF904-FUNCAO.
           MOVE "DEBR856" TO DEBF904-PROGRAMA.
           MOVE WS-QT-LIDOS-CTL TO DEBF904-QT-LIDOS.
           MOVE "DEBL856" TO DEBF904-ARQ(1).
           MOVE WS-QT-GRAV-DEBL856 TO DEBF904-QT-GRAVADOS(1).
           MOVE "DEBH856N" TO DEBF904-ARQ(2).
           MOVE WS-QT-GRAV-DEBH856N TO DEBF904-QT-GRAVADOS(2).
           MOVE "OK"       TO DEBF904-STATUS.
           CALL "DEBF904" USING DEBF904-PARM.
           CLOSE DEB307.
           CLOSE DEBEXC.
           CLOSE DEBH856.
           CLOSE DEBH856N.
           CLOSE DEBL856.
       8000-FIM.
           EXIT.
      * ----------------------------------------------------------------
