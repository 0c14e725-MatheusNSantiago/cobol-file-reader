       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACHR615.
       AUTHOR. F7023235.
      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES:                                      *
      * VRS001 15.10.2026 F7023235  IMPLANTACAO. DIARIO DE             *
      *                             RECLASSIFICACAO CONTABIL: PARA     *
      *                             CADA CONTA ATIVA DO DEB307 (MESMA  *
      *                             POPULACAO DO ACHI614) OBTEM VIA    *
      *                             ACHSC600 A CLASSIFICACAO NA DATA   *
      *                             DE REFERENCIA ANTERIOR E NA ATUAL  *
      *                             DO CARTAO ACHP615. QUANDO A        *
      *                             CARTEIRA/GRUPO/LIVRO/SUBLIVRO/TIPO *
      *                             CONTABIL MUDOU (ALTERACAO APLICADA *
      *                             PELO ACHA600 OU NOVA VIGENCIA NO   *
      *                             ACHM600X), GRAVA NO GLI615 O PAR   *
      *                             DE LANCAMENTOS SAIDA/ENTRADA COM   *
      *                             SALDO ATUAL, JUROS, IOF E CPMF DA  *
      *                             CONTA, NOS MESMOS CODIGOS DO       *
      *                             GLI614. O RELATORIO ACHL615 RESUME *
      *                             POR PAR CLASSIFICACAO ANTIGA ->    *
      *                             NOVA - EXPLICA A CONTABILIDADE OS  *
      *                             SALTOS ENTRE LIVROS NO GLI614.     *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEB307   ASSIGN TO UT-S-DEBK307
                  ORGANIZATION IS SEQUENTIAL.

           SELECT ACHP615  ASSIGN TO UT-S-ACHP615
                  ORGANIZATION IS SEQUENTIAL.

           SELECT GLI615   ASSIGN TO UT-S-GLI615
                  ORGANIZATION IS SEQUENTIAL.

           SELECT ACHL615  ASSIGN TO UT-S-ACHL615
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DEB307
           BLOCK  0
           RECORD CONTAINS 371 CHARACTERS
           RECORDING F.

       01  DEB307-REGISTRO            PIC X(371).

      *----------------------------------------------------------------*
      * CARTAO DE PARAMETRO - DATAS DE REFERENCIA (AAAA-MM-DD) DA      *
      * CLASSIFICACAO ANTERIOR E DA ATUAL. A ATUAL EM BRANCO ASSUME A  *
      * DATA DE EXECUCAO, A MESMA QUE O ACHI614 INFORMA A ACHSC600.    *
      *----------------------------------------------------------------*
       FD  ACHP615
           BLOCK  0
           RECORD CONTAINS 80 CHARACTERS
           RECORDING F.

       01  REGISTRO-ACHP615.
           03  ACHP615-DT-REF-ANT     PIC X(010).
           03  ACHP615-DT-REF-ATU     PIC X(010).
           03  FILLER                 PIC X(060).

      *----------------------------------------------------------------*
      * DIARIO DE RECLASSIFICACAO - DOIS LANCAMENTOS POR CONTA         *
      * RECLASSIFICADA: "S" (SAIDA) NA CLASSIFICACAO ANTERIOR E "E"    *
      * (ENTRADA) NA ATUAL, CADA UM COM A OUTRA PONTA COMO             *
      * CONTRAPARTIDA. CODIGOS E VALORES NOS FORMATOS DO GLI614.       *
      *----------------------------------------------------------------*
       FD  GLI615
           BLOCK  0
           RECORD CONTAINS 100 CHARACTERS
           RECORDING F.

       01  REGISTRO-GLI615.
           03  GLI615-TIPO-LANC        PIC X(001).
               88  GLI615-SAIDA                    VALUE "S".
               88  GLI615-ENTRADA                  VALUE "E".
           03  GLI615-AGENCIA          PIC 9(005).
           03  GLI615-CONTA            PIC 9(011).
           03  GLI615-CD-CMCP          PIC S9(003) COMP-3.
           03  GLI615-CD-GR-MCP        PIC S9(003) COMP-3.
           03  GLI615-CD-LMCP          PIC S9(003) COMP-3.
           03  GLI615-CD-SMCP          PIC S9(003) COMP-3.
           03  GLI615-CD-CLSC-CTB-PAPL PIC S9(003) COMP-3.
           03  GLI615-CP-CD-CMCP       PIC S9(003) COMP-3.
           03  GLI615-CP-CD-GR-MCP     PIC S9(003) COMP-3.
           03  GLI615-CP-CD-LMCP       PIC S9(003) COMP-3.
           03  GLI615-CP-CD-SMCP       PIC S9(003) COMP-3.
           03  GLI615-CP-CD-CLSC-CTB-PAPL
                                       PIC S9(003) COMP-3.
           03  GLI615-VALOR            PIC S9(15)V9(2) COMP-3.
           03  GLI615-JUROS            PIC S9(15)V9(2) COMP-3.
           03  GLI615-IOF              PIC S9(15)V9(2) COMP-3.
           03  GLI615-CPMF             PIC S9(15)V9(2) COMP-3.
           03  GLI615-DT-REF-ANT       PIC X(010).
           03  GLI615-DT-REF-ATU       PIC X(010).
           03  FILLER                  PIC X(007).

       FD  ACHL615
           BLOCK  0
           RECORD CONTAINS 132 CHARACTERS
           RECORDING F.

       01  REGISTRO-ACHL615           PIC X(132).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * PARAMETROS DA SUBROTINA DE REGISTRO DE EXECUCAO NO ARQUIVO DE  *
      * CONTROLE DEBCTL (BOOK DEBFK904).                               *
      *----------------------------------------------------------------*
       01  DEBF904-PARM.
           COPY DEBFK904.

       01  WS-QT-LIDOS-CTL             PIC 9(09) COMP VALUE ZERO.
       01  WS-QT-GRAV-GLI615           PIC 9(09) COMP VALUE ZERO.
       01  WS-QT-GRAV-ACHL615          PIC 9(09) COMP VALUE ZERO.
       01  WS-QT-ATIVAS                PIC 9(09) COMP VALUE ZERO.
       01  WS-QT-RECLASSIFICADAS       PIC 9(09) COMP VALUE ZERO.
       01  WS-QT-SEM-CLASSIF           PIC 9(09) COMP VALUE ZERO.

           COPY DEBK307.

      *----------------------------------------------------------------*
      * PARAMETROS DA SUBROTINA DE VALIDACAO DO HEADER DO DEB307       *
      * (BOOK DEBFK903).                                               *
      *----------------------------------------------------------------*
       01  DEBF903-PARM.
           COPY DEBFK903.

      *----------------------------------------------------------------*
      * PARAMETROS DE CHAMADA DA SUBROTINA ACHSC600 (BOOK ACHKC600).   *
      *----------------------------------------------------------------*
       01  ACHSC600-PARM.
           COPY ACHKC600.

      *----------------------------------------------------------------*
      * PARAMETROS DA SUBROTINA DE FORMATACAO MONETARIA (BOOK          *
      * DEBFK900) USADA NAS COLUNAS DE VALORES DO RELATORIO.           *
      *----------------------------------------------------------------*
       01  DEBF900-PARM.
           COPY DEBFK900.

       01  WS-DT-REF-ANT              PIC X(010)       VALUE SPACES.
       01  WS-DT-REF-ATU              PIC X(010)       VALUE SPACES.
       01  WS-DATA-EXEC-AMD           PIC 9(008)       VALUE ZERO.
       01  WS-ANO                     PIC X(004)       VALUE SPACES.
       01  WS-MES                     PIC X(002)       VALUE SPACES.
       01  WS-DIA                     PIC X(002)       VALUE SPACES.

      *----------------------------------------------------------------*
      * CLASSIFICACAO DA CONTA NA DATA ANTERIOR E NA ATUAL.            *
      *----------------------------------------------------------------*
       01  WS-CLASSIF-ANT.
           03  WS-ANT-CD-CMCP         PIC S9(003) COMP-3.
           03  WS-ANT-CD-GR-MCP       PIC S9(003) COMP-3.
           03  WS-ANT-CD-LMCP         PIC S9(003) COMP-3.
           03  WS-ANT-CD-SMCP         PIC S9(003) COMP-3.
           03  WS-ANT-CD-CLSC         PIC S9(003) COMP-3.

       01  WS-CLASSIF-ATU.
           03  WS-ATU-CD-CMCP         PIC S9(003) COMP-3.
           03  WS-ATU-CD-GR-MCP       PIC S9(003) COMP-3.
           03  WS-ATU-CD-LMCP         PIC S9(003) COMP-3.
           03  WS-ATU-CD-SMCP         PIC S9(003) COMP-3.
           03  WS-ATU-CD-CLSC         PIC S9(003) COMP-3.

      *----------------------------------------------------------------*
      * TABELA DE ACUMULO POR PAR CLASSIFICACAO ANTERIOR -> ATUAL.     *
      *----------------------------------------------------------------*
       01  WS-TAB-PARES.
           03  WS-TAB-MAX            PIC S9(4) COMP     VALUE ZERO.
           03  WS-TAB-ITEM           OCCURS 200 TIMES.
               05  WS-TAB-ANT        PIC X(010).
               05  WS-TAB-ATU        PIC X(010).
               05  WS-TAB-QTDE       PIC S9(009) COMP.
               05  WS-TAB-VALOR      PIC S9(15)V9(2) COMP-3.
               05  WS-TAB-JUROS      PIC S9(15)V9(2) COMP-3.
               05  WS-TAB-IOF        PIC S9(15)V9(2) COMP-3.
               05  WS-TAB-CPMF       PIC S9(15)V9(2) COMP-3.

       01  WS-IDX                  PIC S9(4) COMP     VALUE ZERO.

      *----------------------------------------------------------------*
      * VISAO DE UMA CLASSIFICACAO DA TABELA PARA IMPRESSAO.           *
      *----------------------------------------------------------------*
       01  WS-CLASSIF-IMP.
           03  WS-IMP-CD-CMCP         PIC S9(003) COMP-3.
           03  WS-IMP-CD-GR-MCP       PIC S9(003) COMP-3.
           03  WS-IMP-CD-LMCP         PIC S9(003) COMP-3.
           03  WS-IMP-CD-SMCP         PIC S9(003) COMP-3.
           03  WS-IMP-CD-CLSC         PIC S9(003) COMP-3.

       01  WS-TOT-VALOR             PIC S9(15)V9(2) COMP-3 VALUE ZERO.
       01  WS-TOT-JUROS             PIC S9(15)V9(2) COMP-3 VALUE ZERO.
       01  WS-TOT-IOF               PIC S9(15)V9(2) COMP-3 VALUE ZERO.
       01  WS-TOT-CPMF              PIC S9(15)V9(2) COMP-3 VALUE ZERO.

       01  WS-LINHA-TITULO.
           03  FILLER               PIC X(037)
               VALUE "DIARIO DE RECLASSIFICACAO CONTABIL - ".
           03  FILLER               PIC X(015)
               VALUE "REFERENCIA DE ".
           03  WS-TIT-DT-ANT        PIC X(010).
           03  FILLER               PIC X(005)  VALUE " ATE ".
           03  WS-TIT-DT-ATU        PIC X(010).
           03  FILLER               PIC X(055)  VALUE SPACES.

       01  WS-LINHA-PAR.
           03  FILLER               PIC X(003)  VALUE "DE ".
           03  WS-PAR-ANT-CMCP      PIC ZZ9.
           03  FILLER               PIC X(001)  VALUE "/".
           03  WS-PAR-ANT-GR-MCP    PIC ZZ9.
           03  FILLER               PIC X(001)  VALUE "/".
           03  WS-PAR-ANT-LMCP      PIC ZZ9.
           03  FILLER               PIC X(001)  VALUE "/".
           03  WS-PAR-ANT-SMCP      PIC ZZ9.
           03  FILLER               PIC X(001)  VALUE "/".
           03  WS-PAR-ANT-CLSC      PIC ZZ9.
           03  FILLER               PIC X(006)  VALUE " PARA ".
           03  WS-PAR-ATU-CMCP      PIC ZZ9.
           03  FILLER               PIC X(001)  VALUE "/".
           03  WS-PAR-ATU-GR-MCP    PIC ZZ9.
           03  FILLER               PIC X(001)  VALUE "/".
           03  WS-PAR-ATU-LMCP      PIC ZZ9.
           03  FILLER               PIC X(001)  VALUE "/".
           03  WS-PAR-ATU-SMCP      PIC ZZ9.
           03  FILLER               PIC X(001)  VALUE "/".
           03  WS-PAR-ATU-CLSC      PIC ZZ9.
           03  FILLER               PIC X(010)  VALUE "  CONTAS: ".
           03  WS-PAR-QTDE          PIC ZZZZZZZZ9.
           03  FILLER               PIC X(066)  VALUE SPACES.

       01  WS-LINHA-VALOR.
           03  FILLER               PIC X(004)  VALUE SPACES.
           03  WS-VAL-CAMPO         PIC X(006).
           03  FILLER               PIC X(002)  VALUE ": ".
           03  WS-VAL-FMT           PIC X(023).
           03  FILLER               PIC X(097)  VALUE SPACES.

       01  WS-LINHA-TOTAL.
           03  WS-TOT-TEXTO         PIC X(045).
           03  WS-TOT-QTDE          PIC ZZZZZZZZ9.
           03  FILLER               PIC X(078)  VALUE SPACES.

       01  WS-SWITCHES.
           03  WS-SW-EOF-DEB307    PIC X(01)           VALUE "N".
               88  WS-EOF-DEB307                       VALUE "Y".
           03  WS-SW-ACHOU         PIC X(01)           VALUE "N".
               88  WS-ACHOU                             VALUE "Y".
           03  WS-SW-CLASSIF-OK    PIC X(01)           VALUE "N".
               88  WS-CLASSIF-OK                        VALUE "S".

       PROCEDURE DIVISION.

      *================================================================*
      * 0000-MAINLINE                                                  *
      *================================================================*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR    THRU 1000-FIM.
           PERFORM 2000-PROCESSAR      THRU 2000-FIM
               UNTIL WS-EOF-DEB307.
           PERFORM 8000-ENCERRAR       THRU 8000-FIM.
           STOP RUN.

      *================================================================*
      * 1000-INICIALIZAR                                               *
      *================================================================*
       1000-INICIALIZAR.
           MOVE SPACES TO DEBF904-PARM.
           MOVE "I"        TO DEBF904-FUNCAO.
           MOVE "ACHR615" TO DEBF904-PROGRAMA.
           CALL "DEBF904" USING DEBF904-PARM.
           PERFORM 1100-LER-CARTAO THRU 1100-FIM.
           OPEN INPUT  DEB307.
           OPEN OUTPUT GLI615.
           OPEN OUTPUT ACHL615.
           MOVE ZERO TO WS-TAB-MAX.
           MOVE WS-DT-REF-ANT TO WS-TIT-DT-ANT.
           MOVE WS-DT-REF-ATU TO WS-TIT-DT-ATU.
           MOVE WS-LINHA-TITULO TO REGISTRO-ACHL615.
           PERFORM 3900-GRAVAR-ACHL615 THRU 3900-FIM.
           PERFORM 1170-VALIDAR-HEADER THRU 1170-FIM.
           PERFORM 2100-LER-DEB307 THRU 2100-FIM.
       1000-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * 1100-LER-CARTAO - A DATA ANTERIOR E OBRIGATORIA E TEM QUE SER  *
      *                   MENOR QUE A ATUAL; SEM ELA NAO HA O QUE      *
      *                   COMPARAR.                                    *
      *----------------------------------------------------------------*
       1100-LER-CARTAO.
           ACCEPT WS-DATA-EXEC-AMD FROM DATE YYYYMMDD.
           MOVE WS-DATA-EXEC-AMD(1:4) TO WS-ANO.
           MOVE WS-DATA-EXEC-AMD(5:2) TO WS-MES.
           MOVE WS-DATA-EXEC-AMD(7:2) TO WS-DIA.
           OPEN INPUT  ACHP615.
           READ ACHP615
               AT END
                   MOVE SPACES TO REGISTRO-ACHP615
           END-READ.
           MOVE ACHP615-DT-REF-ANT TO WS-DT-REF-ANT.
           MOVE ACHP615-DT-REF-ATU TO WS-DT-REF-ATU.
           CLOSE ACHP615.
           IF WS-DT-REF-ATU = SPACES
               STRING WS-ANO "-" WS-MES "-" WS-DIA
                   DELIMITED BY SIZE INTO WS-DT-REF-ATU
           END-IF.
           IF WS-DT-REF-ANT = SPACES
              OR WS-DT-REF-ANT NOT < WS-DT-REF-ATU
               DISPLAY "ACHR615 - CARTAO ACHP615 SEM DATA ANTERIOR "
                       "OU COM DATA ANTERIOR NAO MENOR QUE A ATUAL. "
                       "EXECUCAO ABORTADA."
               STOP RUN
           END-IF.
       1100-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * 1170-VALIDAR-HEADER - O PRIMEIRO REGISTRO DO DEB307 TEM QUE    *
      *                       SER O HEADER (AGENCIA 0) DO DIA          *
      *                       CORRENTE; A DEBF903 FAZ A CRITICA.       *
      *----------------------------------------------------------------*
       1170-VALIDAR-HEADER.
           PERFORM 2100-LER-DEB307 THRU 2100-FIM.
           IF WS-EOF-DEB307
               DISPLAY "ACHR615 - EXTRATO DEB307 VAZIO (SEM HEADER). "
                       "EXECUCAO ABORTADA."
               STOP RUN
           END-IF.
           MOVE DEB307-AGENCIA     TO DEBF903-AGENCIA.
           MOVE DEB307-DT-ABERTURA TO DEBF903-DT-HEADER.
           CALL "DEBF903" USING DEBF903-PARM.
           IF DEBF903-CD-RTN > ZERO
               DISPLAY "ACHR615 - " DEBF903-MSG
                       ". EXECUCAO ABORTADA."
               STOP RUN
           END-IF.
      *    O HEADER NAO CONTA COMO REGISTRO LIDO NO DEBCTL.
           MOVE ZERO TO WS-QT-LIDOS-CTL.
       1170-FIM.
           EXIT.

      *================================================================*
      * 2000-PROCESSAR - SO AS CONTAS ATIVAS (DEB307-SITUACAO = 3),    *
      *                  COMO NO ACHI614.                              *
      *================================================================*
       2000-PROCESSAR.
           IF DEB307-SITUACAO = 3
               ADD 1 TO WS-QT-ATIVAS
               PERFORM 2200-COMPARAR-CLASSIF THRU 2200-FIM
           END-IF.
           PERFORM 2100-LER-DEB307 THRU 2100-FIM.
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

      *================================================================*
      * 2200-COMPARAR-CLASSIF - CLASSIFICA A CONTA NAS DUAS DATAS. SEM *
      *                         CLASSIFICACAO VALIDA EM UMA DELAS A    *
      *                         CONTA NAO ESTEVE NO GLI614 NAQUELA     *
      *                         DATA (FOI PARA O EXC614) E NAO GERA    *
      *                         LANCAMENTO - SO E CONTADA.             *
      *================================================================*
       2200-COMPARAR-CLASSIF.
           MOVE "N" TO WS-SW-CLASSIF-OK.
           MOVE DEB307-AGENCIA TO ACHSC600-AGENCIA.
           MOVE DEB307-CONTA   TO ACHSC600-CONTA.
           MOVE WS-DT-REF-ANT  TO ACHSC600-DT-REF.
           CALL "ACHSC600" USING ACHSC600-PARM.
           IF ACHSC600-CD-RTN > 0
               ADD 1 TO WS-QT-SEM-CLASSIF
               GO TO 2200-FIM
           END-IF.
           MOVE ACHSC600-CD-CMCP          TO WS-ANT-CD-CMCP.
           MOVE ACHSC600-CD-GR-MCP        TO WS-ANT-CD-GR-MCP.
           MOVE ACHSC600-CD-LMCP          TO WS-ANT-CD-LMCP.
           MOVE ACHSC600-CD-SMCP          TO WS-ANT-CD-SMCP.
           MOVE ACHSC600-CD-CLSC-CTB-PAPL TO WS-ANT-CD-CLSC.
           MOVE WS-DT-REF-ATU  TO ACHSC600-DT-REF.
           CALL "ACHSC600" USING ACHSC600-PARM.
           IF ACHSC600-CD-RTN > 0
               ADD 1 TO WS-QT-SEM-CLASSIF
               GO TO 2200-FIM
           END-IF.
           MOVE ACHSC600-CD-CMCP          TO WS-ATU-CD-CMCP.
           MOVE ACHSC600-CD-GR-MCP        TO WS-ATU-CD-GR-MCP.
           MOVE ACHSC600-CD-LMCP          TO WS-ATU-CD-LMCP.
           MOVE ACHSC600-CD-SMCP          TO WS-ATU-CD-SMCP.
           MOVE ACHSC600-CD-CLSC-CTB-PAPL TO WS-ATU-CD-CLSC.
           IF WS-CLASSIF-ANT NOT = WS-CLASSIF-ATU
               ADD 1 TO WS-QT-RECLASSIFICADAS
               PERFORM 2300-GRAVAR-LANCAMENTOS THRU 2300-FIM
               PERFORM 2400-ACUMULAR-PAR THRU 2400-FIM
           END-IF.
       2200-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * 2300-GRAVAR-LANCAMENTOS - SAIDA DA CLASSIFICACAO ANTERIOR E    *
      *                           ENTRADA NA ATUAL, PELOS MESMOS       *
      *                           VALORES, UMA PONTA CONTRAPARTIDA DA  *
      *                           OUTRA.                               *
      *----------------------------------------------------------------*
       2300-GRAVAR-LANCAMENTOS.
           MOVE SPACES             TO REGISTRO-GLI615.
           MOVE "S"                TO GLI615-TIPO-LANC.
           MOVE DEB307-AGENCIA     TO GLI615-AGENCIA.
           MOVE DEB307-CONTA       TO GLI615-CONTA.
           MOVE WS-ANT-CD-CMCP     TO GLI615-CD-CMCP.
           MOVE WS-ANT-CD-GR-MCP   TO GLI615-CD-GR-MCP.
           MOVE WS-ANT-CD-LMCP     TO GLI615-CD-LMCP.
           MOVE WS-ANT-CD-SMCP     TO GLI615-CD-SMCP.
           MOVE WS-ANT-CD-CLSC     TO GLI615-CD-CLSC-CTB-PAPL.
           MOVE WS-ATU-CD-CMCP     TO GLI615-CP-CD-CMCP.
           MOVE WS-ATU-CD-GR-MCP   TO GLI615-CP-CD-GR-MCP.
           MOVE WS-ATU-CD-LMCP     TO GLI615-CP-CD-LMCP.
           MOVE WS-ATU-CD-SMCP     TO GLI615-CP-CD-SMCP.
           MOVE WS-ATU-CD-CLSC     TO GLI615-CP-CD-CLSC-CTB-PAPL.
           MOVE DEB307-SALDO-ATUAL TO GLI615-VALOR.
           MOVE DEB307-JUROS       TO GLI615-JUROS.
           MOVE DEB307-IOF         TO GLI615-IOF.
           MOVE DEB307-CPMF        TO GLI615-CPMF.
           MOVE WS-DT-REF-ANT      TO GLI615-DT-REF-ANT.
           MOVE WS-DT-REF-ATU      TO GLI615-DT-REF-ATU.
           WRITE REGISTRO-GLI615.
           ADD 1 TO WS-QT-GRAV-GLI615.
           MOVE "E"                TO GLI615-TIPO-LANC.
           MOVE WS-ATU-CD-CMCP     TO GLI615-CD-CMCP.
           MOVE WS-ATU-CD-GR-MCP   TO GLI615-CD-GR-MCP.
           MOVE WS-ATU-CD-LMCP     TO GLI615-CD-LMCP.
           MOVE WS-ATU-CD-SMCP     TO GLI615-CD-SMCP.
           MOVE WS-ATU-CD-CLSC     TO GLI615-CD-CLSC-CTB-PAPL.
           MOVE WS-ANT-CD-CMCP     TO GLI615-CP-CD-CMCP.
           MOVE WS-ANT-CD-GR-MCP   TO GLI615-CP-CD-GR-MCP.
           MOVE WS-ANT-CD-LMCP     TO GLI615-CP-CD-LMCP.
           MOVE WS-ANT-CD-SMCP     TO GLI615-CP-CD-SMCP.
           MOVE WS-ANT-CD-CLSC     TO GLI615-CP-CD-CLSC-CTB-PAPL.
           WRITE REGISTRO-GLI615.
           ADD 1 TO WS-QT-GRAV-GLI615.
       2300-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * 2400-ACUMULAR-PAR - SOMA A CONTA NO PAR ANTERIOR -> ATUAL.     *
      *----------------------------------------------------------------*
       2400-ACUMULAR-PAR.
           MOVE "N" TO WS-SW-ACHOU.
           MOVE 1 TO WS-IDX.
           PERFORM 2430-COMPARAR-PAR THRU 2430-FIM
               UNTIL WS-IDX > WS-TAB-MAX OR WS-ACHOU.
           IF NOT WS-ACHOU
               IF WS-TAB-MAX = 200
                   DISPLAY "ACHR615 - MAIS DE 200 PARES DE "
                           "CLASSIFICACAO EM WS-TAB-ITEM. "
                           "EXECUCAO ABORTADA."
                   STOP RUN
               END-IF
               ADD 1 TO WS-TAB-MAX
               MOVE WS-CLASSIF-ANT TO WS-TAB-ANT(WS-TAB-MAX)
               MOVE WS-CLASSIF-ATU TO WS-TAB-ATU(WS-TAB-MAX)
               MOVE ZERO TO WS-TAB-QTDE(WS-TAB-MAX)
               MOVE ZERO TO WS-TAB-VALOR(WS-TAB-MAX)
               MOVE ZERO TO WS-TAB-JUROS(WS-TAB-MAX)
               MOVE ZERO TO WS-TAB-IOF(WS-TAB-MAX)
               MOVE ZERO TO WS-TAB-CPMF(WS-TAB-MAX)
               MOVE WS-TAB-MAX TO WS-IDX
           END-IF.
           ADD 1 TO WS-TAB-QTDE(WS-IDX).
           ADD DEB307-SALDO-ATUAL TO WS-TAB-VALOR(WS-IDX).
           ADD DEB307-JUROS       TO WS-TAB-JUROS(WS-IDX).
           ADD DEB307-IOF         TO WS-TAB-IOF(WS-IDX).
           ADD DEB307-CPMF        TO WS-TAB-CPMF(WS-IDX).
       2400-FIM.
           EXIT.

       2430-COMPARAR-PAR.
           IF WS-TAB-ANT(WS-IDX) = WS-CLASSIF-ANT
              AND WS-TAB-ATU(WS-IDX) = WS-CLASSIF-ATU
               MOVE "Y" TO WS-SW-ACHOU
           ELSE
               ADD 1 TO WS-IDX
           END-IF.
       2430-FIM.
           EXIT.

      *================================================================*
      * 3000-IMPRIMIR-PAR - UMA LINHA POR PAR ANTERIOR -> ATUAL COM A  *
      *                     QUANTIDADE DE CONTAS, SEGUIDA DOS VALORES  *
      *                     TRANSFERIDOS POR CAMPO.                    *
      *================================================================*
       3000-IMPRIMIR-PAR.
           MOVE WS-TAB-ANT(WS-IDX) TO WS-CLASSIF-IMP.
           MOVE WS-IMP-CD-CMCP     TO WS-PAR-ANT-CMCP.
           MOVE WS-IMP-CD-GR-MCP   TO WS-PAR-ANT-GR-MCP.
           MOVE WS-IMP-CD-LMCP     TO WS-PAR-ANT-LMCP.
           MOVE WS-IMP-CD-SMCP     TO WS-PAR-ANT-SMCP.
           MOVE WS-IMP-CD-CLSC     TO WS-PAR-ANT-CLSC.
           MOVE WS-TAB-ATU(WS-IDX) TO WS-CLASSIF-IMP.
           MOVE WS-IMP-CD-CMCP     TO WS-PAR-ATU-CMCP.
           MOVE WS-IMP-CD-GR-MCP   TO WS-PAR-ATU-GR-MCP.
           MOVE WS-IMP-CD-LMCP     TO WS-PAR-ATU-LMCP.
           MOVE WS-IMP-CD-SMCP     TO WS-PAR-ATU-SMCP.
           MOVE WS-IMP-CD-CLSC     TO WS-PAR-ATU-CLSC.
           MOVE WS-TAB-QTDE(WS-IDX) TO WS-PAR-QTDE.
           MOVE WS-LINHA-PAR TO REGISTRO-ACHL615.
           PERFORM 3900-GRAVAR-ACHL615 THRU 3900-FIM.
           MOVE "SALDO" TO WS-VAL-CAMPO.
           MOVE WS-TAB-VALOR(WS-IDX) TO DEBF900-VALOR.
           PERFORM 3100-GRAVAR-LINHA-VALOR THRU 3100-FIM.
           MOVE "JUROS" TO WS-VAL-CAMPO.
           MOVE WS-TAB-JUROS(WS-IDX) TO DEBF900-VALOR.
           PERFORM 3100-GRAVAR-LINHA-VALOR THRU 3100-FIM.
           MOVE "IOF"   TO WS-VAL-CAMPO.
           MOVE WS-TAB-IOF(WS-IDX)   TO DEBF900-VALOR.
           PERFORM 3100-GRAVAR-LINHA-VALOR THRU 3100-FIM.
           MOVE "CPMF"  TO WS-VAL-CAMPO.
           MOVE WS-TAB-CPMF(WS-IDX)  TO DEBF900-VALOR.
           PERFORM 3100-GRAVAR-LINHA-VALOR THRU 3100-FIM.
           ADD WS-TAB-VALOR(WS-IDX) TO WS-TOT-VALOR.
           ADD WS-TAB-JUROS(WS-IDX) TO WS-TOT-JUROS.
           ADD WS-TAB-IOF(WS-IDX)   TO WS-TOT-IOF.
           ADD WS-TAB-CPMF(WS-IDX)  TO WS-TOT-CPMF.
           ADD 1 TO WS-IDX.
       3000-FIM.
           EXIT.

       3100-GRAVAR-LINHA-VALOR.
           CALL "DEBF900" USING DEBF900-PARM.
           MOVE DEBF900-VALOR-FMT TO WS-VAL-FMT.
           MOVE WS-LINHA-VALOR TO REGISTRO-ACHL615.
           PERFORM 3900-GRAVAR-ACHL615 THRU 3900-FIM.
       3100-FIM.
           EXIT.

       3900-GRAVAR-ACHL615.
           WRITE REGISTRO-ACHL615.
           ADD 1 TO WS-QT-GRAV-ACHL615.
       3900-FIM.
           EXIT.

      *================================================================*
      * 8000-ENCERRAR - IMPRIME O RESUMO POR PAR E OS TOTAIS           *
      *                 TRANSFERIDOS E FECHA OS ARQUIVOS.              *
      *================================================================*
       8000-ENCERRAR.
           MOVE 1 TO WS-IDX.
           PERFORM 3000-IMPRIMIR-PAR THRU 3000-FIM
               UNTIL WS-IDX > WS-TAB-MAX.
           MOVE "CONTAS ATIVAS NO DEB307:" TO WS-TOT-TEXTO.
           MOVE WS-QT-ATIVAS TO WS-TOT-QTDE.
           MOVE WS-LINHA-TOTAL TO REGISTRO-ACHL615.
           PERFORM 3900-GRAVAR-ACHL615 THRU 3900-FIM.
           MOVE "SEM CLASSIFICACAO VALIDA EM UMA DAS DATAS:"
               TO WS-TOT-TEXTO.
           MOVE WS-QT-SEM-CLASSIF TO WS-TOT-QTDE.
           MOVE WS-LINHA-TOTAL TO REGISTRO-ACHL615.
           PERFORM 3900-GRAVAR-ACHL615 THRU 3900-FIM.
           MOVE "TOTAL TRANSFERIDO - CONTAS:" TO WS-TOT-TEXTO.
           MOVE WS-QT-RECLASSIFICADAS TO WS-TOT-QTDE.
           MOVE WS-LINHA-TOTAL TO REGISTRO-ACHL615.
           PERFORM 3900-GRAVAR-ACHL615 THRU 3900-FIM.
           MOVE "SALDO"  TO WS-VAL-CAMPO.
           MOVE WS-TOT-VALOR TO DEBF900-VALOR.
           PERFORM 3100-GRAVAR-LINHA-VALOR THRU 3100-FIM.
           MOVE "JUROS"  TO WS-VAL-CAMPO.
           MOVE WS-TOT-JUROS TO DEBF900-VALOR.
           PERFORM 3100-GRAVAR-LINHA-VALOR THRU 3100-FIM.
           MOVE "IOF"    TO WS-VAL-CAMPO.
           MOVE WS-TOT-IOF   TO DEBF900-VALOR.
           PERFORM 3100-GRAVAR-LINHA-VALOR THRU 3100-FIM.
           MOVE "CPMF"   TO WS-VAL-CAMPO.
           MOVE WS-TOT-CPMF  TO DEBF900-VALOR.
           PERFORM 3100-GRAVAR-LINHA-VALOR THRU 3100-FIM.
           MOVE "F"        TO DEBF904-FUNCAO.
           MOVE "ACHR615" TO DEBF904-PROGRAMA.
           MOVE WS-QT-LIDOS-CTL TO DEBF904-QT-LIDOS.
           MOVE "GLI615"  TO DEBF904-ARQ(1).
           MOVE WS-QT-GRAV-GLI615 TO DEBF904-QT-GRAVADOS(1).
           MOVE "ACHL615" TO DEBF904-ARQ(2).
           MOVE WS-QT-GRAV-ACHL615 TO DEBF904-QT-GRAVADOS(2).
           MOVE "OK"       TO DEBF904-STATUS.
           CALL "DEBF904" USING DEBF904-PARM.
           CLOSE DEB307.
           CLOSE GLI615.
           CLOSE ACHL615.
       8000-FIM.
           EXIT.
      * ----------------------------------------------------------------
