       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEBR854.
       AUTHOR. F7023235.
      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES:                                      *
      * VRS001 15.10.2026 F7023235  IMPLANTACAO. CHECKLIST DO PRIMEIRO *
      *                             DIA DAS CONTAS MIGRADAS NA NOITE   *
      *                             (DEB307-IND-MIGRADA 1, DEBPC301):  *
      *                             CASA O DEB307 COM O DE-PARA DA     *
      *                             MIGRACAO (DEBM301, AGENCIA/CONTA   *
      *                             DE ORIGEM X DESTINO) E, PARA CADA  *
      *                             CONTA MIGRADA, CONFERE A           *
      *                             CLASSIFICACAO NA ACHSC600, A CHAVE *
      *                             NO DEB307X, O CPF/CNPJ PELA        *
      *                             DEBF902, SUPER E CESEC             *
      *                             PREENCHIDOS, A AUSENCIA DE         *
      *                             RESTRICAO HERDADA DA AGENCIA DE    *
      *                             ORIGEM E A COERENCIA DAS DATAS DO  *
      *                             CHEQUE ESPECIAL (DEBF905).         *
      *                             RELATORIO DEBL854 DE APROVADAS E   *
      *                             REPROVADAS POR AGENCIA DE ORIGEM E *
      *                             DE DESTINO E ESQUELETOS DE         *
      *                             INCLUSAO ACHT600 (ACHT854S) PARA   *
      *                             AS CONTAS SEM CLASSIFICACAO.       *
      * VRS002 15.10.2026 F7023235  A ACHSC600 PASSA A RECEBER A DATA  *
      *                             DO HEADER DO DEB307 COMO DATA DE   *
      *                             REFERENCIA: O REPROCESSAMENTO EM   *
      *                             OUTRO DIA DA O MESMO RESULTADO.    *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEB307   ASSIGN TO UT-S-DEBK307
                  ORGANIZATION IS SEQUENTIAL.

           SELECT DEBM301  ASSIGN TO UT-S-DEBM301
                  ORGANIZATION IS SEQUENTIAL.

           SELECT DEB307X  ASSIGN TO UT-S-DEBK307X
                  ORGANIZATION IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS DEB307X-CHAVE
                  FILE STATUS   IS WS-FS-DEB307X.

           SELECT ACHT854S ASSIGN TO UT-S-ACHT854S
                  ORGANIZATION IS SEQUENTIAL.

           SELECT DEBL854  ASSIGN TO UT-S-DEBL854
                  ORGANIZATION IS SEQUENTIAL.

           SELECT SORTWK854 ASSIGN TO UT-S-SORTWK854.

       DATA DIVISION.
       FILE SECTION.
       FD  DEB307
           BLOCK  0
           RECORD CONTAINS 371 CHARACTERS
           RECORDING F.

       01  DEB307-REGISTRO            PIC X(371).

      *----------------------------------------------------------------*
      * DE-PARA DA MIGRACAO GERADO PELA DEBPC301: UMA LINHA POR CONTA  *
      * MIGRADA, EM ORDEM DE AGENCIA/CONTA DE DESTINO (A MESMA DO      *
      * DEB307).                                                       *
      *----------------------------------------------------------------*
       FD  DEBM301
           BLOCK  0
           RECORD CONTAINS 80 CHARACTERS
           RECORDING F.

       01  REGISTRO-DEBM301.
           03  DEBM301-AG-ORIGEM      PIC 9(005).
           03  DEBM301-CONTA-ORIGEM   PIC 9(011).
           03  DEBM301-CHAVE-DESTINO.
               05  DEBM301-AG-DESTINO PIC 9(005).
               05  DEBM301-CONTA-DESTINO
                                      PIC 9(011).
           03  FILLER                 PIC X(048).

      *----------------------------------------------------------------*
      * CADASTRO DE CONTAS CHAVEADO (CARREGADO PELA DEBL830 NA MESMA   *
      * NOITE) - A CONTA MIGRADA TEM QUE APARECER NA CONSULTA ONLINE.  *
      *----------------------------------------------------------------*
       FD  DEB307X
           RECORD CONTAINS 150 CHARACTERS.

           COPY DEBK307X.

      *----------------------------------------------------------------*
      * ESQUELETOS DE INCLUSAO, NO LAYOUT DO ACHT600 LIDO PELA         *
      * ACHA600, PARA AS CONTAS MIGRADAS SEM CLASSIFICACAO. OS CODIGOS *
      * DA CLASSIFICACAO SAEM ZERADOS PARA PREENCHIMENTO NA REVISAO.   *
      *----------------------------------------------------------------*
       FD  ACHT854S
           BLOCK  0
           RECORD CONTAINS 60 CHARACTERS
           RECORDING F.

       01  REGISTRO-ACHT854S.
           03  ACHT854S-TIPO             PIC X(001).
           03  ACHT854S-AGENCIA          PIC 9(005).
           03  ACHT854S-CONTA            PIC 9(011).
           03  ACHT854S-CD-CMCP          PIC 9(003).
           03  ACHT854S-CD-GR-MCP        PIC 9(003).
           03  ACHT854S-CD-LMCP          PIC 9(003).
           03  ACHT854S-CD-SMCP          PIC 9(003).
           03  ACHT854S-CD-CLSC-CTB-PAPL PIC 9(003).
           03  ACHT854S-DT-INC-VGC       PIC X(010).
           03  ACHT854S-DT-FIM-VGC       PIC X(010).
           03  FILLER                    PIC X(008).

       FD  DEBL854
           BLOCK  0
           RECORD CONTAINS 132 CHARACTERS
           RECORDING F.

       01  REGISTRO-DEBL854           PIC X(132).

      *----------------------------------------------------------------*
      * RESULTADO DO CHECKLIST DE CADA CONTA, ORDENADO POR AGENCIA DE  *
      * ORIGEM, AGENCIA DE DESTINO E CONTA PARA O RELATORIO. CADA      *
      * VERIFICACAO VALE "S" (PASSOU), "N" (FALHOU) OU BRANCO (NAO     *
      * VERIFICADA - CONTA AUSENTE DO DEB307).                         *
      *----------------------------------------------------------------*
       SD  SORTWK854.
       01  REGISTRO-SORTWK854.
           03  SORTWK854-AG-ORIGEM    PIC 9(005).
           03  SORTWK854-AG-DESTINO   PIC 9(005).
           03  SORTWK854-CONTA        PIC 9(011).
           03  SORTWK854-CONTA-ORIGEM PIC 9(011).
           03  SORTWK854-VERIFICACOES.
               05  SORTWK854-VERIF    PIC X(001)  OCCURS 6 TIMES.
           03  SORTWK854-RESULTADO    PIC X(001).
               88  SORTWK854-APROVADA             VALUE "A".
           03  SORTWK854-MOTIVO       PIC X(040).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * PARAMETROS DA SUBROTINA DE REGISTRO DE EXECUCAO NO ARQUIVO DE  *
      * CONTROLE DEBCTL (BOOK DEBFK904).                               *
      *----------------------------------------------------------------*
       01  DEBF904-PARM.
           COPY DEBFK904.

       01  WS-QT-LIDOS-CTL             PIC 9(09) COMP VALUE ZERO.
       01  WS-QT-GRAV-DEBL854          PIC 9(09) COMP VALUE ZERO.
       01  WS-QT-GRAV-ACHT854S         PIC 9(09) COMP VALUE ZERO.

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
      * PARAMETROS DA SUBROTINA DE VALIDACAO DO CPF/CNPJ (BOOK         *
      * DEBFK902).                                                     *
      *----------------------------------------------------------------*
       01  DEBF902-PARM.
           COPY DEBFK902.

      *----------------------------------------------------------------*
      * PARAMETROS DA SUBROTINA DE CALENDARIO (BOOK DEBFK905), USADA   *
      * EM DIAS CORRIDOS PARA VALIDAR E COMPARAR AS DATAS DO CHEQUE    *
      * ESPECIAL.                                                      *
      *----------------------------------------------------------------*
       01  DEBF905-PARM.
           COPY DEBFK905.

       01  WS-FS-DEB307X              PIC X(02)  VALUE "00".

      *----------------------------------------------------------------*
      * CHAVES DO CASAMENTO DEB307 X DEBM301 (HIGH-VALUES NO FIM DE    *
      * CADA ARQUIVO).                                                 *
      *----------------------------------------------------------------*
       01  WS-CHAVE-DEB307.
           03  WS-CHV-AGENCIA          PIC 9(005)        VALUE ZERO.
           03  WS-CHV-CONTA            PIC 9(011)        VALUE ZERO.

       01  WS-CHAVE-DEBM301.
           03  WS-CHM-AGENCIA          PIC 9(005)        VALUE ZERO.
           03  WS-CHM-CONTA            PIC 9(011)        VALUE ZERO.

      *----------------------------------------------------------------*
      * DATA DO MOVIMENTO: A DATA-ATUAL DO HEADER DO DEB307            *
      * (AAAA-MM-DD), TAMBEM NO FORMATO AAAAMMDD PARA A DEBF905.       *
      *----------------------------------------------------------------*
       01  WS-ANO                     PIC X(004)      VALUE SPACES.
       01  WS-MES                     PIC X(002)      VALUE SPACES.
       01  WS-DIA                     PIC X(002)      VALUE SPACES.
       01  WS-DATA-ATUAL-FMT          PIC X(010)      VALUE SPACES.
       01  WS-DATA-ATUAL-AMD          PIC X(008)      VALUE SPACES.
       01  WS-DATA-VENC-AMD           PIC X(008)      VALUE SPACES.
       01  WS-DATA-CONTR-AMD          PIC X(008)      VALUE SPACES.
       01  WS-MOTIVO-CH-ESP           PIC X(040)      VALUE SPACES.

      *----------------------------------------------------------------*
      * QUANTIDADES POR VERIFICACAO (1 CLASSIFICACAO, 2 DEB307X,       *
      * 3 CPF/CNPJ, 4 SUPER/CESEC, 5 RESTRICAO DA ORIGEM, 6 DATAS DO   *
      * CHEQUE ESPECIAL).                                              *
      *----------------------------------------------------------------*
       01  TB-VERIFICACOES.
           03  TB-VRF-ITEM            OCCURS 6 TIMES.
               05  TB-VRF-DESCRICAO   PIC X(030).
               05  TB-VRF-QT-FALHAS   PIC 9(09) COMP.

       01  WS-IDX-VRF                 PIC S9(4) COMP  VALUE ZERO.

       01  WS-QT-MIGRADAS             PIC 9(09) COMP  VALUE ZERO.
       01  WS-QT-APROVADAS            PIC 9(09) COMP  VALUE ZERO.
       01  WS-QT-REPROVADAS           PIC 9(09) COMP  VALUE ZERO.
       01  WS-QT-SEM-ORIGEM           PIC 9(09) COMP  VALUE ZERO.
       01  WS-QT-SEM-INDICADOR        PIC 9(09) COMP  VALUE ZERO.
       01  WS-QT-AUSENTES             PIC 9(09) COMP  VALUE ZERO.

       01  WS-PAR-ANTERIOR.
           03  WS-PAR-AG-ORIGEM       PIC 9(005)      VALUE ZERO.
           03  WS-PAR-AG-DESTINO      PIC 9(005)      VALUE ZERO.
       01  WS-PAR-QT-CONTAS           PIC 9(09) COMP  VALUE ZERO.
       01  WS-PAR-QT-APROVADAS        PIC 9(09) COMP  VALUE ZERO.
       01  WS-PAR-QT-REPROVADAS       PIC 9(09) COMP  VALUE ZERO.

      *----------------------------------------------------------------*
      * LINHAS DO RELATORIO.                                           *
      *----------------------------------------------------------------*
       01  WS-LINHA-TITULO.
           03  FILLER                 PIC X(046)
               VALUE "DEBR854 - CHECKLIST DAS CONTAS MIGRADAS NO DIA".
           03  FILLER                 PIC X(003)  VALUE " - ".
           03  WS-TIT-DATA            PIC X(010).
           03  FILLER                 PIC X(073)  VALUE SPACES.

       01  WS-LINHA-QUEBRA.
           03  FILLER                 PIC X(019)
               VALUE "AGENCIA DE ORIGEM: ".
           03  WS-QBR-AG-ORIGEM       PIC X(008).
           03  FILLER                 PIC X(024)
               VALUE "    AGENCIA DE DESTINO: ".
           03  WS-QBR-AG-DESTINO      PIC ZZZZ9.
           03  FILLER                 PIC X(076)  VALUE SPACES.

       01  WS-LINHA-COLUNAS.
           03  FILLER                 PIC X(013)  VALUE "CONTA ORIGEM ".
           03  FILLER                 PIC X(013)  VALUE "CONTA DESTINO".
           03  FILLER                 PIC X(007)  VALUE " CLASS ".
           03  FILLER                 PIC X(007)  VALUE " 307X  ".
           03  FILLER                 PIC X(007)  VALUE " CPF   ".
           03  FILLER                 PIC X(007)  VALUE " SUPER ".
           03  FILLER                 PIC X(007)  VALUE " RESTR ".
           03  FILLER                 PIC X(007)  VALUE " CHESP ".
           03  FILLER                 PIC X(011)  VALUE "RESULTADO  ".
           03  FILLER                 PIC X(053)  VALUE "MOTIVO".

       01  WS-LINHA-DETALHE.
           03  WS-DET-CONTA-ORIGEM    PIC ZZZZZZZZZZ9.
           03  FILLER                 PIC X(002)  VALUE SPACES.
           03  WS-DET-CONTA           PIC ZZZZZZZZZZ9.
           03  FILLER                 PIC X(002)  VALUE SPACES.
           03  WS-DET-VERIF-TAB.
               05  WS-DET-VERIF       PIC X(007)  OCCURS 6 TIMES.
           03  WS-DET-RESULTADO       PIC X(011).
           03  WS-DET-MOTIVO          PIC X(040).
           03  FILLER                 PIC X(013)  VALUE SPACES.

       01  WS-LINHA-TOTAL-PAR.
           03  FILLER                 PIC X(019)
               VALUE "TOTAL DO PAR     : ".
           03  WS-TPR-CONTAS          PIC ZZZ.ZZZ.ZZ9.
           03  FILLER                 PIC X(014)
               VALUE "  APROVADAS:  ".
           03  WS-TPR-APROVADAS       PIC ZZZ.ZZZ.ZZ9.
           03  FILLER                 PIC X(014)
               VALUE "  REPROVADAS: ".
           03  WS-TPR-REPROVADAS      PIC ZZZ.ZZZ.ZZ9.
           03  FILLER                 PIC X(052)  VALUE SPACES.

       01  WS-LINHA-RESUMO.
           03  WS-RES-DESCRICAO       PIC X(040).
           03  WS-RES-QUANTIDADE      PIC ZZZ.ZZZ.ZZ9.
           03  FILLER                 PIC X(081)  VALUE SPACES.

       01  WS-SWITCHES.
           03  WS-SW-EOF-DEB307       PIC X(01)        VALUE "N".
               88  WS-EOF-DEB307                        VALUE "Y".
           03  WS-SW-EOF-DEBM301      PIC X(01)        VALUE "N".
               88  WS-EOF-DEBM301                       VALUE "Y".
           03  WS-SW-EOF-SORTWK       PIC X(01)        VALUE "N".
               88  WS-EOF-SORTWK                        VALUE "Y".
           03  WS-SW-PRIM-PAR         PIC X(01)        VALUE "S".
               88  WS-PRIMEIRO-PAR                      VALUE "S".

       PROCEDURE DIVISION.

      *================================================================*
      * 0000-MAINLINE - O CHECKLIST RODA NO PROCEDIMENTO DE ENTRADA DO *
      *                 SORT (CASAMENTO DEB307 X DEBM301) E O          *
      *                 RELATORIO SAI NO PROCEDIMENTO DE SAIDA, JA EM  *
      *                 ORDEM DE AGENCIA DE ORIGEM E DE DESTINO.       *
      *================================================================*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-FIM.
           SORT SORTWK854
               ON ASCENDING KEY SORTWK854-AG-ORIGEM SORTWK854-AG-DESTINO
                                SORTWK854-CONTA
               INPUT PROCEDURE 2000-VERIFICAR-MIGRADAS THRU 2000-FIM
               OUTPUT PROCEDURE 5000-EMITIR-RELATORIO THRU 5000-FIM.
           PERFORM 8000-ENCERRAR    THRU 8000-FIM.
           STOP RUN.

      *================================================================*
      * 1000-INICIALIZAR                                               *
      *================================================================*
       1000-INICIALIZAR.
           MOVE SPACES TO DEBF904-PARM.
           MOVE "I"        TO DEBF904-FUNCAO.
           MOVE "DEBR854" TO DEBF904-PROGRAMA.
           CALL "DEBF904" USING DEBF904-PARM.
           MOVE "CLASSIFICACAO (ACHSC600)"       TO TB-VRF-DESCRICAO(1).
           MOVE "CHAVE NO DEB307X"               TO TB-VRF-DESCRICAO(2).
           MOVE "CPF/CNPJ (DEBF902)"             TO TB-VRF-DESCRICAO(3).
           MOVE "SUPER/CESEC PREENCHIDOS"        TO TB-VRF-DESCRICAO(4).
           MOVE "RESTRICAO DA AGENCIA DE ORIGEM" TO TB-VRF-DESCRICAO(5).
           MOVE "DATAS DO CHEQUE ESPECIAL"       TO TB-VRF-DESCRICAO(6).
           MOVE 1 TO WS-IDX-VRF.
           PERFORM 1050-ZERAR-VERIFICACAO THRU 1050-FIM
               UNTIL WS-IDX-VRF > 6.
           OPEN INPUT DEB307X.
           IF WS-FS-DEB307X NOT = "00"
               DISPLAY "DEBR854 - ERRO NA ABERTURA DO DEB307X. "
                       "FILE STATUS " WS-FS-DEB307X
                       ". EXECUCAO ABORTADA."
               STOP RUN
           END-IF.
           OPEN INPUT  DEB307.
           OPEN INPUT  DEBM301.
           OPEN OUTPUT ACHT854S.
           OPEN OUTPUT DEBL854.
           PERFORM 1170-VALIDAR-HEADER THRU 1170-FIM.
           MOVE WS-DATA-ATUAL-FMT TO WS-TIT-DATA.
           MOVE WS-LINHA-TITULO   TO REGISTRO-DEBL854.
           PERFORM 7900-GRAVAR-DEBL854 THRU 7900-FIM.
           PERFORM 2900-LER-DEB307  THRU 2900-FIM.
           PERFORM 2950-LER-DEBM301 THRU 2950-FIM.
       1000-FIM.
           EXIT.

       1050-ZERAR-VERIFICACAO.
           MOVE ZERO TO TB-VRF-QT-FALHAS(WS-IDX-VRF).
           ADD 1 TO WS-IDX-VRF.
       1050-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * 1170-VALIDAR-HEADER - O PRIMEIRO REGISTRO DO DEB307 TEM QUE    *
      *                       SER O HEADER (AGENCIA 0) DO DIA CORRENTE;*
      *                       A DEBF903 FAZ A CRITICA. A DATA-ATUAL DO *
      *                       HEADER E A REFERENCIA DAS DATAS DO       *
      *                       CHEQUE ESPECIAL E A VIGENCIA DOS         *
      *                       ESQUELETOS ACHT600.                      *
      *----------------------------------------------------------------*
       1170-VALIDAR-HEADER.
           PERFORM 2900-LER-DEB307 THRU 2900-FIM.
           IF WS-EOF-DEB307
               DISPLAY "DEBR854 - EXTRATO DEB307 VAZIO (SEM HEADER). "
                       "EXECUCAO ABORTADA."
               STOP RUN
           END-IF.
           MOVE DEB307-AGENCIA     TO DEBF903-AGENCIA.
           MOVE DEB307-DT-ABERTURA TO DEBF903-DT-HEADER.
           CALL "DEBF903" USING DEBF903-PARM.
           IF DEBF903-CD-RTN > ZERO
               DISPLAY "DEBR854 - " DEBF903-MSG
                       ". EXECUCAO ABORTADA."
               STOP RUN
           END-IF.
           MOVE DEB307-DT-ABERTURA TO WS-DATA-ATUAL-FMT.
           UNSTRING DEB307-DT-ABERTURA DELIMITED BY "-"
               INTO WS-ANO WS-MES WS-DIA.
           STRING WS-ANO WS-MES WS-DIA
               DELIMITED BY SIZE INTO WS-DATA-ATUAL-AMD.
      *    O HEADER NAO CONTA COMO REGISTRO LIDO NO DEBCTL.
           MOVE ZERO TO WS-QT-LIDOS-CTL.
       1170-FIM.
           EXIT.

      *================================================================*
      * 2000-VERIFICAR-MIGRADAS - PROCEDIMENTO DE ENTRADA DO SORT:     *
      *                           CASA O DEB307 COM O DE-PARA DEBM301  *
      *                           (OS DOIS EM ORDEM DE AGENCIA/CONTA   *
      *                           DE DESTINO). ENTRAM NO CHECKLIST AS  *
      *                           CONTAS COM DEB307-IND-MIGRADA 1 E AS *
      *                           CONTAS DO DE-PARA, ESTEJAM OU NAO    *
      *                           MARCADAS OU PRESENTES NO DEB307.     *
      *================================================================*
       2000-VERIFICAR-MIGRADAS.
           PERFORM 2100-CASAR-ARQUIVOS THRU 2100-FIM
               UNTIL WS-EOF-DEB307 AND WS-EOF-DEBM301.
       2000-FIM.
           EXIT.

       2100-CASAR-ARQUIVOS.
           EVALUATE TRUE
               WHEN WS-CHAVE-DEB307 < WS-CHAVE-DEBM301
                   IF DEB307-IND-MIGRADA = 1
                       ADD 1 TO WS-QT-SEM-ORIGEM
                       MOVE ZERO TO SORTWK854-AG-ORIGEM
                       MOVE ZERO TO SORTWK854-CONTA-ORIGEM
                       PERFORM 3000-EXECUTAR-CHECKLIST THRU 3000-FIM
                   END-IF
                   PERFORM 2900-LER-DEB307 THRU 2900-FIM
               WHEN WS-CHAVE-DEB307 = WS-CHAVE-DEBM301
                   MOVE DEBM301-AG-ORIGEM    TO SORTWK854-AG-ORIGEM
                   MOVE DEBM301-CONTA-ORIGEM TO SORTWK854-CONTA-ORIGEM
                   PERFORM 3000-EXECUTAR-CHECKLIST THRU 3000-FIM
                   PERFORM 2900-LER-DEB307  THRU 2900-FIM
                   PERFORM 2950-LER-DEBM301 THRU 2950-FIM
               WHEN OTHER
                   PERFORM 2200-LIBERAR-AUSENTE THRU 2200-FIM
                   PERFORM 2950-LER-DEBM301 THRU 2950-FIM
           END-EVALUATE.
       2100-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * 2200-LIBERAR-AUSENTE - CONTA DO DE-PARA QUE NAO CHEGOU AO      *
      *                        DEB307: REPROVADA SEM VERIFICACOES.     *
      *----------------------------------------------------------------*
       2200-LIBERAR-AUSENTE.
           ADD 1 TO WS-QT-MIGRADAS.
           ADD 1 TO WS-QT-AUSENTES.
           MOVE DEBM301-AG-ORIGEM     TO SORTWK854-AG-ORIGEM.
           MOVE DEBM301-AG-DESTINO    TO SORTWK854-AG-DESTINO.
           MOVE DEBM301-CONTA-DESTINO TO SORTWK854-CONTA.
           MOVE DEBM301-CONTA-ORIGEM  TO SORTWK854-CONTA-ORIGEM.
           MOVE SPACES                TO SORTWK854-VERIFICACOES.
           MOVE "R"                   TO SORTWK854-RESULTADO.
           MOVE "CONTA DO DE-PARA AUSENTE DO DEB307"
                                      TO SORTWK854-MOTIVO.
           RELEASE REGISTRO-SORTWK854.
       2200-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * 2900-LER-DEB307 - NO FIM DO EXTRATO A CHAVE VAI A HIGH-VALUES. *
      *----------------------------------------------------------------*
       2900-LER-DEB307.
           READ DEB307 INTO DCLTDEB307
               AT END
                   MOVE "Y" TO WS-SW-EOF-DEB307
           END-READ.
           IF WS-EOF-DEB307
               MOVE HIGH-VALUES TO WS-CHAVE-DEB307
           ELSE
               ADD 1 TO WS-QT-LIDOS-CTL
               MOVE DEB307-AGENCIA TO WS-CHV-AGENCIA
               MOVE DEB307-CONTA   TO WS-CHV-CONTA
               MOVE DEB307-INDICADORES TO DEB307-RESTRICOES
           END-IF.
       2900-FIM.
           EXIT.

       2950-LER-DEBM301.
           READ DEBM301
               AT END
                   MOVE "Y" TO WS-SW-EOF-DEBM301
           END-READ.
           IF WS-EOF-DEBM301
               MOVE HIGH-VALUES TO WS-CHAVE-DEBM301
           ELSE
               MOVE DEBM301-CHAVE-DESTINO TO WS-CHAVE-DEBM301
           END-IF.
       2950-FIM.
           EXIT.

      *================================================================*
      * 3000-EXECUTAR-CHECKLIST - AS SEIS VERIFICACOES DA CONTA DO     *
      *                           DEB307 CORRENTE. O MOTIVO DO         *
      *                           RELATORIO E O DA PRIMEIRA QUE FALHA. *
      *                           CONTA DO DE-PARA SEM O INDICADOR DE  *
      *                           MIGRADA E VERIFICADA E SAI           *
      *                           REPROVADA.                           *
      *================================================================*
       3000-EXECUTAR-CHECKLIST.
           ADD 1 TO WS-QT-MIGRADAS.
           MOVE DEB307-AGENCIA TO SORTWK854-AG-DESTINO.
           MOVE DEB307-CONTA   TO SORTWK854-CONTA.
           MOVE "SSSSSS"       TO SORTWK854-VERIFICACOES.
           MOVE SPACES         TO SORTWK854-MOTIVO.
           IF DEB307-IND-MIGRADA NOT = 1
               ADD 1 TO WS-QT-SEM-INDICADOR
               MOVE "CONTA DO DE-PARA SEM DEB307-IND-MIGRADA"
                   TO SORTWK854-MOTIVO
           END-IF.
           PERFORM 3100-VERIFICAR-CLASSIFICACAO THRU 3100-FIM.
           PERFORM 3200-VERIFICAR-DEB307X       THRU 3200-FIM.
           PERFORM 3300-VERIFICAR-DOCUMENTO     THRU 3300-FIM.
           PERFORM 3400-VERIFICAR-SUPER-CESEC   THRU 3400-FIM.
           PERFORM 3500-VERIFICAR-RESTRICAO     THRU 3500-FIM.
           PERFORM 3600-VERIFICAR-CHEQUE-ESP    THRU 3600-FIM.
           IF SORTWK854-MOTIVO = SPACES
               MOVE "A" TO SORTWK854-RESULTADO
           ELSE
               MOVE "R" TO SORTWK854-RESULTADO
           END-IF.
           RELEASE REGISTRO-SORTWK854.
       3000-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * 3100-VERIFICAR-CLASSIFICACAO - A ACHSC600 TEM QUE DEVOLVER     *
      *                                CLASSIFICACAO VIGENTE NA DATA   *
      *                                DO PROCESSAMENTO. SEM           *
      *                                CLASSIFICACAO (1404) OU COM A   *
      *                                VIGENCIA ENCERRADA (1405) A     *
      *                                CONTA GANHA UM ESQUELETO DE     *
      *                                INCLUSAO NO ACHT854S.           *
      *----------------------------------------------------------------*
       3100-VERIFICAR-CLASSIFICACAO.
           MOVE SPACES         TO ACHSC600-PARM.
           MOVE DEB307-AGENCIA TO ACHSC600-AGENCIA.
           MOVE DEB307-CONTA   TO ACHSC600-CONTA.
           MOVE WS-DATA-ATUAL-FMT TO ACHSC600-DT-REF.
           CALL "ACHSC600" USING ACHSC600-PARM.
           IF ACHSC600-CD-RTN NOT > 0
               GO TO 3100-FIM
           END-IF.
           MOVE 1 TO WS-IDX-VRF.
           PERFORM 3900-REGISTRAR-FALHA THRU 3900-FIM.
           IF SORTWK854-MOTIVO = SPACES
               MOVE ACHSC600-MSG-RTN TO SORTWK854-MOTIVO
           END-IF.
           IF ACHSC600-CD-RTN = 1404 OR 1405
               PERFORM 3150-GRAVAR-ESQUELETO THRU 3150-FIM
           END-IF.
       3100-FIM.
           EXIT.

       3150-GRAVAR-ESQUELETO.
           MOVE SPACES            TO REGISTRO-ACHT854S.
           MOVE "I"               TO ACHT854S-TIPO.
           MOVE DEB307-AGENCIA    TO ACHT854S-AGENCIA.
           MOVE DEB307-CONTA      TO ACHT854S-CONTA.
           MOVE ZERO              TO ACHT854S-CD-CMCP.
           MOVE ZERO              TO ACHT854S-CD-GR-MCP.
           MOVE ZERO              TO ACHT854S-CD-LMCP.
           MOVE ZERO              TO ACHT854S-CD-SMCP.
           MOVE ZERO              TO ACHT854S-CD-CLSC-CTB-PAPL.
           MOVE WS-DATA-ATUAL-FMT TO ACHT854S-DT-INC-VGC.
           MOVE SPACES            TO ACHT854S-DT-FIM-VGC.
           WRITE REGISTRO-ACHT854S.
           ADD 1 TO WS-QT-GRAV-ACHT854S.
       3150-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * 3200-VERIFICAR-DEB307X - SEM A CHAVE NO DEB307X A CONTA NAO    *
      *                          APARECE NA CONSULTA ONLINE (DEBCO830).*
      *----------------------------------------------------------------*
       3200-VERIFICAR-DEB307X.
           MOVE DEB307-AGENCIA TO DEB307X-AGENCIA.
           MOVE DEB307-CONTA   TO DEB307X-CONTA.
           READ DEB307X
               INVALID KEY
                   MOVE 2 TO WS-IDX-VRF
                   PERFORM 3900-REGISTRAR-FALHA THRU 3900-FIM
                   IF SORTWK854-MOTIVO = SPACES
                       MOVE "CONTA AUSENTE DO DEB307X (CONS. ONLINE)"
                           TO SORTWK854-MOTIVO
                   END-IF
           END-READ.
       3200-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * 3300-VERIFICAR-DOCUMENTO - CPF/CNPJ PELA DEBF902. TIPO DE      *
      *                            PESSOA NAO VALIDAVEL (RETORNO 04)   *
      *                            NAO REPROVA, COMO NA DEBR820.       *
      *----------------------------------------------------------------*
       3300-VERIFICAR-DOCUMENTO.
           MOVE DEB307-CGC-CPF TO DEBF902-CGC-CPF.
           MOVE DEB307-PESSOA  TO DEBF902-PESSOA.
           CALL "DEBF902" USING DEBF902-PARM.
           IF DEBF902-CD-RTN = ZERO OR 04
               GO TO 3300-FIM
           END-IF.
           MOVE 3 TO WS-IDX-VRF.
           PERFORM 3900-REGISTRAR-FALHA THRU 3900-FIM.
           IF SORTWK854-MOTIVO = SPACES
               MOVE DEBF902-MSG TO SORTWK854-MOTIVO
           END-IF.
       3300-FIM.
           EXIT.

       3400-VERIFICAR-SUPER-CESEC.
           IF DEB307-SUPER > ZERO
              AND DEB307-CESEC > ZERO
               GO TO 3400-FIM
           END-IF.
           MOVE 4 TO WS-IDX-VRF.
           PERFORM 3900-REGISTRAR-FALHA THRU 3900-FIM.
           IF SORTWK854-MOTIVO = SPACES
               MOVE "SUPER/CESEC NAO PREENCHIDOS NO DEB307"
                   TO SORTWK854-MOTIVO
           END-IF.
       3400-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * 3500-VERIFICAR-RESTRICAO - NO PRIMEIRO DIA NA NOVA AGENCIA A   *
      *                            CONTA NAO PODE TRAZER RESTRICAO     *
      *                            LANCADA PELA AGENCIA DE ORIGEM      *
      *                            (DEB307-RESTR-AGENCIA) NEM A        *
      *                            RESTRICAO DE MOVIMENTACAO ANTERIOR  *
      *                            (DEB307-RESTR-MOVIM-ANT).           *
      *----------------------------------------------------------------*
       3500-VERIFICAR-RESTRICAO.
           IF DEB307-RESTR-AGENCIA = ZERO
              AND DEB307-RESTR-MOVIM-ANT = ZERO
               GO TO 3500-FIM
           END-IF.
           MOVE 5 TO WS-IDX-VRF.
           PERFORM 3900-REGISTRAR-FALHA THRU 3900-FIM.
           IF SORTWK854-MOTIVO = SPACES
               MOVE "RESTRICAO HERDADA DA AGENCIA DE ORIGEM"
                   TO SORTWK854-MOTIVO
           END-IF.
       3500-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * 3600-VERIFICAR-CHEQUE-ESP - CONTA COM LIMITE TEM QUE TRAZER    *
      *                             CONTRATACAO VALIDA, NAO POSTERIOR  *
      *                             A DATA DO MOVIMENTO, E VENCIMENTO  *
      *                             VALIDO, POSTERIOR A ELA. CONTA SEM *
      *                             LIMITE NAO TEM DATAS A CONFERIR.   *
      *----------------------------------------------------------------*
       3600-VERIFICAR-CHEQUE-ESP.
           IF DEB307-LIMITE NOT > ZERO
               GO TO 3600-FIM
           END-IF.
           MOVE SPACES TO WS-ANO WS-MES WS-DIA.
           UNSTRING DEB307-DT-CONTRATO DELIMITED BY "-"
               INTO WS-ANO WS-MES WS-DIA.
           STRING WS-ANO WS-MES WS-DIA
               DELIMITED BY SIZE INTO WS-DATA-CONTR-AMD.
           MOVE SPACES TO WS-ANO WS-MES WS-DIA.
           UNSTRING DEB307-VENC-CH-ESP DELIMITED BY "-"
               INTO WS-ANO WS-MES WS-DIA.
           STRING WS-ANO WS-MES WS-DIA
               DELIMITED BY SIZE INTO WS-DATA-VENC-AMD.
           MOVE "D"               TO DEBF905-FUNCAO.
           MOVE "C"               TO DEBF905-MODO.
           MOVE WS-DATA-CONTR-AMD TO DEBF905-DATA-1.
           MOVE WS-DATA-ATUAL-AMD TO DEBF905-DATA-2.
           CALL "DEBF905" USING DEBF905-PARM.
           IF DEBF905-CD-RTN > ZERO
               MOVE "DATA DE CONTRATACAO DO CH.ESP INVALIDA"
                   TO WS-MOTIVO-CH-ESP
               GO TO 3650-REPROVAR
           END-IF.
           IF DEBF905-QT-DIAS-RTN < ZERO
               MOVE "CONTRATACAO DO CH.ESP POSTERIOR AO DIA"
                   TO WS-MOTIVO-CH-ESP
               GO TO 3650-REPROVAR
           END-IF.
           MOVE WS-DATA-ATUAL-AMD TO DEBF905-DATA-1.
           MOVE WS-DATA-VENC-AMD  TO DEBF905-DATA-2.
           CALL "DEBF905" USING DEBF905-PARM.
           IF DEBF905-CD-RTN > ZERO
               MOVE "VENCIMENTO DO CH.ESP INVALIDO"
                   TO WS-MOTIVO-CH-ESP
               GO TO 3650-REPROVAR
           END-IF.
           IF DEBF905-QT-DIAS-RTN NOT > ZERO
               MOVE "CHEQUE ESPECIAL COM LIMITE JA VENCIDO"
                   TO WS-MOTIVO-CH-ESP
               GO TO 3650-REPROVAR
           END-IF.
           GO TO 3600-FIM.
       3650-REPROVAR.
           MOVE 6 TO WS-IDX-VRF.
           PERFORM 3900-REGISTRAR-FALHA THRU 3900-FIM.
           IF SORTWK854-MOTIVO = SPACES
               MOVE WS-MOTIVO-CH-ESP TO SORTWK854-MOTIVO
           END-IF.
       3600-FIM.
           EXIT.

       3900-REGISTRAR-FALHA.
           MOVE "N" TO SORTWK854-VERIF(WS-IDX-VRF).
           ADD 1 TO TB-VRF-QT-FALHAS(WS-IDX-VRF).
       3900-FIM.
           EXIT.

      *================================================================*
      * 5000-EMITIR-RELATORIO - PROCEDIMENTO DE SAIDA DO SORT: UMA     *
      *                         LINHA POR CONTA, COM QUEBRA E TOTAL    *
      *                         POR PAR AGENCIA DE ORIGEM/DESTINO.     *
      *================================================================*
       5000-EMITIR-RELATORIO.
           PERFORM 5100-RETORNAR-SORTWK THRU 5100-FIM.
           PERFORM 5200-IMPRIMIR-CONTA THRU 5200-FIM
               UNTIL WS-EOF-SORTWK.
           IF NOT WS-PRIMEIRO-PAR
               PERFORM 5400-IMPRIMIR-TOTAL-PAR THRU 5400-FIM
           END-IF.
       5000-FIM.
           EXIT.

       5100-RETORNAR-SORTWK.
           RETURN SORTWK854
               AT END
                   MOVE "Y" TO WS-SW-EOF-SORTWK
           END-RETURN.
       5100-FIM.
           EXIT.

       5200-IMPRIMIR-CONTA.
           IF WS-PRIMEIRO-PAR
              OR SORTWK854-AG-ORIGEM  NOT = WS-PAR-AG-ORIGEM
              OR SORTWK854-AG-DESTINO NOT = WS-PAR-AG-DESTINO
               IF NOT WS-PRIMEIRO-PAR
                   PERFORM 5400-IMPRIMIR-TOTAL-PAR THRU 5400-FIM
               END-IF
               PERFORM 5300-IMPRIMIR-QUEBRA THRU 5300-FIM
           END-IF.
           MOVE SORTWK854-CONTA-ORIGEM TO WS-DET-CONTA-ORIGEM.
           MOVE SORTWK854-CONTA        TO WS-DET-CONTA.
           MOVE 1 TO WS-IDX-VRF.
           PERFORM 5250-FORMATAR-VERIFICACAO THRU 5250-FIM
               UNTIL WS-IDX-VRF > 6.
           ADD 1 TO WS-PAR-QT-CONTAS.
           IF SORTWK854-APROVADA
               MOVE "APROVADA"  TO WS-DET-RESULTADO
               ADD 1 TO WS-PAR-QT-APROVADAS
               ADD 1 TO WS-QT-APROVADAS
           ELSE
               MOVE "REPROVADA" TO WS-DET-RESULTADO
               ADD 1 TO WS-PAR-QT-REPROVADAS
               ADD 1 TO WS-QT-REPROVADAS
           END-IF.
           MOVE SORTWK854-MOTIVO TO WS-DET-MOTIVO.
           MOVE WS-LINHA-DETALHE TO REGISTRO-DEBL854.
           PERFORM 7900-GRAVAR-DEBL854 THRU 7900-FIM.
           PERFORM 5100-RETORNAR-SORTWK THRU 5100-FIM.
       5200-FIM.
           EXIT.

       5250-FORMATAR-VERIFICACAO.
           EVALUATE SORTWK854-VERIF(WS-IDX-VRF)
               WHEN "S"
                   MOVE " OK"    TO WS-DET-VERIF(WS-IDX-VRF)
               WHEN "N"
                   MOVE " FALHA" TO WS-DET-VERIF(WS-IDX-VRF)
               WHEN OTHER
                   MOVE " -"     TO WS-DET-VERIF(WS-IDX-VRF)
           END-EVALUATE.
           ADD 1 TO WS-IDX-VRF.
       5250-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * 5300-IMPRIMIR-QUEBRA - AGENCIA DE ORIGEM ZERO E CONTA MARCADA  *
      *                        COMO MIGRADA QUE NAO CONSTA DO DE-PARA. *
      *----------------------------------------------------------------*
       5300-IMPRIMIR-QUEBRA.
           MOVE SORTWK854-AG-ORIGEM  TO WS-PAR-AG-ORIGEM.
           MOVE SORTWK854-AG-DESTINO TO WS-PAR-AG-DESTINO.
           MOVE "N" TO WS-SW-PRIM-PAR.
           MOVE ZERO TO WS-PAR-QT-CONTAS.
           MOVE ZERO TO WS-PAR-QT-APROVADAS.
           MOVE ZERO TO WS-PAR-QT-REPROVADAS.
           IF SORTWK854-AG-ORIGEM = ZERO
               MOVE "NAO INF." TO WS-QBR-AG-ORIGEM
           ELSE
               MOVE SORTWK854-AG-ORIGEM TO WS-QBR-AG-ORIGEM
           END-IF.
           MOVE SORTWK854-AG-DESTINO TO WS-QBR-AG-DESTINO.
           MOVE SPACES TO REGISTRO-DEBL854.
           PERFORM 7900-GRAVAR-DEBL854 THRU 7900-FIM.
           MOVE WS-LINHA-QUEBRA  TO REGISTRO-DEBL854.
           PERFORM 7900-GRAVAR-DEBL854 THRU 7900-FIM.
           MOVE WS-LINHA-COLUNAS TO REGISTRO-DEBL854.
           PERFORM 7900-GRAVAR-DEBL854 THRU 7900-FIM.
       5300-FIM.
           EXIT.

       5400-IMPRIMIR-TOTAL-PAR.
           MOVE WS-PAR-QT-CONTAS     TO WS-TPR-CONTAS.
           MOVE WS-PAR-QT-APROVADAS  TO WS-TPR-APROVADAS.
           MOVE WS-PAR-QT-REPROVADAS TO WS-TPR-REPROVADAS.
           MOVE WS-LINHA-TOTAL-PAR TO REGISTRO-DEBL854.
           PERFORM 7900-GRAVAR-DEBL854 THRU 7900-FIM.
       5400-FIM.
           EXIT.

      *================================================================*
      * 7000-IMPRIMIR-RESUMO - TOTAIS GERAIS E QUANTIDADE DE FALHAS    *
      *                        POR VERIFICACAO.                        *
      *================================================================*
       7000-IMPRIMIR-RESUMO.
           MOVE SPACES TO REGISTRO-DEBL854.
           PERFORM 7900-GRAVAR-DEBL854 THRU 7900-FIM.
           MOVE "CONTAS MIGRADAS VERIFICADAS" TO WS-RES-DESCRICAO.
           MOVE WS-QT-MIGRADAS TO WS-RES-QUANTIDADE.
           PERFORM 7200-GRAVAR-RESUMO THRU 7200-FIM.
           MOVE "APROVADAS" TO WS-RES-DESCRICAO.
           MOVE WS-QT-APROVADAS TO WS-RES-QUANTIDADE.
           PERFORM 7200-GRAVAR-RESUMO THRU 7200-FIM.
           MOVE "REPROVADAS" TO WS-RES-DESCRICAO.
           MOVE WS-QT-REPROVADAS TO WS-RES-QUANTIDADE.
           PERFORM 7200-GRAVAR-RESUMO THRU 7200-FIM.
           MOVE "MARCADAS SEM DE-PARA (ORIGEM NAO INF.)"
               TO WS-RES-DESCRICAO.
           MOVE WS-QT-SEM-ORIGEM TO WS-RES-QUANTIDADE.
           PERFORM 7200-GRAVAR-RESUMO THRU 7200-FIM.
           MOVE "NO DE-PARA SEM DEB307-IND-MIGRADA"
               TO WS-RES-DESCRICAO.
           MOVE WS-QT-SEM-INDICADOR TO WS-RES-QUANTIDADE.
           PERFORM 7200-GRAVAR-RESUMO THRU 7200-FIM.
           MOVE "NO DE-PARA AUSENTES DO DEB307" TO WS-RES-DESCRICAO.
           MOVE WS-QT-AUSENTES TO WS-RES-QUANTIDADE.
           PERFORM 7200-GRAVAR-RESUMO THRU 7200-FIM.
           MOVE "ESQUELETOS ACHT600 GERADOS" TO WS-RES-DESCRICAO.
           MOVE WS-QT-GRAV-ACHT854S TO WS-RES-QUANTIDADE.
           PERFORM 7200-GRAVAR-RESUMO THRU 7200-FIM.
           MOVE SPACES TO REGISTRO-DEBL854.
           PERFORM 7900-GRAVAR-DEBL854 THRU 7900-FIM.
           MOVE 1 TO WS-IDX-VRF.
           PERFORM 7100-IMPRIMIR-VERIFICACAO THRU 7100-FIM
               UNTIL WS-IDX-VRF > 6.
       7000-FIM.
           EXIT.

       7100-IMPRIMIR-VERIFICACAO.
           MOVE SPACES TO WS-RES-DESCRICAO.
           STRING "FALHAS - " TB-VRF-DESCRICAO(WS-IDX-VRF)
               DELIMITED BY SIZE INTO WS-RES-DESCRICAO.
           MOVE TB-VRF-QT-FALHAS(WS-IDX-VRF) TO WS-RES-QUANTIDADE.
           PERFORM 7200-GRAVAR-RESUMO THRU 7200-FIM.
           ADD 1 TO WS-IDX-VRF.
       7100-FIM.
           EXIT.

       7200-GRAVAR-RESUMO.
           MOVE WS-LINHA-RESUMO TO REGISTRO-DEBL854.
           PERFORM 7900-GRAVAR-DEBL854 THRU 7900-FIM.
       7200-FIM.
           EXIT.

       7900-GRAVAR-DEBL854.
           WRITE REGISTRO-DEBL854.
           ADD 1 TO WS-QT-GRAV-DEBL854.
       7900-FIM.
           EXIT.

      *================================================================*
      * 8000-ENCERRAR                                                  *
      *================================================================*
       8000-ENCERRAR.
           PERFORM 7000-IMPRIMIR-RESUMO THRU 7000-FIM.
           MOVE "F"        TO DEBF904-FUNCAO.
           MOVE "DEBR854" TO DEBF904-PROGRAMA.
           MOVE WS-QT-LIDOS-CTL TO DEBF904-QT-LIDOS.
           MOVE "DEBL854" TO DEBF904-ARQ(1).
           MOVE WS-QT-GRAV-DEBL854 TO DEBF904-QT-GRAVADOS(1).
           MOVE "ACHT854S" TO DEBF904-ARQ(2).
           MOVE WS-QT-GRAV-ACHT854S TO DEBF904-QT-GRAVADOS(2).
           MOVE "OK"       TO DEBF904-STATUS.
           CALL "DEBF904" USING DEBF904-PARM.
           CLOSE DEB307.
           CLOSE DEBM301.
           CLOSE DEB307X.
           CLOSE ACHT854S.
           CLOSE DEBL854.
       8000-FIM.
           EXIT.
      * ----------------------------------------------------------------
