       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEBR853.
       AUTHOR. F7023235.
      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES:                                      *
      * VRS001 15.10.2026 F7023235  IMPLANTACAO. EMISSAO DOS AVISOS DE *
      *                             LANCAMENTO DOS MOVIMENTOS GERADOS  *
      *                             PELO SISTEMA NA NOITE: AS          *
      *                             TRANSFERENCIAS (DEBM827), AS       *
      *                             APLICACOES AUTOMATICAS (DEBM828F E *
      *                             DEBM828P), LIDAS NAS COPIAS LIMPAS *
      *                             DO PORTAO DE PRIVATICIDADE         *
      *                             (DEBR842) QUE SAO AS QUE DESCEM, E *
      *                             A TARIFA DA REPOSICAO DE TALONARIO *
      *                             (DEBO826, VALOR PELO CARTAO        *
      *                             DEBP853). OS MOVIMENTOS SAO        *
      *                             ORDENADOS POR AGENCIA/CONTA E      *
      *                             CASADOS COM O DEB307: CONTA COM    *
      *                             DEB307-EMITE-AVISO 1 RECEBE O      *
      *                             AVISO PELOS CORREIOS (DEBV853C), 2 *
      *                             NA AGENCIA (DEBV853A); OS DOIS     *
      *                             ARQUIVOS SAEM AGRUPADOS POR        *
      *                             AGENCIA. CADA AVISO TRAZ CONTA,    *
      *                             TITULAR, TIPO DO LANCAMENTO, DATA  *
      *                             E VALOR PELA DEBF900. RELATORIO DE *
      *                             CONTROLE (DEBL853) COM AS          *
      *                             QUANTIDADES POR ORIGEM E POR ROTA  *
      *                             E AS CONTAS DO MOVIMENTO AUSENTES  *
      *                             DO DEB307.                         *
      * VRS002 15.10.2026 F7023235  O CARTAO DEBP853 DEIXA DE SER LIDO *
      *                             DO JCL: A IMAGEM EM VIGOR NO DIA   *
      *                             VEM DO KSDS DEBPAR PELA SUBROTINA  *
      *                             DEBF907, MANTIDA COM VIGENCIA E    *
      *                             AUDITORIA PELA DEBA855.            *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEB307   ASSIGN TO UT-S-DEBK307
                  ORGANIZATION IS SEQUENTIAL.

           SELECT DEBC827  ASSIGN TO UT-S-DEBC827
                  ORGANIZATION IS SEQUENTIAL.

           SELECT DEBC828F ASSIGN TO UT-S-DEBC828F
                  ORGANIZATION IS SEQUENTIAL.

           SELECT DEBC828P ASSIGN TO UT-S-DEBC828P
                  ORGANIZATION IS SEQUENTIAL.

           SELECT DEBO826  ASSIGN TO UT-S-DEBO826
                  ORGANIZATION IS SEQUENTIAL.

           SELECT DEBV853C ASSIGN TO UT-S-DEBV853C
                  ORGANIZATION IS SEQUENTIAL.

           SELECT DEBV853A ASSIGN TO UT-S-DEBV853A
                  ORGANIZATION IS SEQUENTIAL.

           SELECT DEBL853  ASSIGN TO UT-S-DEBL853
                  ORGANIZATION IS SEQUENTIAL.

           SELECT SORTWK853 ASSIGN TO UT-S-SORTWK853.

       DATA DIVISION.
       FILE SECTION.
       FD  DEB307
           BLOCK  0
           RECORD CONTAINS 371 CHARACTERS
           RECORDING F.

       01  DEB307-REGISTRO            PIC X(371).

      *----------------------------------------------------------------*
      * COPIAS LIMPAS DO DEBR842, NO LAYOUT DOS ORIGINAIS DEBM827,     *
      * DEBM828F E DEBM828P.                                           *
      *----------------------------------------------------------------*
       FD  DEBC827
           BLOCK  0
           RECORD CONTAINS 40 CHARACTERS
           RECORDING F.

       01  REGISTRO-DEBC827.
           03  DEBC827-TIPO           PIC X(001).
           03  DEBC827-AGENCIA        PIC 9(005).
           03  DEBC827-CONTA          PIC 9(011).
           03  DEBC827-VALOR          PIC 9(015)V9(02).
           03  DEBC827-MOMENTO        PIC X(001).
           03  FILLER                 PIC X(005).

       FD  DEBC828F
           BLOCK  0
           RECORD CONTAINS 40 CHARACTERS
           RECORDING F.

       01  REGISTRO-DEBC828F.
           03  DEBC828F-AGENCIA       PIC 9(005).
           03  DEBC828F-CONTA         PIC 9(011).
           03  DEBC828F-VALOR         PIC 9(015)V9(02).
           03  DEBC828F-APLIC-AUTOM   PIC 9(003).
           03  FILLER                 PIC X(004).

       FD  DEBC828P
           BLOCK  0
           RECORD CONTAINS 40 CHARACTERS
           RECORDING F.

       01  REGISTRO-DEBC828P.
           03  DEBC828P-AGENCIA       PIC 9(005).
           03  DEBC828P-CONTA         PIC 9(011).
           03  DEBC828P-VALOR         PIC 9(015)V9(02).
           03  DEBC828P-APLIC-AUTOM   PIC 9(003).
           03  FILLER                 PIC X(004).

      *----------------------------------------------------------------*
      * REPOSICAO AUTOMATICA DE TALOES (DEBR826).                      *
      *----------------------------------------------------------------*
       FD  DEBO826
           BLOCK  0
           RECORD CONTAINS 30 CHARACTERS
           RECORDING F.

       01  REGISTRO-DEBO826.
           03  DEBO826-AGENCIA        PIC 9(005).
           03  DEBO826-CONTA          PIC 9(011).
           03  DEBO826-QTD-DEZENAS    PIC 9(003).
           03  DEBO826-FONE-TALAO     PIC 9(001).
           03  FILLER                 PIC X(010).

      *----------------------------------------------------------------*
      * AVISOS DE LANCAMENTO: PELOS CORREIOS (EMITE-AVISO 1) E NA      *
      * AGENCIA (EMITE-AVISO 2), AGRUPADOS POR AGENCIA.                *
      *----------------------------------------------------------------*
       FD  DEBV853C
           BLOCK  0
           RECORD CONTAINS 132 CHARACTERS
           RECORDING F.

       01  REGISTRO-DEBV853C          PIC X(132).

       FD  DEBV853A
           BLOCK  0
           RECORD CONTAINS 132 CHARACTERS
           RECORDING F.

       01  REGISTRO-DEBV853A          PIC X(132).

       FD  DEBL853
           BLOCK  0
           RECORD CONTAINS 132 CHARACTERS
           RECORDING F.

       01  REGISTRO-DEBL853           PIC X(132).

       SD  SORTWK853.
       01  REGISTRO-SORTWK853.
           03  SORTWK853-CHAVE.
               05  SORTWK853-AGENCIA  PIC 9(005).
               05  SORTWK853-CONTA    PIC 9(011).
           03  SORTWK853-ORIGEM       PIC 9(001).
           03  SORTWK853-TIPO         PIC X(001).
           03  SORTWK853-MOMENTO      PIC X(001).
           03  SORTWK853-QTD-DEZENAS  PIC 9(003).
           03  SORTWK853-VALOR        PIC S9(015)V9(02) COMP-3.

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * PARAMETROS DA SUBROTINA DE LEITURA DOS PARAMETROS DA SUITE NO  *
      * DEBPAR (BOOK DEBFK907).                                        *
      *----------------------------------------------------------------*
       01  DEBF907-PARM.
           COPY DEBFK907.

      *----------------------------------------------------------------*
      * CARTAO DE PARAMETRO - TARIFA COBRADA POR DEZENA DE CHEQUES NA  *
      * REPOSICAO AUTOMATICA DE TALONARIO.                             *
      * IMAGEM LIDA DO DEBPAR PELA DEBF907 (VIGENCIA EM VIGOR NO DIA). *
      *----------------------------------------------------------------*
       01  REGISTRO-DEBP853.
           03  DEBP853-TARIFA-DEZENA  PIC 9(011)V9(02).
           03  FILLER                 PIC X(067).

      *----------------------------------------------------------------*
      * PARAMETROS DA SUBROTINA DE REGISTRO DE EXECUCAO NO ARQUIVO DE  *
      * CONTROLE DEBCTL (BOOK DEBFK904).                               *
      *----------------------------------------------------------------*
       01  DEBF904-PARM.
           COPY DEBFK904.

       01  WS-QT-LIDOS-CTL             PIC 9(09) COMP VALUE ZERO.
       01  WS-QT-GRAV-DEBV853C         PIC 9(09) COMP VALUE ZERO.
       01  WS-QT-GRAV-DEBV853A         PIC 9(09) COMP VALUE ZERO.
       01  WS-QT-GRAV-DEBL853          PIC 9(09) COMP VALUE ZERO.

           COPY DEBK307.

      *----------------------------------------------------------------*
      * PARAMETROS DA SUBROTINA DE VALIDACAO DO HEADER DO DEB307       *
      * (BOOK DEBFK903).                                               *
      *----------------------------------------------------------------*
       01  DEBF903-PARM.
           COPY DEBFK903.

      *----------------------------------------------------------------*
      * PARAMETROS DA SUBROTINA DE FORMATACAO MONETARIA (BOOK          *
      * DEBFK900) USADA NO VALOR DO AVISO.                             *
      *----------------------------------------------------------------*
       01  DEBF900-PARM.
           COPY DEBFK900.

      *----------------------------------------------------------------*
      * CONTROLE POR ORIGEM DO MOVIMENTO (1 DEBC827, 2 DEBC828F,       *
      * 3 DEBC828P, 4 DEBO826) E POR ROTA DO AVISO.                    *
      *----------------------------------------------------------------*
       01  TB-ORIGENS.
           03  TB-ORI-ITEM            OCCURS 4 TIMES.
               05  TB-ORI-ARQUIVO     PIC X(008).
               05  TB-ORI-QT-LIDOS    PIC 9(09) COMP.
               05  TB-ORI-QT-CORREIO  PIC 9(09) COMP.
               05  TB-ORI-QT-AGENCIA  PIC 9(09) COMP.
               05  TB-ORI-QT-SEM-AVISO
                                      PIC 9(09) COMP.
               05  TB-ORI-QT-SEM-CONTA
                                      PIC 9(09) COMP.

       01  WS-IDX-ORI                 PIC S9(4) COMP  VALUE ZERO.

       01  WS-TOT-LIDOS               PIC 9(09) COMP  VALUE ZERO.
       01  WS-TOT-CORREIO             PIC 9(09) COMP  VALUE ZERO.
       01  WS-TOT-AGENCIA             PIC 9(09) COMP  VALUE ZERO.
       01  WS-TOT-SEM-AVISO           PIC 9(09) COMP  VALUE ZERO.
       01  WS-TOT-SEM-CONTA           PIC 9(09) COMP  VALUE ZERO.

       01  WS-TARIFA-DEZENA           PIC S9(011)V9(02) COMP-3
                                      VALUE ZERO.

      *----------------------------------------------------------------*
      * CHAVE DA CONTA CORRENTE DO DEB307, NO FORMATO DA CHAVE DO      *
      * SORT, PARA O CASAMENTO.                                        *
      *----------------------------------------------------------------*
       01  WS-CHAVE-DEB307.
           03  WS-CHV-AGENCIA          PIC 9(005)        VALUE ZERO.
           03  WS-CHV-CONTA            PIC 9(011)        VALUE ZERO.

       01  WS-AGENCIA-ANT-CORREIO     PIC 9(005)      VALUE ZERO.
       01  WS-AGENCIA-ANT-AGENCIA     PIC 9(005)      VALUE ZERO.

      *----------------------------------------------------------------*
      * DATA DO MOVIMENTO: A DATA-ATUAL DO HEADER DO DEB307            *
      * (AAAA-MM-DD), IMPRESSA NO AVISO COMO DD/MM/AAAA.               *
      *----------------------------------------------------------------*
       01  WS-ANO                     PIC X(004)      VALUE SPACES.
       01  WS-MES                     PIC X(002)      VALUE SPACES.
       01  WS-DIA                     PIC X(002)      VALUE SPACES.
       01  WS-DATA-MOVIMENTO          PIC X(010)      VALUE SPACES.

      *----------------------------------------------------------------*
      * LINHAS DO AVISO.                                               *
      *----------------------------------------------------------------*
       01  WS-LINHA-QUEBRA.
           03  FILLER                 PIC X(029)
               VALUE "AVISOS DE LANCAMENTO - ROTA: ".
           03  WS-QBR-ROTA            PIC X(008).
           03  FILLER                 PIC X(011)  VALUE "  AGENCIA: ".
           03  WS-QBR-AGENCIA         PIC ZZZZ9.
           03  FILLER                 PIC X(079)  VALUE SPACES.

       01  WS-AVISO-LINHA-1.
           03  FILLER                 PIC X(030)
               VALUE "AVISO DE LANCAMENTO - AGENCIA ".
           03  WS-AV1-AGENCIA         PIC ZZZZ9.
           03  FILLER                 PIC X(008)  VALUE "  CONTA ".
           03  WS-AV1-CONTA           PIC ZZZZZZZZZZ9.
           03  FILLER                 PIC X(078)  VALUE SPACES.

       01  WS-AVISO-LINHA-2.
           03  FILLER                 PIC X(013)  VALUE "TITULAR....: ".
           03  WS-AV2-TITULAR         PIC X(025).
           03  FILLER                 PIC X(094)  VALUE SPACES.

       01  WS-AVISO-LINHA-3.
           03  FILLER                 PIC X(013)  VALUE "LANCAMENTO.: ".
           03  WS-AV3-TIPO            PIC X(040).
           03  FILLER                 PIC X(079)  VALUE SPACES.

       01  WS-AVISO-LINHA-4.
           03  FILLER                 PIC X(013)  VALUE "DATA.......: ".
           03  WS-AV4-DATA            PIC X(010).
           03  FILLER                 PIC X(010)  VALUE "   VALOR: ".
           03  WS-AV4-VALOR           PIC X(023).
           03  FILLER                 PIC X(003)  VALUE SPACES.
           03  WS-AV4-EFETIVACAO      PIC X(024).
           03  FILLER                 PIC X(049)  VALUE SPACES.

       01  WS-AVISO-SEPARADOR.
           03  FILLER                 PIC X(090)  VALUE ALL "-".
           03  FILLER                 PIC X(042)  VALUE SPACES.

       01  WS-AVISO-LINHA             PIC X(132)      VALUE SPACES.

      *----------------------------------------------------------------*
      * LINHAS DO RELATORIO DE CONTROLE.                               *
      *----------------------------------------------------------------*
       01  WS-LINHA-TITULO.
           03  FILLER                 PIC X(044)
               VALUE "DEBR853 - CONTROLE DOS AVISOS DE LANCAMENTO ".
           03  FILLER                 PIC X(017)
               VALUE "- MOVIMENTO DE   ".
           03  WS-TIT-DATA            PIC X(010).
           03  FILLER                 PIC X(061)  VALUE SPACES.

       01  WS-LINHA-SEM-CONTA.
           03  FILLER                 PIC X(030)
               VALUE "CONTA AUSENTE DO DEB307 - AG. ".
           03  WS-SCT-AGENCIA         PIC ZZZZ9.
           03  FILLER                 PIC X(008)  VALUE "  CONTA ".
           03  WS-SCT-CONTA           PIC ZZZZZZZZZZ9.
           03  FILLER                 PIC X(010)  VALUE "  ORIGEM ".
           03  WS-SCT-ARQUIVO         PIC X(008).
           03  FILLER                 PIC X(060)  VALUE SPACES.

       01  WS-LINHA-COLUNAS.
           03  FILLER                 PIC X(010)  VALUE "ORIGEM    ".
           03  FILLER                 PIC X(013)  VALUE "       LIDOS ".
           03  FILLER                 PIC X(013)  VALUE "    CORREIOS ".
           03  FILLER                 PIC X(013)  VALUE "     AGENCIA ".
           03  FILLER                 PIC X(013)  VALUE "   SEM AVISO ".
           03  FILLER                 PIC X(013)  VALUE "   SEM CONTA ".
           03  FILLER                 PIC X(057)  VALUE SPACES.

       01  WS-LINHA-CONTROLE.
           03  WS-CTL-ARQUIVO         PIC X(010).
           03  WS-CTL-LIDOS           PIC ZZZ.ZZZ.ZZ9.
           03  FILLER                 PIC X(002)  VALUE SPACES.
           03  WS-CTL-CORREIO         PIC ZZZ.ZZZ.ZZ9.
           03  FILLER                 PIC X(002)  VALUE SPACES.
           03  WS-CTL-AGENCIA         PIC ZZZ.ZZZ.ZZ9.
           03  FILLER                 PIC X(002)  VALUE SPACES.
           03  WS-CTL-SEM-AVISO       PIC ZZZ.ZZZ.ZZ9.
           03  FILLER                 PIC X(002)  VALUE SPACES.
           03  WS-CTL-SEM-CONTA       PIC ZZZ.ZZZ.ZZ9.
           03  FILLER                 PIC X(059)  VALUE SPACES.

       01  WS-SWITCHES.
           03  WS-SW-EOF-DEB307       PIC X(01)        VALUE "N".
               88  WS-EOF-DEB307                        VALUE "Y".
           03  WS-SW-EOF-MOVIMENTO    PIC X(01)        VALUE "N".
               88  WS-EOF-MOVIMENTO                     VALUE "Y".
           03  WS-SW-EOF-SORTWK       PIC X(01)        VALUE "N".
               88  WS-EOF-SORTWK                        VALUE "Y".
           03  WS-SW-PRIM-CORREIO     PIC X(01)        VALUE "S".
               88  WS-PRIMEIRO-CORREIO                  VALUE "S".
           03  WS-SW-PRIM-AGENCIA     PIC X(01)        VALUE "S".
               88  WS-PRIMEIRO-AGENCIA                  VALUE "S".

       PROCEDURE DIVISION.

      *================================================================*
      * 0000-MAINLINE - OS MOVIMENTOS SAO ORDENADOS POR AGENCIA/CONTA  *
      *                 E CASADOS COM O DEB307 NO PROCEDIMENTO DE      *
      *                 SAIDA DO SORT.                                 *
      *================================================================*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-FIM.
           SORT SORTWK853
               ON ASCENDING KEY SORTWK853-AGENCIA SORTWK853-CONTA
                                SORTWK853-ORIGEM
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE 2000-SELECIONAR-MOVIMENTOS THRU 2000-FIM
               OUTPUT PROCEDURE 3000-EMITIR-AVISOS THRU 3000-FIM.
           PERFORM 8000-ENCERRAR    THRU 8000-FIM.
           STOP RUN.

      *================================================================*
      * 1000-INICIALIZAR                                               *
      *================================================================*
       1000-INICIALIZAR.
           MOVE SPACES TO DEBF904-PARM.
           MOVE "I"        TO DEBF904-FUNCAO.
           MOVE "DEBR853" TO DEBF904-PROGRAMA.
           CALL "DEBF904" USING DEBF904-PARM.
           MOVE "DEBC827"  TO TB-ORI-ARQUIVO(1).
           MOVE "DEBC828F" TO TB-ORI-ARQUIVO(2).
           MOVE "DEBC828P" TO TB-ORI-ARQUIVO(3).
           MOVE "DEBO826"  TO TB-ORI-ARQUIVO(4).
           MOVE 1 TO WS-IDX-ORI.
           PERFORM 1050-ZERAR-ORIGEM THRU 1050-FIM
               UNTIL WS-IDX-ORI > 4.
           MOVE SPACES    TO DEBF907-PARM.
           MOVE "C"       TO DEBF907-FUNCAO.
           MOVE "DEBR853" TO DEBF907-PROGRAMA.
           MOVE "DEBP853" TO DEBF907-PARAMETRO.
           MOVE ZERO      TO DEBF907-DT-REF.
           CALL "DEBF907" USING DEBF907-PARM.
           IF DEBF907-CD-RTN NOT = ZERO
               DISPLAY "DEBR853 - PARAMETRO DEBP853 NO DEBPAR: "
                       DEBF907-MSG
               DISPLAY "DEBR853 - EXECUCAO ABORTADA."
               STOP RUN
           END-IF.
           MOVE DEBF907-CONTEUDO TO REGISTRO-DEBP853.
           IF DEBP853-TARIFA-DEZENA NOT NUMERIC
               DISPLAY "DEBR853 - PARAMETRO DEBP853 COM TARIFA NAO "
                       "NUMERICA. EXECUCAO ABORTADA."
               STOP RUN
           END-IF.
           MOVE DEBP853-TARIFA-DEZENA TO WS-TARIFA-DEZENA.
           OPEN INPUT  DEB307.
           OPEN OUTPUT DEBV853C.
           OPEN OUTPUT DEBV853A.
           OPEN OUTPUT DEBL853.
           PERFORM 1170-VALIDAR-HEADER THRU 1170-FIM.
           MOVE WS-DATA-MOVIMENTO TO WS-TIT-DATA.
           MOVE WS-LINHA-TITULO   TO REGISTRO-DEBL853.
           PERFORM 7900-GRAVAR-DEBL853 THRU 7900-FIM.
           PERFORM 2900-LER-DEB307 THRU 2900-FIM.
       1000-FIM.
           EXIT.

       1050-ZERAR-ORIGEM.
           MOVE ZERO TO TB-ORI-QT-LIDOS(WS-IDX-ORI).
           MOVE ZERO TO TB-ORI-QT-CORREIO(WS-IDX-ORI).
           MOVE ZERO TO TB-ORI-QT-AGENCIA(WS-IDX-ORI).
           MOVE ZERO TO TB-ORI-QT-SEM-AVISO(WS-IDX-ORI).
           MOVE ZERO TO TB-ORI-QT-SEM-CONTA(WS-IDX-ORI).
           ADD 1 TO WS-IDX-ORI.
       1050-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * 1170-VALIDAR-HEADER - O PRIMEIRO REGISTRO DO DEB307 TEM QUE    *
      *                       SER O HEADER (AGENCIA 0) DO DIA CORRENTE;*
      *                       A DEBF903 FAZ A CRITICA. A DATA-ATUAL DO *
      *                       HEADER E A DATA DO MOVIMENTO NO AVISO.   *
      *----------------------------------------------------------------*
       1170-VALIDAR-HEADER.
           PERFORM 2900-LER-DEB307 THRU 2900-FIM.
           IF WS-EOF-DEB307
               DISPLAY "DEBR853 - EXTRATO DEB307 VAZIO (SEM HEADER). "
                       "EXECUCAO ABORTADA."
               STOP RUN
           END-IF.
           MOVE DEB307-AGENCIA     TO DEBF903-AGENCIA.
           MOVE DEB307-DT-ABERTURA TO DEBF903-DT-HEADER.
           CALL "DEBF903" USING DEBF903-PARM.
           IF DEBF903-CD-RTN > ZERO
               DISPLAY "DEBR853 - " DEBF903-MSG
                       ". EXECUCAO ABORTADA."
               STOP RUN
           END-IF.
           UNSTRING DEB307-DT-ABERTURA DELIMITED BY "-"
               INTO WS-ANO WS-MES WS-DIA.
           STRING WS-DIA "/" WS-MES "/" WS-ANO
               DELIMITED BY SIZE INTO WS-DATA-MOVIMENTO.
      *    O HEADER NAO CONTA COMO REGISTRO LIDO NO DEBCTL.
           MOVE ZERO TO WS-QT-LIDOS-CTL.
       1170-FIM.
           EXIT.

      *================================================================*
      * 2000-SELECIONAR-MOVIMENTOS - PROCEDIMENTO DE ENTRADA DO SORT:  *
      *                              OS QUATRO MOVIMENTOS, UM APOS O   *
      *                              OUTRO, NO FORMATO DO SORTWK853.   *
      *================================================================*
       2000-SELECIONAR-MOVIMENTOS.
           OPEN INPUT DEBC827.
           MOVE "N" TO WS-SW-EOF-MOVIMENTO.
           PERFORM 2110-LER-DEBC827 THRU 2110-FIM.
           PERFORM 2100-LIBERAR-DEBC827 THRU 2100-FIM
               UNTIL WS-EOF-MOVIMENTO.
           CLOSE DEBC827.
           OPEN INPUT DEBC828F.
           MOVE "N" TO WS-SW-EOF-MOVIMENTO.
           PERFORM 2210-LER-DEBC828F THRU 2210-FIM.
           PERFORM 2200-LIBERAR-DEBC828F THRU 2200-FIM
               UNTIL WS-EOF-MOVIMENTO.
           CLOSE DEBC828F.
           OPEN INPUT DEBC828P.
           MOVE "N" TO WS-SW-EOF-MOVIMENTO.
           PERFORM 2310-LER-DEBC828P THRU 2310-FIM.
           PERFORM 2300-LIBERAR-DEBC828P THRU 2300-FIM
               UNTIL WS-EOF-MOVIMENTO.
           CLOSE DEBC828P.
           OPEN INPUT DEBO826.
           MOVE "N" TO WS-SW-EOF-MOVIMENTO.
           PERFORM 2410-LER-DEBO826 THRU 2410-FIM.
           PERFORM 2400-LIBERAR-DEBO826 THRU 2400-FIM
               UNTIL WS-EOF-MOVIMENTO.
           CLOSE DEBO826.
       2000-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * 2100-LIBERAR-DEBC827 - CADA LADO DO PAR DEBITO/CREDITO E UM    *
      *                        LANCAMENTO NA PROPRIA CONTA E GERA O    *
      *                        SEU AVISO.                              *
      *----------------------------------------------------------------*
       2100-LIBERAR-DEBC827.
           MOVE DEBC827-AGENCIA TO SORTWK853-AGENCIA.
           MOVE DEBC827-CONTA   TO SORTWK853-CONTA.
           MOVE 1               TO SORTWK853-ORIGEM.
           MOVE DEBC827-TIPO    TO SORTWK853-TIPO.
           MOVE DEBC827-MOMENTO TO SORTWK853-MOMENTO.
           MOVE ZERO            TO SORTWK853-QTD-DEZENAS.
           MOVE DEBC827-VALOR   TO SORTWK853-VALOR.
           RELEASE REGISTRO-SORTWK853.
           PERFORM 2110-LER-DEBC827 THRU 2110-FIM.
       2100-FIM.
           EXIT.

       2110-LER-DEBC827.
           READ DEBC827
               AT END
                   MOVE "Y" TO WS-SW-EOF-MOVIMENTO
           END-READ.
           IF NOT WS-EOF-MOVIMENTO
               ADD 1 TO TB-ORI-QT-LIDOS(1)
           END-IF.
       2110-FIM.
           EXIT.

       2200-LIBERAR-DEBC828F.
           MOVE DEBC828F-AGENCIA TO SORTWK853-AGENCIA.
           MOVE DEBC828F-CONTA   TO SORTWK853-CONTA.
           MOVE 2                TO SORTWK853-ORIGEM.
           MOVE "D"              TO SORTWK853-TIPO.
           MOVE SPACE            TO SORTWK853-MOMENTO.
           MOVE ZERO             TO SORTWK853-QTD-DEZENAS.
           MOVE DEBC828F-VALOR   TO SORTWK853-VALOR.
           RELEASE REGISTRO-SORTWK853.
           PERFORM 2210-LER-DEBC828F THRU 2210-FIM.
       2200-FIM.
           EXIT.

       2210-LER-DEBC828F.
           READ DEBC828F
               AT END
                   MOVE "Y" TO WS-SW-EOF-MOVIMENTO
           END-READ.
           IF NOT WS-EOF-MOVIMENTO
               ADD 1 TO TB-ORI-QT-LIDOS(2)
           END-IF.
       2210-FIM.
           EXIT.

       2300-LIBERAR-DEBC828P.
           MOVE DEBC828P-AGENCIA TO SORTWK853-AGENCIA.
           MOVE DEBC828P-CONTA   TO SORTWK853-CONTA.
           MOVE 3                TO SORTWK853-ORIGEM.
           MOVE "D"              TO SORTWK853-TIPO.
           MOVE SPACE            TO SORTWK853-MOMENTO.
           MOVE ZERO             TO SORTWK853-QTD-DEZENAS.
           MOVE DEBC828P-VALOR   TO SORTWK853-VALOR.
           RELEASE REGISTRO-SORTWK853.
           PERFORM 2310-LER-DEBC828P THRU 2310-FIM.
       2300-FIM.
           EXIT.

       2310-LER-DEBC828P.
           READ DEBC828P
               AT END
                   MOVE "Y" TO WS-SW-EOF-MOVIMENTO
           END-READ.
           IF NOT WS-EOF-MOVIMENTO
               ADD 1 TO TB-ORI-QT-LIDOS(3)
           END-IF.
       2310-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * 2400-LIBERAR-DEBO826 - O PEDIDO DE TALONARIO NAO TEM VALOR: O  *
      *                        AVISO LEVA A TARIFA DO CARTAO DEBP853   *
      *                        VEZES A QUANTIDADE DE DEZENAS PEDIDA.   *
      *----------------------------------------------------------------*
       2400-LIBERAR-DEBO826.
           MOVE DEBO826-AGENCIA     TO SORTWK853-AGENCIA.
           MOVE DEBO826-CONTA       TO SORTWK853-CONTA.
           MOVE 4                   TO SORTWK853-ORIGEM.
           MOVE "D"                 TO SORTWK853-TIPO.
           MOVE SPACE               TO SORTWK853-MOMENTO.
           MOVE DEBO826-QTD-DEZENAS TO SORTWK853-QTD-DEZENAS.
           COMPUTE SORTWK853-VALOR
               = DEBO826-QTD-DEZENAS * WS-TARIFA-DEZENA.
           RELEASE REGISTRO-SORTWK853.
           PERFORM 2410-LER-DEBO826 THRU 2410-FIM.
       2400-FIM.
           EXIT.

       2410-LER-DEBO826.
           READ DEBO826
               AT END
                   MOVE "Y" TO WS-SW-EOF-MOVIMENTO
           END-READ.
           IF NOT WS-EOF-MOVIMENTO
               ADD 1 TO TB-ORI-QT-LIDOS(4)
           END-IF.
       2410-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * 2900-LER-DEB307 - NO FIM DO EXTRATO A CHAVE VAI A HIGH-VALUES  *
      *                   E OS MOVIMENTOS QUE SOBRAM SAO DE CONTAS     *
      *                   AUSENTES.                                    *
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
           END-IF.
       2900-FIM.
           EXIT.

      *================================================================*
      * 3000-EMITIR-AVISOS - PROCEDIMENTO DE SAIDA DO SORT: CASA CADA  *
      *                      MOVIMENTO COM A CONTA DO DEB307 E ROTEIA  *
      *                      O AVISO PELO DEB307-EMITE-AVISO.          *
      *================================================================*
       3000-EMITIR-AVISOS.
           PERFORM 3100-RETORNAR-SORTWK THRU 3100-FIM.
           PERFORM 3200-TRATAR-MOVIMENTO THRU 3200-FIM
               UNTIL WS-EOF-SORTWK.
       3000-FIM.
           EXIT.

       3100-RETORNAR-SORTWK.
           RETURN SORTWK853
               AT END
                   MOVE "Y" TO WS-SW-EOF-SORTWK
           END-RETURN.
       3100-FIM.
           EXIT.

       3200-TRATAR-MOVIMENTO.
           PERFORM 2900-LER-DEB307 THRU 2900-FIM
               UNTIL WS-CHAVE-DEB307 NOT < SORTWK853-CHAVE.
           MOVE SORTWK853-ORIGEM TO WS-IDX-ORI.
           IF WS-CHAVE-DEB307 NOT = SORTWK853-CHAVE
               PERFORM 3300-LISTAR-SEM-CONTA THRU 3300-FIM
           ELSE
               EVALUATE DEB307-EMITE-AVISO
                   WHEN 1
                       PERFORM 4000-EMITIR-CORREIO THRU 4000-FIM
                   WHEN 2
                       PERFORM 4100-EMITIR-AGENCIA THRU 4100-FIM
                   WHEN OTHER
                       ADD 1 TO TB-ORI-QT-SEM-AVISO(WS-IDX-ORI)
               END-EVALUATE
           END-IF.
           PERFORM 3100-RETORNAR-SORTWK THRU 3100-FIM.
       3200-FIM.
           EXIT.

       3300-LISTAR-SEM-CONTA.
           ADD 1 TO TB-ORI-QT-SEM-CONTA(WS-IDX-ORI).
           MOVE SORTWK853-AGENCIA          TO WS-SCT-AGENCIA.
           MOVE SORTWK853-CONTA            TO WS-SCT-CONTA.
           MOVE TB-ORI-ARQUIVO(WS-IDX-ORI) TO WS-SCT-ARQUIVO.
           MOVE WS-LINHA-SEM-CONTA TO REGISTRO-DEBL853.
           PERFORM 7900-GRAVAR-DEBL853 THRU 7900-FIM.
       3300-FIM.
           EXIT.

      *================================================================*
      * 4000-EMITIR-CORREIO - AVISO PELOS CORREIOS, COM QUEBRA POR     *
      *                       AGENCIA NO DEBV853C.                     *
      *================================================================*
       4000-EMITIR-CORREIO.
           IF WS-PRIMEIRO-CORREIO
              OR SORTWK853-AGENCIA NOT = WS-AGENCIA-ANT-CORREIO
               MOVE "CORREIOS"        TO WS-QBR-ROTA
               MOVE SORTWK853-AGENCIA TO WS-QBR-AGENCIA
               MOVE WS-LINHA-QUEBRA   TO REGISTRO-DEBV853C
               WRITE REGISTRO-DEBV853C
               ADD 1 TO WS-QT-GRAV-DEBV853C
               MOVE SORTWK853-AGENCIA TO WS-AGENCIA-ANT-CORREIO
               MOVE "N" TO WS-SW-PRIM-CORREIO
           END-IF.
           PERFORM 5000-MONTAR-AVISO THRU 5000-FIM.
           MOVE WS-AVISO-LINHA-1 TO REGISTRO-DEBV853C.
           WRITE REGISTRO-DEBV853C.
           MOVE WS-AVISO-LINHA-2 TO REGISTRO-DEBV853C.
           WRITE REGISTRO-DEBV853C.
           MOVE WS-AVISO-LINHA-3 TO REGISTRO-DEBV853C.
           WRITE REGISTRO-DEBV853C.
           MOVE WS-AVISO-LINHA-4 TO REGISTRO-DEBV853C.
           WRITE REGISTRO-DEBV853C.
           MOVE WS-AVISO-SEPARADOR TO REGISTRO-DEBV853C.
           WRITE REGISTRO-DEBV853C.
           ADD 5 TO WS-QT-GRAV-DEBV853C.
           ADD 1 TO TB-ORI-QT-CORREIO(WS-IDX-ORI).
       4000-FIM.
           EXIT.

      *================================================================*
      * 4100-EMITIR-AGENCIA - AVISO RETIRADO NA AGENCIA, COM QUEBRA    *
      *                       POR AGENCIA NO DEBV853A.                 *
      *================================================================*
       4100-EMITIR-AGENCIA.
           IF WS-PRIMEIRO-AGENCIA
              OR SORTWK853-AGENCIA NOT = WS-AGENCIA-ANT-AGENCIA
               MOVE "AGENCIA "        TO WS-QBR-ROTA
               MOVE SORTWK853-AGENCIA TO WS-QBR-AGENCIA
               MOVE WS-LINHA-QUEBRA   TO REGISTRO-DEBV853A
               WRITE REGISTRO-DEBV853A
               ADD 1 TO WS-QT-GRAV-DEBV853A
               MOVE SORTWK853-AGENCIA TO WS-AGENCIA-ANT-AGENCIA
               MOVE "N" TO WS-SW-PRIM-AGENCIA
           END-IF.
           PERFORM 5000-MONTAR-AVISO THRU 5000-FIM.
           MOVE WS-AVISO-LINHA-1 TO REGISTRO-DEBV853A.
           WRITE REGISTRO-DEBV853A.
           MOVE WS-AVISO-LINHA-2 TO REGISTRO-DEBV853A.
           WRITE REGISTRO-DEBV853A.
           MOVE WS-AVISO-LINHA-3 TO REGISTRO-DEBV853A.
           WRITE REGISTRO-DEBV853A.
           MOVE WS-AVISO-LINHA-4 TO REGISTRO-DEBV853A.
           WRITE REGISTRO-DEBV853A.
           MOVE WS-AVISO-SEPARADOR TO REGISTRO-DEBV853A.
           WRITE REGISTRO-DEBV853A.
           ADD 5 TO WS-QT-GRAV-DEBV853A.
           ADD 1 TO TB-ORI-QT-AGENCIA(WS-IDX-ORI).
       4100-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * 5000-MONTAR-AVISO - CONTA, TITULAR, TIPO DO LANCAMENTO, DATA   *
      *                     DO MOVIMENTO E VALOR PELA DEBF900. NAS     *
      *                     TRANSFERENCIAS O AVISO INFORMA TAMBEM A    *
      *                     EFETIVACAO (D+0, D+1 OU APOS D+1).         *
      *----------------------------------------------------------------*
       5000-MONTAR-AVISO.
           MOVE SORTWK853-AGENCIA  TO WS-AV1-AGENCIA.
           MOVE SORTWK853-CONTA    TO WS-AV1-CONTA.
           MOVE DEB307-NOM-TITULAR TO WS-AV2-TITULAR.
           MOVE SPACES             TO WS-AV4-EFETIVACAO.
           EVALUATE SORTWK853-ORIGEM
               WHEN 1
                   IF SORTWK853-TIPO = "C"
                       MOVE "TRANSFERENCIA AUTOMATICA - CREDITO"
                           TO WS-AV3-TIPO
                   ELSE
                       MOVE "TRANSFERENCIA AUTOMATICA - DEBITO"
                           TO WS-AV3-TIPO
                   END-IF
                   EVALUATE SORTWK853-MOMENTO
                       WHEN "0"
                           MOVE "EFETIVACAO: D+0"
                               TO WS-AV4-EFETIVACAO
                       WHEN "1"
                           MOVE "EFETIVACAO: D+1"
                               TO WS-AV4-EFETIVACAO
                       WHEN OTHER
                           MOVE "EFETIVACAO: APOS D+1"
                               TO WS-AV4-EFETIVACAO
                   END-EVALUATE
               WHEN 2
                   MOVE "APLICACAO AUTOMATICA FIX - DEBITO"
                       TO WS-AV3-TIPO
               WHEN 3
                   MOVE "APLICACAO AUTOMATICA POUPANCA - DEBITO"
                       TO WS-AV3-TIPO
               WHEN OTHER
                   MOVE "TARIFA DE REPOSICAO DE TALONARIO"
                       TO WS-AV3-TIPO
           END-EVALUATE.
           MOVE WS-DATA-MOVIMENTO  TO WS-AV4-DATA.
           MOVE SORTWK853-VALOR    TO DEBF900-VALOR.
           CALL "DEBF900" USING DEBF900-PARM.
           MOVE DEBF900-VALOR-FMT  TO WS-AV4-VALOR.
       5000-FIM.
           EXIT.

      *================================================================*
      * 7000-IMPRIMIR-CONTROLE - QUANTIDADES POR ORIGEM E POR ROTA,    *
      *                          COM O TOTAL GERAL.                    *
      *================================================================*
       7000-IMPRIMIR-CONTROLE.
           MOVE SPACES TO REGISTRO-DEBL853.
           PERFORM 7900-GRAVAR-DEBL853 THRU 7900-FIM.
           MOVE WS-LINHA-COLUNAS TO REGISTRO-DEBL853.
           PERFORM 7900-GRAVAR-DEBL853 THRU 7900-FIM.
           MOVE 1 TO WS-IDX-ORI.
           PERFORM 7100-IMPRIMIR-ORIGEM THRU 7100-FIM
               UNTIL WS-IDX-ORI > 4.
           MOVE "TOTAL"          TO WS-CTL-ARQUIVO.
           MOVE WS-TOT-LIDOS     TO WS-CTL-LIDOS.
           MOVE WS-TOT-CORREIO   TO WS-CTL-CORREIO.
           MOVE WS-TOT-AGENCIA   TO WS-CTL-AGENCIA.
           MOVE WS-TOT-SEM-AVISO TO WS-CTL-SEM-AVISO.
           MOVE WS-TOT-SEM-CONTA TO WS-CTL-SEM-CONTA.
           MOVE WS-LINHA-CONTROLE TO REGISTRO-DEBL853.
           PERFORM 7900-GRAVAR-DEBL853 THRU 7900-FIM.
       7000-FIM.
           EXIT.

       7100-IMPRIMIR-ORIGEM.
           MOVE TB-ORI-ARQUIVO(WS-IDX-ORI)      TO WS-CTL-ARQUIVO.
           MOVE TB-ORI-QT-LIDOS(WS-IDX-ORI)     TO WS-CTL-LIDOS.
           MOVE TB-ORI-QT-CORREIO(WS-IDX-ORI)   TO WS-CTL-CORREIO.
           MOVE TB-ORI-QT-AGENCIA(WS-IDX-ORI)   TO WS-CTL-AGENCIA.
           MOVE TB-ORI-QT-SEM-AVISO(WS-IDX-ORI) TO WS-CTL-SEM-AVISO.
           MOVE TB-ORI-QT-SEM-CONTA(WS-IDX-ORI) TO WS-CTL-SEM-CONTA.
           MOVE WS-LINHA-CONTROLE TO REGISTRO-DEBL853.
           PERFORM 7900-GRAVAR-DEBL853 THRU 7900-FIM.
           ADD TB-ORI-QT-LIDOS(WS-IDX-ORI)     TO WS-TOT-LIDOS.
           ADD TB-ORI-QT-CORREIO(WS-IDX-ORI)   TO WS-TOT-CORREIO.
           ADD TB-ORI-QT-AGENCIA(WS-IDX-ORI)   TO WS-TOT-AGENCIA.
           ADD TB-ORI-QT-SEM-AVISO(WS-IDX-ORI) TO WS-TOT-SEM-AVISO.
           ADD TB-ORI-QT-SEM-CONTA(WS-IDX-ORI) TO WS-TOT-SEM-CONTA.
           ADD 1 TO WS-IDX-ORI.
       7100-FIM.
           EXIT.

       7900-GRAVAR-DEBL853.
           WRITE REGISTRO-DEBL853.
           ADD 1 TO WS-QT-GRAV-DEBL853.
       7900-FIM.
           EXIT.

      *================================================================*
      * 8000-ENCERRAR                                                  *
      *================================================================*
       8000-ENCERRAR.
           PERFORM 7000-IMPRIMIR-CONTROLE THRU 7000-FIM.
           MOVE "F"        TO DEBF904-FUNCAO.
           MOVE "DEBR853" TO DEBF904-PROGRAMA.
           MOVE WS-QT-LIDOS-CTL TO DEBF904-QT-LIDOS.
           MOVE "DEBV853C" TO DEBF904-ARQ(1).
           MOVE WS-QT-GRAV-DEBV853C TO DEBF904-QT-GRAVADOS(1).
           MOVE "DEBV853A" TO DEBF904-ARQ(2).
           MOVE WS-QT-GRAV-DEBV853A TO DEBF904-QT-GRAVADOS(2).
           MOVE "DEBL853" TO DEBF904-ARQ(3).
           MOVE WS-QT-GRAV-DEBL853 TO DEBF904-QT-GRAVADOS(3).
           MOVE "OK"       TO DEBF904-STATUS.
           CALL "DEBF904" USING DEBF904-PARM.
           CLOSE DEB307.
           CLOSE DEBV853C.
           CLOSE DEBV853A.
           CLOSE DEBL853.
       8000-FIM.
           EXIT.
      * ----------------------------------------------------------------
