       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEBR848.
       AUTHOR. F7023235.
      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES:                                      *
      * VRS001 14.10.2026 F7023235  IMPLANTACAO. AVISOS DE             *
      *                             RECADASTRAMENTO PARA AS CONTAS     *
      *                             ATIVAS COM CADASTRO IRREGULAR:     *
      *                             DEB307-RG-IRREG 1/2/3/9, DEP-      *
      *                             IDENTIF 8 (NAO RECADASTRADA),      *
      *                             PESSOA 0/3 (CPF/CNPJ IRREGULAR) E  *
      *                             STATUS 5 (ABERTA VIA MASSIFICADO   *
      *                             MCI). O AVISO LEVA OS NOMES DOS    *
      *                             TITULARES, AS PENDENCIAS E O PRAZO *
      *                             (DIAS DO CARTAO DEBP848 CONTADOS   *
      *                             PELA DEBF905) E SAI NA ROTA DE     *
      *                             DEB307-REM-EXTRATO DO EXTRATO      *
      *                             (DEBR825): 0/2 CORREIOS (DEBN848C),*
      *                             1/3 AGENCIAS (DEBN848A). O         *
      *                             HISTORICO DE AVISOS (DEBH848,      *
      *                             GERACAO NOVA DEBH848N) GUARDA A    *
      *                             DATA DO PRIMEIRO E DO ULTIMO AVISO *
      *                             DE CADA CONTA, PROVA DE QUE O      *
      *                             CLIENTE FOI CHAMADO ANTES DE       *
      *                             QUALQUER RESTRICAO. O RELATORIO    *
      *                             DEBL848 TOTALIZA POR AGENCIA OS    *
      *                             AVISOS POR ROTA, OS NOVOS, OS      *
      *                             REAVISADOS DESDE O CICLO ANTERIOR  *
      *                             (LISTADOS UM A UM) E AS CONTAS     *
      *                             REGULARIZADAS.                     *
      * VRS002 15.10.2026 F7023235  O CARTAO DEBP848 DEIXA DE SER LIDO *
      *                             DO JCL: A IMAGEM EM VIGOR NO DIA   *
      *                             VEM DO KSDS DEBPAR PELA SUBROTINA  *
      *                             DEBF907. SEM VIGENCIA ATIVA NO     *
      *                             DEBPAR VALE O PRAZO PADRAO, COMO   *
      *                             NO CARTAO EM BRANCO.               *
      * VRS003 15.10.2026 F7023235  O HISTORICO LIDO A FRENTE FICA EM  *
      *                             AREA PROPRIA: A CONTA SEM AVISO    *
      *                             ANTERIOR NAO APAGA MAIS O REGISTRO *
      *                             PENDENTE DA CONTA SEGUINTE.        *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEB307   ASSIGN TO UT-S-DEBK307
                  ORGANIZATION IS SEQUENTIAL.

           SELECT DEBH848  ASSIGN TO UT-S-DEBH848
                  ORGANIZATION IS SEQUENTIAL.

           SELECT DEBH848N ASSIGN TO UT-S-DEBH848N
                  ORGANIZATION IS SEQUENTIAL.

           SELECT DEBN848C ASSIGN TO UT-S-DEBN848C
                  ORGANIZATION IS SEQUENTIAL.

           SELECT DEBN848A ASSIGN TO UT-S-DEBN848A
                  ORGANIZATION IS SEQUENTIAL.

           SELECT DEBL848  ASSIGN TO UT-S-DEBL848
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DEB307
           BLOCK  0
           RECORD CONTAINS 371 CHARACTERS
           RECORDING F.

       01  DEB307-REGISTRO            PIC X(371).

      *----------------------------------------------------------------*
      * HISTORICO DE AVISOS - UM REGISTRO POR CONTA AINDA PENDENTE, EM *
      * ORDEM DE AGENCIA/CONTA. A GERACAO CORRENTE (DEBH848) E LIDA E  *
      * A GERACAO NOVA (DEBH848N) SAI SO COM AS CONTAS AVISADAS NESTE  *
      * CICLO; AS REGULARIZADAS SAEM DO HISTORICO.                     *
      *----------------------------------------------------------------*
       FD  DEBH848
           BLOCK  0
           RECORD CONTAINS 60 CHARACTERS
           RECORDING F.

       01  REGISTRO-DEBH848-ENT       PIC X(060).

       FD  DEBH848N
           BLOCK  0
           RECORD CONTAINS 60 CHARACTERS
           RECORDING F.

       01  REGISTRO-DEBH848N          PIC X(060).

      *----------------------------------------------------------------*
      * AVISOS DE RECADASTRAMENTO POR ROTA DE REMESSA: CORREIOS        *
      * (DEB307-REM-EXTRATO 0 E 2) E AGENCIAS (1 E 3).                 *
      *----------------------------------------------------------------*
       FD  DEBN848C
           BLOCK  0
           RECORD CONTAINS 132 CHARACTERS
           RECORDING F.
       01  REGISTRO-DEBN848C          PIC X(132).

       FD  DEBN848A
           BLOCK  0
           RECORD CONTAINS 132 CHARACTERS
           RECORDING F.
       01  REGISTRO-DEBN848A          PIC X(132).

       FD  DEBL848
           BLOCK  0
           RECORD CONTAINS 132 CHARACTERS
           RECORDING F.

       01  REGISTRO-DEBL848           PIC X(132).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * PARAMETROS DA SUBROTINA DE LEITURA DOS PARAMETROS DA SUITE NO  *
      * DEBPAR (BOOK DEBFK907).                                        *
      *----------------------------------------------------------------*
       01  DEBF907-PARM.
           COPY DEBFK907.

      *----------------------------------------------------------------*
      * CARTAO DE PARAMETRO - DIAS DE PRAZO PARA A REGULARIZACAO (ZERO *
      * ASSUME 30) E MODO DE CONTAGEM ("C" DIAS CORRIDOS, "U" DIAS     *
      * UTEIS PELA DEBF905; EM BRANCO VALE "C", COMO NA DEBR806).      *
      * IMAGEM LIDA DO DEBPAR PELA DEBF907 (VIGENCIA EM VIGOR NO DIA). *
      *----------------------------------------------------------------*
       01  REGISTRO-DEBP848.
           03  DEBP848-DIAS-PRAZO     PIC 9(003).
           03  DEBP848-MODO-CONTAGEM  PIC X(001).
           03  FILLER                 PIC X(076).

      *----------------------------------------------------------------*
      * PARAMETROS DA SUBROTINA DE REGISTRO DE EXECUCAO NO ARQUIVO DE  *
      * CONTROLE DEBCTL (BOOK DEBFK904).                               *
      *----------------------------------------------------------------*
       01  DEBF904-PARM.
           COPY DEBFK904.

       01  WS-QT-LIDOS-CTL             PIC 9(09) COMP VALUE ZERO.
       01  WS-QT-GRAV-AVISO            PIC 9(09) COMP VALUE ZERO.
       01  WS-QT-GRAV-DEBH848N         PIC 9(09) COMP VALUE ZERO.
       01  WS-QT-GRAV-DEBL848          PIC 9(09) COMP VALUE ZERO.

           COPY DEBK307.

      *----------------------------------------------------------------*
      * PARAMETROS DA SUBROTINA DE VALIDACAO DO HEADER DO DEB307       *
      * (BOOK DEBFK903).                                               *
      *----------------------------------------------------------------*
       01  DEBF903-PARM.
           COPY DEBFK903.

      *----------------------------------------------------------------*
      * PARAMETROS DA SUBROTINA DE CALENDARIO DE DIAS UTEIS (BOOK      *
      * DEBFK905), USADA NO CALCULO DA DATA LIMITE DO AVISO.           *
      *----------------------------------------------------------------*
       01  DEBF905-PARM.
           COPY DEBFK905.

      *----------------------------------------------------------------*
      * REGISTRO DO HISTORICO DE AVISOS. AS PENDENCIAS GUARDAM O       *
      * CONTEUDO DO CAMPO DO DEB307 QUE GEROU O AVISO (ZERO = SEM      *
      * PENDENCIA NAQUELE ITEM).                                       *
      *----------------------------------------------------------------*
       01  REGISTRO-DEBH848.
           03  DEBH848-CHAVE.
               05  DEBH848-AGENCIA    PIC 9(005).
               05  DEBH848-CONTA      PIC 9(011).
           03  DEBH848-DT-PRIM-AVISO  PIC 9(008).
           03  DEBH848-DT-ULT-AVISO   PIC 9(008).
           03  DEBH848-DT-PRAZO       PIC 9(008).
           03  DEBH848-QT-AVISOS      PIC 9(003).
           03  DEBH848-PEND-RG        PIC 9(001).
           03  DEBH848-PEND-RECAD     PIC 9(001).
           03  DEBH848-PEND-DOC       PIC 9(001).
           03  DEBH848-PEND-MCI       PIC 9(001).
           03  DEBH848-ROTA           PIC 9(001).
           03  FILLER                 PIC X(012).

      *----------------------------------------------------------------*
      * REGISTRO DO HISTORICO LIDO A FRENTE NA INTERCALACAO. SO PASSA  *
      * PARA O REGISTRO-DEBH848 QUANDO A CHAVE CASA COM A DO DIA.      *
      *----------------------------------------------------------------*
       01  WS-REG-DEBH848-ENT.
           03  WS-HENT-CHAVE.
               05  WS-HENT-AGENCIA    PIC 9(005).
               05  WS-HENT-CONTA      PIC 9(011).
           03  FILLER                 PIC X(044).

       01  WS-DIAS-PRAZO              PIC 9(003)        VALUE ZERO.
       01  WS-MODO-CONTAGEM           PIC X(001)        VALUE "C".
       01  WS-DATA-REF-AMD            PIC 9(008)        VALUE ZERO.
       01  WS-DATA-PRAZO-AMD          PIC 9(008)        VALUE ZERO.
       01  WS-DATA-X                  PIC X(008)        VALUE SPACES.
       01  WS-ANO                     PIC X(004)        VALUE SPACES.
       01  WS-MES                     PIC X(002)        VALUE SPACES.
       01  WS-DIA                     PIC X(002)        VALUE SPACES.

       01  WS-DATA-AMD                PIC 9(008)        VALUE ZERO.
       01  WS-DATA-AMD-R REDEFINES WS-DATA-AMD.
           03  WS-AMD-ANO             PIC 9(004).
           03  WS-AMD-MES             PIC 9(002).
           03  WS-AMD-DIA             PIC 9(002).
       01  WS-DATA-ED.
           03  WS-ED-DIA              PIC 9(002).
           03  FILLER                 PIC X(001)        VALUE "/".
           03  WS-ED-MES              PIC 9(002).
           03  FILLER                 PIC X(001)        VALUE "/".
           03  WS-ED-ANO              PIC 9(004).
       01  WS-DATA-REF-ED             PIC X(010)        VALUE SPACES.
       01  WS-DATA-PRAZO-ED           PIC X(010)        VALUE SPACES.

      *----------------------------------------------------------------*
      * CHAVES DA INTERCALACAO (AGENCIA/CONTA EM DISPLAY, PARA         *
      * COMPARAR COMO CADEIA). NO FIM DE CADA ARQUIVO A CHAVE VAI A    *
      * HIGH-VALUES E O OUTRO LADO ESCOA SOZINHO.                      *
      *----------------------------------------------------------------*
       01  WS-CHAVE-HIST              PIC X(016)        VALUE SPACES.
       01  WS-CHAVE-HIST-ANT          PIC X(016)  VALUE LOW-VALUES.
       01  WS-CHAVE-DIA.
           03  WS-CHD-AGENCIA         PIC 9(005).
           03  WS-CHD-CONTA           PIC 9(011).
       01  WS-CHAVE-DIA-ANT           PIC X(016)  VALUE LOW-VALUES.

      *----------------------------------------------------------------*
      * PENDENCIAS DA CONTA CORRENTE.                                  *
      *----------------------------------------------------------------*
       01  WS-PEND-RG                 PIC 9(001)        VALUE ZERO.
       01  WS-PEND-RECAD              PIC 9(001)        VALUE ZERO.
       01  WS-PEND-DOC                PIC 9(001)        VALUE ZERO.
       01  WS-PEND-MCI                PIC 9(001)        VALUE ZERO.
       01  WS-ROTA                    PIC 9(001)        VALUE ZERO.

      *----------------------------------------------------------------*
      * CONTADORES DA AGENCIA EM CURSO E DO TOTAL GERAL: 1 AVISOS      *
      * CORREIOS, 2 AVISOS AGENCIAS, 3 NOVOS, 4 REAVISADOS, 5          *
      * REGULARIZADAS.                                                 *
      *----------------------------------------------------------------*
       01  WS-AGENCIA-ATUAL           PIC 9(005)        VALUE ZERO.
       01  WS-AGENCIA-EVENTO          PIC 9(005)        VALUE ZERO.
       01  WS-TB-CONTADORES.
           03  WS-CONT-AGENCIA        OCCURS 5 TIMES
                                      PIC 9(09) COMP.
           03  WS-CONT-GERAL          OCCURS 5 TIMES
                                      PIC 9(09) COMP.
       01  WS-IDX-CONT                PIC S9(4) COMP    VALUE ZERO.
       01  WS-QT-ROTA-INVALIDA        PIC 9(09) COMP    VALUE ZERO.
       01  WS-QT-REPROCESSADAS        PIC 9(09) COMP    VALUE ZERO.

       01  WS-LINHA-AVISO             PIC X(132)        VALUE SPACES.

       01  WS-LINHA-CAB-AVISO.
           03  FILLER                 PIC X(028)
                   VALUE "AVISO DE RECADASTRAMENTO AG ".
           03  WS-CAV-AGENCIA         PIC ZZZZ9.
           03  FILLER                 PIC X(007)  VALUE " CONTA ".
           03  WS-CAV-CONTA           PIC ZZZZZZZZZZ9.
           03  FILLER                 PIC X(010)  VALUE " EMISSAO ".
           03  WS-CAV-EMISSAO         PIC X(010).
           03  FILLER                 PIC X(061)  VALUE SPACES.

       01  WS-LINHA-TITULAR.
           03  WS-TIT-ROTULO          PIC X(017).
           03  WS-TIT-NOME            PIC X(025).
           03  FILLER                 PIC X(090)  VALUE SPACES.

       01  WS-LINHA-PENDENCIA.
           03  FILLER                 PIC X(004)  VALUE "  - ".
           03  WS-PEN-TEXTO           PIC X(070).
           03  FILLER                 PIC X(058)  VALUE SPACES.

       01  WS-LINHA-PRAZO.
           03  FILLER                 PIC X(045)
               VALUE "COMPARECA A SUA AGENCIA PARA REGULARIZAR ATE ".
           03  WS-PRZ-DATA            PIC X(010).
           03  FILLER                 PIC X(038)
               VALUE ". APOS ESSA DATA A CONTA PODERA SOFRER".
           03  FILLER                 PIC X(012)  VALUE " RESTRICOES.".
           03  FILLER                 PIC X(027)  VALUE SPACES.

       01  WS-LINHA-TITULO.
           03  FILLER                 PIC X(047)
               VALUE "DEBR848 - CONTROLE DE AVISOS DE RECADASTRAMENTO".
           03  FILLER                 PIC X(012)  VALUE " - EMISSAO ".
           03  WS-TIT-EMISSAO         PIC X(010).
           03  FILLER                 PIC X(008)  VALUE " PRAZO ".
           03  WS-TIT-PRAZO           PIC X(010).
           03  FILLER                 PIC X(045)  VALUE SPACES.

       01  WS-LINHA-CAB-COLUNAS.
           03  FILLER                 PIC X(008)  VALUE "AGENCIA".
           03  FILLER                 PIC X(012)  VALUE "CORREIOS".
           03  FILLER                 PIC X(012)  VALUE "AGENCIAS".
           03  FILLER                 PIC X(012)  VALUE "NOVOS".
           03  FILLER                 PIC X(012)  VALUE "REAVISADOS".
           03  FILLER                 PIC X(076)  VALUE "REGULARIZADAS".

       01  WS-LINHA-REAVISO.
           03  WS-REA-AGENCIA         PIC ZZZZ9.
           03  FILLER                 PIC X(003)  VALUE SPACES.
           03  FILLER                 PIC X(016)
               VALUE "REAVISO - CONTA ".
           03  WS-REA-CONTA           PIC ZZZZZZZZZZ9.
           03  FILLER                 PIC X(009)  VALUE " AVISOS: ".
           03  WS-REA-QT-AVISOS       PIC ZZ9.
           03  FILLER                 PIC X(017)
               VALUE " PRIMEIRO AVISO: ".
           03  WS-REA-DT-PRIM         PIC X(010).
           03  FILLER                 PIC X(058)  VALUE SPACES.

       01  WS-LINHA-AGENCIA.
           03  WS-LAG-AGENCIA         PIC X(005).
           03  FILLER                 PIC X(001)  VALUE SPACE.
           03  WS-LAG-QTDE            OCCURS 5 TIMES.
               05  WS-LAG-QT          PIC ZZZ.ZZZ.ZZ9.
               05  FILLER             PIC X(001).
           03  FILLER                 PIC X(066)  VALUE SPACES.

       01  WS-LINHA-CONTROLE.
           03  WS-CTL-ROTULO          PIC X(040).
           03  WS-CTL-QTDE            PIC ZZZZZZZZ9.
           03  FILLER                 PIC X(083)  VALUE SPACES.

       01  WS-SWITCHES.
           03  WS-SW-EOF-DEB307       PIC X(01)        VALUE "N".
               88  WS-EOF-DEB307                        VALUE "Y".
           03  WS-SW-EOF-DEBH848      PIC X(01)        VALUE "N".
               88  WS-EOF-DEBH848                       VALUE "Y".
           03  WS-SW-HISTORICO        PIC X(01)        VALUE "N".
               88  WS-TEM-HISTORICO                     VALUE "S".

       PROCEDURE DIVISION.

      *================================================================*
      * 0000-MAINLINE                                                  *
      *================================================================*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-FIM.
           PERFORM 2000-INTERCALAR  THRU 2000-FIM
               UNTIL WS-EOF-DEB307 AND WS-EOF-DEBH848.
           PERFORM 8000-ENCERRAR    THRU 8000-FIM.
           STOP RUN.

      *================================================================*
      * 1000-INICIALIZAR                                               *
      *================================================================*
       1000-INICIALIZAR.
           MOVE SPACES TO DEBF904-PARM.
           MOVE "I"        TO DEBF904-FUNCAO.
           MOVE "DEBR848" TO DEBF904-PROGRAMA.
           CALL "DEBF904" USING DEBF904-PARM.
           MOVE SPACES    TO DEBF907-PARM.
           MOVE "C"       TO DEBF907-FUNCAO.
           MOVE "DEBR848" TO DEBF907-PROGRAMA.
           MOVE "DEBP848" TO DEBF907-PARAMETRO.
           MOVE ZERO      TO DEBF907-DT-REF.
           CALL "DEBF907" USING DEBF907-PARM.
           IF DEBF907-CD-RTN > 01
               DISPLAY "DEBR848 - PARAMETRO DEBP848 NO DEBPAR: "
                       DEBF907-MSG
               DISPLAY "DEBR848 - EXECUCAO ABORTADA."
               STOP RUN
           END-IF.
           IF DEBF907-CD-RTN = ZERO
               MOVE DEBF907-CONTEUDO TO REGISTRO-DEBP848
           ELSE
               MOVE SPACES TO REGISTRO-DEBP848
           END-IF.
           IF DEBP848-DIAS-PRAZO NUMERIC
              AND DEBP848-DIAS-PRAZO > ZERO
               MOVE DEBP848-DIAS-PRAZO TO WS-DIAS-PRAZO
           ELSE
               MOVE 30 TO WS-DIAS-PRAZO
           END-IF.
           IF DEBP848-MODO-CONTAGEM = "U"
               MOVE "U" TO WS-MODO-CONTAGEM
           END-IF.
           MOVE 1 TO WS-IDX-CONT.
           PERFORM 1050-ZERAR-CONTADOR THRU 1050-FIM
               UNTIL WS-IDX-CONT > 5.
           OPEN INPUT  DEB307.
           OPEN INPUT  DEBH848.
           OPEN OUTPUT DEBH848N.
           OPEN OUTPUT DEBN848C.
           OPEN OUTPUT DEBN848A.
           OPEN OUTPUT DEBL848.
           PERFORM 1170-VALIDAR-HEADER THRU 1170-FIM.
           PERFORM 1200-CALCULAR-PRAZO THRU 1200-FIM.
           MOVE WS-DATA-REF-ED   TO WS-TIT-EMISSAO.
           MOVE WS-DATA-PRAZO-ED TO WS-TIT-PRAZO.
           MOVE WS-LINHA-TITULO  TO REGISTRO-DEBL848.
           PERFORM 3900-GRAVAR-DEBL848 THRU 3900-FIM.
           MOVE WS-LINHA-CAB-COLUNAS TO REGISTRO-DEBL848.
           PERFORM 3900-GRAVAR-DEBL848 THRU 3900-FIM.
           PERFORM 2100-LER-DEB307  THRU 2100-FIM.
           PERFORM 2150-LER-DEBH848 THRU 2150-FIM.
       1000-FIM.
           EXIT.

       1050-ZERAR-CONTADOR.
           MOVE ZERO TO WS-CONT-AGENCIA(WS-IDX-CONT).
           MOVE ZERO TO WS-CONT-GERAL(WS-IDX-CONT).
           ADD 1 TO WS-IDX-CONT.
       1050-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * 1170-VALIDAR-HEADER - O PRIMEIRO REGISTRO DO DEB307 TEM QUE    *
      *                       SER O HEADER (AGENCIA 0) DO DIA CORRENTE;*
      *                       A DEBF903 FAZ A CRITICA. A DATA-ATUAL DO *
      *                       HEADER E A DATA DE EMISSAO DO AVISO.     *
      *----------------------------------------------------------------*
       1170-VALIDAR-HEADER.
           READ DEB307 INTO DCLTDEB307
               AT END
                   DISPLAY "DEBR848 - EXTRATO DEB307 VAZIO (SEM "
                           "HEADER). EXECUCAO ABORTADA."
                   STOP RUN
           END-READ.
           MOVE DEB307-AGENCIA     TO DEBF903-AGENCIA.
           MOVE DEB307-DT-ABERTURA TO DEBF903-DT-HEADER.
           CALL "DEBF903" USING DEBF903-PARM.
           IF DEBF903-CD-RTN > ZERO
               DISPLAY "DEBR848 - " DEBF903-MSG
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

      *----------------------------------------------------------------*
      * 1200-CALCULAR-PRAZO - DATA DE EMISSAO MAIS OS DIAS DO CARTAO,  *
      *                       NO MODO DE CONTAGEM DO CARTAO.           *
      *----------------------------------------------------------------*
       1200-CALCULAR-PRAZO.
           MOVE "S"              TO DEBF905-FUNCAO.
           MOVE WS-MODO-CONTAGEM TO DEBF905-MODO.
           MOVE WS-DATA-REF-AMD  TO DEBF905-DATA-1.
           MOVE ZERO             TO DEBF905-DATA-2.
           MOVE WS-DIAS-PRAZO    TO DEBF905-QT-DIAS.
           CALL "DEBF905" USING DEBF905-PARM.
           IF DEBF905-CD-RTN > ZERO
               DISPLAY "DEBR848 - DEBF905: " DEBF905-MSG
                       ". EXECUCAO ABORTADA."
               STOP RUN
           END-IF.
           MOVE DEBF905-DATA-RTN TO WS-DATA-PRAZO-AMD.
           MOVE WS-DATA-REF-AMD  TO WS-DATA-AMD.
           PERFORM 2900-EDITAR-DATA THRU 2900-FIM.
           MOVE WS-DATA-ED       TO WS-DATA-REF-ED.
           MOVE WS-DATA-PRAZO-AMD TO WS-DATA-AMD.
           PERFORM 2900-EDITAR-DATA THRU 2900-FIM.
           MOVE WS-DATA-ED       TO WS-DATA-PRAZO-ED.
       1200-FIM.
           EXIT.

      *================================================================*
      * 2000-INTERCALAR - CHAVE DO HISTORICO MENOR QUE A DO DIA: A     *
      *                   CONTA SAIU DO CADASTRO E DEIXA O HISTORICO;  *
      *                   IGUAL: CONTA JA AVISADA EM CICLO ANTERIOR;   *
      *                   MAIOR: CONTA SEM AVISO ANTERIOR.             *
      *================================================================*
       2000-INTERCALAR.
           EVALUATE TRUE
               WHEN WS-CHAVE-HIST < WS-CHAVE-DIA
                   MOVE WS-HENT-AGENCIA TO WS-AGENCIA-EVENTO
                   PERFORM 2800-QUEBRAR-AGENCIA THRU 2800-FIM
                   ADD 1 TO WS-CONT-AGENCIA(5)
                   PERFORM 2150-LER-DEBH848 THRU 2150-FIM
               WHEN WS-CHAVE-HIST = WS-CHAVE-DIA
                   MOVE "S" TO WS-SW-HISTORICO
                   MOVE WS-REG-DEBH848-ENT TO REGISTRO-DEBH848
                   PERFORM 2200-TRATAR-CONTA THRU 2200-FIM
                   PERFORM 2150-LER-DEBH848  THRU 2150-FIM
                   PERFORM 2100-LER-DEB307   THRU 2100-FIM
               WHEN OTHER
                   MOVE "N" TO WS-SW-HISTORICO
                   PERFORM 2200-TRATAR-CONTA THRU 2200-FIM
                   PERFORM 2100-LER-DEB307   THRU 2100-FIM
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
           IF WS-CHAVE-DIA NOT > WS-CHAVE-DIA-ANT
               DISPLAY "DEBR848 - DEB307 FORA DE ORDEM NA AGENCIA "
                       WS-CHD-AGENCIA " CONTA " WS-CHD-CONTA
                       ". EXECUCAO ABORTADA."
               STOP RUN
           END-IF.
           MOVE WS-CHAVE-DIA TO WS-CHAVE-DIA-ANT.
       2100-FIM.
           EXIT.

       2150-LER-DEBH848.
           READ DEBH848 INTO WS-REG-DEBH848-ENT
               AT END
                   MOVE "Y" TO WS-SW-EOF-DEBH848
           END-READ.
           IF WS-EOF-DEBH848
               MOVE HIGH-VALUES TO WS-CHAVE-HIST
               GO TO 2150-FIM
           END-IF.
           MOVE WS-HENT-CHAVE TO WS-CHAVE-HIST.
           IF WS-CHAVE-HIST NOT > WS-CHAVE-HIST-ANT
               DISPLAY "DEBR848 - DEBH848 FORA DE ORDEM NA CHAVE "
                       WS-CHAVE-HIST ". EXECUCAO ABORTADA."
               STOP RUN
           END-IF.
           MOVE WS-CHAVE-HIST TO WS-CHAVE-HIST-ANT.
       2150-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * 2200-TRATAR-CONTA - SO AS CONTAS ATIVAS SAO AVISADAS. CONTA    *
      *                     SEM PENDENCIA QUE ESTAVA NO HISTORICO FOI  *
      *                     REGULARIZADA. ROTA DE REMESSA FORA DE 0-3  *
      *                     NAO TEM ARQUIVO DE DESTINO (MESMA CRITICA  *
      *                     DA DEBR825): A CONTA NAO E AVISADA, E      *
      *                     CONTADA E O HISTORICO QUE HOUVER E MANTIDO.*
      *----------------------------------------------------------------*
       2200-TRATAR-CONTA.
           MOVE DEB307-AGENCIA TO WS-AGENCIA-EVENTO.
           PERFORM 2800-QUEBRAR-AGENCIA THRU 2800-FIM.
           PERFORM 2300-APURAR-PENDENCIAS THRU 2300-FIM.
           IF WS-PEND-RG = ZERO AND WS-PEND-RECAD = ZERO
              AND WS-PEND-DOC = ZERO AND WS-PEND-MCI = ZERO
               IF WS-TEM-HISTORICO
                   ADD 1 TO WS-CONT-AGENCIA(5)
               END-IF
               GO TO 2200-FIM
           END-IF.
           IF DEB307-REM-EXTRATO > 3
               ADD 1 TO WS-QT-ROTA-INVALIDA
               IF WS-TEM-HISTORICO
                   PERFORM 2700-GRAVAR-HISTORICO THRU 2700-FIM
               END-IF
               GO TO 2200-FIM
           END-IF.
           IF DEB307-REM-EXTRATO = 0 OR DEB307-REM-EXTRATO = 2
               MOVE 0 TO WS-ROTA
               ADD 1 TO WS-CONT-AGENCIA(1)
           ELSE
               MOVE 1 TO WS-ROTA
               ADD 1 TO WS-CONT-AGENCIA(2)
           END-IF.
           PERFORM 2400-EMITIR-AVISO THRU 2400-FIM.
           PERFORM 2600-ATUALIZAR-HISTORICO THRU 2600-FIM.
           PERFORM 2700-GRAVAR-HISTORICO THRU 2700-FIM.
       2200-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * 2300-APURAR-PENDENCIAS - CODIGOS CONFORME O DEBK307.           *
      *----------------------------------------------------------------*
       2300-APURAR-PENDENCIAS.
           MOVE ZERO TO WS-PEND-RG WS-PEND-RECAD
                        WS-PEND-DOC WS-PEND-MCI.
           IF DEB307-SITUACAO NOT = 3
               GO TO 2300-FIM
           END-IF.
           IF DEB307-RG-IRREG = 1 OR DEB307-RG-IRREG = 2
              OR DEB307-RG-IRREG = 3 OR DEB307-RG-IRREG = 9
               MOVE DEB307-RG-IRREG TO WS-PEND-RG
           END-IF.
           IF DEB307-DEP-IDENTIF = 8
               MOVE 8 TO WS-PEND-RECAD
           END-IF.
           IF DEB307-PESSOA = 0 OR DEB307-PESSOA = 3
               MOVE 1 TO WS-PEND-DOC
           END-IF.
           IF DEB307-STATUS = 5
               MOVE 5 TO WS-PEND-MCI
           END-IF.
       2300-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * 2400-EMITIR-AVISO - CABECALHO, TITULARES, UMA LINHA POR        *
      *                     PENDENCIA E O PRAZO.                       *
      *----------------------------------------------------------------*
       2400-EMITIR-AVISO.
           MOVE DEB307-AGENCIA     TO WS-CAV-AGENCIA.
           MOVE DEB307-CONTA       TO WS-CAV-CONTA.
           MOVE WS-DATA-REF-ED     TO WS-CAV-EMISSAO.
           MOVE WS-LINHA-CAB-AVISO TO WS-LINHA-AVISO.
           PERFORM 2500-GRAVAR-LINHA THRU 2500-FIM.

           MOVE "TITULAR:"         TO WS-TIT-ROTULO.
           MOVE DEB307-NOM-TITULAR TO WS-TIT-NOME.
           MOVE WS-LINHA-TITULAR   TO WS-LINHA-AVISO.
           PERFORM 2500-GRAVAR-LINHA THRU 2500-FIM.
           IF DEB307-NOM-SOLIDAR NOT = SPACES
               MOVE "SEGUNDO TITULAR:" TO WS-TIT-ROTULO
               MOVE DEB307-NOM-SOLIDAR TO WS-TIT-NOME
               MOVE WS-LINHA-TITULAR   TO WS-LINHA-AVISO
               PERFORM 2500-GRAVAR-LINHA THRU 2500-FIM
           END-IF.

           MOVE "PENDENCIAS CADASTRAIS:" TO WS-LINHA-AVISO.
           PERFORM 2500-GRAVAR-LINHA THRU 2500-FIM.
           EVALUATE WS-PEND-RG
               WHEN 1
                   MOVE "DOCUMENTO DE IDENTIDADE DO PRIMEIRO TITULAR"
                       TO WS-PEN-TEXTO
                   PERFORM 2450-GRAVAR-PENDENCIA THRU 2450-FIM
               WHEN 2
                   MOVE "DOCUMENTO DE IDENTIDADE DO SEGUNDO TITULAR"
                       TO WS-PEN-TEXTO
                   PERFORM 2450-GRAVAR-PENDENCIA THRU 2450-FIM
               WHEN 3
                   MOVE "DOCUMENTO DE IDENTIDADE DOS DOIS TITULARES"
                       TO WS-PEN-TEXTO
                   PERFORM 2450-GRAVAR-PENDENCIA THRU 2450-FIM
               WHEN 9
                   MOVE "DOCUMENTO DE IDENTIDADE AUSENTE DO CADASTRO"
                       TO WS-PEN-TEXTO
                   PERFORM 2450-GRAVAR-PENDENCIA THRU 2450-FIM
           END-EVALUATE.
           IF WS-PEND-RECAD = 8
               MOVE "ATUALIZACAO CADASTRAL (CONTA NAO RECADASTRADA)"
                   TO WS-PEN-TEXTO
               PERFORM 2450-GRAVAR-PENDENCIA THRU 2450-FIM
           END-IF.
           IF WS-PEND-DOC = 1
               MOVE "CPF/CNPJ NAO INFORMADO OU IRREGULAR"
                   TO WS-PEN-TEXTO
               PERFORM 2450-GRAVAR-PENDENCIA THRU 2450-FIM
           END-IF.
           IF WS-PEND-MCI = 5
               MOVE "CONFORMIDADE DA ABERTURA VIA MASSIFICADO"
                   TO WS-PEN-TEXTO
               PERFORM 2450-GRAVAR-PENDENCIA THRU 2450-FIM
           END-IF.

           MOVE WS-DATA-PRAZO-ED TO WS-PRZ-DATA.
           MOVE WS-LINHA-PRAZO   TO WS-LINHA-AVISO.
           PERFORM 2500-GRAVAR-LINHA THRU 2500-FIM.
           MOVE SPACES TO WS-LINHA-AVISO.
           PERFORM 2500-GRAVAR-LINHA THRU 2500-FIM.
       2400-FIM.
           EXIT.

       2450-GRAVAR-PENDENCIA.
           MOVE WS-LINHA-PENDENCIA TO WS-LINHA-AVISO.
           PERFORM 2500-GRAVAR-LINHA THRU 2500-FIM.
       2450-FIM.
           EXIT.

       2500-GRAVAR-LINHA.
           EVALUATE WS-ROTA
               WHEN 0
                   MOVE WS-LINHA-AVISO TO REGISTRO-DEBN848C
                   WRITE REGISTRO-DEBN848C
               WHEN 1
                   MOVE WS-LINHA-AVISO TO REGISTRO-DEBN848A
                   WRITE REGISTRO-DEBN848A
      *        A ROTA JA FOI CRITICADA EM 2200; CHEGAR AQUI COM OUTRO
      *        VALOR E ERRO DE LOGICA E NAO PODE PASSAR EM SILENCIO.
               WHEN OTHER
                   DISPLAY "DEBR848 - ROTA " WS-ROTA " SEM ARQUIVO "
                           "DE DESTINO. EXECUCAO ABORTADA."
                   STOP RUN
           END-EVALUATE.
           ADD 1 TO WS-QT-GRAV-AVISO.
       2500-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * 2600-ATUALIZAR-HISTORICO - CONTA NOVA COMECA COM UM AVISO.     *
      *                            CONTA JA AVISADA EM OUTRA DATA E    *
      *                            REAVISO (LISTADO NO RELATORIO); NA  *
      *                            MESMA DATA E REPROCESSAMENTO E NAO  *
      *                            SOMA AVISO.                         *
      *----------------------------------------------------------------*
       2600-ATUALIZAR-HISTORICO.
           IF NOT WS-TEM-HISTORICO
               MOVE SPACES          TO REGISTRO-DEBH848
               MOVE WS-DATA-REF-AMD TO DEBH848-DT-PRIM-AVISO
               MOVE ZERO            TO DEBH848-QT-AVISOS
               ADD 1 TO WS-CONT-AGENCIA(3)
           END-IF.
           IF WS-TEM-HISTORICO
              AND DEBH848-DT-ULT-AVISO = WS-DATA-REF-AMD
               ADD 1 TO WS-QT-REPROCESSADAS
           ELSE
               IF DEBH848-QT-AVISOS < 999
                   ADD 1 TO DEBH848-QT-AVISOS
               END-IF
           END-IF.
           IF WS-TEM-HISTORICO
              AND DEBH848-DT-ULT-AVISO NOT = WS-DATA-REF-AMD
               ADD 1 TO WS-CONT-AGENCIA(4)
               MOVE DEB307-AGENCIA     TO WS-REA-AGENCIA
               MOVE DEB307-CONTA       TO WS-REA-CONTA
               MOVE DEBH848-QT-AVISOS  TO WS-REA-QT-AVISOS
               MOVE DEBH848-DT-PRIM-AVISO TO WS-DATA-AMD
               PERFORM 2900-EDITAR-DATA THRU 2900-FIM
               MOVE WS-DATA-ED         TO WS-REA-DT-PRIM
               MOVE WS-LINHA-REAVISO   TO REGISTRO-DEBL848
               PERFORM 3900-GRAVAR-DEBL848 THRU 3900-FIM
           END-IF.
           MOVE DEB307-AGENCIA    TO DEBH848-AGENCIA.
           MOVE DEB307-CONTA      TO DEBH848-CONTA.
           MOVE WS-DATA-REF-AMD   TO DEBH848-DT-ULT-AVISO.
           MOVE WS-DATA-PRAZO-AMD TO DEBH848-DT-PRAZO.
           MOVE WS-PEND-RG        TO DEBH848-PEND-RG.
           MOVE WS-PEND-RECAD     TO DEBH848-PEND-RECAD.
           MOVE WS-PEND-DOC       TO DEBH848-PEND-DOC.
           MOVE WS-PEND-MCI       TO DEBH848-PEND-MCI.
           MOVE WS-ROTA           TO DEBH848-ROTA.
       2600-FIM.
           EXIT.

       2700-GRAVAR-HISTORICO.
           MOVE REGISTRO-DEBH848 TO REGISTRO-DEBH848N.
           WRITE REGISTRO-DEBH848N.
           ADD 1 TO WS-QT-GRAV-DEBH848N.
       2700-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * 2800-QUEBRAR-AGENCIA - A INTERCALACAO ANDA EM ORDEM DE         *
      *                        AGENCIA NOS DOIS ARQUIVOS; MUDANDO A    *
      *                        AGENCIA DA CHAVE EM CURSO, IMPRIME OS   *
      *                        CONTADORES DA ANTERIOR.                 *
      *----------------------------------------------------------------*
       2800-QUEBRAR-AGENCIA.
           IF WS-AGENCIA-EVENTO = WS-AGENCIA-ATUAL
               GO TO 2800-FIM
           END-IF.
           IF WS-AGENCIA-ATUAL > ZERO
               PERFORM 3000-IMPRIMIR-AGENCIA THRU 3000-FIM
           END-IF.
           MOVE WS-AGENCIA-EVENTO TO WS-AGENCIA-ATUAL.
       2800-FIM.
           EXIT.

       2900-EDITAR-DATA.
           MOVE WS-AMD-DIA TO WS-ED-DIA.
           MOVE WS-AMD-MES TO WS-ED-MES.
           MOVE WS-AMD-ANO TO WS-ED-ANO.
       2900-FIM.
           EXIT.

      *================================================================*
      * 3000-IMPRIMIR-AGENCIA - LINHA DA AGENCIA; OS CONTADORES SOBEM  *
      *                         PARA O TOTAL GERAL. AGENCIA SEM NENHUM *
      *                         MOVIMENTO DE AVISO NAO SAI.            *
      *================================================================*
       3000-IMPRIMIR-AGENCIA.
           MOVE WS-AGENCIA-ATUAL TO WS-LAG-AGENCIA.
           MOVE 1 TO WS-IDX-CONT.
           PERFORM 3100-MOVER-CONTADOR THRU 3100-FIM
               UNTIL WS-IDX-CONT > 5.
           IF WS-CONT-AGENCIA(1) > ZERO OR WS-CONT-AGENCIA(2) > ZERO
              OR WS-CONT-AGENCIA(5) > ZERO
               MOVE WS-LINHA-AGENCIA TO REGISTRO-DEBL848
               PERFORM 3900-GRAVAR-DEBL848 THRU 3900-FIM
           END-IF.
           MOVE 1 TO WS-IDX-CONT.
           PERFORM 3200-ACUMULAR-GERAL THRU 3200-FIM
               UNTIL WS-IDX-CONT > 5.
       3000-FIM.
           EXIT.

       3100-MOVER-CONTADOR.
           MOVE WS-CONT-AGENCIA(WS-IDX-CONT) TO WS-LAG-QT(WS-IDX-CONT).
           ADD 1 TO WS-IDX-CONT.
       3100-FIM.
           EXIT.

       3200-ACUMULAR-GERAL.
           ADD WS-CONT-AGENCIA(WS-IDX-CONT)
               TO WS-CONT-GERAL(WS-IDX-CONT).
           MOVE ZERO TO WS-CONT-AGENCIA(WS-IDX-CONT).
           ADD 1 TO WS-IDX-CONT.
       3200-FIM.
           EXIT.

       3900-GRAVAR-DEBL848.
           WRITE REGISTRO-DEBL848.
           ADD 1 TO WS-QT-GRAV-DEBL848.
       3900-FIM.
           EXIT.

      *================================================================*
      * 8000-ENCERRAR - ULTIMA AGENCIA, TOTAL GERAL, CONTADORES DE     *
      *                 CONTROLE E REGISTRO NO DEBCTL. AS DUAS ROTAS   *
      *                 SAO SOMADAS EM UM SLOT DO DEBCTL, COMO NA      *
      *                 DEBR825.                                       *
      *================================================================*
       8000-ENCERRAR.
           IF WS-AGENCIA-ATUAL > ZERO
               PERFORM 3000-IMPRIMIR-AGENCIA THRU 3000-FIM
           END-IF.
           MOVE "TOTAL" TO WS-LAG-AGENCIA.
           MOVE 1 TO WS-IDX-CONT.
           PERFORM 8050-MOVER-GERAL THRU 8050-FIM
               UNTIL WS-IDX-CONT > 5.
           MOVE WS-LINHA-AGENCIA TO REGISTRO-DEBL848.
           PERFORM 3900-GRAVAR-DEBL848 THRU 3900-FIM.
           MOVE "CONTAS COM ROTA DE REMESSA INVALIDA...: "
               TO WS-CTL-ROTULO.
           MOVE WS-QT-ROTA-INVALIDA TO WS-CTL-QTDE.
           MOVE WS-LINHA-CONTROLE TO REGISTRO-DEBL848.
           PERFORM 3900-GRAVAR-DEBL848 THRU 3900-FIM.
           MOVE "CONTAS JA AVISADAS NESTA DATA.........: "
               TO WS-CTL-ROTULO.
           MOVE WS-QT-REPROCESSADAS TO WS-CTL-QTDE.
           MOVE WS-LINHA-CONTROLE TO REGISTRO-DEBL848.
           PERFORM 3900-GRAVAR-DEBL848 THRU 3900-FIM.

           MOVE "F"        TO DEBF904-FUNCAO.
           MOVE "DEBR848" TO DEBF904-PROGRAMA.
           MOVE WS-QT-LIDOS-CTL TO DEBF904-QT-LIDOS.
           MOVE "DEBN848" TO DEBF904-ARQ(1).
           MOVE WS-QT-GRAV-AVISO TO DEBF904-QT-GRAVADOS(1).
           MOVE "DEBH848N" TO DEBF904-ARQ(2).
           MOVE WS-QT-GRAV-DEBH848N TO DEBF904-QT-GRAVADOS(2).
           MOVE "DEBL848" TO DEBF904-ARQ(3).
           MOVE WS-QT-GRAV-DEBL848 TO DEBF904-QT-GRAVADOS(3).
           MOVE "OK"       TO DEBF904-STATUS.
           CALL "DEBF904" USING DEBF904-PARM.
           CLOSE DEB307.
           CLOSE DEBH848.
           CLOSE DEBH848N.
           CLOSE DEBN848C.
           CLOSE DEBN848A.
           CLOSE DEBL848.
       8000-FIM.
           EXIT.

       8050-MOVER-GERAL.
           MOVE WS-CONT-GERAL(WS-IDX-CONT) TO WS-LAG-QT(WS-IDX-CONT).
           ADD 1 TO WS-IDX-CONT.
       8050-FIM.
           EXIT.
      * ----------------------------------------------------------------
