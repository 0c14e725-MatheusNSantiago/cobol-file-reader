       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEBR846.
       AUTHOR. F7023235.
      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES:                                      *
      * VRS001 14.10.2026 F7023235  IMPLANTACAO. TARIFA MENSAL DO      *
      *                             PACOTE DE SERVICOS POR DEB307-     *
      *                             RAZAO: A TABELA DEBTF846 TRAZ AS   *
      *                             FAIXAS DE RAZAO COM O PRODUTO, O   *
      *                             VALOR DA TARIFA E A ISENCAO DA     *
      *                             RAZAO (FUNCIONARIO, APOSENTADO BB, *
      *                             UNIVERSITARIO, JOVEM), E OS        *
      *                             CODIGOS DE DEB307-PRIVAT QUE NAO   *
      *                             ACEITAM DEBITO. A CONTA EM         *
      *                             ENCERRAMENTO (DEB307-BLOQ-CARTAO   *
      *                             1) E O PUBLICO UNIVERSITARIO/JOVEM *
      *                             PELO CHEQUE ESPECIAL (DEB307-TP-   *
      *                             CH-ESP 5/9, DEB307-MT-CO-C-ESP 4)  *
      *                             TAMBEM FICAM ISENTOS; A CONTA COM  *
      *                             PRIVATICIDADE QUE BLOQUEIA DEBITO  *
      *                             E INCOBRAVEL. AS COBRADAS VAO PARA *
      *                             O MOVIMENTO DE DEBITO DEBM846 E    *
      *                             TODAS AS TARIFADAS SAEM NO         *
      *                             RELATORIO DEBL846 POR SUPER/       *
      *                             AGENCIA COM O RESULTADO E O MOTIVO.*
      * VRS002 15.10.2026 F7023235  A TABELA DE TARIFAS DEBTF846 DEIXA *
      *                             DE SER LIDA DO JCL: VEM DO KSDS    *
      *                             DEBPAR PELA SUBROTINA DEBF907,     *
      *                             LINHA A LINHA PELA FUNCAO P,       *
      *                             MANTIDA COM VIGENCIA E AUDITORIA   *
      *                             PELA DEBA855.                      *
      * VRS003 15.10.2026 F7023235  MOTIVO AMPLIADO PARA 50 POSICOES:  *
      *                             O TEXTO DA PRIVATICIDADE COM A     *
      *                             DESCRICAO DA TABELA SAIA CORTADO   *
      *                             NO RELATORIO.                      *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEB307   ASSIGN TO UT-S-DEBK307
                  ORGANIZATION IS SEQUENTIAL.

           SELECT DEBM846  ASSIGN TO UT-S-DEBM846
                  ORGANIZATION IS SEQUENTIAL.

           SELECT DEBL846  ASSIGN TO UT-S-DEBL846
                  ORGANIZATION IS SEQUENTIAL.

           SELECT SORTWK846 ASSIGN TO UT-S-SORTWK846.

       DATA DIVISION.
       FILE SECTION.
       FD  DEB307
           BLOCK  0
           RECORD CONTAINS 371 CHARACTERS
           RECORDING F.

       01  DEB307-REGISTRO            PIC X(371).

      *----------------------------------------------------------------*
      * MOVIMENTO DE DEBITO DAS TARIFAS COBRADAS, NA ORDEM DE AGENCIA/ *
      * CONTA DO EXTRATO, COM O MES DE REFERENCIA.                     *
      *----------------------------------------------------------------*
       FD  DEBM846
           BLOCK  0
           RECORD CONTAINS 40 CHARACTERS
           RECORDING F.

       01  REGISTRO-DEBM846.
           03  DEBM846-AGENCIA        PIC 9(005).
           03  DEBM846-CONTA          PIC 9(011).
           03  DEBM846-VALOR          PIC 9(015)V9(02).
           03  DEBM846-ANO-MES        PIC 9(006).
           03  FILLER                 PIC X(001).

       FD  DEBL846
           BLOCK  0
           RECORD CONTAINS 132 CHARACTERS
           RECORDING F.

       01  REGISTRO-DEBL846           PIC X(132).

       SD  SORTWK846.
       01  REGISTRO-SORTWK846.
           03  SORTWK846-SUPER        PIC S9(004) COMP.
           03  SORTWK846-AGENCIA      PIC S9(005)V COMP-3.
           03  SORTWK846-CONTA        PIC 9(011).
           03  SORTWK846-RAZAO        PIC 9(009).
           03  SORTWK846-PRODUTO      PIC X(020).
           03  SORTWK846-RESULTADO    PIC 9(001).
           03  SORTWK846-VALOR        PIC S9(015)V9(02) COMP-3.
           03  SORTWK846-MOTIVO       PIC X(050).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * PARAMETROS DA SUBROTINA DE LEITURA DOS PARAMETROS DA SUITE NO  *
      * DEBPAR (BOOK DEBFK907).                                        *
      *----------------------------------------------------------------*
       01  DEBF907-PARM.
           COPY DEBFK907.

      *----------------------------------------------------------------*
      * TABELA DE TARIFAS: LINHAS "R" COM A FAIXA DE DEB307-RAZAO, O   *
      * NOME DO PRODUTO, A TARIFA MENSAL E A ISENCAO DA RAZAO ("F"     *
      * FUNCIONARIO, "A" APOSENTADO BB, "U" UNIVERSITARIO, "J" JOVEM,  *
      * BRANCO COBRA); LINHAS "P" COM OS CODIGOS DE DEB307-PRIVAT QUE  *
      * NAO ACEITAM DEBITO DE TARIFA.                                  *
      * IMAGEM LIDA DO DEBPAR PELA DEBF907 (VIGENCIA EM VIGOR NO DIA). *
      *----------------------------------------------------------------*
       01  REGISTRO-DEBTF846.
           03  DEBTF846-TIPO          PIC X(001).
           03  DEBTF846-RAZAO-INI     PIC 9(009).
           03  DEBTF846-RAZAO-FIM     PIC 9(009).
           03  DEBTF846-PRODUTO       PIC X(020).
           03  DEBTF846-VALOR         PIC 9(005)V9(02).
           03  DEBTF846-ISENCAO       PIC X(001).
           03  FILLER                 PIC X(033).

       01  DEBTF846-REG-PRIVAT REDEFINES REGISTRO-DEBTF846.
           03  FILLER                 PIC X(001).
           03  DEBTF846-PRIVAT        PIC 9(003).
           03  DEBTF846-DESC-PRIVAT   PIC X(030).
           03  FILLER                 PIC X(046).

      *----------------------------------------------------------------*
      * PARAMETROS DA SUBROTINA DE REGISTRO DE EXECUCAO NO ARQUIVO DE  *
      * CONTROLE DEBCTL (BOOK DEBFK904).                               *
      *----------------------------------------------------------------*
       01  DEBF904-PARM.
           COPY DEBFK904.

       01  WS-QT-LIDOS-CTL             PIC 9(09) COMP VALUE ZERO.
       01  WS-QT-GRAV-DEBM846          PIC 9(09) COMP VALUE ZERO.
       01  WS-QT-GRAV-DEBL846          PIC 9(09) COMP VALUE ZERO.
       01  WS-QT-SEM-PACOTE            PIC 9(09) COMP VALUE ZERO.
       01  WS-QT-ENCERRADAS            PIC 9(09) COMP VALUE ZERO.

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
      * TABELAS CARREGADAS DA DEBTF846: FAIXAS DE RAZAO E CODIGOS DE   *
      * PRIVATICIDADE QUE BLOQUEIAM DEBITO.                            *
      *----------------------------------------------------------------*
       01  TB-TARIFAS.
           03  TB-QTDE              PIC S9(4) COMP     VALUE ZERO.
           03  TB-ITEM              OCCURS 200 TIMES.
               05  TB-RAZAO-INI     PIC 9(009).
               05  TB-RAZAO-FIM     PIC 9(009).
               05  TB-PRODUTO       PIC X(020).
               05  TB-VALOR         PIC 9(005)V9(02).
               05  TB-ISENCAO       PIC X(001).

       01  TB-PRIVATS.
           03  TB-PV-QTDE           PIC S9(4) COMP     VALUE ZERO.
           03  TB-PV-ITEM           OCCURS 50 TIMES.
               05  TB-PV-PRIVAT     PIC 9(003).
               05  TB-PV-DESCRICAO  PIC X(030).

       01  WS-IDX                   PIC S9(4) COMP     VALUE ZERO.
       01  WS-IDX-PV                PIC S9(4) COMP     VALUE ZERO.
       01  WS-IDX-RES               PIC S9(4) COMP     VALUE ZERO.
       01  WS-IDX-NIV               PIC S9(4) COMP     VALUE ZERO.

       01  WS-RAZAO                 PIC 9(009)         VALUE ZERO.
       01  WS-PRIVAT                PIC 9(003)         VALUE ZERO.
       01  WS-ANO-MES-REF           PIC 9(006)         VALUE ZERO.
       01  WS-ANO                   PIC X(004)         VALUE SPACES.
       01  WS-MES                   PIC X(002)         VALUE SPACES.
       01  WS-DIA                   PIC X(002)         VALUE SPACES.
       01  WS-ANO-MES-X             PIC X(006)         VALUE SPACES.
       01  WS-T-VALOR-DEBM846       PIC S9(015)V9(02) COMP-3
                                    VALUE ZERO.

      *----------------------------------------------------------------*
      * RESULTADO DA TARIFACAO: 1 COBRADA, 2 ISENTA, 3 INCOBRAVEL.     *
      *----------------------------------------------------------------*
       01  WS-RESULTADO             PIC 9(001)         VALUE ZERO.
           88  WS-COBRADA                               VALUE 1.
           88  WS-ISENTA                                VALUE 2.
           88  WS-INCOBRAVEL                            VALUE 3.
       01  WS-MOTIVO                PIC X(050)         VALUE SPACES.

       01  TB-ROTULOS-RESULTADO-VALORES.
           03  FILLER  PIC X(010) VALUE "COBRADA".
           03  FILLER  PIC X(010) VALUE "ISENTA".
           03  FILLER  PIC X(010) VALUE "INCOBRAVEL".
       01  TB-ROTULOS-RESULTADO REDEFINES TB-ROTULOS-RESULTADO-VALORES.
           03  TB-ROTULO-RES        PIC X(010) OCCURS 3 TIMES.

      *----------------------------------------------------------------*
      * TOTAIS POR NIVEL (1 AGENCIA, 2 SUPER, 3 GERAL) E RESULTADO.    *
      *----------------------------------------------------------------*
       01  TB-TOTAIS.
           03  TB-TOT-NIVEL         OCCURS 3 TIMES.
               05  TB-TOT-RES       OCCURS 3 TIMES.
                   07  TB-TOT-QTDE  PIC 9(009) COMP.
                   07  TB-TOT-VALOR PIC S9(015)V9(02) COMP-3.

       01  TB-ROTULOS-NIVEL-VALORES.
           03  FILLER  PIC X(012) VALUE "AGENCIA".
           03  FILLER  PIC X(012) VALUE "SUPER".
           03  FILLER  PIC X(012) VALUE "GERAL".
       01  TB-ROTULOS-NIVEL REDEFINES TB-ROTULOS-NIVEL-VALORES.
           03  TB-ROTULO-NIV        PIC X(012) OCCURS 3 TIMES.

       01  WS-LINHA-CABECALHO.
           03  FILLER                 PIC X(006)  VALUE "SUPER ".
           03  WS-CAB-SUPER           PIC ZZZ9.
           03  FILLER                 PIC X(005)  VALUE " AG. ".
           03  WS-CAB-AGENCIA         PIC ZZZZ9.
           03  FILLER                 PIC X(010)  VALUE "  MES REF.".
           03  FILLER                 PIC X(001)  VALUE SPACE.
           03  WS-CAB-ANO-MES         PIC 9(006).
           03  FILLER                 PIC X(095)  VALUE SPACES.

       01  WS-LINHA-TITULOS.
           03  FILLER                 PIC X(012)  VALUE "CONTA".
           03  FILLER                 PIC X(010)  VALUE "RAZAO".
           03  FILLER                 PIC X(021)  VALUE "PRODUTO".
           03  FILLER                 PIC X(011)  VALUE "RESULTADO".
           03  FILLER                 PIC X(024)  VALUE "TARIFA".
           03  FILLER                 PIC X(054)  VALUE "MOTIVO".

       01  WS-LINHA-DETALHE.
           03  WS-DET-CONTA           PIC ZZZZZZZZZZ9.
           03  FILLER                 PIC X(001)  VALUE SPACE.
           03  WS-DET-RAZAO           PIC 9(009).
           03  FILLER                 PIC X(001)  VALUE SPACE.
           03  WS-DET-PRODUTO         PIC X(020).
           03  FILLER                 PIC X(001)  VALUE SPACE.
           03  WS-DET-RESULTADO       PIC X(010).
           03  FILLER                 PIC X(001)  VALUE SPACE.
           03  WS-DET-VALOR           PIC X(023).
           03  FILLER                 PIC X(001)  VALUE SPACE.
           03  WS-DET-MOTIVO          PIC X(050).
           03  FILLER                 PIC X(004)  VALUE SPACES.

       01  WS-LINHA-TOTAL.
           03  FILLER                 PIC X(006)  VALUE "TOTAL ".
           03  WS-TOT-NIVEL           PIC X(012).
           03  WS-TOT-RESULTADO       PIC X(012).
           03  WS-TOT-QTDE            PIC ZZZ.ZZZ.ZZ9.
           03  FILLER                 PIC X(001)  VALUE SPACE.
           03  WS-TOT-VALOR           PIC X(023).
           03  FILLER                 PIC X(067)  VALUE SPACES.

       01  WS-LINHA-RESUMO.
           03  WS-RES-ROTULO          PIC X(050).
           03  WS-RES-QTDE            PIC ZZZ.ZZZ.ZZ9.
           03  FILLER                 PIC X(071)  VALUE SPACES.

       01  WS-SWITCHES.
           03  WS-SW-EOF-DEB307       PIC X(01)        VALUE "N".
               88  WS-EOF-DEB307                        VALUE "Y".
           03  WS-SW-EOF-DEBTF846     PIC X(01)        VALUE "N".
               88  WS-EOF-DEBTF846                      VALUE "Y".
           03  WS-SW-EOF-SORTWK       PIC X(01)        VALUE "N".
               88  WS-EOF-SORTWK                        VALUE "Y".
           03  WS-SW-PRIMEIRO         PIC X(01)        VALUE "S".
               88  WS-PRIMEIRO-REGISTRO                  VALUE "S".
           03  WS-SW-FAIXA-ACHADA     PIC X(01)        VALUE "N".
               88  WS-FAIXA-ACHADA                      VALUE "S".
           03  WS-SW-PRIVAT-ACHADO    PIC X(01)        VALUE "N".
               88  WS-PRIVAT-ACHADO                     VALUE "S".

       01  WS-SUPER-ANTERIOR          PIC S9(04) COMP  VALUE ZERO.
       01  WS-AGENCIA-ANTERIOR       PIC S9(05) COMP-3 VALUE ZERO.

       PROCEDURE DIVISION.

      *================================================================*
      * 0000-MAINLINE                                                  *
      *================================================================*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-FIM.
           SORT SORTWK846
               ON ASCENDING KEY SORTWK846-SUPER SORTWK846-AGENCIA
                                SORTWK846-CONTA
               INPUT PROCEDURE 2000-TARIFAR-CONTAS THRU 2000-FIM
               OUTPUT PROCEDURE 3000-IMPRIMIR-RELATORIO THRU 3000-FIM.
           PERFORM 8000-ENCERRAR    THRU 8000-FIM.
           STOP RUN.

      *================================================================*
      * 1000-INICIALIZAR - CARREGA A TABELA DE TARIFAS.                *
      *================================================================*
       1000-INICIALIZAR.
           MOVE SPACES TO DEBF904-PARM.
           MOVE "I"        TO DEBF904-FUNCAO.
           MOVE "DEBR846" TO DEBF904-PROGRAMA.
           CALL "DEBF904" USING DEBF904-PARM.

           MOVE SPACES    TO DEBF907-PARM.
           MOVE "P"       TO DEBF907-FUNCAO.
           MOVE "DEBR846" TO DEBF907-PROGRAMA.
           MOVE "DEBTF846" TO DEBF907-PARAMETRO.
           MOVE SPACES    TO DEBF907-ITEM.
           MOVE ZERO      TO DEBF907-DT-REF.
           PERFORM 1100-LER-DEBTF846 THRU 1100-FIM.
           PERFORM 1200-CARREGAR-TARIFA THRU 1200-FIM
               UNTIL WS-EOF-DEBTF846.
           IF TB-QTDE = ZERO
               DISPLAY "DEBR846 - TABELA DE TARIFAS DEBTF846 SEM "
                       "FAIXAS DE RAZAO. EXECUCAO ABORTADA."
               STOP RUN
           END-IF.

           INITIALIZE TB-TOTAIS.
           OPEN INPUT  DEB307.
           OPEN OUTPUT DEBM846.
           OPEN OUTPUT DEBL846.
           PERFORM 1170-VALIDAR-HEADER THRU 1170-FIM.
       1000-FIM.
           EXIT.

       1100-LER-DEBTF846.
           CALL "DEBF907" USING DEBF907-PARM.
           IF DEBF907-CD-RTN = 02
               MOVE "Y" TO WS-SW-EOF-DEBTF846
               GO TO 1100-FIM
           END-IF.
           IF DEBF907-CD-RTN NOT = ZERO
               DISPLAY "DEBR846 - TABELA DEBTF846 NO DEBPAR: "
                       DEBF907-MSG
               DISPLAY "DEBR846 - EXECUCAO ABORTADA."
               STOP RUN
           END-IF.
           MOVE DEBF907-CONTEUDO TO REGISTRO-DEBTF846.
           MOVE DEBF907-ITEM-RTN TO DEBF907-ITEM.
       1100-FIM.
           EXIT.

       1200-CARREGAR-TARIFA.
           EVALUATE DEBTF846-TIPO
               WHEN "R"
                   IF TB-QTDE = 200
                       DISPLAY "DEBR846 - TABELA DEBTF846 EXCEDE O "
                               "LIMITE DE 200 FAIXAS DE TB-ITEM. "
                               "EXECUCAO ABORTADA."
                       STOP RUN
                   END-IF
                   ADD 1 TO TB-QTDE
                   MOVE DEBTF846-RAZAO-INI TO TB-RAZAO-INI(TB-QTDE)
                   MOVE DEBTF846-RAZAO-FIM TO TB-RAZAO-FIM(TB-QTDE)
                   MOVE DEBTF846-PRODUTO   TO TB-PRODUTO(TB-QTDE)
                   MOVE DEBTF846-VALOR     TO TB-VALOR(TB-QTDE)
                   MOVE DEBTF846-ISENCAO   TO TB-ISENCAO(TB-QTDE)
               WHEN "P"
                   IF TB-PV-QTDE = 50
                       DISPLAY "DEBR846 - TABELA DEBTF846 EXCEDE O "
                               "LIMITE DE 50 CODIGOS DE TB-PV-ITEM. "
                               "EXECUCAO ABORTADA."
                       STOP RUN
                   END-IF
                   ADD 1 TO TB-PV-QTDE
                   MOVE DEBTF846-PRIVAT      TO TB-PV-PRIVAT(TB-PV-QTDE)
                   MOVE DEBTF846-DESC-PRIVAT
                       TO TB-PV-DESCRICAO(TB-PV-QTDE)
               WHEN OTHER
                   DISPLAY "DEBR846 - TIPO DE LINHA INVALIDO NA "
                           "DEBTF846: " DEBTF846-TIPO
                           ". EXECUCAO ABORTADA."
                   STOP RUN
           END-EVALUATE.
           PERFORM 1100-LER-DEBTF846 THRU 1100-FIM.
       1200-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * 1170-VALIDAR-HEADER - O PRIMEIRO REGISTRO DO DEB307 TEM QUE    *
      *                       SER O HEADER (AGENCIA 0) DO DIA CORRENTE;*
      *                       A DEBF903 FAZ A CRITICA. O MES DA        *
      *                       DATA-ATUAL E O MES DE REFERENCIA DA      *
      *                       TARIFA.                                  *
      *----------------------------------------------------------------*
       1170-VALIDAR-HEADER.
           PERFORM 2100-LER-DEB307 THRU 2100-FIM.
           IF WS-EOF-DEB307
               DISPLAY "DEBR846 - EXTRATO DEB307 VAZIO (SEM HEADER). "
                       "EXECUCAO ABORTADA."
               STOP RUN
           END-IF.
           MOVE DEB307-AGENCIA     TO DEBF903-AGENCIA.
           MOVE DEB307-DT-ABERTURA TO DEBF903-DT-HEADER.
           CALL "DEBF903" USING DEBF903-PARM.
           IF DEBF903-CD-RTN > ZERO
               DISPLAY "DEBR846 - " DEBF903-MSG
                       ". EXECUCAO ABORTADA."
               STOP RUN
           END-IF.
           UNSTRING DEB307-DT-ABERTURA DELIMITED BY "-"
               INTO WS-ANO WS-MES WS-DIA.
           STRING WS-ANO WS-MES
               DELIMITED BY SIZE INTO WS-ANO-MES-X.
           MOVE WS-ANO-MES-X TO WS-ANO-MES-REF.
      *    O HEADER NAO CONTA COMO REGISTRO LIDO NO DEBCTL.
           MOVE ZERO TO WS-QT-LIDOS-CTL.
       1170-FIM.
           EXIT.

      *================================================================*
      * 2000-TARIFAR-CONTAS - PROCEDIMENTO DE ENTRADA DO SORT. CONTA   *
      *                       ENCERRADA (DEB307-SITUACAO 5/6/9) NAO E  *
      *                       TARIFADA; RAZAO FORA DA TABELA NAO TEM   *
      *                       PACOTE.                                  *
      *================================================================*
       2000-TARIFAR-CONTAS.
           PERFORM 2100-LER-DEB307 THRU 2100-FIM.
           PERFORM 2020-TRATAR-CONTA THRU 2020-FIM
               UNTIL WS-EOF-DEB307.
       2000-FIM.
           EXIT.

       2020-TRATAR-CONTA.
           IF DEB307-SITUACAO = 5 OR 6 OR 9
               ADD 1 TO WS-QT-ENCERRADAS
           ELSE
               PERFORM 2200-TARIFAR-CONTA THRU 2200-FIM
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
      * 2200-TARIFAR-CONTA - PRECEDENCIA: ISENCAO DA RAZAO, CONTA EM   *
      *                      ENCERRAMENTO, PUBLICO UNIVERSITARIO/JOVEM *
      *                      PELO CHEQUE ESPECIAL, PRIVATICIDADE QUE   *
      *                      BLOQUEIA DEBITO (INCOBRAVEL) E, POR FIM,  *
      *                      A COBRANCA.                               *
      *----------------------------------------------------------------*
       2200-TARIFAR-CONTA.
           MOVE DEB307-RAZAO TO WS-RAZAO.
           PERFORM 2300-LOCALIZAR-FAIXA THRU 2300-FIM.
           IF NOT WS-FAIXA-ACHADA
               ADD 1 TO WS-QT-SEM-PACOTE
               GO TO 2200-FIM
           END-IF.
           MOVE SPACES TO WS-MOTIVO.
           EVALUATE TRUE
               WHEN TB-ISENCAO(WS-IDX) = "F"
                   MOVE 2 TO WS-RESULTADO
                   MOVE "RAZAO DE FUNCIONARIO" TO WS-MOTIVO
               WHEN TB-ISENCAO(WS-IDX) = "A"
                   MOVE 2 TO WS-RESULTADO
                   MOVE "RAZAO DE APOSENTADO BB" TO WS-MOTIVO
               WHEN TB-ISENCAO(WS-IDX) = "U"
                   MOVE 2 TO WS-RESULTADO
                   MOVE "RAZAO UNIVERSITARIO" TO WS-MOTIVO
               WHEN TB-ISENCAO(WS-IDX) = "J"
                   MOVE 2 TO WS-RESULTADO
                   MOVE "RAZAO JOVEM" TO WS-MOTIVO
               WHEN DEB307-BLOQ-CARTAO = 1
                   MOVE 2 TO WS-RESULTADO
                   MOVE "CONTA EM ENCERRAMENTO (BLOQ-CARTAO 1)"
                       TO WS-MOTIVO
               WHEN DEB307-TP-CH-ESP = 5
                   MOVE 2 TO WS-RESULTADO
                   MOVE "CHEQUE ESPECIAL UNIVERSITARIO" TO WS-MOTIVO
               WHEN DEB307-TP-CH-ESP = 9
                OR DEB307-MT-CO-C-ESP = 4
                   MOVE 2 TO WS-RESULTADO
                   MOVE "CHEQUE ESPECIAL PUBLICO JOVEM" TO WS-MOTIVO
               WHEN OTHER
                   MOVE 1 TO WS-RESULTADO
           END-EVALUATE.
           IF WS-COBRADA
               PERFORM 2400-CRITICAR-PRIVAT THRU 2400-FIM
           END-IF.
           IF WS-COBRADA
               PERFORM 2500-GRAVAR-DEBITO THRU 2500-FIM
           END-IF.
           MOVE DEB307-SUPER       TO SORTWK846-SUPER.
           MOVE DEB307-AGENCIA     TO SORTWK846-AGENCIA.
           MOVE DEB307-CONTA       TO SORTWK846-CONTA.
           MOVE WS-RAZAO           TO SORTWK846-RAZAO.
           MOVE TB-PRODUTO(WS-IDX) TO SORTWK846-PRODUTO.
           MOVE WS-RESULTADO       TO SORTWK846-RESULTADO.
           MOVE TB-VALOR(WS-IDX)   TO SORTWK846-VALOR.
           MOVE WS-MOTIVO          TO SORTWK846-MOTIVO.
           RELEASE REGISTRO-SORTWK846.
       2200-FIM.
           EXIT.

       2300-LOCALIZAR-FAIXA.
           MOVE "N" TO WS-SW-FAIXA-ACHADA.
           MOVE 1 TO WS-IDX.
           PERFORM 2310-COMPARAR-FAIXA THRU 2310-FIM
               UNTIL WS-IDX > TB-QTDE OR WS-FAIXA-ACHADA.
       2300-FIM.
           EXIT.

       2310-COMPARAR-FAIXA.
           IF WS-RAZAO NOT < TB-RAZAO-INI(WS-IDX)
              AND WS-RAZAO NOT > TB-RAZAO-FIM(WS-IDX)
               MOVE "S" TO WS-SW-FAIXA-ACHADA
           ELSE
               ADD 1 TO WS-IDX
           END-IF.
       2310-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * 2400-CRITICAR-PRIVAT - PRIVATICIDADE DA LISTA "P" DA DEBTF846  *
      *                        NAO ACEITA O DEBITO: A TARIFA FICA      *
      *                        INCOBRAVEL NO MES.                      *
      *----------------------------------------------------------------*
       2400-CRITICAR-PRIVAT.
           MOVE DEB307-PRIVAT TO WS-PRIVAT.
           MOVE "N" TO WS-SW-PRIVAT-ACHADO.
           MOVE 1 TO WS-IDX-PV.
           PERFORM 2410-COMPARAR-PRIVAT THRU 2410-FIM
               UNTIL WS-IDX-PV > TB-PV-QTDE OR WS-PRIVAT-ACHADO.
           IF WS-PRIVAT-ACHADO
               MOVE 3 TO WS-RESULTADO
               STRING "PRIVAT " WS-PRIVAT " - "
                      TB-PV-DESCRICAO(WS-IDX-PV)
                   DELIMITED BY SIZE INTO WS-MOTIVO
           END-IF.
       2400-FIM.
           EXIT.

       2410-COMPARAR-PRIVAT.
           IF TB-PV-PRIVAT(WS-IDX-PV) = WS-PRIVAT
               MOVE "S" TO WS-SW-PRIVAT-ACHADO
           ELSE
               ADD 1 TO WS-IDX-PV
           END-IF.
       2410-FIM.
           EXIT.

       2500-GRAVAR-DEBITO.
           MOVE SPACES           TO REGISTRO-DEBM846.
           MOVE DEB307-AGENCIA   TO DEBM846-AGENCIA.
           MOVE DEB307-CONTA     TO DEBM846-CONTA.
           MOVE TB-VALOR(WS-IDX) TO DEBM846-VALOR.
           MOVE WS-ANO-MES-REF   TO DEBM846-ANO-MES.
           WRITE REGISTRO-DEBM846.
           ADD 1 TO WS-QT-GRAV-DEBM846.
           ADD TB-VALOR(WS-IDX) TO WS-T-VALOR-DEBM846.
       2500-FIM.
           EXIT.

      *================================================================*
      * 3000-IMPRIMIR-RELATORIO - PROCEDIMENTO DE SAIDA DO SORT:       *
      *                           QUEBRA POR SUPER/AGENCIA, TOTAIS POR *
      *                           RESULTADO E RESUMO FINAL.            *
      *================================================================*
       3000-IMPRIMIR-RELATORIO.
           PERFORM 3100-RETORNAR-SORTWK THRU 3100-FIM.
           PERFORM 3200-IMPRIMIR-LINHA THRU 3200-FIM
               UNTIL WS-EOF-SORTWK.
           IF NOT WS-PRIMEIRO-REGISTRO
               MOVE 1 TO WS-IDX-NIV
               PERFORM 3400-IMPRIMIR-TOTAIS THRU 3400-FIM
               MOVE 2 TO WS-IDX-NIV
               PERFORM 3400-IMPRIMIR-TOTAIS THRU 3400-FIM
           END-IF.
           MOVE 3 TO WS-IDX-NIV.
           PERFORM 3400-IMPRIMIR-TOTAIS THRU 3400-FIM.
           MOVE "CONTAS SEM PACOTE (RAZAO FORA DA DEBTF846)......"
               TO WS-RES-ROTULO.
           MOVE WS-QT-SEM-PACOTE TO WS-RES-QTDE.
           PERFORM 3900-GRAVAR-RESUMO THRU 3900-FIM.
           MOVE "CONTAS ENCERRADAS (SITUACAO 5/6/9) NAO TARIFADAS"
               TO WS-RES-ROTULO.
           MOVE WS-QT-ENCERRADAS TO WS-RES-QTDE.
           PERFORM 3900-GRAVAR-RESUMO THRU 3900-FIM.
       3000-FIM.
           EXIT.

       3100-RETORNAR-SORTWK.
           RETURN SORTWK846
               AT END
                   MOVE "Y" TO WS-SW-EOF-SORTWK
           END-RETURN.
       3100-FIM.
           EXIT.

       3200-IMPRIMIR-LINHA.
           IF WS-PRIMEIRO-REGISTRO
              OR SORTWK846-SUPER   NOT = WS-SUPER-ANTERIOR
              OR SORTWK846-AGENCIA NOT = WS-AGENCIA-ANTERIOR
               IF NOT WS-PRIMEIRO-REGISTRO
                   MOVE 1 TO WS-IDX-NIV
                   PERFORM 3400-IMPRIMIR-TOTAIS THRU 3400-FIM
                   IF SORTWK846-SUPER NOT = WS-SUPER-ANTERIOR
                       MOVE 2 TO WS-IDX-NIV
                       PERFORM 3400-IMPRIMIR-TOTAIS THRU 3400-FIM
                   END-IF
               END-IF
               PERFORM 3300-IMPRIMIR-CABECALHO THRU 3300-FIM
           END-IF.
           MOVE SORTWK846-RESULTADO  TO WS-IDX-RES.
           MOVE SORTWK846-CONTA      TO WS-DET-CONTA.
           MOVE SORTWK846-RAZAO      TO WS-DET-RAZAO.
           MOVE SORTWK846-PRODUTO    TO WS-DET-PRODUTO.
           MOVE TB-ROTULO-RES(WS-IDX-RES) TO WS-DET-RESULTADO.
           MOVE SORTWK846-VALOR      TO DEBF900-VALOR.
           CALL "DEBF900" USING DEBF900-PARM.
           MOVE DEBF900-VALOR-FMT    TO WS-DET-VALOR.
           MOVE SORTWK846-MOTIVO     TO WS-DET-MOTIVO.
           MOVE WS-LINHA-DETALHE     TO REGISTRO-DEBL846.
           WRITE REGISTRO-DEBL846.
           ADD 1 TO WS-QT-GRAV-DEBL846.
           ADD 1 TO TB-TOT-QTDE(1 WS-IDX-RES).
           ADD SORTWK846-VALOR TO TB-TOT-VALOR(1 WS-IDX-RES).
           PERFORM 3100-RETORNAR-SORTWK THRU 3100-FIM.
       3200-FIM.
           EXIT.

       3300-IMPRIMIR-CABECALHO.
           MOVE SPACES            TO WS-LINHA-CABECALHO.
           MOVE SORTWK846-SUPER   TO WS-CAB-SUPER.
           MOVE SORTWK846-AGENCIA TO WS-CAB-AGENCIA.
           MOVE WS-ANO-MES-REF    TO WS-CAB-ANO-MES.
           MOVE WS-LINHA-CABECALHO TO REGISTRO-DEBL846.
           WRITE REGISTRO-DEBL846.
           MOVE WS-LINHA-TITULOS  TO REGISTRO-DEBL846.
           WRITE REGISTRO-DEBL846.
           ADD 2 TO WS-QT-GRAV-DEBL846.
           MOVE SORTWK846-SUPER   TO WS-SUPER-ANTERIOR.
           MOVE SORTWK846-AGENCIA TO WS-AGENCIA-ANTERIOR.
           MOVE "N"  TO WS-SW-PRIMEIRO.
       3300-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * 3400-IMPRIMIR-TOTAIS - IMPRIME OS TRES RESULTADOS DO NIVEL EM  *
      *                        WS-IDX-NIV, SOMA-OS NO NIVEL DE CIMA E  *
      *                        ZERA O NIVEL.                           *
      *----------------------------------------------------------------*
       3400-IMPRIMIR-TOTAIS.
           PERFORM 3410-IMPRIMIR-RESULTADO THRU 3410-FIM
               VARYING WS-IDX-RES FROM 1 BY 1 UNTIL WS-IDX-RES > 3.
       3400-FIM.
           EXIT.

       3410-IMPRIMIR-RESULTADO.
           MOVE TB-ROTULO-NIV(WS-IDX-NIV) TO WS-TOT-NIVEL.
           MOVE TB-ROTULO-RES(WS-IDX-RES) TO WS-TOT-RESULTADO.
           MOVE TB-TOT-QTDE(WS-IDX-NIV WS-IDX-RES) TO WS-TOT-QTDE.
           MOVE TB-TOT-VALOR(WS-IDX-NIV WS-IDX-RES) TO DEBF900-VALOR.
           CALL "DEBF900" USING DEBF900-PARM.
           MOVE DEBF900-VALOR-FMT TO WS-TOT-VALOR.
           MOVE WS-LINHA-TOTAL TO REGISTRO-DEBL846.
           WRITE REGISTRO-DEBL846.
           ADD 1 TO WS-QT-GRAV-DEBL846.
           IF WS-IDX-NIV < 3
               ADD TB-TOT-QTDE(WS-IDX-NIV WS-IDX-RES)
                   TO TB-TOT-QTDE(WS-IDX-NIV + 1 WS-IDX-RES)
               ADD TB-TOT-VALOR(WS-IDX-NIV WS-IDX-RES)
                   TO TB-TOT-VALOR(WS-IDX-NIV + 1 WS-IDX-RES)
               MOVE ZERO TO TB-TOT-QTDE(WS-IDX-NIV WS-IDX-RES)
               MOVE ZERO TO TB-TOT-VALOR(WS-IDX-NIV WS-IDX-RES)
           END-IF.
       3410-FIM.
           EXIT.

       3900-GRAVAR-RESUMO.
           MOVE WS-LINHA-RESUMO TO REGISTRO-DEBL846.
           WRITE REGISTRO-DEBL846.
           ADD 1 TO WS-QT-GRAV-DEBL846.
       3900-FIM.
           EXIT.

      *================================================================*
      * 8000-ENCERRAR - REGISTRO NO DEBCTL.                            *
      *================================================================*
       8000-ENCERRAR.
           MOVE "F"        TO DEBF904-FUNCAO.
           MOVE "DEBR846" TO DEBF904-PROGRAMA.
           MOVE WS-QT-LIDOS-CTL TO DEBF904-QT-LIDOS.
           MOVE "DEBM846" TO DEBF904-ARQ(1).
           MOVE WS-QT-GRAV-DEBM846 TO DEBF904-QT-GRAVADOS(1).
           MOVE "DEBL846" TO DEBF904-ARQ(2).
           MOVE WS-QT-GRAV-DEBL846 TO DEBF904-QT-GRAVADOS(2).
           MOVE "OK"       TO DEBF904-STATUS.
           CALL "DEBF904" USING DEBF904-PARM.
           DISPLAY "DEBR846 - TARIFAS DEBITADAS NO DEBM846: "
                   WS-QT-GRAV-DEBM846.
           CLOSE DEB307.
           CLOSE DEBM846.
           CLOSE DEBL846.
       8000-FIM.
           EXIT.
      * ----------------------------------------------------------------
