       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEBR845.
       AUTHOR. F7023235.
      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES:                                      *
      * VRS001 14.10.2026 F7023235  IMPLANTACAO. SALDO MEDIO MENSAL A  *
      *                             PARTIR DA BASE HISTORICA DEB307H   *
      *                             (MANTIDA PELA DEBR844): PARA CADA  *
      *                             CONTA COM POSICOES NO MES DO       *
      *                             CARTAO DEBP845 (ZERO ASSUME O MES  *
      *                             ANTERIOR AA DATA DO SISTEMA),      *
      *                             SALDO MEDIO DAS POSICOES, MENOR E  *
      *                             MAIOR SALDO. RELATORIO DEBL845 POR *
      *                             SUPER/AGENCIA COM TOTAIS POR       *
      *                             AGENCIA, POR SUPER E GERAL.        *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEB307H  ASSIGN TO UT-S-DEB307H
                  ORGANIZATION IS SEQUENTIAL.

           SELECT DEBP845  ASSIGN TO UT-S-DEBP845
                  ORGANIZATION IS SEQUENTIAL.

           SELECT DEBL845  ASSIGN TO UT-S-DEBL845
                  ORGANIZATION IS SEQUENTIAL.

           SELECT SORTWK845 ASSIGN TO UT-S-SORTWK845.

       DATA DIVISION.
       FILE SECTION.
       FD  DEB307H
           BLOCK  0
           RECORD CONTAINS 80 CHARACTERS
           RECORDING F.

       01  REGISTRO-DEB307H-ENT       PIC X(080).

      *----------------------------------------------------------------*
      * CARTAO DE PARAMETRO - MES DE REFERENCIA AAAAMM (ZERO ASSUME O  *
      * MES ANTERIOR AA DATA DO SISTEMA: A RODADA DO PRIMEIRO DIA UTIL *
      * FECHA O MES QUE PASSOU).                                       *
      *----------------------------------------------------------------*
       FD  DEBP845
           BLOCK  0
           RECORD CONTAINS 80 CHARACTERS
           RECORDING F.

       01  REGISTRO-DEBP845.
           03  DEBP845-ANO-MES        PIC 9(006).
           03  FILLER                 PIC X(074).

       FD  DEBL845
           BLOCK  0
           RECORD CONTAINS 132 CHARACTERS
           RECORDING F.

       01  REGISTRO-DEBL845           PIC X(132).

       SD  SORTWK845.
       01  REGISTRO-SORTWK845.
           03  SORTWK845-SUPER        PIC 9(004).
           03  SORTWK845-AGENCIA      PIC 9(005).
           03  SORTWK845-CONTA        PIC 9(011).
           03  SORTWK845-QT-DIAS      PIC 9(003).
           03  SORTWK845-MEDIO        PIC S9(015)V9(02) COMP-3.
           03  SORTWK845-MINIMO       PIC S9(015)V9(02) COMP-3.
           03  SORTWK845-MAXIMO       PIC S9(015)V9(02) COMP-3.

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * PARAMETROS DA SUBROTINA DE REGISTRO DE EXECUCAO NO ARQUIVO DE  *
      * CONTROLE DEBCTL (BOOK DEBFK904).                               *
      *----------------------------------------------------------------*
       01  DEBF904-PARM.
           COPY DEBFK904.

       01  WS-QT-LIDOS-CTL             PIC 9(09) COMP VALUE ZERO.
       01  WS-QT-GRAV-DEBL845          PIC 9(09) COMP VALUE ZERO.

           COPY DEBK307H.

      *----------------------------------------------------------------*
      * PARAMETROS DA SUBROTINA DE FORMATACAO MONETARIA (BOOK          *
      * DEBFK900) USADA NAS COLUNAS DE VALOR DO RELATORIO.             *
      *----------------------------------------------------------------*
       01  DEBF900-PARM.
           COPY DEBFK900.

       01  WS-DATA-SISTEMA            PIC 9(008)        VALUE ZERO.
       01  FILLER REDEFINES WS-DATA-SISTEMA.
           03  WS-SIS-ANO             PIC 9(004).
           03  WS-SIS-MES             PIC 9(002).
           03  WS-SIS-DIA             PIC 9(002).

       01  WS-ANO-MES-REF             PIC 9(006)        VALUE ZERO.
       01  FILLER REDEFINES WS-ANO-MES-REF.
           03  WS-REF-ANO             PIC 9(004).
           03  WS-REF-MES             PIC 9(002).

       01  WS-DATA-POSICAO            PIC 9(008)        VALUE ZERO.
       01  FILLER REDEFINES WS-DATA-POSICAO.
           03  WS-POS-ANO-MES         PIC 9(006).
           03  WS-POS-DIA             PIC 9(002).

      *----------------------------------------------------------------*
      * ACUMULADORES DA CONTA EM CURSO (POSICOES DO MES) E TOTAIS POR  *
      * AGENCIA, SUPER E GERAL. NOS TOTAIS, O SALDO MEDIO E A SOMA DOS *
      * SALDOS MEDIOS DAS CONTAS; MENOR E MAIOR SAO OS EXTREMOS DAS    *
      * CONTAS DO GRUPO.                                               *
      *----------------------------------------------------------------*
       01  WS-CONTA-ANTERIOR          PIC X(016)        VALUE SPACES.
       01  WS-CONTA-ATUAL.
           03  WS-CTA-AGENCIA         PIC 9(005).
           03  WS-CTA-CONTA           PIC 9(011).
       01  WS-CT-SUPER                PIC 9(004)        VALUE ZERO.
       01  WS-CT-QTDE                 PIC 9(004) COMP   VALUE ZERO.
       01  WS-CT-SOMA                 PIC S9(017)V9(02) COMP-3
                                      VALUE ZERO.
       01  WS-CT-MINIMO               PIC S9(015)V9(02) COMP-3
                                      VALUE ZERO.
       01  WS-CT-MAXIMO               PIC S9(015)V9(02) COMP-3
                                      VALUE ZERO.

       01  WS-ACUMULADORES.
           03  WS-AG-QTDE             PIC 9(009) COMP.
           03  WS-AG-MEDIO            PIC S9(015)V9(02) COMP-3.
           03  WS-AG-MINIMO           PIC S9(015)V9(02) COMP-3.
           03  WS-AG-MAXIMO           PIC S9(015)V9(02) COMP-3.
           03  WS-SP-QTDE             PIC 9(009) COMP.
           03  WS-SP-MEDIO            PIC S9(015)V9(02) COMP-3.
           03  WS-SP-MINIMO           PIC S9(015)V9(02) COMP-3.
           03  WS-SP-MAXIMO           PIC S9(015)V9(02) COMP-3.
           03  WS-GR-QTDE             PIC 9(009) COMP.
           03  WS-GR-MEDIO            PIC S9(015)V9(02) COMP-3.
           03  WS-GR-MINIMO           PIC S9(015)V9(02) COMP-3.
           03  WS-GR-MAXIMO           PIC S9(015)V9(02) COMP-3.

       01  WS-LINHA-TITULO-REL.
           03  FILLER                 PIC X(048)
               VALUE "DEBR845 - SALDO MEDIO MENSAL - MES DE REFERENCIA".
           03  FILLER                 PIC X(001)  VALUE SPACE.
           03  WS-TIT-ANO-MES         PIC 9(006).
           03  FILLER                 PIC X(077)  VALUE SPACES.

       01  WS-LINHA-CABECALHO.
           03  FILLER                 PIC X(006)  VALUE "SUPER ".
           03  WS-CAB-SUPER           PIC ZZZ9.
           03  FILLER                 PIC X(005)  VALUE " AG. ".
           03  WS-CAB-AGENCIA         PIC ZZZZ9.
           03  FILLER                 PIC X(112)  VALUE SPACES.

       01  WS-LINHA-TITULOS.
           03  FILLER                 PIC X(012)  VALUE "CONTA".
           03  FILLER                 PIC X(004)  VALUE "POS".
           03  FILLER                 PIC X(024)  VALUE "SALDO MEDIO".
           03  FILLER                 PIC X(024)  VALUE "MENOR SALDO".
           03  FILLER                 PIC X(068)  VALUE "MAIOR SALDO".

       01  WS-LINHA-DETALHE.
           03  WS-DET-CONTA           PIC ZZZZZZZZZZ9.
           03  FILLER                 PIC X(001)  VALUE SPACE.
           03  WS-DET-QT-DIAS         PIC ZZ9.
           03  FILLER                 PIC X(001)  VALUE SPACE.
           03  WS-DET-MEDIO           PIC X(023).
           03  FILLER                 PIC X(001)  VALUE SPACE.
           03  WS-DET-MINIMO          PIC X(023).
           03  FILLER                 PIC X(001)  VALUE SPACE.
           03  WS-DET-MAXIMO          PIC X(023).
           03  FILLER                 PIC X(045)  VALUE SPACES.

       01  WS-LINHA-TOTAL.
           03  WS-TOT-ROTULO          PIC X(030).
           03  WS-TOT-QTDE            PIC ZZZ.ZZZ.ZZ9.
           03  FILLER                 PIC X(001)  VALUE SPACE.
           03  WS-TOT-MEDIO           PIC X(023).
           03  FILLER                 PIC X(001)  VALUE SPACE.
           03  WS-TOT-MINIMO          PIC X(023).
           03  FILLER                 PIC X(001)  VALUE SPACE.
           03  WS-TOT-MAXIMO          PIC X(023).
           03  FILLER                 PIC X(019)  VALUE SPACES.

       01  WS-SWITCHES.
           03  WS-SW-EOF-DEB307H      PIC X(01)        VALUE "N".
               88  WS-EOF-DEB307H                       VALUE "Y".
           03  WS-SW-EOF-SORTWK       PIC X(01)        VALUE "N".
               88  WS-EOF-SORTWK                        VALUE "Y".
           03  WS-SW-PRIMEIRO         PIC X(01)        VALUE "S".
               88  WS-PRIMEIRO-REGISTRO                  VALUE "S".

       01  WS-SUPER-ANTERIOR          PIC 9(004)        VALUE ZERO.
       01  WS-AGENCIA-ANTERIOR        PIC 9(005)        VALUE ZERO.

       PROCEDURE DIVISION.

      *================================================================*
      * 0000-MAINLINE                                                  *
      *================================================================*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-FIM.
           SORT SORTWK845
               ON ASCENDING KEY SORTWK845-SUPER SORTWK845-AGENCIA
                                SORTWK845-CONTA
               INPUT PROCEDURE 2000-APURAR-CONTAS THRU 2000-FIM
               OUTPUT PROCEDURE 3000-IMPRIMIR-RELATORIO THRU 3000-FIM.
           PERFORM 8000-ENCERRAR    THRU 8000-FIM.
           STOP RUN.

      *================================================================*
      * 1000-INICIALIZAR                                                *
      *================================================================*
       1000-INICIALIZAR.
           MOVE SPACES TO DEBF904-PARM.
           MOVE "I"        TO DEBF904-FUNCAO.
           MOVE "DEBR845" TO DEBF904-PROGRAMA.
           CALL "DEBF904" USING DEBF904-PARM.
           OPEN INPUT  DEBP845.
           READ DEBP845.
           IF DEBP845-ANO-MES NUMERIC
              AND DEBP845-ANO-MES > ZERO
               MOVE DEBP845-ANO-MES TO WS-ANO-MES-REF
           ELSE
               PERFORM 1100-ASSUMIR-MES-ANTERIOR THRU 1100-FIM
           END-IF.
           CLOSE DEBP845.
           INITIALIZE WS-ACUMULADORES.
           OPEN INPUT  DEB307H.
           OPEN OUTPUT DEBL845.
           MOVE WS-ANO-MES-REF      TO WS-TIT-ANO-MES.
           MOVE WS-LINHA-TITULO-REL TO REGISTRO-DEBL845.
           WRITE REGISTRO-DEBL845.
           ADD 1 TO WS-QT-GRAV-DEBL845.
       1000-FIM.
           EXIT.

       1100-ASSUMIR-MES-ANTERIOR.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           IF WS-SIS-MES = 1
               COMPUTE WS-REF-ANO = WS-SIS-ANO - 1
               MOVE 12 TO WS-REF-MES
           ELSE
               MOVE WS-SIS-ANO TO WS-REF-ANO
               COMPUTE WS-REF-MES = WS-SIS-MES - 1
           END-IF.
       1100-FIM.
           EXIT.

      *================================================================*
      * 2000-APURAR-CONTAS - PROCEDIMENTO DE ENTRADA DO SORT: A BASE   *
      *                      VEM EM ORDEM DE AGENCIA/CONTA/DATA; NA    *
      *                      QUEBRA DE CONTA, A CONTA COM POSICOES NO  *
      *                      MES DE REFERENCIA E LIBERADA PARA O SORT. *
      *================================================================*
       2000-APURAR-CONTAS.
           PERFORM 2100-LER-DEB307H THRU 2100-FIM.
           PERFORM 2020-TRATAR-POSICAO THRU 2020-FIM
               UNTIL WS-EOF-DEB307H.
           PERFORM 2300-LIBERAR-CONTA THRU 2300-FIM.
       2000-FIM.
           EXIT.

       2020-TRATAR-POSICAO.
           MOVE DEB307H-AGENCIA TO WS-CTA-AGENCIA.
           MOVE DEB307H-CONTA   TO WS-CTA-CONTA.
           IF WS-CONTA-ATUAL NOT = WS-CONTA-ANTERIOR
               PERFORM 2300-LIBERAR-CONTA THRU 2300-FIM
               MOVE WS-CONTA-ATUAL TO WS-CONTA-ANTERIOR
           END-IF.
           MOVE DEB307H-DATA TO WS-DATA-POSICAO.
           IF WS-POS-ANO-MES = WS-ANO-MES-REF
               PERFORM 2200-ACUMULAR-POSICAO THRU 2200-FIM
           END-IF.
           PERFORM 2100-LER-DEB307H THRU 2100-FIM.
       2020-FIM.
           EXIT.

       2100-LER-DEB307H.
           READ DEB307H INTO REGISTRO-DEB307H
               AT END
                   MOVE "Y" TO WS-SW-EOF-DEB307H
           END-READ.
           IF NOT WS-EOF-DEB307H
               ADD 1 TO WS-QT-LIDOS-CTL
           END-IF.
       2100-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * 2200-ACUMULAR-POSICAO - A SUPER FICA A DA ULTIMA POSICAO DO    *
      *                         MES (AGENCIA QUE TROCOU DE SUPER NO    *
      *                         MES SAI NA SUPER NOVA).                *
      *----------------------------------------------------------------*
       2200-ACUMULAR-POSICAO.
           IF WS-CT-QTDE = ZERO
               MOVE DEB307H-SALDO-ATUAL TO WS-CT-MINIMO
               MOVE DEB307H-SALDO-ATUAL TO WS-CT-MAXIMO
           END-IF.
           IF DEB307H-SALDO-ATUAL < WS-CT-MINIMO
               MOVE DEB307H-SALDO-ATUAL TO WS-CT-MINIMO
           END-IF.
           IF DEB307H-SALDO-ATUAL > WS-CT-MAXIMO
               MOVE DEB307H-SALDO-ATUAL TO WS-CT-MAXIMO
           END-IF.
           ADD 1                   TO WS-CT-QTDE.
           ADD DEB307H-SALDO-ATUAL TO WS-CT-SOMA.
           MOVE DEB307H-SUPER      TO WS-CT-SUPER.
       2200-FIM.
           EXIT.

       2300-LIBERAR-CONTA.
           IF WS-CT-QTDE = ZERO
               GO TO 2300-FIM
           END-IF.
           MOVE WS-CT-SUPER        TO SORTWK845-SUPER.
           MOVE WS-CONTA-ANTERIOR(1:5)  TO SORTWK845-AGENCIA.
           MOVE WS-CONTA-ANTERIOR(6:11) TO SORTWK845-CONTA.
           MOVE WS-CT-QTDE         TO SORTWK845-QT-DIAS.
           COMPUTE SORTWK845-MEDIO ROUNDED = WS-CT-SOMA / WS-CT-QTDE.
           MOVE WS-CT-MINIMO       TO SORTWK845-MINIMO.
           MOVE WS-CT-MAXIMO       TO SORTWK845-MAXIMO.
           RELEASE REGISTRO-SORTWK845.
           MOVE ZERO TO WS-CT-QTDE.
           MOVE ZERO TO WS-CT-SOMA.
       2300-FIM.
           EXIT.

      *================================================================*
      * 3000-IMPRIMIR-RELATORIO - PROCEDIMENTO DE SAIDA DO SORT:       *
      *                           QUEBRA POR SUPER/AGENCIA E TOTAL     *
      *                           GERAL.                               *
      *================================================================*
       3000-IMPRIMIR-RELATORIO.
           PERFORM 3100-RETORNAR-SORTWK THRU 3100-FIM.
           PERFORM 3200-IMPRIMIR-LINHA THRU 3200-FIM
               UNTIL WS-EOF-SORTWK.
           IF NOT WS-PRIMEIRO-REGISTRO
               PERFORM 3400-IMPRIMIR-TOTAL-AGENCIA THRU 3400-FIM
               PERFORM 3500-IMPRIMIR-TOTAL-SUPER   THRU 3500-FIM
           END-IF.
           MOVE "TOTAL GERAL................." TO WS-TOT-ROTULO.
           MOVE WS-GR-QTDE   TO WS-TOT-QTDE.
           MOVE WS-GR-MEDIO  TO DEBF900-VALOR.
           CALL "DEBF900" USING DEBF900-PARM.
           MOVE DEBF900-VALOR-FMT TO WS-TOT-MEDIO.
           MOVE WS-GR-MINIMO TO DEBF900-VALOR.
           CALL "DEBF900" USING DEBF900-PARM.
           MOVE DEBF900-VALOR-FMT TO WS-TOT-MINIMO.
           MOVE WS-GR-MAXIMO TO DEBF900-VALOR.
           CALL "DEBF900" USING DEBF900-PARM.
           MOVE DEBF900-VALOR-FMT TO WS-TOT-MAXIMO.
           PERFORM 3900-GRAVAR-TOTAL THRU 3900-FIM.
       3000-FIM.
           EXIT.

       3100-RETORNAR-SORTWK.
           RETURN SORTWK845
               AT END
                   MOVE "Y" TO WS-SW-EOF-SORTWK
           END-RETURN.
       3100-FIM.
           EXIT.

       3200-IMPRIMIR-LINHA.
           IF WS-PRIMEIRO-REGISTRO
              OR SORTWK845-SUPER   NOT = WS-SUPER-ANTERIOR
              OR SORTWK845-AGENCIA NOT = WS-AGENCIA-ANTERIOR
               IF NOT WS-PRIMEIRO-REGISTRO
                   PERFORM 3400-IMPRIMIR-TOTAL-AGENCIA THRU 3400-FIM
                   IF SORTWK845-SUPER NOT = WS-SUPER-ANTERIOR
                       PERFORM 3500-IMPRIMIR-TOTAL-SUPER THRU 3500-FIM
                   END-IF
               END-IF
               PERFORM 3300-IMPRIMIR-CABECALHO THRU 3300-FIM
           END-IF.
           MOVE SORTWK845-CONTA      TO WS-DET-CONTA.
           MOVE SORTWK845-QT-DIAS    TO WS-DET-QT-DIAS.
           MOVE SORTWK845-MEDIO      TO DEBF900-VALOR.
           CALL "DEBF900" USING DEBF900-PARM.
           MOVE DEBF900-VALOR-FMT    TO WS-DET-MEDIO.
           MOVE SORTWK845-MINIMO     TO DEBF900-VALOR.
           CALL "DEBF900" USING DEBF900-PARM.
           MOVE DEBF900-VALOR-FMT    TO WS-DET-MINIMO.
           MOVE SORTWK845-MAXIMO     TO DEBF900-VALOR.
           CALL "DEBF900" USING DEBF900-PARM.
           MOVE DEBF900-VALOR-FMT    TO WS-DET-MAXIMO.
           MOVE WS-LINHA-DETALHE     TO REGISTRO-DEBL845.
           WRITE REGISTRO-DEBL845.
           ADD 1 TO WS-QT-GRAV-DEBL845.
           IF WS-AG-QTDE = ZERO
               MOVE SORTWK845-MINIMO TO WS-AG-MINIMO
               MOVE SORTWK845-MAXIMO TO WS-AG-MAXIMO
           END-IF.
           IF SORTWK845-MINIMO < WS-AG-MINIMO
               MOVE SORTWK845-MINIMO TO WS-AG-MINIMO
           END-IF.
           IF SORTWK845-MAXIMO > WS-AG-MAXIMO
               MOVE SORTWK845-MAXIMO TO WS-AG-MAXIMO
           END-IF.
           ADD 1                     TO WS-AG-QTDE.
           ADD SORTWK845-MEDIO       TO WS-AG-MEDIO.
           PERFORM 3100-RETORNAR-SORTWK THRU 3100-FIM.
       3200-FIM.
           EXIT.

       3300-IMPRIMIR-CABECALHO.
           MOVE SPACES            TO WS-LINHA-CABECALHO.
           MOVE SORTWK845-SUPER   TO WS-CAB-SUPER.
           MOVE SORTWK845-AGENCIA TO WS-CAB-AGENCIA.
           MOVE WS-LINHA-CABECALHO TO REGISTRO-DEBL845.
           WRITE REGISTRO-DEBL845.
           MOVE WS-LINHA-TITULOS  TO REGISTRO-DEBL845.
           WRITE REGISTRO-DEBL845.
           ADD 2 TO WS-QT-GRAV-DEBL845.
           MOVE SORTWK845-SUPER   TO WS-SUPER-ANTERIOR.
           MOVE SORTWK845-AGENCIA TO WS-AGENCIA-ANTERIOR.
           MOVE "N"  TO WS-SW-PRIMEIRO.
       3300-FIM.
           EXIT.

       3400-IMPRIMIR-TOTAL-AGENCIA.
           MOVE "TOTAL DA AGENCIA............" TO WS-TOT-ROTULO.
           MOVE WS-AG-QTDE   TO WS-TOT-QTDE.
           MOVE WS-AG-MEDIO  TO DEBF900-VALOR.
           CALL "DEBF900" USING DEBF900-PARM.
           MOVE DEBF900-VALOR-FMT TO WS-TOT-MEDIO.
           MOVE WS-AG-MINIMO TO DEBF900-VALOR.
           CALL "DEBF900" USING DEBF900-PARM.
           MOVE DEBF900-VALOR-FMT TO WS-TOT-MINIMO.
           MOVE WS-AG-MAXIMO TO DEBF900-VALOR.
           CALL "DEBF900" USING DEBF900-PARM.
           MOVE DEBF900-VALOR-FMT TO WS-TOT-MAXIMO.
           PERFORM 3900-GRAVAR-TOTAL THRU 3900-FIM.
           IF WS-SP-QTDE = ZERO
               MOVE WS-AG-MINIMO TO WS-SP-MINIMO
               MOVE WS-AG-MAXIMO TO WS-SP-MAXIMO
           END-IF.
           IF WS-AG-MINIMO < WS-SP-MINIMO
               MOVE WS-AG-MINIMO TO WS-SP-MINIMO
           END-IF.
           IF WS-AG-MAXIMO > WS-SP-MAXIMO
               MOVE WS-AG-MAXIMO TO WS-SP-MAXIMO
           END-IF.
           ADD WS-AG-QTDE  TO WS-SP-QTDE.
           ADD WS-AG-MEDIO TO WS-SP-MEDIO.
           MOVE ZERO TO WS-AG-QTDE.
           MOVE ZERO TO WS-AG-MEDIO.
           MOVE ZERO TO WS-AG-MINIMO.
           MOVE ZERO TO WS-AG-MAXIMO.
       3400-FIM.
           EXIT.

       3500-IMPRIMIR-TOTAL-SUPER.
           MOVE "TOTAL DA SUPER.............." TO WS-TOT-ROTULO.
           MOVE WS-SP-QTDE   TO WS-TOT-QTDE.
           MOVE WS-SP-MEDIO  TO DEBF900-VALOR.
           CALL "DEBF900" USING DEBF900-PARM.
           MOVE DEBF900-VALOR-FMT TO WS-TOT-MEDIO.
           MOVE WS-SP-MINIMO TO DEBF900-VALOR.
           CALL "DEBF900" USING DEBF900-PARM.
           MOVE DEBF900-VALOR-FMT TO WS-TOT-MINIMO.
           MOVE WS-SP-MAXIMO TO DEBF900-VALOR.
           CALL "DEBF900" USING DEBF900-PARM.
           MOVE DEBF900-VALOR-FMT TO WS-TOT-MAXIMO.
           PERFORM 3900-GRAVAR-TOTAL THRU 3900-FIM.
           IF WS-GR-QTDE = ZERO
               MOVE WS-SP-MINIMO TO WS-GR-MINIMO
               MOVE WS-SP-MAXIMO TO WS-GR-MAXIMO
           END-IF.
           IF WS-SP-MINIMO < WS-GR-MINIMO
               MOVE WS-SP-MINIMO TO WS-GR-MINIMO
           END-IF.
           IF WS-SP-MAXIMO > WS-GR-MAXIMO
               MOVE WS-SP-MAXIMO TO WS-GR-MAXIMO
           END-IF.
           ADD WS-SP-QTDE  TO WS-GR-QTDE.
           ADD WS-SP-MEDIO TO WS-GR-MEDIO.
           MOVE ZERO TO WS-SP-QTDE.
           MOVE ZERO TO WS-SP-MEDIO.
           MOVE ZERO TO WS-SP-MINIMO.
           MOVE ZERO TO WS-SP-MAXIMO.
       3500-FIM.
           EXIT.

       3900-GRAVAR-TOTAL.
           MOVE WS-LINHA-TOTAL TO REGISTRO-DEBL845.
           WRITE REGISTRO-DEBL845.
           ADD 1 TO WS-QT-GRAV-DEBL845.
       3900-FIM.
           EXIT.

      *================================================================*
      * 8000-ENCERRAR - REGISTRO NO DEBCTL.                            *
      *================================================================*
       8000-ENCERRAR.
           MOVE "F"        TO DEBF904-FUNCAO.
           MOVE "DEBR845" TO DEBF904-PROGRAMA.
           MOVE WS-QT-LIDOS-CTL TO DEBF904-QT-LIDOS.
           MOVE "DEBL845" TO DEBF904-ARQ(1).
           MOVE WS-QT-GRAV-DEBL845 TO DEBF904-QT-GRAVADOS(1).
           MOVE "OK"       TO DEBF904-STATUS.
           CALL "DEBF904" USING DEBF904-PARM.
           CLOSE DEB307H.
           CLOSE DEBL845.
       8000-FIM.
           EXIT.
      * ----------------------------------------------------------------
