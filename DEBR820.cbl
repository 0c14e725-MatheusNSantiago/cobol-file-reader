      *                             ENTRADA - O NOTURNO DEIXA DE    *
      *                             ORDENAR O MESMO EXTRATO UMA VEZ *
      *                             POR RELATORIO.                  *
      * VRS005 15.10.2026 F7023235  GRAVA TAMBEM, PARA CADA CONTA      *
      *                             APONTADA, O REGISTRO COMUM DE      *
      *                             EXCECAO DEBEXC (BOOK DEBKEXC,      *
      *                             CODIGO CP + RETORNO DA DEBF902)    *
      *                             PARA O PLACAR SEMANAL DE QUALIDADE *
      *                             DE CADASTRO DA DEBR856.            *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT DEBL820  ASSIGN TO UT-S-DEBL820
                  ORGANIZATION IS SEQUENTIAL.

           SELECT DEBEXC   ASSIGN TO UT-S-DEBEXC
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       01  REGISTRO-DEBL820           PIC X(132).

      *----------------------------------------------------------------*
      * REGISTRO COMUM DE EXCECAO (BOOK DEBKEXC) PARA O PLACAR SEMANAL *
      * DE QUALIDADE DE CADASTRO POR SUPER/AGENCIA DA DEBR856.         *
      *----------------------------------------------------------------*
       FD  DEBEXC
           BLOCK  0
           RECORD CONTAINS 80 CHARACTERS
           RECORDING F.

           COPY DEBKEXC.

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*

       01  WS-QT-LIDOS-CTL             PIC 9(09) COMP VALUE ZERO.
       01  WS-QT-GRAV-DEBL820          PIC 9(09) COMP VALUE ZERO.
       01  WS-QT-GRAV-DEBEXC           PIC 9(09) COMP VALUE ZERO.
       01  WS-DATA-ATUAL-AMD           PIC 9(008)     VALUE ZERO.

           COPY DEBK307.

           CALL "DEBF904" USING DEBF904-PARM.
           OPEN INPUT  DEB307SA.
           OPEN OUTPUT DEBL820.
           OPEN OUTPUT DEBEXC.
           ACCEPT WS-DATA-ATUAL-AMD FROM DATE YYYYMMDD.
           PERFORM 1080-VALIDAR-HEADER THRU 1080-FIM.
           PERFORM 1060-LER-DEB307 THRU 1060-FIM.
       1000-FIM.
                   PERFORM 2200-IMPRIMIR-CABECALHO THRU 2200-FIM
               END-IF
               PERFORM 2300-IMPRIMIR-DETALHE THRU 2300-FIM
               PERFORM 2400-GRAVAR-DEBEXC    THRU 2400-FIM
           END-IF.
           PERFORM 1060-LER-DEB307 THRU 1060-FIM.
       1070-FIM.
       2300-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * 2400-GRAVAR-DEBEXC - REGISTRO COMUM DE EXCECAO DA CONTA, COM O *
      *                      RETORNO DA DEBF902 NO CODIGO.             *
      *----------------------------------------------------------------*
       2400-GRAVAR-DEBEXC.
           MOVE SPACES            TO REGISTRO-DEBEXC.
           MOVE DEB307-AGENCIA    TO DEBEXC-AGENCIA.
           MOVE DEB307-CONTA      TO DEBEXC-CONTA.
           MOVE "DEBR820"         TO DEBEXC-ORIGEM.
           MOVE "CP"              TO DEBEXC-CODIGO(1:2).
           MOVE DEBF902-CD-RTN    TO DEBEXC-CODIGO(3:2).
           MOVE WS-DATA-ATUAL-AMD TO DEBEXC-DT-MOVIMENTO.
           MOVE DEBF902-MSG       TO DEBEXC-DESCRICAO.
           WRITE REGISTRO-DEBEXC.
           ADD 1 TO WS-QT-GRAV-DEBEXC.
       2400-FIM.
           EXIT.

      *================================================================*
      * 8000-ENCERRAR                                                   *
      *================================================================*
           MOVE WS-QT-LIDOS-CTL TO DEBF904-QT-LIDOS.
           MOVE "DEBL820" TO DEBF904-ARQ(1).
           MOVE WS-QT-GRAV-DEBL820 TO DEBF904-QT-GRAVADOS(1).
           MOVE "DEBEXC"  TO DEBF904-ARQ(2).
           MOVE WS-QT-GRAV-DEBEXC TO DEBF904-QT-GRAVADOS(2).
           MOVE "OK"       TO DEBF904-STATUS.
           CALL "DEBF904" USING DEBF904-PARM.
           CLOSE DEB307SA.
           CLOSE DEBL820.
           CLOSE DEBEXC.
       8000-FIM.
           EXIT.
      * ----------------------------------------------------------------
