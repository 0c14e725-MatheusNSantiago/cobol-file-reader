      *                             TRABALHO DEBW831. E A VISAO POR    *
      *                             TITULAR QUE O RELATORIO POR CONTA  *
      *                             DO DEBR820 NAO ALCANCA.            *
      * VRS002 15.10.2026 F7023235  GRAVA TAMBEM, PARA CADA CONTA DE   *
      *                             TITULAR DIVERGENTE E CADA CAMPO    *
      *                             QUE DIVERGE, O REGISTRO COMUM DE   *
      *                             EXCECAO DEBEXC (BOOK DEBKEXC,      *
      *                             CODIGOS TCCF/TFAL/TCNP) PARA O     *
      *                             PLACAR SEMANAL DA DEBR856.         *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT DEBL831  ASSIGN TO UT-S-DEBL831
                  ORGANIZATION IS SEQUENTIAL.

           SELECT DEBEXC   ASSIGN TO UT-S-DEBEXC
                  ORGANIZATION IS SEQUENTIAL.

           SELECT SORTWK31A ASSIGN TO UT-S-SORTWK31A.

           SELECT SORTWK31B ASSIGN TO UT-S-SORTWK31B.

       01  REGISTRO-DEBL831           PIC X(132).

      *----------------------------------------------------------------*
      * REGISTRO COMUM DE EXCECAO (BOOK DEBKEXC) PARA O PLACAR SEMANAL *
      * DE QUALIDADE DE CADASTRO POR SUPER/AGENCIA DA DEBR856.         *
      *----------------------------------------------------------------*
       FD  DEBEXC
           BLOCK  0
           RECORD CONTAINS 80 CHARACTERS
           RECORDING F.

           COPY DEBKEXC.

       SD  SORTWK31A.
       01  REGISTRO-SORTWK31A.
           03  SORTWK31A-CGC-CPF      PIC 9(015).

       01  WS-QT-LIDOS-CTL             PIC 9(09) COMP VALUE ZERO.
       01  WS-QT-GRAV-DEBL831          PIC 9(09) COMP VALUE ZERO.
       01  WS-QT-GRAV-DEBEXC           PIC 9(09) COMP VALUE ZERO.
       01  WS-DATA-ATUAL-AMD           PIC 9(008)     VALUE ZERO.

           COPY DEBK307.

       01  WS-QT-CNP-LIMPA          PIC S9(4) COMP     VALUE ZERO.

       01  WS-DIVERGE               PIC X(020)         VALUE SPACES.
       01  WS-CD-EXCECAO            PIC X(004)         VALUE SPACES.
       01  WS-DS-EXCECAO            PIC X(040)         VALUE SPACES.

       01  WS-LINHA-TITULAR.
           03  FILLER               PIC X(009)  VALUE "CPF/CNPJ ".
           OPEN INPUT  DEB307.
           OPEN OUTPUT DEBW831.
           OPEN OUTPUT DEBL831.
           OPEN OUTPUT DEBEXC.
           ACCEPT WS-DATA-ATUAL-AMD FROM DATE YYYYMMDD.
           PERFORM 1170-VALIDAR-HEADER THRU 1170-FIM.
       1000-FIM.
           EXIT.
           MOVE TB-RESTRICOES(WS-IDX) TO DEBW831-RESTRICOES.
           MOVE SPACES               TO DEBW831-DIVERGE.
           WRITE REGISTRO-DEBW831.
           PERFORM 3420-GRAVAR-DEBEXC THRU 3420-FIM.
           ADD 1 TO WS-IDX.
       3410-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * 3420-GRAVAR-DEBEXC - UM REGISTRO COMUM DE EXCECAO POR CONTA DO *
      *                      TITULAR E POR CAMPO DIVERGENTE, PARA O    *
      *                      PLACAR SEMANAL DA DEBR856.                *
      *----------------------------------------------------------------*
       3420-GRAVAR-DEBEXC.
           IF WS-DIVERGE(1:3) NOT = SPACES
               MOVE "TCCF" TO WS-CD-EXCECAO
               MOVE "RESTR-CCF DIVERGE NO MESMO TITULAR"
                   TO WS-DS-EXCECAO
               PERFORM 3430-ESCREVER-DEBEXC THRU 3430-FIM
           END-IF.
           IF WS-DIVERGE(5:5) NOT = SPACES
               MOVE "TFAL" TO WS-CD-EXCECAO
               MOVE "RESTR-FALEC DIVERGE NO MESMO TITULAR"
                   TO WS-DS-EXCECAO
               PERFORM 3430-ESCREVER-DEBEXC THRU 3430-FIM
           END-IF.
           IF WS-DIVERGE(10:11) NOT = SPACES
               MOVE "TCNP" TO WS-CD-EXCECAO
               MOVE "RESTR-CNPJ-INAPTO DIVERGE NO TITULAR"
                   TO WS-DS-EXCECAO
               PERFORM 3430-ESCREVER-DEBEXC THRU 3430-FIM
           END-IF.
       3420-FIM.
           EXIT.

       3430-ESCREVER-DEBEXC.
           MOVE SPACES             TO REGISTRO-DEBEXC.
           MOVE TB-AGENCIA(WS-IDX) TO DEBEXC-AGENCIA.
           MOVE TB-CONTA(WS-IDX)   TO DEBEXC-CONTA.
           MOVE "DEBR831"          TO DEBEXC-ORIGEM.
           MOVE WS-CD-EXCECAO      TO DEBEXC-CODIGO.
           MOVE WS-DATA-ATUAL-AMD  TO DEBEXC-DT-MOVIMENTO.
           MOVE WS-DS-EXCECAO      TO DEBEXC-DESCRICAO.
           WRITE REGISTRO-DEBEXC.
           ADD 1 TO WS-QT-GRAV-DEBEXC.
       3430-FIM.
           EXIT.

      *================================================================*
      * 4000-IMPRIMIR-RELATORIO - PROCEDIMENTO DE SAIDA DA SEGUNDA     *
      *                           ORDENACAO: OS BLOCOS JA CHEGAM NA    *
           MOVE WS-QT-LIDOS-CTL TO DEBF904-QT-LIDOS.
           MOVE "DEBL831" TO DEBF904-ARQ(1).
           MOVE WS-QT-GRAV-DEBL831 TO DEBF904-QT-GRAVADOS(1).
           MOVE "DEBEXC"  TO DEBF904-ARQ(2).
           MOVE WS-QT-GRAV-DEBEXC TO DEBF904-QT-GRAVADOS(2).
           MOVE "OK"       TO DEBF904-STATUS.
           CALL "DEBF904" USING DEBF904-PARM.
           CLOSE DEB307.
           CLOSE DEBL831.
           CLOSE DEBEXC.
       8000-FIM.
           EXIT.
      * ----------------------------------------------------------------
