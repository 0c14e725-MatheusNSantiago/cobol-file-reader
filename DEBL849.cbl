       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEBL849.
       AUTHOR. F7023235.
      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES:                                      *
      * VRS001 14.10.2026 F7023235  IMPLANTACAO. CARGA DO INDICE       *
      *                             ALTERNATIVO (KSDS) DEB307M, CLIENTE*
      *                             MCI X CONTA (VIDE BOOK DEBK307M),  *
      *                             NO MOLDE DA DEBL830: PARA CADA     *
      *                             CONTA DO EXTRATO DEB307 GRAVA UM   *
      *                             REGISTRO PARA O PRIMEIRO TITULAR   *
      *                             (DEB307-COD-BDC, PAPEL 1) E OUTRO  *
      *                             PARA O SEGUNDO (DEB307-BDC-SOLID,  *
      *                             PAPEL 2). CODIGO MCI ZERADO NAO E  *
      *                             CARREGADO; SEGUNDO TITULAR COM O   *
      *                             MESMO MCI DO PRIMEIRO FICA SO COM  *
      *                             O PAPEL 1. O HEADER DO EXTRATO     *
      *                             (AGENCIA 0) E VALIDADO PELA DEBF903*
      *                             E NAO E CARREGADO. GRAVACAO POR    *
      *                             ACESSO RANDOM, COMO NA DEBL830.    *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEB307   ASSIGN TO UT-S-DEBK307
                  ORGANIZATION IS SEQUENTIAL.

           SELECT DEB307M  ASSIGN TO UT-S-DEBK307M
                  ORGANIZATION IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS DEB307M-CHAVE
                  FILE STATUS   IS WS-FS-DEB307M.

       DATA DIVISION.
       FILE SECTION.
       FD  DEB307
           BLOCK  0
           RECORD CONTAINS 371 CHARACTERS
           RECORDING F.

       01  DEB307-REGISTRO            PIC X(371).

      *----------------------------------------------------------------*
      * NOVA GERACAO INDEXADA (KSDS) DA REFERENCIA CRUZADA MCI.        *
      *----------------------------------------------------------------*
       FD  DEB307M
           RECORD CONTAINS 40 CHARACTERS.

           COPY DEBK307M.

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * PARAMETROS DA SUBROTINA DE REGISTRO DE EXECUCAO NO ARQUIVO DE  *
      * CONTROLE DEBCTL (BOOK DEBFK904).                               *
      *----------------------------------------------------------------*
       01  DEBF904-PARM.
           COPY DEBFK904.

       01  WS-QT-LIDOS-CTL             PIC 9(09) COMP VALUE ZERO.
       01  WS-QT-GRAV-307M             PIC 9(09) COMP VALUE ZERO.
       01  WS-QT-SEM-MCI               PIC 9(09) COMP VALUE ZERO.
       01  WS-QT-MESMO-MCI             PIC 9(09) COMP VALUE ZERO.

           COPY DEBK307.

      *----------------------------------------------------------------*
      * PARAMETROS DA SUBROTINA DE VALIDACAO DO HEADER DO DEB307       *
      * (BOOK DEBFK903).                                               *
      *----------------------------------------------------------------*
       01  DEBF903-PARM.
           COPY DEBFK903.

       01  WS-FS-DEB307M              PIC X(02)  VALUE "00".

       01  WS-SWITCHES.
           03  WS-SW-EOF-DEB307       PIC X(01)  VALUE "N".
               88  WS-EOF-DEB307                  VALUE "Y".

       PROCEDURE DIVISION.

      *================================================================*
      * 0000-MAINLINE                                                  *
      *================================================================*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-FIM.
           PERFORM 2000-PROCESSAR   THRU 2000-FIM
               UNTIL WS-EOF-DEB307.
           PERFORM 8000-ENCERRAR    THRU 8000-FIM.
           STOP RUN.

      *================================================================*
      * 1000-INICIALIZAR                                                *
      *================================================================*
       1000-INICIALIZAR.
           MOVE SPACES TO DEBF904-PARM.
           MOVE "I"        TO DEBF904-FUNCAO.
           MOVE "DEBL849" TO DEBF904-PROGRAMA.
           CALL "DEBF904" USING DEBF904-PARM.
           OPEN INPUT  DEB307.
           OPEN OUTPUT DEB307M.
           IF WS-FS-DEB307M NOT = "00"
               DISPLAY "DEBL849 - ERRO NA ABERTURA DO DEB307M. "
                       "FILE STATUS " WS-FS-DEB307M
                       ". EXECUCAO ABORTADA."
               STOP RUN
           END-IF.
           PERFORM 1170-VALIDAR-HEADER THRU 1170-FIM.
           PERFORM 2100-LER-DEB307 THRU 2100-FIM.
       1000-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * 1170-VALIDAR-HEADER - O PRIMEIRO REGISTRO DO DEB307 TEM QUE    *
      *                       SER O HEADER (AGENCIA 0) DO DIA CORRENTE;*
      *                       A DEBF903 FAZ A CRITICA. O HEADER NAO E  *
      *                       CARREGADO NO KSDS.                       *
      *----------------------------------------------------------------*
       1170-VALIDAR-HEADER.
           PERFORM 2100-LER-DEB307 THRU 2100-FIM.
           IF WS-EOF-DEB307
               DISPLAY "DEBL849 - EXTRATO DEB307 VAZIO (SEM HEADER). "
                       "EXECUCAO ABORTADA."
               STOP RUN
           END-IF.
           MOVE DEB307-AGENCIA     TO DEBF903-AGENCIA.
           MOVE DEB307-DT-ABERTURA TO DEBF903-DT-HEADER.
           CALL "DEBF903" USING DEBF903-PARM.
           IF DEBF903-CD-RTN > ZERO
               DISPLAY "DEBL849 - " DEBF903-MSG
                       ". EXECUCAO ABORTADA."
               STOP RUN
           END-IF.
      *    O HEADER NAO CONTA COMO REGISTRO LIDO NO DEBCTL.
           MOVE ZERO TO WS-QT-LIDOS-CTL.
       1170-FIM.
           EXIT.

      *================================================================*
      * 2000-PROCESSAR                                                  *
      *================================================================*
       2000-PROCESSAR.
           IF DEB307-COD-BDC > ZERO
               MOVE DEB307-COD-BDC TO DEB307M-MCI
               MOVE 1 TO DEB307M-PAPEL
               PERFORM 2200-GRAVAR-DEB307M THRU 2200-FIM
           ELSE
               ADD 1 TO WS-QT-SEM-MCI
           END-IF.
           IF DEB307-BDC-SOLID > ZERO
               IF DEB307-BDC-SOLID = DEB307-COD-BDC
                   ADD 1 TO WS-QT-MESMO-MCI
               ELSE
                   MOVE DEB307-BDC-SOLID TO DEB307M-MCI
                   MOVE 2 TO DEB307M-PAPEL
                   PERFORM 2200-GRAVAR-DEB307M THRU 2200-FIM
               END-IF
           END-IF.
           PERFORM 2100-LER-DEB307     THRU 2100-FIM.
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

       2200-GRAVAR-DEB307M.
           MOVE DEB307-AGENCIA     TO DEB307M-AGENCIA.
           MOVE DEB307-CONTA       TO DEB307M-CONTA.
           WRITE REGISTRO-DEB307M
               INVALID KEY
                   DISPLAY "DEBL849 - CHAVE DUPLICADA: "
                           DEB307M-MCI "/" DEB307M-AGENCIA "/"
                           DEB307M-CONTA
           END-WRITE.
           IF WS-FS-DEB307M = "00"
               ADD 1 TO WS-QT-GRAV-307M
           END-IF.
       2200-FIM.
           EXIT.

      *================================================================*
      * 8000-ENCERRAR                                                   *
      *================================================================*
       8000-ENCERRAR.
           MOVE "F"        TO DEBF904-FUNCAO.
           MOVE "DEBL849" TO DEBF904-PROGRAMA.
           MOVE WS-QT-LIDOS-CTL TO DEBF904-QT-LIDOS.
           MOVE "DEB307M" TO DEBF904-ARQ(1).
           MOVE WS-QT-GRAV-307M TO DEBF904-QT-GRAVADOS(1).
           MOVE "OK"       TO DEBF904-STATUS.
           CALL "DEBF904" USING DEBF904-PARM.
           DISPLAY "DEBL849 - CONTAS SEM CODIGO MCI........: "
                   WS-QT-SEM-MCI.
           DISPLAY "DEBL849 - SEGUNDO TITULAR = PRIMEIRO...: "
                   WS-QT-MESMO-MCI.
           CLOSE DEB307.
           CLOSE DEB307M.
       8000-FIM.
           EXIT.
      * ----------------------------------------------------------------
