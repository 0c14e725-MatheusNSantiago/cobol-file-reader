      *                             QUANTIDADES LIDAS E GRAVADAS,   *
      *                             PARA A LINHA DO TEMPO DA NOITE  *
      *                             (RELATORIO DEBR823).            *
      * VRS005 15.10.2026 F7023235  GRAVA TAMBEM, PARA CADA            *
      *                             INCONSISTENCIA, O REGISTRO COMUM   *
      *                             DE EXCECAO DEBEXC (BOOK DEBKEXC,   *
      *                             CODIGOS ICPM/IIOF/IPCT) PARA O     *
      *                             PLACAR SEMANAL DE QUALIDADE DE     *
      *                             CADASTRO DA DEBR856.               *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT DEBL813  ASSIGN TO UT-S-DEBL813
                  ORGANIZATION IS SEQUENTIAL.

           SELECT DEBEXC   ASSIGN TO UT-S-DEBEXC
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DEB307

       01  REGISTRO-DEBL813           PIC X(80).

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
       01  WS-QT-GRAV-DEBL813          PIC 9(09) COMP VALUE ZERO.
       01  WS-QT-GRAV-DEBEXC           PIC 9(09) COMP VALUE ZERO.
       01  WS-DATA-ATUAL-AMD           PIC 9(008)     VALUE ZERO.
       01  WS-CD-EXCECAO               PIC X(004)     VALUE SPACES.

           COPY DEBK307.

           CALL "DEBF904" USING DEBF904-PARM.
           OPEN INPUT  DEB307.
           OPEN OUTPUT DEBL813.
           OPEN OUTPUT DEBEXC.
           ACCEPT WS-DATA-ATUAL-AMD FROM DATE YYYYMMDD.
           PERFORM 1170-VALIDAR-HEADER THRU 1170-FIM.
           PERFORM 2100-LER-DEB307 THRU 2100-FIM.
       1000-FIM.
               IF WS-CPMF-ISENTO
                   MOVE "ISENCAO CPMF ATIVA C/ CONTA ENCERRADA"
                       TO WS-DET-MOTIVO
                   MOVE "ICPM" TO WS-CD-EXCECAO
                   PERFORM 2400-GRAVAR-EXCECAO THRU 2400-FIM
               END-IF
               MOVE DEB307-ISENTO-IOF TO WS-ISENTO-IOF-CHAVE
               IF WS-IOF-ISENTO
                   MOVE "ISENCAO IOF ATIVA C/ CONTA ENCERRADA"
                       TO WS-DET-MOTIVO
                   MOVE "IIOF" TO WS-CD-EXCECAO
                   PERFORM 2400-GRAVAR-EXCECAO THRU 2400-FIM
               END-IF
           END-IF.
              AND (WS-CPMF-ISENTO OR WS-IOF-ISENTO)
               MOVE "CARTAO ATIVO C/ PESSOA IRREGULAR"
                   TO WS-DET-MOTIVO
               MOVE "IPCT" TO WS-CD-EXCECAO
               PERFORM 2400-GRAVAR-EXCECAO THRU 2400-FIM
           END-IF.
       2300-FIM.
           EXIT.

       2400-GRAVAR-EXCECAO.
           MOVE SPACES            TO REGISTRO-DEBEXC.
           MOVE DEB307-AGENCIA    TO DEBEXC-AGENCIA.
           MOVE DEB307-CONTA      TO DEBEXC-CONTA.
           MOVE "DEBR813"         TO DEBEXC-ORIGEM.
           MOVE WS-CD-EXCECAO     TO DEBEXC-CODIGO.
           MOVE WS-DATA-ATUAL-AMD TO DEBEXC-DT-MOVIMENTO.
           MOVE WS-DET-MOTIVO     TO DEBEXC-DESCRICAO.
           WRITE REGISTRO-DEBEXC.
           ADD 1 TO WS-QT-GRAV-DEBEXC.
           MOVE SPACES            TO WS-LINHA-DETALHE.
           MOVE DEB307-AGENCIA    TO WS-DET-AGENCIA.
           MOVE DEB307-CONTA      TO WS-DET-CONTA.
           MOVE WS-QT-LIDOS-CTL TO DEBF904-QT-LIDOS.
           MOVE "DEBL813" TO DEBF904-ARQ(1).
           MOVE WS-QT-GRAV-DEBL813 TO DEBF904-QT-GRAVADOS(1).
           MOVE "DEBEXC"  TO DEBF904-ARQ(2).
           MOVE WS-QT-GRAV-DEBEXC TO DEBF904-QT-GRAVADOS(2).
           MOVE "OK"       TO DEBF904-STATUS.
           CALL "DEBF904" USING DEBF904-PARM.
           CLOSE DEB307.
           CLOSE DEBL813.
           CLOSE DEBEXC.
       8000-FIM.
           EXIT.
      * ----------------------------------------------------------------
