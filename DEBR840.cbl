      *                             DEPENDENCIA FECHA COM O TAMANHO E  *
      *                             A IDADE MEDIA DA FILA, PARA A REDE *
      *                             SER COBRADA PELA LIMPEZA.          *
      * VRS002 15.10.2026 F7023235  O CARTAO DEBP840 DEIXA DE SER LIDO *
      *                             DO JCL: A IMAGEM EM VIGOR NO DIA   *
      *                             VEM DO KSDS DEBPAR PELA SUBROTINA  *
      *                             DEBF907, MANTIDA COM VIGENCIA E    *
      *                             AUDITORIA PELA DEBA855.            *
      * VRS003 15.10.2026 F7023235  GRAVA TAMBEM, PARA CADA CONTA      *
      *                             PENDENTE, O REGISTRO COMUM DE      *
      *                             EXCECAO DEBEXC (BOOK DEBKEXC,      *
      *                             CODIGO BPS + STATUS) PARA O PLACAR *
      *                             SEMANAL DE QUALIDADE DE CADASTRO   *
      *                             DA DEBR856.                        *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT DEB307   ASSIGN TO UT-S-DEBK307
                  ORGANIZATION IS SEQUENTIAL.

           SELECT DEBL840  ASSIGN TO UT-S-DEBL840
                  ORGANIZATION IS SEQUENTIAL.

           SELECT DEBEXC   ASSIGN TO UT-S-DEBEXC
                  ORGANIZATION IS SEQUENTIAL.

           SELECT SORTWK840 ASSIGN TO UT-S-SORTWK840.

       01  DEB307-REGISTRO            PIC X(371).

       FD  DEBL840
           BLOCK  0
           RECORD CONTAINS 132 CHARACTERS
           RECORDING F.

       01  REGISTRO-DEBL840           PIC X(132).

      *----------------------------------------------------------------*
      * REGISTRO COMUM DE EXCECAO (BOOK DEBKEXC) PARA O PLACAR SEMANAL *
      * DE QUALIDADE DE CADASTRO POR SUPER/AGENCIA DA DEBR856.         *
      *----------------------------------------------------------------*
       FD  DEBEXC
           BLOCK  0
           RECORD CONTAINS 80 CHARACTERS
           RECORDING F.

           COPY DEBKEXC.

       SD  SORTWK840.
       01  REGISTRO-SORTWK840.

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * PARAMETROS DA SUBROTINA DE LEITURA DOS PARAMETROS DA SUITE NO  *
      * DEBPAR (BOOK DEBFK907).                                        *
      *----------------------------------------------------------------*
       01  DEBF907-PARM.
           COPY DEBFK907.

      *----------------------------------------------------------------*
      * CARTAO DE PARAMETRO - IDADE EM DIAS A PARTIR DA QUAL A         *
      * PENDENCIA E SINALIZADA PARA REVISAO DE BLOQUEIO.               *
      * IMAGEM LIDA DO DEBPAR PELA DEBF907 (VIGENCIA EM VIGOR NO DIA). *
      *----------------------------------------------------------------*
       01  REGISTRO-DEBP840.
           03  DEBP840-DIAS-BLOQUEIO  PIC 9(003).
           03  FILLER                 PIC X(077).

      *----------------------------------------------------------------*
      * PARAMETROS DA SUBROTINA DE REGISTRO DE EXECUCAO NO ARQUIVO DE  *
      * CONTROLE DEBCTL (BOOK DEBFK904).                               *

       01  WS-QT-LIDOS-CTL             PIC 9(09) COMP VALUE ZERO.
       01  WS-QT-GRAV-DEBL840          PIC 9(09) COMP VALUE ZERO.
       01  WS-QT-GRAV-DEBEXC           PIC 9(09) COMP VALUE ZERO.

           COPY DEBK307.

           MOVE "I"        TO DEBF904-FUNCAO.
           MOVE "DEBR840" TO DEBF904-PROGRAMA.
           CALL "DEBF904" USING DEBF904-PARM.
           MOVE SPACES    TO DEBF907-PARM.
           MOVE "C"       TO DEBF907-FUNCAO.
           MOVE "DEBR840" TO DEBF907-PROGRAMA.
           MOVE "DEBP840" TO DEBF907-PARAMETRO.
           MOVE ZERO      TO DEBF907-DT-REF.
           CALL "DEBF907" USING DEBF907-PARM.
           IF DEBF907-CD-RTN NOT = ZERO
               DISPLAY "DEBR840 - PARAMETRO DEBP840 NO DEBPAR: "
                       DEBF907-MSG
               DISPLAY "DEBR840 - EXECUCAO ABORTADA."
               STOP RUN
           END-IF.
           MOVE DEBF907-CONTEUDO TO REGISTRO-DEBP840.
           MOVE DEBP840-DIAS-BLOQUEIO TO WS-DIAS-BLOQUEIO.
           ACCEPT WS-DATA-ATUAL-AMD FROM DATE YYYYMMDD.
           MOVE FUNCTION INTEGER-OF-DATE(WS-DATA-ATUAL-AMD)
               TO WS-JULIANO-ATUAL.
           OPEN INPUT  DEB307.
           OPEN OUTPUT DEBL840.
           OPEN OUTPUT DEBEXC.
           PERFORM 1170-VALIDAR-HEADER THRU 1170-FIM.
       1000-FIM.
           EXIT.
           ADD 1 TO WS-QT-GRAV-DEBL840.
           ADD 1 TO WS-QT-FILA-AGENCIA.
           ADD SORTWK840-IDADE TO WS-SOMA-IDADE-AGENCIA.
           PERFORM 3600-GRAVAR-DEBEXC THRU 3600-FIM.
           PERFORM 3100-RETORNAR-SORTWK THRU 3100-FIM.
       3200-FIM.
           EXIT.
       3500-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * 3600-GRAVAR-DEBEXC - REGISTRO COMUM DE EXCECAO DA CONTA        *
      *                      PENDENTE (CODIGO BPS + DEB307-STATUS),    *
      *                      PARA O PLACAR SEMANAL DA DEBR856.         *
      *----------------------------------------------------------------*
       3600-GRAVAR-DEBEXC.
           MOVE SPACES            TO REGISTRO-DEBEXC.
           MOVE SORTWK840-AGENCIA TO DEBEXC-AGENCIA.
           MOVE SORTWK840-CONTA   TO DEBEXC-CONTA.
           MOVE "DEBR840"         TO DEBEXC-ORIGEM.
           MOVE "BPS"             TO DEBEXC-CODIGO(1:3).
           MOVE SORTWK840-STATUS  TO DEBEXC-CODIGO(4:1).
           MOVE WS-DATA-ATUAL-AMD TO DEBEXC-DT-MOVIMENTO.
           MOVE "PENDENCIA DE DOCUMENTACAO BANCO POSTAL"
               TO DEBEXC-DESCRICAO.
           WRITE REGISTRO-DEBEXC.
           ADD 1 TO WS-QT-GRAV-DEBEXC.
       3600-FIM.
           EXIT.

      *================================================================*
      * 8000-ENCERRAR                                                   *
      *================================================================*
           MOVE WS-QT-LIDOS-CTL TO DEBF904-QT-LIDOS.
           MOVE "DEBL840" TO DEBF904-ARQ(1).
           MOVE WS-QT-GRAV-DEBL840 TO DEBF904-QT-GRAVADOS(1).
           MOVE "DEBEXC"  TO DEBF904-ARQ(2).
           MOVE WS-QT-GRAV-DEBEXC TO DEBF904-QT-GRAVADOS(2).
           MOVE "OK"       TO DEBF904-STATUS.
           CALL "DEBF904" USING DEBF904-PARM.
           CLOSE DEB307.
           CLOSE DEBL840.
           CLOSE DEBEXC.
       8000-FIM.
           EXIT.
      * ----------------------------------------------------------------
