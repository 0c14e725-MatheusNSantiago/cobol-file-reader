      *                             PROLONGADOS A CARGA DO CCF NAO *
      *                             E MAIS DECLARADA VENCIDA POR   *
      *                             DIAS EM QUE NADA RODOU.        *
      * VRS009 15.10.2026 F7023235  O CARTAO DEBP806 DEIXA DE SER LIDO *
      *                             DO JCL: A IMAGEM EM VIGOR NO DIA   *
      *                             VEM DO KSDS DEBPAR PELA SUBROTINA  *
      *                             DEBF907, MANTIDA COM VIGENCIA E    *
      *                             AUDITORIA PELA DEBA855.            *
      * VRS010 15.10.2026 F7023235  GRAVA TAMBEM, PARA CADA CONTA COM  *
      *                             CCF VENCIDO, O REGISTRO COMUM DE   *
      *                             EXCECAO DEBEXC (BOOK DEBKEXC,      *
      *                             CODIGO CCFV) PARA O PLACAR SEMANAL *
      *                             DE QUALIDADE DE CADASTRO DA        *
      *                             DEBR856.                           *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT DEB307   ASSIGN TO UT-S-DEBK307
                  ORGANIZATION IS SEQUENTIAL.

           SELECT DEBL806  ASSIGN TO UT-S-DEBL806
                  ORGANIZATION IS SEQUENTIAL.

           SELECT DEBT811S ASSIGN TO UT-S-DEBT811S
                  ORGANIZATION IS SEQUENTIAL.

           SELECT DEBEXC   ASSIGN TO UT-S-DEBEXC
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DEB307

       01  DEB307-REGISTRO            PIC X(371).

       FD  DEBL806
           BLOCK  0
           RECORD CONTAINS 80 CHARACTERS
           03  DEBT811S-RESTRICOES-NOVO  PIC 9(013).
           03  FILLER                    PIC X(001).

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
      * PARAMETROS DA SUBROTINA DE LEITURA DOS PARAMETROS DA SUITE NO  *
      * DEBPAR (BOOK DEBFK907).                                        *
      *----------------------------------------------------------------*
       01  DEBF907-PARM.
           COPY DEBFK907.

      *----------------------------------------------------------------*
      * CARTAO DE PARAMETRO - NUMERO DE DIAS LIMITE PARA A RESTRICAO   *
      * DEB307-RESTR-CCF SER CONSIDERADA VENCIDA E MODO DE CONTAGEM    *
      * ("C" DIAS CORRIDOS, "U" DIAS UTEIS PELA DEBF905; EM BRANCO     *
      * VALE "C", PARA A VIRADA SER GRADUAL).                          *
      * IMAGEM LIDA DO DEBPAR PELA DEBF907 (VIGENCIA EM VIGOR NO DIA). *
      *----------------------------------------------------------------*
       01  REGISTRO-DEBP806.
           03  DEBP806-DIAS-LIMITE    PIC 9(003).
           03  DEBP806-GERA-TRN       PIC X(001).
           03  DEBP806-MODO-CONTAGEM  PIC X(001).
           03  FILLER                 PIC X(075).

      *----------------------------------------------------------------*
      * PARAMETROS DA SUBROTINA DE REGISTRO DE EXECUCAO NO ARQUIVO DE  *
      * CONTROLE DEBCTL (BOOK DEBFK904).                               *
       01  WS-QT-LIDOS-CTL             PIC 9(09) COMP VALUE ZERO.
       01  WS-QT-GRAV-DEBL806          PIC 9(09) COMP VALUE ZERO.
       01  WS-QT-GRAV-T811S            PIC 9(09) COMP VALUE ZERO.
       01  WS-QT-GRAV-DEBEXC           PIC 9(09) COMP VALUE ZERO.

           COPY DEBK307.

           MOVE "I"        TO DEBF904-FUNCAO.
           MOVE "DEBR806" TO DEBF904-PROGRAMA.
           CALL "DEBF904" USING DEBF904-PARM.
           MOVE SPACES    TO DEBF907-PARM.
           MOVE "C"       TO DEBF907-FUNCAO.
           MOVE "DEBR806" TO DEBF907-PROGRAMA.
           MOVE "DEBP806" TO DEBF907-PARAMETRO.
           MOVE ZERO      TO DEBF907-DT-REF.
           CALL "DEBF907" USING DEBF907-PARM.
           IF DEBF907-CD-RTN NOT = ZERO
               DISPLAY "DEBR806 - PARAMETRO DEBP806 NO DEBPAR: "
                       DEBF907-MSG
               DISPLAY "DEBR806 - EXECUCAO ABORTADA."
               STOP RUN
           END-IF.
           MOVE DEBF907-CONTEUDO TO REGISTRO-DEBP806.
           MOVE DEBP806-DIAS-LIMITE TO WS-DIAS-LIMITE.
           MOVE DEBP806-GERA-TRN    TO WS-SW-GERA-TRN.
           IF DEBP806-MODO-CONTAGEM = "U"
               MOVE "U" TO WS-MODO-CONTAGEM
           END-IF.

           ACCEPT WS-DATA-ATUAL-AMD FROM DATE YYYYMMDD.

           OPEN INPUT  DEB307.
           OPEN OUTPUT DEBL806.
           OPEN OUTPUT DEBT811S.
           OPEN OUTPUT DEBEXC.
           PERFORM 1170-VALIDAR-HEADER THRU 1170-FIM.
           PERFORM 2100-LER-DEB307 THRU 2100-FIM.
       1000-FIM.
           MOVE WS-DIAS-DECORRIDOS  TO DEBL806-DIAS-DECORR.
           WRITE REGISTRO-DEBL806.
           ADD 1 TO WS-QT-GRAV-DEBL806.
           PERFORM 2500-GRAVAR-DEBEXC THRU 2500-FIM.
           IF WS-GERA-TRN
               PERFORM 2400-GRAVAR-TRANSACAO THRU 2400-FIM
           END-IF.
       2400-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * 2500-GRAVAR-DEBEXC - REGISTRO COMUM DE EXCECAO DA CONTA COM    *
      *                      CCF VENCIDO, PARA O PLACAR SEMANAL DA     *
      *                      DEBR856.                                  *
      *----------------------------------------------------------------*
       2500-GRAVAR-DEBEXC.
           MOVE SPACES            TO REGISTRO-DEBEXC.
           MOVE DEB307-AGENCIA    TO DEBEXC-AGENCIA.
           MOVE DEB307-CONTA      TO DEBEXC-CONTA.
           MOVE "DEBR806"         TO DEBEXC-ORIGEM.
           MOVE "CCFV"            TO DEBEXC-CODIGO.
           MOVE WS-DATA-ATUAL-AMD TO DEBEXC-DT-MOVIMENTO.
           MOVE "RESTRICAO CCF COM PRAZO VENCIDO"
               TO DEBEXC-DESCRICAO.
           WRITE REGISTRO-DEBEXC.
           ADD 1 TO WS-QT-GRAV-DEBEXC.
       2500-FIM.
           EXIT.

      *================================================================*
      * 8000-ENCERRAR                                                   *
      *================================================================*
           MOVE WS-QT-GRAV-DEBL806 TO DEBF904-QT-GRAVADOS(1).
           MOVE "DEBT811S" TO DEBF904-ARQ(2).
           MOVE WS-QT-GRAV-T811S TO DEBF904-QT-GRAVADOS(2).
           MOVE "DEBEXC"   TO DEBF904-ARQ(3).
           MOVE WS-QT-GRAV-DEBEXC TO DEBF904-QT-GRAVADOS(3).
           MOVE "OK"       TO DEBF904-STATUS.
           CALL "DEBF904" USING DEBF904-PARM.
           CLOSE DEB307.
           CLOSE DEBL806.
           CLOSE DEBT811S.
           CLOSE DEBEXC.
       8000-FIM.
           EXIT.
      * ----------------------------------------------------------------
