      *                             ESCOLHIDO NO PROPRIO CARTAO:    *
      *                             APOS FERIADOS PROLONGADOS O     *
      *                             AVISO DEIXA DE SUBAVISAR.       *
      * VRS006 15.10.2026 F7023235  O CARTAO DEBP818 DEIXA DE SER LIDO *
      *                             DO JCL: A IMAGEM EM VIGOR NO DIA   *
      *                             VEM DO KSDS DEBPAR PELA SUBROTINA  *
      *                             DEBF907, MANTIDA COM VIGENCIA E    *
      *                             AUDITORIA PELA DEBA855.            *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT DEB307   ASSIGN TO UT-S-DEBK307
                  ORGANIZATION IS SEQUENTIAL.

           SELECT DEBL818  ASSIGN TO UT-S-DEBL818
                  ORGANIZATION IS SEQUENTIAL.


       01  DEB307-REGISTRO            PIC X(371).

       FD  DEBL818
           BLOCK  0
           RECORD CONTAINS 132 CHARACTERS
           RECORDING F.

       01  REGISTRO-DEBL818           PIC X(132).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * PARAMETROS DA SUBROTINA DE LEITURA DOS PARAMETROS DA SUITE NO  *
      * DEBPAR (BOOK DEBFK907).                                        *
      *----------------------------------------------------------------*
       01  DEBF907-PARM.
           COPY DEBFK907.

      *----------------------------------------------------------------*
      * CARTAO DE PARAMETRO - HORIZONTE DE AVISO EM DIAS E MODO DE     *
      * CONTAGEM ("C" DIAS CORRIDOS, "U" DIAS UTEIS PELA DEBF905; EM   *
      * BRANCO VALE "C", PARA A VIRADA SER GRADUAL).                   *
      * IMAGEM LIDA DO DEBPAR PELA DEBF907 (VIGENCIA EM VIGOR NO DIA). *
      *----------------------------------------------------------------*
       01  REGISTRO-DEBP818.
           03  DEBP818-DIAS-AVISO     PIC 9(003).
           03  DEBP818-MODO-CONTAGEM  PIC X(001).
           03  FILLER                 PIC X(076).

      *----------------------------------------------------------------*
      * PARAMETROS DA SUBROTINA DE REGISTRO DE EXECUCAO NO ARQUIVO DE  *
      * CONTROLE DEBCTL (BOOK DEBFK904).                               *
           MOVE "I"        TO DEBF904-FUNCAO.
           MOVE "DEBR818" TO DEBF904-PROGRAMA.
           CALL "DEBF904" USING DEBF904-PARM.
           MOVE SPACES    TO DEBF907-PARM.
           MOVE "C"       TO DEBF907-FUNCAO.
           MOVE "DEBR818" TO DEBF907-PROGRAMA.
           MOVE "DEBP818" TO DEBF907-PARAMETRO.
           MOVE ZERO      TO DEBF907-DT-REF.
           CALL "DEBF907" USING DEBF907-PARM.
           IF DEBF907-CD-RTN NOT = ZERO
               DISPLAY "DEBR818 - PARAMETRO DEBP818 NO DEBPAR: "
                       DEBF907-MSG
               DISPLAY "DEBR818 - EXECUCAO ABORTADA."
               STOP RUN
           END-IF.
           MOVE DEBF907-CONTEUDO TO REGISTRO-DEBP818.
           MOVE DEBP818-DIAS-AVISO TO WS-DIAS-AVISO.
           IF DEBP818-MODO-CONTAGEM = "U"
               MOVE "U" TO WS-MODO-CONTAGEM
           END-IF.
           ACCEPT WS-DATA-ATUAL-AMD FROM DATE YYYYMMDD.

           OPEN INPUT  DEB307.
