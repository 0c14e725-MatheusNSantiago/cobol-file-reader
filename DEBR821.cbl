      *                             DEIXA DE DIVERGIR DE UM CONTRA   *
      *                             OS OUTROS LEITORES DO MESMO      *
      *                             EXTRATO NA LINHA DO TEMPO.       *
      * VRS003 15.10.2026 F7023235  O CARTAO DEBP821 DEIXA DE SER LIDO *
      *                             DO JCL: A IMAGEM EM VIGOR NO DIA   *
      *                             VEM DO KSDS DEBPAR PELA SUBROTINA  *
      *                             DEBF907, MANTIDA COM VIGENCIA E    *
      *                             AUDITORIA PELA DEBA855.            *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT DEB307   ASSIGN TO UT-S-DEBK307
                  ORGANIZATION IS SEQUENTIAL.

           SELECT DEBL821  ASSIGN TO UT-S-DEBL821
                  ORGANIZATION IS SEQUENTIAL.


       01  DEB307-REGISTRO            PIC X(371).

       FD  DEBL821
           BLOCK  0
           RECORD CONTAINS 132 CHARACTERS

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * PARAMETROS DA SUBROTINA DE LEITURA DOS PARAMETROS DA SUITE NO  *
      * DEBPAR (BOOK DEBFK907).                                        *
      *----------------------------------------------------------------*
       01  DEBF907-PARM.
           COPY DEBFK907.

      *----------------------------------------------------------------*
      * CARTAO DE PARAMETRO - VALOR ABSOLUTO (13 INTEIROS + 2          *
      * DECIMAIS, SEM VIRGULA) E PERCENTUAL DE VARIACAO QUE DISPARAM O *
      * APONTAMENTO. LIMITE ZERADO DESLIGA O CRITERIO CORRESPONDENTE.  *
      * IMAGEM LIDA DO DEBPAR PELA DEBF907 (VIGENCIA EM VIGOR NO DIA). *
      *----------------------------------------------------------------*
       01  REGISTRO-DEBP821.
           03  DEBP821-VALOR-LIMITE   PIC 9(013)V9(02).
           03  DEBP821-PCT-LIMITE     PIC 9(003).
           03  FILLER                 PIC X(062).

      *----------------------------------------------------------------*
      * PARAMETROS DA SUBROTINA DE REGISTRO DE EXECUCAO NO ARQUIVO DE  *
      * CONTROLE DEBCTL (BOOK DEBFK904).                               *
           MOVE "I"        TO DEBF904-FUNCAO.
           MOVE "DEBR821" TO DEBF904-PROGRAMA.
           CALL "DEBF904" USING DEBF904-PARM.
           MOVE SPACES    TO DEBF907-PARM.
           MOVE "C"       TO DEBF907-FUNCAO.
           MOVE "DEBR821" TO DEBF907-PROGRAMA.
           MOVE "DEBP821" TO DEBF907-PARAMETRO.
           MOVE ZERO      TO DEBF907-DT-REF.
           CALL "DEBF907" USING DEBF907-PARM.
           IF DEBF907-CD-RTN NOT = ZERO
               DISPLAY "DEBR821 - PARAMETRO DEBP821 NO DEBPAR: "
                       DEBF907-MSG
               DISPLAY "DEBR821 - EXECUCAO ABORTADA."
               STOP RUN
           END-IF.
           MOVE DEBF907-CONTEUDO TO REGISTRO-DEBP821.
           MOVE DEBP821-VALOR-LIMITE TO WS-VALOR-LIMITE.
           MOVE DEBP821-PCT-LIMITE   TO WS-PCT-LIMITE.
           OPEN INPUT  DEB307.
           OPEN OUTPUT DEBL821.
           PERFORM 1080-VALIDAR-HEADER THRU 1080-FIM.
