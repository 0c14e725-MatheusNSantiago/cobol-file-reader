      *                             DE DEB307-IND-MALA AO LADO; AS     *
      *                             MAIORES FOLHAS PERDIDAS SAEM       *
      *                             PRIMEIRO DENTRO DE CADA SECAO.     *
      * VRS002 15.10.2026 F7023235  O CARTAO DEBP839 DEIXA DE SER LIDO *
      *                             DO JCL: A IMAGEM EM VIGOR NO DIA   *
      *                             VEM DO KSDS DEBPAR PELA SUBROTINA  *
      *                             DEBF907, MANTIDA COM VIGENCIA E    *
      *                             AUDITORIA PELA DEBA855.            *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT DEB307SA ASSIGN TO UT-S-DEB307SA
                  ORGANIZATION IS SEQUENTIAL.

           SELECT DEBL839  ASSIGN TO UT-S-DEBL839
                  ORGANIZATION IS SEQUENTIAL.


       01  DEB307SA-REGISTRO          PIC X(371).

       FD  DEBL839
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
      * CARTAO DE PARAMETRO - PERCENTUAL DA MEDIA DOS DOIS MESES       *
      * ANTERIORES ABAIXO DO QUAL O PROVENTO DO MES E QUEDA BRUSCA.    *
      * IMAGEM LIDA DO DEBPAR PELA DEBF907 (VIGENCIA EM VIGOR NO DIA). *
      *----------------------------------------------------------------*
       01  REGISTRO-DEBP839.
           03  DEBP839-PCT-QUEDA      PIC 9(003).
           03  FILLER                 PIC X(077).

      *----------------------------------------------------------------*
      * PARAMETROS DA SUBROTINA DE REGISTRO DE EXECUCAO NO ARQUIVO DE  *
      * CONTROLE DEBCTL (BOOK DEBFK904).                               *
           MOVE "I"        TO DEBF904-FUNCAO.
           MOVE "DEBR839" TO DEBF904-PROGRAMA.
           CALL "DEBF904" USING DEBF904-PARM.
           MOVE SPACES    TO DEBF907-PARM.
           MOVE "C"       TO DEBF907-FUNCAO.
           MOVE "DEBR839" TO DEBF907-PROGRAMA.
           MOVE "DEBP839" TO DEBF907-PARAMETRO.
           MOVE ZERO      TO DEBF907-DT-REF.
           CALL "DEBF907" USING DEBF907-PARM.
           IF DEBF907-CD-RTN NOT = ZERO
               DISPLAY "DEBR839 - PARAMETRO DEBP839 NO DEBPAR: "
                       DEBF907-MSG
               DISPLAY "DEBR839 - EXECUCAO ABORTADA."
               STOP RUN
           END-IF.
           MOVE DEBF907-CONTEUDO TO REGISTRO-DEBP839.
           MOVE DEBP839-PCT-QUEDA TO WS-PCT-QUEDA.
           OPEN INPUT  DEB307SA.
           OPEN OUTPUT DEBL839.
           PERFORM 1080-VALIDAR-HEADER THRU 1080-FIM.
