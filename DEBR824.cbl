      *                             JA GRAVADA (EXCESSO DE CHEQUES,    *
      *                             SEM CONFORMIDADE, ...) NAO PODE    *
      *                             SER SOBREPOSTA PELA DORMENCIA.     *
      * VRS003 15.10.2026 F7023235  O CARTAO DEBP824 DEIXA DE SER LIDO *
      *                             DO JCL: A IMAGEM EM VIGOR NO DIA   *
      *                             VEM DO KSDS DEBPAR PELA SUBROTINA  *
      *                             DEBF907, MANTIDA COM VIGENCIA E    *
      *                             AUDITORIA PELA DEBA855.            *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT DEB307   ASSIGN TO UT-S-DEBK307
                  ORGANIZATION IS SEQUENTIAL.

           SELECT DEBT811D ASSIGN TO UT-S-DEBT811D
                  ORGANIZATION IS SEQUENTIAL.


       01  DEB307-REGISTRO            PIC X(371).

      *----------------------------------------------------------------*
      * TRANSACOES DE DORMENCIA NO FORMATO DO DEBT811 (VIDE DEBA811),  *
      * GRAVADAS NA PROPRIA ORDEM DE AGENCIA/CONTA DO DEB307, QUE E A  *

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * PARAMETROS DA SUBROTINA DE LEITURA DOS PARAMETROS DA SUITE NO  *
      * DEBPAR (BOOK DEBFK907).                                        *
      *----------------------------------------------------------------*
       01  DEBF907-PARM.
           COPY DEBFK907.

      *----------------------------------------------------------------*
      * CARTAO DE PARAMETRO - NUMERO DE DIAS SEM MOVIMENTACAO A PARTIR *
      * DO QUAL A CONTA E CONSIDERADA ADORMECIDA (MESMO PADRAO DO      *
      * DEBP806).                                                      *
      * IMAGEM LIDA DO DEBPAR PELA DEBF907 (VIGENCIA EM VIGOR NO DIA). *
      *----------------------------------------------------------------*
       01  REGISTRO-DEBP824.
           03  DEBP824-DIAS-LIMITE    PIC 9(003).
           03  FILLER                 PIC X(077).

      *----------------------------------------------------------------*
      * PARAMETROS DA SUBROTINA DE REGISTRO DE EXECUCAO NO ARQUIVO DE  *
      * CONTROLE DEBCTL (BOOK DEBFK904).                               *
           MOVE "I"        TO DEBF904-FUNCAO.
           MOVE "DEBR824" TO DEBF904-PROGRAMA.
           CALL "DEBF904" USING DEBF904-PARM.
           MOVE SPACES    TO DEBF907-PARM.
           MOVE "C"       TO DEBF907-FUNCAO.
           MOVE "DEBR824" TO DEBF907-PROGRAMA.
           MOVE "DEBP824" TO DEBF907-PARAMETRO.
           MOVE ZERO      TO DEBF907-DT-REF.
           CALL "DEBF907" USING DEBF907-PARM.
           IF DEBF907-CD-RTN NOT = ZERO
               DISPLAY "DEBR824 - PARAMETRO DEBP824 NO DEBPAR: "
                       DEBF907-MSG
               DISPLAY "DEBR824 - EXECUCAO ABORTADA."
               STOP RUN
           END-IF.
           MOVE DEBF907-CONTEUDO TO REGISTRO-DEBP824.
           MOVE DEBP824-DIAS-LIMITE TO WS-DIAS-LIMITE.

           ACCEPT WS-DATA-ATUAL-AMD FROM DATE YYYYMMDD.
           MOVE FUNCTION INTEGER-OF-DATE(WS-DATA-ATUAL-AMD)
