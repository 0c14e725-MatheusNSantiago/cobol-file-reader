      *                             PRIMEIRA COLETA AS CHAVES A        *
      *                             EXPURGAR E A SEGUNDA APAGA OS      *
      *                             DOIS REGISTROS DO PAR.             *
      * VRS003 15.10.2026 F7023235  O CARTAO DEBP836 DEIXA DE SER LIDO *
      *                             DO JCL: A IMAGEM EM VIGOR NO DIA   *
      *                             VEM DO KSDS DEBPAR PELA SUBROTINA  *
      *                             DEBF907, MANTIDA COM VIGENCIA E    *
      *                             AUDITORIA PELA DEBA855.            *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                  RECORD KEY    IS DEB1122X-CHAVE
                  FILE STATUS   IS WS-FS-DEB1122X.

           SELECT DEBH836  ASSIGN TO UT-S-DEBH836
                  ORGANIZATION IS SEQUENTIAL.


           COPY DEBK1122X.

      *----------------------------------------------------------------*
      * GERACAO DE HISTORICO DOS CANCELAMENTOS EXPURGADOS: HEADER COM  *
      * A DATA DO EXPURGO, UM DETALHE POR REGISTRO REMOVIDO (A IMAGEM  *

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * PARAMETROS DA SUBROTINA DE LEITURA DOS PARAMETROS DA SUITE NO  *
      * DEBPAR (BOOK DEBFK907).                                        *
      *----------------------------------------------------------------*
       01  DEBF907-PARM.
           COPY DEBFK907.

      *----------------------------------------------------------------*
      * CARTAO DE PARAMETRO - CANCELAMENTO COM MAIS DE N DIAS VAI PARA *
      * O HISTORICO E SAI DO KSDS.                                     *
      * IMAGEM LIDA DO DEBPAR PELA DEBF907 (VIGENCIA EM VIGOR NO DIA). *
      *----------------------------------------------------------------*
       01  REGISTRO-DEBP836.
           03  DEBP836-DIAS-RETENCAO  PIC 9(003).
           03  FILLER                 PIC X(077).

      *----------------------------------------------------------------*
      * PARAMETROS DA SUBROTINA DE REGISTRO DE EXECUCAO NO ARQUIVO DE  *
      * CONTROLE DEBCTL (BOOK DEBFK904).                               *
           MOVE "DEBR836" TO DEBF904-PROGRAMA.
           CALL "DEBF904" USING DEBF904-PARM.

           MOVE SPACES    TO DEBF907-PARM.
           MOVE "C"       TO DEBF907-FUNCAO.
           MOVE "DEBR836" TO DEBF907-PROGRAMA.
           MOVE "DEBP836" TO DEBF907-PARAMETRO.
           MOVE ZERO      TO DEBF907-DT-REF.
           CALL "DEBF907" USING DEBF907-PARM.
           IF DEBF907-CD-RTN NOT = ZERO
               DISPLAY "DEBR836 - PARAMETRO DEBP836 NO DEBPAR: "
                       DEBF907-MSG
               DISPLAY "DEBR836 - EXECUCAO ABORTADA."
               STOP RUN
           END-IF.
           MOVE DEBF907-CONTEUDO TO REGISTRO-DEBP836.
           MOVE DEBP836-DIAS-RETENCAO TO WS-DIAS-RETENCAO.

           ACCEPT WS-DATA-ATUAL-AMD FROM DATE YYYYMMDD.
           MOVE FUNCTION INTEGER-OF-DATE(WS-DATA-ATUAL-AMD)
