      *                             INSTRUMENTA NO ARQUIVO QUE         *
      *                             MANTEM; AS CONTAGENS SAEM POR      *
      *                             DISPLAY.                           *
      * VRS003 15.10.2026 F7023235  O CARTAO DEBP838 DEIXA DE SER LIDO *
      *                             DO JCL: A IMAGEM EM VIGOR NO DIA   *
      *                             VEM DO KSDS DEBPAR PELA SUBROTINA  *
      *                             DEBF907, MANTIDA COM VIGENCIA E    *
      *                             AUDITORIA PELA DEBA855.            *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT DEBCTL   ASSIGN TO UT-S-DEBCTL
                  ORGANIZATION IS SEQUENTIAL.

           SELECT DEBCTLA  ASSIGN TO UT-S-DEBCTLA
                  ORGANIZATION IS SEQUENTIAL.

           03  DEBCTL-STATUS          PIC X(008).
           03  FILLER                 PIC X(027).

      *----------------------------------------------------------------*
      * GERACAO DE ARQUIVO MORTO (REGISTROS CORTADOS) E GERACAO NOVA   *
      * DO DEBCTL (JANELA RETIDA), AMBAS COM O LAYOUT ORIGINAL.        *

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * PARAMETROS DA SUBROTINA DE LEITURA DOS PARAMETROS DA SUITE NO  *
      * DEBPAR (BOOK DEBFK907).                                        *
      *----------------------------------------------------------------*
       01  DEBF907-PARM.
           COPY DEBFK907.

      *----------------------------------------------------------------*
      * CARTAO DE PARAMETRO - NOITES RETIDAS NO DEBCTL, PERCENTUAL DE  *
      * CRESCIMENTO DO TEMPO QUE MERECE ALERTA E HORA LIMITE DA        *
      * JANELA BATCH (TERMINO NELA OU DEPOIS TAMBEM ALERTA).           *
      * IMAGEM LIDA DO DEBPAR PELA DEBF907 (VIGENCIA EM VIGOR NO DIA). *
      *----------------------------------------------------------------*
       01  REGISTRO-DEBP838.
           03  DEBP838-QT-NOITES      PIC 9(003).
           03  DEBP838-PCT-LIMITE     PIC 9(003).
           03  DEBP838-HORA-LIMITE    PIC 9(002).
           03  FILLER                 PIC X(072).

       01  WS-QT-LIDOS-CTL             PIC 9(09) COMP VALUE ZERO.
       01  WS-QT-ARQUIVADOS            PIC 9(09) COMP VALUE ZERO.
       01  WS-QT-RETIDOS               PIC 9(09) COMP VALUE ZERO.
      * 1000-INICIALIZAR                                                *
      *================================================================*
       1000-INICIALIZAR.
           MOVE SPACES    TO DEBF907-PARM.
           MOVE "C"       TO DEBF907-FUNCAO.
           MOVE "DEBR838" TO DEBF907-PROGRAMA.
           MOVE "DEBP838" TO DEBF907-PARAMETRO.
           MOVE ZERO      TO DEBF907-DT-REF.
           CALL "DEBF907" USING DEBF907-PARM.
           IF DEBF907-CD-RTN NOT = ZERO
               DISPLAY "DEBR838 - PARAMETRO DEBP838 NO DEBPAR: "
                       DEBF907-MSG
               DISPLAY "DEBR838 - EXECUCAO ABORTADA."
               STOP RUN
           END-IF.
           MOVE DEBF907-CONTEUDO TO REGISTRO-DEBP838.
           MOVE DEBP838-QT-NOITES   TO WS-QT-NOITES.
           MOVE DEBP838-PCT-LIMITE  TO WS-PCT-LIMITE.
           MOVE DEBP838-HORA-LIMITE TO WS-HORA-LIMITE.

           ACCEPT WS-DATA-ATUAL-AMD FROM DATE YYYYMMDD.
           MOVE FUNCTION INTEGER-OF-DATE(WS-DATA-ATUAL-AMD)
