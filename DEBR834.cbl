      *                             TERMINA, PELO PASSO DEBA835 - UM   *
      *                             ABEND NA APLICACAO NAO QUEIMA O    *
      *                             DIA.                               *
      * VRS002 15.10.2026 F7023235  O CARTAO DEBP834 DEIXA DE SER LIDO *
      *                             DO JCL E VEM DO KSDS DEBPAR PELA   *
      *                             SUBROTINA DEBF907. A AUTORIZACAO   *
      *                             DO SALTO SO VALE NO DIA DA         *
      *                             VIGENCIA GRAVADA PELA DEBA855; SEM *
      *                             VIGENCIA DO DIA O SALTO REPROVA.   *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-FS-DEBDT822.

       DATA DIVISION.
       FILE SECTION.
       FD  DEB1122
           03  DEBDT822-DT-ULT-ACEITA PIC 9(008).
           03  FILLER                 PIC X(072).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * PARAMETROS DA SUBROTINA DE LEITURA DOS PARAMETROS DA SUITE NO  *
      * DEBPAR (BOOK DEBFK907).                                        *
      *----------------------------------------------------------------*
       01  DEBF907-PARM.
           COPY DEBFK907.

      *----------------------------------------------------------------*
      * CARTAO DO OPERADOR - "S" AUTORIZA A CARGA MESMO COM SALTO DE   *
      * DATA (DIA PULADO PELO REMETENTE).                              *
      * IMAGEM LIDA DO DEBPAR PELA DEBF907 (VIGENCIA EM VIGOR NO DIA). *
      *----------------------------------------------------------------*
       01  REGISTRO-DEBP834.
           03  DEBP834-ACEITA-SALTO   PIC X(001).
           03  FILLER                 PIC X(079).

      *----------------------------------------------------------------*
      * PARAMETROS DA SUBROTINA DE REGISTRO DE EXECUCAO NO ARQUIVO DE  *
      * CONTROLE DEBCTL (BOOK DEBFK904).                               *
       01  WS-JULIANO-MOV             PIC S9(009) COMP.
       01  WS-JULIANO-ULT             PIC S9(009) COMP.
       01  WS-DIAS-SALTO              PIC S9(009) COMP VALUE ZERO.
       01  WS-DT-CORRENTE             PIC 9(008)       VALUE ZERO.

       01  WS-SWITCHES.
           03  WS-SW-EOF-DEB1122      PIC X(01)  VALUE "N".
           MOVE "DEBR834" TO DEBF904-PROGRAMA.
           CALL "DEBF904" USING DEBF904-PARM.

           MOVE SPACES    TO DEBF907-PARM.
           MOVE "C"       TO DEBF907-FUNCAO.
           MOVE "DEBR834" TO DEBF907-PROGRAMA.
           MOVE "DEBP834" TO DEBF907-PARAMETRO.
           MOVE ZERO      TO DEBF907-DT-REF.
           CALL "DEBF907" USING DEBF907-PARM.
           IF DEBF907-CD-RTN > 01
               DISPLAY "DEBR834 - PARAMETRO DEBP834 NO DEBPAR: "
                       DEBF907-MSG
               DISPLAY "DEBR834 - EXECUCAO ABORTADA."
               STOP RUN
           END-IF.
      *    A AUTORIZACAO DO OPERADOR VALE SO NO DIA DA VIGENCIA GRAVADA
      *    PELA DEBA855 - NOS DIAS SEGUINTES O SALTO VOLTA A REPROVAR.
           ACCEPT WS-DT-CORRENTE FROM DATE YYYYMMDD.
           IF DEBF907-CD-RTN = ZERO
              AND DEBF907-DT-VIGENCIA = WS-DT-CORRENTE
               MOVE DEBF907-CONTEUDO TO REGISTRO-DEBP834
               MOVE DEBP834-ACEITA-SALTO TO WS-SW-ACEITA-SALTO
           ELSE
               MOVE "N" TO WS-SW-ACEITA-SALTO
           END-IF.

           OPEN INPUT DEB1122.
           READ DEB1122 INTO DEB1122-REG-GERAL
