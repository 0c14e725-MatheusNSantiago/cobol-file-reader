      *                             MESTRE ALIMENTAREM O ACHA600 COM   *
      *                             AS RENOVACOES ANTES DOS 1405 DA    *
      *                             ACHSC600 ACONTECEREM.              *
      * VRS002 15.10.2026 F7023235  O CARTAO ACHP607 DEIXA DE SER LIDO *
      *                             DO JCL: A IMAGEM EM VIGOR NO DIA   *
      *                             VEM DO KSDS DEBPAR PELA SUBROTINA  *
      *                             DEBF907, MANTIDA COM VIGENCIA E    *
      *                             AUDITORIA PELA DEBA855.            *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                  RECORD KEY    IS ACHM600X-CHAVE
                  FILE STATUS   IS WS-FS-ACHM600X.

           SELECT ACHL607  ASSIGN TO UT-S-ACHL607
                  ORGANIZATION IS SEQUENTIAL.


           COPY ACHKM600.

       FD  ACHL607
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
      * CARTAO DE PARAMETRO - HORIZONTE EM DIAS DA CRITICA DE          *
      * VENCIMENTO DA VIGENCIA.                                        *
      * IMAGEM LIDA DO DEBPAR PELA DEBF907 (VIGENCIA EM VIGOR NO DIA). *
      *----------------------------------------------------------------*
       01  REGISTRO-ACHP607.
           03  ACHP607-DIAS-HORIZONTE PIC 9(003).
           03  FILLER                 PIC X(077).

       01  WS-FS-ACHM600X             PIC X(02)  VALUE "00".

       01  WS-DIAS-HORIZONTE          PIC 9(003)       VALUE ZERO.
      * 1000-INICIALIZAR                                                *
      *================================================================*
       1000-INICIALIZAR.
           MOVE SPACES    TO DEBF907-PARM.
           MOVE "C"       TO DEBF907-FUNCAO.
           MOVE "ACHR607" TO DEBF907-PROGRAMA.
           MOVE "ACHP607" TO DEBF907-PARAMETRO.
           MOVE ZERO      TO DEBF907-DT-REF.
           CALL "DEBF907" USING DEBF907-PARM.
           IF DEBF907-CD-RTN NOT = ZERO
               DISPLAY "ACHR607 - PARAMETRO ACHP607 NO DEBPAR: "
                       DEBF907-MSG
               DISPLAY "ACHR607 - EXECUCAO ABORTADA."
               STOP RUN
           END-IF.
           MOVE DEBF907-CONTEUDO TO REGISTRO-ACHP607.
           MOVE ACHP607-DIAS-HORIZONTE TO WS-DIAS-HORIZONTE.

           ACCEPT WS-DATA-ATUAL-AMD FROM DATE YYYYMMDD.
           MOVE FUNCTION INTEGER-OF-DATE(WS-DATA-ATUAL-AMD)
