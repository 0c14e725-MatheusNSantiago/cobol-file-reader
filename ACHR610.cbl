      *                             DE NOITE TAMBEM FOI AJUSTADA AO    *
      *                             TAMANHO DO REGISTRO (TRUNCAVA UM   *
      *                             BYTE EM SILENCIO).                 *
      * VRS003 15.10.2026 F7023235  O PERCENTUAL DE OSCILACAO QUE      *
      *                             MERECE ALERTA DEIXA O CARTAO       *
      *                             ACHP610 E VEM DO KSDS DEBPAR PELA  *
      *                             SUBROTINA DEBF907. O CARTAO FICA   *
      *                             SO COM O MES DE REFERENCIA.        *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           03  FILLER                 PIC X(004).

      *----------------------------------------------------------------*
      * CARTAO DE PARAMETRO - MES DE REFERENCIA (AAAAMM). O PERCENTUAL *
      * DE OSCILACAO QUE MERECE ALERTA VEM DO DEBPAR (ACHP610-PCT-     *
      * LIMITE FICA SEM USO NO CARTAO).                                *
      *----------------------------------------------------------------*
       FD  ACHP610
           BLOCK  0

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * PARAMETROS DA SUBROTINA DE LEITURA DOS PARAMETROS DA SUITE NO  *
      * DEBPAR (BOOK DEBFK907).                                        *
      *----------------------------------------------------------------*
       01  DEBF907-PARM.
           COPY DEBFK907.

      *----------------------------------------------------------------*
      * PERCENTUAL DE OSCILACAO CONTRA A NOITE ANTERIOR QUE MERECE     *
      * ALERTA - IMAGEM LIDA DO DEBPAR PELA DEBF907 (VIGENCIA EM VIGOR *
      * NO DIA), NO LAYOUT DO CARTAO ACHP610 COM O MES ZERADO.         *
      *----------------------------------------------------------------*
       01  WS-PARM-ACHP610.
           03  FILLER                 PIC 9(006).
           03  WS-PARM-PCT-LIMITE     PIC 9(003).
           03  FILLER                 PIC X(071).

       01  WS-ANO-MES-REF             PIC 9(006)       VALUE ZERO.
       01  WS-PCT-LIMITE              PIC 9(003)       VALUE ZERO.

           OPEN INPUT  ACHP610.
           READ ACHP610.
           MOVE ACHP610-ANO-MES    TO WS-ANO-MES-REF.
           CLOSE ACHP610.
           MOVE SPACES    TO DEBF907-PARM.
           MOVE "C"       TO DEBF907-FUNCAO.
           MOVE "ACHR610" TO DEBF907-PROGRAMA.
           MOVE "ACHP610" TO DEBF907-PARAMETRO.
           MOVE ZERO      TO DEBF907-DT-REF.
           CALL "DEBF907" USING DEBF907-PARM.
           IF DEBF907-CD-RTN NOT = ZERO
               DISPLAY "ACHR610 - PARAMETRO ACHP610 NO DEBPAR: "
                       DEBF907-MSG
               DISPLAY "ACHR610 - EXECUCAO ABORTADA."
               STOP RUN
           END-IF.
           MOVE DEBF907-CONTEUDO   TO WS-PARM-ACHP610.
           MOVE WS-PARM-PCT-LIMITE TO WS-PCT-LIMITE.
           OPEN INPUT  ACHH601.
           OPEN OUTPUT ACHL610.
           PERFORM 2100-LER-ACHH601 THRU 2100-FIM.
