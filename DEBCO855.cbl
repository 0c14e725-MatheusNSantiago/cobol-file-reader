       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEBCO855.
       AUTHOR. F7023235.
      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES:                                      *
      * VRS001 15.10.2026 F7023235  IMPLANTACAO. CONSULTA ONLINE DOS   *
      *                             PARAMETROS DO KSDS DEBPAR, NO      *
      *                             MESMO PADRAO DA DEBCO849: RECEBE O *
      *                             PROGRAMA E A DATA DE REFERENCIA    *
      *                             (ZERO = HOJE) E LISTA, PELA FUNCAO *
      *                             L DA DEBF907, CADA PARAMETRO/ITEM  *
      *                             EM VIGOR NA DATA COM A VIGENCIA, O *
      *                             USUARIO QUE A GRAVOU E O CONTEUDO  *
      *                             DO CARTAO.                         *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * PARAMETROS DA SUBROTINA DE LEITURA DOS PARAMETROS DA SUITE NO  *
      * DEBPAR (BOOK DEBFK907).                                        *
      *----------------------------------------------------------------*
       01  DEBF907-PARM.
           COPY DEBFK907.

       01  WS-PROGRAMA-CONSULTA       PIC X(008)      VALUE SPACES.
       01  WS-DATA-CONSULTA           PIC 9(008)      VALUE ZERO.
       01  WS-QT-LISTADOS             PIC 9(005)      VALUE ZERO.

       01  WS-LINHA-PARAMETRO.
           03  WS-LIN-PARAMETRO       PIC X(008).
           03  FILLER                 PIC X(001)  VALUE SPACE.
           03  WS-LIN-ITEM            PIC X(004).
           03  FILLER                 PIC X(011)  VALUE " VIGENCIA: ".
           03  WS-LIN-VIGENCIA        PIC 9(008).
           03  FILLER                 PIC X(010)  VALUE " USUARIO: ".
           03  WS-LIN-USUARIO         PIC X(008).

       01  WS-SWITCHES.
           03  WS-SW-CONTINUAR        PIC X(01)  VALUE "S".
               88  WS-CONTINUAR                    VALUE "S".
           03  WS-SW-FIM-LISTA        PIC X(01)  VALUE "N".
               88  WS-FIM-LISTA                    VALUE "S".

       PROCEDURE DIVISION.

      *================================================================*
      * 0000-MAINLINE                                                  *
      *================================================================*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-FIM.
           PERFORM 2000-PROCESSAR   THRU 2000-FIM
               UNTIL NOT WS-CONTINUAR.
           PERFORM 8000-ENCERRAR    THRU 8000-FIM.
           STOP RUN.

      *================================================================*
      * 1000-INICIALIZAR                                               *
      *================================================================*
       1000-INICIALIZAR.
           DISPLAY "DEBCO855 - PARAMETROS EM VIGOR POR PROGRAMA".
           DISPLAY "INFORME PROGRAMA EM BRANCO PARA ENCERRAR A "
                   "CONSULTA.".
       1000-FIM.
           EXIT.

      *================================================================*
      * 2000-PROCESSAR - LE O PROGRAMA E A DATA DE REFERENCIA (ZERO =  *
      *                  HOJE) E LISTA OS PARAMETROS EM VIGOR NA DATA. *
      *================================================================*
       2000-PROCESSAR.
           MOVE SPACES TO WS-PROGRAMA-CONSULTA.
           DISPLAY "PROGRAMA.........: " WITH NO ADVANCING.
           ACCEPT WS-PROGRAMA-CONSULTA.
           IF WS-PROGRAMA-CONSULTA = SPACES
               MOVE "N" TO WS-SW-CONTINUAR
               GO TO 2000-FIM
           END-IF.
           DISPLAY "DATA AAAAMMDD (0 = HOJE): " WITH NO ADVANCING.
           ACCEPT WS-DATA-CONSULTA.
           IF WS-DATA-CONSULTA NOT NUMERIC
               DISPLAY "*** DATA INVALIDA"
               GO TO 2000-FIM
           END-IF.
           PERFORM 2100-LISTAR-PARAMETROS THRU 2100-FIM.
       2000-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * 2100-LISTAR-PARAMETROS - FUNCAO "L" DA DEBF907 A PARTIR DO     *
      *                          INICIO DO PROGRAMA, REPASSANDO O      *
      *                          PARAMETRO/ITEM DEVOLVIDO ATE O FIM.   *
      *----------------------------------------------------------------*
       2100-LISTAR-PARAMETROS.
           MOVE ZERO   TO WS-QT-LISTADOS.
           MOVE "N"    TO WS-SW-FIM-LISTA.
           MOVE SPACES TO DEBF907-PARM.
           MOVE "L"                  TO DEBF907-FUNCAO.
           MOVE WS-PROGRAMA-CONSULTA TO DEBF907-PROGRAMA.
           MOVE SPACES               TO DEBF907-PARAMETRO.
           MOVE SPACES               TO DEBF907-ITEM.
           MOVE WS-DATA-CONSULTA     TO DEBF907-DT-REF.
           PERFORM 2200-LER-PROXIMO THRU 2200-FIM
               UNTIL WS-FIM-LISTA.
           IF WS-QT-LISTADOS = ZERO
               DISPLAY "*** PROGRAMA SEM PARAMETROS EM VIGOR NA DATA"
           END-IF.
       2100-FIM.
           EXIT.

       2200-LER-PROXIMO.
           CALL "DEBF907" USING DEBF907-PARM.
           IF DEBF907-CD-RTN = 02
               MOVE "S" TO WS-SW-FIM-LISTA
               GO TO 2200-FIM
           END-IF.
           IF DEBF907-CD-RTN NOT = ZERO
               DISPLAY "*** " DEBF907-MSG
               MOVE "S" TO WS-SW-FIM-LISTA
               GO TO 2200-FIM
           END-IF.
           ADD 1 TO WS-QT-LISTADOS.
           MOVE DEBF907-PARAMETRO-RTN TO WS-LIN-PARAMETRO.
           MOVE DEBF907-ITEM-RTN      TO WS-LIN-ITEM.
           MOVE DEBF907-DT-VIGENCIA   TO WS-LIN-VIGENCIA.
           MOVE DEBF907-USUARIO       TO WS-LIN-USUARIO.
           DISPLAY WS-LINHA-PARAMETRO.
           DISPLAY "    " DEBF907-CONTEUDO.
           MOVE DEBF907-PARAMETRO-RTN TO DEBF907-PARAMETRO.
           MOVE DEBF907-ITEM-RTN      TO DEBF907-ITEM.
       2200-FIM.
           EXIT.

      *================================================================*
      * 8000-ENCERRAR                                                  *
      *================================================================*
       8000-ENCERRAR.
           DISPLAY "DEBCO855 - FIM DA CONSULTA.".
       8000-FIM.
           EXIT.
      * ----------------------------------------------------------------
