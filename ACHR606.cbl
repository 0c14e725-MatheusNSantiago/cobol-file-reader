      *                             IDADE DA EXCECAO DEIXA DE      *
      *                             INFLAR COM DIAS EM QUE NADA    *
      *                             RODOU.                         *
      * VRS004 15.10.2026 F7023235  O CARTAO ACHP606 DEIXA DE SER LIDO *
      *                             DO JCL: A IMAGEM EM VIGOR NO DIA   *
      *                             VEM DO KSDS DEBPAR PELA SUBROTINA  *
      *                             DEBF907, MANTIDA COM VIGENCIA E    *
      *                             AUDITORIA PELA DEBA855.            *
      * VRS005 15.10.2026 F7023235  GRAVA TAMBEM, PARA CADA EXCECAO    *
      *                             VIVA DA BASE, O REGISTRO COMUM DE  *
      *                             EXCECAO DEBEXC (BOOK DEBKEXC,      *
      *                             CODIGO = CD-RTN DA CLASSIFICACAO)  *
      *                             PARA O PLACAR SEMANAL DE QUALIDADE *
      *                             DE CADASTRO DA DEBR856.            *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT ACHL606  ASSIGN TO UT-S-ACHL606
                  ORGANIZATION IS SEQUENTIAL.

           SELECT DEBEXC   ASSIGN TO UT-S-DEBEXC
                  ORGANIZATION IS SEQUENTIAL.

           SELECT SORTWK606 ASSIGN TO UT-S-SORTWK606.
       01  REGISTRO-ACHL606           PIC X(132).

      *----------------------------------------------------------------*
      * REGISTRO COMUM DE EXCECAO (BOOK DEBKEXC) PARA O PLACAR SEMANAL *
      * DE QUALIDADE DE CADASTRO POR SUPER/AGENCIA DA DEBR856.         *
      *----------------------------------------------------------------*
       FD  DEBEXC
           BLOCK  0
           RECORD CONTAINS 80 CHARACTERS
           RECORDING F.

           COPY DEBKEXC.

       SD  SORTWK606.
       01  REGISTRO-SORTWK606.

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * PARAMETROS DA SUBROTINA DE LEITURA DOS PARAMETROS DA SUITE NO  *
      * DEBPAR (BOOK DEBFK907).                                        *
      *----------------------------------------------------------------*
       01  DEBF907-PARM.
           COPY DEBFK907.

      *----------------------------------------------------------------*
      * CARTAO DE PARAMETRO - MODO DE CONTAGEM DO ENVELHECIMENTO ("C"  *
      * DIAS CORRIDOS, "U" DIAS UTEIS PELA DEBF905; EM BRANCO VALE     *
      * "C", PARA A VIRADA SER GRADUAL).                               *
      * IMAGEM LIDA DO DEBPAR PELA DEBF907 (VIGENCIA EM VIGOR NO DIA). *
      *----------------------------------------------------------------*
       01  REGISTRO-ACHP606.
           03  ACHP606-MODO-CONTAGEM  PIC X(001).
           03  FILLER                 PIC X(079).

      *----------------------------------------------------------------*
      * EXCECAO CORRENTE DA NOITE, JA FUNDIDA DE EXC600 + EXC614 E     *
      * SEM DUPLICADAS (NO EMPATE DE CHAVE, PREVALECE O EXC600).       *
       01  WS-MES                   PIC X(002)       VALUE SPACES.
       01  WS-DIA                   PIC X(002)       VALUE SPACES.
       01  WS-QT-DIAS               PIC S9(009) COMP VALUE ZERO.
       01  WS-CD-RTN-EXC            PIC 9(004)       VALUE ZERO.

       01  WS-LINHA-DETALHE.
           03  WS-DET-DIAS          PIC ZZZZ9.
      * 1000-INICIALIZAR                                                *
      *================================================================*
       1000-INICIALIZAR.
           MOVE SPACES    TO DEBF907-PARM.
           MOVE "C"       TO DEBF907-FUNCAO.
           MOVE "ACHR606" TO DEBF907-PROGRAMA.
           MOVE "ACHP606" TO DEBF907-PARAMETRO.
           MOVE ZERO      TO DEBF907-DT-REF.
           CALL "DEBF907" USING DEBF907-PARM.
           IF DEBF907-CD-RTN NOT = ZERO
               DISPLAY "ACHR606 - PARAMETRO ACHP606 NO DEBPAR: "
                       DEBF907-MSG
               DISPLAY "ACHR606 - EXECUCAO ABORTADA."
               STOP RUN
           END-IF.
           MOVE DEBF907-CONTEUDO TO REGISTRO-ACHP606.
           IF ACHP606-MODO-CONTAGEM = "U"
               MOVE "U" TO WS-MODO-CONTAGEM
           END-IF.
           OPEN INPUT  EXC600.
           OPEN INPUT  EXC614.
           OPEN INPUT  EXCANT.
           OPEN OUTPUT EXCNOVA.
           OPEN OUTPUT ACHL606.
           OPEN OUTPUT DEBEXC.
           ACCEPT WS-DATA-ATUAL-AMD FROM DATE YYYYMMDD.
           MOVE WS-DATA-ATUAL-AMD(1:4) TO WS-ANO.
           MOVE WS-DATA-ATUAL-AMD(5:2) TO WS-MES.
           MOVE WS-EXC-CD-RTN       TO SORTWK606-CD-RTN.
           MOVE WS-EXC-MSG-RTN      TO SORTWK606-MSG-RTN.
           RELEASE REGISTRO-SORTWK606.
           PERFORM 2600-GRAVAR-DEBEXC THRU 2600-FIM.
       2500-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * 2600-GRAVAR-DEBEXC - REGISTRO COMUM DE EXCECAO DA CONTA AINDA  *
      *                      SEM CLASSIFICACAO (CODIGO = CD-RTN DA     *
      *                      ULTIMA OCORRENCIA, SEM SINAL), PARA O     *
      *                      PLACAR SEMANAL DA DEBR856.                *
      *----------------------------------------------------------------*
       2600-GRAVAR-DEBEXC.
           MOVE WS-EXC-CD-RTN     TO WS-CD-RTN-EXC.
           MOVE SPACES            TO REGISTRO-DEBEXC.
           MOVE WS-EXC-AGENCIA    TO DEBEXC-AGENCIA.
           MOVE WS-EXC-CONTA      TO DEBEXC-CONTA.
           MOVE "ACHR606"         TO DEBEXC-ORIGEM.
           MOVE WS-CD-RTN-EXC     TO DEBEXC-CODIGO.
           MOVE WS-DATA-ATUAL-AMD TO DEBEXC-DT-MOVIMENTO.
           MOVE WS-EXC-MSG-RTN    TO DEBEXC-DESCRICAO.
           WRITE REGISTRO-DEBEXC.
       2600-FIM.
           EXIT.

      *================================================================*
      * 3000-IMPRIMIR-LISTA - PROCEDIMENTO DE SAIDA DO SORT: LISTA DE  *
      *                       TRABALHO DA EXCECAO MAIS ANTIGA PARA A   *
           CLOSE EXCANT.
           CLOSE EXCNOVA.
           CLOSE ACHL606.
           CLOSE DEBEXC.
       8000-FIM.
           EXIT.
      * ----------------------------------------------------------------
