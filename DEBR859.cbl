       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEBR859.
       AUTHOR. F7023235.
      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES:                                      *
      * VRS001 15.10.2026 F7023235  IMPLANTACAO. REVISAO MENSAL DO     *
      *                             LIMITE DO CHEQUE ESPECIAL PF CONTRA*
      *                             A RENDA: COMPARA O DEB307-LIMITE   *
      *                             COM A MEDIA DOS PROVENTOS-1/2/3 E  *
      *                             O MULTIPLO DA POLITICA DE CREDITO  *
      *                             POR DEB307-TP-CH-ESP E             *
      *                             DEB307-NIV-TX-C-ES (TABELA         *
      *                             DEBTX859 DO DEBPAR, LIDA PELA      *
      *                             DEBF907). APONTA TAMBEM A          *
      *                             CONCESSAO DE CONJUGE, FILHO OU     *
      *                             CORTESIA (DEB307-MT-CO-C-ESP 1/2/3)*
      *                             SEM PROVENTOS NOS DOIS ULTIMOS     *
      *                             MESES. O LIMITE PROPOSTO SAI NO    *
      *                             ARQUIVO CANDIDATO DEBT859 (LAYOUT  *
      *                             DO DEBT812, TIPO 01) PARA A        *
      *                             APROVACAO DO CREDITO. CONTAS COM   *
      *                             BLOQUEIO DO COR (LIM-FUTURO 777777)*
      *                             E CONTAS MONITORADAS FICAM FORA DA *
      *                             PROPOSTA E SAEM EM SECAO PROPRIA   *
      *                             DO RELATORIO DEBL859.              *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEB307   ASSIGN TO UT-S-DEBK307
                  ORGANIZATION IS SEQUENTIAL.

           SELECT DEBT812  ASSIGN TO UT-S-DEBT859
                  ORGANIZATION IS SEQUENTIAL.

           SELECT DEBL859  ASSIGN TO UT-S-DEBL859
                  ORGANIZATION IS SEQUENTIAL.

           SELECT SORTWK859 ASSIGN TO UT-S-SORTWK859.

       DATA DIVISION.
       FILE SECTION.
       FD  DEB307
           BLOCK  0
           RECORD CONTAINS 371 CHARACTERS
           RECORDING F.

       01  DEB307-REGISTRO            PIC X(371).

      *----------------------------------------------------------------*
      * CANDIDATOS AA REDUCAO DE LIMITE, NO LAYOUT DAS TRANSACOES DO   *
      * DEBA812 - TIPO 01 (DEB307-LIMITE) COM O LIMITE PROPOSTO. SAEM  *
      * NA ORDEM DE AGENCIA/CONTA DO EXTRATO; O CREDITO APROVA E O     *
      * QUE FOR APROVADO SEGUE COMO DEBT812 PARA A NOITE.              *
      *----------------------------------------------------------------*
       FD  DEBT812
           BLOCK  0
           RECORD CONTAINS 40 CHARACTERS
           RECORDING F.

       01  REGISTRO-DEBT812.
           03  DEBT812-AGENCIA           PIC 9(005).
           03  DEBT812-CONTA             PIC 9(011).
           03  DEBT812-TIPO              PIC 9(002).
           03  DEBT812-VALOR-NOVO        PIC X(013).
           03  DEBT812-VALOR-NUM REDEFINES DEBT812-VALOR-NOVO
                                         PIC 9(013).
           03  FILLER                    PIC X(009).

       FD  DEBL859
           BLOCK  0
           RECORD CONTAINS 132 CHARACTERS
           RECORDING F.

       01  REGISTRO-DEBL859           PIC X(132).

      *----------------------------------------------------------------*
      * SECAO 1 - CONTAS COM LIMITE PROPOSTO; SECAO 2 - CONTAS         *
      * EXCLUIDAS (COR/MONITORADA) QUE A REVISAO APONTARIA.            *
      *----------------------------------------------------------------*
       SD  SORTWK859.
       01  REGISTRO-SORTWK859.
           03  SORTWK859-SECAO        PIC 9(001).
           03  SORTWK859-AGENCIA      PIC 9(005).
           03  SORTWK859-CONTA        PIC 9(011).
           03  SORTWK859-TP-CH-ESP    PIC 9(001).
           03  SORTWK859-NIV-TX-C-ES  PIC 9(001).
           03  SORTWK859-MT-CO-C-ESP  PIC 9(001).
           03  SORTWK859-LIMITE       PIC S9(013)V COMP-3.
           03  SORTWK859-MEDIA        PIC S9(015)V9(02) COMP-3.
           03  SORTWK859-MULTIPLO     PIC 9(003)V9(02).
           03  SORTWK859-PROPOSTO     PIC S9(013)V COMP-3.
           03  SORTWK859-LIM-FUTURO   PIC S9(013)V COMP-3.
           03  SORTWK859-MOTIVO       PIC X(030).
           03  SORTWK859-EXCLUSAO     PIC X(010).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * PARAMETROS DA SUBROTINA DE REGISTRO DE EXECUCAO NO ARQUIVO DE  *
      * CONTROLE DEBCTL (BOOK DEBFK904).                               *
      *----------------------------------------------------------------*
       01  DEBF904-PARM.
           COPY DEBFK904.

       01  WS-QT-LIDOS-CTL             PIC 9(09) COMP VALUE ZERO.
       01  WS-QT-GRAV-DEBT812          PIC 9(09) COMP VALUE ZERO.
       01  WS-QT-GRAV-DEBL859          PIC 9(09) COMP VALUE ZERO.
       01  WS-STATUS-CTL               PIC X(04)      VALUE "OK".

           COPY DEBK307.

      *----------------------------------------------------------------*
      * PARAMETROS DA SUBROTINA DE VALIDACAO DO HEADER DO DEB307       *
      * (BOOK DEBFK903).                                               *
      *----------------------------------------------------------------*
       01  DEBF903-PARM.
           COPY DEBFK903.

      *----------------------------------------------------------------*
      * PARAMETROS DA SUBROTINA DE LEITURA DOS PARAMETROS DA SUITE NO  *
      * DEBPAR (BOOK DEBFK907).                                        *
      *----------------------------------------------------------------*
       01  DEBF907-PARM.
           COPY DEBFK907.

      *----------------------------------------------------------------*
      * TABELA DA POLITICA DE CREDITO: UMA LINHA POR TIPO DO CHEQUE    *
      * ESPECIAL (DEB307-TP-CH-ESP) E NIVEL DE TAXA (DEB307-NIV-TX-    *
      * C-ES), COM O MULTIPLO DA MEDIA MENSAL DOS PROVENTOS ACEITO     *
      * COMO LIMITE.                                                   *
      * IMAGEM LIDA DO DEBPAR PELA DEBF907 (VIGENCIA EM VIGOR NO DIA). *
      *----------------------------------------------------------------*
       01  REGISTRO-DEBTX859.
           03  DEBTX859-TP-CH-ESP     PIC 9(001).
           03  DEBTX859-NIV-TX-C-ES   PIC 9(001).
           03  DEBTX859-MULTIPLO      PIC 9(003)V9(02).
           03  FILLER                 PIC X(073).

       01  TB-MULTIPLOS.
           03  TB-QTDE                PIC S9(4) COMP     VALUE ZERO.
           03  TB-ITEM                OCCURS 100 TIMES.
               05  TB-TP-CH-ESP       PIC 9(001).
               05  TB-NIV-TX-C-ES     PIC 9(001).
               05  TB-MULTIPLO        PIC 9(003)V9(02).

       01  WS-IDX                     PIC S9(4) COMP     VALUE ZERO.

      *----------------------------------------------------------------*
      * O LIMITE PROPOSTO E O MULTIPLO DA MEDIA, TRUNCADO NA CENTENA   *
      * DE REAIS.                                                      *
      *----------------------------------------------------------------*
       01  WS-MEDIA-PROVENTOS         PIC S9(015)V9(02) COMP-3
                                      VALUE ZERO.
       01  WS-MULTIPLO                PIC 9(003)V9(02)  VALUE ZERO.
       01  WS-TETO-CENTENAS           PIC S9(011)V      COMP-3
                                      VALUE ZERO.
       01  WS-LIMITE-PROPOSTO         PIC S9(013)V      COMP-3
                                      VALUE ZERO.
       01  WS-MOTIVO                  PIC X(030)        VALUE SPACES.
       01  WS-EXCLUSAO                PIC X(010)        VALUE SPACES.
       01  WS-DATA-MOV-FMT            PIC X(010)        VALUE SPACES.

       01  WS-RESULTADO               PIC 9(001)        VALUE ZERO.
           88  WS-RENDA-CESSADA                          VALUE 1.
           88  WS-ACIMA-MULTIPLO                         VALUE 2.
           88  WS-COMPATIVEL                             VALUE 3.
           88  WS-SEM-PROVENTOS                          VALUE 4.
           88  WS-SEM-MULTIPLO                           VALUE 5.
           88  WS-PROPOR-LIMITE                          VALUE 1 2.

       01  WS-QT-EM-REVISAO           PIC 9(009) COMP   VALUE ZERO.
       01  WS-QT-RENDA-CESSADA        PIC 9(009) COMP   VALUE ZERO.
       01  WS-QT-ACIMA-MULTIPLO       PIC 9(009) COMP   VALUE ZERO.
       01  WS-QT-COMPATIVEL           PIC 9(009) COMP   VALUE ZERO.
       01  WS-QT-SEM-PROVENTOS        PIC 9(009) COMP   VALUE ZERO.
       01  WS-QT-SEM-MULTIPLO         PIC 9(009) COMP   VALUE ZERO.
       01  WS-QT-EXCLUIDA-COR         PIC 9(009) COMP   VALUE ZERO.
       01  WS-QT-EXCLUIDA-MONIT       PIC 9(009) COMP   VALUE ZERO.
       01  WS-QT-EXCLUIDA-APONTADA    PIC 9(009) COMP   VALUE ZERO.
       01  WS-QT-LINHAS-SECAO         PIC 9(009) COMP   VALUE ZERO.

      *----------------------------------------------------------------*
      * LINHAS DO RELATORIO.                                           *
      *----------------------------------------------------------------*
       01  WS-LINHA-TITULO.
           03  FILLER                 PIC X(052)  VALUE
               "DEBR859 - REVISAO LIMITE CHEQUE ESPECIAL PF X RENDA".
           03  FILLER                 PIC X(003)  VALUE " - ".
           03  WS-TIT-DATA            PIC X(010).
           03  FILLER                 PIC X(067)  VALUE SPACES.

       01  WS-LINHA-SECAO.
           03  WS-SEC-TEXTO           PIC X(080).
           03  FILLER                 PIC X(052)  VALUE SPACES.

       01  WS-LINHA-COLUNAS.
           03  FILLER                 PIC X(006)  VALUE "   AG ".
           03  FILLER                 PIC X(013)  VALUE
               "      CONTA  ".
           03  FILLER                 PIC X(009)  VALUE "T  N  M  ".
           03  FILLER                 PIC X(012)  VALUE
               "     LIMITE ".
           03  FILLER                 PIC X(015)  VALUE
               "   MEDIA RENDA ".
           03  FILLER                 PIC X(007)  VALUE "  MULT ".
           03  FILLER                 PIC X(012)  VALUE
               "   PROPOSTO ".
           03  FILLER                 PIC X(012)  VALUE
               " LIM.FUTURO ".
           03  FILLER                 PIC X(031)  VALUE "MOTIVO".
           03  FILLER                 PIC X(015)  VALUE "EXCLUSAO".

       01  WS-LINHA-DETALHE.
           03  WS-DET-AGENCIA         PIC ZZZZ9.
           03  FILLER                 PIC X(001)  VALUE SPACE.
           03  WS-DET-CONTA           PIC ZZZZZZZZZZ9.
           03  FILLER                 PIC X(002)  VALUE SPACES.
           03  WS-DET-TP-CH-ESP       PIC 9(001).
           03  FILLER                 PIC X(002)  VALUE SPACES.
           03  WS-DET-NIV-TX-C-ES     PIC 9(001).
           03  FILLER                 PIC X(002)  VALUE SPACES.
           03  WS-DET-MT-CO-C-ESP     PIC 9(001).
           03  FILLER                 PIC X(002)  VALUE SPACES.
           03  WS-DET-LIMITE          PIC ZZZ.ZZZ.ZZ9.
           03  FILLER                 PIC X(001)  VALUE SPACE.
           03  WS-DET-MEDIA           PIC ZZZ.ZZZ.ZZ9,99.
           03  FILLER                 PIC X(001)  VALUE SPACE.
           03  WS-DET-MULTIPLO        PIC ZZ9,99.
           03  FILLER                 PIC X(001)  VALUE SPACE.
           03  WS-DET-PROPOSTO        PIC ZZZ.ZZZ.ZZ9.
           03  FILLER                 PIC X(001)  VALUE SPACE.
           03  WS-DET-LIM-FUTURO      PIC ZZZ.ZZZ.ZZ9.
           03  FILLER                 PIC X(001)  VALUE SPACE.
           03  WS-DET-MOTIVO          PIC X(030).
           03  FILLER                 PIC X(001)  VALUE SPACE.
           03  WS-DET-EXCLUSAO        PIC X(010).
           03  FILLER                 PIC X(005)  VALUE SPACES.

       01  WS-LINHA-RESUMO.
           03  WS-RES-DESCRICAO       PIC X(060).
           03  WS-RES-QUANTIDADE      PIC ZZZ.ZZZ.ZZ9.
           03  FILLER                 PIC X(061)  VALUE SPACES.

       01  WS-SWITCHES.
           03  WS-SW-EOF-DEB307       PIC X(01)        VALUE "N".
               88  WS-EOF-DEB307                        VALUE "Y".
           03  WS-SW-EOF-SORTWK       PIC X(01)        VALUE "N".
               88  WS-EOF-SORTWK                        VALUE "Y".
           03  WS-SW-EOF-DEBTX859     PIC X(01)        VALUE "N".
               88  WS-EOF-DEBTX859                      VALUE "Y".
           03  WS-SW-ACHOU-MULTIPLO   PIC X(01)        VALUE "N".
               88  WS-ACHOU-MULTIPLO                    VALUE "S".

       PROCEDURE DIVISION.

      *================================================================*
      * 0000-MAINLINE                                                  *
      *================================================================*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-FIM.
           SORT SORTWK859
               ON ASCENDING KEY SORTWK859-SECAO SORTWK859-AGENCIA
                                SORTWK859-CONTA
               INPUT PROCEDURE 2000-REVISAR-CONTAS THRU 2000-FIM
               OUTPUT PROCEDURE 3000-IMPRIMIR-RELATORIO THRU 3000-FIM.
           PERFORM 8000-ENCERRAR    THRU 8000-FIM.
           STOP RUN.

      *================================================================*
      * 1000-INICIALIZAR - CARREGA A TABELA DE MULTIPLOS DA POLITICA.  *
      *================================================================*
       1000-INICIALIZAR.
           MOVE SPACES TO DEBF904-PARM.
           MOVE "I"        TO DEBF904-FUNCAO.
           MOVE "DEBR859" TO DEBF904-PROGRAMA.
           CALL "DEBF904" USING DEBF904-PARM.

           MOVE SPACES     TO DEBF907-PARM.
           MOVE "P"        TO DEBF907-FUNCAO.
           MOVE "DEBR859"  TO DEBF907-PROGRAMA.
           MOVE "DEBTX859" TO DEBF907-PARAMETRO.
           MOVE SPACES     TO DEBF907-ITEM.
           MOVE ZERO       TO DEBF907-DT-REF.
           PERFORM 1100-LER-DEBTX859 THRU 1100-FIM.
           PERFORM 1200-CARREGAR-MULTIPLO THRU 1200-FIM
               UNTIL WS-EOF-DEBTX859.
           IF TB-QTDE = ZERO
               DISPLAY "DEBR859 - TABELA DE MULTIPLOS DEBTX859 VAZIA. "
                       "EXECUCAO ABORTADA."
               STOP RUN
           END-IF.

           OPEN INPUT  DEB307.
           OPEN OUTPUT DEBT812.
           OPEN OUTPUT DEBL859.
           PERFORM 1170-VALIDAR-HEADER THRU 1170-FIM.
       1000-FIM.
           EXIT.

       1100-LER-DEBTX859.
           CALL "DEBF907" USING DEBF907-PARM.
           IF DEBF907-CD-RTN = 02
               MOVE "Y" TO WS-SW-EOF-DEBTX859
               GO TO 1100-FIM
           END-IF.
           IF DEBF907-CD-RTN NOT = ZERO
               DISPLAY "DEBR859 - TABELA DEBTX859 NO DEBPAR: "
                       DEBF907-MSG
               DISPLAY "DEBR859 - EXECUCAO ABORTADA."
               STOP RUN
           END-IF.
           MOVE DEBF907-CONTEUDO TO REGISTRO-DEBTX859.
           MOVE DEBF907-ITEM-RTN TO DEBF907-ITEM.
       1100-FIM.
           EXIT.

       1200-CARREGAR-MULTIPLO.
           IF TB-QTDE = 100
               DISPLAY "DEBR859 - TABELA DEBTX859 EXCEDE O LIMITE DE "
                       "100 ITENS DE TB-ITEM. EXECUCAO ABORTADA."
               STOP RUN
           END-IF.
           ADD 1 TO TB-QTDE.
           MOVE DEBTX859-TP-CH-ESP   TO TB-TP-CH-ESP(TB-QTDE).
           MOVE DEBTX859-NIV-TX-C-ES TO TB-NIV-TX-C-ES(TB-QTDE).
           MOVE DEBTX859-MULTIPLO    TO TB-MULTIPLO(TB-QTDE).
           PERFORM 1100-LER-DEBTX859 THRU 1100-FIM.
       1200-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * 1170-VALIDAR-HEADER - O PRIMEIRO REGISTRO DO DEB307 TEM QUE    *
      *                       SER O HEADER (AGENCIA 0) DO DIA CORRENTE;*
      *                       A DEBF903 FAZ A CRITICA.                 *
      *----------------------------------------------------------------*
       1170-VALIDAR-HEADER.
           PERFORM 2100-LER-DEB307 THRU 2100-FIM.
           IF WS-EOF-DEB307
               DISPLAY "DEBR859 - EXTRATO DEB307 VAZIO (SEM HEADER). "
                       "EXECUCAO ABORTADA."
               STOP RUN
           END-IF.
           MOVE DEB307-AGENCIA     TO DEBF903-AGENCIA.
           MOVE DEB307-DT-ABERTURA TO DEBF903-DT-HEADER.
           CALL "DEBF903" USING DEBF903-PARM.
           IF DEBF903-CD-RTN > ZERO
               DISPLAY "DEBR859 - " DEBF903-MSG
                       ". EXECUCAO ABORTADA."
               STOP RUN
           END-IF.
           MOVE DEB307-DT-ABERTURA TO WS-DATA-MOV-FMT.
      *    O HEADER NAO CONTA COMO REGISTRO LIDO NO DEBCTL.
           MOVE ZERO TO WS-QT-LIDOS-CTL.
       1170-FIM.
           EXIT.

      *================================================================*
      * 2000-REVISAR-CONTAS - PROCEDIMENTO DE ENTRADA DO SORT. ENTRAM  *
      *                       NA REVISAO AS CONTAS PF ATIVAS COM       *
      *                       LIMITE CONCEDIDO.                        *
      *================================================================*
       2000-REVISAR-CONTAS.
           PERFORM 2100-LER-DEB307 THRU 2100-FIM.
           PERFORM 2020-TRATAR-CONTA THRU 2020-FIM
               UNTIL WS-EOF-DEB307.
       2000-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * 2020-TRATAR-CONTA - A CONTA COM BLOQUEIO DO COR OU MONITORADA  *
      *                     E AVALIADA, MAS NUNCA PROPOSTA: SE A       *
      *                     REVISAO A APONTARIA, SAI NA SECAO DE       *
      *                     EXCLUIDAS DO RELATORIO.                    *
      *----------------------------------------------------------------*
       2020-TRATAR-CONTA.
           IF DEB307-PESSOA NOT = 1
              OR DEB307-SITUACAO NOT = 3
              OR DEB307-LIMITE NOT > ZERO
               GO TO 2020-LER
           END-IF.
           ADD 1 TO WS-QT-EM-REVISAO.
           MOVE DEB307-INDICADORES TO DEB307-RESTRICOES.
           PERFORM 2200-AVALIAR-LIMITE THRU 2200-FIM.
           MOVE SPACES TO WS-EXCLUSAO.
           EVALUATE TRUE
               WHEN DEB307-LIM-FUTURO = 777777
                   MOVE "COR"        TO WS-EXCLUSAO
                   ADD 1 TO WS-QT-EXCLUIDA-COR
               WHEN DEB307-IND-MONITORADA = 1
                   MOVE "MONITORADA" TO WS-EXCLUSAO
                   ADD 1 TO WS-QT-EXCLUIDA-MONIT
           END-EVALUATE.
           IF WS-EXCLUSAO NOT = SPACES
               IF WS-PROPOR-LIMITE
                   ADD 1 TO WS-QT-EXCLUIDA-APONTADA
                   MOVE 2 TO SORTWK859-SECAO
                   PERFORM 2700-LIBERAR-LINHA THRU 2700-FIM
               END-IF
               GO TO 2020-LER
           END-IF.
           EVALUATE TRUE
               WHEN WS-RENDA-CESSADA
                   ADD 1 TO WS-QT-RENDA-CESSADA
               WHEN WS-ACIMA-MULTIPLO
                   ADD 1 TO WS-QT-ACIMA-MULTIPLO
               WHEN WS-COMPATIVEL
                   ADD 1 TO WS-QT-COMPATIVEL
               WHEN WS-SEM-PROVENTOS
                   ADD 1 TO WS-QT-SEM-PROVENTOS
               WHEN WS-SEM-MULTIPLO
                   ADD 1 TO WS-QT-SEM-MULTIPLO
           END-EVALUATE.
           IF WS-PROPOR-LIMITE
               PERFORM 2300-GRAVAR-DEBT812 THRU 2300-FIM
               MOVE 1 TO SORTWK859-SECAO
               PERFORM 2700-LIBERAR-LINHA THRU 2700-FIM
           END-IF.
       2020-LER.
           PERFORM 2100-LER-DEB307 THRU 2100-FIM.
       2020-FIM.
           EXIT.

       2100-LER-DEB307.
           READ DEB307 INTO DCLTDEB307
               AT END
                   MOVE "Y" TO WS-SW-EOF-DEB307
           END-READ.
           IF NOT WS-EOF-DEB307
               ADD 1 TO WS-QT-LIDOS-CTL
           END-IF.
       2100-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * 2200-AVALIAR-LIMITE - CONCESSAO DE CONJUGE, FILHO OU CORTESIA  *
      *                       SEM PROVENTOS NOS DOIS ULTIMOS MESES     *
      *                       PERDEU A RENDA QUE A SUSTENTAVA: LIMITE  *
      *                       PROPOSTO ZERO. NOS DEMAIS CASOS O TETO E *
      *                       O MULTIPLO DA POLITICA SOBRE A MEDIA DOS *
      *                       TRES MESES; SEM PROVENTOS NO PERIODO NAO *
      *                       HA RENDA CONHECIDA PARA COMPARAR.        *
      *----------------------------------------------------------------*
       2200-AVALIAR-LIMITE.
           MOVE ZERO   TO WS-LIMITE-PROPOSTO.
           MOVE SPACES TO WS-MOTIVO.
           COMPUTE WS-MEDIA-PROVENTOS ROUNDED =
               (DEB307-PROVENTOS-1 + DEB307-PROVENTOS-2
              + DEB307-PROVENTOS-3) / 3.
           PERFORM 2250-BUSCAR-MULTIPLO THRU 2250-FIM.
           IF (DEB307-MT-CO-C-ESP = 1 OR 2 OR 3)
              AND DEB307-PROVENTOS-1 = ZERO
              AND DEB307-PROVENTOS-2 = ZERO
               MOVE 1 TO WS-RESULTADO
               MOVE "CONCESSAO COM RENDA CESSADA" TO WS-MOTIVO
               GO TO 2200-FIM
           END-IF.
           IF WS-MEDIA-PROVENTOS NOT > ZERO
               MOVE 4 TO WS-RESULTADO
               GO TO 2200-FIM
           END-IF.
           IF NOT WS-ACHOU-MULTIPLO
               MOVE 5 TO WS-RESULTADO
               GO TO 2200-FIM
           END-IF.
           COMPUTE WS-TETO-CENTENAS =
               WS-MEDIA-PROVENTOS * WS-MULTIPLO / 100.
           COMPUTE WS-LIMITE-PROPOSTO = WS-TETO-CENTENAS * 100.
           IF DEB307-LIMITE > WS-LIMITE-PROPOSTO
               MOVE 2 TO WS-RESULTADO
               MOVE "LIMITE ACIMA DO MULTIPLO" TO WS-MOTIVO
           ELSE
               MOVE 3 TO WS-RESULTADO
           END-IF.
       2200-FIM.
           EXIT.

       2250-BUSCAR-MULTIPLO.
           MOVE "N"  TO WS-SW-ACHOU-MULTIPLO.
           MOVE ZERO TO WS-MULTIPLO.
           PERFORM 2260-COMPARAR-MULTIPLO THRU 2260-FIM
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > TB-QTDE OR WS-ACHOU-MULTIPLO.
       2250-FIM.
           EXIT.

       2260-COMPARAR-MULTIPLO.
           IF TB-TP-CH-ESP(WS-IDX)   = DEB307-TP-CH-ESP
              AND TB-NIV-TX-C-ES(WS-IDX) = DEB307-NIV-TX-C-ES
               MOVE "S" TO WS-SW-ACHOU-MULTIPLO
               MOVE TB-MULTIPLO(WS-IDX) TO WS-MULTIPLO
           END-IF.
       2260-FIM.
           EXIT.

       2300-GRAVAR-DEBT812.
           MOVE SPACES             TO REGISTRO-DEBT812.
           MOVE DEB307-AGENCIA     TO DEBT812-AGENCIA.
           MOVE DEB307-CONTA       TO DEBT812-CONTA.
           MOVE 01                 TO DEBT812-TIPO.
           MOVE WS-LIMITE-PROPOSTO TO DEBT812-VALOR-NUM.
           WRITE REGISTRO-DEBT812.
           ADD 1 TO WS-QT-GRAV-DEBT812.
       2300-FIM.
           EXIT.

       2700-LIBERAR-LINHA.
           MOVE DEB307-AGENCIA     TO SORTWK859-AGENCIA.
           MOVE DEB307-CONTA       TO SORTWK859-CONTA.
           MOVE DEB307-TP-CH-ESP   TO SORTWK859-TP-CH-ESP.
           MOVE DEB307-NIV-TX-C-ES TO SORTWK859-NIV-TX-C-ES.
           MOVE DEB307-MT-CO-C-ESP TO SORTWK859-MT-CO-C-ESP.
           MOVE DEB307-LIMITE      TO SORTWK859-LIMITE.
           MOVE WS-MEDIA-PROVENTOS TO SORTWK859-MEDIA.
           MOVE WS-MULTIPLO        TO SORTWK859-MULTIPLO.
           MOVE WS-LIMITE-PROPOSTO TO SORTWK859-PROPOSTO.
           MOVE DEB307-LIM-FUTURO  TO SORTWK859-LIM-FUTURO.
           MOVE WS-MOTIVO          TO SORTWK859-MOTIVO.
           MOVE WS-EXCLUSAO        TO SORTWK859-EXCLUSAO.
           RELEASE REGISTRO-SORTWK859.
       2700-FIM.
           EXIT.

      *================================================================*
      * 3000-IMPRIMIR-RELATORIO - PROCEDIMENTO DE SAIDA DO SORT: AS    *
      *                           CONTAS PROPOSTAS, AS EXCLUIDAS E O   *
      *                           RESUMO DA REVISAO.                   *
      *================================================================*
       3000-IMPRIMIR-RELATORIO.
           MOVE WS-DATA-MOV-FMT TO WS-TIT-DATA.
           MOVE WS-LINHA-TITULO TO REGISTRO-DEBL859.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-FIM.
           MOVE "CONTAS COM LIMITE PROPOSTO - CANDIDATOS DO DEBT859"
               TO WS-SEC-TEXTO.
           PERFORM 3100-ABRIR-SECAO THRU 3100-FIM.
           PERFORM 3150-RETORNAR-SORTWK THRU 3150-FIM.
           PERFORM 3200-IMPRIMIR-DETALHE THRU 3200-FIM
               UNTIL WS-EOF-SORTWK OR SORTWK859-SECAO NOT = 1.
           PERFORM 3300-FECHAR-SECAO THRU 3300-FIM.
           MOVE "CONTAS EXCLUIDAS - BLOQUEIO COR (777777) OU MONITORADA"
               TO WS-SEC-TEXTO.
           PERFORM 3100-ABRIR-SECAO THRU 3100-FIM.
           PERFORM 3200-IMPRIMIR-DETALHE THRU 3200-FIM
               UNTIL WS-EOF-SORTWK.
           PERFORM 3300-FECHAR-SECAO THRU 3300-FIM.
           PERFORM 7000-IMPRIMIR-RESUMO THRU 7000-FIM.
       3000-FIM.
           EXIT.

       3100-ABRIR-SECAO.
           PERFORM 7800-GRAVAR-SECAO THRU 7800-FIM.
           MOVE WS-LINHA-COLUNAS TO REGISTRO-DEBL859.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-FIM.
           MOVE ZERO TO WS-QT-LINHAS-SECAO.
       3100-FIM.
           EXIT.

       3150-RETORNAR-SORTWK.
           RETURN SORTWK859
               AT END
                   MOVE "Y" TO WS-SW-EOF-SORTWK
           END-RETURN.
       3150-FIM.
           EXIT.

       3200-IMPRIMIR-DETALHE.
           MOVE SORTWK859-AGENCIA     TO WS-DET-AGENCIA.
           MOVE SORTWK859-CONTA       TO WS-DET-CONTA.
           MOVE SORTWK859-TP-CH-ESP   TO WS-DET-TP-CH-ESP.
           MOVE SORTWK859-NIV-TX-C-ES TO WS-DET-NIV-TX-C-ES.
           MOVE SORTWK859-MT-CO-C-ESP TO WS-DET-MT-CO-C-ESP.
           MOVE SORTWK859-LIMITE      TO WS-DET-LIMITE.
           MOVE SORTWK859-MEDIA       TO WS-DET-MEDIA.
           MOVE SORTWK859-MULTIPLO    TO WS-DET-MULTIPLO.
           MOVE SORTWK859-PROPOSTO    TO WS-DET-PROPOSTO.
           MOVE SORTWK859-LIM-FUTURO  TO WS-DET-LIM-FUTURO.
           MOVE SORTWK859-MOTIVO      TO WS-DET-MOTIVO.
           MOVE SORTWK859-EXCLUSAO    TO WS-DET-EXCLUSAO.
           MOVE WS-LINHA-DETALHE      TO REGISTRO-DEBL859.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-FIM.
           ADD 1 TO WS-QT-LINHAS-SECAO.
           PERFORM 3150-RETORNAR-SORTWK THRU 3150-FIM.
       3200-FIM.
           EXIT.

       3300-FECHAR-SECAO.
           IF WS-QT-LINHAS-SECAO = ZERO
               MOVE "  NENHUMA CONTA" TO WS-SEC-TEXTO
               MOVE WS-LINHA-SECAO TO REGISTRO-DEBL859
               PERFORM 7900-GRAVAR-LINHA THRU 7900-FIM
               MOVE SPACES TO WS-SEC-TEXTO
           END-IF.
       3300-FIM.
           EXIT.

      *================================================================*
      * 7000-IMPRIMIR-RESUMO - QUANTIDADES DA REVISAO. COMBINACAO DE   *
      *                        TIPO/NIVEL SEM MULTIPLO NA TABELA DA    *
      *                        RC=4: A CONTA FICOU SEM REVISAO.        *
      *================================================================*
       7000-IMPRIMIR-RESUMO.
           MOVE "RESUMO DA REVISAO" TO WS-SEC-TEXTO.
           PERFORM 7800-GRAVAR-SECAO THRU 7800-FIM.
           MOVE "CONTAS LIDAS DO DEB307" TO WS-RES-DESCRICAO.
           MOVE WS-QT-LIDOS-CTL TO WS-RES-QUANTIDADE.
           PERFORM 7700-GRAVAR-RESUMO THRU 7700-FIM.
           MOVE "CONTAS PF ATIVAS COM LIMITE EM REVISAO"
               TO WS-RES-DESCRICAO.
           MOVE WS-QT-EM-REVISAO TO WS-RES-QUANTIDADE.
           PERFORM 7700-GRAVAR-RESUMO THRU 7700-FIM.
           MOVE "  LIMITE ACIMA DO MULTIPLO DA POLITICA"
               TO WS-RES-DESCRICAO.
           MOVE WS-QT-ACIMA-MULTIPLO TO WS-RES-QUANTIDADE.
           PERFORM 7700-GRAVAR-RESUMO THRU 7700-FIM.
           MOVE "  CONCESSAO CONJUGE/FILHO/CORTESIA COM RENDA CESSADA"
               TO WS-RES-DESCRICAO.
           MOVE WS-QT-RENDA-CESSADA TO WS-RES-QUANTIDADE.
           PERFORM 7700-GRAVAR-RESUMO THRU 7700-FIM.
           MOVE "  LIMITE COMPATIVEL COM A RENDA" TO WS-RES-DESCRICAO.
           MOVE WS-QT-COMPATIVEL TO WS-RES-QUANTIDADE.
           PERFORM 7700-GRAVAR-RESUMO THRU 7700-FIM.
           MOVE "  SEM PROVENTOS NOS TRES MESES (NAO AVALIADAS)"
               TO WS-RES-DESCRICAO.
           MOVE WS-QT-SEM-PROVENTOS TO WS-RES-QUANTIDADE.
           PERFORM 7700-GRAVAR-RESUMO THRU 7700-FIM.
           MOVE "  TIPO/NIVEL SEM MULTIPLO NA DEBTX859 (NAO AVALIADAS)"
               TO WS-RES-DESCRICAO.
           MOVE WS-QT-SEM-MULTIPLO TO WS-RES-QUANTIDADE.
           PERFORM 7700-GRAVAR-RESUMO THRU 7700-FIM.
           MOVE "  EXCLUIDAS - BLOQUEIO DO COR (LIM-FUTURO 777777)"
               TO WS-RES-DESCRICAO.
           MOVE WS-QT-EXCLUIDA-COR TO WS-RES-QUANTIDADE.
           PERFORM 7700-GRAVAR-RESUMO THRU 7700-FIM.
           MOVE "  EXCLUIDAS - CONTA MONITORADA" TO WS-RES-DESCRICAO.
           MOVE WS-QT-EXCLUIDA-MONIT TO WS-RES-QUANTIDADE.
           PERFORM 7700-GRAVAR-RESUMO THRU 7700-FIM.
           MOVE "  EXCLUIDAS QUE A REVISAO APONTARIA"
               TO WS-RES-DESCRICAO.
           MOVE WS-QT-EXCLUIDA-APONTADA TO WS-RES-QUANTIDADE.
           PERFORM 7700-GRAVAR-RESUMO THRU 7700-FIM.
           MOVE "CANDIDATOS GRAVADOS NO DEBT859 (DEBT812 TIPO 01)"
               TO WS-RES-DESCRICAO.
           MOVE WS-QT-GRAV-DEBT812 TO WS-RES-QUANTIDADE.
           PERFORM 7700-GRAVAR-RESUMO THRU 7700-FIM.
           IF WS-QT-SEM-MULTIPLO > ZERO
               MOVE "RC=4" TO WS-STATUS-CTL
               MOVE "*** TIPO/NIVEL SEM MULTIPLO - COMPLETAR A DEBTX859"
                   TO WS-SEC-TEXTO
               PERFORM 7800-GRAVAR-SECAO THRU 7800-FIM
           END-IF.
       7000-FIM.
           EXIT.

       7700-GRAVAR-RESUMO.
           MOVE WS-LINHA-RESUMO TO REGISTRO-DEBL859.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-FIM.
       7700-FIM.
           EXIT.

       7800-GRAVAR-SECAO.
           MOVE SPACES TO REGISTRO-DEBL859.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-FIM.
           MOVE WS-LINHA-SECAO TO REGISTRO-DEBL859.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-FIM.
           MOVE SPACES TO WS-SEC-TEXTO.
       7800-FIM.
           EXIT.

       7900-GRAVAR-LINHA.
           WRITE REGISTRO-DEBL859.
           ADD 1 TO WS-QT-GRAV-DEBL859.
       7900-FIM.
           EXIT.

      *================================================================*
      * 8000-ENCERRAR                                                  *
      *================================================================*
       8000-ENCERRAR.
           MOVE "F"        TO DEBF904-FUNCAO.
           MOVE "DEBR859" TO DEBF904-PROGRAMA.
           MOVE WS-QT-LIDOS-CTL TO DEBF904-QT-LIDOS.
           MOVE "DEBT859" TO DEBF904-ARQ(1).
           MOVE WS-QT-GRAV-DEBT812 TO DEBF904-QT-GRAVADOS(1).
           MOVE "DEBL859" TO DEBF904-ARQ(2).
           MOVE WS-QT-GRAV-DEBL859 TO DEBF904-QT-GRAVADOS(2).
           MOVE WS-STATUS-CTL TO DEBF904-STATUS.
           CALL "DEBF904" USING DEBF904-PARM.
           CLOSE DEB307.
           CLOSE DEBT812.
           CLOSE DEBL859.
      *    O RETURN-CODE E CARREGADO DEPOIS DA CHAMADA AA DEBF904 -
      *    NO RETORNO DE UM CALL, O RETURN-CODE DO CHAMADO SOBREPOE O
      *    DO CHAMADOR.
           IF WS-STATUS-CTL = "RC=4"
               MOVE 4 TO RETURN-CODE
           END-IF.
       8000-FIM.
           EXIT.
      * ----------------------------------------------------------------
