       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEBR842.
       AUTHOR. F7023235.
      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES:                                      *
      * VRS001 14.10.2026 F7023235  IMPLANTACAO. CRITICA DE            *
      *                             PRIVATICIDADE DOS ARQUIVOS DE      *
      *                             MOVIMENTO DA NOITE, RODANDO DEPOIS *
      *                             DO DEBR827, DEBR828, DEBR829 E DA  *
      *                             CARGA DO DEB307X (DEBL830): CADA   *
      *                             REGISTRO DO DEBM827, DEBM828F,     *
      *                             DEBM828P E DEBJ829 E CONFRONTADO   *
      *                             COM O DEB307X-PRIVAT DA CONTA E AS *
      *                             REGRAS DE ACEITE DO DEBK307:       *
      *                             504 NAO ACEITA DEBITOS; 991 E 994  *
      *                             NAO ACEITAM LANCAMENTOS; 997 SO    *
      *                             ACEITA LANCAMENTOS DO DEB/XER; 990 *
      *                             (BLOQUEIO JUDICIAL) SO ACEITA      *
      *                             CREDITOS. GRAVA UMA COPIA LIMPA DE *
      *                             CADA ARQUIVO (DEBC827, DEBC828F,   *
      *                             DEBC828P, DEBC829) E O RELATORIO   *
      *                             DE VIOLACOES (DEBL842). NO DEBM827 *
      *                             O PAR DEBITO/CREDITO SAI OU FICA   *
      *                             INTEIRO. DEBITO EM CONTA 990 E     *
      *                             DESCUMPRIMENTO DE ORDEM JUDICIAL:  *
      *                             O PASSO TERMINA COM RETURN-CODE 8. *
      * VRS002 15.10.2026 F7023235  REGISTRO DO DEB307X PASSA A 150    *
      *                             BYTES (BOOK DEBK307X VRS003).      *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEB307X  ASSIGN TO UT-S-DEBK307X
                  ORGANIZATION IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS DEB307X-CHAVE
                  FILE STATUS   IS WS-FS-DEB307X.

           SELECT DEBM827  ASSIGN TO UT-S-DEBM827
                  ORGANIZATION IS SEQUENTIAL.

           SELECT DEBM828F ASSIGN TO UT-S-DEBM828F
                  ORGANIZATION IS SEQUENTIAL.

           SELECT DEBM828P ASSIGN TO UT-S-DEBM828P
                  ORGANIZATION IS SEQUENTIAL.

           SELECT DEBJ829  ASSIGN TO UT-S-DEBJ829
                  ORGANIZATION IS SEQUENTIAL.

           SELECT DEBC827  ASSIGN TO UT-S-DEBC827
                  ORGANIZATION IS SEQUENTIAL.

           SELECT DEBC828F ASSIGN TO UT-S-DEBC828F
                  ORGANIZATION IS SEQUENTIAL.

           SELECT DEBC828P ASSIGN TO UT-S-DEBC828P
                  ORGANIZATION IS SEQUENTIAL.

           SELECT DEBC829  ASSIGN TO UT-S-DEBC829
                  ORGANIZATION IS SEQUENTIAL.

           SELECT DEBL842  ASSIGN TO UT-S-DEBL842
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      * CADASTRO DE CONTAS CHAVEADO (CARREGADO PELA DEBL830 NA MESMA   *
      * NOITE) - FONTE DA PRIVATICIDADE DE QUALQUER CONTA, INCLUSIVE   *
      * A DE DESTINO DAS TRANSFERENCIAS.                               *
      *----------------------------------------------------------------*
       FD  DEB307X
           RECORD CONTAINS 150 CHARACTERS.

           COPY DEBK307X.

      *----------------------------------------------------------------*
      * MOVIMENTOS DE ENTRADA, COMO GRAVADOS PELOS PROGRAMAS DE ORIGEM *
      * (LAYOUTS DO DEBR827, DEBR828 E DEBR829).                       *
      *----------------------------------------------------------------*
       FD  DEBM827
           BLOCK  0
           RECORD CONTAINS 40 CHARACTERS
           RECORDING F.

       01  REGISTRO-DEBM827.
           03  DEBM827-TIPO           PIC X(001).
           03  DEBM827-AGENCIA        PIC 9(005).
           03  DEBM827-CONTA          PIC 9(011).
           03  DEBM827-VALOR          PIC 9(015)V9(02).
           03  DEBM827-MOMENTO        PIC X(001).
           03  FILLER                 PIC X(005).

       FD  DEBM828F
           BLOCK  0
           RECORD CONTAINS 40 CHARACTERS
           RECORDING F.

       01  REGISTRO-DEBM828F.
           03  DEBM828F-AGENCIA       PIC 9(005).
           03  DEBM828F-CONTA         PIC 9(011).
           03  DEBM828F-VALOR         PIC 9(015)V9(02).
           03  DEBM828F-APLIC-AUTOM   PIC 9(003).
           03  FILLER                 PIC X(004).

       FD  DEBM828P
           BLOCK  0
           RECORD CONTAINS 40 CHARACTERS
           RECORDING F.

       01  REGISTRO-DEBM828P.
           03  DEBM828P-AGENCIA       PIC 9(005).
           03  DEBM828P-CONTA         PIC 9(011).
           03  DEBM828P-VALOR         PIC 9(015)V9(02).
           03  DEBM828P-APLIC-AUTOM   PIC 9(003).
           03  FILLER                 PIC X(004).

       FD  DEBJ829
           BLOCK  0
           RECORD CONTAINS 80 CHARACTERS
           RECORDING F.

       01  REGISTRO-DEBJ829.
           03  DEBJ829-AGENCIA        PIC 9(005).
           03  DEBJ829-CONTA          PIC 9(011).
           03  DEBJ829-JR-DENTRO      PIC 9(015)V9(02).
           03  DEBJ829-JR-EXCESSO     PIC 9(015)V9(02).
           03  DEBJ829-JR-TOTAL       PIC 9(015)V9(02).
           03  FILLER                 PIC X(013).

      *----------------------------------------------------------------*
      * COPIAS LIMPAS - MESMO LAYOUT DA ENTRADA, SEM OS REGISTROS QUE  *
      * VIOLAM A PRIVATICIDADE DA CONTA.                               *
      *----------------------------------------------------------------*
       FD  DEBC827
           BLOCK  0
           RECORD CONTAINS 40 CHARACTERS
           RECORDING F.

       01  REGISTRO-DEBC827           PIC X(040).

       FD  DEBC828F
           BLOCK  0
           RECORD CONTAINS 40 CHARACTERS
           RECORDING F.

       01  REGISTRO-DEBC828F          PIC X(040).

       FD  DEBC828P
           BLOCK  0
           RECORD CONTAINS 40 CHARACTERS
           RECORDING F.

       01  REGISTRO-DEBC828P          PIC X(040).

       FD  DEBC829
           BLOCK  0
           RECORD CONTAINS 80 CHARACTERS
           RECORDING F.

       01  REGISTRO-DEBC829           PIC X(080).

      *----------------------------------------------------------------*
      * RELATORIO DE VIOLACOES, NA ORDEM DOS ARQUIVOS DE ENTRADA, COM  *
      * OS TOTAIS POR ARQUIVO NO FINAL.                                *
      *----------------------------------------------------------------*
       FD  DEBL842
           BLOCK  0
           RECORD CONTAINS 132 CHARACTERS
           RECORDING F.

       01  REGISTRO-DEBL842           PIC X(132).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * PARAMETROS DA SUBROTINA DE REGISTRO DE EXECUCAO NO ARQUIVO DE  *
      * CONTROLE DEBCTL (BOOK DEBFK904).                               *
      *----------------------------------------------------------------*
       01  DEBF904-PARM.
           COPY DEBFK904.

       01  WS-QT-LIDOS-CTL             PIC 9(09) COMP VALUE ZERO.
       01  WS-QT-GRAV-DEBL842          PIC 9(09) COMP VALUE ZERO.
       01  WS-STATUS-CTL               PIC X(08)      VALUE "OK".

      *----------------------------------------------------------------*
      * PARAMETROS DA SUBROTINA DE FORMATACAO MONETARIA (BOOK          *
      * DEBFK900) USADA NAS COLUNAS DE VALOR DO RELATORIO.             *
      *----------------------------------------------------------------*
       01  DEBF900-PARM.
           COPY DEBFK900.

       01  WS-FS-DEB307X              PIC X(02)  VALUE "00".

      *----------------------------------------------------------------*
      * CONTADORES POR ARQUIVO: (1) DEBM827 (2) DEBM828F (3) DEBM828P  *
      * (4) DEBJ829.                                                   *
      *----------------------------------------------------------------*
       01  TB-CONTROLE-ARQUIVOS.
           03  TB-ARQUIVO OCCURS 4 TIMES.
               05  TB-ARQ-NOME        PIC X(008).
               05  TB-ARQ-LIDOS       PIC 9(09) COMP.
               05  TB-ARQ-ACEITOS     PIC 9(09) COMP.
               05  TB-ARQ-REJEITADOS  PIC 9(09) COMP.
               05  TB-ARQ-VL-REJEITADO
                                      PIC S9(015)V9(02) COMP-3.
       01  WS-IDX-ARQ                 PIC 9(04) COMP VALUE ZERO.
       01  WS-QT-BLOQ-JUDICIAL        PIC 9(09) COMP VALUE ZERO.

      *----------------------------------------------------------------*
      * AREA DA CRITICA DE UM LANCAMENTO: NATUREZA D (DEBITO) OU C     *
      * (CREDITO) E SISTEMA DE ORIGEM. TRANSFERENCIA E JURO SAO        *
      * LANCAMENTOS DO PROPRIO DEB; OS SWEEPS DO DEBR828 SAO DEBITOS   *
      * PARA OS SISTEMAS DE APLICACAO (FIX/POUPANCA).                  *
      *----------------------------------------------------------------*
       01  WS-CRT-AGENCIA             PIC 9(005)       VALUE ZERO.
       01  WS-CRT-CONTA               PIC 9(011)       VALUE ZERO.
       01  WS-CRT-NATUREZA            PIC X(001)       VALUE SPACE.
           88  WS-CRT-DEBITO                            VALUE "D".
       01  WS-CRT-SISTEMA             PIC X(003)       VALUE SPACES.
           88  WS-CRT-SISTEMA-DEB                       VALUES "DEB"
                                                               "XER".
       01  WS-CRT-VALOR               PIC S9(015)V9(02) COMP-3
                                      VALUE ZERO.
       01  WS-CRT-PRIVAT              PIC S9(004) COMP VALUE ZERO.
       01  WS-CRT-MOTIVO              PIC X(040)       VALUE SPACES.

      *----------------------------------------------------------------*
      * PAR DEBITO/CREDITO DO DEBM827 EM EXAME.                        *
      *----------------------------------------------------------------*
       01  WS-M827-DEBITO.
           03  WS-M827D-TIPO          PIC X(001).
           03  WS-M827D-AGENCIA       PIC 9(005).
           03  WS-M827D-CONTA         PIC 9(011).
           03  WS-M827D-VALOR         PIC 9(015)V9(02).
           03  FILLER                 PIC X(006).
       01  WS-M827-CREDITO.
           03  WS-M827C-TIPO          PIC X(001).
           03  WS-M827C-AGENCIA       PIC 9(005).
           03  WS-M827C-CONTA         PIC 9(011).
           03  WS-M827C-VALOR         PIC 9(015)V9(02).
           03  FILLER                 PIC X(006).
       01  WS-MOTIVO-DEBITO           PIC X(040)       VALUE SPACES.
       01  WS-MOTIVO-CREDITO          PIC X(040)       VALUE SPACES.
       01  WS-PRIVAT-DEBITO           PIC S9(004) COMP VALUE ZERO.
       01  WS-PRIVAT-CREDITO          PIC S9(004) COMP VALUE ZERO.

       01  WS-LINHA-TITULO.
           03  FILLER                 PIC X(048)
               VALUE "VIOLACOES DE PRIVATICIDADE - MOVIMENTOS DA NOITE".
           03  FILLER                 PIC X(084)  VALUE SPACES.

       01  WS-LINHA-DETALHE.
           03  WS-DET-ARQUIVO         PIC X(008).
           03  FILLER                 PIC X(001)  VALUE SPACE.
           03  WS-DET-AGENCIA         PIC ZZZZ9.
           03  FILLER                 PIC X(001)  VALUE SPACE.
           03  WS-DET-CONTA           PIC ZZZZZZZZZZ9.
           03  FILLER                 PIC X(001)  VALUE SPACE.
           03  WS-DET-NATUREZA        PIC X(001).
           03  FILLER                 PIC X(001)  VALUE SPACE.
           03  WS-DET-VALOR           PIC X(023).
           03  FILLER                 PIC X(001)  VALUE SPACE.
           03  WS-DET-PRIVAT          PIC ZZ9.
           03  FILLER                 PIC X(001)  VALUE SPACE.
           03  WS-DET-MOTIVO          PIC X(040).
           03  FILLER                 PIC X(035)  VALUE SPACES.

       01  WS-LINHA-TOTAL.
           03  WS-TOT-ARQUIVO         PIC X(008).
           03  FILLER                 PIC X(008)  VALUE " LIDOS: ".
           03  WS-TOT-LIDOS           PIC ZZZZZZZZ9.
           03  FILLER                 PIC X(010)  VALUE " ACEITOS: ".
           03  WS-TOT-ACEITOS         PIC ZZZZZZZZ9.
           03  FILLER                 PIC X(013)
               VALUE " REJEITADOS: ".
           03  WS-TOT-REJEITADOS      PIC ZZZZZZZZ9.
           03  FILLER                 PIC X(001)  VALUE SPACE.
           03  WS-TOT-VALOR           PIC X(023).
           03  FILLER                 PIC X(042)  VALUE SPACES.

       01  WS-LINHA-BLOQ-JUDICIAL.
           03  FILLER                 PIC X(046)
               VALUE "DEBITOS EM CONTA COM BLOQUEIO JUDICIAL (990): ".
           03  WS-BLJ-QTDE            PIC ZZZZZZZZ9.
           03  FILLER                 PIC X(077)  VALUE SPACES.

       01  WS-SWITCHES.
           03  WS-SW-EOF-DEBM827      PIC X(01)        VALUE "N".
               88  WS-EOF-DEBM827                       VALUE "Y".
           03  WS-SW-EOF-DEBM828F     PIC X(01)        VALUE "N".
               88  WS-EOF-DEBM828F                      VALUE "Y".
           03  WS-SW-EOF-DEBM828P     PIC X(01)        VALUE "N".
               88  WS-EOF-DEBM828P                      VALUE "Y".
           03  WS-SW-EOF-DEBJ829      PIC X(01)        VALUE "N".
               88  WS-EOF-DEBJ829                       VALUE "Y".

       PROCEDURE DIVISION.

      *================================================================*
      * 0000-MAINLINE                                                  *
      *================================================================*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-FIM.
           PERFORM 2000-CRITICAR-DEBM827  THRU 2000-FIM
               UNTIL WS-EOF-DEBM827.
           PERFORM 3000-CRITICAR-DEBM828F THRU 3000-FIM
               UNTIL WS-EOF-DEBM828F.
           PERFORM 4000-CRITICAR-DEBM828P THRU 4000-FIM
               UNTIL WS-EOF-DEBM828P.
           PERFORM 5000-CRITICAR-DEBJ829  THRU 5000-FIM
               UNTIL WS-EOF-DEBJ829.
           PERFORM 8000-ENCERRAR    THRU 8000-FIM.
           STOP RUN.

      *================================================================*
      * 1000-INICIALIZAR                                                *
      *================================================================*
       1000-INICIALIZAR.
           MOVE SPACES TO DEBF904-PARM.
           MOVE "I"        TO DEBF904-FUNCAO.
           MOVE "DEBR842" TO DEBF904-PROGRAMA.
           CALL "DEBF904" USING DEBF904-PARM.
           OPEN INPUT DEB307X.
           IF WS-FS-DEB307X NOT = "00"
               DISPLAY "DEBR842 - ERRO NA ABERTURA DO DEB307X. "
                       "FILE STATUS " WS-FS-DEB307X
                       ". EXECUCAO ABORTADA."
               STOP RUN
           END-IF.
           OPEN INPUT  DEBM827.
           OPEN INPUT  DEBM828F.
           OPEN INPUT  DEBM828P.
           OPEN INPUT  DEBJ829.
           OPEN OUTPUT DEBC827.
           OPEN OUTPUT DEBC828F.
           OPEN OUTPUT DEBC828P.
           OPEN OUTPUT DEBC829.
           OPEN OUTPUT DEBL842.
           MOVE "DEBM827"  TO TB-ARQ-NOME(1).
           MOVE "DEBM828F" TO TB-ARQ-NOME(2).
           MOVE "DEBM828P" TO TB-ARQ-NOME(3).
           MOVE "DEBJ829"  TO TB-ARQ-NOME(4).
           PERFORM 1100-ZERAR-CONTADORES THRU 1100-FIM
               VARYING WS-IDX-ARQ FROM 1 BY 1 UNTIL WS-IDX-ARQ > 4.
           MOVE WS-LINHA-TITULO TO REGISTRO-DEBL842.
           WRITE REGISTRO-DEBL842.
           ADD 1 TO WS-QT-GRAV-DEBL842.
           PERFORM 2100-LER-DEBM827  THRU 2100-FIM.
           PERFORM 3100-LER-DEBM828F THRU 3100-FIM.
           PERFORM 4100-LER-DEBM828P THRU 4100-FIM.
           PERFORM 5100-LER-DEBJ829  THRU 5100-FIM.
       1000-FIM.
           EXIT.

       1100-ZERAR-CONTADORES.
           MOVE ZERO TO TB-ARQ-LIDOS(WS-IDX-ARQ).
           MOVE ZERO TO TB-ARQ-ACEITOS(WS-IDX-ARQ).
           MOVE ZERO TO TB-ARQ-REJEITADOS(WS-IDX-ARQ).
           MOVE ZERO TO TB-ARQ-VL-REJEITADO(WS-IDX-ARQ).
       1100-FIM.
           EXIT.

      *================================================================*
      * 2000-CRITICAR-DEBM827 - O DEBR827 GRAVA O DEBITO NA ORIGEM     *
      *                         SEGUIDO DO CREDITO NO DESTINO. O PAR E *
      *                         CRITICADO PERNA A PERNA E SO VAI PARA  *
      *                         A COPIA LIMPA SE AS DUAS PASSAREM -    *
      *                         UMA PERNA SOZINHA DESBALANCEARIA O     *
      *                         MOVIMENTO. REGISTRO FORA DE PAR E      *
      *                         RETIDO E LISTADO.                      *
      *================================================================*
       2000-CRITICAR-DEBM827.
           IF DEBM827-TIPO NOT = "D"
               MOVE REGISTRO-DEBM827 TO WS-M827-CREDITO
               MOVE "CREDITO SEM DEBITO CORRESPONDENTE"
                   TO WS-MOTIVO-CREDITO
               MOVE ZERO TO WS-PRIVAT-CREDITO
               PERFORM 2500-REJEITAR-CREDITO THRU 2500-FIM
               PERFORM 2100-LER-DEBM827 THRU 2100-FIM
               GO TO 2000-FIM
           END-IF.
           MOVE REGISTRO-DEBM827 TO WS-M827-DEBITO.
           PERFORM 2100-LER-DEBM827 THRU 2100-FIM.
           IF WS-EOF-DEBM827
              OR DEBM827-TIPO NOT = "C"
               MOVE "DEBITO SEM CREDITO CORRESPONDENTE"
                   TO WS-MOTIVO-DEBITO
               MOVE ZERO TO WS-PRIVAT-DEBITO
               PERFORM 2400-REJEITAR-DEBITO THRU 2400-FIM
               GO TO 2000-FIM
           END-IF.
           MOVE REGISTRO-DEBM827 TO WS-M827-CREDITO.
           PERFORM 2200-CRITICAR-PAR THRU 2200-FIM.
           PERFORM 2100-LER-DEBM827 THRU 2100-FIM.
       2000-FIM.
           EXIT.

       2100-LER-DEBM827.
           READ DEBM827
               AT END
                   MOVE "Y" TO WS-SW-EOF-DEBM827
           END-READ.
           IF NOT WS-EOF-DEBM827
               ADD 1 TO WS-QT-LIDOS-CTL
               ADD 1 TO TB-ARQ-LIDOS(1)
           END-IF.
       2100-FIM.
           EXIT.

       2200-CRITICAR-PAR.
           MOVE WS-M827D-AGENCIA TO WS-CRT-AGENCIA.
           MOVE WS-M827D-CONTA   TO WS-CRT-CONTA.
           MOVE "D"              TO WS-CRT-NATUREZA.
           MOVE "DEB"            TO WS-CRT-SISTEMA.
           PERFORM 7000-CRITICAR-LANCAMENTO THRU 7000-FIM.
           MOVE WS-CRT-MOTIVO    TO WS-MOTIVO-DEBITO.
           MOVE WS-CRT-PRIVAT    TO WS-PRIVAT-DEBITO.
           MOVE WS-M827C-AGENCIA TO WS-CRT-AGENCIA.
           MOVE WS-M827C-CONTA   TO WS-CRT-CONTA.
           MOVE "C"              TO WS-CRT-NATUREZA.
           MOVE "DEB"            TO WS-CRT-SISTEMA.
           PERFORM 7000-CRITICAR-LANCAMENTO THRU 7000-FIM.
           MOVE WS-CRT-MOTIVO    TO WS-MOTIVO-CREDITO.
           MOVE WS-CRT-PRIVAT    TO WS-PRIVAT-CREDITO.
           IF WS-MOTIVO-DEBITO = SPACES
              AND WS-MOTIVO-CREDITO = SPACES
               MOVE WS-M827-DEBITO  TO REGISTRO-DEBC827
               WRITE REGISTRO-DEBC827
               MOVE WS-M827-CREDITO TO REGISTRO-DEBC827
               WRITE REGISTRO-DEBC827
               ADD 2 TO TB-ARQ-ACEITOS(1)
               GO TO 2200-FIM
           END-IF.
           IF WS-MOTIVO-DEBITO = SPACES
               MOVE "RETIDO COM O CREDITO DO PAR"
                   TO WS-MOTIVO-DEBITO
           END-IF.
           IF WS-MOTIVO-CREDITO = SPACES
               MOVE "RETIDO COM O DEBITO DO PAR"
                   TO WS-MOTIVO-CREDITO
           END-IF.
           PERFORM 2400-REJEITAR-DEBITO  THRU 2400-FIM.
           PERFORM 2500-REJEITAR-CREDITO THRU 2500-FIM.
       2200-FIM.
           EXIT.

       2400-REJEITAR-DEBITO.
           MOVE 1                  TO WS-IDX-ARQ.
           MOVE WS-M827D-AGENCIA   TO WS-CRT-AGENCIA.
           MOVE WS-M827D-CONTA     TO WS-CRT-CONTA.
           MOVE "D"                TO WS-CRT-NATUREZA.
           MOVE WS-M827D-VALOR     TO WS-CRT-VALOR.
           MOVE WS-PRIVAT-DEBITO   TO WS-CRT-PRIVAT.
           MOVE WS-MOTIVO-DEBITO   TO WS-CRT-MOTIVO.
           PERFORM 7500-LISTAR-VIOLACAO THRU 7500-FIM.
       2400-FIM.
           EXIT.

       2500-REJEITAR-CREDITO.
           MOVE 1                  TO WS-IDX-ARQ.
           MOVE WS-M827C-AGENCIA   TO WS-CRT-AGENCIA.
           MOVE WS-M827C-CONTA     TO WS-CRT-CONTA.
           MOVE "C"                TO WS-CRT-NATUREZA.
           MOVE WS-M827C-VALOR     TO WS-CRT-VALOR.
           MOVE WS-PRIVAT-CREDITO  TO WS-CRT-PRIVAT.
           MOVE WS-MOTIVO-CREDITO  TO WS-CRT-MOTIVO.
           PERFORM 7500-LISTAR-VIOLACAO THRU 7500-FIM.
       2500-FIM.
           EXIT.

      *================================================================*
      * 3000-CRITICAR-DEBM828F - SWEEP PARA O FIX: DEBITO NA CONTA     *
      *                          CORRENTE LANCADO PARA O SISTEMA DE    *
      *                          APLICACAO.                            *
      *================================================================*
       3000-CRITICAR-DEBM828F.
           MOVE DEBM828F-AGENCIA TO WS-CRT-AGENCIA.
           MOVE DEBM828F-CONTA   TO WS-CRT-CONTA.
           MOVE "D"              TO WS-CRT-NATUREZA.
           MOVE "APL"            TO WS-CRT-SISTEMA.
           PERFORM 7000-CRITICAR-LANCAMENTO THRU 7000-FIM.
           IF WS-CRT-MOTIVO = SPACES
               MOVE REGISTRO-DEBM828F TO REGISTRO-DEBC828F
               WRITE REGISTRO-DEBC828F
               ADD 1 TO TB-ARQ-ACEITOS(2)
           ELSE
               MOVE 2              TO WS-IDX-ARQ
               MOVE DEBM828F-VALOR TO WS-CRT-VALOR
               PERFORM 7500-LISTAR-VIOLACAO THRU 7500-FIM
           END-IF.
           PERFORM 3100-LER-DEBM828F THRU 3100-FIM.
       3000-FIM.
           EXIT.

       3100-LER-DEBM828F.
           READ DEBM828F
               AT END
                   MOVE "Y" TO WS-SW-EOF-DEBM828F
           END-READ.
           IF NOT WS-EOF-DEBM828F
               ADD 1 TO WS-QT-LIDOS-CTL
               ADD 1 TO TB-ARQ-LIDOS(2)
           END-IF.
       3100-FIM.
           EXIT.

      *================================================================*
      * 4000-CRITICAR-DEBM828P - SWEEP PARA A POUPANCA: DEBITO NA      *
      *                          CONTA CORRENTE LANCADO PARA O SISTEMA *
      *                          DE APLICACAO.                         *
      *================================================================*
       4000-CRITICAR-DEBM828P.
           MOVE DEBM828P-AGENCIA TO WS-CRT-AGENCIA.
           MOVE DEBM828P-CONTA   TO WS-CRT-CONTA.
           MOVE "D"              TO WS-CRT-NATUREZA.
           MOVE "APL"            TO WS-CRT-SISTEMA.
           PERFORM 7000-CRITICAR-LANCAMENTO THRU 7000-FIM.
           IF WS-CRT-MOTIVO = SPACES
               MOVE REGISTRO-DEBM828P TO REGISTRO-DEBC828P
               WRITE REGISTRO-DEBC828P
               ADD 1 TO TB-ARQ-ACEITOS(3)
           ELSE
               MOVE 3              TO WS-IDX-ARQ
               MOVE DEBM828P-VALOR TO WS-CRT-VALOR
               PERFORM 7500-LISTAR-VIOLACAO THRU 7500-FIM
           END-IF.
           PERFORM 4100-LER-DEBM828P THRU 4100-FIM.
       4000-FIM.
           EXIT.

       4100-LER-DEBM828P.
           READ DEBM828P
               AT END
                   MOVE "Y" TO WS-SW-EOF-DEBM828P
           END-READ.
           IF NOT WS-EOF-DEBM828P
               ADD 1 TO WS-QT-LIDOS-CTL
               ADD 1 TO TB-ARQ-LIDOS(3)
           END-IF.
       4100-FIM.
           EXIT.

      *================================================================*
      * 5000-CRITICAR-DEBJ829 - APROPRIACAO DE JUROS: DEBITO DO        *
      *                         PROPRIO DEB NA CONTA DEVEDORA.         *
      *================================================================*
       5000-CRITICAR-DEBJ829.
           MOVE DEBJ829-AGENCIA TO WS-CRT-AGENCIA.
           MOVE DEBJ829-CONTA   TO WS-CRT-CONTA.
           MOVE "D"             TO WS-CRT-NATUREZA.
           MOVE "DEB"           TO WS-CRT-SISTEMA.
           PERFORM 7000-CRITICAR-LANCAMENTO THRU 7000-FIM.
           IF WS-CRT-MOTIVO = SPACES
               MOVE REGISTRO-DEBJ829 TO REGISTRO-DEBC829
               WRITE REGISTRO-DEBC829
               ADD 1 TO TB-ARQ-ACEITOS(4)
           ELSE
               MOVE 4                TO WS-IDX-ARQ
               MOVE DEBJ829-JR-TOTAL TO WS-CRT-VALOR
               PERFORM 7500-LISTAR-VIOLACAO THRU 7500-FIM
           END-IF.
           PERFORM 5100-LER-DEBJ829 THRU 5100-FIM.
       5000-FIM.
           EXIT.

       5100-LER-DEBJ829.
           READ DEBJ829
               AT END
                   MOVE "Y" TO WS-SW-EOF-DEBJ829
           END-READ.
           IF NOT WS-EOF-DEBJ829
               ADD 1 TO WS-QT-LIDOS-CTL
               ADD 1 TO TB-ARQ-LIDOS(4)
           END-IF.
       5100-FIM.
           EXIT.

      *================================================================*
      * 7000-CRITICAR-LANCAMENTO - LE A CONTA NO DEB307X E APLICA AS   *
      *                            REGRAS DE ACEITE DO DEB307-PRIVAT.  *
      *                            DEVOLVE O MOTIVO EM WS-CRT-MOTIVO   *
      *                            (BRANCOS = ACEITO). CONTA FORA DO   *
      *                            CADASTRO NAO E ASSUNTO DESTA        *
      *                            CRITICA E SEGUE ACEITA.             *
      *================================================================*
       7000-CRITICAR-LANCAMENTO.
           MOVE SPACES TO WS-CRT-MOTIVO.
           MOVE ZERO   TO WS-CRT-PRIVAT.
           MOVE WS-CRT-AGENCIA TO DEB307X-AGENCIA.
           MOVE WS-CRT-CONTA   TO DEB307X-CONTA.
           READ DEB307X
               INVALID KEY
                   GO TO 7000-FIM
           END-READ.
           MOVE DEB307X-PRIVAT TO WS-CRT-PRIVAT.
           EVALUATE DEB307X-PRIVAT
               WHEN 504
                   IF WS-CRT-DEBITO
                       MOVE "PRIVAT 504 - NAO ACEITA DEBITOS"
                           TO WS-CRT-MOTIVO
                   END-IF
               WHEN 990
                   IF WS-CRT-DEBITO
                       MOVE "PRIVAT 990 - BLOQUEIO JUDICIAL"
                           TO WS-CRT-MOTIVO
                       ADD 1 TO WS-QT-BLOQ-JUDICIAL
                   END-IF
               WHEN 991
                   MOVE "PRIVAT 991 - NAO ACEITA LANCAMENTOS"
                       TO WS-CRT-MOTIVO
               WHEN 994
                   MOVE "PRIVAT 994 - NAO ACEITA LANCAMENTOS"
                       TO WS-CRT-MOTIVO
               WHEN 997
                   IF NOT WS-CRT-SISTEMA-DEB
                       MOVE "PRIVAT 997 - SO ACEITA DEB/XER"
                           TO WS-CRT-MOTIVO
                   END-IF
           END-EVALUATE.
       7000-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * 7500-LISTAR-VIOLACAO - LINHA DO RELATORIO E CONTADORES DO      *
      *                        ARQUIVO APONTADO POR WS-IDX-ARQ.        *
      *----------------------------------------------------------------*
       7500-LISTAR-VIOLACAO.
           MOVE TB-ARQ-NOME(WS-IDX-ARQ) TO WS-DET-ARQUIVO.
           MOVE WS-CRT-AGENCIA    TO WS-DET-AGENCIA.
           MOVE WS-CRT-CONTA      TO WS-DET-CONTA.
           MOVE WS-CRT-NATUREZA   TO WS-DET-NATUREZA.
           MOVE WS-CRT-VALOR      TO DEBF900-VALOR.
           CALL "DEBF900" USING DEBF900-PARM.
           MOVE DEBF900-VALOR-FMT TO WS-DET-VALOR.
           MOVE WS-CRT-PRIVAT     TO WS-DET-PRIVAT.
           MOVE WS-CRT-MOTIVO     TO WS-DET-MOTIVO.
           MOVE WS-LINHA-DETALHE  TO REGISTRO-DEBL842.
           WRITE REGISTRO-DEBL842.
           ADD 1 TO WS-QT-GRAV-DEBL842.
           ADD 1 TO TB-ARQ-REJEITADOS(WS-IDX-ARQ).
           ADD WS-CRT-VALOR TO TB-ARQ-VL-REJEITADO(WS-IDX-ARQ).
       7500-FIM.
           EXIT.

      *================================================================*
      * 8000-ENCERRAR - TOTAIS POR ARQUIVO NO RELATORIO. DEBITO EM     *
      *                 CONTA COM BLOQUEIO JUDICIAL SEGURA A CADEIA    *
      *                 COM RETURN-CODE 8. NO DEBCTL OS DOIS SWEEPS    *
      *                 LIMPOS SOMAM UM UNICO SLOT, COMO NO DEBR828.   *
      *================================================================*
       8000-ENCERRAR.
           PERFORM 8100-IMPRIMIR-TOTAL THRU 8100-FIM
               VARYING WS-IDX-ARQ FROM 1 BY 1 UNTIL WS-IDX-ARQ > 4.
           MOVE WS-QT-BLOQ-JUDICIAL TO WS-BLJ-QTDE.
           MOVE WS-LINHA-BLOQ-JUDICIAL TO REGISTRO-DEBL842.
           WRITE REGISTRO-DEBL842.
           ADD 1 TO WS-QT-GRAV-DEBL842.
           IF WS-QT-BLOQ-JUDICIAL > ZERO
               DISPLAY "DEBR842 - DEBITO EM CONTA COM BLOQUEIO "
                       "JUDICIAL (PRIVAT 990). CADEIA RETIDA."
               MOVE "RC=8" TO WS-STATUS-CTL
           END-IF.
           MOVE "F"        TO DEBF904-FUNCAO.
           MOVE "DEBR842" TO DEBF904-PROGRAMA.
           MOVE WS-QT-LIDOS-CTL TO DEBF904-QT-LIDOS.
           MOVE "DEBC827" TO DEBF904-ARQ(1).
           MOVE TB-ARQ-ACEITOS(1) TO DEBF904-QT-GRAVADOS(1).
           MOVE "DEBC828" TO DEBF904-ARQ(2).
           ADD TB-ARQ-ACEITOS(2) TB-ARQ-ACEITOS(3)
               GIVING DEBF904-QT-GRAVADOS(2).
           MOVE "DEBC829" TO DEBF904-ARQ(3).
           MOVE TB-ARQ-ACEITOS(4) TO DEBF904-QT-GRAVADOS(3).
           MOVE WS-STATUS-CTL TO DEBF904-STATUS.
           CALL "DEBF904" USING DEBF904-PARM.
           CLOSE DEB307X.
           CLOSE DEBM827.
           CLOSE DEBM828F.
           CLOSE DEBM828P.
           CLOSE DEBJ829.
           CLOSE DEBC827.
           CLOSE DEBC828F.
           CLOSE DEBC828P.
           CLOSE DEBC829.
           CLOSE DEBL842.
      *    O RETURN-CODE E CARREGADO DEPOIS DA CHAMADA AA DEBF904 -
      *    NO RETORNO DE UM CALL, O RETURN-CODE DO CHAMADO SOBREPOE O
      *    DO CHAMADOR (MESMA LICAO DO DEBR819).
           IF WS-STATUS-CTL = "RC=8"
               MOVE 8 TO RETURN-CODE
           END-IF.
       8000-FIM.
           EXIT.

       8100-IMPRIMIR-TOTAL.
           MOVE TB-ARQ-NOME(WS-IDX-ARQ)       TO WS-TOT-ARQUIVO.
           MOVE TB-ARQ-LIDOS(WS-IDX-ARQ)      TO WS-TOT-LIDOS.
           MOVE TB-ARQ-ACEITOS(WS-IDX-ARQ)    TO WS-TOT-ACEITOS.
           MOVE TB-ARQ-REJEITADOS(WS-IDX-ARQ) TO WS-TOT-REJEITADOS.
           MOVE TB-ARQ-VL-REJEITADO(WS-IDX-ARQ) TO DEBF900-VALOR.
           CALL "DEBF900" USING DEBF900-PARM.
           MOVE DEBF900-VALOR-FMT TO WS-TOT-VALOR.
           MOVE WS-LINHA-TOTAL TO REGISTRO-DEBL842.
           WRITE REGISTRO-DEBL842.
           ADD 1 TO WS-QT-GRAV-DEBL842.
       8100-FIM.
           EXIT.
      * ----------------------------------------------------------------
