       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEBR850.
       AUTHOR. F7023235.
      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES:                                      *
      * VRS001 15.10.2026 F7023235  IMPLANTACAO. CONSOLIDADOR DO       *
      *                             MOVIMENTO DE SAIDA: EMBALA NUM     *
      *                             UNICO ARQUIVO DEBM850 OS CINCO     *
      *                             MOVIMENTOS QUE DESCIAM SEM HEADER  *
      *                             NEM TRAILER - DEBO826 (REPOSICAO   *
      *                             DE TALOES), DEBM827                *
      *                             (TRANSFERENCIAS), DEBM828F E       *
      *                             DEBM828P (APLICACAO AUTOMATICA) E  *
      *                             DEBJ829 (JUROS). CADA ORIGEM SAI   *
      *                             ENTRE UM HEADER (DATA DO MOVIMENTO *
      *                             E DA TRANSMISSAO) E UM TRAILER     *
      *                             (QUANTIDADE E TOTAIS). OS QUATRO   *
      *                             MOVIMENTOS FINANCEIROS SAO LIDOS   *
      *                             NAS COPIAS LIMPAS DO PORTAO DE     *
      *                             PRIVATICIDADE (DEBR842), QUE SAO   *
      *                             AS QUE DESCEM. CONFERE: DEBITOS X  *
      *                             CREDITOS E PARES D/C DO DEBM827;   *
      *                             QUANTIDADES X REGISTROS DE TERMINO *
      *                             DO DEBCTL DO DEBR826 A DEBR829 E   *
      *                             DO DEBR842; LIDOS DO DEBR842 X     *
      *                             GRAVADOS DOS PRODUTORES. QUALQUER  *
      *                             DIFERENCA RETEM A TRANSMISSAO COM  *
      *                             RETURN-CODE 8. RELATORIO DEBL850   *
      *                             DE CONTROLE POR ORIGEM. COMO O     *
      *                             DEBR823 E O DEBR838, QUE TAMBEM    *
      *                             CONSOMEM O DEBCTL, ESTE PROGRAMA   *
      *                             NAO SE INSTRUMENTA NELE; AS        *
      *                             CONTAGENS SAEM POR DISPLAY.        *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEBCTL   ASSIGN TO UT-S-DEBCTL
                  ORGANIZATION IS SEQUENTIAL.

           SELECT DEBO826  ASSIGN TO UT-S-DEBO826
                  ORGANIZATION IS SEQUENTIAL.

           SELECT DEBC827  ASSIGN TO UT-S-DEBC827
                  ORGANIZATION IS SEQUENTIAL.

           SELECT DEBC828F ASSIGN TO UT-S-DEBC828F
                  ORGANIZATION IS SEQUENTIAL.

           SELECT DEBC828P ASSIGN TO UT-S-DEBC828P
                  ORGANIZATION IS SEQUENTIAL.

           SELECT DEBC829  ASSIGN TO UT-S-DEBC829
                  ORGANIZATION IS SEQUENTIAL.

           SELECT DEBM850  ASSIGN TO UT-S-DEBM850
                  ORGANIZATION IS SEQUENTIAL.

           SELECT DEBL850  ASSIGN TO UT-S-DEBL850
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DEBCTL
           BLOCK  0
           RECORD CONTAINS 120 CHARACTERS
           RECORDING F.

       01  REGISTRO-DEBCTL.
           03  DEBCTL-PROGRAMA        PIC X(008).
           03  DEBCTL-TIPO            PIC X(001).
           03  DEBCTL-DATA            PIC 9(008).
           03  DEBCTL-HORA            PIC 9(008).
           03  DEBCTL-QT-LIDOS        PIC 9(009).
           03  DEBCTL-SAIDA-ARQ       OCCURS 3 TIMES.
               05  DEBCTL-ARQ         PIC X(008).
               05  DEBCTL-QT-GRAVADOS PIC 9(009).
           03  DEBCTL-STATUS          PIC X(008).
           03  FILLER                 PIC X(027).

      *----------------------------------------------------------------*
      * REPOSICAO AUTOMATICA DE TALOES (DEBR826).                      *
      *----------------------------------------------------------------*
       FD  DEBO826
           BLOCK  0
           RECORD CONTAINS 30 CHARACTERS
           RECORDING F.

       01  REGISTRO-DEBO826.
           03  DEBO826-AGENCIA        PIC 9(005).
           03  DEBO826-CONTA          PIC 9(011).
           03  DEBO826-QTD-DEZENAS    PIC 9(003).
           03  DEBO826-FONE-TALAO     PIC 9(001).
           03  FILLER                 PIC X(010).

      *----------------------------------------------------------------*
      * COPIAS LIMPAS DO DEBR842, NO LAYOUT DOS ORIGINAIS DEBM827,     *
      * DEBM828F, DEBM828P E DEBJ829.                                  *
      *----------------------------------------------------------------*
       FD  DEBC827
           BLOCK  0
           RECORD CONTAINS 40 CHARACTERS
           RECORDING F.

       01  REGISTRO-DEBC827.
           03  DEBC827-TIPO           PIC X(001).
           03  DEBC827-AGENCIA        PIC 9(005).
           03  DEBC827-CONTA          PIC 9(011).
           03  DEBC827-VALOR          PIC 9(015)V9(02).
           03  DEBC827-MOMENTO        PIC X(001).
           03  FILLER                 PIC X(005).

       FD  DEBC828F
           BLOCK  0
           RECORD CONTAINS 40 CHARACTERS
           RECORDING F.

       01  REGISTRO-DEBC828F.
           03  DEBC828F-AGENCIA       PIC 9(005).
           03  DEBC828F-CONTA         PIC 9(011).
           03  DEBC828F-VALOR         PIC 9(015)V9(02).
           03  DEBC828F-APLIC-AUTOM   PIC 9(003).
           03  FILLER                 PIC X(004).

       FD  DEBC828P
           BLOCK  0
           RECORD CONTAINS 40 CHARACTERS
           RECORDING F.

       01  REGISTRO-DEBC828P.
           03  DEBC828P-AGENCIA       PIC 9(005).
           03  DEBC828P-CONTA         PIC 9(011).
           03  DEBC828P-VALOR         PIC 9(015)V9(02).
           03  DEBC828P-APLIC-AUTOM   PIC 9(003).
           03  FILLER                 PIC X(004).

       FD  DEBC829
           BLOCK  0
           RECORD CONTAINS 80 CHARACTERS
           RECORDING F.

       01  REGISTRO-DEBC829.
           03  DEBC829-AGENCIA        PIC 9(005).
           03  DEBC829-CONTA          PIC 9(011).
           03  DEBC829-JR-DENTRO      PIC 9(015)V9(02).
           03  DEBC829-JR-EXCESSO     PIC 9(015)V9(02).
           03  DEBC829-JR-TOTAL       PIC 9(015)V9(02).
           03  FILLER                 PIC X(013).

      *----------------------------------------------------------------*
      * MOVIMENTO CONSOLIDADO DE SAIDA. POR ORIGEM: UM HEADER (H), OS  *
      * DETALHES (D) COM O REGISTRO ORIGINAL NO CORPO E UM TRAILER (T).*
      * DEBM850-ORIGEM TRAZ O NOME DO MOVIMENTO QUE O DESTINO JA       *
      * CONHECE (DEBO826, DEBM827, DEBM828F, DEBM828P, DEBJ829).       *
      *----------------------------------------------------------------*
       FD  DEBM850
           BLOCK  0
           RECORD CONTAINS 90 CHARACTERS
           RECORDING F.

       01  REGISTRO-DEBM850.
           03  DEBM850-TIPO           PIC X(001).
               88  DEBM850-HEADER                 VALUE "H".
               88  DEBM850-DETALHE                VALUE "D".
               88  DEBM850-TRAILER                VALUE "T".
           03  DEBM850-ORIGEM         PIC X(008).
           03  DEBM850-CORPO          PIC X(080).
           03  DEBM850-CORPO-H        REDEFINES DEBM850-CORPO.
               05  DEBM850-DT-MOVIMENTO
                                      PIC 9(008).
               05  DEBM850-DT-TRANSMISSAO
                                      PIC 9(008).
               05  DEBM850-PRODUTOR   PIC X(008).
               05  FILLER             PIC X(056).
           03  DEBM850-CORPO-T        REDEFINES DEBM850-CORPO.
               05  DEBM850-QT-REGISTROS
                                      PIC 9(009).
               05  DEBM850-QT-ITENS   PIC 9(009).
               05  DEBM850-VL-TOTAL   PIC 9(015)V9(02).
               05  DEBM850-VL-DEBITOS PIC 9(015)V9(02).
               05  DEBM850-VL-CREDITOS
                                      PIC 9(015)V9(02).
               05  FILLER             PIC X(011).
           03  FILLER                 PIC X(001).

       FD  DEBL850
           BLOCK  0
           RECORD CONTAINS 132 CHARACTERS
           RECORDING F.

       01  REGISTRO-DEBL850           PIC X(132).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * PARAMETROS DA SUBROTINA DE FORMATACAO MONETARIA (BOOK          *
      * DEBFK900) USADA NAS COLUNAS DE VALOR DO RELATORIO.             *
      *----------------------------------------------------------------*
       01  DEBF900-PARM.
           COPY DEBFK900.

       01  WS-DATA-EXEC-AMD           PIC 9(008)     VALUE ZERO.
       01  WS-QT-GRAV-DEBM850         PIC 9(09) COMP VALUE ZERO.
       01  WS-QT-GRAV-DEBL850         PIC 9(09) COMP VALUE ZERO.
       01  WS-QT-DIVERGENCIAS         PIC 9(09) COMP VALUE ZERO.
       01  WS-STATUS-CTL              PIC X(08)      VALUE "OK".

      *----------------------------------------------------------------*
      * ULTIMO REGISTRO DO DEBCTL DE CADA PROGRAMA CONFERIDO: (1)      *
      * DEBR826 (2) DEBR827 (3) DEBR828 (4) DEBR829 (5) DEBR842. SE O  *
      * ULTIMO FOR UM "I", A EXECUCAO MAIS RECENTE NAO TERMINOU E AS   *
      * QUANTIDADES DO "F" ANTERIOR NAO VALEM PARA O ARQUIVO DE HOJE.  *
      *----------------------------------------------------------------*
       01  TB-CONTROLE-DEBCTL.
           03  TB-CTL OCCURS 5 TIMES.
               05  TB-CTL-PROGRAMA    PIC X(008).
               05  TB-CTL-ULT-TIPO    PIC X(001).
               05  TB-CTL-DATA        PIC 9(008).
               05  TB-CTL-QT-LIDOS    PIC 9(09) COMP.
               05  TB-CTL-QT-ARQ      PIC 9(09) COMP OCCURS 3 TIMES.
               05  TB-CTL-STATUS      PIC X(008).
       01  WS-IDX-CTL                 PIC 9(04) COMP VALUE ZERO.
       01  WS-IDX-SAIDA               PIC 9(04) COMP VALUE ZERO.

      *----------------------------------------------------------------*
      * TOTAIS POR ORIGEM TRANSMITIDA: (1) DEBO826 (2) DEBM827 (3)     *
      * DEBM828F (4) DEBM828P (5) DEBJ829. TB-ORI-CTL APONTA O         *
      * PRODUTOR EM TB-CTL.                                            *
      *----------------------------------------------------------------*
       01  TB-CONTROLE-ORIGENS.
           03  TB-ORIGEM OCCURS 5 TIMES.
               05  TB-ORI-NOME        PIC X(008).
               05  TB-ORI-ARQUIVO     PIC X(008).
               05  TB-ORI-CTL         PIC 9(04) COMP.
               05  TB-ORI-QT-REGISTROS
                                      PIC 9(09) COMP.
               05  TB-ORI-QT-ITENS    PIC 9(09) COMP.
               05  TB-ORI-VL-TOTAL    PIC S9(015)V9(02) COMP-3.
               05  TB-ORI-VL-DEBITOS  PIC S9(015)V9(02) COMP-3.
               05  TB-ORI-VL-CREDITOS PIC S9(015)V9(02) COMP-3.
       01  WS-IDX-ORI                 PIC 9(04) COMP VALUE ZERO.

      *----------------------------------------------------------------*
      * CONFERENCIA DOS PARES DO DEBM827: CADA DEBITO E SEGUIDO DO SEU *
      * CREDITO, DE MESMO VALOR (VIDE 2700-GERAR-TRANSFERENCIA DO      *
      * DEBR827).                                                      *
      *----------------------------------------------------------------*
       01  WS-SW-DEBITO-ABERTO        PIC X(01)      VALUE "N".
           88  WS-DEBITO-ABERTO                      VALUE "S".
       01  WS-VL-DEBITO-ABERTO        PIC 9(015)V9(02) VALUE ZERO.
       01  WS-QT-PARES-INCOMPLETOS    PIC 9(09) COMP VALUE ZERO.

      *----------------------------------------------------------------*
      * AREA DE UMA CONFERENCIA: DESCRICAO, LADO A (TRANSMITIDO) E     *
      * LADO B (CONTROLE).                                             *
      *----------------------------------------------------------------*
       01  WS-CNF-DESCRICAO           PIC X(045)     VALUE SPACES.
       01  WS-CNF-QT-A                PIC 9(09) COMP VALUE ZERO.
       01  WS-CNF-QT-B                PIC 9(09) COMP VALUE ZERO.
       01  WS-CNF-VL-A                PIC S9(015)V9(02) COMP-3
                                      VALUE ZERO.
       01  WS-CNF-VL-B                PIC S9(015)V9(02) COMP-3
                                      VALUE ZERO.
       01  WS-EDT-QTDE                PIC Z(022)9.

       01  WS-LINHA-TITULO.
           03  FILLER                 PIC X(044)
               VALUE "CONTROLE DE TRANSMISSAO DO MOVIMENTO DEBM850".
           03  FILLER                 PIC X(007)  VALUE " DATA: ".
           03  WS-TIT-DATA            PIC 9(008).
           03  FILLER                 PIC X(073)  VALUE SPACES.

       01  WS-LINHA-ORIGEM.
           03  FILLER                 PIC X(008)  VALUE "ORIGEM: ".
           03  WS-ORI-NOME            PIC X(008).
           03  FILLER                 PIC X(010)  VALUE " ARQUIVO: ".
           03  WS-ORI-ARQUIVO         PIC X(008).
           03  FILLER                 PIC X(011)  VALUE " PRODUTOR: ".
           03  WS-ORI-PRODUTOR        PIC X(008).
           03  FILLER                 PIC X(017)
               VALUE " DATA MOVIMENTO: ".
           03  WS-ORI-DATA            PIC 9(008).
           03  FILLER                 PIC X(012)  VALUE " REGISTROS: ".
           03  WS-ORI-QTDE            PIC ZZZZZZZZ9.
           03  FILLER                 PIC X(008)  VALUE " TOTAL: ".
           03  WS-ORI-TOTAL           PIC X(023).
           03  FILLER                 PIC X(002)  VALUE SPACES.

       01  WS-LINHA-CONFERENCIA.
           03  FILLER                 PIC X(003)  VALUE SPACES.
           03  WS-CNF-TEXTO           PIC X(045).
           03  FILLER                 PIC X(001)  VALUE SPACE.
           03  WS-CNF-LADO-A          PIC X(023).
           03  FILLER                 PIC X(003)  VALUE " X ".
           03  WS-CNF-LADO-B          PIC X(023).
           03  FILLER                 PIC X(001)  VALUE SPACE.
           03  WS-CNF-RESULTADO       PIC X(011).
           03  FILLER                 PIC X(022)  VALUE SPACES.

       01  WS-LINHA-EXECUCAO.
           03  FILLER                 PIC X(003)  VALUE SPACES.
           03  WS-EXE-PROGRAMA        PIC X(008).
           03  FILLER                 PIC X(001)  VALUE SPACE.
           03  WS-EXE-MOTIVO          PIC X(060).
           03  FILLER                 PIC X(001)  VALUE SPACE.
           03  WS-EXE-RESULTADO       PIC X(011).
           03  FILLER                 PIC X(048)  VALUE SPACES.

       01  WS-LINHA-RESULTADO.
           03  WS-RES-TEXTO           PIC X(060).
           03  FILLER                 PIC X(072)  VALUE SPACES.

       01  WS-SWITCHES.
           03  WS-SW-EOF-DEBCTL       PIC X(01)        VALUE "N".
               88  WS-EOF-DEBCTL                        VALUE "Y".
           03  WS-SW-EOF-DEBO826      PIC X(01)        VALUE "N".
               88  WS-EOF-DEBO826                       VALUE "Y".
           03  WS-SW-EOF-DEBC827      PIC X(01)        VALUE "N".
               88  WS-EOF-DEBC827                       VALUE "Y".
           03  WS-SW-EOF-DEBC828F     PIC X(01)        VALUE "N".
               88  WS-EOF-DEBC828F                      VALUE "Y".
           03  WS-SW-EOF-DEBC828P     PIC X(01)        VALUE "N".
               88  WS-EOF-DEBC828P                      VALUE "Y".
           03  WS-SW-EOF-DEBC829      PIC X(01)        VALUE "N".
               88  WS-EOF-DEBC829                       VALUE "Y".
           03  WS-SW-ACHOU            PIC X(01)        VALUE "N".
               88  WS-ACHOU                             VALUE "S".

       PROCEDURE DIVISION.

      *================================================================*
      * 0000-MAINLINE                                                  *
      *================================================================*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR         THRU 1000-FIM.
           PERFORM 2000-TRANSMITIR-DEBO826  THRU 2000-FIM.
           PERFORM 3000-TRANSMITIR-DEBM827  THRU 3000-FIM.
           PERFORM 4000-TRANSMITIR-DEBM828F THRU 4000-FIM.
           PERFORM 5000-TRANSMITIR-DEBM828P THRU 5000-FIM.
           PERFORM 6000-TRANSMITIR-DEBJ829  THRU 6000-FIM.
           PERFORM 7000-CONFERIR-TRANSMISSAO THRU 7000-FIM.
           PERFORM 8000-ENCERRAR            THRU 8000-FIM.
           STOP RUN.

      *================================================================*
      * 1000-INICIALIZAR - CARREGA O DEBCTL INTEIRO ANTES DE ABRIR OS  *
      *                    MOVIMENTOS.                                 *
      *================================================================*
       1000-INICIALIZAR.
           ACCEPT WS-DATA-EXEC-AMD FROM DATE YYYYMMDD.
           MOVE "DEBR826" TO TB-CTL-PROGRAMA(1).
           MOVE "DEBR827" TO TB-CTL-PROGRAMA(2).
           MOVE "DEBR828" TO TB-CTL-PROGRAMA(3).
           MOVE "DEBR829" TO TB-CTL-PROGRAMA(4).
           MOVE "DEBR842" TO TB-CTL-PROGRAMA(5).
           MOVE 1 TO WS-IDX-CTL.
           PERFORM 1050-ZERAR-CONTROLE THRU 1050-FIM
               UNTIL WS-IDX-CTL > 5.
           MOVE "DEBO826"  TO TB-ORI-NOME(1).
           MOVE "DEBO826"  TO TB-ORI-ARQUIVO(1).
           MOVE 1          TO TB-ORI-CTL(1).
           MOVE "DEBM827"  TO TB-ORI-NOME(2).
           MOVE "DEBC827"  TO TB-ORI-ARQUIVO(2).
           MOVE 2          TO TB-ORI-CTL(2).
           MOVE "DEBM828F" TO TB-ORI-NOME(3).
           MOVE "DEBC828F" TO TB-ORI-ARQUIVO(3).
           MOVE 3          TO TB-ORI-CTL(3).
           MOVE "DEBM828P" TO TB-ORI-NOME(4).
           MOVE "DEBC828P" TO TB-ORI-ARQUIVO(4).
           MOVE 3          TO TB-ORI-CTL(4).
           MOVE "DEBJ829"  TO TB-ORI-NOME(5).
           MOVE "DEBC829"  TO TB-ORI-ARQUIVO(5).
           MOVE 4          TO TB-ORI-CTL(5).
           MOVE 1 TO WS-IDX-ORI.
           PERFORM 1060-ZERAR-ORIGEM THRU 1060-FIM
               UNTIL WS-IDX-ORI > 5.
           OPEN INPUT DEBCTL.
           PERFORM 1110-LER-DEBCTL THRU 1110-FIM.
           PERFORM 1100-CARREGAR-DEBCTL THRU 1100-FIM
               UNTIL WS-EOF-DEBCTL.
           CLOSE DEBCTL.
           OPEN INPUT  DEBO826.
           OPEN INPUT  DEBC827.
           OPEN INPUT  DEBC828F.
           OPEN INPUT  DEBC828P.
           OPEN INPUT  DEBC829.
           OPEN OUTPUT DEBM850.
           OPEN OUTPUT DEBL850.
           MOVE WS-DATA-EXEC-AMD TO WS-TIT-DATA.
           MOVE WS-LINHA-TITULO TO REGISTRO-DEBL850.
           PERFORM 7900-GRAVAR-DEBL850 THRU 7900-FIM.
       1000-FIM.
           EXIT.

       1050-ZERAR-CONTROLE.
           MOVE SPACE TO TB-CTL-ULT-TIPO(WS-IDX-CTL).
           MOVE ZERO  TO TB-CTL-DATA(WS-IDX-CTL).
           MOVE ZERO  TO TB-CTL-QT-LIDOS(WS-IDX-CTL).
           MOVE ZERO  TO TB-CTL-QT-ARQ(WS-IDX-CTL, 1).
           MOVE ZERO  TO TB-CTL-QT-ARQ(WS-IDX-CTL, 2).
           MOVE ZERO  TO TB-CTL-QT-ARQ(WS-IDX-CTL, 3).
           MOVE SPACES TO TB-CTL-STATUS(WS-IDX-CTL).
           ADD 1 TO WS-IDX-CTL.
       1050-FIM.
           EXIT.

       1060-ZERAR-ORIGEM.
           MOVE ZERO TO TB-ORI-QT-REGISTROS(WS-IDX-ORI).
           MOVE ZERO TO TB-ORI-QT-ITENS(WS-IDX-ORI).
           MOVE ZERO TO TB-ORI-VL-TOTAL(WS-IDX-ORI).
           MOVE ZERO TO TB-ORI-VL-DEBITOS(WS-IDX-ORI).
           MOVE ZERO TO TB-ORI-VL-CREDITOS(WS-IDX-ORI).
           ADD 1 TO WS-IDX-ORI.
       1060-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * 1100-CARREGAR-DEBCTL - O DEBCTL ESTA EM ORDEM CRONOLOGICA; O   *
      *                        ULTIMO REGISTRO DE CADA PROGRAMA E O    *
      *                        QUE VALE. DO "F" GUARDAM-SE A DATA, OS  *
      *                        LIDOS, OS GRAVADOS E O STATUS.          *
      *----------------------------------------------------------------*
       1100-CARREGAR-DEBCTL.
           PERFORM 1120-LOCALIZAR-PROGRAMA THRU 1120-FIM.
           IF WS-ACHOU
               MOVE DEBCTL-TIPO TO TB-CTL-ULT-TIPO(WS-IDX-CTL)
               IF DEBCTL-TIPO = "F"
                   MOVE DEBCTL-DATA     TO TB-CTL-DATA(WS-IDX-CTL)
                   MOVE DEBCTL-QT-LIDOS TO TB-CTL-QT-LIDOS(WS-IDX-CTL)
                   MOVE DEBCTL-STATUS   TO TB-CTL-STATUS(WS-IDX-CTL)
                   MOVE 1 TO WS-IDX-SAIDA
                   PERFORM 1130-GUARDAR-GRAVADOS THRU 1130-FIM
                       UNTIL WS-IDX-SAIDA > 3
               END-IF
           END-IF.
           PERFORM 1110-LER-DEBCTL THRU 1110-FIM.
       1100-FIM.
           EXIT.

       1110-LER-DEBCTL.
           READ DEBCTL
               AT END
                   MOVE "Y" TO WS-SW-EOF-DEBCTL
           END-READ.
       1110-FIM.
           EXIT.

       1120-LOCALIZAR-PROGRAMA.
           MOVE "N" TO WS-SW-ACHOU.
           MOVE 1 TO WS-IDX-CTL.
           PERFORM 1125-COMPARAR-PROGRAMA THRU 1125-FIM
               UNTIL WS-IDX-CTL > 5 OR WS-ACHOU.
       1120-FIM.
           EXIT.

       1125-COMPARAR-PROGRAMA.
           IF TB-CTL-PROGRAMA(WS-IDX-CTL) = DEBCTL-PROGRAMA
               MOVE "S" TO WS-SW-ACHOU
           ELSE
               ADD 1 TO WS-IDX-CTL
           END-IF.
       1125-FIM.
           EXIT.

       1130-GUARDAR-GRAVADOS.
           IF DEBCTL-QT-GRAVADOS(WS-IDX-SAIDA) NUMERIC
               MOVE DEBCTL-QT-GRAVADOS(WS-IDX-SAIDA)
                   TO TB-CTL-QT-ARQ(WS-IDX-CTL, WS-IDX-SAIDA)
           ELSE
               MOVE ZERO TO TB-CTL-QT-ARQ(WS-IDX-CTL, WS-IDX-SAIDA)
           END-IF.
           ADD 1 TO WS-IDX-SAIDA.
       1130-FIM.
           EXIT.

      *================================================================*
      * 2000-TRANSMITIR-DEBO826 - TOTAL DO TRAILER EM DEZENAS DE       *
      *                           FOLHAS PEDIDAS (QT-ITENS).           *
      *================================================================*
       2000-TRANSMITIR-DEBO826.
           MOVE 1 TO WS-IDX-ORI.
           PERFORM 2900-GRAVAR-HEADER THRU 2900-FIM.
           PERFORM 2100-LER-DEBO826   THRU 2100-FIM.
           PERFORM 2200-GRAVAR-DEBO826 THRU 2200-FIM
               UNTIL WS-EOF-DEBO826.
           PERFORM 2950-GRAVAR-TRAILER THRU 2950-FIM.
       2000-FIM.
           EXIT.

       2100-LER-DEBO826.
           READ DEBO826
               AT END
                   MOVE "Y" TO WS-SW-EOF-DEBO826
           END-READ.
       2100-FIM.
           EXIT.

       2200-GRAVAR-DEBO826.
           ADD DEBO826-QTD-DEZENAS TO TB-ORI-QT-ITENS(1).
           MOVE REGISTRO-DEBO826 TO DEBM850-CORPO.
           PERFORM 2800-GRAVAR-DETALHE THRU 2800-FIM.
           PERFORM 2100-LER-DEBO826 THRU 2100-FIM.
       2200-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * 2800-GRAVAR-DETALHE - O CHAMADOR JA MOVEU O REGISTRO ORIGINAL  *
      *                       PARA DEBM850-CORPO E POSICIONOU          *
      *                       WS-IDX-ORI.                              *
      *----------------------------------------------------------------*
       2800-GRAVAR-DETALHE.
           MOVE "D" TO DEBM850-TIPO.
           MOVE TB-ORI-NOME(WS-IDX-ORI) TO DEBM850-ORIGEM.
           MOVE SPACE TO REGISTRO-DEBM850(90:1).
           WRITE REGISTRO-DEBM850.
           ADD 1 TO WS-QT-GRAV-DEBM850.
           ADD 1 TO TB-ORI-QT-REGISTROS(WS-IDX-ORI).
       2800-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * 2900-GRAVAR-HEADER - DATA DO MOVIMENTO = DATA DO REGISTRO DE   *
      *                      TERMINO DO PRODUTOR NO DEBCTL (ZERO SE O  *
      *                      PRODUTOR NAO TERMINOU - A CONFERENCIA     *
      *                      ACUSA).                                   *
      *----------------------------------------------------------------*
       2900-GRAVAR-HEADER.
           MOVE SPACES TO REGISTRO-DEBM850.
           MOVE "H" TO DEBM850-TIPO.
           MOVE TB-ORI-NOME(WS-IDX-ORI) TO DEBM850-ORIGEM.
           MOVE TB-ORI-CTL(WS-IDX-ORI)  TO WS-IDX-CTL.
           MOVE TB-CTL-DATA(WS-IDX-CTL) TO DEBM850-DT-MOVIMENTO.
           MOVE WS-DATA-EXEC-AMD        TO DEBM850-DT-TRANSMISSAO.
           MOVE TB-CTL-PROGRAMA(WS-IDX-CTL) TO DEBM850-PRODUTOR.
           WRITE REGISTRO-DEBM850.
           ADD 1 TO WS-QT-GRAV-DEBM850.
       2900-FIM.
           EXIT.

       2950-GRAVAR-TRAILER.
           MOVE SPACES TO REGISTRO-DEBM850.
           MOVE "T" TO DEBM850-TIPO.
           MOVE TB-ORI-NOME(WS-IDX-ORI) TO DEBM850-ORIGEM.
           MOVE TB-ORI-QT-REGISTROS(WS-IDX-ORI) TO DEBM850-QT-REGISTROS.
           MOVE TB-ORI-QT-ITENS(WS-IDX-ORI)     TO DEBM850-QT-ITENS.
           MOVE TB-ORI-VL-TOTAL(WS-IDX-ORI)     TO DEBM850-VL-TOTAL.
           MOVE TB-ORI-VL-DEBITOS(WS-IDX-ORI)   TO DEBM850-VL-DEBITOS.
           MOVE TB-ORI-VL-CREDITOS(WS-IDX-ORI)  TO DEBM850-VL-CREDITOS.
           WRITE REGISTRO-DEBM850.
           ADD 1 TO WS-QT-GRAV-DEBM850.
       2950-FIM.
           EXIT.

      *================================================================*
      * 3000-TRANSMITIR-DEBM827 - DEBITOS E CREDITOS TOTALIZADOS EM    *
      *                           SEPARADO; O TOTAL DO TRAILER E O DOS *
      *                           DEBITOS (VALOR TRANSFERIDO).         *
      *================================================================*
       3000-TRANSMITIR-DEBM827.
           MOVE 2 TO WS-IDX-ORI.
           PERFORM 2900-GRAVAR-HEADER THRU 2900-FIM.
           PERFORM 3100-LER-DEBC827   THRU 3100-FIM.
           PERFORM 3200-GRAVAR-DEBC827 THRU 3200-FIM
               UNTIL WS-EOF-DEBC827.
           IF WS-DEBITO-ABERTO
               ADD 1 TO WS-QT-PARES-INCOMPLETOS
           END-IF.
           MOVE TB-ORI-VL-DEBITOS(2) TO TB-ORI-VL-TOTAL(2).
           PERFORM 2950-GRAVAR-TRAILER THRU 2950-FIM.
       3000-FIM.
           EXIT.

       3100-LER-DEBC827.
           READ DEBC827
               AT END
                   MOVE "Y" TO WS-SW-EOF-DEBC827
           END-READ.
       3100-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * 3200-GRAVAR-DEBC827 - DEBITO SEM CREDITO EM SEGUIDA, CREDITO   *
      *                       SEM DEBITO ANTES OU PAR DE VALORES       *
      *                       DIFERENTES CONTAM COMO PAR INCOMPLETO.   *
      *----------------------------------------------------------------*
       3200-GRAVAR-DEBC827.
           IF DEBC827-TIPO = "D"
               ADD DEBC827-VALOR TO TB-ORI-VL-DEBITOS(2)
               IF WS-DEBITO-ABERTO
                   ADD 1 TO WS-QT-PARES-INCOMPLETOS
               END-IF
               MOVE "S" TO WS-SW-DEBITO-ABERTO
               MOVE DEBC827-VALOR TO WS-VL-DEBITO-ABERTO
           ELSE
               ADD DEBC827-VALOR TO TB-ORI-VL-CREDITOS(2)
               IF NOT WS-DEBITO-ABERTO
                  OR DEBC827-VALOR NOT = WS-VL-DEBITO-ABERTO
                   ADD 1 TO WS-QT-PARES-INCOMPLETOS
               END-IF
               MOVE "N" TO WS-SW-DEBITO-ABERTO
           END-IF.
           MOVE REGISTRO-DEBC827 TO DEBM850-CORPO.
           PERFORM 2800-GRAVAR-DETALHE THRU 2800-FIM.
           PERFORM 3100-LER-DEBC827 THRU 3100-FIM.
       3200-FIM.
           EXIT.

      *================================================================*
      * 4000-TRANSMITIR-DEBM828F                                       *
      *================================================================*
       4000-TRANSMITIR-DEBM828F.
           MOVE 3 TO WS-IDX-ORI.
           PERFORM 2900-GRAVAR-HEADER THRU 2900-FIM.
           PERFORM 4100-LER-DEBC828F  THRU 4100-FIM.
           PERFORM 4200-GRAVAR-DEBC828F THRU 4200-FIM
               UNTIL WS-EOF-DEBC828F.
           PERFORM 2950-GRAVAR-TRAILER THRU 2950-FIM.
       4000-FIM.
           EXIT.

       4100-LER-DEBC828F.
           READ DEBC828F
               AT END
                   MOVE "Y" TO WS-SW-EOF-DEBC828F
           END-READ.
       4100-FIM.
           EXIT.

       4200-GRAVAR-DEBC828F.
           ADD DEBC828F-VALOR TO TB-ORI-VL-TOTAL(3).
           MOVE REGISTRO-DEBC828F TO DEBM850-CORPO.
           PERFORM 2800-GRAVAR-DETALHE THRU 2800-FIM.
           PERFORM 4100-LER-DEBC828F THRU 4100-FIM.
       4200-FIM.
           EXIT.

      *================================================================*
      * 5000-TRANSMITIR-DEBM828P                                       *
      *================================================================*
       5000-TRANSMITIR-DEBM828P.
           MOVE 4 TO WS-IDX-ORI.
           PERFORM 2900-GRAVAR-HEADER THRU 2900-FIM.
           PERFORM 5100-LER-DEBC828P  THRU 5100-FIM.
           PERFORM 5200-GRAVAR-DEBC828P THRU 5200-FIM
               UNTIL WS-EOF-DEBC828P.
           PERFORM 2950-GRAVAR-TRAILER THRU 2950-FIM.
       5000-FIM.
           EXIT.

       5100-LER-DEBC828P.
           READ DEBC828P
               AT END
                   MOVE "Y" TO WS-SW-EOF-DEBC828P
           END-READ.
       5100-FIM.
           EXIT.

       5200-GRAVAR-DEBC828P.
           ADD DEBC828P-VALOR TO TB-ORI-VL-TOTAL(4).
           MOVE REGISTRO-DEBC828P TO DEBM850-CORPO.
           PERFORM 2800-GRAVAR-DETALHE THRU 2800-FIM.
           PERFORM 5100-LER-DEBC828P THRU 5100-FIM.
       5200-FIM.
           EXIT.

      *================================================================*
      * 6000-TRANSMITIR-DEBJ829 - TOTAL DO TRAILER = JUROS TOTAIS.     *
      *================================================================*
       6000-TRANSMITIR-DEBJ829.
           MOVE 5 TO WS-IDX-ORI.
           PERFORM 2900-GRAVAR-HEADER THRU 2900-FIM.
           PERFORM 6100-LER-DEBC829   THRU 6100-FIM.
           PERFORM 6200-GRAVAR-DEBC829 THRU 6200-FIM
               UNTIL WS-EOF-DEBC829.
           PERFORM 2950-GRAVAR-TRAILER THRU 2950-FIM.
       6000-FIM.
           EXIT.

       6100-LER-DEBC829.
           READ DEBC829
               AT END
                   MOVE "Y" TO WS-SW-EOF-DEBC829
           END-READ.
       6100-FIM.
           EXIT.

       6200-GRAVAR-DEBC829.
           ADD DEBC829-JR-TOTAL TO TB-ORI-VL-TOTAL(5).
           MOVE REGISTRO-DEBC829 TO DEBM850-CORPO.
           PERFORM 2800-GRAVAR-DETALHE THRU 2800-FIM.
           PERFORM 6100-LER-DEBC829 THRU 6100-FIM.
       6200-FIM.
           EXIT.

      *================================================================*
      * 7000-CONFERIR-TRANSMISSAO - UM BLOCO DO RELATORIO POR ORIGEM.  *
      *                             OS GRAVADOS DO DEBR842 SAO A       *
      *                             REFERENCIA DAS COPIAS LIMPAS; OS   *
      *                             LIDOS DO DEBR842 TEM QUE SOMAR O   *
      *                             QUE O DEBR827, O DEBR828 E O       *
      *                             DEBR829 GRAVARAM, O QUE PEGA UM    *
      *                             MOVIMENTO TRUNCADO ENTRE O         *
      *                             PRODUTOR E O PORTAO. O DEBR828     *
      *                             REGISTRA F E P NUM SLOT SO, ENTAO  *
      *                             AS DUAS ORIGENS SAO CONFERIDAS     *
      *                             JUNTAS.                            *
      *================================================================*
       7000-CONFERIR-TRANSMISSAO.
      *    DEBO826 - SEM PORTAO, CONFERE DIRETO COM O DEBR826.
           MOVE 1 TO WS-IDX-ORI.
           PERFORM 7100-IMPRIMIR-ORIGEM THRU 7100-FIM.
           MOVE 1 TO WS-IDX-CTL.
           PERFORM 7400-CONFERIR-EXECUCAO THRU 7400-FIM.
           MOVE "REGISTROS X DEBCTL DEBR826 (DEBO826)"
               TO WS-CNF-DESCRICAO.
           MOVE TB-ORI-QT-REGISTROS(1) TO WS-CNF-QT-A.
           MOVE TB-CTL-QT-ARQ(1, 1)    TO WS-CNF-QT-B.
           PERFORM 7200-CONFERIR-QTDE THRU 7200-FIM.
      *    DEBM827.
           MOVE 2 TO WS-IDX-ORI.
           PERFORM 7100-IMPRIMIR-ORIGEM THRU 7100-FIM.
           MOVE 2 TO WS-IDX-CTL.
           PERFORM 7400-CONFERIR-EXECUCAO THRU 7400-FIM.
           MOVE 5 TO WS-IDX-CTL.
           PERFORM 7400-CONFERIR-EXECUCAO THRU 7400-FIM.
           MOVE "REGISTROS X DEBCTL DEBR842 (DEBC827)"
               TO WS-CNF-DESCRICAO.
           MOVE TB-ORI-QT-REGISTROS(2) TO WS-CNF-QT-A.
           MOVE TB-CTL-QT-ARQ(5, 1)    TO WS-CNF-QT-B.
           PERFORM 7200-CONFERIR-QTDE THRU 7200-FIM.
           MOVE "VALOR DOS DEBITOS X VALOR DOS CREDITOS"
               TO WS-CNF-DESCRICAO.
           MOVE TB-ORI-VL-DEBITOS(2)  TO WS-CNF-VL-A.
           MOVE TB-ORI-VL-CREDITOS(2) TO WS-CNF-VL-B.
           PERFORM 7300-CONFERIR-VALOR THRU 7300-FIM.
           MOVE "PARES D/C INCOMPLETOS X ZERO"
               TO WS-CNF-DESCRICAO.
           MOVE WS-QT-PARES-INCOMPLETOS TO WS-CNF-QT-A.
           MOVE ZERO                    TO WS-CNF-QT-B.
           PERFORM 7200-CONFERIR-QTDE THRU 7200-FIM.
      *    DEBM828F E DEBM828P.
           MOVE 3 TO WS-IDX-ORI.
           PERFORM 7100-IMPRIMIR-ORIGEM THRU 7100-FIM.
           MOVE 4 TO WS-IDX-ORI.
           PERFORM 7100-IMPRIMIR-ORIGEM THRU 7100-FIM.
           MOVE 3 TO WS-IDX-CTL.
           PERFORM 7400-CONFERIR-EXECUCAO THRU 7400-FIM.
           MOVE "REGISTROS F + P X DEBCTL DEBR842 (DEBC828)"
               TO WS-CNF-DESCRICAO.
           ADD TB-ORI-QT-REGISTROS(3) TB-ORI-QT-REGISTROS(4)
               GIVING WS-CNF-QT-A.
           MOVE TB-CTL-QT-ARQ(5, 2)    TO WS-CNF-QT-B.
           PERFORM 7200-CONFERIR-QTDE THRU 7200-FIM.
      *    DEBJ829.
           MOVE 5 TO WS-IDX-ORI.
           PERFORM 7100-IMPRIMIR-ORIGEM THRU 7100-FIM.
           MOVE 4 TO WS-IDX-CTL.
           PERFORM 7400-CONFERIR-EXECUCAO THRU 7400-FIM.
           MOVE "REGISTROS X DEBCTL DEBR842 (DEBC829)"
               TO WS-CNF-DESCRICAO.
           MOVE TB-ORI-QT-REGISTROS(5) TO WS-CNF-QT-A.
           MOVE TB-CTL-QT-ARQ(5, 3)    TO WS-CNF-QT-B.
           PERFORM 7200-CONFERIR-QTDE THRU 7200-FIM.
      *    CADEIA PRODUTORES X PORTAO DE PRIVATICIDADE.
           MOVE SPACES TO WS-LINHA-RESULTADO.
           MOVE "CADEIA PRODUTORES X PORTAO DE PRIVATICIDADE (DEBR842)"
               TO WS-RES-TEXTO.
           MOVE WS-LINHA-RESULTADO TO REGISTRO-DEBL850.
           PERFORM 7900-GRAVAR-DEBL850 THRU 7900-FIM.
           MOVE "LIDOS DEBR842 X GRAVADOS DEBR827+828+829"
               TO WS-CNF-DESCRICAO.
           MOVE TB-CTL-QT-LIDOS(5) TO WS-CNF-QT-A.
           ADD TB-CTL-QT-ARQ(2, 1) TB-CTL-QT-ARQ(3, 1)
               TB-CTL-QT-ARQ(4, 1) GIVING WS-CNF-QT-B.
           PERFORM 7200-CONFERIR-QTDE THRU 7200-FIM.
      *    RESULTADO.
           MOVE SPACES TO WS-LINHA-RESULTADO.
           IF WS-STATUS-CTL = "RC=8"
               MOVE "MOVIMENTO RETIDO - HA CONFERENCIA QUE NAO FECHA"
                   TO WS-RES-TEXTO
           ELSE
               MOVE "MOVIMENTO CONFERIDO - LIBERADO PARA TRANSMISSAO"
                   TO WS-RES-TEXTO
           END-IF.
           MOVE WS-LINHA-RESULTADO TO REGISTRO-DEBL850.
           PERFORM 7900-GRAVAR-DEBL850 THRU 7900-FIM.
       7000-FIM.
           EXIT.

       7100-IMPRIMIR-ORIGEM.
           MOVE TB-ORI-CTL(WS-IDX-ORI)       TO WS-IDX-CTL.
           MOVE TB-ORI-NOME(WS-IDX-ORI)      TO WS-ORI-NOME.
           MOVE TB-ORI-ARQUIVO(WS-IDX-ORI)   TO WS-ORI-ARQUIVO.
           MOVE TB-CTL-PROGRAMA(WS-IDX-CTL)  TO WS-ORI-PRODUTOR.
           MOVE TB-CTL-DATA(WS-IDX-CTL)      TO WS-ORI-DATA.
           MOVE TB-ORI-QT-REGISTROS(WS-IDX-ORI) TO WS-ORI-QTDE.
           IF WS-IDX-ORI = 1
               MOVE TB-ORI-QT-ITENS(1) TO WS-EDT-QTDE
               MOVE WS-EDT-QTDE TO WS-ORI-TOTAL
           ELSE
               MOVE TB-ORI-VL-TOTAL(WS-IDX-ORI) TO DEBF900-VALOR
               CALL "DEBF900" USING DEBF900-PARM
               MOVE DEBF900-VALOR-FMT TO WS-ORI-TOTAL
           END-IF.
           MOVE WS-LINHA-ORIGEM TO REGISTRO-DEBL850.
           PERFORM 7900-GRAVAR-DEBL850 THRU 7900-FIM.
       7100-FIM.
           EXIT.

       7200-CONFERIR-QTDE.
           MOVE WS-CNF-DESCRICAO TO WS-CNF-TEXTO.
           MOVE WS-CNF-QT-A TO WS-EDT-QTDE.
           MOVE WS-EDT-QTDE TO WS-CNF-LADO-A.
           MOVE WS-CNF-QT-B TO WS-EDT-QTDE.
           MOVE WS-EDT-QTDE TO WS-CNF-LADO-B.
           IF WS-CNF-QT-A = WS-CNF-QT-B
               MOVE "CONFERE"     TO WS-CNF-RESULTADO
           ELSE
               MOVE "NAO CONFERE" TO WS-CNF-RESULTADO
               PERFORM 7500-REGISTRAR-DIVERGENCIA THRU 7500-FIM
           END-IF.
           MOVE WS-LINHA-CONFERENCIA TO REGISTRO-DEBL850.
           PERFORM 7900-GRAVAR-DEBL850 THRU 7900-FIM.
       7200-FIM.
           EXIT.

       7300-CONFERIR-VALOR.
           MOVE WS-CNF-DESCRICAO TO WS-CNF-TEXTO.
           MOVE WS-CNF-VL-A TO DEBF900-VALOR.
           CALL "DEBF900" USING DEBF900-PARM.
           MOVE DEBF900-VALOR-FMT TO WS-CNF-LADO-A.
           MOVE WS-CNF-VL-B TO DEBF900-VALOR.
           CALL "DEBF900" USING DEBF900-PARM.
           MOVE DEBF900-VALOR-FMT TO WS-CNF-LADO-B.
           IF WS-CNF-VL-A = WS-CNF-VL-B
               MOVE "CONFERE"     TO WS-CNF-RESULTADO
           ELSE
               MOVE "NAO CONFERE" TO WS-CNF-RESULTADO
               PERFORM 7500-REGISTRAR-DIVERGENCIA THRU 7500-FIM
           END-IF.
           MOVE WS-LINHA-CONFERENCIA TO REGISTRO-DEBL850.
           PERFORM 7900-GRAVAR-DEBL850 THRU 7900-FIM.
       7300-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * 7400-CONFERIR-EXECUCAO - O PROGRAMA EM WS-IDX-CTL TEM QUE TER  *
      *                          TERMINADO (ULTIMO REGISTRO "F") COM   *
      *                          STATUS OK.                            *
      *----------------------------------------------------------------*
       7400-CONFERIR-EXECUCAO.
           MOVE TB-CTL-PROGRAMA(WS-IDX-CTL) TO WS-EXE-PROGRAMA.
           EVALUATE TRUE
               WHEN TB-CTL-ULT-TIPO(WS-IDX-CTL) = SPACE
                   MOVE "SEM REGISTRO NO DEBCTL" TO WS-EXE-MOTIVO
                   MOVE "NAO CONFERE" TO WS-EXE-RESULTADO
                   PERFORM 7500-REGISTRAR-DIVERGENCIA THRU 7500-FIM
               WHEN TB-CTL-ULT-TIPO(WS-IDX-CTL) NOT = "F"
                   MOVE "ULTIMA EXECUCAO INICIOU E NAO TERMINOU"
                       TO WS-EXE-MOTIVO
                   MOVE "NAO CONFERE" TO WS-EXE-RESULTADO
                   PERFORM 7500-REGISTRAR-DIVERGENCIA THRU 7500-FIM
               WHEN TB-CTL-STATUS(WS-IDX-CTL) NOT = "OK"
                   MOVE SPACES TO WS-EXE-MOTIVO
                   STRING "TERMINOU COM STATUS "
                          TB-CTL-STATUS(WS-IDX-CTL)
                          DELIMITED BY SIZE INTO WS-EXE-MOTIVO
                   MOVE "NAO CONFERE" TO WS-EXE-RESULTADO
                   PERFORM 7500-REGISTRAR-DIVERGENCIA THRU 7500-FIM
               WHEN OTHER
                   MOVE "TERMINO REGISTRADO NO DEBCTL COM STATUS OK"
                       TO WS-EXE-MOTIVO
                   MOVE "CONFERE" TO WS-EXE-RESULTADO
           END-EVALUATE.
           MOVE WS-LINHA-EXECUCAO TO REGISTRO-DEBL850.
           PERFORM 7900-GRAVAR-DEBL850 THRU 7900-FIM.
       7400-FIM.
           EXIT.

       7500-REGISTRAR-DIVERGENCIA.
           ADD 1 TO WS-QT-DIVERGENCIAS.
           MOVE "RC=8" TO WS-STATUS-CTL.
       7500-FIM.
           EXIT.

       7900-GRAVAR-DEBL850.
           WRITE REGISTRO-DEBL850.
           ADD 1 TO WS-QT-GRAV-DEBL850.
       7900-FIM.
           EXIT.

      *================================================================*
      * 8000-ENCERRAR - DIVERGENCIA RETEM A TRANSMISSAO COM            *
      *                 RETURN-CODE 8; O PASSO DE ENVIO E CONDICIONADO *
      *                 AO RETORNO DESTE PROGRAMA.                     *
      *================================================================*
       8000-ENCERRAR.
           DISPLAY "DEBR850 - REGISTROS GRAVADOS NO DEBM850....: "
                   WS-QT-GRAV-DEBM850.
           DISPLAY "DEBR850 - LINHAS GRAVADAS NO DEBL850.......: "
                   WS-QT-GRAV-DEBL850.
           DISPLAY "DEBR850 - CONFERENCIAS QUE NAO FECHARAM....: "
                   WS-QT-DIVERGENCIAS.
           CLOSE DEBO826.
           CLOSE DEBC827.
           CLOSE DEBC828F.
           CLOSE DEBC828P.
           CLOSE DEBC829.
           CLOSE DEBM850.
           CLOSE DEBL850.
      *    O RETURN-CODE E CARREGADO POR ULTIMO - NO RETORNO DE UM CALL
      *    (DEBF900), O RETURN-CODE DO CHAMADO SOBREPOE O DO CHAMADOR.
           IF WS-STATUS-CTL = "RC=8"
               DISPLAY "DEBR850 - MOVIMENTO DE SAIDA NAO CONFERE. "
                       "TRANSMISSAO RETIDA."
               MOVE 8 TO RETURN-CODE
           END-IF.
       8000-FIM.
           EXIT.
      * ----------------------------------------------------------------
