       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEBR858.
       AUTHOR. F7023235.
      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES:                                      *
      * VRS001 15.10.2026 F7023235  IMPLANTACAO. MOVIMENTO DIARIO DO   *
      *                             CCS (CADASTRO DE CLIENTES DO SFN - *
      *                             BACEN): INTERCALA O EXTRATO DEB307 *
      *                             DO DIA COM A GERACAO ANTERIOR      *
      *                             (DEB307D) E GERA A INCLUSAO/       *
      *                             EXCLUSAO DE RELACIONAMENTO DO      *
      *                             PRIMEIRO E DO SEGUNDO TITULAR NA   *
      *                             ABERTURA, NO ENCERRAMENTO          *
      *                             (SITUACAO 5/6/9), NA REATIVACAO,   *
      *                             NA ENTRADA/SAIDA DO SEGUNDO        *
      *                             TITULAR (BDC-SOLID/NOM-SOLIDAR) E  *
      *                             NA CORRECAO DO CPF/CNPJ. O         *
      *                             DOCUMENTO DO SEGUNDO TITULAR VEM   *
      *                             DA CONTA EM QUE ELE E PRIMEIRO     *
      *                             TITULAR (DEB307M/DEB307X). O       *
      *                             MOVIMENTO DEBM858 SAI ENTRE HEADER *
      *                             E TRAILER; DOCUMENTO RECUSADO PELA *
      *                             DEBF902 NAO E ENVIADO E VAI PARA O *
      *                             ARQUIVO DE PENDENCIAS DEBE858      *
      *                             (RC=4). RELATORIO DE CONTROLE      *
      *                             DEBL858.                           *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEB307   ASSIGN TO UT-S-DEBK307
                  ORGANIZATION IS SEQUENTIAL.

           SELECT DEB307D  ASSIGN TO UT-S-DEBK307D
                  ORGANIZATION IS SEQUENTIAL.

           SELECT DEB307M  ASSIGN TO UT-S-DEBK307M
                  ORGANIZATION IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS DEB307M-CHAVE
                  FILE STATUS   IS WS-FS-DEB307M.

           SELECT DEB307X  ASSIGN TO UT-S-DEBK307X
                  ORGANIZATION IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS DEB307X-CHAVE
                  FILE STATUS   IS WS-FS-DEB307X.

           SELECT DEBM858  ASSIGN TO UT-S-DEBM858
                  ORGANIZATION IS SEQUENTIAL.

           SELECT DEBE858  ASSIGN TO UT-S-DEBE858
                  ORGANIZATION IS SEQUENTIAL.

           SELECT DEBL858  ASSIGN TO UT-S-DEBL858
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      * EXTRATO DO DIA E GERACAO ANTERIOR DO MESMO EXTRATO (D-1).      *
      *----------------------------------------------------------------*
       FD  DEB307
           BLOCK  0
           RECORD CONTAINS 371 CHARACTERS
           RECORDING F.

       01  DEB307-REGISTRO            PIC X(371).

       FD  DEB307D
           BLOCK  0
           RECORD CONTAINS 371 CHARACTERS
           RECORDING F.

       01  DEB307D-REGISTRO           PIC X(371).

      *----------------------------------------------------------------*
      * REFERENCIA CRUZADA MCI X CONTA (DEBL849) E CADASTRO CHAVEADO   *
      * (DEBL830), PARA O DOCUMENTO DO SEGUNDO TITULAR.                *
      *----------------------------------------------------------------*
       FD  DEB307M
           RECORD CONTAINS 40 CHARACTERS.

           COPY DEBK307M.

       FD  DEB307X
           RECORD CONTAINS 150 CHARACTERS.

           COPY DEBK307X.

      *----------------------------------------------------------------*
      * MOVIMENTO DO CCS: UM HEADER (H), OS RELACIONAMENTOS (D) E UM   *
      * TRAILER (T). DEBM858-OPERACAO "I" INICIA E "E" ENCERRA O       *
      * RELACIONAMENTO DO CLIENTE (DOCUMENTO E TIPO DE PESSOA) COM A   *
      * CONTA; DEBM858-PAPEL 1 PRIMEIRO, 2 SEGUNDO TITULAR.            *
      *----------------------------------------------------------------*
       FD  DEBM858
           BLOCK  0
           RECORD CONTAINS 100 CHARACTERS
           RECORDING F.

       01  REGISTRO-DEBM858.
           03  DEBM858-TIPO           PIC X(001).
               88  DEBM858-HEADER                 VALUE "H".
               88  DEBM858-DETALHE                VALUE "D".
               88  DEBM858-TRAILER                VALUE "T".
           03  DEBM858-CORPO          PIC X(099).
           03  DEBM858-CORPO-H        REDEFINES DEBM858-CORPO.
               05  DEBM858-DT-MOVIMENTO
                                      PIC 9(008).
               05  DEBM858-DT-ANTERIOR
                                      PIC 9(008).
               05  DEBM858-PRODUTOR   PIC X(008).
               05  FILLER             PIC X(075).
           03  DEBM858-CORPO-D        REDEFINES DEBM858-CORPO.
               05  DEBM858-OPERACAO   PIC X(001).
                   88  DEBM858-INCLUSAO           VALUE "I".
                   88  DEBM858-EXCLUSAO           VALUE "E".
               05  DEBM858-EVENTO     PIC 9(002).
               05  DEBM858-AGENCIA    PIC 9(005).
               05  DEBM858-CONTA      PIC 9(011).
               05  DEBM858-PAPEL      PIC 9(001).
               05  DEBM858-TP-PESSOA  PIC X(001).
               05  DEBM858-CGC-CPF    PIC 9(015).
               05  DEBM858-DT-INICIO  PIC 9(008).
               05  DEBM858-DT-FIM     PIC 9(008).
               05  DEBM858-MCI        PIC 9(009).
               05  FILLER             PIC X(038).
           03  DEBM858-CORPO-T        REDEFINES DEBM858-CORPO.
               05  DEBM858-QT-REGISTROS
                                      PIC 9(009).
               05  DEBM858-QT-INCLUSOES
                                      PIC 9(009).
               05  DEBM858-QT-EXCLUSOES
                                      PIC 9(009).
               05  FILLER             PIC X(072).

      *----------------------------------------------------------------*
      * PENDENCIAS: O DETALHE QUE SERIA ENVIADO, NO LAYOUT DO CORPO    *
      * "D" DO DEBM858, COM O RETORNO DA DEBF902 E O MOTIVO DA         *
      * RETENCAO.                                                      *
      *----------------------------------------------------------------*
       FD  DEBE858
           BLOCK  0
           RECORD CONTAINS 150 CHARACTERS
           RECORDING F.

       01  REGISTRO-DEBE858.
           03  DEBE858-DT-MOVIMENTO   PIC 9(008).
           03  DEBE858-MOVIMENTO      PIC X(099).
           03  DEBE858-CD-RTN         PIC 9(002).
           03  DEBE858-MOTIVO         PIC X(040).
           03  FILLER                 PIC X(001).

       FD  DEBL858
           BLOCK  0
           RECORD CONTAINS 132 CHARACTERS
           RECORDING F.

       01  REGISTRO-DEBL858           PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FS-DEB307M              PIC X(02)  VALUE "00".
       01  WS-FS-DEB307X              PIC X(02)  VALUE "00".

      *----------------------------------------------------------------*
      * PARAMETROS DA SUBROTINA DE REGISTRO DE EXECUCAO NO ARQUIVO DE  *
      * CONTROLE DEBCTL (BOOK DEBFK904).                               *
      *----------------------------------------------------------------*
       01  DEBF904-PARM.
           COPY DEBFK904.

       01  WS-QT-LIDOS-CTL             PIC 9(09) COMP VALUE ZERO.
       01  WS-QT-LIDOS-ANTERIOR        PIC 9(09) COMP VALUE ZERO.
       01  WS-QT-GRAV-DEBM858          PIC 9(09) COMP VALUE ZERO.
       01  WS-QT-GRAV-DEBE858          PIC 9(09) COMP VALUE ZERO.
       01  WS-QT-GRAV-DEBL858          PIC 9(09) COMP VALUE ZERO.
       01  WS-STATUS-CTL               PIC X(04)      VALUE "OK".

           COPY DEBK307.

      *----------------------------------------------------------------*
      * PARAMETROS DA SUBROTINA DE VALIDACAO DO HEADER DO DEB307       *
      * (BOOK DEBFK903).                                               *
      *----------------------------------------------------------------*
       01  DEBF903-PARM.
           COPY DEBFK903.

      *----------------------------------------------------------------*
      * PARAMETROS DA SUBROTINA DE VALIDACAO DO CPF/CNPJ (BOOK         *
      * DEBFK902).                                                     *
      *----------------------------------------------------------------*
       01  DEBF902-PARM.
           COPY DEBFK902.

      *----------------------------------------------------------------*
      * PARAMETROS DA SUBROTINA DE CALENDARIO (BOOK DEBFK905), USADA   *
      * NA CRITICA DA DATA DE ABERTURA.                                *
      *----------------------------------------------------------------*
       01  DEBF905-PARM.
           COPY DEBFK905.

      *----------------------------------------------------------------*
      * DATAS DO MOVIMENTO: DATA-ATUAL DO HEADER DO DIA E DO HEADER DA *
      * GERACAO ANTERIOR (AAAA-MM-DD), TAMBEM EM AAAAMMDD.             *
      *----------------------------------------------------------------*
       01  WS-ANO                     PIC X(004)      VALUE SPACES.
       01  WS-MES                     PIC X(002)      VALUE SPACES.
       01  WS-DIA                     PIC X(002)      VALUE SPACES.
       01  WS-DATA-X                  PIC X(008)      VALUE SPACES.
       01  WS-DATA-MOV-FMT            PIC X(010)      VALUE SPACES.
       01  WS-DATA-MOV-AMD            PIC 9(008)      VALUE ZERO.
       01  WS-DATA-ANTER-FMT          PIC X(010)      VALUE SPACES.
       01  WS-DATA-ANT-FMT            PIC X(010)      VALUE SPACES.
       01  WS-DATA-ANT-AMD            PIC 9(008)      VALUE ZERO.

      *----------------------------------------------------------------*
      * REGISTROS CORRENTES DOS DOIS EXTRATOS E CHAVES DA INTERCALACAO *
      * (AGENCIA/CONTA EM DISPLAY). NO FIM DE CADA ARQUIVO A CHAVE VAI *
      * A HIGH-VALUES E O OUTRO LADO ESCOA SOZINHO.                    *
      *----------------------------------------------------------------*
       01  WS-REG-DIA                 PIC X(371)      VALUE SPACES.
       01  WS-REG-ANT                 PIC X(371)      VALUE SPACES.
       01  WS-CHAVE-DIA.
           03  WS-CHD-AGENCIA         PIC 9(005).
           03  WS-CHD-CONTA           PIC 9(011).
       01  WS-CHAVE-DIA-ANT           PIC X(016)  VALUE LOW-VALUES.
       01  WS-CHAVE-ANT.
           03  WS-CHA-AGENCIA         PIC 9(005).
           03  WS-CHA-CONTA           PIC 9(011).
       01  WS-CHAVE-ANT-ANT           PIC X(016)  VALUE LOW-VALUES.

      *----------------------------------------------------------------*
      * DADOS DE RELACIONAMENTO DA CONTA NA GERACAO ANTERIOR, NO DIA E *
      * NO EVENTO EM TRATAMENTO (COPIA DE UMA DAS DUAS). DATA DE       *
      * ABERTURA INVALIDA OU POSTERIOR AO MOVIMENTO FICA ZERADA.       *
      *----------------------------------------------------------------*
       01  WS-CTA-ANT.
           03  WS-ANT-AGENCIA         PIC 9(005).
           03  WS-ANT-CONTA           PIC 9(011).
           03  WS-ANT-SITUACAO        PIC 9(001).
               88  WS-ANT-ATIVA                   VALUE 3.
           03  WS-ANT-CGC-CPF         PIC 9(015).
           03  WS-ANT-PESSOA          PIC 9(001).
           03  WS-ANT-MCI-TITULAR     PIC 9(009).
           03  WS-ANT-MCI-SOLID       PIC 9(009).
           03  WS-ANT-NOM-SOLIDAR     PIC X(025).
           03  WS-ANT-DT-ABERTURA     PIC 9(008).
           03  WS-ANT-SW-SEGUNDO      PIC X(001).
               88  WS-ANT-TEM-SEGUNDO             VALUE "S".

       01  WS-CTA-DIA.
           03  WS-DIA-AGENCIA         PIC 9(005).
           03  WS-DIA-CONTA           PIC 9(011).
           03  WS-DIA-SITUACAO        PIC 9(001).
               88  WS-DIA-ATIVA                   VALUE 3.
           03  WS-DIA-CGC-CPF         PIC 9(015).
           03  WS-DIA-PESSOA          PIC 9(001).
           03  WS-DIA-MCI-TITULAR     PIC 9(009).
           03  WS-DIA-MCI-SOLID       PIC 9(009).
           03  WS-DIA-NOM-SOLIDAR     PIC X(025).
           03  WS-DIA-DT-ABERTURA     PIC 9(008).
           03  WS-DIA-SW-SEGUNDO      PIC X(001).
               88  WS-DIA-TEM-SEGUNDO             VALUE "S".

       01  WS-CTA-EVT.
           03  WS-EVT-AGENCIA         PIC 9(005).
           03  WS-EVT-CONTA           PIC 9(011).
           03  WS-EVT-SITUACAO        PIC 9(001).
               88  WS-EVT-ATIVA                   VALUE 3.
           03  WS-EVT-CGC-CPF         PIC 9(015).
           03  WS-EVT-PESSOA          PIC 9(001).
           03  WS-EVT-MCI-TITULAR     PIC 9(009).
           03  WS-EVT-MCI-SOLID       PIC 9(009).
           03  WS-EVT-NOM-SOLIDAR     PIC X(025).
           03  WS-EVT-DT-ABERTURA     PIC 9(008).
           03  WS-EVT-SW-SEGUNDO      PIC X(001).
               88  WS-EVT-TEM-SEGUNDO             VALUE "S".

      *----------------------------------------------------------------*
      * MOVIMENTO EM MONTAGEM, NO LAYOUT DO CORPO "D" DO DEBM858.      *
      *----------------------------------------------------------------*
       01  WS-MOVIMENTO.
           03  WS-MOV-OPERACAO        PIC X(001).
           03  WS-MOV-EVENTO          PIC 9(002).
           03  WS-MOV-AGENCIA         PIC 9(005).
           03  WS-MOV-CONTA           PIC 9(011).
           03  WS-MOV-PAPEL           PIC 9(001).
           03  WS-MOV-TP-PESSOA       PIC X(001).
           03  WS-MOV-CGC-CPF         PIC 9(015).
           03  WS-MOV-DT-INICIO       PIC 9(008).
           03  WS-MOV-DT-FIM          PIC 9(008).
           03  WS-MOV-MCI             PIC 9(009).
           03  FILLER                 PIC X(038).

       01  WS-MOV-PESSOA              PIC 9(001)      VALUE ZERO.
       01  WS-MOV-CD-RTN              PIC 9(002)      VALUE ZERO.
       01  WS-MOV-PENDENCIA           PIC X(040)      VALUE SPACES.
       01  WS-DT-INICIO-EVENTO        PIC 9(008)      VALUE ZERO.
       01  WS-DT-FIM-EVENTO           PIC 9(008)      VALUE ZERO.
       01  WS-IDX-EVT                 PIC S9(4) COMP  VALUE ZERO.

      *----------------------------------------------------------------*
      * EVENTOS DE RELACIONAMENTO (DEBM858-EVENTO): CONTAS COM O       *
      * EVENTO, MOVIMENTOS ENVIADOS E MOVIMENTOS RETIDOS.              *
      *----------------------------------------------------------------*
       01  TB-EVENTOS-VALORES.
           03  FILLER  PIC X(040)
               VALUE "01 ABERTURA DE CONTA".
           03  FILLER  PIC X(040)
               VALUE "02 ENCERRAMENTO DE CONTA (SIT. 5/6/9)".
           03  FILLER  PIC X(040)
               VALUE "03 REATIVACAO DE CONTA ENCERRADA".
           03  FILLER  PIC X(040)
               VALUE "04 INCLUSAO DE SEGUNDO TITULAR".
           03  FILLER  PIC X(040)
               VALUE "05 EXCLUSAO DE SEGUNDO TITULAR".
           03  FILLER  PIC X(040)
               VALUE "06 CORRECAO DO CPF/CNPJ DO TITULAR".
           03  FILLER  PIC X(040)
               VALUE "07 CONTA ATIVA AUSENTE DO EXTRATO DO DIA".
       01  TB-EVENTOS-NOMES REDEFINES TB-EVENTOS-VALORES.
           03  TB-EVT-DESCRICAO       PIC X(040) OCCURS 7 TIMES.

       01  TB-EVENTOS.
           03  TB-EVT-ITEM            OCCURS 7 TIMES.
               05  TB-EVT-QT-CONTAS   PIC 9(009) COMP.
               05  TB-EVT-QT-ENVIADOS PIC 9(009) COMP.
               05  TB-EVT-QT-RETIDOS  PIC 9(009) COMP.

       01  WS-QT-SEM-ALTERACAO        PIC 9(009) COMP VALUE ZERO.
       01  WS-QT-INCLUSOES            PIC 9(009) COMP VALUE ZERO.
       01  WS-QT-EXCLUSOES            PIC 9(009) COMP VALUE ZERO.
       01  WS-QT-DETALHES             PIC 9(009) COMP VALUE ZERO.
       01  WS-QT-PENDENTES            PIC 9(009) COMP VALUE ZERO.

      *----------------------------------------------------------------*
      * LINHAS DO RELATORIO.                                           *
      *----------------------------------------------------------------*
       01  WS-LINHA-TITULO.
           03  FILLER                 PIC X(047)
               VALUE "DEBR858 - CCS - RELACIONAMENTOS DO MOVIMENTO DE".
           03  FILLER                 PIC X(001)  VALUE SPACE.
           03  WS-TIT-DATA-MOV        PIC X(010).
           03  FILLER                 PIC X(024)
               VALUE " - GERACAO ANTERIOR DE ".
           03  WS-TIT-DATA-ANT        PIC X(010).
           03  FILLER                 PIC X(040)  VALUE SPACES.

       01  WS-LINHA-SECAO.
           03  WS-SEC-TEXTO           PIC X(080).
           03  FILLER                 PIC X(052)  VALUE SPACES.

       01  WS-LINHA-CAB-PENDENCIA.
           03  FILLER                 PIC X(047)  VALUE
               "AGENCIA       CONTA OP EV PAPEL        CPF/CNPJ".
           03  FILLER                 PIC X(085)  VALUE
               "       MCI  RTN MOTIVO DA RETENCAO".

       01  WS-LINHA-PENDENCIA.
           03  FILLER                 PIC X(002)  VALUE SPACES.
           03  WS-PEN-AGENCIA         PIC ZZZZ9.
           03  FILLER                 PIC X(001)  VALUE SPACE.
           03  WS-PEN-CONTA           PIC ZZZZZZZZZZ9.
           03  FILLER                 PIC X(002)  VALUE SPACES.
           03  WS-PEN-OPERACAO        PIC X(001).
           03  FILLER                 PIC X(001)  VALUE SPACE.
           03  WS-PEN-EVENTO          PIC 9(002).
           03  FILLER                 PIC X(005)  VALUE SPACES.
           03  WS-PEN-PAPEL           PIC 9(001).
           03  FILLER                 PIC X(001)  VALUE SPACE.
           03  WS-PEN-CGC-CPF         PIC 9(015).
           03  FILLER                 PIC X(001)  VALUE SPACE.
           03  WS-PEN-MCI             PIC ZZZZZZZZ9.
           03  FILLER                 PIC X(003)  VALUE SPACES.
           03  WS-PEN-CD-RTN          PIC 9(002).
           03  FILLER                 PIC X(001)  VALUE SPACE.
           03  WS-PEN-MOTIVO          PIC X(040).
           03  FILLER                 PIC X(029)  VALUE SPACES.

       01  WS-LINHA-CAB-EVENTO.
           03  FILLER                 PIC X(040)  VALUE "EVENTO".
           03  FILLER                 PIC X(039)  VALUE
               "       CONTAS    ENVIADOS     RETIDOS".
           03  FILLER                 PIC X(053)  VALUE SPACES.

       01  WS-LINHA-EVENTO.
           03  WS-EVL-DESCRICAO       PIC X(040).
           03  FILLER                 PIC X(002)  VALUE SPACES.
           03  WS-EVL-CONTAS          PIC ZZZ.ZZZ.ZZ9.
           03  FILLER                 PIC X(001)  VALUE SPACE.
           03  WS-EVL-ENVIADOS        PIC ZZZ.ZZZ.ZZ9.
           03  FILLER                 PIC X(001)  VALUE SPACE.
           03  WS-EVL-RETIDOS         PIC ZZZ.ZZZ.ZZ9.
           03  FILLER                 PIC X(055)  VALUE SPACES.

       01  WS-LINHA-RESUMO.
           03  WS-RES-DESCRICAO       PIC X(060).
           03  WS-RES-QUANTIDADE      PIC ZZZ.ZZZ.ZZ9.
           03  FILLER                 PIC X(061)  VALUE SPACES.

       01  WS-SWITCHES.
           03  WS-SW-EOF-DEB307       PIC X(01)        VALUE "N".
               88  WS-EOF-DEB307                        VALUE "Y".
           03  WS-SW-EOF-DEB307D      PIC X(01)        VALUE "N".
               88  WS-EOF-DEB307D                       VALUE "Y".
           03  WS-SW-FIM-GRUPO        PIC X(01)        VALUE "N".
               88  WS-FIM-GRUPO                         VALUE "S".
           03  WS-SW-ACHOU-MCI        PIC X(01)        VALUE "N".
               88  WS-ACHOU-MCI                         VALUE "S".
           03  WS-SW-RETER-CORRECAO   PIC X(01)        VALUE "N".
               88  WS-RETER-CORRECAO                    VALUE "S".
           03  WS-SW-MUDOU-SEGUNDO    PIC X(01)        VALUE "N".
               88  WS-MUDOU-SEGUNDO                     VALUE "S".

       PROCEDURE DIVISION.

      *================================================================*
      * 0000-MAINLINE                                                  *
      *================================================================*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-FIM.
           PERFORM 2000-INTERCALAR  THRU 2000-FIM
               UNTIL WS-EOF-DEB307 AND WS-EOF-DEB307D.
           PERFORM 8000-ENCERRAR    THRU 8000-FIM.
           STOP RUN.

      *================================================================*
      * 1000-INICIALIZAR                                               *
      *================================================================*
       1000-INICIALIZAR.
           MOVE SPACES TO DEBF904-PARM.
           MOVE "I"        TO DEBF904-FUNCAO.
           MOVE "DEBR858" TO DEBF904-PROGRAMA.
           CALL "DEBF904" USING DEBF904-PARM.
           INITIALIZE TB-EVENTOS.
           OPEN INPUT DEB307M.
           IF WS-FS-DEB307M NOT = "00"
               DISPLAY "DEBR858 - ERRO NA ABERTURA DO DEB307M. "
                       "FILE STATUS " WS-FS-DEB307M
                       ". EXECUCAO ABORTADA."
               STOP RUN
           END-IF.
           OPEN INPUT DEB307X.
           IF WS-FS-DEB307X NOT = "00"
               DISPLAY "DEBR858 - ERRO NA ABERTURA DO DEB307X. "
                       "FILE STATUS " WS-FS-DEB307X
                       ". EXECUCAO ABORTADA."
               STOP RUN
           END-IF.
           OPEN INPUT  DEB307.
           OPEN INPUT  DEB307D.
           OPEN OUTPUT DEBM858.
           OPEN OUTPUT DEBE858.
           OPEN OUTPUT DEBL858.
           PERFORM 1100-VALIDAR-HEADER     THRU 1100-FIM.
           PERFORM 1150-VALIDAR-HEADER-ANT THRU 1150-FIM.
           MOVE SPACES          TO REGISTRO-DEBM858.
           MOVE "H"             TO DEBM858-TIPO.
           MOVE WS-DATA-MOV-AMD TO DEBM858-DT-MOVIMENTO.
           MOVE WS-DATA-ANT-AMD TO DEBM858-DT-ANTERIOR.
           MOVE "DEBR858"       TO DEBM858-PRODUTOR.
           WRITE REGISTRO-DEBM858.
           ADD 1 TO WS-QT-GRAV-DEBM858.
           MOVE WS-DATA-MOV-FMT TO WS-TIT-DATA-MOV.
           MOVE WS-DATA-ANT-FMT TO WS-TIT-DATA-ANT.
           MOVE WS-LINHA-TITULO TO REGISTRO-DEBL858.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-FIM.
           MOVE "MOVIMENTOS RETIDOS (NAO ENVIADOS AO CCS - DEBE858)"
               TO WS-SEC-TEXTO.
           PERFORM 7800-GRAVAR-SECAO THRU 7800-FIM.
           MOVE WS-LINHA-CAB-PENDENCIA TO REGISTRO-DEBL858.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-FIM.
           PERFORM 2100-LER-DEB307  THRU 2100-FIM.
           PERFORM 2150-LER-DEB307D THRU 2150-FIM.
       1000-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * 1100-VALIDAR-HEADER - O EXTRATO DO DIA TEM QUE TRAZER O HEADER *
      *                       (AGENCIA 0) DO DIA CORRENTE. A DATA-ATUAL*
      *                       E A DATA DO MOVIMENTO DO CCS; A          *
      *                       DATA-ANTER E A QUE A GERACAO ANTERIOR    *
      *                       TEM QUE TRAZER.                          *
      *----------------------------------------------------------------*
       1100-VALIDAR-HEADER.
           READ DEB307 INTO DCLTDEB307
               AT END
                   DISPLAY "DEBR858 - EXTRATO DEB307 VAZIO (SEM "
                           "HEADER). EXECUCAO ABORTADA."
                   STOP RUN
           END-READ.
           MOVE DEB307-AGENCIA     TO DEBF903-AGENCIA.
           MOVE DEB307-DT-ABERTURA TO DEBF903-DT-HEADER.
           CALL "DEBF903" USING DEBF903-PARM.
           IF DEBF903-CD-RTN > ZERO
               DISPLAY "DEBR858 - " DEBF903-MSG
                       ". EXECUCAO ABORTADA."
               STOP RUN
           END-IF.
           MOVE DEB307-DT-ABERTURA TO WS-DATA-MOV-FMT.
           MOVE DEB307-DT-ULT-ATIV TO WS-DATA-ANTER-FMT.
           MOVE SPACES TO WS-ANO WS-MES WS-DIA.
           UNSTRING WS-DATA-MOV-FMT DELIMITED BY "-"
               INTO WS-ANO WS-MES WS-DIA.
           STRING WS-ANO WS-MES WS-DIA
               DELIMITED BY SIZE INTO WS-DATA-X.
           MOVE WS-DATA-X TO WS-DATA-MOV-AMD.
       1100-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * 1150-VALIDAR-HEADER-ANT - A GERACAO ANTERIOR TEM QUE TER       *
      *                           HEADER E SER A DO DIA ANTERIOR DO    *
      *                           EXTRATO (DATA-ANTER DO HEADER DO     *
      *                           DIA). COM A GERACAO ERRADA, O CCS    *
      *                           PERDERIA OU REPETIRIA EVENTOS.       *
      *----------------------------------------------------------------*
       1150-VALIDAR-HEADER-ANT.
           READ DEB307D INTO DCLTDEB307
               AT END
                   DISPLAY "DEBR858 - GERACAO ANTERIOR DEB307D VAZIA "
                           "(SEM HEADER). EXECUCAO ABORTADA."
                   STOP RUN
           END-READ.
           IF DEB307-AGENCIA NOT = ZERO
               DISPLAY "DEBR858 - GERACAO ANTERIOR DEB307D SEM "
                       "HEADER. EXECUCAO ABORTADA."
               STOP RUN
           END-IF.
           IF DEB307-DT-ABERTURA NOT = WS-DATA-ANTER-FMT
               DISPLAY "DEBR858 - GERACAO ANTERIOR DEB307D DE "
                       DEB307-DT-ABERTURA ", ESPERADA DE "
                       WS-DATA-ANTER-FMT ". EXECUCAO ABORTADA."
               STOP RUN
           END-IF.
           MOVE DEB307-DT-ABERTURA TO WS-DATA-ANT-FMT.
           MOVE SPACES TO WS-ANO WS-MES WS-DIA.
           UNSTRING WS-DATA-ANT-FMT DELIMITED BY "-"
               INTO WS-ANO WS-MES WS-DIA.
           STRING WS-ANO WS-MES WS-DIA
               DELIMITED BY SIZE INTO WS-DATA-X.
           MOVE WS-DATA-X TO WS-DATA-ANT-AMD.
       1150-FIM.
           EXIT.

      *================================================================*
      * 2000-INTERCALAR - CONTA SO NA GERACAO ANTERIOR: SAIU DO        *
      *                   EXTRATO; NAS DUAS: COMPARA SITUACAO E        *
      *                   TITULARES; SO NO DIA: CONTA NOVA.            *
      *================================================================*
       2000-INTERCALAR.
           EVALUATE TRUE
               WHEN WS-CHAVE-ANT < WS-CHAVE-DIA
                   PERFORM 2200-TRATAR-CONTA-SAIU  THRU 2200-FIM
                   PERFORM 2150-LER-DEB307D        THRU 2150-FIM
               WHEN WS-CHAVE-ANT = WS-CHAVE-DIA
                   PERFORM 2300-COMPARAR-CONTA     THRU 2300-FIM
                   PERFORM 2150-LER-DEB307D        THRU 2150-FIM
                   PERFORM 2100-LER-DEB307         THRU 2100-FIM
               WHEN OTHER
                   PERFORM 2400-TRATAR-CONTA-NOVA  THRU 2400-FIM
                   PERFORM 2100-LER-DEB307         THRU 2100-FIM
           END-EVALUATE.
       2000-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * 2100-LER-DEB307 / 2150-LER-DEB307D - A INTERCALACAO SUPOE OS   *
      *                   DOIS EXTRATOS EM ORDEM DE AGENCIA/CONTA;     *
      *                   FORA DE ORDEM ABORTA ANTES DE GERAR EVENTOS  *
      *                   FALSOS PARA O CCS.                           *
      *----------------------------------------------------------------*
       2100-LER-DEB307.
           READ DEB307 INTO DCLTDEB307
               AT END
                   MOVE "Y" TO WS-SW-EOF-DEB307
           END-READ.
           IF WS-EOF-DEB307
               MOVE HIGH-VALUES TO WS-CHAVE-DIA
               GO TO 2100-FIM
           END-IF.
           ADD 1 TO WS-QT-LIDOS-CTL.
           MOVE DCLTDEB307     TO WS-REG-DIA.
           MOVE DEB307-AGENCIA TO WS-CHD-AGENCIA.
           MOVE DEB307-CONTA   TO WS-CHD-CONTA.
           IF WS-CHAVE-DIA NOT > WS-CHAVE-DIA-ANT
               DISPLAY "DEBR858 - DEB307 FORA DE ORDEM NA AGENCIA "
                       WS-CHD-AGENCIA " CONTA " WS-CHD-CONTA
                       ". EXECUCAO ABORTADA."
               STOP RUN
           END-IF.
           MOVE WS-CHAVE-DIA TO WS-CHAVE-DIA-ANT.
       2100-FIM.
           EXIT.

       2150-LER-DEB307D.
           READ DEB307D INTO DCLTDEB307
               AT END
                   MOVE "Y" TO WS-SW-EOF-DEB307D
           END-READ.
           IF WS-EOF-DEB307D
               MOVE HIGH-VALUES TO WS-CHAVE-ANT
               GO TO 2150-FIM
           END-IF.
           ADD 1 TO WS-QT-LIDOS-ANTERIOR.
           MOVE DCLTDEB307     TO WS-REG-ANT.
           MOVE DEB307-AGENCIA TO WS-CHA-AGENCIA.
           MOVE DEB307-CONTA   TO WS-CHA-CONTA.
           IF WS-CHAVE-ANT NOT > WS-CHAVE-ANT-ANT
               DISPLAY "DEBR858 - DEB307D FORA DE ORDEM NA AGENCIA "
                       WS-CHA-AGENCIA " CONTA " WS-CHA-CONTA
                       ". EXECUCAO ABORTADA."
               STOP RUN
           END-IF.
           MOVE WS-CHAVE-ANT TO WS-CHAVE-ANT-ANT.
       2150-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * 2200-TRATAR-CONTA-SAIU - CONTA ATIVA ONTEM QUE NAO VEIO HOJE:  *
      *                          O RELACIONAMENTO E ENCERRADO NA DATA  *
      *                          DO MOVIMENTO. CONTA JA ENCERRADA QUE  *
      *                          SAIU DO EXTRATO NAO GERA EVENTO.      *
      *----------------------------------------------------------------*
       2200-TRATAR-CONTA-SAIU.
           MOVE WS-REG-ANT TO DCLTDEB307.
           PERFORM 2600-EXTRAIR-CONTA THRU 2600-FIM.
           MOVE WS-CTA-EVT TO WS-CTA-ANT.
           IF NOT WS-ANT-ATIVA
               GO TO 2200-FIM
           END-IF.
           MOVE 07 TO WS-IDX-EVT.
           ADD 1 TO TB-EVT-QT-CONTAS(WS-IDX-EVT).
           MOVE WS-ANT-DT-ABERTURA TO WS-DT-INICIO-EVENTO.
           MOVE WS-DATA-MOV-AMD    TO WS-DT-FIM-EVENTO.
           PERFORM 3200-EXCLUIR-TITULARES THRU 3200-FIM.
       2200-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * 2300-COMPARAR-CONTA - CONTA NOS DOIS EXTRATOS: ENCERRAMENTO    *
      *                       EXCLUI OS TITULARES DE ONTEM (OS QUE O   *
      *                       CCS CONHECE); REATIVACAO INCLUI OS DE    *
      *                       HOJE; CONTA ATIVA NOS DOIS DIAS TEM OS   *
      *                       TITULARES COMPARADOS.                    *
      *----------------------------------------------------------------*
       2300-COMPARAR-CONTA.
           MOVE WS-REG-ANT TO DCLTDEB307.
           PERFORM 2600-EXTRAIR-CONTA THRU 2600-FIM.
           MOVE WS-CTA-EVT TO WS-CTA-ANT.
           MOVE WS-REG-DIA TO DCLTDEB307.
           PERFORM 2600-EXTRAIR-CONTA THRU 2600-FIM.
           MOVE WS-CTA-EVT TO WS-CTA-DIA.
           EVALUATE TRUE
               WHEN WS-ANT-ATIVA AND NOT WS-DIA-ATIVA
                   MOVE 02 TO WS-IDX-EVT
                   ADD 1 TO TB-EVT-QT-CONTAS(WS-IDX-EVT)
                   MOVE WS-CTA-ANT         TO WS-CTA-EVT
                   MOVE WS-ANT-DT-ABERTURA TO WS-DT-INICIO-EVENTO
                   MOVE WS-DATA-MOV-AMD    TO WS-DT-FIM-EVENTO
                   PERFORM 3200-EXCLUIR-TITULARES THRU 3200-FIM
               WHEN WS-DIA-ATIVA AND NOT WS-ANT-ATIVA
                   MOVE 03 TO WS-IDX-EVT
                   ADD 1 TO TB-EVT-QT-CONTAS(WS-IDX-EVT)
                   MOVE WS-CTA-DIA         TO WS-CTA-EVT
                   MOVE WS-DATA-MOV-AMD    TO WS-DT-INICIO-EVENTO
                   MOVE ZERO               TO WS-DT-FIM-EVENTO
                   PERFORM 3100-INCLUIR-TITULARES THRU 3100-FIM
               WHEN WS-ANT-ATIVA AND WS-DIA-ATIVA
                   PERFORM 2700-COMPARAR-TITULARES THRU 2700-FIM
               WHEN OTHER
                   ADD 1 TO WS-QT-SEM-ALTERACAO
           END-EVALUATE.
       2300-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * 2400-TRATAR-CONTA-NOVA - CONTA QUE NAO ESTAVA NA GERACAO       *
      *                          ANTERIOR: INCLUI OS TITULARES COM A   *
      *                          DATA DE ABERTURA. SE JA VEIO          *
      *                          ENCERRADA (ABERTA E ENCERRADA ENTRE   *
      *                          OS DOIS EXTRATOS), O RELACIONAMENTO   *
      *                          TAMBEM E ENCERRADO.                   *
      *----------------------------------------------------------------*
       2400-TRATAR-CONTA-NOVA.
           MOVE WS-REG-DIA TO DCLTDEB307.
           PERFORM 2600-EXTRAIR-CONTA THRU 2600-FIM.
           MOVE WS-CTA-EVT TO WS-CTA-DIA.
           MOVE 01 TO WS-IDX-EVT.
           ADD 1 TO TB-EVT-QT-CONTAS(WS-IDX-EVT).
           MOVE WS-DIA-DT-ABERTURA TO WS-DT-INICIO-EVENTO.
           MOVE ZERO               TO WS-DT-FIM-EVENTO.
           PERFORM 3100-INCLUIR-TITULARES THRU 3100-FIM.
           IF NOT WS-DIA-ATIVA
               MOVE 02 TO WS-IDX-EVT
               ADD 1 TO TB-EVT-QT-CONTAS(WS-IDX-EVT)
               MOVE WS-DIA-DT-ABERTURA TO WS-DT-INICIO-EVENTO
               MOVE WS-DATA-MOV-AMD    TO WS-DT-FIM-EVENTO
               PERFORM 3200-EXCLUIR-TITULARES THRU 3200-FIM
           END-IF.
       2400-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * 2600-EXTRAIR-CONTA - DADOS DE RELACIONAMENTO DO REGISTRO EM    *
      *                      DCLTDEB307 PARA WS-CTA-EVT. A DATA DE     *
      *                      ABERTURA E CRITICADA PELA DEBF905 E NAO   *
      *                      PODE SER POSTERIOR AO MOVIMENTO.          *
      *----------------------------------------------------------------*
       2600-EXTRAIR-CONTA.
           MOVE DEB307-AGENCIA     TO WS-EVT-AGENCIA.
           MOVE DEB307-CONTA       TO WS-EVT-CONTA.
           MOVE DEB307-SITUACAO    TO WS-EVT-SITUACAO.
           MOVE DEB307-CGC-CPF     TO WS-EVT-CGC-CPF.
           MOVE DEB307-PESSOA      TO WS-EVT-PESSOA.
           MOVE DEB307-COD-BDC     TO WS-EVT-MCI-TITULAR.
           MOVE DEB307-BDC-SOLID   TO WS-EVT-MCI-SOLID.
           MOVE DEB307-NOM-SOLIDAR TO WS-EVT-NOM-SOLIDAR.
           MOVE "N" TO WS-EVT-SW-SEGUNDO.
           IF WS-EVT-MCI-SOLID > ZERO
              OR WS-EVT-NOM-SOLIDAR NOT = SPACES
               MOVE "S" TO WS-EVT-SW-SEGUNDO
           END-IF.
           MOVE ZERO TO WS-EVT-DT-ABERTURA.
           MOVE SPACES TO WS-ANO WS-MES WS-DIA.
           UNSTRING DEB307-DT-ABERTURA DELIMITED BY "-"
               INTO WS-ANO WS-MES WS-DIA.
           STRING WS-ANO WS-MES WS-DIA
               DELIMITED BY SIZE INTO WS-DATA-X.
           IF WS-DATA-X NOT NUMERIC
               GO TO 2600-FIM
           END-IF.
           MOVE "D"             TO DEBF905-FUNCAO.
           MOVE "C"             TO DEBF905-MODO.
           MOVE WS-DATA-X       TO DEBF905-DATA-1.
           MOVE WS-DATA-MOV-AMD TO DEBF905-DATA-2.
           CALL "DEBF905" USING DEBF905-PARM.
           IF DEBF905-CD-RTN = ZERO
              AND DEBF905-QT-DIAS-RTN NOT < ZERO
               MOVE WS-DATA-X TO WS-EVT-DT-ABERTURA
           END-IF.
       2600-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * 2700-COMPARAR-TITULARES - CONTA ATIVA NOS DOIS DIAS. CPF/CNPJ  *
      *                           OU TIPO DE PESSOA ALTERADO E         *
      *                           CORRECAO: EXCLUI O DOCUMENTO DE      *
      *                           ONTEM E INCLUI O DE HOJE, COM A DATA *
      *                           DE ABERTURA. SE O DOCUMENTO NOVO FOR *
      *                           RECUSADO PELA DEBF902, O PAR INTEIRO *
      *                           FICA RETIDO E O CCS CONTINUA COM O   *
      *                           DOCUMENTO ANTERIOR. SEGUNDO TITULAR  *
      *                           DIFERENTE (MCI, OU NOME QUANDO NAO HA*
      *                           MCI) SAI E ENTRA NA DATA DO          *
      *                           MOVIMENTO.                           *
      *----------------------------------------------------------------*
       2700-COMPARAR-TITULARES.
           MOVE "N" TO WS-SW-MUDOU-SEGUNDO.
           EVALUATE TRUE
               WHEN WS-ANT-SW-SEGUNDO NOT = WS-DIA-SW-SEGUNDO
                   MOVE "S" TO WS-SW-MUDOU-SEGUNDO
               WHEN WS-ANT-MCI-SOLID NOT = WS-DIA-MCI-SOLID
                   MOVE "S" TO WS-SW-MUDOU-SEGUNDO
               WHEN WS-ANT-MCI-SOLID = ZERO
                AND WS-ANT-NOM-SOLIDAR NOT = WS-DIA-NOM-SOLIDAR
                   MOVE "S" TO WS-SW-MUDOU-SEGUNDO
           END-EVALUATE.
           IF WS-ANT-CGC-CPF = WS-DIA-CGC-CPF
              AND WS-ANT-PESSOA = WS-DIA-PESSOA
              AND NOT WS-MUDOU-SEGUNDO
               ADD 1 TO WS-QT-SEM-ALTERACAO
               GO TO 2700-FIM
           END-IF.
           IF WS-ANT-CGC-CPF NOT = WS-DIA-CGC-CPF
              OR WS-ANT-PESSOA NOT = WS-DIA-PESSOA
               MOVE 06 TO WS-IDX-EVT
               ADD 1 TO TB-EVT-QT-CONTAS(WS-IDX-EVT)
               MOVE WS-DIA-CGC-CPF TO DEBF902-CGC-CPF
               MOVE WS-DIA-PESSOA  TO DEBF902-PESSOA
               CALL "DEBF902" USING DEBF902-PARM
               MOVE "N" TO WS-SW-RETER-CORRECAO
               IF DEBF902-CD-RTN NOT = ZERO
                   MOVE "S" TO WS-SW-RETER-CORRECAO
               END-IF
               MOVE WS-CTA-ANT         TO WS-CTA-EVT
               MOVE "E"                TO WS-MOV-OPERACAO
               MOVE WS-ANT-DT-ABERTURA TO WS-DT-INICIO-EVENTO
               MOVE WS-DATA-MOV-AMD    TO WS-DT-FIM-EVENTO
               PERFORM 3400-MOVIMENTAR-TITULAR THRU 3400-FIM
               MOVE WS-CTA-DIA         TO WS-CTA-EVT
               MOVE "I"                TO WS-MOV-OPERACAO
               MOVE WS-DIA-DT-ABERTURA TO WS-DT-INICIO-EVENTO
               MOVE ZERO               TO WS-DT-FIM-EVENTO
               PERFORM 3400-MOVIMENTAR-TITULAR THRU 3400-FIM
               MOVE "N" TO WS-SW-RETER-CORRECAO
           END-IF.
           IF NOT WS-MUDOU-SEGUNDO
               GO TO 2700-FIM
           END-IF.
           IF WS-ANT-TEM-SEGUNDO
               MOVE 05 TO WS-IDX-EVT
               ADD 1 TO TB-EVT-QT-CONTAS(WS-IDX-EVT)
               MOVE WS-CTA-ANT         TO WS-CTA-EVT
               MOVE "E"                TO WS-MOV-OPERACAO
               MOVE WS-ANT-DT-ABERTURA TO WS-DT-INICIO-EVENTO
               MOVE WS-DATA-MOV-AMD    TO WS-DT-FIM-EVENTO
               PERFORM 3500-MOVIMENTAR-SEGUNDO THRU 3500-FIM
           END-IF.
           IF WS-DIA-TEM-SEGUNDO
               MOVE 04 TO WS-IDX-EVT
               ADD 1 TO TB-EVT-QT-CONTAS(WS-IDX-EVT)
               MOVE WS-CTA-DIA         TO WS-CTA-EVT
               MOVE "I"                TO WS-MOV-OPERACAO
               MOVE WS-DATA-MOV-AMD    TO WS-DT-INICIO-EVENTO
               MOVE ZERO               TO WS-DT-FIM-EVENTO
               PERFORM 3500-MOVIMENTAR-SEGUNDO THRU 3500-FIM
           END-IF.
       2700-FIM.
           EXIT.

      *================================================================*
      * 3100-INCLUIR-TITULARES / 3200-EXCLUIR-TITULARES - PRIMEIRO E,  *
      *                   SE HOUVER, SEGUNDO TITULAR DA CONTA EM       *
      *                   WS-CTA-EVT, NO EVENTO WS-IDX-EVT, COM AS     *
      *                   DATAS WS-DT-INICIO-EVENTO/WS-DT-FIM-EVENTO.  *
      *================================================================*
       3100-INCLUIR-TITULARES.
           MOVE "I" TO WS-MOV-OPERACAO.
           PERFORM 3400-MOVIMENTAR-TITULAR THRU 3400-FIM.
           IF WS-EVT-TEM-SEGUNDO
               MOVE "I" TO WS-MOV-OPERACAO
               PERFORM 3500-MOVIMENTAR-SEGUNDO THRU 3500-FIM
           END-IF.
       3100-FIM.
           EXIT.

       3200-EXCLUIR-TITULARES.
           MOVE "E" TO WS-MOV-OPERACAO.
           PERFORM 3400-MOVIMENTAR-TITULAR THRU 3400-FIM.
           IF WS-EVT-TEM-SEGUNDO
               MOVE "E" TO WS-MOV-OPERACAO
               PERFORM 3500-MOVIMENTAR-SEGUNDO THRU 3500-FIM
           END-IF.
       3200-FIM.
           EXIT.

       3400-MOVIMENTAR-TITULAR.
           MOVE 1                  TO WS-MOV-PAPEL.
           MOVE WS-EVT-CGC-CPF     TO WS-MOV-CGC-CPF.
           MOVE WS-EVT-PESSOA      TO WS-MOV-PESSOA.
           MOVE WS-EVT-MCI-TITULAR TO WS-MOV-MCI.
           MOVE SPACES             TO WS-MOV-PENDENCIA.
           MOVE ZERO               TO WS-MOV-CD-RTN.
           PERFORM 3600-GRAVAR-MOVIMENTO THRU 3600-FIM.
       3400-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * 3500-MOVIMENTAR-SEGUNDO - O DEB307 NAO TRAZ O DOCUMENTO DO     *
      *                           SEGUNDO TITULAR: ELE VEM DA CONTA EM *
      *                           QUE O MESMO MCI E PRIMEIRO TITULAR.  *
      *                           SEM MCI, OU SEM CONTA PROPRIA, O     *
      *                           MOVIMENTO FICA RETIDO.               *
      *----------------------------------------------------------------*
       3500-MOVIMENTAR-SEGUNDO.
           MOVE 2                  TO WS-MOV-PAPEL.
           MOVE ZERO               TO WS-MOV-CGC-CPF.
           MOVE ZERO               TO WS-MOV-PESSOA.
           MOVE WS-EVT-MCI-SOLID   TO WS-MOV-MCI.
           MOVE SPACES             TO WS-MOV-PENDENCIA.
           MOVE ZERO               TO WS-MOV-CD-RTN.
           IF WS-EVT-MCI-SOLID = ZERO
               MOVE "SEGUNDO TITULAR SEM MCI" TO WS-MOV-PENDENCIA
           ELSE
               PERFORM 3550-BUSCAR-DOCUMENTO-MCI THRU 3550-FIM
           END-IF.
           PERFORM 3600-GRAVAR-MOVIMENTO THRU 3600-FIM.
       3500-FIM.
           EXIT.

       3550-BUSCAR-DOCUMENTO-MCI.
           MOVE "N" TO WS-SW-ACHOU-MCI.
           MOVE "N" TO WS-SW-FIM-GRUPO.
           MOVE WS-EVT-MCI-SOLID TO DEB307M-MCI.
           MOVE ZERO             TO DEB307M-AGENCIA.
           MOVE ZERO             TO DEB307M-CONTA.
           START DEB307M KEY NOT < DEB307M-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-SW-FIM-GRUPO
           END-START.
           PERFORM 3560-LER-PROXIMO-MCI THRU 3560-FIM
               UNTIL WS-FIM-GRUPO OR WS-ACHOU-MCI.
           IF NOT WS-ACHOU-MCI
               MOVE "MCI SEM CONTA COMO 1O TITULAR (DEB307M)"
                   TO WS-MOV-PENDENCIA
               GO TO 3550-FIM
           END-IF.
           MOVE DEB307M-AGENCIA TO DEB307X-AGENCIA.
           MOVE DEB307M-CONTA   TO DEB307X-CONTA.
           READ DEB307X
               INVALID KEY
                   MOVE "CONTA DO MCI AUSENTE DO DEB307X"
                       TO WS-MOV-PENDENCIA
                   GO TO 3550-FIM
           END-READ.
           MOVE DEB307X-CGC-CPF TO WS-MOV-CGC-CPF.
           MOVE DEB307X-PESSOA  TO WS-MOV-PESSOA.
       3550-FIM.
           EXIT.

       3560-LER-PROXIMO-MCI.
           READ DEB307M NEXT RECORD
               AT END
                   MOVE "S" TO WS-SW-FIM-GRUPO
           END-READ.
           IF WS-FIM-GRUPO
               GO TO 3560-FIM
           END-IF.
           IF WS-FS-DEB307M NOT = "00"
              OR DEB307M-MCI NOT = WS-EVT-MCI-SOLID
               MOVE "S" TO WS-SW-FIM-GRUPO
               GO TO 3560-FIM
           END-IF.
           IF DEB307M-PRIMEIRO-TITULAR
               MOVE "S" TO WS-SW-ACHOU-MCI
           END-IF.
       3560-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * 3600-GRAVAR-MOVIMENTO - SO VAI PARA O CCS O RELACIONAMENTO COM *
      *                         DOCUMENTO ACEITO PELA DEBF902 E DATA   *
      *                         DE INICIO CONHECIDA; O RESTO VAI PARA  *
      *                         O DEBE858 E PARA O RELATORIO.          *
      *----------------------------------------------------------------*
       3600-GRAVAR-MOVIMENTO.
           MOVE WS-IDX-EVT         TO WS-MOV-EVENTO.
           MOVE WS-EVT-AGENCIA     TO WS-MOV-AGENCIA.
           MOVE WS-EVT-CONTA       TO WS-MOV-CONTA.
           MOVE WS-DT-INICIO-EVENTO TO WS-MOV-DT-INICIO.
           MOVE WS-DT-FIM-EVENTO   TO WS-MOV-DT-FIM.
           EVALUATE WS-MOV-PESSOA
               WHEN 1
                   MOVE "F" TO WS-MOV-TP-PESSOA
               WHEN 2
                   MOVE "J" TO WS-MOV-TP-PESSOA
               WHEN OTHER
                   MOVE SPACE TO WS-MOV-TP-PESSOA
           END-EVALUATE.
           IF WS-MOV-PENDENCIA = SPACES
               MOVE WS-MOV-CGC-CPF TO DEBF902-CGC-CPF
               MOVE WS-MOV-PESSOA  TO DEBF902-PESSOA
               CALL "DEBF902" USING DEBF902-PARM
               IF DEBF902-CD-RTN NOT = ZERO
                   MOVE DEBF902-CD-RTN TO WS-MOV-CD-RTN
                   MOVE DEBF902-MSG    TO WS-MOV-PENDENCIA
               END-IF
           END-IF.
           IF WS-MOV-PENDENCIA = SPACES
              AND WS-MOV-DT-INICIO = ZERO
               MOVE "DATA DE ABERTURA INVALIDA" TO WS-MOV-PENDENCIA
           END-IF.
           IF WS-MOV-PENDENCIA = SPACES
              AND WS-RETER-CORRECAO
               MOVE "CORRECAO PARA DOCUMENTO RECUSADO"
                   TO WS-MOV-PENDENCIA
           END-IF.
           IF WS-MOV-PENDENCIA NOT = SPACES
               PERFORM 3700-RETER-MOVIMENTO THRU 3700-FIM
               GO TO 3600-FIM
           END-IF.
           MOVE SPACES       TO REGISTRO-DEBM858.
           MOVE "D"          TO DEBM858-TIPO.
           MOVE WS-MOVIMENTO TO DEBM858-CORPO.
           WRITE REGISTRO-DEBM858.
           ADD 1 TO WS-QT-GRAV-DEBM858.
           ADD 1 TO WS-QT-DETALHES.
           ADD 1 TO TB-EVT-QT-ENVIADOS(WS-IDX-EVT).
           IF WS-MOV-OPERACAO = "I"
               ADD 1 TO WS-QT-INCLUSOES
           ELSE
               ADD 1 TO WS-QT-EXCLUSOES
           END-IF.
       3600-FIM.
           EXIT.

       3700-RETER-MOVIMENTO.
           MOVE SPACES           TO REGISTRO-DEBE858.
           MOVE WS-DATA-MOV-AMD  TO DEBE858-DT-MOVIMENTO.
           MOVE WS-MOVIMENTO     TO DEBE858-MOVIMENTO.
           MOVE WS-MOV-CD-RTN    TO DEBE858-CD-RTN.
           MOVE WS-MOV-PENDENCIA TO DEBE858-MOTIVO.
           WRITE REGISTRO-DEBE858.
           ADD 1 TO WS-QT-GRAV-DEBE858.
           ADD 1 TO WS-QT-PENDENTES.
           ADD 1 TO TB-EVT-QT-RETIDOS(WS-IDX-EVT).
           MOVE WS-MOV-AGENCIA   TO WS-PEN-AGENCIA.
           MOVE WS-MOV-CONTA     TO WS-PEN-CONTA.
           MOVE WS-MOV-OPERACAO  TO WS-PEN-OPERACAO.
           MOVE WS-MOV-EVENTO    TO WS-PEN-EVENTO.
           MOVE WS-MOV-PAPEL     TO WS-PEN-PAPEL.
           MOVE WS-MOV-CGC-CPF   TO WS-PEN-CGC-CPF.
           MOVE WS-MOV-MCI       TO WS-PEN-MCI.
           MOVE WS-MOV-CD-RTN    TO WS-PEN-CD-RTN.
           MOVE WS-MOV-PENDENCIA TO WS-PEN-MOTIVO.
           MOVE WS-LINHA-PENDENCIA TO REGISTRO-DEBL858.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-FIM.
       3700-FIM.
           EXIT.

      *================================================================*
      * 7000-IMPRIMIR-RESUMO - QUANTIDADES DA INTERCALACAO, EVENTOS E  *
      *                        MOVIMENTO ENVIADO.                      *
      *================================================================*
       7000-IMPRIMIR-RESUMO.
           IF WS-QT-PENDENTES = ZERO
               MOVE "  NENHUM MOVIMENTO RETIDO" TO WS-SEC-TEXTO
               MOVE WS-LINHA-SECAO TO REGISTRO-DEBL858
               PERFORM 7900-GRAVAR-LINHA THRU 7900-FIM
               MOVE SPACES TO WS-SEC-TEXTO
           END-IF.
           MOVE "EVENTOS DE RELACIONAMENTO" TO WS-SEC-TEXTO.
           PERFORM 7800-GRAVAR-SECAO THRU 7800-FIM.
           MOVE WS-LINHA-CAB-EVENTO TO REGISTRO-DEBL858.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-FIM.
           PERFORM 7100-IMPRIMIR-EVENTO THRU 7100-FIM
               VARYING WS-IDX-EVT FROM 1 BY 1
               UNTIL WS-IDX-EVT > 7.
           MOVE "CONTROLE" TO WS-SEC-TEXTO.
           PERFORM 7800-GRAVAR-SECAO THRU 7800-FIM.
           MOVE "CONTAS LIDAS DO DEB307 (DIA)" TO WS-RES-DESCRICAO.
           MOVE WS-QT-LIDOS-CTL TO WS-RES-QUANTIDADE.
           PERFORM 7700-GRAVAR-RESUMO THRU 7700-FIM.
           MOVE "CONTAS LIDAS DO DEB307D (GERACAO ANTERIOR)"
               TO WS-RES-DESCRICAO.
           MOVE WS-QT-LIDOS-ANTERIOR TO WS-RES-QUANTIDADE.
           PERFORM 7700-GRAVAR-RESUMO THRU 7700-FIM.
           MOVE "CONTAS DO DIA SEM EVENTO DE RELACIONAMENTO"
               TO WS-RES-DESCRICAO.
           MOVE WS-QT-SEM-ALTERACAO TO WS-RES-QUANTIDADE.
           PERFORM 7700-GRAVAR-RESUMO THRU 7700-FIM.
           MOVE "INCLUSOES ENVIADAS (OPERACAO I)" TO WS-RES-DESCRICAO.
           MOVE WS-QT-INCLUSOES TO WS-RES-QUANTIDADE.
           PERFORM 7700-GRAVAR-RESUMO THRU 7700-FIM.
           MOVE "EXCLUSOES ENVIADAS (OPERACAO E)" TO WS-RES-DESCRICAO.
           MOVE WS-QT-EXCLUSOES TO WS-RES-QUANTIDADE.
           PERFORM 7700-GRAVAR-RESUMO THRU 7700-FIM.
           MOVE "REGISTROS GRAVADOS NO DEBM858 (COM HEADER E TRAILER)"
               TO WS-RES-DESCRICAO.
           MOVE WS-QT-GRAV-DEBM858 TO WS-RES-QUANTIDADE.
           PERFORM 7700-GRAVAR-RESUMO THRU 7700-FIM.
           MOVE "MOVIMENTOS RETIDOS NO DEBE858" TO WS-RES-DESCRICAO.
           MOVE WS-QT-PENDENTES TO WS-RES-QUANTIDADE.
           PERFORM 7700-GRAVAR-RESUMO THRU 7700-FIM.
           IF WS-QT-PENDENTES > ZERO
               MOVE "RC=4" TO WS-STATUS-CTL
               MOVE "*** HA MOVIMENTOS RETIDOS - REGULARIZAR O CADASTRO"
                   TO WS-SEC-TEXTO
               PERFORM 7800-GRAVAR-SECAO THRU 7800-FIM
           END-IF.
       7000-FIM.
           EXIT.

       7100-IMPRIMIR-EVENTO.
           MOVE TB-EVT-DESCRICAO(WS-IDX-EVT)   TO WS-EVL-DESCRICAO.
           MOVE TB-EVT-QT-CONTAS(WS-IDX-EVT)   TO WS-EVL-CONTAS.
           MOVE TB-EVT-QT-ENVIADOS(WS-IDX-EVT) TO WS-EVL-ENVIADOS.
           MOVE TB-EVT-QT-RETIDOS(WS-IDX-EVT)  TO WS-EVL-RETIDOS.
           MOVE WS-LINHA-EVENTO TO REGISTRO-DEBL858.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-FIM.
       7100-FIM.
           EXIT.

       7700-GRAVAR-RESUMO.
           MOVE WS-LINHA-RESUMO TO REGISTRO-DEBL858.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-FIM.
       7700-FIM.
           EXIT.

       7800-GRAVAR-SECAO.
           MOVE SPACES TO REGISTRO-DEBL858.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-FIM.
           MOVE WS-LINHA-SECAO TO REGISTRO-DEBL858.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-FIM.
           MOVE SPACES TO WS-SEC-TEXTO.
       7800-FIM.
           EXIT.

       7900-GRAVAR-LINHA.
           WRITE REGISTRO-DEBL858.
           ADD 1 TO WS-QT-GRAV-DEBL858.
       7900-FIM.
           EXIT.

      *================================================================*
      * 8000-ENCERRAR - TRAILER DO MOVIMENTO, RESUMO E REGISTRO NO     *
      *                 DEBCTL. MOVIMENTO RETIDO DA RC=4: O MOVIMENTO  *
      *                 SEGUE PARA O CCS E AS PENDENCIAS FICAM PARA A  *
      *                 REGULARIZACAO DO CADASTRO.                     *
      *================================================================*
       8000-ENCERRAR.
           MOVE SPACES          TO REGISTRO-DEBM858.
           MOVE "T"             TO DEBM858-TIPO.
           MOVE WS-QT-DETALHES  TO DEBM858-QT-REGISTROS.
           MOVE WS-QT-INCLUSOES TO DEBM858-QT-INCLUSOES.
           MOVE WS-QT-EXCLUSOES TO DEBM858-QT-EXCLUSOES.
           WRITE REGISTRO-DEBM858.
           ADD 1 TO WS-QT-GRAV-DEBM858.
           PERFORM 7000-IMPRIMIR-RESUMO THRU 7000-FIM.
           MOVE "F"        TO DEBF904-FUNCAO.
           MOVE "DEBR858" TO DEBF904-PROGRAMA.
           MOVE WS-QT-LIDOS-CTL TO DEBF904-QT-LIDOS.
           MOVE "DEBM858" TO DEBF904-ARQ(1).
           MOVE WS-QT-GRAV-DEBM858 TO DEBF904-QT-GRAVADOS(1).
           MOVE "DEBE858" TO DEBF904-ARQ(2).
           MOVE WS-QT-GRAV-DEBE858 TO DEBF904-QT-GRAVADOS(2).
           MOVE "DEBL858" TO DEBF904-ARQ(3).
           MOVE WS-QT-GRAV-DEBL858 TO DEBF904-QT-GRAVADOS(3).
           MOVE WS-STATUS-CTL TO DEBF904-STATUS.
           CALL "DEBF904" USING DEBF904-PARM.
           CLOSE DEB307.
           CLOSE DEB307D.
           CLOSE DEB307M.
           CLOSE DEB307X.
           CLOSE DEBM858.
           CLOSE DEBE858.
           CLOSE DEBL858.
      *    O RETURN-CODE E CARREGADO DEPOIS DA CHAMADA AA DEBF904 -
      *    NO RETORNO DE UM CALL, O RETURN-CODE DO CHAMADO SOBREPOE O
      *    DO CHAMADOR.
           IF WS-STATUS-CTL = "RC=4"
               MOVE 4 TO RETURN-CODE
           END-IF.
       8000-FIM.
           EXIT.
      * ----------------------------------------------------------------
