       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEBA851.
       AUTHOR. F7023235.
      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES:                                      *
      * VRS001 15.10.2026 F7023235  IMPLANTACAO. MANUTENCAO DO DEB307  *
      *                             EM PASSADA UNICA, SUBSTITUINDO A   *
      *                             CADEIA DEBA811/DEBA812/DEBA814,    *
      *                             QUE COPIAVA A BASE INTEIRA UMA VEZ *
      *                             POR PROGRAMA. LE O DEB307 UMA SO   *
      *                             VEZ E APLICA, NESTA ORDEM, EM CADA *
      *                             CONTA:                             *
      *                             1) DEBT811 - MAPA DE RESTRICOES    *
      *                                (DEB307-INDICADORES) INTEIRO;   *
      *                             2) DEBT812 - TRANSACOES TIPADAS    *
      *                                (LIMITE, SITUACAO, BLOQ-CARTAO, *
      *                                VENC-CH-ESP);                   *
      *                             3) DEBCCF  - MOVIMENTO DO CCF      *
      *                                ORDENADO POR CPF/CNPJ (DIGITO   *
      *                                DEB307-RESTR-CCF E              *
      *                                DEB307-DT-ATU-CCF).             *
      *                             A ORDEM E A DA CADEIA ANTIGA E A   *
      *                             ULTIMA FONTE PREVALECE: O UNICO    *
      *                             CAMPO COMUM E O DIGITO DO CCF, EM  *
      *                             QUE O BUREAU VENCE O MAPA DIGITADO *
      *                             NO DEBT811. MANTEM AS SAIDAS DE    *
      *                             CADA PROGRAMA NO MESMO LAYOUT -    *
      *                             DEBL811, DEBL812/DEBE812 E         *
      *                             DEBL814/DEBCCFR - E GRAVA UMA SO   *
      *                             NOVA GERACAO (DEB307S). O          *
      *                             RELATORIO DEBL851 LISTA AS CONTAS  *
      *                             ALTERADAS POR MAIS DE UMA FONTE,   *
      *                             COM O VALOR QUE PREVALECEU.        *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEB307   ASSIGN TO UT-S-DEBK307
                  ORGANIZATION IS SEQUENTIAL.

           SELECT DEBT811  ASSIGN TO UT-S-DEBT811
                  ORGANIZATION IS SEQUENTIAL.

           SELECT DEBT812  ASSIGN TO UT-S-DEBT812
                  ORGANIZATION IS SEQUENTIAL.

           SELECT DEBCCF   ASSIGN TO UT-S-DEBCCF
                  ORGANIZATION IS SEQUENTIAL.

           SELECT DEB307S  ASSIGN TO UT-S-DEBK307S
                  ORGANIZATION IS SEQUENTIAL.

           SELECT DEBL811  ASSIGN TO UT-S-DEBL811
                  ORGANIZATION IS SEQUENTIAL.

           SELECT DEBL812  ASSIGN TO UT-S-DEBL812
                  ORGANIZATION IS SEQUENTIAL.

           SELECT DEBE812  ASSIGN TO UT-S-DEBE812
                  ORGANIZATION IS SEQUENTIAL.

           SELECT DEBL814  ASSIGN TO UT-S-DEBL814
                  ORGANIZATION IS SEQUENTIAL.

           SELECT DEBCCFR  ASSIGN TO UT-S-DEBCCFR
                  ORGANIZATION IS SEQUENTIAL.

           SELECT DEBL851  ASSIGN TO UT-S-DEBL851
                  ORGANIZATION IS SEQUENTIAL.

           SELECT SORTWK851 ASSIGN TO UT-S-SORTWK851.

       DATA DIVISION.
       FILE SECTION.
       FD  DEB307
           BLOCK  0
           RECORD CONTAINS 371 CHARACTERS
           RECORDING F.

       01  DEB307-REGISTRO            PIC X(371).

      *----------------------------------------------------------------*
      * TRANSACOES DE RESTRICAO (LAYOUT DO DEBA811), ORDENADAS POR     *
      * AGENCIA/CONTA.                                                 *
      *----------------------------------------------------------------*
       FD  DEBT811
           BLOCK  0
           RECORD CONTAINS 30 CHARACTERS
           RECORDING F.

       01  REGISTRO-DEBT811.
           03  DEBT811-CHAVE.
               05  DEBT811-AGENCIA       PIC 9(005).
               05  DEBT811-CONTA         PIC 9(011).
           03  DEBT811-RESTRICOES-NOVO   PIC 9(013).
           03  FILLER                    PIC X(001).

      *----------------------------------------------------------------*
      * TRANSACOES TIPADAS (LAYOUT DO DEBA812), ORDENADAS POR AGENCIA/ *
      * CONTA; A MESMA CONTA PODE TER MAIS DE UMA TRANSACAO.           *
      *----------------------------------------------------------------*
       FD  DEBT812
           BLOCK  0
           RECORD CONTAINS 40 CHARACTERS
           RECORDING F.

       01  REGISTRO-DEBT812.
           03  DEBT812-CHAVE.
               05  DEBT812-AGENCIA       PIC 9(005).
               05  DEBT812-CONTA         PIC 9(011).
           03  DEBT812-TIPO              PIC 9(002).
           03  DEBT812-VALOR-NOVO        PIC X(013).
           03  DEBT812-VALOR-NUM REDEFINES DEBT812-VALOR-NOVO
                                         PIC 9(013).
           03  FILLER                    PIC X(009).

      *----------------------------------------------------------------*
      * MOVIMENTO EXTERNO DO CCF (LAYOUT DO DEBA814).                  *
      *----------------------------------------------------------------*
       FD  DEBCCF
           BLOCK  0
           RECORD CONTAINS 20 CHARACTERS
           RECORDING F.

       01  REGISTRO-DEBCCF.
           03  DEBCCF-CGC-CPF            PIC 9(015).
           03  DEBCCF-TITULAR            PIC 9(001).
           03  DEBCCF-OPERACAO           PIC X(001).
           03  FILLER                    PIC X(003).

      *----------------------------------------------------------------*
      * NOVA GERACAO DO DEB307 COM AS TRES FONTES APLICADAS.           *
      *----------------------------------------------------------------*
       FD  DEB307S
           BLOCK  0
           RECORD CONTAINS 371 CHARACTERS
           RECORDING F.

       01  REGISTRO-DEB307S           PIC X(371).

      *----------------------------------------------------------------*
      * TRILHA DE AUDITORIA DO DEBT811 (LAYOUT DO DEBA811).            *
      *----------------------------------------------------------------*
       FD  DEBL811
           BLOCK  0
           RECORD CONTAINS 80 CHARACTERS
           RECORDING F.

       01  REGISTRO-DEBL811.
           03  DEBL811-AGENCIA           PIC 9(005).
           03  DEBL811-CONTA             PIC 9(011).
           03  DEBL811-RESTRICOES-ANTIGO PIC 9(013).
           03  DEBL811-RESTRICOES-NOVO   PIC 9(013).
           03  DEBL811-DATA-HORA         PIC X(014).
           03  DEBL811-STATUS            PIC X(014).
           03  FILLER                    PIC X(010).

      *----------------------------------------------------------------*
      * TRILHA DE AUDITORIA E REJEITADOS DO DEBT812 (LAYOUT DO         *
      * DEBA812).                                                      *
      *----------------------------------------------------------------*
       FD  DEBL812
           BLOCK  0
           RECORD CONTAINS 100 CHARACTERS
           RECORDING F.

       01  REGISTRO-DEBL812.
           03  DEBL812-AGENCIA           PIC 9(005).
           03  DEBL812-CONTA             PIC 9(011).
           03  DEBL812-TIPO              PIC 9(002).
           03  DEBL812-CAMPO             PIC X(012).
           03  DEBL812-VALOR-ANTIGO      PIC X(013).
           03  DEBL812-VALOR-NOVO        PIC X(013).
           03  DEBL812-DATA-HORA         PIC X(014).
           03  DEBL812-STATUS            PIC X(014).
           03  FILLER                    PIC X(016).

       FD  DEBE812
           BLOCK  0
           RECORD CONTAINS 80 CHARACTERS
           RECORDING F.

       01  REGISTRO-DEBE812.
           03  DEBE812-AGENCIA           PIC 9(005).
           03  FILLER                    PIC X(001).
           03  DEBE812-CONTA             PIC 9(011).
           03  FILLER                    PIC X(001).
           03  DEBE812-TIPO              PIC 9(002).
           03  FILLER                    PIC X(001).
           03  DEBE812-VALOR-NOVO        PIC X(013).
           03  FILLER                    PIC X(001).
           03  DEBE812-MOTIVO            PIC X(040).
           03  FILLER                    PIC X(005).

      *----------------------------------------------------------------*
      * RELATORIO E ARQUIVO DE RETORNO DA CARGA DO CCF (LAYOUTS DO     *
      * DEBA814).                                                      *
      *----------------------------------------------------------------*
       FD  DEBL814
           BLOCK  0
           RECORD CONTAINS 80 CHARACTERS
           RECORDING F.

       01  REGISTRO-DEBL814.
           03  DEBL814-CGC-CPF           PIC 9(015).
           03  FILLER                    PIC X(001).
           03  DEBL814-TITULAR           PIC 9(001).
           03  FILLER                    PIC X(001).
           03  DEBL814-OPERACAO          PIC X(001).
           03  FILLER                    PIC X(001).
           03  DEBL814-MOTIVO            PIC X(040).
           03  FILLER                    PIC X(020).

       FD  DEBCCFR
           BLOCK  0
           RECORD CONTAINS 60 CHARACTERS
           RECORDING F.

       01  REGISTRO-DEBCCFR.
           03  DEBCCFR-TIPO              PIC X(001).
           03  DEBCCFR-CGC-CPF           PIC 9(015).
           03  DEBCCFR-TITULAR           PIC 9(001).
           03  DEBCCFR-OPERACAO          PIC X(001).
           03  DEBCCFR-DISPOSICAO        PIC X(001).
           03  DEBCCFR-DT-ATU-CCF        PIC X(010).
           03  FILLER                    PIC X(031).

       01  DEBCCFR-REG-HEADER REDEFINES REGISTRO-DEBCCFR.
           03  FILLER                    PIC X(001).
           03  DEBCCFR-H-DT-CARGA        PIC 9(008).
           03  FILLER                    PIC X(051).

       01  DEBCCFR-REG-TRAILER REDEFINES REGISTRO-DEBCCFR.
           03  FILLER                    PIC X(001).
           03  DEBCCFR-T-QT-TOTAL        PIC 9(009).
           03  DEBCCFR-T-QT-APLICADOS    PIC 9(009).
           03  DEBCCFR-T-QT-SEM-CONTA    PIC 9(009).
           03  DEBCCFR-T-QT-INVALIDOS    PIC 9(009).
           03  DEBCCFR-T-QT-SUPERADOS    PIC 9(009).
           03  FILLER                    PIC X(014).

      *----------------------------------------------------------------*
      * RELATORIO DE CONTAS ALTERADAS POR MAIS DE UMA FONTE.           *
      *----------------------------------------------------------------*
       FD  DEBL851
           BLOCK  0
           RECORD CONTAINS 132 CHARACTERS
           RECORDING F.

       01  REGISTRO-DEBL851           PIC X(132).

       SD  SORTWK851.
       01  REGISTRO-SORTWK851.
           03  SORTWK851-CGC-CPF         PIC 9(015).
           03  SORTWK851-TITULAR         PIC 9(001).
           03  SORTWK851-OPERACAO        PIC X(001).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * PARAMETROS DA SUBROTINA DE REGISTRO DE EXECUCAO NO ARQUIVO DE  *
      * CONTROLE DEBCTL (BOOK DEBFK904).                               *
      *----------------------------------------------------------------*
       01  DEBF904-PARM.
           COPY DEBFK904.

       01  WS-QT-LIDOS-CTL             PIC 9(09) COMP VALUE ZERO.
       01  WS-QT-GRAV-DEB307S          PIC 9(09) COMP VALUE ZERO.
       01  WS-QT-GRAV-DEBL811          PIC 9(09) COMP VALUE ZERO.
       01  WS-QT-GRAV-DEBL812          PIC 9(09) COMP VALUE ZERO.
       01  WS-QT-GRAV-DEBE812          PIC 9(09) COMP VALUE ZERO.
       01  WS-QT-GRAV-DEBL814          PIC 9(09) COMP VALUE ZERO.
       01  WS-QT-GRAV-DEBL851          PIC 9(09) COMP VALUE ZERO.
       01  WS-QT-CONTAS-CONFLITO       PIC 9(09) COMP VALUE ZERO.
       01  WS-QT-CCF-SOBREPOSTO        PIC 9(09) COMP VALUE ZERO.

           COPY DEBK307.

      *----------------------------------------------------------------*
      * PARAMETROS DA SUBROTINA DE VALIDACAO DO HEADER DO DEB307       *
      * (BOOK DEBFK903).                                               *
      *----------------------------------------------------------------*
       01  DEBF903-PARM.
           COPY DEBFK903.

      *----------------------------------------------------------------*
      * PARAMETROS DA SUBROTINA DE DECODIFICACAO DAS RESTRICOES (BOOK  *
      * DEBFK901), USADA NAS LINHAS DE TEXTO DA TRILHA DO DEBT811.     *
      *----------------------------------------------------------------*
       01  DEBF901-PARM.
           COPY DEBFK901.

       01  WS-LINHA-RESTRICAO.
           03  FILLER                  PIC X(010)  VALUE SPACES.
           03  FILLER                  PIC X(007)  VALUE "RESTR: ".
           03  WS-RESTR-TEXTO          PIC X(035).
           03  FILLER                  PIC X(028)  VALUE SPACES.

       01  WS-IDX-TEXTO                PIC S9(4) COMP    VALUE ZERO.

      *----------------------------------------------------------------*
      * CHAVE DA CONTA CORRENTE DO DEB307, NO FORMATO DAS CHAVES DOS   *
      * ARQUIVOS DE TRANSACAO, PARA O CASAMENTO.                       *
      *----------------------------------------------------------------*
       01  WS-CHAVE-DEB307.
           03  WS-CHV-AGENCIA          PIC 9(005)        VALUE ZERO.
           03  WS-CHV-CONTA            PIC 9(011)        VALUE ZERO.

       01  WS-DATA-ATUAL               PIC 9(008)        VALUE ZERO.
       01  WS-HORA-ATUAL               PIC 9(008)        VALUE ZERO.
       01  WS-DATA-HORA                PIC X(014)        VALUE SPACES.
       01  WS-VALOR-ANTIGO-NUM         PIC 9(013)        VALUE ZERO.
       01  WS-MOTIVO-REJEICAO          PIC X(040)        VALUE SPACES.

      *----------------------------------------------------------------*
      * DOMINIOS DOCUMENTADOS NO DEBK307 PARA OS CAMPOS DO DEBT812.    *
      *----------------------------------------------------------------*
       01  WS-SITUACAO-NOVA            PIC 9(001)        VALUE ZERO.
           88  WS-SITUACAO-VALIDA      VALUES 3 5 6 9.
       01  WS-BLOQ-CARTAO-NOVO         PIC 9(001)        VALUE ZERO.
           88  WS-BLOQ-CARTAO-VALIDO   VALUES 0 1.
       01  WS-MES-NOVO                 PIC 9(002)        VALUE ZERO.
           88  WS-MES-VALIDO           VALUES 01 THRU 12.
       01  WS-DIA-NOVO                 PIC 9(002)        VALUE ZERO.
           88  WS-DIA-VALIDO           VALUES 01 THRU 31.

      *----------------------------------------------------------------*
      * TABELA DO MOVIMENTO DO CCF ORDENADO POR CPF/CNPJ (VIDE         *
      * DEBA814): UM MOVIMENTO POR DOCUMENTO, PREVALECE O ULTIMO.      *
      *----------------------------------------------------------------*
       01  TB-MOVIMENTO.
           03  TB-QTDE              PIC S9(4) COMP     VALUE ZERO.
           03  TB-ITEM  OCCURS 1 TO 5000 TIMES
                        DEPENDING ON TB-QTDE
                        ASCENDING KEY IS TB-CGC-CPF
                        INDEXED BY TB-IDX.
               05  TB-CGC-CPF       PIC 9(015).
               05  TB-TITULAR       PIC 9(001).
               05  TB-OPERACAO      PIC X(001).
               05  TB-SW-CASADO     PIC X(001).
                   88  TB-CASADO                VALUE "S".

       01  WS-IDX                   PIC S9(4) COMP     VALUE ZERO.
       01  WS-QT-TOT-MOV            PIC 9(009)         VALUE ZERO.
       01  WS-QT-APLICADOS          PIC 9(009)         VALUE ZERO.
       01  WS-QT-SEM-CONTA          PIC 9(009)         VALUE ZERO.
       01  WS-QT-INVALIDOS          PIC 9(009)         VALUE ZERO.
       01  WS-QT-SUPERADOS          PIC 9(009)         VALUE ZERO.
       01  WS-CGC-CPF-CONTA         PIC 9(015)         VALUE ZERO.
       01  WS-DATA-CARGA-FMT        PIC X(010)         VALUE SPACES.
       01  WS-ANO                   PIC X(004)         VALUE SPACES.
       01  WS-MES                   PIC X(002)         VALUE SPACES.
       01  WS-DIA                   PIC X(002)         VALUE SPACES.

      *----------------------------------------------------------------*
      * ALTERACOES APLICADAS NA CONTA CORRENTE, POR FONTE, PARA O      *
      * RELATORIO DE CONFLITOS. SO ENTRAM ALTERACOES EFETIVAMENTE      *
      * APLICADAS (TRANSACAO REJEITADA NAO TOCA A CONTA).              *
      *----------------------------------------------------------------*
       01  TB-ALTERACOES.
           03  TB-ALT-QTDE          PIC S9(4) COMP     VALUE ZERO.
           03  TB-ALT-ITEM          OCCURS 20 TIMES.
               05  TB-ALT-FONTE     PIC X(007).
               05  TB-ALT-CAMPO     PIC X(012).
               05  TB-ALT-ANTIGO    PIC X(013).
               05  TB-ALT-NOVO      PIC X(013).
               05  TB-ALT-RESULTADO PIC X(030).
       01  WS-IDX-ALT               PIC S9(4) COMP     VALUE ZERO.
       01  WS-IDX-ALT-811           PIC S9(4) COMP     VALUE ZERO.
       01  WS-QT-FONTES             PIC S9(4) COMP     VALUE ZERO.
       01  WS-CCF-DO-DEBT811        PIC 9(001)         VALUE ZERO.

       01  WS-LINHA-TITULO.
           03  FILLER               PIC X(038)
               VALUE "CONTAS ALTERADAS POR MAIS DE UMA FONTE".
           03  FILLER               PIC X(094)  VALUE SPACES.

       01  WS-LINHA-ORDEM.
           03  FILLER               PIC X(046)
               VALUE "ORDEM DE APLICACAO: DEBT811, DEBT812, DEBCCF -".
           03  FILLER               PIC X(022)
               VALUE " A ULTIMA PREVALECE".
           03  FILLER               PIC X(064)  VALUE SPACES.

       01  WS-LINHA-CONFLITO.
           03  WS-CNF-AGENCIA       PIC ZZZZ9.
           03  FILLER               PIC X(001)  VALUE SPACE.
           03  WS-CNF-CONTA         PIC ZZZZZZZZZZ9.
           03  FILLER               PIC X(001)  VALUE SPACE.
           03  WS-CNF-FONTE         PIC X(007).
           03  FILLER               PIC X(001)  VALUE SPACE.
           03  WS-CNF-CAMPO         PIC X(012).
           03  FILLER               PIC X(001)  VALUE SPACE.
           03  WS-CNF-ANTIGO        PIC X(013).
           03  FILLER               PIC X(004)  VALUE " -> ".
           03  WS-CNF-NOVO          PIC X(013).
           03  FILLER               PIC X(001)  VALUE SPACE.
           03  WS-CNF-RESULTADO     PIC X(030).
           03  FILLER               PIC X(032)  VALUE SPACES.

       01  WS-LINHA-TOTAL.
           03  WS-TOT-TEXTO         PIC X(045).
           03  WS-TOT-QTDE          PIC ZZZZZZZZ9.
           03  FILLER               PIC X(078)  VALUE SPACES.

       01  WS-SWITCHES.
           03  WS-SW-EOF-DEB307     PIC X(01)          VALUE "N".
               88  WS-EOF-DEB307                        VALUE "Y".
           03  WS-SW-EOF-DEBT811    PIC X(01)          VALUE "N".
               88  WS-EOF-DEBT811                       VALUE "Y".
           03  WS-SW-EOF-DEBT812    PIC X(01)          VALUE "N".
               88  WS-EOF-DEBT812                       VALUE "Y".
           03  WS-SW-EOF-DEBCCF     PIC X(01)          VALUE "N".
               88  WS-EOF-DEBCCF                        VALUE "Y".
           03  WS-SW-EOF-SORTWK     PIC X(01)          VALUE "N".
               88  WS-EOF-SORTWK                        VALUE "Y".
           03  WS-SW-MOV-ACHADO     PIC X(01)          VALUE "N".
               88  WS-MOV-ACHADO                        VALUE "S".
           03  WS-SW-TRN-VALIDA     PIC X(01)          VALUE "N".
               88  WS-TRN-VALIDA                        VALUE "S".
           03  WS-SW-TOCOU-811      PIC X(01)          VALUE "N".
               88  WS-TOCOU-811                         VALUE "S".
           03  WS-SW-TOCOU-812      PIC X(01)          VALUE "N".
               88  WS-TOCOU-812                         VALUE "S".
           03  WS-SW-TOCOU-CCF      PIC X(01)          VALUE "N".
               88  WS-TOCOU-CCF                         VALUE "S".

       PROCEDURE DIVISION.

      *================================================================*
      * 0000-MAINLINE - O MOVIMENTO DO CCF E ORDENADO E CARREGADO EM   *
      *                 TABELA ANTES DA PASSADA NO DEB307; DEBT811 E   *
      *                 DEBT812 CASAM POR AGENCIA/CONTA. NO FIM DO     *
      *                 DEB307 AS TRANSACOES QUE SOBRARAM SAO DE       *
      *                 CONTAS INEXISTENTES.                           *
      *================================================================*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-FIM.
           SORT SORTWK851
               ON ASCENDING KEY SORTWK851-CGC-CPF
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE 1100-CRITICAR-MOVIMENTO THRU 1100-FIM
               OUTPUT PROCEDURE 1500-CARREGAR-TABELA THRU 1500-FIM.
           PERFORM 2100-LER-DEB307 THRU 2100-FIM.
           PERFORM 2000-PROCESSAR   THRU 2000-FIM
               UNTIL WS-EOF-DEB307.
           MOVE HIGH-VALUES TO WS-CHAVE-DEB307.
           PERFORM 2300-DESCARTAR-DEBT811 THRU 2300-FIM
               UNTIL WS-EOF-DEBT811.
           PERFORM 2500-DESCARTAR-DEBT812 THRU 2500-FIM
               UNTIL WS-EOF-DEBT812.
           PERFORM 8000-ENCERRAR    THRU 8000-FIM.
           STOP RUN.

      *================================================================*
      * 1000-INICIALIZAR                                               *
      *================================================================*
       1000-INICIALIZAR.
           MOVE SPACES TO DEBF904-PARM.
           MOVE "I"        TO DEBF904-FUNCAO.
           MOVE "DEBA851" TO DEBF904-PROGRAMA.
           CALL "DEBF904" USING DEBF904-PARM.
           OPEN INPUT  DEB307.
           OPEN INPUT  DEBT811.
           OPEN INPUT  DEBT812.
           OPEN INPUT  DEBCCF.
           OPEN OUTPUT DEB307S.
           OPEN OUTPUT DEBL811.
           OPEN OUTPUT DEBL812.
           OPEN OUTPUT DEBE812.
           OPEN OUTPUT DEBL814.
           OPEN OUTPUT DEBCCFR.
           OPEN OUTPUT DEBL851.
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
           MOVE WS-DATA-ATUAL(1:4) TO WS-ANO.
           MOVE WS-DATA-ATUAL(5:2) TO WS-MES.
           MOVE WS-DATA-ATUAL(7:2) TO WS-DIA.
           STRING WS-ANO "-" WS-MES "-" WS-DIA
               DELIMITED BY SIZE INTO WS-DATA-CARGA-FMT.
           MOVE SPACES            TO REGISTRO-DEBCCFR.
           MOVE "H"               TO DEBCCFR-TIPO.
           MOVE WS-DATA-ATUAL     TO DEBCCFR-H-DT-CARGA.
           WRITE REGISTRO-DEBCCFR.
           MOVE WS-LINHA-TITULO TO REGISTRO-DEBL851.
           PERFORM 2990-GRAVAR-DEBL851 THRU 2990-FIM.
           MOVE WS-LINHA-ORDEM  TO REGISTRO-DEBL851.
           PERFORM 2990-GRAVAR-DEBL851 THRU 2990-FIM.
           PERFORM 1600-VALIDAR-HEADER THRU 1600-FIM.
           PERFORM 2200-LER-DEBT811 THRU 2200-FIM.
           PERFORM 2250-LER-DEBT812 THRU 2250-FIM.
       1000-FIM.
           EXIT.

      *================================================================*
      * 1100-CRITICAR-MOVIMENTO - PROCEDIMENTO DE ENTRADA DO SORT,     *
      *                           COMO NO DEBA814: OS MOVIMENTOS       *
      *                           INVALIDOS SAEM NO DEBL814 E NO       *
      *                           RETORNO COM DISPOSICAO "I".          *
      *================================================================*
       1100-CRITICAR-MOVIMENTO.
           PERFORM 1200-LER-DEBCCF THRU 1200-FIM.
           PERFORM 1300-TRATAR-MOVIMENTO THRU 1300-FIM
               UNTIL WS-EOF-DEBCCF.
       1100-FIM.
           EXIT.

       1200-LER-DEBCCF.
           READ DEBCCF
               AT END
                   MOVE "Y" TO WS-SW-EOF-DEBCCF
           END-READ.
       1200-FIM.
           EXIT.

       1300-TRATAR-MOVIMENTO.
           ADD 1 TO WS-QT-TOT-MOV.
           EVALUATE TRUE
               WHEN DEBCCF-CGC-CPF NOT NUMERIC
                 OR DEBCCF-CGC-CPF = ZERO
                   MOVE "CPF/CNPJ INVALIDO" TO WS-MOTIVO-REJEICAO
                   PERFORM 1400-GRAVAR-REJEICAO THRU 1400-FIM
               WHEN DEBCCF-OPERACAO NOT = "I" AND NOT = "E"
                   MOVE "OPERACAO INVALIDA (I/E)"
                       TO WS-MOTIVO-REJEICAO
                   PERFORM 1400-GRAVAR-REJEICAO THRU 1400-FIM
               WHEN DEBCCF-OPERACAO = "I"
                AND (DEBCCF-TITULAR NOT NUMERIC
                     OR DEBCCF-TITULAR < 1 OR DEBCCF-TITULAR > 8)
                   MOVE "CODIGO DE TITULAR FORA DE 1-8"
                       TO WS-MOTIVO-REJEICAO
                   PERFORM 1400-GRAVAR-REJEICAO THRU 1400-FIM
               WHEN OTHER
                   MOVE DEBCCF-CGC-CPF  TO SORTWK851-CGC-CPF
                   MOVE DEBCCF-TITULAR  TO SORTWK851-TITULAR
                   MOVE DEBCCF-OPERACAO TO SORTWK851-OPERACAO
                   RELEASE REGISTRO-SORTWK851
           END-EVALUATE.
           PERFORM 1200-LER-DEBCCF THRU 1200-FIM.
       1300-FIM.
           EXIT.

       1400-GRAVAR-REJEICAO.
           MOVE SPACES          TO REGISTRO-DEBL814.
           IF DEBCCF-CGC-CPF NUMERIC
               MOVE DEBCCF-CGC-CPF TO DEBL814-CGC-CPF
           ELSE
               MOVE ZERO           TO DEBL814-CGC-CPF
           END-IF.
           IF DEBCCF-TITULAR NUMERIC
               MOVE DEBCCF-TITULAR TO DEBL814-TITULAR
           ELSE
               MOVE ZERO           TO DEBL814-TITULAR
           END-IF.
           MOVE DEBCCF-OPERACAO TO DEBL814-OPERACAO.
           MOVE WS-MOTIVO-REJEICAO TO DEBL814-MOTIVO.
           WRITE REGISTRO-DEBL814.
           ADD 1 TO WS-QT-GRAV-DEBL814.
           PERFORM 1450-RETORNO-INVALIDO THRU 1450-FIM.
       1400-FIM.
           EXIT.

       1450-RETORNO-INVALIDO.
           MOVE SPACES TO REGISTRO-DEBCCFR.
           MOVE "D"    TO DEBCCFR-TIPO.
           IF DEBCCF-CGC-CPF NUMERIC
               MOVE DEBCCF-CGC-CPF TO DEBCCFR-CGC-CPF
           ELSE
               MOVE ZERO           TO DEBCCFR-CGC-CPF
           END-IF.
           IF DEBCCF-TITULAR NUMERIC
               MOVE DEBCCF-TITULAR TO DEBCCFR-TITULAR
           ELSE
               MOVE ZERO           TO DEBCCFR-TITULAR
           END-IF.
           MOVE DEBCCF-OPERACAO TO DEBCCFR-OPERACAO.
           MOVE "I"             TO DEBCCFR-DISPOSICAO.
           MOVE SPACES          TO DEBCCFR-DT-ATU-CCF.
           WRITE REGISTRO-DEBCCFR.
           ADD 1 TO WS-QT-INVALIDOS.
       1450-FIM.
           EXIT.

      *================================================================*
      * 1500-CARREGAR-TABELA - PROCEDIMENTO DE SAIDA DO SORT. NO       *
      *                        DOCUMENTO DUPLICADO PREVALECE O ULTIMO  *
      *                        MOVIMENTO; O ANTERIOR VOLTA COMO "S".   *
      *================================================================*
       1500-CARREGAR-TABELA.
           PERFORM 1510-RETORNAR-SORTWK THRU 1510-FIM.
           PERFORM 1520-CARREGAR-ITEM THRU 1520-FIM
               UNTIL WS-EOF-SORTWK.
       1500-FIM.
           EXIT.

       1510-RETORNAR-SORTWK.
           RETURN SORTWK851
               AT END
                   MOVE "Y" TO WS-SW-EOF-SORTWK
           END-RETURN.
       1510-FIM.
           EXIT.

       1520-CARREGAR-ITEM.
           IF TB-QTDE > ZERO
              AND SORTWK851-CGC-CPF = TB-CGC-CPF(TB-QTDE)
               PERFORM 1550-RETORNO-SUPERADO THRU 1550-FIM
               MOVE SORTWK851-TITULAR  TO TB-TITULAR(TB-QTDE)
               MOVE SORTWK851-OPERACAO TO TB-OPERACAO(TB-QTDE)
           ELSE
               IF TB-QTDE = 5000
                   DISPLAY "DEBA851 - MOVIMENTO CCF EXCEDE O LIMITE "
                           "DE 5000 ITENS DE TB-ITEM. "
                           "EXECUCAO ABORTADA."
                   STOP RUN
               END-IF
               ADD 1 TO TB-QTDE
               MOVE SORTWK851-CGC-CPF  TO TB-CGC-CPF(TB-QTDE)
               MOVE SORTWK851-TITULAR  TO TB-TITULAR(TB-QTDE)
               MOVE SORTWK851-OPERACAO TO TB-OPERACAO(TB-QTDE)
               MOVE "N"                TO TB-SW-CASADO(TB-QTDE)
           END-IF.
           PERFORM 1510-RETORNAR-SORTWK THRU 1510-FIM.
       1520-FIM.
           EXIT.

       1550-RETORNO-SUPERADO.
           MOVE SPACES               TO REGISTRO-DEBCCFR.
           MOVE "D"                  TO DEBCCFR-TIPO.
           MOVE TB-CGC-CPF(TB-QTDE)  TO DEBCCFR-CGC-CPF.
           MOVE TB-TITULAR(TB-QTDE)  TO DEBCCFR-TITULAR.
           MOVE TB-OPERACAO(TB-QTDE) TO DEBCCFR-OPERACAO.
           MOVE "S"                  TO DEBCCFR-DISPOSICAO.
           MOVE SPACES               TO DEBCCFR-DT-ATU-CCF.
           WRITE REGISTRO-DEBCCFR.
           ADD 1 TO WS-QT-SUPERADOS.
       1550-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * 1600-VALIDAR-HEADER - O PRIMEIRO REGISTRO DO DEB307 TEM QUE    *
      *                       SER O HEADER (AGENCIA 0) DO DIA          *
      *                       CORRENTE; A DEBF903 FAZ A CRITICA. O     *
      *                       HEADER SEGUE SEM ALTERACAO PARA A NOVA   *
      *                       GERACAO.                                 *
      *----------------------------------------------------------------*
       1600-VALIDAR-HEADER.
           PERFORM 2100-LER-DEB307 THRU 2100-FIM.
           IF WS-EOF-DEB307
               DISPLAY "DEBA851 - EXTRATO DEB307 VAZIO (SEM HEADER). "
                       "EXECUCAO ABORTADA."
               STOP RUN
           END-IF.
           MOVE DEB307-AGENCIA     TO DEBF903-AGENCIA.
           MOVE DEB307-DT-ABERTURA TO DEBF903-DT-HEADER.
           CALL "DEBF903" USING DEBF903-PARM.
           IF DEBF903-CD-RTN > ZERO
               DISPLAY "DEBA851 - " DEBF903-MSG
                       ". EXECUCAO ABORTADA."
               STOP RUN
           END-IF.
           MOVE DCLTDEB307 TO REGISTRO-DEB307S.
           WRITE REGISTRO-DEB307S.
           ADD 1 TO WS-QT-GRAV-DEB307S.
      *    O HEADER NAO CONTA COMO REGISTRO LIDO NO DEBCTL.
           MOVE ZERO TO WS-QT-LIDOS-CTL.
       1600-FIM.
           EXIT.

      *================================================================*
      * 2000-PROCESSAR - APLICA AS TRES FONTES NA CONTA CORRENTE, NA   *
      *                  ORDEM DE PRECEDENCIA, E GRAVA A CONTA UMA SO  *
      *                  VEZ NA NOVA GERACAO.                          *
      *================================================================*
       2000-PROCESSAR.
           MOVE DEB307-AGENCIA TO WS-CHV-AGENCIA.
           MOVE DEB307-CONTA   TO WS-CHV-CONTA.
           MOVE ZERO TO TB-ALT-QTDE.
           MOVE ZERO TO WS-IDX-ALT-811.
           MOVE "N"  TO WS-SW-TOCOU-811.
           MOVE "N"  TO WS-SW-TOCOU-812.
           MOVE "N"  TO WS-SW-TOCOU-CCF.
      *    1) DEBT811.
           PERFORM 2300-DESCARTAR-DEBT811 THRU 2300-FIM
               UNTIL DEBT811-CHAVE NOT < WS-CHAVE-DEB307.
           IF DEBT811-CHAVE = WS-CHAVE-DEB307
               PERFORM 2400-APLICAR-DEBT811 THRU 2400-FIM
           END-IF.
      *    2) DEBT812.
           PERFORM 2500-DESCARTAR-DEBT812 THRU 2500-FIM
               UNTIL DEBT812-CHAVE NOT < WS-CHAVE-DEB307.
           PERFORM 2600-APLICAR-DEBT812 THRU 2600-FIM
               UNTIL DEBT812-CHAVE NOT = WS-CHAVE-DEB307.
      *    3) DEBCCF.
           PERFORM 2700-APLICAR-DEBCCF THRU 2700-FIM.
           MOVE ZERO TO WS-QT-FONTES.
           IF WS-TOCOU-811
               ADD 1 TO WS-QT-FONTES
           END-IF.
           IF WS-TOCOU-812
               ADD 1 TO WS-QT-FONTES
           END-IF.
           IF WS-TOCOU-CCF
               ADD 1 TO WS-QT-FONTES
           END-IF.
           IF WS-QT-FONTES > 1
               PERFORM 2900-LISTAR-CONFLITO THRU 2900-FIM
           END-IF.
           MOVE DCLTDEB307 TO REGISTRO-DEB307S.
           WRITE REGISTRO-DEB307S.
           ADD 1 TO WS-QT-GRAV-DEB307S.
           PERFORM 2100-LER-DEB307 THRU 2100-FIM.
       2000-FIM.
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

       2200-LER-DEBT811.
           READ DEBT811
               AT END
                   MOVE "Y"         TO WS-SW-EOF-DEBT811
                   MOVE HIGH-VALUES TO DEBT811-CHAVE
           END-READ.
       2200-FIM.
           EXIT.

       2250-LER-DEBT812.
           READ DEBT812
               AT END
                   MOVE "Y"         TO WS-SW-EOF-DEBT812
                   MOVE HIGH-VALUES TO DEBT812-CHAVE
           END-READ.
       2250-FIM.
           EXIT.

      *================================================================*
      * 2300-DESCARTAR-DEBT811 - TRANSACAO SEM CONTA NO DEB307 (OU     *
      *                          SEGUNDA TRANSACAO DA MESMA CONTA),    *
      *                          COMO NO DEBA811.                      *
      *================================================================*
       2300-DESCARTAR-DEBT811.
           MOVE DEBT811-AGENCIA         TO DEBL811-AGENCIA.
           MOVE DEBT811-CONTA           TO DEBL811-CONTA.
           MOVE ZERO                    TO DEBL811-RESTRICOES-ANTIGO.
           MOVE DEBT811-RESTRICOES-NOVO TO DEBL811-RESTRICOES-NOVO.
           MOVE "CONTA NAO ENCONTRADA"  TO DEBL811-STATUS.
           PERFORM 2490-CARIMBAR-DATA-HORA THRU 2490-FIM.
           MOVE WS-DATA-HORA            TO DEBL811-DATA-HORA.
           WRITE REGISTRO-DEBL811.
           ADD 1 TO WS-QT-GRAV-DEBL811.
           PERFORM 2200-LER-DEBT811 THRU 2200-FIM.
       2300-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * 2400-APLICAR-DEBT811 - SUBSTITUI O MAPA DE RESTRICOES INTEIRO  *
      *                        E GRAVA A TRILHA COM AS LINHAS DE TEXTO *
      *                        DA DEBF901 (VIDE DEBA811).              *
      *----------------------------------------------------------------*
       2400-APLICAR-DEBT811.
           MOVE DEB307-AGENCIA          TO DEBL811-AGENCIA.
           MOVE DEB307-CONTA            TO DEBL811-CONTA.
           MOVE DEB307-INDICADORES      TO DEBL811-RESTRICOES-ANTIGO.
           MOVE DEBT811-RESTRICOES-NOVO TO DEB307-INDICADORES.
           MOVE DEBT811-RESTRICOES-NOVO TO DEBL811-RESTRICOES-NOVO.
           MOVE "ALTERADA"              TO DEBL811-STATUS.
           PERFORM 2490-CARIMBAR-DATA-HORA THRU 2490-FIM.
           MOVE WS-DATA-HORA            TO DEBL811-DATA-HORA.
           WRITE REGISTRO-DEBL811.
           ADD 1 TO WS-QT-GRAV-DEBL811.
           PERFORM 2450-LISTAR-RESTRICOES THRU 2450-FIM.
           MOVE "S" TO WS-SW-TOCOU-811.
           MOVE DEBT811-RESTRICOES-NOVO(13:1) TO WS-CCF-DO-DEBT811.
           PERFORM 2800-REGISTRAR-ALTERACAO THRU 2800-FIM.
           MOVE TB-ALT-QTDE          TO WS-IDX-ALT-811.
           MOVE "DEBT811"            TO TB-ALT-FONTE(TB-ALT-QTDE).
           MOVE "INDICADORES"        TO TB-ALT-CAMPO(TB-ALT-QTDE).
           MOVE DEBL811-RESTRICOES-ANTIGO
                                     TO TB-ALT-ANTIGO(TB-ALT-QTDE).
           MOVE DEBL811-RESTRICOES-NOVO
                                     TO TB-ALT-NOVO(TB-ALT-QTDE).
           MOVE "APLICADO"           TO TB-ALT-RESULTADO(TB-ALT-QTDE).
           PERFORM 2200-LER-DEBT811 THRU 2200-FIM.
       2400-FIM.
           EXIT.

       2450-LISTAR-RESTRICOES.
           MOVE DEBT811-RESTRICOES-NOVO TO DEBF901-RESTRICOES.
           CALL "DEBF901" USING DEBF901-PARM.
           MOVE 1 TO WS-IDX-TEXTO.
           PERFORM 2460-GRAVAR-TEXTO THRU 2460-FIM
               UNTIL WS-IDX-TEXTO > DEBF901-QT-TEXTOS.
       2450-FIM.
           EXIT.

       2460-GRAVAR-TEXTO.
           MOVE DEBF901-TEXTO(WS-IDX-TEXTO) TO WS-RESTR-TEXTO.
           MOVE WS-LINHA-RESTRICAO TO REGISTRO-DEBL811.
           WRITE REGISTRO-DEBL811.
           ADD 1 TO WS-QT-GRAV-DEBL811.
           ADD 1 TO WS-IDX-TEXTO.
       2460-FIM.
           EXIT.

       2490-CARIMBAR-DATA-HORA.
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ATUAL FROM TIME.
           MOVE SPACES TO WS-DATA-HORA.
           STRING WS-DATA-ATUAL WS-HORA-ATUAL (1:6)
               DELIMITED BY SIZE INTO WS-DATA-HORA.
       2490-FIM.
           EXIT.

      *================================================================*
      * 2500-DESCARTAR-DEBT812 - TRANSACAO SEM CONTA NO DEB307.        *
      *================================================================*
       2500-DESCARTAR-DEBT812.
           MOVE "CONTA NAO ENCONTRADA NO DEB307" TO WS-MOTIVO-REJEICAO.
           PERFORM 2650-GRAVAR-REJEICAO THRU 2650-FIM.
           PERFORM 2250-LER-DEBT812 THRU 2250-FIM.
       2500-FIM.
           EXIT.

      *================================================================*
      * 2600-APLICAR-DEBT812 - CRITICA DE DOMINIO E APLICACAO DE CADA  *
      *                        TRANSACAO DA CONTA, COMO NO DEBA812.    *
      *================================================================*
       2600-APLICAR-DEBT812.
           PERFORM 2620-CRITICAR-TRANSACAO THRU 2620-FIM.
           IF WS-TRN-VALIDA
               PERFORM 2640-ALTERAR-CAMPO THRU 2640-FIM
           ELSE
               PERFORM 2650-GRAVAR-REJEICAO THRU 2650-FIM
           END-IF.
           PERFORM 2250-LER-DEBT812 THRU 2250-FIM.
       2600-FIM.
           EXIT.

       2620-CRITICAR-TRANSACAO.
           MOVE "S" TO WS-SW-TRN-VALIDA.
           EVALUATE DEBT812-TIPO
               WHEN 01
                   IF DEBT812-VALOR-NUM NOT NUMERIC
                       MOVE "N" TO WS-SW-TRN-VALIDA
                       MOVE "LIMITE NOVO NAO NUMERICO"
                           TO WS-MOTIVO-REJEICAO
                   END-IF
               WHEN 02
                   EVALUATE TRUE
                       WHEN DEBT812-VALOR-NUM NOT NUMERIC
                           MOVE "N" TO WS-SW-TRN-VALIDA
                           MOVE "SITUACAO NOVA NAO NUMERICA"
                               TO WS-MOTIVO-REJEICAO
      *                O CAMPO NO DEB307 TEM UM SO DIGITO - UM VALOR
      *                ACIMA DE 9 SERIA APLICADO TRUNCADO.
                       WHEN DEBT812-VALOR-NUM > 9
                           MOVE "N" TO WS-SW-TRN-VALIDA
                           MOVE "SITUACAO FORA DO DOMINIO (3/5/6/9)"
                               TO WS-MOTIVO-REJEICAO
                       WHEN OTHER
                           MOVE DEBT812-VALOR-NUM TO WS-SITUACAO-NOVA
                           IF NOT WS-SITUACAO-VALIDA
                               MOVE "N" TO WS-SW-TRN-VALIDA
                               MOVE "SITUACAO FORA DO DOMINIO (3/5/6/9)"
                                   TO WS-MOTIVO-REJEICAO
                           END-IF
                   END-EVALUATE
               WHEN 03
                   EVALUATE TRUE
                       WHEN DEBT812-VALOR-NUM NOT NUMERIC
                           MOVE "N" TO WS-SW-TRN-VALIDA
                           MOVE "BLOQUEIO DE CARTAO NAO NUMERICO"
                               TO WS-MOTIVO-REJEICAO
                       WHEN DEBT812-VALOR-NUM > 9
                           MOVE "N" TO WS-SW-TRN-VALIDA
                           MOVE "BLOQUEIO DE CARTAO FORA DO DOMINIO"
                               TO WS-MOTIVO-REJEICAO
                       WHEN OTHER
                           MOVE DEBT812-VALOR-NUM
                               TO WS-BLOQ-CARTAO-NOVO
                           IF NOT WS-BLOQ-CARTAO-VALIDO
                               MOVE "N" TO WS-SW-TRN-VALIDA
                               MOVE "BLOQUEIO DE CARTAO FORA DO DOMINIO"
                                   TO WS-MOTIVO-REJEICAO
                           END-IF
                   END-EVALUATE
               WHEN 04
                   PERFORM 2630-CRITICAR-DATA THRU 2630-FIM
               WHEN OTHER
                   MOVE "N" TO WS-SW-TRN-VALIDA
                   MOVE "TIPO DE TRANSACAO DESCONHECIDO"
                       TO WS-MOTIVO-REJEICAO
           END-EVALUATE.
       2620-FIM.
           EXIT.

       2630-CRITICAR-DATA.
           IF DEBT812-VALOR-NOVO(1:4) NOT NUMERIC
              OR DEBT812-VALOR-NOVO(5:1) NOT = "-"
              OR DEBT812-VALOR-NOVO(6:2) NOT NUMERIC
              OR DEBT812-VALOR-NOVO(8:1) NOT = "-"
              OR DEBT812-VALOR-NOVO(9:2) NOT NUMERIC
               MOVE "N" TO WS-SW-TRN-VALIDA
               MOVE "DATA DE VENCIMENTO INVALIDA" TO WS-MOTIVO-REJEICAO
               GO TO 2630-FIM
           END-IF.
           MOVE DEBT812-VALOR-NOVO(6:2) TO WS-MES-NOVO.
           MOVE DEBT812-VALOR-NOVO(9:2) TO WS-DIA-NOVO.
           IF NOT WS-MES-VALIDO OR NOT WS-DIA-VALIDO
               MOVE "N" TO WS-SW-TRN-VALIDA
               MOVE "DATA DE VENCIMENTO INVALIDA" TO WS-MOTIVO-REJEICAO
           END-IF.
       2630-FIM.
           EXIT.

       2640-ALTERAR-CAMPO.
           MOVE SPACES TO REGISTRO-DEBL812.
           EVALUATE DEBT812-TIPO
               WHEN 01
                   MOVE "LIMITE"            TO DEBL812-CAMPO
                   MOVE DEB307-LIMITE       TO WS-VALOR-ANTIGO-NUM
                   MOVE WS-VALOR-ANTIGO-NUM TO DEBL812-VALOR-ANTIGO
                   MOVE DEBT812-VALOR-NUM   TO DEB307-LIMITE
               WHEN 02
                   MOVE "SITUACAO"          TO DEBL812-CAMPO
                   MOVE DEB307-SITUACAO     TO WS-VALOR-ANTIGO-NUM
                   MOVE WS-VALOR-ANTIGO-NUM TO DEBL812-VALOR-ANTIGO
                   MOVE WS-SITUACAO-NOVA    TO DEB307-SITUACAO
               WHEN 03
                   MOVE "BLOQ-CARTAO"       TO DEBL812-CAMPO
                   MOVE DEB307-BLOQ-CARTAO  TO WS-VALOR-ANTIGO-NUM
                   MOVE WS-VALOR-ANTIGO-NUM TO DEBL812-VALOR-ANTIGO
                   MOVE WS-BLOQ-CARTAO-NOVO TO DEB307-BLOQ-CARTAO
               WHEN 04
                   MOVE "VENC-CH-ESP"       TO DEBL812-CAMPO
                   MOVE DEB307-VENC-CH-ESP  TO DEBL812-VALOR-ANTIGO
                   MOVE DEBT812-VALOR-NOVO(1:10)
                                            TO DEB307-VENC-CH-ESP
           END-EVALUATE.
           MOVE DEBT812-VALOR-NOVO TO DEBL812-VALOR-NOVO.
           MOVE DEB307-AGENCIA     TO DEBL812-AGENCIA.
           MOVE DEB307-CONTA       TO DEBL812-CONTA.
           MOVE DEBT812-TIPO       TO DEBL812-TIPO.
           MOVE "ALTERADA"         TO DEBL812-STATUS.
           PERFORM 2490-CARIMBAR-DATA-HORA THRU 2490-FIM.
           MOVE WS-DATA-HORA       TO DEBL812-DATA-HORA.
           WRITE REGISTRO-DEBL812.
           ADD 1 TO WS-QT-GRAV-DEBL812.
           MOVE "S" TO WS-SW-TOCOU-812.
           PERFORM 2800-REGISTRAR-ALTERACAO THRU 2800-FIM.
           MOVE "DEBT812"            TO TB-ALT-FONTE(TB-ALT-QTDE).
           MOVE DEBL812-CAMPO        TO TB-ALT-CAMPO(TB-ALT-QTDE).
           MOVE DEBL812-VALOR-ANTIGO TO TB-ALT-ANTIGO(TB-ALT-QTDE).
           MOVE DEBL812-VALOR-NOVO   TO TB-ALT-NOVO(TB-ALT-QTDE).
           MOVE "APLICADO"           TO TB-ALT-RESULTADO(TB-ALT-QTDE).
       2640-FIM.
           EXIT.

       2650-GRAVAR-REJEICAO.
           MOVE SPACES             TO REGISTRO-DEBE812.
           MOVE DEBT812-AGENCIA    TO DEBE812-AGENCIA.
           MOVE DEBT812-CONTA      TO DEBE812-CONTA.
           MOVE DEBT812-TIPO       TO DEBE812-TIPO.
           MOVE DEBT812-VALOR-NOVO TO DEBE812-VALOR-NOVO.
           MOVE WS-MOTIVO-REJEICAO TO DEBE812-MOTIVO.
           WRITE REGISTRO-DEBE812.
           ADD 1 TO WS-QT-GRAV-DEBE812.
       2650-FIM.
           EXIT.

      *================================================================*
      * 2700-APLICAR-DEBCCF - DIGITO DO CCF E DATA DA CARGA, COMO NO   *
      *                       DEBA814. APLICADO DEPOIS DO DEBT811, O   *
      *                       MOVIMENTO DO BUREAU PREVALECE SOBRE O    *
      *                       DIGITO DO CCF QUE VEIO NO MAPA DIGITADO. *
      *================================================================*
       2700-APLICAR-DEBCCF.
           MOVE "N" TO WS-SW-MOV-ACHADO.
           IF TB-QTDE > ZERO AND DEB307-CGC-CPF > ZERO
               MOVE DEB307-CGC-CPF TO WS-CGC-CPF-CONTA
               SEARCH ALL TB-ITEM
                   AT END
                       CONTINUE
                   WHEN TB-CGC-CPF(TB-IDX) = WS-CGC-CPF-CONTA
                       MOVE "S" TO WS-SW-MOV-ACHADO
                       SET WS-IDX TO TB-IDX
               END-SEARCH
           END-IF.
           IF NOT WS-MOV-ACHADO
               GO TO 2700-FIM
           END-IF.
           MOVE DEB307-INDICADORES TO DEB307-RESTRICOES.
           PERFORM 2800-REGISTRAR-ALTERACAO THRU 2800-FIM.
           MOVE "DEBCCF"           TO TB-ALT-FONTE(TB-ALT-QTDE).
           MOVE "RESTR-CCF"        TO TB-ALT-CAMPO(TB-ALT-QTDE).
           MOVE DEB307-RESTR-CCF   TO TB-ALT-ANTIGO(TB-ALT-QTDE).
           IF TB-OPERACAO(WS-IDX) = "I"
               MOVE TB-TITULAR(WS-IDX) TO DEB307-RESTR-CCF
           ELSE
               MOVE ZERO               TO DEB307-RESTR-CCF
           END-IF.
           MOVE DEB307-RESTR-CCF   TO TB-ALT-NOVO(TB-ALT-QTDE).
           MOVE DEB307-RESTRICOES  TO DEB307-INDICADORES.
           MOVE WS-DATA-CARGA-FMT  TO DEB307-DT-ATU-CCF.
           MOVE "S" TO TB-SW-CASADO(WS-IDX).
           MOVE "S" TO WS-SW-TOCOU-CCF.
           IF WS-TOCOU-811
               MOVE "PREVALECE SOBRE O DEBT811"
                   TO TB-ALT-RESULTADO(TB-ALT-QTDE)
               IF WS-CCF-DO-DEBT811 NOT = DEB307-RESTR-CCF
                   MOVE "APLICADO, DIGITO CCF SUPERADO"
                       TO TB-ALT-RESULTADO(WS-IDX-ALT-811)
                   ADD 1 TO WS-QT-CCF-SOBREPOSTO
               END-IF
           ELSE
               MOVE "APLICADO" TO TB-ALT-RESULTADO(TB-ALT-QTDE)
           END-IF.
       2700-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * 2800-REGISTRAR-ALTERACAO - ABRE UMA POSICAO EM TB-ALTERACOES;  *
      *                            O CHAMADOR PREENCHE A POSICAO       *
      *                            TB-ALT-QTDE.                        *
      *----------------------------------------------------------------*
       2800-REGISTRAR-ALTERACAO.
           IF TB-ALT-QTDE = 20
               DISPLAY "DEBA851 - CONTA " WS-CHV-AGENCIA "/"
                       WS-CHV-CONTA " EXCEDE O LIMITE DE 20 "
                       "ALTERACOES DE TB-ALT-ITEM. EXECUCAO ABORTADA."
               STOP RUN
           END-IF.
           ADD 1 TO TB-ALT-QTDE.
           MOVE SPACES TO TB-ALT-ITEM(TB-ALT-QTDE).
       2800-FIM.
           EXIT.

      *================================================================*
      * 2900-LISTAR-CONFLITO - UMA LINHA POR ALTERACAO APLICADA NA     *
      *                        CONTA, NA ORDEM EM QUE FOI APLICADA,    *
      *                        MAIS O MAPA FINAL DE INDICADORES.       *
      *================================================================*
       2900-LISTAR-CONFLITO.
           ADD 1 TO WS-QT-CONTAS-CONFLITO.
           MOVE WS-CHV-AGENCIA TO WS-CNF-AGENCIA.
           MOVE WS-CHV-CONTA   TO WS-CNF-CONTA.
           MOVE 1 TO WS-IDX-ALT.
           PERFORM 2910-IMPRIMIR-ALTERACAO THRU 2910-FIM
               UNTIL WS-IDX-ALT > TB-ALT-QTDE.
           MOVE "FINAL"        TO WS-CNF-FONTE.
           MOVE "INDICADORES"  TO WS-CNF-CAMPO.
           MOVE SPACES         TO WS-CNF-ANTIGO.
           MOVE DEB307-INDICADORES TO WS-VALOR-ANTIGO-NUM.
           MOVE WS-VALOR-ANTIGO-NUM TO WS-CNF-NOVO.
           MOVE "VALOR GRAVADO NO DEB307S" TO WS-CNF-RESULTADO.
           MOVE WS-LINHA-CONFLITO TO REGISTRO-DEBL851.
           PERFORM 2990-GRAVAR-DEBL851 THRU 2990-FIM.
       2900-FIM.
           EXIT.

       2910-IMPRIMIR-ALTERACAO.
           MOVE TB-ALT-FONTE(WS-IDX-ALT)     TO WS-CNF-FONTE.
           MOVE TB-ALT-CAMPO(WS-IDX-ALT)     TO WS-CNF-CAMPO.
           MOVE TB-ALT-ANTIGO(WS-IDX-ALT)    TO WS-CNF-ANTIGO.
           MOVE TB-ALT-NOVO(WS-IDX-ALT)      TO WS-CNF-NOVO.
           MOVE TB-ALT-RESULTADO(WS-IDX-ALT) TO WS-CNF-RESULTADO.
           MOVE WS-LINHA-CONFLITO TO REGISTRO-DEBL851.
           PERFORM 2990-GRAVAR-DEBL851 THRU 2990-FIM.
           ADD 1 TO WS-IDX-ALT.
       2910-FIM.
           EXIT.

       2990-GRAVAR-DEBL851.
           WRITE REGISTRO-DEBL851.
           ADD 1 TO WS-QT-GRAV-DEBL851.
       2990-FIM.
           EXIT.

      *================================================================*
      * 8000-ENCERRAR - RESPOSTA DO CCF POR ITEM DA TABELA E TRAILER   *
      *                 DO RETORNO (VIDE DEBA814), TOTAIS DO RELATORIO *
      *                 DE CONFLITOS E REGISTRO DE TERMINO NO DEBCTL.  *
      *================================================================*
       8000-ENCERRAR.
           MOVE 1 TO WS-IDX.
           PERFORM 8100-LISTAR-NAO-CASADO THRU 8100-FIM
               UNTIL WS-IDX > TB-QTDE.
           MOVE SPACES          TO REGISTRO-DEBCCFR.
           MOVE "T"             TO DEBCCFR-TIPO.
           MOVE WS-QT-TOT-MOV   TO DEBCCFR-T-QT-TOTAL.
           MOVE WS-QT-APLICADOS TO DEBCCFR-T-QT-APLICADOS.
           MOVE WS-QT-SEM-CONTA TO DEBCCFR-T-QT-SEM-CONTA.
           MOVE WS-QT-INVALIDOS TO DEBCCFR-T-QT-INVALIDOS.
           MOVE WS-QT-SUPERADOS TO DEBCCFR-T-QT-SUPERADOS.
           WRITE REGISTRO-DEBCCFR.
           MOVE "CONTAS ALTERADAS POR MAIS DE UMA FONTE:"
               TO WS-TOT-TEXTO.
           MOVE WS-QT-CONTAS-CONFLITO TO WS-TOT-QTDE.
           MOVE WS-LINHA-TOTAL TO REGISTRO-DEBL851.
           PERFORM 2990-GRAVAR-DEBL851 THRU 2990-FIM.
           MOVE "DIGITO CCF DO DEBT811 SUPERADO PELO DEBCCF:"
               TO WS-TOT-TEXTO.
           MOVE WS-QT-CCF-SOBREPOSTO TO WS-TOT-QTDE.
           MOVE WS-LINHA-TOTAL TO REGISTRO-DEBL851.
           PERFORM 2990-GRAVAR-DEBL851 THRU 2990-FIM.
           MOVE "F"        TO DEBF904-FUNCAO.
           MOVE "DEBA851" TO DEBF904-PROGRAMA.
           MOVE WS-QT-LIDOS-CTL TO DEBF904-QT-LIDOS.
           MOVE "DEB307S" TO DEBF904-ARQ(1).
           MOVE WS-QT-GRAV-DEB307S TO DEBF904-QT-GRAVADOS(1).
           MOVE "DEBL811" TO DEBF904-ARQ(2).
           MOVE WS-QT-GRAV-DEBL811 TO DEBF904-QT-GRAVADOS(2).
           MOVE "DEBL851" TO DEBF904-ARQ(3).
           MOVE WS-QT-GRAV-DEBL851 TO DEBF904-QT-GRAVADOS(3).
           MOVE "OK"       TO DEBF904-STATUS.
           CALL "DEBF904" USING DEBF904-PARM.
           DISPLAY "DEBA851 - LINHAS GRAVADAS NO DEBL812.......: "
                   WS-QT-GRAV-DEBL812.
           DISPLAY "DEBA851 - TRANSACOES REJEITADAS (DEBE812)..: "
                   WS-QT-GRAV-DEBE812.
           DISPLAY "DEBA851 - LINHAS GRAVADAS NO DEBL814.......: "
                   WS-QT-GRAV-DEBL814.
           CLOSE DEB307.
           CLOSE DEBT811.
           CLOSE DEBT812.
           CLOSE DEBCCF.
           CLOSE DEB307S.
           CLOSE DEBL811.
           CLOSE DEBL812.
           CLOSE DEBE812.
           CLOSE DEBL814.
           CLOSE DEBCCFR.
           CLOSE DEBL851.
       8000-FIM.
           EXIT.

       8100-LISTAR-NAO-CASADO.
           IF NOT TB-CASADO(WS-IDX)
               MOVE SPACES              TO REGISTRO-DEBL814
               MOVE TB-CGC-CPF(WS-IDX)  TO DEBL814-CGC-CPF
               MOVE TB-TITULAR(WS-IDX)  TO DEBL814-TITULAR
               MOVE TB-OPERACAO(WS-IDX) TO DEBL814-OPERACAO
               MOVE "SEM CONTA CORRESPONDENTE NO DEB307"
                   TO DEBL814-MOTIVO
               WRITE REGISTRO-DEBL814
               ADD 1 TO WS-QT-GRAV-DEBL814
           END-IF.
           PERFORM 8200-RETORNO-TABELA THRU 8200-FIM.
           ADD 1 TO WS-IDX.
       8100-FIM.
           EXIT.

       8200-RETORNO-TABELA.
           MOVE SPACES              TO REGISTRO-DEBCCFR.
           MOVE "D"                 TO DEBCCFR-TIPO.
           MOVE TB-CGC-CPF(WS-IDX)  TO DEBCCFR-CGC-CPF.
           MOVE TB-TITULAR(WS-IDX)  TO DEBCCFR-TITULAR.
           MOVE TB-OPERACAO(WS-IDX) TO DEBCCFR-OPERACAO.
           IF TB-CASADO(WS-IDX)
               MOVE "A"               TO DEBCCFR-DISPOSICAO
               MOVE WS-DATA-CARGA-FMT TO DEBCCFR-DT-ATU-CCF
               ADD 1 TO WS-QT-APLICADOS
           ELSE
               MOVE "N"    TO DEBCCFR-DISPOSICAO
               MOVE SPACES TO DEBCCFR-DT-ATU-CCF
               ADD 1 TO WS-QT-SEM-CONTA
           END-IF.
           WRITE REGISTRO-DEBCCFR.
       8200-FIM.
           EXIT.
      * ----------------------------------------------------------------
