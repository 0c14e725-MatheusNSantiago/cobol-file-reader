       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEBR852.
       AUTHOR. F7023235.
      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES:                                      *
      * VRS001 15.10.2026 F7023235  IMPLANTACAO. CALCULO INDEPENDENTE  *
      *                             DO IOF-CREDITO DIARIO SOBRE A      *
      *                             UTILIZACAO DO CHEQUE ESPECIAL, NO  *
      *                             MOLDE DO DEBR829: PARA AS CONTAS   *
      *                             DEVEDORAS (SALDO ATUAL NEGATIVO    *
      *                             COM DEB307-EMPRESTIMO 1 OU 2)      *
      *                             APLICA A ALIQUOTA DIARIA SOBRE O   *
      *                             SALDO UTILIZADO E A ALIQUOTA       *
      *                             ADICIONAL SOBRE O ACRESCIMO DA     *
      *                             UTILIZACAO CONTRA DEB307-SALDO-D-1,*
      *                             COM AS ALIQUOTAS DO CARTAO         *
      *                             DEBTX852 POR DEB307-PESSOA (PF/PJ).*
      *                             DEB307-ISENTO-IOF 1, 3, 8 E 9 NAO  *
      *                             PAGAM IOF; 2 (MICRO/PEQUENA) USA A *
      *                             LINHA PROPRIA DO CARTAO. GRAVA O   *
      *                             ARQUIVO DE APROPRIACAO (DEBJ852)   *
      *                             PARA A CONTABILIDADE E O           *
      *                             TRIBUTARIO E O RELATORIO DE        *
      *                             DIVERGENCIA CONTRA DEB307-IOF      *
      *                             (DEBL852), COM TOTAL POR AGENCIA.  *
      * VRS002 15.10.2026 F7023235  O CARTAO DEBP852 E A TABELA DE     *
      *                             ALIQUOTAS DEBTX852 DEIXAM DE SER   *
      *                             LIDOS DO JCL: VEM DO KSDS DEBPAR   *
      *                             PELA SUBROTINA DEBF907 (TABELA     *
      *                             LINHA A LINHA PELA FUNCAO P),      *
      *                             MANTIDOS COM VIGENCIA E AUDITORIA  *
      *                             PELA DEBA855.                      *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEB307   ASSIGN TO UT-S-DEBK307
                  ORGANIZATION IS SEQUENTIAL.

           SELECT DEBJ852  ASSIGN TO UT-S-DEBJ852
                  ORGANIZATION IS SEQUENTIAL.

           SELECT DEBL852  ASSIGN TO UT-S-DEBL852
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DEB307
           BLOCK  0
           RECORD CONTAINS 371 CHARACTERS
           RECORDING F.

       01  DEB307-REGISTRO            PIC X(371).

      *----------------------------------------------------------------*
      * ARQUIVO DE APROPRIACAO DO IOF DO DIA, NA ORDEM DE AGENCIA/     *
      * CONTA DO EXTRATO. CONTAS ISENTAS SAEM COM A BASE E IOF ZERO,   *
      * PARA QUE O TRIBUTARIO ENXERGUE A BASE NAO TRIBUTADA.           *
      *----------------------------------------------------------------*
       FD  DEBJ852
           BLOCK  0
           RECORD CONTAINS 120 CHARACTERS
           RECORDING F.

       01  REGISTRO-DEBJ852.
           03  DEBJ852-AGENCIA        PIC 9(005).
           03  DEBJ852-CONTA          PIC 9(011).
           03  DEBJ852-PESSOA         PIC 9(001).
           03  DEBJ852-ISENTO-IOF     PIC 9(001).
           03  DEBJ852-UTILIZACAO     PIC 9(013)V9(02).
           03  DEBJ852-ACRESCIMO      PIC 9(013)V9(02).
           03  DEBJ852-IOF-DIARIO     PIC 9(013)V9(02).
           03  DEBJ852-IOF-ADICIONAL  PIC 9(013)V9(02).
           03  DEBJ852-IOF-TOTAL      PIC 9(013)V9(02).
           03  FILLER                 PIC X(027).

       FD  DEBL852
           BLOCK  0
           RECORD CONTAINS 132 CHARACTERS
           RECORDING F.

       01  REGISTRO-DEBL852           PIC X(132).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * PARAMETROS DA SUBROTINA DE LEITURA DOS PARAMETROS DA SUITE NO  *
      * DEBPAR (BOOK DEBFK907).                                        *
      *----------------------------------------------------------------*
       01  DEBF907-PARM.
           COPY DEBFK907.

      *----------------------------------------------------------------*
      * CARTAO DE ALIQUOTAS: UMA LINHA POR TIPO DE PESSOA (DEB307-     *
      * PESSOA 1 FISICA, 2 JURIDICA) E ENQUADRAMENTO (0 TRIBUTAVEL,    *
      * 2 MICRO/PEQUENA - DEB307-ISENTO-IOF), COM A ALIQUOTA DIARIA E  *
      * A ADICIONAL EM PERCENTUAL.                                     *
      * IMAGEM LIDA DO DEBPAR PELA DEBF907 (VIGENCIA EM VIGOR NO DIA). *
      *----------------------------------------------------------------*
       01  REGISTRO-DEBTX852.
           03  DEBTX852-PESSOA        PIC 9(001).
           03  DEBTX852-ENQUADRAMENTO PIC 9(001).
           03  DEBTX852-TX-DIARIA     PIC 9(002)V9(006).
           03  DEBTX852-TX-ADICIONAL  PIC 9(002)V9(006).
           03  FILLER                 PIC X(062).

      *----------------------------------------------------------------*
      * CARTAO DE PARAMETRO - TOLERANCIA DA CRITICA DE DIVERGENCIA     *
      * ENTRE O IOF CALCULADO E O DEB307-IOF RECEBIDO.                 *
      * IMAGEM LIDA DO DEBPAR PELA DEBF907 (VIGENCIA EM VIGOR NO DIA). *
      *----------------------------------------------------------------*
       01  REGISTRO-DEBP852.
           03  DEBP852-TOLERANCIA     PIC 9(011)V9(02).
           03  FILLER                 PIC X(067).

      *----------------------------------------------------------------*
      * PARAMETROS DA SUBROTINA DE REGISTRO DE EXECUCAO NO ARQUIVO DE  *
      * CONTROLE DEBCTL (BOOK DEBFK904).                               *
      *----------------------------------------------------------------*
       01  DEBF904-PARM.
           COPY DEBFK904.

       01  WS-QT-LIDOS-CTL             PIC 9(09) COMP VALUE ZERO.
       01  WS-QT-GRAV-DEBJ852          PIC 9(09) COMP VALUE ZERO.
       01  WS-QT-GRAV-DEBL852          PIC 9(09) COMP VALUE ZERO.

           COPY DEBK307.

      *----------------------------------------------------------------*
      * PARAMETROS DA SUBROTINA DE VALIDACAO DO HEADER DO DEB307       *
      * (BOOK DEBFK903).                                               *
      *----------------------------------------------------------------*
       01  DEBF903-PARM.
           COPY DEBFK903.

      *----------------------------------------------------------------*
      * PARAMETROS DA SUBROTINA DE FORMATACAO MONETARIA (BOOK          *
      * DEBFK900) USADA NAS COLUNAS DE VALOR DA DIVERGENCIA.           *
      *----------------------------------------------------------------*
       01  DEBF900-PARM.
           COPY DEBFK900.

      *----------------------------------------------------------------*
      * TABELA DO CARTAO DE ALIQUOTAS (PESSOA X ENQUADRAMENTO).        *
      *----------------------------------------------------------------*
       01  TB-ALIQUOTAS.
           03  TB-QTDE              PIC S9(4) COMP     VALUE ZERO.
           03  TB-ITEM              OCCURS 10 TIMES.
               05  TB-PESSOA        PIC 9(001).
               05  TB-ENQUADRAMENTO PIC 9(001).
               05  TB-TX-DIARIA     PIC 9(002)V9(006).
               05  TB-TX-ADICIONAL  PIC 9(002)V9(006).

       01  WS-IDX                   PIC S9(4) COMP     VALUE ZERO.

      *----------------------------------------------------------------*
      * DEB307-ISENTO-IOF DA CONTA E O ENQUADRAMENTO QUE ELE DEFINE NO *
      * CARTAO DE ALIQUOTAS.                                           *
      *----------------------------------------------------------------*
       01  WS-ISENTO-IOF            PIC 9(001)         VALUE ZERO.
           88  WS-IOF-TRIBUTAVEL                        VALUE 0.
           88  WS-IOF-MICRO-PEQUENA                     VALUE 2.
           88  WS-IOF-ISENTO                            VALUES 1 3 8 9.
       01  WS-ENQUADRAMENTO         PIC 9(001)         VALUE ZERO.
       01  WS-PESSOA                PIC 9(001)         VALUE ZERO.

       01  WS-TOLERANCIA            PIC S9(011)V9(02) COMP-3
                                    VALUE ZERO.
       01  WS-UTILIZACAO            PIC S9(015)V9(02) COMP-3
                                    VALUE ZERO.
       01  WS-UTILIZACAO-D-1        PIC S9(015)V9(02) COMP-3
                                    VALUE ZERO.
       01  WS-ACRESCIMO             PIC S9(015)V9(02) COMP-3
                                    VALUE ZERO.
       01  WS-IOF-DIARIO            PIC S9(015)V9(02) COMP-3
                                    VALUE ZERO.
       01  WS-IOF-ADICIONAL         PIC S9(015)V9(02) COMP-3
                                    VALUE ZERO.
       01  WS-IOF-TOTAL             PIC S9(015)V9(02) COMP-3
                                    VALUE ZERO.
       01  WS-DIFERENCA             PIC S9(015)V9(02) COMP-3
                                    VALUE ZERO.

      *----------------------------------------------------------------*
      * ACUMULADORES DA AGENCIA CORRENTE E GERAIS.                     *
      *----------------------------------------------------------------*
       01  WS-AGENCIA-ANT           PIC S9(005)        VALUE ZERO.
       01  WS-AGE-QT-CONTAS         PIC S9(009) COMP   VALUE ZERO.
       01  WS-AGE-QT-DIVERG         PIC S9(009) COMP   VALUE ZERO.
       01  WS-AGE-CALCULADO         PIC S9(015)V9(02) COMP-3
                                    VALUE ZERO.
       01  WS-AGE-RECEBIDO          PIC S9(015)V9(02) COMP-3
                                    VALUE ZERO.
       01  WS-GER-QT-CONTAS         PIC S9(009) COMP   VALUE ZERO.
       01  WS-GER-QT-DIVERG         PIC S9(009) COMP   VALUE ZERO.
       01  WS-GER-QT-ISENTAS        PIC S9(009) COMP   VALUE ZERO.
       01  WS-GER-CALCULADO         PIC S9(015)V9(02) COMP-3
                                    VALUE ZERO.
       01  WS-GER-RECEBIDO          PIC S9(015)V9(02) COMP-3
                                    VALUE ZERO.

       01  WS-LINHA-DIVERGENCIA.
           03  WS-DIV-AGENCIA       PIC ZZZZ9.
           03  FILLER               PIC X(001)  VALUE SPACE.
           03  WS-DIV-CONTA         PIC ZZZZZZZZZZ9.
           03  FILLER               PIC X(001)  VALUE SPACE.
           03  WS-DIV-PESSOA        PIC 9(001).
           03  FILLER               PIC X(001)  VALUE "/".
           03  WS-DIV-ISENTO        PIC 9(001).
           03  FILLER               PIC X(010)
               VALUE " CALCULADO".
           03  WS-DIV-CALCULADO     PIC X(023).
           03  FILLER               PIC X(009)  VALUE " RECEBIDO".
           03  WS-DIV-RECEBIDO      PIC X(023).
           03  FILLER               PIC X(001)  VALUE SPACE.
           03  WS-DIV-OBSERVACAO    PIC X(030).
           03  FILLER               PIC X(015)  VALUE SPACES.

       01  WS-LINHA-AGENCIA.
           03  WS-AGE-TEXTO         PIC X(008).
           03  WS-AGE-AGENCIA       PIC ZZZZ9.
           03  FILLER               PIC X(005)  VALUE " CTS ".
           03  WS-AGE-CONTAS        PIC ZZZZZZ9.
           03  FILLER               PIC X(005)  VALUE " DIV ".
           03  WS-AGE-DIVERG        PIC ZZZZZZ9.
           03  FILLER               PIC X(006)  VALUE " CALC ".
           03  WS-AGE-CALC-FMT      PIC X(023).
           03  FILLER               PIC X(007)  VALUE " RECEB ".
           03  WS-AGE-RECEB-FMT     PIC X(023).
           03  FILLER               PIC X(005)  VALUE " DIF ".
           03  WS-AGE-DIF-FMT       PIC X(023).
           03  FILLER               PIC X(008)  VALUE SPACES.

       01  WS-SWITCHES.
           03  WS-SW-EOF-DEB307     PIC X(01)          VALUE "N".
               88  WS-EOF-DEB307                        VALUE "Y".
           03  WS-SW-EOF-DEBTX852   PIC X(01)          VALUE "N".
               88  WS-EOF-DEBTX852                      VALUE "Y".
           03  WS-SW-TAXA-ACHADA    PIC X(01)          VALUE "N".
               88  WS-TAXA-ACHADA                       VALUE "S".
           03  WS-SW-PRIMEIRA-AGE   PIC X(01)          VALUE "S".
               88  WS-PRIMEIRA-AGE                      VALUE "S".

       PROCEDURE DIVISION.

      *================================================================*
      * 0000-MAINLINE                                                  *
      *================================================================*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-FIM.
           PERFORM 2000-PROCESSAR   THRU 2000-FIM
               UNTIL WS-EOF-DEB307.
           PERFORM 8000-ENCERRAR    THRU 8000-FIM.
           STOP RUN.

      *================================================================*
      * 1000-INICIALIZAR - CARREGA O CARTAO DE ALIQUOTAS E A           *
      *                    TOLERANCIA.                                 *
      *================================================================*
       1000-INICIALIZAR.
           MOVE SPACES TO DEBF904-PARM.
           MOVE "I"        TO DEBF904-FUNCAO.
           MOVE "DEBR852" TO DEBF904-PROGRAMA.
           CALL "DEBF904" USING DEBF904-PARM.

           MOVE SPACES    TO DEBF907-PARM.
           MOVE "C"       TO DEBF907-FUNCAO.
           MOVE "DEBR852" TO DEBF907-PROGRAMA.
           MOVE "DEBP852" TO DEBF907-PARAMETRO.
           MOVE ZERO      TO DEBF907-DT-REF.
           CALL "DEBF907" USING DEBF907-PARM.
           IF DEBF907-CD-RTN NOT = ZERO
               DISPLAY "DEBR852 - PARAMETRO DEBP852 NO DEBPAR: "
                       DEBF907-MSG
               DISPLAY "DEBR852 - EXECUCAO ABORTADA."
               STOP RUN
           END-IF.
           MOVE DEBF907-CONTEUDO TO REGISTRO-DEBP852.
           MOVE DEBP852-TOLERANCIA TO WS-TOLERANCIA.

           MOVE SPACES    TO DEBF907-PARM.
           MOVE "P"       TO DEBF907-FUNCAO.
           MOVE "DEBR852" TO DEBF907-PROGRAMA.
           MOVE "DEBTX852" TO DEBF907-PARAMETRO.
           MOVE SPACES    TO DEBF907-ITEM.
           MOVE ZERO      TO DEBF907-DT-REF.
           PERFORM 1100-LER-DEBTX852 THRU 1100-FIM.
           PERFORM 1200-CARREGAR-ALIQUOTA THRU 1200-FIM
               UNTIL WS-EOF-DEBTX852.
           IF TB-QTDE = ZERO
               DISPLAY "DEBR852 - CARTAO DE ALIQUOTAS DEBTX852 VAZIO. "
                       "EXECUCAO ABORTADA."
               STOP RUN
           END-IF.

           OPEN INPUT  DEB307.
           OPEN OUTPUT DEBJ852.
           OPEN OUTPUT DEBL852.
           PERFORM 1170-VALIDAR-HEADER THRU 1170-FIM.
           PERFORM 2100-LER-DEB307 THRU 2100-FIM.
       1000-FIM.
           EXIT.

       1100-LER-DEBTX852.
           CALL "DEBF907" USING DEBF907-PARM.
           IF DEBF907-CD-RTN = 02
               MOVE "Y" TO WS-SW-EOF-DEBTX852
               GO TO 1100-FIM
           END-IF.
           IF DEBF907-CD-RTN NOT = ZERO
               DISPLAY "DEBR852 - TABELA DEBTX852 NO DEBPAR: "
                       DEBF907-MSG
               DISPLAY "DEBR852 - EXECUCAO ABORTADA."
               STOP RUN
           END-IF.
           MOVE DEBF907-CONTEUDO TO REGISTRO-DEBTX852.
           MOVE DEBF907-ITEM-RTN TO DEBF907-ITEM.
       1100-FIM.
           EXIT.

       1200-CARREGAR-ALIQUOTA.
           IF TB-QTDE = 10
               DISPLAY "DEBR852 - CARTAO DEBTX852 EXCEDE O LIMITE DE "
                       "10 ITENS DE TB-ITEM. EXECUCAO ABORTADA."
               STOP RUN
           END-IF.
           ADD 1 TO TB-QTDE.
           MOVE DEBTX852-PESSOA        TO TB-PESSOA(TB-QTDE).
           MOVE DEBTX852-ENQUADRAMENTO TO TB-ENQUADRAMENTO(TB-QTDE).
           MOVE DEBTX852-TX-DIARIA     TO TB-TX-DIARIA(TB-QTDE).
           MOVE DEBTX852-TX-ADICIONAL  TO TB-TX-ADICIONAL(TB-QTDE).
           PERFORM 1100-LER-DEBTX852 THRU 1100-FIM.
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
               DISPLAY "DEBR852 - EXTRATO DEB307 VAZIO (SEM HEADER). "
                       "EXECUCAO ABORTADA."
               STOP RUN
           END-IF.
           MOVE DEB307-AGENCIA     TO DEBF903-AGENCIA.
           MOVE DEB307-DT-ABERTURA TO DEBF903-DT-HEADER.
           CALL "DEBF903" USING DEBF903-PARM.
           IF DEBF903-CD-RTN > ZERO
               DISPLAY "DEBR852 - " DEBF903-MSG
                       ". EXECUCAO ABORTADA."
               STOP RUN
           END-IF.
      *    O HEADER NAO CONTA COMO REGISTRO LIDO NO DEBCTL.
           MOVE ZERO TO WS-QT-LIDOS-CTL.
       1170-FIM.
           EXIT.

      *================================================================*
      * 2000-PROCESSAR - ENTRAM NO CALCULO AS CONTAS DEVEDORAS COM     *
      *                  CHEQUE ESPECIAL (MESMO FILTRO DO DEBR829) E,  *
      *                  PARA A CRITICA, QUALQUER CONTA EM QUE O       *
      *                  MAINFRAME ENVIOU DEB307-IOF DIFERENTE DE      *
      *                  ZERO - NESTA O IOF CALCULADO E ZERO.          *
      *================================================================*
       2000-PROCESSAR.
           IF DEB307-AGENCIA NOT = WS-AGENCIA-ANT
               PERFORM 2600-QUEBRA-AGENCIA THRU 2600-FIM
           END-IF.
           EVALUATE TRUE
               WHEN DEB307-SALDO-ATUAL < ZERO
                AND (DEB307-EMPRESTIMO = 1 OR 2)
                   PERFORM 2200-CALCULAR-IOF THRU 2200-FIM
               WHEN DEB307-IOF NOT = ZERO
                   MOVE ZERO TO WS-IOF-TOTAL
                   PERFORM 2450-CRITICAR-IOF THRU 2450-FIM
           END-EVALUATE.
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

      *----------------------------------------------------------------*
      * 2200-CALCULAR-IOF - A UTILIZACAO E O SALDO DEVEDOR EM MODULO;  *
      *                     O ACRESCIMO E O QUANTO ELA SUPERA A        *
      *                     UTILIZACAO DE D-1 (SALDO-D-1 DEVEDOR EM    *
      *                     MODULO, OU ZERO). IOF DIARIO SOBRE A       *
      *                     UTILIZACAO, ADICIONAL SOBRE O ACRESCIMO.   *
      *----------------------------------------------------------------*
       2200-CALCULAR-IOF.
           MOVE ZERO TO WS-IOF-DIARIO.
           MOVE ZERO TO WS-IOF-ADICIONAL.
           MOVE ZERO TO WS-IOF-TOTAL.
           COMPUTE WS-UTILIZACAO = DEB307-SALDO-ATUAL * -1.
           IF DEB307-SALDO-D-1 < ZERO
               COMPUTE WS-UTILIZACAO-D-1 = DEB307-SALDO-D-1 * -1
           ELSE
               MOVE ZERO TO WS-UTILIZACAO-D-1
           END-IF.
           IF WS-UTILIZACAO > WS-UTILIZACAO-D-1
               SUBTRACT WS-UTILIZACAO-D-1 FROM WS-UTILIZACAO
                   GIVING WS-ACRESCIMO
           ELSE
               MOVE ZERO TO WS-ACRESCIMO
           END-IF.
           MOVE DEB307-ISENTO-IOF TO WS-ISENTO-IOF.
           MOVE DEB307-PESSOA     TO WS-PESSOA.
           IF WS-IOF-ISENTO
               ADD 1 TO WS-GER-QT-ISENTAS
               PERFORM 2400-GRAVAR-APROPRIACAO THRU 2400-FIM
               PERFORM 2450-CRITICAR-IOF THRU 2450-FIM
               GO TO 2200-FIM
           END-IF.
           IF WS-IOF-MICRO-PEQUENA
               MOVE 2 TO WS-ENQUADRAMENTO
           ELSE
               MOVE 0 TO WS-ENQUADRAMENTO
           END-IF.
           PERFORM 2300-LOCALIZAR-ALIQUOTA THRU 2300-FIM.
           IF NOT WS-TAXA-ACHADA
               ADD 1 TO WS-AGE-QT-DIVERG
               MOVE "SEM ALIQUOTA PESSOA/ENQUADRAM."
                   TO WS-DIV-OBSERVACAO
               PERFORM 2500-GRAVAR-DIVERGENCIA THRU 2500-FIM
               GO TO 2200-FIM
           END-IF.
           COMPUTE WS-IOF-DIARIO ROUNDED
               = WS-UTILIZACAO * TB-TX-DIARIA(WS-IDX) / 100.
           COMPUTE WS-IOF-ADICIONAL ROUNDED
               = WS-ACRESCIMO * TB-TX-ADICIONAL(WS-IDX) / 100.
           ADD WS-IOF-DIARIO WS-IOF-ADICIONAL GIVING WS-IOF-TOTAL.
           PERFORM 2400-GRAVAR-APROPRIACAO THRU 2400-FIM.
           PERFORM 2450-CRITICAR-IOF THRU 2450-FIM.
       2200-FIM.
           EXIT.

       2300-LOCALIZAR-ALIQUOTA.
           MOVE "N" TO WS-SW-TAXA-ACHADA.
           MOVE 1 TO WS-IDX.
           PERFORM 2310-COMPARAR-ALIQUOTA THRU 2310-FIM
               UNTIL WS-IDX > TB-QTDE OR WS-TAXA-ACHADA.
       2300-FIM.
           EXIT.

       2310-COMPARAR-ALIQUOTA.
           IF TB-PESSOA(WS-IDX) = WS-PESSOA
              AND TB-ENQUADRAMENTO(WS-IDX) = WS-ENQUADRAMENTO
               MOVE "S" TO WS-SW-TAXA-ACHADA
           ELSE
               ADD 1 TO WS-IDX
           END-IF.
       2310-FIM.
           EXIT.

       2400-GRAVAR-APROPRIACAO.
           MOVE SPACES            TO REGISTRO-DEBJ852.
           MOVE DEB307-AGENCIA    TO DEBJ852-AGENCIA.
           MOVE DEB307-CONTA      TO DEBJ852-CONTA.
           MOVE WS-PESSOA         TO DEBJ852-PESSOA.
           MOVE WS-ISENTO-IOF     TO DEBJ852-ISENTO-IOF.
           MOVE WS-UTILIZACAO     TO DEBJ852-UTILIZACAO.
           MOVE WS-ACRESCIMO      TO DEBJ852-ACRESCIMO.
           MOVE WS-IOF-DIARIO     TO DEBJ852-IOF-DIARIO.
           MOVE WS-IOF-ADICIONAL  TO DEBJ852-IOF-ADICIONAL.
           MOVE WS-IOF-TOTAL      TO DEBJ852-IOF-TOTAL.
           WRITE REGISTRO-DEBJ852.
           ADD 1 TO WS-QT-GRAV-DEBJ852.
       2400-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * 2450-CRITICAR-IOF - CONFRONTA O IOF CALCULADO COM O DEB307-IOF *
      *                     RECEBIDO E ACUMULA OS DOIS NA AGENCIA.     *
      *----------------------------------------------------------------*
       2450-CRITICAR-IOF.
           ADD 1 TO WS-AGE-QT-CONTAS.
           ADD WS-IOF-TOTAL TO WS-AGE-CALCULADO.
           ADD DEB307-IOF   TO WS-AGE-RECEBIDO.
           SUBTRACT DEB307-IOF FROM WS-IOF-TOTAL
               GIVING WS-DIFERENCA.
           IF WS-DIFERENCA < ZERO
               COMPUTE WS-DIFERENCA = WS-DIFERENCA * -1
           END-IF.
           IF WS-DIFERENCA > WS-TOLERANCIA
               ADD 1 TO WS-AGE-QT-DIVERG
               EVALUATE TRUE
                   WHEN DEB307-SALDO-ATUAL NOT < ZERO
                     OR (DEB307-EMPRESTIMO NOT = 1
                         AND DEB307-EMPRESTIMO NOT = 2)
                       MOVE "IOF RECEBIDO SEM UTILIZACAO"
                           TO WS-DIV-OBSERVACAO
                   WHEN WS-IOF-ISENTO
                       MOVE "IOF RECEBIDO EM CONTA ISENTA"
                           TO WS-DIV-OBSERVACAO
                   WHEN OTHER
                       MOVE "DIVERGE ALEM DA TOLERANCIA"
                           TO WS-DIV-OBSERVACAO
               END-EVALUATE
               PERFORM 2500-GRAVAR-DIVERGENCIA THRU 2500-FIM
           END-IF.
       2450-FIM.
           EXIT.

       2500-GRAVAR-DIVERGENCIA.
           MOVE DEB307-AGENCIA     TO WS-DIV-AGENCIA.
           MOVE DEB307-CONTA       TO WS-DIV-CONTA.
           MOVE DEB307-PESSOA      TO WS-DIV-PESSOA.
           MOVE DEB307-ISENTO-IOF  TO WS-DIV-ISENTO.
           MOVE WS-IOF-TOTAL       TO DEBF900-VALOR.
           CALL "DEBF900" USING DEBF900-PARM.
           MOVE DEBF900-VALOR-FMT  TO WS-DIV-CALCULADO.
           MOVE DEB307-IOF         TO DEBF900-VALOR.
           CALL "DEBF900" USING DEBF900-PARM.
           MOVE DEBF900-VALOR-FMT  TO WS-DIV-RECEBIDO.
           MOVE WS-LINHA-DIVERGENCIA TO REGISTRO-DEBL852.
           WRITE REGISTRO-DEBL852.
           ADD 1 TO WS-QT-GRAV-DEBL852.
       2500-FIM.
           EXIT.

      *================================================================*
      * 2600-QUEBRA-AGENCIA - FECHA O TOTAL DA AGENCIA ANTERIOR (SO SE *
      *                       ELA TEVE CONTA CRITICADA) E ZERA OS      *
      *                       ACUMULADORES PARA A NOVA AGENCIA.        *
      *================================================================*
       2600-QUEBRA-AGENCIA.
           IF NOT WS-PRIMEIRA-AGE AND WS-AGE-QT-CONTAS > ZERO
               MOVE "AGENCIA " TO WS-AGE-TEXTO
               MOVE WS-AGENCIA-ANT TO WS-AGE-AGENCIA
               PERFORM 2650-GRAVAR-TOTAL THRU 2650-FIM
           END-IF.
           ADD WS-AGE-QT-CONTAS TO WS-GER-QT-CONTAS.
           ADD WS-AGE-QT-DIVERG TO WS-GER-QT-DIVERG.
           ADD WS-AGE-CALCULADO TO WS-GER-CALCULADO.
           ADD WS-AGE-RECEBIDO  TO WS-GER-RECEBIDO.
           MOVE ZERO TO WS-AGE-QT-CONTAS.
           MOVE ZERO TO WS-AGE-QT-DIVERG.
           MOVE ZERO TO WS-AGE-CALCULADO.
           MOVE ZERO TO WS-AGE-RECEBIDO.
           MOVE "N" TO WS-SW-PRIMEIRA-AGE.
           MOVE DEB307-AGENCIA TO WS-AGENCIA-ANT.
       2600-FIM.
           EXIT.

       2650-GRAVAR-TOTAL.
           MOVE WS-AGE-QT-CONTAS TO WS-AGE-CONTAS.
           MOVE WS-AGE-QT-DIVERG TO WS-AGE-DIVERG.
           MOVE WS-AGE-CALCULADO TO DEBF900-VALOR.
           CALL "DEBF900" USING DEBF900-PARM.
           MOVE DEBF900-VALOR-FMT TO WS-AGE-CALC-FMT.
           MOVE WS-AGE-RECEBIDO  TO DEBF900-VALOR.
           CALL "DEBF900" USING DEBF900-PARM.
           MOVE DEBF900-VALOR-FMT TO WS-AGE-RECEB-FMT.
           SUBTRACT WS-AGE-RECEBIDO FROM WS-AGE-CALCULADO
               GIVING WS-DIFERENCA.
           MOVE WS-DIFERENCA TO DEBF900-VALOR.
           CALL "DEBF900" USING DEBF900-PARM.
           MOVE DEBF900-VALOR-FMT TO WS-AGE-DIF-FMT.
           MOVE WS-LINHA-AGENCIA TO REGISTRO-DEBL852.
           WRITE REGISTRO-DEBL852.
           ADD 1 TO WS-QT-GRAV-DEBL852.
       2650-FIM.
           EXIT.

      *================================================================*
      * 8000-ENCERRAR - TOTAL DA ULTIMA AGENCIA E TOTAL GERAL.         *
      *================================================================*
       8000-ENCERRAR.
           PERFORM 2600-QUEBRA-AGENCIA THRU 2600-FIM.
           MOVE "GERAL   "       TO WS-AGE-TEXTO.
           MOVE ZERO             TO WS-AGE-AGENCIA.
           MOVE WS-GER-QT-CONTAS TO WS-AGE-QT-CONTAS.
           MOVE WS-GER-QT-DIVERG TO WS-AGE-QT-DIVERG.
           MOVE WS-GER-CALCULADO TO WS-AGE-CALCULADO.
           MOVE WS-GER-RECEBIDO  TO WS-AGE-RECEBIDO.
           PERFORM 2650-GRAVAR-TOTAL THRU 2650-FIM.
           MOVE "F"        TO DEBF904-FUNCAO.
           MOVE "DEBR852" TO DEBF904-PROGRAMA.
           MOVE WS-QT-LIDOS-CTL TO DEBF904-QT-LIDOS.
           MOVE "DEBJ852" TO DEBF904-ARQ(1).
           MOVE WS-QT-GRAV-DEBJ852 TO DEBF904-QT-GRAVADOS(1).
           MOVE "DEBL852" TO DEBF904-ARQ(2).
           MOVE WS-QT-GRAV-DEBL852 TO DEBF904-QT-GRAVADOS(2).
           MOVE "OK"       TO DEBF904-STATUS.
           CALL "DEBF904" USING DEBF904-PARM.
           DISPLAY "DEBR852 - CONTAS ISENTAS DE IOF............: "
                   WS-GER-QT-ISENTAS.
           CLOSE DEB307.
           CLOSE DEBJ852.
           CLOSE DEBL852.
       8000-FIM.
           EXIT.
      * ----------------------------------------------------------------
