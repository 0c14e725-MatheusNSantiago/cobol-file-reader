      *                             SALARIO EM DOBRO E ESTOURAVAM O    *
      *                             SALDO SEMPRE QUE PROVENTOS-1       *
      *                             PASSAVA DO PISO.                   *
      * VRS003 15.10.2026 F7023235  OS SWEEPS PASSAM A PARTIR DO SALDO *
      *                             DISPONIVEL DA DEBF906 (BOOK        *
      *                             DEBFK906) EM VEZ DE DEB307-SALDO-  *
      *                             ATUAL: DEPOSITO BLOQUEADO POR      *
      *                             PRAZO INDETERMINADO E DEPOSITO EM  *
      *                             PRAZO DE BLOQUEIO NAO SAEM MAIS DA *
      *                             CONTA. O SWEEP DE SALARIO FICA     *
      *                             LIMITADO AO DISPONIVEL, O PISO DO  *
      *                             CARTAO DEBP828 E APLICADO SOBRE O  *
      *                             DISPONIVEL E O 391 DESCONTA O      *
      *                             SALARIO EFETIVAMENTE APLICADO.     *
      *                             CONTA TRAVADA (OBSERVACAO B,       *
      *                             TITULAR FALECIDO) E DESVIADA COM O *
      *                             MOTIVO DA DEBF906.                 *
      * VRS004 15.10.2026 F7023235  O CARTAO DEBP828 DEIXA DE SER LIDO *
      *                             DO JCL: A IMAGEM EM VIGOR NO DIA   *
      *                             VEM DO KSDS DEBPAR PELA SUBROTINA  *
      *                             DEBF907, MANTIDA COM VIGENCIA E    *
      *                             AUDITORIA PELA DEBA855.            *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT DEB307   ASSIGN TO UT-S-DEBK307
                  ORGANIZATION IS SEQUENTIAL.

           SELECT DEBM828F ASSIGN TO UT-S-DEBM828F
                  ORGANIZATION IS SEQUENTIAL.


       01  DEB307-REGISTRO            PIC X(371).

      *----------------------------------------------------------------*
      * MOVIMENTOS DE APLICACAO POR PRODUTO DE DESTINO: FIX-CURTO      *
      * PRAZO E POUPANCA, NA ORDEM DE AGENCIA/CONTA DO EXTRATO.        *

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * PARAMETROS DA SUBROTINA DE LEITURA DOS PARAMETROS DA SUITE NO  *
      * DEBPAR (BOOK DEBFK907).                                        *
      *----------------------------------------------------------------*
       01  DEBF907-PARM.
           COPY DEBFK907.

      *----------------------------------------------------------------*
      * CARTAO DE PARAMETRO - PISO DE SALDO QUE PERMANECE NA CONTA     *
      * CORRENTE NOS SWEEPS DE SALDO (111/191/391).                    *
      * IMAGEM LIDA DO DEBPAR PELA DEBF907 (VIGENCIA EM VIGOR NO DIA). *
      *----------------------------------------------------------------*
       01  REGISTRO-DEBP828.
           03  DEBP828-PISO-SALDO     PIC 9(013).
           03  FILLER                 PIC X(067).

      *----------------------------------------------------------------*
      * PARAMETROS DA SUBROTINA DE REGISTRO DE EXECUCAO NO ARQUIVO DE  *
      * CONTROLE DEBCTL (BOOK DEBFK904).                               *
       01  DEBF900-PARM.
           COPY DEBFK900.

      *----------------------------------------------------------------*
      * PARAMETROS DA SUBROTINA DE APURACAO DO SALDO DISPONIVEL (BOOK  *
      * DEBFK906): OS SWEEPS SO LEVAM O QUE O CLIENTE PODE MOVIMENTAR. *
      *----------------------------------------------------------------*
       01  DEBF906-PARM.
           COPY DEBFK906.

       01  WS-PISO-SALDO              PIC S9(013)V COMP-3 VALUE ZERO.
       01  WS-VALOR-APLICACAO         PIC S9(015)V9(02) COMP-3
                                      VALUE ZERO.
       01  WS-TOT-AGENCIA             PIC S9(015)V9(02) COMP-3
                                      VALUE ZERO.
       01  WS-SALARIO-APLICADO        PIC S9(015)V9(02) COMP-3
                                      VALUE ZERO.

       01  WS-LINHA-CABECALHO.
           03  FILLER                 PIC X(006)  VALUE "SUPER ".
           MOVE "I"        TO DEBF904-FUNCAO.
           MOVE "DEBR828" TO DEBF904-PROGRAMA.
           CALL "DEBF904" USING DEBF904-PARM.
           MOVE SPACES    TO DEBF907-PARM.
           MOVE "C"       TO DEBF907-FUNCAO.
           MOVE "DEBR828" TO DEBF907-PROGRAMA.
           MOVE "DEBP828" TO DEBF907-PARAMETRO.
           MOVE ZERO      TO DEBF907-DT-REF.
           CALL "DEBF907" USING DEBF907-PARM.
           IF DEBF907-CD-RTN NOT = ZERO
               DISPLAY "DEBR828 - PARAMETRO DEBP828 NO DEBPAR: "
                       DEBF907-MSG
               DISPLAY "DEBR828 - EXECUCAO ABORTADA."
               STOP RUN
           END-IF.
           MOVE DEBF907-CONTEUDO TO REGISTRO-DEBP828.
           MOVE DEBP828-PISO-SALDO TO WS-PISO-SALDO.
           OPEN INPUT  DEB307.
           OPEN OUTPUT DEBM828F.
           OPEN OUTPUT DEBM828P.

      *----------------------------------------------------------------*
      * 2200-TRATAR-APLICACAO - CONTA EM ENCERRAMENTO OU COM RESTRICAO *
      *                         DE MOVIMENTACAO E DESVIADA E LISTADA,  *
      *                         ASSIM COMO A CONTA TRAVADA PELA        *
      *                         DEBF906 (OBSERVACAO B, TITULAR         *
      *                         FALECIDO); AS DEMAIS GERAM O SWEEP DE  *
      *                         SALARIO E/OU DE SALDO CONFORME O       *
      *                         CODIGO, SOBRE O SALDO DISPONIVEL.      *
      *----------------------------------------------------------------*
       2200-TRATAR-APLICACAO.
           PERFORM 2250-APURAR-DISPONIVEL THRU 2250-FIM.
           EVALUATE TRUE
               WHEN DEB307-BLOQ-CARTAO = 1
                   MOVE "CONTA EM PROCESSO DE ENCERRAMENTO"
                   MOVE "RESTRICAO DE MOVIMENTACAO NA CONTA"
                       TO SORTWK828-MOTIVO
                   PERFORM 2300-LIBERAR-DESVIO THRU 2300-FIM
               WHEN DEBF906-CD-RTN > ZERO
                 OR DEBF906-SIT-LIMITE = "R"
                   MOVE DEBF906-MSG TO SORTWK828-MOTIVO
                   PERFORM 2300-LIBERAR-DESVIO THRU 2300-FIM
               WHEN OTHER
                   PERFORM 2400-GERAR-SWEEPS THRU 2400-FIM
           END-EVALUATE.
       2200-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * 2250-APURAR-DISPONIVEL - SALDO DISPONIVEL PELA DEBF906, SEM O  *
      *                          DEPOSITO BLOQUEADO NEM O DEPOSITO EM  *
      *                          PRAZO DE BLOQUEIO.                    *
      *----------------------------------------------------------------*
       2250-APURAR-DISPONIVEL.
           MOVE DEB307-SALDO-ATUAL  TO DEBF906-SALDO-ATUAL.
           MOVE DEB307-SALDO-D-1    TO DEBF906-SALDO-D-1.
           MOVE DEB307-DEP-INDET    TO DEBF906-DEP-INDET.
           MOVE DEB307-RED-BLOQ     TO DEBF906-RED-BLOQ.
           MOVE DEB307-LIMITE       TO DEBF906-LIMITE.
           MOVE DEB307-LIM-FUTURO   TO DEBF906-LIM-FUTURO.
           MOVE DEB307-EXTRA-LIMIT  TO DEBF906-EXTRA-LIMIT.
           MOVE DEB307-RESTRICOES   TO DEBF906-RESTRICOES.
           CALL "DEBF906" USING DEBF906-PARM.
       2250-FIM.
           EXIT.

       2300-LIBERAR-DESVIO.
           MOVE "B"  TO SORTWK828-TIPO.
           MOVE ZERO TO SORTWK828-VALOR.
      *                     NO FIX (DOIS MOVIMENTOS NA MESMA NOITE,    *
      *                     COM O SALARIO DESCONTADO DO SWEEP DE       *
      *                     SALDO PARA NAO SER DEBITADO EM DOBRO).     *
      *                     O SALARIO APLICADO NUNCA PASSA DO SALDO    *
      *                     DISPONIVEL DA DEBF906.                     *
      *----------------------------------------------------------------*
       2400-GERAR-SWEEPS.
           MOVE ZERO TO WS-SALARIO-APLICADO.
           EVALUATE DEB307-APLIC-AUTOM
               WHEN 11
                   PERFORM 2500-SWEEP-SALARIO-FIX THRU 2500-FIM

       2500-SWEEP-SALARIO-FIX.
           MOVE DEB307-PROVENTOS-1 TO WS-VALOR-APLICACAO.
           IF WS-VALOR-APLICACAO > DEBF906-SALDO-DISP
               MOVE DEBF906-SALDO-DISP TO WS-VALOR-APLICACAO
           END-IF.
           IF WS-VALOR-APLICACAO > ZERO
               PERFORM 2600-GRAVAR-FIX THRU 2600-FIM
               MOVE WS-VALOR-APLICACAO TO WS-SALARIO-APLICADO
           END-IF.
       2500-FIM.
           EXIT.

       2510-SWEEP-SALARIO-POUP.
           MOVE DEB307-PROVENTOS-1 TO WS-VALOR-APLICACAO.
           IF WS-VALOR-APLICACAO > DEBF906-SALDO-DISP
               MOVE DEBF906-SALDO-DISP TO WS-VALOR-APLICACAO
           END-IF.
           IF WS-VALOR-APLICACAO > ZERO
               PERFORM 2610-GRAVAR-POUPANCA THRU 2610-FIM
               MOVE WS-VALOR-APLICACAO TO WS-SALARIO-APLICADO
           END-IF.
       2510-FIM.
           EXIT.

       2520-SWEEP-SALDO-FIX.
           SUBTRACT WS-PISO-SALDO FROM DEBF906-SALDO-DISP
               GIVING WS-VALOR-APLICACAO.
           IF WS-VALOR-APLICACAO > ZERO
               PERFORM 2600-GRAVAR-FIX THRU 2600-FIM
           EXIT.

       2530-SWEEP-SALDO-POUP.
           SUBTRACT WS-PISO-SALDO FROM DEBF906-SALDO-DISP
               GIVING WS-VALOR-APLICACAO.
           IF WS-VALOR-APLICACAO > ZERO
               PERFORM 2610-GRAVAR-POUPANCA THRU 2610-FIM
      *                            POUPANCA NA MESMA NOITE, ENTAO O    *
      *                            SWEEP DE SALDO SO LEVA O QUE SOBRA  *
      *                            ACIMA DO PISO DEPOIS DE DESCONTADO  *
      *                            O SALARIO EFETIVAMENTE APLICADO DO  *
      *                            SALDO DISPONIVEL.                   *
      *----------------------------------------------------------------*
       2540-SWEEP-SALDO-FIX-391.
           COMPUTE WS-VALOR-APLICACAO
               = DEBF906-SALDO-DISP - WS-SALARIO-APLICADO
               - WS-PISO-SALDO.
           IF WS-VALOR-APLICACAO > ZERO
               PERFORM 2600-GRAVAR-FIX THRU 2600-FIM
