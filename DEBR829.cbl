      *                             DOIS VALORES PELA DEBF900, E CONTA *
      *                             SEM TAXA CADASTRADA PARA O PAR     *
      *                             NIVEL/TIPO TAMBEM E APONTADA.      *
      * VRS002 15.10.2026 F7023235  A SITUACAO DO LIMITE PASSA A VIR   *
      *                             DA DEBF906 (BOOK DEBFK906): COM O  *
      *                             CHEQUE ESPECIAL BLOQUEADO PELO COR *
      *                             (LIM-FUTURO 777777 OU RESTR-COR 9) *
      *                             NAO HA LIMITE EM VIGOR E TODA A    *
      *                             UTILIZACAO E TRATADA COMO EXCESSO, *
      *                             NA TAXA DE EXCESSO DO CARTAO       *
      *                             DEBTX829.                          *
      * VRS003 15.10.2026 F7023235  O CARTAO DEBP829 E A TABELA DE     *
      *                             TAXAS DEBTX829 DEIXAM DE SER LIDOS *
      *                             DO JCL: VEM DO KSDS DEBPAR PELA    *
      *                             SUBROTINA DEBF907 (TABELA LINHA A  *
      *                             LINHA PELA FUNCAO P), MANTIDOS COM *
      *                             VIGENCIA E AUDITORIA PELA DEBA855. *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT DEB307   ASSIGN TO UT-S-DEBK307
                  ORGANIZATION IS SEQUENTIAL.

           SELECT DEBJ829  ASSIGN TO UT-S-DEBJ829
                  ORGANIZATION IS SEQUENTIAL.


       01  DEB307-REGISTRO            PIC X(371).

      *----------------------------------------------------------------*
      * ARQUIVO DE APROPRIACAO DO DIA, NA ORDEM DE AGENCIA/CONTA DO    *
      * EXTRATO.                                                       *

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * PARAMETROS DA SUBROTINA DE LEITURA DOS PARAMETROS DA SUITE NO  *
      * DEBPAR (BOOK DEBFK907).                                        *
      *----------------------------------------------------------------*
       01  DEBF907-PARM.
           COPY DEBFK907.

      *----------------------------------------------------------------*
      * CARTAO DE TAXAS: UMA LINHA POR PAR NIVEL DE TAXA (DEB307-NIV-  *
      * TX-C-ES) E TIPO DE CHEQUE ESPECIAL (DEB307-TP-CH-ESP), COM AS  *
      * TAXAS DIARIAS EM PERCENTUAL PARA A UTILIZACAO DENTRO DO        *
      * LIMITE E PARA O EXCESSO.                                       *
      * IMAGEM LIDA DO DEBPAR PELA DEBF907 (VIGENCIA EM VIGOR NO DIA). *
      *----------------------------------------------------------------*
       01  REGISTRO-DEBTX829.
           03  DEBTX829-NIVEL         PIC 9(001).
           03  DEBTX829-TIPO          PIC 9(001).
           03  DEBTX829-TX-DENTRO     PIC 9(002)V9(006).
           03  DEBTX829-TX-EXCESSO    PIC 9(002)V9(006).
           03  FILLER                 PIC X(062).

      *----------------------------------------------------------------*
      * CARTAO DE PARAMETRO - TOLERANCIA DA CRITICA DE DIVERGENCIA    *
      * ENTRE O JURO RECALCULADO E O DEB307-JUROS RECEBIDO.            *
      * IMAGEM LIDA DO DEBPAR PELA DEBF907 (VIGENCIA EM VIGOR NO DIA). *
      *----------------------------------------------------------------*
       01  REGISTRO-DEBP829.
           03  DEBP829-TOLERANCIA     PIC 9(011)V9(02).
           03  FILLER                 PIC X(067).

      *----------------------------------------------------------------*
      * PARAMETROS DA SUBROTINA DE REGISTRO DE EXECUCAO NO ARQUIVO DE  *
      * CONTROLE DEBCTL (BOOK DEBFK904).                               *
       01  DEBF900-PARM.
           COPY DEBFK900.

      *----------------------------------------------------------------*
      * PARAMETROS DA SUBROTINA DE APURACAO DO SALDO DISPONIVEL (BOOK  *
      * DEBFK906): SITUACAO DO LIMITE DO CHEQUE ESPECIAL.              *
      *----------------------------------------------------------------*
       01  DEBF906-PARM.
           COPY DEBFK906.

      *----------------------------------------------------------------*
      * TABELA DO CARTAO DE TAXAS (5 NIVEIS X 10 TIPOS NO MAXIMO).     *
      *----------------------------------------------------------------*
           MOVE "DEBR829" TO DEBF904-PROGRAMA.
           CALL "DEBF904" USING DEBF904-PARM.

           MOVE SPACES    TO DEBF907-PARM.
           MOVE "C"       TO DEBF907-FUNCAO.
           MOVE "DEBR829" TO DEBF907-PROGRAMA.
           MOVE "DEBP829" TO DEBF907-PARAMETRO.
           MOVE ZERO      TO DEBF907-DT-REF.
           CALL "DEBF907" USING DEBF907-PARM.
           IF DEBF907-CD-RTN NOT = ZERO
               DISPLAY "DEBR829 - PARAMETRO DEBP829 NO DEBPAR: "
                       DEBF907-MSG
               DISPLAY "DEBR829 - EXECUCAO ABORTADA."
               STOP RUN
           END-IF.
           MOVE DEBF907-CONTEUDO TO REGISTRO-DEBP829.
           MOVE DEBP829-TOLERANCIA TO WS-TOLERANCIA.

           MOVE SPACES    TO DEBF907-PARM.
           MOVE "P"       TO DEBF907-FUNCAO.
           MOVE "DEBR829" TO DEBF907-PROGRAMA.
           MOVE "DEBTX829" TO DEBF907-PARAMETRO.
           MOVE SPACES    TO DEBF907-ITEM.
           MOVE ZERO      TO DEBF907-DT-REF.
           PERFORM 1100-LER-DEBTX829 THRU 1100-FIM.
           PERFORM 1200-CARREGAR-TAXA THRU 1200-FIM
               UNTIL WS-EOF-DEBTX829.
           IF TB-QTDE = ZERO
               DISPLAY "DEBR829 - CARTAO DE TAXAS DEBTX829 VAZIO. "
                       "EXECUCAO ABORTADA."
           EXIT.

       1100-LER-DEBTX829.
           CALL "DEBF907" USING DEBF907-PARM.
           IF DEBF907-CD-RTN = 02
               MOVE "Y" TO WS-SW-EOF-DEBTX829
               GO TO 1100-FIM
           END-IF.
           IF DEBF907-CD-RTN NOT = ZERO
               DISPLAY "DEBR829 - TABELA DEBTX829 NO DEBPAR: "
                       DEBF907-MSG
               DISPLAY "DEBR829 - EXECUCAO ABORTADA."
               STOP RUN
           END-IF.
           MOVE DEBF907-CONTEUDO TO REGISTRO-DEBTX829.
           MOVE DEBF907-ITEM-RTN TO DEBF907-ITEM.
       1100-FIM.
           EXIT.

      *                         MODULO; O EXCESSO VEM DE DEB307-EXTRA- *
      *                         LIMIT (LIMITADO AA PROPRIA UTILIZACAO) *
      *                         E O RESTANTE E USO DENTRO DO LIMITE.   *
      *                         COM O CHEQUE ESPECIAL BLOQUEADO PELO   *
      *                         COR (SITUACAO "C" DA DEBF906) NAO HA   *
      *                         LIMITE EM VIGOR E TODA A UTILIZACAO E  *
      *                         EXCESSO.                               *
      *----------------------------------------------------------------*
       2200-RECALCULAR-JUROS.
           PERFORM 2300-LOCALIZAR-TAXA THRU 2300-FIM.
               GO TO 2200-FIM
           END-IF.
           COMPUTE WS-UTILIZACAO = DEB307-SALDO-ATUAL * -1.
           PERFORM 2250-APURAR-DISPONIVEL THRU 2250-FIM.
           MOVE DEB307-EXTRA-LIMIT TO WS-VL-EXCESSO.
           IF WS-VL-EXCESSO < ZERO
               MOVE ZERO TO WS-VL-EXCESSO
           END-IF.
           IF WS-VL-EXCESSO > WS-UTILIZACAO
              OR DEBF906-SIT-LIMITE = "C"
               MOVE WS-UTILIZACAO TO WS-VL-EXCESSO
           END-IF.
           SUBTRACT WS-VL-EXCESSO FROM WS-UTILIZACAO
       2200-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * 2250-APURAR-DISPONIVEL - SITUACAO DO LIMITE PELA DEBF906, A    *
      *                          MESMA REGRA DAS VARREDURAS E DA       *
      *                          CONSULTA DO CARTAO DA CONTA.          *
      *----------------------------------------------------------------*
       2250-APURAR-DISPONIVEL.
           MOVE DEB307-SALDO-ATUAL  TO DEBF906-SALDO-ATUAL.
           MOVE DEB307-SALDO-D-1    TO DEBF906-SALDO-D-1.
           MOVE DEB307-DEP-INDET    TO DEBF906-DEP-INDET.
           MOVE DEB307-RED-BLOQ     TO DEBF906-RED-BLOQ.
           MOVE DEB307-LIMITE       TO DEBF906-LIMITE.
           MOVE DEB307-LIM-FUTURO   TO DEBF906-LIM-FUTURO.
           MOVE DEB307-EXTRA-LIMIT  TO DEBF906-EXTRA-LIMIT.
           MOVE DEB307-INDICADORES  TO DEB307-RESTRICOES.
           MOVE DEB307-RESTRICOES   TO DEBF906-RESTRICOES.
           CALL "DEBF906" USING DEBF906-PARM.
       2250-FIM.
           EXIT.

       2300-LOCALIZAR-TAXA.
           MOVE "N" TO WS-SW-TAXA-ACHADA.
           MOVE 1 TO WS-IDX.
