       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEBF907.
       AUTHOR. F7023235.
      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES:                                      *
      * VRS001 15.10.2026 F7023235  IMPLANTACAO. SUBROTINA COMUM DE    *
      *                             LEITURA DOS PARAMETROS DA SUITE NO *
      *                             KSDS DEBPAR (VIDE BOOKS DEBFK907 E *
      *                             DEBKPAR), NO LUGAR DOS CARTOES     *
      *                             SOLTOS DE CADA PROGRAMA: DEVOLVE A *
      *                             IMAGEM DO CARTAO EM VIGOR NUMA     *
      *                             DATA DE REFERENCIA (FUNCAO C), AS  *
      *                             LINHAS DE UMA TABELA (FUNCAO P) E  *
      *                             OS PARAMETROS DE UM PROGRAMA       *
      *                             (FUNCAO L, USADA PELA CONSULTA     *
      *                             DEBCO855).                         *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEBPAR   ASSIGN TO UT-S-DEBPAR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS DEBPAR-CHAVE
                  FILE STATUS   IS WS-FS-DEBPAR.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      * ARQUIVO INDEXADO (KSDS) DE PARAMETROS DA SUITE, CHAVEADO POR   *
      * PROGRAMA + PARAMETRO + ITEM + DATA DE VIGENCIA.                *
      *----------------------------------------------------------------*
       FD  DEBPAR
           RECORD CONTAINS 200 CHARACTERS.

           COPY DEBKPAR.

       WORKING-STORAGE SECTION.

       01  WS-FS-DEBPAR             PIC X(02)          VALUE "00".

       01  WS-SWITCHES.
           03  WS-SW-DEBPAR-ABERTO  PIC X(01)          VALUE "N".
               88  WS-DEBPAR-ABERTO                     VALUE "S".
           03  WS-SW-FIM-GRUPO      PIC X(01)          VALUE "N".
               88  WS-FIM-GRUPO                         VALUE "S".
           03  WS-SW-ACHOU          PIC X(01)          VALUE "N".
               88  WS-ACHOU                             VALUE "S".
           03  WS-SW-CANDIDATO      PIC X(01)          VALUE "N".
               88  WS-HA-CANDIDATO                      VALUE "S".

      *----------------------------------------------------------------*
      * DATA DE REFERENCIA EFETIVA: A INFORMADA EM DEBF907-DT-REF OU,  *
      * ZERADA, A DATA CORRENTE (OBTIDA NA PRIMEIRA CHAMADA).          *
      *----------------------------------------------------------------*
       01  WS-DATA-ATUAL-AMD        PIC 9(08)          VALUE ZERO.
       01  WS-DT-REF                PIC 9(08)          VALUE ZERO.

      *----------------------------------------------------------------*
      * PARAMETRO/ITEM EM EXAME NA LEITURA SEQUENCIAL E A VIGENCIA EM  *
      * VIGOR NA DATA JA ENCONTRADA PARA ELE (CANDIDATA A RETORNO).    *
      *----------------------------------------------------------------*
       01  WS-GRUPO-PARAMETRO       PIC X(08)          VALUE SPACES.
       01  WS-GRUPO-ITEM            PIC X(04)          VALUE SPACES.

       01  WS-CANDIDATO.
           03  WS-CAND-PARAMETRO    PIC X(08)          VALUE SPACES.
           03  WS-CAND-ITEM         PIC X(04)          VALUE SPACES.
           03  WS-CAND-DT-VIGENCIA  PIC 9(08)          VALUE ZERO.
           03  WS-CAND-SITUACAO     PIC X(01)          VALUE SPACES.
               88  WS-CAND-ATIVO                        VALUE "A".
           03  WS-CAND-CONTEUDO     PIC X(80)          VALUE SPACES.
           03  WS-CAND-USUARIO      PIC X(08)          VALUE SPACES.

      *----------------------------------------------------------------*
      * PARAMETROS DA SUBROTINA - BOOK DEBFK907.                       *
      *----------------------------------------------------------------*
       LINKAGE SECTION.
       01  DEBF907-PARM.
           COPY DEBFK907.

       PROCEDURE DIVISION USING DEBF907-PARM.

      *================================================================*
      * 0000-MAINLINE                                                  *
      *================================================================*
       0000-MAINLINE.
           MOVE SPACES TO DEBF907-PARAMETRO-RTN.
           MOVE SPACES TO DEBF907-ITEM-RTN.
           MOVE ZERO   TO DEBF907-DT-VIGENCIA.
           MOVE SPACES TO DEBF907-CONTEUDO.
           MOVE SPACES TO DEBF907-USUARIO.
           MOVE ZERO   TO DEBF907-CD-RTN.
           MOVE SPACES TO DEBF907-MSG.
           PERFORM 1000-CRITICAR-ENTRADA THRU 1000-FIM.
           IF DEBF907-CD-RTN = ZERO
              AND NOT WS-DEBPAR-ABERTO
               PERFORM 1500-ABRIR-DEBPAR THRU 1500-FIM
           END-IF.
           IF DEBF907-CD-RTN = ZERO
               PERFORM 2000-PESQUISAR THRU 2000-FIM
           END-IF.
           GOBACK.

      *================================================================*
      * 1000-CRITICAR-ENTRADA                                          *
      *================================================================*
       1000-CRITICAR-ENTRADA.
           IF DEBF907-FUNCAO NOT = "C" AND NOT = "P" AND NOT = "L"
               MOVE 03 TO DEBF907-CD-RTN
               MOVE "FUNCAO INVALIDA (C/P/L)" TO DEBF907-MSG
               GO TO 1000-FIM
           END-IF.
           IF DEBF907-DT-REF NOT NUMERIC
               MOVE 03 TO DEBF907-CD-RTN
               MOVE "DATA DE REFERENCIA INVALIDA" TO DEBF907-MSG
               GO TO 1000-FIM
           END-IF.
           IF WS-DATA-ATUAL-AMD = ZERO
               ACCEPT WS-DATA-ATUAL-AMD FROM DATE YYYYMMDD
           END-IF.
           IF DEBF907-DT-REF = ZERO
               MOVE WS-DATA-ATUAL-AMD TO WS-DT-REF
           ELSE
               MOVE DEBF907-DT-REF    TO WS-DT-REF
           END-IF.
       1000-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * 1500-ABRIR-DEBPAR - ABRE O KSDS NA PRIMEIRA CHAMADA E O MANTEM *
      *                     ABERTO. A FALHA NAO DERRUBA A RUN-UNIT DO  *
      *                     CHAMADOR: DEVOLVE O RETORNO 04.            *
      *----------------------------------------------------------------*
       1500-ABRIR-DEBPAR.
           OPEN INPUT DEBPAR.
           IF WS-FS-DEBPAR NOT = "00"
               MOVE 04 TO DEBF907-CD-RTN
               STRING "ARQUIVO DE PARAMETROS DEBPAR INDISPONIVEL - FS "
                      WS-FS-DEBPAR
                   DELIMITED BY SIZE INTO DEBF907-MSG
               GO TO 1500-FIM
           END-IF.
           MOVE "S" TO WS-SW-DEBPAR-ABERTO.
       1500-FIM.
           EXIT.

      *================================================================*
      * 2000-PESQUISAR - POSICIONA O KSDS E LE EM SEQUENCIA DENTRO DO  *
      *                  GRUPO DA FUNCAO (O PARAMETRO/ITEM NA "C", A   *
      *                  TABELA NA "P", O PROGRAMA NA "L"). PARA CADA  *
      *                  PARAMETRO/ITEM, A VIGENCIA EM VIGOR E A       *
      *                  ULTIMA NAO POSTERIOR A DATA DE REFERENCIA; O  *
      *                  PRIMEIRO PARAMETRO/ITEM CUJA VIGENCIA EM      *
      *                  VIGOR ESTA ATIVA E DEVOLVIDO.                 *
      *================================================================*
       2000-PESQUISAR.
           MOVE "N"    TO WS-SW-FIM-GRUPO.
           MOVE "N"    TO WS-SW-ACHOU.
           MOVE "N"    TO WS-SW-CANDIDATO.
           MOVE SPACES TO WS-GRUPO-PARAMETRO.
           MOVE SPACES TO WS-GRUPO-ITEM.
           PERFORM 2050-POSICIONAR THRU 2050-FIM.
           PERFORM 2100-EXAMINAR-VIGENCIA THRU 2100-FIM
               UNTIL WS-ACHOU OR WS-FIM-GRUPO.
           IF NOT WS-ACHOU
              AND WS-HA-CANDIDATO
              AND WS-CAND-ATIVO
               MOVE "S" TO WS-SW-ACHOU
           END-IF.
           IF WS-ACHOU
               PERFORM 2300-DEVOLVER THRU 2300-FIM
               GO TO 2000-FIM
           END-IF.
           IF DEBF907-FUNCAO = "C"
               MOVE 01 TO DEBF907-CD-RTN
               IF WS-HA-CANDIDATO
                   MOVE "PARAMETRO DESATIVADO NA DATA DE REFERENCIA"
                       TO DEBF907-MSG
               ELSE
                   MOVE "PARAMETRO SEM VIGENCIA NA DATA DE REFERENCIA"
                       TO DEBF907-MSG
               END-IF
           ELSE
               MOVE 02 TO DEBF907-CD-RTN
               MOVE "FIM DOS PARAMETROS EM VIGOR" TO DEBF907-MSG
           END-IF.
       2000-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * 2050-POSICIONAR - NA "C", START NA PRIMEIRA VIGENCIA DO        *
      *                   PARAMETRO/ITEM. NA "P" E NA "L", START LOGO  *
      *                   DEPOIS DA ULTIMA VIGENCIA POSSIVEL DO ITEM   *
      *                   DEVOLVIDO NA CHAMADA ANTERIOR, OU NO INICIO  *
      *                   DA TABELA/DO PROGRAMA QUANDO NAO INFORMADO.  *
      *----------------------------------------------------------------*
       2050-POSICIONAR.
           MOVE DEBF907-PROGRAMA  TO DEBPAR-PROGRAMA.
           MOVE DEBF907-PARAMETRO TO DEBPAR-PARAMETRO.
           MOVE DEBF907-ITEM      TO DEBPAR-ITEM.
           MOVE ZERO              TO DEBPAR-DT-VIGENCIA.
           EVALUATE TRUE
               WHEN DEBF907-FUNCAO = "C"
                   CONTINUE
               WHEN DEBF907-FUNCAO = "P"
                AND DEBF907-ITEM = SPACES
                   MOVE LOW-VALUES TO DEBPAR-ITEM
               WHEN DEBF907-FUNCAO = "L"
                AND DEBF907-PARAMETRO = SPACES
                   MOVE LOW-VALUES TO DEBPAR-PARAMETRO
                   MOVE LOW-VALUES TO DEBPAR-ITEM
               WHEN OTHER
                   MOVE 99999999 TO DEBPAR-DT-VIGENCIA
                   START DEBPAR KEY > DEBPAR-CHAVE
                       INVALID KEY
                           MOVE "S" TO WS-SW-FIM-GRUPO
                   END-START
                   GO TO 2050-FIM
           END-EVALUATE.
           START DEBPAR KEY NOT < DEBPAR-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-SW-FIM-GRUPO
           END-START.
       2050-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * 2100-EXAMINAR-VIGENCIA - LE A PROXIMA VIGENCIA; FORA DO GRUPO  *
      *                          DA FUNCAO A LEITURA ACABOU. AO MUDAR  *
      *                          DE PARAMETRO/ITEM, A CANDIDATA DO     *
      *                          ANTERIOR, SE ATIVA, E A RESPOSTA.     *
      *----------------------------------------------------------------*
       2100-EXAMINAR-VIGENCIA.
           READ DEBPAR NEXT RECORD
               AT END
                   MOVE "S" TO WS-SW-FIM-GRUPO
           END-READ.
           IF WS-FIM-GRUPO
               GO TO 2100-FIM
           END-IF.
           IF WS-FS-DEBPAR NOT = "00"
              OR DEBPAR-PROGRAMA NOT = DEBF907-PROGRAMA
               MOVE "S" TO WS-SW-FIM-GRUPO
               GO TO 2100-FIM
           END-IF.
           IF DEBF907-FUNCAO NOT = "L"
              AND DEBPAR-PARAMETRO NOT = DEBF907-PARAMETRO
               MOVE "S" TO WS-SW-FIM-GRUPO
               GO TO 2100-FIM
           END-IF.
           IF DEBF907-FUNCAO = "C"
              AND DEBPAR-ITEM NOT = DEBF907-ITEM
               MOVE "S" TO WS-SW-FIM-GRUPO
               GO TO 2100-FIM
           END-IF.
           IF DEBPAR-PARAMETRO NOT = WS-GRUPO-PARAMETRO
              OR DEBPAR-ITEM   NOT = WS-GRUPO-ITEM
               IF WS-HA-CANDIDATO
                  AND WS-CAND-ATIVO
                   MOVE "S" TO WS-SW-ACHOU
                   GO TO 2100-FIM
               END-IF
               MOVE DEBPAR-PARAMETRO TO WS-GRUPO-PARAMETRO
               MOVE DEBPAR-ITEM      TO WS-GRUPO-ITEM
               MOVE "N"              TO WS-SW-CANDIDATO
           END-IF.
           IF DEBPAR-DT-VIGENCIA NOT > WS-DT-REF
               PERFORM 2200-GUARDAR-CANDIDATO THRU 2200-FIM
           END-IF.
       2100-FIM.
           EXIT.

       2200-GUARDAR-CANDIDATO.
           MOVE "S"                TO WS-SW-CANDIDATO.
           MOVE DEBPAR-PARAMETRO   TO WS-CAND-PARAMETRO.
           MOVE DEBPAR-ITEM        TO WS-CAND-ITEM.
           MOVE DEBPAR-DT-VIGENCIA TO WS-CAND-DT-VIGENCIA.
           MOVE DEBPAR-SITUACAO    TO WS-CAND-SITUACAO.
           MOVE DEBPAR-CONTEUDO    TO WS-CAND-CONTEUDO.
           MOVE DEBPAR-USUARIO     TO WS-CAND-USUARIO.
       2200-FIM.
           EXIT.

       2300-DEVOLVER.
           MOVE WS-CAND-PARAMETRO   TO DEBF907-PARAMETRO-RTN.
           MOVE WS-CAND-ITEM        TO DEBF907-ITEM-RTN.
           MOVE WS-CAND-DT-VIGENCIA TO DEBF907-DT-VIGENCIA.
           MOVE WS-CAND-CONTEUDO    TO DEBF907-CONTEUDO.
           MOVE WS-CAND-USUARIO     TO DEBF907-USUARIO.
           MOVE ZERO                TO DEBF907-CD-RTN.
       2300-FIM.
           EXIT.
      * ----------------------------------------------------------------
