       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEBA855.
       AUTHOR. F7023235.
      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES:                                      *
      * VRS001 15.10.2026 F7023235  IMPLANTACAO. MANUTENCAO BATCH DO   *
      *                             KSDS DE PARAMETROS DEBPAR (VIDE    *
      *                             BOOK DEBKPAR) A PARTIR DAS         *
      *                             TRANSACOES DEBT855: INCLUSAO DE    *
      *                             NOVA VIGENCIA, ALTERACAO E         *
      *                             EXCLUSAO DE VIGENCIA FUTURA E      *
      *                             DESATIVACAO DE LINHA DE TABELA.    *
      *                             CRITICA O PROGRAMA/PARAMETRO, O    *
      *                             ITEM, A VIGENCIA (NUNCA            *
      *                             RETROATIVA), O USUARIO, A          *
      *                             JUSTIFICATIVA E O CONTEUDO CONTRA  *
      *                             O LAYOUT DO CARTAO (DORMENCIA DA   *
      *                             DEBR824 NUNCA ABAIXO DE 90 DIAS).  *
      *                             RELATORIO DE AUDITORIA DEBL855 COM *
      *                             O CONTEUDO ANTES E DEPOIS, QUEM    *
      *                             PEDIU E POR QUE; TRANSACAO         *
      *                             REJEITADA DEIXA RETURN-CODE 4.     *
      * VRS002 15.10.2026 F7023235  INCLUI A TABELA DEBTX859 DA DEBR859*
      *                             (MULTIPLO DA RENDA POR TIPO DE     *
      *                             CHEQUE ESPECIAL E NIVEL DE TAXA)   *
      *                             NOS PARAMETROS CONHECIDOS, COM A   *
      *                             CRITICA DO CONTEUDO DA LINHA.      *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEBT855  ASSIGN TO UT-S-DEBT855
                  ORGANIZATION IS SEQUENTIAL.

           SELECT DEBPAR   ASSIGN TO UT-S-DEBPAR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS DEBPAR-CHAVE
                  FILE STATUS   IS WS-FS-DEBPAR.

           SELECT DEBL855  ASSIGN TO UT-S-DEBL855
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      * TRANSACOES DE MANUTENCAO DOS PARAMETROS, UMA POR LINHA:        *
      *   "I" INCLUI UMA NOVA VIGENCIA (HOJE OU FUTURA)                *
      *   "A" ALTERA O CONTEUDO DE UMA VIGENCIA FUTURA JA INCLUIDA     *
      *   "E" EXCLUI UMA VIGENCIA FUTURA JA INCLUIDA                   *
      *   "D" DESATIVA UMA LINHA DE TABELA A PARTIR DA VIGENCIA        *
      * A VIGENCIA EM VIGOR OU PASSADA NUNCA E ALTERADA NEM EXCLUIDA:  *
      * A CORRECAO E UMA NOVA VIGENCIA, E A HISTORIA FICA NO DEBPAR.   *
      *----------------------------------------------------------------*
       FD  DEBT855
           BLOCK  0
           RECORD CONTAINS 160 CHARACTERS
           RECORDING F.

       01  REGISTRO-DEBT855.
           03  DEBT855-TIPO           PIC X(001).
               88  DEBT855-INCLUSAO               VALUE "I".
               88  DEBT855-ALTERACAO              VALUE "A".
               88  DEBT855-EXCLUSAO               VALUE "E".
               88  DEBT855-DESATIVACAO            VALUE "D".
           03  DEBT855-PROGRAMA       PIC X(008).
           03  DEBT855-PARAMETRO      PIC X(008).
           03  DEBT855-ITEM           PIC X(004).
           03  DEBT855-DT-VIGENCIA    PIC 9(008).
           03  DEBT855-USUARIO        PIC X(008).
           03  DEBT855-JUSTIFICATIVA  PIC X(040).
           03  DEBT855-CONTEUDO       PIC X(080).
           03  FILLER                 PIC X(003).

      *----------------------------------------------------------------*
      * ARQUIVO INDEXADO (KSDS) DE PARAMETROS DA SUITE, ATUALIZADO EM  *
      * LUGAR (OPEN I-O).                                              *
      *----------------------------------------------------------------*
       FD  DEBPAR
           RECORD CONTAINS 200 CHARACTERS.

           COPY DEBKPAR.

      *----------------------------------------------------------------*
      * RELATORIO DE AUDITORIA: CADA TRANSACAO COM O CONTEUDO ANTES E  *
      * DEPOIS, QUEM PEDIU, POR QUE, E SE FOI APLICADA OU REJEITADA.   *
      *----------------------------------------------------------------*
       FD  DEBL855
           BLOCK  0
           RECORD CONTAINS 132 CHARACTERS
           RECORDING F.

       01  REGISTRO-DEBL855           PIC X(132).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * PARAMETROS DA SUBROTINA DE REGISTRO DE EXECUCAO NO ARQUIVO DE  *
      * CONTROLE DEBCTL (BOOK DEBFK904).                               *
      *----------------------------------------------------------------*
       01  DEBF904-PARM.
           COPY DEBFK904.

       01  WS-FS-DEBPAR               PIC X(02)      VALUE "00".
       01  WS-STATUS-CTL              PIC X(08)      VALUE "OK".

       01  WS-QT-LIDOS-CTL            PIC 9(09) COMP VALUE ZERO.
       01  WS-QT-GRAV-DEBL855         PIC 9(09) COMP VALUE ZERO.
       01  WS-QT-APLICADAS            PIC 9(09) COMP VALUE ZERO.
       01  WS-QT-REJEITADAS           PIC 9(09) COMP VALUE ZERO.
       01  WS-QT-INCLUSOES            PIC 9(09) COMP VALUE ZERO.
       01  WS-QT-ALTERACOES           PIC 9(09) COMP VALUE ZERO.
       01  WS-QT-EXCLUSOES            PIC 9(09) COMP VALUE ZERO.
       01  WS-QT-DESATIVACOES         PIC 9(09) COMP VALUE ZERO.

       01  WS-DATA-ATUAL-AMD          PIC 9(08)      VALUE ZERO.
       01  WS-HORA-ATUAL              PIC 9(08)      VALUE ZERO.
       01  FILLER REDEFINES WS-HORA-ATUAL.
           03  WS-HORA-HHMMSS         PIC 9(06).
           03  FILLER                 PIC 9(02).

       01  WS-VIGENCIA                PIC 9(08)      VALUE ZERO.
       01  FILLER REDEFINES WS-VIGENCIA.
           03  WS-VIG-ANO             PIC 9(04).
           03  WS-VIG-MES             PIC 9(02).
           03  WS-VIG-DIA             PIC 9(02).

      *----------------------------------------------------------------*
      * PARAMETROS CONHECIDOS: PROGRAMA, PARAMETRO (NOME DO ANTIGO     *
      * CARTAO) E FORMA - "S" UM SO CARTAO (ITEM EM BRANCO), "T"       *
      * TABELA DE VARIAS LINHAS (ITEM 0001 A 9999).                    *
      *----------------------------------------------------------------*
       01  TB-PARAMETROS-VALORES.
           03  FILLER  PIC X(017) VALUE "DEBR806 DEBP806 S".
           03  FILLER  PIC X(017) VALUE "DEBR818 DEBP818 S".
           03  FILLER  PIC X(017) VALUE "DEBR821 DEBP821 S".
           03  FILLER  PIC X(017) VALUE "DEBR824 DEBP824 S".
           03  FILLER  PIC X(017) VALUE "DEBR828 DEBP828 S".
           03  FILLER  PIC X(017) VALUE "DEBR829 DEBP829 S".
           03  FILLER  PIC X(017) VALUE "DEBR829 DEBTX829T".
           03  FILLER  PIC X(017) VALUE "DEBR834 DEBP834 S".
           03  FILLER  PIC X(017) VALUE "DEBR836 DEBP836 S".
           03  FILLER  PIC X(017) VALUE "DEBR838 DEBP838 S".
           03  FILLER  PIC X(017) VALUE "DEBR839 DEBP839 S".
           03  FILLER  PIC X(017) VALUE "DEBR840 DEBP840 S".
           03  FILLER  PIC X(017) VALUE "ACHR606 ACHP606 S".
           03  FILLER  PIC X(017) VALUE "ACHR607 ACHP607 S".
           03  FILLER  PIC X(017) VALUE "ACHR610 ACHP610 S".
           03  FILLER  PIC X(017) VALUE "DEBR843 DEBP843 S".
           03  FILLER  PIC X(017) VALUE "DEBR844 DEBP844 S".
           03  FILLER  PIC X(017) VALUE "DEBR846 DEBTF846T".
           03  FILLER  PIC X(017) VALUE "DEBR848 DEBP848 S".
           03  FILLER  PIC X(017) VALUE "DEBR852 DEBP852 S".
           03  FILLER  PIC X(017) VALUE "DEBR852 DEBTX852T".
           03  FILLER  PIC X(017) VALUE "DEBR853 DEBP853 S".
           03  FILLER  PIC X(017) VALUE "DEBR859 DEBTX859T".
       01  TB-PARAMETROS REDEFINES TB-PARAMETROS-VALORES.
           03  TB-PARM OCCURS 23 TIMES.
               05  TB-PARM-PROGRAMA   PIC X(008).
               05  TB-PARM-PARAMETRO  PIC X(008).
               05  TB-PARM-FORMA      PIC X(001).

       01  WS-IDX-PARM                PIC S9(4) COMP VALUE ZERO.
       01  WS-FORMA                   PIC X(001)     VALUE SPACES.
           88  WS-FORMA-TABELA                       VALUE "T".

      *----------------------------------------------------------------*
      * CONTEUDO NOVO (IMAGEM DO CARTAO) E AS VISOES DE CADA LAYOUT,   *
      * IGUAIS AOS CARTOES QUE OS PROGRAMAS LIAM, PARA A CRITICA.      *
      *----------------------------------------------------------------*
       01  WS-CONTEUDO                PIC X(080)     VALUE SPACES.

       01  WS-CT-P806 REDEFINES WS-CONTEUDO.
           03  WS-CT-806-DIAS         PIC 9(003).
           03  WS-CT-806-GERA-TRN     PIC X(001).
           03  WS-CT-806-MODO         PIC X(001).
           03  FILLER                 PIC X(075).

       01  WS-CT-DIAS-MODO REDEFINES WS-CONTEUDO.
           03  WS-CT-DM-DIAS          PIC 9(003).
           03  WS-CT-DM-MODO          PIC X(001).
           03  FILLER                 PIC X(076).

       01  WS-CT-P821 REDEFINES WS-CONTEUDO.
           03  WS-CT-821-VALOR        PIC 9(013)V9(02).
           03  WS-CT-821-PCT          PIC 9(003).
           03  FILLER                 PIC X(062).

       01  WS-CT-NUM3 REDEFINES WS-CONTEUDO.
           03  WS-CT-N3-VALOR         PIC 9(003).
           03  FILLER                 PIC X(077).

       01  WS-CT-NUM4 REDEFINES WS-CONTEUDO.
           03  WS-CT-N4-VALOR         PIC 9(004).
           03  FILLER                 PIC X(076).

       01  WS-CT-P828 REDEFINES WS-CONTEUDO.
           03  WS-CT-828-PISO         PIC 9(013).
           03  FILLER                 PIC X(067).

       01  WS-CT-VALOR REDEFINES WS-CONTEUDO.
           03  WS-CT-VL-VALOR         PIC 9(011)V9(02).
           03  FILLER                 PIC X(067).

       01  WS-CT-TAXA REDEFINES WS-CONTEUDO.
           03  WS-CT-TX-CODIGO-1      PIC 9(001).
           03  WS-CT-TX-CODIGO-2      PIC 9(001).
           03  WS-CT-TX-TAXA-1        PIC 9(002)V9(006).
           03  WS-CT-TX-TAXA-2        PIC 9(002)V9(006).
           03  FILLER                 PIC X(062).

       01  WS-CT-TX859 REDEFINES WS-CONTEUDO.
           03  WS-CT-859-TP-CH-ESP    PIC 9(001).
           03  WS-CT-859-NIV-TX-C-ES  PIC 9(001).
           03  WS-CT-859-MULTIPLO     PIC 9(003)V9(02).
           03  FILLER                 PIC X(073).

       01  WS-CT-INDICADOR REDEFINES WS-CONTEUDO.
           03  WS-CT-IND-VALOR        PIC X(001).
           03  FILLER                 PIC X(079).

       01  WS-CT-P838 REDEFINES WS-CONTEUDO.
           03  WS-CT-838-NOITES       PIC 9(003).
           03  WS-CT-838-PCT          PIC 9(003).
           03  WS-CT-838-HORA         PIC 9(002).
           03  FILLER                 PIC X(072).

       01  WS-CT-P610 REDEFINES WS-CONTEUDO.
           03  WS-CT-610-ANO-MES      PIC 9(006).
           03  WS-CT-610-PCT          PIC 9(003).
           03  FILLER                 PIC X(071).

       01  WS-CT-TF846 REDEFINES WS-CONTEUDO.
           03  WS-CT-846-TIPO         PIC X(001).
           03  WS-CT-846-RAZAO-INI    PIC 9(009).
           03  WS-CT-846-RAZAO-FIM    PIC 9(009).
           03  WS-CT-846-PRODUTO      PIC X(020).
           03  WS-CT-846-VALOR        PIC 9(005)V9(02).
           03  WS-CT-846-ISENCAO      PIC X(001).
           03  FILLER                 PIC X(033).

       01  WS-CT-TF846-PRIVAT REDEFINES WS-CONTEUDO.
           03  FILLER                 PIC X(001).
           03  WS-CT-846-PRIVAT       PIC 9(003).
           03  WS-CT-846-DESC-PRIVAT  PIC X(030).
           03  FILLER                 PIC X(046).

      *----------------------------------------------------------------*
      * RESULTADO DA TRANSACAO E CONTEUDO ANTERIOR PARA A AUDITORIA.   *
      *----------------------------------------------------------------*
       01  WS-MOTIVO                  PIC X(050)     VALUE SPACES.
       01  WS-ANT-DT-VIGENCIA         PIC 9(008)     VALUE ZERO.
       01  WS-ANT-SITUACAO            PIC X(001)     VALUE SPACES.
       01  WS-ANT-CONTEUDO            PIC X(080)     VALUE SPACES.
       01  WS-ANT-USUARIO             PIC X(008)     VALUE SPACES.

      *----------------------------------------------------------------*
      * LINHAS DO RELATORIO.                                           *
      *----------------------------------------------------------------*
       01  WS-LINHA-TITULO.
           03  FILLER                 PIC X(045)
               VALUE "DEBA855 - AUDITORIA DA MANUTENCAO DO DEBPAR -".
           03  FILLER                 PIC X(001)  VALUE SPACE.
           03  WS-TIT-DATA            PIC 9(008).
           03  FILLER                 PIC X(078)  VALUE SPACES.

       01  WS-LINHA-COLUNAS.
           03  FILLER                 PIC X(005)  VALUE "TIPO ".
           03  FILLER                 PIC X(009)  VALUE "PROGRAMA ".
           03  FILLER                 PIC X(009)  VALUE "PARAMETR ".
           03  FILLER                 PIC X(005)  VALUE "ITEM ".
           03  FILLER                 PIC X(009)  VALUE "VIGENCIA ".
           03  FILLER                 PIC X(009)  VALUE "USUARIO  ".
           03  FILLER                 PIC X(011)  VALUE "RESULTADO  ".
           03  FILLER                 PIC X(075)  VALUE "MOTIVO".

       01  WS-LINHA-TRANSACAO.
           03  FILLER                 PIC X(001)  VALUE SPACES.
           03  WS-TRN-TIPO            PIC X(001).
           03  FILLER                 PIC X(003)  VALUE SPACES.
           03  WS-TRN-PROGRAMA        PIC X(008).
           03  FILLER                 PIC X(001)  VALUE SPACES.
           03  WS-TRN-PARAMETRO       PIC X(008).
           03  FILLER                 PIC X(001)  VALUE SPACES.
           03  WS-TRN-ITEM            PIC X(004).
           03  FILLER                 PIC X(001)  VALUE SPACES.
           03  WS-TRN-VIGENCIA        PIC X(008).
           03  FILLER                 PIC X(001)  VALUE SPACES.
           03  WS-TRN-USUARIO         PIC X(008).
           03  FILLER                 PIC X(001)  VALUE SPACES.
           03  WS-TRN-RESULTADO       PIC X(010).
           03  FILLER                 PIC X(001)  VALUE SPACES.
           03  WS-TRN-MOTIVO          PIC X(050).
           03  FILLER                 PIC X(025)  VALUE SPACES.

       01  WS-LINHA-CONTEUDO.
           03  FILLER                 PIC X(005)  VALUE SPACES.
           03  WS-CNT-ROTULO          PIC X(016).
           03  WS-CNT-VIGENCIA        PIC X(008).
           03  FILLER                 PIC X(003)  VALUE " : ".
           03  WS-CNT-CONTEUDO        PIC X(080).
           03  FILLER                 PIC X(020)  VALUE SPACES.

       01  WS-LINHA-JUSTIFICATIVA.
           03  FILLER                 PIC X(005)  VALUE SPACES.
           03  FILLER                 PIC X(016)
               VALUE "JUSTIFICATIVA  ".
           03  FILLER                 PIC X(011)  VALUE SPACES.
           03  WS-JUS-TEXTO           PIC X(040).
           03  FILLER                 PIC X(060)  VALUE SPACES.

       01  WS-LINHA-RESUMO.
           03  WS-RES-DESCRICAO       PIC X(040).
           03  WS-RES-QUANTIDADE      PIC ZZZ.ZZZ.ZZ9.
           03  FILLER                 PIC X(081)  VALUE SPACES.

       01  WS-SWITCHES.
           03  WS-SW-EOF-DEBT855      PIC X(01)   VALUE "N".
               88  WS-EOF-DEBT855                 VALUE "Y".
           03  WS-SW-FIM-GRUPO        PIC X(01)   VALUE "N".
               88  WS-FIM-GRUPO                   VALUE "S".

       PROCEDURE DIVISION.

      *================================================================*
      * 0000-MAINLINE                                                  *
      *================================================================*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-FIM.
           PERFORM 2000-PROCESSAR   THRU 2000-FIM
               UNTIL WS-EOF-DEBT855.
           PERFORM 8000-ENCERRAR    THRU 8000-FIM.
           STOP RUN.

      *================================================================*
      * 1000-INICIALIZAR                                               *
      *================================================================*
       1000-INICIALIZAR.
           MOVE SPACES TO DEBF904-PARM.
           MOVE "I"        TO DEBF904-FUNCAO.
           MOVE "DEBA855" TO DEBF904-PROGRAMA.
           CALL "DEBF904" USING DEBF904-PARM.
           ACCEPT WS-DATA-ATUAL-AMD FROM DATE YYYYMMDD.
           OPEN I-O DEBPAR.
           IF WS-FS-DEBPAR NOT = "00"
               DISPLAY "DEBA855 - ERRO NA ABERTURA DO DEBPAR. "
                       "FILE STATUS " WS-FS-DEBPAR
                       ". EXECUCAO ABORTADA."
               STOP RUN
           END-IF.
           OPEN INPUT  DEBT855.
           OPEN OUTPUT DEBL855.
           MOVE WS-DATA-ATUAL-AMD TO WS-TIT-DATA.
           MOVE WS-LINHA-TITULO   TO REGISTRO-DEBL855.
           PERFORM 7900-GRAVAR-DEBL855 THRU 7900-FIM.
           MOVE WS-LINHA-COLUNAS  TO REGISTRO-DEBL855.
           PERFORM 7900-GRAVAR-DEBL855 THRU 7900-FIM.
           PERFORM 2900-LER-DEBT855 THRU 2900-FIM.
       1000-FIM.
           EXIT.

      *================================================================*
      * 2000-PROCESSAR - CRITICA A TRANSACAO, APLICA NO DEBPAR QUANDO  *
      *                  ACEITA E IMPRIME A AUDITORIA EM QUALQUER CASO.*
      *================================================================*
       2000-PROCESSAR.
           MOVE SPACES TO WS-MOTIVO.
           MOVE ZERO   TO WS-ANT-DT-VIGENCIA.
           MOVE SPACES TO WS-ANT-SITUACAO.
           MOVE SPACES TO WS-ANT-CONTEUDO.
           MOVE SPACES TO WS-ANT-USUARIO.
           MOVE DEBT855-CONTEUDO TO WS-CONTEUDO.
           PERFORM 3000-CRITICAR THRU 3000-FIM.
           IF WS-MOTIVO = SPACES
               PERFORM 4000-APLICAR THRU 4000-FIM
           END-IF.
           IF WS-MOTIVO = SPACES
               ADD 1 TO WS-QT-APLICADAS
           ELSE
               ADD 1 TO WS-QT-REJEITADAS
           END-IF.
           PERFORM 6000-IMPRIMIR-AUDITORIA THRU 6000-FIM.
           PERFORM 2900-LER-DEBT855 THRU 2900-FIM.
       2000-FIM.
           EXIT.

       2900-LER-DEBT855.
           READ DEBT855
               AT END
                   MOVE "Y" TO WS-SW-EOF-DEBT855
           END-READ.
           IF NOT WS-EOF-DEBT855
               ADD 1 TO WS-QT-LIDOS-CTL
           END-IF.
       2900-FIM.
           EXIT.

      *================================================================*
      * 3000-CRITICAR - TIPO, PARAMETRO CONHECIDO, ITEM COERENTE COM A *
      *                 FORMA DO PARAMETRO, VIGENCIA, AUTOR E MOTIVO   *
      *                 DA ALTERACAO; NA INCLUSAO E NA ALTERACAO, O    *
      *                 CONTEUDO E CRITICADO CONTRA O LAYOUT E AS      *
      *                 FAIXAS ACEITAS PELO PROGRAMA DONO.             *
      *================================================================*
       3000-CRITICAR.
           IF NOT DEBT855-INCLUSAO AND NOT DEBT855-ALTERACAO
              AND NOT DEBT855-EXCLUSAO AND NOT DEBT855-DESATIVACAO
               MOVE "TIPO DE TRANSACAO INVALIDO (I/A/E/D)" TO WS-MOTIVO
               GO TO 3000-FIM
           END-IF.
           MOVE SPACES TO WS-FORMA.
           MOVE 1 TO WS-IDX-PARM.
           PERFORM 3050-PESQUISAR-PARAMETRO THRU 3050-FIM
               UNTIL WS-IDX-PARM > 23 OR WS-FORMA NOT = SPACES.
           IF WS-FORMA = SPACES
               MOVE "PROGRAMA/PARAMETRO NAO CADASTRADO" TO WS-MOTIVO
               GO TO 3000-FIM
           END-IF.
           IF WS-FORMA-TABELA
               IF DEBT855-ITEM NOT NUMERIC
                  OR DEBT855-ITEM = "0000"
                   MOVE "ITEM DA TABELA DEVE SER 0001 A 9999"
                       TO WS-MOTIVO
                   GO TO 3000-FIM
               END-IF
           ELSE
               IF DEBT855-ITEM NOT = SPACES
                   MOVE "PARAMETRO DE UM SO CARTAO NAO TEM ITEM"
                       TO WS-MOTIVO
                   GO TO 3000-FIM
               END-IF
               IF DEBT855-DESATIVACAO
                   MOVE "DESATIVACAO SO VALE PARA LINHA DE TABELA"
                       TO WS-MOTIVO
                   GO TO 3000-FIM
               END-IF
           END-IF.
           PERFORM 3100-CRITICAR-VIGENCIA THRU 3100-FIM.
           IF WS-MOTIVO NOT = SPACES
               GO TO 3000-FIM
           END-IF.
           IF DEBT855-USUARIO = SPACES
               MOVE "USUARIO NAO INFORMADO" TO WS-MOTIVO
               GO TO 3000-FIM
           END-IF.
           IF DEBT855-JUSTIFICATIVA = SPACES
               MOVE "JUSTIFICATIVA NAO INFORMADA" TO WS-MOTIVO
               GO TO 3000-FIM
           END-IF.
           IF DEBT855-INCLUSAO OR DEBT855-ALTERACAO
               PERFORM 3500-CRITICAR-CONTEUDO THRU 3500-FIM
           END-IF.
       3000-FIM.
           EXIT.

       3050-PESQUISAR-PARAMETRO.
           IF TB-PARM-PROGRAMA(WS-IDX-PARM)  = DEBT855-PROGRAMA
              AND TB-PARM-PARAMETRO(WS-IDX-PARM) = DEBT855-PARAMETRO
               MOVE TB-PARM-FORMA(WS-IDX-PARM) TO WS-FORMA
           ELSE
               ADD 1 TO WS-IDX-PARM
           END-IF.
       3050-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * 3100-CRITICAR-VIGENCIA - DATA VALIDA E NUNCA RETROATIVA. A     *
      *                          INCLUSAO E A DESATIVACAO PODEM VALER  *
      *                          A PARTIR DE HOJE; A ALTERACAO E A     *
      *                          EXCLUSAO SO ATINGEM VIGENCIA FUTURA,  *
      *                          QUE AINDA NAO FOI USADA POR NENHUMA   *
      *                          EXECUCAO.                             *
      *----------------------------------------------------------------*
       3100-CRITICAR-VIGENCIA.
           IF DEBT855-DT-VIGENCIA NOT NUMERIC
               MOVE "DATA DE VIGENCIA NAO NUMERICA" TO WS-MOTIVO
               GO TO 3100-FIM
           END-IF.
           MOVE DEBT855-DT-VIGENCIA TO WS-VIGENCIA.
           IF WS-VIG-ANO < 2000
              OR WS-VIG-MES < 01 OR WS-VIG-MES > 12
              OR WS-VIG-DIA < 01 OR WS-VIG-DIA > 31
               MOVE "DATA DE VIGENCIA INVALIDA" TO WS-MOTIVO
               GO TO 3100-FIM
           END-IF.
           IF WS-VIGENCIA < WS-DATA-ATUAL-AMD
               MOVE "VIGENCIA RETROATIVA NAO PERMITIDA" TO WS-MOTIVO
               GO TO 3100-FIM
           END-IF.
           IF (DEBT855-ALTERACAO OR DEBT855-EXCLUSAO)
              AND WS-VIGENCIA = WS-DATA-ATUAL-AMD
               MOVE "VIGENCIA JA EM VIGOR - INCLUIR NOVA VIGENCIA"
                   TO WS-MOTIVO
           END-IF.
       3100-FIM.
           EXIT.

      *================================================================*
      * 3500-CRITICAR-CONTEUDO - UM PARAGRAFO POR LAYOUT DE CARTAO.    *
      *================================================================*
       3500-CRITICAR-CONTEUDO.
           EVALUATE DEBT855-PARAMETRO
               WHEN "DEBP806"
                   PERFORM 3510-CRITICAR-P806 THRU 3510-FIM
               WHEN "DEBP818"
               WHEN "DEBP848"
                   PERFORM 3520-CRITICAR-DIAS-MODO THRU 3520-FIM
               WHEN "DEBP821"
                   PERFORM 3530-CRITICAR-P821 THRU 3530-FIM
               WHEN "DEBP824"
                   PERFORM 3540-CRITICAR-P824 THRU 3540-FIM
               WHEN "DEBP836"
               WHEN "DEBP840"
               WHEN "ACHP607"
                   PERFORM 3550-CRITICAR-DIAS THRU 3550-FIM
               WHEN "DEBP843"
               WHEN "DEBP844"
                   PERFORM 3555-CRITICAR-DIAS-LONGO THRU 3555-FIM
               WHEN "DEBP828"
                   IF WS-CT-828-PISO NOT NUMERIC
                       MOVE "PISO DE SALDO NAO NUMERICO" TO WS-MOTIVO
                   END-IF
               WHEN "DEBP829"
               WHEN "DEBP852"
               WHEN "DEBP853"
                   IF WS-CT-VL-VALOR NOT NUMERIC
                       MOVE "VALOR NAO NUMERICO" TO WS-MOTIVO
                   END-IF
               WHEN "DEBTX829"
               WHEN "DEBTX852"
                   PERFORM 3560-CRITICAR-TAXA THRU 3560-FIM
               WHEN "DEBP834"
                   IF WS-CT-IND-VALOR NOT = "S" AND NOT = "N"
                       MOVE "AUTORIZACAO DE SALTO DEVE SER S OU N"
                           TO WS-MOTIVO
                   END-IF
               WHEN "ACHP606"
                   IF WS-CT-IND-VALOR NOT = "C" AND NOT = "U"
                       MOVE "MODO DE CONTAGEM DEVE SER C OU U"
                           TO WS-MOTIVO
                   END-IF
               WHEN "DEBP838"
                   PERFORM 3570-CRITICAR-P838 THRU 3570-FIM
               WHEN "DEBP839"
                   PERFORM 3575-CRITICAR-P839 THRU 3575-FIM
               WHEN "ACHP610"
                   PERFORM 3580-CRITICAR-P610 THRU 3580-FIM
               WHEN "DEBTF846"
                   PERFORM 3590-CRITICAR-TF846 THRU 3590-FIM
               WHEN "DEBTX859"
                   PERFORM 3595-CRITICAR-TX859 THRU 3595-FIM
           END-EVALUATE.
       3500-FIM.
           EXIT.

       3510-CRITICAR-P806.
           IF WS-CT-806-DIAS NOT NUMERIC
              OR WS-CT-806-DIAS = ZERO
               MOVE "DIAS-LIMITE DEVE SER NUMERICO E MAIOR QUE ZERO"
                   TO WS-MOTIVO
               GO TO 3510-FIM
           END-IF.
           IF WS-CT-806-GERA-TRN NOT = "S" AND NOT = "N"
               MOVE "GERA-TRN DEVE SER S OU N" TO WS-MOTIVO
               GO TO 3510-FIM
           END-IF.
           IF WS-CT-806-MODO NOT = "C" AND NOT = "U"
               MOVE "MODO DE CONTAGEM DEVE SER C OU U" TO WS-MOTIVO
           END-IF.
       3510-FIM.
           EXIT.

       3520-CRITICAR-DIAS-MODO.
           IF WS-CT-DM-DIAS NOT NUMERIC
              OR WS-CT-DM-DIAS = ZERO
               MOVE "QUANTIDADE DE DIAS DEVE SER MAIOR QUE ZERO"
                   TO WS-MOTIVO
               GO TO 3520-FIM
           END-IF.
           IF WS-CT-DM-MODO NOT = "C" AND NOT = "U"
               MOVE "MODO DE CONTAGEM DEVE SER C OU U" TO WS-MOTIVO
           END-IF.
       3520-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * 3530-CRITICAR-P821 - VALOR OU PERCENTUAL ZERO DESLIGA O        *
      *                      CRITERIO, MAS NAO OS DOIS AO MESMO TEMPO. *
      *----------------------------------------------------------------*
       3530-CRITICAR-P821.
           IF WS-CT-821-VALOR NOT NUMERIC
              OR WS-CT-821-PCT NOT NUMERIC
               MOVE "VALOR/PERCENTUAL LIMITE NAO NUMERICO"
                   TO WS-MOTIVO
               GO TO 3530-FIM
           END-IF.
           IF WS-CT-821-VALOR = ZERO
              AND WS-CT-821-PCT = ZERO
               MOVE "VALOR E PERCENTUAL ZERADOS DESLIGAM A CRITICA"
                   TO WS-MOTIVO
           END-IF.
       3530-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * 3540-CRITICAR-P824 - A DORMENCIA (RESTR-AGENCIA 8) E "SEM      *
      *                      MOVIMENTACAO HA MAIS DE 90 DIAS"; LIMITE  *
      *                      MENOR MARCARIA CONTAS ATIVAS COMO         *
      *                      DORMENTES.                                *
      *----------------------------------------------------------------*
       3540-CRITICAR-P824.
           IF WS-CT-N3-VALOR NOT NUMERIC
               MOVE "DIAS-LIMITE NAO NUMERICO" TO WS-MOTIVO
               GO TO 3540-FIM
           END-IF.
           IF WS-CT-N3-VALOR < 90
               MOVE "DIAS-LIMITE DA DORMENCIA NAO PODE SER MENOR QUE 90"
                   TO WS-MOTIVO
           END-IF.
       3540-FIM.
           EXIT.

       3550-CRITICAR-DIAS.
           IF WS-CT-N3-VALOR NOT NUMERIC
              OR WS-CT-N3-VALOR = ZERO
               MOVE "QUANTIDADE DE DIAS DEVE SER MAIOR QUE ZERO"
                   TO WS-MOTIVO
           END-IF.
       3550-FIM.
           EXIT.

       3555-CRITICAR-DIAS-LONGO.
           IF WS-CT-N4-VALOR NOT NUMERIC
              OR WS-CT-N4-VALOR = ZERO
               MOVE "QUANTIDADE DE DIAS DEVE SER MAIOR QUE ZERO"
                   TO WS-MOTIVO
           END-IF.
       3555-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * 3560-CRITICAR-TAXA - LINHA DAS TABELAS DEBTX829 (NIVEL/TIPO) E *
      *                      DEBTX852 (PESSOA/ENQUADRAMENTO).          *
      *----------------------------------------------------------------*
       3560-CRITICAR-TAXA.
           IF WS-CT-TX-CODIGO-1 NOT NUMERIC
              OR WS-CT-TX-CODIGO-2 NOT NUMERIC
               MOVE "CODIGOS DA LINHA DE TAXA NAO NUMERICOS"
                   TO WS-MOTIVO
               GO TO 3560-FIM
           END-IF.
           IF WS-CT-TX-TAXA-1 NOT NUMERIC
              OR WS-CT-TX-TAXA-2 NOT NUMERIC
               MOVE "TAXAS DA LINHA NAO NUMERICAS" TO WS-MOTIVO
           END-IF.
       3560-FIM.
           EXIT.

       3570-CRITICAR-P838.
           IF WS-CT-838-NOITES NOT NUMERIC
              OR WS-CT-838-NOITES = ZERO
               MOVE "QUANTIDADE DE NOITES DEVE SER MAIOR QUE ZERO"
                   TO WS-MOTIVO
               GO TO 3570-FIM
           END-IF.
           IF WS-CT-838-PCT NOT NUMERIC
               MOVE "PERCENTUAL LIMITE NAO NUMERICO" TO WS-MOTIVO
               GO TO 3570-FIM
           END-IF.
           IF WS-CT-838-HORA NOT NUMERIC
              OR WS-CT-838-HORA > 23
               MOVE "HORA LIMITE DEVE SER 00 A 23" TO WS-MOTIVO
           END-IF.
       3570-FIM.
           EXIT.

       3575-CRITICAR-P839.
           IF WS-CT-N3-VALOR NOT NUMERIC
              OR WS-CT-N3-VALOR = ZERO
              OR WS-CT-N3-VALOR > 100
               MOVE "PERCENTUAL DE QUEDA DEVE SER 1 A 100"
                   TO WS-MOTIVO
           END-IF.
       3575-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * 3580-CRITICAR-P610 - O MES DE REFERENCIA CONTINUA NO CARTAO DA *
      *                      EXECUCAO; NO DEBPAR SO FICA O PERCENTUAL. *
      *----------------------------------------------------------------*
       3580-CRITICAR-P610.
           IF WS-CT-610-ANO-MES NOT NUMERIC
              OR WS-CT-610-ANO-MES NOT = ZERO
               MOVE "ANO-MES FICA NO CARTAO - INFORMAR ZEROS"
                   TO WS-MOTIVO
               GO TO 3580-FIM
           END-IF.
           IF WS-CT-610-PCT NOT NUMERIC
               MOVE "PERCENTUAL LIMITE NAO NUMERICO" TO WS-MOTIVO
           END-IF.
       3580-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * 3590-CRITICAR-TF846 - LINHA "R" (FAIXA DE RAZAO) OU "P"        *
      *                       (CODIGO PRIVAT), COMO NA CARGA DA        *
      *                       DEBR846.                                 *
      *----------------------------------------------------------------*
       3590-CRITICAR-TF846.
           EVALUATE WS-CT-846-TIPO
               WHEN "R"
                   IF WS-CT-846-RAZAO-INI NOT NUMERIC
                      OR WS-CT-846-RAZAO-FIM NOT NUMERIC
                      OR WS-CT-846-RAZAO-INI > WS-CT-846-RAZAO-FIM
                       MOVE "FAIXA DE RAZAO INVALIDA" TO WS-MOTIVO
                       GO TO 3590-FIM
                   END-IF
                   IF WS-CT-846-VALOR NOT NUMERIC
                       MOVE "VALOR DA TARIFA NAO NUMERICO" TO WS-MOTIVO
                       GO TO 3590-FIM
                   END-IF
                   IF WS-CT-846-ISENCAO NOT = SPACE AND NOT = "F"
                      AND NOT = "A" AND NOT = "U" AND NOT = "J"
                       MOVE "ISENCAO DEVE SER BRANCO, F, A, U OU J"
                           TO WS-MOTIVO
                   END-IF
               WHEN "P"
                   IF WS-CT-846-PRIVAT NOT NUMERIC
                       MOVE "CODIGO PRIVAT NAO NUMERICO" TO WS-MOTIVO
                   END-IF
               WHEN OTHER
                   MOVE "TIPO DE LINHA DEVE SER R OU P" TO WS-MOTIVO
           END-EVALUATE.
       3590-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * 3595-CRITICAR-TX859 - LINHA DE MULTIPLO DA DEBR859: TIPO DO    *
      *                       CHEQUE ESPECIAL E NIVEL DE TAXA COMO NO  *
      *                       DEB307; MULTIPLO ZERO PROPORIA LIMITE    *
      *                       ZERO PARA TODAS AS CONTAS DA LINHA.      *
      *----------------------------------------------------------------*
       3595-CRITICAR-TX859.
           IF WS-CT-859-TP-CH-ESP NOT NUMERIC
              OR WS-CT-859-NIV-TX-C-ES NOT NUMERIC
               MOVE "TIPO/NIVEL DA LINHA DE MULTIPLO NAO NUMERICOS"
                   TO WS-MOTIVO
               GO TO 3595-FIM
           END-IF.
           IF WS-CT-859-TP-CH-ESP = ZERO
               MOVE "TIPO 0 (SEM CHEQUE ESPECIAL) NAO TEM MULTIPLO"
                   TO WS-MOTIVO
               GO TO 3595-FIM
           END-IF.
           IF WS-CT-859-MULTIPLO NOT NUMERIC
              OR WS-CT-859-MULTIPLO = ZERO
               MOVE "MULTIPLO DEVE SER NUMERICO E MAIOR QUE ZERO"
                   TO WS-MOTIVO
           END-IF.
       3595-FIM.
           EXIT.

      *================================================================*
      * 4000-APLICAR - GUARDA O CONTEUDO QUE VALIA ANTES (PARA A       *
      *                AUDITORIA) E APLICA A TRANSACAO NO KSDS.        *
      *================================================================*
       4000-APLICAR.
           EVALUATE TRUE
               WHEN DEBT855-INCLUSAO
                   PERFORM 4100-BUSCAR-ANTERIOR THRU 4100-FIM
                   PERFORM 4500-INCLUIR THRU 4500-FIM
               WHEN DEBT855-DESATIVACAO
                   PERFORM 4100-BUSCAR-ANTERIOR THRU 4100-FIM
                   IF WS-ANT-SITUACAO NOT = "A"
                       MOVE "LINHA SEM VIGENCIA ATIVA A DESATIVAR"
                           TO WS-MOTIVO
                       GO TO 4000-FIM
                   END-IF
                   MOVE WS-ANT-CONTEUDO TO WS-CONTEUDO
                   PERFORM 4500-INCLUIR THRU 4500-FIM
               WHEN DEBT855-ALTERACAO
                   PERFORM 4600-ALTERAR THRU 4600-FIM
               WHEN DEBT855-EXCLUSAO
                   PERFORM 4700-EXCLUIR THRU 4700-FIM
           END-EVALUATE.
       4000-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * 4100-BUSCAR-ANTERIOR - ULTIMA VIGENCIA DO PARAMETRO/ITEM ANTES *
      *                        DA VIGENCIA DA TRANSACAO: E O CONTEUDO  *
      *                        QUE A NOVA VIGENCIA SUBSTITUI.          *
      *----------------------------------------------------------------*
       4100-BUSCAR-ANTERIOR.
           MOVE "N" TO WS-SW-FIM-GRUPO.
           MOVE DEBT855-PROGRAMA  TO DEBPAR-PROGRAMA.
           MOVE DEBT855-PARAMETRO TO DEBPAR-PARAMETRO.
           MOVE DEBT855-ITEM      TO DEBPAR-ITEM.
           MOVE ZERO              TO DEBPAR-DT-VIGENCIA.
           START DEBPAR KEY NOT < DEBPAR-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-SW-FIM-GRUPO
           END-START.
           PERFORM 4150-LER-VIGENCIA THRU 4150-FIM
               UNTIL WS-FIM-GRUPO.
       4100-FIM.
           EXIT.

       4150-LER-VIGENCIA.
           READ DEBPAR NEXT RECORD
               AT END
                   MOVE "S" TO WS-SW-FIM-GRUPO
           END-READ.
           IF WS-FIM-GRUPO
               GO TO 4150-FIM
           END-IF.
           IF WS-FS-DEBPAR NOT = "00"
              OR DEBPAR-PROGRAMA  NOT = DEBT855-PROGRAMA
              OR DEBPAR-PARAMETRO NOT = DEBT855-PARAMETRO
              OR DEBPAR-ITEM      NOT = DEBT855-ITEM
              OR DEBPAR-DT-VIGENCIA NOT < WS-VIGENCIA
               MOVE "S" TO WS-SW-FIM-GRUPO
               GO TO 4150-FIM
           END-IF.
           MOVE DEBPAR-DT-VIGENCIA TO WS-ANT-DT-VIGENCIA.
           MOVE DEBPAR-SITUACAO    TO WS-ANT-SITUACAO.
           MOVE DEBPAR-CONTEUDO    TO WS-ANT-CONTEUDO.
           MOVE DEBPAR-USUARIO     TO WS-ANT-USUARIO.
       4150-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * 4500-INCLUIR - NOVA VIGENCIA ATIVA ("I") OU DE DESATIVACAO     *
      *                ("D", COM O CONTEUDO QUE ESTAVA EM VIGOR).      *
      *----------------------------------------------------------------*
       4500-INCLUIR.
           PERFORM 4900-MONTAR-REGISTRO THRU 4900-FIM.
           IF DEBT855-DESATIVACAO
               MOVE "I" TO DEBPAR-SITUACAO
           END-IF.
           WRITE REGISTRO-DEBPAR
               INVALID KEY
                   MOVE "VIGENCIA JA CADASTRADA - USAR ALTERACAO"
                       TO WS-MOTIVO
               NOT INVALID KEY
                   IF DEBT855-INCLUSAO
                       ADD 1 TO WS-QT-INCLUSOES
                   ELSE
                       ADD 1 TO WS-QT-DESATIVACOES
                   END-IF
           END-WRITE.
       4500-FIM.
           EXIT.

       4600-ALTERAR.
           PERFORM 4800-LER-VIGENCIA-FUTURA THRU 4800-FIM.
           IF WS-MOTIVO NOT = SPACES
               GO TO 4600-FIM
           END-IF.
           PERFORM 4900-MONTAR-REGISTRO THRU 4900-FIM.
           REWRITE REGISTRO-DEBPAR
               INVALID KEY
                   MOVE "ERRO NA REGRAVACAO DO DEBPAR" TO WS-MOTIVO
               NOT INVALID KEY
                   ADD 1 TO WS-QT-ALTERACOES
           END-REWRITE.
       4600-FIM.
           EXIT.

       4700-EXCLUIR.
           PERFORM 4800-LER-VIGENCIA-FUTURA THRU 4800-FIM.
           IF WS-MOTIVO NOT = SPACES
               GO TO 4700-FIM
           END-IF.
           MOVE SPACES TO WS-CONTEUDO.
           DELETE DEBPAR
               INVALID KEY
                   MOVE "ERRO NA EXCLUSAO DO DEBPAR" TO WS-MOTIVO
               NOT INVALID KEY
                   ADD 1 TO WS-QT-EXCLUSOES
           END-DELETE.
       4700-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * 4800-LER-VIGENCIA-FUTURA - A VIGENCIA A ALTERAR OU EXCLUIR TEM *
      *                            QUE EXISTIR; O CONTEUDO GRAVADO E O *
      *                            "ANTES" DA AUDITORIA.               *
      *----------------------------------------------------------------*
       4800-LER-VIGENCIA-FUTURA.
           MOVE DEBT855-PROGRAMA    TO DEBPAR-PROGRAMA.
           MOVE DEBT855-PARAMETRO   TO DEBPAR-PARAMETRO.
           MOVE DEBT855-ITEM        TO DEBPAR-ITEM.
           MOVE DEBT855-DT-VIGENCIA TO DEBPAR-DT-VIGENCIA.
           READ DEBPAR
               INVALID KEY
                   MOVE "VIGENCIA NAO CADASTRADA" TO WS-MOTIVO
               NOT INVALID KEY
                   MOVE DEBPAR-DT-VIGENCIA TO WS-ANT-DT-VIGENCIA
                   MOVE DEBPAR-SITUACAO    TO WS-ANT-SITUACAO
                   MOVE DEBPAR-CONTEUDO    TO WS-ANT-CONTEUDO
                   MOVE DEBPAR-USUARIO     TO WS-ANT-USUARIO
           END-READ.
       4800-FIM.
           EXIT.

       4900-MONTAR-REGISTRO.
           MOVE SPACES                TO REGISTRO-DEBPAR.
           MOVE DEBT855-PROGRAMA      TO DEBPAR-PROGRAMA.
           MOVE DEBT855-PARAMETRO     TO DEBPAR-PARAMETRO.
           MOVE DEBT855-ITEM          TO DEBPAR-ITEM.
           MOVE DEBT855-DT-VIGENCIA   TO DEBPAR-DT-VIGENCIA.
           MOVE "A"                   TO DEBPAR-SITUACAO.
           MOVE WS-CONTEUDO           TO DEBPAR-CONTEUDO.
           MOVE DEBT855-USUARIO       TO DEBPAR-USUARIO.
           MOVE DEBT855-JUSTIFICATIVA TO DEBPAR-JUSTIFICATIVA.
           MOVE WS-DATA-ATUAL-AMD     TO DEBPAR-DT-ATUALIZACAO.
           ACCEPT WS-HORA-ATUAL FROM TIME.
           MOVE WS-HORA-HHMMSS        TO DEBPAR-HR-ATUALIZACAO.
       4900-FIM.
           EXIT.

      *================================================================*
      * 6000-IMPRIMIR-AUDITORIA - LINHA DA TRANSACAO, CONTEUDO ANTES E *
      *                           DEPOIS E JUSTIFICATIVA.              *
      *================================================================*
       6000-IMPRIMIR-AUDITORIA.
           MOVE DEBT855-TIPO       TO WS-TRN-TIPO.
           MOVE DEBT855-PROGRAMA   TO WS-TRN-PROGRAMA.
           MOVE DEBT855-PARAMETRO  TO WS-TRN-PARAMETRO.
           MOVE DEBT855-ITEM       TO WS-TRN-ITEM.
           MOVE DEBT855-DT-VIGENCIA TO WS-TRN-VIGENCIA.
           MOVE DEBT855-USUARIO    TO WS-TRN-USUARIO.
           IF WS-MOTIVO = SPACES
               MOVE "APLICADA"  TO WS-TRN-RESULTADO
           ELSE
               MOVE "REJEITADA" TO WS-TRN-RESULTADO
           END-IF.
           MOVE WS-MOTIVO          TO WS-TRN-MOTIVO.
           MOVE WS-LINHA-TRANSACAO TO REGISTRO-DEBL855.
           PERFORM 7900-GRAVAR-DEBL855 THRU 7900-FIM.
           MOVE "ANTES    - VIG. " TO WS-CNT-ROTULO.
           IF WS-ANT-DT-VIGENCIA = ZERO
               MOVE "--------"     TO WS-CNT-VIGENCIA
               MOVE "(SEM VIGENCIA ANTERIOR)" TO WS-CNT-CONTEUDO
           ELSE
               MOVE WS-ANT-DT-VIGENCIA TO WS-CNT-VIGENCIA
               MOVE WS-ANT-CONTEUDO    TO WS-CNT-CONTEUDO
               IF WS-ANT-SITUACAO = "I"
                   MOVE "ANTES (DESAT.)  " TO WS-CNT-ROTULO
               END-IF
           END-IF.
           MOVE WS-LINHA-CONTEUDO  TO REGISTRO-DEBL855.
           PERFORM 7900-GRAVAR-DEBL855 THRU 7900-FIM.
           MOVE "DEPOIS   - VIG. " TO WS-CNT-ROTULO.
           MOVE DEBT855-DT-VIGENCIA TO WS-CNT-VIGENCIA.
           EVALUATE TRUE
               WHEN DEBT855-EXCLUSAO
                   MOVE "(VIGENCIA EXCLUIDA)" TO WS-CNT-CONTEUDO
               WHEN DEBT855-DESATIVACAO
                   MOVE "DEPOIS (DESAT.) " TO WS-CNT-ROTULO
                   MOVE WS-CONTEUDO TO WS-CNT-CONTEUDO
               WHEN OTHER
                   MOVE WS-CONTEUDO TO WS-CNT-CONTEUDO
           END-EVALUATE.
           MOVE WS-LINHA-CONTEUDO  TO REGISTRO-DEBL855.
           PERFORM 7900-GRAVAR-DEBL855 THRU 7900-FIM.
           MOVE DEBT855-JUSTIFICATIVA TO WS-JUS-TEXTO.
           MOVE WS-LINHA-JUSTIFICATIVA TO REGISTRO-DEBL855.
           PERFORM 7900-GRAVAR-DEBL855 THRU 7900-FIM.
       6000-FIM.
           EXIT.

      *================================================================*
      * 7000-IMPRIMIR-RESUMO                                           *
      *================================================================*
       7000-IMPRIMIR-RESUMO.
           MOVE SPACES TO REGISTRO-DEBL855.
           PERFORM 7900-GRAVAR-DEBL855 THRU 7900-FIM.
           MOVE "TRANSACOES LIDAS"        TO WS-RES-DESCRICAO.
           MOVE WS-QT-LIDOS-CTL           TO WS-RES-QUANTIDADE.
           PERFORM 7200-GRAVAR-RESUMO THRU 7200-FIM.
           MOVE "TRANSACOES APLICADAS"    TO WS-RES-DESCRICAO.
           MOVE WS-QT-APLICADAS           TO WS-RES-QUANTIDADE.
           PERFORM 7200-GRAVAR-RESUMO THRU 7200-FIM.
           MOVE "  INCLUSOES DE VIGENCIA" TO WS-RES-DESCRICAO.
           MOVE WS-QT-INCLUSOES           TO WS-RES-QUANTIDADE.
           PERFORM 7200-GRAVAR-RESUMO THRU 7200-FIM.
           MOVE "  ALTERACOES DE VIGENCIA FUTURA" TO WS-RES-DESCRICAO.
           MOVE WS-QT-ALTERACOES          TO WS-RES-QUANTIDADE.
           PERFORM 7200-GRAVAR-RESUMO THRU 7200-FIM.
           MOVE "  EXCLUSOES DE VIGENCIA FUTURA" TO WS-RES-DESCRICAO.
           MOVE WS-QT-EXCLUSOES           TO WS-RES-QUANTIDADE.
           PERFORM 7200-GRAVAR-RESUMO THRU 7200-FIM.
           MOVE "  DESATIVACOES DE LINHA" TO WS-RES-DESCRICAO.
           MOVE WS-QT-DESATIVACOES        TO WS-RES-QUANTIDADE.
           PERFORM 7200-GRAVAR-RESUMO THRU 7200-FIM.
           MOVE "TRANSACOES REJEITADAS"   TO WS-RES-DESCRICAO.
           MOVE WS-QT-REJEITADAS          TO WS-RES-QUANTIDADE.
           PERFORM 7200-GRAVAR-RESUMO THRU 7200-FIM.
       7000-FIM.
           EXIT.

       7200-GRAVAR-RESUMO.
           MOVE WS-LINHA-RESUMO TO REGISTRO-DEBL855.
           PERFORM 7900-GRAVAR-DEBL855 THRU 7900-FIM.
       7200-FIM.
           EXIT.

       7900-GRAVAR-DEBL855.
           WRITE REGISTRO-DEBL855.
           ADD 1 TO WS-QT-GRAV-DEBL855.
       7900-FIM.
           EXIT.

      *================================================================*
      * 8000-ENCERRAR - TRANSACAO REJEITADA DEIXA A EXECUCAO COM       *
      *                 RETURN-CODE 4 PARA O OPERADOR CONFERIR A       *
      *                 DEBL855 ANTES DO NOTURNO.                      *
      *================================================================*
       8000-ENCERRAR.
           PERFORM 7000-IMPRIMIR-RESUMO THRU 7000-FIM.
           DISPLAY "DEBA855 - TRANSACOES LIDAS......: " WS-QT-LIDOS-CTL.
           DISPLAY "DEBA855 - TRANSACOES APLICADAS..: " WS-QT-APLICADAS.
           DISPLAY "DEBA855 - TRANSACOES REJEITADAS.: "
                   WS-QT-REJEITADAS.
           IF WS-QT-REJEITADAS > ZERO
               MOVE "RC=4" TO WS-STATUS-CTL
           END-IF.
           MOVE "F"        TO DEBF904-FUNCAO.
           MOVE "DEBA855" TO DEBF904-PROGRAMA.
           MOVE WS-QT-LIDOS-CTL TO DEBF904-QT-LIDOS.
           MOVE "DEBL855" TO DEBF904-ARQ(1).
           MOVE WS-QT-GRAV-DEBL855 TO DEBF904-QT-GRAVADOS(1).
           MOVE "DEBPAR"  TO DEBF904-ARQ(2).
           MOVE WS-QT-APLICADAS TO DEBF904-QT-GRAVADOS(2).
           MOVE WS-STATUS-CTL TO DEBF904-STATUS.
           CALL "DEBF904" USING DEBF904-PARM.
           CLOSE DEBT855.
           CLOSE DEBPAR.
           CLOSE DEBL855.
      *    O RETURN-CODE E CARREGADO DEPOIS DA CHAMADA AA DEBF904 -
      *    NO RETORNO DE UM CALL, O RETURN-CODE DO CHAMADO SOBREPOE O
      *    DO CHAMADOR.
           IF WS-STATUS-CTL = "RC=4"
               MOVE 4 TO RETURN-CODE
           END-IF.
       8000-FIM.
           EXIT.
      * ----------------------------------------------------------------
