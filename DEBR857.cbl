       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEBR857.
       AUTHOR. F7023235.
      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES:                                      *
      * VRS001 15.10.2026 F7023235  IMPLANTACAO. COPIA MASCARADA DO    *
      *                             DEB307 E DO DEB1122 PARA O         *
      *                             AMBIENTE DE HOMOLOGACAO (LGPD):    *
      *                             - CGC-CPF TROCADO POR DOCUMENTO    *
      *                               SUBSTITUTO DETERMINISTICO (O     *
      *                               MESMO DOCUMENTO REAL GERA SEMPRE *
      *                               O MESMO SUBSTITUTO), COM OS      *
      *                               DIGITOS VERIFICADORES DA DEBF902 *
      *                               E O MESMO RESULTADO DE VALIDACAO *
      *                               DO ORIGINAL;                     *
      *                             - NOM-TITULAR/NOM-SOLIDAR TROCADOS *
      *                               POR NOMES DERIVADOS DO DOCUMENTO *
      *                               E DO MCI SUBSTITUTOS;            *
      *                             - COD-BDC, BDC-SOLID, TELEFONE E   *
      *                               DDD EMBARALHADOS;                *
      *                             - CONTA RENUMERADA DENTRO DA       *
      *                               AGENCIA, COM A MESMA REGRA NA    *
      *                               CNTA-DEST E NA CONTA DE ORIGEM   *
      *                               DO DEB1122;                      *
      *                             - HEADER E DOMINIOS CODIFICADOS    *
      *                               PRESERVADOS.                     *
      *                             O RELATORIO DEBL857 COMPROVA QUE   *
      *                             NENHUM DOCUMENTO ORIGINAL FICOU NA *
      *                             COPIA (RC=8 EM CASO CONTRARIO).    *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEBP857  ASSIGN TO UT-S-DEBP857
                  ORGANIZATION IS SEQUENTIAL.

           SELECT DEB307   ASSIGN TO UT-S-DEBK307
                  ORGANIZATION IS SEQUENTIAL.

           SELECT DEB307A  ASSIGN TO UT-S-DEBK307A
                  ORGANIZATION IS SEQUENTIAL.

           SELECT DEB1122  ASSIGN TO UT-S-DEBK1122
                  ORGANIZATION IS SEQUENTIAL.

           SELECT DEB1122A ASSIGN TO UT-S-DEBK1122A
                  ORGANIZATION IS SEQUENTIAL.

           SELECT DEBW857  ASSIGN TO UT-S-DEBW857
                  ORGANIZATION IS SEQUENTIAL.

           SELECT DEBL857  ASSIGN TO UT-S-DEBL857
                  ORGANIZATION IS SEQUENTIAL.

           SELECT SORTWK57A ASSIGN TO UT-S-SORTWK57A.

           SELECT SORTWK57B ASSIGN TO UT-S-SORTWK57B.

           SELECT SORTWK57C ASSIGN TO UT-S-SORTWK57C.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      * CARTAO DE CHAVE DO MASCARAMENTO - TRES MULTIPLICADORES (PRIMOS *
      * COM 10: IMPARES E NAO TERMINADOS EM 5) E TRES PARCELAS. A      *
      * MESMA CHAVE GERA SEMPRE OS MESMOS SUBSTITUTOS; O DATASET DO    *
      * CARTAO FICA PROTEGIDO, FORA DO ALCANCE DA HOMOLOGACAO.         *
      *----------------------------------------------------------------*
       FD  DEBP857
           BLOCK  0
           RECORD CONTAINS 80 CHARACTERS
           RECORDING F.

       01  REGISTRO-DEBP857.
           03  DEBP857-MULTIPLICADOR  PIC 9(005) OCCURS 3 TIMES.
           03  DEBP857-PARCELA        PIC 9(009) OCCURS 3 TIMES.
           03  FILLER                 PIC X(038).

       FD  DEB307
           BLOCK  0
           RECORD CONTAINS 371 CHARACTERS
           RECORDING F.

       01  DEB307-REGISTRO            PIC X(371).

       FD  DEB307A
           BLOCK  0
           RECORD CONTAINS 371 CHARACTERS
           RECORDING F.

       01  REGISTRO-DEB307A           PIC X(371).

       FD  DEB1122
           BLOCK  0
           RECORD CONTAINS 22 CHARACTERS
           RECORDING F.

       01  REGISTRO-DEB1122           PIC X(22).

       FD  DEB1122A
           BLOCK  0
           RECORD CONTAINS 22 CHARACTERS
           RECORDING F.

       01  REGISTRO-DEB1122A          PIC X(22).

      *----------------------------------------------------------------*
      * ARQUIVO DE TRABALHO DA CONFERENCIA FINAL: CADA DOCUMENTO       *
      * ORIGINAL ("1") E CADA SUBSTITUTO GRAVADO NA COPIA ("2").       *
      * TEMPORARIO DO PASSO - NAO VAI PARA A HOMOLOGACAO.              *
      *----------------------------------------------------------------*
       FD  DEBW857
           BLOCK  0
           RECORD CONTAINS 20 CHARACTERS
           RECORDING F.

       01  REGISTRO-DEBW857.
           03  DEBW857-DOCUMENTO      PIC 9(015).
           03  DEBW857-TIPO           PIC X(001).
           03  FILLER                 PIC X(004).

       FD  DEBL857
           BLOCK  0
           RECORD CONTAINS 132 CHARACTERS
           RECORDING F.

       01  REGISTRO-DEBL857           PIC X(132).

      *----------------------------------------------------------------*
      * PRIMEIRA ORDENACAO: BASES DOS DOCUMENTOS ORIGINAIS ("1") E AS  *
      * BASES PERMUTADAS ("2", COM A BASE DE ORIGEM), POR CLASSE       *
      * ("F" CPF, "J" CNPJ). PERMUTADA QUE CAI SOBRE UMA BASE ORIGINAL *
      * E DESVIADA PARA UMA BASE LIVRE (RESERVA).                      *
      *----------------------------------------------------------------*
       SD  SORTWK57A.
       01  REGISTRO-SORTWK57A.
           03  SORTWK57A-CLASSE       PIC X(001).
           03  SORTWK57A-VALOR        PIC 9(009).
           03  SORTWK57A-TIPO         PIC X(001).
           03  SORTWK57A-ORIGEM       PIC 9(009).

      *----------------------------------------------------------------*
      * SEGUNDA ORDENACAO: O DEB307 MASCARADO, NA ORDEM DAS CONTAS     *
      * RENUMERADAS (O HEADER, AGENCIA 0, CONTINUA EM PRIMEIRO).       *
      *----------------------------------------------------------------*
       SD  SORTWK57B.
       01  REGISTRO-SORTWK57B.
           03  SORTWK57B-AGENCIA      PIC 9(005).
           03  SORTWK57B-CONTA        PIC 9(011).
           03  SORTWK57B-REGISTRO     PIC X(371).

      *----------------------------------------------------------------*
      * TERCEIRA ORDENACAO: CONFERENCIA DOS DOCUMENTOS ORIGINAIS CONTRA*
      * OS SUBSTITUTOS GRAVADOS (DEBW857).                             *
      *----------------------------------------------------------------*
       SD  SORTWK57C.
       01  REGISTRO-SORTWK57C.
           03  SORTWK57C-DOCUMENTO    PIC 9(015).
           03  SORTWK57C-TIPO         PIC X(001).
           03  FILLER                 PIC X(004).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * PARAMETROS DA SUBROTINA DE REGISTRO DE EXECUCAO NO ARQUIVO DE  *
      * CONTROLE DEBCTL (BOOK DEBFK904).                               *
      *----------------------------------------------------------------*
       01  DEBF904-PARM.
           COPY DEBFK904.

       01  WS-QT-LIDOS-CTL             PIC 9(09) COMP VALUE ZERO.
       01  WS-QT-GRAV-DEB307A          PIC 9(09) COMP VALUE ZERO.
       01  WS-QT-GRAV-DEB1122A         PIC 9(09) COMP VALUE ZERO.
       01  WS-QT-GRAV-DEBL857          PIC 9(09) COMP VALUE ZERO.
       01  WS-STATUS-CTL               PIC X(04)      VALUE "OK".

           COPY DEBK307.

           COPY DEBK1122.

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
      * CHAVE DO MASCARAMENTO (CARTAO DEBP857).                        *
      *----------------------------------------------------------------*
       01  WS-CHAVE.
           03  WS-CHV-MULTIPLICADOR   PIC 9(005) OCCURS 3 TIMES.
           03  WS-CHV-PARCELA         PIC 9(009) OCCURS 3 TIMES.

      *----------------------------------------------------------------*
      * POTENCIAS DE 10 - TB-POT(N) = 10 ELEVADO A N - 1.              *
      *----------------------------------------------------------------*
       01  TB-POTENCIAS.
           03  TB-POT                 PIC 9(012) OCCURS 12 TIMES.

      *----------------------------------------------------------------*
      * DDD VALIDOS - O DDD EMBARALHADO CONTINUA SENDO UM DDD EXISTENTE*
      *----------------------------------------------------------------*
       01  TB-DDD-VALORES.
           03  FILLER  PIC X(020) VALUE "11121314151617181921".
           03  FILLER  PIC X(020) VALUE "22242728313233343537".
           03  FILLER  PIC X(020) VALUE "38414243444546474849".
           03  FILLER  PIC X(020) VALUE "51535455616263646566".
           03  FILLER  PIC X(020) VALUE "67686971737475777981".
           03  FILLER  PIC X(020) VALUE "82838485868788899192".
           03  FILLER  PIC X(014) VALUE "93949596979899".
       01  TB-DDD REDEFINES TB-DDD-VALORES.
           03  TB-DDD-ITEM            PIC 9(002) OCCURS 67 TIMES.

      *----------------------------------------------------------------*
      * BASES PERMUTADAS QUE CAIRAM SOBRE UMA BASE ORIGINAL (OU SOBRE  *
      * A BASE ZERO), NA ORDEM DE CLASSE E BASE PERMUTADA, COM A BASE  *
      * LIVRE QUE AS SUBSTITUI.                                        *
      *----------------------------------------------------------------*
       01  TB-COLISOES.
           03  TB-QT-COLISOES         PIC S9(8) COMP     VALUE ZERO.
           03  TB-COL-ITEM  OCCURS 1 TO 50000 TIMES
                            DEPENDING ON TB-QT-COLISOES
                            ASCENDING KEY IS TB-COL-CLASSE
                                             TB-COL-VALOR
                            INDEXED BY TB-COL-IDX.
               05  TB-COL-CLASSE      PIC X(001).
               05  TB-COL-VALOR       PIC 9(009).
               05  TB-COL-SUBSTITUTO  PIC 9(009).

       01  WS-IDX-PENDENTE            PIC S9(8) COMP     VALUE 1.
       01  WS-CLS-CORRENTE            PIC X(001)         VALUE SPACE.
       01  WS-VALOR-GRUPO             PIC 9(009)         VALUE ZERO.
       01  WS-VALOR-MAXIMO            PIC 9(009)         VALUE ZERO.
       01  WS-LIVRE-INICIO            PIC S9(010) COMP-3 VALUE ZERO.
       01  WS-LIVRE-FIM               PIC S9(010) COMP-3 VALUE ZERO.

      *----------------------------------------------------------------*
      * PERMUTACAO CHAVEADA DE UM NUMERO DE N DIGITOS: TRES RODADAS DE *
      * (MULTIPLICADOR * VALOR + PARCELA + AJUSTE) MODULO 10**N,       *
      * SEGUIDAS DE ROTACAO DOS DIGITOS. CADA ETAPA E UMA BIJECAO, LOGO*
      * VALORES DIFERENTES NUNCA GERAM O MESMO SUBSTITUTO.             *
      *----------------------------------------------------------------*
       01  WS-PRM-VALOR               PIC 9(010)         VALUE ZERO.
       01  WS-PRM-DIGITOS             PIC S9(4) COMP     VALUE ZERO.
       01  WS-PRM-AJUSTE              PIC 9(009)         VALUE ZERO.
       01  WS-PRM-CALCULO             PIC 9(017) COMP-3  VALUE ZERO.
       01  WS-PRM-QUOCIENTE           PIC 9(017) COMP-3  VALUE ZERO.
       01  WS-PRM-ALTO                PIC 9(010)         VALUE ZERO.
       01  WS-PRM-BAIXO               PIC 9(010)         VALUE ZERO.
       01  WS-PRM-METADE              PIC S9(4) COMP     VALUE ZERO.
       01  WS-PRM-POSICAO             PIC S9(4) COMP     VALUE ZERO.
       01  WS-IDX-RODADA              PIC S9(4) COMP     VALUE ZERO.

      *----------------------------------------------------------------*
      * EMBARALHAMENTO DE CONTA, MCI E TELEFONE: O PRIMEIRO DIGITO E A *
      * QUANTIDADE DE DIGITOS SE MANTEM E O RESTANTE E PERMUTADO. A    *
      * CONTA USA A AGENCIA COMO AJUSTE; OS DEMAIS CAMPOS, UMA         *
      * CONSTANTE PROPRIA, ACIMA DE QUALQUER PREFIXO DE AGENCIA.       *
      *----------------------------------------------------------------*
       01  WS-EMB-NUMERO              PIC 9(011)         VALUE ZERO.
       01  WS-EMB-AJUSTE              PIC 9(009)         VALUE ZERO.
       01  WS-EMB-DIGITOS             PIC S9(4) COMP     VALUE ZERO.
       01  WS-EMB-LIDER               PIC 9(001)         VALUE ZERO.
       01  WS-EMB-ORIGINAL            PIC 9(011)         VALUE ZERO.
       01  WS-AJUSTE-MCI              PIC 9(009)         VALUE 100001.
       01  WS-AJUSTE-TELEFONE         PIC 9(009)         VALUE 100002.
       01  WS-AJUSTE-CPF              PIC 9(009)         VALUE 100003.
       01  WS-AJUSTE-CNPJ             PIC 9(009)         VALUE 100004.

      *----------------------------------------------------------------*
      * DOCUMENTO ORIGINAL E SUBSTITUTO. CPF: POSICOES 1-4 ZERADAS,    *
      * BASE EM 5-13; CNPJ: RAIZ EM 2-9 E FILIAL EM 10-13 (MANTIDA);   *
      * VERIFICADORES EM 14-15 (VIDE DEBF902).                         *
      *----------------------------------------------------------------*
       01  WS-DOC-ORIGINAL            PIC 9(015)         VALUE ZERO.
       01  FILLER REDEFINES WS-DOC-ORIGINAL.
           03  WS-DOR-CPF-ZEROS       PIC 9(004).
           03  WS-DOR-CPF-BASE        PIC 9(009).
           03  FILLER                 PIC 9(002).
       01  FILLER REDEFINES WS-DOC-ORIGINAL.
           03  FILLER                 PIC 9(001).
           03  WS-DOR-CNPJ-RAIZ       PIC 9(008).
           03  WS-DOR-CNPJ-FILIAL     PIC 9(004).
           03  FILLER                 PIC 9(002).

       01  WS-DOC-SUBSTITUTO          PIC 9(015)         VALUE ZERO.
       01  FILLER REDEFINES WS-DOC-SUBSTITUTO.
           03  FILLER                 PIC 9(004).
           03  WS-DSU-CPF-BASE        PIC 9(009).
           03  FILLER                 PIC 9(002).
       01  FILLER REDEFINES WS-DOC-SUBSTITUTO.
           03  FILLER                 PIC 9(001).
           03  WS-DSU-CNPJ-RAIZ       PIC 9(008).
           03  WS-DSU-CNPJ-FILIAL     PIC 9(004).
           03  FILLER                 PIC 9(002).
       01  FILLER REDEFINES WS-DOC-SUBSTITUTO.
           03  FILLER                 PIC 9(013).
           03  WS-DSU-DV              PIC 9(002).

       01  WS-DOC-CLASSE              PIC X(001)         VALUE SPACE.
           88  WS-DOC-CPF                                VALUE "F".
           88  WS-DOC-CNPJ                               VALUE "J".
       01  WS-DOC-PESSOA-CLASSE       PIC 9(001)         VALUE ZERO.
       01  WS-DOC-BASE                PIC 9(009)         VALUE ZERO.
       01  WS-DOC-BASE-PERM           PIC 9(009)         VALUE ZERO.
       01  WS-RTN-ORIGINAL            PIC 9(002)         VALUE ZERO.
       01  WS-DV-SUBSTITUTO           PIC 9(002)         VALUE ZERO.
       01  WS-DV1                     PIC 9(001)         VALUE ZERO.
       01  WS-DV2                     PIC 9(002)         VALUE ZERO.

       01  WS-NOME-ORIGINAL           PIC X(025)         VALUE SPACES.
       01  WS-NOME-MCI                PIC 9(009)         VALUE ZERO.

       01  WS-DDD-CALCULO             PIC 9(012)         VALUE ZERO.
       01  WS-DDD-QUOCIENTE           PIC 9(012)         VALUE ZERO.
       01  WS-IDX-DDD                 PIC S9(4) COMP     VALUE ZERO.

       01  WS-AGENCIA-ANTERIOR        PIC 9(005)         VALUE ZERO.
       01  WS-CONTA-ANTERIOR          PIC 9(011)         VALUE ZERO.
       01  WS-DOC-GRUPO               PIC 9(015)         VALUE ZERO.

      *----------------------------------------------------------------*
      * DATA DO EXTRATO (DATA-ATUAL DO HEADER DO DEB307).              *
      *----------------------------------------------------------------*
       01  WS-DT-EXTRATO-FMT          PIC X(010)         VALUE SPACES.
       01  WS-IDX-CHAVE               PIC S9(4) COMP     VALUE ZERO.
       01  WS-RESTO                   PIC S9(4) COMP     VALUE ZERO.
       01  WS-QUOCIENTE               PIC S9(9) COMP     VALUE ZERO.

      *----------------------------------------------------------------*
      * QUANTIDADES DA ESTATISTICA DO MASCARAMENTO.                    *
      *----------------------------------------------------------------*
       01  WS-QT-LIDOS-PASSO1         PIC 9(009) COMP    VALUE ZERO.
       01  WS-QT-CONTAS               PIC 9(009) COMP    VALUE ZERO.
       01  WS-QT-CONTA-MANTIDA        PIC 9(009) COMP    VALUE ZERO.
       01  WS-QT-DESTINOS             PIC 9(009) COMP    VALUE ZERO.
       01  WS-QT-CHAVE-DUPLICADA      PIC 9(009) COMP    VALUE ZERO.
       01  WS-QT-DOC-INFORMADO        PIC 9(009) COMP    VALUE ZERO.
       01  WS-QT-DOC-ZERO             PIC 9(009) COMP    VALUE ZERO.
       01  WS-QT-DOC-CPF              PIC 9(009) COMP    VALUE ZERO.
       01  WS-QT-DOC-CNPJ             PIC 9(009) COMP    VALUE ZERO.
       01  WS-QT-DOC-PERMUTADO        PIC 9(009) COMP    VALUE ZERO.
       01  WS-QT-DOC-RESERVA          PIC 9(009) COMP    VALUE ZERO.
       01  WS-QT-DOC-MANTIDO          PIC 9(009) COMP    VALUE ZERO.
       01  WS-QT-RTN-PRESERVADO       PIC 9(009) COMP    VALUE ZERO.
       01  WS-QT-RTN-ALTERADO         PIC 9(009) COMP    VALUE ZERO.
       01  WS-QT-BASES-ORIGINAIS      PIC 9(009) COMP    VALUE ZERO.
       01  WS-QT-DOCS-ORIGINAIS       PIC 9(009) COMP    VALUE ZERO.
       01  WS-QT-DOCS-SUBSTITUTOS     PIC 9(009) COMP    VALUE ZERO.
       01  WS-QT-DOCS-COINCIDENTES    PIC 9(009) COMP    VALUE ZERO.
       01  WS-QT-TITULAR-TROCADO      PIC 9(009) COMP    VALUE ZERO.
       01  WS-QT-SOLIDAR-TROCADO      PIC 9(009) COMP    VALUE ZERO.
       01  WS-QT-NOME-BRANCO          PIC 9(009) COMP    VALUE ZERO.
       01  WS-QT-NOME-MANTIDO         PIC 9(009) COMP    VALUE ZERO.
       01  WS-QT-LIDOS-1122           PIC 9(009) COMP    VALUE ZERO.
       01  WS-QT-1122-CONTROLE        PIC 9(009) COMP    VALUE ZERO.
       01  WS-QT-1122-CANCELAMENTO    PIC 9(009) COMP    VALUE ZERO.
       01  WS-QT-1122-MASCARADO       PIC 9(009) COMP    VALUE ZERO.
       01  WS-QT-1122-SEM-ORIGEM      PIC 9(009) COMP    VALUE ZERO.

      *----------------------------------------------------------------*
      * CONTATOS EMBARALHADOS: 1 COD-BDC, 2 BDC-SOLID, 3 TELEFONE,     *
      * 4 DDD.                                                         *
      *----------------------------------------------------------------*
       01  TB-CONTATOS-VALORES.
           03  FILLER  PIC X(010) VALUE "COD-BDC".
           03  FILLER  PIC X(010) VALUE "BDC-SOLID".
           03  FILLER  PIC X(010) VALUE "TELEFONE".
           03  FILLER  PIC X(010) VALUE "DDD".
       01  TB-CONTATOS-NOMES REDEFINES TB-CONTATOS-VALORES.
           03  TB-CTT-NOME            PIC X(010) OCCURS 4 TIMES.

       01  TB-CONTATOS.
           03  TB-CTT-ITEM            OCCURS 4 TIMES.
               05  TB-CTT-ALTERADOS   PIC 9(009) COMP.
               05  TB-CTT-ZERADOS     PIC 9(009) COMP.
               05  TB-CTT-MANTIDOS    PIC 9(009) COMP.

       01  WS-IDX-CONTATO             PIC S9(4) COMP     VALUE ZERO.

      *----------------------------------------------------------------*
      * LINHAS DO RELATORIO.                                           *
      *----------------------------------------------------------------*
       01  WS-LINHA-TITULO.
           03  FILLER                 PIC X(046)
               VALUE "DEBR857 - COPIA MASCARADA DO DEB307 E DO DEB11".
           03  FILLER                 PIC X(046)
               VALUE "22 PARA HOMOLOGACAO - EXTRATO DE ".
           03  WS-TIT-DATA            PIC X(010).
           03  FILLER                 PIC X(030)  VALUE SPACES.

       01  WS-LINHA-SECAO.
           03  WS-SEC-TEXTO           PIC X(060).
           03  FILLER                 PIC X(072)  VALUE SPACES.

       01  WS-LINHA-RESUMO.
           03  WS-RES-DESCRICAO       PIC X(060).
           03  WS-RES-QUANTIDADE      PIC ZZZ.ZZZ.ZZ9.
           03  FILLER                 PIC X(002)  VALUE SPACES.
           03  WS-RES-OBSERVACAO      PIC X(059).

       01  WS-SWITCHES.
           03  WS-SW-EOF-DEB307       PIC X(01)        VALUE "N".
               88  WS-EOF-DEB307                        VALUE "Y".
           03  WS-SW-EOF-DEB1122      PIC X(01)        VALUE "N".
               88  WS-EOF-DEB1122                       VALUE "Y".
           03  WS-SW-EOF-SORTWK       PIC X(01)        VALUE "N".
               88  WS-EOF-SORTWK                        VALUE "Y".
           03  WS-SW-TEM-ORIGINAL     PIC X(01)        VALUE "N".
               88  WS-TEM-ORIGINAL                      VALUE "S".
           03  WS-SW-TEM-SUBSTITUTO   PIC X(01)        VALUE "N".
               88  WS-TEM-SUBSTITUTO                    VALUE "S".
           03  WS-SW-COLISAO-REGISTRADA PIC X(01)      VALUE "N".
               88  WS-COLISAO-REGISTRADA                VALUE "S".
           03  WS-SW-PRIMEIRO         PIC X(01)        VALUE "S".
               88  WS-PRIMEIRO                          VALUE "S".
           03  WS-SW-DOC-VALIDO       PIC X(01)        VALUE "N".
               88  WS-DOC-VALIDO                        VALUE "S".
           03  WS-SW-HEADER-OUTRO-DIA PIC X(01)        VALUE "N".
               88  WS-HEADER-OUTRO-DIA                  VALUE "S".

       PROCEDURE DIVISION.

      *================================================================*
      * 0000-MAINLINE - PRIMEIRA LEITURA DO DEB307 APURA AS COLISOES   *
      *                 DOS DOCUMENTOS PERMUTADOS; A SEGUNDA GRAVA A   *
      *                 COPIA MASCARADA NA ORDEM DAS CONTAS NOVAS; A   *
      *                 TERCEIRA ORDENACAO CONFERE QUE NENHUM          *
      *                 DOCUMENTO ORIGINAL FICOU NA COPIA; POR FIM, O  *
      *                 DEB1122 E MASCARADO COM A MESMA REGRA DE CONTA.*
      *================================================================*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-FIM.
           SORT SORTWK57A
               ON ASCENDING KEY SORTWK57A-CLASSE SORTWK57A-VALOR
                                SORTWK57A-TIPO   SORTWK57A-ORIGEM
               INPUT PROCEDURE 2000-LIBERAR-DOCUMENTOS THRU 2000-FIM
               OUTPUT PROCEDURE 3000-APURAR-COLISOES THRU 3000-FIM.
           SORT SORTWK57B
               ON ASCENDING KEY SORTWK57B-AGENCIA SORTWK57B-CONTA
               INPUT PROCEDURE 4000-MASCARAR-CONTAS THRU 4000-FIM
               OUTPUT PROCEDURE 5000-GRAVAR-DEB307A THRU 5000-FIM.
           CLOSE DEBW857.
           SORT SORTWK57C
               ON ASCENDING KEY SORTWK57C-DOCUMENTO SORTWK57C-TIPO
               USING DEBW857
               OUTPUT PROCEDURE 5500-CONFERIR-DOCUMENTOS THRU 5500-FIM.
           PERFORM 6000-MASCARAR-DEB1122 THRU 6000-FIM.
           PERFORM 8000-ENCERRAR    THRU 8000-FIM.
           STOP RUN.

      *================================================================*
      * 1000-INICIALIZAR                                               *
      *================================================================*
       1000-INICIALIZAR.
           MOVE SPACES TO DEBF904-PARM.
           MOVE "I"        TO DEBF904-FUNCAO.
           MOVE "DEBR857" TO DEBF904-PROGRAMA.
           CALL "DEBF904" USING DEBF904-PARM.
           INITIALIZE TB-CONTATOS.
           PERFORM 1100-LER-CHAVE THRU 1100-FIM.
           MOVE 1 TO TB-POT(1).
           PERFORM 1200-MONTAR-POTENCIA THRU 1200-FIM
               VARYING WS-IDX-CHAVE FROM 2 BY 1
               UNTIL WS-IDX-CHAVE > 12.
           OPEN INPUT  DEB1122.
           OPEN OUTPUT DEB307A.
           OPEN OUTPUT DEB1122A.
           OPEN OUTPUT DEBW857.
           OPEN OUTPUT DEBL857.
       1000-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * 1100-LER-CHAVE - SEM O CARTAO DEBP857, OU COM MULTIPLICADOR    *
      *                  QUE NAO SEJA PRIMO COM 10 (A PERMUTACAO DEIXA *
      *                  DE SER BIJETORA), A EXECUCAO E ABORTADA.      *
      *----------------------------------------------------------------*
       1100-LER-CHAVE.
           OPEN INPUT DEBP857.
           READ DEBP857
               AT END
                   DISPLAY "DEBR857 - CARTAO DEBP857 (CHAVE DO "
                           "MASCARAMENTO) AUSENTE. EXECUCAO ABORTADA."
                   STOP RUN
           END-READ.
           CLOSE DEBP857.
           PERFORM 1110-VALIDAR-CHAVE THRU 1110-FIM
               VARYING WS-IDX-CHAVE FROM 1 BY 1
               UNTIL WS-IDX-CHAVE > 3.
       1100-FIM.
           EXIT.

       1110-VALIDAR-CHAVE.
           IF DEBP857-MULTIPLICADOR(WS-IDX-CHAVE) NOT NUMERIC
              OR DEBP857-PARCELA(WS-IDX-CHAVE) NOT NUMERIC
               DISPLAY "DEBR857 - CARTAO DEBP857 NAO NUMERICO. "
                       "EXECUCAO ABORTADA."
               STOP RUN
           END-IF.
           DIVIDE DEBP857-MULTIPLICADOR(WS-IDX-CHAVE) BY 2
               GIVING WS-QUOCIENTE REMAINDER WS-RESTO.
           IF WS-RESTO = ZERO
               DISPLAY "DEBR857 - MULTIPLICADOR " WS-IDX-CHAVE
                       " DO CARTAO DEBP857 E PAR. EXECUCAO ABORTADA."
               STOP RUN
           END-IF.
           DIVIDE DEBP857-MULTIPLICADOR(WS-IDX-CHAVE) BY 5
               GIVING WS-QUOCIENTE REMAINDER WS-RESTO.
           IF WS-RESTO = ZERO
               DISPLAY "DEBR857 - MULTIPLICADOR " WS-IDX-CHAVE
                       " DO CARTAO DEBP857 E MULTIPLO DE 5. EXECUCAO "
                       "ABORTADA."
               STOP RUN
           END-IF.
           MOVE DEBP857-MULTIPLICADOR(WS-IDX-CHAVE)
               TO WS-CHV-MULTIPLICADOR(WS-IDX-CHAVE).
           MOVE DEBP857-PARCELA(WS-IDX-CHAVE)
               TO WS-CHV-PARCELA(WS-IDX-CHAVE).
       1110-FIM.
           EXIT.

       1200-MONTAR-POTENCIA.
           COMPUTE TB-POT(WS-IDX-CHAVE) = TB-POT(WS-IDX-CHAVE - 1) * 10.
       1200-FIM.
           EXIT.

      *================================================================*
      * 2000-LIBERAR-DOCUMENTOS - PRIMEIRA LEITURA DO DEB307: PARA CADA*
      *                           CONTA COM DOCUMENTO, A BASE ORIGINAL *
      *                           E A BASE PERMUTADA.                  *
      *================================================================*
       2000-LIBERAR-DOCUMENTOS.
           OPEN INPUT DEB307.
           MOVE "N" TO WS-SW-EOF-DEB307.
           PERFORM 2150-VALIDAR-HEADER THRU 2150-FIM.
           PERFORM 2100-LER-DEB307 THRU 2100-FIM.
           PERFORM 2200-LIBERAR-CONTA THRU 2200-FIM
               UNTIL WS-EOF-DEB307.
           CLOSE DEB307.
       2000-FIM.
           EXIT.

       2100-LER-DEB307.
           READ DEB307 INTO DCLTDEB307
               AT END
                   MOVE "Y" TO WS-SW-EOF-DEB307
           END-READ.
       2100-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * 2150-VALIDAR-HEADER - O PRIMEIRO REGISTRO TEM QUE SER O HEADER *
      *                       (AGENCIA 0). A COPIA PODE SER DE UM      *
      *                       EXTRATO ANTERIOR: O RETORNO 02 DA DEBF903*
      *                       (EXTRATO DE OUTRO DIA) E ACEITO E SO     *
      *                       APARECE NO RELATORIO.                    *
      *----------------------------------------------------------------*
       2150-VALIDAR-HEADER.
           PERFORM 2100-LER-DEB307 THRU 2100-FIM.
           IF WS-EOF-DEB307
               DISPLAY "DEBR857 - EXTRATO DEB307 VAZIO (SEM HEADER). "
                       "EXECUCAO ABORTADA."
               STOP RUN
           END-IF.
           MOVE DEB307-AGENCIA     TO DEBF903-AGENCIA.
           MOVE DEB307-DT-ABERTURA TO DEBF903-DT-HEADER.
           CALL "DEBF903" USING DEBF903-PARM.
           EVALUATE DEBF903-CD-RTN
               WHEN ZERO
                   CONTINUE
               WHEN 02
                   MOVE "S" TO WS-SW-HEADER-OUTRO-DIA
               WHEN OTHER
                   DISPLAY "DEBR857 - " DEBF903-MSG
                           ". EXECUCAO ABORTADA."
                   STOP RUN
           END-EVALUATE.
           MOVE DEB307-DT-ABERTURA TO WS-DT-EXTRATO-FMT.
       2150-FIM.
           EXIT.

       2200-LIBERAR-CONTA.
           ADD 1 TO WS-QT-LIDOS-PASSO1.
           MOVE DEB307-CGC-CPF TO WS-DOC-ORIGINAL.
           IF WS-DOC-ORIGINAL NOT = ZERO
               PERFORM 9300-CLASSIFICAR-DOCUMENTO THRU 9300-FIM
               MOVE WS-DOC-CLASSE TO SORTWK57A-CLASSE
               MOVE WS-DOC-BASE   TO SORTWK57A-VALOR
               MOVE "1"           TO SORTWK57A-TIPO
               MOVE WS-DOC-BASE   TO SORTWK57A-ORIGEM
               RELEASE REGISTRO-SORTWK57A
               PERFORM 9400-PERMUTAR-DOCUMENTO THRU 9400-FIM
               MOVE WS-DOC-CLASSE    TO SORTWK57A-CLASSE
               MOVE WS-DOC-BASE-PERM TO SORTWK57A-VALOR
               MOVE "2"              TO SORTWK57A-TIPO
               MOVE WS-DOC-BASE      TO SORTWK57A-ORIGEM
               RELEASE REGISTRO-SORTWK57A
           END-IF.
           PERFORM 2100-LER-DEB307 THRU 2100-FIM.
       2200-FIM.
           EXIT.

      *================================================================*
      * 3000-APURAR-COLISOES - PERCORRE AS BASES EM ORDEM. BASE        *
      *                        PERMUTADA QUE COINCIDE COM UMA BASE     *
      *                        ORIGINAL (OU COM ZERO, QUE GERARIA      *
      *                        DOCUMENTO NAO INFORMADO) ENTRA NA       *
      *                        TB-COLISOES E RECEBE A PROXIMA BASE     *
      *                        LIVRE - NEM ORIGINAL NEM PERMUTADA.     *
      *                        COMO A PERMUTACAO E BIJETORA E AS BASES *
      *                        LIVRES SAO DISTINTAS, NENHUM SUBSTITUTO *
      *                        SE REPETE ENTRE DOCUMENTOS DIFERENTES.  *
      *================================================================*
       3000-APURAR-COLISOES.
           MOVE "N" TO WS-SW-EOF-SORTWK.
           PERFORM 3050-RETORNAR-SORTWK57A THRU 3050-FIM.
           PERFORM 3100-TRATAR-BASE THRU 3100-FIM
               UNTIL WS-EOF-SORTWK.
           IF WS-CLS-CORRENTE NOT = SPACE
               PERFORM 3400-FECHAR-CLASSE THRU 3400-FIM
           END-IF.
       3000-FIM.
           EXIT.

       3050-RETORNAR-SORTWK57A.
           RETURN SORTWK57A
               AT END
                   MOVE "Y" TO WS-SW-EOF-SORTWK
           END-RETURN.
       3050-FIM.
           EXIT.

       3100-TRATAR-BASE.
           IF SORTWK57A-CLASSE NOT = WS-CLS-CORRENTE
               IF WS-CLS-CORRENTE NOT = SPACE
                   PERFORM 3400-FECHAR-CLASSE THRU 3400-FIM
               END-IF
               MOVE SORTWK57A-CLASSE TO WS-CLS-CORRENTE
               MOVE ZERO TO WS-VALOR-GRUPO
               MOVE 1    TO WS-LIVRE-INICIO
               PERFORM 3200-INICIAR-GRUPO THRU 3200-FIM
           ELSE
               IF SORTWK57A-VALOR NOT = WS-VALOR-GRUPO
                   COMPUTE WS-LIVRE-INICIO = WS-VALOR-GRUPO + 1
                   PERFORM 3200-INICIAR-GRUPO THRU 3200-FIM
               END-IF
           END-IF.
      *    OS ORIGINAIS ("1") VEM ANTES DAS PERMUTADAS ("2") DO MESMO
      *    VALOR; TODAS AS PERMUTADAS DE UM VALOR TEM A MESMA ORIGEM.
           IF SORTWK57A-TIPO = "1"
               IF NOT WS-TEM-ORIGINAL
                   ADD 1 TO WS-QT-BASES-ORIGINAIS
               END-IF
               MOVE "S" TO WS-SW-TEM-ORIGINAL
           ELSE
               IF (WS-TEM-ORIGINAL OR SORTWK57A-VALOR = ZERO)
                  AND NOT WS-COLISAO-REGISTRADA
                   PERFORM 3300-REGISTRAR-COLISAO THRU 3300-FIM
                   MOVE "S" TO WS-SW-COLISAO-REGISTRADA
               END-IF
           END-IF.
           PERFORM 3050-RETORNAR-SORTWK57A THRU 3050-FIM.
       3100-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * 3200-INICIAR-GRUPO - AS BASES ENTRE O GRUPO ANTERIOR E ESTE    *
      *                      ESTAO LIVRES E ATENDEM AS COLISOES        *
      *                      PENDENTES. A BASE ZERO CONTA COMO OCUPADA.*
      *----------------------------------------------------------------*
       3200-INICIAR-GRUPO.
           COMPUTE WS-LIVRE-FIM = SORTWK57A-VALOR - 1.
           PERFORM 3250-ATRIBUIR-RESERVA THRU 3250-FIM
               UNTIL WS-IDX-PENDENTE > TB-QT-COLISOES
                  OR WS-LIVRE-INICIO > WS-LIVRE-FIM.
           MOVE SORTWK57A-VALOR TO WS-VALOR-GRUPO.
           MOVE "N" TO WS-SW-TEM-ORIGINAL.
           MOVE "N" TO WS-SW-COLISAO-REGISTRADA.
       3200-FIM.
           EXIT.

       3250-ATRIBUIR-RESERVA.
           MOVE WS-LIVRE-INICIO TO TB-COL-SUBSTITUTO(WS-IDX-PENDENTE).
           ADD 1 TO WS-IDX-PENDENTE.
           ADD 1 TO WS-LIVRE-INICIO.
       3250-FIM.
           EXIT.

       3300-REGISTRAR-COLISAO.
           IF TB-QT-COLISOES = 50000
               DISPLAY "DEBR857 - MAIS DE 50000 COLISOES DE DOCUMENTO "
                       "PERMUTADO (TB-COL-ITEM). EXECUCAO ABORTADA."
               STOP RUN
           END-IF.
           ADD 1 TO TB-QT-COLISOES.
           MOVE SORTWK57A-CLASSE TO TB-COL-CLASSE(TB-QT-COLISOES).
           MOVE SORTWK57A-VALOR  TO TB-COL-VALOR(TB-QT-COLISOES).
           MOVE ZERO             TO TB-COL-SUBSTITUTO(TB-QT-COLISOES).
       3300-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * 3400-FECHAR-CLASSE - COLISOES AINDA PENDENTES NO FIM DA CLASSE *
      *                      RECEBEM AS BASES ACIMA DA ULTIMA OCUPADA. *
      *----------------------------------------------------------------*
       3400-FECHAR-CLASSE.
           IF WS-CLS-CORRENTE = "F"
               MOVE 999999999 TO WS-VALOR-MAXIMO
           ELSE
               MOVE 99999999  TO WS-VALOR-MAXIMO
           END-IF.
           COMPUTE WS-LIVRE-INICIO = WS-VALOR-GRUPO + 1.
           MOVE WS-VALOR-MAXIMO TO WS-LIVRE-FIM.
           PERFORM 3250-ATRIBUIR-RESERVA THRU 3250-FIM
               UNTIL WS-IDX-PENDENTE > TB-QT-COLISOES
                  OR WS-LIVRE-INICIO > WS-LIVRE-FIM.
           IF WS-IDX-PENDENTE NOT > TB-QT-COLISOES
               DISPLAY "DEBR857 - SEM BASE LIVRE PARA AS COLISOES DA "
                       "CLASSE " WS-CLS-CORRENTE
                       ". EXECUCAO ABORTADA."
               STOP RUN
           END-IF.
       3400-FIM.
           EXIT.

      *================================================================*
      * 4000-MASCARAR-CONTAS - SEGUNDA LEITURA DO DEB307: O HEADER     *
      *                        PASSA INTACTO; CADA CONTA E MASCARADA E *
      *                        VAI PARA A ORDENACAO PELA CONTA NOVA.   *
      *================================================================*
       4000-MASCARAR-CONTAS.
           OPEN INPUT DEB307.
           MOVE "N" TO WS-SW-EOF-DEB307.
           PERFORM 2100-LER-DEB307 THRU 2100-FIM.
           MOVE ZERO           TO SORTWK57B-AGENCIA.
           MOVE ZERO           TO SORTWK57B-CONTA.
           MOVE DCLTDEB307     TO SORTWK57B-REGISTRO.
           RELEASE REGISTRO-SORTWK57B.
           PERFORM 2100-LER-DEB307 THRU 2100-FIM.
           PERFORM 4100-MASCARAR-CONTA THRU 4100-FIM
               UNTIL WS-EOF-DEB307.
           CLOSE DEB307.
       4000-FIM.
           EXIT.

       4100-MASCARAR-CONTA.
           ADD 1 TO WS-QT-LIDOS-CTL.
           ADD 1 TO WS-QT-CONTAS.
           PERFORM 4200-MASCARAR-DOCUMENTO THRU 4200-FIM.
           PERFORM 4400-MASCARAR-CONTATOS  THRU 4400-FIM.
           PERFORM 4300-MASCARAR-NOMES     THRU 4300-FIM.
           PERFORM 4500-MASCARAR-CONTA     THRU 4500-FIM.
           MOVE DEB307-AGENCIA TO SORTWK57B-AGENCIA.
           MOVE DEB307-CONTA   TO SORTWK57B-CONTA.
           MOVE DCLTDEB307     TO SORTWK57B-REGISTRO.
           RELEASE REGISTRO-SORTWK57B.
           PERFORM 2100-LER-DEB307 THRU 2100-FIM.
       4100-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * 4200-MASCARAR-DOCUMENTO - DOCUMENTO ZERADO CONTINUA ZERADO     *
      *                           (NAO INFORMADO). OS DEMAIS RECEBEM A *
      *                           BASE PERMUTADA (OU A RESERVA DA      *
      *                           COLISAO) E OS VERIFICADORES DA       *
      *                           DEBF902: CORRETOS QUANDO O ORIGINAL  *
      *                           E VALIDO NA SUA CLASSE, COM O SEGUNDO*
      *                           DIGITO DESLOCADO QUANDO NAO E, PARA  *
      *                           A DEBR820/DEBR831 ENCONTRAREM NA     *
      *                           COPIA AS MESMAS SITUACOES DA         *
      *                           PRODUCAO.                            *
      *----------------------------------------------------------------*
       4200-MASCARAR-DOCUMENTO.
           MOVE DEB307-CGC-CPF TO WS-DOC-ORIGINAL.
           MOVE SPACE TO WS-DOC-CLASSE.
           IF WS-DOC-ORIGINAL = ZERO
               ADD 1 TO WS-QT-DOC-ZERO
               GO TO 4200-FIM
           END-IF.
           ADD 1 TO WS-QT-DOC-INFORMADO.
           PERFORM 9300-CLASSIFICAR-DOCUMENTO THRU 9300-FIM.
           IF WS-DOC-CPF
               ADD 1 TO WS-QT-DOC-CPF
           ELSE
               ADD 1 TO WS-QT-DOC-CNPJ
           END-IF.
      *    RETORNO DO ORIGINAL NO TIPO DE PESSOA DA CONTA, PARA A
      *    CONFERENCIA, E VALIDADE NA CLASSE, PARA O SUBSTITUTO.
           MOVE WS-DOC-ORIGINAL TO DEBF902-CGC-CPF.
           MOVE DEB307-PESSOA   TO DEBF902-PESSOA.
           CALL "DEBF902" USING DEBF902-PARM.
           MOVE DEBF902-CD-RTN  TO WS-RTN-ORIGINAL.
           MOVE WS-DOC-ORIGINAL      TO DEBF902-CGC-CPF.
           MOVE WS-DOC-PESSOA-CLASSE TO DEBF902-PESSOA.
           CALL "DEBF902" USING DEBF902-PARM.
           MOVE "N" TO WS-SW-DOC-VALIDO.
           IF DEBF902-CD-RTN = ZERO
               MOVE "S" TO WS-SW-DOC-VALIDO
           END-IF.
           PERFORM 9400-PERMUTAR-DOCUMENTO THRU 9400-FIM.
           IF TB-QT-COLISOES > ZERO
               SEARCH ALL TB-COL-ITEM
                   AT END
                       ADD 1 TO WS-QT-DOC-PERMUTADO
                   WHEN TB-COL-CLASSE(TB-COL-IDX) = WS-DOC-CLASSE
                    AND TB-COL-VALOR(TB-COL-IDX) = WS-DOC-BASE-PERM
                       MOVE TB-COL-SUBSTITUTO(TB-COL-IDX)
                           TO WS-DOC-BASE-PERM
                       ADD 1 TO WS-QT-DOC-RESERVA
               END-SEARCH
           ELSE
               ADD 1 TO WS-QT-DOC-PERMUTADO
           END-IF.
           MOVE ZERO TO WS-DOC-SUBSTITUTO.
           IF WS-DOC-CPF
               MOVE WS-DOC-BASE-PERM   TO WS-DSU-CPF-BASE
           ELSE
               MOVE WS-DOC-BASE-PERM   TO WS-DSU-CNPJ-RAIZ
               MOVE WS-DOR-CNPJ-FILIAL TO WS-DSU-CNPJ-FILIAL
           END-IF.
           MOVE WS-DOC-SUBSTITUTO    TO DEBF902-CGC-CPF.
           MOVE WS-DOC-PESSOA-CLASSE TO DEBF902-PESSOA.
           CALL "DEBF902" USING DEBF902-PARM.
           MOVE DEBF902-DV-CALCULADO TO WS-DV-SUBSTITUTO.
           IF NOT WS-DOC-VALIDO
               DIVIDE WS-DV-SUBSTITUTO BY 10
                   GIVING WS-DV1 REMAINDER WS-DV2
               ADD 1 TO WS-DV2
               IF WS-DV2 = 10
                   MOVE ZERO TO WS-DV2
               END-IF
               COMPUTE WS-DV-SUBSTITUTO = WS-DV1 * 10 + WS-DV2
           END-IF.
           MOVE WS-DV-SUBSTITUTO TO WS-DSU-DV.
      *    CONFERENCIA: O SUBSTITUTO TEM QUE DAR NA DEBF902 O MESMO
      *    RETORNO DO ORIGINAL NO TIPO DE PESSOA DA CONTA.
           MOVE WS-DOC-SUBSTITUTO TO DEBF902-CGC-CPF.
           MOVE DEB307-PESSOA     TO DEBF902-PESSOA.
           CALL "DEBF902" USING DEBF902-PARM.
           IF DEBF902-CD-RTN = WS-RTN-ORIGINAL
               ADD 1 TO WS-QT-RTN-PRESERVADO
           ELSE
               ADD 1 TO WS-QT-RTN-ALTERADO
           END-IF.
           IF WS-DOC-SUBSTITUTO = WS-DOC-ORIGINAL
               ADD 1 TO WS-QT-DOC-MANTIDO
           END-IF.
           MOVE WS-DOC-SUBSTITUTO TO DEB307-CGC-CPF.
           MOVE WS-DOC-ORIGINAL   TO DEBW857-DOCUMENTO.
           MOVE "1"               TO DEBW857-TIPO.
           WRITE REGISTRO-DEBW857.
           MOVE WS-DOC-SUBSTITUTO TO DEBW857-DOCUMENTO.
           MOVE "2"               TO DEBW857-TIPO.
           WRITE REGISTRO-DEBW857.
       4200-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * 4300-MASCARAR-NOMES - NOME EM BRANCO CONTINUA EM BRANCO; OS    *
      *                       DEMAIS SAO DERIVADOS DO DOCUMENTO E DO   *
      *                       MCI JA SUBSTITUIDOS, DE MODO QUE O MESMO *
      *                       TITULAR TEM O MESMO NOME EM TODAS AS     *
      *                       CONTAS.                                  *
      *----------------------------------------------------------------*
       4300-MASCARAR-NOMES.
           IF DEB307-NOM-TITULAR = SPACES
               ADD 1 TO WS-QT-NOME-BRANCO
           ELSE
               MOVE DEB307-NOM-TITULAR TO WS-NOME-ORIGINAL
               MOVE SPACES TO DEB307-NOM-TITULAR
               EVALUATE TRUE
                   WHEN WS-DOC-CPF
                       STRING "CLIENTE PF " WS-DSU-CPF-BASE
                           DELIMITED BY SIZE INTO DEB307-NOM-TITULAR
                   WHEN WS-DOC-CNPJ
                       STRING "CLIENTE PJ " WS-DSU-CNPJ-RAIZ "/"
                              WS-DSU-CNPJ-FILIAL
                           DELIMITED BY SIZE INTO DEB307-NOM-TITULAR
                   WHEN OTHER
                       MOVE "CLIENTE SEM DOCUMENTO"
                           TO DEB307-NOM-TITULAR
               END-EVALUATE
               ADD 1 TO WS-QT-TITULAR-TROCADO
               IF DEB307-NOM-TITULAR = WS-NOME-ORIGINAL
                   ADD 1 TO WS-QT-NOME-MANTIDO
               END-IF
           END-IF.
           IF DEB307-NOM-SOLIDAR = SPACES
               ADD 1 TO WS-QT-NOME-BRANCO
           ELSE
               MOVE DEB307-NOM-SOLIDAR TO WS-NOME-ORIGINAL
               MOVE SPACES TO DEB307-NOM-SOLIDAR
               IF DEB307-BDC-SOLID > ZERO
                   MOVE DEB307-BDC-SOLID TO WS-NOME-MCI
                   STRING "SOLIDARIO MCI " WS-NOME-MCI
                       DELIMITED BY SIZE INTO DEB307-NOM-SOLIDAR
               ELSE
                   MOVE "SOLIDARIO SEM MCI" TO DEB307-NOM-SOLIDAR
               END-IF
               ADD 1 TO WS-QT-SOLIDAR-TROCADO
               IF DEB307-NOM-SOLIDAR = WS-NOME-ORIGINAL
                   ADD 1 TO WS-QT-NOME-MANTIDO
               END-IF
           END-IF.
       4300-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * 4400-MASCARAR-CONTATOS - MCI DO TITULAR E DO SOLIDARIO COM A   *
      *                          MESMA REGRA (O MESMO CLIENTE TEM O    *
      *                          MESMO MCI SUBSTITUTO NOS DOIS CAMPOS),*
      *                          TELEFONE COM A SUA PROPRIA REGRA E DDD*
      *                          TROCADO POR OUTRO DDD EXISTENTE.      *
      *                          ZEROS (NAO INFORMADO) SE MANTEM.      *
      *----------------------------------------------------------------*
       4400-MASCARAR-CONTATOS.
           MOVE 1 TO WS-IDX-CONTATO.
           MOVE DEB307-COD-BDC TO WS-EMB-ORIGINAL.
           MOVE WS-AJUSTE-MCI  TO WS-EMB-AJUSTE.
           PERFORM 4410-EMBARALHAR-CONTATO THRU 4410-FIM.
           MOVE WS-EMB-NUMERO  TO DEB307-COD-BDC.
           MOVE 2 TO WS-IDX-CONTATO.
           MOVE DEB307-BDC-SOLID TO WS-EMB-ORIGINAL.
           MOVE WS-AJUSTE-MCI    TO WS-EMB-AJUSTE.
           PERFORM 4410-EMBARALHAR-CONTATO THRU 4410-FIM.
           MOVE WS-EMB-NUMERO    TO DEB307-BDC-SOLID.
           MOVE 3 TO WS-IDX-CONTATO.
           MOVE DEB307-TELEFONE    TO WS-EMB-ORIGINAL.
           MOVE WS-AJUSTE-TELEFONE TO WS-EMB-AJUSTE.
           PERFORM 4410-EMBARALHAR-CONTATO THRU 4410-FIM.
           MOVE WS-EMB-NUMERO      TO DEB307-TELEFONE.
           MOVE 4 TO WS-IDX-CONTATO.
           IF DEB307-DDD = ZERO
               ADD 1 TO TB-CTT-ZERADOS(WS-IDX-CONTATO)
           ELSE
               PERFORM 4450-SORTEAR-DDD THRU 4450-FIM
           END-IF.
       4400-FIM.
           EXIT.

       4410-EMBARALHAR-CONTATO.
           MOVE WS-EMB-ORIGINAL TO WS-EMB-NUMERO.
           IF WS-EMB-ORIGINAL = ZERO
               ADD 1 TO TB-CTT-ZERADOS(WS-IDX-CONTATO)
               GO TO 4410-FIM
           END-IF.
           PERFORM 9200-EMBARALHAR-NUMERO THRU 9200-FIM.
           ADD 1 TO TB-CTT-ALTERADOS(WS-IDX-CONTATO).
           IF WS-EMB-NUMERO = WS-EMB-ORIGINAL
               ADD 1 TO TB-CTT-MANTIDOS(WS-IDX-CONTATO)
           END-IF.
       4410-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * 4450-SORTEAR-DDD - POSICAO NA TABELA DE DDD CALCULADA PELA     *
      *                    CHAVE; SE CAIR NO PROPRIO DDD, FICA COM O   *
      *                    SEGUINTE DA TABELA.                         *
      *----------------------------------------------------------------*
       4450-SORTEAR-DDD.
           COMPUTE WS-DDD-CALCULO
               = DEB307-DDD * WS-CHV-MULTIPLICADOR(1)
               + WS-CHV-PARCELA(1).
           DIVIDE WS-DDD-CALCULO BY 67
               GIVING WS-DDD-QUOCIENTE REMAINDER WS-IDX-DDD.
           ADD 1 TO WS-IDX-DDD.
           IF TB-DDD-ITEM(WS-IDX-DDD) = DEB307-DDD
               ADD 1 TO WS-IDX-DDD
               IF WS-IDX-DDD > 67
                   MOVE 1 TO WS-IDX-DDD
               END-IF
           END-IF.
           MOVE TB-DDD-ITEM(WS-IDX-DDD) TO DEB307-DDD.
           ADD 1 TO TB-CTT-ALTERADOS(WS-IDX-CONTATO).
       4450-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * 4500-MASCARAR-CONTA - CONTA RENUMERADA DENTRO DA AGENCIA. A    *
      *                       CONTA DE DESTINO DA VARREDURA RECEBE A   *
      *                       MESMA REGRA, COM A AGENCIA DE DESTINO,   *
      *                       E CONTINUA APONTANDO PARA A MESMA CONTA  *
      *                       NA COPIA.                                *
      *----------------------------------------------------------------*
       4500-MASCARAR-CONTA.
           MOVE DEB307-CONTA   TO WS-EMB-ORIGINAL.
           MOVE DEB307-CONTA   TO WS-EMB-NUMERO.
           MOVE DEB307-AGENCIA TO WS-EMB-AJUSTE.
           PERFORM 9200-EMBARALHAR-NUMERO THRU 9200-FIM.
           IF WS-EMB-NUMERO = WS-EMB-ORIGINAL
               ADD 1 TO WS-QT-CONTA-MANTIDA
           END-IF.
           MOVE WS-EMB-NUMERO  TO DEB307-CONTA.
           IF DEB307-AG-DESTINO > ZERO AND DEB307-CNTA-DEST > ZERO
               MOVE DEB307-CNTA-DEST  TO WS-EMB-NUMERO
               MOVE DEB307-AG-DESTINO TO WS-EMB-AJUSTE
               PERFORM 9200-EMBARALHAR-NUMERO THRU 9200-FIM
               MOVE WS-EMB-NUMERO     TO DEB307-CNTA-DEST
               ADD 1 TO WS-QT-DESTINOS
           END-IF.
       4500-FIM.
           EXIT.

      *================================================================*
      * 5000-GRAVAR-DEB307A - GRAVA A COPIA NA ORDEM DAS CONTAS NOVAS, *
      *                       CONFERINDO QUE NENHUMA CHAVE SE REPETIU. *
      *================================================================*
       5000-GRAVAR-DEB307A.
           MOVE "N" TO WS-SW-EOF-SORTWK.
           MOVE "S" TO WS-SW-PRIMEIRO.
           PERFORM 5050-RETORNAR-SORTWK57B THRU 5050-FIM.
           PERFORM 5100-GRAVAR-CONTA THRU 5100-FIM
               UNTIL WS-EOF-SORTWK.
       5000-FIM.
           EXIT.

       5050-RETORNAR-SORTWK57B.
           RETURN SORTWK57B
               AT END
                   MOVE "Y" TO WS-SW-EOF-SORTWK
           END-RETURN.
       5050-FIM.
           EXIT.

       5100-GRAVAR-CONTA.
           IF NOT WS-PRIMEIRO
              AND SORTWK57B-AGENCIA = WS-AGENCIA-ANTERIOR
              AND SORTWK57B-CONTA   = WS-CONTA-ANTERIOR
               ADD 1 TO WS-QT-CHAVE-DUPLICADA
           END-IF.
           MOVE "N" TO WS-SW-PRIMEIRO.
           MOVE SORTWK57B-AGENCIA TO WS-AGENCIA-ANTERIOR.
           MOVE SORTWK57B-CONTA   TO WS-CONTA-ANTERIOR.
           WRITE REGISTRO-DEB307A FROM SORTWK57B-REGISTRO.
           ADD 1 TO WS-QT-GRAV-DEB307A.
           PERFORM 5050-RETORNAR-SORTWK57B THRU 5050-FIM.
       5100-FIM.
           EXIT.

      *================================================================*
      * 5500-CONFERIR-DOCUMENTOS - CONFERENCIA INDEPENDENTE DA COPIA:  *
      *                            DOCUMENTOS ORIGINAIS E SUBSTITUTOS  *
      *                            GRAVADOS, EM ORDEM; UM VALOR QUE    *
      *                            APARECE NOS DOIS LADOS E UM         *
      *                            DOCUMENTO ORIGINAL QUE SOBREVIVEU.  *
      *================================================================*
       5500-CONFERIR-DOCUMENTOS.
           MOVE "N" TO WS-SW-EOF-SORTWK.
           MOVE "S" TO WS-SW-PRIMEIRO.
           MOVE "N" TO WS-SW-TEM-ORIGINAL.
           MOVE "N" TO WS-SW-TEM-SUBSTITUTO.
           PERFORM 5550-RETORNAR-SORTWK57C THRU 5550-FIM.
           PERFORM 5600-TRATAR-DOCUMENTO THRU 5600-FIM
               UNTIL WS-EOF-SORTWK.
           IF NOT WS-PRIMEIRO
               PERFORM 5700-FECHAR-DOCUMENTO THRU 5700-FIM
           END-IF.
       5500-FIM.
           EXIT.

       5550-RETORNAR-SORTWK57C.
           RETURN SORTWK57C
               AT END
                   MOVE "Y" TO WS-SW-EOF-SORTWK
           END-RETURN.
       5550-FIM.
           EXIT.

       5600-TRATAR-DOCUMENTO.
           IF WS-PRIMEIRO
               MOVE "N" TO WS-SW-PRIMEIRO
               MOVE SORTWK57C-DOCUMENTO TO WS-DOC-GRUPO
           ELSE
               IF SORTWK57C-DOCUMENTO NOT = WS-DOC-GRUPO
                   PERFORM 5700-FECHAR-DOCUMENTO THRU 5700-FIM
                   MOVE SORTWK57C-DOCUMENTO TO WS-DOC-GRUPO
               END-IF
           END-IF.
           IF SORTWK57C-TIPO = "1"
               MOVE "S" TO WS-SW-TEM-ORIGINAL
           ELSE
               MOVE "S" TO WS-SW-TEM-SUBSTITUTO
           END-IF.
           PERFORM 5550-RETORNAR-SORTWK57C THRU 5550-FIM.
       5600-FIM.
           EXIT.

       5700-FECHAR-DOCUMENTO.
           IF WS-TEM-ORIGINAL
               ADD 1 TO WS-QT-DOCS-ORIGINAIS
           END-IF.
           IF WS-TEM-SUBSTITUTO
               ADD 1 TO WS-QT-DOCS-SUBSTITUTOS
           END-IF.
           IF WS-TEM-ORIGINAL AND WS-TEM-SUBSTITUTO
               ADD 1 TO WS-QT-DOCS-COINCIDENTES
           END-IF.
           MOVE "N" TO WS-SW-TEM-ORIGINAL.
           MOVE "N" TO WS-SW-TEM-SUBSTITUTO.
       5700-FIM.
           EXIT.

      *================================================================*
      * 6000-MASCARAR-DEB1122 - HEADER, TRAILER E CANCELAMENTOS SAO    *
      *                         COPIADOS; DETALHE COM A CONTA DE ORIGEM*
      *                         PREENCHIDA RECEBE A MESMA RENUMERACAO  *
      *                         DA CONTA NO DEB307. DETALHE DO LAYOUT  *
      *                         ANTIGO (EXTENSAO EM BRANCOS) E COPIADO.*
      *================================================================*
       6000-MASCARAR-DEB1122.
           PERFORM 6050-LER-DEB1122 THRU 6050-FIM.
           PERFORM 6100-MASCARAR-OPERACAO THRU 6100-FIM
               UNTIL WS-EOF-DEB1122.
       6000-FIM.
           EXIT.

       6050-LER-DEB1122.
           READ DEB1122 INTO DEB1122-REG-GERAL
               AT END
                   MOVE "Y" TO WS-SW-EOF-DEB1122
           END-READ.
           IF NOT WS-EOF-DEB1122
               ADD 1 TO WS-QT-LIDOS-1122
           END-IF.
       6050-FIM.
           EXIT.

       6100-MASCARAR-OPERACAO.
           EVALUATE TRUE
               WHEN WS-QT-LIDOS-1122 = 1
                   ADD 1 TO WS-QT-1122-CONTROLE
               WHEN DEB1122-PREFIXO IN DEB1122-REG-DETALHE = 99999
                   ADD 1 TO WS-QT-1122-CONTROLE
               WHEN DEB1122-PREFIXO IN DEB1122-REG-DETALHE < ZERO
                   ADD 1 TO WS-QT-1122-CANCELAMENTO
               WHEN DEB1122-AGENCIA-ORIG IN DEB1122-REG-DETALHE
                    NUMERIC
                AND DEB1122-CONTA-ORIG IN DEB1122-REG-DETALHE
                    NUMERIC
                AND DEB1122-AGENCIA-ORIG IN DEB1122-REG-DETALHE
                    > ZERO
                AND DEB1122-CONTA-ORIG IN DEB1122-REG-DETALHE
                    > ZERO
                   MOVE DEB1122-CONTA-ORIG IN DEB1122-REG-DETALHE
                       TO WS-EMB-NUMERO
                   MOVE DEB1122-AGENCIA-ORIG IN DEB1122-REG-DETALHE
                       TO WS-EMB-AJUSTE
                   PERFORM 9200-EMBARALHAR-NUMERO THRU 9200-FIM
                   MOVE WS-EMB-NUMERO
                       TO DEB1122-CONTA-ORIG IN DEB1122-REG-DETALHE
                   ADD 1 TO WS-QT-1122-MASCARADO
               WHEN OTHER
                   ADD 1 TO WS-QT-1122-SEM-ORIGEM
           END-EVALUATE.
           WRITE REGISTRO-DEB1122A FROM DEB1122-REG-GERAL.
           ADD 1 TO WS-QT-GRAV-DEB1122A.
           PERFORM 6050-LER-DEB1122 THRU 6050-FIM.
       6100-FIM.
           EXIT.

      *================================================================*
      * 7000-IMPRIMIR-RESUMO - ESTATISTICA DO MASCARAMENTO E A         *
      *                        CONCLUSAO DA CONFERENCIA.               *
      *================================================================*
       7000-IMPRIMIR-RESUMO.
           MOVE WS-DT-EXTRATO-FMT TO WS-TIT-DATA.
           MOVE WS-LINHA-TITULO TO REGISTRO-DEBL857.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-FIM.
           IF WS-HEADER-OUTRO-DIA
               MOVE "HEADER DE OUTRO DIA - COPIA DE EXTRATO ANTERIOR"
                   TO WS-SEC-TEXTO
               PERFORM 7800-GRAVAR-SECAO THRU 7800-FIM
           END-IF.
           MOVE "CONTAS" TO WS-SEC-TEXTO.
           PERFORM 7800-GRAVAR-SECAO THRU 7800-FIM.
           MOVE "CONTAS LIDAS DO DEB307 (SEM O HEADER)"
               TO WS-RES-DESCRICAO.
           MOVE WS-QT-CONTAS TO WS-RES-QUANTIDADE.
           PERFORM 7700-GRAVAR-RESUMO THRU 7700-FIM.
           MOVE "REGISTROS GRAVADOS NO DEB307A (COM O HEADER)"
               TO WS-RES-DESCRICAO.
           MOVE WS-QT-GRAV-DEB307A TO WS-RES-QUANTIDADE.
           PERFORM 7700-GRAVAR-RESUMO THRU 7700-FIM.
           MOVE "CONTAS COM CONTA DE DESTINO RENUMERADA"
               TO WS-RES-DESCRICAO.
           MOVE WS-QT-DESTINOS TO WS-RES-QUANTIDADE.
           PERFORM 7700-GRAVAR-RESUMO THRU 7700-FIM.
           MOVE "CONTAS COM O NUMERO INALTERADO PELA RENUMERACAO"
               TO WS-RES-DESCRICAO.
           MOVE WS-QT-CONTA-MANTIDA TO WS-RES-QUANTIDADE.
           MOVE "INFORMATIVO" TO WS-RES-OBSERVACAO.
           PERFORM 7700-GRAVAR-RESUMO THRU 7700-FIM.
           MOVE "AGENCIA/CONTA REPETIDA NA COPIA"
               TO WS-RES-DESCRICAO.
           MOVE WS-QT-CHAVE-DUPLICADA TO WS-RES-QUANTIDADE.
           MOVE "TEM QUE SER ZERO" TO WS-RES-OBSERVACAO.
           PERFORM 7700-GRAVAR-RESUMO THRU 7700-FIM.
           MOVE "DOCUMENTOS (CGC-CPF)" TO WS-SEC-TEXTO.
           PERFORM 7800-GRAVAR-SECAO THRU 7800-FIM.
           MOVE "CONTAS SEM DOCUMENTO (ZEROS MANTIDOS)"
               TO WS-RES-DESCRICAO.
           MOVE WS-QT-DOC-ZERO TO WS-RES-QUANTIDADE.
           PERFORM 7700-GRAVAR-RESUMO THRU 7700-FIM.
           MOVE "CONTAS COM DOCUMENTO SUBSTITUIDO" TO WS-RES-DESCRICAO.
           MOVE WS-QT-DOC-INFORMADO TO WS-RES-QUANTIDADE.
           PERFORM 7700-GRAVAR-RESUMO THRU 7700-FIM.
           MOVE "  CLASSE CPF" TO WS-RES-DESCRICAO.
           MOVE WS-QT-DOC-CPF TO WS-RES-QUANTIDADE.
           PERFORM 7700-GRAVAR-RESUMO THRU 7700-FIM.
           MOVE "  CLASSE CNPJ (RAIZ SUBSTITUIDA, FILIAL MANTIDA)"
               TO WS-RES-DESCRICAO.
           MOVE WS-QT-DOC-CNPJ TO WS-RES-QUANTIDADE.
           PERFORM 7700-GRAVAR-RESUMO THRU 7700-FIM.
           MOVE "  SUBSTITUTO PELA PERMUTACAO" TO WS-RES-DESCRICAO.
           MOVE WS-QT-DOC-PERMUTADO TO WS-RES-QUANTIDADE.
           PERFORM 7700-GRAVAR-RESUMO THRU 7700-FIM.
           MOVE "  SUBSTITUTO PELA RESERVA (PERMUTADA COLIDIA)"
               TO WS-RES-DESCRICAO.
           MOVE WS-QT-DOC-RESERVA TO WS-RES-QUANTIDADE.
           PERFORM 7700-GRAVAR-RESUMO THRU 7700-FIM.
           MOVE "BASES ORIGINAIS DISTINTAS" TO WS-RES-DESCRICAO.
           MOVE WS-QT-BASES-ORIGINAIS TO WS-RES-QUANTIDADE.
           PERFORM 7700-GRAVAR-RESUMO THRU 7700-FIM.
           MOVE "COLISOES DESVIADAS PARA A RESERVA" TO WS-RES-DESCRICAO.
           MOVE TB-QT-COLISOES TO WS-RES-QUANTIDADE.
           PERFORM 7700-GRAVAR-RESUMO THRU 7700-FIM.
           MOVE "RETORNO DA DEBF902 IGUAL AO DO ORIGINAL"
               TO WS-RES-DESCRICAO.
           MOVE WS-QT-RTN-PRESERVADO TO WS-RES-QUANTIDADE.
           PERFORM 7700-GRAVAR-RESUMO THRU 7700-FIM.
           MOVE "RETORNO DA DEBF902 DIFERENTE DO ORIGINAL"
               TO WS-RES-DESCRICAO.
           MOVE WS-QT-RTN-ALTERADO TO WS-RES-QUANTIDADE.
           MOVE "CONFERIR NA DEBR820" TO WS-RES-OBSERVACAO.
           PERFORM 7700-GRAVAR-RESUMO THRU 7700-FIM.
           MOVE "NOMES" TO WS-SEC-TEXTO.
           PERFORM 7800-GRAVAR-SECAO THRU 7800-FIM.
           MOVE "NOM-TITULAR SUBSTITUIDOS" TO WS-RES-DESCRICAO.
           MOVE WS-QT-TITULAR-TROCADO TO WS-RES-QUANTIDADE.
           PERFORM 7700-GRAVAR-RESUMO THRU 7700-FIM.
           MOVE "NOM-SOLIDAR SUBSTITUIDOS" TO WS-RES-DESCRICAO.
           MOVE WS-QT-SOLIDAR-TROCADO TO WS-RES-QUANTIDADE.
           PERFORM 7700-GRAVAR-RESUMO THRU 7700-FIM.
           MOVE "NOMES EM BRANCO MANTIDOS" TO WS-RES-DESCRICAO.
           MOVE WS-QT-NOME-BRANCO TO WS-RES-QUANTIDADE.
           PERFORM 7700-GRAVAR-RESUMO THRU 7700-FIM.
           MOVE "NOMES IGUAIS AO ORIGINAL" TO WS-RES-DESCRICAO.
           MOVE WS-QT-NOME-MANTIDO TO WS-RES-QUANTIDADE.
           MOVE "TEM QUE SER ZERO" TO WS-RES-OBSERVACAO.
           PERFORM 7700-GRAVAR-RESUMO THRU 7700-FIM.
           MOVE "MCI E TELEFONE" TO WS-SEC-TEXTO.
           PERFORM 7800-GRAVAR-SECAO THRU 7800-FIM.
           MOVE 1 TO WS-IDX-CONTATO.
           PERFORM 7100-RESUMIR-CONTATO THRU 7100-FIM
               UNTIL WS-IDX-CONTATO > 4.
           MOVE "DEB1122" TO WS-SEC-TEXTO.
           PERFORM 7800-GRAVAR-SECAO THRU 7800-FIM.
           MOVE "REGISTROS LIDOS" TO WS-RES-DESCRICAO.
           MOVE WS-QT-LIDOS-1122 TO WS-RES-QUANTIDADE.
           PERFORM 7700-GRAVAR-RESUMO THRU 7700-FIM.
           MOVE "HEADER E TRAILER COPIADOS" TO WS-RES-DESCRICAO.
           MOVE WS-QT-1122-CONTROLE TO WS-RES-QUANTIDADE.
           PERFORM 7700-GRAVAR-RESUMO THRU 7700-FIM.
           MOVE "CANCELAMENTOS COPIADOS" TO WS-RES-DESCRICAO.
           MOVE WS-QT-1122-CANCELAMENTO TO WS-RES-QUANTIDADE.
           PERFORM 7700-GRAVAR-RESUMO THRU 7700-FIM.
           MOVE "DETALHES COM CONTA DE ORIGEM RENUMERADA"
               TO WS-RES-DESCRICAO.
           MOVE WS-QT-1122-MASCARADO TO WS-RES-QUANTIDADE.
           PERFORM 7700-GRAVAR-RESUMO THRU 7700-FIM.
           MOVE "DETALHES SEM CONTA DE ORIGEM (LAYOUT ANTIGO/ZEROS)"
               TO WS-RES-DESCRICAO.
           MOVE WS-QT-1122-SEM-ORIGEM TO WS-RES-QUANTIDADE.
           PERFORM 7700-GRAVAR-RESUMO THRU 7700-FIM.
           MOVE "REGISTROS GRAVADOS NO DEB1122A" TO WS-RES-DESCRICAO.
           MOVE WS-QT-GRAV-DEB1122A TO WS-RES-QUANTIDADE.
           PERFORM 7700-GRAVAR-RESUMO THRU 7700-FIM.
           PERFORM 7200-IMPRIMIR-CONCLUSAO THRU 7200-FIM.
       7000-FIM.
           EXIT.

       7100-RESUMIR-CONTATO.
           MOVE SPACES TO WS-RES-DESCRICAO.
           STRING TB-CTT-NOME(WS-IDX-CONTATO) DELIMITED BY SPACE
                  " EMBARALHADOS" DELIMITED BY SIZE
               INTO WS-RES-DESCRICAO.
           MOVE TB-CTT-ALTERADOS(WS-IDX-CONTATO) TO WS-RES-QUANTIDADE.
           PERFORM 7700-GRAVAR-RESUMO THRU 7700-FIM.
           MOVE SPACES TO WS-RES-DESCRICAO.
           STRING TB-CTT-NOME(WS-IDX-CONTATO) DELIMITED BY SPACE
                  " ZERADOS (MANTIDOS)" DELIMITED BY SIZE
               INTO WS-RES-DESCRICAO.
           MOVE TB-CTT-ZERADOS(WS-IDX-CONTATO) TO WS-RES-QUANTIDADE.
           PERFORM 7700-GRAVAR-RESUMO THRU 7700-FIM.
           IF WS-IDX-CONTATO < 4
               MOVE SPACES TO WS-RES-DESCRICAO
               STRING TB-CTT-NOME(WS-IDX-CONTATO) DELIMITED BY SPACE
                      " INALTERADOS PELA PERMUTACAO" DELIMITED BY SIZE
                   INTO WS-RES-DESCRICAO
               MOVE TB-CTT-MANTIDOS(WS-IDX-CONTATO)
                   TO WS-RES-QUANTIDADE
               MOVE "INFORMATIVO" TO WS-RES-OBSERVACAO
               PERFORM 7700-GRAVAR-RESUMO THRU 7700-FIM
           END-IF.
           ADD 1 TO WS-IDX-CONTATO.
       7100-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * 7200-IMPRIMIR-CONCLUSAO - A COPIA SO PODE SER LIBERADA PARA A  *
      *                           HOMOLOGACAO COM TODAS AS CONFERENCIAS*
      *                           ZERADAS; CASO CONTRARIO, RC=8.       *
      *----------------------------------------------------------------*
       7200-IMPRIMIR-CONCLUSAO.
           MOVE "CONFERENCIA DA COPIA" TO WS-SEC-TEXTO.
           PERFORM 7800-GRAVAR-SECAO THRU 7800-FIM.
           MOVE "DOCUMENTOS ORIGINAIS DISTINTOS" TO WS-RES-DESCRICAO.
           MOVE WS-QT-DOCS-ORIGINAIS TO WS-RES-QUANTIDADE.
           PERFORM 7700-GRAVAR-RESUMO THRU 7700-FIM.
           MOVE "DOCUMENTOS SUBSTITUTOS DISTINTOS GRAVADOS"
               TO WS-RES-DESCRICAO.
           MOVE WS-QT-DOCS-SUBSTITUTOS TO WS-RES-QUANTIDADE.
           PERFORM 7700-GRAVAR-RESUMO THRU 7700-FIM.
           MOVE "CONTAS QUE MANTIVERAM O PROPRIO DOCUMENTO"
               TO WS-RES-DESCRICAO.
           MOVE WS-QT-DOC-MANTIDO TO WS-RES-QUANTIDADE.
           MOVE "TEM QUE SER ZERO" TO WS-RES-OBSERVACAO.
           PERFORM 7700-GRAVAR-RESUMO THRU 7700-FIM.
           MOVE "SUBSTITUTOS IGUAIS A ALGUM DOCUMENTO ORIGINAL"
               TO WS-RES-DESCRICAO.
           MOVE WS-QT-DOCS-COINCIDENTES TO WS-RES-QUANTIDADE.
           MOVE "TEM QUE SER ZERO" TO WS-RES-OBSERVACAO.
           PERFORM 7700-GRAVAR-RESUMO THRU 7700-FIM.
           IF WS-QT-DOC-MANTIDO > ZERO
              OR WS-QT-DOCS-COINCIDENTES > ZERO
              OR WS-QT-NOME-MANTIDO > ZERO
              OR WS-QT-CHAVE-DUPLICADA > ZERO
               MOVE "RC=8" TO WS-STATUS-CTL
               MOVE "*** COPIA REPROVADA - NAO LIBERAR PARA A "
                   TO WS-SEC-TEXTO
               MOVE "HOMOLOGACAO ***" TO WS-SEC-TEXTO(43:)
           ELSE
               MOVE "NENHUM DOCUMENTO ORIGINAL SOBREVIVEU NA COPIA - "
                   TO WS-SEC-TEXTO
               MOVE "APROVADA" TO WS-SEC-TEXTO(49:)
           END-IF.
           PERFORM 7800-GRAVAR-SECAO THRU 7800-FIM.
       7200-FIM.
           EXIT.

       7700-GRAVAR-RESUMO.
           MOVE WS-LINHA-RESUMO TO REGISTRO-DEBL857.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-FIM.
           MOVE SPACES TO WS-RES-OBSERVACAO.
       7700-FIM.
           EXIT.

       7800-GRAVAR-SECAO.
           MOVE SPACES TO REGISTRO-DEBL857.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-FIM.
           MOVE WS-LINHA-SECAO TO REGISTRO-DEBL857.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-FIM.
           MOVE SPACES TO WS-SEC-TEXTO.
       7800-FIM.
           EXIT.

       7900-GRAVAR-LINHA.
           WRITE REGISTRO-DEBL857.
           ADD 1 TO WS-QT-GRAV-DEBL857.
       7900-FIM.
           EXIT.

      *================================================================*
      * 8000-ENCERRAR                                                  *
      *================================================================*
       8000-ENCERRAR.
           MOVE SPACES TO WS-RES-OBSERVACAO.
           PERFORM 7000-IMPRIMIR-RESUMO THRU 7000-FIM.
           MOVE "F"        TO DEBF904-FUNCAO.
           MOVE "DEBR857" TO DEBF904-PROGRAMA.
           MOVE WS-QT-LIDOS-CTL TO DEBF904-QT-LIDOS.
           MOVE "DEB307A" TO DEBF904-ARQ(1).
           MOVE WS-QT-GRAV-DEB307A TO DEBF904-QT-GRAVADOS(1).
           MOVE "DEB1122A" TO DEBF904-ARQ(2).
           MOVE WS-QT-GRAV-DEB1122A TO DEBF904-QT-GRAVADOS(2).
           MOVE "DEBL857" TO DEBF904-ARQ(3).
           MOVE WS-QT-GRAV-DEBL857 TO DEBF904-QT-GRAVADOS(3).
           MOVE WS-STATUS-CTL TO DEBF904-STATUS.
           CALL "DEBF904" USING DEBF904-PARM.
           CLOSE DEB307A.
           CLOSE DEB1122.
           CLOSE DEB1122A.
           CLOSE DEBL857.
      *    O RETURN-CODE E CARREGADO DEPOIS DA CHAMADA AA DEBF904 -
      *    NO RETORNO DE UM CALL, O RETURN-CODE DO CHAMADO SOBREPOE O
      *    DO CHAMADOR.
           IF WS-STATUS-CTL = "RC=8"
               MOVE 8 TO RETURN-CODE
           END-IF.
       8000-FIM.
           EXIT.

      *================================================================*
      * 9000-PERMUTAR - PERMUTA OS WS-PRM-DIGITOS DIGITOS DE           *
      *                 WS-PRM-VALOR COM A CHAVE DO CARTAO E O AJUSTE  *
      *                 WS-PRM-AJUSTE.                                 *
      *================================================================*
       9000-PERMUTAR.
           IF WS-PRM-DIGITOS = ZERO
               GO TO 9000-FIM
           END-IF.
           PERFORM 9100-EXECUTAR-RODADA THRU 9100-FIM
               VARYING WS-IDX-RODADA FROM 1 BY 1
               UNTIL WS-IDX-RODADA > 3.
       9000-FIM.
           EXIT.

       9100-EXECUTAR-RODADA.
           COMPUTE WS-PRM-CALCULO
               = WS-PRM-VALOR * WS-CHV-MULTIPLICADOR(WS-IDX-RODADA)
               + WS-CHV-PARCELA(WS-IDX-RODADA) + WS-PRM-AJUSTE.
           DIVIDE WS-PRM-CALCULO BY TB-POT(WS-PRM-DIGITOS + 1)
               GIVING WS-PRM-QUOCIENTE REMAINDER WS-PRM-VALOR.
      *    ROTACAO: OS WS-PRM-METADE DIGITOS DA ESQUERDA PASSAM PARA
      *    A DIREITA.
           IF WS-PRM-DIGITOS > 1
               DIVIDE WS-PRM-DIGITOS BY 2 GIVING WS-PRM-METADE
               COMPUTE WS-PRM-POSICAO
                   = WS-PRM-DIGITOS - WS-PRM-METADE + 1
               DIVIDE WS-PRM-VALOR BY TB-POT(WS-PRM-POSICAO)
                   GIVING WS-PRM-ALTO REMAINDER WS-PRM-BAIXO
               COMPUTE WS-PRM-VALOR
                   = WS-PRM-BAIXO * TB-POT(WS-PRM-METADE + 1)
                   + WS-PRM-ALTO
           END-IF.
       9100-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * 9200-EMBARALHAR-NUMERO - MANTEM O PRIMEIRO DIGITO E A          *
      *                          QUANTIDADE DE DIGITOS DE WS-EMB-NUMERO*
      *                          E PERMUTA OS DEMAIS (AJUSTE EM        *
      *                          WS-EMB-AJUSTE). ZERO FICA ZERO.       *
      *----------------------------------------------------------------*
       9200-EMBARALHAR-NUMERO.
           IF WS-EMB-NUMERO = ZERO
               GO TO 9200-FIM
           END-IF.
           MOVE 1 TO WS-EMB-DIGITOS.
           PERFORM 9210-CONTAR-DIGITO THRU 9210-FIM
               UNTIL WS-EMB-DIGITOS = 11
                  OR WS-EMB-NUMERO < TB-POT(WS-EMB-DIGITOS + 1).
           COMPUTE WS-PRM-DIGITOS = WS-EMB-DIGITOS - 1.
           DIVIDE WS-EMB-NUMERO BY TB-POT(WS-EMB-DIGITOS)
               GIVING WS-EMB-LIDER REMAINDER WS-PRM-VALOR.
           MOVE WS-EMB-AJUSTE TO WS-PRM-AJUSTE.
           PERFORM 9000-PERMUTAR THRU 9000-FIM.
           COMPUTE WS-EMB-NUMERO
               = WS-EMB-LIDER * TB-POT(WS-EMB-DIGITOS) + WS-PRM-VALOR.
       9200-FIM.
           EXIT.

       9210-CONTAR-DIGITO.
           ADD 1 TO WS-EMB-DIGITOS.
       9210-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * 9300-CLASSIFICAR-DOCUMENTO - PESSOA JURIDICA, OU DOCUMENTO COM *
      *                              DIGITO ANTES DA POSICAO 5 (GRANDE *
      *                              DEMAIS PARA UM CPF), E TRATADO    *
      *                              COMO CNPJ; O RESTO, COMO CPF.     *
      *----------------------------------------------------------------*
       9300-CLASSIFICAR-DOCUMENTO.
           IF DEB307-PESSOA = 2 OR WS-DOR-CPF-ZEROS NOT = ZERO
               MOVE "J"                TO WS-DOC-CLASSE
               MOVE 2                  TO WS-DOC-PESSOA-CLASSE
               MOVE WS-DOR-CNPJ-RAIZ   TO WS-DOC-BASE
           ELSE
               MOVE "F"                TO WS-DOC-CLASSE
               MOVE 1                  TO WS-DOC-PESSOA-CLASSE
               MOVE WS-DOR-CPF-BASE    TO WS-DOC-BASE
           END-IF.
       9300-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * 9400-PERMUTAR-DOCUMENTO - BASE DO CPF (9 DIGITOS) OU RAIZ DO   *
      *                           CNPJ (8 DIGITOS) PERMUTADA POR       *
      *                           INTEIRO.                             *
      *----------------------------------------------------------------*
       9400-PERMUTAR-DOCUMENTO.
           MOVE WS-DOC-BASE TO WS-PRM-VALOR.
           IF WS-DOC-CPF
               MOVE 9              TO WS-PRM-DIGITOS
               MOVE WS-AJUSTE-CPF  TO WS-PRM-AJUSTE
           ELSE
               MOVE 8              TO WS-PRM-DIGITOS
               MOVE WS-AJUSTE-CNPJ TO WS-PRM-AJUSTE
           END-IF.
           PERFORM 9000-PERMUTAR THRU 9000-FIM.
           MOVE WS-PRM-VALOR TO WS-DOC-BASE-PERM.
       9400-FIM.
           EXIT.
      * ----------------------------------------------------------------
