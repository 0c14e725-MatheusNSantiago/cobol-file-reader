      *================================================================*
      * DEBFK907 - BOOK DA SUBROTINA DEBF907                           *
      *================================================================*
      *                                                                *
      * VRS001 - 15/10/2026 - F7023235 - IMPLANTACAO.                  *
      *                                                                *
      *================================================================*
      * 1) Objetivo:                                                   *
      *                                                                *
      * Rotina comum de leitura dos parametros da suite no KSDS DEBPAR *
      * (book DEBKPAR), no lugar da leitura dos cartoes soltos: devolve*
      * o conteudo (imagem do cartao) em vigor numa data de referencia.*
      * A vigencia em vigor e a maior DEBPAR-DT-VIGENCIA que nao passa *
      * da data; versao desativada (DEBPAR-SITUACAO "I") equivale a    *
      * parametro inexistente. As tabelas de varias linhas (DEBTX829,  *
      * DEBTX852, DEBTF846) sao lidas linha a linha pela funcao "P".   *
      *                                                                *
      *================================================================*
      * 2) Parametros:

           03  DEBF907-ENTRADA.
               05  DEBF907-FUNCAO                 PIC  X(001).
               05  DEBF907-PROGRAMA               PIC  X(008).
               05  DEBF907-PARAMETRO              PIC  X(008).
               05  DEBF907-ITEM                   PIC  X(004).
               05  DEBF907-DT-REF                 PIC  9(008).

           03  DEBF907-SAIDA.
               05  DEBF907-PARAMETRO-RTN          PIC  X(008).
               05  DEBF907-ITEM-RTN               PIC  X(004).
               05  DEBF907-DT-VIGENCIA            PIC  9(008).
               05  DEBF907-CONTEUDO               PIC  X(080).
               05  DEBF907-USUARIO                PIC  X(008).
               05  DEBF907-CD-RTN                 PIC  9(002).
               05  DEBF907-MSG                    PIC  X(050).
      *================================================================*
      * 3) Descricao:
      *    DEBF907-FUNCAO           : "C" CONSULTA O PARAMETRO/ITEM
      *                                   INFORMADO
      *                               "P" PROXIMA LINHA DA TABELA
      *                                   DEBF907-PARAMETRO, DEPOIS DO
      *                                   DEBF907-ITEM (BRANCOS = A
      *                                   PRIMEIRA LINHA)
      *                               "L" PROXIMO PARAMETRO/ITEM DO
      *                                   PROGRAMA, DEPOIS DE
      *                                   DEBF907-PARAMETRO/ITEM
      *                                   (BRANCOS = O PRIMEIRO)
      *    DEBF907-PROGRAMA         : PROGRAMA DONO DO PARAMETRO
      *    DEBF907-PARAMETRO        : NOME DO PARAMETRO (ANTIGO CARTAO)
      *    DEBF907-ITEM             : BRANCOS NA CONSULTA DE PARAMETRO
      *                               DE UM SO CARTAO; NAS FUNCOES "P"
      *                               E "L", O ULTIMO ITEM DEVOLVIDO
      *    DEBF907-DT-REF           : DATA DE REFERENCIA (AAAAMMDD);
      *                               ZERO = DATA CORRENTE
      *
      *    DEBF907-PARAMETRO-RTN    : PARAMETRO DEVOLVIDO
      *    DEBF907-ITEM-RTN         : ITEM DEVOLVIDO (REPASSAR EM
      *                               DEBF907-ITEM NA CHAMADA SEGUINTE)
      *    DEBF907-DT-VIGENCIA      : VIGENCIA EM VIGOR NA DATA
      *    DEBF907-CONTEUDO         : IMAGEM DO CARTAO EM VIGOR
      *    DEBF907-USUARIO          : QUEM GRAVOU A VIGENCIA
      *
      *    DEBF907-CD-RTN:
      *    00 - OK
      *    01 - PARAMETRO SEM VIGENCIA ATIVA NA DATA
      *    02 - FIM DA TABELA/DO PROGRAMA (FUNCOES "P" E "L")
      *    03 - FUNCAO INVALIDA OU DATA DE REFERENCIA NAO NUMERICA
      *    04 - ARQUIVO DE PARAMETROS DEBPAR INDISPONIVEL
      *
      *    O DEBPAR E ABERTO NA PRIMEIRA CHAMADA E FICA ABERTO ATE O
      *    FIM DA RUN-UNIT; A FALHA NA ABERTURA DEVOLVE O RETORNO 04 E
      *    A CHAMADA SEGUINTE TENTA ABRIR DE NOVO.
      *----------------------------------------------------------------*
