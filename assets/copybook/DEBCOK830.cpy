      *================================================================*
      * DEBCOK830 - BOOK DA AREA DE CHAMADA DA CONSULTA DEBCO830       *
      *================================================================*
      *                                                                *
      * VRS001 - 14/10/2026 - F7023235 - IMPLANTACAO.                  *
      *                                                                *
      *================================================================*
      * 1) Objetivo:                                                   *
      *                                                                *
      * Area de parametro da consulta do cartao da conta, no formato   *
      * do PARM de execucao (meia-palavra de tamanho seguida do        *
      * texto). Executada direto, sem PARM, a DEBCO830 conduz a        *
      * consulta pelo terminal como sempre; chamada por outra consulta *
      * (DEBCO849) com a agencia/conta preenchidas, exibe o cartao     *
      * daquela conta e devolve o controle ao chamador.                *
      *                                                                *
      *================================================================*
      * 2) Parametros:

           03  DEBCO830-TAMANHO                   PIC S9(004) COMP.
           03  DEBCO830-CHAVE.
               05  DEBCO830-AGENCIA               PIC  9(005).
               05  DEBCO830-CONTA                 PIC  9(011).
      *================================================================*
      * 3) Descricao:
      *    DEBCO830-TAMANHO         : TAMANHO DA AREA INFORMADA; ZERO
      *                               (EXECUCAO SEM PARM) = CONSULTA
      *                               PELO TERMINAL, 16 = CHAMADA COM
      *                               A CHAVE
      *    DEBCO830-AGENCIA/CONTA   : CONTA A EXIBIR NA CHAMADA
      *----------------------------------------------------------------*
