      *================================================================*
      *                                                                *
      * VRS001 - 02/09/2026 - F7023235 - IMPLANTACAO.                  *
      * VRS002 - 14/10/2026 - F7023235 - INCLUI DEB307X-PRIVAT NA AREA *
      *                                  LIVRE (TAMANHO MANTIDO).      *
      * VRS003 - 15/10/2026 - F7023235 - INCLUI DEP-INDET, RED-BLOQ,   *
      *                                  LIM-FUTURO E EXTRA-LIMIT PARA *
      *                                  A APURACAO DO SALDO           *
      *                                  DISPONIVEL (DEBF906) NA       *
      *                                  CONSULTA. REGISTRO PASSA DE   *
      *                                  120 PARA 150 BYTES.           *
      *                                                                *
      *================================================================*
      * 1) Objetivo:                                                   *
      * Carrega so os campos do cartao da conta exibido no             *
      * atendimento: titular, situacao, as tres posicoes de saldo, o   *
      * limite do cheque especial, o mapa de restricoes, o CPF/CNPJ    *
      * com o tipo de pessoa, o vencimento do cheque especial e os     *
      * campos que a DEBF906 usa para apurar o saldo disponivel.       *
      *                                                                *
      *================================================================*

           03  DEB307X-CGC-CPF            PIC  9(015).
           03  DEB307X-PESSOA             PIC  9(001).
           03  DEB307X-VENC-CH-ESP        PIC  X(010).
           03  DEB307X-PRIVAT             PIC S9(004) COMP.
           03  DEB307X-DEP-INDET          PIC S9(015)V9(02) COMP-3.
           03  DEB307X-RED-BLOQ           PIC S9(001)V COMP-3.
           03  DEB307X-LIM-FUTURO         PIC S9(013)V COMP-3.
           03  DEB307X-EXTRA-LIMIT        PIC S9(011)V9(02) COMP-3.
           03  FILLER                     PIC  X(009).

      *================================================================*
      * 2) Descricao:                                                  *
      *    DEB307X-PESSOA           : TIPO DE PESSOA (VIDE DEBK307)    *
      *    DEB307X-VENC-CH-ESP      : VENCIMENTO DO CHEQUE ESPECIAL    *
      *                               (AAAA-MM-DD)                     *
      *    DEB307X-PRIVAT           : PRIVATICIDADE (VIDE DEBK307),    *
      *                               CONSULTADA NA CRITICA DOS        *
      *                               ARQUIVOS DE MOVIMENTO (DEBR842)  *
      *    DEB307X-DEP-INDET        : DEPOSITO BLOQUEADO POR PRAZO     *
      *                               INDETERMINADO                    *
      *    DEB307X-RED-BLOQ         : REDUTOR DE BLOQUEIO DE DEPOSITO  *
      *                               EM NUMERO DE DIAS                *
      *    DEB307X-LIM-FUTURO       : LIMITE FUTURO DO CHEQUE ESPECIAL *
      *                               (777777 = BLOQUEADO PELO COR)    *
      *    DEB307X-EXTRA-LIMIT      : UTILIZACAO ACIMA DO LIMITE       *
      *----------------------------------------------------------------*
