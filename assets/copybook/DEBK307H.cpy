      *================================================================*
      * DEBK307H - LAYOUT DA BASE HISTORICA DE POSICOES DIARIAS DO     *
      *            CADASTRO DE CONTAS (DEB307H), UM REGISTRO POR       *
      *            AGENCIA + CONTA + DATA.                             *
      *================================================================*
      *                                                                *
      * VRS001 - 14/10/2026 - F7023235 - IMPLANTACAO.                  *
      *                                                                *
      *================================================================*
      * 1) Objetivo:                                                   *
      *                                                                *
      * O extrato DEB307 so guarda tres posicoes de saldo (ATUAL, D-1  *
      * e D-2). A DEBR844 acrescenta toda noite uma fotografia         *
      * compacta de cada conta nesta base sequencial, mantida em       *
      * ordem de agencia/conta/data, e apara as posicoes mais antigas  *
      * que a janela de retencao do cartao DEBP844. A DEBR845 le a     *
      * base para o saldo medio mensal.                                *
      *                                                                *
      *================================================================*

       01  REGISTRO-DEB307H.
           03  DEB307H-CHAVE.
               05  DEB307H-AGENCIA        PIC  9(005).
               05  DEB307H-CONTA          PIC  9(011).
               05  DEB307H-DATA           PIC  9(008).
           03  DEB307H-SUPER              PIC  9(004).
           03  DEB307H-SALDO-ATUAL        PIC S9(015)V9(02) COMP-3.
           03  DEB307H-LIMITE             PIC S9(013)V COMP-3.
           03  DEB307H-LIM-FUTURO         PIC S9(013)V COMP-3.
           03  DEB307H-SITUACAO           PIC  9(001).
           03  DEB307H-PRIVAT             PIC  9(003).
           03  DEB307H-RESTRICOES         PIC  9(013).
           03  FILLER                     PIC  X(012).

      *================================================================*
      * 2) Descricao:                                                  *
      *    DEB307H-CHAVE            : ORDEM DA BASE                    *
      *    DEB307H-AGENCIA          : PREFIXO DA AGENCIA               *
      *    DEB307H-CONTA            : NUMERO DA CONTA                  *
      *    DEB307H-DATA             : DATA DA POSICAO (AAAAMMDD) - A   *
      *                               DATA-ATUAL DO HEADER DO DEB307   *
      *    DEB307H-SUPER            : SUPER ESTADUAL DA AGENCIA        *
      *    DEB307H-SALDO-ATUAL      : SALDO DA CONTA NA DATA           *
      *    DEB307H-LIMITE           : LIMITE DO CHEQUE ESPECIAL        *
      *    DEB307H-LIM-FUTURO       : LIMITE FUTURO (777777 = BLOQUEIO *
      *                               COR, VIDE DEBK307)               *
      *    DEB307H-SITUACAO         : SITUACAO DA CONTA (VIDE DEBK307) *
      *    DEB307H-PRIVAT           : PRIVATICIDADE (VIDE DEBK307)     *
      *    DEB307H-RESTRICOES       : MAPA DE 13 DIGITOS (CONTEUDO DE  *
      *                               DEB307-INDICADORES)              *
      *----------------------------------------------------------------*
