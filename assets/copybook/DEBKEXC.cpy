      *================================================================*
      * DEBKEXC - LAYOUT DO REGISTRO COMUM DE EXCECAO DE QUALIDADE DE  *
      *           CADASTRO (DEBEXC), UM REGISTRO POR AGENCIA + CONTA + *
      *           ORIGEM + CODIGO.                                     *
      *================================================================*
      *                                                                *
      * VRS001 - 15/10/2026 - F7023235 - IMPLANTACAO.                  *
      *                                                                *
      *================================================================*
      * 1) Objetivo:                                                   *
      *                                                                *
      * Cada programa que aponta excecao de cadastro na noite grava,   *
      * alem do proprio relatorio, este registro comum no DD DEBEXC    *
      * (uma geracao por programa). A DEBR856 le a concatenacao das    *
      * ultimas geracoes e monta o placar semanal por SUPER/AGENCIA,   *
      * com as excecoes em aberto por mil contas ativas.               *
      *                                                                *
      *================================================================*

       01  REGISTRO-DEBEXC.
           03  DEBEXC-AGENCIA             PIC  9(005).
           03  DEBEXC-CONTA               PIC  9(011).
           03  DEBEXC-ORIGEM              PIC  X(008).
           03  DEBEXC-CODIGO              PIC  X(004).
           03  DEBEXC-DT-MOVIMENTO        PIC  9(008).
           03  DEBEXC-DESCRICAO           PIC  X(040).
           03  FILLER                     PIC  X(004).

      *================================================================*
      * 2) Descricao:                                                  *
      *    DEBEXC-AGENCIA           : PREFIXO DA AGENCIA DA CONTA      *
      *    DEBEXC-CONTA             : NUMERO DA CONTA                  *
      *    DEBEXC-ORIGEM            : PROGRAMA QUE APONTOU A EXCECAO   *
      *    DEBEXC-CODIGO            : CODIGO DA EXCECAO NA ORIGEM:     *
      *      ACHR606 - CD-RTN DA CLASSIFICACAO (EXC600/EXC614), SEM    *
      *                SINAL (1404, 1405, ...)                         *
      *      DEBR820 - "CP" + DEBF902-CD-RTN (DOCUMENTO INVALIDO, NAO  *
      *                INFORMADO OU CONTRADIZENDO O TIPO DE PESSOA)    *
      *      DEBR831 - "TCCF", "TFAL", "TCNP" - CONTA DE TITULAR COM   *
      *                RESTR-CCF, RESTR-FALEC OU RESTR-CNPJ-INAPTO     *
      *                DIVERGENTE ENTRE AS CONTAS                      *
      *      DEBR840 - "BPS" + DEB307-STATUS (3, 4 OU 6) - PENDENCIA   *
      *                DE DOCUMENTACAO DO BANCO POSTAL                 *
      *      DEBR806 - "CCFV" - RESTRICAO CCF COM PRAZO VENCIDO        *
      *      DEBR813 - "ICPM", "IIOF" - ISENCAO ATIVA EM CONTA         *
      *                ENCERRADA; "IPCT" - CARTAO ATIVO COM PESSOA     *
      *                IRREGULAR E BASE DE ISENCAO                     *
      *    DEBEXC-DT-MOVIMENTO      : DATA DA NOITE (AAAAMMDD)         *
      *    DEBEXC-DESCRICAO         : TEXTO LIVRE DA ORIGEM            *
      *----------------------------------------------------------------*
