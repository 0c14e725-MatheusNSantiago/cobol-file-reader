      *================================================================*
      * DEBK307M - LAYOUT DO ARQUIVO INDEXADO (KSDS) DE REFERENCIA     *
      *            CRUZADA CLIENTE MCI X CONTA (DEB307M), CHAVEADO     *
      *            POR CODIGO MCI + AGENCIA + CONTA.                   *
      *================================================================*
      *                                                                *
      * VRS001 - 14/10/2026 - F7023235 - IMPLANTACAO.                  *
      *                                                                *
      *================================================================*
      * 1) Objetivo:                                                   *
      *                                                                *
      * O DEB307X so responde por agencia/conta. Este indice           *
      * alternativo, carregado pela DEBL849 a partir do extrato        *
      * DEB307, tem um registro para cada conta em que o cliente MCI   *
      * figura - como primeiro titular (DEB307-COD-BDC) ou como        *
      * segundo titular (DEB307-BDC-SOLID). A consulta online DEBCO849 *
      * posiciona no codigo MCI (START) e le em sequencia todas as     *
      * contas do cliente; os dados da conta vem do DEB307X.           *
      *                                                                *
      *================================================================*

       01  REGISTRO-DEB307M.
           03  DEB307M-CHAVE.
               05  DEB307M-MCI            PIC  9(009).
               05  DEB307M-AGENCIA        PIC  9(005).
               05  DEB307M-CONTA          PIC  9(011).
           03  DEB307M-PAPEL              PIC  9(001).
               88  DEB307M-PRIMEIRO-TITULAR         VALUE 1.
               88  DEB307M-SEGUNDO-TITULAR          VALUE 2.
           03  FILLER                     PIC  X(014).

      *================================================================*
      * 2) Descricao:                                                  *
      *    DEB307M-CHAVE            : CHAVE UNICA DO KSDS              *
      *    DEB307M-MCI              : CODIGO MCI DO CLIENTE            *
      *    DEB307M-AGENCIA          : PREFIXO DA AGENCIA DA CONTA      *
      *    DEB307M-CONTA            : NUMERO DA CONTA                  *
      *    DEB307M-PAPEL            : PAPEL DO CLIENTE NA CONTA        *
      *                               1 - PRIMEIRO TITULAR (COD-BDC)   *
      *                               2 - SEGUNDO TITULAR (BDC-SOLID)  *
      *----------------------------------------------------------------*
