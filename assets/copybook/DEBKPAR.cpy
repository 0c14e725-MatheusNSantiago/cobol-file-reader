      *================================================================*
      * DEBKPAR - LAYOUT DO ARQUIVO INDEXADO (KSDS) DE PARAMETROS DA   *
      *           SUITE (DEBPAR), CHAVEADO POR PROGRAMA + PARAMETRO +  *
      *           ITEM + DATA DE VIGENCIA.                             *
      *================================================================*
      *                                                                *
      * VRS001 - 15/10/2026 - F7023235 - IMPLANTACAO.                  *
      *                                                                *
      *================================================================*
      * 1) Objetivo:                                                   *
      *                                                                *
      * Substitui os cartoes de parametro soltos na biblioteca de JCL  *
      * (DEBP806, DEBP824, DEBTX829, ACHP607, ...). Cada alteracao de  *
      * parametro e uma nova vigencia: o registro antigo continua no   *
      * arquivo e a historia de quem mudou o que, quando e por que     *
      * fica no proprio KSDS. O conteudo de cada registro e a imagem   *
      * do cartao de 80 posicoes que o programa lia, no mesmo layout.  *
      * Mantido so pela DEBA855 (com critica e relatorio de auditoria  *
      * DEBL855), lido pelos programas via DEBF907 e consultado online *
      * pela DEBCO855.                                                 *
      *                                                                *
      *================================================================*

       01  REGISTRO-DEBPAR.
           03  DEBPAR-CHAVE.
               05  DEBPAR-PROGRAMA        PIC  X(008).
               05  DEBPAR-PARAMETRO       PIC  X(008).
               05  DEBPAR-ITEM            PIC  X(004).
               05  DEBPAR-DT-VIGENCIA     PIC  9(008).
           03  DEBPAR-SITUACAO            PIC  X(001).
               88  DEBPAR-ATIVO                     VALUE "A".
               88  DEBPAR-DESATIVADO                VALUE "I".
           03  DEBPAR-CONTEUDO            PIC  X(080).
           03  DEBPAR-USUARIO             PIC  X(008).
           03  DEBPAR-DT-ATUALIZACAO      PIC  9(008).
           03  DEBPAR-HR-ATUALIZACAO      PIC  9(006).
           03  DEBPAR-JUSTIFICATIVA       PIC  X(040).
           03  FILLER                     PIC  X(029).

      *================================================================*
      * 2) Descricao:                                                  *
      *    DEBPAR-CHAVE             : CHAVE UNICA DO KSDS              *
      *    DEBPAR-PROGRAMA          : PROGRAMA QUE USA O PARAMETRO     *
      *                               (DEBR824, ACHR607, ...)          *
      *    DEBPAR-PARAMETRO         : NOME DO ANTIGO CARTAO (DEBP824,  *
      *                               DEBTX829, ...)                   *
      *    DEBPAR-ITEM              : BRANCOS NOS PARAMETROS DE UM SO  *
      *                               CARTAO; NAS TABELAS (DEBTX829,   *
      *                               DEBTX852, DEBTF846) O NUMERO DA  *
      *                               LINHA (0001 A 9999)              *
      *    DEBPAR-DT-VIGENCIA       : INICIO DA VIGENCIA (AAAAMMDD).   *
      *                               VALE A MAIOR VIGENCIA NAO        *
      *                               POSTERIOR A DATA DE REFERENCIA   *
      *    DEBPAR-SITUACAO          : "A" ATIVO                        *
      *                               "I" DESATIVADO A PARTIR DA       *
      *                                   VIGENCIA (LINHA DE TABELA    *
      *                                   RETIRADA OU PARAMETRO        *
      *                                   DESLIGADO)                   *
      *    DEBPAR-CONTEUDO          : IMAGEM DO CARTAO (80 POSICOES)   *
      *    DEBPAR-USUARIO           : CHAVE DE QUEM FEZ A ALTERACAO    *
      *    DEBPAR-DT/HR-ATUALIZACAO : DATA (AAAAMMDD) E HORA (HHMMSS)  *
      *                               DA GRAVACAO PELA DEBA855         *
      *    DEBPAR-JUSTIFICATIVA     : MOTIVO INFORMADO NA TRANSACAO    *
      *----------------------------------------------------------------*
