      *================================================================*
      *                                                                *
      * VRS001 - 22/08/2026 - F7023235 - IMPLANTACAO.                  *
      * VRS002 - 15/10/2026 - F7023235 - INCLUI DEBF902-DV-CALCULADO.  *
      *                                                                *
      *================================================================*
      * 1) Objetivo:                                                   *
           03  DEBF902-SAIDA.
               05  DEBF902-CD-RTN                 PIC  9(002).
               05  DEBF902-MSG                    PIC  X(030).
               05  DEBF902-DV-CALCULADO           PIC  9(002).
      *================================================================*
      * 3) Descricao:
      *    DEBF902-CGC-CPF          : DOCUMENTO A VALIDAR (CPF NAS 11
      *    04 - TIPO DE PESSOA NAO VALIDAVEL (NEM 1 NEM 2)
      *    05 - DOCUMENTO CONTRADIZ O TIPO DE PESSOA (DOCUMENTO DE
      *         14 DIGITOS EM CONTA DE PESSOA FISICA)
      *
      *    DEBF902-DV-CALCULADO     : OS DOIS DIGITOS VERIFICADORES
      *                               CORRETOS PARA A BASE INFORMADA
      *                               (RETORNOS 00, 01 E 02; ZEROS NOS
      *                               DEMAIS)
      *----------------------------------------------------------------*
