      *================================================================*
      * DEBFK906 - BOOK DA SUBROTINA DEBF906                           *
      *================================================================*
      *                                                                *
      * VRS001 - 15/10/2026 - F7023235 - IMPLANTACAO.                  *
      *                                                                *
      *================================================================*
      * 1) Objetivo:                                                   *
      *                                                                *
      * Rotina comum de apuracao do saldo disponivel da conta: quanto  *
      * do saldo pode sair e quanto do limite do cheque especial pode  *
      * ser usado, descontados o deposito bloqueado por prazo          *
      * indeterminado (DEB307-DEP-INDET), o deposito ainda em prazo de *
      * bloqueio (DEB307-RED-BLOQ), o bloqueio do cheque especial pelo *
      * COR (DEB307-LIM-FUTURO 777777 ou DEB307-RESTR-COR 9), o        *
      * excesso sobre o limite (DEB307-EXTRA-LIMIT) e as restricoes    *
      * que travam a conta inteira. Usada pelas varreduras (DEBR827,   *
      * DEBR828), pelo motor de juros (DEBR829) e pela consulta do     *
      * cartao da conta (DEBCO830), para o batch e o atendimento       *
      * mostrarem o mesmo numero.                                      *
      *                                                                *
      *================================================================*
      * 2) Parametros:

           03  DEBF906-ENTRADA.
               05  DEBF906-SALDO-ATUAL            PIC S9(015)V9(02)
                                                    COMP-3.
               05  DEBF906-SALDO-D-1              PIC S9(015)V9(02)
                                                    COMP-3.
               05  DEBF906-DEP-INDET              PIC S9(015)V9(02)
                                                    COMP-3.
               05  DEBF906-RED-BLOQ               PIC S9(001)V COMP-3.
               05  DEBF906-LIMITE                 PIC S9(013)V COMP-3.
               05  DEBF906-LIM-FUTURO             PIC S9(013)V COMP-3.
               05  DEBF906-EXTRA-LIMIT            PIC S9(011)V9(02)
                                                    COMP-3.
               05  DEBF906-RESTRICOES             PIC  9(013).

           03  DEBF906-SAIDA.
               05  DEBF906-SALDO-DISP             PIC S9(015)V9(02)
                                                    COMP-3.
               05  DEBF906-LIMITE-DISP            PIC S9(015)V9(02)
                                                    COMP-3.
               05  DEBF906-VL-BLOQUEADO           PIC S9(015)V9(02)
                                                    COMP-3.
               05  DEBF906-SIT-LIMITE             PIC  X(001).
               05  DEBF906-CD-MOTIVO              PIC  9(002).
               05  DEBF906-CD-RTN                 PIC  9(002).
               05  DEBF906-MSG                    PIC  X(040).
      *================================================================*
      * 3) Descricao:
      *    DEBF906-SALDO-ATUAL/D-1  : SALDO ATUAL E DO DIA ANTERIOR
      *    DEBF906-DEP-INDET        : DEPOSITO BLOQUEADO POR PRAZO
      *                               INDETERMINADO
      *    DEBF906-RED-BLOQ         : DIAS DE BLOQUEIO DE DEPOSITO EM
      *                               VIGOR; DIFERENTE DE ZERO, O
      *                               ACRESCIMO DO DIA (SALDO-ATUAL
      *                               ACIMA DO SALDO-D-1) FICA RETIDO
      *    DEBF906-LIMITE           : LIMITE DO CHEQUE ESPECIAL
      *    DEBF906-LIM-FUTURO       : 777777 = CH.ESP BLOQUEADO PELO COR
      *    DEBF906-EXTRA-LIMIT      : UTILIZACAO ACIMA DO LIMITE
      *    DEBF906-RESTRICOES       : MAPA DE 13 DIGITOS (CONTEUDO DE
      *                               DEB307-INDICADORES)
      *
      *    DEBF906-SALDO-DISP       : SALDO QUE PODE SER MOVIMENTADO
      *                               (NUNCA NEGATIVO)
      *    DEBF906-LIMITE-DISP      : LIMITE DO CHEQUE ESPECIAL AINDA
      *                               UTILIZAVEL (NUNCA NEGATIVO)
      *    DEBF906-VL-BLOQUEADO     : PARCELA DO SALDO POSITIVO RETIDA
      *    DEBF906-SIT-LIMITE       : "L" LIMITE LIVRE
      *                               "S" CONTA SEM LIMITE
      *                               "C" CH.ESP BLOQUEADO PELO COR
      *                               "E" LIMITE EXCEDIDO
      *                               "R" CONTA TRAVADA POR RESTRICAO
      *
      *    DEBF906-CD-MOTIVO (O MAIS RESTRITIVO QUE SE APLICA):
      *    00 - SALDO LIVRE
      *    01 - RESTRICAO DE MOVIMENTACAO (RESTR-MOVIM 1 OU 2)
      *    02 - SALDO BLOQUEADO - OBSERVACAO B (RESTR-BLOQ 1)
      *    03 - CONTA DE TITULAR FALECIDO (RESTR-FALEC 1)
      *    04 - DEPOSITO BLOQUEADO POR PRAZO INDETERMINADO
      *    05 - DEPOSITO EM PRAZO DE BLOQUEIO (RED-BLOQ)
      *    06 - CHEQUE ESPECIAL BLOQUEADO PELO COR
      *    07 - LIMITE DO CHEQUE ESPECIAL EXCEDIDO
      *    NOS MOTIVOS 01 A 03 A CONTA FICA TRAVADA: SALDO E LIMITE
      *    DISPONIVEIS ZERADOS E TODO O SALDO POSITIVO BLOQUEADO.
      *    DEBF906-MSG TRAZ O TEXTO DO MOTIVO (OU DO ERRO).
      *
      *    DEBF906-CD-RTN:
      *    00 - OK
      *    01 - MAPA DE RESTRICOES NAO NUMERICO (SAIDAS ZERADAS)
      *----------------------------------------------------------------*
