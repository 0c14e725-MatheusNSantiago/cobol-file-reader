      *                             GRAVACAO POR ACESSO RANDOM, COMO   *
      *                             NA DEBL822, PARA NAO DEPENDER DA   *
      *                             ORDEM FISICA DA ENTRADA.           *
      * VRS002 14.10.2026 F7023235  CARREGA DEB307X-PRIVAT, USADO PELA *
      *                             CRITICA DE PRIVATICIDADE DOS       *
      *                             ARQUIVOS DE MOVIMENTO (DEBR842).   *
      * VRS003 15.10.2026 F7023235  CARREGA DEB307X-DEP-INDET, RED-    *
      *                             BLOQ, LIM-FUTURO E EXTRA-LIMIT,    *
      *                             USADOS PELA APURACAO DO SALDO      *
      *                             DISPONIVEL (DEBF906) NA CONSULTA   *
      *                             DEBCO830. REGISTRO DO DEB307X      *
      *                             PASSA A 150 BYTES (BOOK DEBK307X   *
      *                             VRS003).                           *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * NOVA GERACAO INDEXADA (KSDS) DO CADASTRO DE CONTAS.            *
      *----------------------------------------------------------------*
       FD  DEB307X
           RECORD CONTAINS 150 CHARACTERS.

           COPY DEBK307X.

           MOVE DEB307-CGC-CPF     TO DEB307X-CGC-CPF.
           MOVE DEB307-PESSOA      TO DEB307X-PESSOA.
           MOVE DEB307-VENC-CH-ESP TO DEB307X-VENC-CH-ESP.
           MOVE DEB307-PRIVAT      TO DEB307X-PRIVAT.
           MOVE DEB307-DEP-INDET   TO DEB307X-DEP-INDET.
           MOVE DEB307-RED-BLOQ    TO DEB307X-RED-BLOQ.
           MOVE DEB307-LIM-FUTURO  TO DEB307X-LIM-FUTURO.
           MOVE DEB307-EXTRA-LIMIT TO DEB307X-EXTRA-LIMIT.
           WRITE REGISTRO-DEB307X
               INVALID KEY
                   DISPLAY "DEBL830 - CHAVE DUPLICADA: "
