      *                   PARTICIONADOR (ARQTOTSP) - A MESMA
      *                   CONFERENCIA QUE 9050-VALIDAR-TRAILER FAZ
      *                   NUM RUN UNICO, AGORA PARA A RODADA INTEIRA.
      *                   QUANDO O ARQTOTSP VEM DA CONSOLIDACAO DE
      *                   FEEDS (VIDE LEGRMRGE), AS IMAGENS DESVIADAS
      *                   POR CONFLITO DE CHAVE (TOT-OUTROS) NUNCA
      *                   CHEGAM A CONVERSAO E SAO DESCONTADAS DO
      *                   ESPERADO.
      *
      *                 - GRAVAR UMA UNICA LINHA CONSOLIDADA NO
      *                   ARQLOG (VIDE COPY LOGCARD) PARA O RUN
       01  WRK-TOTAIS-ESPERADOS.
           03 WRK-ESP-LIDOS            PIC  9(009)         VALUE ZEROS.
           03 WRK-ESP-HASH             PIC  9(015)         VALUE ZEROS.
           03 WRK-ESP-OUTROS           PIC  9(009)         VALUE ZEROS.
           03 WRK-ESP-LIDOS-RODADA     PIC  9(009)         VALUE ZEROS.
           03 WRK-SW-ESP-HASH          PIC  X(001)         VALUE 'N'.
              88 WRK-ESP-HASH-VALIDO                        VALUE 'S'.

           MOVE TOT-LIDOS              TO WRK-ESP-LIDOS.
           MOVE TOT-HASH               TO WRK-ESP-HASH.
           MOVE TOT-SW-HASH            TO WRK-SW-ESP-HASH.
           MOVE TOT-OUTROS             TO WRK-ESP-OUTROS.

           COMPUTE WRK-ESP-LIDOS-RODADA = WRK-ESP-LIDOS
                                        - WRK-ESP-OUTROS.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *    UNICO, AGORA SOBRE A SOMA DOS SHARDS: QUANTIDADE LIDA DA    *
      *    RODADA CONTRA A QUANTIDADE ESPERADA DO PARTICIONADOR E      *
      *    TOTAL DE CONTROLE ACUMULADO CONTRA O DO EMISSOR (QUANDO     *
      *    PRESENTE NO TRAILER DA ENTRADA ORIGINAL). OS CONFLITOS DE   *
      *    CHAVE DESVIADOS NA CONSOLIDACAO NAO ENTRAM NA RODADA.       *
      *----------------------------------------------------------------*

           IF  WRK-SOMA-LIDOS          NOT EQUAL WRK-ESP-LIDOS-RODADA
               DISPLAY '*********** LEGRSOMA ***********'
               DISPLAY '*                              *'
               DISPLAY '*  SOMA DOS LIDOS DOS SHARDS   *'
               DISPLAY '*  DIVERGE DO ESPERADO         *'
               DISPLAY '*                              *'
               MOVE WRK-ESP-LIDOS-RODADA TO WRK-DISPLAY
               DISPLAY '* ESPERADO        : ' WRK-DISPLAY
               MOVE WRK-SOMA-LIDOS     TO WRK-DISPLAY
               DISPLAY '* SOMA DOS SHARDS : ' WRK-DISPLAY
      *    TOTAL DO EMISSOR E LEGITIMA E JA ESTA EXPLICADA PELOS
      *    CONTADORES (MESMA REGRA DE 9050-VALIDAR-TRAILER E DO
      *    FECHAMENTO DA CADEIA); A IGUALDADE SO E EXIGIVEL QUANDO
      *    NADA FOI DESVIADO - NEM NAS INSTANCIAS, NEM POR CONFLITO
      *    DE CHAVE NA CONSOLIDACAO DOS FEEDS.
           IF  WRK-ESP-HASH-VALIDO
           AND WRK-ESP-OUTROS          EQUAL     ZEROS
           AND WRK-SOMA-DESPREZADOS    EQUAL     ZEROS
           AND WRK-SOMA-OUTROS         EQUAL     ZEROS
           AND WRK-SOMA-HASH           NOT EQUAL WRK-ESP-HASH
           MOVE    WRK-SOMA-OUTROS      TO WRK-DISPLAY
           DISPLAY '* OUTROS DESVIOS    : ' WRK-DISPLAY
           DISPLAY '*                              *'
           IF  WRK-ESP-OUTROS          GREATER   ZEROS
               MOVE WRK-ESP-OUTROS      TO WRK-DISPLAY
               DISPLAY '* CONFLITOS NO MERGE: ' WRK-DISPLAY
               DISPLAY '*                              *'
           END-IF
           MOVE    WRK-SOMA-HASH        TO WRK-DISPLAY-HASH
           DISPLAY '* TOTAL DE CONTROLE : ' WRK-DISPLAY-HASH
           DISPLAY '*                              *'
