      *================================================================*
      *    BOOK........: TOTGRUPO                                     *
      *    PROGRAMADOR.: C&C                                          *
      *    OBJETIVO....: TOTAIS POR GRUPO DE QUEBRA EM FORMATO DE     *
      *                  MAQUINA, GRAVADOS EM ARQTOTGR PELO RELATORIO *
      *                  DE TOTAIS (LEGRTOTG) NA MESMA PASSADA DO     *
      *                  ARQRELAT E LIDOS PELO BALANCEAMENTO EXTERNO  *
      *                  CONTRA O CONTROLE DA ORIGEM (LEGRBALX).      *
      *    LAYOUT......: TGR-TIPO 'C' - CABECALHO, PRIMEIRO REGISTRO  *
      *                  DO ARQUIVO (VISAO WRK-CABECALHO-TOTGRUPO):   *
      *                  ROTULOS DAS QUEBRAS E DAS SOMAS, QUANTIDADE  *
      *                  DE SOMAS E DATA DO RUN.                      *
      *                  TGR-TIPO 'G' - UM REGISTRO POR GRUPO, NA     *
      *                  ORDEM DO RELATORIO: VALORES DAS QUEBRAS (A   *
      *                  SEGUNDA EM BRANCO COM UMA SO QUEBRA),        *
      *                  CONTAGEM DE REGISTROS E SOMAS (AS POSICOES   *
      *                  ALEM DE TGR-QTD-SOMAS SAEM ZERADAS).         *
      *                  TGR-TIPO 'T' - TOTAL GERAL, ULTIMO REGISTRO: *
      *                  QUEBRAS EM BRANCO, REGISTROS LIDOS E SOMAS   *
      *                  GERAIS; TGR-QTD-GRUPOS TRAZ O NUMERO DE      *
      *                  REGISTROS 'G' GRAVADOS - ARQUIVO SEM O 'T'   *
      *                  OU COM CONTAGEM DIFERENTE ESTA INCOMPLETO.   *
      *================================================================*

       01  WRK-REGISTRO-TOTGRUPO.
           03 TGR-TIPO                 PIC  X(001).
              88 TGR-CABECALHO                             VALUE 'C'.
              88 TGR-GRUPO                                 VALUE 'G'.
              88 TGR-TOTAL-GERAL                           VALUE 'T'.
           03 TGR-QUEBRA-1             PIC  X(032).
           03 TGR-QUEBRA-2             PIC  X(032).
           03 TGR-REGISTROS            PIC  9(009).
           03 TGR-QTD-SOMAS            PIC  9(001).
           03 TGR-SOMA                 OCCURS 5 TIMES
                                       PIC S9(013)V99
                                       SIGN LEADING SEPARATE.
           03 TGR-QTD-GRUPOS           PIC  9(009).
           03 FILLER                   PIC  X(036).

       01  WRK-CABECALHO-TOTGRUPO REDEFINES WRK-REGISTRO-TOTGRUPO.
           03 FILLER                   PIC  X(001).
           03 TGR-CAB-NOME-QUEBRA-1    PIC  X(020).
           03 TGR-CAB-NOME-QUEBRA-2    PIC  X(020).
           03 TGR-CAB-QTD-SOMAS        PIC  9(001).
           03 TGR-CAB-NOMES-SOMAS.
              05 TGR-CAB-NOME-SOMA     OCCURS 5 TIMES
                                       PIC  X(020).
           03 TGR-CAB-DATA             PIC  9(008).
           03 FILLER                   PIC  X(050).
