      *================================================================*
      *    BOOK........: REGRCOND                                     *
      *    PROGRAMADOR.: C&C                                          *
      *    OBJETIVO....: TABELA DAS REGRAS DE CONSISTENCIA ENTRE      *
      *                  CAMPOS DO MESMO REGISTRO, CARREGADA DOS      *
      *                  CARTOES 'REGRA' DO SYSIN (NO MESMO MACO DOS  *
      *                  CARTOES 'CAMPO'/'FILTRO' - VIDE COPY         *
      *                  CAMPCARD), E AREAS DE TRABALHO DA AVALIACAO  *
      *                  (VIDE COPY REGRAVAL). CADA REGRA REFERENCIA  *
      *                  ATE TRES CAMPOS DO DIRETORIO (COPY CAMPODIR) *
      *                  PELO SEU INDICE; OS CARTOES 'CAMPO' DOS      *
      *                  CAMPOS NOMEADOS DEVEM VIR ANTES NO MACO.     *
      *    LAYOUT......: O CARTAO (REDEFINES WRK-CARTAO-REGRA NO      *
      *                  PROGRAMA, SOBRE A AREA DO COPY CAMPCARD)     *
      *                  TRAZ TIPO 'REGRA' (1-8), NOME DA REGRA       *
      *                  (9-16), OPERACAO (17-18), CAMPO-A (19-38)    *
      *                  E, CONFORME A OPERACAO, CAMPO-B (39-58) E    *
      *                  CAMPO-C (59-78), OU VALOR-A (39-48),         *
      *                  CAMPO-B (49-68), OPERADOR (69-70) E VALOR-B  *
      *                  (71-80). O NOME IDENTIFICA A REGRA NO        *
      *                  DIAGNOSTICO E NO RESUMO. OPERACOES:          *
      *                  'SO' - SOMA: CAMPO-A + CAMPO-B = CAMPO-C     *
      *                         (TRES CAMPOS NUMERICOS, P.EX.         *
      *                         PRINCIPAL + JUROS = TOTAL);           *
      *                  'EQ'/'NE'/'GT'/'GE'/'LT'/'LE' - COMPARACAO   *
      *                         CAMPO-A <OPERADOR> CAMPO-B (DOIS      *
      *                         CAMPOS DO MESMO GENERO, NUMERICO OU   *
      *                         TEXTO ATE 20 BYTES, P.EX. DATA-INICIO *
      *                         LE DATA-FIM);                         *
      *                  'SE' - CONDICIONAL: SE CAMPO-A = VALOR-A,    *
      *                         ENTAO CAMPO-B <OPERADOR> VALOR-B      *
      *                         (P.EX. SE SITUACAO = 'C' ENTAO SALDO  *
      *                         EQ 0);                                *
      *                         CAMPO TEXTO NA CONDICIONAL E LIMITADO *
      *                         A 10 BYTES, O TAMANHO DO VALOR NO     *
      *                         CARTAO. REGISTRO QUE NAO ATENDE A     *
      *                         CONDICAO NAO E AVALIADO PELA REGRA.   *
      *                  CAMPO NUMERICO COM CONTEUDO INVALIDO VIOLA   *
      *                  A REGRA - A CONSISTENCIA NAO PODE SER        *
      *                  CONFIRMADA.                                  *
      *    USO.........: COPY REGRCOND NA WORKING-STORAGE, JUNTO COM  *
      *                  COPY CAMPODIR E COPY FILTCOND.               *
      *================================================================*

       01  WRK-TABELA-REGRAS.
           03 WRK-QTD-REGRAS           PIC  9(003) COMP-3  VALUE ZEROS.
           03 WRK-REGRA-ENTRADA        OCCURS 20 TIMES
                                       INDEXED BY WRK-IDX-RGR.
              05 WRK-RGR-NOME          PIC  X(008).
              05 WRK-RGR-OPERACAO      PIC  X(002).
                 88 WRK-RGR-SOMA                           VALUE 'SO'.
                 88 WRK-RGR-CONDICIONAL                    VALUE 'SE'.
                 88 WRK-RGR-COMPARACAO                     VALUE
                    'EQ' 'NE' 'GT' 'GE' 'LT' 'LE'.
              05 WRK-RGR-OPERADOR      PIC  X(002).
              05 WRK-RGR-IDX-A         PIC  9(003) COMP-3.
              05 WRK-RGR-IDX-B         PIC  9(003) COMP-3.
              05 WRK-RGR-IDX-C         PIC  9(003) COMP-3.
              05 WRK-RGR-VALOR-A-NUM   PIC S9(015) COMP-3.
              05 WRK-RGR-VALOR-A-TXT   PIC  X(010).
              05 WRK-RGR-VALOR-B-NUM   PIC S9(015) COMP-3.
              05 WRK-RGR-VALOR-B-TXT   PIC  X(010).
              05 WRK-RGR-VIOLACOES     PIC  9(009) COMP-3.

       01  WRK-AVALIACAO-REGRA.
           03 WRK-SW-REGRA-VIOLADA     PIC  X(001)         VALUE 'N'.
              88 WRK-REGRA-VIOLADA                         VALUE 'S'.
           03 WRK-SW-OPERANDO-VALIDO   PIC  X(001)         VALUE 'S'.
              88 WRK-OPERANDO-VALIDO                       VALUE 'S'.
           03 WRK-SW-COMPARACAO        PIC  X(001)         VALUE 'N'.
              88 WRK-COMPARACAO-ATENDIDA                   VALUE 'S'.
           03 WRK-RGR-IDX-ESTAGIO      PIC  9(003) COMP-3  VALUE ZEROS.
           03 WRK-RGR-IDX-ACHADO       PIC  9(003) COMP-3  VALUE ZEROS.
           03 WRK-RGR-NOME-PROCURADO   PIC  X(020)         VALUE SPACES.
           03 WRK-RGR-GENERO-A         PIC  X(001)         VALUE SPACES.
           03 WRK-RGR-OPERADOR-AVAL    PIC  X(002)         VALUE SPACES.
              88 WRK-RGR-OP-VALIDO                         VALUE
                 'EQ' 'NE' 'GT' 'GE' 'LT' 'LE'.
           03 WRK-RGR-GENERO-AVAL      PIC  X(001)         VALUE SPACES.
              88 WRK-RGR-GENERO-TEXTO                      VALUE 'X'.
           03 WRK-RGR-NUM-1            PIC S9(016) COMP-3  VALUE ZEROS.
           03 WRK-RGR-NUM-2            PIC S9(016) COMP-3  VALUE ZEROS.
           03 WRK-RGR-TXT-1            PIC  X(020)         VALUE SPACES.
           03 WRK-RGR-TXT-2            PIC  X(020)         VALUE SPACES.
