      *================================================================*
      *    BOOK........: DICCAMPO                                     *
      *    PROGRAMADOR.: C&C                                          *
      *    OBJETIVO....: DICIONARIO DE LAYOUT DE UM BOOK, GERADO POR  *
      *                  GERADIC A PARTIR DO PROPRIO COPYBOOK (UM     *
      *                  REGISTRO POR CAMPO ELEMENTAR, COM OFFSET,    *
      *                  TAMANHO E TIPO P/Z/X JA CALCULADOS A PARTIR  *
      *                  DE PIC/USAGE, REDEFINES E OCCURS). E LIDO    *
      *                  PELOS UTILITARIOS QUE ACEITAM O CARTAO       *
      *                  'LAYOUT' (VIDE COPY CAMPCARD E DICCARGA) NO  *
      *                  LUGAR DOS CARTOES 'CAMPO' DIGITADOS A MAO.   *
      *    LAYOUT......: DIC-LIVRO      - NOME DO BOOK (MEMBRO) DE    *
      *                  ORIGEM; UM MESMO ARQDICIO PODE CONCATENAR OS *
      *                  DICIONARIOS DE VARIOS BOOKS.                 *
      *                  DIC-NOME-CAMPO - NOME PARA O DIRETORIO DE    *
      *                  CAMPOS (20 POSICOES, COM O SUFIXO '(N)' OU   *
      *                  '(N,M)' DAS OCORRENCIAS DE OCCURS).          *
      *                  DIC-OFFSET     - POSICAO A PARTIR DE 1.      *
      *                  DIC-TAMANHO    - TAMANHO EM BYTES.           *
      *                  DIC-TIPO       - P=PACKED (COMP-3), Z=ZONADO *
      *                  (NUMERICO DISPLAY), X=TEXTO (INCLUSIVE       *
      *                  BINARIO, EDITADO E SINAL SEPARADO).          *
      *                  DIC-DECIMAIS   - CASAS APOS O 'V' (SO        *
      *                  INFORMATIVO).                                *
      *                  DIC-NIVEL      - NUMERO DE NIVEL NO BOOK.    *
      *                  DIC-NOME-COBOL - NOME ORIGINAL NO BOOK, SEM  *
      *                  TRUNCAMENTO.                                 *
      *                  A AREA WRK-CONTROLE-DICIO E DE USO DA ROTINA *
      *                  DE CARGA (COPY DICCARGA).                    *
      *================================================================*

       01  WRK-REGISTRO-DICIO.
           03 DIC-LIVRO                PIC  X(008).
           03 DIC-NOME-CAMPO           PIC  X(020).
           03 DIC-OFFSET               PIC  9(005).
           03 DIC-TAMANHO              PIC  9(005).
           03 DIC-TIPO                 PIC  X(001).
              88 DIC-TIPO-PACKED                           VALUE 'P'.
              88 DIC-TIPO-ZONADO                           VALUE 'Z'.
              88 DIC-TIPO-TEXTO                            VALUE 'X'.
           03 DIC-DECIMAIS             PIC  9(002).
           03 DIC-NIVEL                PIC  9(002).
           03 DIC-NOME-COBOL           PIC  X(030).
           03 FILLER                   PIC  X(007).

       01  WRK-CONTROLE-DICIO.
           03 WRK-DIC-LIVRO-PEDIDO     PIC  X(008)         VALUE SPACES.
           03 WRK-SW-DIC-CARREGADO     PIC  X(001)         VALUE 'N'.
              88 WRK-DIC-CARREGADO                         VALUE 'S'.
           03 WRK-SW-DIC-FIM           PIC  X(001)         VALUE 'N'.
              88 WRK-DIC-FIM                               VALUE 'S'.
           03 WRK-SW-DIC-UTIL          PIC  X(001)         VALUE 'N'.
              88 WRK-DIC-UTIL                              VALUE 'S'.
           03 WRK-SW-DIC-ACHOU         PIC  X(001)         VALUE 'N'.
              88 WRK-DIC-CAMPO-ACHADO                      VALUE 'S'.
           03 WRK-DIC-IDX-ACHADO       PIC  9(003) COMP-3  VALUE ZEROS.
           03 WRK-DIC-LIDOS            PIC  9(005) COMP-3  VALUE ZEROS.
           03 WRK-DIC-CARREGADOS       PIC  9(005) COMP-3  VALUE ZEROS.
           03 WRK-DIC-PREEXISTENTES    PIC  9(005) COMP-3  VALUE ZEROS.
           03 WRK-DIC-IGNORADOS        PIC  9(005) COMP-3  VALUE ZEROS.
           03 WRK-DIC-EDITADO          PIC  Z(04)9.
