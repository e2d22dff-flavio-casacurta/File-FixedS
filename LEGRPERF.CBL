      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. @PGMID.
       AUTHOR.     C&C.

      *================================================================*
      *                        S O N D A   I T                         *
      *----------------------------------------------------------------*
      *    PROGRAMA....: @PGMID
      *    PROGRAMADOR.: C&C
      *    DATA........: @DATE
      *----------------------------------------------------------------*
      *    OBJETIVO....:
      *                 - LER    ARQINPZD (O ARQOUTZD GERADO PELA
      *                   CONVERSAO, LAYOUT @BOOKOUT) E TRACAR O
      *                   PERFIL DE CADA CAMPO DESCRITO NOS CARTOES
      *                   'CAMPO' DO SYSIN (VIDE COPY CAMPCARD, OS
      *                   MESMOS DA CONFERENCIA DE ROUND-TRIP),
      *                   DECODIFICADO PELA ROTINA PADRAO (COPY
      *                   DECODNUM): PERCENTUAL DE PREENCHIMENTO, DE
      *                   ZERO (NUMERICO) OU BRANCO (TEXTO) E DE
      *                   CONTEUDO NUMERICO INVALIDO, MINIMO E MAXIMO
      *                   E, PARA CAMPO TEXTO, OS VALORES MAIS
      *                   FREQUENTES.
      *
      *                 - GUARDAR O PERFIL DA NOITE NUM HISTORICO
      *                   PEQUENO (ARQPRFAN -> ARQPRFNV, AS ULTIMAS
      *                   NOITES) E COMPARAR CADA CAMPO COM AS NOITES
      *                   ANTERIORES: O CAMPO CUJO PERFIL SE DESLOCA
      *                   ALEM DA TOLERANCIA DO SYSIN E APONTADO NO
      *                   RELATORIO (ARQRELAT) E O PROGRAMA ENCERRA
      *                   COM RETURN-CODE 8 - UM CAMPO QUE PASSA A
      *                   CHEGAR EM BRANCO, UM VALOR ZERADO EM 90% DOS
      *                   REGISTROS OU UMA DATA QUE SALTA UM ANO
      *                   DEIXAM DE PASSAR COMO RUN NORMAL.
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME           I/O        INCLUDE/BOOK
      *                ARQINPZD          I         @BOOKOUT
      *                ARQPRFAN          I         DECLARADO NO PGM
      *                ARQPRFNV          O         DECLARADO NO PGM
      *                ARQRELAT          O         DECLARADO NO PGM
      *                ARQDICIO          I         COPY DICCAMPO
      *----------------------------------------------------------------*
      *    CARTOES.....: VIA SYSIN, EM DOIS MACOS ENCERRADOS POR 'FIM':*
      *      1) CARTOES 'CAMPO' COM OS CAMPOS A PERFILAR (OBRIGATORIO, *
      *         VIDE COPY CAMPCARD);                                   *
      *      2) TOLERANCIAS OPCIONAIS (SYSIN SEM O SEGUNDO MACO MANTEM *
      *         OS PADROES):                                           *
      *      'TOLPCT  NNN' - DESLOCAMENTO MAXIMO, EM PONTOS            *
      *                      PERCENTUAIS, DOS PERCENTUAIS DE           *
      *                      PREENCHIMENTO/VAZIO/INVALIDO CONTRA A     *
      *                      MEDIA DAS NOITES ANTERIORES (PADRAO 010). *
      *      'TOLFAIXANNN' - EXTRAPOLACAO MAXIMA DO MINIMO/MAXIMO DE   *
      *                      CAMPO NUMERICO PARA FORA DA FAIXA DAS     *
      *                      NOITES ANTERIORES, EM PERCENTUAL DA       *
      *                      AMPLITUDE DESSA FAIXA (PADRAO 100).       *
      *      'NOITES  NNN' - NOITES MANTIDAS NO HISTORICO E USADAS NA  *
      *                      COMPARACAO (PADRAO 007, MAXIMO 031).      *
      *----------------------------------------------------------------*
      *    OBSERVACAO..: A AUSENCIA DO ARQPRFAN (OU DD DUMMY) E        *
      *    CONDICAO NORMAL DE PRIMEIRA EXECUCAO - O PERFIL E RELATADO  *
      *    SEM COMPARACAO. CAMPO NOVO (SEM NOITE ANTERIOR NO           *
      *    HISTORICO) TAMBEM NAO E COMPARADO. CAMPO TEXTO MAIOR QUE 20 *
      *    BYTES E PERFILADO PELO TAMANHO INTEIRO NO TESTE DE BRANCO,  *
      *    MAS MINIMO/MAXIMO/VALORES FREQUENTES USAM OS 20 PRIMEIROS   *
      *    BYTES. ARQINPZD VAZIO ENCERRA COM RETURN-CODE 4 E O         *
      *    HISTORICO E REGRAVADO SEM A NOITE.                          *
      *================================================================*

      *================================================================*
       ENVIRONMENT                     DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       CONFIGURATION                   SECTION.
      *----------------------------------------------------------------*

       SPECIAL-NAMES.
           DECIMAL-POINT               IS   COMMA.

      *----------------------------------------------------------------*
       INPUT-OUTPUT                    SECTION.
      *----------------------------------------------------------------*

       FILE-CONTROL.

           SELECT ARQINPZD ASSIGN      TO   UT-S-ARQINPZD
                      FILE STATUS      IS   WRK-FS-ARQINPZD.

           SELECT ARQPRFAN ASSIGN      TO   UT-S-ARQPRFAN
                      FILE STATUS      IS   WRK-FS-ARQPRFAN.

           SELECT ARQPRFNV ASSIGN      TO   UT-S-ARQPRFNV
                      FILE STATUS      IS   WRK-FS-ARQPRFNV.

           SELECT ARQRELAT ASSIGN      TO   UT-S-ARQRELAT
                      FILE STATUS      IS   WRK-FS-ARQRELAT.

      *    DICIONARIO DE LAYOUT (VIDE COPY DICCAMPO E DICCARGA) - SO
      *    ABERTO QUANDO O SYSIN TRAZ O CARTAO 'LAYOUT'; SEM ELE A DD
      *    NAO PRECISA EXISTIR.
           SELECT ARQDICIO ASSIGN      TO   UT-S-ARQDICIO
                      FILE STATUS      IS   WRK-FS-ARQDICIO.

      *================================================================*
       DATA                            DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *   INPUT:   ARQUIVO ZONADO DA CONVERSAO - ARQINPZD              *
      *            ORG. SEQUENCIAL    - LRECL   = @LENGTHOUT           *
      *----------------------------------------------------------------*
       FD  ARQINPZD
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-ARQINPZD                 PIC  X(@LENGTHOUT).

      *----------------------------------------------------------------*
      *   INPUT:   HISTORICO DE PERFIS, GERACAO ANTERIOR - ARQPRFAN    *
      *            ORG. SEQUENCIAL    - LRECL   = 120                  *
      *----------------------------------------------------------------*
       FD  ARQPRFAN
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-ARQPRFAN                 PIC  X(120).

      *----------------------------------------------------------------*
      *   OUTPUT:  HISTORICO DE PERFIS, NOVA GERACAO - ARQPRFNV        *
      *            ORG. SEQUENCIAL    - LRECL   = 120                  *
      *----------------------------------------------------------------*
       FD  ARQPRFNV
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-ARQPRFNV                 PIC  X(120).

      *----------------------------------------------------------------*
      *   OUTPUT:  RELATORIO DE PERFIL DE CAMPOS - ARQRELAT            *
      *            ORG. SEQUENCIAL    - LRECL   = 132                  *
      *----------------------------------------------------------------*
       FD  ARQRELAT
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-ARQRELAT                 PIC  X(132).

      *----------------------------------------------------------------*
      *   INPUT:   DICIONARIO DE LAYOUT    - ARQDICIO                 *
      *            ORG. SEQUENCIAL    - LRECL   = 080                  *
      *----------------------------------------------------------------*
       FD  ARQDICIO
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-ARQDICIO                 PIC  X(080).

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  FILLER                      PIC  X(050)        VALUE
           '*** INICIO DA WORKING-STORAGE SECTION         ****'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE ACUMULADORES                       ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-ACUMULADORES.

           03 WRK-LIDOS-ARQINPZD       PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-LIDOS-ARQPRFAN       PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-GRAVADOS-ARQPRFNV    PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-GRAVADOS-ARQRELAT    PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-CAMPOS-DESVIO        PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-DISPLAY              PIC +Z(08)9         VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE TESTE DE FILE-STATUS               ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-FS-ARQINPZD             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-ARQPRFAN             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-ARQPRFNV             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-ARQRELAT             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-ARQDICIO             PIC  X(002)         VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *  IDENTIFICACAO DO RUN (PROGRAMA + DATA + HORA DE INICIO),      *
      *  GRAVADA EM CADA LINHA DO HISTORICO PARA SEPARAR AS NOITES.    *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-IDENTIFICACAO-RUN.
           03 WRK-RUN-ID.
              05 WRK-RUN-PGMID         PIC  X(008)         VALUE SPACES.
              05 WRK-RUN-DATA          PIC  9(008)         VALUE ZEROS.
              05 WRK-RUN-HORA          PIC  9(006)         VALUE ZEROS.
           03 WRK-RUN-HORA-COMPLETA    PIC  9(008)         VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DOS CARTOES DE LAYOUT - SYSIN         ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       COPY CAMPCARD.

       COPY CAMPODIR.

       COPY DICCAMPO.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *  AREA DOS CARTOES DE TOLERANCIA - SYSIN (SEGUNDO MACO)         *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-CARTAO-TOLERANCIA.
           03 TOL-TIPO-CARTAO          PIC  X(008).
              88 TOL-CARTAO-TOLPCT                         VALUE
                 'TOLPCT'.
              88 TOL-CARTAO-TOLFAIXA                       VALUE
                 'TOLFAIXA'.
              88 TOL-CARTAO-NOITES                         VALUE
                 'NOITES'.
              88 TOL-FIM-DOS-CARTOES                       VALUE
                 'FIM'.
           03 TOL-VALOR                PIC  9(003).
           03 FILLER                   PIC  X(069).

       01  WRK-TOLERANCIAS.
           03 WRK-TOL-PERCENTUAL       PIC  9(003)         VALUE 010.
           03 WRK-TOL-FAIXA            PIC  9(003)         VALUE 100.
           03 WRK-NOITES-HISTORICO     PIC  9(003)         VALUE 007.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *  PERFIL DA NOITE, UMA ENTRADA POR CAMPO DO DIRETORIO (MESMA    *
      *  POSICAO DE WRK-DIR-ENTRADA). VAZIO = ZERO EM CAMPO NUMERICO,  *
      *  BRANCOS/LOW-VALUES EM CAMPO TEXTO. OS VALORES DISTINTOS DE    *
      *  CAMPO TEXTO SAO CONTADOS ATE 20; O EXCEDENTE VAI PARA OUTROS. *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-TABELA-PERFIL.
           03 WRK-PRF-ENTRADA          OCCURS 50 TIMES
                                       INDEXED BY WRK-IDX-PRF.
              05 PRF-VAZIOS            PIC  9(009) COMP-3.
              05 PRF-INVALIDOS         PIC  9(009) COMP-3.
              05 PRF-SW-FAIXA          PIC  X(001).
                 88 PRF-TEM-FAIXA                          VALUE 'S'.
              05 PRF-MINIMO            PIC S9(015) COMP-3.
              05 PRF-MAXIMO            PIC S9(015) COMP-3.
              05 PRF-MIN-TEXTO         PIC  X(020).
              05 PRF-MAX-TEXTO         PIC  X(020).
              05 PRF-QTD-VALORES       PIC  9(003) COMP-3.
              05 PRF-OUTROS            PIC  9(009) COMP-3.
              05 PRF-VALOR             OCCURS 20 TIMES
                                       INDEXED BY WRK-IDX-VAL.
                 07 PRF-VAL-TEXTO      PIC  X(020).
                 07 PRF-VAL-QTD        PIC  9(009) COMP-3.
                 07 PRF-VAL-SW-LISTADO PIC  X(001).
                    88 PRF-VAL-LISTADO                     VALUE 'S'.

       01  WRK-CONTROLE-PERFIL.
           03 WRK-TEXTO-CAMPO          PIC  X(020)         VALUE SPACES.
           03 WRK-IDX-ACHADO           PIC  9(003) COMP-3  VALUE ZEROS.
           03 WRK-IDX-BUSCA            PIC  9(003) COMP-3  VALUE ZEROS.
           03 WRK-IDX-MAIOR            PIC  9(003) COMP-3  VALUE ZEROS.
           03 WRK-QTD-MAIOR            PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-IDX-LISTA            PIC  9(003) COMP-3  VALUE ZEROS.
           03 WRK-PREENCHIDOS          PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-PCT-PREENCH          PIC  9(003)V9 COMP-3
                                                           VALUE ZEROS.
           03 WRK-PCT-VAZIO            PIC  9(003)V9 COMP-3
                                                           VALUE ZEROS.
           03 WRK-PCT-INVALIDO         PIC  9(003)V9 COMP-3
                                                           VALUE ZEROS.
           03 WRK-PCT-VALOR            PIC  9(003)V9 COMP-3
                                                           VALUE ZEROS.
           03 WRK-SW-DESVIO-CAMPO      PIC  X(001)         VALUE 'N'.
              88 WRK-DESVIO-CAMPO                          VALUE 'S'.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *  REGISTRO DO HISTORICO DE PERFIS: UMA LINHA POR CAMPO POR      *
      *  NOITE, NA ORDEM CRONOLOGICA DAS NOITES. A FAIXA TEM UMA VISAO *
      *  NUMERICA (PACKED/ZONADO) E UMA VISAO TEXTO.                   *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-REGISTRO-HISTORICO.
           03 HIS-RUN-DATA             PIC  9(008).
           03 HIS-RUN-HORA             PIC  9(006).
           03 HIS-NOME-CAMPO           PIC  X(020).
           03 HIS-TIPO-CAMPO           PIC  X(001).
           03 HIS-LIDOS                PIC  9(009).
           03 HIS-PCT-PREENCH          PIC  9(003)V9.
           03 HIS-PCT-VAZIO            PIC  9(003)V9.
           03 HIS-PCT-INVALIDO         PIC  9(003)V9.
           03 HIS-SW-FAIXA             PIC  X(001).
              88 HIS-TEM-FAIXA                             VALUE 'S'.
           03 HIS-FAIXA                PIC  X(040).
           03 FILLER REDEFINES HIS-FAIXA.
              05 HIS-MINIMO            PIC S9(015)
                                       SIGN IS LEADING SEPARATE.
              05 HIS-MAXIMO            PIC S9(015)
                                       SIGN IS LEADING SEPARATE.
              05 FILLER                PIC  X(008).
           03 FILLER REDEFINES HIS-FAIXA.
              05 HIS-MIN-TEXTO         PIC  X(020).
              05 HIS-MAX-TEXTO         PIC  X(020).
           03 HIS-QTD-DISTINTOS        PIC  9(003).
           03 FILLER                   PIC  X(020).

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *  HISTORICO ANTERIOR EM MEMORIA, COM O NUMERO DA NOITE (ORDEM   *
      *  DE CHEGADA) DE CADA LINHA, E O PERFIL DA NOITE JA NO LAYOUT   *
      *  DO HISTORICO PARA A GRAVACAO DA NOVA GERACAO.                 *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-TABELA-HISTORICO.
           03 WRK-QTD-HISTORICO        PIC  9(005) COMP-3  VALUE ZEROS.
           03 WRK-HST-ENTRADA          OCCURS 2000 TIMES
                                       INDEXED BY WRK-IDX-HST.
              05 WRK-HST-NOITE         PIC  9(003) COMP-3.
              05 WRK-HST-REGISTRO      PIC  X(120).

       01  WRK-TABELA-NOITES.
           03 WRK-QTD-NOITES           PIC  9(003) COMP-3  VALUE ZEROS.
           03 WRK-NOITE-ULTIMA-DATA    PIC  9(008)         VALUE ZEROS.
           03 WRK-NOITE-ULTIMA-HORA    PIC  9(006)         VALUE ZEROS.
           03 WRK-NOITE-COMPARA-INI    PIC S9(005) COMP-3  VALUE ZEROS.
           03 WRK-NOITE-MANTER-INI     PIC S9(005) COMP-3  VALUE ZEROS.

       01  WRK-TABELA-PERFIL-NOITE.
           03 WRK-PNO-REGISTRO         OCCURS 50 TIMES
                                       PIC  X(120).

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *  COMPARACAO DE UM CAMPO COM AS NOITES ANTERIORES: MEDIA DOS    *
      *  PERCENTUAIS E FAIXA (MENOR MINIMO, MAIOR MAXIMO).             *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-CONTROLE-COMPARACAO.
           03 WRK-CMP-NOITES           PIC  9(003) COMP-3  VALUE ZEROS.
           03 WRK-CMP-NOITES-FAIXA     PIC  9(003) COMP-3  VALUE ZEROS.
           03 WRK-CMP-SOMA-PREENCH     PIC  9(007)V9 COMP-3
                                                           VALUE ZEROS.
           03 WRK-CMP-SOMA-VAZIO       PIC  9(007)V9 COMP-3
                                                           VALUE ZEROS.
           03 WRK-CMP-SOMA-INVALIDO    PIC  9(007)V9 COMP-3
                                                           VALUE ZEROS.
           03 WRK-CMP-MEDIA            PIC  9(003)V9 COMP-3
                                                           VALUE ZEROS.
           03 WRK-CMP-DIFERENCA        PIC S9(003)V9 COMP-3
                                                           VALUE ZEROS.
           03 WRK-CMP-MINIMO           PIC S9(015) COMP-3  VALUE ZEROS.
           03 WRK-CMP-MAXIMO           PIC S9(015) COMP-3  VALUE ZEROS.
           03 WRK-CMP-AMPLITUDE        PIC S9(017) COMP-3  VALUE ZEROS.
           03 WRK-CMP-MARGEM           PIC S9(017) COMP-3  VALUE ZEROS.
           03 WRK-CMP-LIMITE           PIC S9(017) COMP-3  VALUE ZEROS.
           03 WRK-CMP-ITEM             PIC  X(014)         VALUE SPACES.
           03 WRK-CMP-HOJE             PIC  X(020)         VALUE SPACES.
           03 WRK-CMP-HISTORICO        PIC  X(020)         VALUE SPACES.
           03 WRK-EDT-PERCENTUAL       PIC  ZZ9,9.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *  LINHAS DO RELATORIO DE PERFIL - ARQRELAT                      *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-LINHA-CABECALHO.
           03 FILLER                   PIC  X(033)         VALUE
              'PERFIL DE CAMPOS - ARQINPZD  RUN '.
           03 WRK-CAB-RUN-ID           PIC  X(022).
           03 FILLER                   PIC  X(011)         VALUE
              ' REGISTROS '.
           03 WRK-CAB-REGISTROS        PIC  ZZZZZZZZ9.
           03 FILLER                   PIC  X(021)         VALUE
              ' NOITES ANTERIORES   '.
           03 WRK-CAB-NOITES           PIC  ZZ9.
           03 FILLER                   PIC  X(033)         VALUE SPACES.

       01  WRK-LINHA-PERFIL.
           03 FILLER                   PIC  X(006)         VALUE
              'CAMPO '.
           03 WRK-RPF-NOME-CAMPO       PIC  X(020).
           03 FILLER                   PIC  X(001)         VALUE SPACE.
           03 WRK-RPF-TIPO-CAMPO       PIC  X(001).
           03 FILLER                   PIC  X(010)         VALUE
              ' PREENCH% '.
           03 WRK-RPF-PCT-PREENCH      PIC  ZZ9,9.
           03 FILLER                   PIC  X(008)         VALUE
              ' VAZIO% '.
           03 WRK-RPF-PCT-VAZIO        PIC  ZZ9,9.
           03 FILLER                   PIC  X(008)         VALUE
              ' INVAL% '.
           03 WRK-RPF-PCT-INVALIDO     PIC  ZZ9,9.
           03 FILLER                   PIC  X(005)         VALUE
              ' MIN '.
           03 WRK-RPF-MINIMO           PIC  X(020).
           03 FILLER                   PIC  X(005)         VALUE
              ' MAX '.
           03 WRK-RPF-MAXIMO           PIC  X(020).
           03 FILLER                   PIC  X(013)         VALUE SPACES.

       01  WRK-LINHA-VALOR.
           03 FILLER                   PIC  X(012)         VALUE
              '      VALOR '.
           03 WRK-RVL-TEXTO            PIC  X(020).
           03 FILLER                   PIC  X(005)         VALUE
              ' QTD '.
           03 WRK-RVL-QUANTIDADE       PIC  ZZZZZZZZ9.
           03 FILLER                   PIC  X(005)         VALUE
              ' PCT '.
           03 WRK-RVL-PERCENTUAL       PIC  ZZ9,9.
           03 FILLER                   PIC  X(076)         VALUE SPACES.

       01  WRK-LINHA-DESVIO.
           03 FILLER                   PIC  X(013)         VALUE
              '      DESVIO '.
           03 WRK-RDV-ITEM             PIC  X(014).
           03 FILLER                   PIC  X(006)         VALUE
              ' HOJE '.
           03 WRK-RDV-HOJE             PIC  X(020).
           03 FILLER                   PIC  X(011)         VALUE
              ' HISTORICO '.
           03 WRK-RDV-HISTORICO        PIC  X(020).
           03 FILLER                   PIC  X(008)         VALUE
              ' NOITES '.
           03 WRK-RDV-NOITES           PIC  ZZ9.
           03 FILLER                   PIC  X(037)         VALUE SPACES.

       01  WRK-LINHA-AVISO.
           03 FILLER                   PIC  X(006)         VALUE SPACES.
           03 WRK-AVS-TEXTO            PIC  X(060).
           03 FILLER                   PIC  X(066)         VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE TRATAMENTO DE ERRO DE ARQUIVOS     ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-NOME-ARQUIVO            PIC  X(008)         VALUE SPACES.
       01  WRK-FILE-STATUS             PIC  X(002)         VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(050)         VALUE
           '*** FIM DA WORKING-STORAGE SECTION             ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

      *================================================================*
       PROCEDURE                       DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       0000-ROTINA-PRINCIPAL           SECTION.
      *----------------------------------------------------------------*

           PERFORM 1000-INICIAR.

           PERFORM 2000-CARREGAR-HISTORICO.

           PERFORM 2500-LER-ARQINPZD.

           PERFORM 3000-PROCESSAR UNTIL WRK-FS-ARQINPZD EQUAL '10'.

           PERFORM 4000-RELATAR-PERFIL.

           PERFORM 5000-GRAVAR-HISTORICO.

           PERFORM 9000-FINALIZAR.

      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1000-INICIAR                    SECTION.
      *----------------------------------------------------------------*

      *    IDENTIFICACAO DO RUN PARA AS LINHAS DO HISTORICO (VIDE AREA
      *    WRK-IDENTIFICACAO-RUN).
           MOVE '@PGMID'               TO WRK-RUN-PGMID.
           ACCEPT WRK-RUN-DATA         FROM  DATE YYYYMMDD.
           ACCEPT WRK-RUN-HORA-COMPLETA FROM TIME.
           MOVE WRK-RUN-HORA-COMPLETA(1:6) TO WRK-RUN-HORA.

           INITIALIZE WRK-TABELA-PERFIL.

           PERFORM 1050-LER-CARTOES-LAYOUT.

           IF  WRK-QTD-CAMPOS          EQUAL     ZEROS
               PERFORM 9300-FORMATAR-ERRO-CARTAO
           END-IF.

           PERFORM 1200-LER-CARTOES-TOLERANCIA.

           OPEN INPUT   ARQINPZD
                OUTPUT  ARQPRFNV
                OUTPUT  ARQRELAT.

           PERFORM 1100-TESTAR-FILE-STATUS.

      *    A AUSENCIA DA DD DO HISTORICO ANTERIOR (OU DD DUMMY) E
      *    CONDICAO NORMAL DE PRIMEIRA EXECUCAO.
           OPEN INPUT ARQPRFAN.

           IF  WRK-FS-ARQPRFAN         NOT EQUAL '00'
               MOVE '10'               TO WRK-FS-ARQPRFAN
           END-IF.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1050-LER-CARTOES-LAYOUT         SECTION.
      *----------------------------------------------------------------*
      *    CARREGA OS CARTOES 'CAMPO' DO SYSIN PARA O DIRETORIO DE     *
      *    CAMPOS (VIDE COPY CAMPCARD/CAMPODIR). O CARTAO E            *
      *    PRE-CARREGADO COM 'FIM' ANTES DE CADA ACCEPT, DE MODO QUE   *
      *    TANTO O CARTAO TERMINADOR QUANTO O FIM FISICO DO SYSIN      *
      *    ENCERRAM A CARGA.                                           *
      *----------------------------------------------------------------*

           PERFORM 1055-LER-CARTAO-CAMPO.

           PERFORM 1060-ARMAZENAR-CARTAO-CAMPO
               UNTIL CMP-FIM-DOS-CARTOES.

      *----------------------------------------------------------------*
       1050-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1055-LER-CARTAO-CAMPO           SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-CARTAO-CAMPO.
           MOVE 'FIM'                  TO CMP-TIPO-CARTAO.

           ACCEPT WRK-CARTAO-CAMPO     FROM  SYSIN.

      *    CARTAO TODO EM BRANCO (OU ACCEPT QUE DEVOLVE BRANCOS NO
      *    FIM FISICO DO SYSIN) TAMBEM ENCERRA A CARGA.
           IF  WRK-CARTAO-CAMPO        EQUAL     SPACES
               MOVE 'FIM'              TO CMP-TIPO-CARTAO
           END-IF.

      *----------------------------------------------------------------*
       1055-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1060-ARMAZENAR-CARTAO-CAMPO     SECTION.
      *----------------------------------------------------------------*

           IF  CMP-CARTAO-LAYOUT
               PERFORM 1066-CARREGAR-LAYOUT
               PERFORM 1055-LER-CARTAO-CAMPO
               GO TO 1060-99-FIM
           END-IF.

           IF  NOT CMP-CARTAO-CAMPO
               PERFORM 9300-FORMATAR-ERRO-CARTAO
           END-IF.

           PERFORM 1065-INCLUIR-CAMPO-DIRETORIO.

           PERFORM 1055-LER-CARTAO-CAMPO.

      *----------------------------------------------------------------*
       1060-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1065-INCLUIR-CAMPO-DIRETORIO    SECTION.
      *----------------------------------------------------------------*
      *    CRITICA E GUARDA NO DIRETORIO O CARTAO 'CAMPO' - DIGITADO   *
      *    OU ESTAGIADO DO DICIONARIO PELO CARTAO 'LAYOUT'.            *
      *----------------------------------------------------------------*

           PERFORM 1070-VALIDAR-CARTAO-CAMPO.

      *    NOME JA PRESENTE NO DIRETORIO E SUBSTITUIDO NO LUGAR - O
      *    CARTAO DIGITADO PREVALECE SOBRE O 'LAYOUT' (COPY DICCARGA).
           PERFORM 8910-PROCURAR-CAMPO-DIR.

           IF  WRK-DIC-CAMPO-ACHADO
               SET WRK-IDX-DIR         TO        WRK-DIC-IDX-ACHADO
           ELSE
               ADD 1                   TO  WRK-QTD-CAMPOS
               IF  WRK-QTD-CAMPOS      GREATER   50
                   PERFORM 9300-FORMATAR-ERRO-CARTAO
               END-IF
               SET WRK-IDX-DIR         TO        WRK-QTD-CAMPOS
           END-IF.

           MOVE CMP-NOME-CAMPO         TO WRK-DIR-NOME(WRK-IDX-DIR).
           MOVE CMP-OFFSET             TO WRK-DIR-OFFSET(WRK-IDX-DIR).
           MOVE CMP-TAMANHO            TO WRK-DIR-TAMANHO(WRK-IDX-DIR).
           MOVE CMP-TIPO-CAMPO         TO WRK-DIR-TIPO(WRK-IDX-DIR).
           MOVE ZEROS                  TO WRK-DIR-CONTADOR(WRK-IDX-DIR).

      *----------------------------------------------------------------*
       1065-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1066-CARREGAR-LAYOUT            SECTION.
      *----------------------------------------------------------------*
      *    CARTAO 'LAYOUT': CARREGA NO DIRETORIO OS CAMPOS DO BOOK     *
      *    PEDIDO A PARTIR DO DICIONARIO ARQDICIO (VIDE COPY DICCAMPO/ *
      *    DICCARGA), CADA UM COM A MESMA CRITICA DO CARTAO 'CAMPO'    *
      *    DIGITADO; CAMPO JA DIGITADO COM O MESMO NOME E MANTIDO.     *
      *----------------------------------------------------------------*

           PERFORM 8900-ABRIR-DICIONARIO.

           PERFORM 1067-INCLUIR-CAMPO-LAYOUT
               UNTIL WRK-DIC-FIM.

           PERFORM 8930-FECHAR-DICIONARIO.

      *----------------------------------------------------------------*
       1066-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1067-INCLUIR-CAMPO-LAYOUT       SECTION.
      *----------------------------------------------------------------*

           PERFORM 8910-PROCURAR-CAMPO-DIR.

           IF  WRK-DIC-CAMPO-ACHADO
               ADD 1                   TO WRK-DIC-PREEXISTENTES
           ELSE
               PERFORM 1065-INCLUIR-CAMPO-DIRETORIO
               ADD 1                   TO WRK-DIC-CARREGADOS
           END-IF.

           PERFORM 8920-LER-DICIONARIO.

      *----------------------------------------------------------------*
       1067-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1070-VALIDAR-CARTAO-CAMPO       SECTION.
      *----------------------------------------------------------------*
      *    CRITICA O CARTAO DE CAMPO ANTES DE ACEITA-LO NO DIRETORIO:  *
      *    OFFSET/TAMANHO DENTRO DO REGISTRO E TAMANHO COMPATIVEL COM  *
      *    A DECODIFICACAO DO TIPO (PACKED ATE 8 BYTES, ZONADO ATE     *
      *    15 - VIDE COPY DECODNUM).                                   *
      *----------------------------------------------------------------*

           IF  CMP-OFFSET              NOT NUMERIC
           OR  CMP-TAMANHO             NOT NUMERIC
               PERFORM 9300-FORMATAR-ERRO-CARTAO
           END-IF.

           IF  CMP-OFFSET              EQUAL     ZEROS
           OR  CMP-TAMANHO             EQUAL     ZEROS
               PERFORM 9300-FORMATAR-ERRO-CARTAO
           END-IF.

           IF  CMP-OFFSET + CMP-TAMANHO - 1
                                       GREATER
               LENGTH OF FD-ARQINPZD
               PERFORM 9300-FORMATAR-ERRO-CARTAO
           END-IF.

           IF  CMP-TIPO-PACKED
           AND CMP-TAMANHO             GREATER   8
               PERFORM 9300-FORMATAR-ERRO-CARTAO
           END-IF.

           IF  CMP-TIPO-ZONADO
           AND CMP-TAMANHO             GREATER   15
               PERFORM 9300-FORMATAR-ERRO-CARTAO
           END-IF.

           IF  NOT CMP-TIPO-PACKED
           AND NOT CMP-TIPO-ZONADO
           AND NOT CMP-TIPO-TEXTO
               PERFORM 9300-FORMATAR-ERRO-CARTAO
           END-IF.

      *----------------------------------------------------------------*
       1070-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1100-TESTAR-FILE-STATUS         SECTION.
      *----------------------------------------------------------------*

           PERFORM 1110-TESTAR-FS-ARQINPZD.

           PERFORM 1130-TESTAR-FS-ARQPRFNV.

           PERFORM 1140-TESTAR-FS-ARQRELAT.

      *----------------------------------------------------------------*
       1100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1110-TESTAR-FS-ARQINPZD         SECTION.
      *----------------------------------------------------------------*
      *    FILE STATUS '04' E TESTADO EM SEPARADO PORQUE INDICA UM     *
      *    REGISTRO FISICO COM TAMANHO DIFERENTE DO ESPERADO PELO      *
      *    COPYBOOK - NAO UM ERRO GENERICO DE ACESSO A ARQUIVO.        *
      *----------------------------------------------------------------*

           IF  WRK-FS-ARQINPZD         EQUAL      '04'
               PERFORM 9110-FORMATAR-ERRO-TAMANHO
           END-IF.

           IF  WRK-FS-ARQINPZD         NOT EQUAL  '00'
               MOVE 'ARQINPZD'         TO WRK-NOME-ARQUIVO
               MOVE WRK-FS-ARQINPZD    TO WRK-FILE-STATUS
               PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

      *----------------------------------------------------------------*
       1110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1120-TESTAR-FS-ARQPRFAN         SECTION.
      *----------------------------------------------------------------*

           IF  WRK-FS-ARQPRFAN         NOT EQUAL  '00'
               MOVE 'ARQPRFAN'         TO WRK-NOME-ARQUIVO
               MOVE WRK-FS-ARQPRFAN    TO WRK-FILE-STATUS
               PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

      *----------------------------------------------------------------*
       1120-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1130-TESTAR-FS-ARQPRFNV         SECTION.
      *----------------------------------------------------------------*

           IF  WRK-FS-ARQPRFNV         NOT EQUAL  '00'
               MOVE 'ARQPRFNV'         TO WRK-NOME-ARQUIVO
               MOVE WRK-FS-ARQPRFNV    TO WRK-FILE-STATUS
               PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

      *----------------------------------------------------------------*
       1130-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1140-TESTAR-FS-ARQRELAT         SECTION.
      *----------------------------------------------------------------*

           IF  WRK-FS-ARQRELAT         NOT EQUAL  '00'
               MOVE 'ARQRELAT'         TO WRK-NOME-ARQUIVO
               MOVE WRK-FS-ARQRELAT    TO WRK-FILE-STATUS
               PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

      *----------------------------------------------------------------*
       1140-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1200-LER-CARTOES-TOLERANCIA     SECTION.
      *----------------------------------------------------------------*
      *    SEGUNDO MACO, OPCIONAL: TOLERANCIAS E PROFUNDIDADE DO       *
      *    HISTORICO. MESMA CONVENCAO DE PRE-CARGA COM 'FIM' - SYSIN   *
      *    QUE TERMINA NO 'FIM' DOS CARTOES 'CAMPO' MANTEM OS PADROES. *
      *----------------------------------------------------------------*

           PERFORM 1210-LER-CARTAO-TOLERANCIA.

           PERFORM 1220-TRATAR-CARTAO-TOLERANCIA
               UNTIL TOL-FIM-DOS-CARTOES.

      *----------------------------------------------------------------*
       1200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1210-LER-CARTAO-TOLERANCIA      SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-CARTAO-TOLERANCIA.
           MOVE 'FIM'                  TO TOL-TIPO-CARTAO.

           ACCEPT WRK-CARTAO-TOLERANCIA FROM SYSIN.

           IF  WRK-CARTAO-TOLERANCIA   EQUAL     SPACES
               MOVE 'FIM'              TO TOL-TIPO-CARTAO
           END-IF.

      *----------------------------------------------------------------*
       1210-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1220-TRATAR-CARTAO-TOLERANCIA   SECTION.
      *----------------------------------------------------------------*

           IF  TOL-VALOR               NOT NUMERIC
               MOVE WRK-CARTAO-TOLERANCIA TO WRK-CARTAO-CAMPO
               PERFORM 9300-FORMATAR-ERRO-CARTAO
           END-IF.

           EVALUATE TRUE
               WHEN TOL-CARTAO-TOLPCT
                   MOVE TOL-VALOR      TO WRK-TOL-PERCENTUAL
               WHEN TOL-CARTAO-TOLFAIXA
                   MOVE TOL-VALOR      TO WRK-TOL-FAIXA
               WHEN TOL-CARTAO-NOITES
                   IF  TOL-VALOR       EQUAL     ZEROS
                   OR  TOL-VALOR       GREATER   31
                       MOVE WRK-CARTAO-TOLERANCIA TO WRK-CARTAO-CAMPO
                       PERFORM 9300-FORMATAR-ERRO-CARTAO
                   END-IF
                   MOVE TOL-VALOR      TO WRK-NOITES-HISTORICO
               WHEN OTHER
                   MOVE WRK-CARTAO-TOLERANCIA TO WRK-CARTAO-CAMPO
                   PERFORM 9300-FORMATAR-ERRO-CARTAO
           END-EVALUATE.

           PERFORM 1210-LER-CARTAO-TOLERANCIA.

      *----------------------------------------------------------------*
       1220-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-CARREGAR-HISTORICO         SECTION.
      *----------------------------------------------------------------*
      *    CARREGA O HISTORICO ANTERIOR NUMERANDO AS NOITES (UMA NOITE *
      *    NOVA A CADA TROCA DE DATA/HORA DO RUN) E DEFINE A PRIMEIRA  *
      *    NOITE USADA NA COMPARACAO (AS ULTIMAS N) E A PRIMEIRA       *
      *    MANTIDA NA NOVA GERACAO (AS ULTIMAS N-1, MAIS A DE HOJE).   *
      *----------------------------------------------------------------*

           PERFORM 2100-LER-ARQPRFAN.

           PERFORM 2200-ARMAZENAR-HISTORICO
               UNTIL WRK-FS-ARQPRFAN   EQUAL     '10'.

           COMPUTE WRK-NOITE-COMPARA-INI =
               WRK-QTD-NOITES - WRK-NOITES-HISTORICO + 1.

           IF  WRK-NOITE-COMPARA-INI   LESS      1
               MOVE 1                  TO WRK-NOITE-COMPARA-INI
           END-IF.

           COMPUTE WRK-NOITE-MANTER-INI =
               WRK-QTD-NOITES - WRK-NOITES-HISTORICO + 2.

           IF  WRK-NOITE-MANTER-INI    LESS      1
               MOVE 1                  TO WRK-NOITE-MANTER-INI
           END-IF.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-LER-ARQPRFAN               SECTION.
      *----------------------------------------------------------------*

           IF  WRK-FS-ARQPRFAN         EQUAL     '10'
               GO TO 2100-99-FIM
           END-IF.

           READ ARQPRFAN               INTO WRK-REGISTRO-HISTORICO.

           IF  WRK-FS-ARQPRFAN         EQUAL     '10'
               CLOSE ARQPRFAN
               MOVE '10'               TO WRK-FS-ARQPRFAN
               GO TO 2100-99-FIM
           END-IF.

           PERFORM 1120-TESTAR-FS-ARQPRFAN.

           ADD 1                       TO  WRK-LIDOS-ARQPRFAN.

      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2200-ARMAZENAR-HISTORICO        SECTION.
      *----------------------------------------------------------------*

           IF  HIS-RUN-DATA            NOT EQUAL WRK-NOITE-ULTIMA-DATA
           OR  HIS-RUN-HORA            NOT EQUAL WRK-NOITE-ULTIMA-HORA
               ADD 1                   TO WRK-QTD-NOITES
               MOVE HIS-RUN-DATA       TO WRK-NOITE-ULTIMA-DATA
               MOVE HIS-RUN-HORA       TO WRK-NOITE-ULTIMA-HORA
           END-IF.

           ADD 1                       TO WRK-QTD-HISTORICO.

           IF  WRK-QTD-HISTORICO       GREATER   2000
               PERFORM 9200-FORMATAR-ERRO-TABELA-CHEIA
           END-IF.

           SET WRK-IDX-HST             TO        WRK-QTD-HISTORICO.

           MOVE WRK-QTD-NOITES         TO WRK-HST-NOITE(WRK-IDX-HST).
           MOVE WRK-REGISTRO-HISTORICO TO WRK-HST-REGISTRO
                                          (WRK-IDX-HST).

           PERFORM 2100-LER-ARQPRFAN.

      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2500-LER-ARQINPZD               SECTION.
      *----------------------------------------------------------------*

           READ ARQINPZD.

           IF WRK-FS-ARQINPZD          EQUAL     '10'
               GO TO 2500-99-FIM
           END-IF.

           PERFORM 1110-TESTAR-FS-ARQINPZD.

           ADD  1  TO   WRK-LIDOS-ARQINPZD.

      *----------------------------------------------------------------*
       2500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*

           PERFORM 3100-PERFILAR-CAMPO
               VARYING WRK-IDX-DIR FROM 1 BY 1
               UNTIL WRK-IDX-DIR       GREATER   WRK-QTD-CAMPOS.

           PERFORM 2500-LER-ARQINPZD.

      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3100-PERFILAR-CAMPO             SECTION.
      *----------------------------------------------------------------*
      *    ACUMULA O CAMPO CORRENTE DO REGISTRO NO SEU PERFIL: TEXTO   *
      *    PELOS BYTES (BRANCO, FAIXA E VALORES FREQUENTES), NUMERICO  *
      *    PELO VALOR DECODIFICADO (INVALIDO, ZERO E FAIXA).           *
      *----------------------------------------------------------------*

           SET WRK-IDX-PRF             TO        WRK-IDX-DIR.

           IF  WRK-DIR-TIPO-TEXTO(WRK-IDX-DIR)
               PERFORM 3200-PERFILAR-TEXTO
               GO TO 3100-99-FIM
           END-IF.

           MOVE FD-ARQINPZD (WRK-DIR-OFFSET(WRK-IDX-DIR):
                             WRK-DIR-TAMANHO(WRK-IDX-DIR))
                                       TO WRK-DEC-BYTES.
           MOVE WRK-DIR-TAMANHO(WRK-IDX-DIR) TO WRK-DEC-TAMANHO.
           MOVE WRK-DIR-TIPO(WRK-IDX-DIR)    TO WRK-DEC-TIPO.

           PERFORM 8700-DECODIFICAR-CAMPO.

           IF  NOT WRK-DEC-VALIDO
               ADD 1                   TO PRF-INVALIDOS(WRK-IDX-PRF)
               GO TO 3100-99-FIM
           END-IF.

           IF  WRK-DEC-VALOR           EQUAL     ZEROS
               ADD 1                   TO PRF-VAZIOS(WRK-IDX-PRF)
           END-IF.

           IF  NOT PRF-TEM-FAIXA(WRK-IDX-PRF)
               SET PRF-TEM-FAIXA(WRK-IDX-PRF) TO TRUE
               MOVE WRK-DEC-VALOR      TO PRF-MINIMO(WRK-IDX-PRF)
                                          PRF-MAXIMO(WRK-IDX-PRF)
               GO TO 3100-99-FIM
           END-IF.

           IF  WRK-DEC-VALOR           LESS      PRF-MINIMO(WRK-IDX-PRF)
               MOVE WRK-DEC-VALOR      TO PRF-MINIMO(WRK-IDX-PRF)
           END-IF.

           IF  WRK-DEC-VALOR        GREATER      PRF-MAXIMO(WRK-IDX-PRF)
               MOVE WRK-DEC-VALOR      TO PRF-MAXIMO(WRK-IDX-PRF)
           END-IF.

      *----------------------------------------------------------------*
       3100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3200-PERFILAR-TEXTO             SECTION.
      *----------------------------------------------------------------*

           IF  FD-ARQINPZD (WRK-DIR-OFFSET(WRK-IDX-DIR):
                            WRK-DIR-TAMANHO(WRK-IDX-DIR))
                                       EQUAL     SPACES
           OR  FD-ARQINPZD (WRK-DIR-OFFSET(WRK-IDX-DIR):
                            WRK-DIR-TAMANHO(WRK-IDX-DIR))
                                       EQUAL     LOW-VALUES
               ADD 1                   TO PRF-VAZIOS(WRK-IDX-PRF)
               GO TO 3200-99-FIM
           END-IF.

           MOVE FD-ARQINPZD (WRK-DIR-OFFSET(WRK-IDX-DIR):
                             WRK-DIR-TAMANHO(WRK-IDX-DIR))
                                       TO WRK-TEXTO-CAMPO.

           IF  NOT PRF-TEM-FAIXA(WRK-IDX-PRF)
               SET PRF-TEM-FAIXA(WRK-IDX-PRF) TO TRUE
               MOVE WRK-TEXTO-CAMPO    TO PRF-MIN-TEXTO(WRK-IDX-PRF)
                                          PRF-MAX-TEXTO(WRK-IDX-PRF)
           END-IF.

           IF  WRK-TEXTO-CAMPO         LESS  PRF-MIN-TEXTO(WRK-IDX-PRF)
               MOVE WRK-TEXTO-CAMPO    TO PRF-MIN-TEXTO(WRK-IDX-PRF)
           END-IF.

           IF  WRK-TEXTO-CAMPO      GREATER  PRF-MAX-TEXTO(WRK-IDX-PRF)
               MOVE WRK-TEXTO-CAMPO    TO PRF-MAX-TEXTO(WRK-IDX-PRF)
           END-IF.

           MOVE ZEROS                  TO WRK-IDX-ACHADO.

           PERFORM 3210-PROCURAR-VALOR
               VARYING WRK-IDX-BUSCA FROM 1 BY 1
               UNTIL WRK-IDX-BUSCA  GREATER PRF-QTD-VALORES(WRK-IDX-PRF)
                  OR WRK-IDX-ACHADO    GREATER   ZEROS.

           IF  WRK-IDX-ACHADO          GREATER   ZEROS
               SET WRK-IDX-VAL         TO WRK-IDX-ACHADO
               ADD 1                   TO PRF-VAL-QTD(WRK-IDX-PRF
                                                      WRK-IDX-VAL)
               GO TO 3200-99-FIM
           END-IF.

      *    TABELA DE VALORES DO CAMPO CHEIA - O VALOR NOVO SO CONTA
      *    EM OUTROS.
           IF  PRF-QTD-VALORES(WRK-IDX-PRF) NOT LESS 20
               ADD 1                   TO PRF-OUTROS(WRK-IDX-PRF)
               GO TO 3200-99-FIM
           END-IF.

           ADD 1                       TO PRF-QTD-VALORES(WRK-IDX-PRF).
           SET WRK-IDX-VAL             TO PRF-QTD-VALORES(WRK-IDX-PRF).
           MOVE WRK-TEXTO-CAMPO        TO PRF-VAL-TEXTO(WRK-IDX-PRF
                                                        WRK-IDX-VAL).
           MOVE 1                      TO PRF-VAL-QTD(WRK-IDX-PRF
                                                      WRK-IDX-VAL).

      *----------------------------------------------------------------*
       3200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3210-PROCURAR-VALOR             SECTION.
      *----------------------------------------------------------------*

           SET WRK-IDX-VAL             TO WRK-IDX-BUSCA.

           IF  PRF-VAL-TEXTO(WRK-IDX-PRF WRK-IDX-VAL)
                                       EQUAL     WRK-TEXTO-CAMPO
               MOVE WRK-IDX-BUSCA      TO WRK-IDX-ACHADO
           END-IF.

      *----------------------------------------------------------------*
       3210-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4000-RELATAR-PERFIL             SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-RUN-ID             TO WRK-CAB-RUN-ID.
           MOVE WRK-LIDOS-ARQINPZD     TO WRK-CAB-REGISTROS.
           COMPUTE WRK-CAB-NOITES =
               WRK-QTD-NOITES - WRK-NOITE-COMPARA-INI + 1.

           MOVE WRK-LINHA-CABECALHO    TO FD-ARQRELAT.
           PERFORM 8000-GRAVAR-ARQRELAT.

           IF  WRK-LIDOS-ARQINPZD      EQUAL     ZEROS
               MOVE 'ARQUIVO ARQINPZD VAZIO - PERFIL NAO APURADO'
                                       TO WRK-AVS-TEXTO
               MOVE WRK-LINHA-AVISO    TO FD-ARQRELAT
               PERFORM 8000-GRAVAR-ARQRELAT
               GO TO 4000-99-FIM
           END-IF.

           PERFORM 4100-RELATAR-CAMPO
               VARYING WRK-IDX-DIR FROM 1 BY 1
               UNTIL WRK-IDX-DIR       GREATER   WRK-QTD-CAMPOS.

      *----------------------------------------------------------------*
       4000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4100-RELATAR-CAMPO              SECTION.
      *----------------------------------------------------------------*
      *    APURA OS PERCENTUAIS DO CAMPO, GRAVA A LINHA DE PERFIL (E   *
      *    OS VALORES MAIS FREQUENTES, SE TEXTO), MONTA A LINHA DO     *
      *    HISTORICO DA NOITE E COMPARA COM AS NOITES ANTERIORES.      *
      *----------------------------------------------------------------*

           SET WRK-IDX-PRF             TO        WRK-IDX-DIR.

           COMPUTE WRK-PREENCHIDOS =
               WRK-LIDOS-ARQINPZD - PRF-VAZIOS(WRK-IDX-PRF)
                                  - PRF-INVALIDOS(WRK-IDX-PRF).

           COMPUTE WRK-PCT-PREENCH ROUNDED =
               (WRK-PREENCHIDOS * 100) / WRK-LIDOS-ARQINPZD.
           COMPUTE WRK-PCT-VAZIO ROUNDED =
               (PRF-VAZIOS(WRK-IDX-PRF) * 100) / WRK-LIDOS-ARQINPZD.
           COMPUTE WRK-PCT-INVALIDO ROUNDED =
               (PRF-INVALIDOS(WRK-IDX-PRF) * 100) / WRK-LIDOS-ARQINPZD.

           MOVE SPACES                 TO WRK-REGISTRO-HISTORICO.
           MOVE WRK-RUN-DATA           TO HIS-RUN-DATA.
           MOVE WRK-RUN-HORA           TO HIS-RUN-HORA.
           MOVE WRK-DIR-NOME(WRK-IDX-DIR) TO HIS-NOME-CAMPO.
           MOVE WRK-DIR-TIPO(WRK-IDX-DIR) TO HIS-TIPO-CAMPO.
           MOVE WRK-LIDOS-ARQINPZD     TO HIS-LIDOS.
           MOVE WRK-PCT-PREENCH        TO HIS-PCT-PREENCH.
           MOVE WRK-PCT-VAZIO          TO HIS-PCT-VAZIO.
           MOVE WRK-PCT-INVALIDO       TO HIS-PCT-INVALIDO.
           MOVE PRF-SW-FAIXA(WRK-IDX-PRF) TO HIS-SW-FAIXA.
           MOVE PRF-QTD-VALORES(WRK-IDX-PRF) TO HIS-QTD-DISTINTOS.

           MOVE WRK-DIR-NOME(WRK-IDX-DIR) TO WRK-RPF-NOME-CAMPO.
           MOVE WRK-DIR-TIPO(WRK-IDX-DIR) TO WRK-RPF-TIPO-CAMPO.
           MOVE WRK-PCT-PREENCH        TO WRK-RPF-PCT-PREENCH.
           MOVE WRK-PCT-VAZIO          TO WRK-RPF-PCT-VAZIO.
           MOVE WRK-PCT-INVALIDO       TO WRK-RPF-PCT-INVALIDO.
           MOVE SPACES                 TO WRK-RPF-MINIMO
                                          WRK-RPF-MAXIMO.

           IF  PRF-TEM-FAIXA(WRK-IDX-PRF)
               IF  WRK-DIR-TIPO-TEXTO(WRK-IDX-DIR)
                   MOVE PRF-MIN-TEXTO(WRK-IDX-PRF) TO WRK-RPF-MINIMO
                                                      HIS-MIN-TEXTO
                   MOVE PRF-MAX-TEXTO(WRK-IDX-PRF) TO WRK-RPF-MAXIMO
                                                      HIS-MAX-TEXTO
               ELSE
                   MOVE PRF-MINIMO(WRK-IDX-PRF) TO WRK-DEC-EDITADO
                                                   HIS-MINIMO
                   MOVE WRK-DEC-EDITADO         TO WRK-RPF-MINIMO
                   MOVE PRF-MAXIMO(WRK-IDX-PRF) TO WRK-DEC-EDITADO
                                                   HIS-MAXIMO
                   MOVE WRK-DEC-EDITADO         TO WRK-RPF-MAXIMO
               END-IF
           END-IF.

           MOVE WRK-REGISTRO-HISTORICO TO WRK-PNO-REGISTRO(WRK-IDX-DIR).

           MOVE WRK-LINHA-PERFIL       TO FD-ARQRELAT.
           PERFORM 8000-GRAVAR-ARQRELAT.

           IF  WRK-DIR-TIPO-TEXTO(WRK-IDX-DIR)
               PERFORM 4200-RELATAR-VALORES
           END-IF.

           PERFORM 4300-COMPARAR-HISTORICO.

      *----------------------------------------------------------------*
       4100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4200-RELATAR-VALORES            SECTION.
      *----------------------------------------------------------------*
      *    LISTA OS ATE 5 VALORES MAIS FREQUENTES DO CAMPO TEXTO, DO   *
      *    MAIS PARA O MENOS FREQUENTE (SELECAO DO MAIOR AINDA NAO     *
      *    LISTADO), E A CONTAGEM DOS QUE NAO COUBERAM NA TABELA.      *
      *----------------------------------------------------------------*

           PERFORM 4210-RELATAR-MAIOR-VALOR
               VARYING WRK-IDX-LISTA FROM 1 BY 1
               UNTIL WRK-IDX-LISTA     GREATER   5
                  OR WRK-IDX-LISTA     GREATER
                     PRF-QTD-VALORES(WRK-IDX-PRF).

           IF  PRF-OUTROS(WRK-IDX-PRF) GREATER   ZEROS
               MOVE '(OUTROS VALORES)' TO WRK-RVL-TEXTO
               MOVE PRF-OUTROS(WRK-IDX-PRF) TO WRK-RVL-QUANTIDADE
               COMPUTE WRK-PCT-VALOR ROUNDED =
                   (PRF-OUTROS(WRK-IDX-PRF) * 100) / WRK-LIDOS-ARQINPZD
               MOVE WRK-PCT-VALOR      TO WRK-RVL-PERCENTUAL
               MOVE WRK-LINHA-VALOR    TO FD-ARQRELAT
               PERFORM 8000-GRAVAR-ARQRELAT
           END-IF.

      *----------------------------------------------------------------*
       4200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4210-RELATAR-MAIOR-VALOR        SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-IDX-MAIOR
                                          WRK-QTD-MAIOR.

           PERFORM 4220-COMPARAR-VALOR
               VARYING WRK-IDX-BUSCA FROM 1 BY 1
               UNTIL WRK-IDX-BUSCA     GREATER
                     PRF-QTD-VALORES(WRK-IDX-PRF).

           IF  WRK-IDX-MAIOR           EQUAL     ZEROS
               GO TO 4210-99-FIM
           END-IF.

           SET WRK-IDX-VAL             TO WRK-IDX-MAIOR.
           SET PRF-VAL-LISTADO(WRK-IDX-PRF WRK-IDX-VAL) TO TRUE.

           MOVE PRF-VAL-TEXTO(WRK-IDX-PRF WRK-IDX-VAL) TO WRK-RVL-TEXTO.
           MOVE WRK-QTD-MAIOR          TO WRK-RVL-QUANTIDADE.
           COMPUTE WRK-PCT-VALOR ROUNDED =
               (WRK-QTD-MAIOR * 100) / WRK-LIDOS-ARQINPZD.
           MOVE WRK-PCT-VALOR          TO WRK-RVL-PERCENTUAL.

           MOVE WRK-LINHA-VALOR        TO FD-ARQRELAT.
           PERFORM 8000-GRAVAR-ARQRELAT.

      *----------------------------------------------------------------*
       4210-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4220-COMPARAR-VALOR             SECTION.
      *----------------------------------------------------------------*

           SET WRK-IDX-VAL             TO WRK-IDX-BUSCA.

           IF  NOT PRF-VAL-LISTADO(WRK-IDX-PRF WRK-IDX-VAL)
           AND PRF-VAL-QTD(WRK-IDX-PRF WRK-IDX-VAL)
                                       GREATER   WRK-QTD-MAIOR
               MOVE WRK-IDX-BUSCA      TO WRK-IDX-MAIOR
               MOVE PRF-VAL-QTD(WRK-IDX-PRF WRK-IDX-VAL)
                                       TO WRK-QTD-MAIOR
           END-IF.

      *----------------------------------------------------------------*
       4220-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4300-COMPARAR-HISTORICO         SECTION.
      *----------------------------------------------------------------*
      *    COMPARA O PERFIL DO CAMPO COM AS NOITES ANTERIORES MANTIDAS *
      *    PARA COMPARACAO: CADA PERCENTUAL CONTRA A SUA MEDIA         *
      *    (TOLERANCIA 'TOLPCT', EM PONTOS) E, EM CAMPO NUMERICO, O    *
      *    MINIMO/MAXIMO CONTRA A FAIXA DAS NOITES ANTERIORES          *
      *    ALARGADA EM 'TOLFAIXA' POR CENTO DA SUA AMPLITUDE.          *
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-SW-DESVIO-CAMPO.

           MOVE ZEROS                  TO WRK-CMP-NOITES
                                          WRK-CMP-NOITES-FAIXA
                                          WRK-CMP-SOMA-PREENCH
                                          WRK-CMP-SOMA-VAZIO
                                          WRK-CMP-SOMA-INVALIDO
                                          WRK-CMP-MINIMO
                                          WRK-CMP-MAXIMO.

           PERFORM 4310-ACUMULAR-NOITE-ANTERIOR
               VARYING WRK-IDX-HST FROM 1 BY 1
               UNTIL WRK-IDX-HST       GREATER   WRK-QTD-HISTORICO.

           IF  WRK-CMP-NOITES          EQUAL     ZEROS
               MOVE 'SEM HISTORICO ANTERIOR PARA COMPARACAO'
                                       TO WRK-AVS-TEXTO
               MOVE WRK-LINHA-AVISO    TO FD-ARQRELAT
               PERFORM 8000-GRAVAR-ARQRELAT
               GO TO 4300-99-FIM
           END-IF.

           MOVE WRK-CMP-NOITES         TO WRK-RDV-NOITES.

           COMPUTE WRK-CMP-MEDIA ROUNDED =
               WRK-CMP-SOMA-PREENCH / WRK-CMP-NOITES.
           MOVE 'PREENCHIMENTO'        TO WRK-CMP-ITEM.
           MOVE WRK-PCT-PREENCH        TO WRK-EDT-PERCENTUAL.
           PERFORM 4320-COMPARAR-PERCENTUAL.

           COMPUTE WRK-CMP-MEDIA ROUNDED =
               WRK-CMP-SOMA-VAZIO / WRK-CMP-NOITES.
           MOVE 'ZERO/BRANCO'          TO WRK-CMP-ITEM.
           MOVE WRK-PCT-VAZIO          TO WRK-EDT-PERCENTUAL.
           PERFORM 4320-COMPARAR-PERCENTUAL.

           COMPUTE WRK-CMP-MEDIA ROUNDED =
               WRK-CMP-SOMA-INVALIDO / WRK-CMP-NOITES.
           MOVE 'INVALIDO'             TO WRK-CMP-ITEM.
           MOVE WRK-PCT-INVALIDO       TO WRK-EDT-PERCENTUAL.
           PERFORM 4320-COMPARAR-PERCENTUAL.

           IF  NOT WRK-DIR-TIPO-TEXTO(WRK-IDX-DIR)
           AND PRF-TEM-FAIXA(WRK-IDX-PRF)
           AND WRK-CMP-NOITES-FAIXA    GREATER   ZEROS
               PERFORM 4330-COMPARAR-FAIXA
           END-IF.

           IF  WRK-DESVIO-CAMPO
               ADD 1                   TO WRK-CAMPOS-DESVIO
           END-IF.

      *----------------------------------------------------------------*
       4300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4310-ACUMULAR-NOITE-ANTERIOR    SECTION.
      *----------------------------------------------------------------*

           IF  WRK-HST-NOITE(WRK-IDX-HST) LESS   WRK-NOITE-COMPARA-INI
               GO TO 4310-99-FIM
           END-IF.

           MOVE WRK-HST-REGISTRO(WRK-IDX-HST)
                                       TO WRK-REGISTRO-HISTORICO.

           IF  HIS-NOME-CAMPO          NOT EQUAL WRK-DIR-NOME
                                                 (WRK-IDX-DIR)
           OR  HIS-LIDOS               NOT NUMERIC
           OR  HIS-LIDOS               EQUAL     ZEROS
               GO TO 4310-99-FIM
           END-IF.

           ADD 1                       TO WRK-CMP-NOITES.
           ADD HIS-PCT-PREENCH         TO WRK-CMP-SOMA-PREENCH.
           ADD HIS-PCT-VAZIO           TO WRK-CMP-SOMA-VAZIO.
           ADD HIS-PCT-INVALIDO        TO WRK-CMP-SOMA-INVALIDO.

           IF  NOT HIS-TEM-FAIXA
           OR  HIS-TIPO-CAMPO          EQUAL     'X'
               GO TO 4310-99-FIM
           END-IF.

           ADD 1                       TO WRK-CMP-NOITES-FAIXA.

           IF  WRK-CMP-NOITES-FAIXA    EQUAL     1
               MOVE HIS-MINIMO         TO WRK-CMP-MINIMO
               MOVE HIS-MAXIMO         TO WRK-CMP-MAXIMO
               GO TO 4310-99-FIM
           END-IF.

           IF  HIS-MINIMO              LESS      WRK-CMP-MINIMO
               MOVE HIS-MINIMO         TO WRK-CMP-MINIMO
           END-IF.

           IF  HIS-MAXIMO              GREATER   WRK-CMP-MAXIMO
               MOVE HIS-MAXIMO         TO WRK-CMP-MAXIMO
           END-IF.

      *----------------------------------------------------------------*
       4310-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4320-COMPARAR-PERCENTUAL        SECTION.
      *----------------------------------------------------------------*
      *    O PERCENTUAL DE HOJE JA ESTA EDITADO EM WRK-EDT-PERCENTUAL  *
      *    E A MEDIA EM WRK-CMP-MEDIA; DESLOCAMENTO ALEM DA TOLERANCIA *
      *    (PARA MAIS OU PARA MENOS) GRAVA A LINHA DE DESVIO.          *
      *----------------------------------------------------------------*

           MOVE WRK-EDT-PERCENTUAL     TO WRK-CMP-HOJE.

           EVALUATE WRK-CMP-ITEM
               WHEN 'PREENCHIMENTO'
                   COMPUTE WRK-CMP-DIFERENCA =
                       WRK-PCT-PREENCH - WRK-CMP-MEDIA
               WHEN 'ZERO/BRANCO'
                   COMPUTE WRK-CMP-DIFERENCA =
                       WRK-PCT-VAZIO - WRK-CMP-MEDIA
               WHEN OTHER
                   COMPUTE WRK-CMP-DIFERENCA =
                       WRK-PCT-INVALIDO - WRK-CMP-MEDIA
           END-EVALUATE.

           IF  WRK-CMP-DIFERENCA       LESS      ZEROS
               COMPUTE WRK-CMP-DIFERENCA = 0 - WRK-CMP-DIFERENCA
           END-IF.

           IF  WRK-CMP-DIFERENCA   NOT GREATER   WRK-TOL-PERCENTUAL
               GO TO 4320-99-FIM
           END-IF.

           MOVE WRK-CMP-MEDIA          TO WRK-EDT-PERCENTUAL.
           MOVE WRK-EDT-PERCENTUAL     TO WRK-CMP-HISTORICO.

           PERFORM 4400-GRAVAR-DESVIO.

      *----------------------------------------------------------------*
       4320-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4330-COMPARAR-FAIXA             SECTION.
      *----------------------------------------------------------------*
      *    AMPLITUDE MINIMA DE 1 PARA QUE UM CAMPO ESTAVEL (MINIMO =   *
      *    MAXIMO NAS NOITES ANTERIORES) AINDA TOLERE A MENOR VARIACAO.*
      *----------------------------------------------------------------*

           COMPUTE WRK-CMP-AMPLITUDE = WRK-CMP-MAXIMO - WRK-CMP-MINIMO.

           IF  WRK-CMP-AMPLITUDE       LESS      1
               MOVE 1                  TO WRK-CMP-AMPLITUDE
           END-IF.

           COMPUTE WRK-CMP-MARGEM =
               (WRK-CMP-AMPLITUDE * WRK-TOL-FAIXA) / 100.

           COMPUTE WRK-CMP-LIMITE = WRK-CMP-MINIMO - WRK-CMP-MARGEM.

           IF  PRF-MINIMO(WRK-IDX-PRF) LESS      WRK-CMP-LIMITE
               MOVE 'MINIMO'           TO WRK-CMP-ITEM
               MOVE PRF-MINIMO(WRK-IDX-PRF) TO WRK-DEC-EDITADO
               MOVE WRK-DEC-EDITADO    TO WRK-CMP-HOJE
               MOVE WRK-CMP-MINIMO     TO WRK-DEC-EDITADO
               MOVE WRK-DEC-EDITADO    TO WRK-CMP-HISTORICO
               PERFORM 4400-GRAVAR-DESVIO
           END-IF.

           COMPUTE WRK-CMP-LIMITE = WRK-CMP-MAXIMO + WRK-CMP-MARGEM.

           IF  PRF-MAXIMO(WRK-IDX-PRF) GREATER   WRK-CMP-LIMITE
               MOVE 'MAXIMO'           TO WRK-CMP-ITEM
               MOVE PRF-MAXIMO(WRK-IDX-PRF) TO WRK-DEC-EDITADO
               MOVE WRK-DEC-EDITADO    TO WRK-CMP-HOJE
               MOVE WRK-CMP-MAXIMO     TO WRK-DEC-EDITADO
               MOVE WRK-DEC-EDITADO    TO WRK-CMP-HISTORICO
               PERFORM 4400-GRAVAR-DESVIO
           END-IF.

      *----------------------------------------------------------------*
       4330-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4400-GRAVAR-DESVIO              SECTION.
      *----------------------------------------------------------------*

           SET WRK-DESVIO-CAMPO        TO TRUE.

           MOVE WRK-CMP-ITEM           TO WRK-RDV-ITEM.
           MOVE WRK-CMP-HOJE           TO WRK-RDV-HOJE.
           MOVE WRK-CMP-HISTORICO      TO WRK-RDV-HISTORICO.

           MOVE WRK-LINHA-DESVIO       TO FD-ARQRELAT.
           PERFORM 8000-GRAVAR-ARQRELAT.

      *----------------------------------------------------------------*
       4400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5000-GRAVAR-HISTORICO           SECTION.
      *----------------------------------------------------------------*
      *    NOVA GERACAO DO HISTORICO: AS NOITES ANTERIORES MANTIDAS,   *
      *    NA ORDEM ORIGINAL, E O PERFIL DE HOJE. COM ARQINPZD VAZIO A *
      *    NOITE NAO ENTRA E O HISTORICO E REGRAVADO COMO ESTAVA (NAS  *
      *    ULTIMAS N NOITES).                                          *
      *----------------------------------------------------------------*

           IF  WRK-LIDOS-ARQINPZD      EQUAL     ZEROS
               MOVE WRK-NOITE-COMPARA-INI TO WRK-NOITE-MANTER-INI
           END-IF.

           PERFORM 5100-GRAVAR-NOITE-ANTERIOR
               VARYING WRK-IDX-HST FROM 1 BY 1
               UNTIL WRK-IDX-HST       GREATER   WRK-QTD-HISTORICO.

           IF  WRK-LIDOS-ARQINPZD      EQUAL     ZEROS
               GO TO 5000-99-FIM
           END-IF.

           PERFORM 5200-GRAVAR-PERFIL-NOITE
               VARYING WRK-IDX-DIR FROM 1 BY 1
               UNTIL WRK-IDX-DIR       GREATER   WRK-QTD-CAMPOS.

      *----------------------------------------------------------------*
       5000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5100-GRAVAR-NOITE-ANTERIOR      SECTION.
      *----------------------------------------------------------------*

           IF  WRK-HST-NOITE(WRK-IDX-HST) LESS   WRK-NOITE-MANTER-INI
               GO TO 5100-99-FIM
           END-IF.

           WRITE FD-ARQPRFNV           FROM WRK-HST-REGISTRO
                                            (WRK-IDX-HST).

           PERFORM 1130-TESTAR-FS-ARQPRFNV.

           ADD 1                       TO  WRK-GRAVADOS-ARQPRFNV.

      *----------------------------------------------------------------*
       5100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5200-GRAVAR-PERFIL-NOITE        SECTION.
      *----------------------------------------------------------------*

           WRITE FD-ARQPRFNV           FROM WRK-PNO-REGISTRO
                                            (WRK-IDX-DIR).

           PERFORM 1130-TESTAR-FS-ARQPRFNV.

           ADD 1                       TO  WRK-GRAVADOS-ARQPRFNV.

      *----------------------------------------------------------------*
       5200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       8000-GRAVAR-ARQRELAT            SECTION.
      *----------------------------------------------------------------*

           WRITE FD-ARQRELAT.

           PERFORM 1140-TESTAR-FS-ARQRELAT.

           ADD 1                       TO  WRK-GRAVADOS-ARQRELAT.

      *----------------------------------------------------------------*
       8000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9100-FORMATAR-ERRO-ARQUIVO      SECTION.
      *----------------------------------------------------------------*

           DISPLAY '*********** @PGMID ***********'
           DISPLAY '*                              *'
           DISPLAY '*  ERRO DE ACESSO A ARQUIVO    *'
           DISPLAY '*                              *'
           DISPLAY '********************************'
           DISPLAY '* ARQUIVO     : ' WRK-NOME-ARQUIVO ' *'
           DISPLAY '* FILE STATUS : ' WRK-FILE-STATUS '       *'
           DISPLAY '********************************'

           MOVE 16 TO RETURN-CODE.

           STOP RUN.

      *----------------------------------------------------------------*
       9100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9110-FORMATAR-ERRO-TAMANHO      SECTION.
      *----------------------------------------------------------------*
      *    FILE STATUS '04' - O REGISTRO FISICO LIDO NAO TEM O TAMANHO *
      *    ESPERADO PELO COPYBOOK (PIC X(@LENGTHOUT) DE FD-ARQINPZD);  *
      *    PROVAVEL LRECL ERRADO NO ARQUIVO DE ENTRADA. FALHA DE FORMA *
      *    LIMPA EM VEZ DE PERFILAR CAMPOS DESALINHADOS.               *
      *----------------------------------------------------------------*

           MOVE LENGTH OF FD-ARQINPZD  TO WRK-DISPLAY.

           DISPLAY '*********** @PGMID ***********'
           DISPLAY '*                              *'
           DISPLAY '*  TAMANHO DE REGISTRO FISICO   *'
           DISPLAY '*  DIFERENTE DO ESPERADO PELO   *'
           DISPLAY '*  COPYBOOK (LRECL INCORRETO)   *'
           DISPLAY '*                              *'
           DISPLAY '********************************'
           DISPLAY '* ARQUIVO        : ARQINPZD     *'
           DISPLAY '* TAM. ESPERADO  : ' WRK-DISPLAY
           DISPLAY '********************************'

           MOVE 12 TO RETURN-CODE.

           STOP RUN.

      *----------------------------------------------------------------*
       9110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9200-FORMATAR-ERRO-TABELA-CHEIA SECTION.
      *----------------------------------------------------------------*

           DISPLAY '*********** @PGMID ***********'
           DISPLAY '*                              *'
           DISPLAY '*  HISTORICO DE PERFIS MAIOR   *'
           DISPLAY '*  QUE O LIMITE (2000 LINHAS)  *'
           DISPLAY '*  - REDUZIR AS NOITES OU OS   *'
           DISPLAY '*  CAMPOS, OU AMPLIAR A TABELA *'
           DISPLAY '*                              *'
           DISPLAY '********************************'

           MOVE 16 TO RETURN-CODE.

           STOP RUN.

      *----------------------------------------------------------------*
       9200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9300-FORMATAR-ERRO-CARTAO       SECTION.
      *----------------------------------------------------------------*
      *    CARTAO INVALIDO (TIPO DE CARTAO DESCONHECIDO, OFFSET/       *
      *    TAMANHO FORA DO REGISTRO, TIPO DE CAMPO INCOMPATIVEL,       *
      *    NENHUM CAMPO DESCRITO OU TOLERANCIA NAO NUMERICA) - FALHA   *
      *    ANTES DE PERFILAR OU COMPARAR ERRADO.                       *
      *----------------------------------------------------------------*

           DISPLAY '*********** @PGMID ***********'
           DISPLAY '*                              *'
           DISPLAY '*  CARTAO DE LAYOUT OU DE      *'
           DISPLAY '*  TOLERANCIA INVALIDO         *'
           DISPLAY '*                              *'
           DISPLAY '********************************'
           DISPLAY '* CARTAO: ' WRK-CARTAO-CAMPO(1:60)
           DISPLAY '********************************'

           MOVE 16 TO RETURN-CODE.

           STOP RUN.

      *----------------------------------------------------------------*
       9300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY '*********** @PGMID ***********'
           DISPLAY '*                              *'
           DISPLAY '*     RESUMO DO PERFIL         *'
           DISPLAY '* ---------------------------- *'
           MOVE    WRK-LIDOS-ARQINPZD   TO WRK-DISPLAY
           DISPLAY '* LIDOS    ARQINPZD : ' WRK-DISPLAY
           MOVE    WRK-LIDOS-ARQPRFAN   TO WRK-DISPLAY
           DISPLAY '* LIDOS    ARQPRFAN : ' WRK-DISPLAY
           DISPLAY '*                              *'
           MOVE    WRK-QTD-CAMPOS       TO WRK-DISPLAY
           DISPLAY '* CAMPOS PERFILADOS : ' WRK-DISPLAY
           MOVE    WRK-CAMPOS-DESVIO    TO WRK-DISPLAY
           DISPLAY '* CAMPOS C/ DESVIO  : ' WRK-DISPLAY
           DISPLAY '*                              *'
           MOVE    WRK-GRAVADOS-ARQPRFNV TO WRK-DISPLAY
           DISPLAY '* GRAVADOS ARQPRFNV : ' WRK-DISPLAY
           MOVE    WRK-GRAVADOS-ARQRELAT TO WRK-DISPLAY
           DISPLAY '* LINHAS   ARQRELAT : ' WRK-DISPLAY
           DISPLAY '*                              *'
           DISPLAY '*********** @PGMID ***********'

      *    RETURN-CODE 8 QUANDO ALGUM CAMPO SE DESLOCOU ALEM DA
      *    TOLERANCIA (MESMA CONVENCAO DA TENDENCIA DE VOLUMES); 4
      *    QUANDO NAO HOUVE O QUE PERFILAR.
           IF  WRK-LIDOS-ARQINPZD      EQUAL     ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF

           IF  WRK-CAMPOS-DESVIO       GREATER   ZEROS
               MOVE 8 TO RETURN-CODE
           END-IF

           CLOSE ARQINPZD
                 ARQPRFNV
                 ARQRELAT.

           PERFORM 1100-TESTAR-FILE-STATUS.

           STOP RUN.

      *----------------------------------------------------------------*
       9000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

       COPY DECODNUM.

       COPY DICCARGA.

      *================================================================*
