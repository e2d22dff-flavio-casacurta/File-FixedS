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
      *                 - AMOSTRA ESTRATIFICADA DE AUDITORIA: LER O
      *                   ARQOUTZD (ARQINPZD, LAYOUT @BOOKOUT)
      *                   CLASSIFICADO PELAS QUEBRAS DOS TOTAIS POR
      *                   GRUPO (AGENCIA/PRODUTO) E ESCOLHER N
      *                   REGISTROS POR GRUPO - SORTEIO REPETIVEL
      *                   (SEMENTE NO SYSIN) OU UM A CADA K - SEMPRE
      *                   INCLUINDO OS MAIORES VALORES DE UM CAMPO
      *                   'SOMA' DESIGNADO.
      *
      *                 - GRAVAR OS REGISTROS ESCOLHIDOS NO ARQAMOST
      *                   (MESMO LAYOUT DO ARQOUTZD) E EMITIR NO
      *                   ARQRELAT A LISTAGEM PAGINADA DE CADA UM, COM
      *                   TODOS OS CAMPOS DECODIFICADOS COMO NA
      *                   CONSULTA DE HISTORICO POR CHAVE, MAIS O
      *                   RUN-ID E A SEQUENCIA DO REGISTRO NO FEED
      *                   TIRADOS DA LINHAGEM DA CONVERSAO (ARQLINHG)
      *                   - O AUDITOR SEGUE CADA REGISTRO ATE A ORIGEM
      *                   SEM EDITOR HEXA.
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME           I/O        INCLUDE/BOOK
      *                ARQINPZD          I         @BOOKOUT
      *                ARQLINHG          I         DECLARADO NO PGM
      *                ARQAMOST         O/I        @BOOKOUT
      *                ARQRELAT          O         DECLARADO NO PGM
      *                ARQDICIO          I         COPY DICCAMPO
      *----------------------------------------------------------------*
      *    CARTOES.....: CARTOES 'CAMPO' DESCREVENDO O LAYOUT (VIDE    *
      *    COPY CAMPCARD), 'QUEBRA' (ATE 2 CAMPOS JA DESCRITOS - AS    *
      *    MESMAS QUEBRAS DOS TOTAIS POR GRUPO), 'CHAVE' (O CAMPO DE   *
      *    LINHAGEM, O MESMO DO CARTAO 'CHAVE' DA CONVERSAO), 'SOMA'   *
      *    (UM CAMPO NUMERICO, OBRIGATORIO QUANDO HA MAIORES VALORES)  *
      *    E UM CARTAO 'AMOSTRA':                                      *
      *      POSICOES 09-11 - REGISTROS SORTEADOS POR GRUPO (001-050); *
      *      POSICAO  12    - METODO: 'A' ALEATORIO, 'I' INTERVALO;    *
      *      POSICOES 13-21 - SEMENTE DO SORTEIO (METODO 'A') OU       *
      *                       INTERVALO K (METODO 'I');                *
      *      POSICOES 22-23 - MAIORES VALORES DA 'SOMA' SEMPRE         *
      *                       INCLUIDOS POR GRUPO (00-10).             *
      *    ENCERRADOS POR 'FIM'.                                       *
      *----------------------------------------------------------------*
      *    OBSERVACAO..: O SORTEIO E UMA AMOSTRAGEM DE RESERVATORIO    *
      *    SOBRE UM GERADOR CONGRUENTE (PARK-MILLER) - A MESMA SEMENTE *
      *    SOBRE O MESMO ARQUIVO ESCOLHE SEMPRE OS MESMOS REGISTROS.   *
      *    NO METODO 'I' SAO ESCOLHIDOS O 1O, O (K+1)O, ... REGISTRO   *
      *    DO GRUPO, ATE N. OS MAIORES VALORES ENTRAM ALEM DOS N       *
      *    SORTEADOS (REGISTRO NOS DOIS CRITERIOS SAI UMA VEZ, COMO    *
      *    MAIOR VALOR); DENTRO DO GRUPO OS REGISTROS SAEM NA ORDEM DO *
      *    ARQUIVO. A LINHAGEM E PROCURADA PELA CHAVE, IGNORANDO AS    *
      *    LINHAS DE REJEITO; SE A DD CONCATENA VARIAS NOITES, VALE A  *
      *    ULTIMA LINHA DA CHAVE. A AUSENCIA DA DD ARQLINHG (OU DD     *
      *    DUMMY) DEIXA A ORIGEM EM BRANCO. REGISTRO SEM LINHAGEM SAI  *
      *    APONTADO E O RUN ENCERRA COM RC 4; ENTRADA VAZIA TAMBEM E   *
      *    RC 4. A AMOSTRA E LIMITADA A 5000 REGISTROS NO TOTAL.       *
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

           SELECT ARQLINHG ASSIGN      TO   UT-S-ARQLINHG
                      FILE STATUS      IS   WRK-FS-ARQLINHG.

           SELECT ARQAMOST ASSIGN      TO   UT-S-ARQAMOST
                      FILE STATUS      IS   WRK-FS-ARQAMOST.

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
      *   INPUT:   ARQUIVO ZONADO DA CONVERSAO, CLASSIFICADO PELAS     *
      *            QUEBRAS - ARQINPZD                                  *
      *            ORG. SEQUENCIAL    - LRECL   = @LENGTHOUT           *
      *----------------------------------------------------------------*
       FD  ARQINPZD
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-ARQINPZD                 PIC  X(@LENGTHOUT).

      *----------------------------------------------------------------*
      *   INPUT:   LINHAGEM DA CONVERSAO (OPCIONAL) - ARQLINHG         *
      *            ORG. SEQUENCIAL    - LRECL   = 080                  *
      *----------------------------------------------------------------*
       FD  ARQLINHG
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-ARQLINHG                 PIC  X(080).

      *----------------------------------------------------------------*
      *   OUTPUT:  REGISTROS AMOSTRADOS - ARQAMOST (RELIDO PARA A      *
      *            LISTAGEM)                                           *
      *            ORG. SEQUENCIAL    - LRECL   = @LENGTHOUT           *
      *----------------------------------------------------------------*
       FD  ARQAMOST
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-ARQAMOST                 PIC  X(@LENGTHOUT).

      *----------------------------------------------------------------*
      *   OUTPUT:  LISTAGEM DECODIFICADA DA AMOSTRA - ARQRELAT         *
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
           03 WRK-QTD-GRUPOS           PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-GRAVADOS-ARQAMOST    PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-MAIORES-GRAVADOS     PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-LIDOS-ARQLINHG       PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-LIDOS-ARQAMOST       PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-SEM-LINHAGEM         PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-CAMPOS-ILEGIVEIS     PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-GRAVADOS-ARQRELAT    PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-DISPLAY              PIC +Z(08)9         VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE TESTE DE FILE-STATUS               ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-FS-ARQINPZD             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-ARQLINHG             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-ARQAMOST             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-ARQRELAT             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-ARQDICIO             PIC  X(002)         VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *  AREA DOS CARTOES DE LAYOUT - SYSIN (VIDE COPY CAMPCARD). O    *
      *  REDEFINES EXPOE O FORMATO DO CARTAO 'AMOSTRA'.                *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DOS CARTOES DE LAYOUT - SYSIN         ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       COPY CAMPCARD.

       01  WRK-CARTAO-AMOSTRA REDEFINES WRK-CARTAO-CAMPO.
           03 AMO-TIPO-CARTAO          PIC  X(008).
           03 AMO-QTD-GRUPO            PIC  9(003).
           03 AMO-METODO               PIC  X(001).
           03 AMO-PARAMETRO            PIC  9(009).
           03 AMO-QTD-MAIORES          PIC  9(002).
           03 FILLER                   PIC  X(057).

       COPY CAMPODIR.

       COPY DICCAMPO.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *  DESIGNACAO DAS QUEBRAS (ATE 2), DA SOMA DOS MAIORES VALORES,  *
      *  DA CHAVE DE LINHAGEM E PARAMETROS DA AMOSTRA.                 *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-CONTROLE-DESIGNACAO.
           03 WRK-QTD-QUEBRAS          PIC  9(001)         VALUE ZEROS.
           03 WRK-QBR-IDX-CAMPO        OCCURS 2 TIMES
                                       PIC  9(003) COMP-3.
           03 WRK-QTD-SOMAS            PIC  9(001)         VALUE ZEROS.
           03 WRK-SOM-IDX-CAMPO        PIC  9(003) COMP-3  VALUE ZEROS.
           03 WRK-CHV-IDX-CAMPO        PIC  9(003) COMP-3  VALUE ZEROS.
           03 WRK-IDX-BUSCA            PIC  9(003) COMP-3  VALUE ZEROS.
           03 WRK-SW-CARTAO-AMOSTRA    PIC  X(001)         VALUE 'N'.
              88 WRK-AMOSTRA-INFORMADA                      VALUE 'S'.
           03 WRK-QTD-AMOSTRA          PIC  9(003) COMP-3  VALUE ZEROS.
           03 WRK-SW-METODO            PIC  X(001)         VALUE SPACE.
              88 WRK-METODO-ALEATORIO                       VALUE 'A'.
              88 WRK-METODO-INTERVALO                       VALUE 'I'.
           03 WRK-INTERVALO            PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-QTD-MAIORES          PIC  9(003) COMP-3  VALUE ZEROS.
           03 WRK-DATA-CORRENTE        PIC  9(008)         VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *  GERADOR CONGRUENTE DO SORTEIO (PARK-MILLER: SEMENTE = SEMENTE *
      *  * 16807 MOD 2147483647) - REPETIVEL PARA A MESMA SEMENTE.     *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-CONTROLE-SORTEIO.
           03 WRK-SEMENTE              PIC  9(010) COMP-3  VALUE 1.
           03 WRK-PRODUTO              PIC  9(015) COMP-3  VALUE ZEROS.
           03 WRK-QUOCIENTE            PIC  9(015) COMP-3  VALUE ZEROS.
           03 WRK-SORTEIO              PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-POSICAO-BASE         PIC  9(009) COMP-3  VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *  CONTROLE DO GRUPO CORRENTE: CHAVE COMBINADA (QUEBRA-1 +       *
      *  QUEBRA-2), POSICAO DO REGISTRO NO GRUPO E OCUPACAO DAS AREAS  *
      *  DE SORTEADOS E DE MAIORES VALORES.                            *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-CONTROLE-GRUPO.
           03 WRK-CHAVE-FISICA.
              05 WRK-FIS-CHAVE-1       PIC  X(032).
              05 WRK-FIS-CHAVE-2       PIC  X(032).
           03 WRK-CHAVE-GRUPO          PIC  X(064)         VALUE SPACES.
           03 WRK-CHAVE-ANTERIOR       PIC  X(064)         VALUE
              LOW-VALUES.
           03 WRK-SW-GRUPO             PIC  X(001)         VALUE 'N'.
              88 WRK-GRUPO-ABERTO                           VALUE 'S'.
           03 WRK-POS-GRUPO            PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-QTD-RESERVA          PIC  9(003) COMP-3  VALUE ZEROS.
           03 WRK-QTD-MAIOR            PIC  9(003) COMP-3  VALUE ZEROS.
           03 WRK-QTD-EMISSAO          PIC  9(003) COMP-3  VALUE ZEROS.
           03 WRK-SW-JA-MAIOR          PIC  X(001)         VALUE 'N'.
              88 WRK-JA-ENTRE-MAIORES                       VALUE 'S'.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *  CONTROLE DAS INSERCOES ORDENADAS (MAIORES VALORES, EMISSAO    *
      *  DO GRUPO E TABELA DE LINHAGEM): AS ENTRADAS QUE DEVEM FICAR   *
      *  DEPOIS DA NOVA SAO DESLOCADAS UMA POSICAO, DO FIM PARA O      *
      *  INICIO, ATE ACHAR A POSICAO.                                  *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-CONTROLE-INSERCAO.
           03 WRK-IDX-INSERCAO         PIC S9(005) COMP-3  VALUE ZEROS.
           03 WRK-POS-INICIAL          PIC S9(005) COMP-3  VALUE ZEROS.
           03 WRK-POS-INSERCAO         PIC  9(005) COMP-3  VALUE ZEROS.
           03 WRK-SW-POSICAO           PIC  X(001)         VALUE 'N'.
              88 WRK-POSICAO-ACHADA                         VALUE 'S'.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *  REGISTROS SORTEADOS DO GRUPO CORRENTE (RESERVATORIO) E        *
      *  MAIORES VALORES DA SOMA (ORDEM DECRESCENTE DE VALOR; A 11A    *
      *  POSICAO SO RECEBE O DESLOCAMENTO DA ULTIMA).                  *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-TABELA-RESERVA.
           03 WRK-RES-ENTRADA          OCCURS 50 TIMES
                                       INDEXED BY WRK-IDX-RES.
              05 WRK-RES-NUM-REG       PIC  9(009) COMP-3.
              05 WRK-RES-REGISTRO      PIC  X(@LENGTHOUT).

       01  WRK-TABELA-MAIORES.
           03 WRK-MAI-ENTRADA          OCCURS 11 TIMES
                                       INDEXED BY WRK-IDX-MAI.
              05 WRK-MAI-VALOR         PIC S9(015) COMP-3.
              05 WRK-MAI-NUM-REG       PIC  9(009) COMP-3.
              05 WRK-MAI-REGISTRO      PIC  X(@LENGTHOUT).

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *  EMISSAO DO GRUPO: SORTEADOS E MAIORES VALORES REUNIDOS EM     *
      *  ORDEM DE NUMERO DE REGISTRO (ORIGEM 'M' = AREA DE MAIORES,    *
      *  'R' = RESERVATORIO, COM O INDICE NA AREA DE ORIGEM).          *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-TABELA-EMISSAO.
           03 WRK-EMI-ENTRADA          OCCURS 61 TIMES
                                       INDEXED BY WRK-IDX-EMI.
              05 WRK-EMI-NUM-REG       PIC  9(009) COMP-3.
              05 WRK-EMI-ORIGEM        PIC  X(001).
                 88 WRK-EMI-DE-MAIORES                      VALUE 'M'.
              05 WRK-EMI-IDX-ORIGEM    PIC  9(003) COMP-3.

       01  WRK-EMISSAO-NOVA.
           03 WRK-ENV-NUM-REG          PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-ENV-ORIGEM           PIC  X(001)         VALUE SPACE.
           03 WRK-ENV-IDX-ORIGEM       PIC  9(003) COMP-3  VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *  REGISTROS GRAVADOS NO ARQAMOST, NA ORDEM DE GRAVACAO (NUMERO  *
      *  NO ARQINPZD E MOTIVO: 'A' SORTEADO, 'M' MAIOR VALOR).         *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-TABELA-ORDEM.
           03 WRK-QTD-ORDEM            PIC  9(005) COMP-3  VALUE ZEROS.
           03 WRK-ORD-ENTRADA          OCCURS 5000 TIMES
                                       INDEXED BY WRK-IDX-ORD.
              05 WRK-ORD-NUM-REG       PIC  9(009) COMP-3.
              05 WRK-ORD-MOTIVO        PIC  X(001).
                 88 WRK-ORD-MAIOR-VALOR                     VALUE 'M'.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *  CHAVES DE LINHAGEM DA AMOSTRA, EM ORDEM DE CHAVE PARA A       *
      *  BUSCA BINARIA DURANTE A LEITURA DO ARQLINHG, COM A ORIGEM     *
      *  ACHADA (RUN-ID + SEQUENCIA NO FEED).                          *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-TABELA-LINHAGEM.
           03 WRK-QTD-LNG              PIC  9(005) COMP-3  VALUE ZEROS.
           03 WRK-LNG-ENTRADA          OCCURS 1 TO 5000 TIMES
                                       DEPENDING ON WRK-QTD-LNG
                                       ASCENDING KEY IS WRK-LNG-CHAVE
                                       INDEXED BY WRK-IDX-LNG.
              05 WRK-LNG-CHAVE         PIC  X(032).
              05 WRK-LNG-RUN-ID        PIC  X(022).
              05 WRK-LNG-SEQUENCIA     PIC  9(009).
              05 WRK-LNG-SW-ACHADA     PIC  X(001).
                 88 WRK-LNG-ACHADA                          VALUE 'S'.

       01  WRK-CONTROLE-LINHAGEM.
           03 WRK-LNG-CHAVE-NOVA       PIC  X(032)         VALUE SPACES.
           03 WRK-SW-LNG-EXISTE        PIC  X(001)         VALUE 'N'.
              88 WRK-LNG-EXISTE                             VALUE 'S'.

      *    LINHA DE LINHAGEM GRAVADA PELA CONVERSAO (3220/3230 DO
      *    LEITOR): RUN-ID, SEQUENCIA NO FEED, CHAVE E DESTINO.
       01  WRK-LINHA-LINHAGEM.
           03 LHG-RUN-ID               PIC  X(022).
           03 FILLER                   PIC  X(001).
           03 LHG-SEQUENCIA            PIC  9(009).
           03 FILLER                   PIC  X(001).
           03 LHG-CHAVE                PIC  X(032).
           03 FILLER                   PIC  X(001).
           03 LHG-SITUACAO             PIC  X(001).
              88 LHG-REJEITADO                              VALUE 'R'.
           03 FILLER                   PIC  X(013).

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *  AREA DE RENDERIZACAO DE VALOR (MESMA MECANICA DA CONSULTA DE  *
      *  HISTORICO: TEXTO COMO ESTA, NUMERICO DECODIFICADO EM NUMERO   *
      *  EDITADO, CONTEUDO INVALIDO EM HEXADECIMAL).                   *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-CONTROLE-RENDER.
           03 WRK-TAM-EXIBICAO         PIC  9(003) COMP-3  VALUE ZEROS.
           03 WRK-VALOR-RENDERIZADO    PIC  X(020)         VALUE SPACES.

       01  WRK-CONTROLE-HEXA.
           03 WRK-HEX-BYTE-BIN         PIC  9(004) COMP    VALUE ZEROS.
           03 FILLER REDEFINES WRK-HEX-BYTE-BIN.
              05 FILLER                PIC  X(001).
              05 WRK-HEX-BYTE-CHAR     PIC  X(001).
           03 WRK-HEX-NIBBLE-ALTO      PIC  9(004) COMP    VALUE ZEROS.
           03 WRK-HEX-NIBBLE-BAIXO     PIC  9(004) COMP    VALUE ZEROS.
           03 WRK-HEX-DIGITOS          PIC  X(016)         VALUE
              '0123456789ABCDEF'.
           03 WRK-HEX-POS-BYTE         PIC  9(003) COMP-3  VALUE ZEROS.
           03 WRK-HEX-POS-HEX          PIC  9(003) COMP-3  VALUE ZEROS.
           03 WRK-HEX-TAMANHO          PIC  9(003) COMP-3  VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *  CONTROLE DE PAGINACAO DA LISTAGEM (60 LINHAS POR PAGINA; O    *
      *  BLOCO DE UM REGISTRO NUNCA E PARTIDO ENTRE PAGINAS).          *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-CONTROLE-PAGINA.
           03 WRK-PAGINA               PIC  9(004) COMP-3  VALUE ZEROS.
           03 WRK-LINHAS-PAGINA        PIC  9(003) COMP-3  VALUE 999.
           03 WRK-LINHAS-BLOCO         PIC  9(003) COMP-3  VALUE ZEROS.
           03 WRK-NUM-ORDEM            PIC  9(005) COMP-3  VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *  LINHAS DA LISTAGEM - ARQRELAT                                 *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-LINHA-TITULO.
           03 FILLER                   PIC  X(031)         VALUE
              'AMOSTRA DE AUDITORIA POR GRUPO '.
           03 FILLER                   PIC  X(005)         VALUE
              'DATA '.
           03 WRK-TIT-DATA             PIC  9(008).
           03 FILLER                   PIC  X(008)         VALUE
              ' METODO '.
           03 WRK-TIT-METODO           PIC  X(010).
           03 FILLER                   PIC  X(011)         VALUE
              ' POR GRUPO '.
           03 WRK-TIT-QTD-GRUPO        PIC  ZZ9.
           03 FILLER                   PIC  X(009)         VALUE
              ' MAIORES '.
           03 WRK-TIT-QTD-MAIORES      PIC  Z9.
           03 FILLER                   PIC  X(008)         VALUE
              ' PAGINA '.
           03 WRK-TIT-PAGINA           PIC  ZZZ9.
           03 FILLER                   PIC  X(033)         VALUE SPACES.

       01  WRK-LINHA-AMOSTRA.
           03 FILLER                   PIC  X(008)         VALUE
              'AMOSTRA '.
           03 WRK-REL-ORDEM            PIC  ZZZZ9.
           03 FILLER                   PIC  X(007)         VALUE
              ' GRUPO '.
           03 WRK-REL-QUEBRA-1         PIC  X(030).
           03 FILLER                   PIC  X(001)         VALUE SPACE.
           03 WRK-REL-QUEBRA-2         PIC  X(020).
           03 FILLER                   PIC  X(010)         VALUE
              ' REGISTRO '.
           03 WRK-REL-NUM-REGISTRO     PIC  ZZZZZZZZ9.
           03 FILLER                   PIC  X(001)         VALUE SPACE.
           03 WRK-REL-MOTIVO           PIC  X(011).
           03 FILLER                   PIC  X(030)         VALUE SPACES.

       01  WRK-LINHA-ORIGEM.
           03 FILLER                   PIC  X(017)         VALUE
              '   ORIGEM RUN-ID '.
           03 WRK-REL-RUN-ID           PIC  X(022).
           03 FILLER                   PIC  X(011)         VALUE
              ' SEQUENCIA '.
           03 WRK-REL-SEQUENCIA        PIC  ZZZZZZZZ9.
           03 FILLER                   PIC  X(001)         VALUE SPACE.
           03 WRK-REL-SIT-LINHAGEM     PIC  X(012).
           03 FILLER                   PIC  X(060)         VALUE SPACES.

       01  WRK-LINHA-CAMPO.
           03 FILLER                   PIC  X(009)         VALUE
              '   CAMPO '.
           03 WRK-REL-NOME-CAMPO       PIC  X(020).
           03 FILLER                   PIC  X(003)         VALUE ' = '.
           03 WRK-REL-VALOR            PIC  X(020).
           03 FILLER                   PIC  X(080)         VALUE SPACES.

       01  WRK-LINHA-TOTAL.
           03 FILLER                   PIC  X(022)         VALUE
              'REGISTROS AMOSTRADOS: '.
           03 WRK-TOT-AMOSTRADOS       PIC  ZZZZZZZZ9.
           03 FILLER                   PIC  X(009)         VALUE
              ' GRUPOS: '.
           03 WRK-TOT-GRUPOS           PIC  ZZZZZZZZ9.
           03 FILLER                   PIC  X(015)         VALUE
              ' SEM LINHAGEM: '.
           03 WRK-TOT-SEM-LINHAGEM     PIC  ZZZZZZZZ9.
           03 FILLER                   PIC  X(059)         VALUE SPACES.

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

           PERFORM 2000-SELECIONAR-AMOSTRA.

           PERFORM 4000-CARREGAR-LINHAGEM.

           PERFORM 5000-EMITIR-LISTAGEM.

           PERFORM 9000-FINALIZAR.

      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1000-INICIAR                    SECTION.
      *----------------------------------------------------------------*

           ACCEPT WRK-DATA-CORRENTE    FROM  DATE YYYYMMDD.

           PERFORM 1050-LER-CARTOES-LAYOUT.

           IF  WRK-QTD-QUEBRAS         EQUAL     ZEROS
           OR  WRK-CHV-IDX-CAMPO       EQUAL     ZEROS
           OR  NOT WRK-AMOSTRA-INFORMADA
               PERFORM 9300-FORMATAR-ERRO-CARTAO
           END-IF.

           IF  WRK-QTD-MAIORES         GREATER   ZEROS
           AND WRK-QTD-SOMAS           EQUAL     ZEROS
               PERFORM 9300-FORMATAR-ERRO-CARTAO
           END-IF.

           OPEN OUTPUT  ARQRELAT.

           PERFORM 1140-TESTAR-FS-ARQRELAT.

           MOVE WRK-DATA-CORRENTE      TO WRK-TIT-DATA.
           MOVE WRK-QTD-AMOSTRA        TO WRK-TIT-QTD-GRUPO.
           MOVE WRK-QTD-MAIORES        TO WRK-TIT-QTD-MAIORES.

           IF  WRK-METODO-ALEATORIO
               MOVE 'ALEATORIO'        TO WRK-TIT-METODO
           ELSE
               MOVE 'INTERVALO'        TO WRK-TIT-METODO
           END-IF.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1050-LER-CARTOES-LAYOUT         SECTION.
      *----------------------------------------------------------------*
      *    CARREGA OS CARTOES 'CAMPO', 'QUEBRA', 'CHAVE', 'SOMA' E     *
      *    'AMOSTRA' DO SYSIN (VIDE COPY CAMPCARD/CAMPODIR). O CARTAO  *
      *    E PRE-CARREGADO COM 'FIM' ANTES DE CADA ACCEPT, DE MODO     *
      *    QUE TANTO O CARTAO TERMINADOR QUANTO O FIM FISICO DO        *
      *    SYSIN (OU UM CARTAO EM BRANCO) ENCERRAM A CARGA.            *
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

           IF  WRK-CARTAO-CAMPO        EQUAL     SPACES
               MOVE 'FIM'              TO CMP-TIPO-CARTAO
           END-IF.

      *----------------------------------------------------------------*
       1055-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1060-ARMAZENAR-CARTAO-CAMPO     SECTION.
      *----------------------------------------------------------------*

           EVALUATE TRUE
               WHEN CMP-CARTAO-CAMPO
                   PERFORM 1075-ARMAZENAR-CARTAO-CAMPO
               WHEN CMP-CARTAO-LAYOUT
                   PERFORM 1066-CARREGAR-LAYOUT
               WHEN CMP-CARTAO-QUEBRA
                   PERFORM 1080-DESIGNAR-QUEBRA
               WHEN CMP-CARTAO-SOMA
                   PERFORM 1082-DESIGNAR-SOMA
               WHEN CMP-CARTAO-CHAVE
                   PERFORM 1084-DESIGNAR-CHAVE
               WHEN CMP-CARTAO-AMOSTRA
                   PERFORM 1086-GUARDAR-AMOSTRA
               WHEN OTHER
                   PERFORM 9300-FORMATAR-ERRO-CARTAO
           END-EVALUATE.

           PERFORM 1055-LER-CARTAO-CAMPO.

      *----------------------------------------------------------------*
       1060-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1075-ARMAZENAR-CARTAO-CAMPO     SECTION.
      *----------------------------------------------------------------*
      *    CRITICA O CARTAO DE CAMPO ANTES DE ACEITA-LO NO DIRETORIO   *
      *    (MESMAS REGRAS DOS DEMAIS CARREGADORES DA SUITE).           *
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
       1075-99-FIM.                    EXIT.
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
               PERFORM 1075-ARMAZENAR-CARTAO-CAMPO
               ADD 1                   TO WRK-DIC-CARREGADOS
           END-IF.

           PERFORM 8920-LER-DICIONARIO.

      *----------------------------------------------------------------*
       1067-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1078-PROCURAR-CAMPO-NOMEADO     SECTION.
      *----------------------------------------------------------------*
      *    LOCALIZA NO DIRETORIO O CAMPO NOMEADO PELO CARTAO CORRENTE  *
      *    (O CARTAO 'CAMPO' CORRESPONDENTE DEVE VIR ANTES NO MACO) -  *
      *    O INDICE ACHADO SAI EM WRK-IDX-BUSCA, ZERO QUANDO NAO HA.   *
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-IDX-BUSCA.

           PERFORM 1079-COMPARAR-NOME
               VARYING WRK-IDX-DIR FROM 1 BY 1
               UNTIL WRK-IDX-DIR       GREATER   WRK-QTD-CAMPOS
                  OR WRK-IDX-BUSCA     GREATER   ZEROS.

           IF  WRK-IDX-BUSCA           EQUAL     ZEROS
               PERFORM 9300-FORMATAR-ERRO-CARTAO
           END-IF.

           SET WRK-IDX-DIR             TO        WRK-IDX-BUSCA.

      *----------------------------------------------------------------*
       1078-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1079-COMPARAR-NOME              SECTION.
      *----------------------------------------------------------------*

           IF  WRK-DIR-NOME(WRK-IDX-DIR) EQUAL CMP-NOME-CAMPO
               SET WRK-IDX-BUSCA       TO WRK-IDX-DIR
           END-IF.

      *----------------------------------------------------------------*
       1079-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1080-DESIGNAR-QUEBRA            SECTION.
      *----------------------------------------------------------------*

           PERFORM 1078-PROCURAR-CAMPO-NOMEADO.

           ADD 1                       TO  WRK-QTD-QUEBRAS.

           IF  WRK-QTD-QUEBRAS         GREATER   2
               PERFORM 9300-FORMATAR-ERRO-CARTAO
           END-IF.

           IF  WRK-DIR-TAMANHO(WRK-IDX-DIR) GREATER 32
               PERFORM 9300-FORMATAR-ERRO-CARTAO
           END-IF.

           MOVE WRK-IDX-BUSCA          TO WRK-QBR-IDX-CAMPO
                                          (WRK-QTD-QUEBRAS).

      *----------------------------------------------------------------*
       1080-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1082-DESIGNAR-SOMA              SECTION.
      *----------------------------------------------------------------*
      *    UM SO CAMPO NUMERICO - O DOS MAIORES VALORES DA AMOSTRA.    *
      *----------------------------------------------------------------*

           PERFORM 1078-PROCURAR-CAMPO-NOMEADO.

           ADD 1                       TO  WRK-QTD-SOMAS.

           IF  WRK-QTD-SOMAS           GREATER   1
               PERFORM 9300-FORMATAR-ERRO-CARTAO
           END-IF.

           IF  WRK-DIR-TIPO-TEXTO(WRK-IDX-DIR)
               PERFORM 9300-FORMATAR-ERRO-CARTAO
           END-IF.

           MOVE WRK-IDX-BUSCA          TO WRK-SOM-IDX-CAMPO.

      *----------------------------------------------------------------*
       1082-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1084-DESIGNAR-CHAVE             SECTION.
      *----------------------------------------------------------------*
      *    CAMPO DE LINHAGEM - O MESMO QUE A CONVERSAO GRAVA NA CHAVE  *
      *    DO ARQLINHG (ATE 32 BYTES).                                 *
      *----------------------------------------------------------------*

           PERFORM 1078-PROCURAR-CAMPO-NOMEADO.

           IF  WRK-DIR-TAMANHO(WRK-IDX-DIR) GREATER 32
               PERFORM 9300-FORMATAR-ERRO-CARTAO
           END-IF.

           MOVE WRK-IDX-BUSCA          TO WRK-CHV-IDX-CAMPO.

      *----------------------------------------------------------------*
       1084-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1086-GUARDAR-AMOSTRA            SECTION.
      *----------------------------------------------------------------*
      *    CRITICA E GUARDA OS PARAMETROS DO CARTAO 'AMOSTRA'. A       *
      *    SEMENTE E REDUZIDA AO INTERVALO DO GERADOR; SEMENTE ZERO    *
      *    VALE 1.                                                     *
      *----------------------------------------------------------------*

           IF  AMO-QTD-GRUPO           NOT NUMERIC
           OR  AMO-PARAMETRO           NOT NUMERIC
           OR  AMO-QTD-MAIORES         NOT NUMERIC
               PERFORM 9300-FORMATAR-ERRO-CARTAO
           END-IF.

           IF  AMO-QTD-GRUPO           EQUAL     ZEROS
           OR  AMO-QTD-GRUPO           GREATER   50
           OR  AMO-QTD-MAIORES         GREATER   10
               PERFORM 9300-FORMATAR-ERRO-CARTAO
           END-IF.

           MOVE AMO-METODO             TO WRK-SW-METODO.

           EVALUATE TRUE
               WHEN WRK-METODO-ALEATORIO
                   DIVIDE AMO-PARAMETRO BY 2147483647
                       GIVING WRK-QUOCIENTE
                       REMAINDER WRK-SEMENTE
                   IF  WRK-SEMENTE     EQUAL     ZEROS
                       MOVE 1          TO WRK-SEMENTE
                   END-IF
               WHEN WRK-METODO-INTERVALO
                   IF  AMO-PARAMETRO   EQUAL     ZEROS
                       PERFORM 9300-FORMATAR-ERRO-CARTAO
                   END-IF
                   MOVE AMO-PARAMETRO  TO WRK-INTERVALO
               WHEN OTHER
                   PERFORM 9300-FORMATAR-ERRO-CARTAO
           END-EVALUATE.

           MOVE AMO-QTD-GRUPO          TO WRK-QTD-AMOSTRA.
           MOVE AMO-QTD-MAIORES        TO WRK-QTD-MAIORES.

           SET WRK-AMOSTRA-INFORMADA   TO TRUE.

      *----------------------------------------------------------------*
       1086-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1110-TESTAR-FS-ARQINPZD         SECTION.
      *----------------------------------------------------------------*

           IF  WRK-FS-ARQINPZD         NOT EQUAL  '00'
               MOVE 'ARQINPZD'         TO WRK-NOME-ARQUIVO
               MOVE WRK-FS-ARQINPZD    TO WRK-FILE-STATUS
               PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

      *----------------------------------------------------------------*
       1110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1120-TESTAR-FS-ARQLINHG         SECTION.
      *----------------------------------------------------------------*

           IF  WRK-FS-ARQLINHG         NOT EQUAL  '00'
               MOVE 'ARQLINHG'         TO WRK-NOME-ARQUIVO
               MOVE WRK-FS-ARQLINHG    TO WRK-FILE-STATUS
               PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

      *----------------------------------------------------------------*
       1120-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1130-TESTAR-FS-ARQAMOST         SECTION.
      *----------------------------------------------------------------*

           IF  WRK-FS-ARQAMOST         NOT EQUAL  '00'
               MOVE 'ARQAMOST'         TO WRK-NOME-ARQUIVO
               MOVE WRK-FS-ARQAMOST    TO WRK-FILE-STATUS
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
       2000-SELECIONAR-AMOSTRA         SECTION.
      *----------------------------------------------------------------*
      *    PRIMEIRA PASSADA: LE O ARQINPZD, ESCOLHE OS REGISTROS DE    *
      *    CADA GRUPO E OS GRAVA NO ARQAMOST AO FECHAR O GRUPO.        *
      *----------------------------------------------------------------*

           OPEN INPUT   ARQINPZD
                OUTPUT  ARQAMOST.

           PERFORM 1110-TESTAR-FS-ARQINPZD.
           PERFORM 1130-TESTAR-FS-ARQAMOST.

           PERFORM 2110-LER-ARQINPZD.

           PERFORM 2200-TRATAR-REGISTRO
               UNTIL WRK-FS-ARQINPZD   EQUAL     '10'.

           IF  WRK-GRUPO-ABERTO
               PERFORM 3000-ENCERRAR-GRUPO
           END-IF.

           CLOSE ARQINPZD
                 ARQAMOST.

           PERFORM 1110-TESTAR-FS-ARQINPZD.
           PERFORM 1130-TESTAR-FS-ARQAMOST.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2110-LER-ARQINPZD               SECTION.
      *----------------------------------------------------------------*
      *    LE O PROXIMO REGISTRO E EXTRAI A CHAVE COMBINADA,           *
      *    CONFERINDO A CLASSIFICACAO PELAS QUEBRAS.                   *
      *----------------------------------------------------------------*

           READ ARQINPZD.

           IF  WRK-FS-ARQINPZD         EQUAL     '10'
               GO TO 2110-99-FIM
           END-IF.

           PERFORM 1110-TESTAR-FS-ARQINPZD.

           ADD 1                       TO  WRK-LIDOS-ARQINPZD.

           MOVE SPACES                 TO WRK-CHAVE-FISICA.

           SET WRK-IDX-DIR TO WRK-QBR-IDX-CAMPO(1).
           MOVE FD-ARQINPZD(WRK-DIR-OFFSET(WRK-IDX-DIR):
                            WRK-DIR-TAMANHO(WRK-IDX-DIR))
                                       TO WRK-FIS-CHAVE-1.

           IF  WRK-QTD-QUEBRAS         EQUAL     2
               SET WRK-IDX-DIR TO WRK-QBR-IDX-CAMPO(2)
               MOVE FD-ARQINPZD(WRK-DIR-OFFSET(WRK-IDX-DIR):
                                WRK-DIR-TAMANHO(WRK-IDX-DIR))
                                       TO WRK-FIS-CHAVE-2
           END-IF.

           IF  WRK-CHAVE-FISICA        LESS      WRK-CHAVE-ANTERIOR
               MOVE 'ARQINPZD'         TO WRK-NOME-ARQUIVO
               PERFORM 9400-FORMATAR-ERRO-SEQUENCIA
           END-IF.

           MOVE WRK-CHAVE-FISICA       TO WRK-CHAVE-ANTERIOR.

      *----------------------------------------------------------------*
       2110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2200-TRATAR-REGISTRO            SECTION.
      *----------------------------------------------------------------*

           IF  WRK-GRUPO-ABERTO
           AND WRK-CHAVE-FISICA        NOT EQUAL WRK-CHAVE-GRUPO
               PERFORM 3000-ENCERRAR-GRUPO
           END-IF.

           IF  NOT WRK-GRUPO-ABERTO
               MOVE WRK-CHAVE-FISICA   TO WRK-CHAVE-GRUPO
               MOVE ZEROS              TO WRK-POS-GRUPO
                                          WRK-QTD-RESERVA
                                          WRK-QTD-MAIOR
               SET WRK-GRUPO-ABERTO    TO TRUE
               ADD 1                   TO WRK-QTD-GRUPOS
           END-IF.

           ADD 1                       TO  WRK-POS-GRUPO.

           PERFORM 2400-SORTEAR-REGISTRO.

           IF  WRK-QTD-MAIORES         GREATER   ZEROS
               PERFORM 2500-CONCORRER-MAIOR
           END-IF.

           PERFORM 2110-LER-ARQINPZD.

      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2400-SORTEAR-REGISTRO           SECTION.
      *----------------------------------------------------------------*
      *    METODO 'I': ESCOLHE O 1O, O (K+1)O, ... REGISTRO DO GRUPO   *
      *    ATE N. METODO 'A': AMOSTRAGEM DE RESERVATORIO - OS N        *
      *    PRIMEIROS ENTRAM; O I-ESIMO SEGUINTE SORTEIA J ENTRE 1 E I  *
      *    E, SE J NAO PASSA DE N, TOMA O LUGAR DO J-ESIMO ESCOLHIDO - *
      *    CADA REGISTRO DO GRUPO TEM A MESMA CHANCE DE FICAR.         *
      *----------------------------------------------------------------*

           IF  WRK-METODO-INTERVALO
               IF  WRK-QTD-RESERVA     NOT LESS  WRK-QTD-AMOSTRA
                   GO TO 2400-99-FIM
               END-IF
               COMPUTE WRK-POSICAO-BASE = WRK-POS-GRUPO - 1
               DIVIDE WRK-POSICAO-BASE BY WRK-INTERVALO
                   GIVING WRK-QUOCIENTE
                   REMAINDER WRK-SORTEIO
               IF  WRK-SORTEIO         EQUAL     ZEROS
                   ADD 1               TO WRK-QTD-RESERVA
                   SET WRK-IDX-RES     TO WRK-QTD-RESERVA
                   PERFORM 2420-GUARDAR-RESERVA
               END-IF
               GO TO 2400-99-FIM
           END-IF.

           IF  WRK-QTD-RESERVA         LESS      WRK-QTD-AMOSTRA
               ADD 1                   TO WRK-QTD-RESERVA
               SET WRK-IDX-RES         TO WRK-QTD-RESERVA
               PERFORM 2420-GUARDAR-RESERVA
               GO TO 2400-99-FIM
           END-IF.

           PERFORM 2410-GERAR-ALEATORIO.

           DIVIDE WRK-SEMENTE          BY WRK-POS-GRUPO
               GIVING WRK-QUOCIENTE
               REMAINDER WRK-SORTEIO.

           ADD 1                       TO  WRK-SORTEIO.

           IF  WRK-SORTEIO             NOT GREATER WRK-QTD-AMOSTRA
               SET WRK-IDX-RES         TO WRK-SORTEIO
               PERFORM 2420-GUARDAR-RESERVA
           END-IF.

      *----------------------------------------------------------------*
       2400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2410-GERAR-ALEATORIO            SECTION.
      *----------------------------------------------------------------*

           COMPUTE WRK-PRODUTO = WRK-SEMENTE * 16807.

           DIVIDE WRK-PRODUTO          BY 2147483647
               GIVING WRK-QUOCIENTE
               REMAINDER WRK-SEMENTE.

      *----------------------------------------------------------------*
       2410-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2420-GUARDAR-RESERVA            SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-LIDOS-ARQINPZD     TO WRK-RES-NUM-REG(WRK-IDX-RES).
           MOVE FD-ARQINPZD            TO WRK-RES-REGISTRO
                                          (WRK-IDX-RES).

      *----------------------------------------------------------------*
       2420-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2500-CONCORRER-MAIOR            SECTION.
      *----------------------------------------------------------------*
      *    MANTEM OS M MAIORES VALORES DA SOMA NO GRUPO, EM ORDEM      *
      *    DECRESCENTE. EMPATE NAO DESLOCA QUEM JA ESTA (FICA O        *
      *    PRIMEIRO NO ARQUIVO). CONTEUDO NUMERICO INVALIDO NAO        *
      *    CONCORRE E E CONTADO NO RESUMO.                             *
      *----------------------------------------------------------------*

           SET WRK-IDX-DIR             TO WRK-SOM-IDX-CAMPO.

           MOVE FD-ARQINPZD(WRK-DIR-OFFSET(WRK-IDX-DIR):
                            WRK-DIR-TAMANHO(WRK-IDX-DIR))
                                       TO WRK-DEC-BYTES.
           MOVE WRK-DIR-TAMANHO(WRK-IDX-DIR) TO WRK-DEC-TAMANHO.
           MOVE WRK-DIR-TIPO(WRK-IDX-DIR)    TO WRK-DEC-TIPO.

           PERFORM 8700-DECODIFICAR-CAMPO.

           IF  NOT WRK-DEC-VALIDO
               ADD 1                   TO WRK-CAMPOS-ILEGIVEIS
               GO TO 2500-99-FIM
           END-IF.

           IF  WRK-QTD-MAIOR           EQUAL     WRK-QTD-MAIORES
               SET WRK-IDX-MAI         TO WRK-QTD-MAIOR
               IF  WRK-DEC-VALOR       NOT GREATER
                   WRK-MAI-VALOR(WRK-IDX-MAI)
                   GO TO 2500-99-FIM
               END-IF
           END-IF.

           MOVE 1                      TO WRK-POS-INSERCAO.
           MOVE 'N'                    TO WRK-SW-POSICAO.

           PERFORM 2510-DESLOCAR-MAIOR
               VARYING WRK-IDX-INSERCAO FROM WRK-QTD-MAIOR BY -1
               UNTIL WRK-IDX-INSERCAO  LESS      1
                  OR WRK-POSICAO-ACHADA.

           IF  WRK-QTD-MAIOR           LESS      WRK-QTD-MAIORES
               ADD 1                   TO WRK-QTD-MAIOR
           END-IF.

           SET WRK-IDX-MAI             TO WRK-POS-INSERCAO.

           MOVE WRK-DEC-VALOR          TO WRK-MAI-VALOR(WRK-IDX-MAI).
           MOVE WRK-LIDOS-ARQINPZD     TO WRK-MAI-NUM-REG(WRK-IDX-MAI).
           MOVE FD-ARQINPZD            TO WRK-MAI-REGISTRO
                                          (WRK-IDX-MAI).

      *----------------------------------------------------------------*
       2500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2510-DESLOCAR-MAIOR             SECTION.
      *----------------------------------------------------------------*

           SET WRK-IDX-MAI             TO WRK-IDX-INSERCAO.

           IF  WRK-MAI-VALOR(WRK-IDX-MAI) LESS WRK-DEC-VALOR
               MOVE WRK-MAI-ENTRADA(WRK-IDX-MAI)
                                       TO WRK-MAI-ENTRADA
                                          (WRK-IDX-MAI + 1)
           ELSE
               SET WRK-POSICAO-ACHADA  TO TRUE
               COMPUTE WRK-POS-INSERCAO = WRK-IDX-INSERCAO + 1
           END-IF.

      *----------------------------------------------------------------*
       2510-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-ENCERRAR-GRUPO             SECTION.
      *----------------------------------------------------------------*
      *    REUNE OS MAIORES VALORES E OS SORTEADOS DO GRUPO EM ORDEM   *
      *    DE NUMERO DE REGISTRO E OS GRAVA NO ARQAMOST. O SORTEADO    *
      *    QUE TAMBEM ESTA ENTRE OS MAIORES SAI UMA VEZ SO.            *
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTD-EMISSAO.

           PERFORM 3100-REUNIR-MAIOR
               VARYING WRK-IDX-MAI FROM 1 BY 1
               UNTIL WRK-IDX-MAI       GREATER   WRK-QTD-MAIOR.

           PERFORM 3200-REUNIR-SORTEADO
               VARYING WRK-IDX-RES FROM 1 BY 1
               UNTIL WRK-IDX-RES       GREATER   WRK-QTD-RESERVA.

           PERFORM 3300-GRAVAR-AMOSTRA
               VARYING WRK-IDX-EMI FROM 1 BY 1
               UNTIL WRK-IDX-EMI       GREATER   WRK-QTD-EMISSAO.

           MOVE 'N'                    TO WRK-SW-GRUPO.

      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3100-REUNIR-MAIOR               SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-MAI-NUM-REG(WRK-IDX-MAI) TO WRK-ENV-NUM-REG.
           MOVE 'M'                    TO WRK-ENV-ORIGEM.
           SET WRK-ENV-IDX-ORIGEM      TO WRK-IDX-MAI.

           PERFORM 3150-INSERIR-EMISSAO.

      *----------------------------------------------------------------*
       3100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3150-INSERIR-EMISSAO            SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO WRK-QTD-EMISSAO.

           COMPUTE WRK-POS-INICIAL = WRK-QTD-EMISSAO - 1.

           MOVE 1                      TO WRK-POS-INSERCAO.
           MOVE 'N'                    TO WRK-SW-POSICAO.

           PERFORM 3160-DESLOCAR-EMISSAO
               VARYING WRK-IDX-INSERCAO FROM WRK-POS-INICIAL BY -1
               UNTIL WRK-IDX-INSERCAO  LESS      1
                  OR WRK-POSICAO-ACHADA.

           SET WRK-IDX-EMI             TO WRK-POS-INSERCAO.

           MOVE WRK-EMISSAO-NOVA       TO WRK-EMI-ENTRADA(WRK-IDX-EMI).

      *----------------------------------------------------------------*
       3150-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3160-DESLOCAR-EMISSAO           SECTION.
      *----------------------------------------------------------------*

           SET WRK-IDX-EMI             TO WRK-IDX-INSERCAO.

           IF  WRK-EMI-NUM-REG(WRK-IDX-EMI) GREATER WRK-ENV-NUM-REG
               MOVE WRK-EMI-ENTRADA(WRK-IDX-EMI)
                                       TO WRK-EMI-ENTRADA
                                          (WRK-IDX-EMI + 1)
           ELSE
               SET WRK-POSICAO-ACHADA  TO TRUE
               COMPUTE WRK-POS-INSERCAO = WRK-IDX-INSERCAO + 1
           END-IF.

      *----------------------------------------------------------------*
       3160-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3200-REUNIR-SORTEADO            SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-SW-JA-MAIOR.

           PERFORM 3210-CONFERIR-MAIOR
               VARYING WRK-IDX-MAI FROM 1 BY 1
               UNTIL WRK-IDX-MAI       GREATER   WRK-QTD-MAIOR
                  OR WRK-JA-ENTRE-MAIORES.

           IF  WRK-JA-ENTRE-MAIORES
               GO TO 3200-99-FIM
           END-IF.

           MOVE WRK-RES-NUM-REG(WRK-IDX-RES) TO WRK-ENV-NUM-REG.
           MOVE 'R'                    TO WRK-ENV-ORIGEM.
           SET WRK-ENV-IDX-ORIGEM      TO WRK-IDX-RES.

           PERFORM 3150-INSERIR-EMISSAO.

      *----------------------------------------------------------------*
       3200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3210-CONFERIR-MAIOR             SECTION.
      *----------------------------------------------------------------*

           IF  WRK-MAI-NUM-REG(WRK-IDX-MAI) EQUAL
               WRK-RES-NUM-REG(WRK-IDX-RES)
               SET WRK-JA-ENTRE-MAIORES TO TRUE
           END-IF.

      *----------------------------------------------------------------*
       3210-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3300-GRAVAR-AMOSTRA             SECTION.
      *----------------------------------------------------------------*
      *    GRAVA UM REGISTRO ESCOLHIDO, GUARDA SEU NUMERO E MOTIVO NA  *
      *    ORDEM DE GRAVACAO E SUA CHAVE NA TABELA DE LINHAGEM.        *
      *----------------------------------------------------------------*

           IF  WRK-QTD-ORDEM           NOT LESS  5000
               PERFORM 9200-FORMATAR-ERRO-TABELA-CHEIA
           END-IF.

           ADD 1                       TO  WRK-QTD-ORDEM.

           SET WRK-IDX-ORD             TO  WRK-QTD-ORDEM.

           MOVE WRK-EMI-NUM-REG(WRK-IDX-EMI)
                                       TO WRK-ORD-NUM-REG(WRK-IDX-ORD).

           IF  WRK-EMI-DE-MAIORES(WRK-IDX-EMI)
               SET WRK-IDX-MAI TO WRK-EMI-IDX-ORIGEM(WRK-IDX-EMI)
               MOVE WRK-MAI-REGISTRO(WRK-IDX-MAI) TO FD-ARQAMOST
               MOVE 'M'                TO WRK-ORD-MOTIVO(WRK-IDX-ORD)
               ADD 1                   TO WRK-MAIORES-GRAVADOS
           ELSE
               SET WRK-IDX-RES TO WRK-EMI-IDX-ORIGEM(WRK-IDX-EMI)
               MOVE WRK-RES-REGISTRO(WRK-IDX-RES) TO FD-ARQAMOST
               MOVE 'A'                TO WRK-ORD-MOTIVO(WRK-IDX-ORD)
           END-IF.

           WRITE FD-ARQAMOST.

           PERFORM 1130-TESTAR-FS-ARQAMOST.

           ADD 1                       TO  WRK-GRAVADOS-ARQAMOST.

           PERFORM 3400-REGISTRAR-CHAVE.

      *----------------------------------------------------------------*
       3300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3400-REGISTRAR-CHAVE            SECTION.
      *----------------------------------------------------------------*
      *    INSERCAO ORDENADA DA CHAVE DE LINHAGEM DO REGISTRO GRAVADO. *
      *    CHAVE JA PRESENTE (MESMA CHAVE AMOSTRADA DUAS VEZES) NAO E  *
      *    REPETIDA - AS DUAS OCORRENCIAS USAM A MESMA LINHAGEM.       *
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-LNG-CHAVE-NOVA.

           SET WRK-IDX-DIR             TO WRK-CHV-IDX-CAMPO.

           MOVE FD-ARQAMOST(WRK-DIR-OFFSET(WRK-IDX-DIR):
                            WRK-DIR-TAMANHO(WRK-IDX-DIR))
                                       TO WRK-LNG-CHAVE-NOVA.

           PERFORM 3450-PROCURAR-CHAVE.

           IF  WRK-LNG-EXISTE
               GO TO 3400-99-FIM
           END-IF.

           ADD 1                       TO WRK-QTD-LNG.

           COMPUTE WRK-POS-INICIAL = WRK-QTD-LNG - 1.

           MOVE 1                      TO WRK-POS-INSERCAO.
           MOVE 'N'                    TO WRK-SW-POSICAO.

           PERFORM 3410-DESLOCAR-CHAVE
               VARYING WRK-IDX-INSERCAO FROM WRK-POS-INICIAL BY -1
               UNTIL WRK-IDX-INSERCAO  LESS      1
                  OR WRK-POSICAO-ACHADA.

           SET WRK-IDX-LNG             TO WRK-POS-INSERCAO.

           MOVE WRK-LNG-CHAVE-NOVA     TO WRK-LNG-CHAVE(WRK-IDX-LNG).
           MOVE SPACES                 TO WRK-LNG-RUN-ID(WRK-IDX-LNG).
           MOVE ZEROS                  TO WRK-LNG-SEQUENCIA
                                          (WRK-IDX-LNG).
           MOVE 'N'                    TO WRK-LNG-SW-ACHADA
                                          (WRK-IDX-LNG).

      *----------------------------------------------------------------*
       3400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3410-DESLOCAR-CHAVE             SECTION.
      *----------------------------------------------------------------*

           SET WRK-IDX-LNG             TO WRK-IDX-INSERCAO.

           IF  WRK-LNG-CHAVE(WRK-IDX-LNG) GREATER WRK-LNG-CHAVE-NOVA
               MOVE WRK-LNG-ENTRADA(WRK-IDX-LNG)
                                       TO WRK-LNG-ENTRADA
                                          (WRK-IDX-LNG + 1)
           ELSE
               SET WRK-POSICAO-ACHADA  TO TRUE
               COMPUTE WRK-POS-INSERCAO = WRK-IDX-INSERCAO + 1
           END-IF.

      *----------------------------------------------------------------*
       3410-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3450-PROCURAR-CHAVE             SECTION.
      *----------------------------------------------------------------*
      *    BUSCA BINARIA DE WRK-LNG-CHAVE-NOVA NA TABELA DE LINHAGEM - *
      *    ACHADA, WRK-IDX-LNG FICA POSICIONADO NA ENTRADA.            *
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-SW-LNG-EXISTE.

           IF  WRK-QTD-LNG             EQUAL     ZEROS
               GO TO 3450-99-FIM
           END-IF.

           SEARCH ALL WRK-LNG-ENTRADA
               AT END
                   CONTINUE
               WHEN WRK-LNG-CHAVE(WRK-IDX-LNG) EQUAL WRK-LNG-CHAVE-NOVA
                   SET WRK-LNG-EXISTE  TO TRUE
           END-SEARCH.

      *----------------------------------------------------------------*
       3450-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4000-CARREGAR-LINHAGEM          SECTION.
      *----------------------------------------------------------------*
      *    SEGUNDA PASSADA: LE A LINHAGEM DA CONVERSAO E, PARA CADA    *
      *    LINHA DE REGISTRO GRAVADO CUJA CHAVE ESTA NA AMOSTRA,       *
      *    GUARDA O RUN-ID E A SEQUENCIA NO FEED (A ULTIMA LINHA DA    *
      *    CHAVE PREVALECE). A AUSENCIA DA DD (OU DD DUMMY) DEIXA      *
      *    TODA A AMOSTRA SEM LINHAGEM.                                *
      *----------------------------------------------------------------*

           IF  WRK-QTD-LNG             EQUAL     ZEROS
               GO TO 4000-99-FIM
           END-IF.

           OPEN INPUT ARQLINHG.

           IF  WRK-FS-ARQLINHG         NOT EQUAL '00'
               GO TO 4000-99-FIM
           END-IF.

           PERFORM 4100-LER-ARQLINHG.

           PERFORM 4200-TRATAR-LINHAGEM
               UNTIL WRK-FS-ARQLINHG   EQUAL     '10'.

           CLOSE ARQLINHG.

           PERFORM 1120-TESTAR-FS-ARQLINHG.

      *----------------------------------------------------------------*
       4000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4100-LER-ARQLINHG               SECTION.
      *----------------------------------------------------------------*

           READ ARQLINHG               INTO WRK-LINHA-LINHAGEM.

           IF  WRK-FS-ARQLINHG         EQUAL     '10'
               GO TO 4100-99-FIM
           END-IF.

           PERFORM 1120-TESTAR-FS-ARQLINHG.

           ADD 1                       TO  WRK-LIDOS-ARQLINHG.

      *----------------------------------------------------------------*
       4100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4200-TRATAR-LINHAGEM            SECTION.
      *----------------------------------------------------------------*

           IF  LHG-REJEITADO
               GO TO 4200-80-PROXIMA
           END-IF.

           MOVE LHG-CHAVE              TO WRK-LNG-CHAVE-NOVA.

           PERFORM 3450-PROCURAR-CHAVE.

           IF  WRK-LNG-EXISTE
               MOVE LHG-RUN-ID         TO WRK-LNG-RUN-ID(WRK-IDX-LNG)
               MOVE LHG-SEQUENCIA      TO WRK-LNG-SEQUENCIA
                                          (WRK-IDX-LNG)
               SET WRK-LNG-ACHADA(WRK-IDX-LNG) TO TRUE
           END-IF.

       4200-80-PROXIMA.

           PERFORM 4100-LER-ARQLINHG.

      *----------------------------------------------------------------*
       4200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5000-EMITIR-LISTAGEM            SECTION.
      *----------------------------------------------------------------*
      *    TERCEIRA PASSADA: RELE O ARQAMOST E LISTA CADA REGISTRO     *
      *    (GRUPO, NUMERO NO ARQINPZD, MOTIVO, ORIGEM NO FEED E TODOS  *
      *    OS CAMPOS DECODIFICADOS), FECHANDO COM A LINHA DE TOTAL.    *
      *----------------------------------------------------------------*

           OPEN INPUT ARQAMOST.

           PERFORM 1130-TESTAR-FS-ARQAMOST.

           PERFORM 5100-LER-ARQAMOST.

           PERFORM 5200-LISTAR-REGISTRO
               UNTIL WRK-FS-ARQAMOST   EQUAL     '10'.

           CLOSE ARQAMOST.

           PERFORM 1130-TESTAR-FS-ARQAMOST.

           IF  WRK-LINHAS-PAGINA       GREATER   59
               PERFORM 5300-EMITIR-CABECALHO
           END-IF.

           MOVE WRK-GRAVADOS-ARQAMOST  TO WRK-TOT-AMOSTRADOS.
           MOVE WRK-QTD-GRUPOS         TO WRK-TOT-GRUPOS.
           MOVE WRK-SEM-LINHAGEM       TO WRK-TOT-SEM-LINHAGEM.

           MOVE WRK-LINHA-TOTAL        TO FD-ARQRELAT.

           PERFORM 8000-GRAVAR-ARQRELAT.

      *----------------------------------------------------------------*
       5000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5100-LER-ARQAMOST               SECTION.
      *----------------------------------------------------------------*

           READ ARQAMOST.

           IF  WRK-FS-ARQAMOST         EQUAL     '10'
               GO TO 5100-99-FIM
           END-IF.

           PERFORM 1130-TESTAR-FS-ARQAMOST.

           ADD 1                       TO  WRK-LIDOS-ARQAMOST.

      *----------------------------------------------------------------*
       5100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5200-LISTAR-REGISTRO            SECTION.
      *----------------------------------------------------------------*
      *    O BLOCO DO REGISTRO (IDENTIFICACAO, ORIGEM, UM CAMPO POR    *
      *    LINHA E UMA LINHA EM BRANCO) NAO E PARTIDO ENTRE PAGINAS.   *
      *----------------------------------------------------------------*

           ADD 1                       TO  WRK-NUM-ORDEM.

           SET WRK-IDX-ORD             TO  WRK-NUM-ORDEM.

           COMPUTE WRK-LINHAS-BLOCO = WRK-QTD-CAMPOS + 3.

           IF  WRK-LINHAS-PAGINA + WRK-LINHAS-BLOCO GREATER 60
               PERFORM 5300-EMITIR-CABECALHO
           END-IF.

           MOVE WRK-NUM-ORDEM          TO WRK-REL-ORDEM.
           MOVE SPACES                 TO WRK-REL-QUEBRA-2.

           SET WRK-IDX-DIR TO WRK-QBR-IDX-CAMPO(1).
           MOVE FD-ARQAMOST(WRK-DIR-OFFSET(WRK-IDX-DIR):
                            WRK-DIR-TAMANHO(WRK-IDX-DIR))
                                       TO WRK-REL-QUEBRA-1.

           IF  WRK-QTD-QUEBRAS         EQUAL     2
               SET WRK-IDX-DIR TO WRK-QBR-IDX-CAMPO(2)
               MOVE FD-ARQAMOST(WRK-DIR-OFFSET(WRK-IDX-DIR):
                                WRK-DIR-TAMANHO(WRK-IDX-DIR))
                                       TO WRK-REL-QUEBRA-2
           END-IF.

           MOVE WRK-ORD-NUM-REG(WRK-IDX-ORD) TO WRK-REL-NUM-REGISTRO.

           IF  WRK-ORD-MAIOR-VALOR(WRK-IDX-ORD)
               MOVE 'MAIOR VALOR'      TO WRK-REL-MOTIVO
           ELSE
               MOVE 'SORTEADO'         TO WRK-REL-MOTIVO
           END-IF.

           MOVE WRK-LINHA-AMOSTRA      TO FD-ARQRELAT.

           PERFORM 8000-GRAVAR-ARQRELAT.

           PERFORM 5250-MONTAR-ORIGEM.

           MOVE WRK-LINHA-ORIGEM       TO FD-ARQRELAT.

           PERFORM 8000-GRAVAR-ARQRELAT.

           PERFORM 5400-LISTAR-UM-CAMPO
               VARYING WRK-IDX-DIR FROM 1 BY 1
               UNTIL WRK-IDX-DIR       GREATER   WRK-QTD-CAMPOS.

           MOVE SPACES                 TO FD-ARQRELAT.

           PERFORM 8000-GRAVAR-ARQRELAT.

           PERFORM 5100-LER-ARQAMOST.

      *----------------------------------------------------------------*
       5200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5250-MONTAR-ORIGEM              SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-LNG-CHAVE-NOVA.

           SET WRK-IDX-DIR             TO WRK-CHV-IDX-CAMPO.

           MOVE FD-ARQAMOST(WRK-DIR-OFFSET(WRK-IDX-DIR):
                            WRK-DIR-TAMANHO(WRK-IDX-DIR))
                                       TO WRK-LNG-CHAVE-NOVA.

           PERFORM 3450-PROCURAR-CHAVE.

           IF  WRK-LNG-EXISTE
               IF  WRK-LNG-ACHADA(WRK-IDX-LNG)
                   MOVE WRK-LNG-RUN-ID(WRK-IDX-LNG) TO WRK-REL-RUN-ID
                   MOVE WRK-LNG-SEQUENCIA(WRK-IDX-LNG)
                                       TO WRK-REL-SEQUENCIA
                   MOVE SPACES         TO WRK-REL-SIT-LINHAGEM
                   GO TO 5250-99-FIM
               END-IF
           END-IF.

           MOVE SPACES                 TO WRK-REL-RUN-ID.
           MOVE ZEROS                  TO WRK-REL-SEQUENCIA.
           MOVE 'SEM LINHAGEM'         TO WRK-REL-SIT-LINHAGEM.

           ADD 1                       TO  WRK-SEM-LINHAGEM.

      *----------------------------------------------------------------*
       5250-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5300-EMITIR-CABECALHO           SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO  WRK-PAGINA.

           MOVE WRK-PAGINA             TO WRK-TIT-PAGINA.

           MOVE ZEROS                  TO WRK-LINHAS-PAGINA.

           MOVE WRK-LINHA-TITULO       TO FD-ARQRELAT.

           PERFORM 8000-GRAVAR-ARQRELAT.

           MOVE SPACES                 TO FD-ARQRELAT.

           PERFORM 8000-GRAVAR-ARQRELAT.

      *----------------------------------------------------------------*
       5300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5400-LISTAR-UM-CAMPO            SECTION.
      *----------------------------------------------------------------*

           MOVE FD-ARQAMOST(WRK-DIR-OFFSET(WRK-IDX-DIR):
                            WRK-DIR-TAMANHO(WRK-IDX-DIR))
                                       TO WRK-DEC-BYTES.

           PERFORM 5420-RENDERIZAR-VALOR.

           MOVE WRK-DIR-NOME(WRK-IDX-DIR) TO WRK-REL-NOME-CAMPO.
           MOVE WRK-VALOR-RENDERIZADO     TO WRK-REL-VALOR.

           MOVE WRK-LINHA-CAMPO        TO FD-ARQRELAT.

           PERFORM 8000-GRAVAR-ARQRELAT.

      *----------------------------------------------------------------*
       5400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5420-RENDERIZAR-VALOR           SECTION.
      *----------------------------------------------------------------*
      *    RENDERIZA EM WRK-VALOR-RENDERIZADO O CAMPO JA ESTAGIADO EM  *
      *    WRK-DEC-BYTES: TEXTO SAI COMO ESTA; PACKED/ZONADO SAI       *
      *    DECODIFICADO EM NUMERO EDITADO (VIDE COPY DECODNUM) OU, SE  *
      *    O CONTEUDO NAO FOR NUMERICO VALIDO, EM HEXADECIMAL -        *
      *    MESMA MECANICA DA CONSULTA DE HISTORICO POR CHAVE.          *
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-VALOR-RENDERIZADO.

           MOVE WRK-DIR-TAMANHO(WRK-IDX-DIR) TO WRK-DEC-TAMANHO.
           MOVE WRK-DIR-TIPO(WRK-IDX-DIR)    TO WRK-DEC-TIPO.

      *    TEXTO E EXIBIDO COMO ESTA, LIMITADO A LARGURA DA AREA DE
      *    EXIBICAO (CAMPO X MAIOR SAI TRUNCADO NA LISTAGEM).
           IF  WRK-DIR-TIPO-TEXTO(WRK-IDX-DIR)
               MOVE WRK-DEC-TAMANHO    TO WRK-TAM-EXIBICAO
               IF  WRK-TAM-EXIBICAO    GREATER   20
                   MOVE 20             TO WRK-TAM-EXIBICAO
               END-IF
               MOVE WRK-DEC-BYTES(1:WRK-TAM-EXIBICAO)
                                       TO WRK-VALOR-RENDERIZADO
               GO TO 5420-99-FIM
           END-IF.

           PERFORM 8700-DECODIFICAR-CAMPO.

           IF  WRK-DEC-VALIDO
               MOVE WRK-DEC-VALOR      TO WRK-DEC-EDITADO
               MOVE WRK-DEC-EDITADO    TO WRK-VALOR-RENDERIZADO
           ELSE
               PERFORM 5430-RENDERIZAR-HEXA
           END-IF.

      *----------------------------------------------------------------*
       5420-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5430-RENDERIZAR-HEXA            SECTION.
      *----------------------------------------------------------------*
      *    RENDERIZA OS BYTES ESTAGIADOS EM HEXADECIMAL (DOIS          *
      *    CARACTERES POR BYTE, LIMITADO AOS 10 PRIMEIROS BYTES).      *
      *----------------------------------------------------------------*

           MOVE WRK-DEC-TAMANHO        TO WRK-HEX-TAMANHO.

           IF  WRK-HEX-TAMANHO         GREATER   10
               MOVE 10                 TO WRK-HEX-TAMANHO
           END-IF.

           PERFORM 5440-CONVERTER-BYTE-HEXA
               VARYING WRK-HEX-POS-BYTE FROM 1 BY 1
               UNTIL WRK-HEX-POS-BYTE  GREATER   WRK-HEX-TAMANHO.

      *----------------------------------------------------------------*
       5430-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5440-CONVERTER-BYTE-HEXA        SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-HEX-BYTE-BIN.

           MOVE WRK-DEC-BYTES(WRK-HEX-POS-BYTE:1)
                                       TO WRK-HEX-BYTE-CHAR.

           DIVIDE WRK-HEX-BYTE-BIN     BY 16
               GIVING WRK-HEX-NIBBLE-ALTO
               REMAINDER WRK-HEX-NIBBLE-BAIXO.

           COMPUTE WRK-HEX-POS-HEX = (WRK-HEX-POS-BYTE * 2) - 1.

           MOVE WRK-HEX-DIGITOS(WRK-HEX-NIBBLE-ALTO + 1:1)
                                TO WRK-VALOR-RENDERIZADO
                                   (WRK-HEX-POS-HEX:1).

           MOVE WRK-HEX-DIGITOS(WRK-HEX-NIBBLE-BAIXO + 1:1)
                                TO WRK-VALOR-RENDERIZADO
                                   (WRK-HEX-POS-HEX + 1:1).

      *----------------------------------------------------------------*
       5440-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       8000-GRAVAR-ARQRELAT            SECTION.
      *----------------------------------------------------------------*

           WRITE FD-ARQRELAT.

           PERFORM 1140-TESTAR-FS-ARQRELAT.

           ADD 1                       TO  WRK-GRAVADOS-ARQRELAT
                                           WRK-LINHAS-PAGINA.

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
       9200-FORMATAR-ERRO-TABELA-CHEIA SECTION.
      *----------------------------------------------------------------*

           DISPLAY '*********** @PGMID ***********'
           DISPLAY '*                              *'
           DISPLAY '*  TABELA INTERNA CHEIA        *'
           DISPLAY '*  (5000 REGISTROS NA          *'
           DISPLAY '*  AMOSTRA) - REDUZIR A        *'
           DISPLAY '*  QUANTIDADE POR GRUPO        *'
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
      *    CARTAO DE LAYOUT INVALIDO, QUEBRA/CHAVE/SOMA SEM CAMPO      *
      *    DESCRITO OU CARTAO 'AMOSTRA' AUSENTE OU INVALIDO.           *
      *----------------------------------------------------------------*

           DISPLAY '*********** @PGMID ***********'
           DISPLAY '*                              *'
           DISPLAY '*  CARTAO DE LAYOUT INVALIDO   *'
           DISPLAY '*  OU AMOSTRA/QUEBRA/CHAVE     *'
           DISPLAY '*  NAO INFORMADA               *'
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
       9400-FORMATAR-ERRO-SEQUENCIA    SECTION.
      *----------------------------------------------------------------*
      *    ARQUIVO FORA DE ORDEM DE QUEBRA - CLASSIFICAR E             *
      *    REEXECUTAR; A ESTRATIFICACAO DEPENDE DA ORDEM.              *
      *----------------------------------------------------------------*

           DISPLAY '*********** @PGMID ***********'
           DISPLAY '*                              *'
           DISPLAY '*  ARQUIVO FORA DE ORDEM DE    *'
           DISPLAY '*  QUEBRA - CLASSIFICAR E      *'
           DISPLAY '*  REEXECUTAR                  *'
           DISPLAY '*                              *'
           DISPLAY '********************************'
           DISPLAY '* ARQUIVO : ' WRK-NOME-ARQUIVO
           DISPLAY '********************************'

           MOVE 16 TO RETURN-CODE.

           STOP RUN.

      *----------------------------------------------------------------*
       9400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY '*********** @PGMID ***********'
           DISPLAY '*                              *'
           DISPLAY '*  RESUMO DA AMOSTRA           *'
           DISPLAY '* ---------------------------- *'
           MOVE    WRK-LIDOS-ARQINPZD   TO WRK-DISPLAY
           DISPLAY '* LIDOS    ARQINPZD : ' WRK-DISPLAY
           DISPLAY '*                              *'
           MOVE    WRK-QTD-GRUPOS       TO WRK-DISPLAY
           DISPLAY '* GRUPOS            : ' WRK-DISPLAY
           DISPLAY '*                              *'
           MOVE    WRK-GRAVADOS-ARQAMOST TO WRK-DISPLAY
           DISPLAY '* GRAVADOS ARQAMOST : ' WRK-DISPLAY
           DISPLAY '*                              *'
           MOVE    WRK-MAIORES-GRAVADOS TO WRK-DISPLAY
           DISPLAY '* POR MAIOR VALOR   : ' WRK-DISPLAY
           DISPLAY '*                              *'
           MOVE    WRK-LIDOS-ARQLINHG   TO WRK-DISPLAY
           DISPLAY '* LIDOS    ARQLINHG : ' WRK-DISPLAY
           DISPLAY '*                              *'
           MOVE    WRK-SEM-LINHAGEM     TO WRK-DISPLAY
           DISPLAY '* SEM LINHAGEM      : ' WRK-DISPLAY
           DISPLAY '*                              *'
           MOVE    WRK-CAMPOS-ILEGIVEIS TO WRK-DISPLAY
           DISPLAY '* CAMPOS ILEGIVEIS  : ' WRK-DISPLAY
           DISPLAY '*                              *'
           MOVE    WRK-GRAVADOS-ARQRELAT TO WRK-DISPLAY
           DISPLAY '* GRAVADOS ARQRELAT : ' WRK-DISPLAY
           DISPLAY '*                              *'
           DISPLAY '*********** @PGMID ***********'

      *    ENTRADA VAZIA OU REGISTRO AMOSTRADO SEM LINHAGEM: A AMOSTRA
      *    SAI, MAS NAO PODE SER ENTREGUE A AUDITORIA SEM CONFERENCIA.
           IF  WRK-LIDOS-ARQINPZD      EQUAL     ZEROS
           OR  WRK-SEM-LINHAGEM        GREATER   ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF

           CLOSE ARQRELAT.

           PERFORM 1140-TESTAR-FS-ARQRELAT.

           STOP RUN.

      *----------------------------------------------------------------*
       9000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

       COPY DECODNUM.

       COPY DICCARGA.

      *================================================================*
