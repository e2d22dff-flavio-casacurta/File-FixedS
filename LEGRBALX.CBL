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
      *                 - PROVAR QUE OS TOTAIS POR GRUPO DA NOITE
      *                   BATEM COM O QUE O SISTEMA DE ORIGEM DIZ QUE
      *                   MANDOU, EM VEZ DA CONFERENCIA EM PAPEL DO
      *                   FINANCEIRO CONTRA O RELATORIO DE CONTROLE DA
      *                   ORIGEM: LER O ARQUIVO DE CONTROLE DA ORIGEM
      *                   (ARQCTLEX - CONTAGEM E VALORES ESPERADOS POR
      *                   AGENCIA/PRODUTO, LAYOUT DESCRITO POR CARTOES
      *                   'CAMPO') E OS TOTAIS POR GRUPO DO RELATORIO
      *                   DE TOTAIS DA MESMA NOITE (ARQTOTGR, VIDE
      *                   COPY TOTGRUPO E LEGRTOTG).
      *
      *                 - RELATAR CADA GRUPO (ARQRELAT) COMO CONFERE,
      *                   DIFERENTE (COM A DIFERENCA DA CONTAGEM E DE
      *                   CADA SOMA), FALTA NO NOSSO (SO NA ORIGEM) OU
      *                   FALTA NA ORIGEM (SO NO NOSSO), COM O TOTAL
      *                   GERAL DOS DOIS LADOS.
      *
      *                 - ENCERRAR COM UM UNICO RETURN-CODE DE
      *                   VEREDITO PARA O SCHEDULING, COMO O
      *                   FECHAMENTO DA CADEIA (LEGRCONC): 0 = TODOS OS
      *                   GRUPOS CONFEREM, LIBERAR; 8 = RETER O
      *                   ARQUIVO FINAL (ARQOUTPD).
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME           I/O        INCLUDE/BOOK
      *                ARQTOTGR          I         COPY TOTGRUPO
      *                ARQCTLEX          I         DECLARADO NO PGM
      *                ARQRELAT          O         DECLARADO NO PGM
      *                ARQDICIO          I         COPY DICCAMPO
      *----------------------------------------------------------------*
      *    CARTOES.....: CARTOES 'CAMPO' OU 'LAYOUT' (VIDE COPY        *
      *    CAMPCARD) DESCREVENDO O REGISTRO DO ARQCTLEX, 'QUEBRA' (1   *
      *    OU 2 CAMPOS, NA ORDEM DAS QUEBRAS DO RELATORIO DE TOTAIS),  *
      *    'CONTAGEM' (OBRIGATORIO - CAMPO P/Z COM A QUANTIDADE DE     *
      *    REGISTROS ESPERADA NO GRUPO) E 'SOMA' (ATE 5 CAMPOS P/Z; O  *
      *    N-ESIMO CARTAO 'SOMA' CONFERE COM A N-ESIMA SOMA DO         *
      *    RELATORIO DE TOTAIS; A POSICAO 29 TRAZ AS CASAS DECIMAIS    *
      *    IMPLICITAS DO CAMPO NA ORIGEM, 0 A 2, BRANCO = 0),          *
      *    ENCERRADOS POR 'FIM'.                                       *
      *----------------------------------------------------------------*
      *    OBSERVACAO..: @LENGTHIN E O LRECL DO ARQUIVO DE CONTROLE DA *
      *    ORIGEM. OS VALORES DE QUEBRA DO ARQCTLEX SAO COMPARADOS COM *
      *    OS DO RELATORIO DE TOTAIS COMO TEXTO: CAMPO X OU Z BYTE A   *
      *    BYTE, CAMPO P PELOS SEUS DIGITOS (2 X TAMANHO - 1, SEM      *
      *    SINAL) - A MESMA FORMA DE UM MOVE DO CAMPO DO BOOK PARA A   *
      *    AREA DE QUEBRA. NENHUM DOS DOIS ARQUIVOS PRECISA ESTAR      *
      *    CLASSIFICADO; GRUPO REPETIDO EM QUALQUER LADO E SOMADO. O   *
      *    ARQTOTGR SEM CABECALHO OU SEM O REGISTRO DE TOTAL GERAL     *
      *    (ARQUIVO INCOMPLETO) DERRUBA O RUN COM RC 16.               *
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

           SELECT ARQTOTGR ASSIGN      TO   UT-S-ARQTOTGR
                      FILE STATUS      IS   WRK-FS-ARQTOTGR.

           SELECT ARQCTLEX ASSIGN      TO   UT-S-ARQCTLEX
                      FILE STATUS      IS   WRK-FS-ARQCTLEX.

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
      *   INPUT:   TOTAIS POR GRUPO DO RELATORIO DE TOTAIS - ARQTOTGR  *
      *            ORG. SEQUENCIAL    - LRECL   = 200                  *
      *----------------------------------------------------------------*
       FD  ARQTOTGR
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-ARQTOTGR                 PIC  X(200).

      *----------------------------------------------------------------*
      *   INPUT:   CONTROLE DO SISTEMA DE ORIGEM - ARQCTLEX            *
      *            ORG. SEQUENCIAL    - LRECL   = @LENGTHIN            *
      *----------------------------------------------------------------*
       FD  ARQCTLEX
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-ARQCTLEX                 PIC  X(@LENGTHIN).

      *----------------------------------------------------------------*
      *   OUTPUT:  RELATORIO DO BALANCEAMENTO EXTERNO - ARQRELAT       *
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

           03 WRK-LIDOS-ARQTOTGR       PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-GRUPOS-ARQTOTGR      PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-LIDOS-ARQCTLEX       PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-REPETIDOS-ARQCTLEX   PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-CAMPOS-ILEGIVEIS     PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-GRUPOS-CONFEREM      PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-GRUPOS-DIFERENTES    PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-GRUPOS-FALTA-NOSSO   PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-GRUPOS-FALTA-ORIGEM  PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-GRAVADOS-ARQRELAT    PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-DISPLAY              PIC +Z(08)9         VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE TESTE DE FILE-STATUS               ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-FS-ARQTOTGR             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-ARQCTLEX             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-ARQRELAT             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-ARQDICIO             PIC  X(002)         VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *  AREA DOS CARTOES DE LAYOUT - SYSIN (VIDE COPY CAMPCARD). O    *
      *  REDEFINES EXPOE AS CASAS DECIMAIS DO CARTAO 'SOMA'.           *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DOS CARTOES DE LAYOUT - SYSIN         ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       COPY CAMPCARD.

       01  WRK-CARTAO-SOMA REDEFINES WRK-CARTAO-CAMPO.
           03 SOM-TIPO-CARTAO          PIC  X(008).
           03 SOM-NOME-CAMPO           PIC  X(020).
           03 SOM-CASAS                PIC  X(001).
           03 FILLER                   PIC  X(051).

       COPY CAMPODIR.

       COPY DICCAMPO.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *  DESIGNACAO DAS QUEBRAS (ATE 2), DA CONTAGEM E DAS SOMAS (ATE  *
      *  5) SOBRE O DIRETORIO DE CAMPOS DO ARQCTLEX. O DIVISOR DE      *
      *  CADA SOMA (1, 10 OU 100) LEVA O VALOR INTEIRO DA ORIGEM PARA  *
      *  AS DUAS CASAS DO RELATORIO DE TOTAIS.                         *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-CONTROLE-DESIGNACAO.
           03 WRK-QTD-QUEBRAS          PIC  9(001)         VALUE ZEROS.
           03 WRK-QBR-IDX-CAMPO        OCCURS 2 TIMES
                                       PIC  9(003) COMP-3.
           03 WRK-CNT-IDX-CAMPO        PIC  9(003) COMP-3  VALUE ZEROS.
           03 WRK-QTD-SOMAS            PIC  9(001)         VALUE ZEROS.
           03 WRK-SOM-IDX-CAMPO        OCCURS 5 TIMES
                                       PIC  9(003) COMP-3.
           03 WRK-SOM-DIVISOR          OCCURS 5 TIMES
                                       PIC  9(003) COMP-3.
           03 WRK-IDX-SOMA             PIC  9(001)         VALUE ZEROS.
           03 WRK-IDX-BUSCA            PIC  9(003) COMP-3  VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *  REGISTRO DO ARQTOTGR (VIDE COPY TOTGRUPO), ROTULOS DAS SOMAS  *
      *  TIRADOS DO CABECALHO E CONTROLE DE ARQUIVO COMPLETO.          *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       COPY TOTGRUPO.

       01  WRK-CONTROLE-TOTGRUPO.
           03 WRK-SW-TOTGR-FECHADO     PIC  X(001)         VALUE 'N'.
              88 WRK-TOTGR-FECHADO                          VALUE 'S'.
           03 WRK-TOTGR-QTD-QUEBRAS    PIC  9(001)         VALUE ZEROS.
           03 WRK-TOTGR-DATA           PIC  9(008)         VALUE ZEROS.
           03 WRK-NOME-SOMA            OCCURS 5 TIMES
                                       PIC  X(020).
           03 WRK-MOTIVO-TOTGRUPO      PIC  X(040)         VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *  GRUPOS DOS DOIS LADOS, EM ORDEM DE CHAVE (QUEBRA-1 +          *
      *  QUEBRA-2) PARA A BUSCA BINARIA E PARA O RELATORIO: CADA       *
      *  ENTRADA GUARDA O QUE O NOSSO LADO TOTALIZOU E O QUE A ORIGEM  *
      *  INFORMOU, COM UM INDICADOR DE PRESENCA POR LADO.              *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-TABELA-GRUPOS.
           03 WRK-QTD-GRP              PIC  9(007) COMP-3  VALUE ZEROS.
           03 WRK-GRP-ENTRADA          OCCURS 1 TO 20000 TIMES
                                       DEPENDING ON WRK-QTD-GRP
                                       ASCENDING KEY IS WRK-GRP-CHAVE
                                       INDEXED BY WRK-IDX-GRP.
              05 WRK-GRP-CHAVE.
                 07 WRK-GRP-CHAVE-1    PIC  X(032).
                 07 WRK-GRP-CHAVE-2    PIC  X(032).
              05 WRK-GRP-SW-NOSSO      PIC  X(001).
                 88 WRK-GRP-NO-NOSSO                        VALUE 'S'.
              05 WRK-GRP-SW-ORIGEM     PIC  X(001).
                 88 WRK-GRP-NA-ORIGEM                       VALUE 'S'.
              05 WRK-GRP-REG-NOSSO     PIC  9(009) COMP-3.
              05 WRK-GRP-REG-ORIGEM    PIC  9(009) COMP-3.
              05 WRK-GRP-SOMA-NOSSO    OCCURS 5 TIMES
                                       PIC S9(013)V99 COMP-3.
              05 WRK-GRP-SOMA-ORIGEM   OCCURS 5 TIMES
                                       PIC S9(013)V99 COMP-3.

       01  WRK-CONTROLE-INSERCAO.
           03 WRK-CHAVE-GRUPO.
              05 WRK-CHAVE-GRUPO-1     PIC  X(032)         VALUE SPACES.
              05 WRK-CHAVE-GRUPO-2     PIC  X(032)         VALUE SPACES.
           03 WRK-SW-GRP-EXISTE        PIC  X(001)         VALUE 'N'.
              88 WRK-GRP-EXISTE                             VALUE 'S'.
           03 WRK-IDX-INSERCAO         PIC S9(007) COMP-3  VALUE ZEROS.
           03 WRK-POS-INICIAL          PIC S9(007) COMP-3  VALUE ZEROS.
           03 WRK-POS-INSERCAO         PIC  9(007) COMP-3  VALUE ZEROS.
           03 WRK-SW-POSICAO           PIC  X(001)         VALUE 'N'.
              88 WRK-POSICAO-ACHADA                         VALUE 'S'.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *  EXTRACAO DOS CAMPOS DO REGISTRO DO ARQCTLEX: DIGITOS DE UMA   *
      *  QUEBRA PACKED, VALOR DA ORIGEM JA NA ESCALA DO RELATORIO DE   *
      *  TOTAIS E SITUACAO DO GRUPO EM RELATO.                         *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-CONTROLE-EXTRACAO.
           03 WRK-EXT-VALOR-QUEBRA     PIC  X(032)         VALUE SPACES.
           03 WRK-EXT-DIGITOS          PIC  9(015)         VALUE ZEROS.
           03 WRK-EXT-QTD-DIGITOS      PIC  9(003) COMP-3  VALUE ZEROS.
           03 WRK-EXT-POS-DIGITOS      PIC  9(003) COMP-3  VALUE ZEROS.
           03 WRK-EXT-REGISTROS        PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-EXT-SOMA             OCCURS 5 TIMES
                                       PIC S9(013)V99 COMP-3.
           03 WRK-SW-GRP-DIFERE        PIC  X(001)         VALUE 'N'.
              88 WRK-GRP-DIFERE                             VALUE 'S'.
           03 WRK-DIF-REGISTROS        PIC S9(009) COMP-3  VALUE ZEROS.
           03 WRK-DIF-SOMA             PIC S9(015)V99 COMP-3
                                                           VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *  TOTAIS GERAIS DOS DOIS LADOS PARA A LINHA DE FECHAMENTO       *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-TOTAIS-GERAIS.
           03 WRK-TOT-REG-NOSSO        PIC  9(011) COMP-3  VALUE ZEROS.
           03 WRK-TOT-REG-ORIGEM       PIC  9(011) COMP-3  VALUE ZEROS.
           03 WRK-TOT-SOMA-NOSSO       OCCURS 5 TIMES
                                       PIC S9(015)V99 COMP-3.
           03 WRK-TOT-SOMA-ORIGEM      OCCURS 5 TIMES
                                       PIC S9(015)V99 COMP-3.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *  LINHAS DO RELATORIO DO BALANCEAMENTO EXTERNO - ARQRELAT       *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-LINHA-CABECALHO.
           03 FILLER                   PIC  X(040)         VALUE
              'BALANCEAMENTO EXTERNO - TOTAIS POR GRUPO'.
           03 FILLER                   PIC  X(024)         VALUE
              ' X CONTROLE DA ORIGEM - '.
           03 FILLER                   PIC  X(016)         VALUE
              'TOTAIS GERADOS '.
           03 WRK-CAB-DATA             PIC  9(008).
           03 FILLER                   PIC  X(044)         VALUE SPACES.

       01  WRK-LINHA-GRUPO.
           03 WRK-REL-ROTULO           PIC  X(006).
           03 WRK-REL-CHAVE-1          PIC  X(030).
           03 FILLER                   PIC  X(001)         VALUE SPACE.
           03 WRK-REL-CHAVE-2          PIC  X(030).
           03 FILLER                   PIC  X(001)         VALUE SPACE.
           03 WRK-REL-SITUACAO         PIC  X(015).
           03 FILLER                   PIC  X(007)         VALUE
              ' NOSSO '.
           03 WRK-REL-REG-NOSSO        PIC  ZZZZZZZZ9.
           03 FILLER                   PIC  X(008)         VALUE
              ' ORIGEM '.
           03 WRK-REL-REG-ORIGEM       PIC  ZZZZZZZZ9.
           03 FILLER                   PIC  X(005)         VALUE
              ' DIF '.
           03 WRK-REL-REG-DIF          PIC +Z(08)9.
           03 FILLER                   PIC  X(001)         VALUE SPACE.

       01  WRK-LINHA-SOMA.
           03 FILLER                   PIC  X(008)         VALUE
              '   SOMA '.
           03 WRK-REL-NOME-SOMA        PIC  X(020).
           03 FILLER                   PIC  X(007)         VALUE
              ' NOSSO '.
           03 WRK-REL-SOMA-NOSSO       PIC +Z(12)9,99.
           03 FILLER                   PIC  X(008)         VALUE
              ' ORIGEM '.
           03 WRK-REL-SOMA-ORIGEM      PIC +Z(12)9,99.
           03 FILLER                   PIC  X(005)         VALUE
              ' DIF '.
           03 WRK-REL-SOMA-DIF         PIC +Z(12)9,99.
           03 FILLER                   PIC  X(001)         VALUE SPACE.
           03 WRK-REL-ALERTA           PIC  X(009).
           03 FILLER                   PIC  X(023)         VALUE SPACES.

       01  WRK-LINHA-RESUMO.
           03 WRK-RES-ROTULO           PIC  X(030).
           03 WRK-RES-QUANTIDADE       PIC  ZZZZZZZZ9.
           03 FILLER                   PIC  X(093)         VALUE SPACES.

       01  WRK-LINHA-VEREDITO          PIC  X(132)         VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE TRATAMENTO DE ERRO DE ARQUIVOS     ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-NOME-ARQUIVO            PIC  X(008)         VALUE SPACES.
       01  WRK-FILE-STATUS             PIC  X(002)         VALUE SPACES.
       01  WRK-NOME-TABELA             PIC  X(008)         VALUE SPACES.

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

           PERFORM 2000-CARREGAR-TOTAIS.

           PERFORM 3000-PROCESSAR UNTIL WRK-FS-ARQCTLEX EQUAL '10'.

           PERFORM 4000-RELATAR-GRUPO
               VARYING WRK-IDX-GRP FROM 1 BY 1
               UNTIL WRK-IDX-GRP       GREATER   WRK-QTD-GRP.

           PERFORM 9000-FINALIZAR.

      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1000-INICIAR                    SECTION.
      *----------------------------------------------------------------*

           INITIALIZE WRK-TOTAIS-GERAIS
            REPLACING NUMERIC DATA BY ZEROS.

           PERFORM 1050-LER-CARTOES-LAYOUT.

           IF  WRK-QTD-QUEBRAS         EQUAL     ZEROS
           OR  WRK-CNT-IDX-CAMPO       EQUAL     ZEROS
               PERFORM 9300-FORMATAR-ERRO-CARTAO
           END-IF.

           OPEN INPUT   ARQTOTGR
                INPUT   ARQCTLEX
                OUTPUT  ARQRELAT.

           PERFORM 1110-TESTAR-FS-ARQTOTGR.
           PERFORM 1120-TESTAR-FS-ARQCTLEX.
           PERFORM 1130-TESTAR-FS-ARQRELAT.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1050-LER-CARTOES-LAYOUT         SECTION.
      *----------------------------------------------------------------*
      *    CARREGA OS CARTOES 'CAMPO'/'LAYOUT', 'QUEBRA', 'CONTAGEM'   *
      *    E 'SOMA' DO SYSIN (VIDE COPY CAMPCARD/CAMPODIR). O CARTAO E *
      *    PRE-CARREGADO COM 'FIM' ANTES DE CADA ACCEPT, DE MODO QUE   *
      *    TANTO O CARTAO TERMINADOR QUANTO O FIM FISICO DO SYSIN (OU  *
      *    UM CARTAO EM BRANCO) ENCERRAM A CARGA.                      *
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
               WHEN CMP-CARTAO-CONTAGEM
                   PERFORM 1081-DESIGNAR-CONTAGEM
               WHEN CMP-CARTAO-SOMA
                   PERFORM 1082-DESIGNAR-SOMA
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
      *    (MESMAS REGRAS DOS DEMAIS CARREGADORES DA SUITE), CONTRA O  *
      *    TAMANHO DO REGISTRO DO ARQCTLEX.                            *
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
               LENGTH OF FD-ARQCTLEX
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

           SET WRK-IDX-DIR             TO        WRK-IDX-BUSCA.

           IF  WRK-DIR-TAMANHO(WRK-IDX-DIR) GREATER 32
               PERFORM 9300-FORMATAR-ERRO-CARTAO
           END-IF.

           MOVE WRK-IDX-BUSCA          TO WRK-QBR-IDX-CAMPO
                                          (WRK-QTD-QUEBRAS).

      *----------------------------------------------------------------*
       1080-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1081-DESIGNAR-CONTAGEM          SECTION.
      *----------------------------------------------------------------*

           PERFORM 1078-PROCURAR-CAMPO-NOMEADO.

           IF  WRK-CNT-IDX-CAMPO       GREATER   ZEROS
               PERFORM 9300-FORMATAR-ERRO-CARTAO
           END-IF.

           SET WRK-IDX-DIR             TO        WRK-IDX-BUSCA.

           IF  WRK-DIR-TIPO-TEXTO(WRK-IDX-DIR)
               PERFORM 9300-FORMATAR-ERRO-CARTAO
           END-IF.

           MOVE WRK-IDX-BUSCA          TO WRK-CNT-IDX-CAMPO.

      *----------------------------------------------------------------*
       1081-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1082-DESIGNAR-SOMA              SECTION.
      *----------------------------------------------------------------*
      *    A POSICAO DO CARTAO NO MACO DEFINE A SOMA DO RELATORIO DE   *
      *    TOTAIS COM QUE O CAMPO CONFERE; AS CASAS DECIMAIS DA        *
      *    ORIGEM VIRAM O DIVISOR QUE ALINHA OS DOIS VALORES.          *
      *----------------------------------------------------------------*

           PERFORM 1078-PROCURAR-CAMPO-NOMEADO.

           ADD 1                       TO  WRK-QTD-SOMAS.

           IF  WRK-QTD-SOMAS           GREATER   5
               PERFORM 9300-FORMATAR-ERRO-CARTAO
           END-IF.

           SET WRK-IDX-DIR             TO        WRK-IDX-BUSCA.

           IF  WRK-DIR-TIPO-TEXTO(WRK-IDX-DIR)
               PERFORM 9300-FORMATAR-ERRO-CARTAO
           END-IF.

           EVALUATE SOM-CASAS
               WHEN SPACE
               WHEN '0'
                   MOVE 1              TO WRK-SOM-DIVISOR
                                          (WRK-QTD-SOMAS)
               WHEN '1'
                   MOVE 10             TO WRK-SOM-DIVISOR
                                          (WRK-QTD-SOMAS)
               WHEN '2'
                   MOVE 100            TO WRK-SOM-DIVISOR
                                          (WRK-QTD-SOMAS)
               WHEN OTHER
                   PERFORM 9300-FORMATAR-ERRO-CARTAO
           END-EVALUATE.

           MOVE WRK-IDX-BUSCA          TO WRK-SOM-IDX-CAMPO
                                          (WRK-QTD-SOMAS).

      *----------------------------------------------------------------*
       1082-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1110-TESTAR-FS-ARQTOTGR         SECTION.
      *----------------------------------------------------------------*

           IF  WRK-FS-ARQTOTGR         NOT EQUAL  '00'
               MOVE 'ARQTOTGR'         TO WRK-NOME-ARQUIVO
               MOVE WRK-FS-ARQTOTGR    TO WRK-FILE-STATUS
               PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

      *----------------------------------------------------------------*
       1110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1120-TESTAR-FS-ARQCTLEX         SECTION.
      *----------------------------------------------------------------*

           IF  WRK-FS-ARQCTLEX         NOT EQUAL  '00'
               MOVE 'ARQCTLEX'         TO WRK-NOME-ARQUIVO
               MOVE WRK-FS-ARQCTLEX    TO WRK-FILE-STATUS
               PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

      *----------------------------------------------------------------*
       1120-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1130-TESTAR-FS-ARQRELAT         SECTION.
      *----------------------------------------------------------------*

           IF  WRK-FS-ARQRELAT         NOT EQUAL  '00'
               MOVE 'ARQRELAT'         TO WRK-NOME-ARQUIVO
               MOVE WRK-FS-ARQRELAT    TO WRK-FILE-STATUS
               PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

      *----------------------------------------------------------------*
       1130-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-CARREGAR-TOTAIS            SECTION.
      *----------------------------------------------------------------*
      *    CARREGA NA TABELA O LADO NOSSO: O CABECALHO DO ARQTOTGR     *
      *    DEFINE AS QUEBRAS E OS ROTULOS DAS SOMAS E TEM QUE BATER    *
      *    COM O MACO; OS REGISTROS 'G' ENTRAM NA TABELA E O 'T'       *
      *    FECHA O ARQUIVO, CONFERINDO A QUANTIDADE DE GRUPOS.         *
      *----------------------------------------------------------------*

           PERFORM 2100-LER-ARQTOTGR.

           IF  WRK-FS-ARQTOTGR         EQUAL     '10'
           OR  NOT TGR-CABECALHO
               MOVE 'ARQUIVO VAZIO OU SEM CABECALHO'
                                       TO WRK-MOTIVO-TOTGRUPO
               PERFORM 9500-FORMATAR-ERRO-TOTGRUPO
           END-IF.

           PERFORM 2050-CONFERIR-CABECALHO.

           PERFORM 2100-LER-ARQTOTGR.

           PERFORM 2200-TRATAR-ARQTOTGR
               UNTIL WRK-FS-ARQTOTGR   EQUAL     '10'
                  OR WRK-TOTGR-FECHADO.

           IF  NOT WRK-TOTGR-FECHADO
               MOVE 'SEM REGISTRO DE TOTAL GERAL (INCOMPLETO)'
                                       TO WRK-MOTIVO-TOTGRUPO
               PERFORM 9500-FORMATAR-ERRO-TOTGRUPO
           END-IF.

      *    O PRIMEIRO REGISTRO DO ARQCTLEX FICA LIDO PARA O LACO
      *    PRINCIPAL.
           PERFORM 2300-LER-ARQCTLEX.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2050-CONFERIR-CABECALHO         SECTION.
      *----------------------------------------------------------------*
      *    O MACO TEM QUE TER AS MESMAS QUEBRAS DO RELATORIO DE        *
      *    TOTAIS (UMA OU DUAS) E NAO MAIS SOMAS DO QUE ELE TEM - SEM  *
      *    ISSO NENHUM GRUPO PODERIA CONFERIR. O CABECALHO VAI PARA A  *
      *    PRIMEIRA LINHA DO RELATORIO.                                *
      *----------------------------------------------------------------*

           IF  TGR-CAB-NOME-QUEBRA-2   EQUAL     SPACES
               MOVE 1                  TO WRK-TOTGR-QTD-QUEBRAS
           ELSE
               MOVE 2                  TO WRK-TOTGR-QTD-QUEBRAS
           END-IF.

           IF  WRK-TOTGR-QTD-QUEBRAS   NOT EQUAL WRK-QTD-QUEBRAS
               MOVE 'QUEBRAS DIFERENTES DAS DO MACO'
                                       TO WRK-MOTIVO-TOTGRUPO
               PERFORM 9500-FORMATAR-ERRO-TOTGRUPO
           END-IF.

           IF  TGR-CAB-QTD-SOMAS       NOT NUMERIC
           OR  TGR-CAB-QTD-SOMAS       LESS      WRK-QTD-SOMAS
               MOVE 'MENOS SOMAS QUE OS CARTOES SOMA DO MACO'
                                       TO WRK-MOTIVO-TOTGRUPO
               PERFORM 9500-FORMATAR-ERRO-TOTGRUPO
           END-IF.

           PERFORM 2060-GUARDAR-NOME-SOMA
               VARYING WRK-IDX-SOMA FROM 1 BY 1
               UNTIL WRK-IDX-SOMA      GREATER   5.

           MOVE TGR-CAB-DATA           TO WRK-TOTGR-DATA.
           MOVE WRK-TOTGR-DATA         TO WRK-CAB-DATA.

           WRITE FD-ARQRELAT           FROM WRK-LINHA-CABECALHO.

           PERFORM 1130-TESTAR-FS-ARQRELAT.

           ADD 1                       TO  WRK-GRAVADOS-ARQRELAT.

      *----------------------------------------------------------------*
       2050-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2060-GUARDAR-NOME-SOMA          SECTION.
      *----------------------------------------------------------------*

           MOVE TGR-CAB-NOME-SOMA(WRK-IDX-SOMA)
                                       TO WRK-NOME-SOMA(WRK-IDX-SOMA).

      *----------------------------------------------------------------*
       2060-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-LER-ARQTOTGR               SECTION.
      *----------------------------------------------------------------*

           READ ARQTOTGR               INTO WRK-REGISTRO-TOTGRUPO.

           IF  WRK-FS-ARQTOTGR         EQUAL     '10'
               GO TO 2100-99-FIM
           END-IF.

           PERFORM 1110-TESTAR-FS-ARQTOTGR.

           ADD 1                       TO  WRK-LIDOS-ARQTOTGR.

      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2200-TRATAR-ARQTOTGR            SECTION.
      *----------------------------------------------------------------*
      *    REGISTRO 'G' ENTRA NO LADO NOSSO DA TABELA (GRUPO REPETIDO  *
      *    - ENTRADA FORA DE ORDEM NO RELATORIO DE TOTAIS - E SOMADO); *
      *    O 'T' TEM QUE TRAZER A MESMA QUANTIDADE DE GRUPOS LIDOS.    *
      *----------------------------------------------------------------*

           EVALUATE TRUE
               WHEN TGR-GRUPO
                   ADD 1               TO WRK-GRUPOS-ARQTOTGR
                   MOVE TGR-QUEBRA-1   TO WRK-CHAVE-GRUPO-1
                   MOVE TGR-QUEBRA-2   TO WRK-CHAVE-GRUPO-2
                   PERFORM 2800-LOCALIZAR-GRUPO
                   MOVE 'S'            TO WRK-GRP-SW-NOSSO(WRK-IDX-GRP)
                   ADD TGR-REGISTROS   TO WRK-GRP-REG-NOSSO
                                          (WRK-IDX-GRP)
                   PERFORM 2210-SOMAR-LADO-NOSSO
                       VARYING WRK-IDX-SOMA FROM 1 BY 1
                       UNTIL WRK-IDX-SOMA GREATER WRK-QTD-SOMAS
               WHEN TGR-TOTAL-GERAL
                   IF  TGR-QTD-GRUPOS  NOT EQUAL WRK-GRUPOS-ARQTOTGR
                       MOVE 'QUANTIDADE DE GRUPOS NAO CONFERE'
                                       TO WRK-MOTIVO-TOTGRUPO
                       PERFORM 9500-FORMATAR-ERRO-TOTGRUPO
                   END-IF
                   SET WRK-TOTGR-FECHADO TO TRUE
                   GO TO 2200-99-FIM
               WHEN OTHER
                   MOVE 'TIPO DE REGISTRO INVALIDO'
                                       TO WRK-MOTIVO-TOTGRUPO
                   PERFORM 9500-FORMATAR-ERRO-TOTGRUPO
           END-EVALUATE.

           PERFORM 2100-LER-ARQTOTGR.

      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2210-SOMAR-LADO-NOSSO           SECTION.
      *----------------------------------------------------------------*

           ADD TGR-SOMA(WRK-IDX-SOMA)
               TO WRK-GRP-SOMA-NOSSO(WRK-IDX-GRP WRK-IDX-SOMA).

      *----------------------------------------------------------------*
       2210-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2300-LER-ARQCTLEX               SECTION.
      *----------------------------------------------------------------*

           READ ARQCTLEX.

           IF  WRK-FS-ARQCTLEX         EQUAL     '10'
               GO TO 2300-99-FIM
           END-IF.

           PERFORM 1120-TESTAR-FS-ARQCTLEX.

           ADD 1                       TO  WRK-LIDOS-ARQCTLEX.

      *----------------------------------------------------------------*
       2300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2800-LOCALIZAR-GRUPO            SECTION.
      *----------------------------------------------------------------*
      *    POSICIONA WRK-IDX-GRP NA ENTRADA DE WRK-CHAVE-GRUPO,        *
      *    INCLUINDO-A ZERADA QUANDO AINDA NAO EXISTE.                 *
      *----------------------------------------------------------------*

           PERFORM 2810-PROCURAR-GRUPO.

           IF  NOT WRK-GRP-EXISTE
               PERFORM 2820-INCLUIR-GRUPO
           END-IF.

      *----------------------------------------------------------------*
       2800-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2810-PROCURAR-GRUPO             SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-SW-GRP-EXISTE.

           IF  WRK-QTD-GRP             EQUAL     ZEROS
               GO TO 2810-99-FIM
           END-IF.

           SEARCH ALL WRK-GRP-ENTRADA
               AT END
                   CONTINUE
               WHEN WRK-GRP-CHAVE(WRK-IDX-GRP) EQUAL WRK-CHAVE-GRUPO
                   SET WRK-GRP-EXISTE  TO TRUE
           END-SEARCH.

      *----------------------------------------------------------------*
       2810-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2820-INCLUIR-GRUPO              SECTION.
      *----------------------------------------------------------------*
      *    INSERCAO ORDENADA DO GRUPO NOVO. O ARQTOTGR JA VEM NA ORDEM *
      *    DAS QUEBRAS (O CASO NORMAL SO ACRESCENTA NO FIM DA TABELA). *
      *----------------------------------------------------------------*

           IF  WRK-QTD-GRP             NOT LESS  20000
               MOVE 'GRUPOS'           TO WRK-NOME-TABELA
               PERFORM 9200-FORMATAR-ERRO-TABELA-CHEIA
           END-IF.

           ADD 1                       TO WRK-QTD-GRP.

           COMPUTE WRK-POS-INICIAL = WRK-QTD-GRP - 1.

           MOVE 1                      TO WRK-POS-INSERCAO.
           MOVE 'N'                    TO WRK-SW-POSICAO.

           PERFORM 2830-DESLOCAR-GRUPO
               VARYING WRK-IDX-INSERCAO FROM WRK-POS-INICIAL BY -1
               UNTIL WRK-IDX-INSERCAO  LESS      1
                  OR WRK-POSICAO-ACHADA.

           SET WRK-IDX-GRP             TO WRK-POS-INSERCAO.

           INITIALIZE WRK-GRP-ENTRADA(WRK-IDX-GRP)
            REPLACING NUMERIC DATA BY ZEROS.

           MOVE WRK-CHAVE-GRUPO        TO WRK-GRP-CHAVE(WRK-IDX-GRP).
           MOVE 'N'                    TO WRK-GRP-SW-NOSSO(WRK-IDX-GRP)
                                          WRK-GRP-SW-ORIGEM
                                          (WRK-IDX-GRP).

      *----------------------------------------------------------------*
       2820-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2830-DESLOCAR-GRUPO             SECTION.
      *----------------------------------------------------------------*

           SET WRK-IDX-GRP             TO WRK-IDX-INSERCAO.

           IF  WRK-GRP-CHAVE(WRK-IDX-GRP) GREATER WRK-CHAVE-GRUPO
               MOVE WRK-GRP-ENTRADA(WRK-IDX-GRP)
                                       TO WRK-GRP-ENTRADA
                                          (WRK-IDX-GRP + 1)
           ELSE
               SET WRK-POSICAO-ACHADA  TO TRUE
               COMPUTE WRK-POS-INSERCAO = WRK-IDX-INSERCAO + 1
           END-IF.

      *----------------------------------------------------------------*
       2830-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*
      *    UM REGISTRO DO ARQCTLEX: EXTRAI A CHAVE DO GRUPO, A         *
      *    CONTAGEM E AS SOMAS INFORMADAS PELA ORIGEM E AS ACUMULA NO  *
      *    LADO ORIGEM DA ENTRADA DO GRUPO. CONTEUDO NUMERICO INVALIDO *
      *    ENTRA COMO ZERO E E CONTADO (E IMPEDE A LIBERACAO).         *
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-CHAVE-GRUPO.

           SET WRK-IDX-DIR             TO WRK-QBR-IDX-CAMPO(1).
           PERFORM 3100-EXTRAIR-QUEBRA.
           MOVE WRK-EXT-VALOR-QUEBRA   TO WRK-CHAVE-GRUPO-1.

           IF  WRK-QTD-QUEBRAS         EQUAL     2
               SET WRK-IDX-DIR         TO WRK-QBR-IDX-CAMPO(2)
               PERFORM 3100-EXTRAIR-QUEBRA
               MOVE WRK-EXT-VALOR-QUEBRA TO WRK-CHAVE-GRUPO-2
           END-IF.

           SET WRK-IDX-DIR             TO WRK-CNT-IDX-CAMPO.
           PERFORM 3200-DECODIFICAR-VALOR.
           MOVE WRK-DEC-VALOR          TO WRK-EXT-REGISTROS.

           PERFORM 3300-EXTRAIR-SOMA
               VARYING WRK-IDX-SOMA FROM 1 BY 1
               UNTIL WRK-IDX-SOMA      GREATER   WRK-QTD-SOMAS.

           PERFORM 2800-LOCALIZAR-GRUPO.

           IF  WRK-GRP-NA-ORIGEM(WRK-IDX-GRP)
               ADD 1                   TO WRK-REPETIDOS-ARQCTLEX
           END-IF.

           MOVE 'S'                    TO WRK-GRP-SW-ORIGEM
                                          (WRK-IDX-GRP).
           ADD WRK-EXT-REGISTROS       TO WRK-GRP-REG-ORIGEM
                                          (WRK-IDX-GRP).

           PERFORM 3400-SOMAR-LADO-ORIGEM
               VARYING WRK-IDX-SOMA FROM 1 BY 1
               UNTIL WRK-IDX-SOMA      GREATER   WRK-QTD-SOMAS.

           PERFORM 2300-LER-ARQCTLEX.

      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3100-EXTRAIR-QUEBRA             SECTION.
      *----------------------------------------------------------------*
      *    VALOR DE QUEBRA DO CAMPO POSICIONADO EM WRK-IDX-DIR, COMO O *
      *    RELATORIO DE TOTAIS O GRAVA: TEXTO E ZONADO BYTE A BYTE;    *
      *    PACKED PELOS DIGITOS DO PIC 9 CORRESPONDENTE (2 X TAMANHO   *
      *    - 1). PACKED ILEGIVEL FICA COM OS BYTES ORIGINAIS.          *
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-EXT-VALOR-QUEBRA.

           MOVE FD-ARQCTLEX(WRK-DIR-OFFSET(WRK-IDX-DIR):
                            WRK-DIR-TAMANHO(WRK-IDX-DIR))
                                       TO WRK-EXT-VALOR-QUEBRA.

           IF  NOT WRK-DIR-TIPO-PACKED(WRK-IDX-DIR)
               GO TO 3100-99-FIM
           END-IF.

           PERFORM 3200-DECODIFICAR-VALOR.

           IF  NOT WRK-DEC-VALIDO
               GO TO 3100-99-FIM
           END-IF.

           IF  WRK-DEC-VALOR           LESS      ZEROS
               COMPUTE WRK-EXT-DIGITOS = WRK-DEC-VALOR * -1
           ELSE
               MOVE WRK-DEC-VALOR      TO WRK-EXT-DIGITOS
           END-IF.

           COMPUTE WRK-EXT-QTD-DIGITOS =
               WRK-DIR-TAMANHO(WRK-IDX-DIR) * 2 - 1.
           COMPUTE WRK-EXT-POS-DIGITOS = 16 - WRK-EXT-QTD-DIGITOS.

           MOVE SPACES                 TO WRK-EXT-VALOR-QUEBRA.
           MOVE WRK-EXT-DIGITOS(WRK-EXT-POS-DIGITOS:
                                WRK-EXT-QTD-DIGITOS)
                                       TO WRK-EXT-VALOR-QUEBRA.

      *----------------------------------------------------------------*
       3100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3200-DECODIFICAR-VALOR          SECTION.
      *----------------------------------------------------------------*
      *    DECODIFICA O CAMPO NUMERICO POSICIONADO EM WRK-IDX-DIR      *
      *    (COPY DECODNUM); CONTEUDO INVALIDO SAI COMO ZERO, CONTADO.  *
      *----------------------------------------------------------------*

           MOVE FD-ARQCTLEX(WRK-DIR-OFFSET(WRK-IDX-DIR):
                            WRK-DIR-TAMANHO(WRK-IDX-DIR))
                                       TO WRK-DEC-BYTES.
           MOVE WRK-DIR-TAMANHO(WRK-IDX-DIR) TO WRK-DEC-TAMANHO.
           MOVE WRK-DIR-TIPO(WRK-IDX-DIR)    TO WRK-DEC-TIPO.

           PERFORM 8700-DECODIFICAR-CAMPO.

           IF  NOT WRK-DEC-VALIDO
               ADD 1                   TO WRK-CAMPOS-ILEGIVEIS
               MOVE ZEROS              TO WRK-DEC-VALOR
           END-IF.

      *----------------------------------------------------------------*
       3200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3300-EXTRAIR-SOMA               SECTION.
      *----------------------------------------------------------------*

           SET WRK-IDX-DIR TO WRK-SOM-IDX-CAMPO(WRK-IDX-SOMA).

           PERFORM 3200-DECODIFICAR-VALOR.

           COMPUTE WRK-EXT-SOMA(WRK-IDX-SOMA) =
               WRK-DEC-VALOR / WRK-SOM-DIVISOR(WRK-IDX-SOMA).

      *----------------------------------------------------------------*
       3300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3400-SOMAR-LADO-ORIGEM          SECTION.
      *----------------------------------------------------------------*

           ADD WRK-EXT-SOMA(WRK-IDX-SOMA)
               TO WRK-GRP-SOMA-ORIGEM(WRK-IDX-GRP WRK-IDX-SOMA).

      *----------------------------------------------------------------*
       3400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4000-RELATAR-GRUPO              SECTION.
      *----------------------------------------------------------------*
      *    CLASSIFICA E RELATA O GRUPO DA ENTRADA WRK-IDX-GRP: SO NA   *
      *    ORIGEM = FALTA NO NOSSO; SO NO NOSSO = FALTA NA ORIGEM;     *
      *    NOS DOIS = CONFERE OU DIFERENTE (CONTAGEM OU QUALQUER SOMA  *
      *    DESIGNADA). A LINHA DO GRUPO E SEGUIDA DE UMA LINHA POR     *
      *    SOMA, COM A DIFERENCA (NOSSO - ORIGEM) E O ALERTA.          *
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-SW-GRP-DIFERE.

           IF  WRK-GRP-REG-NOSSO(WRK-IDX-GRP) NOT EQUAL
               WRK-GRP-REG-ORIGEM(WRK-IDX-GRP)
               SET WRK-GRP-DIFERE      TO TRUE
           END-IF.

           PERFORM 4010-CONFERIR-SOMA
               VARYING WRK-IDX-SOMA FROM 1 BY 1
               UNTIL WRK-IDX-SOMA      GREATER   WRK-QTD-SOMAS.

           EVALUATE TRUE
               WHEN NOT WRK-GRP-NO-NOSSO(WRK-IDX-GRP)
                   MOVE 'FALTA NO NOSSO'  TO WRK-REL-SITUACAO
                   ADD 1               TO WRK-GRUPOS-FALTA-NOSSO
               WHEN NOT WRK-GRP-NA-ORIGEM(WRK-IDX-GRP)
                   MOVE 'FALTA NA ORIGEM' TO WRK-REL-SITUACAO
                   ADD 1               TO WRK-GRUPOS-FALTA-ORIGEM
               WHEN WRK-GRP-DIFERE
                   MOVE 'DIFERENTE'    TO WRK-REL-SITUACAO
                   ADD 1               TO WRK-GRUPOS-DIFERENTES
               WHEN OTHER
                   MOVE 'CONFERE'      TO WRK-REL-SITUACAO
                   ADD 1               TO WRK-GRUPOS-CONFEREM
           END-EVALUATE.

           MOVE 'GRUPO '               TO WRK-REL-ROTULO.
           MOVE WRK-GRP-CHAVE-1(WRK-IDX-GRP) TO WRK-REL-CHAVE-1.
           MOVE WRK-GRP-CHAVE-2(WRK-IDX-GRP) TO WRK-REL-CHAVE-2.
           MOVE WRK-GRP-REG-NOSSO(WRK-IDX-GRP)  TO WRK-REL-REG-NOSSO.
           MOVE WRK-GRP-REG-ORIGEM(WRK-IDX-GRP) TO WRK-REL-REG-ORIGEM.

           COMPUTE WRK-DIF-REGISTROS =
               WRK-GRP-REG-NOSSO(WRK-IDX-GRP) -
               WRK-GRP-REG-ORIGEM(WRK-IDX-GRP).
           MOVE WRK-DIF-REGISTROS      TO WRK-REL-REG-DIF.

           PERFORM 8000-GRAVAR-LINHA-GRUPO.

           ADD WRK-GRP-REG-NOSSO(WRK-IDX-GRP)  TO WRK-TOT-REG-NOSSO.
           ADD WRK-GRP-REG-ORIGEM(WRK-IDX-GRP) TO WRK-TOT-REG-ORIGEM.

           PERFORM 4020-RELATAR-SOMA-GRUPO
               VARYING WRK-IDX-SOMA FROM 1 BY 1
               UNTIL WRK-IDX-SOMA      GREATER   WRK-QTD-SOMAS.

      *----------------------------------------------------------------*
       4000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4010-CONFERIR-SOMA              SECTION.
      *----------------------------------------------------------------*

           IF  WRK-GRP-SOMA-NOSSO(WRK-IDX-GRP WRK-IDX-SOMA) NOT EQUAL
               WRK-GRP-SOMA-ORIGEM(WRK-IDX-GRP WRK-IDX-SOMA)
               SET WRK-GRP-DIFERE      TO TRUE
           END-IF.

      *----------------------------------------------------------------*
       4010-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4020-RELATAR-SOMA-GRUPO         SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-NOME-SOMA(WRK-IDX-SOMA) TO WRK-REL-NOME-SOMA.
           MOVE WRK-GRP-SOMA-NOSSO(WRK-IDX-GRP WRK-IDX-SOMA)
                                       TO WRK-REL-SOMA-NOSSO.
           MOVE WRK-GRP-SOMA-ORIGEM(WRK-IDX-GRP WRK-IDX-SOMA)
                                       TO WRK-REL-SOMA-ORIGEM.

           COMPUTE WRK-DIF-SOMA =
               WRK-GRP-SOMA-NOSSO(WRK-IDX-GRP WRK-IDX-SOMA) -
               WRK-GRP-SOMA-ORIGEM(WRK-IDX-GRP WRK-IDX-SOMA).

           PERFORM 8100-GRAVAR-LINHA-SOMA.

           ADD WRK-GRP-SOMA-NOSSO(WRK-IDX-GRP WRK-IDX-SOMA)
               TO WRK-TOT-SOMA-NOSSO(WRK-IDX-SOMA).
           ADD WRK-GRP-SOMA-ORIGEM(WRK-IDX-GRP WRK-IDX-SOMA)
               TO WRK-TOT-SOMA-ORIGEM(WRK-IDX-SOMA).

      *----------------------------------------------------------------*
       4020-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4100-RELATAR-TOTAL-GERAL        SECTION.
      *----------------------------------------------------------------*
      *    LINHA DE FECHAMENTO COM OS TOTAIS DOS DOIS LADOS E UMA      *
      *    LINHA POR SOMA, NO MESMO FORMATO DAS LINHAS DE GRUPO.       *
      *----------------------------------------------------------------*

           MOVE 'TOTAL '               TO WRK-REL-ROTULO.
           MOVE 'GERAL'                TO WRK-REL-CHAVE-1.
           MOVE SPACES                 TO WRK-REL-CHAVE-2
                                          WRK-REL-SITUACAO.
           MOVE WRK-TOT-REG-NOSSO      TO WRK-REL-REG-NOSSO.
           MOVE WRK-TOT-REG-ORIGEM     TO WRK-REL-REG-ORIGEM.

           COMPUTE WRK-DIF-REGISTROS =
               WRK-TOT-REG-NOSSO - WRK-TOT-REG-ORIGEM.
           MOVE WRK-DIF-REGISTROS      TO WRK-REL-REG-DIF.

           PERFORM 8000-GRAVAR-LINHA-GRUPO.

           PERFORM 4110-RELATAR-SOMA-GERAL
               VARYING WRK-IDX-SOMA FROM 1 BY 1
               UNTIL WRK-IDX-SOMA      GREATER   WRK-QTD-SOMAS.

      *----------------------------------------------------------------*
       4100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4110-RELATAR-SOMA-GERAL         SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-NOME-SOMA(WRK-IDX-SOMA) TO WRK-REL-NOME-SOMA.
           MOVE WRK-TOT-SOMA-NOSSO(WRK-IDX-SOMA)
                                       TO WRK-REL-SOMA-NOSSO.
           MOVE WRK-TOT-SOMA-ORIGEM(WRK-IDX-SOMA)
                                       TO WRK-REL-SOMA-ORIGEM.

           COMPUTE WRK-DIF-SOMA =
               WRK-TOT-SOMA-NOSSO(WRK-IDX-SOMA) -
               WRK-TOT-SOMA-ORIGEM(WRK-IDX-SOMA).

           PERFORM 8100-GRAVAR-LINHA-SOMA.

      *----------------------------------------------------------------*
       4110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4200-RELATAR-RESUMO             SECTION.
      *----------------------------------------------------------------*
      *    QUADRO FINAL DO RELATORIO: QUANTIDADE DE GRUPOS POR         *
      *    SITUACAO E A LINHA DE VEREDITO (A MESMA DO RETURN-CODE).    *
      *----------------------------------------------------------------*

           MOVE 'GRUPOS QUE CONFEREM        : ' TO WRK-RES-ROTULO.
           MOVE WRK-GRUPOS-CONFEREM    TO WRK-RES-QUANTIDADE.
           PERFORM 8200-GRAVAR-LINHA-RESUMO.

           MOVE 'GRUPOS DIFERENTES          : ' TO WRK-RES-ROTULO.
           MOVE WRK-GRUPOS-DIFERENTES  TO WRK-RES-QUANTIDADE.
           PERFORM 8200-GRAVAR-LINHA-RESUMO.

           MOVE 'GRUPOS FALTA NO NOSSO LADO : ' TO WRK-RES-ROTULO.
           MOVE WRK-GRUPOS-FALTA-NOSSO TO WRK-RES-QUANTIDADE.
           PERFORM 8200-GRAVAR-LINHA-RESUMO.

           MOVE 'GRUPOS FALTA NA ORIGEM     : ' TO WRK-RES-ROTULO.
           MOVE WRK-GRUPOS-FALTA-ORIGEM TO WRK-RES-QUANTIDADE.
           PERFORM 8200-GRAVAR-LINHA-RESUMO.

           MOVE 'REGISTROS LIDOS ARQCTLEX   : ' TO WRK-RES-ROTULO.
           MOVE WRK-LIDOS-ARQCTLEX     TO WRK-RES-QUANTIDADE.
           PERFORM 8200-GRAVAR-LINHA-RESUMO.

           MOVE 'GRUPOS REPETIDOS NA ORIGEM : ' TO WRK-RES-ROTULO.
           MOVE WRK-REPETIDOS-ARQCTLEX TO WRK-RES-QUANTIDADE.
           PERFORM 8200-GRAVAR-LINHA-RESUMO.

           MOVE 'CAMPOS ILEGIVEIS NA ORIGEM : ' TO WRK-RES-ROTULO.
           MOVE WRK-CAMPOS-ILEGIVEIS   TO WRK-RES-QUANTIDADE.
           PERFORM 8200-GRAVAR-LINHA-RESUMO.

           MOVE SPACES                 TO WRK-LINHA-VEREDITO.

           IF  RETURN-CODE             EQUAL     ZEROS
               MOVE 'VEREDITO: BALANCEADO COM A ORIGEM - LIBERAR'
                                       TO WRK-LINHA-VEREDITO
           ELSE
               MOVE 'VEREDITO: NAO BALANCEADO - RETER ARQUIVO FINAL'
                                       TO WRK-LINHA-VEREDITO
           END-IF.

           WRITE FD-ARQRELAT           FROM WRK-LINHA-VEREDITO.

           PERFORM 1130-TESTAR-FS-ARQRELAT.

           ADD 1                       TO  WRK-GRAVADOS-ARQRELAT.

      *----------------------------------------------------------------*
       4200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       8000-GRAVAR-LINHA-GRUPO         SECTION.
      *----------------------------------------------------------------*

           WRITE FD-ARQRELAT           FROM WRK-LINHA-GRUPO.

           PERFORM 1130-TESTAR-FS-ARQRELAT.

           ADD 1                       TO  WRK-GRAVADOS-ARQRELAT.

      *----------------------------------------------------------------*
       8000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       8100-GRAVAR-LINHA-SOMA          SECTION.
      *----------------------------------------------------------------*
      *    O CHAMADOR JA MOVEU NOME E VALORES E CALCULOU A DIFERENCA   *
      *    EM WRK-DIF-SOMA.                                            *
      *----------------------------------------------------------------*

           MOVE WRK-DIF-SOMA           TO WRK-REL-SOMA-DIF.

           IF  WRK-DIF-SOMA            EQUAL     ZEROS
               MOVE SPACES             TO WRK-REL-ALERTA
           ELSE
               MOVE '<- DIFERE'        TO WRK-REL-ALERTA
           END-IF.

           WRITE FD-ARQRELAT           FROM WRK-LINHA-SOMA.

           PERFORM 1130-TESTAR-FS-ARQRELAT.

           ADD 1                       TO  WRK-GRAVADOS-ARQRELAT.

      *----------------------------------------------------------------*
       8100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       8200-GRAVAR-LINHA-RESUMO        SECTION.
      *----------------------------------------------------------------*

           WRITE FD-ARQRELAT           FROM WRK-LINHA-RESUMO.

           PERFORM 1130-TESTAR-FS-ARQRELAT.

           ADD 1                       TO  WRK-GRAVADOS-ARQRELAT.

      *----------------------------------------------------------------*
       8200-99-FIM.                    EXIT.
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
           DISPLAY '*  (20000 GRUPOS NOS DOIS      *'
           DISPLAY '*  LADOS)                      *'
           DISPLAY '*                              *'
           DISPLAY '********************************'
           DISPLAY '* TABELA: ' WRK-NOME-TABELA
           DISPLAY '********************************'

           MOVE 16 TO RETURN-CODE.

           STOP RUN.

      *----------------------------------------------------------------*
       9200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9300-FORMATAR-ERRO-CARTAO       SECTION.
      *----------------------------------------------------------------*
      *    CARTAO DE LAYOUT INVALIDO, QUEBRA/CONTAGEM/SOMA SEM CAMPO   *
      *    DESCRITO, CASAS DECIMAIS FORA DE 0-2, OU MACO SEM QUEBRA    *
      *    OU SEM CONTAGEM - FALHA ANTES DE DAR UM VEREDITO ERRADO.    *
      *----------------------------------------------------------------*

           DISPLAY '*********** @PGMID ***********'
           DISPLAY '*                              *'
           DISPLAY '*  CARTAO DE LAYOUT INVALIDO   *'
           DISPLAY '*  OU QUEBRA/CONTAGEM NAO      *'
           DISPLAY '*  INFORMADA                   *'
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
       9500-FORMATAR-ERRO-TOTGRUPO     SECTION.
      *----------------------------------------------------------------*
      *    ARQTOTGR INCOMPLETO OU INCOMPATIVEL COM O MACO - SEM O LADO *
      *    NOSSO INTEIRO NAO HA VEREDITO POSSIVEL.                     *
      *----------------------------------------------------------------*

           DISPLAY '*********** @PGMID ***********'
           DISPLAY '*                              *'
           DISPLAY '*  TOTAIS POR GRUPO (ARQTOTGR) *'
           DISPLAY '*  INCOMPLETOS OU INCOMPATI-   *'
           DISPLAY '*  VEIS COM O MACO             *'
           DISPLAY '*                              *'
           DISPLAY '********************************'
           DISPLAY '* MOTIVO: ' WRK-MOTIVO-TOTGRUPO
           DISPLAY '********************************'

           MOVE 16 TO RETURN-CODE.

           STOP RUN.

      *----------------------------------------------------------------*
       9500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
      *    FECHA O RELATORIO COM O TOTAL GERAL E O QUADRO DE SITUACAO  *
      *    E DA O VEREDITO: QUALQUER GRUPO QUE NAO CONFERE, CAMPO      *
      *    ILEGIVEL NA ORIGEM OU ARQCTLEX VAZIO SEGURA O ARQUIVO       *
      *    FINAL (RC 8) - NADA FOI PROVADO CONTRA A ORIGEM.            *
      *----------------------------------------------------------------*

           PERFORM 4100-RELATAR-TOTAL-GERAL.

           IF  WRK-GRUPOS-DIFERENTES   GREATER   ZEROS
           OR  WRK-GRUPOS-FALTA-NOSSO  GREATER   ZEROS
           OR  WRK-GRUPOS-FALTA-ORIGEM GREATER   ZEROS
           OR  WRK-CAMPOS-ILEGIVEIS    GREATER   ZEROS
           OR  WRK-LIDOS-ARQCTLEX      EQUAL     ZEROS
               MOVE 8 TO RETURN-CODE
           END-IF.

           PERFORM 4200-RELATAR-RESUMO.

           DISPLAY '*********** @PGMID ***********'
           DISPLAY '*                              *'
           DISPLAY '*   BALANCEAMENTO EXTERNO      *'
           DISPLAY '* ---------------------------- *'
           MOVE    WRK-LIDOS-ARQTOTGR   TO WRK-DISPLAY
           DISPLAY '* LIDOS    ARQTOTGR : ' WRK-DISPLAY
           MOVE    WRK-LIDOS-ARQCTLEX   TO WRK-DISPLAY
           DISPLAY '* LIDOS    ARQCTLEX : ' WRK-DISPLAY
           DISPLAY '*                              *'
           MOVE    WRK-GRUPOS-CONFEREM  TO WRK-DISPLAY
           DISPLAY '* GRUPOS CONFEREM   : ' WRK-DISPLAY
           MOVE    WRK-GRUPOS-DIFERENTES TO WRK-DISPLAY
           DISPLAY '* GRUPOS DIFERENTES : ' WRK-DISPLAY
           MOVE    WRK-GRUPOS-FALTA-NOSSO TO WRK-DISPLAY
           DISPLAY '* FALTA NO NOSSO    : ' WRK-DISPLAY
           MOVE    WRK-GRUPOS-FALTA-ORIGEM TO WRK-DISPLAY
           DISPLAY '* FALTA NA ORIGEM   : ' WRK-DISPLAY
           MOVE    WRK-CAMPOS-ILEGIVEIS TO WRK-DISPLAY
           DISPLAY '* CAMPOS ILEGIVEIS  : ' WRK-DISPLAY
           MOVE    WRK-GRAVADOS-ARQRELAT TO WRK-DISPLAY
           DISPLAY '* LINHAS   ARQRELAT : ' WRK-DISPLAY
           DISPLAY '*                              *'
           IF  RETURN-CODE             EQUAL     ZEROS
               DISPLAY '*  BALANCEADO COM A ORIGEM     *'
               DISPLAY '*  LIBERAR                     *'
           ELSE
               DISPLAY '*  NAO BALANCEADO COM A ORIGEM *'
               DISPLAY '*  RETER O ARQUIVO FINAL       *'
           END-IF
           DISPLAY '*                              *'
           DISPLAY '*********** @PGMID ***********'

           CLOSE ARQTOTGR
                 ARQCTLEX
                 ARQRELAT.

           STOP RUN.

      *----------------------------------------------------------------*
       9000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

       COPY DECODNUM.

       COPY DICCARGA.

      *================================================================*
