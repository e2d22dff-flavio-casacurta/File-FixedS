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
      *                 - GERAR, NUMA SO LEITURA DO ARQOUTPD, O
      *                   RECORTE DE CADA PARCEIRO DE DESTINO, EM VEZ
      *                   DE UM PROGRAMA DE EXTRACAO ESCRITO A MAO POR
      *                   PARCEIRO: CADA PERFIL DO SYSIN (ATE 5)
      *                   SELECIONA OS REGISTROS (CARTOES 'FILTRO',
      *                   MESMA SEMANTICA DO FILTRO DA CONVERSAO),
      *                   ESCOLHE E ORDENA OS CAMPOS (CARTOES 'SAIDA')
      *                   E DEFINE O FORMATO - FIXO (BYTES DO CAMPO
      *                   COMO ESTAO NO ARQOUTPD) OU DELIMITADO (COMO
      *                   A EXPORTACAO ARQOUTDL DA CONVERSAO:
      *                   CABECALHO COM OS NOMES, VALORES
      *                   DECODIFICADOS, ';' ENTRE OS CAMPOS).
      *
      *                 - GRAVAR, POR PERFIL, O ARQUIVO DO PARCEIRO
      *                   (ARQEXTN) E O SEU REGISTRO DE TOTAIS
      *                   (ARQTOTN, VIDE COPY TOTCARD), DE MODO QUE O
      *                   MANIFESTO (LEGRMANF) E A CONCILIACAO DAS
      *                   CONFIRMACOES (LEGRACKR) TRATEM CADA ARQUIVO
      *                   DE PARCEIRO EM SEPARADO.
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME           I/O        INCLUDE/BOOK
      *                ARQOUTPD          I         DECLARADO NO PGM
      *                ARQEXT1-ARQEXT5   O         DECLARADO NO PGM
      *                ARQTOT1-ARQTOT5   O         COPY TOTCARD
      *                ARQDICIO          I         COPY DICCAMPO
      *----------------------------------------------------------------*
      *    CARTOES.....: CARTOES 'CAMPO' OU 'LAYOUT' (VIDE COPY        *
      *    CAMPCARD) DESCREVENDO O REGISTRO DO ARQOUTPD, SEGUIDOS DOS  *
      *    PERFIS, ENCERRADOS POR 'FIM'. CADA PERFIL COMECA POR:       *
      *      'PERFIL  N F PARCEIRO' - N (POSICAO 9) = NUMERO DO PERFIL *
      *        1 A 5, QUE DA A DD DE SAIDA (ARQEXTN) E A DE TOTAIS     *
      *        (ARQTOTN); F (POSICAO 11) = FORMATO, 'F' FIXO OU 'D'    *
      *        DELIMITADO; PARCEIRO (POSICOES 13-32) = NOME PARA O     *
      *        RESUMO. CADA NUMERO SO PODE APARECER UMA VEZ.           *
      *    E VALEM PARA O PERFIL CORRENTE OS CARTOES QUE O SEGUEM:     *
      *      'FILTRO' - CONDICAO DE SELECAO (VIDE COPY CAMPCARD); O    *
      *        CONECTOR DO PRIMEIRO FILTRO DO PERFIL VALE PARA TODOS   *
      *        OS FILTROS DO PERFIL. SEM FILTRO O PERFIL RECEBE TODOS  *
      *        OS REGISTROS.                                           *
      *      'SAIDA   <NOME 20><C>' - CAMPO JA DESCRITO QUE VAI PARA O *
      *        ARQUIVO DO PARCEIRO, NA ORDEM DOS CARTOES (O MESMO      *
      *        CAMPO PODE SAIR MAIS DE UMA VEZ). C (POSICAO 29) =      *
      *        CASAS DECIMAIS IMPLICITAS DO CAMPO P/Z NO FORMATO       *
      *        DELIMITADO, 0 A 2, BRANCO = 0 (COM CASAS O VALOR SAI    *
      *        COM DUAS DECIMAIS, COMO NO ARQOUTDL). SEM CARTAO        *
      *        'SAIDA' SAEM TODOS OS CAMPOS DO DIRETORIO, NA ORDEM     *
      *        DELE.                                                   *
      *      'HASH    <NOME 20>' - CAMPO P/Z JA DESCRITO CUJOS VALORES *
      *        DOS REGISTROS GRAVADOS SAO SOMADOS NO TOTAL DE CONTROLE *
      *        DO ARQTOTN (COMO O @ACUMULARHASH DA CONVERSAO) - DEVE   *
      *        CONSTAR DA SAIDA PARA O PARCEIRO PODER RECALCULA-LO.    *
      *        SEM ELE O TOTAL SAI COMO NAO SIGNIFICATIVO.             *
      *----------------------------------------------------------------*
      *    OBSERVACAO..: @LENGTHOUT E O LRECL DO ARQOUTPD. OS ARQUIVOS *
      *    DE PARCEIRO TEM LRECL 512: NO FORMATO FIXO OS CAMPOS SAEM   *
      *    JUSTAPOSTOS A PARTIR DA POSICAO 1, COMPLETADOS COM BRANCOS; *
      *    NO DELIMITADO A PRIMEIRA LINHA E O CABECALHO (NAO ENTRA NA  *
      *    CONTAGEM DE GRAVADOS DO ARQTOTN). PERFIL QUE NAO CABE EM    *
      *    512 BYTES DERRUBA O RUN ANTES DE LER O ARQOUTPD. A DD       *
      *    ARQEXTN DE UM PERFIL DEFINIDO E OBRIGATORIA; A ARQTOTN E    *
      *    OPCIONAL. NO ARQTOTN: LIDOS = REGISTROS DO ARQOUTPD,        *
      *    GRAVADOS = LINHAS DE DADOS DO PARCEIRO, DESPREZADOS = NAO   *
      *    SELECIONADOS PELOS FILTROS DO PERFIL (LIDOS = GRAVADOS +    *
      *    DESPREZADOS). CAMPO NUMERICO ILEGIVEL SAI VAZIO NO FORMATO  *
      *    DELIMITADO E TORNA O TOTAL DE CONTROLE NAO SIGNIFICATIVO    *
      *    QUANDO E O CAMPO DO 'HASH' - RC 4; ARQOUTPD VAZIO - RC 4.   *
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

           SELECT ARQOUTPD ASSIGN      TO   UT-S-ARQOUTPD
                      FILE STATUS      IS   WRK-FS-ARQOUTPD.

           SELECT ARQEXT1  ASSIGN      TO   UT-S-ARQEXT1
                      FILE STATUS      IS   WRK-FS-ARQEXT1.

           SELECT ARQEXT2  ASSIGN      TO   UT-S-ARQEXT2
                      FILE STATUS      IS   WRK-FS-ARQEXT2.

           SELECT ARQEXT3  ASSIGN      TO   UT-S-ARQEXT3
                      FILE STATUS      IS   WRK-FS-ARQEXT3.

           SELECT ARQEXT4  ASSIGN      TO   UT-S-ARQEXT4
                      FILE STATUS      IS   WRK-FS-ARQEXT4.

           SELECT ARQEXT5  ASSIGN      TO   UT-S-ARQEXT5
                      FILE STATUS      IS   WRK-FS-ARQEXT5.

      *    TOTAIS POR PERFIL (VIDE COPY TOTCARD) - DD OPCIONAL: SEM
      *    ELA O PERFIL SO NAO TEM HANDOFF PARA O MANIFESTO.
           SELECT ARQTOT1  ASSIGN      TO   UT-S-ARQTOT1
                      FILE STATUS      IS   WRK-FS-ARQTOT1.

           SELECT ARQTOT2  ASSIGN      TO   UT-S-ARQTOT2
                      FILE STATUS      IS   WRK-FS-ARQTOT2.

           SELECT ARQTOT3  ASSIGN      TO   UT-S-ARQTOT3
                      FILE STATUS      IS   WRK-FS-ARQTOT3.

           SELECT ARQTOT4  ASSIGN      TO   UT-S-ARQTOT4
                      FILE STATUS      IS   WRK-FS-ARQTOT4.

           SELECT ARQTOT5  ASSIGN      TO   UT-S-ARQTOT5
                      FILE STATUS      IS   WRK-FS-ARQTOT5.

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
      *   INPUT:   ARQUIVO PACKED FINAL DA CONVERSAO - ARQOUTPD        *
      *            ORG. SEQUENCIAL    - LRECL   = @LENGTHOUT           *
      *----------------------------------------------------------------*
       FD  ARQOUTPD
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-ARQOUTPD                 PIC  X(@LENGTHOUT).

      *----------------------------------------------------------------*
      *   OUTPUT:  ARQUIVOS DOS PARCEIROS - ARQEXT1 A ARQEXT5          *
      *            ORG. SEQUENCIAL    - LRECL   = 512                  *
      *----------------------------------------------------------------*
       FD  ARQEXT1
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-ARQEXT1                  PIC  X(512).

       FD  ARQEXT2
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-ARQEXT2                  PIC  X(512).

       FD  ARQEXT3
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-ARQEXT3                  PIC  X(512).

       FD  ARQEXT4
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-ARQEXT4                  PIC  X(512).

       FD  ARQEXT5
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-ARQEXT5                  PIC  X(512).

      *----------------------------------------------------------------*
      *   OUTPUT:  TOTAIS DE CONTROLE POR PERFIL - ARQTOT1 A ARQTOT5   *
      *            ORG. SEQUENCIAL    - LRECL   = 080                  *
      *----------------------------------------------------------------*
       FD  ARQTOT1
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-ARQTOT1                  PIC  X(080).

       FD  ARQTOT2
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-ARQTOT2                  PIC  X(080).

       FD  ARQTOT3
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-ARQTOT3                  PIC  X(080).

       FD  ARQTOT4
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-ARQTOT4                  PIC  X(080).

       FD  ARQTOT5
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-ARQTOT5                  PIC  X(080).

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

           03 WRK-LIDOS-ARQOUTPD       PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-CAMPOS-ILEGIVEIS     PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-DISPLAY              PIC +Z(08)9         VALUE ZEROS.
           03 WRK-DISPLAY-HASH         PIC +Z(14)9         VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE TESTE DE FILE-STATUS               ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-FS-ARQOUTPD             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-ARQEXT1              PIC  X(002)         VALUE SPACES.
       01  WRK-FS-ARQEXT2              PIC  X(002)         VALUE SPACES.
       01  WRK-FS-ARQEXT3              PIC  X(002)         VALUE SPACES.
       01  WRK-FS-ARQEXT4              PIC  X(002)         VALUE SPACES.
       01  WRK-FS-ARQEXT5              PIC  X(002)         VALUE SPACES.
       01  WRK-FS-ARQTOT1              PIC  X(002)         VALUE SPACES.
       01  WRK-FS-ARQTOT2              PIC  X(002)         VALUE SPACES.
       01  WRK-FS-ARQTOT3              PIC  X(002)         VALUE SPACES.
       01  WRK-FS-ARQTOT4              PIC  X(002)         VALUE SPACES.
       01  WRK-FS-ARQTOT5              PIC  X(002)         VALUE SPACES.
       01  WRK-FS-ARQDICIO             PIC  X(002)         VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *  AREA DOS CARTOES DE LAYOUT - SYSIN (VIDE COPY CAMPCARD). OS   *
      *  REDEFINES EXPOEM OS FORMATOS DOS CARTOES 'PERFIL' (NUMERO,    *
      *  FORMATO E PARCEIRO) E 'SAIDA' (CASAS DECIMAIS).               *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DOS CARTOES DE LAYOUT - SYSIN         ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       COPY CAMPCARD.

       01  WRK-CARTAO-PERFIL REDEFINES WRK-CARTAO-CAMPO.
           03 PRF-TIPO-CARTAO          PIC  X(008).
           03 PRF-NUMERO               PIC  X(001).
              88 PRF-NUMERO-VALIDO                         VALUE
                 '1' THRU '5'.
           03 FILLER                   PIC  X(001).
           03 PRF-FORMATO              PIC  X(001).
              88 PRF-FORMATO-VALIDO                        VALUE
                 'F' 'D'.
           03 FILLER                   PIC  X(001).
           03 PRF-PARCEIRO             PIC  X(020).
           03 FILLER                   PIC  X(048).

       01  WRK-CARTAO-SAIDA REDEFINES WRK-CARTAO-CAMPO.
           03 SAI-TIPO-CARTAO          PIC  X(008).
           03 SAI-NOME-CAMPO           PIC  X(020).
           03 SAI-CASAS                PIC  X(001).
           03 FILLER                   PIC  X(051).

       COPY CAMPODIR.

       COPY DICCAMPO.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *  CONDICOES DE SELECAO DE TODOS OS PERFIS (VIDE COPY FILTCOND). *
      *  OS FILTROS DE UM PERFIL FICAM CONTIGUOS NA TABELA (OS CARTOES *
      *  VEM AGRUPADOS SOB O SEU 'PERFIL'); CADA PERFIL GUARDA A       *
      *  PRIMEIRA POSICAO, A QUANTIDADE E O SEU CONECTOR, COPIADO PARA *
      *  WRK-CONECTOR-FILTRO ANTES DA AVALIACAO.                       *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       COPY FILTCOND.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *  TABELA DOS PERFIS, INDEXADA PELO NUMERO DO PERFIL (1 A 5 =    *
      *  DD ARQEXTN/ARQTOTN). CADA SAIDA APONTA UMA ENTRADA DO         *
      *  DIRETORIO DE CAMPOS, COM O DIVISOR (1, 10 OU 100) DAS CASAS   *
      *  DECIMAIS DO FORMATO DELIMITADO. WRK-PRF-TAMANHO E A LARGURA   *
      *  MAXIMA DA LINHA DO PERFIL, CONFERIDA CONTRA OS 512 BYTES.     *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-TABELA-PERFIS.
           03 WRK-QTD-PERFIS           PIC  9(001)         VALUE ZEROS.
           03 WRK-PERFIL-CORRENTE      PIC  9(001)         VALUE ZEROS.
           03 WRK-NUM-PERFIL           PIC  9(001)         VALUE ZEROS.
           03 WRK-FIL-ULTIMO           PIC  9(003) COMP-3  VALUE ZEROS.
           03 WRK-TAM-CABECALHO        PIC  9(005) COMP-3  VALUE ZEROS.
           03 WRK-IDX-BUSCA            PIC  9(003) COMP-3  VALUE ZEROS.
           03 WRK-PRF-ENTRADA          OCCURS 5 TIMES
                                       INDEXED BY WRK-IDX-PRF.
              05 WRK-PRF-SW-DEFINIDO   PIC  X(001).
                 88 WRK-PRF-DEFINIDO                       VALUE 'S'.
              05 WRK-PRF-FORMATO       PIC  X(001).
                 88 WRK-PRF-FIXO                           VALUE 'F'.
                 88 WRK-PRF-DELIMITADO                     VALUE 'D'.
              05 WRK-PRF-PARCEIRO      PIC  X(020).
              05 WRK-PRF-FIL-INICIO    PIC  9(003) COMP-3.
              05 WRK-PRF-QTD-FILTROS   PIC  9(003) COMP-3.
              05 WRK-PRF-CONECTOR      PIC  X(002).
              05 WRK-PRF-IDX-HASH      PIC  9(003) COMP-3.
              05 WRK-PRF-SW-HASH       PIC  X(001).
                 88 WRK-PRF-HASH-VALIDO                    VALUE 'S'.
              05 WRK-PRF-HASH          PIC  9(015) COMP-3.
              05 WRK-PRF-TAMANHO       PIC  9(005) COMP-3.
              05 WRK-PRF-GRAVADOS      PIC  9(009) COMP-3.
              05 WRK-PRF-DESPREZADOS   PIC  9(009) COMP-3.
              05 WRK-PRF-ILEGIVEIS     PIC  9(009) COMP-3.
              05 WRK-PRF-SW-TOTAL      PIC  X(001).
                 88 WRK-PRF-TOTAL-ABERTO                   VALUE 'S'.
              05 WRK-PRF-QTD-SAIDAS    PIC  9(003) COMP-3.
              05 WRK-PRF-SAIDA         OCCURS 50 TIMES
                                       INDEXED BY WRK-IDX-SAI.
                 07 WRK-SAI-IDX-CAMPO  PIC  9(003) COMP-3.
                 07 WRK-SAI-DIVISOR    PIC  9(003) COMP-3.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *  MONTAGEM DA LINHA DO PARCEIRO. NO FORMATO FIXO OS BYTES DE    *
      *  CADA CAMPO SAO JUSTAPOSTOS PELO PONTEIRO; NO DELIMITADO OS    *
      *  HELPERS 8500 (NUMERICO COM 2 DECIMAIS), 8510 (NUMERICO        *
      *  INTEIRO) E 8520 (TEXTO SEM BRANCOS A DIREITA) ACRESCENTAM O   *
      *  CAMPO E O DELIMITADOR PELO PONTEIRO DO STRING - MESMO FORMATO *
      *  DA EXPORTACAO ARQOUTDL DA CONVERSAO.                          *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-CONTROLE-EXTRATO.
           03 WRK-LINHA-EXTRATO        PIC  X(512)         VALUE SPACES.
           03 WRK-EXT-PONTEIRO         PIC  9(004)         VALUE 1.
           03 WRK-CSV-VALOR            PIC S9(013)V99 COMP-3
                                                           VALUE ZEROS.
           03 WRK-CSV-VALOR-ED         PIC +9(013),99.
           03 WRK-CSV-INTEIRO          PIC S9(015) COMP-3  VALUE ZEROS.
           03 WRK-CSV-INTEIRO-ED       PIC +9(015).
           03 WRK-CSV-TEXTO            PIC  X(512)         VALUE SPACES.
           03 WRK-CSV-TAM-MAXIMO       PIC  9(003) COMP-3  VALUE ZEROS.
           03 WRK-CSV-TAM-TEXTO        PIC  9(003) COMP-3  VALUE ZEROS.
           03 WRK-CSV-POS-TEXTO        PIC  9(003) COMP-3  VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *  REGISTRO DE TOTAIS DO PERFIL (VIDE COPY TOTCARD).             *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       COPY TOTCARD.

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

           PERFORM 2000-VERIFICAR-VAZIO.

           PERFORM 3000-PROCESSAR UNTIL WRK-FS-ARQOUTPD EQUAL '10'.

           PERFORM 9000-FINALIZAR.

      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1000-INICIAR                    SECTION.
      *----------------------------------------------------------------*

           PERFORM 1010-LIMPAR-PERFIL
               VARYING WRK-IDX-PRF FROM 1 BY 1
               UNTIL WRK-IDX-PRF       GREATER   5.

           PERFORM 1050-LER-CARTOES-LAYOUT.

           IF  WRK-QTD-CAMPOS          EQUAL     ZEROS
           OR  WRK-QTD-PERFIS          EQUAL     ZEROS
               PERFORM 9300-FORMATAR-ERRO-CARTAO
           END-IF.

           PERFORM 1090-COMPLETAR-PERFIL
               VARYING WRK-IDX-PRF FROM 1 BY 1
               UNTIL WRK-IDX-PRF       GREATER   5.

           OPEN INPUT   ARQOUTPD.

           PERFORM 1110-TESTAR-FS-ARQOUTPD.

           PERFORM 1200-ABRIR-PERFIL
               VARYING WRK-IDX-PRF FROM 1 BY 1
               UNTIL WRK-IDX-PRF       GREATER   5.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1010-LIMPAR-PERFIL              SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-PRF-SW-DEFINIDO
                                          (WRK-IDX-PRF)
                                          WRK-PRF-SW-HASH(WRK-IDX-PRF)
                                          WRK-PRF-SW-TOTAL(WRK-IDX-PRF).
           MOVE SPACES                 TO WRK-PRF-FORMATO(WRK-IDX-PRF)
                                          WRK-PRF-PARCEIRO(WRK-IDX-PRF).
           MOVE 'E'                    TO WRK-PRF-CONECTOR(WRK-IDX-PRF).
           MOVE ZEROS                  TO WRK-PRF-FIL-INICIO
                                          (WRK-IDX-PRF)
                                          WRK-PRF-QTD-FILTROS
                                          (WRK-IDX-PRF)
                                          WRK-PRF-IDX-HASH(WRK-IDX-PRF)
                                          WRK-PRF-HASH(WRK-IDX-PRF)
                                          WRK-PRF-TAMANHO(WRK-IDX-PRF)
                                          WRK-PRF-GRAVADOS(WRK-IDX-PRF)
                                          WRK-PRF-DESPREZADOS
                                          (WRK-IDX-PRF)
                                          WRK-PRF-ILEGIVEIS
                                          (WRK-IDX-PRF)
                                          WRK-PRF-QTD-SAIDAS
                                          (WRK-IDX-PRF).

      *----------------------------------------------------------------*
       1010-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1050-LER-CARTOES-LAYOUT         SECTION.
      *----------------------------------------------------------------*
      *    CARREGA OS CARTOES 'CAMPO'/'LAYOUT' E OS PERFIS ('PERFIL',  *
      *    'FILTRO', 'SAIDA', 'HASH') DO SYSIN (VIDE COPY CAMPCARD/    *
      *    CAMPODIR). O CARTAO E PRE-CARREGADO COM 'FIM' ANTES DE CADA *
      *    ACCEPT, DE MODO QUE TANTO O CARTAO TERMINADOR QUANTO O FIM  *
      *    FISICO DO SYSIN (OU UM CARTAO EM BRANCO) ENCERRAM A CARGA.  *
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
      *    O LAYOUT DO ARQOUTPD VEM INTEIRO ANTES DO PRIMEIRO PERFIL;  *
      *    'FILTRO', 'SAIDA' E 'HASH' SO VALEM DEPOIS DE UM 'PERFIL'.  *
      *----------------------------------------------------------------*

           IF (CMP-CARTAO-CAMPO
           OR  CMP-CARTAO-LAYOUT)
           AND WRK-PERFIL-CORRENTE     GREATER   ZEROS
               PERFORM 9300-FORMATAR-ERRO-CARTAO
           END-IF.

           IF (CMP-CARTAO-FILTRO
           OR  CMP-CARTAO-SAIDA
           OR  CMP-CARTAO-HASH)
           AND WRK-PERFIL-CORRENTE     EQUAL     ZEROS
               PERFORM 9300-FORMATAR-ERRO-CARTAO
           END-IF.

           IF  WRK-PERFIL-CORRENTE     GREATER   ZEROS
               SET WRK-IDX-PRF         TO        WRK-PERFIL-CORRENTE
           END-IF.

           EVALUATE TRUE
               WHEN CMP-CARTAO-CAMPO
                   PERFORM 1075-ARMAZENAR-CARTAO-CAMPO
               WHEN CMP-CARTAO-LAYOUT
                   PERFORM 1066-CARREGAR-LAYOUT
               WHEN CMP-CARTAO-PERFIL
                   PERFORM 1070-DEFINIR-PERFIL
               WHEN CMP-CARTAO-FILTRO
                   PERFORM 1080-ARMAZENAR-CARTAO-FILTRO
               WHEN CMP-CARTAO-SAIDA
                   PERFORM 1086-DESIGNAR-SAIDA
               WHEN CMP-CARTAO-HASH
                   PERFORM 1087-DESIGNAR-HASH
               WHEN OTHER
                   PERFORM 9300-FORMATAR-ERRO-CARTAO
           END-EVALUATE.

           PERFORM 1055-LER-CARTAO-CAMPO.

      *----------------------------------------------------------------*
       1060-99-FIM.                    EXIT.
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
       1070-DEFINIR-PERFIL             SECTION.
      *----------------------------------------------------------------*
      *    CARTAO 'PERFIL': ABRE O PERFIL N, QUE PASSA A RECEBER OS    *
      *    CARTOES 'FILTRO'/'SAIDA'/'HASH' SEGUINTES. NUMERO REPETIDO  *
      *    NO MACO E ERRO - DUAS DEFINICOES PARA A MESMA DD.           *
      *----------------------------------------------------------------*

           IF  NOT PRF-NUMERO-VALIDO
           OR  NOT PRF-FORMATO-VALIDO
               PERFORM 9300-FORMATAR-ERRO-CARTAO
           END-IF.

           MOVE PRF-NUMERO             TO WRK-PERFIL-CORRENTE.

           SET WRK-IDX-PRF             TO        WRK-PERFIL-CORRENTE.

           IF  WRK-PRF-DEFINIDO(WRK-IDX-PRF)
               PERFORM 9300-FORMATAR-ERRO-CARTAO
           END-IF.

           MOVE 'S'                    TO WRK-PRF-SW-DEFINIDO
                                          (WRK-IDX-PRF).
           MOVE PRF-FORMATO            TO WRK-PRF-FORMATO(WRK-IDX-PRF).
           MOVE PRF-PARCEIRO           TO WRK-PRF-PARCEIRO(WRK-IDX-PRF).

           ADD 1                       TO  WRK-QTD-PERFIS.

      *----------------------------------------------------------------*
       1070-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1075-ARMAZENAR-CARTAO-CAMPO     SECTION.
      *----------------------------------------------------------------*
      *    CRITICA O CARTAO DE CAMPO ANTES DE ACEITA-LO NO DIRETORIO   *
      *    (MESMAS REGRAS DOS DEMAIS CARREGADORES DA SUITE), CONTRA O  *
      *    TAMANHO DO REGISTRO DO ARQOUTPD.                            *
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
               LENGTH OF FD-ARQOUTPD
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
       1080-ARMAZENAR-CARTAO-FILTRO    SECTION.
      *----------------------------------------------------------------*
      *    LOCALIZA NO DIRETORIO O CAMPO NOMEADO PELO CARTAO FILTRO,   *
      *    CRITICA O OPERADOR E GUARDA A CONDICAO COM O VALOR JA       *
      *    CONVERTIDO PARA NUMERO QUANDO O CAMPO E NUMERICO - MESMAS   *
      *    REGRAS DO FILTRO DA CONVERSAO. O CONECTOR DO PRIMEIRO       *
      *    CARTAO FILTRO DO PERFIL ('E' OU 'OU') VALE PARA TODAS AS    *
      *    CONDICOES DO PERFIL.                                        *
      *----------------------------------------------------------------*

           ADD 1                       TO  WRK-QTD-FILTROS.

           IF  WRK-QTD-FILTROS         GREATER   20
               PERFORM 9300-FORMATAR-ERRO-CARTAO
           END-IF.

           SET WRK-IDX-FIL             TO        WRK-QTD-FILTROS.

           ADD 1                       TO  WRK-PRF-QTD-FILTROS
                                           (WRK-IDX-PRF).

           IF  WRK-PRF-QTD-FILTROS(WRK-IDX-PRF) EQUAL 1
               MOVE WRK-QTD-FILTROS    TO WRK-PRF-FIL-INICIO
                                          (WRK-IDX-PRF)
               IF  CMP-CONECTOR        NOT EQUAL SPACES
                   MOVE CMP-CONECTOR   TO WRK-PRF-CONECTOR
                                          (WRK-IDX-PRF)
               END-IF
           END-IF.

           MOVE ZEROS                  TO WRK-FIL-IDX-CAMPO
                                          (WRK-IDX-FIL).

           PERFORM 1085-PROCURAR-CAMPO-FILTRO
               VARYING WRK-IDX-DIR FROM 1 BY 1
               UNTIL WRK-IDX-DIR       GREATER   WRK-QTD-CAMPOS
                  OR WRK-FIL-IDX-CAMPO(WRK-IDX-FIL) GREATER ZEROS.

           IF  WRK-FIL-IDX-CAMPO(WRK-IDX-FIL) EQUAL ZEROS
               PERFORM 9300-FORMATAR-ERRO-CARTAO
           END-IF.

           MOVE CMP-OPERADOR           TO WRK-FIL-OPERADOR
                                          (WRK-IDX-FIL).

           IF  NOT WRK-FIL-OP-EQ(WRK-IDX-FIL)
           AND NOT WRK-FIL-OP-NE(WRK-IDX-FIL)
           AND NOT WRK-FIL-OP-GT(WRK-IDX-FIL)
           AND NOT WRK-FIL-OP-GE(WRK-IDX-FIL)
           AND NOT WRK-FIL-OP-LT(WRK-IDX-FIL)
           AND NOT WRK-FIL-OP-LE(WRK-IDX-FIL)
           AND NOT WRK-FIL-OP-BT(WRK-IDX-FIL)
               PERFORM 9300-FORMATAR-ERRO-CARTAO
           END-IF.

           MOVE CMP-VALOR-1            TO WRK-FIL-VALOR-1-TXT
                                          (WRK-IDX-FIL).
           MOVE CMP-VALOR-2            TO WRK-FIL-VALOR-2-TXT
                                          (WRK-IDX-FIL).

           IF  WRK-FIL-TIPO-TEXTO(WRK-IDX-FIL)
               MOVE ZEROS              TO WRK-FIL-VALOR-1-NUM
                                          (WRK-IDX-FIL)
                                          WRK-FIL-VALOR-2-NUM
                                          (WRK-IDX-FIL)
           ELSE
               MOVE CMP-VALOR-1        TO WRK-FVC-TEXTO
               PERFORM 8770-CONVERTER-VALOR-FILTRO
               MOVE WRK-FVC-NUMERO     TO WRK-FIL-VALOR-1-NUM
                                          (WRK-IDX-FIL)
               MOVE CMP-VALOR-2        TO WRK-FVC-TEXTO
               PERFORM 8770-CONVERTER-VALOR-FILTRO
               MOVE WRK-FVC-NUMERO     TO WRK-FIL-VALOR-2-NUM
                                          (WRK-IDX-FIL)
           END-IF.

      *----------------------------------------------------------------*
       1080-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1085-PROCURAR-CAMPO-FILTRO      SECTION.
      *----------------------------------------------------------------*
      *    O TAMANHO DE CAMPO TEXTO EM CONDICAO DE FILTRO E LIMITADO   *
      *    A 18 BYTES - O QUE CABE NO VALOR DO CARTAO (VIDE COPY       *
      *    CAMPCARD).                                                  *
      *----------------------------------------------------------------*

           IF  WRK-DIR-NOME(WRK-IDX-DIR) NOT EQUAL CMP-NOME-CAMPO
               GO TO 1085-99-FIM
           END-IF.

           IF  WRK-DIR-TIPO-TEXTO(WRK-IDX-DIR)
           AND WRK-DIR-TAMANHO(WRK-IDX-DIR) GREATER 18
               PERFORM 9300-FORMATAR-ERRO-CARTAO
           END-IF.

           SET WRK-FIL-IDX-CAMPO(WRK-IDX-FIL) TO WRK-IDX-DIR.

           MOVE WRK-DIR-TIPO(WRK-IDX-DIR)
                                       TO WRK-FIL-TIPO(WRK-IDX-FIL).

      *----------------------------------------------------------------*
       1085-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1086-DESIGNAR-SAIDA             SECTION.
      *----------------------------------------------------------------*
      *    CARTAO 'SAIDA': ACRESCENTA O CAMPO NOMEADO AS SAIDAS DO     *
      *    PERFIL CORRENTE, COM O DIVISOR DAS CASAS DECIMAIS (SO       *
      *    CAMPO P/Z PODE TER CASAS).                                  *
      *----------------------------------------------------------------*

           PERFORM 1078-PROCURAR-CAMPO-NOMEADO.

           ADD 1                       TO  WRK-PRF-QTD-SAIDAS
                                           (WRK-IDX-PRF).

           IF  WRK-PRF-QTD-SAIDAS(WRK-IDX-PRF) GREATER 50
               PERFORM 9300-FORMATAR-ERRO-CARTAO
           END-IF.

           SET WRK-IDX-SAI             TO WRK-PRF-QTD-SAIDAS
                                          (WRK-IDX-PRF).
           SET WRK-IDX-DIR             TO WRK-IDX-BUSCA.

           MOVE WRK-IDX-BUSCA          TO WRK-SAI-IDX-CAMPO
                                          (WRK-IDX-PRF WRK-IDX-SAI).

           IF  WRK-DIR-TIPO-TEXTO(WRK-IDX-DIR)
           AND SAI-CASAS               NOT EQUAL SPACE
           AND SAI-CASAS               NOT EQUAL '0'
               PERFORM 9300-FORMATAR-ERRO-CARTAO
           END-IF.

           EVALUATE SAI-CASAS
               WHEN SPACE
               WHEN '0'
                   MOVE 1              TO WRK-SAI-DIVISOR
                                          (WRK-IDX-PRF WRK-IDX-SAI)
               WHEN '1'
                   MOVE 10             TO WRK-SAI-DIVISOR
                                          (WRK-IDX-PRF WRK-IDX-SAI)
               WHEN '2'
                   MOVE 100            TO WRK-SAI-DIVISOR
                                          (WRK-IDX-PRF WRK-IDX-SAI)
               WHEN OTHER
                   PERFORM 9300-FORMATAR-ERRO-CARTAO
           END-EVALUATE.

      *----------------------------------------------------------------*
       1086-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1087-DESIGNAR-HASH              SECTION.
      *----------------------------------------------------------------*
      *    CARTAO 'HASH': UM SO POR PERFIL, SOBRE CAMPO NUMERICO.      *
      *----------------------------------------------------------------*

           PERFORM 1078-PROCURAR-CAMPO-NOMEADO.

           IF  WRK-PRF-IDX-HASH(WRK-IDX-PRF) GREATER ZEROS
               PERFORM 9300-FORMATAR-ERRO-CARTAO
           END-IF.

           SET WRK-IDX-DIR             TO        WRK-IDX-BUSCA.

           IF  WRK-DIR-TIPO-TEXTO(WRK-IDX-DIR)
               PERFORM 9300-FORMATAR-ERRO-CARTAO
           END-IF.

           MOVE WRK-IDX-BUSCA          TO WRK-PRF-IDX-HASH(WRK-IDX-PRF).
           MOVE 'S'                    TO WRK-PRF-SW-HASH(WRK-IDX-PRF).

      *----------------------------------------------------------------*
       1087-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1090-COMPLETAR-PERFIL           SECTION.
      *----------------------------------------------------------------*
      *    DEPOIS DO MACO: PERFIL SEM CARTAO 'SAIDA' RECEBE TODOS OS   *
      *    CAMPOS DO DIRETORIO, NA ORDEM DELE; EM SEGUIDA A LARGURA    *
      *    MAXIMA DA LINHA (E, NO DELIMITADO, DO CABECALHO) E          *
      *    CONFERIDA CONTRA OS 512 BYTES DO ARQUIVO DO PARCEIRO.       *
      *----------------------------------------------------------------*

           IF  NOT WRK-PRF-DEFINIDO(WRK-IDX-PRF)
               GO TO 1090-99-FIM
           END-IF.

           IF  WRK-PRF-QTD-SAIDAS(WRK-IDX-PRF) EQUAL ZEROS
               PERFORM 1091-INCLUIR-SAIDA-PADRAO
                   VARYING WRK-IDX-DIR FROM 1 BY 1
                   UNTIL WRK-IDX-DIR   GREATER   WRK-QTD-CAMPOS
           END-IF.

           MOVE ZEROS                  TO WRK-PRF-TAMANHO(WRK-IDX-PRF)
                                          WRK-TAM-CABECALHO.

           PERFORM 1092-MEDIR-SAIDA
               VARYING WRK-IDX-SAI FROM 1 BY 1
               UNTIL WRK-IDX-SAI       GREATER
                     WRK-PRF-QTD-SAIDAS(WRK-IDX-PRF).

           IF  WRK-PRF-TAMANHO(WRK-IDX-PRF) GREATER 512
           OR  WRK-TAM-CABECALHO       GREATER   512
               PERFORM 9310-FORMATAR-ERRO-PERFIL
           END-IF.

      *----------------------------------------------------------------*
       1090-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1091-INCLUIR-SAIDA-PADRAO       SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO  WRK-PRF-QTD-SAIDAS
                                           (WRK-IDX-PRF).

           SET WRK-IDX-SAI             TO WRK-PRF-QTD-SAIDAS
                                          (WRK-IDX-PRF).

           SET WRK-SAI-IDX-CAMPO(WRK-IDX-PRF WRK-IDX-SAI)
                                       TO WRK-IDX-DIR.
           MOVE 1                      TO WRK-SAI-DIVISOR
                                          (WRK-IDX-PRF WRK-IDX-SAI).

      *----------------------------------------------------------------*
       1091-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1092-MEDIR-SAIDA                SECTION.
      *----------------------------------------------------------------*
      *    FIXO: O TAMANHO DO CAMPO. DELIMITADO: O TEXTO INTEIRO OU O  *
      *    NUMERO EDITADO (16 BYTES INTEIRO, 17 COM DECIMAIS) MAIS O   *
      *    DELIMITADOR; NO CABECALHO, O NOME SEM BRANCOS A DIREITA     *
      *    MAIS O DELIMITADOR.                                         *
      *----------------------------------------------------------------*

           SET WRK-IDX-DIR             TO WRK-SAI-IDX-CAMPO
                                          (WRK-IDX-PRF WRK-IDX-SAI).

           IF  WRK-PRF-FIXO(WRK-IDX-PRF)
               ADD WRK-DIR-TAMANHO(WRK-IDX-DIR)
                                       TO WRK-PRF-TAMANHO(WRK-IDX-PRF)
               GO TO 1092-99-FIM
           END-IF.

           EVALUATE TRUE
               WHEN WRK-DIR-TIPO-TEXTO(WRK-IDX-DIR)
                   COMPUTE WRK-PRF-TAMANHO(WRK-IDX-PRF) =
                           WRK-PRF-TAMANHO(WRK-IDX-PRF)
                         + WRK-DIR-TAMANHO(WRK-IDX-DIR) + 1
               WHEN WRK-SAI-DIVISOR(WRK-IDX-PRF WRK-IDX-SAI) EQUAL 1
                   ADD 17              TO WRK-PRF-TAMANHO(WRK-IDX-PRF)
               WHEN OTHER
                   ADD 18              TO WRK-PRF-TAMANHO(WRK-IDX-PRF)
           END-EVALUATE.

           MOVE SPACES                 TO WRK-CSV-TEXTO.
           MOVE WRK-DIR-NOME(WRK-IDX-DIR) TO WRK-CSV-TEXTO.
           MOVE 20                     TO WRK-CSV-TAM-MAXIMO.

           PERFORM 8530-MEDIR-TEXTO.

           COMPUTE WRK-TAM-CABECALHO =
                   WRK-TAM-CABECALHO + WRK-CSV-TAM-TEXTO + 1.

      *----------------------------------------------------------------*
       1092-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1110-TESTAR-FS-ARQOUTPD         SECTION.
      *----------------------------------------------------------------*

           IF  WRK-FS-ARQOUTPD         NOT EQUAL  '00'
               MOVE 'ARQOUTPD'         TO WRK-NOME-ARQUIVO
               MOVE WRK-FS-ARQOUTPD    TO WRK-FILE-STATUS
               PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

      *----------------------------------------------------------------*
       1110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1200-ABRIR-PERFIL               SECTION.
      *----------------------------------------------------------------*
      *    ABRE O ARQUIVO DO PARCEIRO (OBRIGATORIO PARA PERFIL         *
      *    DEFINIDO) E O DE TOTAIS (OPCIONAL - FALHA NA ABERTURA SO    *
      *    DESLIGA O HANDOFF DO PERFIL, COMO O ARQTOTAL DA CONVERSAO). *
      *    NO FORMATO DELIMITADO A PRIMEIRA LINHA E O CABECALHO.       *
      *----------------------------------------------------------------*

           IF  NOT WRK-PRF-DEFINIDO(WRK-IDX-PRF)
               GO TO 1200-99-FIM
           END-IF.

           SET WRK-NUM-PERFIL          TO WRK-IDX-PRF.

           EVALUATE WRK-NUM-PERFIL
               WHEN 1
                   OPEN OUTPUT ARQEXT1
                   MOVE WRK-FS-ARQEXT1 TO WRK-FILE-STATUS
               WHEN 2
                   OPEN OUTPUT ARQEXT2
                   MOVE WRK-FS-ARQEXT2 TO WRK-FILE-STATUS
               WHEN 3
                   OPEN OUTPUT ARQEXT3
                   MOVE WRK-FS-ARQEXT3 TO WRK-FILE-STATUS
               WHEN 4
                   OPEN OUTPUT ARQEXT4
                   MOVE WRK-FS-ARQEXT4 TO WRK-FILE-STATUS
               WHEN OTHER
                   OPEN OUTPUT ARQEXT5
                   MOVE WRK-FS-ARQEXT5 TO WRK-FILE-STATUS
           END-EVALUATE.

           PERFORM 8090-TESTAR-FS-ARQEXT.

           EVALUATE WRK-NUM-PERFIL
               WHEN 1
                   OPEN OUTPUT ARQTOT1
                   MOVE WRK-FS-ARQTOT1 TO WRK-FILE-STATUS
               WHEN 2
                   OPEN OUTPUT ARQTOT2
                   MOVE WRK-FS-ARQTOT2 TO WRK-FILE-STATUS
               WHEN 3
                   OPEN OUTPUT ARQTOT3
                   MOVE WRK-FS-ARQTOT3 TO WRK-FILE-STATUS
               WHEN 4
                   OPEN OUTPUT ARQTOT4
                   MOVE WRK-FS-ARQTOT4 TO WRK-FILE-STATUS
               WHEN OTHER
                   OPEN OUTPUT ARQTOT5
                   MOVE WRK-FS-ARQTOT5 TO WRK-FILE-STATUS
           END-EVALUATE.

           IF  WRK-FILE-STATUS         EQUAL     '00'
               MOVE 'S'                TO WRK-PRF-SW-TOTAL(WRK-IDX-PRF)
           END-IF.

           IF  WRK-PRF-DELIMITADO(WRK-IDX-PRF)
               PERFORM 1210-GRAVAR-CABECALHO
           END-IF.

      *----------------------------------------------------------------*
       1200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1210-GRAVAR-CABECALHO           SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-LINHA-EXTRATO.
           MOVE 1                      TO WRK-EXT-PONTEIRO.

           PERFORM 1220-CABECALHO-CAMPO
               VARYING WRK-IDX-SAI FROM 1 BY 1
               UNTIL WRK-IDX-SAI       GREATER
                     WRK-PRF-QTD-SAIDAS(WRK-IDX-PRF).

      *    RETIRA O DELIMITADOR QUE SOBROU DEPOIS DO ULTIMO NOME.
           MOVE SPACE                  TO WRK-LINHA-EXTRATO
                                          (WRK-EXT-PONTEIRO - 1:1).

           PERFORM 8100-GRAVAR-ARQEXT.

      *----------------------------------------------------------------*
       1210-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1220-CABECALHO-CAMPO            SECTION.
      *----------------------------------------------------------------*

           SET WRK-IDX-DIR             TO WRK-SAI-IDX-CAMPO
                                          (WRK-IDX-PRF WRK-IDX-SAI).

           MOVE SPACES                 TO WRK-CSV-TEXTO.
           MOVE WRK-DIR-NOME(WRK-IDX-DIR) TO WRK-CSV-TEXTO.
           MOVE 20                     TO WRK-CSV-TAM-MAXIMO.

           PERFORM 8520-CSV-CAMPO-TEXTO.

      *----------------------------------------------------------------*
       1220-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-VERIFICAR-VAZIO            SECTION.
      *----------------------------------------------------------------*

           PERFORM 2100-LER-ARQOUTPD.

           IF (WRK-LIDOS-ARQOUTPD      EQUAL     ZEROS)
               DISPLAY '************ @PGMID ************'
               DISPLAY '*                                *'
               DISPLAY '*     ARQUIVO ARQOUTPD VAZIO     *'
               DISPLAY '*       PROGRAMA ENCERRADO       *'
               DISPLAY '*                                *'
               DISPLAY '************ @PGMID ************'
               MOVE 'ARQOUTPD'         TO WRK-NOME-ARQUIVO
               MOVE WRK-FS-ARQOUTPD    TO WRK-FILE-STATUS
               MOVE 4                  TO RETURN-CODE
               PERFORM 9000-FINALIZAR
           END-IF.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-LER-ARQOUTPD               SECTION.
      *----------------------------------------------------------------*

           READ ARQOUTPD.

           IF  WRK-FS-ARQOUTPD         EQUAL     '10'
               GO TO 2100-99-FIM
           END-IF.

           PERFORM 1110-TESTAR-FS-ARQOUTPD.

           ADD  1  TO   WRK-LIDOS-ARQOUTPD.

      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*

           PERFORM 3100-TRATAR-PERFIL
               VARYING WRK-IDX-PRF FROM 1 BY 1
               UNTIL WRK-IDX-PRF       GREATER   5.

           PERFORM 2100-LER-ARQOUTPD.

      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3100-TRATAR-PERFIL              SECTION.
      *----------------------------------------------------------------*
      *    O REGISTRO CORRENTE PASSA PELOS FILTROS DO PERFIL; SE       *
      *    SELECIONADO, ENTRA NO TOTAL DE CONTROLE E SAI NO ARQUIVO DO *
      *    PARCEIRO NO FORMATO DO PERFIL.                              *
      *----------------------------------------------------------------*

           IF  NOT WRK-PRF-DEFINIDO(WRK-IDX-PRF)
               GO TO 3100-99-FIM
           END-IF.

           SET WRK-NUM-PERFIL          TO WRK-IDX-PRF.

           IF  WRK-PRF-QTD-FILTROS(WRK-IDX-PRF) GREATER ZEROS
               PERFORM 3110-AVALIAR-SELECAO
               IF  WRK-REGISTRO-DESPREZADO
                   ADD 1               TO WRK-PRF-DESPREZADOS
                                          (WRK-IDX-PRF)
                   GO TO 3100-99-FIM
               END-IF
           END-IF.

           IF  WRK-PRF-IDX-HASH(WRK-IDX-PRF) GREATER ZEROS
               PERFORM 3150-ACUMULAR-HASH
           END-IF.

           MOVE SPACES                 TO WRK-LINHA-EXTRATO.
           MOVE 1                      TO WRK-EXT-PONTEIRO.

           IF  WRK-PRF-FIXO(WRK-IDX-PRF)
               PERFORM 3200-MONTAR-CAMPO-FIXO
                   VARYING WRK-IDX-SAI FROM 1 BY 1
                   UNTIL WRK-IDX-SAI   GREATER
                         WRK-PRF-QTD-SAIDAS(WRK-IDX-PRF)
           ELSE
               PERFORM 3300-MONTAR-CAMPO-DELIMITADO
                   VARYING WRK-IDX-SAI FROM 1 BY 1
                   UNTIL WRK-IDX-SAI   GREATER
                         WRK-PRF-QTD-SAIDAS(WRK-IDX-PRF)
      *        RETIRA O DELIMITADOR QUE SOBROU DEPOIS DO ULTIMO CAMPO.
               MOVE SPACE              TO WRK-LINHA-EXTRATO
                                          (WRK-EXT-PONTEIRO - 1:1)
           END-IF.

           PERFORM 8100-GRAVAR-ARQEXT.

           ADD 1                       TO  WRK-PRF-GRAVADOS
                                           (WRK-IDX-PRF).

      *----------------------------------------------------------------*
       3100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3110-AVALIAR-SELECAO            SECTION.
      *----------------------------------------------------------------*
      *    AVALIA AS CONDICOES DO PERFIL SOBRE O REGISTRO CORRENTE:    *
      *    COM CONECTOR 'E' TODAS PRECISAM SER ATENDIDAS, COM 'OU'     *
      *    BASTA UMA (VIDE COPY FILTAVAL).                             *
      *----------------------------------------------------------------*

           MOVE WRK-PRF-CONECTOR(WRK-IDX-PRF) TO WRK-CONECTOR-FILTRO.

           COMPUTE WRK-FIL-ULTIMO = WRK-PRF-FIL-INICIO(WRK-IDX-PRF)
                                  + WRK-PRF-QTD-FILTROS(WRK-IDX-PRF)
                                  - 1.

           IF  WRK-FILTRO-CONECTOR-OU
               SET WRK-REGISTRO-DESPREZADO TO TRUE
           ELSE
               SET WRK-REGISTRO-SELECIONADO TO TRUE
           END-IF.

           PERFORM 3120-AVALIAR-UMA-CONDICAO
               VARYING WRK-IDX-FIL
                  FROM WRK-PRF-FIL-INICIO(WRK-IDX-PRF) BY 1
               UNTIL WRK-IDX-FIL       GREATER   WRK-FIL-ULTIMO.

      *----------------------------------------------------------------*
       3110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3120-AVALIAR-UMA-CONDICAO       SECTION.
      *----------------------------------------------------------------*

           SET WRK-IDX-DIR TO WRK-FIL-IDX-CAMPO(WRK-IDX-FIL).

           MOVE FD-ARQOUTPD (WRK-DIR-OFFSET(WRK-IDX-DIR):
                             WRK-DIR-TAMANHO(WRK-IDX-DIR))
                                       TO WRK-DEC-BYTES.

           MOVE WRK-DIR-TAMANHO(WRK-IDX-DIR) TO WRK-DEC-TAMANHO.
           MOVE WRK-FIL-TIPO(WRK-IDX-FIL)    TO WRK-DEC-TIPO.

           PERFORM 8750-AVALIAR-CONDICAO.

           IF  WRK-FILTRO-CONECTOR-OU
               IF  WRK-CONDICAO-ATENDIDA
                   SET WRK-REGISTRO-SELECIONADO TO TRUE
               END-IF
           ELSE
               IF  NOT WRK-CONDICAO-ATENDIDA
                   SET WRK-REGISTRO-DESPREZADO TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       3120-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3150-ACUMULAR-HASH              SECTION.
      *----------------------------------------------------------------*
      *    SOMA O CAMPO DO 'HASH' NO TOTAL DE CONTROLE DO PERFIL DA    *
      *    MESMA FORMA QUE O @ACUMULARHASH DA CONVERSAO (ADD NUM       *
      *    ACUMULADOR SEM SINAL). VALOR ILEGIVEL TORNA O TOTAL NAO     *
      *    SIGNIFICATIVO - O PARCEIRO NAO TERIA COMO RECALCULA-LO.     *
      *----------------------------------------------------------------*

           SET WRK-IDX-DIR             TO WRK-PRF-IDX-HASH(WRK-IDX-PRF).

           MOVE FD-ARQOUTPD (WRK-DIR-OFFSET(WRK-IDX-DIR):
                             WRK-DIR-TAMANHO(WRK-IDX-DIR))
                                       TO WRK-DEC-BYTES.
           MOVE WRK-DIR-TAMANHO(WRK-IDX-DIR) TO WRK-DEC-TAMANHO.
           MOVE WRK-DIR-TIPO(WRK-IDX-DIR)    TO WRK-DEC-TIPO.

           PERFORM 8700-DECODIFICAR-CAMPO.

           IF  WRK-DEC-VALIDO
               ADD WRK-DEC-VALOR       TO WRK-PRF-HASH(WRK-IDX-PRF)
           ELSE
               MOVE 'N'                TO WRK-PRF-SW-HASH(WRK-IDX-PRF)
               ADD 1                   TO WRK-PRF-ILEGIVEIS
                                          (WRK-IDX-PRF)
                                          WRK-CAMPOS-ILEGIVEIS
           END-IF.

      *----------------------------------------------------------------*
       3150-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3200-MONTAR-CAMPO-FIXO          SECTION.
      *----------------------------------------------------------------*

           SET WRK-IDX-DIR             TO WRK-SAI-IDX-CAMPO
                                          (WRK-IDX-PRF WRK-IDX-SAI).

           MOVE FD-ARQOUTPD (WRK-DIR-OFFSET(WRK-IDX-DIR):
                             WRK-DIR-TAMANHO(WRK-IDX-DIR))
                                       TO WRK-LINHA-EXTRATO
                                          (WRK-EXT-PONTEIRO:
                                           WRK-DIR-TAMANHO
                                           (WRK-IDX-DIR)).

           ADD WRK-DIR-TAMANHO(WRK-IDX-DIR) TO WRK-EXT-PONTEIRO.

      *----------------------------------------------------------------*
       3200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3300-MONTAR-CAMPO-DELIMITADO    SECTION.
      *----------------------------------------------------------------*
      *    TEXTO SAI SEM BRANCOS A DIREITA; NUMERICO SAI DECODIFICADO, *
      *    INTEIRO OU COM DUAS DECIMAIS CONFORME AS CASAS DO CARTAO    *
      *    'SAIDA'. NUMERICO ILEGIVEL (OU QUE NAO CABE NO FORMATO COM  *
      *    DECIMAIS) SAI VAZIO E E CONTADO NO RESUMO.                  *
      *----------------------------------------------------------------*

           SET WRK-IDX-DIR             TO WRK-SAI-IDX-CAMPO
                                          (WRK-IDX-PRF WRK-IDX-SAI).

           IF  WRK-DIR-TIPO-TEXTO(WRK-IDX-DIR)
               MOVE SPACES             TO WRK-CSV-TEXTO
               MOVE FD-ARQOUTPD (WRK-DIR-OFFSET(WRK-IDX-DIR):
                                 WRK-DIR-TAMANHO(WRK-IDX-DIR))
                                       TO WRK-CSV-TEXTO
               MOVE WRK-DIR-TAMANHO(WRK-IDX-DIR)
                                       TO WRK-CSV-TAM-MAXIMO
               PERFORM 8520-CSV-CAMPO-TEXTO
               GO TO 3300-99-FIM
           END-IF.

           MOVE FD-ARQOUTPD (WRK-DIR-OFFSET(WRK-IDX-DIR):
                             WRK-DIR-TAMANHO(WRK-IDX-DIR))
                                       TO WRK-DEC-BYTES.
           MOVE WRK-DIR-TAMANHO(WRK-IDX-DIR) TO WRK-DEC-TAMANHO.
           MOVE WRK-DIR-TIPO(WRK-IDX-DIR)    TO WRK-DEC-TIPO.

           PERFORM 8700-DECODIFICAR-CAMPO.

           IF  NOT WRK-DEC-VALIDO
               PERFORM 3310-CAMPO-ILEGIVEL
               GO TO 3300-99-FIM
           END-IF.

           IF  WRK-SAI-DIVISOR(WRK-IDX-PRF WRK-IDX-SAI) EQUAL 1
               MOVE WRK-DEC-VALOR      TO WRK-CSV-INTEIRO
               PERFORM 8510-CSV-CAMPO-INTEIRO
               GO TO 3300-99-FIM
           END-IF.

           COMPUTE WRK-CSV-VALOR = WRK-DEC-VALOR /
                   WRK-SAI-DIVISOR(WRK-IDX-PRF WRK-IDX-SAI)
               ON SIZE ERROR
                   PERFORM 3310-CAMPO-ILEGIVEL
                   GO TO 3300-99-FIM
           END-COMPUTE.

           PERFORM 8500-CSV-CAMPO-NUMERICO.

      *----------------------------------------------------------------*
       3300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3310-CAMPO-ILEGIVEL             SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO WRK-PRF-ILEGIVEIS(WRK-IDX-PRF)
                                          WRK-CAMPOS-ILEGIVEIS.

           STRING ';'                  DELIMITED BY SIZE
               INTO WRK-LINHA-EXTRATO
               WITH POINTER WRK-EXT-PONTEIRO
           END-STRING.

      *----------------------------------------------------------------*
       3310-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       8090-TESTAR-FS-ARQEXT           SECTION.
      *----------------------------------------------------------------*
      *    FILE STATUS DO ARQUIVO DO PARCEIRO DO PERFIL CORRENTE, JA   *
      *    COPIADO PARA WRK-FILE-STATUS PELO CHAMADOR.                 *
      *----------------------------------------------------------------*

           IF  WRK-FILE-STATUS         NOT EQUAL  '00'
               MOVE 'ARQEXT'           TO WRK-NOME-ARQUIVO
               MOVE WRK-NUM-PERFIL     TO WRK-NOME-ARQUIVO(7:1)
               PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

      *----------------------------------------------------------------*
       8090-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       8100-GRAVAR-ARQEXT              SECTION.
      *----------------------------------------------------------------*

           EVALUATE WRK-NUM-PERFIL
               WHEN 1
                   WRITE FD-ARQEXT1    FROM WRK-LINHA-EXTRATO
                   MOVE WRK-FS-ARQEXT1 TO WRK-FILE-STATUS
               WHEN 2
                   WRITE FD-ARQEXT2    FROM WRK-LINHA-EXTRATO
                   MOVE WRK-FS-ARQEXT2 TO WRK-FILE-STATUS
               WHEN 3
                   WRITE FD-ARQEXT3    FROM WRK-LINHA-EXTRATO
                   MOVE WRK-FS-ARQEXT3 TO WRK-FILE-STATUS
               WHEN 4
                   WRITE FD-ARQEXT4    FROM WRK-LINHA-EXTRATO
                   MOVE WRK-FS-ARQEXT4 TO WRK-FILE-STATUS
               WHEN OTHER
                   WRITE FD-ARQEXT5    FROM WRK-LINHA-EXTRATO
                   MOVE WRK-FS-ARQEXT5 TO WRK-FILE-STATUS
           END-EVALUATE.

           PERFORM 8090-TESTAR-FS-ARQEXT.

      *----------------------------------------------------------------*
       8100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       8200-GRAVAR-ARQTOT              SECTION.
      *----------------------------------------------------------------*
      *    EXTERNALIZA OS TOTAIS DO PERFIL (VIDE COPY TOTCARD) PARA O  *
      *    MANIFESTO DO ARQUIVO DO PARCEIRO (LEGRMANF). SO GRAVA       *
      *    QUANDO A DD FOI ALOCADA (VIDE 1200-ABRIR-PERFIL).           *
      *----------------------------------------------------------------*

           IF  NOT WRK-PRF-TOTAL-ABERTO(WRK-IDX-PRF)
               GO TO 8200-99-FIM
           END-IF.

           MOVE '@PGMID'               TO TOT-PGMID.
           MOVE WRK-LIDOS-ARQOUTPD     TO TOT-LIDOS.
           MOVE WRK-PRF-GRAVADOS(WRK-IDX-PRF) TO TOT-GRAVADOS.
           MOVE ZEROS                  TO TOT-REJEITADOS
                                          TOT-OUTROS.
           MOVE WRK-PRF-HASH(WRK-IDX-PRF) TO TOT-HASH.
           MOVE WRK-PRF-SW-HASH(WRK-IDX-PRF) TO TOT-SW-HASH.
           MOVE WRK-PRF-DESPREZADOS(WRK-IDX-PRF) TO TOT-DESPREZADOS.

           EVALUATE WRK-NUM-PERFIL
               WHEN 1
                   WRITE FD-ARQTOT1    FROM WRK-LINHA-TOTAL
                   MOVE WRK-FS-ARQTOT1 TO WRK-FILE-STATUS
                   CLOSE ARQTOT1
               WHEN 2
                   WRITE FD-ARQTOT2    FROM WRK-LINHA-TOTAL
                   MOVE WRK-FS-ARQTOT2 TO WRK-FILE-STATUS
                   CLOSE ARQTOT2
               WHEN 3
                   WRITE FD-ARQTOT3    FROM WRK-LINHA-TOTAL
                   MOVE WRK-FS-ARQTOT3 TO WRK-FILE-STATUS
                   CLOSE ARQTOT3
               WHEN 4
                   WRITE FD-ARQTOT4    FROM WRK-LINHA-TOTAL
                   MOVE WRK-FS-ARQTOT4 TO WRK-FILE-STATUS
                   CLOSE ARQTOT4
               WHEN OTHER
                   WRITE FD-ARQTOT5    FROM WRK-LINHA-TOTAL
                   MOVE WRK-FS-ARQTOT5 TO WRK-FILE-STATUS
                   CLOSE ARQTOT5
           END-EVALUATE.

      *    COM A DD ALOCADA, A INSTALACAO OPTOU PELO HANDOFF - UMA
      *    FALHA DE GRAVACAO AQUI DEIXARIA O MANIFESTO DO PARCEIRO
      *    SEM BASE.
           IF  WRK-FILE-STATUS         NOT EQUAL '00'
               MOVE 'ARQTOT'           TO WRK-NOME-ARQUIVO
               MOVE WRK-NUM-PERFIL     TO WRK-NOME-ARQUIVO(7:1)
               PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

      *----------------------------------------------------------------*
       8200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       8300-FECHAR-ARQEXT              SECTION.
      *----------------------------------------------------------------*

           EVALUATE WRK-NUM-PERFIL
               WHEN 1
                   CLOSE ARQEXT1
                   MOVE WRK-FS-ARQEXT1 TO WRK-FILE-STATUS
               WHEN 2
                   CLOSE ARQEXT2
                   MOVE WRK-FS-ARQEXT2 TO WRK-FILE-STATUS
               WHEN 3
                   CLOSE ARQEXT3
                   MOVE WRK-FS-ARQEXT3 TO WRK-FILE-STATUS
               WHEN 4
                   CLOSE ARQEXT4
                   MOVE WRK-FS-ARQEXT4 TO WRK-FILE-STATUS
               WHEN OTHER
                   CLOSE ARQEXT5
                   MOVE WRK-FS-ARQEXT5 TO WRK-FILE-STATUS
           END-EVALUATE.

           PERFORM 8090-TESTAR-FS-ARQEXT.

      *----------------------------------------------------------------*
       8300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       8500-CSV-CAMPO-NUMERICO         SECTION.
      *----------------------------------------------------------------*
      *    ACRESCENTA A LINHA O CAMPO ESTAGIADO EM WRK-CSV-VALOR (DUAS *
      *    DECIMAIS), COM SINAL EXPLICITO A ESQUERDA E SEPARADOR       *
      *    DECIMAL REAL (VIDE DECIMAL-POINT IS COMMA), SEGUIDO DO      *
      *    DELIMITADOR - MESMO FORMATO DO ARQOUTDL.                    *
      *----------------------------------------------------------------*

           MOVE WRK-CSV-VALOR          TO WRK-CSV-VALOR-ED.

           STRING WRK-CSV-VALOR-ED     DELIMITED BY SIZE
                  ';'                  DELIMITED BY SIZE
               INTO WRK-LINHA-EXTRATO
               WITH POINTER WRK-EXT-PONTEIRO
           END-STRING.

      *----------------------------------------------------------------*
       8500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       8510-CSV-CAMPO-INTEIRO          SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-CSV-INTEIRO        TO WRK-CSV-INTEIRO-ED.

           STRING WRK-CSV-INTEIRO-ED   DELIMITED BY SIZE
                  ';'                  DELIMITED BY SIZE
               INTO WRK-LINHA-EXTRATO
               WITH POINTER WRK-EXT-PONTEIRO
           END-STRING.

      *----------------------------------------------------------------*
       8510-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       8520-CSV-CAMPO-TEXTO            SECTION.
      *----------------------------------------------------------------*
      *    RETIRA OS BRANCOS A DIREITA DOS WRK-CSV-TAM-MAXIMO          *
      *    PRIMEIROS BYTES DE WRK-CSV-TEXTO E ACRESCENTA O CAMPO E O   *
      *    DELIMITADOR A LINHA; CAMPO TODO EM BRANCO SAI VAZIO.        *
      *----------------------------------------------------------------*

           PERFORM 8530-MEDIR-TEXTO.

           IF  WRK-CSV-TAM-TEXTO       GREATER   ZEROS
               STRING WRK-CSV-TEXTO(1:WRK-CSV-TAM-TEXTO)
                                       DELIMITED BY SIZE
                      ';'              DELIMITED BY SIZE
                   INTO WRK-LINHA-EXTRATO
                   WITH POINTER WRK-EXT-PONTEIRO
               END-STRING
           ELSE
               STRING ';'              DELIMITED BY SIZE
                   INTO WRK-LINHA-EXTRATO
                   WITH POINTER WRK-EXT-PONTEIRO
               END-STRING
           END-IF.

      *----------------------------------------------------------------*
       8520-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       8530-MEDIR-TEXTO                SECTION.
      *----------------------------------------------------------------*
      *    TAMANHO UTIL (SEM BRANCOS A DIREITA) DOS WRK-CSV-TAM-MAXIMO *
      *    PRIMEIROS BYTES DE WRK-CSV-TEXTO, EM WRK-CSV-TAM-TEXTO.     *
      *----------------------------------------------------------------*

           MOVE WRK-CSV-TAM-MAXIMO     TO WRK-CSV-POS-TEXTO.
           MOVE ZEROS                  TO WRK-CSV-TAM-TEXTO.

           PERFORM 8535-MEDIR-POSICAO
               UNTIL WRK-CSV-POS-TEXTO EQUAL     ZEROS
                  OR WRK-CSV-TAM-TEXTO GREATER   ZEROS.

      *----------------------------------------------------------------*
       8530-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       8535-MEDIR-POSICAO              SECTION.
      *----------------------------------------------------------------*

           IF  WRK-CSV-TEXTO(WRK-CSV-POS-TEXTO:1) NOT EQUAL SPACE
               MOVE WRK-CSV-POS-TEXTO  TO WRK-CSV-TAM-TEXTO
           ELSE
               SUBTRACT 1              FROM WRK-CSV-POS-TEXTO
           END-IF.

      *----------------------------------------------------------------*
       8535-99-FIM.                    EXIT.
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
       9300-FORMATAR-ERRO-CARTAO       SECTION.
      *----------------------------------------------------------------*
      *    CARTAO DE LAYOUT/PERFIL INVALIDO (CAMPO NAO DESCRITO,       *
      *    PERFIL REPETIDO OU FORA DE 1-5, FORMATO DESCONHECIDO,       *
      *    FILTRO/SAIDA/HASH FORA DE UM PERFIL, MACO SEM PERFIL) -     *
      *    FALHA ANTES DE ENTREGAR A UM PARCEIRO UM RECORTE ERRADO.    *
      *----------------------------------------------------------------*

           DISPLAY '*********** @PGMID ***********'
           DISPLAY '*                              *'
           DISPLAY '*  CARTAO DE LAYOUT/PERFIL     *'
           DISPLAY '*  INVALIDO                    *'
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
       9310-FORMATAR-ERRO-PERFIL       SECTION.
      *----------------------------------------------------------------*
      *    A LINHA (OU O CABECALHO) DO PERFIL NAO CABE NOS 512 BYTES   *
      *    DO ARQUIVO DO PARCEIRO - MENOS CAMPOS NA SAIDA, OU OUTRO    *
      *    PERFIL PARA O RESTANTE.                                     *
      *----------------------------------------------------------------*

           SET WRK-NUM-PERFIL          TO WRK-IDX-PRF.

           DISPLAY '*********** @PGMID ***********'
           DISPLAY '*                              *'
           DISPLAY '*  PERFIL EXCEDE O REGISTRO    *'
           DISPLAY '*  DO PARCEIRO (512 BYTES)     *'
           DISPLAY '*                              *'
           DISPLAY '********************************'
           DISPLAY '* PERFIL: ' WRK-NUM-PERFIL ' '
                   WRK-PRF-PARCEIRO(WRK-IDX-PRF)
           DISPLAY '********************************'

           MOVE 16 TO RETURN-CODE.

           STOP RUN.

      *----------------------------------------------------------------*
       9310-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
      *    RESUMO POR PERFIL, TOTAIS DE HANDOFF E FECHAMENTO. CAMPO    *
      *    ILEGIVEL EM QUALQUER PERFIL DA RC 4; UM PERFIL QUE NAO      *
      *    FECHA LIDOS = GRAVADOS + DESPREZADOS E DEFEITO DESTE        *
      *    PROGRAMA (RC 16).                                           *
      *----------------------------------------------------------------*

           IF  WRK-CAMPOS-ILEGIVEIS    GREATER   ZEROS
           AND RETURN-CODE             LESS      4
               MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY '*********** @PGMID ***********'
           DISPLAY '*                              *'
           DISPLAY '*  RESUMO DA EXTRACAO          *'
           DISPLAY '* ---------------------------- *'
           MOVE    WRK-LIDOS-ARQOUTPD   TO WRK-DISPLAY
           DISPLAY '* LIDOS    ARQOUTPD : ' WRK-DISPLAY
           MOVE    WRK-QTD-PERFIS       TO WRK-DISPLAY
           DISPLAY '* PERFIS            : ' WRK-DISPLAY
           DISPLAY '*                              *'

           PERFORM 9010-ENCERRAR-PERFIL
               VARYING WRK-IDX-PRF FROM 1 BY 1
               UNTIL WRK-IDX-PRF       GREATER   5.

           DISPLAY '*********** @PGMID ***********'

           CLOSE ARQOUTPD.

           PERFORM 1110-TESTAR-FS-ARQOUTPD.

           STOP RUN.

      *----------------------------------------------------------------*
       9000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9010-ENCERRAR-PERFIL            SECTION.
      *----------------------------------------------------------------*

           IF  NOT WRK-PRF-DEFINIDO(WRK-IDX-PRF)
               GO TO 9010-99-FIM
           END-IF.

           SET WRK-NUM-PERFIL          TO WRK-IDX-PRF.

           DISPLAY '* PERFIL ' WRK-NUM-PERFIL ' '
                   WRK-PRF-FORMATO(WRK-IDX-PRF) ' '
                   WRK-PRF-PARCEIRO(WRK-IDX-PRF)
           MOVE    WRK-PRF-GRAVADOS(WRK-IDX-PRF) TO WRK-DISPLAY
           DISPLAY '*   GRAVADOS ARQEXT' WRK-NUM-PERFIL ': '
                   WRK-DISPLAY
           MOVE    WRK-PRF-DESPREZADOS(WRK-IDX-PRF) TO WRK-DISPLAY
           DISPLAY '*   DESPREZADOS     : ' WRK-DISPLAY
           MOVE    WRK-PRF-ILEGIVEIS(WRK-IDX-PRF) TO WRK-DISPLAY
           DISPLAY '*   CAMPOS ILEGIVEIS: ' WRK-DISPLAY
           IF  WRK-PRF-HASH-VALIDO(WRK-IDX-PRF)
               MOVE WRK-PRF-HASH(WRK-IDX-PRF) TO WRK-DISPLAY-HASH
               DISPLAY '*   TOTAL CONTROLE  : ' WRK-DISPLAY-HASH
           END-IF
           IF  WRK-PRF-TOTAL-ABERTO(WRK-IDX-PRF)
               DISPLAY '*   TOTAIS GRAVADOS EM ARQTOT' WRK-NUM-PERFIL
           END-IF
           DISPLAY '*                              *'

      *    O RECORTE SO SERVE SE FECHAR EM QUANTIDADE COM O ARQOUTPD -
      *    QUALQUER DIFERENCA E DEFEITO DESTE PROGRAMA.
           IF  WRK-LIDOS-ARQOUTPD      NOT EQUAL
               WRK-PRF-GRAVADOS(WRK-IDX-PRF)
             + WRK-PRF-DESPREZADOS(WRK-IDX-PRF)
               MOVE 16 TO RETURN-CODE
           END-IF.

           PERFORM 8200-GRAVAR-ARQTOT.

           PERFORM 8300-FECHAR-ARQEXT.

      *----------------------------------------------------------------*
       9010-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

       COPY DECODNUM.

       COPY FILTAVAL.

       COPY DICCARGA.

      *================================================================*
