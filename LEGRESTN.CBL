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
      *                 - ESTORNAR DO MASTER DE POSICAO MES-A-DATA
      *                   (ARQMSTAN, GERACAO CORRENTE) UMA NOITE JA
      *                   ROLADA COM FEED ERRADO: AS CONTAGENS E SOMAS
      *                   DO ARQINPZD DAQUELA NOITE SAO SUBTRAIDAS POR
      *                   GRUPO DE QUEBRA E, QUANDO A DD ARQCORZD TRAZ
      *                   O FEED CORRIGIDO, ESTE E APLICADO NA MESMA
      *                   PASSADA - SEM RESTAURAR GERACAO ANTIGA NEM
      *                   REPROCESSAR AS NOITES SEGUINTES.
      *
      *                 - RELATAR POR GRUPO TOCADO (ARQRELAT) O ANTES,
      *                   O ESTORNADO, A CORRECAO E O DEPOIS, DA
      *                   CONTAGEM E DE CADA SOMA.
      *
      *                 - RECUSAR O ESTORNO (RC 12) QUANDO ALGUM GRUPO
      *                   FICARIA NEGATIVO, E (RC 14) QUANDO A NOITE JA
      *                   FOI ESTORNADA UMA VEZ (REGISTRO DE ESTORNOS
      *                   ARQESTAN). NA RECUSA O MASTER SAI COPIADO SEM
      *                   ALTERACAO E O REGISTRO NAO E ACRESCIDO.
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME           I/O        INCLUDE/BOOK
      *                ARQINPZD          I         @BOOKOUT
      *                ARQCORZD          I         @BOOKOUT
      *                ARQMSTAN          I         DECLARADO NO PGM
      *                ARQESTAN          I         DECLARADO NO PGM
      *                ARQMSTNV          O         DECLARADO NO PGM
      *                ARQESTNV          O         DECLARADO NO PGM
      *                ARQRELAT          O         DECLARADO NO PGM
      *                ARQDICIO          I         COPY DICCAMPO
      *----------------------------------------------------------------*
      *    CARTOES.....: O MESMO MACO DA ACUMULACAO MES-A-DATA -       *
      *    CARTOES 'CAMPO' (VIDE COPY CAMPCARD), 'QUEBRA' (ATE 2       *
      *    CAMPOS JA DESCRITOS), 'SOMA' (ATE 5 CAMPOS NUMERICOS JA     *
      *    DESCRITOS) E 'PERIODO AAAAMMDD' - MAIS O CARTAO             *
      *    'DATAMOV AAAAMMDD', AQUI OBRIGATORIO: A DATA DO MOVIMENTO   *
      *    ESTORNADO, CHAVE DO REGISTRO DE ESTORNOS. ENCERRADOS POR    *
      *    'FIM'.                                                      *
      *----------------------------------------------------------------*
      *    OBSERVACAO..: ARQINPZD E ARQCORZD DEVEM ESTAR CLASSIFICADOS *
      *    PELAS QUEBRAS, COMO NA ACUMULACAO; A SEQUENCIA DOS TRES     *
      *    ARQUIVOS E CONFERIDA. A AUSENCIA DA DD ARQCORZD (OU DD      *
      *    DUMMY) E ESTORNO SEM CORRECAO; A AUSENCIA DA DD ARQESTAN E  *
      *    O PRIMEIRO ESTORNO REGISTRADO. O PROGRAMA LE OS ARQUIVOS    *
      *    DUAS VEZES: UMA PASSADA DE VERIFICACAO (NENHUMA GRAVACAO NO *
      *    MASTER) E, SE NENHUM GRUPO FICAR NEGATIVO, A PASSADA DE     *
      *    GRAVACAO. GRUPO CUJA CONTAGEM ZERA (CRIADO PELA NOITE       *
      *    ESTORNADA) SAI DO MASTER; GRUPO SO DA CORRECAO ENTRA. OS    *
      *    DIAS COM MOVIMENTO DO GRUPO RECUAM UM DIA NO ESTORNO E      *
      *    AVANCAM UM DIA NA CORRECAO.                                 *
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

           SELECT ARQCORZD ASSIGN      TO   UT-S-ARQCORZD
                      FILE STATUS      IS   WRK-FS-ARQCORZD.

           SELECT ARQMSTAN ASSIGN      TO   UT-S-ARQMSTAN
                      FILE STATUS      IS   WRK-FS-ARQMSTAN.

           SELECT ARQESTAN ASSIGN      TO   UT-S-ARQESTAN
                      FILE STATUS      IS   WRK-FS-ARQESTAN.

           SELECT ARQMSTNV ASSIGN      TO   UT-S-ARQMSTNV
                      FILE STATUS      IS   WRK-FS-ARQMSTNV.

           SELECT ARQESTNV ASSIGN      TO   UT-S-ARQESTNV
                      FILE STATUS      IS   WRK-FS-ARQESTNV.

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
      *   INPUT:   MOVIMENTO DA NOITE ESTORNADA (ZONADO, CLASSIFICADO  *
      *            PELAS QUEBRAS) - ARQINPZD                           *
      *            ORG. SEQUENCIAL    - LRECL   = @LENGTHOUT           *
      *----------------------------------------------------------------*
       FD  ARQINPZD
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-ARQINPZD                 PIC  X(@LENGTHOUT).

      *----------------------------------------------------------------*
      *   INPUT:   MOVIMENTO CORRIGIDO DA MESMA NOITE (OPCIONAL,       *
      *            CLASSIFICADO PELAS QUEBRAS) - ARQCORZD              *
      *            ORG. SEQUENCIAL    - LRECL   = @LENGTHOUT           *
      *----------------------------------------------------------------*
       FD  ARQCORZD
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-ARQCORZD                 PIC  X(@LENGTHOUT).

      *----------------------------------------------------------------*
      *   INPUT:   MASTER MES-A-DATA, GERACAO CORRENTE - ARQMSTAN      *
      *            ORG. SEQUENCIAL    - LRECL   = 180                  *
      *----------------------------------------------------------------*
       FD  ARQMSTAN
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-ARQMSTAN                 PIC  X(180).

      *----------------------------------------------------------------*
      *   INPUT:   REGISTRO DE ESTORNOS, GERACAO ANTERIOR - ARQESTAN   *
      *            ORG. SEQUENCIAL    - LRECL   = 080                  *
      *----------------------------------------------------------------*
       FD  ARQESTAN
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-ARQESTAN                 PIC  X(080).

      *----------------------------------------------------------------*
      *   OUTPUT:  MASTER MES-A-DATA, NOVA GERACAO - ARQMSTNV          *
      *            ORG. SEQUENCIAL    - LRECL   = 180                  *
      *----------------------------------------------------------------*
       FD  ARQMSTNV
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-ARQMSTNV                 PIC  X(180).

      *----------------------------------------------------------------*
      *   OUTPUT:  REGISTRO DE ESTORNOS, NOVA GERACAO - ARQESTNV       *
      *            ORG. SEQUENCIAL    - LRECL   = 080                  *
      *----------------------------------------------------------------*
       FD  ARQESTNV
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-ARQESTNV                 PIC  X(080).

      *----------------------------------------------------------------*
      *   OUTPUT:  AUDITORIA DO ESTORNO, ANTES X DEPOIS - ARQRELAT     *
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

      *    CONTADORES DE LEITURA E DE GRUPOS - ZERADOS A CADA PASSADA
      *    (O RESUMO REFLETE A ULTIMA PASSADA EXECUTADA).
       01  WRK-ACUMULADORES-PASSADA.

           03 WRK-LIDOS-ARQINPZD       PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-LIDOS-ARQCORZD       PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-LIDOS-ARQMSTAN       PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-GRUPOS-ESTORNO       PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-GRUPOS-CORRECAO      PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-GRUPOS-ALTERADOS     PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-GRUPOS-INCLUIDOS     PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-GRUPOS-EXCLUIDOS     PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-GRUPOS-INALTERADOS   PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-CAMPOS-ILEGIVEIS     PIC  9(009) COMP-3  VALUE ZEROS.

       01  WRK-ACUMULADORES.

           03 WRK-GRUPOS-NEGATIVOS     PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-LIDOS-ARQESTAN       PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-GRAVADOS-ARQESTNV    PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-GRAVADOS-ARQMSTNV    PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-GRAVADOS-ARQRELAT    PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-DISPLAY              PIC +Z(08)9         VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE TESTE DE FILE-STATUS               ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-FS-ARQINPZD             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-ARQCORZD             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-ARQMSTAN             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-ARQESTAN             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-ARQMSTNV             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-ARQESTNV             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-ARQRELAT             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-ARQDICIO             PIC  X(002)         VALUE SPACES.
       01  WRK-SW-ARQCORZD             PIC  X(001)         VALUE 'N'.
           88 WRK-CORRECAO-INFORMADA                        VALUE 'S'.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *  CONTROLE DA EXECUCAO: PASSADA CORRENTE (VERIFICACAO OU        *
      *  GRAVACAO) E MOTIVO DA RECUSA DO ESTORNO, QUANDO HOUVER.       *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-CONTROLE-EXECUCAO.
           03 WRK-SW-PASSADA           PIC  X(001)         VALUE 'V'.
              88 WRK-PASSADA-VERIFICACAO                    VALUE 'V'.
              88 WRK-PASSADA-GRAVACAO                       VALUE 'G'.
           03 WRK-SW-RECUSA            PIC  X(001)         VALUE 'N'.
              88 WRK-ESTORNO-RECUSADO                       VALUE
                 'D' 'G'.
              88 WRK-RECUSA-DUPLICADO                       VALUE 'D'.
              88 WRK-RECUSA-NEGATIVO                        VALUE 'G'.
           03 WRK-SW-ORIGEM            PIC  X(001)         VALUE 'E'.
              88 WRK-ORIGEM-ESTORNO                         VALUE 'E'.
              88 WRK-ORIGEM-CORRECAO                        VALUE 'C'.
           03 WRK-DATA-CORRENTE        PIC  9(008)         VALUE ZEROS.
           03 WRK-HORA-CORRENTE        PIC  9(008)         VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *  AREA DOS CARTOES DE LAYOUT - SYSIN (VIDE COPY CAMPCARD). O    *
      *  REDEFINES EXPOE O FORMATO DOS CARTOES 'PERIODO'/'DATAMOV'.    *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DOS CARTOES DE LAYOUT - SYSIN         ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       COPY CAMPCARD.

       01  WRK-CARTAO-DATA REDEFINES WRK-CARTAO-CAMPO.
           03 DAT-TIPO-CARTAO          PIC  X(008).
           03 DAT-DATA                 PIC  9(008).
           03 FILLER                   PIC  X(064).

       COPY CAMPODIR.

       COPY DICCAMPO.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *  DESIGNACAO DAS QUEBRAS (ATE 2) E DAS SOMAS (ATE 5) SOBRE O    *
      *  DIRETORIO DE CAMPOS, DATA DO PERIODO E DATA DO MOVIMENTO      *
      *  ESTORNADO.                                                    *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-CONTROLE-DESIGNACAO.
           03 WRK-QTD-QUEBRAS          PIC  9(001)         VALUE ZEROS.
           03 WRK-QBR-IDX-CAMPO        OCCURS 2 TIMES
                                       PIC  9(003) COMP-3.
           03 WRK-QTD-SOMAS            PIC  9(001)         VALUE ZEROS.
           03 WRK-SOM-IDX-CAMPO        OCCURS 5 TIMES
                                       PIC  9(003) COMP-3.
           03 WRK-IDX-SOMA             PIC  9(001)         VALUE ZEROS.
           03 WRK-IDX-BUSCA            PIC  9(003) COMP-3  VALUE ZEROS.
           03 WRK-DATA-PERIODO         PIC  9(008)         VALUE ZEROS.
           03 WRK-DATA-ESTORNADA       PIC  9(008)         VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *  GRUPOS CORRENTES DA NOITE ESTORNADA E DA CORRECAO (CONTROLE   *
      *  DE QUEBRA SOBRE OS ARQUIVOS CLASSIFICADOS). O REGISTRO QUE    *
      *  ABRE O GRUPO SEGUINTE FICA PENDENTE NA AREA DA FD; A CHAVE    *
      *  FISICA PENDENTE VAI A HIGH-VALUES NO FIM DO ARQUIVO, E A      *
      *  CHAVE DO GRUPO TAMBEM, QUANDO NAO HA MAIS GRUPOS.             *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-GRUPO-ESTORNO.
           03 WRK-EST-CHAVE            PIC  X(064).
           03 WRK-EST-REGISTROS        PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-EST-SOMA             OCCURS 5 TIMES
                                       PIC S9(015) COMP-3.

       01  WRK-GRUPO-CORRECAO.
           03 WRK-COR-CHAVE            PIC  X(064).
           03 WRK-COR-REGISTROS        PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-COR-SOMA             OCCURS 5 TIMES
                                       PIC S9(015) COMP-3.

       01  WRK-CONTROLE-LEITURA.
           03 WRK-CHAVE-FISICA.
              05 WRK-FIS-CHAVE-1       PIC  X(032).
              05 WRK-FIS-CHAVE-2       PIC  X(032).
           03 WRK-EST-CHAVE-FIS        PIC  X(064)         VALUE
              HIGH-VALUES.
           03 WRK-EST-CHAVE-ANT        PIC  X(064)         VALUE
              LOW-VALUES.
           03 WRK-COR-CHAVE-FIS        PIC  X(064)         VALUE
              HIGH-VALUES.
           03 WRK-COR-CHAVE-ANT        PIC  X(064)         VALUE
              LOW-VALUES.
           03 WRK-REGISTRO-LIDO        PIC  X(@LENGTHOUT).

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *  REGISTRO CORRENTE DO MASTER (MESMO LAYOUT GRAVADO PELA        *
      *  ACUMULACAO MES-A-DATA) E REGISTRO MONTADO PARA A NOVA         *
      *  GERACAO - O CORRENTE PODE ESTAR PENDENTE (CHAVE MAIOR) QUANDO *
      *  O GRUPO MONTADO E SO DA CORRECAO.                             *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-REGISTRO-MASTER.
           03 MST-CHAVE-1              PIC  X(032).
           03 MST-CHAVE-2              PIC  X(032).
           03 MST-DATA-PERIODO         PIC  9(008).
           03 MST-DIAS                 PIC  9(003).
           03 MST-REGISTROS            PIC  9(009).
           03 MST-SOMA                 OCCURS 5 TIMES
                                       PIC S9(015)
                                       SIGN LEADING SEPARATE.
           03 FILLER                   PIC  X(016).

       01  WRK-REGISTRO-SAIDA.
           03 SAI-CHAVE-1              PIC  X(032).
           03 SAI-CHAVE-2              PIC  X(032).
           03 SAI-DATA-PERIODO         PIC  9(008).
           03 SAI-DIAS                 PIC  9(003).
           03 SAI-REGISTROS            PIC  9(009).
           03 SAI-SOMA                 OCCURS 5 TIMES
                                       PIC S9(015)
                                       SIGN LEADING SEPARATE.
           03 FILLER                   PIC  X(016).

       01  WRK-CONTROLE-MASTER.
           03 WRK-MST-CHAVE            PIC  X(064)         VALUE
              HIGH-VALUES.
           03 WRK-MST-CHAVE-ANT        PIC  X(064)         VALUE
              LOW-VALUES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *  POSICAO DO GRUPO EM EMPARELHAMENTO: MENOR CHAVE ENTRE OS TRES *
      *  ARQUIVOS, PRESENCA DO GRUPO EM CADA UM, POSICAO ANTES E       *
      *  DEPOIS DO ESTORNO/CORRECAO E SITUACAO RESULTANTE.             *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-POSICAO-GRUPO.
           03 WRK-CHAVE-MENOR.
              05 WRK-MENOR-CHAVE-1     PIC  X(032).
              05 WRK-MENOR-CHAVE-2     PIC  X(032).
           03 WRK-SW-NO-MASTER         PIC  X(001)         VALUE 'N'.
              88 WRK-GRUPO-NO-MASTER                        VALUE 'S'.
           03 WRK-SW-NO-ESTORNO        PIC  X(001)         VALUE 'N'.
              88 WRK-GRUPO-NO-ESTORNO                       VALUE 'S'.
           03 WRK-SW-NA-CORRECAO       PIC  X(001)         VALUE 'N'.
              88 WRK-GRUPO-NA-CORRECAO                      VALUE 'S'.
           03 WRK-ANT-DIAS             PIC  9(003) COMP-3  VALUE ZEROS.
           03 WRK-ANT-REGISTROS        PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-ANT-SOMA             OCCURS 5 TIMES
                                       PIC S9(015) COMP-3.
           03 WRK-DEP-DIAS             PIC S9(005) COMP-3  VALUE ZEROS.
           03 WRK-DEP-REGISTROS        PIC S9(011) COMP-3  VALUE ZEROS.
           03 WRK-DEP-SOMA             OCCURS 5 TIMES
                                       PIC S9(015) COMP-3.
           03 WRK-SW-NEGATIVO          PIC  X(001)         VALUE 'N'.
              88 WRK-GRUPO-NEGATIVO                         VALUE 'S'.
           03 WRK-SITUACAO             PIC  X(008)         VALUE SPACES.
              88 WRK-SITUACAO-EXCLUIDO                      VALUE
                 'EXCLUIDO'.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *  REGISTRO DE ESTORNOS (ARQESTAN/ARQESTNV): UMA LINHA POR NOITE *
      *  ESTORNADA, CHAVE DATA DO MOVIMENTO + DATA DO PERIODO.         *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-REGISTRO-ESTORNO.
           03 RES-DATA-MOVIMENTO       PIC  9(008).
           03 RES-DATA-PERIODO         PIC  9(008).
           03 RES-DATA-ESTORNO         PIC  9(008).
           03 RES-HORA-ESTORNO         PIC  9(006).
           03 RES-LIDOS-ESTORNO        PIC  9(009).
           03 RES-LIDOS-CORRECAO       PIC  9(009).
           03 RES-SW-CORRECAO          PIC  X(001).
           03 FILLER                   PIC  X(031).

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *  LINHAS DA AUDITORIA DO ESTORNO - ARQRELAT                     *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-LINHA-CABECALHO.
           03 FILLER                   PIC  X(020)         VALUE
              'ESTORNO MES-A-DATA  '.
           03 FILLER                   PIC  X(008)         VALUE
              'PERIODO '.
           03 WRK-CAB-PERIODO          PIC  9(008).
           03 FILLER                   PIC  X(021)         VALUE
              ' MOVIMENTO ESTORNADO '.
           03 WRK-CAB-MOVIMENTO        PIC  9(008).
           03 FILLER                   PIC  X(010)         VALUE
              ' CORRECAO '.
           03 WRK-CAB-CORRECAO         PIC  X(003).
           03 FILLER                   PIC  X(054)         VALUE SPACES.

       01  WRK-LINHA-GRUPO.
           03 FILLER                   PIC  X(006)         VALUE
              'GRUPO '.
           03 WRK-REL-CHAVE-1          PIC  X(030).
           03 FILLER                   PIC  X(001)         VALUE SPACE.
           03 WRK-REL-CHAVE-2          PIC  X(029).
           03 FILLER                   PIC  X(005)         VALUE
              ' ANT '.
           03 WRK-REL-REGS-ANT         PIC  ZZZZZZZZ9.
           03 FILLER                   PIC  X(005)         VALUE
              ' EST '.
           03 WRK-REL-REGS-EST         PIC  ZZZZZZZZ9.
           03 FILLER                   PIC  X(005)         VALUE
              ' COR '.
           03 WRK-REL-REGS-COR         PIC  ZZZZZZZZ9.
           03 FILLER                   PIC  X(005)         VALUE
              ' DEP '.
           03 WRK-REL-REGS-DEP         PIC  -(09)9.
           03 FILLER                   PIC  X(001)         VALUE SPACE.
           03 WRK-REL-SITUACAO         PIC  X(008).

       01  WRK-LINHA-SOMA.
           03 FILLER                   PIC  X(008)         VALUE
              '   SOMA '.
           03 WRK-REL-NOME-SOMA        PIC  X(020).
           03 FILLER                   PIC  X(005)         VALUE
              ' ANT '.
           03 WRK-REL-SOMA-ANT         PIC  +Z(14)9.
           03 FILLER                   PIC  X(005)         VALUE
              ' EST '.
           03 WRK-REL-SOMA-EST         PIC  +Z(14)9.
           03 FILLER                   PIC  X(005)         VALUE
              ' COR '.
           03 WRK-REL-SOMA-COR         PIC  +Z(14)9.
           03 FILLER                   PIC  X(005)         VALUE
              ' DEP '.
           03 WRK-REL-SOMA-DEP         PIC  +Z(14)9.
           03 FILLER                   PIC  X(020)         VALUE SPACES.

       01  WRK-LINHA-RODAPE.
           03 FILLER                   PIC  X(021)         VALUE
              'SITUACAO DO ESTORNO: '.
           03 WRK-ROD-SITUACAO         PIC  X(050).
           03 FILLER                   PIC  X(061)         VALUE SPACES.

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

           IF  NOT WRK-ESTORNO-RECUSADO
               SET WRK-PASSADA-VERIFICACAO TO TRUE
               PERFORM 2000-EXECUTAR-PASSADA
               IF  WRK-GRUPOS-NEGATIVOS GREATER ZEROS
                   SET WRK-RECUSA-NEGATIVO TO TRUE
               END-IF
           END-IF.

           IF  WRK-ESTORNO-RECUSADO
               PERFORM 4000-COPIAR-MASTER
           ELSE
               SET WRK-PASSADA-GRAVACAO TO TRUE
               PERFORM 2000-EXECUTAR-PASSADA
               PERFORM 5000-REGISTRAR-ESTORNO
           END-IF.

           PERFORM 9000-FINALIZAR.

      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1000-INICIAR                    SECTION.
      *----------------------------------------------------------------*

           ACCEPT WRK-DATA-CORRENTE    FROM  DATE YYYYMMDD.
           ACCEPT WRK-HORA-CORRENTE    FROM  TIME.

           PERFORM 1050-LER-CARTOES-LAYOUT.

           IF  WRK-QTD-QUEBRAS         EQUAL     ZEROS
           OR  WRK-DATA-PERIODO        EQUAL     ZEROS
           OR  WRK-DATA-ESTORNADA      EQUAL     ZEROS
               PERFORM 9300-FORMATAR-ERRO-CARTAO
           END-IF.

           OPEN OUTPUT  ARQMSTNV
                        ARQESTNV
                        ARQRELAT.

           PERFORM 1130-TESTAR-FS-ARQMSTNV.
           PERFORM 1170-TESTAR-FS-ARQESTNV.
           PERFORM 1140-TESTAR-FS-ARQRELAT.

      *    A AUSENCIA DA DD DO FEED CORRIGIDO (OU DD DUMMY) E ESTORNO
      *    SEM CORRECAO. A DD E SO SONDADA AQUI - CADA PASSADA ABRE E
      *    FECHA OS ARQUIVOS DE ENTRADA.
           OPEN INPUT ARQCORZD.

           IF  WRK-FS-ARQCORZD         EQUAL     '00'
               SET WRK-CORRECAO-INFORMADA TO TRUE
               CLOSE ARQCORZD
           END-IF.

           MOVE WRK-DATA-PERIODO       TO WRK-CAB-PERIODO.
           MOVE WRK-DATA-ESTORNADA     TO WRK-CAB-MOVIMENTO.

           IF  WRK-CORRECAO-INFORMADA
               MOVE 'SIM'              TO WRK-CAB-CORRECAO
           ELSE
               MOVE 'NAO'              TO WRK-CAB-CORRECAO
           END-IF.

           WRITE FD-ARQRELAT           FROM WRK-LINHA-CABECALHO.

           PERFORM 1140-TESTAR-FS-ARQRELAT.

           ADD 1                       TO  WRK-GRAVADOS-ARQRELAT.

           PERFORM 1200-CONFERIR-ESTORNOS.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1050-LER-CARTOES-LAYOUT         SECTION.
      *----------------------------------------------------------------*
      *    CARREGA OS CARTOES 'CAMPO', 'QUEBRA', 'SOMA', 'PERIODO' E   *
      *    'DATAMOV' DO SYSIN (VIDE COPY CAMPCARD/CAMPODIR). O         *
      *    CARTAO E PRE-CARREGADO COM 'FIM' ANTES DE CADA ACCEPT, DE   *
      *    MODO QUE TANTO O CARTAO TERMINADOR QUANTO O FIM FISICO DO   *
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
               WHEN CMP-CARTAO-PERIODO
                   IF  DAT-DATA        NOT NUMERIC
                       PERFORM 9300-FORMATAR-ERRO-CARTAO
                   END-IF
                   MOVE DAT-DATA       TO WRK-DATA-PERIODO
               WHEN CMP-CARTAO-DATAMOV
                   IF  DAT-DATA        NOT NUMERIC
                       PERFORM 9300-FORMATAR-ERRO-CARTAO
                   END-IF
                   MOVE DAT-DATA       TO WRK-DATA-ESTORNADA
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
       1082-DESIGNAR-SOMA              SECTION.
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

           MOVE WRK-IDX-BUSCA          TO WRK-SOM-IDX-CAMPO
                                          (WRK-QTD-SOMAS).

      *----------------------------------------------------------------*
       1082-99-FIM.                    EXIT.
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
       1120-TESTAR-FS-ARQMSTAN         SECTION.
      *----------------------------------------------------------------*

           IF  WRK-FS-ARQMSTAN         NOT EQUAL  '00'
               MOVE 'ARQMSTAN'         TO WRK-NOME-ARQUIVO
               MOVE WRK-FS-ARQMSTAN    TO WRK-FILE-STATUS
               PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

      *----------------------------------------------------------------*
       1120-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1130-TESTAR-FS-ARQMSTNV         SECTION.
      *----------------------------------------------------------------*

           IF  WRK-FS-ARQMSTNV         NOT EQUAL  '00'
               MOVE 'ARQMSTNV'         TO WRK-NOME-ARQUIVO
               MOVE WRK-FS-ARQMSTNV    TO WRK-FILE-STATUS
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
       1150-TESTAR-FS-ARQCORZD         SECTION.
      *----------------------------------------------------------------*

           IF  WRK-FS-ARQCORZD         NOT EQUAL  '00'
               MOVE 'ARQCORZD'         TO WRK-NOME-ARQUIVO
               MOVE WRK-FS-ARQCORZD    TO WRK-FILE-STATUS
               PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

      *----------------------------------------------------------------*
       1150-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1160-TESTAR-FS-ARQESTAN         SECTION.
      *----------------------------------------------------------------*

           IF  WRK-FS-ARQESTAN         NOT EQUAL  '00'
               MOVE 'ARQESTAN'         TO WRK-NOME-ARQUIVO
               MOVE WRK-FS-ARQESTAN    TO WRK-FILE-STATUS
               PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

      *----------------------------------------------------------------*
       1160-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1170-TESTAR-FS-ARQESTNV         SECTION.
      *----------------------------------------------------------------*

           IF  WRK-FS-ARQESTNV         NOT EQUAL  '00'
               MOVE 'ARQESTNV'         TO WRK-NOME-ARQUIVO
               MOVE WRK-FS-ARQESTNV    TO WRK-FILE-STATUS
               PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

      *----------------------------------------------------------------*
       1170-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1200-CONFERIR-ESTORNOS          SECTION.
      *----------------------------------------------------------------*
      *    COPIA O REGISTRO DE ESTORNOS ANTERIOR PARA A NOVA GERACAO,  *
      *    PROCURANDO A NOITE DO CARTAO 'DATAMOV' NO PERIODO CORRENTE  *
      *    - JA ESTORNADA, O ESTORNO E RECUSADO (RC 14). A AUSENCIA DA *
      *    DD ARQESTAN (OU DD DUMMY) E O PRIMEIRO ESTORNO.             *
      *----------------------------------------------------------------*

           OPEN INPUT ARQESTAN.

           IF  WRK-FS-ARQESTAN         NOT EQUAL '00'
               GO TO 1200-99-FIM
           END-IF.

           PERFORM 1210-COPIAR-ESTORNO
               UNTIL WRK-FS-ARQESTAN   EQUAL     '10'.

           CLOSE ARQESTAN.

      *----------------------------------------------------------------*
       1200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1210-COPIAR-ESTORNO             SECTION.
      *----------------------------------------------------------------*

           READ ARQESTAN               INTO WRK-REGISTRO-ESTORNO.

           IF  WRK-FS-ARQESTAN         EQUAL     '10'
               GO TO 1210-99-FIM
           END-IF.

           PERFORM 1160-TESTAR-FS-ARQESTAN.

           ADD 1                       TO  WRK-LIDOS-ARQESTAN.

           IF  RES-DATA-MOVIMENTO      EQUAL     WRK-DATA-ESTORNADA
           AND RES-DATA-PERIODO        EQUAL     WRK-DATA-PERIODO
               SET WRK-RECUSA-DUPLICADO TO TRUE
           END-IF.

           WRITE FD-ARQESTNV           FROM WRK-REGISTRO-ESTORNO.

           PERFORM 1170-TESTAR-FS-ARQESTNV.

           ADD 1                       TO  WRK-GRAVADOS-ARQESTNV.

      *----------------------------------------------------------------*
       1210-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-EXECUTAR-PASSADA           SECTION.
      *----------------------------------------------------------------*
      *    UMA PASSADA COMPLETA SOBRE OS TRES ARQUIVOS. NA PASSADA DE  *
      *    VERIFICACAO SO OS GRUPOS QUE FICARIAM NEGATIVOS SAO         *
      *    RELATADOS; NA DE GRAVACAO SAEM O MASTER E A AUDITORIA.      *
      *----------------------------------------------------------------*

           INITIALIZE WRK-ACUMULADORES-PASSADA
            REPLACING NUMERIC DATA BY ZEROS.

           MOVE LOW-VALUES             TO WRK-EST-CHAVE-ANT
                                          WRK-COR-CHAVE-ANT
                                          WRK-MST-CHAVE-ANT.

           OPEN INPUT   ARQINPZD
                        ARQMSTAN.

           PERFORM 1110-TESTAR-FS-ARQINPZD.
           PERFORM 1120-TESTAR-FS-ARQMSTAN.

           IF  WRK-CORRECAO-INFORMADA
               OPEN INPUT ARQCORZD
               PERFORM 1150-TESTAR-FS-ARQCORZD
           END-IF.

           PERFORM 2110-LER-ARQINPZD.
           PERFORM 2100-LER-GRUPO-ESTORNO.

           MOVE HIGH-VALUES            TO WRK-COR-CHAVE-FIS.

           IF  WRK-CORRECAO-INFORMADA
               PERFORM 2160-LER-ARQCORZD
           END-IF.

           PERFORM 2150-LER-GRUPO-CORRECAO.

           PERFORM 2200-LER-ARQMSTAN.

           PERFORM 3000-PROCESSAR
               UNTIL WRK-EST-CHAVE     EQUAL     HIGH-VALUES
                 AND WRK-COR-CHAVE     EQUAL     HIGH-VALUES
                 AND WRK-MST-CHAVE     EQUAL     HIGH-VALUES.

           CLOSE ARQINPZD
                 ARQMSTAN.

           PERFORM 1110-TESTAR-FS-ARQINPZD.
           PERFORM 1120-TESTAR-FS-ARQMSTAN.

           IF  WRK-CORRECAO-INFORMADA
               CLOSE ARQCORZD
               PERFORM 1150-TESTAR-FS-ARQCORZD
           END-IF.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-LER-GRUPO-ESTORNO          SECTION.
      *----------------------------------------------------------------*
      *    FECHA O PROXIMO GRUPO DA NOITE ESTORNADA: ACUMULA OS        *
      *    REGISTROS DO ARQINPZD ENQUANTO A CHAVE COMBINADA NAO MUDA.  *
      *----------------------------------------------------------------*

           MOVE WRK-EST-CHAVE-FIS      TO WRK-EST-CHAVE.

           IF  WRK-EST-CHAVE           EQUAL     HIGH-VALUES
               GO TO 2100-99-FIM
           END-IF.

           MOVE ZEROS                  TO WRK-EST-REGISTROS.

           INITIALIZE WRK-EST-SOMA(1) WRK-EST-SOMA(2) WRK-EST-SOMA(3)
                      WRK-EST-SOMA(4) WRK-EST-SOMA(5)
            REPLACING NUMERIC DATA BY ZEROS.

           SET WRK-ORIGEM-ESTORNO      TO TRUE.

           PERFORM 2120-ACUMULAR-ESTORNO
               UNTIL WRK-EST-CHAVE-FIS NOT EQUAL WRK-EST-CHAVE.

           ADD 1                       TO  WRK-GRUPOS-ESTORNO.

      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2110-LER-ARQINPZD               SECTION.
      *----------------------------------------------------------------*
      *    LE O PROXIMO REGISTRO DA NOITE ESTORNADA E EXTRAI A CHAVE   *
      *    COMBINADA, CONFERINDO A CLASSIFICACAO.                      *
      *----------------------------------------------------------------*

           READ ARQINPZD.

           IF  WRK-FS-ARQINPZD         EQUAL     '10'
               MOVE HIGH-VALUES        TO WRK-EST-CHAVE-FIS
               GO TO 2110-99-FIM
           END-IF.

           PERFORM 1110-TESTAR-FS-ARQINPZD.

           ADD 1                       TO  WRK-LIDOS-ARQINPZD.

           MOVE FD-ARQINPZD            TO WRK-REGISTRO-LIDO.

           PERFORM 2190-EXTRAIR-CHAVE.

           IF  WRK-CHAVE-FISICA        LESS      WRK-EST-CHAVE-ANT
               MOVE 'ARQINPZD'         TO WRK-NOME-ARQUIVO
               PERFORM 9400-FORMATAR-ERRO-SEQUENCIA
           END-IF.

           MOVE WRK-CHAVE-FISICA       TO WRK-EST-CHAVE-ANT
                                          WRK-EST-CHAVE-FIS.

      *----------------------------------------------------------------*
       2110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2120-ACUMULAR-ESTORNO           SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO  WRK-EST-REGISTROS.

           MOVE FD-ARQINPZD            TO WRK-REGISTRO-LIDO.

           PERFORM 2130-SOMAR-UM-CAMPO
               VARYING WRK-IDX-SOMA FROM 1 BY 1
               UNTIL WRK-IDX-SOMA      GREATER   WRK-QTD-SOMAS.

           PERFORM 2110-LER-ARQINPZD.

      *----------------------------------------------------------------*
       2120-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2130-SOMAR-UM-CAMPO             SECTION.
      *----------------------------------------------------------------*
      *    DECODIFICA A SOMA DESIGNADA DO REGISTRO EM WRK-REGISTRO-    *
      *    LIDO (COPY DECODNUM) E A ACUMULA NO GRUPO DA ORIGEM         *
      *    CORRENTE. CONTEUDO NUMERICO INVALIDO ENTRA COMO ZERO E E    *
      *    CONTADO NO RESUMO - MESMA REGRA DA ACUMULACAO.              *
      *----------------------------------------------------------------*

           SET WRK-IDX-DIR TO WRK-SOM-IDX-CAMPO(WRK-IDX-SOMA).

           MOVE WRK-REGISTRO-LIDO(WRK-DIR-OFFSET(WRK-IDX-DIR):
                                  WRK-DIR-TAMANHO(WRK-IDX-DIR))
                                       TO WRK-DEC-BYTES.
           MOVE WRK-DIR-TAMANHO(WRK-IDX-DIR) TO WRK-DEC-TAMANHO.
           MOVE WRK-DIR-TIPO(WRK-IDX-DIR)    TO WRK-DEC-TIPO.

           PERFORM 8700-DECODIFICAR-CAMPO.

           IF  NOT WRK-DEC-VALIDO
               ADD 1                   TO WRK-CAMPOS-ILEGIVEIS
               GO TO 2130-99-FIM
           END-IF.

           IF  WRK-ORIGEM-ESTORNO
               ADD WRK-DEC-VALOR       TO WRK-EST-SOMA(WRK-IDX-SOMA)
           ELSE
               ADD WRK-DEC-VALOR       TO WRK-COR-SOMA(WRK-IDX-SOMA)
           END-IF.

      *----------------------------------------------------------------*
       2130-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2150-LER-GRUPO-CORRECAO         SECTION.
      *----------------------------------------------------------------*
      *    FECHA O PROXIMO GRUPO DO FEED CORRIGIDO (MESMA REGRA DE     *
      *    2100). SEM A DD ARQCORZD A CHAVE FISICA JA ESTA EM          *
      *    HIGH-VALUES E NAO HA GRUPOS.                                *
      *----------------------------------------------------------------*

           MOVE WRK-COR-CHAVE-FIS      TO WRK-COR-CHAVE.

           IF  WRK-COR-CHAVE           EQUAL     HIGH-VALUES
               GO TO 2150-99-FIM
           END-IF.

           MOVE ZEROS                  TO WRK-COR-REGISTROS.

           INITIALIZE WRK-COR-SOMA(1) WRK-COR-SOMA(2) WRK-COR-SOMA(3)
                      WRK-COR-SOMA(4) WRK-COR-SOMA(5)
            REPLACING NUMERIC DATA BY ZEROS.

           SET WRK-ORIGEM-CORRECAO     TO TRUE.

           PERFORM 2170-ACUMULAR-CORRECAO
               UNTIL WRK-COR-CHAVE-FIS NOT EQUAL WRK-COR-CHAVE.

           ADD 1                       TO  WRK-GRUPOS-CORRECAO.

      *----------------------------------------------------------------*
       2150-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2160-LER-ARQCORZD               SECTION.
      *----------------------------------------------------------------*

           READ ARQCORZD.

           IF  WRK-FS-ARQCORZD         EQUAL     '10'
               MOVE HIGH-VALUES        TO WRK-COR-CHAVE-FIS
               GO TO 2160-99-FIM
           END-IF.

           PERFORM 1150-TESTAR-FS-ARQCORZD.

           ADD 1                       TO  WRK-LIDOS-ARQCORZD.

           MOVE FD-ARQCORZD            TO WRK-REGISTRO-LIDO.

           PERFORM 2190-EXTRAIR-CHAVE.

           IF  WRK-CHAVE-FISICA        LESS      WRK-COR-CHAVE-ANT
               MOVE 'ARQCORZD'         TO WRK-NOME-ARQUIVO
               PERFORM 9400-FORMATAR-ERRO-SEQUENCIA
           END-IF.

           MOVE WRK-CHAVE-FISICA       TO WRK-COR-CHAVE-ANT
                                          WRK-COR-CHAVE-FIS.

      *----------------------------------------------------------------*
       2160-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2170-ACUMULAR-CORRECAO          SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO  WRK-COR-REGISTROS.

           MOVE FD-ARQCORZD            TO WRK-REGISTRO-LIDO.

           PERFORM 2130-SOMAR-UM-CAMPO
               VARYING WRK-IDX-SOMA FROM 1 BY 1
               UNTIL WRK-IDX-SOMA      GREATER   WRK-QTD-SOMAS.

           PERFORM 2160-LER-ARQCORZD.

      *----------------------------------------------------------------*
       2170-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2190-EXTRAIR-CHAVE              SECTION.
      *----------------------------------------------------------------*
      *    MONTA A CHAVE COMBINADA (QUEBRA-1 + QUEBRA-2) DO REGISTRO   *
      *    EM WRK-REGISTRO-LIDO.                                       *
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-CHAVE-FISICA.

           SET WRK-IDX-DIR TO WRK-QBR-IDX-CAMPO(1).
           MOVE WRK-REGISTRO-LIDO(WRK-DIR-OFFSET(WRK-IDX-DIR):
                                  WRK-DIR-TAMANHO(WRK-IDX-DIR))
                                       TO WRK-FIS-CHAVE-1.

           IF  WRK-QTD-QUEBRAS         EQUAL     2
               SET WRK-IDX-DIR TO WRK-QBR-IDX-CAMPO(2)
               MOVE WRK-REGISTRO-LIDO(WRK-DIR-OFFSET(WRK-IDX-DIR):
                                      WRK-DIR-TAMANHO(WRK-IDX-DIR))
                                       TO WRK-FIS-CHAVE-2
           END-IF.

      *----------------------------------------------------------------*
       2190-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2200-LER-ARQMSTAN               SECTION.
      *----------------------------------------------------------------*
      *    LE O PROXIMO REGISTRO DO MASTER CORRENTE. O MASTER SO TEM   *
      *    O PERIODO CORRENTE (A ACUMULACAO EXPURGA OS DEMAIS) -       *
      *    REGISTRO DE OUTRO PERIODO SIGNIFICA CARTAO 'PERIODO' OU     *
      *    GERACAO ERRADA E DERRUBA O RUN. A SEQUENCIA E CONFERIDA.    *
      *----------------------------------------------------------------*

           READ ARQMSTAN               INTO WRK-REGISTRO-MASTER.

           IF  WRK-FS-ARQMSTAN         EQUAL     '10'
               MOVE HIGH-VALUES        TO WRK-MST-CHAVE
               GO TO 2200-99-FIM
           END-IF.

           PERFORM 1120-TESTAR-FS-ARQMSTAN.

           ADD 1                       TO  WRK-LIDOS-ARQMSTAN.

           IF  MST-DATA-PERIODO        NOT EQUAL WRK-DATA-PERIODO
               PERFORM 9500-FORMATAR-ERRO-PERIODO
           END-IF.

           MOVE WRK-REGISTRO-MASTER(1:64) TO WRK-MST-CHAVE.

           IF  WRK-MST-CHAVE           LESS      WRK-MST-CHAVE-ANT
               MOVE 'ARQMSTAN'         TO WRK-NOME-ARQUIVO
               PERFORM 9400-FORMATAR-ERRO-SEQUENCIA
           END-IF.

           MOVE WRK-MST-CHAVE          TO WRK-MST-CHAVE-ANT.

      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*
      *    EMPARELHAMENTO (BALANCED LINE) DE TRES ARQUIVOS PELA MENOR  *
      *    CHAVE: GRUPO SO NO MASTER = INALTERADO; NO ESTORNO E/OU NA  *
      *    CORRECAO = POSICAO RECALCULADA. CADA ARQUIVO PRESENTE NA    *
      *    CHAVE AVANCA DEPOIS DO TRATAMENTO DO GRUPO.                 *
      *----------------------------------------------------------------*

           MOVE WRK-MST-CHAVE          TO WRK-CHAVE-MENOR.

           IF  WRK-EST-CHAVE           LESS      WRK-CHAVE-MENOR
               MOVE WRK-EST-CHAVE      TO WRK-CHAVE-MENOR
           END-IF.

           IF  WRK-COR-CHAVE           LESS      WRK-CHAVE-MENOR
               MOVE WRK-COR-CHAVE      TO WRK-CHAVE-MENOR
           END-IF.

           MOVE 'N'                    TO WRK-SW-NO-MASTER
                                          WRK-SW-NO-ESTORNO
                                          WRK-SW-NA-CORRECAO.

           IF  WRK-MST-CHAVE           EQUAL     WRK-CHAVE-MENOR
               SET WRK-GRUPO-NO-MASTER TO TRUE
           END-IF.

           IF  WRK-EST-CHAVE           EQUAL     WRK-CHAVE-MENOR
               SET WRK-GRUPO-NO-ESTORNO TO TRUE
           END-IF.

           IF  WRK-COR-CHAVE           EQUAL     WRK-CHAVE-MENOR
               SET WRK-GRUPO-NA-CORRECAO TO TRUE
           END-IF.

           IF  WRK-GRUPO-NO-MASTER
           AND NOT WRK-GRUPO-NO-ESTORNO
           AND NOT WRK-GRUPO-NA-CORRECAO
               PERFORM 3100-MANTER-INALTERADO
           ELSE
               PERFORM 3200-CALCULAR-POSICAO
               PERFORM 3300-DESTINAR-POSICAO
           END-IF.

           IF  WRK-GRUPO-NO-MASTER
               PERFORM 2200-LER-ARQMSTAN
           END-IF.

           IF  WRK-GRUPO-NO-ESTORNO
               PERFORM 2100-LER-GRUPO-ESTORNO
           END-IF.

           IF  WRK-GRUPO-NA-CORRECAO
               PERFORM 2150-LER-GRUPO-CORRECAO
           END-IF.

      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3100-MANTER-INALTERADO          SECTION.
      *----------------------------------------------------------------*
      *    GRUPO NAO TOCADO PELA NOITE ESTORNADA NEM PELA CORRECAO:    *
      *    SEGUE PARA A NOVA GERACAO EXATAMENTE COMO ESTA.             *
      *----------------------------------------------------------------*

           IF  WRK-PASSADA-VERIFICACAO
               GO TO 3100-99-FIM
           END-IF.

           WRITE FD-ARQMSTNV           FROM WRK-REGISTRO-MASTER.

           PERFORM 1130-TESTAR-FS-ARQMSTNV.

           ADD 1                       TO  WRK-GRAVADOS-ARQMSTNV
                                           WRK-GRUPOS-INALTERADOS.

      *----------------------------------------------------------------*
       3100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3200-CALCULAR-POSICAO           SECTION.
      *----------------------------------------------------------------*
      *    DEPOIS = ANTES - ESTORNO + CORRECAO, NA CONTAGEM, NOS DIAS  *
      *    COM MOVIMENTO (UM DIA POR ARQUIVO EM QUE O GRUPO APARECE)   *
      *    E EM CADA SOMA. O GRUPO FICA NEGATIVO QUANDO A CONTAGEM OU  *
      *    OS DIAS FICAM ABAIXO DE ZERO, OU QUANDO UMA SOMA QUE NAO    *
      *    ERA NEGATIVA PASSA A SER.                                   *
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-ANT-DIAS
                                          WRK-ANT-REGISTROS.

           INITIALIZE WRK-ANT-SOMA(1) WRK-ANT-SOMA(2) WRK-ANT-SOMA(3)
                      WRK-ANT-SOMA(4) WRK-ANT-SOMA(5)
            REPLACING NUMERIC DATA BY ZEROS.

           IF  WRK-GRUPO-NO-MASTER
               MOVE MST-DIAS           TO WRK-ANT-DIAS
               MOVE MST-REGISTROS      TO WRK-ANT-REGISTROS
               PERFORM 3210-MOVER-SOMA-ANTES
                   VARYING WRK-IDX-SOMA FROM 1 BY 1
                   UNTIL WRK-IDX-SOMA  GREATER   WRK-QTD-SOMAS
           END-IF.

           MOVE WRK-ANT-DIAS           TO WRK-DEP-DIAS.
           MOVE WRK-ANT-REGISTROS      TO WRK-DEP-REGISTROS.

           IF  WRK-GRUPO-NO-ESTORNO
               SUBTRACT 1              FROM WRK-DEP-DIAS
               SUBTRACT WRK-EST-REGISTROS FROM WRK-DEP-REGISTROS
           END-IF.

           IF  WRK-GRUPO-NA-CORRECAO
               ADD 1                   TO  WRK-DEP-DIAS
               ADD WRK-COR-REGISTROS   TO  WRK-DEP-REGISTROS
           END-IF.

           MOVE 'N'                    TO WRK-SW-NEGATIVO.

           IF  WRK-DEP-DIAS            LESS      ZEROS
           OR  WRK-DEP-REGISTROS       LESS      ZEROS
               SET WRK-GRUPO-NEGATIVO  TO TRUE
           END-IF.

           PERFORM 3220-CALCULAR-UMA-SOMA
               VARYING WRK-IDX-SOMA FROM 1 BY 1
               UNTIL WRK-IDX-SOMA      GREATER   WRK-QTD-SOMAS.

           EVALUATE TRUE
               WHEN WRK-GRUPO-NEGATIVO
                   MOVE 'NEGATIVO'     TO WRK-SITUACAO
               WHEN WRK-DEP-REGISTROS  EQUAL     ZEROS
                   MOVE 'EXCLUIDO'     TO WRK-SITUACAO
               WHEN NOT WRK-GRUPO-NO-MASTER
                   MOVE 'INCLUIDO'     TO WRK-SITUACAO
               WHEN OTHER
                   MOVE 'ALTERADO'     TO WRK-SITUACAO
           END-EVALUATE.

      *----------------------------------------------------------------*
       3200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3210-MOVER-SOMA-ANTES           SECTION.
      *----------------------------------------------------------------*

           MOVE MST-SOMA(WRK-IDX-SOMA) TO WRK-ANT-SOMA(WRK-IDX-SOMA).

      *----------------------------------------------------------------*
       3210-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3220-CALCULAR-UMA-SOMA          SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-ANT-SOMA(WRK-IDX-SOMA)
                                       TO WRK-DEP-SOMA(WRK-IDX-SOMA).

           IF  WRK-GRUPO-NO-ESTORNO
               SUBTRACT WRK-EST-SOMA(WRK-IDX-SOMA)
                                       FROM WRK-DEP-SOMA(WRK-IDX-SOMA)
           END-IF.

           IF  WRK-GRUPO-NA-CORRECAO
               ADD WRK-COR-SOMA(WRK-IDX-SOMA)
                                       TO  WRK-DEP-SOMA(WRK-IDX-SOMA)
           END-IF.

           IF  WRK-DEP-SOMA(WRK-IDX-SOMA) LESS ZEROS
           AND WRK-ANT-SOMA(WRK-IDX-SOMA) NOT LESS ZEROS
               SET WRK-GRUPO-NEGATIVO  TO TRUE
           END-IF.

      *----------------------------------------------------------------*
       3220-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3300-DESTINAR-POSICAO           SECTION.
      *----------------------------------------------------------------*
      *    GRUPO NEGATIVO: CONTADO E RELATADO NA PASSADA DE            *
      *    VERIFICACAO (A PASSADA DE GRAVACAO SO OCORRE SEM NENHUM).   *
      *    NA GRAVACAO: GRUPO EXCLUIDO NAO VAI PARA O MASTER; OS       *
      *    DEMAIS VAO; TODOS OS GRUPOS TOCADOS SAEM NA AUDITORIA.      *
      *----------------------------------------------------------------*

           IF  WRK-GRUPO-NEGATIVO
               IF  WRK-PASSADA-VERIFICACAO
                   ADD 1               TO  WRK-GRUPOS-NEGATIVOS
                   PERFORM 3500-RELATAR-GRUPO
               END-IF
               GO TO 3300-99-FIM
           END-IF.

           IF  WRK-PASSADA-VERIFICACAO
               GO TO 3300-99-FIM
           END-IF.

           EVALUATE TRUE
               WHEN WRK-SITUACAO-EXCLUIDO
                   ADD 1               TO  WRK-GRUPOS-EXCLUIDOS
               WHEN WRK-GRUPO-NO-MASTER
                   ADD 1               TO  WRK-GRUPOS-ALTERADOS
                   PERFORM 3400-GRAVAR-MASTER
               WHEN OTHER
                   ADD 1               TO  WRK-GRUPOS-INCLUIDOS
                   PERFORM 3400-GRAVAR-MASTER
           END-EVALUATE.

           PERFORM 3500-RELATAR-GRUPO.

      *----------------------------------------------------------------*
       3300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3400-GRAVAR-MASTER              SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-REGISTRO-SAIDA.

           MOVE WRK-MENOR-CHAVE-1      TO SAI-CHAVE-1.
           MOVE WRK-MENOR-CHAVE-2      TO SAI-CHAVE-2.
           MOVE WRK-DATA-PERIODO       TO SAI-DATA-PERIODO.
           MOVE WRK-DEP-DIAS           TO SAI-DIAS.
           MOVE WRK-DEP-REGISTROS      TO SAI-REGISTROS.

           PERFORM 3410-MOVER-SOMA-SAIDA
               VARYING WRK-IDX-SOMA FROM 1 BY 1
               UNTIL WRK-IDX-SOMA      GREATER   5.

           WRITE FD-ARQMSTNV           FROM WRK-REGISTRO-SAIDA.

           PERFORM 1130-TESTAR-FS-ARQMSTNV.

           ADD 1                       TO  WRK-GRAVADOS-ARQMSTNV.

      *----------------------------------------------------------------*
       3400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3410-MOVER-SOMA-SAIDA           SECTION.
      *----------------------------------------------------------------*
      *    AS POSICOES ALEM DAS SOMAS DESIGNADAS SAEM ZERADAS NO       *
      *    MASTER - O LAYOUT E FIXO EM 5 SOMAS.                        *
      *----------------------------------------------------------------*

           IF  WRK-IDX-SOMA            GREATER   WRK-QTD-SOMAS
               MOVE ZEROS              TO SAI-SOMA(WRK-IDX-SOMA)
           ELSE
               MOVE WRK-DEP-SOMA(WRK-IDX-SOMA)
                                       TO SAI-SOMA(WRK-IDX-SOMA)
           END-IF.

      *----------------------------------------------------------------*
       3410-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3500-RELATAR-GRUPO              SECTION.
      *----------------------------------------------------------------*
      *    UMA LINHA POR GRUPO (CONTAGEM ANTES, ESTORNADA, CORRECAO E  *
      *    DEPOIS, COM A SITUACAO) E UMA LINHA POR SOMA DESIGNADA.     *
      *----------------------------------------------------------------*

           MOVE WRK-MENOR-CHAVE-1      TO WRK-REL-CHAVE-1.
           MOVE WRK-MENOR-CHAVE-2      TO WRK-REL-CHAVE-2.
           MOVE WRK-ANT-REGISTROS      TO WRK-REL-REGS-ANT.
           MOVE ZEROS                  TO WRK-REL-REGS-EST
                                          WRK-REL-REGS-COR.

           IF  WRK-GRUPO-NO-ESTORNO
               MOVE WRK-EST-REGISTROS  TO WRK-REL-REGS-EST
           END-IF.

           IF  WRK-GRUPO-NA-CORRECAO
               MOVE WRK-COR-REGISTROS  TO WRK-REL-REGS-COR
           END-IF.

           MOVE WRK-DEP-REGISTROS      TO WRK-REL-REGS-DEP.
           MOVE WRK-SITUACAO           TO WRK-REL-SITUACAO.

           WRITE FD-ARQRELAT           FROM WRK-LINHA-GRUPO.

           PERFORM 1140-TESTAR-FS-ARQRELAT.

           ADD 1                       TO  WRK-GRAVADOS-ARQRELAT.

           PERFORM 3510-RELATAR-UMA-SOMA
               VARYING WRK-IDX-SOMA FROM 1 BY 1
               UNTIL WRK-IDX-SOMA      GREATER   WRK-QTD-SOMAS.

      *----------------------------------------------------------------*
       3500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3510-RELATAR-UMA-SOMA           SECTION.
      *----------------------------------------------------------------*

           SET WRK-IDX-DIR TO WRK-SOM-IDX-CAMPO(WRK-IDX-SOMA).

           MOVE WRK-DIR-NOME(WRK-IDX-DIR) TO WRK-REL-NOME-SOMA.
           MOVE WRK-ANT-SOMA(WRK-IDX-SOMA) TO WRK-REL-SOMA-ANT.
           MOVE ZEROS                  TO WRK-REL-SOMA-EST
                                          WRK-REL-SOMA-COR.

           IF  WRK-GRUPO-NO-ESTORNO
               MOVE WRK-EST-SOMA(WRK-IDX-SOMA) TO WRK-REL-SOMA-EST
           END-IF.

           IF  WRK-GRUPO-NA-CORRECAO
               MOVE WRK-COR-SOMA(WRK-IDX-SOMA) TO WRK-REL-SOMA-COR
           END-IF.

           MOVE WRK-DEP-SOMA(WRK-IDX-SOMA) TO WRK-REL-SOMA-DEP.

           WRITE FD-ARQRELAT           FROM WRK-LINHA-SOMA.

           PERFORM 1140-TESTAR-FS-ARQRELAT.

           ADD 1                       TO  WRK-GRAVADOS-ARQRELAT.

      *----------------------------------------------------------------*
       3510-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4000-COPIAR-MASTER              SECTION.
      *----------------------------------------------------------------*
      *    ESTORNO RECUSADO: A NOVA GERACAO DO MASTER SAI COMO COPIA   *
      *    FIEL DA CORRENTE, DE MODO QUE A GERACAO CATALOGADA PELO     *
      *    PASSO NUNCA ESTRAGA A POSICAO.                              *
      *----------------------------------------------------------------*

           INITIALIZE WRK-ACUMULADORES-PASSADA
            REPLACING NUMERIC DATA BY ZEROS.

           OPEN INPUT ARQMSTAN.

           PERFORM 1120-TESTAR-FS-ARQMSTAN.

           PERFORM 4010-COPIAR-UM-MASTER
               UNTIL WRK-FS-ARQMSTAN   EQUAL     '10'.

           CLOSE ARQMSTAN.

           PERFORM 1120-TESTAR-FS-ARQMSTAN.

      *----------------------------------------------------------------*
       4000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4010-COPIAR-UM-MASTER           SECTION.
      *----------------------------------------------------------------*

           READ ARQMSTAN.

           IF  WRK-FS-ARQMSTAN         EQUAL     '10'
               GO TO 4010-99-FIM
           END-IF.

           PERFORM 1120-TESTAR-FS-ARQMSTAN.

           ADD 1                       TO  WRK-LIDOS-ARQMSTAN.

           WRITE FD-ARQMSTNV           FROM FD-ARQMSTAN.

           PERFORM 1130-TESTAR-FS-ARQMSTNV.

           ADD 1                       TO  WRK-GRAVADOS-ARQMSTNV.

      *----------------------------------------------------------------*
       4010-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5000-REGISTRAR-ESTORNO          SECTION.
      *----------------------------------------------------------------*
      *    ACRESCENTA A NOITE ESTORNADA AO REGISTRO DE ESTORNOS - UM   *
      *    SEGUNDO ESTORNO DA MESMA NOITE PASSA A SER RECUSADO.        *
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-REGISTRO-ESTORNO.

           MOVE WRK-DATA-ESTORNADA     TO RES-DATA-MOVIMENTO.
           MOVE WRK-DATA-PERIODO       TO RES-DATA-PERIODO.
           MOVE WRK-DATA-CORRENTE      TO RES-DATA-ESTORNO.
           MOVE WRK-HORA-CORRENTE(1:6) TO RES-HORA-ESTORNO.
           MOVE WRK-LIDOS-ARQINPZD     TO RES-LIDOS-ESTORNO.
           MOVE WRK-LIDOS-ARQCORZD     TO RES-LIDOS-CORRECAO.

           IF  WRK-CORRECAO-INFORMADA
               MOVE 'S'                TO RES-SW-CORRECAO
           ELSE
               MOVE 'N'                TO RES-SW-CORRECAO
           END-IF.

           WRITE FD-ARQESTNV           FROM WRK-REGISTRO-ESTORNO.

           PERFORM 1170-TESTAR-FS-ARQESTNV.

           ADD 1                       TO  WRK-GRAVADOS-ARQESTNV.

      *----------------------------------------------------------------*
       5000-99-FIM.                    EXIT.
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
      *    CARTAO DE LAYOUT INVALIDO, QUEBRA/SOMA SEM CAMPO DESCRITO   *
      *    OU PERIODO/MOVIMENTO ESTORNADO NAO INFORMADO - FALHA ANTES  *
      *    DE TOCAR O MASTER.                                          *
      *----------------------------------------------------------------*

           DISPLAY '*********** @PGMID ***********'
           DISPLAY '*                              *'
           DISPLAY '*  CARTAO DE LAYOUT INVALIDO   *'
           DISPLAY '*  OU PERIODO/DATAMOV NAO      *'
           DISPLAY '*  INFORMADO                   *'
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
      *    REEXECUTAR; PROSSEGUIR PRODUZIRIA UM MASTER SEM SENTIDO.    *
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
       9500-FORMATAR-ERRO-PERIODO      SECTION.
      *----------------------------------------------------------------*
      *    MASTER DE OUTRO PERIODO - O ESTORNO SO SE APLICA A GERACAO  *
      *    CORRENTE DO PERIODO DO CARTAO 'PERIODO'.                    *
      *----------------------------------------------------------------*

           DISPLAY '*********** @PGMID ***********'
           DISPLAY '*                              *'
           DISPLAY '*  MASTER DE OUTRO PERIODO -   *'
           DISPLAY '*  CONFERIR CARTAO PERIODO E   *'
           DISPLAY '*  GERACAO DO ARQMSTAN         *'
           DISPLAY '*                              *'
           DISPLAY '********************************'
           DISPLAY '* PERIODO CARTAO : ' WRK-DATA-PERIODO
           DISPLAY '* PERIODO MASTER : ' MST-DATA-PERIODO
           DISPLAY '********************************'

           MOVE 16 TO RETURN-CODE.

           STOP RUN.

      *----------------------------------------------------------------*
       9500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
      *
           EVALUATE TRUE
               WHEN WRK-RECUSA-DUPLICADO
                   MOVE 'RECUSADO - MOVIMENTO JA ESTORNADO'
                                       TO WRK-ROD-SITUACAO
               WHEN WRK-RECUSA-NEGATIVO
                   MOVE 'RECUSADO - GRUPO FICARIA NEGATIVO'
                                       TO WRK-ROD-SITUACAO
               WHEN OTHER
                   MOVE 'EFETIVADO'    TO WRK-ROD-SITUACAO
           END-EVALUATE.

           WRITE FD-ARQRELAT           FROM WRK-LINHA-RODAPE.

           PERFORM 1140-TESTAR-FS-ARQRELAT.

           ADD 1                       TO  WRK-GRAVADOS-ARQRELAT.

           DISPLAY '*********** @PGMID ***********'
           DISPLAY '*                              *'
           DISPLAY '*  RESUMO DO ESTORNO MTD       *'
           DISPLAY '* ---------------------------- *'
           DISPLAY '* MOVIMENTO ESTORNADO: ' WRK-DATA-ESTORNADA
           DISPLAY '* SITUACAO: ' WRK-ROD-SITUACAO(1:33)
           DISPLAY '*                              *'
           MOVE    WRK-LIDOS-ARQINPZD   TO WRK-DISPLAY
           DISPLAY '* LIDOS    ARQINPZD : ' WRK-DISPLAY
           DISPLAY '*                              *'
           MOVE    WRK-LIDOS-ARQCORZD   TO WRK-DISPLAY
           DISPLAY '* LIDOS    ARQCORZD : ' WRK-DISPLAY
           DISPLAY '*                              *'
           MOVE    WRK-LIDOS-ARQMSTAN   TO WRK-DISPLAY
           DISPLAY '* LIDOS    ARQMSTAN : ' WRK-DISPLAY
           DISPLAY '*                              *'
           MOVE    WRK-GRUPOS-ESTORNO   TO WRK-DISPLAY
           DISPLAY '* GRUPOS ESTORNADOS : ' WRK-DISPLAY
           DISPLAY '*                              *'
           MOVE    WRK-GRUPOS-CORRECAO  TO WRK-DISPLAY
           DISPLAY '* GRUPOS CORRECAO   : ' WRK-DISPLAY
           DISPLAY '*                              *'
           MOVE    WRK-GRUPOS-ALTERADOS TO WRK-DISPLAY
           DISPLAY '* GRUPOS ALTERADOS  : ' WRK-DISPLAY
           DISPLAY '*                              *'
           MOVE    WRK-GRUPOS-INCLUIDOS TO WRK-DISPLAY
           DISPLAY '* GRUPOS INCLUIDOS  : ' WRK-DISPLAY
           DISPLAY '*                              *'
           MOVE    WRK-GRUPOS-EXCLUIDOS TO WRK-DISPLAY
           DISPLAY '* GRUPOS EXCLUIDOS  : ' WRK-DISPLAY
           DISPLAY '*                              *'
           MOVE    WRK-GRUPOS-INALTERADOS TO WRK-DISPLAY
           DISPLAY '* GRUPOS INALTERADOS: ' WRK-DISPLAY
           DISPLAY '*                              *'
           MOVE    WRK-GRUPOS-NEGATIVOS TO WRK-DISPLAY
           DISPLAY '* GRUPOS NEGATIVOS  : ' WRK-DISPLAY
           DISPLAY '*                              *'
           MOVE    WRK-GRAVADOS-ARQMSTNV TO WRK-DISPLAY
           DISPLAY '* GRAVADOS ARQMSTNV : ' WRK-DISPLAY
           DISPLAY '*                              *'
           MOVE    WRK-CAMPOS-ILEGIVEIS TO WRK-DISPLAY
           DISPLAY '* CAMPOS ILEGIVEIS  : ' WRK-DISPLAY
           DISPLAY '*                              *'
           DISPLAY '*********** @PGMID ***********'

      *    RECUSA: A NOVA GERACAO DO MASTER E COPIA DA CORRENTE E O
      *    REGISTRO DE ESTORNOS NAO MUDA - A CADEIA PODE SEGUIR, MAS O
      *    DONO DO DADO PRECISA AGIR (RC 12 NEGATIVO, RC 14 REPETIDO -
      *    MESMO RC DA GUARDA DE FEED DUPLICADO DA CONVERSAO).
           EVALUATE TRUE
               WHEN WRK-RECUSA-DUPLICADO
                   MOVE 14 TO RETURN-CODE
               WHEN WRK-RECUSA-NEGATIVO
                   MOVE 12 TO RETURN-CODE
           END-EVALUATE

           CLOSE ARQMSTNV
                 ARQESTNV
                 ARQRELAT.

           PERFORM 1130-TESTAR-FS-ARQMSTNV.
           PERFORM 1170-TESTAR-FS-ARQESTNV.
           PERFORM 1140-TESTAR-FS-ARQRELAT.

           STOP RUN.

      *----------------------------------------------------------------*
       9000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

       COPY DECODNUM.

       COPY DICCARGA.

      *================================================================*
