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
      *                 - RASTREIO DE PROCEDENCIA POR CHAVE: PARA CADA
      *                   CHAVE PEDIDA NOS CARTOES 'VALOR', JUNTAR
      *                   A LINHAGEM DA CONVERSAO PD->ZD (STEP010 -
      *                   FEED, RUN E NUMERO DO REGISTRO NA ENTRADA,
      *                   GRAVADO OU REJEITADO), O DIAGNOSTICO DOS
      *                   REJEITOS (ARQDIAPD - CAMPO, MOTIVO E HEXA),
      *                   A CORRECAO DO LEGRCORR (IMAGEM ANTES E
      *                   DEPOIS E AS LINHAS DO ARQAUDIT), A LINHAGEM
      *                   DA CONVERSAO ZD->PD (STEP020) E AS GERACOES
      *                   DO ARQOUTPD EM QUE A CHAVE APARECE, COM OS
      *                   TOTAIS DE CADA EXECUCAO TIRADOS DO ARQLOG.
      *
      *                 - IMPRIMIR (ARQRELAT) UMA HISTORIA POR CHAVE,
      *                   EM ORDEM CRONOLOGICA (DATA E HORA DO RUN-ID
      *                   DE CADA EVENTO), DA CHEGADA NO FEED AO
      *                   ARQUIVO FINAL, COM OS CAMPOS DECODIFICADOS
      *                   EM CADA ETAPA QUE TEM IMAGEM DO REGISTRO
      *                   (MESMA RENDERIZACAO DA CONSULTA DE
      *                   HISTORICO POR CHAVE) - A RESPOSTA A UMA
      *                   CONTESTACAO DE VALOR DEIXA DE SER QUATRO
      *                   PESQUISAS SEPARADAS.
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME           I/O        INCLUDE/BOOK
      *                ARQLINPD          I         DECLARADO NO PGM
      *                ARQDIAPD          I         DECLARADO NO PGM
      *                ARQREJPD          I         @BOOKIN
      *                ARQCORPD          I         @BOOKIN
      *                ARQAUDIT          I         DECLARADO NO PGM
      *                ARQLINZD          I         DECLARADO NO PGM
      *                ARQOUTPD          I         @BOOKIN
      *                ARQLOG            I         COPY LOGCARD
      *                ARQRELAT          O         DECLARADO NO PGM
      *                ARQDICIO          I         COPY DICCAMPO
      *----------------------------------------------------------------*
      *    CARTOES.....: MESMA CONVENCAO DA CONSULTA DE HISTORICO POR  *
      *    CHAVE (VIDE COPY CAMPCARD): CARTOES 'CAMPO' (OU 'LAYOUT')   *
      *    DESCREVENDO O LAYOUT PACKED DO ARQOUTPD, UM CARTAO 'CHAVE'  *
      *    DESIGNANDO A CHAVE DE LINHAGEM (A MESMA DO CARTAO 'CHAVE'   *
      *    DA CONVERSAO) E UM CARTAO 'VALOR' (POSICOES 9-40) POR CHAVE *
      *    RASTREADA (ATE 20), ENCERRADOS POR 'FIM'.                   *
      *----------------------------------------------------------------*
      *    OBSERVACAO..: ARQLINPD E A LINHAGEM DO STEP010 (LEGRPDZD),  *
      *    INCLUSIVE DAS REAPRESENTACOES DO ARQCORPD, E ARQDIAPD O     *
      *    DIAGNOSTICO DOS MESMOS RUNS, NA MESMA ORDEM - O NUMERO DO   *
      *    REGISTRO NO DIAGNOSTICO E A SEQUENCIA DA LINHA 'R' DA       *
      *    LINHAGEM, E OS DOIS SAO EMPARELHADOS AVANCANDO, SEM         *
      *    RELEITURA. ARQREJPD, ARQCORPD E ARQAUDIT SAO A ENTRADA E AS *
      *    SAIDAS DE UM RUN DO LEGRCORR: O REGISTRO N DO ARQREJPD      *
      *    CORRESPONDE AO REGISTRO N DO ARQCORPD E AS LINHAS DE        *
      *    AUDITORIA 'REGISTRO N'; LINHAS DE AUDITORIA DE OUTRO RUN    *
      *    (ARQAUDIT ACUMULADO) SAO CONTADAS E DESPREZADAS. ARQLINZD E *
      *    A LINHAGEM DO STEP020 (LEGRZDPD) E ARQOUTPD A CONCATENACAO  *
      *    DE GERACOES, DA MAIS ANTIGA PARA A MAIS RECENTE, COM O      *
      *    CONTADOR DE GERACAO DA CONSULTA DE HISTORICO (CHAVE MENOR   *
      *    QUE A ANTERIOR ABRE A GERACAO SEGUINTE). SO ARQLINPD E      *
      *    OBRIGATORIO; A AUSENCIA DE QUALQUER OUTRA DD DE ENTRADA (OU *
      *    DD DUMMY) SO OMITE AS ETAPAS CORRESPONDENTES DA HISTORIA.   *
      *    A CORRECAO ENTRA NA HISTORIA NA DATA E HORA DO RUN DO       *
      *    LEGRCORR (ARQAUDIT); SEM AUDITORIA, LOGO APOS O ULTIMO      *
      *    REJEITO DA CHAVE. RC 4 QUANDO UMA CHAVE PEDIDA NAO TEM      *
      *    NENHUM EVENTO OU QUANDO SOBRAM LINHAS DE DIAGNOSTICO OU DE  *
      *    AUDITORIA SEM REGISTRO CORRESPONDENTE (DDS QUE NAO COBREM   *
      *    OS MESMOS RUNS).                                            *
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

           SELECT ARQLINPD ASSIGN      TO   UT-S-ARQLINPD
                      FILE STATUS      IS   WRK-FS-ARQLINPD.

           SELECT ARQDIAPD ASSIGN      TO   UT-S-ARQDIAPD
                      FILE STATUS      IS   WRK-FS-ARQDIAPD.

           SELECT ARQREJPD ASSIGN      TO   UT-S-ARQREJPD
                      FILE STATUS      IS   WRK-FS-ARQREJPD.

           SELECT ARQCORPD ASSIGN      TO   UT-S-ARQCORPD
                      FILE STATUS      IS   WRK-FS-ARQCORPD.

           SELECT ARQAUDIT ASSIGN      TO   UT-S-ARQAUDIT
                      FILE STATUS      IS   WRK-FS-ARQAUDIT.

           SELECT ARQLINZD ASSIGN      TO   UT-S-ARQLINZD
                      FILE STATUS      IS   WRK-FS-ARQLINZD.

           SELECT ARQOUTPD ASSIGN      TO   UT-S-ARQOUTPD
                      FILE STATUS      IS   WRK-FS-ARQOUTPD.

           SELECT ARQLOG   ASSIGN      TO   UT-S-ARQLOG
                      FILE STATUS      IS   WRK-FS-ARQLOG.

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
      *   INPUT:   LINHAGEM DA CONVERSAO PD->ZD - ARQLINPD             *
      *            ORG. SEQUENCIAL    - LRECL   = 080                  *
      *----------------------------------------------------------------*
       FD  ARQLINPD
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-ARQLINPD                 PIC  X(080).

      *----------------------------------------------------------------*
      *   INPUT:   DIAGNOSTICO DOS REJEITOS - ARQDIAPD                 *
      *            ORG. SEQUENCIAL    - LRECL   = 132                  *
      *----------------------------------------------------------------*
       FD  ARQDIAPD
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-ARQDIAPD                 PIC  X(132).

      *----------------------------------------------------------------*
      *   INPUT:   REJEITADOS LIDOS PELO LEGRCORR - ARQREJPD           *
      *            ORG. SEQUENCIAL    - LRECL   = @LENGTHOUT           *
      *----------------------------------------------------------------*
       FD  ARQREJPD
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-ARQREJPD                 PIC  X(@LENGTHOUT).

      *----------------------------------------------------------------*
      *   INPUT:   REJEITADOS CORRIGIDOS PELO LEGRCORR - ARQCORPD      *
      *            ORG. SEQUENCIAL    - LRECL   = @LENGTHOUT           *
      *----------------------------------------------------------------*
       FD  ARQCORPD
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-ARQCORPD                 PIC  X(@LENGTHOUT).

      *----------------------------------------------------------------*
      *   INPUT:   AUDITORIA DAS CORRECOES DO LEGRCORR - ARQAUDIT      *
      *            ORG. SEQUENCIAL    - LRECL   = 160                  *
      *----------------------------------------------------------------*
       FD  ARQAUDIT
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-ARQAUDIT                 PIC  X(160).

      *----------------------------------------------------------------*
      *   INPUT:   LINHAGEM DA CONVERSAO ZD->PD - ARQLINZD             *
      *            ORG. SEQUENCIAL    - LRECL   = 080                  *
      *----------------------------------------------------------------*
       FD  ARQLINZD
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-ARQLINZD                 PIC  X(080).

      *----------------------------------------------------------------*
      *   INPUT:   CONCATENACAO DE GERACOES DO ARQOUTPD - ARQOUTPD     *
      *            ORG. SEQUENCIAL    - LRECL   = @LENGTHOUT           *
      *----------------------------------------------------------------*
       FD  ARQOUTPD
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-ARQOUTPD                 PIC  X(@LENGTHOUT).

      *----------------------------------------------------------------*
      *   INPUT:   LOG PERSISTENTE DE EXECUCAO - ARQLOG                *
      *            ORG. SEQUENCIAL    - LRECL   = 100                  *
      *----------------------------------------------------------------*
       FD  ARQLOG
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-ARQLOG                   PIC  X(100).

      *----------------------------------------------------------------*
      *   OUTPUT:  RELATORIO DE RASTREIO POR CHAVE - ARQRELAT          *
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

           03 WRK-LIDOS-ARQLINPD       PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-LIDOS-ARQDIAPD       PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-LIDOS-ARQREJPD       PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-LIDOS-ARQCORPD       PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-LIDOS-ARQAUDIT       PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-LIDOS-ARQLINZD       PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-LIDOS-ARQOUTPD       PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-LIDOS-ARQLOG         PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-GRAVADOS-ARQRELAT    PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-DIAG-SEM-REGISTRO    PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-AUDIT-SEM-REGISTRO   PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-CHAVES-SEM-OCORR     PIC  9(003) COMP-3  VALUE ZEROS.
           03 WRK-DISPLAY              PIC +Z(08)9         VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE TESTE DE FILE-STATUS               ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-FS-ARQLINPD             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-ARQDIAPD             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-ARQREJPD             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-ARQCORPD             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-ARQAUDIT             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-ARQLINZD             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-ARQOUTPD             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-ARQLOG               PIC  X(002)         VALUE SPACES.
       01  WRK-FS-ARQRELAT             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-ARQDICIO             PIC  X(002)         VALUE SPACES.

      *    ENTRADAS OPCIONAIS: A FALHA NA ABERTURA (DD AUSENTE OU
      *    DUMMY) DEIXA O ARQUIVO COMO VAZIO.
       01  WRK-SW-ARQDIAPD             PIC  X(001)         VALUE 'N'.
           88 WRK-ARQDIAPD-ABERTO                           VALUE 'S'.
       01  WRK-SW-ARQCORPD             PIC  X(001)         VALUE 'N'.
           88 WRK-ARQCORPD-ABERTO                           VALUE 'S'.
       01  WRK-SW-ARQAUDIT             PIC  X(001)         VALUE 'N'.
           88 WRK-ARQAUDIT-ABERTO                           VALUE 'S'.
       01  WRK-SW-ARQLOG               PIC  X(001)         VALUE 'N'.
           88 WRK-ARQLOG-ABERTO                             VALUE 'S'.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *  AREA DOS CARTOES DE LAYOUT - SYSIN (VIDE COPY CAMPCARD). O    *
      *  REDEFINES EXPOE O FORMATO DO CARTAO 'VALOR' (CHAVE            *
      *  RASTREADA) SOBRE A MESMA AREA.                                *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DOS CARTOES DE LAYOUT - SYSIN         ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       COPY CAMPCARD.

       01  WRK-CARTAO-VALOR REDEFINES WRK-CARTAO-CAMPO.
           03 VAL-TIPO-CARTAO          PIC  X(008).
           03 VAL-CHAVE                PIC  X(032).
           03 FILLER                   PIC  X(040).

       COPY CAMPODIR.

       COPY DICCAMPO.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *  CHAVES RASTREADAS (CARTOES 'VALOR'), COM A DATA E HORA DO     *
      *  ULTIMO REJEITO DE CADA UMA (POSICIONA A CORRECAO SEM          *
      *  AUDITORIA NA HISTORIA), E CONTROLE DA CHAVE DO LAYOUT.        *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-CHAVES-CONSULTADAS.
           03 WRK-QTD-VALORES          PIC  9(003) COMP-3  VALUE ZEROS.
           03 WRK-VAL-ENTRADA          OCCURS 20 TIMES
                                       INDEXED BY WRK-IDX-VAL.
              05 WRK-VAL-CHAVE         PIC  X(032).
              05 WRK-VAL-EVENTOS       PIC  9(005) COMP-3.
              05 WRK-VAL-TEMPO-REJEITO PIC  9(014).

       01  WRK-CONTROLE-CHAVE.
           03 WRK-IDX-CHAVE            PIC  9(003) COMP-3  VALUE ZEROS.
           03 WRK-CHAVE-OFFSET         PIC  9(005) COMP-3  VALUE ZEROS.
           03 WRK-CHAVE-TAMANHO        PIC  9(003) COMP-3  VALUE ZEROS.
           03 WRK-CHAVE-ATUAL          PIC  X(032)         VALUE SPACES.
           03 WRK-CHAVE-ANTERIOR       PIC  X(032)         VALUE
              LOW-VALUES.
           03 WRK-GERACAO-CORRENTE     PIC  9(003) COMP-3  VALUE 1.
           03 WRK-NUM-CHAVE-PEDIDA     PIC  9(003) COMP-3  VALUE ZEROS.
           03 WRK-SW-CHAVE-PEDIDA      PIC  X(001)         VALUE 'N'.
              88 WRK-CHAVE-PEDIDA                           VALUE 'S'.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *  LINHA DA LINHAGEM DAS CONVERSOES (MESMO LAYOUT GRAVADO POR    *
      *  3220/3230 DE LEGRPDZD E POR LEGRZDPD), LINHA DO DIAGNOSTICO   *
      *  DE REJEITOS (3060-GRAVAR-DIAGNOSTICO DE LEGRPDZD) E LINHA DE  *
      *  AUDITORIA DO LEGRCORR. OS NUMEROS DE REGISTRO DO DIAGNOSTICO  *
      *  E DA AUDITORIA SAO GRAVADOS EDITADOS (ZZZZZZZZ9) - OS BRANCOS *
      *  A ESQUERDA SAO TROCADOS POR ZEROS NA LEITURA.                 *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-LINHA-LINHAGEM.
           03 WRK-LIN-RUN-ID.
              05 WRK-LIN-RUN-PGMID     PIC  X(008).
              05 WRK-LIN-RUN-DATA      PIC  X(008).
              05 WRK-LIN-RUN-HORA      PIC  X(006).
           03 FILLER                   PIC  X(001).
           03 WRK-LIN-SEQUENCIA        PIC  9(009).
           03 FILLER                   PIC  X(001).
           03 WRK-LIN-CHAVE            PIC  X(032).
           03 FILLER                   PIC  X(001).
           03 WRK-LIN-SITUACAO         PIC  X(001).
              88 WRK-LIN-REJEITADO                          VALUE 'R'.
           03 FILLER                   PIC  X(013).

       01  WRK-LINHA-DIAGNOSTICO.
           03 FILLER                   PIC  X(009).
           03 WRK-LDG-REGISTRO-X       PIC  X(009).
           03 WRK-LDG-REGISTRO REDEFINES WRK-LDG-REGISTRO-X
                                       PIC  9(009).
           03 FILLER                   PIC  X(007).
           03 WRK-LDG-NOME-CAMPO       PIC  X(022).
           03 FILLER                   PIC  X(029).
           03 WRK-LDG-MOTIVO           PIC  X(018).
           03 FILLER                   PIC  X(005).
           03 WRK-LDG-HEXA             PIC  X(032).
           03 FILLER                   PIC  X(001).

       01  WRK-LINHA-AUDITORIA.
           03 FILLER                   PIC  X(009).
           03 WRK-AUD-REGISTRO-X       PIC  X(009).
           03 WRK-AUD-REGISTRO REDEFINES WRK-AUD-REGISTRO-X
                                       PIC  9(009).
           03 FILLER                   PIC  X(007).
           03 WRK-AUD-NOME-CAMPO       PIC  X(020).
           03 FILLER                   PIC  X(006).
           03 WRK-AUD-ACAO             PIC  X(008).
           03 FILLER                   PIC  X(004).
           03 WRK-AUD-HEXA-ANTES       PIC  X(024).
           03 FILLER                   PIC  X(006).
           03 WRK-AUD-HEXA-DEPOIS      PIC  X(024).
           03 FILLER                   PIC  X(005).
           03 WRK-AUD-RUN-ID           PIC  X(022).
           03 FILLER                   PIC  X(016).

      *    RUN DO LEGRCORR A QUE PERTENCEM O ARQREJPD E O ARQCORPD
      *    INFORMADOS: O DA PRIMEIRA LINHA LEGIVEL DO ARQAUDIT.
       01  WRK-CONTROLE-CORRECAO.
           03 WRK-RUN-CORRECAO         PIC  X(022)         VALUE SPACES.
           03 WRK-QTD-ALTERACOES       PIC  9(005) COMP-3  VALUE ZEROS.
           03 WRK-IMG-ANTES            PIC  9(005) COMP-3  VALUE ZEROS.
           03 WRK-IMG-DEPOIS           PIC  9(005) COMP-3  VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *  AREA DA LINHA DO LOG - COPY LOGCARD                           *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DA LINHA DO LOG - COPY LOGCARD        ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       COPY LOGCARD.

       01  WRK-RUN-ID-LOG.
           03 WRK-RLG-PGMID            PIC  X(008).
           03 WRK-RLG-DATA             PIC  9(008).
           03 WRK-RLG-HORA             PIC  9(006).

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *  EXECUCOES (RUN-IDS) CITADAS PELOS EVENTOS DAS CHAVES          *
      *  RASTREADAS, COM OS TOTAIS DA LINHA CORRESPONDENTE DO ARQLOG   *
      *  (A ULTIMA LINHA DO RUN PREVALECE).                            *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-TABELA-RUNS.
           03 WRK-QTD-RUNS             PIC  9(005) COMP-3  VALUE ZEROS.
           03 WRK-RUN-ENTRADA          OCCURS 500 TIMES
                                       INDEXED BY WRK-IDX-RUN.
              05 WRK-RUN-ID            PIC  X(022).
              05 WRK-RUN-SW-LOG        PIC  X(001).
                 88 WRK-RUN-NO-LOG                          VALUE 'S'.
              05 WRK-RUN-LIDOS         PIC  9(009) COMP-3.
              05 WRK-RUN-GRAVADOS      PIC  9(009) COMP-3.
              05 WRK-RUN-REJEITADOS    PIC  9(009) COMP-3.
              05 WRK-RUN-HORA-FIM      PIC  9(008).

       01  WRK-CONTROLE-RUN.
           03 WRK-RUN-ID-PROCURADO     PIC  X(022)         VALUE SPACES.
           03 WRK-NUM-RUN-ACHADO       PIC  9(005) COMP-3  VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *  EVENTOS DAS CHAVES RASTREADAS, MANTIDOS EM ORDEM DE CHAVE     *
      *  PEDIDA + DATA E HORA DO RUN + FASE DA CADEIA + SEQUENCIA NO   *
      *  RUN + ETAPA + ORDEM DE CHEGADA (INSERCAO ORDENADA) - A        *
      *  HISTORIA DE CADA CHAVE SAI NA ORDEM DA TABELA.                *
      *    FASE : 1 CONVERSAO PD->ZD, 2 CORRECAO, 3 CONVERSAO ZD->PD,  *
      *           4 ARQOUTPD (DATA E HORA NOVES: SEMPRE POR ULTIMO).   *
      *    ETAPA: 1 LINHAGEM PD->ZD, 2 DIAGNOSTICO, 3 CORRECAO,        *
      *           4 AUDITORIA, 5 LINHAGEM ZD->PD, 6 GERACAO.           *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-TABELA-EVENTOS.
           03 WRK-QTD-EVENTOS          PIC S9(005) COMP-3  VALUE ZEROS.
           03 WRK-EVT-ENTRADA          OCCURS 2000 TIMES
                                       INDEXED BY WRK-IDX-EVT.
              05 WRK-EVT-ORDEM.
                 07 WRK-EVT-NUM-CHAVE  PIC  9(003).
                 07 WRK-EVT-TEMPO      PIC  9(014).
                 07 WRK-EVT-FASE       PIC  9(001).
                 07 WRK-EVT-SEQUENCIA  PIC  9(009).
                 07 WRK-EVT-ETAPA      PIC  9(001).
                    88 WRK-EVT-LINHAGEM-PD                  VALUE 1.
                    88 WRK-EVT-DIAGNOSTICO                  VALUE 2.
                    88 WRK-EVT-CORRECAO                     VALUE 3.
                    88 WRK-EVT-AUDITORIA                    VALUE 4.
                    88 WRK-EVT-LINHAGEM-ZD                  VALUE 5.
                    88 WRK-EVT-GERACAO                      VALUE 6.
                 07 WRK-EVT-CHEGADA    PIC  9(005).
              05 WRK-EVT-RUN-ID        PIC  X(022).
              05 WRK-EVT-NUM-RUN       PIC  9(005) COMP-3.
              05 WRK-EVT-SITUACAO      PIC  X(001).
                 88 WRK-EVT-REJEITADO                       VALUE 'R'.
              05 WRK-EVT-QUANTIDADE    PIC  9(005) COMP-3.
              05 WRK-EVT-IMG-ANTES     PIC  9(005) COMP-3.
              05 WRK-EVT-IMG-DEPOIS    PIC  9(005) COMP-3.
              05 WRK-EVT-DETALHE       PIC  X(100).

       01  WRK-EVENTO-NOVO.
           03 WRK-ENV-ORDEM.
              05 WRK-ENV-NUM-CHAVE     PIC  9(003).
              05 WRK-ENV-TEMPO.
                 07 WRK-ENV-DATA       PIC  9(008).
                 07 WRK-ENV-HORA       PIC  9(006).
              05 WRK-ENV-FASE          PIC  9(001).
              05 WRK-ENV-SEQUENCIA     PIC  9(009).
              05 WRK-ENV-ETAPA         PIC  9(001).
              05 WRK-ENV-CHEGADA       PIC  9(005).
           03 WRK-ENV-RUN-ID           PIC  X(022).
           03 WRK-ENV-NUM-RUN          PIC  9(005) COMP-3.
           03 WRK-ENV-SITUACAO         PIC  X(001).
           03 WRK-ENV-QUANTIDADE       PIC  9(005) COMP-3.
           03 WRK-ENV-IMG-ANTES        PIC  9(005) COMP-3.
           03 WRK-ENV-IMG-DEPOIS       PIC  9(005) COMP-3.
           03 WRK-ENV-DETALHE          PIC  X(100).

      *    DETALHE DO EVENTO DE DIAGNOSTICO E DO EVENTO DE AUDITORIA.
       01  WRK-DETALHE-DIAGNOSTICO.
           03 WRK-DTD-NOME-CAMPO       PIC  X(022).
           03 WRK-DTD-MOTIVO           PIC  X(018).
           03 WRK-DTD-HEXA             PIC  X(032).
           03 FILLER                   PIC  X(028).

       01  WRK-DETALHE-AUDITORIA.
           03 WRK-DTA-NOME-CAMPO       PIC  X(020).
           03 WRK-DTA-ACAO             PIC  X(008).
           03 WRK-DTA-HEXA-ANTES       PIC  X(024).
           03 WRK-DTA-HEXA-DEPOIS      PIC  X(024).
           03 FILLER                   PIC  X(024).

       01  WRK-CONTROLE-INSERCAO.
           03 WRK-IDX-INSERCAO         PIC S9(005) COMP-3  VALUE ZEROS.
           03 WRK-POS-INSERCAO         PIC S9(005) COMP-3  VALUE ZEROS.
           03 WRK-SW-POSICAO           PIC  X(001)         VALUE 'N'.
              88 WRK-POSICAO-ACHADA                         VALUE 'S'.
           03 WRK-NUM-CHEGADA          PIC  9(005)         VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *  IMAGENS DE REGISTRO CITADAS PELOS EVENTOS (ANTES E DEPOIS DA  *
      *  CORRECAO, REGISTRO EM CADA GERACAO DO ARQOUTPD).              *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-TABELA-IMAGENS.
           03 WRK-QTD-IMAGENS          PIC  9(005) COMP-3  VALUE ZEROS.
           03 WRK-IMG-REGISTRO         PIC  X(@LENGTHOUT)
                                       OCCURS 200 TIMES
                                       INDEXED BY WRK-IDX-IMG
                                                  WRK-IDX-IMG-2.

       01  WRK-IMAGEM-NOVA             PIC  X(@LENGTHOUT)  VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *  DATA E HORA DO RUN-ID DE UM EVENTO (AAAAMMDDHHMMSS) E SUA     *
      *  FORMA EDITADA NO RELATORIO.                                   *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-TEMPO-TRABALHO.
           03 WRK-TMP-AAAA             PIC  9(004).
           03 WRK-TMP-MM               PIC  9(002).
           03 WRK-TMP-DD               PIC  9(002).
           03 WRK-TMP-HH               PIC  9(002).
           03 WRK-TMP-MI               PIC  9(002).
           03 WRK-TMP-SS               PIC  9(002).

       01  WRK-TEMPO-EDITADO.
           03 WRK-TED-DD               PIC  9(002).
           03 FILLER                   PIC  X(001)         VALUE '/'.
           03 WRK-TED-MM               PIC  9(002).
           03 FILLER                   PIC  X(001)         VALUE '/'.
           03 WRK-TED-AAAA             PIC  9(004).
           03 FILLER                   PIC  X(001)         VALUE SPACE.
           03 WRK-TED-HH               PIC  9(002).
           03 FILLER                   PIC  X(001)         VALUE ':'.
           03 WRK-TED-MI               PIC  9(002).
           03 FILLER                   PIC  X(001)         VALUE ':'.
           03 WRK-TED-SS               PIC  9(002).

       01  WRK-HORA-FIM-TRABALHO.
           03 WRK-HFT-HH               PIC  9(002).
           03 WRK-HFT-MI               PIC  9(002).
           03 WRK-HFT-SS               PIC  9(002).
           03 WRK-HFT-CC               PIC  9(002).

       01  WRK-HORA-FIM-EDITADA.
           03 WRK-HFE-HH               PIC  9(002).
           03 FILLER                   PIC  X(001)         VALUE ':'.
           03 WRK-HFE-MI               PIC  9(002).
           03 FILLER                   PIC  X(001)         VALUE ':'.
           03 WRK-HFE-SS               PIC  9(002).

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *  CONTROLE DA EMISSAO DA HISTORIA DE UMA CHAVE                  *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-CONTROLE-HISTORIA.
           03 WRK-PROXIMO-EVENTO       PIC S9(005) COMP-3  VALUE 1.
           03 WRK-SITUACAO-CHAVE       PIC  X(040)         VALUE SPACES.
           03 WRK-DATA-HORA-EXIBICAO   PIC  X(019)         VALUE SPACES.
           03 WRK-SW-FIM-CHAVE         PIC  X(001)         VALUE 'N'.
              88 WRK-FIM-CHAVE                              VALUE 'S'.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *  AREA DE RENDERIZACAO DE VALOR (MESMA MECANICA DA CONSULTA DE  *
      *  HISTORICO POR CHAVE: TEXTO COMO ESTA, NUMERICO DECODIFICADO   *
      *  EM NUMERO EDITADO, CONTEUDO INVALIDO EM HEXADECIMAL).         *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-CONTROLE-RENDER.
           03 WRK-TAM-EXIBICAO         PIC  9(003) COMP-3  VALUE ZEROS.
           03 WRK-VALOR-RENDERIZADO    PIC  X(020)         VALUE SPACES.
           03 WRK-VALOR-ANTES          PIC  X(020)         VALUE SPACES.

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
      *  LINHAS DO RELATORIO - ARQRELAT                                *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-LINHA-TITULO-CHAVE.
           03 FILLER                   PIC  X(018)         VALUE
              'RASTREIO DA CHAVE '.
           03 WRK-TIT-CHAVE            PIC  X(032).
           03 FILLER                   PIC  X(082)         VALUE SPACES.

       01  WRK-LINHA-EVT-LINHAGEM.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 WRK-ELN-DATA-HORA        PIC  X(019).
           03 FILLER                   PIC  X(001)         VALUE SPACE.
           03 WRK-ELN-ETAPA            PIC  X(018).
           03 FILLER                   PIC  X(005)         VALUE
              ' RUN '.
           03 WRK-ELN-RUN-ID           PIC  X(022).
           03 FILLER                   PIC  X(010)         VALUE
              ' REGISTRO '.
           03 WRK-ELN-SEQUENCIA        PIC  ZZZZZZZZ9.
           03 FILLER                   PIC  X(004)         VALUE
              ' DO '.
           03 WRK-ELN-ORIGEM           PIC  X(008).
           03 FILLER                   PIC  X(003)         VALUE
              ' - '.
           03 WRK-ELN-SITUACAO         PIC  X(010).
           03 FILLER                   PIC  X(021)         VALUE SPACES.

       01  WRK-LINHA-EVT-DIAGNOSTICO.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 WRK-EDG-DATA-HORA        PIC  X(019).
           03 FILLER                   PIC  X(001)         VALUE SPACE.
           03 FILLER                   PIC  X(018)         VALUE
              'DIAGNOSTICO'.
           03 FILLER                   PIC  X(007)         VALUE
              ' CAMPO '.
           03 WRK-EDG-NOME-CAMPO       PIC  X(022).
           03 FILLER                   PIC  X(008)         VALUE
              ' MOTIVO '.
           03 WRK-EDG-MOTIVO           PIC  X(018).
           03 FILLER                   PIC  X(005)         VALUE
              ' HEX '.
           03 WRK-EDG-HEXA             PIC  X(032).

       01  WRK-LINHA-EVT-CORRECAO.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 WRK-ECR-DATA-HORA        PIC  X(019).
           03 FILLER                   PIC  X(001)         VALUE SPACE.
           03 FILLER                   PIC  X(018)         VALUE
              'CORRECAO LEGRCORR'.
           03 FILLER                   PIC  X(005)         VALUE
              ' RUN '.
           03 WRK-ECR-RUN-ID           PIC  X(022).
           03 FILLER                   PIC  X(010)         VALUE
              ' REGISTRO '.
           03 WRK-ECR-NUM-REGISTRO     PIC  ZZZZZZZZ9.
           03 FILLER                   PIC  X(015)         VALUE
              ' DO ARQREJPD - '.
           03 WRK-ECR-ALTERACOES       PIC  ZZZZ9.
           03 FILLER                   PIC  X(015)         VALUE
              ' ALTERACAO(OES)'.
           03 FILLER                   PIC  X(011)         VALUE SPACES.

       01  WRK-LINHA-EVT-AUDITORIA.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 WRK-EAU-DATA-HORA        PIC  X(019).
           03 FILLER                   PIC  X(001)         VALUE SPACE.
           03 FILLER                   PIC  X(018)         VALUE
              'AUDITORIA'.
           03 FILLER                   PIC  X(001)         VALUE SPACE.
           03 WRK-EAU-NOME-CAMPO       PIC  X(020).
           03 FILLER                   PIC  X(001)         VALUE SPACE.
           03 WRK-EAU-ACAO             PIC  X(008).
           03 FILLER                   PIC  X(004)         VALUE
              ' DE '.
           03 WRK-EAU-HEXA-ANTES       PIC  X(024).
           03 FILLER                   PIC  X(006)         VALUE
              ' PARA '.
           03 WRK-EAU-HEXA-DEPOIS      PIC  X(024).
           03 FILLER                   PIC  X(004)         VALUE SPACES.

       01  WRK-LINHA-EVT-GERACAO.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 FILLER                   PIC  X(019)         VALUE
              'POSICAO FINAL'.
           03 FILLER                   PIC  X(001)         VALUE SPACE.
           03 FILLER                   PIC  X(018)         VALUE
              'ARQOUTPD'.
           03 FILLER                   PIC  X(009)         VALUE
              ' GERACAO '.
           03 WRK-EGR-GERACAO          PIC  ZZ9.
           03 FILLER                   PIC  X(010)         VALUE
              ' REGISTRO '.
           03 WRK-EGR-NUM-REGISTRO     PIC  ZZZZZZZZ9.
           03 FILLER                   PIC  X(016)         VALUE
              ' DA CONCATENACAO'.
           03 FILLER                   PIC  X(045)         VALUE SPACES.

       01  WRK-LINHA-EXECUCAO.
           03 FILLER                   PIC  X(024)         VALUE SPACES.
           03 FILLER                   PIC  X(014)         VALUE
              'ARQLOG: LIDOS '.
           03 WRK-EXE-LIDOS            PIC  ZZZZZZZZ9.
           03 FILLER                   PIC  X(010)         VALUE
              ' GRAVADOS '.
           03 WRK-EXE-GRAVADOS         PIC  ZZZZZZZZ9.
           03 FILLER                   PIC  X(012)         VALUE
              ' REJEITADOS '.
           03 WRK-EXE-REJEITADOS       PIC  ZZZZZZZZ9.
           03 FILLER                   PIC  X(009)         VALUE
              ' TERMINO '.
           03 WRK-EXE-HORA-FIM         PIC  X(008).
           03 FILLER                   PIC  X(028)         VALUE SPACES.

       01  WRK-LINHA-SEM-LOG.
           03 FILLER                   PIC  X(024)         VALUE SPACES.
           03 FILLER                   PIC  X(034)         VALUE
              'ARQLOG: RUN SEM REGISTRO NO ARQLOG'.
           03 FILLER                   PIC  X(074)         VALUE SPACES.

       01  WRK-LINHA-CAMPO.
           03 FILLER                   PIC  X(024)         VALUE SPACES.
           03 FILLER                   PIC  X(006)         VALUE
              'CAMPO '.
           03 WRK-REL-NOME-CAMPO       PIC  X(020).
           03 FILLER                   PIC  X(003)         VALUE ' = '.
           03 WRK-REL-VALOR            PIC  X(020).
           03 FILLER                   PIC  X(059)         VALUE SPACES.

       01  WRK-LINHA-COMPARACAO.
           03 FILLER                   PIC  X(024)         VALUE SPACES.
           03 FILLER                   PIC  X(006)         VALUE
              'CAMPO '.
           03 WRK-CMP-NOME-CAMPO       PIC  X(020).
           03 FILLER                   PIC  X(007)         VALUE
              ' ANTES '.
           03 WRK-CMP-VALOR-ANTES      PIC  X(020).
           03 FILLER                   PIC  X(008)         VALUE
              ' DEPOIS '.
           03 WRK-CMP-VALOR-DEPOIS     PIC  X(020).
           03 FILLER                   PIC  X(001)         VALUE SPACE.
           03 WRK-CMP-MARCA            PIC  X(011).
           03 FILLER                   PIC  X(015)         VALUE SPACES.

       01  WRK-LINHA-RESUMO-CHAVE.
           03 FILLER                   PIC  X(016)         VALUE
              'SITUACAO FINAL: '.
           03 WRK-RSC-SITUACAO         PIC  X(040).
           03 FILLER                   PIC  X(009)         VALUE
              ' EVENTOS '.
           03 WRK-RSC-QUANTIDADE       PIC  ZZZZ9.
           03 FILLER                   PIC  X(062)         VALUE SPACES.

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

           PERFORM 2000-CARREGAR-LINHAGEM-PD.

           PERFORM 3000-CARREGAR-CORRECOES.

           PERFORM 4000-CARREGAR-LINHAGEM-ZD.

           PERFORM 5000-CARREGAR-GERACOES.

           PERFORM 6000-CARREGAR-ARQLOG.

           PERFORM 7000-EMITIR-HISTORIAS.

           PERFORM 9000-FINALIZAR.

      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1000-INICIAR                    SECTION.
      *----------------------------------------------------------------*

           PERFORM 1050-LER-CARTOES-LAYOUT.

           IF  WRK-CHAVE-TAMANHO       EQUAL     ZEROS
           OR  WRK-QTD-VALORES         EQUAL     ZEROS
               PERFORM 9300-FORMATAR-ERRO-CARTAO
           END-IF.

           OPEN INPUT   ARQLINPD
                OUTPUT  ARQRELAT.

           PERFORM 1110-TESTAR-FS-ARQLINPD.
           PERFORM 1190-TESTAR-FS-ARQRELAT.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1050-LER-CARTOES-LAYOUT         SECTION.
      *----------------------------------------------------------------*
      *    CARREGA OS CARTOES 'CAMPO', O CARTAO 'CHAVE' E OS CARTOES   *
      *    'VALOR' DO SYSIN (VIDE COPY CAMPCARD/CAMPODIR). O CARTAO    *
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
               WHEN CMP-CARTAO-CHAVE
                   PERFORM 1080-DESIGNAR-CHAVE
               WHEN CMP-CARTAO-VALOR
                   PERFORM 1090-GUARDAR-VALOR
               WHEN CMP-CARTAO-CAMPO
                   PERFORM 1075-ARMAZENAR-CARTAO-CAMPO
               WHEN CMP-CARTAO-LAYOUT
                   PERFORM 1066-CARREGAR-LAYOUT
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
       1075-ARMAZENAR-CARTAO-CAMPO     SECTION.
      *----------------------------------------------------------------*
      *    CRITICA O CARTAO DE CAMPO ANTES DE ACEITA-LO NO DIRETORIO   *
      *    (MESMAS REGRAS DO COMPARADOR: PACKED ATE 8, ZONADO ATE 15   *
      *    - VIDE COPY DECODNUM).                                      *
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
       1080-DESIGNAR-CHAVE             SECTION.
      *----------------------------------------------------------------*
      *    LOCALIZA NO DIRETORIO O CAMPO NOMEADO PELO CARTAO 'CHAVE'   *
      *    (O CARTAO 'CAMPO' CORRESPONDENTE DEVE VIR ANTES NO MACO).   *
      *    E A CHAVE DA LINHAGEM: OS MESMOS BYTES QUE A CONVERSAO      *
      *    GRAVA NA LINHA DE LINHAGEM (ATE 32).                        *
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-IDX-CHAVE.

           PERFORM 1085-PROCURAR-CAMPO-CHAVE
               VARYING WRK-IDX-DIR FROM 1 BY 1
               UNTIL WRK-IDX-DIR       GREATER   WRK-QTD-CAMPOS
                  OR WRK-IDX-CHAVE     GREATER   ZEROS.

           IF  WRK-IDX-CHAVE           EQUAL     ZEROS
               PERFORM 9300-FORMATAR-ERRO-CARTAO
           END-IF.

           IF  WRK-CHAVE-TAMANHO       GREATER   32
               PERFORM 9300-FORMATAR-ERRO-CARTAO
           END-IF.

      *----------------------------------------------------------------*
       1080-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1085-PROCURAR-CAMPO-CHAVE       SECTION.
      *----------------------------------------------------------------*

           IF  WRK-DIR-NOME(WRK-IDX-DIR) EQUAL CMP-NOME-CAMPO
               SET WRK-IDX-CHAVE       TO WRK-IDX-DIR
               MOVE WRK-DIR-OFFSET(WRK-IDX-DIR) TO WRK-CHAVE-OFFSET
               MOVE WRK-DIR-TAMANHO(WRK-IDX-DIR) TO WRK-CHAVE-TAMANHO
           END-IF.

      *----------------------------------------------------------------*
       1085-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1090-GUARDAR-VALOR              SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO  WRK-QTD-VALORES.

           IF  WRK-QTD-VALORES         GREATER   20
               PERFORM 9300-FORMATAR-ERRO-CARTAO
           END-IF.

           SET WRK-IDX-VAL             TO        WRK-QTD-VALORES.

           MOVE VAL-CHAVE              TO WRK-VAL-CHAVE(WRK-IDX-VAL).
           MOVE ZEROS                  TO WRK-VAL-EVENTOS(WRK-IDX-VAL)
                                          WRK-VAL-TEMPO-REJEITO
                                                       (WRK-IDX-VAL).

      *----------------------------------------------------------------*
       1090-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1110-TESTAR-FS-ARQLINPD         SECTION.
      *----------------------------------------------------------------*

           IF  WRK-FS-ARQLINPD         NOT EQUAL  '00'
               MOVE 'ARQLINPD'         TO WRK-NOME-ARQUIVO
               MOVE WRK-FS-ARQLINPD    TO WRK-FILE-STATUS
               PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

      *----------------------------------------------------------------*
       1110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1120-TESTAR-FS-ARQDIAPD         SECTION.
      *----------------------------------------------------------------*

           IF  WRK-FS-ARQDIAPD         NOT EQUAL  '00'
               MOVE 'ARQDIAPD'         TO WRK-NOME-ARQUIVO
               MOVE WRK-FS-ARQDIAPD    TO WRK-FILE-STATUS
               PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

      *----------------------------------------------------------------*
       1120-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1130-TESTAR-FS-ARQREJPD         SECTION.
      *----------------------------------------------------------------*

           IF  WRK-FS-ARQREJPD         NOT EQUAL  '00'
               MOVE 'ARQREJPD'         TO WRK-NOME-ARQUIVO
               MOVE WRK-FS-ARQREJPD    TO WRK-FILE-STATUS
               PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

      *----------------------------------------------------------------*
       1130-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1140-TESTAR-FS-ARQCORPD         SECTION.
      *----------------------------------------------------------------*

           IF  WRK-FS-ARQCORPD         NOT EQUAL  '00'
               MOVE 'ARQCORPD'         TO WRK-NOME-ARQUIVO
               MOVE WRK-FS-ARQCORPD    TO WRK-FILE-STATUS
               PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

      *----------------------------------------------------------------*
       1140-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1150-TESTAR-FS-ARQAUDIT         SECTION.
      *----------------------------------------------------------------*

           IF  WRK-FS-ARQAUDIT         NOT EQUAL  '00'
               MOVE 'ARQAUDIT'         TO WRK-NOME-ARQUIVO
               MOVE WRK-FS-ARQAUDIT    TO WRK-FILE-STATUS
               PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

      *----------------------------------------------------------------*
       1150-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1160-TESTAR-FS-ARQLINZD         SECTION.
      *----------------------------------------------------------------*

           IF  WRK-FS-ARQLINZD         NOT EQUAL  '00'
               MOVE 'ARQLINZD'         TO WRK-NOME-ARQUIVO
               MOVE WRK-FS-ARQLINZD    TO WRK-FILE-STATUS
               PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

      *----------------------------------------------------------------*
       1160-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1170-TESTAR-FS-ARQOUTPD         SECTION.
      *----------------------------------------------------------------*

           IF  WRK-FS-ARQOUTPD         NOT EQUAL  '00'
               MOVE 'ARQOUTPD'         TO WRK-NOME-ARQUIVO
               MOVE WRK-FS-ARQOUTPD    TO WRK-FILE-STATUS
               PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

      *----------------------------------------------------------------*
       1170-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1180-TESTAR-FS-ARQLOG           SECTION.
      *----------------------------------------------------------------*

           IF  WRK-FS-ARQLOG           NOT EQUAL  '00'
               MOVE 'ARQLOG'           TO WRK-NOME-ARQUIVO
               MOVE WRK-FS-ARQLOG      TO WRK-FILE-STATUS
               PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

      *----------------------------------------------------------------*
       1180-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1190-TESTAR-FS-ARQRELAT         SECTION.
      *----------------------------------------------------------------*

           IF  WRK-FS-ARQRELAT         NOT EQUAL  '00'
               MOVE 'ARQRELAT'         TO WRK-NOME-ARQUIVO
               MOVE WRK-FS-ARQRELAT    TO WRK-FILE-STATUS
               PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

      *----------------------------------------------------------------*
       1190-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-CARREGAR-LINHAGEM-PD       SECTION.
      *----------------------------------------------------------------*
      *    PRIMEIRA FONTE: LINHAGEM DA CONVERSAO PD->ZD. CADA LINHA DE *
      *    CHAVE PEDIDA E UM EVENTO DE CHEGADA (GRAVADO OU REJEITADO); *
      *    CADA LINHA 'R' - DE QUALQUER CHAVE - CONSOME AS LINHAS DO   *
      *    DIAGNOSTICO COM O SEU NUMERO DE REGISTRO, QUE VIRAM EVENTOS *
      *    QUANDO A CHAVE E PEDIDA. OS DOIS ARQUIVOS ESTAO NA ORDEM DE *
      *    LEITURA DA CONVERSAO, COMO NO MASTER DE PENDENCIAS.         *
      *----------------------------------------------------------------*

      *    O DIAGNOSTICO SO QUALIFICA O REJEITO - SEM ELE A HISTORIA
      *    SAI SEM AS LINHAS DE MOTIVO.
           OPEN INPUT ARQDIAPD.

           IF  WRK-FS-ARQDIAPD         EQUAL     '00'
               SET WRK-ARQDIAPD-ABERTO TO TRUE
           ELSE
               MOVE '10'               TO WRK-FS-ARQDIAPD
           END-IF.

           MOVE ZEROS                  TO WRK-LDG-REGISTRO.

           PERFORM 2020-LER-ARQDIAPD.

           PERFORM 2010-LER-ARQLINPD.

           PERFORM 2100-TRATAR-LINHA-PD
               UNTIL WRK-FS-ARQLINPD   EQUAL     '10'.

      *    LINHAS DE DIAGNOSTICO QUE SOBRARAM NAO TEM LINHA 'R'
      *    CORRESPONDENTE NA LINHAGEM INFORMADA.
           PERFORM 2150-DESPREZAR-DIAGNOSTICO
               UNTIL WRK-FS-ARQDIAPD   EQUAL     '10'.

           CLOSE ARQLINPD.

           PERFORM 1110-TESTAR-FS-ARQLINPD.

           IF  WRK-ARQDIAPD-ABERTO
               CLOSE ARQDIAPD
           END-IF.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2010-LER-ARQLINPD               SECTION.
      *----------------------------------------------------------------*

           READ ARQLINPD               INTO WRK-LINHA-LINHAGEM.

           IF  WRK-FS-ARQLINPD         EQUAL     '10'
               GO TO 2010-99-FIM
           END-IF.

           PERFORM 1110-TESTAR-FS-ARQLINPD.

           ADD 1                       TO  WRK-LIDOS-ARQLINPD.

      *----------------------------------------------------------------*
       2010-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2020-LER-ARQDIAPD               SECTION.
      *----------------------------------------------------------------*
      *    O NUMERO DO REGISTRO E GRAVADO EDITADO; LINHA COM NUMERO    *
      *    ILEGIVEL MESMO ASSIM E DESPREZADA (NAO HA COMO              *
      *    EMPARELHA-LA).                                              *
      *----------------------------------------------------------------*

           IF  NOT WRK-ARQDIAPD-ABERTO
               GO TO 2020-99-FIM
           END-IF.

           READ ARQDIAPD               INTO WRK-LINHA-DIAGNOSTICO.

           IF  WRK-FS-ARQDIAPD         EQUAL     '10'
               GO TO 2020-99-FIM
           END-IF.

           PERFORM 1120-TESTAR-FS-ARQDIAPD.

           ADD 1                       TO  WRK-LIDOS-ARQDIAPD.

           INSPECT WRK-LDG-REGISTRO-X  REPLACING LEADING SPACES
                                                  BY ZEROS.

           IF  WRK-LDG-REGISTRO        NOT NUMERIC
               ADD 1                   TO WRK-DIAG-SEM-REGISTRO
               GO TO 2020-LER-ARQDIAPD
           END-IF.

      *----------------------------------------------------------------*
       2020-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-TRATAR-LINHA-PD            SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-LIN-CHAVE          TO WRK-CHAVE-ATUAL.

           PERFORM 8100-PROCURAR-CHAVE-PEDIDA.

           IF  WRK-CHAVE-PEDIDA
               PERFORM 8150-PREPARAR-EVENTO
               MOVE WRK-LIN-RUN-ID     TO WRK-ENV-RUN-ID
               PERFORM 8160-CALCULAR-TEMPO
               MOVE 1                  TO WRK-ENV-FASE
                                          WRK-ENV-ETAPA
               MOVE WRK-LIN-SEQUENCIA  TO WRK-ENV-SEQUENCIA
               MOVE WRK-LIN-SITUACAO   TO WRK-ENV-SITUACAO
               PERFORM 8400-REGISTRAR-RUN
               PERFORM 8200-INSERIR-EVENTO
               IF  WRK-LIN-REJEITADO
                   MOVE WRK-ENV-TEMPO  TO WRK-VAL-TEMPO-REJEITO
                                          (WRK-IDX-VAL)
               END-IF
           END-IF.

           IF  NOT WRK-LIN-REJEITADO
               GO TO 2100-80-LER
           END-IF.

           PERFORM 2150-DESPREZAR-DIAGNOSTICO
               UNTIL WRK-FS-ARQDIAPD   EQUAL     '10'
                  OR WRK-LDG-REGISTRO  NOT LESS  WRK-LIN-SEQUENCIA.

           PERFORM 2200-ASSOCIAR-DIAGNOSTICO
               UNTIL WRK-FS-ARQDIAPD   EQUAL     '10'
                  OR WRK-LDG-REGISTRO  NOT EQUAL WRK-LIN-SEQUENCIA.

       2100-80-LER.

           PERFORM 2010-LER-ARQLINPD.

      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2150-DESPREZAR-DIAGNOSTICO      SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO WRK-DIAG-SEM-REGISTRO.

           PERFORM 2020-LER-ARQDIAPD.

      *----------------------------------------------------------------*
       2150-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2200-ASSOCIAR-DIAGNOSTICO       SECTION.
      *----------------------------------------------------------------*
      *    A LINHA DE DIAGNOSTICO HERDA DO EVENTO DE REJEITO AINDA     *
      *    MONTADO EM WRK-EVENTO-NOVO O RUN, A DATA E HORA E A         *
      *    SEQUENCIA - SAI LOGO ABAIXO DELE NA HISTORIA.               *
      *----------------------------------------------------------------*

           IF  WRK-CHAVE-PEDIDA
               MOVE WRK-LDG-NOME-CAMPO TO WRK-DTD-NOME-CAMPO
               MOVE WRK-LDG-MOTIVO     TO WRK-DTD-MOTIVO
               MOVE WRK-LDG-HEXA       TO WRK-DTD-HEXA
               MOVE WRK-DETALHE-DIAGNOSTICO TO WRK-ENV-DETALHE
               MOVE 2                  TO WRK-ENV-ETAPA
               MOVE SPACES             TO WRK-ENV-SITUACAO
               MOVE ZEROS              TO WRK-ENV-NUM-RUN
               PERFORM 8200-INSERIR-EVENTO
           END-IF.

           PERFORM 2020-LER-ARQDIAPD.

      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-CARREGAR-CORRECOES         SECTION.
      *----------------------------------------------------------------*
      *    SEGUNDA FONTE: O RUN DO LEGRCORR. O REGISTRO N DO ARQREJPD  *
      *    E O REGISTRO N DO ARQCORPD SAO O ANTES E O DEPOIS DO MESMO  *
      *    REJEITO, E AS LINHAS 'REGISTRO N' DO ARQAUDIT SAO AS        *
      *    ALTERACOES APLICADAS A ELE - TUDO LIDO EM PARALELO, SEM     *
      *    RELEITURA. SEM ARQREJPD NAO HA CORRECAO A RASTREAR; SEM     *
      *    ARQCORPD SAI SO A IMAGEM ANTES; SEM ARQAUDIT A CORRECAO     *
      *    SAI SEM RUN E SEM AS LINHAS DE ALTERACAO.                   *
      *----------------------------------------------------------------*

           OPEN INPUT ARQREJPD.

           IF  WRK-FS-ARQREJPD         NOT EQUAL '00'
               GO TO 3000-99-FIM
           END-IF.

           OPEN INPUT ARQCORPD.

           IF  WRK-FS-ARQCORPD         EQUAL     '00'
               SET WRK-ARQCORPD-ABERTO TO TRUE
           ELSE
               MOVE '10'               TO WRK-FS-ARQCORPD
           END-IF.

           OPEN INPUT ARQAUDIT.

           IF  WRK-FS-ARQAUDIT         EQUAL     '00'
               SET WRK-ARQAUDIT-ABERTO TO TRUE
           ELSE
               MOVE '10'               TO WRK-FS-ARQAUDIT
           END-IF.

           MOVE ZEROS                  TO WRK-AUD-REGISTRO.

           PERFORM 3030-LER-ARQAUDIT.

           PERFORM 3010-LER-ARQREJPD.

           PERFORM 3100-TRATAR-REJEITADO
               UNTIL WRK-FS-ARQREJPD   EQUAL     '10'.

      *    LINHAS DE AUDITORIA QUE SOBRARAM NAO TEM REGISTRO
      *    CORRESPONDENTE NO ARQREJPD INFORMADO.
           PERFORM 3160-DESPREZAR-AUDITORIA
               UNTIL WRK-FS-ARQAUDIT   EQUAL     '10'.

           CLOSE ARQREJPD.

           PERFORM 1130-TESTAR-FS-ARQREJPD.

           IF  WRK-ARQCORPD-ABERTO
               CLOSE ARQCORPD
           END-IF.

           IF  WRK-ARQAUDIT-ABERTO
               CLOSE ARQAUDIT
           END-IF.

      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3010-LER-ARQREJPD               SECTION.
      *----------------------------------------------------------------*

           READ ARQREJPD.

           IF  WRK-FS-ARQREJPD         EQUAL     '10'
               GO TO 3010-99-FIM
           END-IF.

           PERFORM 1130-TESTAR-FS-ARQREJPD.

           ADD 1                       TO  WRK-LIDOS-ARQREJPD.

      *----------------------------------------------------------------*
       3010-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3020-LER-ARQCORPD               SECTION.
      *----------------------------------------------------------------*

           IF  NOT WRK-ARQCORPD-ABERTO
               GO TO 3020-99-FIM
           END-IF.

           READ ARQCORPD.

           IF  WRK-FS-ARQCORPD         EQUAL     '10'
               GO TO 3020-99-FIM
           END-IF.

           PERFORM 1140-TESTAR-FS-ARQCORPD.

           ADD 1                       TO  WRK-LIDOS-ARQCORPD.

      *----------------------------------------------------------------*
       3020-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3030-LER-ARQAUDIT               SECTION.
      *----------------------------------------------------------------*
      *    O RUN DA PRIMEIRA LINHA LEGIVEL IDENTIFICA A CORRECAO; AS   *
      *    LINHAS DE OUTRO RUN (ARQAUDIT ACUMULADO) E AS DE NUMERO     *
      *    ILEGIVEL SAO CONTADAS E DESPREZADAS.                        *
      *----------------------------------------------------------------*

           IF  NOT WRK-ARQAUDIT-ABERTO
               GO TO 3030-99-FIM
           END-IF.

           READ ARQAUDIT               INTO WRK-LINHA-AUDITORIA.

           IF  WRK-FS-ARQAUDIT         EQUAL     '10'
               GO TO 3030-99-FIM
           END-IF.

           PERFORM 1150-TESTAR-FS-ARQAUDIT.

           ADD 1                       TO  WRK-LIDOS-ARQAUDIT.

           INSPECT WRK-AUD-REGISTRO-X  REPLACING LEADING SPACES
                                                  BY ZEROS.

           IF  WRK-AUD-REGISTRO        NOT NUMERIC
               ADD 1                   TO WRK-AUDIT-SEM-REGISTRO
               GO TO 3030-LER-ARQAUDIT
           END-IF.

           IF  WRK-RUN-CORRECAO        EQUAL     SPACES
               MOVE WRK-AUD-RUN-ID     TO WRK-RUN-CORRECAO
           END-IF.

           IF  WRK-AUD-RUN-ID          NOT EQUAL WRK-RUN-CORRECAO
               ADD 1                   TO WRK-AUDIT-SEM-REGISTRO
               GO TO 3030-LER-ARQAUDIT
           END-IF.

      *----------------------------------------------------------------*
       3030-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3100-TRATAR-REJEITADO           SECTION.
      *----------------------------------------------------------------*
      *    AS LINHAS DE AUDITORIA DO REGISTRO VIRAM EVENTOS ANTES DO   *
      *    EVENTO DA CORRECAO, QUE PRECISA DA QUANTIDADE DE            *
      *    ALTERACOES - A ORDEM DA TABELA (ETAPA 3 ANTES DA 4) POE O   *
      *    CABECALHO NA FRENTE NA HISTORIA.                            *
      *----------------------------------------------------------------*

           PERFORM 3020-LER-ARQCORPD.

           MOVE SPACES                 TO WRK-CHAVE-ATUAL.
           MOVE FD-ARQREJPD(WRK-CHAVE-OFFSET:WRK-CHAVE-TAMANHO)
                                       TO WRK-CHAVE-ATUAL.

           PERFORM 8100-PROCURAR-CHAVE-PEDIDA.

           MOVE ZEROS                  TO WRK-QTD-ALTERACOES.

           PERFORM 3160-DESPREZAR-AUDITORIA
               UNTIL WRK-FS-ARQAUDIT   EQUAL     '10'
                  OR WRK-AUD-REGISTRO  NOT LESS  WRK-LIDOS-ARQREJPD.

           IF  WRK-CHAVE-PEDIDA
               PERFORM 3110-PREPARAR-CORRECAO
           END-IF.

           PERFORM 3150-ASSOCIAR-AUDITORIA
               UNTIL WRK-FS-ARQAUDIT   EQUAL     '10'
                  OR WRK-AUD-REGISTRO  NOT EQUAL WRK-LIDOS-ARQREJPD.

           IF  NOT WRK-CHAVE-PEDIDA
               GO TO 3100-80-LER
           END-IF.

           MOVE FD-ARQREJPD            TO WRK-IMAGEM-NOVA.

           PERFORM 8300-GUARDAR-IMAGEM.

           MOVE WRK-QTD-IMAGENS        TO WRK-ENV-IMG-ANTES.

           IF  WRK-FS-ARQCORPD         EQUAL     '00'
               MOVE FD-ARQCORPD        TO WRK-IMAGEM-NOVA
               PERFORM 8300-GUARDAR-IMAGEM
               MOVE WRK-QTD-IMAGENS    TO WRK-ENV-IMG-DEPOIS
           END-IF.

           MOVE 3                      TO WRK-ENV-ETAPA.
           MOVE WRK-QTD-ALTERACOES     TO WRK-ENV-QUANTIDADE.
           MOVE SPACES                 TO WRK-ENV-DETALHE.

           PERFORM 8200-INSERIR-EVENTO.

       3100-80-LER.

           PERFORM 3010-LER-ARQREJPD.

      *----------------------------------------------------------------*
       3100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3110-PREPARAR-CORRECAO          SECTION.
      *----------------------------------------------------------------*
      *    A CORRECAO ENTRA NA DATA E HORA DO RUN DO LEGRCORR; SEM     *
      *    AUDITORIA, NA DATA E HORA DO ULTIMO REJEITO DA CHAVE (A     *
      *    FASE 2 A POE LOGO DEPOIS DELE).                             *
      *----------------------------------------------------------------*

           PERFORM 8150-PREPARAR-EVENTO.

           MOVE 2                      TO WRK-ENV-FASE.
           MOVE WRK-LIDOS-ARQREJPD     TO WRK-ENV-SEQUENCIA.

           IF  WRK-RUN-CORRECAO        NOT EQUAL SPACES
               MOVE WRK-RUN-CORRECAO   TO WRK-ENV-RUN-ID
               PERFORM 8160-CALCULAR-TEMPO
           ELSE
               MOVE WRK-VAL-TEMPO-REJEITO(WRK-IDX-VAL)
                                       TO WRK-ENV-TEMPO
           END-IF.

      *----------------------------------------------------------------*
       3110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3150-ASSOCIAR-AUDITORIA         SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO WRK-QTD-ALTERACOES.

           IF  WRK-CHAVE-PEDIDA
               MOVE WRK-AUD-NOME-CAMPO TO WRK-DTA-NOME-CAMPO
               MOVE WRK-AUD-ACAO       TO WRK-DTA-ACAO
               MOVE WRK-AUD-HEXA-ANTES TO WRK-DTA-HEXA-ANTES
               MOVE WRK-AUD-HEXA-DEPOIS TO WRK-DTA-HEXA-DEPOIS
               MOVE WRK-DETALHE-AUDITORIA TO WRK-ENV-DETALHE
               MOVE 4                  TO WRK-ENV-ETAPA
               PERFORM 8200-INSERIR-EVENTO
           END-IF.

           PERFORM 3030-LER-ARQAUDIT.

      *----------------------------------------------------------------*
       3150-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3160-DESPREZAR-AUDITORIA        SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO WRK-AUDIT-SEM-REGISTRO.

           PERFORM 3030-LER-ARQAUDIT.

      *----------------------------------------------------------------*
       3160-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4000-CARREGAR-LINHAGEM-ZD       SECTION.
      *----------------------------------------------------------------*
      *    TERCEIRA FONTE: LINHAGEM DA CONVERSAO ZD->PD - CADA LINHA   *
      *    DE CHAVE PEDIDA E UM EVENTO DE GRAVACAO NO ARQOUTPD. A      *
      *    AUSENCIA DA DD (OU DD DUMMY) OMITE A ETAPA.                 *
      *----------------------------------------------------------------*

           OPEN INPUT ARQLINZD.

           IF  WRK-FS-ARQLINZD         NOT EQUAL '00'
               GO TO 4000-99-FIM
           END-IF.

           PERFORM 4010-LER-ARQLINZD.

           PERFORM 4100-TRATAR-LINHA-ZD
               UNTIL WRK-FS-ARQLINZD   EQUAL     '10'.

           CLOSE ARQLINZD.

           PERFORM 1160-TESTAR-FS-ARQLINZD.

      *----------------------------------------------------------------*
       4000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4010-LER-ARQLINZD               SECTION.
      *----------------------------------------------------------------*

           READ ARQLINZD               INTO WRK-LINHA-LINHAGEM.

           IF  WRK-FS-ARQLINZD         EQUAL     '10'
               GO TO 4010-99-FIM
           END-IF.

           PERFORM 1160-TESTAR-FS-ARQLINZD.

           ADD 1                       TO  WRK-LIDOS-ARQLINZD.

      *----------------------------------------------------------------*
       4010-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4100-TRATAR-LINHA-ZD            SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-LIN-CHAVE          TO WRK-CHAVE-ATUAL.

           PERFORM 8100-PROCURAR-CHAVE-PEDIDA.

           IF  WRK-CHAVE-PEDIDA
               PERFORM 8150-PREPARAR-EVENTO
               MOVE WRK-LIN-RUN-ID     TO WRK-ENV-RUN-ID
               PERFORM 8160-CALCULAR-TEMPO
               MOVE 3                  TO WRK-ENV-FASE
               MOVE 5                  TO WRK-ENV-ETAPA
               MOVE WRK-LIN-SEQUENCIA  TO WRK-ENV-SEQUENCIA
               MOVE WRK-LIN-SITUACAO   TO WRK-ENV-SITUACAO
               PERFORM 8400-REGISTRAR-RUN
               PERFORM 8200-INSERIR-EVENTO
           END-IF.

           PERFORM 4010-LER-ARQLINZD.

      *----------------------------------------------------------------*
       4100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5000-CARREGAR-GERACOES          SECTION.
      *----------------------------------------------------------------*
      *    QUARTA FONTE: A CONCATENACAO DE GERACOES DO ARQOUTPD. CADA  *
      *    OCORRENCIA DA CHAVE PEDIDA E UM EVENTO FINAL COM A IMAGEM   *
      *    DO REGISTRO, NA ORDEM DAS GERACOES.                         *
      *----------------------------------------------------------------*

           OPEN INPUT ARQOUTPD.

           IF  WRK-FS-ARQOUTPD         NOT EQUAL '00'
               GO TO 5000-99-FIM
           END-IF.

           PERFORM 5010-LER-ARQOUTPD.

           PERFORM 5100-TRATAR-GERACAO
               UNTIL WRK-FS-ARQOUTPD   EQUAL     '10'.

           CLOSE ARQOUTPD.

           PERFORM 1170-TESTAR-FS-ARQOUTPD.

      *----------------------------------------------------------------*
       5000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5010-LER-ARQOUTPD               SECTION.
      *----------------------------------------------------------------*
      *    LE O PROXIMO REGISTRO DA CONCATENACAO E EXTRAI A CHAVE.     *
      *    CADA GERACAO E CLASSIFICADA PELA CHAVE - UMA CHAVE MENOR    *
      *    QUE A ANTERIOR MARCA O COMECO DA GERACAO SEGUINTE.          *
      *----------------------------------------------------------------*

           READ ARQOUTPD.

           IF  WRK-FS-ARQOUTPD         EQUAL     '10'
               GO TO 5010-99-FIM
           END-IF.

           PERFORM 1170-TESTAR-FS-ARQOUTPD.

           ADD 1                       TO  WRK-LIDOS-ARQOUTPD.

           MOVE SPACES                 TO WRK-CHAVE-ATUAL.
           MOVE FD-ARQOUTPD(WRK-CHAVE-OFFSET:WRK-CHAVE-TAMANHO)
                                       TO WRK-CHAVE-ATUAL.

           IF  WRK-CHAVE-ATUAL         LESS      WRK-CHAVE-ANTERIOR
               ADD 1                   TO WRK-GERACAO-CORRENTE
           END-IF.

           MOVE WRK-CHAVE-ATUAL        TO WRK-CHAVE-ANTERIOR.

      *----------------------------------------------------------------*
       5010-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5100-TRATAR-GERACAO             SECTION.
      *----------------------------------------------------------------*

           PERFORM 8100-PROCURAR-CHAVE-PEDIDA.

           IF  NOT WRK-CHAVE-PEDIDA
               GO TO 5100-80-LER
           END-IF.

           PERFORM 8150-PREPARAR-EVENTO.

           MOVE ALL '9'                TO WRK-ENV-TEMPO.
           MOVE 4                      TO WRK-ENV-FASE.
           MOVE 6                      TO WRK-ENV-ETAPA.
           MOVE WRK-LIDOS-ARQOUTPD     TO WRK-ENV-SEQUENCIA.
           MOVE WRK-GERACAO-CORRENTE   TO WRK-ENV-QUANTIDADE.

           MOVE FD-ARQOUTPD            TO WRK-IMAGEM-NOVA.

           PERFORM 8300-GUARDAR-IMAGEM.

           MOVE WRK-QTD-IMAGENS        TO WRK-ENV-IMG-ANTES.

           PERFORM 8200-INSERIR-EVENTO.

       5100-80-LER.

           PERFORM 5010-LER-ARQOUTPD.

      *----------------------------------------------------------------*
       5100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6000-CARREGAR-ARQLOG            SECTION.
      *----------------------------------------------------------------*
      *    QUINTA FONTE: O LOG PERSISTENTE DE EXECUCAO. PARA CADA RUN  *
      *    CITADO PELAS LINHAGENS DAS CHAVES PEDIDAS, GUARDA OS        *
      *    TOTAIS E A HORA DE TERMINO DA LINHA DO ARQLOG DE MESMO      *
      *    PROGRAMA, DATA E HORA DE INICIO. LINHA FORA DE LAYOUT E     *
      *    DESPREZADA, COMO NO RELATORIO DE JANELA.                    *
      *----------------------------------------------------------------*

           IF  WRK-QTD-RUNS            EQUAL     ZEROS
               GO TO 6000-99-FIM
           END-IF.

           OPEN INPUT ARQLOG.

           IF  WRK-FS-ARQLOG           NOT EQUAL '00'
               GO TO 6000-99-FIM
           END-IF.

           SET WRK-ARQLOG-ABERTO       TO TRUE.

           PERFORM 6010-LER-ARQLOG.

           PERFORM 6100-TRATAR-LINHA-LOG
               UNTIL WRK-FS-ARQLOG     EQUAL     '10'.

           CLOSE ARQLOG.

           PERFORM 1180-TESTAR-FS-ARQLOG.

      *----------------------------------------------------------------*
       6000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6010-LER-ARQLOG                 SECTION.
      *----------------------------------------------------------------*

           READ ARQLOG                 INTO WRK-LINHA-LOG.

           IF  WRK-FS-ARQLOG           EQUAL     '10'
               GO TO 6010-99-FIM
           END-IF.

           PERFORM 1180-TESTAR-FS-ARQLOG.

           ADD 1                       TO  WRK-LIDOS-ARQLOG.

      *----------------------------------------------------------------*
       6010-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6100-TRATAR-LINHA-LOG           SECTION.
      *----------------------------------------------------------------*

           IF  LOG-DATA                NOT NUMERIC
           OR  LOG-HORA                NOT NUMERIC
           OR  LOG-LIDOS               NOT NUMERIC
           OR  LOG-GRAVADOS            NOT NUMERIC
           OR  LOG-REJEITADOS          NOT NUMERIC
               GO TO 6100-80-LER
           END-IF.

           MOVE LOG-PGMID              TO WRK-RLG-PGMID.
           MOVE LOG-DATA               TO WRK-RLG-DATA.

           DIVIDE LOG-HORA             BY 100
               GIVING WRK-RLG-HORA.

           MOVE WRK-RUN-ID-LOG         TO WRK-RUN-ID-PROCURADO.

           PERFORM 8410-PROCURAR-RUN.

           IF  WRK-NUM-RUN-ACHADO      EQUAL     ZEROS
               GO TO 6100-80-LER
           END-IF.

           SET WRK-IDX-RUN             TO WRK-NUM-RUN-ACHADO.

           SET WRK-RUN-NO-LOG(WRK-IDX-RUN) TO TRUE.

           MOVE LOG-LIDOS              TO WRK-RUN-LIDOS(WRK-IDX-RUN).
           MOVE LOG-GRAVADOS           TO WRK-RUN-GRAVADOS
                                          (WRK-IDX-RUN).
           MOVE LOG-REJEITADOS         TO WRK-RUN-REJEITADOS
                                          (WRK-IDX-RUN).

           IF  LOG-HORA-FIM            NUMERIC
               MOVE LOG-HORA-FIM       TO WRK-RUN-HORA-FIM
                                          (WRK-IDX-RUN)
           ELSE
               MOVE ZEROS              TO WRK-RUN-HORA-FIM
                                          (WRK-IDX-RUN)
           END-IF.

       6100-80-LER.

           PERFORM 6010-LER-ARQLOG.

      *----------------------------------------------------------------*
       6100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7000-EMITIR-HISTORIAS           SECTION.
      *----------------------------------------------------------------*
      *    A TABELA DE EVENTOS ESTA ORDENADA POR CHAVE PEDIDA E, EM    *
      *    CADA CHAVE, POR DATA E HORA, FASE, SEQUENCIA E ETAPA - AS   *
      *    HISTORIAS SAEM NUMA UNICA PASSADA PELA TABELA.              *
      *----------------------------------------------------------------*

           MOVE 1                      TO WRK-PROXIMO-EVENTO.

           PERFORM 7100-EMITIR-UMA-HISTORIA
               VARYING WRK-IDX-VAL FROM 1 BY 1
               UNTIL WRK-IDX-VAL       GREATER   WRK-QTD-VALORES.

      *----------------------------------------------------------------*
       7000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7100-EMITIR-UMA-HISTORIA        SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-VAL-CHAVE(WRK-IDX-VAL) TO WRK-TIT-CHAVE.
           MOVE WRK-LINHA-TITULO-CHAVE TO FD-ARQRELAT.

           PERFORM 8000-GRAVAR-ARQRELAT.

           SET WRK-NUM-CHAVE-PEDIDA    TO WRK-IDX-VAL.

           MOVE 'SEM OCORRENCIA'       TO WRK-SITUACAO-CHAVE.
           MOVE 'N'                    TO WRK-SW-FIM-CHAVE.

           PERFORM 7200-EMITIR-EVENTO
               UNTIL WRK-FIM-CHAVE.

           IF  WRK-VAL-EVENTOS(WRK-IDX-VAL) EQUAL ZEROS
               ADD 1                   TO WRK-CHAVES-SEM-OCORR
           END-IF.

           MOVE WRK-SITUACAO-CHAVE     TO WRK-RSC-SITUACAO.
           MOVE WRK-VAL-EVENTOS(WRK-IDX-VAL) TO WRK-RSC-QUANTIDADE.
           MOVE WRK-LINHA-RESUMO-CHAVE TO FD-ARQRELAT.

           PERFORM 8000-GRAVAR-ARQRELAT.

           MOVE SPACES                 TO FD-ARQRELAT.

           PERFORM 8000-GRAVAR-ARQRELAT.

      *----------------------------------------------------------------*
       7100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7200-EMITIR-EVENTO              SECTION.
      *----------------------------------------------------------------*

           IF  WRK-PROXIMO-EVENTO      GREATER   WRK-QTD-EVENTOS
               SET WRK-FIM-CHAVE       TO TRUE
               GO TO 7200-99-FIM
           END-IF.

           SET WRK-IDX-EVT             TO WRK-PROXIMO-EVENTO.

           IF  WRK-EVT-NUM-CHAVE(WRK-IDX-EVT)
                                       NOT EQUAL WRK-NUM-CHAVE-PEDIDA
               SET WRK-FIM-CHAVE       TO TRUE
               GO TO 7200-99-FIM
           END-IF.

           EVALUATE TRUE
               WHEN WRK-EVT-LINHAGEM-PD(WRK-IDX-EVT)
               WHEN WRK-EVT-LINHAGEM-ZD(WRK-IDX-EVT)
                    PERFORM 7210-EMITIR-LINHAGEM
               WHEN WRK-EVT-DIAGNOSTICO(WRK-IDX-EVT)
                    PERFORM 7220-EMITIR-DIAGNOSTICO
               WHEN WRK-EVT-CORRECAO(WRK-IDX-EVT)
                    PERFORM 7230-EMITIR-CORRECAO
               WHEN WRK-EVT-AUDITORIA(WRK-IDX-EVT)
                    PERFORM 7240-EMITIR-AUDITORIA
               WHEN WRK-EVT-GERACAO(WRK-IDX-EVT)
                    PERFORM 7260-EMITIR-GERACAO
           END-EVALUATE.

           ADD 1                       TO WRK-PROXIMO-EVENTO.

      *----------------------------------------------------------------*
       7200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7150-FORMATAR-DATA-HORA         SECTION.
      *----------------------------------------------------------------*
      *    DATA E HORA DO EVENTO (AAAAMMDDHHMMSS DO RUN-ID) EDITADA EM *
      *    DD/MM/AAAA HH:MM:SS EM WRK-DATA-HORA-EXIBICAO.              *
      *----------------------------------------------------------------*

           IF  WRK-EVT-TEMPO(WRK-IDX-EVT) EQUAL ZEROS
               MOVE 'DATA NAO INFORMADA'
                                       TO WRK-DATA-HORA-EXIBICAO
               GO TO 7150-99-FIM
           END-IF.

           MOVE WRK-EVT-TEMPO(WRK-IDX-EVT) TO WRK-TEMPO-TRABALHO.

           MOVE WRK-TMP-DD             TO WRK-TED-DD.
           MOVE WRK-TMP-MM             TO WRK-TED-MM.
           MOVE WRK-TMP-AAAA           TO WRK-TED-AAAA.
           MOVE WRK-TMP-HH             TO WRK-TED-HH.
           MOVE WRK-TMP-MI             TO WRK-TED-MI.
           MOVE WRK-TMP-SS             TO WRK-TED-SS.

           MOVE WRK-TEMPO-EDITADO      TO WRK-DATA-HORA-EXIBICAO.

      *----------------------------------------------------------------*
       7150-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7210-EMITIR-LINHAGEM            SECTION.
      *----------------------------------------------------------------*
      *    CHEGADA DO REGISTRO A UMA DAS CONVERSOES: FEED DE ORIGEM,   *
      *    RUN E NUMERO DO REGISTRO NA ENTRADA, SEGUIDOS DOS TOTAIS DA *
      *    EXECUCAO NO ARQLOG.                                         *
      *----------------------------------------------------------------*

           PERFORM 7150-FORMATAR-DATA-HORA.

           MOVE WRK-DATA-HORA-EXIBICAO TO WRK-ELN-DATA-HORA.
           MOVE WRK-EVT-RUN-ID(WRK-IDX-EVT)    TO WRK-ELN-RUN-ID.
           MOVE WRK-EVT-SEQUENCIA(WRK-IDX-EVT) TO WRK-ELN-SEQUENCIA.

           IF  WRK-EVT-LINHAGEM-PD(WRK-IDX-EVT)
               MOVE 'CONVERSAO PD->ZD' TO WRK-ELN-ETAPA
               MOVE 'ARQINPPD'         TO WRK-ELN-ORIGEM
           ELSE
               MOVE 'CONVERSAO ZD->PD' TO WRK-ELN-ETAPA
               MOVE 'ARQINPZD'         TO WRK-ELN-ORIGEM
           END-IF.

           EVALUATE TRUE
               WHEN WRK-EVT-REJEITADO(WRK-IDX-EVT)
                AND WRK-EVT-LINHAGEM-PD(WRK-IDX-EVT)
                    MOVE 'REJEITADO'   TO WRK-ELN-SITUACAO
                    MOVE 'REJEITADA NA CONVERSAO PD->ZD'
                                       TO WRK-SITUACAO-CHAVE
               WHEN WRK-EVT-REJEITADO(WRK-IDX-EVT)
                    MOVE 'REJEITADO'   TO WRK-ELN-SITUACAO
                    MOVE 'REJEITADA NA CONVERSAO ZD->PD'
                                       TO WRK-SITUACAO-CHAVE
               WHEN WRK-EVT-LINHAGEM-PD(WRK-IDX-EVT)
                    MOVE 'GRAVADO'     TO WRK-ELN-SITUACAO
                    MOVE 'CONVERTIDA PARA ZONADO'
                                       TO WRK-SITUACAO-CHAVE
               WHEN OTHER
                    MOVE 'GRAVADO'     TO WRK-ELN-SITUACAO
                    MOVE 'CONVERTIDA PARA PACKED'
                                       TO WRK-SITUACAO-CHAVE
           END-EVALUATE.

           MOVE WRK-LINHA-EVT-LINHAGEM TO FD-ARQRELAT.

           PERFORM 8000-GRAVAR-ARQRELAT.

           PERFORM 7300-EMITIR-EXECUCAO.

      *----------------------------------------------------------------*
       7210-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7220-EMITIR-DIAGNOSTICO         SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-EVT-DETALHE(WRK-IDX-EVT)
                                       TO WRK-DETALHE-DIAGNOSTICO.

           PERFORM 7150-FORMATAR-DATA-HORA.

           MOVE WRK-DATA-HORA-EXIBICAO TO WRK-EDG-DATA-HORA.
           MOVE WRK-DTD-NOME-CAMPO     TO WRK-EDG-NOME-CAMPO.
           MOVE WRK-DTD-MOTIVO         TO WRK-EDG-MOTIVO.
           MOVE WRK-DTD-HEXA           TO WRK-EDG-HEXA.

           MOVE WRK-LINHA-EVT-DIAGNOSTICO TO FD-ARQRELAT.

           PERFORM 8000-GRAVAR-ARQRELAT.

      *----------------------------------------------------------------*
       7220-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7230-EMITIR-CORRECAO            SECTION.
      *----------------------------------------------------------------*
      *    CORRECAO DO REJEITO PELO LEGRCORR: RUN, NUMERO DO REGISTRO  *
      *    NO ARQREJPD E QUANTIDADE DE ALTERACOES, SEGUIDOS DE CADA    *
      *    CAMPO ANTES E DEPOIS (SO ANTES, SEM ARQCORPD).              *
      *----------------------------------------------------------------*

           IF  WRK-EVT-RUN-ID(WRK-IDX-EVT) EQUAL SPACES
               MOVE 'APOS O REJEITO'   TO WRK-ECR-DATA-HORA
               MOVE 'NAO IDENTIFICADO' TO WRK-ECR-RUN-ID
           ELSE
               PERFORM 7150-FORMATAR-DATA-HORA
               MOVE WRK-DATA-HORA-EXIBICAO TO WRK-ECR-DATA-HORA
               MOVE WRK-EVT-RUN-ID(WRK-IDX-EVT) TO WRK-ECR-RUN-ID
           END-IF.

           MOVE WRK-EVT-SEQUENCIA(WRK-IDX-EVT)  TO WRK-ECR-NUM-REGISTRO.
           MOVE WRK-EVT-QUANTIDADE(WRK-IDX-EVT) TO WRK-ECR-ALTERACOES.

           MOVE WRK-LINHA-EVT-CORRECAO TO FD-ARQRELAT.

           PERFORM 8000-GRAVAR-ARQRELAT.

           MOVE 'CORRIGIDA PELO LEGRCORR' TO WRK-SITUACAO-CHAVE.

           SET WRK-IDX-IMG         TO WRK-EVT-IMG-ANTES(WRK-IDX-EVT).

           IF  WRK-EVT-IMG-DEPOIS(WRK-IDX-EVT) GREATER ZEROS
               SET WRK-IDX-IMG-2       TO WRK-EVT-IMG-DEPOIS
                                          (WRK-IDX-EVT)
               PERFORM 7500-EMITIR-COMPARACAO
                   VARYING WRK-IDX-DIR FROM 1 BY 1
                   UNTIL WRK-IDX-DIR   GREATER   WRK-QTD-CAMPOS
           ELSE
               PERFORM 7400-EMITIR-CAMPO
                   VARYING WRK-IDX-DIR FROM 1 BY 1
                   UNTIL WRK-IDX-DIR   GREATER   WRK-QTD-CAMPOS
           END-IF.

      *----------------------------------------------------------------*
       7230-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7240-EMITIR-AUDITORIA           SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-EVT-DETALHE(WRK-IDX-EVT)
                                       TO WRK-DETALHE-AUDITORIA.

           IF  WRK-EVT-RUN-ID(WRK-IDX-EVT) EQUAL SPACES
               MOVE 'APOS O REJEITO'   TO WRK-EAU-DATA-HORA
           ELSE
               PERFORM 7150-FORMATAR-DATA-HORA
               MOVE WRK-DATA-HORA-EXIBICAO TO WRK-EAU-DATA-HORA
           END-IF.

           MOVE WRK-DTA-NOME-CAMPO     TO WRK-EAU-NOME-CAMPO.
           MOVE WRK-DTA-ACAO           TO WRK-EAU-ACAO.
           MOVE WRK-DTA-HEXA-ANTES     TO WRK-EAU-HEXA-ANTES.
           MOVE WRK-DTA-HEXA-DEPOIS    TO WRK-EAU-HEXA-DEPOIS.

           MOVE WRK-LINHA-EVT-AUDITORIA TO FD-ARQRELAT.

           PERFORM 8000-GRAVAR-ARQRELAT.

      *----------------------------------------------------------------*
       7240-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7260-EMITIR-GERACAO             SECTION.
      *----------------------------------------------------------------*
      *    POSICAO FINAL: GERACAO (ORDEM NA CONCATENACAO) E NUMERO DO  *
      *    REGISTRO NO ARQOUTPD, SEGUIDOS DOS CAMPOS DECODIFICADOS.    *
      *----------------------------------------------------------------*

           MOVE WRK-EVT-QUANTIDADE(WRK-IDX-EVT) TO WRK-EGR-GERACAO.
           MOVE WRK-EVT-SEQUENCIA(WRK-IDX-EVT)  TO WRK-EGR-NUM-REGISTRO.

           MOVE WRK-LINHA-EVT-GERACAO  TO FD-ARQRELAT.

           PERFORM 8000-GRAVAR-ARQRELAT.

           MOVE 'PRESENTE NO ARQOUTPD' TO WRK-SITUACAO-CHAVE.

           SET WRK-IDX-IMG         TO WRK-EVT-IMG-ANTES(WRK-IDX-EVT).

           PERFORM 7400-EMITIR-CAMPO
               VARYING WRK-IDX-DIR FROM 1 BY 1
               UNTIL WRK-IDX-DIR       GREATER   WRK-QTD-CAMPOS.

      *----------------------------------------------------------------*
       7260-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7300-EMITIR-EXECUCAO            SECTION.
      *----------------------------------------------------------------*
      *    TOTAIS DO RUN NO ARQLOG - SO QUANDO O ARQLOG FOI INFORMADO. *
      *----------------------------------------------------------------*

           IF  NOT WRK-ARQLOG-ABERTO
           OR  WRK-EVT-NUM-RUN(WRK-IDX-EVT) EQUAL ZEROS
               GO TO 7300-99-FIM
           END-IF.

           SET WRK-IDX-RUN             TO WRK-EVT-NUM-RUN(WRK-IDX-EVT).

           IF  NOT WRK-RUN-NO-LOG(WRK-IDX-RUN)
               MOVE WRK-LINHA-SEM-LOG  TO FD-ARQRELAT
               PERFORM 8000-GRAVAR-ARQRELAT
               GO TO 7300-99-FIM
           END-IF.

           MOVE WRK-RUN-LIDOS(WRK-IDX-RUN)      TO WRK-EXE-LIDOS.
           MOVE WRK-RUN-GRAVADOS(WRK-IDX-RUN)   TO WRK-EXE-GRAVADOS.
           MOVE WRK-RUN-REJEITADOS(WRK-IDX-RUN) TO WRK-EXE-REJEITADOS.

           IF  WRK-RUN-HORA-FIM(WRK-IDX-RUN) EQUAL ZEROS
               MOVE SPACES             TO WRK-EXE-HORA-FIM
           ELSE
               MOVE WRK-RUN-HORA-FIM(WRK-IDX-RUN)
                                       TO WRK-HORA-FIM-TRABALHO
               MOVE WRK-HFT-HH         TO WRK-HFE-HH
               MOVE WRK-HFT-MI         TO WRK-HFE-MI
               MOVE WRK-HFT-SS         TO WRK-HFE-SS
               MOVE WRK-HORA-FIM-EDITADA TO WRK-EXE-HORA-FIM
           END-IF.

           MOVE WRK-LINHA-EXECUCAO     TO FD-ARQRELAT.

           PERFORM 8000-GRAVAR-ARQRELAT.

      *----------------------------------------------------------------*
       7300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7400-EMITIR-CAMPO               SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-IMG-REGISTRO(WRK-IDX-IMG)
                                (WRK-DIR-OFFSET(WRK-IDX-DIR):
                                 WRK-DIR-TAMANHO(WRK-IDX-DIR))
                                       TO WRK-DEC-BYTES.

           PERFORM 8500-RENDERIZAR-VALOR.

           MOVE WRK-DIR-NOME(WRK-IDX-DIR) TO WRK-REL-NOME-CAMPO.
           MOVE WRK-VALOR-RENDERIZADO     TO WRK-REL-VALOR.

           MOVE WRK-LINHA-CAMPO        TO FD-ARQRELAT.

           PERFORM 8000-GRAVAR-ARQRELAT.

      *----------------------------------------------------------------*
       7400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7500-EMITIR-COMPARACAO          SECTION.
      *----------------------------------------------------------------*
      *    CAMPO ANTES (ARQREJPD) E DEPOIS (ARQCORPD) DA CORRECAO,     *
      *    MARCADO QUANDO OS BYTES DIFEREM.                            *
      *----------------------------------------------------------------*

           MOVE WRK-IMG-REGISTRO(WRK-IDX-IMG)
                                (WRK-DIR-OFFSET(WRK-IDX-DIR):
                                 WRK-DIR-TAMANHO(WRK-IDX-DIR))
                                       TO WRK-DEC-BYTES.

           PERFORM 8500-RENDERIZAR-VALOR.

           MOVE WRK-VALOR-RENDERIZADO  TO WRK-VALOR-ANTES.

           MOVE WRK-IMG-REGISTRO(WRK-IDX-IMG-2)
                                (WRK-DIR-OFFSET(WRK-IDX-DIR):
                                 WRK-DIR-TAMANHO(WRK-IDX-DIR))
                                       TO WRK-DEC-BYTES.

           PERFORM 8500-RENDERIZAR-VALOR.

           MOVE WRK-DIR-NOME(WRK-IDX-DIR) TO WRK-CMP-NOME-CAMPO.
           MOVE WRK-VALOR-ANTES           TO WRK-CMP-VALOR-ANTES.
           MOVE WRK-VALOR-RENDERIZADO     TO WRK-CMP-VALOR-DEPOIS.

           IF  WRK-IMG-REGISTRO(WRK-IDX-IMG)
                               (WRK-DIR-OFFSET(WRK-IDX-DIR):
                                WRK-DIR-TAMANHO(WRK-IDX-DIR))
               NOT EQUAL
               WRK-IMG-REGISTRO(WRK-IDX-IMG-2)
                               (WRK-DIR-OFFSET(WRK-IDX-DIR):
                                WRK-DIR-TAMANHO(WRK-IDX-DIR))
               MOVE '<- ALTERADO'      TO WRK-CMP-MARCA
           ELSE
               MOVE SPACES             TO WRK-CMP-MARCA
           END-IF.

           MOVE WRK-LINHA-COMPARACAO   TO FD-ARQRELAT.

           PERFORM 8000-GRAVAR-ARQRELAT.

      *----------------------------------------------------------------*
       7500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       8000-GRAVAR-ARQRELAT            SECTION.
      *----------------------------------------------------------------*

           WRITE FD-ARQRELAT.

           PERFORM 1190-TESTAR-FS-ARQRELAT.

           ADD 1                       TO  WRK-GRAVADOS-ARQRELAT.

      *----------------------------------------------------------------*
       8000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       8100-PROCURAR-CHAVE-PEDIDA      SECTION.
      *----------------------------------------------------------------*
      *    PROCURA WRK-CHAVE-ATUAL NAS CHAVES PEDIDAS; NO ACERTO O     *
      *    INDICE E O NUMERO DA CHAVE FICAM POSICIONADOS NELA.         *
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-SW-CHAVE-PEDIDA.
           MOVE ZEROS                  TO WRK-NUM-CHAVE-PEDIDA.

           PERFORM 8110-CONFERIR-UMA-CHAVE
               VARYING WRK-IDX-VAL FROM 1 BY 1
               UNTIL WRK-IDX-VAL       GREATER   WRK-QTD-VALORES
                  OR WRK-CHAVE-PEDIDA.

           IF  WRK-CHAVE-PEDIDA
               SET WRK-IDX-VAL         TO WRK-NUM-CHAVE-PEDIDA
           END-IF.

      *----------------------------------------------------------------*
       8100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       8110-CONFERIR-UMA-CHAVE         SECTION.
      *----------------------------------------------------------------*

           IF  WRK-VAL-CHAVE(WRK-IDX-VAL) EQUAL WRK-CHAVE-ATUAL
               SET WRK-CHAVE-PEDIDA    TO TRUE
               SET WRK-NUM-CHAVE-PEDIDA TO WRK-IDX-VAL
           END-IF.

      *----------------------------------------------------------------*
       8110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       8150-PREPARAR-EVENTO            SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-NUM-CHAVE-PEDIDA   TO WRK-ENV-NUM-CHAVE.

           MOVE ZEROS                  TO WRK-ENV-DATA
                                          WRK-ENV-HORA
                                          WRK-ENV-FASE
                                          WRK-ENV-SEQUENCIA
                                          WRK-ENV-ETAPA
                                          WRK-ENV-CHEGADA
                                          WRK-ENV-NUM-RUN
                                          WRK-ENV-QUANTIDADE
                                          WRK-ENV-IMG-ANTES
                                          WRK-ENV-IMG-DEPOIS.

           MOVE SPACES                 TO WRK-ENV-RUN-ID
                                          WRK-ENV-SITUACAO
                                          WRK-ENV-DETALHE.

      *----------------------------------------------------------------*
       8150-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       8160-CALCULAR-TEMPO             SECTION.
      *----------------------------------------------------------------*
      *    DATA E HORA DO EVENTO A PARTIR DO RUN-ID (PROGRAMA,         *
      *    AAAAMMDD E HHMMSS DE INICIO); RUN-ID FORA DE LAYOUT DEIXA   *
      *    O EVENTO SEM DATA (SAI NO COMECO DA HISTORIA).              *
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-ENV-DATA
                                          WRK-ENV-HORA.

           IF  WRK-ENV-RUN-ID(9:8)     NUMERIC
           AND WRK-ENV-RUN-ID(17:6)    NUMERIC
               MOVE WRK-ENV-RUN-ID(9:8)  TO WRK-ENV-DATA
               MOVE WRK-ENV-RUN-ID(17:6) TO WRK-ENV-HORA
           END-IF.

      *----------------------------------------------------------------*
       8160-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       8200-INSERIR-EVENTO             SECTION.
      *----------------------------------------------------------------*
      *    INSERE WRK-EVENTO-NOVO NA TABELA MANTENDO A ORDEM DE        *
      *    WRK-EVT-ORDEM - O NUMERO DE CHEGADA DESEMPATA, PRESERVANDO  *
      *    A ORDEM DE LEITURA DOS EVENTOS DE MESMA CHAVE DE ORDEM.     *
      *----------------------------------------------------------------*

           IF  WRK-QTD-EVENTOS         NOT LESS  2000
               PERFORM 9200-FORMATAR-ERRO-TABELA-CHEIA
           END-IF.

           ADD 1                       TO WRK-NUM-CHEGADA.
           MOVE WRK-NUM-CHEGADA        TO WRK-ENV-CHEGADA.

           MOVE 1                      TO WRK-POS-INSERCAO.
           MOVE 'N'                    TO WRK-SW-POSICAO.

           PERFORM 8210-DESLOCAR-EVENTO
               VARYING WRK-IDX-INSERCAO FROM WRK-QTD-EVENTOS BY -1
               UNTIL WRK-IDX-INSERCAO  LESS      1
                  OR WRK-POSICAO-ACHADA.

           ADD 1                       TO WRK-QTD-EVENTOS.

           SET WRK-IDX-EVT             TO WRK-POS-INSERCAO.

           MOVE WRK-EVENTO-NOVO        TO WRK-EVT-ENTRADA(WRK-IDX-EVT).

           ADD 1                       TO WRK-VAL-EVENTOS
                                          (WRK-ENV-NUM-CHAVE).

      *----------------------------------------------------------------*
       8200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       8210-DESLOCAR-EVENTO            SECTION.
      *----------------------------------------------------------------*

           IF  WRK-EVT-ORDEM(WRK-IDX-INSERCAO) GREATER WRK-ENV-ORDEM
               MOVE WRK-EVT-ENTRADA(WRK-IDX-INSERCAO)
                                       TO WRK-EVT-ENTRADA
                                          (WRK-IDX-INSERCAO + 1)
           ELSE
               SET WRK-POSICAO-ACHADA  TO TRUE
               COMPUTE WRK-POS-INSERCAO = WRK-IDX-INSERCAO + 1
           END-IF.

      *----------------------------------------------------------------*
       8210-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       8300-GUARDAR-IMAGEM             SECTION.
      *----------------------------------------------------------------*

           IF  WRK-QTD-IMAGENS         NOT LESS  200
               PERFORM 9200-FORMATAR-ERRO-TABELA-CHEIA
           END-IF.

           ADD 1                       TO WRK-QTD-IMAGENS.

           SET WRK-IDX-IMG             TO WRK-QTD-IMAGENS.

           MOVE WRK-IMAGEM-NOVA        TO WRK-IMG-REGISTRO(WRK-IDX-IMG).

      *----------------------------------------------------------------*
       8300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       8400-REGISTRAR-RUN              SECTION.
      *----------------------------------------------------------------*
      *    NUMERA O RUN DO EVENTO NA TABELA DE RUNS (UMA ENTRADA POR   *
      *    RUN-ID DISTINTO), QUE RECEBE OS TOTAIS DO ARQLOG.           *
      *----------------------------------------------------------------*

           MOVE WRK-ENV-RUN-ID         TO WRK-RUN-ID-PROCURADO.

           PERFORM 8410-PROCURAR-RUN.

           IF  WRK-NUM-RUN-ACHADO      EQUAL     ZEROS
               IF  WRK-QTD-RUNS        NOT LESS  500
                   PERFORM 9200-FORMATAR-ERRO-TABELA-CHEIA
               END-IF
               ADD 1                   TO WRK-QTD-RUNS
               SET WRK-IDX-RUN         TO WRK-QTD-RUNS
               MOVE WRK-ENV-RUN-ID     TO WRK-RUN-ID(WRK-IDX-RUN)
               MOVE 'N'                TO WRK-RUN-SW-LOG(WRK-IDX-RUN)
               MOVE ZEROS              TO WRK-RUN-LIDOS(WRK-IDX-RUN)
                                          WRK-RUN-GRAVADOS(WRK-IDX-RUN)
                                          WRK-RUN-REJEITADOS
                                          (WRK-IDX-RUN)
                                          WRK-RUN-HORA-FIM(WRK-IDX-RUN)
               MOVE WRK-QTD-RUNS       TO WRK-NUM-RUN-ACHADO
           END-IF.

           MOVE WRK-NUM-RUN-ACHADO     TO WRK-ENV-NUM-RUN.

      *----------------------------------------------------------------*
       8400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       8410-PROCURAR-RUN               SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-NUM-RUN-ACHADO.

           PERFORM 8415-CONFERIR-UM-RUN
               VARYING WRK-IDX-RUN FROM 1 BY 1
               UNTIL WRK-IDX-RUN       GREATER   WRK-QTD-RUNS
                  OR WRK-NUM-RUN-ACHADO NOT EQUAL ZEROS.

      *----------------------------------------------------------------*
       8410-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       8415-CONFERIR-UM-RUN            SECTION.
      *----------------------------------------------------------------*

           IF  WRK-RUN-ID(WRK-IDX-RUN) EQUAL     WRK-RUN-ID-PROCURADO
               SET WRK-NUM-RUN-ACHADO  TO WRK-IDX-RUN
           END-IF.

      *----------------------------------------------------------------*
       8415-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       8500-RENDERIZAR-VALOR           SECTION.
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
      *    EXIBICAO (CAMPO X MAIOR SAI TRUNCADO NO RELATORIO).
           IF  WRK-DIR-TIPO-TEXTO(WRK-IDX-DIR)
               MOVE WRK-DEC-TAMANHO    TO WRK-TAM-EXIBICAO
               IF  WRK-TAM-EXIBICAO    GREATER   20
                   MOVE 20             TO WRK-TAM-EXIBICAO
               END-IF
               MOVE WRK-DEC-BYTES(1:WRK-TAM-EXIBICAO)
                                       TO WRK-VALOR-RENDERIZADO
               GO TO 8500-99-FIM
           END-IF.

           PERFORM 8700-DECODIFICAR-CAMPO.

           IF  WRK-DEC-VALIDO
               MOVE WRK-DEC-VALOR      TO WRK-DEC-EDITADO
               MOVE WRK-DEC-EDITADO    TO WRK-VALOR-RENDERIZADO
           ELSE
               PERFORM 8510-RENDERIZAR-HEXA
           END-IF.

      *----------------------------------------------------------------*
       8500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       8510-RENDERIZAR-HEXA            SECTION.
      *----------------------------------------------------------------*
      *    RENDERIZA OS BYTES ESTAGIADOS EM HEXADECIMAL (DOIS          *
      *    CARACTERES POR BYTE, LIMITADO AOS 10 PRIMEIROS BYTES).      *
      *----------------------------------------------------------------*

           MOVE WRK-DEC-TAMANHO        TO WRK-HEX-TAMANHO.

           IF  WRK-HEX-TAMANHO         GREATER   10
               MOVE 10                 TO WRK-HEX-TAMANHO
           END-IF.

           PERFORM 8520-CONVERTER-BYTE-HEXA
               VARYING WRK-HEX-POS-BYTE FROM 1 BY 1
               UNTIL WRK-HEX-POS-BYTE  GREATER   WRK-HEX-TAMANHO.

      *----------------------------------------------------------------*
       8510-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       8520-CONVERTER-BYTE-HEXA        SECTION.
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
       8520-99-FIM.                    EXIT.
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
           DISPLAY '*  (2000 EVENTOS, 200 IMAGENS  *'
           DISPLAY '*  OU 500 RUNS) - RASTREAR     *'
           DISPLAY '*  MENOS CHAVES POR EXECUCAO   *'
           DISPLAY '*  OU AMPLIAR A TABELA         *'
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
      *    CARTAO DE LAYOUT INVALIDO, CHAVE NAO DESIGNADA OU NENHUM    *
      *    CARTAO 'VALOR' - NAO HA O QUE RASTREAR.                     *
      *----------------------------------------------------------------*

           DISPLAY '*********** @PGMID ***********'
           DISPLAY '*                              *'
           DISPLAY '*  CARTAO DE LAYOUT INVALIDO,  *'
           DISPLAY '*  CHAVE NAO DESIGNADA OU SEM  *'
           DISPLAY '*  CARTAO VALOR                *'
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
      *    RC 4 QUANDO UMA CHAVE PEDIDA NAO TEVE NENHUM EVENTO OU      *
      *    QUANDO SOBRARAM LINHAS DE DIAGNOSTICO OU DE AUDITORIA SEM   *
      *    REGISTRO CORRESPONDENTE.                                    *
      *----------------------------------------------------------------*

           DISPLAY '*********** @PGMID ***********'
           DISPLAY '*                              *'
           DISPLAY '*     RESUMO DO RASTREIO       *'
           DISPLAY '* ---------------------------- *'
           MOVE    WRK-LIDOS-ARQLINPD   TO WRK-DISPLAY
           DISPLAY '* LIDOS    ARQLINPD : ' WRK-DISPLAY
           MOVE    WRK-LIDOS-ARQDIAPD   TO WRK-DISPLAY
           DISPLAY '* LIDOS    ARQDIAPD : ' WRK-DISPLAY
           MOVE    WRK-LIDOS-ARQREJPD   TO WRK-DISPLAY
           DISPLAY '* LIDOS    ARQREJPD : ' WRK-DISPLAY
           MOVE    WRK-LIDOS-ARQCORPD   TO WRK-DISPLAY
           DISPLAY '* LIDOS    ARQCORPD : ' WRK-DISPLAY
           MOVE    WRK-LIDOS-ARQAUDIT   TO WRK-DISPLAY
           DISPLAY '* LIDOS    ARQAUDIT : ' WRK-DISPLAY
           MOVE    WRK-LIDOS-ARQLINZD   TO WRK-DISPLAY
           DISPLAY '* LIDOS    ARQLINZD : ' WRK-DISPLAY
           MOVE    WRK-LIDOS-ARQOUTPD   TO WRK-DISPLAY
           DISPLAY '* LIDOS    ARQOUTPD : ' WRK-DISPLAY
           MOVE    WRK-LIDOS-ARQLOG     TO WRK-DISPLAY
           DISPLAY '* LIDOS    ARQLOG   : ' WRK-DISPLAY
           DISPLAY '*                              *'
           MOVE    WRK-QTD-EVENTOS      TO WRK-DISPLAY
           DISPLAY '* EVENTOS           : ' WRK-DISPLAY
           MOVE    WRK-CHAVES-SEM-OCORR TO WRK-DISPLAY
           DISPLAY '* CHAVES SEM OCORR. : ' WRK-DISPLAY
           MOVE    WRK-DIAG-SEM-REGISTRO  TO WRK-DISPLAY
           DISPLAY '* DIAG. SEM REGISTRO: ' WRK-DISPLAY
           MOVE    WRK-AUDIT-SEM-REGISTRO TO WRK-DISPLAY
           DISPLAY '* AUDIT SEM REGISTRO: ' WRK-DISPLAY
           DISPLAY '*                              *'
           MOVE    WRK-GRAVADOS-ARQRELAT TO WRK-DISPLAY
           DISPLAY '* GRAVADOS ARQRELAT : ' WRK-DISPLAY
           DISPLAY '*                              *'
           DISPLAY '*********** @PGMID ***********'

           IF  WRK-CHAVES-SEM-OCORR    GREATER   ZEROS
           OR  WRK-DIAG-SEM-REGISTRO   GREATER   ZEROS
           OR  WRK-AUDIT-SEM-REGISTRO  GREATER   ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF

           CLOSE ARQRELAT.

           PERFORM 1190-TESTAR-FS-ARQRELAT.

           STOP RUN.

      *----------------------------------------------------------------*
       9000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

       COPY DECODNUM.

       COPY DICCARGA.

      *================================================================*
