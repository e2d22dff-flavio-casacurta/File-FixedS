      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. LEGRBKLG.
       AUTHOR.     C&C.

      *================================================================*
      *                        S O N D A   I T                         *
      *----------------------------------------------------------------*
      *    PROGRAMA....: LEGRBKLG
      *    PROGRAMADOR.: C&C
      *    DATA........: 15/10/2026
      *----------------------------------------------------------------*
      *    OBJETIVO....:
      *                 - MANTER UM MASTER PERSISTENTE DE PENDENCIAS
      *                   DE REJEITOS DA CONVERSAO, UM REGISTRO POR
      *                   CHAVE + RUN-ID (A MESMA IDENTIFICACAO DE RUN
      *                   CARIMBADA NA LINHAGEM E NA AUDITORIA DE
      *                   LEGRCORR): A CADA NOITE, INCLUIR OS REJEITOS
      *                   DA NOITE (LINHAS 'R' DA LINHAGEM DO STEP010,
      *                   COM O MOTIVO DO ARQDIAPD) E FECHAR AS
      *                   PENDENCIAS CUJA CHAVE VOLTOU CORRIGIDA PELO
      *                   ARQCORPD E FOI CONVERTIDA SEM REJEITO
      *                   (LINHAS GRAVADAS DA LINHAGEM DA
      *                   REAPRESENTACAO) - ROLANDO A GERACAO ANTERIOR
      *                   DO MASTER (ARQBKLAN) SOBRE A NOVA (ARQBKLNV).
      *
      *                 - RELATAR (ARQRELAT) O ENVELHECIMENTO DAS
      *                   PENDENCIAS EM ABERTO POR FAIXA DE DIAS DESDE
      *                   O REJEITO E POR MOTIVO DO ARQDIAPD, E LISTAR
      *                   AS CHAVES REJEITADAS EM TRES OU MAIS NOITES
      *                   DIFERENTES - A LISTA DE REGISTROS CRONICOS A
      *                   DEVOLVER AO SISTEMA DE ORIGEM, EM VEZ DE
      *                   CORRIGI-LOS TODA NOITE.
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME           I/O        INCLUDE/BOOK
      *                ARQLINHG          I         DECLARADO NO PGM
      *                ARQDIAPD          I         DECLARADO NO PGM
      *                ARQLINCR          I         DECLARADO NO PGM
      *                ARQBKLAN          I         DECLARADO NO PGM
      *                ARQBKLNV          O         DECLARADO NO PGM
      *                ARQRELAT          O         DECLARADO NO PGM
      *----------------------------------------------------------------*
      *    CARTOES.....: OPCIONAIS VIA SYSIN, ENCERRADOS POR 'FIM':    *
      *      'DATAREF AAAAMMDD' - DATA DE REFERENCIA DO ENVELHECIMENTO *
      *                      E DO FECHAMENTO (PADRAO: DATA CORRENTE).  *
      *      'RETENCAONNN'    - DIAS QUE UMA PENDENCIA FECHADA AINDA   *
      *                      FICA NO MASTER, PARA A CONTAGEM DE        *
      *                      REINCIDENCIA (PADRAO: 090).               *
      *      'REINCID NNN'    - QUANTIDADE MINIMA DE NOITES COM        *
      *                      REJEITO PARA A CHAVE SER LISTADA COMO     *
      *                      REINCIDENTE (PADRAO: 003).                *
      *----------------------------------------------------------------*
      *    OBSERVACAO..: ARQLINHG E ARQDIAPD SAO OS DA CONVERSAO DA    *
      *    NOITE (STEP010 - LEGRPDZD COM O CARTAO 'CHAVE', QUE GRAVA   *
      *    NA LINHAGEM UMA LINHA MARCADA 'R' PARA CADA REGISTRO        *
      *    ENVIADO AO ARQREJPD); A SEQUENCIA DA LINHA DE LINHAGEM E O  *
      *    NUMERO DO REGISTRO NO ARQDIAPD. COMO O ARQREJPD E O         *
      *    ARQDIAPD SAO GRAVADOS COM DISP=MOD, INFORMAR NAS DDS SO O   *
      *    MOVIMENTO DA NOITE - UMA CHAVE + RUN-ID JA REGISTRADA NO    *
      *    MASTER NAO E DUPLICADA, E SO CONTADA. ARQLINCR E A          *
      *    LINHAGEM DA CONVERSAO QUE TEVE O ARQCORPD COMO ENTRADA; SUA *
      *    AUSENCIA (OU DD DUMMY) SO SIGNIFICA QUE NADA FOI            *
      *    REAPRESENTADO. A AUSENCIA DO ARQBKLAN E CONDICAO NORMAL DE  *
      *    PRIMEIRA CARGA. O MASTER E GRAVADO EM ORDEM DE CHAVE +      *
      *    RUN-ID, CONFERIDA NA LEITURA. RC 4 QUANDO HA CHAVE          *
      *    REINCIDENTE A DEVOLVER A ORIGEM.                            *
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

           SELECT ARQLINHG ASSIGN      TO   UT-S-ARQLINHG
                      FILE STATUS      IS   WRK-FS-ARQLINHG.

           SELECT ARQDIAPD ASSIGN      TO   UT-S-ARQDIAPD
                      FILE STATUS      IS   WRK-FS-ARQDIAPD.

           SELECT ARQLINCR ASSIGN      TO   UT-S-ARQLINCR
                      FILE STATUS      IS   WRK-FS-ARQLINCR.

           SELECT ARQBKLAN ASSIGN      TO   UT-S-ARQBKLAN
                      FILE STATUS      IS   WRK-FS-ARQBKLAN.

           SELECT ARQBKLNV ASSIGN      TO   UT-S-ARQBKLNV
                      FILE STATUS      IS   WRK-FS-ARQBKLNV.

           SELECT ARQRELAT ASSIGN      TO   UT-S-ARQRELAT
                      FILE STATUS      IS   WRK-FS-ARQRELAT.

      *================================================================*
       DATA                            DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *   INPUT:   LINHAGEM DA CONVERSAO DA NOITE - ARQLINHG           *
      *            ORG. SEQUENCIAL    - LRECL   = 080                  *
      *----------------------------------------------------------------*
       FD  ARQLINHG
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-ARQLINHG                 PIC  X(080).

      *----------------------------------------------------------------*
      *   INPUT:   DIAGNOSTICO DOS REJEITOS DA NOITE - ARQDIAPD        *
      *            ORG. SEQUENCIAL    - LRECL   = 132                  *
      *----------------------------------------------------------------*
       FD  ARQDIAPD
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-ARQDIAPD                 PIC  X(132).

      *----------------------------------------------------------------*
      *   INPUT:   LINHAGEM DA REAPRESENTACAO DO ARQCORPD - ARQLINCR   *
      *            ORG. SEQUENCIAL    - LRECL   = 080                  *
      *----------------------------------------------------------------*
       FD  ARQLINCR
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-ARQLINCR                 PIC  X(080).

      *----------------------------------------------------------------*
      *   INPUT:   MASTER DE PENDENCIAS, GERACAO ANTERIOR - ARQBKLAN   *
      *            ORG. SEQUENCIAL    - LRECL   = 150                  *
      *----------------------------------------------------------------*
       FD  ARQBKLAN
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-ARQBKLAN                 PIC  X(150).

      *----------------------------------------------------------------*
      *   OUTPUT:  MASTER DE PENDENCIAS, NOVA GERACAO - ARQBKLNV       *
      *            ORG. SEQUENCIAL    - LRECL   = 150                  *
      *----------------------------------------------------------------*
       FD  ARQBKLNV
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-ARQBKLNV                 PIC  X(150).

      *----------------------------------------------------------------*
      *   OUTPUT:  RELATORIO DE PENDENCIAS DE REJEITOS - ARQRELAT      *
      *            ORG. SEQUENCIAL    - LRECL   = 132                  *
      *----------------------------------------------------------------*
       FD  ARQRELAT
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-ARQRELAT                 PIC  X(132).

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

           03 WRK-LIDOS-ARQLINHG       PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-LIDOS-ARQDIAPD       PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-LIDOS-ARQLINCR       PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-LIDOS-ARQBKLAN       PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-GRAVADOS-ARQBKLNV    PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-GRAVADOS-ARQRELAT    PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-REJEITOS-NOITE       PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-SEM-DIAGNOSTICO      PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-NOVOS                PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-JA-REGISTRADOS       PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-FECHADOS             PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-EXPURGADOS           PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-EM-ABERTO            PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-REINCIDENTES         PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-DISPLAY              PIC +Z(08)9         VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE TESTE DE FILE-STATUS               ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-FS-ARQLINHG             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-ARQDIAPD             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-ARQLINCR             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-ARQBKLAN             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-ARQBKLNV             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-ARQRELAT             PIC  X(002)         VALUE SPACES.
       01  WRK-SW-ARQDIAPD             PIC  X(001)         VALUE 'N'.
           88 WRK-ARQDIAPD-ABERTO                           VALUE 'S'.
       01  WRK-SW-ARQBKLAN             PIC  X(001)         VALUE 'N'.
           88 WRK-ARQBKLAN-ABERTO                           VALUE 'S'.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *  AREA DOS CARTOES DE PARAMETRO - SYSIN                         *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-CARTAO-PENDENCIA.
           03 PEN-TIPO-CARTAO          PIC  X(008).
              88 PEN-CARTAO-DATAREF                        VALUE
                 'DATAREF'.
              88 PEN-CARTAO-RETENCAO                       VALUE
                 'RETENCAO'.
              88 PEN-CARTAO-REINCID                        VALUE
                 'REINCID'.
              88 PEN-FIM-DOS-CARTOES                       VALUE
                 'FIM'.
           03 PEN-VALOR                PIC  X(008).
           03 FILLER REDEFINES PEN-VALOR.
              05 PEN-DATA              PIC  9(008).
           03 FILLER REDEFINES PEN-VALOR.
              05 PEN-DIAS              PIC  9(003).
              05 FILLER                PIC  X(005).
           03 FILLER                   PIC  X(064).

       01  WRK-CONTROLE-PARAMETROS.
           03 WRK-DATA-REFERENCIA      PIC  9(008)         VALUE ZEROS.
           03 WRK-DIAS-RETENCAO        PIC  9(003)         VALUE 090.
           03 WRK-MINIMO-NOITES        PIC  9(003)         VALUE 003.
           03 WRK-DIAS-REFERENCIA      PIC S9(009) COMP-3  VALUE ZEROS.
           03 WRK-DIAS-ITEM            PIC S9(009) COMP-3  VALUE ZEROS.
           03 WRK-DIAS-IDADE           PIC S9(009) COMP-3  VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *  LINHA DA LINHAGEM DA CONVERSAO (MESMO LAYOUT GRAVADO POR      *
      *  3220/3230 DE LEGRPDZD) E LINHA DO DIAGNOSTICO DE REJEITOS     *
      *  (MESMO LAYOUT DE 3060-GRAVAR-DIAGNOSTICO DE LEGRPDZD).        *
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
           03 FILLER                   PIC  X(038).

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *  REJEITOS DA NOITE, MANTIDOS EM ORDEM DE CHAVE + RUN-ID        *
      *  (INSERCAO ORDENADA) PARA O EMPARELHAMENTO COM O MASTER.       *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-TABELA-NOITE.
           03 WRK-QTD-NOITE            PIC S9(005) COMP-3  VALUE ZEROS.
           03 WRK-NOI-ENTRADA          OCCURS 5000 TIMES
                                       INDEXED BY WRK-IDX-NOI.
              05 WRK-NOI-ORDEM.
                 07 WRK-NOI-CHAVE      PIC  X(032).
                 07 WRK-NOI-RUN-ID     PIC  X(022).
              05 WRK-NOI-SEQUENCIA     PIC  9(009).
              05 WRK-NOI-MOTIVO        PIC  X(018).
              05 WRK-NOI-CAMPO         PIC  X(022).

       01  WRK-NOITE-NOVO.
           03 WRK-NNV-ORDEM.
              05 WRK-NNV-CHAVE         PIC  X(032).
              05 WRK-NNV-RUN-ID        PIC  X(022).
           03 WRK-NNV-SEQUENCIA        PIC  9(009).
           03 WRK-NNV-MOTIVO           PIC  X(018).
           03 WRK-NNV-CAMPO            PIC  X(022).

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *  CHAVES REAPRESENTADAS E CONVERTIDAS SEM REJEITO (LINHAGEM DA  *
      *  CONVERSAO DO ARQCORPD), EM ORDEM DE CHAVE E SEM REPETICAO.    *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-TABELA-REAPRESENTADOS.
           03 WRK-QTD-REAPRES          PIC S9(005) COMP-3  VALUE ZEROS.
           03 WRK-REA-ENTRADA          OCCURS 5000 TIMES
                                       INDEXED BY WRK-IDX-REA.
              05 WRK-REA-CHAVE         PIC  X(032).
              05 WRK-REA-RUN-ID        PIC  X(022).

       01  WRK-CONTROLE-INSERCAO.
           03 WRK-IDX-INSERCAO         PIC S9(005) COMP-3  VALUE ZEROS.
           03 WRK-POS-INSERCAO         PIC S9(005) COMP-3  VALUE ZEROS.
           03 WRK-SW-POSICAO           PIC  X(001)         VALUE 'N'.
              88 WRK-POSICAO-ACHADA                         VALUE 'S'.
           03 WRK-SW-REPETIDA          PIC  X(001)         VALUE 'N'.
              88 WRK-CHAVE-REPETIDA                         VALUE 'S'.
           03 WRK-PROXIMO-NOITE        PIC S9(005) COMP-3  VALUE ZEROS.
           03 WRK-PROXIMO-REAPRES      PIC S9(005) COMP-3  VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *  REGISTRO DO MASTER DE PENDENCIAS (LIDO DO ARQBKLAN E MONTADO  *
      *  PARA O ARQBKLNV). ORDEM: CHAVE + RUN-ID.                      *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-REGISTRO-MASTER.
           03 MST-ORDEM.
              05 MST-CHAVE             PIC  X(032).
              05 MST-RUN-ID            PIC  X(022).
           03 MST-SEQUENCIA            PIC  9(009).
           03 MST-MOTIVO               PIC  X(018).
           03 MST-CAMPO                PIC  X(022).
           03 MST-SITUACAO             PIC  X(001).
           03 MST-DATA-FECHAMENTO      PIC  9(008).
           03 MST-RUN-FECHAMENTO       PIC  X(022).
           03 FILLER                   PIC  X(016).

       01  WRK-CONTROLE-MASTER.
           03 WRK-MST-ORDEM-ANT        PIC  X(054)         VALUE
              LOW-VALUES.

       01  WRK-REGISTRO-SAIDA.
           03 SAI-ORDEM.
              05 SAI-CHAVE             PIC  X(032).
              05 SAI-RUN-ID.
                 07 SAI-RUN-PGMID      PIC  X(008).
                 07 SAI-RUN-DATA       PIC  9(008).
                 07 SAI-RUN-HORA       PIC  9(006).
           03 SAI-SEQUENCIA            PIC  9(009).
           03 SAI-MOTIVO               PIC  X(018).
           03 SAI-CAMPO                PIC  X(022).
           03 SAI-SITUACAO             PIC  X(001).
              88 SAI-ABERTA                                 VALUE 'A'.
              88 SAI-FECHADA                                VALUE 'F'.
           03 SAI-DATA-FECHAMENTO      PIC  9(008).
           03 SAI-RUN-FECHAMENTO       PIC  X(022).
           03 FILLER                   PIC  X(016).

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *  ACOMPANHAMENTO DA CHAVE CORRENTE NA SAIDA (NOITES DISTINTAS   *
      *  COM REJEITO, PARA A LISTA DE REINCIDENTES).                   *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-CONTROLE-CHAVE.
           03 WRK-CHV-CHAVE            PIC  X(032)         VALUE
              LOW-VALUES.
           03 WRK-CHV-ABERTAS          PIC  9(005) COMP-3  VALUE ZEROS.
           03 WRK-CHV-ULTIMA-DATA      PIC  9(008)         VALUE ZEROS.
           03 WRK-CHV-ULTIMO-MOTIVO    PIC  X(018)         VALUE SPACES.
           03 WRK-CHV-QTD-NOITES       PIC  9(003) COMP-3  VALUE ZEROS.
           03 WRK-CHV-NOITE            OCCURS 31 TIMES
                                       PIC  9(008).
           03 WRK-IDX-CHV              PIC  9(003) COMP-3  VALUE ZEROS.
           03 WRK-SW-NOITE             PIC  X(001)         VALUE 'N'.
              88 WRK-NOITE-CONTADA                          VALUE 'S'.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *  ENVELHECIMENTO DAS PENDENCIAS EM ABERTO: POR MOTIVO E POR     *
      *  FAIXA DE DIAS (0-1, 2-7, 8-15, 16-30, 31-60, MAIS DE 60).     *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-TABELA-ENVELHECIMENTO.
           03 WRK-QTD-MOTIVOS          PIC  9(003) COMP-3  VALUE ZEROS.
           03 WRK-ENV-ENTRADA          OCCURS 50 TIMES
                                       INDEXED BY WRK-IDX-ENV.
              05 WRK-ENV-MOTIVO        PIC  X(018).
              05 WRK-ENV-TOTAL         PIC  9(009) COMP-3.
              05 WRK-ENV-FAIXA         OCCURS 6 TIMES
                                       PIC  9(009) COMP-3.
           03 WRK-ENV-GERAL-TOTAL      PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-ENV-GERAL-FAIXA      OCCURS 6 TIMES
                                       PIC  9(009) COMP-3.

       01  WRK-CONTROLE-ENVELHECIMENTO.
           03 WRK-IDX-FAIXA            PIC  9(001)         VALUE ZEROS.
           03 WRK-IDX-BUSCA            PIC  9(003) COMP-3  VALUE ZEROS.
           03 WRK-IDX-ACHADO           PIC  9(003) COMP-3  VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *  ARITMETICA DE DATAS (DIAS CORRIDOS DESDE O ANO 1900, COM A    *
      *  REGRA DE BISSEXTO DE SEMPRE - MESMA MECANICA DO EXPURGO COM   *
      *  RETENCAO E DA CONCILIACAO DE CONFIRMACOES).                   *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-CONVERSAO-DATA.
           03 WRK-CNV-DATA             PIC  9(008)         VALUE ZEROS.
           03 FILLER REDEFINES WRK-CNV-DATA.
              05 WRK-CNV-ANO           PIC  9(004).
              05 WRK-CNV-MES           PIC  9(002).
              05 WRK-CNV-DIA           PIC  9(002).
           03 WRK-CNV-DIAS             PIC S9(009) COMP-3  VALUE ZEROS.
           03 WRK-CNV-ANO-ANT          PIC  9(004)         VALUE ZEROS.
           03 WRK-CNV-QUOCIENTE        PIC  9(004)         VALUE ZEROS.
           03 WRK-CNV-RESTO-4          PIC  9(004)         VALUE ZEROS.
           03 WRK-CNV-RESTO-100        PIC  9(004)         VALUE ZEROS.
           03 WRK-CNV-RESTO-400        PIC  9(004)         VALUE ZEROS.
           03 WRK-SW-CNV-BISSEXTO      PIC  X(001)         VALUE 'N'.
              88 WRK-CNV-BISSEXTO                          VALUE 'S'.
           03 WRK-CNV-DIAS-MES.
              05 FILLER                PIC  9(003)         VALUE 000.
              05 FILLER                PIC  9(003)         VALUE 031.
              05 FILLER                PIC  9(003)         VALUE 059.
              05 FILLER                PIC  9(003)         VALUE 090.
              05 FILLER                PIC  9(003)         VALUE 120.
              05 FILLER                PIC  9(003)         VALUE 151.
              05 FILLER                PIC  9(003)         VALUE 181.
              05 FILLER                PIC  9(003)         VALUE 212.
              05 FILLER                PIC  9(003)         VALUE 243.
              05 FILLER                PIC  9(003)         VALUE 273.
              05 FILLER                PIC  9(003)         VALUE 304.
              05 FILLER                PIC  9(003)         VALUE 334.
           03 WRK-CNV-ACUM-MES REDEFINES WRK-CNV-DIAS-MES
                                       PIC  9(003)
                                       OCCURS 12 TIMES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *  LINHAS DO RELATORIO DE PENDENCIAS - ARQRELAT                  *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-LINHA-CABECALHO.
           03 FILLER                   PIC  X(036)         VALUE
              'PENDENCIAS DE REJEITOS DA CONVERSAO '.
           03 FILLER                   PIC  X(016)         VALUE
              'DATA REFERENCIA '.
           03 WRK-CAB-DATA             PIC  9(008).
           03 FILLER                   PIC  X(072)         VALUE SPACES.

       01  WRK-LINHA-TITULO.
           03 WRK-TIT-TEXTO            PIC  X(080).
           03 FILLER                   PIC  X(052)         VALUE SPACES.

       01  WRK-LINHA-REINCIDENTE.
           03 FILLER                   PIC  X(006)         VALUE
              'CHAVE '.
           03 WRK-RNC-CHAVE            PIC  X(032).
           03 FILLER                   PIC  X(008)         VALUE
              ' NOITES '.
           03 WRK-RNC-NOITES           PIC  ZZ9.
           03 FILLER                   PIC  X(010)         VALUE
              ' ABERTAS '.
           03 WRK-RNC-ABERTAS          PIC  ZZZZ9.
           03 FILLER                   PIC  X(015)         VALUE
              ' ULTIMA NOITE '.
           03 WRK-RNC-ULTIMA-DATA      PIC  9(008).
           03 FILLER                   PIC  X(008)         VALUE
              ' MOTIVO '.
           03 WRK-RNC-MOTIVO           PIC  X(018).
           03 FILLER                   PIC  X(019)         VALUE SPACES.

       01  WRK-LINHA-CAB-FAIXAS.
           03 FILLER                   PIC  X(020)         VALUE
              'MOTIVO DO REJEITO'.
           03 FILLER                   PIC  X(016)         VALUE
              '           TOTAL'.
           03 FILLER                   PIC  X(010)         VALUE
              '     0-1 D'.
           03 FILLER                   PIC  X(010)         VALUE
              '     2-7 D'.
           03 FILLER                   PIC  X(010)         VALUE
              '    8-15 D'.
           03 FILLER                   PIC  X(010)         VALUE
              '   16-30 D'.
           03 FILLER                   PIC  X(010)         VALUE
              '   31-60 D'.
           03 FILLER                   PIC  X(010)         VALUE
              '     +60 D'.
           03 FILLER                   PIC  X(036)         VALUE SPACES.

       01  WRK-LINHA-FAIXAS.
           03 WRK-FXA-MOTIVO           PIC  X(020).
           03 FILLER                   PIC  X(007)         VALUE SPACES.
           03 WRK-FXA-TOTAL            PIC  ZZZZZZZZ9.
           03 WRK-FXA-COLUNA           OCCURS 6 TIMES.
              05 FILLER                PIC  X(001).
              05 WRK-FXA-QTD           PIC  ZZZZZZZZ9.
           03 FILLER                   PIC  X(036)         VALUE SPACES.

       01  WRK-LINHA-RESUMO.
           03 WRK-RSM-ROTULO           PIC  X(030).
           03 WRK-RSM-QTD              PIC  ZZZZZZZZ9.
           03 FILLER                   PIC  X(093)         VALUE SPACES.

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

           PERFORM 2000-CARREGAR-REJEITOS-NOITE.

           PERFORM 2500-CARREGAR-REAPRESENTADOS.

           PERFORM 2800-LER-ARQBKLAN.

           PERFORM 3000-PROCESSAR
               UNTIL WRK-FS-ARQBKLAN   EQUAL     '10'
                 AND WRK-PROXIMO-NOITE GREATER   WRK-QTD-NOITE.

           PERFORM 3600-ENCERRAR-CHAVE.

           PERFORM 4000-EMITIR-ENVELHECIMENTO.

           PERFORM 9000-FINALIZAR.

      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1000-INICIAR                    SECTION.
      *----------------------------------------------------------------*

           INITIALIZE WRK-TABELA-ENVELHECIMENTO
            REPLACING NUMERIC DATA BY ZEROS.

           ACCEPT WRK-DATA-REFERENCIA  FROM  DATE YYYYMMDD.

           PERFORM 1200-LER-CARTOES-PENDENCIA.

           MOVE WRK-DATA-REFERENCIA    TO WRK-CNV-DATA.
           PERFORM 8900-CONVERTER-DATA-EM-DIAS.
           MOVE WRK-CNV-DIAS           TO WRK-DIAS-REFERENCIA.

           OPEN INPUT   ARQLINHG
                OUTPUT  ARQBKLNV
                OUTPUT  ARQRELAT.

           PERFORM 1110-TESTAR-FS-ARQLINHG.
           PERFORM 1150-TESTAR-FS-ARQBKLNV.
           PERFORM 1160-TESTAR-FS-ARQRELAT.

      *    O DIAGNOSTICO SO QUALIFICA O MOTIVO - SEM ELE O REJEITO
      *    ENTRA COM MOTIVO 'SEM DIAGNOSTICO'.
           OPEN INPUT ARQDIAPD.

           IF  WRK-FS-ARQDIAPD         EQUAL     '00'
               SET WRK-ARQDIAPD-ABERTO TO TRUE
           ELSE
               MOVE '10'               TO WRK-FS-ARQDIAPD
           END-IF.

      *    A AUSENCIA DA DD DO MASTER ANTERIOR (OU DD DUMMY) E
      *    CONDICAO NORMAL DE PRIMEIRA CARGA.
           OPEN INPUT ARQBKLAN.

           IF  WRK-FS-ARQBKLAN         EQUAL     '00'
               SET WRK-ARQBKLAN-ABERTO TO TRUE
           ELSE
               MOVE '10'               TO WRK-FS-ARQBKLAN
           END-IF.

           MOVE WRK-DATA-REFERENCIA    TO WRK-CAB-DATA.
           MOVE WRK-LINHA-CABECALHO    TO FD-ARQRELAT.
           PERFORM 8000-GRAVAR-ARQRELAT.

           MOVE SPACES                 TO FD-ARQRELAT.
           PERFORM 8000-GRAVAR-ARQRELAT.

           MOVE 'CHAVES REJEITADAS EM VARIAS NOITES (REINCIDENTES)'
                                       TO WRK-TIT-TEXTO.
           MOVE WRK-LINHA-TITULO       TO FD-ARQRELAT.
           PERFORM 8000-GRAVAR-ARQRELAT.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1110-TESTAR-FS-ARQLINHG         SECTION.
      *----------------------------------------------------------------*

           IF  WRK-FS-ARQLINHG         NOT EQUAL  '00'
               MOVE 'ARQLINHG'         TO WRK-NOME-ARQUIVO
               MOVE WRK-FS-ARQLINHG    TO WRK-FILE-STATUS
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
       1130-TESTAR-FS-ARQLINCR         SECTION.
      *----------------------------------------------------------------*

           IF  WRK-FS-ARQLINCR         NOT EQUAL  '00'
               MOVE 'ARQLINCR'         TO WRK-NOME-ARQUIVO
               MOVE WRK-FS-ARQLINCR    TO WRK-FILE-STATUS
               PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

      *----------------------------------------------------------------*
       1130-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1140-TESTAR-FS-ARQBKLAN         SECTION.
      *----------------------------------------------------------------*

           IF  WRK-FS-ARQBKLAN         NOT EQUAL  '00'
               MOVE 'ARQBKLAN'         TO WRK-NOME-ARQUIVO
               MOVE WRK-FS-ARQBKLAN    TO WRK-FILE-STATUS
               PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

      *----------------------------------------------------------------*
       1140-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1150-TESTAR-FS-ARQBKLNV         SECTION.
      *----------------------------------------------------------------*

           IF  WRK-FS-ARQBKLNV         NOT EQUAL  '00'
               MOVE 'ARQBKLNV'         TO WRK-NOME-ARQUIVO
               MOVE WRK-FS-ARQBKLNV    TO WRK-FILE-STATUS
               PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

      *----------------------------------------------------------------*
       1150-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1160-TESTAR-FS-ARQRELAT         SECTION.
      *----------------------------------------------------------------*

           IF  WRK-FS-ARQRELAT         NOT EQUAL  '00'
               MOVE 'ARQRELAT'         TO WRK-NOME-ARQUIVO
               MOVE WRK-FS-ARQRELAT    TO WRK-FILE-STATUS
               PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

      *----------------------------------------------------------------*
       1160-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1200-LER-CARTOES-PENDENCIA      SECTION.
      *----------------------------------------------------------------*
      *    CARTOES OPCIONAIS DE PARAMETRO. O CARTAO E PRE-CARREGADO    *
      *    COM 'FIM' ANTES DE CADA ACCEPT, DE MODO QUE TANTO O CARTAO  *
      *    TERMINADOR QUANTO O FIM FISICO DO SYSIN (OU UM CARTAO EM    *
      *    BRANCO) ENCERRAM A CARGA - SYSIN VAZIO OU DUMMY MANTEM OS   *
      *    PADROES.                                                    *
      *----------------------------------------------------------------*

           PERFORM 1210-LER-CARTAO-PENDENCIA.

           PERFORM 1220-TRATAR-CARTAO-PENDENCIA
               UNTIL PEN-FIM-DOS-CARTOES.

      *----------------------------------------------------------------*
       1200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1210-LER-CARTAO-PENDENCIA       SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-CARTAO-PENDENCIA.
           MOVE 'FIM'                  TO PEN-TIPO-CARTAO.

           ACCEPT WRK-CARTAO-PENDENCIA FROM SYSIN.

           IF  WRK-CARTAO-PENDENCIA    EQUAL     SPACES
               MOVE 'FIM'              TO PEN-TIPO-CARTAO
           END-IF.

      *----------------------------------------------------------------*
       1210-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1220-TRATAR-CARTAO-PENDENCIA    SECTION.
      *----------------------------------------------------------------*

           EVALUATE TRUE
               WHEN PEN-CARTAO-DATAREF
                   IF  PEN-DATA        NOT NUMERIC
                       PERFORM 9300-FORMATAR-ERRO-CARTAO
                   END-IF
                   MOVE PEN-DATA       TO WRK-DATA-REFERENCIA
               WHEN PEN-CARTAO-RETENCAO
                   IF  PEN-DIAS        NOT NUMERIC
                       PERFORM 9300-FORMATAR-ERRO-CARTAO
                   END-IF
                   MOVE PEN-DIAS       TO WRK-DIAS-RETENCAO
               WHEN PEN-CARTAO-REINCID
                   IF  PEN-DIAS        NOT NUMERIC
                   OR  PEN-DIAS        EQUAL     ZEROS
                       PERFORM 9300-FORMATAR-ERRO-CARTAO
                   END-IF
                   MOVE PEN-DIAS       TO WRK-MINIMO-NOITES
               WHEN OTHER
                   PERFORM 9300-FORMATAR-ERRO-CARTAO
           END-EVALUATE.

           PERFORM 1210-LER-CARTAO-PENDENCIA.

      *----------------------------------------------------------------*
       1220-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-CARREGAR-REJEITOS-NOITE    SECTION.
      *----------------------------------------------------------------*
      *    CADA LINHA 'R' DA LINHAGEM DA NOITE E UM REJEITO: A CHAVE E *
      *    O RUN-ID VEM DA LINHA E O MOTIVO DA PRIMEIRA LINHA DO       *
      *    ARQDIAPD COM O MESMO NUMERO DE REGISTRO. OS DOIS ARQUIVOS   *
      *    ESTAO NA ORDEM DE LEITURA DA CONVERSAO - O DIAGNOSTICO E    *
      *    EMPARELHADO AVANCANDO, SEM RELEITURA.                       *
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-LDG-REGISTRO.

           PERFORM 2020-LER-ARQDIAPD.

           PERFORM 2010-LER-ARQLINHG.

           PERFORM 2100-TRATAR-LINHA-LINHAGEM
               UNTIL WRK-FS-ARQLINHG   EQUAL     '10'.

           CLOSE ARQLINHG.

           IF  WRK-ARQDIAPD-ABERTO
               CLOSE ARQDIAPD
           END-IF.

           MOVE 1                      TO WRK-PROXIMO-NOITE.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2010-LER-ARQLINHG               SECTION.
      *----------------------------------------------------------------*

           READ ARQLINHG               INTO WRK-LINHA-LINHAGEM.

           IF  WRK-FS-ARQLINHG         EQUAL     '10'
               GO TO 2010-99-FIM
           END-IF.

           PERFORM 1110-TESTAR-FS-ARQLINHG.

           ADD 1                       TO  WRK-LIDOS-ARQLINHG.

      *----------------------------------------------------------------*
       2010-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2020-LER-ARQDIAPD               SECTION.
      *----------------------------------------------------------------*
      *    O NUMERO DO REGISTRO E GRAVADO EDITADO; LINHA COM NUMERO    *
      *    ILEGIVEL MESMO ASSIM E IGNORADA (NAO HA COMO EMPARELHA-LA). *
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
               GO TO 2020-LER-ARQDIAPD
           END-IF.

      *----------------------------------------------------------------*
       2020-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-TRATAR-LINHA-LINHAGEM      SECTION.
      *----------------------------------------------------------------*

           IF  NOT WRK-LIN-REJEITADO
               GO TO 2100-80-LER
           END-IF.

           ADD 1                       TO WRK-REJEITOS-NOITE.

           MOVE WRK-LIN-CHAVE          TO WRK-NNV-CHAVE.
           MOVE WRK-LIN-RUN-ID         TO WRK-NNV-RUN-ID.
           MOVE WRK-LIN-SEQUENCIA      TO WRK-NNV-SEQUENCIA.

           PERFORM 2020-LER-ARQDIAPD
               UNTIL WRK-FS-ARQDIAPD   EQUAL     '10'
                  OR WRK-LDG-REGISTRO  NOT LESS  WRK-LIN-SEQUENCIA.

           IF  WRK-FS-ARQDIAPD         NOT EQUAL '10'
           AND WRK-LDG-REGISTRO        EQUAL     WRK-LIN-SEQUENCIA
               MOVE WRK-LDG-MOTIVO     TO WRK-NNV-MOTIVO
               MOVE WRK-LDG-NOME-CAMPO TO WRK-NNV-CAMPO
           ELSE
               MOVE 'SEM DIAGNOSTICO'  TO WRK-NNV-MOTIVO
               MOVE SPACES             TO WRK-NNV-CAMPO
               ADD 1                   TO WRK-SEM-DIAGNOSTICO
           END-IF.

           PERFORM 2200-INSERIR-REJEITO-NOITE.

       2100-80-LER.

           PERFORM 2010-LER-ARQLINHG.

      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2200-INSERIR-REJEITO-NOITE      SECTION.
      *----------------------------------------------------------------*
      *    INSERCAO ORDENADA POR CHAVE + RUN-ID: AS ENTRADAS MAIORES   *
      *    QUE A NOVA SAO DESLOCADAS UMA POSICAO, DO FIM PARA O        *
      *    INICIO, ATE ACHAR A POSICAO. A MESMA CHAVE + RUN-ID LIDA    *
      *    DUAS VEZES (LINHAGEM DE RESTART) ENTRA UMA SO VEZ.          *
      *----------------------------------------------------------------*

           MOVE 1                      TO WRK-POS-INSERCAO.
           MOVE 'N'                    TO WRK-SW-POSICAO
                                          WRK-SW-REPETIDA.

           IF  WRK-QTD-NOITE           NOT LESS  5000
               PERFORM 9200-FORMATAR-ERRO-TABELA-CHEIA
           END-IF.

           PERFORM 2210-DESLOCAR-NOITE
               VARYING WRK-IDX-INSERCAO FROM WRK-QTD-NOITE BY -1
               UNTIL WRK-IDX-INSERCAO  LESS      1
                  OR WRK-POSICAO-ACHADA.

           IF  WRK-CHAVE-REPETIDA
               GO TO 2200-99-FIM
           END-IF.

           ADD 1                       TO WRK-QTD-NOITE.

           SET WRK-IDX-NOI             TO WRK-POS-INSERCAO.

           MOVE WRK-NOITE-NOVO         TO WRK-NOI-ENTRADA(WRK-IDX-NOI).

      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2210-DESLOCAR-NOITE             SECTION.
      *----------------------------------------------------------------*

           SET WRK-IDX-NOI             TO WRK-IDX-INSERCAO.

           IF  WRK-NOI-ORDEM(WRK-IDX-NOI) GREATER WRK-NNV-ORDEM
               MOVE WRK-NOI-ENTRADA(WRK-IDX-NOI)
                                       TO WRK-NOI-ENTRADA
                                          (WRK-IDX-NOI + 1)
           ELSE
               SET WRK-POSICAO-ACHADA  TO TRUE
               COMPUTE WRK-POS-INSERCAO = WRK-IDX-INSERCAO + 1
               IF  WRK-NOI-ORDEM(WRK-IDX-NOI) EQUAL WRK-NNV-ORDEM
                   SET WRK-CHAVE-REPETIDA TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       2210-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2500-CARREGAR-REAPRESENTADOS    SECTION.
      *----------------------------------------------------------------*
      *    CHAVES GRAVADAS PELA CONVERSAO DO ARQCORPD (LINHAS DA       *
      *    LINHAGEM QUE NAO SAO REJEITO). A DD E OPCIONAL: SEM ELA     *
      *    NENHUMA PENDENCIA E FECHADA NESTA NOITE.                    *
      *----------------------------------------------------------------*

           MOVE 1                      TO WRK-PROXIMO-REAPRES.

           OPEN INPUT ARQLINCR.

           IF  WRK-FS-ARQLINCR         NOT EQUAL '00'
               GO TO 2500-99-FIM
           END-IF.

           PERFORM 2510-LER-ARQLINCR.

           PERFORM 2520-TRATAR-REAPRESENTADO
               UNTIL WRK-FS-ARQLINCR   EQUAL     '10'.

           CLOSE ARQLINCR.

      *----------------------------------------------------------------*
       2500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2510-LER-ARQLINCR               SECTION.
      *----------------------------------------------------------------*

           READ ARQLINCR               INTO WRK-LINHA-LINHAGEM.

           IF  WRK-FS-ARQLINCR         EQUAL     '10'
               GO TO 2510-99-FIM
           END-IF.

           PERFORM 1130-TESTAR-FS-ARQLINCR.

           ADD 1                       TO  WRK-LIDOS-ARQLINCR.

      *----------------------------------------------------------------*
       2510-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2520-TRATAR-REAPRESENTADO       SECTION.
      *----------------------------------------------------------------*
      *    INSERCAO ORDENADA POR CHAVE, SEM REPETICAO (MESMA MECANICA  *
      *    DE 2200-INSERIR-REJEITO-NOITE).                             *
      *----------------------------------------------------------------*

           IF  WRK-LIN-REJEITADO
               GO TO 2520-80-LER
           END-IF.

           MOVE 1                      TO WRK-POS-INSERCAO.
           MOVE 'N'                    TO WRK-SW-POSICAO
                                          WRK-SW-REPETIDA.

           IF  WRK-QTD-REAPRES         NOT LESS  5000
               PERFORM 9200-FORMATAR-ERRO-TABELA-CHEIA
           END-IF.

           PERFORM 2530-DESLOCAR-REAPRESENTADO
               VARYING WRK-IDX-INSERCAO FROM WRK-QTD-REAPRES BY -1
               UNTIL WRK-IDX-INSERCAO  LESS      1
                  OR WRK-POSICAO-ACHADA.

           IF  WRK-CHAVE-REPETIDA
               GO TO 2520-80-LER
           END-IF.

           ADD 1                       TO WRK-QTD-REAPRES.

           SET WRK-IDX-REA             TO WRK-POS-INSERCAO.

           MOVE WRK-LIN-CHAVE          TO WRK-REA-CHAVE(WRK-IDX-REA).
           MOVE WRK-LIN-RUN-ID         TO WRK-REA-RUN-ID(WRK-IDX-REA).

       2520-80-LER.

           PERFORM 2510-LER-ARQLINCR.

      *----------------------------------------------------------------*
       2520-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2530-DESLOCAR-REAPRESENTADO     SECTION.
      *----------------------------------------------------------------*

           SET WRK-IDX-REA             TO WRK-IDX-INSERCAO.

           IF  WRK-REA-CHAVE(WRK-IDX-REA) GREATER WRK-LIN-CHAVE
               MOVE WRK-REA-ENTRADA(WRK-IDX-REA)
                                       TO WRK-REA-ENTRADA
                                          (WRK-IDX-REA + 1)
           ELSE
               SET WRK-POSICAO-ACHADA  TO TRUE
               COMPUTE WRK-POS-INSERCAO = WRK-IDX-INSERCAO + 1
               IF  WRK-REA-CHAVE(WRK-IDX-REA) EQUAL WRK-LIN-CHAVE
                   SET WRK-CHAVE-REPETIDA TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       2530-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2800-LER-ARQBKLAN               SECTION.
      *----------------------------------------------------------------*
      *    LE O PROXIMO REGISTRO DO MASTER ANTERIOR, CONFERINDO A      *
      *    ORDEM DE CHAVE + RUN-ID.                                    *
      *----------------------------------------------------------------*

           IF  NOT WRK-ARQBKLAN-ABERTO
               MOVE '10'               TO WRK-FS-ARQBKLAN
               GO TO 2800-99-FIM
           END-IF.

           READ ARQBKLAN               INTO WRK-REGISTRO-MASTER.

           IF  WRK-FS-ARQBKLAN         EQUAL     '10'
               GO TO 2800-99-FIM
           END-IF.

           PERFORM 1140-TESTAR-FS-ARQBKLAN.

           ADD 1                       TO  WRK-LIDOS-ARQBKLAN.

           IF  MST-ORDEM               LESS      WRK-MST-ORDEM-ANT
               MOVE 'ARQBKLAN'         TO WRK-NOME-ARQUIVO
               PERFORM 9400-FORMATAR-ERRO-SEQUENCIA
           END-IF.

           MOVE MST-ORDEM              TO WRK-MST-ORDEM-ANT.

      *----------------------------------------------------------------*
       2800-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*
      *    EMPARELHAMENTO CLASSICO (BALANCED LINE) ENTRE OS REJEITOS   *
      *    DA NOITE E O MASTER ANTERIOR: SO NA NOITE = PENDENCIA NOVA; *
      *    SO NO MASTER = PENDENCIA EXISTENTE; NOS DOIS = MESMO        *
      *    REJEITO JA REGISTRADO (DD COM MAIS DE UMA NOITE OU          *
      *    REEXECUCAO), MANTIDO UMA VEZ SO.                            *
      *----------------------------------------------------------------*

           IF  WRK-PROXIMO-NOITE       NOT GREATER WRK-QTD-NOITE
               SET WRK-IDX-NOI         TO WRK-PROXIMO-NOITE
           END-IF.

           EVALUATE TRUE
               WHEN WRK-FS-ARQBKLAN    EQUAL     '10'
                   PERFORM 3100-PENDENCIA-NOVA
               WHEN WRK-PROXIMO-NOITE  GREATER   WRK-QTD-NOITE
                   PERFORM 3200-PENDENCIA-EXISTENTE
               WHEN WRK-NOI-ORDEM(WRK-IDX-NOI) EQUAL MST-ORDEM
                   ADD 1               TO WRK-JA-REGISTRADOS
                   ADD 1               TO WRK-PROXIMO-NOITE
                   PERFORM 3200-PENDENCIA-EXISTENTE
               WHEN WRK-NOI-ORDEM(WRK-IDX-NOI) LESS MST-ORDEM
                   PERFORM 3100-PENDENCIA-NOVA
               WHEN OTHER
                   PERFORM 3200-PENDENCIA-EXISTENTE
           END-EVALUATE.

      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3100-PENDENCIA-NOVA             SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-REGISTRO-SAIDA.

           MOVE WRK-NOI-CHAVE(WRK-IDX-NOI)     TO SAI-CHAVE.
           MOVE WRK-NOI-RUN-ID(WRK-IDX-NOI)    TO SAI-RUN-ID.
           MOVE WRK-NOI-SEQUENCIA(WRK-IDX-NOI) TO SAI-SEQUENCIA.
           MOVE WRK-NOI-MOTIVO(WRK-IDX-NOI)    TO SAI-MOTIVO.
           MOVE WRK-NOI-CAMPO(WRK-IDX-NOI)     TO SAI-CAMPO.
           SET SAI-ABERTA              TO TRUE.
           MOVE ZEROS                  TO SAI-DATA-FECHAMENTO.

           ADD 1                       TO WRK-NOVOS.
           ADD 1                       TO WRK-PROXIMO-NOITE.

           PERFORM 3500-CONCLUIR-PENDENCIA.

      *----------------------------------------------------------------*
       3100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3200-PENDENCIA-EXISTENTE        SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-REGISTRO-MASTER    TO WRK-REGISTRO-SAIDA.

           PERFORM 3500-CONCLUIR-PENDENCIA.

           PERFORM 2800-LER-ARQBKLAN.

      *----------------------------------------------------------------*
       3200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3500-CONCLUIR-PENDENCIA         SECTION.
      *----------------------------------------------------------------*
      *    PARA CADA PENDENCIA QUE SAI, NA ORDEM DE CHAVE + RUN-ID:    *
      *    FECHA A QUE ESTA ABERTA E TEVE A CHAVE REAPRESENTADA SEM    *
      *    REJEITO, EXPURGA A FECHADA HA MAIS DIAS QUE A RETENCAO,     *
      *    ACUMULA O ENVELHECIMENTO DA QUE CONTINUA ABERTA E GRAVA.    *
      *----------------------------------------------------------------*

           IF  SAI-CHAVE               NOT EQUAL WRK-CHV-CHAVE
               PERFORM 3600-ENCERRAR-CHAVE
               MOVE SAI-CHAVE          TO WRK-CHV-CHAVE
           END-IF.

           IF  SAI-ABERTA
               PERFORM 3510-VERIFICAR-REAPRESENTACAO
           END-IF.

           IF  SAI-FECHADA
           AND SAI-DATA-FECHAMENTO     NUMERIC
               MOVE SAI-DATA-FECHAMENTO TO WRK-CNV-DATA
               PERFORM 8900-CONVERTER-DATA-EM-DIAS
               COMPUTE WRK-DIAS-IDADE =
                   WRK-DIAS-REFERENCIA - WRK-CNV-DIAS
               IF  WRK-DIAS-IDADE      GREATER   WRK-DIAS-RETENCAO
                   ADD 1               TO WRK-EXPURGADOS
                   GO TO 3500-99-FIM
               END-IF
           END-IF.

           PERFORM 3520-ACOMPANHAR-CHAVE.

           IF  SAI-ABERTA
               ADD 1                   TO WRK-EM-ABERTO
               PERFORM 3530-ACUMULAR-ENVELHECIMENTO
           END-IF.

           WRITE FD-ARQBKLNV           FROM WRK-REGISTRO-SAIDA.

           PERFORM 1150-TESTAR-FS-ARQBKLNV.

           ADD 1                       TO  WRK-GRAVADOS-ARQBKLNV.

      *----------------------------------------------------------------*
       3500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3510-VERIFICAR-REAPRESENTACAO   SECTION.
      *----------------------------------------------------------------*
      *    A TABELA DE REAPRESENTADOS ESTA EM ORDEM DE CHAVE, COMO A   *
      *    SAIDA - O PONTEIRO SO AVANCA.                               *
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-SW-POSICAO.

           PERFORM 3515-AVANCAR-REAPRESENTADO
               UNTIL WRK-POSICAO-ACHADA.

           IF  WRK-PROXIMO-REAPRES     GREATER   WRK-QTD-REAPRES
               GO TO 3510-99-FIM
           END-IF.

           SET WRK-IDX-REA             TO WRK-PROXIMO-REAPRES.

           IF  WRK-REA-CHAVE(WRK-IDX-REA) EQUAL  SAI-CHAVE
               SET SAI-FECHADA         TO TRUE
               MOVE WRK-DATA-REFERENCIA TO SAI-DATA-FECHAMENTO
               MOVE WRK-REA-RUN-ID(WRK-IDX-REA)
                                       TO SAI-RUN-FECHAMENTO
               ADD 1                   TO WRK-FECHADOS
           END-IF.

      *----------------------------------------------------------------*
       3510-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3515-AVANCAR-REAPRESENTADO      SECTION.
      *----------------------------------------------------------------*

           IF  WRK-PROXIMO-REAPRES     GREATER   WRK-QTD-REAPRES
               SET WRK-POSICAO-ACHADA  TO TRUE
               GO TO 3515-99-FIM
           END-IF.

           SET WRK-IDX-REA             TO WRK-PROXIMO-REAPRES.

           IF  WRK-REA-CHAVE(WRK-IDX-REA) NOT LESS SAI-CHAVE
               SET WRK-POSICAO-ACHADA  TO TRUE
           ELSE
               ADD 1                   TO WRK-PROXIMO-REAPRES
           END-IF.

      *----------------------------------------------------------------*
       3515-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3520-ACOMPANHAR-CHAVE           SECTION.
      *----------------------------------------------------------------*
      *    CONTA AS NOITES DISTINTAS (DATA DO RUN) EM QUE A CHAVE FOI  *
      *    REJEITADA, ABERTAS OU JA FECHADAS AINDA NA RETENCAO.        *
      *----------------------------------------------------------------*

           IF  SAI-ABERTA
               ADD 1                   TO WRK-CHV-ABERTAS
           END-IF.

           IF  SAI-RUN-DATA            NOT NUMERIC
               GO TO 3520-99-FIM
           END-IF.

           MOVE 'N'                    TO WRK-SW-NOITE.

           PERFORM 3525-PROCURAR-NOITE
               VARYING WRK-IDX-CHV FROM 1 BY 1
               UNTIL WRK-IDX-CHV       GREATER   WRK-CHV-QTD-NOITES
                  OR WRK-NOITE-CONTADA.

           IF  NOT WRK-NOITE-CONTADA
           AND WRK-CHV-QTD-NOITES      LESS      31
               ADD 1                   TO WRK-CHV-QTD-NOITES
               MOVE SAI-RUN-DATA       TO WRK-CHV-NOITE
                                          (WRK-CHV-QTD-NOITES)
           END-IF.

           IF  SAI-RUN-DATA            NOT LESS  WRK-CHV-ULTIMA-DATA
               MOVE SAI-RUN-DATA       TO WRK-CHV-ULTIMA-DATA
               MOVE SAI-MOTIVO         TO WRK-CHV-ULTIMO-MOTIVO
           END-IF.

      *----------------------------------------------------------------*
       3520-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3525-PROCURAR-NOITE             SECTION.
      *----------------------------------------------------------------*

           IF  WRK-CHV-NOITE(WRK-IDX-CHV) EQUAL  SAI-RUN-DATA
               SET WRK-NOITE-CONTADA   TO TRUE
           END-IF.

      *----------------------------------------------------------------*
       3525-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3530-ACUMULAR-ENVELHECIMENTO    SECTION.
      *----------------------------------------------------------------*
      *    IDADE = DIAS ENTRE A DATA DO RUN QUE REJEITOU E A DATA DE   *
      *    REFERENCIA. RUN-ID SEM DATA LEGIVEL CONTA COMO DO DIA.      *
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-DIAS-IDADE.

           IF  SAI-RUN-DATA            NUMERIC
               MOVE SAI-RUN-DATA       TO WRK-CNV-DATA
               PERFORM 8900-CONVERTER-DATA-EM-DIAS
               COMPUTE WRK-DIAS-IDADE =
                   WRK-DIAS-REFERENCIA - WRK-CNV-DIAS
           END-IF.

           EVALUATE TRUE
               WHEN WRK-DIAS-IDADE     NOT GREATER 1
                   MOVE 1              TO WRK-IDX-FAIXA
               WHEN WRK-DIAS-IDADE     NOT GREATER 7
                   MOVE 2              TO WRK-IDX-FAIXA
               WHEN WRK-DIAS-IDADE     NOT GREATER 15
                   MOVE 3              TO WRK-IDX-FAIXA
               WHEN WRK-DIAS-IDADE     NOT GREATER 30
                   MOVE 4              TO WRK-IDX-FAIXA
               WHEN WRK-DIAS-IDADE     NOT GREATER 60
                   MOVE 5              TO WRK-IDX-FAIXA
               WHEN OTHER
                   MOVE 6              TO WRK-IDX-FAIXA
           END-EVALUATE.

           MOVE ZEROS                  TO WRK-IDX-ACHADO.

           PERFORM 3535-PROCURAR-MOTIVO
               VARYING WRK-IDX-BUSCA FROM 1 BY 1
               UNTIL WRK-IDX-BUSCA     GREATER   WRK-QTD-MOTIVOS
                  OR WRK-IDX-ACHADO    GREATER   ZEROS.

           IF  WRK-IDX-ACHADO          EQUAL     ZEROS
               IF  WRK-QTD-MOTIVOS     NOT LESS  50
                   PERFORM 9200-FORMATAR-ERRO-TABELA-CHEIA
               END-IF
               ADD 1                   TO WRK-QTD-MOTIVOS
               MOVE WRK-QTD-MOTIVOS    TO WRK-IDX-ACHADO
               SET WRK-IDX-ENV         TO WRK-IDX-ACHADO
               MOVE SAI-MOTIVO         TO WRK-ENV-MOTIVO(WRK-IDX-ENV)
           END-IF.

           SET WRK-IDX-ENV             TO WRK-IDX-ACHADO.

           ADD 1                       TO WRK-ENV-TOTAL(WRK-IDX-ENV)
                                          WRK-ENV-FAIXA(WRK-IDX-ENV
                                                        WRK-IDX-FAIXA)
                                          WRK-ENV-GERAL-TOTAL
                                          WRK-ENV-GERAL-FAIXA
                                                       (WRK-IDX-FAIXA).

      *----------------------------------------------------------------*
       3530-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3535-PROCURAR-MOTIVO            SECTION.
      *----------------------------------------------------------------*

           SET WRK-IDX-ENV             TO WRK-IDX-BUSCA.

           IF  WRK-ENV-MOTIVO(WRK-IDX-ENV) EQUAL SAI-MOTIVO
               MOVE WRK-IDX-BUSCA      TO WRK-IDX-ACHADO
           END-IF.

      *----------------------------------------------------------------*
       3535-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3600-ENCERRAR-CHAVE             SECTION.
      *----------------------------------------------------------------*
      *    NA QUEBRA DE CHAVE, LISTA A CHAVE ANTERIOR COMO REINCIDENTE *
      *    QUANDO FOI REJEITADA NO MINIMO DE NOITES DO CARTAO          *
      *    'REINCID', E ZERA O ACOMPANHAMENTO PARA A PROXIMA.          *
      *----------------------------------------------------------------*

           IF  WRK-CHV-QTD-NOITES      NOT LESS  WRK-MINIMO-NOITES
               ADD 1                   TO WRK-REINCIDENTES
               MOVE WRK-CHV-CHAVE      TO WRK-RNC-CHAVE
               MOVE WRK-CHV-QTD-NOITES TO WRK-RNC-NOITES
               MOVE WRK-CHV-ABERTAS    TO WRK-RNC-ABERTAS
               MOVE WRK-CHV-ULTIMA-DATA TO WRK-RNC-ULTIMA-DATA
               MOVE WRK-CHV-ULTIMO-MOTIVO TO WRK-RNC-MOTIVO
               MOVE WRK-LINHA-REINCIDENTE TO FD-ARQRELAT
               PERFORM 8000-GRAVAR-ARQRELAT
           END-IF.

           MOVE ZEROS                  TO WRK-CHV-ABERTAS
                                          WRK-CHV-ULTIMA-DATA
                                          WRK-CHV-QTD-NOITES.
           MOVE SPACES                 TO WRK-CHV-ULTIMO-MOTIVO.

      *----------------------------------------------------------------*
       3600-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4000-EMITIR-ENVELHECIMENTO      SECTION.
      *----------------------------------------------------------------*
      *    FECHA A LISTA DE REINCIDENTES E EMITE O ENVELHECIMENTO DAS  *
      *    PENDENCIAS EM ABERTO (UMA LINHA POR MOTIVO E O TOTAL) E O   *
      *    RESUMO DO MOVIMENTO DO MASTER.                              *
      *----------------------------------------------------------------*

           IF  WRK-REINCIDENTES        EQUAL     ZEROS
               MOVE 'NENHUMA CHAVE REINCIDENTE'
                                       TO WRK-TIT-TEXTO
               MOVE WRK-LINHA-TITULO   TO FD-ARQRELAT
               PERFORM 8000-GRAVAR-ARQRELAT
           END-IF.

           MOVE SPACES                 TO FD-ARQRELAT.
           PERFORM 8000-GRAVAR-ARQRELAT.

           MOVE 'ENVELHECIMENTO DAS PENDENCIAS EM ABERTO (DIAS)'
                                       TO WRK-TIT-TEXTO.
           MOVE WRK-LINHA-TITULO       TO FD-ARQRELAT.
           PERFORM 8000-GRAVAR-ARQRELAT.

           MOVE WRK-LINHA-CAB-FAIXAS   TO FD-ARQRELAT.
           PERFORM 8000-GRAVAR-ARQRELAT.

           PERFORM 4100-EMITIR-MOTIVO
               VARYING WRK-IDX-ENV FROM 1 BY 1
               UNTIL WRK-IDX-ENV       GREATER   WRK-QTD-MOTIVOS.

           MOVE 'TOTAL EM ABERTO'      TO WRK-FXA-MOTIVO.
           MOVE WRK-ENV-GERAL-TOTAL    TO WRK-FXA-TOTAL.

           PERFORM 4200-MOVER-FAIXA-GERAL
               VARYING WRK-IDX-FAIXA FROM 1 BY 1
               UNTIL WRK-IDX-FAIXA     GREATER   6.

           MOVE WRK-LINHA-FAIXAS       TO FD-ARQRELAT.
           PERFORM 8000-GRAVAR-ARQRELAT.

           MOVE SPACES                 TO FD-ARQRELAT.
           PERFORM 8000-GRAVAR-ARQRELAT.

           MOVE 'PENDENCIAS NO MASTER ANTERIOR' TO WRK-RSM-ROTULO.
           MOVE WRK-LIDOS-ARQBKLAN     TO WRK-RSM-QTD.
           PERFORM 4300-GRAVAR-RESUMO.

           MOVE 'REJEITOS DA NOITE (LINHAGEM)' TO WRK-RSM-ROTULO.
           MOVE WRK-REJEITOS-NOITE     TO WRK-RSM-QTD.
           PERFORM 4300-GRAVAR-RESUMO.

           MOVE '  DOS QUAIS SEM DIAGNOSTICO'  TO WRK-RSM-ROTULO.
           MOVE WRK-SEM-DIAGNOSTICO    TO WRK-RSM-QTD.
           PERFORM 4300-GRAVAR-RESUMO.

           MOVE 'PENDENCIAS NOVAS'     TO WRK-RSM-ROTULO.
           MOVE WRK-NOVOS              TO WRK-RSM-QTD.
           PERFORM 4300-GRAVAR-RESUMO.

           MOVE 'JA REGISTRADAS (IGNORADAS)'  TO WRK-RSM-ROTULO.
           MOVE WRK-JA-REGISTRADOS     TO WRK-RSM-QTD.
           PERFORM 4300-GRAVAR-RESUMO.

           MOVE 'FECHADAS NA NOITE'    TO WRK-RSM-ROTULO.
           MOVE WRK-FECHADOS           TO WRK-RSM-QTD.
           PERFORM 4300-GRAVAR-RESUMO.

           MOVE 'EXPURGADAS (RETENCAO)' TO WRK-RSM-ROTULO.
           MOVE WRK-EXPURGADOS         TO WRK-RSM-QTD.
           PERFORM 4300-GRAVAR-RESUMO.

           MOVE 'EM ABERTO'            TO WRK-RSM-ROTULO.
           MOVE WRK-EM-ABERTO          TO WRK-RSM-QTD.
           PERFORM 4300-GRAVAR-RESUMO.

           MOVE 'CHAVES REINCIDENTES'  TO WRK-RSM-ROTULO.
           MOVE WRK-REINCIDENTES       TO WRK-RSM-QTD.
           PERFORM 4300-GRAVAR-RESUMO.

      *----------------------------------------------------------------*
       4000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4100-EMITIR-MOTIVO              SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-ENV-MOTIVO(WRK-IDX-ENV) TO WRK-FXA-MOTIVO.
           MOVE WRK-ENV-TOTAL(WRK-IDX-ENV)  TO WRK-FXA-TOTAL.

           PERFORM 4110-MOVER-FAIXA-MOTIVO
               VARYING WRK-IDX-FAIXA FROM 1 BY 1
               UNTIL WRK-IDX-FAIXA     GREATER   6.

           MOVE WRK-LINHA-FAIXAS       TO FD-ARQRELAT.

           PERFORM 8000-GRAVAR-ARQRELAT.

      *----------------------------------------------------------------*
       4100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4110-MOVER-FAIXA-MOTIVO         SECTION.
      *----------------------------------------------------------------*

           MOVE SPACE                  TO WRK-FXA-COLUNA(WRK-IDX-FAIXA)
                                          (1:1).
           MOVE WRK-ENV-FAIXA(WRK-IDX-ENV WRK-IDX-FAIXA)
                                       TO WRK-FXA-QTD(WRK-IDX-FAIXA).

      *----------------------------------------------------------------*
       4110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4200-MOVER-FAIXA-GERAL          SECTION.
      *----------------------------------------------------------------*

           MOVE SPACE                  TO WRK-FXA-COLUNA(WRK-IDX-FAIXA)
                                          (1:1).
           MOVE WRK-ENV-GERAL-FAIXA(WRK-IDX-FAIXA)
                                       TO WRK-FXA-QTD(WRK-IDX-FAIXA).

      *----------------------------------------------------------------*
       4200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4300-GRAVAR-RESUMO              SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-LINHA-RESUMO       TO FD-ARQRELAT.

           PERFORM 8000-GRAVAR-ARQRELAT.

      *----------------------------------------------------------------*
       4300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       8000-GRAVAR-ARQRELAT            SECTION.
      *----------------------------------------------------------------*

           WRITE FD-ARQRELAT.

           PERFORM 1160-TESTAR-FS-ARQRELAT.

           ADD 1                       TO  WRK-GRAVADOS-ARQRELAT.

      *----------------------------------------------------------------*
       8000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       8900-CONVERTER-DATA-EM-DIAS     SECTION.
      *----------------------------------------------------------------*
      *    CONVERTE WRK-CNV-DATA (AAAAMMDD) EM DIAS CORRIDOS DESDE A   *
      *    BASE FIXA (ANO 1900): ANOS X 365 + DIAS DE BISSEXTO DOS     *
      *    ANOS ANTERIORES + ACUMULADO DOS MESES + DIA, COM O AJUSTE   *
      *    DE BISSEXTO DO PROPRIO ANO DEPOIS DE FEVEREIRO. MES FORA DE *
      *    1-12 (DATA ILEGIVEL) CONTA COMO A PROPRIA REFERENCIA.       *
      *----------------------------------------------------------------*

           IF  WRK-CNV-MES             LESS      1
           OR  WRK-CNV-MES             GREATER   12
               MOVE WRK-DIAS-REFERENCIA TO WRK-CNV-DIAS
               GO TO 8900-99-FIM
           END-IF.

           COMPUTE WRK-CNV-ANO-ANT = WRK-CNV-ANO - 1.

           COMPUTE WRK-CNV-DIAS =
               (WRK-CNV-ANO - 1900) * 365
                 + (WRK-CNV-ANO-ANT / 4)
                 - (WRK-CNV-ANO-ANT / 100)
                 + (WRK-CNV-ANO-ANT / 400).

           ADD WRK-CNV-ACUM-MES(WRK-CNV-MES) TO WRK-CNV-DIAS.

           ADD WRK-CNV-DIA             TO WRK-CNV-DIAS.

           PERFORM 8910-TESTAR-BISSEXTO.

           IF  WRK-CNV-BISSEXTO
           AND WRK-CNV-MES             GREATER   2
               ADD 1                   TO WRK-CNV-DIAS
           END-IF.

      *----------------------------------------------------------------*
       8900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       8910-TESTAR-BISSEXTO            SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-SW-CNV-BISSEXTO.

           DIVIDE WRK-CNV-ANO          BY 4
               GIVING WRK-CNV-QUOCIENTE
               REMAINDER WRK-CNV-RESTO-4.

           DIVIDE WRK-CNV-ANO          BY 100
               GIVING WRK-CNV-QUOCIENTE
               REMAINDER WRK-CNV-RESTO-100.

           DIVIDE WRK-CNV-ANO          BY 400
               GIVING WRK-CNV-QUOCIENTE
               REMAINDER WRK-CNV-RESTO-400.

           IF  (WRK-CNV-RESTO-4        EQUAL     ZEROS
                AND WRK-CNV-RESTO-100  NOT EQUAL ZEROS)
           OR  WRK-CNV-RESTO-400       EQUAL     ZEROS
               SET WRK-CNV-BISSEXTO    TO TRUE
           END-IF.

      *----------------------------------------------------------------*
       8910-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9100-FORMATAR-ERRO-ARQUIVO      SECTION.
      *----------------------------------------------------------------*

           DISPLAY '*********** LEGRBKLG ***********'
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

           DISPLAY '*********** LEGRBKLG ***********'
           DISPLAY '*                              *'
           DISPLAY '*  TABELA INTERNA CHEIA        *'
           DISPLAY '*  (5000 REJEITOS OU           *'
           DISPLAY '*  REAPRESENTADOS NA NOITE,    *'
           DISPLAY '*  50 MOTIVOS) - AMPLIAR A     *'
           DISPLAY '*  TABELA                      *'
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

           DISPLAY '*********** LEGRBKLG ***********'
           DISPLAY '*                              *'
           DISPLAY '*  CARTAO DE PARAMETRO         *'
           DISPLAY '*  INVALIDO                    *'
           DISPLAY '*                              *'
           DISPLAY '********************************'
           DISPLAY '* CARTAO: ' WRK-CARTAO-PENDENCIA(1:60)
           DISPLAY '********************************'

           MOVE 16 TO RETURN-CODE.

           STOP RUN.

      *----------------------------------------------------------------*
       9300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9400-FORMATAR-ERRO-SEQUENCIA    SECTION.
      *----------------------------------------------------------------*
      *    MASTER FORA DE ORDEM DE CHAVE + RUN-ID - PROSSEGUIR         *
      *    DUPLICARIA OU PERDERIA PENDENCIAS.                          *
      *----------------------------------------------------------------*

           DISPLAY '*********** LEGRBKLG ***********'
           DISPLAY '*                              *'
           DISPLAY '*  MASTER DE PENDENCIAS FORA   *'
           DISPLAY '*  DE ORDEM DE CHAVE + RUN-ID  *'
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
           DISPLAY '*********** LEGRBKLG ***********'
           DISPLAY '*                              *'
           DISPLAY '*  PENDENCIAS DE REJEITOS      *'
           DISPLAY '* ---------------------------- *'
           MOVE    WRK-LIDOS-ARQLINHG   TO WRK-DISPLAY
           DISPLAY '* LIDOS    ARQLINHG : ' WRK-DISPLAY
           MOVE    WRK-LIDOS-ARQDIAPD   TO WRK-DISPLAY
           DISPLAY '* LIDOS    ARQDIAPD : ' WRK-DISPLAY
           MOVE    WRK-LIDOS-ARQLINCR   TO WRK-DISPLAY
           DISPLAY '* LIDOS    ARQLINCR : ' WRK-DISPLAY
           MOVE    WRK-LIDOS-ARQBKLAN   TO WRK-DISPLAY
           DISPLAY '* LIDOS    ARQBKLAN : ' WRK-DISPLAY
           DISPLAY '*                              *'
           MOVE    WRK-NOVOS            TO WRK-DISPLAY
           DISPLAY '* PENDENCIAS NOVAS  : ' WRK-DISPLAY
           MOVE    WRK-FECHADOS         TO WRK-DISPLAY
           DISPLAY '* FECHADAS          : ' WRK-DISPLAY
           MOVE    WRK-EXPURGADOS       TO WRK-DISPLAY
           DISPLAY '* EXPURGADAS        : ' WRK-DISPLAY
           MOVE    WRK-EM-ABERTO        TO WRK-DISPLAY
           DISPLAY '* EM ABERTO         : ' WRK-DISPLAY
           MOVE    WRK-REINCIDENTES     TO WRK-DISPLAY
           DISPLAY '* REINCIDENTES      : ' WRK-DISPLAY
           DISPLAY '*                              *'
           MOVE    WRK-GRAVADOS-ARQBKLNV TO WRK-DISPLAY
           DISPLAY '* GRAVADOS ARQBKLNV : ' WRK-DISPLAY
           MOVE    WRK-GRAVADOS-ARQRELAT TO WRK-DISPLAY
           DISPLAY '* GRAVADOS ARQRELAT : ' WRK-DISPLAY
           DISPLAY '*                              *'
           DISPLAY '*********** LEGRBKLG ***********'

      *    CHAVE REINCIDENTE E AVISO PARA DEVOLVER A LISTA AO SISTEMA
      *    DE ORIGEM - O MASTER FOI ATUALIZADO NORMALMENTE.
           IF  WRK-REINCIDENTES        GREATER   ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF

           CLOSE ARQBKLNV
                 ARQRELAT.

           IF  WRK-ARQBKLAN-ABERTO
               CLOSE ARQBKLAN
           END-IF

           PERFORM 1150-TESTAR-FS-ARQBKLNV.
           PERFORM 1160-TESTAR-FS-ARQRELAT.

           STOP RUN.

      *----------------------------------------------------------------*
       9000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *================================================================*
