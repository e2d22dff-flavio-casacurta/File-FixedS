      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. LEGRBOLE.
       AUTHOR.     C&C.

      *================================================================*
      *                        S O N D A   I T                         *
      *----------------------------------------------------------------*
      *    PROGRAMA....: LEGRBOLE
      *    PROGRAMADOR.: C&C
      *    DATA........: 15/10/2026
      *----------------------------------------------------------------*
      *    OBJETIVO....:
      *                 - CONSOLIDAR NUM UNICO BOLETIM DATADO TODOS OS
      *                   VEREDITOS DA NOITE, EM VEZ DE ABRIR UM A UM
      *                   OS SYSOUTS E RELATORIOS NA PASSAGEM DE
      *                   TURNO DAS 6 DA MANHA:
      *                   . FECHAMENTO DA CADEIA DE CONVERSAO (MESMAS
      *                     CONFERENCIAS DE LEGRCONC SOBRE ARQTOTPD/
      *                     ARQTOTZD, VIDE COPY TOTCARD)
      *                   . CONFIRMACOES DO PARCEIRO (ARQEXCEC DE
      *                     LEGRACKR)
      *                   . ANOMALIAS DE VOLUME (ARQRELAT DE LEGRTEND)
      *                     E DE JANELA (ARQRELAT DE LEGRJANL)
      *                   . CRITICA DE SEQUENCIA/DUPLICIDADE DE CHAVE
      *                     (ARQSEQRL DE LEGRZDPD)
      *                   . REJEITOS DA CONVERSAO E SEUS PRINCIPAIS
      *                     MOTIVOS (ARQDIAPD DE LEGRPDZD)
      *                   . EXECUCOES DA NOITE (ARQLOG, COPY LOGCARD)
      *
      *                 - ENCERRAR COM UM RETURN-CODE DE COR PARA O
      *                   SCHEDULING ACIONAR O PLANTAO: 0 = VERDE
      *                   (LIBERAR), 4 = AMBAR (ACOMPANHAR - ACK
      *                   PENDENTE, ANOMALIA OU CRITICA DE SEQUENCIA),
      *                   8 = VERMELHO (RETER - CADEIA DESBALANCEADA,
      *                   SEM TOTAIS OU EXCECAO DE CONFIRMACAO).
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME           I/O        INCLUDE/BOOK
      *                ARQLOG            I         COPY LOGCARD
      *                ARQTOTPD          I         COPY TOTCARD
      *                ARQTOTZD          I         COPY TOTCARD
      *                ARQEXCEC          I         DECLARADO NO PGM
      *                ARQRELTD          I         DECLARADO NO PGM
      *                ARQRELJN          I         DECLARADO NO PGM
      *                ARQSEQRL          I         DECLARADO NO PGM
      *                ARQDIAPD          I         DECLARADO NO PGM
      *                ARQBOLET          O         DECLARADO NO PGM
      *----------------------------------------------------------------*
      *    CARTOES.....: OPCIONAL VIA SYSIN, ENCERRADO POR 'FIM':      *
      *      'DATAREF AAAAMMDD' - DATA DA NOITE A RELATAR (PADRAO: A   *
      *                      MAIOR DATA PRESENTE NO ARQLOG, OU A DATA  *
      *                      CORRENTE SEM ARQLOG).                     *
      *----------------------------------------------------------------*
      *    OBSERVACAO..: TODAS AS ENTRADAS SAO OPCIONAIS - DD AUSENTE  *
      *    OU DUMMY SAI NO BOLETIM COMO 'NAO APURADA', EXCETO OS       *
      *    TOTAIS DA CONVERSAO, CUJA AUSENCIA E POR SI SO MOTIVO DE    *
      *    RETER (MESMA REGRA DE LEGRCONC). O ARQSEQRL E O ARQDIAPD    *
      *    SAO GRAVADOS COM DISP=MOD: INFORMAR NESTAS DDS SO O         *
      *    MOVIMENTO DA NOITE. A QUANTIDADE DE REJEITADOS VEM DOS      *
      *    TOTAIS DE HANDOFF (TOT-REJEITADOS), NAO DA CONTAGEM DO      *
      *    ARQREJPD, QUE E CUMULATIVO.                                 *
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

           SELECT ARQLOG   ASSIGN      TO   UT-S-ARQLOG
                      FILE STATUS      IS   WRK-FS-ARQLOG.

           SELECT ARQTOTPD ASSIGN      TO   UT-S-ARQTOTPD
                      FILE STATUS      IS   WRK-FS-ARQTOTPD.

           SELECT ARQTOTZD ASSIGN      TO   UT-S-ARQTOTZD
                      FILE STATUS      IS   WRK-FS-ARQTOTZD.

           SELECT ARQEXCEC ASSIGN      TO   UT-S-ARQEXCEC
                      FILE STATUS      IS   WRK-FS-ARQEXCEC.

           SELECT ARQRELTD ASSIGN      TO   UT-S-ARQRELTD
                      FILE STATUS      IS   WRK-FS-ARQRELTD.

           SELECT ARQRELJN ASSIGN      TO   UT-S-ARQRELJN
                      FILE STATUS      IS   WRK-FS-ARQRELJN.

           SELECT ARQSEQRL ASSIGN      TO   UT-S-ARQSEQRL
                      FILE STATUS      IS   WRK-FS-ARQSEQRL.

           SELECT ARQDIAPD ASSIGN      TO   UT-S-ARQDIAPD
                      FILE STATUS      IS   WRK-FS-ARQDIAPD.

           SELECT ARQBOLET ASSIGN      TO   UT-S-ARQBOLET
                      FILE STATUS      IS   WRK-FS-ARQBOLET.

      *================================================================*
       DATA                            DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*

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
      *   INPUT:   TOTAIS DO STEP010 (PD->ZD) - ARQTOTPD               *
      *            ORG. SEQUENCIAL    - LRECL   = 080                  *
      *----------------------------------------------------------------*
       FD  ARQTOTPD
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-ARQTOTPD                 PIC  X(080).

      *----------------------------------------------------------------*
      *   INPUT:   TOTAIS DO STEP020 (ZD->PD) - ARQTOTZD               *
      *            ORG. SEQUENCIAL    - LRECL   = 080                  *
      *----------------------------------------------------------------*
       FD  ARQTOTZD
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-ARQTOTZD                 PIC  X(080).

      *----------------------------------------------------------------*
      *   INPUT:   EXCECOES DE CONFIRMACAO (LEGRACKR) - ARQEXCEC       *
      *            ORG. SEQUENCIAL    - LRECL   = 132                  *
      *----------------------------------------------------------------*
       FD  ARQEXCEC
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-ARQEXCEC                 PIC  X(132).

      *----------------------------------------------------------------*
      *   INPUT:   RELATORIO DE TENDENCIA (LEGRTEND) - ARQRELTD        *
      *            ORG. SEQUENCIAL    - LRECL   = 132                  *
      *----------------------------------------------------------------*
       FD  ARQRELTD
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-ARQRELTD                 PIC  X(132).

      *----------------------------------------------------------------*
      *   INPUT:   RELATORIO DE JANELA (LEGRJANL) - ARQRELJN           *
      *            ORG. SEQUENCIAL    - LRECL   = 132                  *
      *----------------------------------------------------------------*
       FD  ARQRELJN
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-ARQRELJN                 PIC  X(132).

      *----------------------------------------------------------------*
      *   INPUT:   RELATORIO DE SEQUENCIA DE CHAVE (LEGRZDPD) -        *
      *            ARQSEQRL                                            *
      *            ORG. SEQUENCIAL    - LRECL   = 132                  *
      *----------------------------------------------------------------*
       FD  ARQSEQRL
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-ARQSEQRL                 PIC  X(132).

      *----------------------------------------------------------------*
      *   INPUT:   DIAGNOSTICO DOS REJEITOS (LEGRPDZD) - ARQDIAPD      *
      *            ORG. SEQUENCIAL    - LRECL   = 132                  *
      *----------------------------------------------------------------*
       FD  ARQDIAPD
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-ARQDIAPD                 PIC  X(132).

      *----------------------------------------------------------------*
      *   OUTPUT:  BOLETIM OPERACIONAL DA NOITE - ARQBOLET             *
      *            ORG. SEQUENCIAL    - LRECL   = 132                  *
      *----------------------------------------------------------------*
       FD  ARQBOLET
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-ARQBOLET                 PIC  X(132).

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

           03 WRK-LIDOS-ARQLOG         PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-EXECUCOES-NOITE      PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-LIDOS-ARQEXCEC       PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-EXCECOES-ACK         PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-PENDENTES-ACK        PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-LIDOS-ARQRELTD       PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-ANOMALIAS-TENDENCIA  PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-LIDOS-ARQRELJN       PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-ANOMALIAS-JANELA     PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-LIDOS-ARQSEQRL       PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-CHAVES-DUPLICADAS    PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-CHAVES-FORA-SEQ      PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-LIDOS-ARQDIAPD       PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-MOTIVOS-OUTROS       PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-GRAVADOS-ARQBOLET    PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-DIVERGENCIAS         PIC  9(003) COMP-3  VALUE ZEROS.
           03 WRK-SOMA-EXPLICADA       PIC  9(011) COMP-3  VALUE ZEROS.
           03 WRK-REJEITADOS-CADEIA    PIC  9(011) COMP-3  VALUE ZEROS.
           03 WRK-DISPLAY              PIC +Z(08)9         VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE TESTE DE FILE-STATUS               ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-FS-ARQLOG               PIC  X(002)         VALUE SPACES.
       01  WRK-FS-ARQTOTPD             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-ARQTOTZD             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-ARQEXCEC             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-ARQRELTD             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-ARQRELJN             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-ARQSEQRL             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-ARQDIAPD             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-ARQBOLET             PIC  X(002)         VALUE SPACES.
       01  WRK-SW-ARQLOG               PIC  X(001)         VALUE 'N'.
           88 WRK-ARQLOG-ABERTO                             VALUE 'S'.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DA LINHA DO LOG - COPY LOGCARD        ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       COPY LOGCARD.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *  TOTAIS DOS DOIS PASSOS DA CONVERSAO: O REGISTRO CORRENTE E    *
      *  LIDO NA AREA DO COPY TOTCARD E GUARDADO NA AREA DO PASSO      *
      *  CORRESPONDENTE (MESMA CONVENCAO DE LEGRCONC).                 *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       COPY TOTCARD.

       01  WRK-TOTAIS-STEP010.
           03 WRK-PD-LIDOS             PIC  9(009)         VALUE ZEROS.
           03 WRK-PD-GRAVADOS          PIC  9(009)         VALUE ZEROS.
           03 WRK-PD-REJEITADOS        PIC  9(009)         VALUE ZEROS.
           03 WRK-PD-HASH              PIC  9(015)         VALUE ZEROS.
           03 WRK-PD-SW-HASH           PIC  X(001)         VALUE 'N'.
              88 WRK-PD-HASH-VALIDO                         VALUE 'S'.
           03 WRK-PD-DESPREZADOS       PIC  9(009)         VALUE ZEROS.
           03 WRK-PD-OUTROS            PIC  9(009)         VALUE ZEROS.

       01  WRK-TOTAIS-STEP020.
           03 WRK-ZD-LIDOS             PIC  9(009)         VALUE ZEROS.
           03 WRK-ZD-GRAVADOS          PIC  9(009)         VALUE ZEROS.
           03 WRK-ZD-REJEITADOS        PIC  9(009)         VALUE ZEROS.
           03 WRK-ZD-HASH              PIC  9(015)         VALUE ZEROS.
           03 WRK-ZD-SW-HASH           PIC  X(001)         VALUE 'N'.
              88 WRK-ZD-HASH-VALIDO                         VALUE 'S'.
           03 WRK-ZD-DESPREZADOS       PIC  9(009)         VALUE ZEROS.
           03 WRK-ZD-OUTROS            PIC  9(009)         VALUE ZEROS.

       01  WRK-SW-TOTAIS               PIC  X(001)         VALUE 'N'.
           88 WRK-TOTAIS-LIDOS                              VALUE 'S'.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *  VISOES DE LEITURA DAS LINHAS DOS RELATORIOS DA NOITE - MESMOS *
      *  LAYOUTS GRAVADOS POR LEGRACKR (WRK-LINHA-EXCECAO), LEGRTEND   *
      *  (WRK-LINHA-TENDENCIA), LEGRJANL (WRK-LINHA-JANELA E           *
      *  WRK-LINHA-CADEIA), LEGRZDPD (WRK-LINHA-SEQUENCIA) E LEGRPDZD  *
      *  (WRK-LINHA-DIAGNOSTICO). SO OS CAMPOS USADOS SAO NOMEADOS.    *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-LEITURA-EXCECAO.
           03 FILLER                   PIC  X(048).
           03 WRK-LEX-SITUACAO         PIC  X(020).
              88 WRK-LEX-PENDENTE                           VALUE
                 'PENDENTE NO PRAZO'.
           03 FILLER                   PIC  X(064).

       01  WRK-LEITURA-TENDENCIA.
           03 FILLER                   PIC  X(009).
           03 WRK-LTD-PGMID            PIC  X(008).
           03 FILLER                   PIC  X(006).
           03 WRK-LTD-DATA             PIC  X(008).
           03 FILLER                   PIC  X(089).
           03 WRK-LTD-ALERTA           PIC  X(012).

       01  WRK-LEITURA-JANELA.
           03 WRK-LJN-ROTULO           PIC  X(009).
              88 WRK-LJN-LINHA-PROGRAMA                     VALUE
                 'PROGRAMA '.
           03 WRK-LJN-PGMID            PIC  X(008).
           03 FILLER                   PIC  X(006).
           03 WRK-LJN-DATA             PIC  X(008).
           03 FILLER                   PIC  X(072).
           03 WRK-LJN-ALERTA           PIC  X(012).
           03 FILLER                   PIC  X(017).
       01  WRK-LEITURA-CADEIA REDEFINES WRK-LEITURA-JANELA.
           03 WRK-LCD-ROTULO           PIC  X(012).
              88 WRK-LCD-LINHA-CADEIA                       VALUE
                 'CADEIA DATA '.
           03 WRK-LCD-DATA             PIC  X(008).
           03 FILLER                   PIC  X(016).
           03 WRK-LCD-SEGUNDOS         PIC  X(009).
           03 FILLER                   PIC  X(029).
           03 WRK-LCD-FIM              PIC  X(006).
           03 FILLER                   PIC  X(052).

       01  WRK-LEITURA-SEQUENCIA.
           03 FILLER                   PIC  X(107).
           03 WRK-LSQ-MOTIVO           PIC  X(018).
              88 WRK-LSQ-DUPLICADA                          VALUE
                 'CHAVE DUPLICADA'.
           03 FILLER                   PIC  X(007).

       01  WRK-LEITURA-DIAGNOSTICO.
           03 FILLER                   PIC  X(025).
           03 WRK-LDG-NOME-CAMPO       PIC  X(022).
           03 FILLER                   PIC  X(029).
           03 WRK-LDG-MOTIVO           PIC  X(018).
           03 FILLER                   PIC  X(038).

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *  AREA DOS CARTOES DE PARAMETRO - SYSIN                         *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-CARTAO-BOLETIM.
           03 BOL-TIPO-CARTAO          PIC  X(008).
              88 BOL-CARTAO-DATAREF                        VALUE
                 'DATAREF'.
              88 BOL-FIM-DOS-CARTOES                       VALUE
                 'FIM'.
           03 BOL-DATA                 PIC  9(008).
           03 FILLER                   PIC  X(064).

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *  DATA DA NOITE A RELATAR E IDENTIFICACAO DA EMISSAO            *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-CONTROLE-DATA.
           03 WRK-DATA-REFERENCIA      PIC  9(008)         VALUE ZEROS.
           03 WRK-SW-DATAREF           PIC  X(001)         VALUE 'N'.
              88 WRK-DATAREF-INFORMADA                      VALUE 'S'.
           03 WRK-DATA-EMISSAO         PIC  9(008)         VALUE ZEROS.
           03 WRK-HORA-EMISSAO         PIC  9(008)         VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *  EXECUCOES DA NOITE POR PROGRAMA (LINHAS DO ARQLOG DA DATA DE  *
      *  REFERENCIA), NA ORDEM DE CHEGADA.                             *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-TABELA-EXECUCOES.
           03 WRK-QTD-PROGRAMAS        PIC  9(003) COMP-3  VALUE ZEROS.
           03 WRK-EXE-ENTRADA          OCCURS 50 TIMES
                                       INDEXED BY WRK-IDX-EXE.
              05 WRK-EXE-PGMID         PIC  X(008).
              05 WRK-EXE-RUNS          PIC  9(005) COMP-3.
              05 WRK-EXE-LIDOS         PIC  9(011) COMP-3.
              05 WRK-EXE-GRAVADOS      PIC  9(011) COMP-3.
              05 WRK-EXE-REJEITADOS    PIC  9(011) COMP-3.
              05 WRK-EXE-DESPREZADOS   PIC  9(011) COMP-3.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *  MOTIVOS DE REJEICAO (MOTIVO + CAMPO DO ARQDIAPD) COM A        *
      *  QUANTIDADE DE OCORRENCIAS; O QUE NAO COUBER NA TABELA E SO    *
      *  SOMADO EM WRK-MOTIVOS-OUTROS.                                 *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-TABELA-MOTIVOS.
           03 WRK-QTD-MOTIVOS          PIC  9(003) COMP-3  VALUE ZEROS.
           03 WRK-MOT-ENTRADA          OCCURS 100 TIMES
                                       INDEXED BY WRK-IDX-MOT.
              05 WRK-MOT-MOTIVO        PIC  X(018).
              05 WRK-MOT-CAMPO         PIC  X(022).
              05 WRK-MOT-QTD           PIC  9(009) COMP-3.
              05 WRK-MOT-SW-LISTADO    PIC  X(001).
                 88 WRK-MOT-LISTADO                         VALUE 'S'.

       01  WRK-CONTROLE-VARREDURA.
           03 WRK-IDX-VARRE            PIC  9(003) COMP-3  VALUE ZEROS.
           03 WRK-IDX-CORRENTE         PIC  9(003) COMP-3  VALUE ZEROS.
           03 WRK-IDX-MAIOR            PIC  9(003) COMP-3  VALUE ZEROS.
           03 WRK-QTD-MAIOR            PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-POSICAO-MOTIVO       PIC  9(003) COMP-3  VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *  SITUACAO POR CADEIA, MONTADA NA APURACAO E IMPRESSA NO        *
      *  BOLETIM; E A COR GERAL DA NOITE (RETURN-CODE DO PROGRAMA).    *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-TABELA-CADEIAS.
           03 WRK-QTD-CADEIAS          PIC  9(003) COMP-3  VALUE ZEROS.
           03 WRK-CAD-ENTRADA          OCCURS 10 TIMES
                                       INDEXED BY WRK-IDX-CAD.
              05 WRK-CAD-NOME          PIC  X(020).
              05 WRK-CAD-SITUACAO      PIC  X(016).
              05 WRK-CAD-DETALHE       PIC  X(078).

       01  WRK-CONTROLE-VEREDITO.
           03 WRK-SW-COR               PIC  X(001)         VALUE 'G'.
              88 WRK-COR-VERDE                              VALUE 'G'.
              88 WRK-COR-AMBAR                              VALUE 'A'.
              88 WRK-COR-VERMELHA                           VALUE 'R'.
           03 WRK-NOVA-CADEIA-NOME     PIC  X(020)         VALUE SPACES.
           03 WRK-NOVA-CADEIA-SITUACAO PIC  X(016)         VALUE SPACES.
           03 WRK-NOVA-CADEIA-DETALHE  PIC  X(078)         VALUE SPACES.
           03 WRK-PRIMEIRO-ALERTA      PIC  X(008)         VALUE SPACES.
           03 WRK-DURACAO-CADEIA       PIC  X(009)         VALUE SPACES.
           03 WRK-FIM-CADEIA           PIC  X(006)         VALUE SPACES.
           03 WRK-EDITADO-1            PIC  ZZZZZZZZ9      VALUE ZEROS.
           03 WRK-EDITADO-2            PIC  ZZZZZZZZ9      VALUE ZEROS.
           03 WRK-EDITADO-3            PIC  ZZZZZZZZ9      VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *  LINHAS DO BOLETIM - ARQBOLET                                  *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-LINHA-TITULO.
           03 FILLER                   PIC  X(041)         VALUE
              'LEGRBOLE - BOLETIM OPERACIONAL DA NOITE  '.
           03 FILLER                   PIC  X(016)         VALUE
              'DATA REFERENCIA '.
           03 WRK-TIT-DATA-REFERENCIA  PIC  9(008).
           03 FILLER                   PIC  X(014)         VALUE
              '   EMITIDO EM '.
           03 WRK-TIT-DATA-EMISSAO     PIC  9(008).
           03 FILLER                   PIC  X(001)         VALUE SPACE.
           03 WRK-TIT-HORA-EMISSAO     PIC  9(006).
           03 FILLER                   PIC  X(038)         VALUE SPACES.

       01  WRK-LINHA-TRACO             PIC  X(132)         VALUE ALL
           '-'.

       01  WRK-LINHA-BRANCO            PIC  X(132)         VALUE SPACES.

       01  WRK-LINHA-SECAO.
           03 WRK-SEC-TITULO           PIC  X(060).
           03 FILLER                   PIC  X(072)         VALUE SPACES.

       01  WRK-LINHA-CADEIA-BOLETIM.
           03 FILLER                   PIC  X(007)         VALUE
              'CADEIA '.
           03 WRK-LCB-NOME             PIC  X(020).
           03 FILLER                   PIC  X(010)         VALUE
              ' SITUACAO '.
           03 WRK-LCB-SITUACAO         PIC  X(016).
           03 FILLER                   PIC  X(001)         VALUE SPACE.
           03 WRK-LCB-DETALHE          PIC  X(078).

       01  WRK-LINHA-EXECUCAO.
           03 FILLER                   PIC  X(009)         VALUE
              'PROGRAMA '.
           03 WRK-LXE-PGMID            PIC  X(008).
           03 FILLER                   PIC  X(006)         VALUE
              ' RUNS '.
           03 WRK-LXE-RUNS             PIC  ZZ9.
           03 FILLER                   PIC  X(007)         VALUE
              ' LIDOS '.
           03 WRK-LXE-LIDOS            PIC  ZZZZZZZZZZ9.
           03 FILLER                   PIC  X(010)         VALUE
              ' GRAVADOS '.
           03 WRK-LXE-GRAVADOS         PIC  ZZZZZZZZZZ9.
           03 FILLER                   PIC  X(012)         VALUE
              ' REJEITADOS '.
           03 WRK-LXE-REJEITADOS       PIC  ZZZZZZZZZZ9.
           03 FILLER                   PIC  X(013)         VALUE
              ' DESPREZADOS '.
           03 WRK-LXE-DESPREZADOS      PIC  ZZZZZZZZZZ9.
           03 FILLER                   PIC  X(020)         VALUE SPACES.

       01  WRK-LINHA-MOTIVO.
           03 FILLER                   PIC  X(007)         VALUE
              'MOTIVO '.
           03 WRK-LMT-POSICAO          PIC  Z9.
           03 FILLER                   PIC  X(002)         VALUE
              '. '.
           03 WRK-LMT-MOTIVO           PIC  X(018).
           03 FILLER                   PIC  X(007)         VALUE
              ' CAMPO '.
           03 WRK-LMT-CAMPO            PIC  X(022).
           03 FILLER                   PIC  X(013)         VALUE
              ' OCORRENCIAS '.
           03 WRK-LMT-QTD              PIC  ZZZZZZZZ9.
           03 FILLER                   PIC  X(052)         VALUE SPACES.

       01  WRK-LINHA-VEREDITO.
           03 FILLER                   PIC  X(016)         VALUE
              'VEREDITO GERAL: '.
           03 WRK-LVR-COR              PIC  X(010).
           03 FILLER                   PIC  X(013)         VALUE
              ' RETURN-CODE '.
           03 WRK-LVR-RC               PIC  9(001).
           03 FILLER                   PIC  X(003)         VALUE
              ' - '.
           03 WRK-LVR-TEXTO            PIC  X(060).
           03 FILLER                   PIC  X(029)         VALUE SPACES.

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

           PERFORM 2000-APURAR-EXECUCOES.

           PERFORM 2100-APURAR-CONVERSAO.

           PERFORM 2200-APURAR-CONFIRMACOES.

           PERFORM 2300-APURAR-TENDENCIA.

           PERFORM 2400-APURAR-JANELA.

           PERFORM 2500-APURAR-SEQUENCIA.

           PERFORM 2600-APURAR-REJEITOS.

           PERFORM 4000-EMITIR-BOLETIM.

           PERFORM 9000-FINALIZAR.

      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1000-INICIAR                    SECTION.
      *----------------------------------------------------------------*

           ACCEPT WRK-DATA-EMISSAO     FROM  DATE YYYYMMDD.
           ACCEPT WRK-HORA-EMISSAO     FROM  TIME.

           PERFORM 1200-LER-CARTOES-BOLETIM.

           OPEN OUTPUT  ARQBOLET.

           PERFORM 1190-TESTAR-FS-ARQBOLET.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1110-TESTAR-FS-ARQLOG           SECTION.
      *----------------------------------------------------------------*

           IF  WRK-FS-ARQLOG           NOT EQUAL  '00'
               MOVE 'ARQLOG'           TO WRK-NOME-ARQUIVO
               MOVE WRK-FS-ARQLOG      TO WRK-FILE-STATUS
               PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

      *----------------------------------------------------------------*
       1110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1190-TESTAR-FS-ARQBOLET         SECTION.
      *----------------------------------------------------------------*

           IF  WRK-FS-ARQBOLET         NOT EQUAL  '00'
               MOVE 'ARQBOLET'         TO WRK-NOME-ARQUIVO
               MOVE WRK-FS-ARQBOLET    TO WRK-FILE-STATUS
               PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

      *----------------------------------------------------------------*
       1190-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1200-LER-CARTOES-BOLETIM        SECTION.
      *----------------------------------------------------------------*
      *    CARTOES OPCIONAIS DE PARAMETRO. O CARTAO E PRE-CARREGADO    *
      *    COM 'FIM' ANTES DE CADA ACCEPT, DE MODO QUE TANTO O CARTAO  *
      *    TERMINADOR QUANTO O FIM FISICO DO SYSIN (OU UM CARTAO EM    *
      *    BRANCO) ENCERRAM A CARGA - SYSIN VAZIO OU DUMMY MANTEM OS   *
      *    PADROES.                                                    *
      *----------------------------------------------------------------*

           PERFORM 1210-LER-CARTAO-BOLETIM.

           PERFORM 1220-TRATAR-CARTAO-BOLETIM
               UNTIL BOL-FIM-DOS-CARTOES.

      *----------------------------------------------------------------*
       1200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1210-LER-CARTAO-BOLETIM         SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-CARTAO-BOLETIM.
           MOVE 'FIM'                  TO BOL-TIPO-CARTAO.

           ACCEPT WRK-CARTAO-BOLETIM   FROM SYSIN.

           IF  WRK-CARTAO-BOLETIM      EQUAL     SPACES
               MOVE 'FIM'              TO BOL-TIPO-CARTAO
           END-IF.

      *----------------------------------------------------------------*
       1210-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1220-TRATAR-CARTAO-BOLETIM      SECTION.
      *----------------------------------------------------------------*

           EVALUATE TRUE
               WHEN BOL-CARTAO-DATAREF
                   IF  BOL-DATA        NOT NUMERIC
                       PERFORM 9300-FORMATAR-ERRO-CARTAO
                   END-IF
                   MOVE BOL-DATA       TO WRK-DATA-REFERENCIA
                   SET WRK-DATAREF-INFORMADA TO TRUE
               WHEN OTHER
                   PERFORM 9300-FORMATAR-ERRO-CARTAO
           END-EVALUATE.

           PERFORM 1210-LER-CARTAO-BOLETIM.

      *----------------------------------------------------------------*
       1220-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-APURAR-EXECUCOES           SECTION.
      *----------------------------------------------------------------*
      *    SEM O CARTAO 'DATAREF', A NOITE A RELATAR E A MAIOR DATA    *
      *    PRESENTE NO ARQLOG (O BOLETIM RODA DEPOIS DA CADEIA, QUE    *
      *    ACABOU DE GRAVAR AS SUAS LINHAS) - UMA PRIMEIRA PASSADA     *
      *    ACHA A DATA E A SEGUNDA ACUMULA AS EXECUCOES DELA. SEM      *
      *    ARQLOG, VALE A DATA CORRENTE.                               *
      *----------------------------------------------------------------*

           OPEN INPUT ARQLOG.

           IF  WRK-FS-ARQLOG           NOT EQUAL '00'
               IF  NOT WRK-DATAREF-INFORMADA
                   MOVE WRK-DATA-EMISSAO TO WRK-DATA-REFERENCIA
               END-IF
               GO TO 2000-99-FIM
           END-IF.

           SET WRK-ARQLOG-ABERTO       TO TRUE.

           IF  NOT WRK-DATAREF-INFORMADA
               PERFORM 2010-LER-ARQLOG
               PERFORM 2020-APURAR-DATA-REFERENCIA
                   UNTIL WRK-FS-ARQLOG EQUAL '10'
               CLOSE ARQLOG
               OPEN INPUT ARQLOG
               PERFORM 1110-TESTAR-FS-ARQLOG
               MOVE ZEROS              TO WRK-LIDOS-ARQLOG
           END-IF.

           IF  WRK-DATA-REFERENCIA     EQUAL     ZEROS
               MOVE WRK-DATA-EMISSAO   TO WRK-DATA-REFERENCIA
           END-IF.

           PERFORM 2010-LER-ARQLOG.

           PERFORM 2030-ACUMULAR-EXECUCAO
               UNTIL WRK-FS-ARQLOG     EQUAL     '10'.

           CLOSE ARQLOG.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2010-LER-ARQLOG                 SECTION.
      *----------------------------------------------------------------*

           READ ARQLOG                 INTO WRK-LINHA-LOG.

           IF  WRK-FS-ARQLOG           EQUAL     '10'
               GO TO 2010-99-FIM
           END-IF.

           PERFORM 1110-TESTAR-FS-ARQLOG.

           ADD  1  TO   WRK-LIDOS-ARQLOG.

      *----------------------------------------------------------------*
       2010-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2020-APURAR-DATA-REFERENCIA     SECTION.
      *----------------------------------------------------------------*

           IF  LOG-DATA                NUMERIC
           AND LOG-DATA                GREATER   WRK-DATA-REFERENCIA
               MOVE LOG-DATA           TO WRK-DATA-REFERENCIA
           END-IF.

           PERFORM 2010-LER-ARQLOG.

      *----------------------------------------------------------------*
       2020-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2030-ACUMULAR-EXECUCAO          SECTION.
      *----------------------------------------------------------------*
      *    SO ENTRAM AS LINHAS DA NOITE DE REFERENCIA QUE CASAM COM O  *
      *    LAYOUT (MESMO CRITERIO DE LEGRTEND). LINHAS ANTIGAS, SEM    *
      *    OS CAMPOS DE SELECAO, ENTRAM COM DESPREZADOS ZERADOS.       *
      *----------------------------------------------------------------*

           IF  LOG-PGMID               EQUAL     SPACES
           OR  LOG-DATA                NOT NUMERIC
           OR  LOG-LIDOS               NOT NUMERIC
           OR  LOG-GRAVADOS            NOT NUMERIC
           OR  LOG-REJEITADOS          NOT NUMERIC
               GO TO 2030-80-LER
           END-IF.

           IF  LOG-DATA                NOT EQUAL WRK-DATA-REFERENCIA
               GO TO 2030-80-LER
           END-IF.

           ADD 1                       TO WRK-EXECUCOES-NOITE.

           MOVE ZEROS                  TO WRK-IDX-CORRENTE.

           PERFORM 2040-PROCURAR-PROGRAMA
               VARYING WRK-IDX-VARRE FROM 1 BY 1
               UNTIL WRK-IDX-VARRE     GREATER   WRK-QTD-PROGRAMAS
                  OR WRK-IDX-CORRENTE  GREATER   ZEROS.

           IF  WRK-IDX-CORRENTE        EQUAL     ZEROS
               PERFORM 2050-CRIAR-PROGRAMA
           END-IF.

           SET WRK-IDX-EXE             TO        WRK-IDX-CORRENTE.

           ADD 1                       TO WRK-EXE-RUNS(WRK-IDX-EXE).
           ADD LOG-LIDOS               TO WRK-EXE-LIDOS(WRK-IDX-EXE).
           ADD LOG-GRAVADOS            TO WRK-EXE-GRAVADOS
                                          (WRK-IDX-EXE).
           ADD LOG-REJEITADOS          TO WRK-EXE-REJEITADOS
                                          (WRK-IDX-EXE).

           IF  LOG-DESPREZADOS         NUMERIC
               ADD LOG-DESPREZADOS     TO WRK-EXE-DESPREZADOS
                                          (WRK-IDX-EXE)
           END-IF.

       2030-80-LER.

           PERFORM 2010-LER-ARQLOG.

      *----------------------------------------------------------------*
       2030-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2040-PROCURAR-PROGRAMA          SECTION.
      *----------------------------------------------------------------*

           SET WRK-IDX-EXE             TO        WRK-IDX-VARRE.

           IF  WRK-EXE-PGMID(WRK-IDX-EXE) EQUAL LOG-PGMID
               MOVE WRK-IDX-VARRE      TO WRK-IDX-CORRENTE
           END-IF.

      *----------------------------------------------------------------*
       2040-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2050-CRIAR-PROGRAMA             SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO  WRK-QTD-PROGRAMAS.

           IF  WRK-QTD-PROGRAMAS       GREATER   50
               PERFORM 9200-FORMATAR-ERRO-TABELA-CHEIA
           END-IF.

           SET WRK-IDX-EXE             TO        WRK-QTD-PROGRAMAS.

           MOVE LOG-PGMID              TO WRK-EXE-PGMID(WRK-IDX-EXE).
           MOVE ZEROS                  TO WRK-EXE-RUNS(WRK-IDX-EXE)
                                          WRK-EXE-LIDOS(WRK-IDX-EXE)
                                          WRK-EXE-GRAVADOS
                                          (WRK-IDX-EXE)
                                          WRK-EXE-REJEITADOS
                                          (WRK-IDX-EXE)
                                          WRK-EXE-DESPREZADOS
                                          (WRK-IDX-EXE).

           MOVE WRK-QTD-PROGRAMAS      TO WRK-IDX-CORRENTE.

      *----------------------------------------------------------------*
       2050-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-APURAR-CONVERSAO           SECTION.
      *----------------------------------------------------------------*
      *    FECHAMENTO DA CADEIA DE CONVERSAO, COM AS MESMAS TRES       *
      *    CONFERENCIAS DE LEGRCONC (ENCADEAMENTO, IDENTIDADE E TOTAL  *
      *    DE CONTROLE). A FALTA DE QUALQUER UM DOS TOTAIS E MOTIVO DE *
      *    RETER.                                                      *
      *----------------------------------------------------------------*

           MOVE 'CONVERSAO'            TO WRK-NOVA-CADEIA-NOME.
           MOVE SPACES                 TO WRK-NOVA-CADEIA-DETALHE.

           PERFORM 2110-LER-TOTAIS.

           IF  NOT WRK-TOTAIS-LIDOS
               MOVE 'SEM TOTAIS'       TO WRK-NOVA-CADEIA-SITUACAO
               MOVE 'TOTAIS DE HANDOFF (ARQTOTPD/ARQTOTZD) AUSENTES -'
                                       TO WRK-NOVA-CADEIA-DETALHE
               MOVE ' RETER'           TO WRK-NOVA-CADEIA-DETALHE
                                          (49:6)
               PERFORM 8810-ELEVAR-VERMELHO
               PERFORM 8900-REGISTRAR-CADEIA
               GO TO 2100-99-FIM
           END-IF.

           IF  WRK-PD-GRAVADOS         NOT EQUAL WRK-ZD-LIDOS
               ADD 1                   TO WRK-DIVERGENCIAS
           END-IF.

           COMPUTE WRK-SOMA-EXPLICADA =
               WRK-ZD-GRAVADOS
             + WRK-PD-REJEITADOS  + WRK-ZD-REJEITADOS
             + WRK-PD-DESPREZADOS + WRK-ZD-DESPREZADOS
             + WRK-PD-OUTROS      + WRK-ZD-OUTROS.

           IF  WRK-PD-LIDOS            NOT EQUAL WRK-SOMA-EXPLICADA
               ADD 1                   TO WRK-DIVERGENCIAS
           END-IF.

           IF  WRK-PD-HASH-VALIDO
           AND WRK-ZD-HASH-VALIDO
           AND WRK-ZD-REJEITADOS       EQUAL     ZEROS
           AND WRK-ZD-DESPREZADOS      EQUAL     ZEROS
           AND WRK-ZD-OUTROS           EQUAL     ZEROS
           AND WRK-PD-HASH             NOT EQUAL WRK-ZD-HASH
               ADD 1                   TO WRK-DIVERGENCIAS
           END-IF.

           COMPUTE WRK-REJEITADOS-CADEIA =
               WRK-PD-REJEITADOS + WRK-ZD-REJEITADOS.

           MOVE WRK-PD-LIDOS           TO WRK-EDITADO-1.
           MOVE WRK-ZD-GRAVADOS        TO WRK-EDITADO-2.
           MOVE WRK-REJEITADOS-CADEIA  TO WRK-EDITADO-3.

           STRING 'LIDOS '             DELIMITED BY SIZE
                  WRK-EDITADO-1        DELIMITED BY SIZE
                  ' GRAVADOS '         DELIMITED BY SIZE
                  WRK-EDITADO-2        DELIMITED BY SIZE
                  ' REJEITADOS '       DELIMITED BY SIZE
                  WRK-EDITADO-3        DELIMITED BY SIZE
               INTO WRK-NOVA-CADEIA-DETALHE
           END-STRING.

           IF  WRK-DIVERGENCIAS        EQUAL     ZEROS
               MOVE 'BALANCEADA'       TO WRK-NOVA-CADEIA-SITUACAO
           ELSE
               MOVE 'RETIDA'           TO WRK-NOVA-CADEIA-SITUACAO
               MOVE WRK-DIVERGENCIAS   TO WRK-EDITADO-1
               STRING ' DIVERGENCIAS ' DELIMITED BY SIZE
                      WRK-EDITADO-1(7:3) DELIMITED BY SIZE
                   INTO WRK-NOVA-CADEIA-DETALHE(64:15)
               END-STRING
               PERFORM 8810-ELEVAR-VERMELHO
           END-IF.

           PERFORM 8900-REGISTRAR-CADEIA.

      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2110-LER-TOTAIS                 SECTION.
      *----------------------------------------------------------------*

           OPEN INPUT ARQTOTPD.

           IF  WRK-FS-ARQTOTPD         NOT EQUAL '00'
               GO TO 2110-99-FIM
           END-IF.

           READ ARQTOTPD               INTO WRK-LINHA-TOTAL.

           IF  WRK-FS-ARQTOTPD         NOT EQUAL '00'
               CLOSE ARQTOTPD
               GO TO 2110-99-FIM
           END-IF.

           CLOSE ARQTOTPD.

           MOVE TOT-LIDOS              TO WRK-PD-LIDOS.
           MOVE TOT-GRAVADOS           TO WRK-PD-GRAVADOS.
           MOVE TOT-REJEITADOS         TO WRK-PD-REJEITADOS.
           MOVE TOT-HASH               TO WRK-PD-HASH.
           MOVE TOT-SW-HASH            TO WRK-PD-SW-HASH.
           MOVE TOT-DESPREZADOS        TO WRK-PD-DESPREZADOS.
           MOVE TOT-OUTROS             TO WRK-PD-OUTROS.

           OPEN INPUT ARQTOTZD.

           IF  WRK-FS-ARQTOTZD         NOT EQUAL '00'
               GO TO 2110-99-FIM
           END-IF.

           READ ARQTOTZD               INTO WRK-LINHA-TOTAL.

           IF  WRK-FS-ARQTOTZD         NOT EQUAL '00'
               CLOSE ARQTOTZD
               GO TO 2110-99-FIM
           END-IF.

           CLOSE ARQTOTZD.

           MOVE TOT-LIDOS              TO WRK-ZD-LIDOS.
           MOVE TOT-GRAVADOS           TO WRK-ZD-GRAVADOS.
           MOVE TOT-REJEITADOS         TO WRK-ZD-REJEITADOS.
           MOVE TOT-HASH               TO WRK-ZD-HASH.
           MOVE TOT-SW-HASH            TO WRK-ZD-SW-HASH.
           MOVE TOT-DESPREZADOS        TO WRK-ZD-DESPREZADOS.
           MOVE TOT-OUTROS             TO WRK-ZD-OUTROS.

           SET WRK-TOTAIS-LIDOS        TO TRUE.

      *----------------------------------------------------------------*
       2110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2200-APURAR-CONFIRMACOES        SECTION.
      *----------------------------------------------------------------*
      *    CONFIRMACOES DO PARCEIRO (ARQEXCEC DE LEGRACKR): LINHA      *
      *    'PENDENTE NO PRAZO' E ACK PENDENTE (AMBAR); QUALQUER OUTRA  *
      *    SITUACAO E EXCECAO (VERMELHO).                              *
      *----------------------------------------------------------------*

           MOVE 'CONFIRMACAO ACK'      TO WRK-NOVA-CADEIA-NOME.
           MOVE SPACES                 TO WRK-NOVA-CADEIA-DETALHE.

           OPEN INPUT ARQEXCEC.

           IF  WRK-FS-ARQEXCEC         NOT EQUAL '00'
               MOVE 'NAO APURADA'      TO WRK-NOVA-CADEIA-SITUACAO
               MOVE 'ARQEXCEC NAO INFORMADO'
                                       TO WRK-NOVA-CADEIA-DETALHE
               PERFORM 8900-REGISTRAR-CADEIA
               GO TO 2200-99-FIM
           END-IF.

           PERFORM 2210-LER-ARQEXCEC.

           PERFORM 2220-CLASSIFICAR-EXCECAO
               UNTIL WRK-FS-ARQEXCEC   EQUAL     '10'.

           CLOSE ARQEXCEC.

           MOVE WRK-EXCECOES-ACK       TO WRK-EDITADO-1.
           MOVE WRK-PENDENTES-ACK      TO WRK-EDITADO-2.

           STRING 'EXCECOES '          DELIMITED BY SIZE
                  WRK-EDITADO-1        DELIMITED BY SIZE
                  ' PENDENTES NO PRAZO ' DELIMITED BY SIZE
                  WRK-EDITADO-2        DELIMITED BY SIZE
               INTO WRK-NOVA-CADEIA-DETALHE
           END-STRING.

           EVALUATE TRUE
               WHEN WRK-EXCECOES-ACK   GREATER   ZEROS
                   MOVE 'EXCECAO'      TO WRK-NOVA-CADEIA-SITUACAO
                   PERFORM 8810-ELEVAR-VERMELHO
               WHEN WRK-PENDENTES-ACK  GREATER   ZEROS
                   MOVE 'ACK PENDENTE' TO WRK-NOVA-CADEIA-SITUACAO
                   PERFORM 8800-ELEVAR-AMBAR
               WHEN OTHER
                   MOVE 'CONFIRMADA'   TO WRK-NOVA-CADEIA-SITUACAO
           END-EVALUATE.

           PERFORM 8900-REGISTRAR-CADEIA.

      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2210-LER-ARQEXCEC               SECTION.
      *----------------------------------------------------------------*

           READ ARQEXCEC               INTO WRK-LEITURA-EXCECAO.

           IF  WRK-FS-ARQEXCEC         EQUAL     '10'
               GO TO 2210-99-FIM
           END-IF.

           IF  WRK-FS-ARQEXCEC         NOT EQUAL '00'
               MOVE 'ARQEXCEC'         TO WRK-NOME-ARQUIVO
               MOVE WRK-FS-ARQEXCEC    TO WRK-FILE-STATUS
               PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

           ADD  1  TO   WRK-LIDOS-ARQEXCEC.

      *----------------------------------------------------------------*
       2210-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2220-CLASSIFICAR-EXCECAO        SECTION.
      *----------------------------------------------------------------*

           IF  WRK-LEX-PENDENTE
               ADD 1                   TO WRK-PENDENTES-ACK
           ELSE
               ADD 1                   TO WRK-EXCECOES-ACK
           END-IF.

           PERFORM 2210-LER-ARQEXCEC.

      *----------------------------------------------------------------*
       2220-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2300-APURAR-TENDENCIA           SECTION.
      *----------------------------------------------------------------*
      *    LINHAS DO RELATORIO DE LEGRTEND DA NOITE DE REFERENCIA COM  *
      *    ALERTA PREENCHIDO SAO ANOMALIAS DE VOLUME/REJEICAO (AMBAR). *
      *----------------------------------------------------------------*

           MOVE 'VOLUME (LEGRTEND)'    TO WRK-NOVA-CADEIA-NOME.
           MOVE SPACES                 TO WRK-NOVA-CADEIA-DETALHE.
           MOVE SPACES                 TO WRK-PRIMEIRO-ALERTA.

           OPEN INPUT ARQRELTD.

           IF  WRK-FS-ARQRELTD         NOT EQUAL '00'
               MOVE 'NAO APURADA'      TO WRK-NOVA-CADEIA-SITUACAO
               MOVE 'ARQRELAT DE LEGRTEND NAO INFORMADO'
                                       TO WRK-NOVA-CADEIA-DETALHE
               PERFORM 8900-REGISTRAR-CADEIA
               GO TO 2300-99-FIM
           END-IF.

           PERFORM 2310-LER-ARQRELTD.

           PERFORM 2320-CLASSIFICAR-TENDENCIA
               UNTIL WRK-FS-ARQRELTD   EQUAL     '10'.

           CLOSE ARQRELTD.

           IF  WRK-ANOMALIAS-TENDENCIA EQUAL     ZEROS
               MOVE 'NORMAL'           TO WRK-NOVA-CADEIA-SITUACAO
           ELSE
               MOVE 'ANOMALIA'         TO WRK-NOVA-CADEIA-SITUACAO
               MOVE WRK-ANOMALIAS-TENDENCIA TO WRK-EDITADO-1
               STRING 'PROGRAMAS COM ALERTA ' DELIMITED BY SIZE
                      WRK-EDITADO-1    DELIMITED BY SIZE
                      ' - PRIMEIRO: '  DELIMITED BY SIZE
                      WRK-PRIMEIRO-ALERTA DELIMITED BY SIZE
                   INTO WRK-NOVA-CADEIA-DETALHE
               END-STRING
               PERFORM 8800-ELEVAR-AMBAR
           END-IF.

           PERFORM 8900-REGISTRAR-CADEIA.

      *----------------------------------------------------------------*
       2300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2310-LER-ARQRELTD               SECTION.
      *----------------------------------------------------------------*

           READ ARQRELTD               INTO WRK-LEITURA-TENDENCIA.

           IF  WRK-FS-ARQRELTD         EQUAL     '10'
               GO TO 2310-99-FIM
           END-IF.

           IF  WRK-FS-ARQRELTD         NOT EQUAL '00'
               MOVE 'ARQRELTD'         TO WRK-NOME-ARQUIVO
               MOVE WRK-FS-ARQRELTD    TO WRK-FILE-STATUS
               PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

           ADD  1  TO   WRK-LIDOS-ARQRELTD.

      *----------------------------------------------------------------*
       2310-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2320-CLASSIFICAR-TENDENCIA      SECTION.
      *----------------------------------------------------------------*

           IF  WRK-LTD-DATA            EQUAL     WRK-DATA-REFERENCIA
           AND WRK-LTD-ALERTA          NOT EQUAL SPACES
               ADD 1                   TO WRK-ANOMALIAS-TENDENCIA
               IF  WRK-PRIMEIRO-ALERTA EQUAL     SPACES
                   MOVE WRK-LTD-PGMID  TO WRK-PRIMEIRO-ALERTA
               END-IF
           END-IF.

           PERFORM 2310-LER-ARQRELTD.

      *----------------------------------------------------------------*
       2320-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2400-APURAR-JANELA              SECTION.
      *----------------------------------------------------------------*
      *    LINHAS 'PROGRAMA' DO RELATORIO DE LEGRJANL DA NOITE DE      *
      *    REFERENCIA COM ALERTA SAO ANOMALIAS DE DURACAO (AMBAR); A   *
      *    LINHA 'CADEIA' DA MESMA DATA DA A DURACAO TOTAL E O FIM     *
      *    PROJETADO, QUE VAO PARA O DETALHE.                          *
      *----------------------------------------------------------------*

           MOVE 'JANELA (LEGRJANL)'    TO WRK-NOVA-CADEIA-NOME.
           MOVE SPACES                 TO WRK-NOVA-CADEIA-DETALHE.
           MOVE SPACES                 TO WRK-PRIMEIRO-ALERTA.

           OPEN INPUT ARQRELJN.

           IF  WRK-FS-ARQRELJN         NOT EQUAL '00'
               MOVE 'NAO APURADA'      TO WRK-NOVA-CADEIA-SITUACAO
               MOVE 'ARQRELAT DE LEGRJANL NAO INFORMADO'
                                       TO WRK-NOVA-CADEIA-DETALHE
               PERFORM 8900-REGISTRAR-CADEIA
               GO TO 2400-99-FIM
           END-IF.

           PERFORM 2410-LER-ARQRELJN.

           PERFORM 2420-CLASSIFICAR-JANELA
               UNTIL WRK-FS-ARQRELJN   EQUAL     '10'.

           CLOSE ARQRELJN.

           MOVE WRK-ANOMALIAS-JANELA   TO WRK-EDITADO-1.

           STRING 'DURACAO S'          DELIMITED BY SIZE
                  WRK-DURACAO-CADEIA   DELIMITED BY SIZE
                  ' FIM PROJETADO '    DELIMITED BY SIZE
                  WRK-FIM-CADEIA       DELIMITED BY SIZE
                  ' ALERTAS '          DELIMITED BY SIZE
                  WRK-EDITADO-1        DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WRK-PRIMEIRO-ALERTA  DELIMITED BY SIZE
               INTO WRK-NOVA-CADEIA-DETALHE
           END-STRING.

           IF  WRK-ANOMALIAS-JANELA    EQUAL     ZEROS
               MOVE 'NORMAL'           TO WRK-NOVA-CADEIA-SITUACAO
           ELSE
               MOVE 'ANOMALIA'         TO WRK-NOVA-CADEIA-SITUACAO
               PERFORM 8800-ELEVAR-AMBAR
           END-IF.

           PERFORM 8900-REGISTRAR-CADEIA.

      *----------------------------------------------------------------*
       2400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2410-LER-ARQRELJN               SECTION.
      *----------------------------------------------------------------*

           READ ARQRELJN               INTO WRK-LEITURA-JANELA.

           IF  WRK-FS-ARQRELJN         EQUAL     '10'
               GO TO 2410-99-FIM
           END-IF.

           IF  WRK-FS-ARQRELJN         NOT EQUAL '00'
               MOVE 'ARQRELJN'         TO WRK-NOME-ARQUIVO
               MOVE WRK-FS-ARQRELJN    TO WRK-FILE-STATUS
               PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

           ADD  1  TO   WRK-LIDOS-ARQRELJN.

      *----------------------------------------------------------------*
       2410-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2420-CLASSIFICAR-JANELA         SECTION.
      *----------------------------------------------------------------*

           IF  WRK-LCD-LINHA-CADEIA
           AND WRK-LCD-DATA            EQUAL     WRK-DATA-REFERENCIA
               MOVE WRK-LCD-SEGUNDOS   TO WRK-DURACAO-CADEIA
               MOVE WRK-LCD-FIM        TO WRK-FIM-CADEIA
               GO TO 2420-80-LER
           END-IF.

           IF  WRK-LJN-LINHA-PROGRAMA
           AND WRK-LJN-DATA            EQUAL     WRK-DATA-REFERENCIA
           AND WRK-LJN-ALERTA          NOT EQUAL SPACES
               ADD 1                   TO WRK-ANOMALIAS-JANELA
               IF  WRK-PRIMEIRO-ALERTA EQUAL     SPACES
                   MOVE WRK-LJN-PGMID  TO WRK-PRIMEIRO-ALERTA
               END-IF
           END-IF.

       2420-80-LER.

           PERFORM 2410-LER-ARQRELJN.

      *----------------------------------------------------------------*
       2420-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2500-APURAR-SEQUENCIA           SECTION.
      *----------------------------------------------------------------*
      *    CRITICA DE SEQUENCIA/DUPLICIDADE DE CHAVE DO STEP020: CADA  *
      *    LINHA DO ARQSEQRL E UM REGISTRO DESVIADO PARA O ARQRJSEQ,   *
      *    QUE PRECISA DE SORT E REAPRESENTACAO (AMBAR).               *
      *----------------------------------------------------------------*

           MOVE 'SEQUENCIA DE CHAVE'   TO WRK-NOVA-CADEIA-NOME.
           MOVE SPACES                 TO WRK-NOVA-CADEIA-DETALHE.

           OPEN INPUT ARQSEQRL.

           IF  WRK-FS-ARQSEQRL         NOT EQUAL '00'
               MOVE 'NAO APURADA'      TO WRK-NOVA-CADEIA-SITUACAO
               MOVE 'ARQSEQRL NAO INFORMADO'
                                       TO WRK-NOVA-CADEIA-DETALHE
               PERFORM 8900-REGISTRAR-CADEIA
               GO TO 2500-99-FIM
           END-IF.

           PERFORM 2510-LER-ARQSEQRL.

           PERFORM 2520-CLASSIFICAR-SEQUENCIA
               UNTIL WRK-FS-ARQSEQRL   EQUAL     '10'.

           CLOSE ARQSEQRL.

           MOVE WRK-CHAVES-FORA-SEQ    TO WRK-EDITADO-1.
           MOVE WRK-CHAVES-DUPLICADAS  TO WRK-EDITADO-2.

           STRING 'FORA DE SEQUENCIA ' DELIMITED BY SIZE
                  WRK-EDITADO-1        DELIMITED BY SIZE
                  ' DUPLICADAS '       DELIMITED BY SIZE
                  WRK-EDITADO-2        DELIMITED BY SIZE
               INTO WRK-NOVA-CADEIA-DETALHE
           END-STRING.

           IF  WRK-LIDOS-ARQSEQRL      EQUAL     ZEROS
               MOVE 'NORMAL'           TO WRK-NOVA-CADEIA-SITUACAO
           ELSE
               MOVE 'ANOMALIA'         TO WRK-NOVA-CADEIA-SITUACAO
               PERFORM 8800-ELEVAR-AMBAR
           END-IF.

           PERFORM 8900-REGISTRAR-CADEIA.

      *----------------------------------------------------------------*
       2500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2510-LER-ARQSEQRL               SECTION.
      *----------------------------------------------------------------*

           READ ARQSEQRL               INTO WRK-LEITURA-SEQUENCIA.

           IF  WRK-FS-ARQSEQRL         EQUAL     '10'
               GO TO 2510-99-FIM
           END-IF.

           IF  WRK-FS-ARQSEQRL         NOT EQUAL '00'
               MOVE 'ARQSEQRL'         TO WRK-NOME-ARQUIVO
               MOVE WRK-FS-ARQSEQRL    TO WRK-FILE-STATUS
               PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

           ADD  1  TO   WRK-LIDOS-ARQSEQRL.

      *----------------------------------------------------------------*
       2510-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2520-CLASSIFICAR-SEQUENCIA      SECTION.
      *----------------------------------------------------------------*

           IF  WRK-LSQ-DUPLICADA
               ADD 1                   TO WRK-CHAVES-DUPLICADAS
           ELSE
               ADD 1                   TO WRK-CHAVES-FORA-SEQ
           END-IF.

           PERFORM 2510-LER-ARQSEQRL.

      *----------------------------------------------------------------*
       2520-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2600-APURAR-REJEITOS            SECTION.
      *----------------------------------------------------------------*
      *    OS REJEITOS SAO INFORMATIVOS (NAO MUDAM A COR DA NOITE): A  *
      *    QUANTIDADE VEM DOS TOTAIS DE HANDOFF E OS MOTIVOS DO        *
      *    ARQDIAPD, AGRUPADOS POR MOTIVO E CAMPO.                     *
      *----------------------------------------------------------------*

           MOVE 'REJEITOS'             TO WRK-NOVA-CADEIA-NOME.
           MOVE SPACES                 TO WRK-NOVA-CADEIA-DETALHE.

           OPEN INPUT ARQDIAPD.

           IF  WRK-FS-ARQDIAPD         EQUAL     '00'
               PERFORM 2610-LER-ARQDIAPD
               PERFORM 2620-ACUMULAR-MOTIVO
                   UNTIL WRK-FS-ARQDIAPD EQUAL   '10'
               CLOSE ARQDIAPD
           END-IF.

           MOVE WRK-REJEITADOS-CADEIA  TO WRK-EDITADO-1.
           MOVE WRK-LIDOS-ARQDIAPD     TO WRK-EDITADO-2.

           STRING 'REJEITADOS NA CADEIA ' DELIMITED BY SIZE
                  WRK-EDITADO-1        DELIMITED BY SIZE
                  ' LINHAS DE DIAGNOSTICO ' DELIMITED BY SIZE
                  WRK-EDITADO-2        DELIMITED BY SIZE
               INTO WRK-NOVA-CADEIA-DETALHE
           END-STRING.

           IF  WRK-REJEITADOS-CADEIA   EQUAL     ZEROS
           AND WRK-LIDOS-ARQDIAPD      EQUAL     ZEROS
               MOVE 'SEM REJEITOS'     TO WRK-NOVA-CADEIA-SITUACAO
           ELSE
               MOVE 'COM REJEITOS'     TO WRK-NOVA-CADEIA-SITUACAO
           END-IF.

           PERFORM 8900-REGISTRAR-CADEIA.

      *----------------------------------------------------------------*
       2600-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2610-LER-ARQDIAPD               SECTION.
      *----------------------------------------------------------------*

           READ ARQDIAPD               INTO WRK-LEITURA-DIAGNOSTICO.

           IF  WRK-FS-ARQDIAPD         EQUAL     '10'
               GO TO 2610-99-FIM
           END-IF.

           IF  WRK-FS-ARQDIAPD         NOT EQUAL '00'
               MOVE 'ARQDIAPD'         TO WRK-NOME-ARQUIVO
               MOVE WRK-FS-ARQDIAPD    TO WRK-FILE-STATUS
               PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

           ADD  1  TO   WRK-LIDOS-ARQDIAPD.

      *----------------------------------------------------------------*
       2610-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2620-ACUMULAR-MOTIVO            SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-IDX-CORRENTE.

           PERFORM 2630-PROCURAR-MOTIVO
               VARYING WRK-IDX-VARRE FROM 1 BY 1
               UNTIL WRK-IDX-VARRE     GREATER   WRK-QTD-MOTIVOS
                  OR WRK-IDX-CORRENTE  GREATER   ZEROS.

           IF  WRK-IDX-CORRENTE        EQUAL     ZEROS
               IF  WRK-QTD-MOTIVOS     NOT LESS  100
                   ADD 1               TO WRK-MOTIVOS-OUTROS
                   GO TO 2620-80-LER
               END-IF
               ADD 1                   TO WRK-QTD-MOTIVOS
               SET WRK-IDX-MOT         TO WRK-QTD-MOTIVOS
               MOVE WRK-LDG-MOTIVO     TO WRK-MOT-MOTIVO(WRK-IDX-MOT)
               MOVE WRK-LDG-NOME-CAMPO TO WRK-MOT-CAMPO(WRK-IDX-MOT)
               MOVE ZEROS              TO WRK-MOT-QTD(WRK-IDX-MOT)
               MOVE 'N'                TO WRK-MOT-SW-LISTADO
                                          (WRK-IDX-MOT)
               MOVE WRK-QTD-MOTIVOS    TO WRK-IDX-CORRENTE
           END-IF.

           SET WRK-IDX-MOT             TO        WRK-IDX-CORRENTE.

           ADD 1                       TO WRK-MOT-QTD(WRK-IDX-MOT).

       2620-80-LER.

           PERFORM 2610-LER-ARQDIAPD.

      *----------------------------------------------------------------*
       2620-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2630-PROCURAR-MOTIVO            SECTION.
      *----------------------------------------------------------------*

           SET WRK-IDX-MOT             TO        WRK-IDX-VARRE.

           IF  WRK-MOT-MOTIVO(WRK-IDX-MOT) EQUAL WRK-LDG-MOTIVO
           AND WRK-MOT-CAMPO(WRK-IDX-MOT)  EQUAL WRK-LDG-NOME-CAMPO
               MOVE WRK-IDX-VARRE      TO WRK-IDX-CORRENTE
           END-IF.

      *----------------------------------------------------------------*
       2630-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4000-EMITIR-BOLETIM             SECTION.
      *----------------------------------------------------------------*
      *    UMA PAGINA: TITULO, SITUACAO POR CADEIA, EXECUCOES DA       *
      *    NOITE, OS CINCO PRINCIPAIS MOTIVOS DE REJEICAO E O          *
      *    VEREDITO GERAL.                                             *
      *----------------------------------------------------------------*

           MOVE WRK-DATA-REFERENCIA    TO WRK-TIT-DATA-REFERENCIA.
           MOVE WRK-DATA-EMISSAO       TO WRK-TIT-DATA-EMISSAO.
           MOVE WRK-HORA-EMISSAO(1:6)  TO WRK-TIT-HORA-EMISSAO.

           MOVE WRK-LINHA-TITULO       TO FD-ARQBOLET.
           PERFORM 8000-GRAVAR-ARQBOLET.
           MOVE WRK-LINHA-TRACO        TO FD-ARQBOLET.
           PERFORM 8000-GRAVAR-ARQBOLET.

           MOVE 'SITUACAO POR CADEIA'  TO WRK-SEC-TITULO.
           PERFORM 4900-GRAVAR-SECAO.

           PERFORM 4100-EMITIR-CADEIA
               VARYING WRK-IDX-CAD FROM 1 BY 1
               UNTIL WRK-IDX-CAD       GREATER   WRK-QTD-CADEIAS.

           MOVE 'EXECUCOES DA NOITE (ARQLOG)' TO WRK-SEC-TITULO.
           PERFORM 4900-GRAVAR-SECAO.

           IF  NOT WRK-ARQLOG-ABERTO
           OR  WRK-QTD-PROGRAMAS       EQUAL     ZEROS
               MOVE 'NENHUMA EXECUCAO REGISTRADA NA DATA DE REFERENCIA'
                                       TO FD-ARQBOLET
               PERFORM 8000-GRAVAR-ARQBOLET
           END-IF.

           PERFORM 4200-EMITIR-EXECUCAO
               VARYING WRK-IDX-EXE FROM 1 BY 1
               UNTIL WRK-IDX-EXE       GREATER   WRK-QTD-PROGRAMAS.

           MOVE 'PRINCIPAIS MOTIVOS DE REJEICAO (ARQDIAPD)'
                                       TO WRK-SEC-TITULO.
           PERFORM 4900-GRAVAR-SECAO.

           IF  WRK-QTD-MOTIVOS         EQUAL     ZEROS
               MOVE 'NENHUM DIAGNOSTICO DE REJEITO'
                                       TO FD-ARQBOLET
               PERFORM 8000-GRAVAR-ARQBOLET
           END-IF.

           PERFORM 4300-EMITIR-MOTIVO
               VARYING WRK-POSICAO-MOTIVO FROM 1 BY 1
               UNTIL WRK-POSICAO-MOTIVO GREATER  5
                  OR WRK-POSICAO-MOTIVO GREATER  WRK-QTD-MOTIVOS.

           IF  WRK-MOTIVOS-OUTROS      GREATER   ZEROS
               MOVE SPACES             TO WRK-LMT-MOTIVO
                                          WRK-LMT-CAMPO
               MOVE 'DEMAIS MOTIVOS'   TO WRK-LMT-MOTIVO
               MOVE ZEROS              TO WRK-LMT-POSICAO
               MOVE WRK-MOTIVOS-OUTROS TO WRK-LMT-QTD
               MOVE WRK-LINHA-MOTIVO   TO FD-ARQBOLET
               PERFORM 8000-GRAVAR-ARQBOLET
           END-IF.

           PERFORM 4400-EMITIR-VEREDITO.

      *----------------------------------------------------------------*
       4000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4100-EMITIR-CADEIA              SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-CAD-NOME(WRK-IDX-CAD)     TO WRK-LCB-NOME.
           MOVE WRK-CAD-SITUACAO(WRK-IDX-CAD) TO WRK-LCB-SITUACAO.
           MOVE WRK-CAD-DETALHE(WRK-IDX-CAD)  TO WRK-LCB-DETALHE.

           MOVE WRK-LINHA-CADEIA-BOLETIM TO FD-ARQBOLET.

           PERFORM 8000-GRAVAR-ARQBOLET.

      *----------------------------------------------------------------*
       4100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4200-EMITIR-EXECUCAO            SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-EXE-PGMID(WRK-IDX-EXE)    TO WRK-LXE-PGMID.
           MOVE WRK-EXE-RUNS(WRK-IDX-EXE)     TO WRK-LXE-RUNS.
           MOVE WRK-EXE-LIDOS(WRK-IDX-EXE)    TO WRK-LXE-LIDOS.
           MOVE WRK-EXE-GRAVADOS(WRK-IDX-EXE) TO WRK-LXE-GRAVADOS.
           MOVE WRK-EXE-REJEITADOS(WRK-IDX-EXE)
                                       TO WRK-LXE-REJEITADOS.
           MOVE WRK-EXE-DESPREZADOS(WRK-IDX-EXE)
                                       TO WRK-LXE-DESPREZADOS.

           MOVE WRK-LINHA-EXECUCAO     TO FD-ARQBOLET.

           PERFORM 8000-GRAVAR-ARQBOLET.

      *----------------------------------------------------------------*
       4200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4300-EMITIR-MOTIVO              SECTION.
      *----------------------------------------------------------------*
      *    SELECAO DO MAIOR MOTIVO AINDA NAO LISTADO (A TABELA E       *
      *    PEQUENA - UMA VARREDURA POR POSICAO DO RANKING BASTA).      *
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-IDX-MAIOR
                                          WRK-QTD-MAIOR.

           PERFORM 4310-COMPARAR-MOTIVO
               VARYING WRK-IDX-VARRE FROM 1 BY 1
               UNTIL WRK-IDX-VARRE     GREATER   WRK-QTD-MOTIVOS.

           IF  WRK-IDX-MAIOR           EQUAL     ZEROS
               GO TO 4300-99-FIM
           END-IF.

           SET WRK-IDX-MOT             TO        WRK-IDX-MAIOR.

           SET WRK-MOT-LISTADO(WRK-IDX-MOT) TO TRUE.

           MOVE WRK-POSICAO-MOTIVO     TO WRK-LMT-POSICAO.
           MOVE WRK-MOT-MOTIVO(WRK-IDX-MOT) TO WRK-LMT-MOTIVO.
           MOVE WRK-MOT-CAMPO(WRK-IDX-MOT)  TO WRK-LMT-CAMPO.
           MOVE WRK-MOT-QTD(WRK-IDX-MOT)    TO WRK-LMT-QTD.

           MOVE WRK-LINHA-MOTIVO       TO FD-ARQBOLET.

           PERFORM 8000-GRAVAR-ARQBOLET.

      *----------------------------------------------------------------*
       4300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4310-COMPARAR-MOTIVO            SECTION.
      *----------------------------------------------------------------*

           SET WRK-IDX-MOT             TO        WRK-IDX-VARRE.

           IF  NOT WRK-MOT-LISTADO(WRK-IDX-MOT)
           AND WRK-MOT-QTD(WRK-IDX-MOT) GREATER  WRK-QTD-MAIOR
               MOVE WRK-MOT-QTD(WRK-IDX-MOT) TO WRK-QTD-MAIOR
               MOVE WRK-IDX-VARRE      TO WRK-IDX-MAIOR
           END-IF.

      *----------------------------------------------------------------*
       4310-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4400-EMITIR-VEREDITO            SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-LINHA-TRACO        TO FD-ARQBOLET.
           PERFORM 8000-GRAVAR-ARQBOLET.

           EVALUATE TRUE
               WHEN WRK-COR-VERMELHA
                   MOVE 'VERMELHO'     TO WRK-LVR-COR
                   MOVE 8              TO WRK-LVR-RC
                   MOVE 'RETER OS ARQUIVOS E ACIONAR O PLANTAO'
                                       TO WRK-LVR-TEXTO
               WHEN WRK-COR-AMBAR
                   MOVE 'AMBAR'        TO WRK-LVR-COR
                   MOVE 4              TO WRK-LVR-RC
                   MOVE 'LIBERAR E ACOMPANHAR OS ALERTAS NO TURNO'
                                       TO WRK-LVR-TEXTO
               WHEN OTHER
                   MOVE 'VERDE'        TO WRK-LVR-COR
                   MOVE 0              TO WRK-LVR-RC
                   MOVE 'NOITE SEM OCORRENCIAS - LIBERAR'
                                       TO WRK-LVR-TEXTO
           END-EVALUATE.

           MOVE WRK-LINHA-VEREDITO     TO FD-ARQBOLET.
           PERFORM 8000-GRAVAR-ARQBOLET.

      *----------------------------------------------------------------*
       4400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4900-GRAVAR-SECAO               SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-LINHA-BRANCO       TO FD-ARQBOLET.
           PERFORM 8000-GRAVAR-ARQBOLET.

           MOVE WRK-LINHA-SECAO        TO FD-ARQBOLET.
           PERFORM 8000-GRAVAR-ARQBOLET.

      *----------------------------------------------------------------*
       4900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       8000-GRAVAR-ARQBOLET            SECTION.
      *----------------------------------------------------------------*

           WRITE FD-ARQBOLET.

           PERFORM 1190-TESTAR-FS-ARQBOLET.

           ADD 1                       TO  WRK-GRAVADOS-ARQBOLET.

      *----------------------------------------------------------------*
       8000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       8800-ELEVAR-AMBAR               SECTION.
      *----------------------------------------------------------------*
      *    A COR DA NOITE SO SOBE: AMBAR NAO REBAIXA UM VERMELHO.      *
      *----------------------------------------------------------------*

           IF  WRK-COR-VERDE
               SET WRK-COR-AMBAR       TO TRUE
           END-IF.

      *----------------------------------------------------------------*
       8800-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       8810-ELEVAR-VERMELHO            SECTION.
      *----------------------------------------------------------------*

           SET WRK-COR-VERMELHA        TO TRUE.

      *----------------------------------------------------------------*
       8810-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       8900-REGISTRAR-CADEIA           SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO  WRK-QTD-CADEIAS.

           SET WRK-IDX-CAD             TO        WRK-QTD-CADEIAS.

           MOVE WRK-NOVA-CADEIA-NOME   TO WRK-CAD-NOME(WRK-IDX-CAD).
           MOVE WRK-NOVA-CADEIA-SITUACAO
                                       TO WRK-CAD-SITUACAO
                                          (WRK-IDX-CAD).
           MOVE WRK-NOVA-CADEIA-DETALHE
                                       TO WRK-CAD-DETALHE
                                          (WRK-IDX-CAD).

      *----------------------------------------------------------------*
       8900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9100-FORMATAR-ERRO-ARQUIVO      SECTION.
      *----------------------------------------------------------------*

           DISPLAY '*********** LEGRBOLE ***********'
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

           DISPLAY '*********** LEGRBOLE ***********'
           DISPLAY '*                              *'
           DISPLAY '*  TABELA DE EXECUCOES MAIOR   *'
           DISPLAY '*  QUE O LIMITE (50 PROGRAMAS  *'
           DISPLAY '*  NA NOITE) - AMPLIAR A       *'
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

           DISPLAY '*********** LEGRBOLE ***********'
           DISPLAY '*                              *'
           DISPLAY '*  CARTAO DE PARAMETRO         *'
           DISPLAY '*  INVALIDO                    *'
           DISPLAY '*                              *'
           DISPLAY '********************************'
           DISPLAY '* CARTAO: ' WRK-CARTAO-BOLETIM(1:60)
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
           DISPLAY '*********** LEGRBOLE ***********'
           DISPLAY '*                              *'
           DISPLAY '*   BOLETIM DA NOITE           *'
           DISPLAY '* ---------------------------- *'
           DISPLAY '* DATA REFERENCIA   : ' WRK-DATA-REFERENCIA
           MOVE    WRK-EXECUCOES-NOITE  TO WRK-DISPLAY
           DISPLAY '* EXECUCOES NOITE   : ' WRK-DISPLAY
           MOVE    WRK-QTD-CADEIAS      TO WRK-DISPLAY
           DISPLAY '* CADEIAS APURADAS  : ' WRK-DISPLAY
           MOVE    WRK-GRAVADOS-ARQBOLET TO WRK-DISPLAY
           DISPLAY '* LINHAS   ARQBOLET : ' WRK-DISPLAY
           DISPLAY '*                              *'
           DISPLAY '* VEREDITO GERAL    : ' WRK-LVR-COR
           DISPLAY '*                              *'
           DISPLAY '*********** LEGRBOLE ***********'

      *    RETURN-CODE DE COR PARA O SCHEDULING: 0 VERDE, 4 AMBAR,
      *    8 VERMELHO (VIDE 4400-EMITIR-VEREDITO).
           MOVE WRK-LVR-RC             TO RETURN-CODE.

           CLOSE ARQBOLET.

           PERFORM 1190-TESTAR-FS-ARQBOLET.

           STOP RUN.

      *----------------------------------------------------------------*
       9000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *================================================================*
