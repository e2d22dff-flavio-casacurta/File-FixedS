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
      *                 - PRE-VALIDACAO DA CONFIGURACAO DA CADEIA
      *                   LEGRCNV, RODADA PELO SCHEDULING A TARDE
      *                   CONTRA OS MESMOS MACOS DE CARTOES, TABELA
      *                   DE REFERENCIA, CALENDARIO E REGISTRO DE
      *                   FEEDS QUE A NOITE VAI USAR: APLICAR AS
      *                   MESMAS CRITICAS QUE O LEGRPDZD (STEP010), O
      *                   LEGRZDPD (STEP020) E O BALANCEAMENTO EXTERNO
      *                   (STEP035, VIDE LEGRBALX) FAZEM NA CARGA -
      *                   CARTAO 'CAMPO' ALEM DO REGISTRO, 'FILTRO',
      *                   'CHAVE', 'REGRA', 'QUEBRA', 'CONTAGEM' OU
      *                   'SOMA' NOMEANDO CAMPO NAO DESCRITO, ARQTABRF
      *                   FORA DE ORDEM, ARQCALEN FORA DE ORDEM OU QUE
      *                   NAO COBRE A DATA DA NOITE, ARQFEEDR PERTO DE
      *                   ENCHER - SO QUE SEM PARAR NO PRIMEIRO.
      *
      *                 - RELATAR (ARQRELAT) CADA PROBLEMA COM O
      *                   ARQUIVO E A LINHA (CARTAO OU REGISTRO) QUE O
      *                   CAUSOU E A IMAGEM DA LINHA, COM UM QUADRO
      *                   FINAL E O VEREDITO.
      *
      *                 - ENCERRAR COM UM RETURN-CODE QUE BLOQUEIA A
      *                   CADEIA NO SCHEDULING: 0 = CONFIGURACAO OK;
      *                   4 = SO AVISOS, A NOITE RODA; 8 = HA ERRO QUE
      *                   DERRUBARIA (OU FALSEARIA) A NOITE - CORRIGIR
      *                   ANTES DA JANELA.
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME           I/O        INCLUDE/BOOK
      *                ARQCARCV          I         COPY CAMPCARD
      *                ARQCARBL          I         COPY CAMPCARD
      *                ARQTABRF          I         COPY TABREF
      *                ARQCALEN          I         DECLARADO NO PGM
      *                ARQFEEDR          I         DECLARADO NO PGM
      *                ARQDICIO          I         COPY DICCAMPO
      *                ARQRELAT          O         DECLARADO NO PGM
      *----------------------------------------------------------------*
      *    CARTOES.....: SYSIN DESTE PROGRAMA (TODOS OPCIONAIS),       *
      *    ENCERRADOS POR 'FIM':                                       *
      *      'NOITE'  - POSICOES 9-16, DATA AAAAMMDD EM QUE A CADEIA   *
      *                 VAI RODAR (PADRAO: O DIA SEGUINTE AO DA        *
      *                 EXECUCAO - A JANELA COMECA DEPOIS DA           *
      *                 MEIA-NOITE);                                   *
      *      'CTLEX'  - POSICOES 9-13, LRECL DO ARQCTLEX DO STEP035    *
      *                 (O @LENGTHIN DA GERACAO DO BALANCEAMENTO);     *
      *                 SEM ELE O LIMITE DOS CARTOES 'CAMPO' DO MACO   *
      *                 DO BALANCEAMENTO NAO E CONFERIDO;              *
      *      'FEEDR'  - POSICOES 9-17, CAPACIDADE DO ARQFEEDR EM       *
      *                 LINHAS (O QUE A ALOCACAO COMPORTA), E          *
      *                 POSICOES 19-21, PERCENTUAL DE OCUPACAO QUE JA  *
      *                 E ERRO (BRANCO = 90).                          *
      *----------------------------------------------------------------*
      *    OBSERVACAO..: ARQCARCV E O MACO &CARTAO DA PROC LEGRCNV,    *
      *    LIDO PELOS DOIS PASSOS DE CONVERSAO: O PRIMEIRO CARTAO E O  *
      *    CARTAO DE CONTROLE (VIDE COPY CTLCARD), OS CARTOES 'CAMPO'  *
      *    SAO CONFERIDOS CONTRA O REGISTRO PACKED (@LENGTHIN, STEP010)*
      *    E CONTRA O ZONADO (@LENGTHOUT, STEP020), E OS CARTOES       *
      *    'DATAMOV'/'REPROC', QUE O LEGRZDPD NAO ACEITA, SAO ERRO NO  *
      *    MACO COMPARTILHADO. ARQCARBL E O MACO &CARTBAL DO STEP035.  *
      *    COMO NA NOITE, UM CARTAO 'FIM' OU EM BRANCO ENCERRA O MACO  *
      *    - CARTOES DEPOIS DELE SAO AVISADOS COMO IGNORADOS. A        *
      *    AUSENCIA DA DD DE UM MACO E AVISO (NADA CONFERIDO); DD      *
      *    DUMMY E MACO VAZIO, CONDICAO NORMAL. ARQTABRF, ARQCALEN E   *
      *    ARQFEEDR SEGUEM A CONVENCAO DOS PROGRAMAS: SEM A DD, A      *
      *    CONFERENCIA CORRESPONDENTE NAO SE APLICA. O CARTAO 'LAYOUT' *
      *    E EXPANDIDO PELA ROTINA PADRAO (COPY DICCARGA); AQUI A      *
      *    9300-FORMATAR-ERRO-CARTAO NAO CANCELA O RUN - REGISTRA O    *
      *    PROBLEMA NO RELATORIO E A CONFERENCIA SEGUE. SO ERRO DE     *
      *    ACESSO A ARQUIVO ENCERRA COM RC 16.                         *
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

      *    MACO DE CARTOES DOS PASSOS DE CONVERSAO (&CARTAO).
           SELECT ARQCARCV ASSIGN      TO   UT-S-ARQCARCV
                      FILE STATUS      IS   WRK-FS-ARQCARCV.

      *    MACO DE CARTOES DO BALANCEAMENTO EXTERNO (&CARTBAL).
           SELECT ARQCARBL ASSIGN      TO   UT-S-ARQCARBL
                      FILE STATUS      IS   WRK-FS-ARQCARBL.

           SELECT ARQTABRF ASSIGN      TO   UT-S-ARQTABRF
                      FILE STATUS      IS   WRK-FS-ARQTABRF.

           SELECT ARQCALEN ASSIGN      TO   UT-S-ARQCALEN
                      FILE STATUS      IS   WRK-FS-ARQCALEN.

           SELECT ARQFEEDR ASSIGN      TO   UT-S-ARQFEEDR
                      FILE STATUS      IS   WRK-FS-ARQFEEDR.

      *    DICIONARIO DE LAYOUT (VIDE COPY DICCAMPO E DICCARGA) - SO
      *    ABERTO QUANDO UM DOS MACOS TRAZ O CARTAO 'LAYOUT'; SEM ELE
      *    A DD NAO PRECISA EXISTIR.
           SELECT ARQDICIO ASSIGN      TO   UT-S-ARQDICIO
                      FILE STATUS      IS   WRK-FS-ARQDICIO.

           SELECT ARQRELAT ASSIGN      TO   UT-S-ARQRELAT
                      FILE STATUS      IS   WRK-FS-ARQRELAT.

      *================================================================*
       DATA                            DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *   INPUT:   CARTOES DA CONVERSAO (&CARTAO) - ARQCARCV           *
      *            ORG. SEQUENCIAL    - LRECL   = 080                  *
      *----------------------------------------------------------------*
       FD  ARQCARCV
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-ARQCARCV                 PIC  X(080).

      *----------------------------------------------------------------*
      *   INPUT:   CARTOES DO BALANCEAMENTO (&CARTBAL) - ARQCARBL      *
      *            ORG. SEQUENCIAL    - LRECL   = 080                  *
      *----------------------------------------------------------------*
       FD  ARQCARBL
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-ARQCARBL                 PIC  X(080).

      *----------------------------------------------------------------*
      *   INPUT:   TABELA DE REFERENCIA - ARQTABRF                     *
      *            ORG. SEQUENCIAL    - LRECL   = 060                  *
      *            CLASSIFICADA PELA CHAVE (VIDE COPY TABREF)          *
      *----------------------------------------------------------------*
       FD  ARQTABRF
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-ARQTABRF                 PIC  X(060).

      *----------------------------------------------------------------*
      *   INPUT:   CALENDARIO DE PROCESSAMENTO - ARQCALEN              *
      *            ORG. SEQUENCIAL    - LRECL   = 080                  *
      *            UM DIA UTIL POR LINHA, AAAAMMDD NAS POSICOES 1-8    *
      *----------------------------------------------------------------*
       FD  ARQCALEN
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-ARQCALEN                 PIC  X(080).

      *----------------------------------------------------------------*
      *   INPUT:   REGISTRO DE FEEDS PROCESSADOS - ARQFEEDR            *
      *            ORG. SEQUENCIAL    - LRECL   = 080                  *
      *----------------------------------------------------------------*
       FD  ARQFEEDR
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-ARQFEEDR                 PIC  X(080).

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
      *   OUTPUT:  RELATORIO DA PRE-VALIDACAO - ARQRELAT               *
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

           03 WRK-LINHAS-ARQCARCV      PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-LINHAS-ARQCARBL      PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-LIDOS-ARQTABRF       PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-LIDOS-ARQCALEN       PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-LIDOS-ARQFEEDR       PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-QTD-ERROS            PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-QTD-AVISOS           PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-GRAVADOS-ARQRELAT    PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-DISPLAY              PIC +Z(08)9         VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE TESTE DE FILE-STATUS               ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-FS-ARQCARCV             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-ARQCARBL             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-ARQTABRF             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-ARQCALEN             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-ARQFEEDR             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-ARQDICIO             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-ARQRELAT             PIC  X(002)         VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *  AREA DOS CARTOES DESTE PROGRAMA - SYSIN. DATA DA NOITE,       *
      *  LRECL DO ARQCTLEX E CAPACIDADE DO ARQFEEDR (VIDE CARTOES NO   *
      *  CABECALHO).                                                   *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DOS CARTOES DE PARAMETRO - SYSIN      ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-CARTAO-PARAMETRO.
           03 PRM-TIPO-CARTAO          PIC  X(008).
              88 PRM-CARTAO-NOITE                          VALUE
                 'NOITE'.
              88 PRM-CARTAO-CTLEX                          VALUE
                 'CTLEX'.
              88 PRM-CARTAO-FEEDR                          VALUE
                 'FEEDR'.
              88 PRM-FIM-DOS-CARTOES                       VALUE
                 'FIM'.
           03 PRM-VALOR                PIC  X(013).
           03 FILLER REDEFINES PRM-VALOR.
              05 PRM-DATA-NOITE        PIC  9(008).
              05 FILLER                PIC  X(005).
           03 FILLER REDEFINES PRM-VALOR.
              05 PRM-LRECL-CTLEX       PIC  9(005).
              05 FILLER                PIC  X(008).
           03 FILLER REDEFINES PRM-VALOR.
              05 PRM-CAPACIDADE        PIC  9(009).
              05 FILLER                PIC  X(001).
              05 PRM-PERCENTUAL        PIC  X(003).
              05 PRM-PERCENTUAL-N REDEFINES PRM-PERCENTUAL
                                       PIC  9(003).
           03 FILLER                   PIC  X(059).

       01  WRK-CONTROLE-PARAMETROS.
           03 WRK-DATA-CORRENTE        PIC  9(008)         VALUE ZEROS.
           03 WRK-DATA-NOITE           PIC  9(008)         VALUE ZEROS.
           03 WRK-SW-NOITE             PIC  X(001)         VALUE 'N'.
              88 WRK-NOITE-INFORMADA                       VALUE 'S'.
           03 WRK-LRECL-PD             PIC  9(005)         VALUE
              @LENGTHIN.
           03 WRK-LRECL-ZD             PIC  9(005)         VALUE
              @LENGTHOUT.
           03 WRK-LRECL-CTLEX          PIC  9(005)         VALUE ZEROS.
           03 WRK-SW-CTLEX             PIC  X(001)         VALUE 'N'.
              88 WRK-CTLEX-INFORMADO                       VALUE 'S'.
           03 WRK-CAPACIDADE-FEEDR     PIC  9(009)         VALUE ZEROS.
           03 WRK-PERCENTUAL-FEEDR     PIC  9(003)         VALUE 90.
           03 WRK-SW-CAPACIDADE        PIC  X(001)         VALUE 'N'.
              88 WRK-CAPACIDADE-INFORMADA                  VALUE 'S'.
           03 WRK-OCUPACAO-FEEDR       PIC  9(005)         VALUE ZEROS.
           03 WRK-LINHAS-FEEDR         PIC  9(009)         VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *  DDS DE ENTRADA PRESENTES NESTA EXECUCAO (ABERTURA COM FILE    *
      *  STATUS '00' - DD DUMMY CONTA COMO PRESENTE E VAZIA).          *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-CONTROLE-ALOCACAO.
           03 WRK-SW-CARCV-ALOCADO     PIC  X(001)         VALUE 'N'.
              88 WRK-CARCV-ALOCADO                         VALUE 'S'.
           03 WRK-SW-CARBL-ALOCADO     PIC  X(001)         VALUE 'N'.
              88 WRK-CARBL-ALOCADO                         VALUE 'S'.
           03 WRK-SW-TABRF-ALOCADO     PIC  X(001)         VALUE 'N'.
              88 WRK-TABRF-ALOCADO                         VALUE 'S'.
           03 WRK-SW-CALEN-ALOCADO     PIC  X(001)         VALUE 'N'.
              88 WRK-CALEN-ALOCADO                         VALUE 'S'.
           03 WRK-SW-FEEDR-ALOCADO     PIC  X(001)         VALUE 'N'.
              88 WRK-FEEDR-ALOCADO                         VALUE 'S'.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *  AREA DOS MACOS CONFERIDOS (VIDE COPY CAMPCARD/CTLCARD). O     *
      *  MACO CORRENTE (CONVERSAO OU BALANCEAMENTO) E LIDO PARA        *
      *  WRK-CARTAO-CAMPO; WRK-CARTAO-LIDO GUARDA A IMAGEM COMO VEIO,  *
      *  ANTES DA TROCA DE CARTAO EM BRANCO POR 'FIM'.                 *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DOS MACOS DE CARTOES CONFERIDOS       ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       COPY CTLCARD.

       COPY CAMPCARD.

       01  WRK-CARTAO-LIMREJ REDEFINES WRK-CARTAO-CAMPO.
           03 LIM-TIPO-CARTAO          PIC  X(008).
           03 LIM-ABSOLUTO             PIC  9(009).
           03 FILLER                   PIC  X(001).
           03 LIM-PERCENTUAL           PIC  9(003).
           03 FILLER                   PIC  X(001).
           03 LIM-AMOSTRA              PIC  9(009).
           03 FILLER                   PIC  X(049).

       01  WRK-CARTAO-DATAMOV REDEFINES WRK-CARTAO-CAMPO.
           03 DMV-TIPO-CARTAO          PIC  X(008).
           03 DMV-DATA                 PIC  9(008).
           03 FILLER                   PIC  X(064).

       01  WRK-CARTAO-REGRA REDEFINES WRK-CARTAO-CAMPO.
           03 RGR-TIPO-CARTAO          PIC  X(008).
           03 RGR-NOME-REGRA           PIC  X(008).
           03 RGR-OPERACAO             PIC  X(002).
              88 RGR-OPERACAO-SOMA                         VALUE 'SO'.
              88 RGR-OPERACAO-CONDICIONAL                  VALUE 'SE'.
              88 RGR-OPERACAO-COMPARACAO                   VALUE
                 'EQ' 'NE' 'GT' 'GE' 'LT' 'LE'.
           03 RGR-CAMPO-A              PIC  X(020).
           03 RGR-COMPLEMENTO          PIC  X(042).
           03 FILLER REDEFINES RGR-COMPLEMENTO.
              05 RGR-CAMPO-B           PIC  X(020).
              05 RGR-CAMPO-C           PIC  X(020).
              05 FILLER                PIC  X(002).
           03 FILLER REDEFINES RGR-COMPLEMENTO.
              05 RGR-SE-VALOR-A        PIC  X(010).
              05 RGR-SE-CAMPO-B        PIC  X(020).
              05 RGR-SE-OPERADOR       PIC  X(002).
                 88 RGR-SE-OPERADOR-VALIDO                 VALUE
                    'EQ' 'NE' 'GT' 'GE' 'LT' 'LE'.
              05 RGR-SE-VALOR-B        PIC  X(010).

       01  WRK-CARTAO-SOMA REDEFINES WRK-CARTAO-CAMPO.
           03 SOM-TIPO-CARTAO          PIC  X(008).
           03 SOM-NOME-CAMPO           PIC  X(020).
           03 SOM-CASAS                PIC  X(001).
           03 FILLER                   PIC  X(051).

       COPY CAMPODIR.

       COPY DICCAMPO.

       01  WRK-CONTROLE-MACO.
           03 WRK-SW-MACO              PIC  X(001)         VALUE SPACE.
              88 WRK-MACO-CONVERSAO                        VALUE 'C'.
              88 WRK-MACO-BALANCO                          VALUE 'B'.
           03 WRK-FS-MACO              PIC  X(002)         VALUE SPACES.
           03 WRK-SW-MACO-ESGOTADO     PIC  X(001)         VALUE 'N'.
              88 WRK-MACO-ESGOTADO                         VALUE 'S'.
           03 WRK-LINHA-MACO           PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-CARTAO-LIDO          PIC  X(080)         VALUE SPACES.
           03 WRK-IDX-POS              PIC  9(003) COMP-3  VALUE ZEROS.
           03 WRK-POS-INVALIDA         PIC  9(003) COMP-3  VALUE ZEROS.
           03 WRK-IDX-BUSCA            PIC  9(003) COMP-3  VALUE ZEROS.
           03 WRK-QTD-FILTROS          PIC  9(003) COMP-3  VALUE ZEROS.
           03 WRK-QTD-REGRAS           PIC  9(003) COMP-3  VALUE ZEROS.
           03 WRK-QTD-QUEBRAS          PIC  9(003) COMP-3  VALUE ZEROS.
           03 WRK-QTD-CONTAGENS        PIC  9(003) COMP-3  VALUE ZEROS.
           03 WRK-QTD-SOMAS            PIC  9(003) COMP-3  VALUE ZEROS.
           03 WRK-QTD-SELECAO          PIC  9(003) COMP-3  VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *  CONFERENCIA DOS CARTOES 'FILTRO' E 'REGRA': DIGITOS           *
      *  SIGNIFICATIVOS DE UM VALOR NUMERICO DO CARTAO (MAIS DE 15     *
      *  ESTOURA A CONVERSAO - VIDE 8770-CONVERTER-VALOR-FILTRO NO     *
      *  COPY FILTAVAL) E OS DADOS DO CAMPO-A DA REGRA.                *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-CONFERENCIA-VALOR.
           03 WRK-DIG-TEXTO            PIC  X(018)         VALUE SPACES.
           03 WRK-DIG-POS              PIC  9(003) COMP-3  VALUE ZEROS.
           03 WRK-DIG-QTD              PIC  9(003) COMP-3  VALUE ZEROS.
           03 WRK-RGR-NOME-PROCURADO   PIC  X(020)         VALUE SPACES.
           03 WRK-RGR-IDX-A            PIC  9(003) COMP-3  VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *  EXPANSAO DO CARTAO 'LAYOUT' (COPY DICCARGA): IMAGEM DO CARTAO *
      *  'LAYOUT', ORIGEM DA IMAGEM E MENSAGEM QUE A 9300-FORMATAR-    *
      *  ERRO-CARTAO USA QUANDO E ACIONADA PELA ROTINA PADRAO.         *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-CONTROLE-LAYOUT.
           03 WRK-CARTAO-LAYOUT        PIC  X(080)         VALUE SPACES.
           03 WRK-SW-IMAGEM-DICIO      PIC  X(001)         VALUE 'N'.
              88 WRK-IMAGEM-DICIONARIO                     VALUE 'S'.
           03 WRK-SW-ENTRADA-REJEITADA PIC  X(001)         VALUE 'N'.
              88 WRK-ENTRADA-REJEITADA                     VALUE 'S'.
           03 WRK-MENSAGEM-DICIO       PIC  X(070)         VALUE SPACES.
           03 WRK-DIC-REJEITADO        PIC  X(080)         VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *  TABELA DE REFERENCIA (VIDE COPY TABREF) - SO O REGISTRO E A   *
      *  CHAVE ANTERIOR SAO USADOS; A TABELA NAO E CARREGADA.          *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       COPY TABREF.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *  CALENDARIO DE PROCESSAMENTO: ORDEM, LIMITE DE 1000 DIAS E O   *
      *  DIA UTIL QUE A NOITE VAI ESPERAR (O MAIOR DIA NAO POSTERIOR   *
      *  A DATA DA NOITE - VIDE 2460-CALCULAR-DATA-ESPERADA NA         *
      *  CONVERSAO).                                                   *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-CONTROLE-CALENDARIO.
           03 WRK-CAL-DATA-LIDA        PIC  9(008)         VALUE ZEROS.
           03 WRK-CAL-DATA-ANTERIOR    PIC  9(008)         VALUE ZEROS.
           03 WRK-CAL-QTD              PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-CAL-ULTIMO-DIA       PIC  9(008)         VALUE ZEROS.
           03 WRK-CAL-DIA-ESPERADO     PIC  9(008)         VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *  LINHA DO REGISTRO DE FEEDS (MESMO LAYOUT DA GUARDA DE FEED    *
      *  DUPLICADO - VIDE 9090-REGISTRAR-FEED NA CONVERSAO).           *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-LINHA-REGISTRO-FEED.
           03 REG-PGMID                PIC  X(008).
           03 FILLER                   PIC  X(001).
           03 REG-DATA-RUN             PIC  9(008).
           03 FILLER                   PIC  X(001).
           03 REG-QTD-FISICA           PIC  9(009).
           03 FILLER                   PIC  X(001).
           03 REG-HASH                 PIC  9(015).
           03 FILLER                   PIC  X(001).
           03 REG-SW-HASH              PIC  X(001).
           03 FILLER                   PIC  X(001).
           03 REG-DATA-HEADER          PIC  9(008).
           03 FILLER                   PIC  X(026).

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *  VALIDACAO DE DATAS E CALCULO DO DIA SEGUINTE (REGRA DE        *
      *  BISSEXTO DE SEMPRE - VIDE 2176-DIAS-DE-FEVEREIRO NA           *
      *  CONVERSAO).                                                   *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-CONVERSAO-DATA.
           03 WRK-CNV-DATA             PIC  9(008)         VALUE ZEROS.
           03 FILLER REDEFINES WRK-CNV-DATA.
              05 WRK-CNV-ANO           PIC  9(004).
              05 WRK-CNV-MES           PIC  9(002).
              05 WRK-CNV-DIA           PIC  9(002).
           03 WRK-CNV-ULTIMO-DIA       PIC  9(002)         VALUE ZEROS.
           03 WRK-CNV-QUOCIENTE        PIC  9(004)         VALUE ZEROS.
           03 WRK-CNV-RESTO-4          PIC  9(004)         VALUE ZEROS.
           03 WRK-CNV-RESTO-100        PIC  9(004)         VALUE ZEROS.
           03 WRK-CNV-RESTO-400        PIC  9(004)         VALUE ZEROS.
           03 WRK-SW-CNV-VALIDA        PIC  X(001)         VALUE 'N'.
              88 WRK-CNV-DATA-VALIDA                       VALUE 'S'.
           03 WRK-CNV-TABELA-MES.
              05 FILLER                PIC  9(002)         VALUE 31.
              05 FILLER                PIC  9(002)         VALUE 28.
              05 FILLER                PIC  9(002)         VALUE 31.
              05 FILLER                PIC  9(002)         VALUE 30.
              05 FILLER                PIC  9(002)         VALUE 31.
              05 FILLER                PIC  9(002)         VALUE 30.
              05 FILLER                PIC  9(002)         VALUE 31.
              05 FILLER                PIC  9(002)         VALUE 31.
              05 FILLER                PIC  9(002)         VALUE 30.
              05 FILLER                PIC  9(002)         VALUE 31.
              05 FILLER                PIC  9(002)         VALUE 30.
              05 FILLER                PIC  9(002)         VALUE 31.
           03 WRK-CNV-DIAS-MES REDEFINES WRK-CNV-TABELA-MES
                                       PIC  9(002)
                                       OCCURS 12 TIMES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *  PROBLEMA EM RELATO: ARQUIVO (DD) E LINHA DE ORIGEM, MENSAGEM  *
      *  E IMAGEM DA LINHA (CARTAO OU REGISTRO).                       *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-PROBLEMA.
           03 WRK-PRB-ORIGEM           PIC  X(008)         VALUE SPACES.
           03 WRK-PRB-LINHA            PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-PRB-MENSAGEM         PIC  X(070)         VALUE SPACES.
           03 WRK-PRB-IMAGEM           PIC  X(080)         VALUE SPACES.
           03 WRK-PRB-SEVERIDADE       PIC  X(005)         VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *  LINHAS DO RELATORIO DA PRE-VALIDACAO - ARQRELAT               *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-LINHA-CABECALHO.
           03 FILLER                   PIC  X(047)         VALUE
              'PRE-VALIDACAO DA CONFIGURACAO DA CADEIA LEGRCNV'.
           03 FILLER                   PIC  X(015)         VALUE
              ' - EXECUCAO EM '.
           03 WRK-CAB-DATA-CORRENTE    PIC  9(008).
           03 FILLER                   PIC  X(062)         VALUE SPACES.

       01  WRK-LINHA-PROBLEMA.
           03 WRK-REL-SEVERIDADE       PIC  X(005).
           03 FILLER                   PIC  X(001)         VALUE SPACE.
           03 WRK-REL-ORIGEM           PIC  X(008).
           03 FILLER                   PIC  X(007)         VALUE
              ' LINHA '.
           03 WRK-REL-LINHA            PIC  ZZZZZZZZ9.
           03 FILLER                   PIC  X(003)         VALUE
              ' - '.
           03 WRK-REL-MENSAGEM         PIC  X(070).
           03 FILLER                   PIC  X(029)         VALUE SPACES.

       01  WRK-LINHA-IMAGEM.
           03 FILLER                   PIC  X(022)         VALUE
              '      IMAGEM........: '.
           03 WRK-REL-IMAGEM           PIC  X(080).
           03 FILLER                   PIC  X(030)         VALUE SPACES.

       01  WRK-LINHA-RESUMO.
           03 WRK-RES-ROTULO           PIC  X(040)         VALUE SPACES.
           03 WRK-RES-QUANTIDADE       PIC  ZZZZZZZZ9      VALUE ZEROS.
           03 FILLER                   PIC  X(001)         VALUE SPACE.
           03 WRK-RES-COMPLEMENTO      PIC  X(030)         VALUE SPACES.
           03 FILLER                   PIC  X(052)         VALUE SPACES.

       01  WRK-LINHA-VEREDITO          PIC  X(132)         VALUE SPACES.

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

           PERFORM 2000-CONFERIR-MACO-CONVERSAO.

           PERFORM 3000-CONFERIR-MACO-BALANCO.

           PERFORM 4000-CONFERIR-TABELA-REF.

           PERFORM 5000-CONFERIR-CALENDARIO.

           PERFORM 6000-CONFERIR-REGISTRO-FEED.

           PERFORM 9000-FINALIZAR.

      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1000-INICIAR                    SECTION.
      *----------------------------------------------------------------*
      *    ABRE O RELATORIO ANTES DOS CARTOES DE PARAMETRO - CARTAO    *
      *    DE PARAMETRO INVALIDO TAMBEM E PROBLEMA RELATADO (A DATA DA *
      *    NOITE SAI NO QUADRO FINAL). SEM O CARTAO 'NOITE', A DATA DA *
      *    NOITE E O DIA SEGUINTE AO DA EXECUCAO.                      *
      *----------------------------------------------------------------*

           ACCEPT WRK-DATA-CORRENTE    FROM  DATE YYYYMMDD.

           OPEN OUTPUT ARQRELAT.

           PERFORM 1130-TESTAR-FS-ARQRELAT.

           MOVE WRK-DATA-CORRENTE      TO WRK-CAB-DATA-CORRENTE.

           WRITE FD-ARQRELAT           FROM WRK-LINHA-CABECALHO.

           PERFORM 1130-TESTAR-FS-ARQRELAT.

           ADD 1                       TO  WRK-GRAVADOS-ARQRELAT.

           MOVE 'SYSIN'                TO WRK-PRB-ORIGEM.
           MOVE ZEROS                  TO WRK-PRB-LINHA.

           PERFORM 1100-LER-CARTOES-PARAMETRO.

           IF  NOT WRK-NOITE-INFORMADA
               MOVE WRK-DATA-CORRENTE  TO WRK-CNV-DATA
               PERFORM 8500-CALCULAR-DIA-SEGUINTE
               MOVE WRK-CNV-DATA       TO WRK-DATA-NOITE
           END-IF.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1100-LER-CARTOES-PARAMETRO      SECTION.
      *----------------------------------------------------------------*
      *    O CARTAO E PRE-CARREGADO COM 'FIM' ANTES DE CADA ACCEPT,    *
      *    DE MODO QUE TANTO O CARTAO TERMINADOR QUANTO O FIM FISICO   *
      *    DO SYSIN (OU UM CARTAO EM BRANCO) ENCERRAM A CARGA.         *
      *----------------------------------------------------------------*

           PERFORM 1110-LER-CARTAO-PARAMETRO.

           PERFORM 1120-TRATAR-CARTAO-PARAMETRO
               UNTIL PRM-FIM-DOS-CARTOES.

      *----------------------------------------------------------------*
       1100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1110-LER-CARTAO-PARAMETRO       SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-CARTAO-PARAMETRO.
           MOVE 'FIM'                  TO PRM-TIPO-CARTAO.

           ACCEPT WRK-CARTAO-PARAMETRO FROM  SYSIN.

           ADD 1                       TO  WRK-PRB-LINHA.

           IF  WRK-CARTAO-PARAMETRO    EQUAL     SPACES
               MOVE 'FIM'              TO PRM-TIPO-CARTAO
           END-IF.

      *----------------------------------------------------------------*
       1110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1120-TRATAR-CARTAO-PARAMETRO    SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-CARTAO-PARAMETRO   TO WRK-PRB-IMAGEM.

           EVALUATE TRUE
               WHEN PRM-CARTAO-NOITE
                   MOVE PRM-DATA-NOITE TO WRK-CNV-DATA
                   PERFORM 8520-VALIDAR-DATA
                   IF  WRK-CNV-DATA-VALIDA
                       MOVE PRM-DATA-NOITE TO WRK-DATA-NOITE
                       SET WRK-NOITE-INFORMADA TO TRUE
                   ELSE
                       MOVE 'CARTAO NOITE COM DATA INVALIDA'
                                       TO WRK-PRB-MENSAGEM
                       PERFORM 8120-REGISTRAR-ERRO
                   END-IF
               WHEN PRM-CARTAO-CTLEX
                   IF  PRM-LRECL-CTLEX NUMERIC
                   AND PRM-LRECL-CTLEX GREATER   ZEROS
                       MOVE PRM-LRECL-CTLEX TO WRK-LRECL-CTLEX
                       SET WRK-CTLEX-INFORMADO TO TRUE
                   ELSE
                       MOVE 'CARTAO CTLEX COM LRECL INVALIDO'
                                       TO WRK-PRB-MENSAGEM
                       PERFORM 8120-REGISTRAR-ERRO
                   END-IF
               WHEN PRM-CARTAO-FEEDR
                   PERFORM 1125-TRATAR-CARTAO-FEEDR
               WHEN OTHER
                   MOVE 'CARTAO DE PARAMETRO DESCONHECIDO'
                                       TO WRK-PRB-MENSAGEM
                   PERFORM 8120-REGISTRAR-ERRO
           END-EVALUATE.

           PERFORM 1110-LER-CARTAO-PARAMETRO.

      *----------------------------------------------------------------*
       1120-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1125-TRATAR-CARTAO-FEEDR        SECTION.
      *----------------------------------------------------------------*

           IF  PRM-CAPACIDADE          NOT NUMERIC
           OR  PRM-CAPACIDADE          EQUAL     ZEROS
               MOVE 'CARTAO FEEDR COM CAPACIDADE INVALIDA'
                                       TO WRK-PRB-MENSAGEM
               PERFORM 8120-REGISTRAR-ERRO
               GO TO 1125-99-FIM
           END-IF.

           IF  PRM-PERCENTUAL          NOT EQUAL SPACES
               IF  PRM-PERCENTUAL-N    NOT NUMERIC
               OR  PRM-PERCENTUAL-N    EQUAL     ZEROS
               OR  PRM-PERCENTUAL-N    GREATER   100
                   MOVE 'CARTAO FEEDR COM PERCENTUAL FORA DE 1-100'
                                       TO WRK-PRB-MENSAGEM
                   PERFORM 8120-REGISTRAR-ERRO
                   GO TO 1125-99-FIM
               END-IF
               MOVE PRM-PERCENTUAL-N   TO WRK-PERCENTUAL-FEEDR
           END-IF.

           MOVE PRM-CAPACIDADE         TO WRK-CAPACIDADE-FEEDR.
           SET WRK-CAPACIDADE-INFORMADA TO TRUE.

      *----------------------------------------------------------------*
       1125-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1130-TESTAR-FS-ARQRELAT         SECTION.
      *----------------------------------------------------------------*

           IF  WRK-FS-ARQRELAT         NOT EQUAL '00'
               MOVE 'ARQRELAT'         TO WRK-NOME-ARQUIVO
               MOVE WRK-FS-ARQRELAT    TO WRK-FILE-STATUS
               PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

      *----------------------------------------------------------------*
       1130-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-CONFERIR-MACO-CONVERSAO    SECTION.
      *----------------------------------------------------------------*
      *    MACO &CARTAO DOS STEP010 (LEGRPDZD) E STEP020 (LEGRZDPD):   *
      *    O PRIMEIRO CARTAO E SEMPRE O CARTAO DE CONTROLE (VIDE       *
      *    1050-LER-CARTAO-CONTROLE NA CONVERSAO); OS SEGUINTES SAO    *
      *    CONFERIDOS UM A UM COMO NA CARGA DOS DOIS PROGRAMAS.        *
      *----------------------------------------------------------------*

           SET WRK-MACO-CONVERSAO      TO TRUE.
           PERFORM 7000-PREPARAR-MACO.

           OPEN INPUT ARQCARCV.

           IF  WRK-FS-ARQCARCV         NOT EQUAL '00'
               MOVE ZEROS              TO WRK-PRB-LINHA
               MOVE SPACES             TO WRK-PRB-IMAGEM
               MOVE 'DD NAO ALOCADA - MACO DA CONVERSAO NAO CONFERIDO'
                                       TO WRK-PRB-MENSAGEM
               PERFORM 8130-REGISTRAR-AVISO
               GO TO 2000-99-FIM
           END-IF.

           SET WRK-CARCV-ALOCADO       TO TRUE.

           PERFORM 7010-LER-CARTAO-MACO.

           IF  NOT WRK-MACO-ESGOTADO
               PERFORM 2010-CONFERIR-CARTAO-CONTROLE
               PERFORM 7010-LER-CARTAO-MACO
           END-IF.

           PERFORM 2020-CONFERIR-CARTAO-CONVERSAO
               UNTIL CMP-FIM-DOS-CARTOES.

           PERFORM 7030-CONFERIR-IGNORADOS.

           MOVE WRK-LINHA-MACO         TO WRK-LINHAS-ARQCARCV.

           CLOSE ARQCARCV.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2010-CONFERIR-CARTAO-CONTROLE   SECTION.
      *----------------------------------------------------------------*
      *    O CARTAO DE CONTROLE E LIDO SEM CRITICA NA NOITE: SE O      *
      *    PRIMEIRO CARTAO DO MACO FOR UM CARTAO DE SELECAO, ELE E     *
      *    CONSUMIDO COMO CONTROLE E SOME SEM AVISO (ERRO). POSICAO    *
      *    DE CAMPO DIFERENTE DE 'S', 'N' OU BRANCO VALE COMO 'S'.     *
      *----------------------------------------------------------------*

           MOVE WRK-CARTAO-LIDO        TO WRK-CARTAO-CONTROLE.

           IF  CMP-CARTAO-CAMPO
           OR  CMP-CARTAO-LAYOUT
           OR  CMP-CARTAO-FILTRO
           OR  CMP-CARTAO-LIMREJ
           OR  CMP-CARTAO-REGRA
           OR  CMP-CARTAO-CHAVE
           OR  CMP-CARTAO-DATAMOV
           OR  CMP-CARTAO-REPROC
               MOVE 'FALTA O CARTAO DE CONTROLE - ESTE CARTAO SERIA'
                                       TO WRK-PRB-MENSAGEM
               MOVE ' CONSUMIDO COMO CONTROLE'
                                       TO WRK-PRB-MENSAGEM(47:)
               PERFORM 8100-ERRO-CARTAO
               GO TO 2010-99-FIM
           END-IF.

           MOVE ZEROS                  TO WRK-POS-INVALIDA.

           PERFORM 2015-CONFERIR-POSICAO-CONTROLE
               VARYING WRK-IDX-POS FROM 1 BY 1
               UNTIL WRK-IDX-POS       GREATER   20
                  OR WRK-POS-INVALIDA  GREATER   ZEROS.

           IF  WRK-POS-INVALIDA        GREATER   ZEROS
               MOVE 'CARTAO DE CONTROLE COM POSICAO FORA DE S/N -'
                                       TO WRK-PRB-MENSAGEM
               MOVE ' CAMPO SERA CONVERTIDO'
                                       TO WRK-PRB-MENSAGEM(45:)
               PERFORM 8110-AVISO-CARTAO
           END-IF.

      *----------------------------------------------------------------*
       2010-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2015-CONFERIR-POSICAO-CONTROLE  SECTION.
      *----------------------------------------------------------------*

           IF  WRK-CARTAO-LIDO(WRK-IDX-POS:1) NOT EQUAL 'S'
           AND WRK-CARTAO-LIDO(WRK-IDX-POS:1) NOT EQUAL 'N'
           AND WRK-CARTAO-LIDO(WRK-IDX-POS:1) NOT EQUAL SPACE
               MOVE WRK-IDX-POS        TO WRK-POS-INVALIDA
           END-IF.

      *----------------------------------------------------------------*
       2015-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2020-CONFERIR-CARTAO-CONVERSAO  SECTION.
      *----------------------------------------------------------------*
      *    MESMOS TIPOS DE CARTAO DE 1070-ARMAZENAR-CARTAO-SELECAO NA  *
      *    CONVERSAO. 'DATAMOV' E 'REPROC' SO EXISTEM NO LEGRPDZD: NO  *
      *    MACO COMPARTILHADO O LEGRZDPD DO STEP020 CAI NO ERRO DE     *
      *    CARTAO (RC 16) DEPOIS DE O STEP010 JA TER RODADO.           *
      *----------------------------------------------------------------*

           EVALUATE TRUE
               WHEN CMP-CARTAO-CAMPO
                   PERFORM 7100-CONFERIR-CARTAO-CAMPO
               WHEN CMP-CARTAO-LAYOUT
                   PERFORM 7200-CONFERIR-CARTAO-LAYOUT
               WHEN CMP-CARTAO-FILTRO
                   PERFORM 2100-CONFERIR-CARTAO-FILTRO
               WHEN CMP-CARTAO-LIMREJ
                   PERFORM 2200-CONFERIR-CARTAO-LIMREJ
               WHEN CMP-CARTAO-REGRA
                   PERFORM 2300-CONFERIR-CARTAO-REGRA
               WHEN CMP-CARTAO-CHAVE
                   PERFORM 2400-CONFERIR-CARTAO-CHAVE
               WHEN CMP-CARTAO-DATAMOV
                   IF  DMV-DATA        NOT NUMERIC
                       MOVE 'CARTAO DATAMOV COM DATA NAO NUMERICA'
                                       TO WRK-PRB-MENSAGEM
                       PERFORM 8100-ERRO-CARTAO
                   END-IF
                   MOVE 'CARTAO SO ACEITO PELO LEGRPDZD -'
                                       TO WRK-PRB-MENSAGEM
                   MOVE ' STEP020 (LEGRZDPD) CANCELA COM RC 16'
                                       TO WRK-PRB-MENSAGEM(33:)
                   PERFORM 8100-ERRO-CARTAO
               WHEN CMP-CARTAO-REPROC
                   MOVE 'CARTAO SO ACEITO PELO LEGRPDZD -'
                                       TO WRK-PRB-MENSAGEM
                   MOVE ' STEP020 (LEGRZDPD) CANCELA COM RC 16'
                                       TO WRK-PRB-MENSAGEM(33:)
                   PERFORM 8100-ERRO-CARTAO
               WHEN OTHER
                   MOVE 'TIPO DE CARTAO NAO ACEITO PELA CONVERSAO'
                                       TO WRK-PRB-MENSAGEM
                   PERFORM 8100-ERRO-CARTAO
           END-EVALUATE.

           PERFORM 7010-LER-CARTAO-MACO.

      *----------------------------------------------------------------*
       2020-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-CONFERIR-CARTAO-FILTRO     SECTION.
      *----------------------------------------------------------------*
      *    VIDE 1080-ARMAZENAR-CARTAO-FILTRO NA CONVERSAO: ATE 20      *
      *    FILTROS, CAMPO DESCRITO ANTES NO MACO, TEXTO ATE 18 BYTES,  *
      *    OPERADOR CONHECIDO E VALOR NUMERICO QUE CABE EM 15 DIGITOS. *
      *----------------------------------------------------------------*

           ADD 1                       TO  WRK-QTD-FILTROS.

           IF  WRK-QTD-FILTROS         GREATER   20
               MOVE 'MAIS DE 20 CARTOES FILTRO NO MACO'
                                       TO WRK-PRB-MENSAGEM
               PERFORM 8100-ERRO-CARTAO
           END-IF.

           IF  CMP-OPERADOR            NOT EQUAL 'EQ'
           AND CMP-OPERADOR            NOT EQUAL 'NE'
           AND CMP-OPERADOR            NOT EQUAL 'GT'
           AND CMP-OPERADOR            NOT EQUAL 'GE'
           AND CMP-OPERADOR            NOT EQUAL 'LT'
           AND CMP-OPERADOR            NOT EQUAL 'LE'
           AND CMP-OPERADOR            NOT EQUAL 'BT'
               MOVE 'OPERADOR DO FILTRO DIFERENTE DE EQ NE GT GE LT LE'
                                       TO WRK-PRB-MENSAGEM
               MOVE ' BT'              TO WRK-PRB-MENSAGEM(50:)
               PERFORM 8100-ERRO-CARTAO
           END-IF.

           PERFORM 7300-PROCURAR-CAMPO-NOMEADO.

           IF  WRK-IDX-BUSCA           EQUAL     ZEROS
               MOVE 'CAMPO DO FILTRO SEM CARTAO CAMPO/LAYOUT ANTERIOR'
                                       TO WRK-PRB-MENSAGEM
               PERFORM 8100-ERRO-CARTAO
               GO TO 2100-99-FIM
           END-IF.

           IF  WRK-DIR-TIPO-TEXTO(WRK-IDX-BUSCA)
               IF  WRK-DIR-TAMANHO(WRK-IDX-BUSCA) GREATER 18
                   MOVE 'CAMPO TEXTO DO FILTRO MAIOR QUE 18 BYTES'
                                       TO WRK-PRB-MENSAGEM
                   PERFORM 8100-ERRO-CARTAO
               END-IF
               GO TO 2100-99-FIM
           END-IF.

           MOVE CMP-VALOR-1            TO WRK-DIG-TEXTO.
           PERFORM 2110-CONTAR-DIGITOS-VALOR.

           IF  WRK-DIG-QTD             GREATER   15
               MOVE 'VALOR-1 DO FILTRO COM MAIS DE 15 DIGITOS'
                                       TO WRK-PRB-MENSAGEM
               PERFORM 8100-ERRO-CARTAO
           END-IF.

           MOVE CMP-VALOR-2            TO WRK-DIG-TEXTO.
           PERFORM 2110-CONTAR-DIGITOS-VALOR.

           IF  WRK-DIG-QTD             GREATER   15
               MOVE 'VALOR-2 DO FILTRO COM MAIS DE 15 DIGITOS'
                                       TO WRK-PRB-MENSAGEM
               PERFORM 8100-ERRO-CARTAO
           END-IF.

      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2110-CONTAR-DIGITOS-VALOR       SECTION.
      *----------------------------------------------------------------*
      *    CONTA OS DIGITOS SIGNIFICATIVOS DE WRK-DIG-TEXTO, COM A     *
      *    MESMA LEITURA DE 8770-CONVERTER-VALOR-FILTRO (ZEROS A       *
      *    ESQUERDA, SINAL E BRANCOS NAO CONTAM).                      *
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-DIG-QTD.

           PERFORM 2115-CONTAR-UM-DIGITO
               VARYING WRK-DIG-POS FROM 1 BY 1
               UNTIL WRK-DIG-POS       GREATER   18.

      *----------------------------------------------------------------*
       2110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2115-CONTAR-UM-DIGITO           SECTION.
      *----------------------------------------------------------------*

           IF  WRK-DIG-TEXTO(WRK-DIG-POS:1) NOT NUMERIC
               GO TO 2115-99-FIM
           END-IF.

           IF  WRK-DIG-QTD             EQUAL     ZEROS
           AND WRK-DIG-TEXTO(WRK-DIG-POS:1) EQUAL '0'
               GO TO 2115-99-FIM
           END-IF.

           ADD 1                       TO  WRK-DIG-QTD.

      *----------------------------------------------------------------*
       2115-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2200-CONFERIR-CARTAO-LIMREJ     SECTION.
      *----------------------------------------------------------------*
      *    VIDE 1090-ARMAZENAR-CARTAO-LIMREJ NA CONVERSAO.             *
      *----------------------------------------------------------------*

           IF  LIM-ABSOLUTO            NOT NUMERIC
           OR  LIM-PERCENTUAL          NOT NUMERIC
           OR  LIM-AMOSTRA             NOT NUMERIC
               MOVE 'CARTAO LIMREJ COM LIMITE OU AMOSTRA NAO NUMERICO'
                                       TO WRK-PRB-MENSAGEM
               PERFORM 8100-ERRO-CARTAO
               GO TO 2200-99-FIM
           END-IF.

           IF  LIM-ABSOLUTO            EQUAL     ZEROS
           AND LIM-PERCENTUAL          EQUAL     ZEROS
               MOVE 'CARTAO LIMREJ SEM LIMITE ABSOLUTO NEM PERCENTUAL'
                                       TO WRK-PRB-MENSAGEM
               PERFORM 8100-ERRO-CARTAO
           END-IF.

           IF  LIM-PERCENTUAL          GREATER   100
               MOVE 'CARTAO LIMREJ COM PERCENTUAL ACIMA DE 100'
                                       TO WRK-PRB-MENSAGEM
               PERFORM 8100-ERRO-CARTAO
           END-IF.

      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2300-CONFERIR-CARTAO-REGRA      SECTION.
      *----------------------------------------------------------------*
      *    VIDE 8800-ARMAZENAR-CARTAO-REGRA (COPY REGRAVAL): ATE 20    *
      *    REGRAS COM NOME, OPERACAO CONHECIDA E CAMPOS DESCRITOS      *
      *    ANTES NO MACO, DE GENEROS COMPATIVEIS.                      *
      *----------------------------------------------------------------*

           ADD 1                       TO  WRK-QTD-REGRAS.

           IF  WRK-QTD-REGRAS          GREATER   20
               MOVE 'MAIS DE 20 CARTOES REGRA NO MACO'
                                       TO WRK-PRB-MENSAGEM
               PERFORM 8100-ERRO-CARTAO
           END-IF.

           IF  RGR-NOME-REGRA          EQUAL     SPACES
               MOVE 'CARTAO REGRA SEM NOME DA REGRA'
                                       TO WRK-PRB-MENSAGEM
               PERFORM 8100-ERRO-CARTAO
           END-IF.

           IF  NOT RGR-OPERACAO-SOMA
           AND NOT RGR-OPERACAO-COMPARACAO
           AND NOT RGR-OPERACAO-CONDICIONAL
               MOVE 'OPERACAO DA REGRA DIFERENTE DE SO SE EQ NE GT GE'
                                       TO WRK-PRB-MENSAGEM
               MOVE ' LT LE'           TO WRK-PRB-MENSAGEM(49:)
               PERFORM 8100-ERRO-CARTAO
               GO TO 2300-99-FIM
           END-IF.

           MOVE RGR-CAMPO-A            TO WRK-RGR-NOME-PROCURADO.
           PERFORM 2350-RESOLVER-CAMPO-REGRA.
           MOVE WRK-IDX-BUSCA          TO WRK-RGR-IDX-A.

           EVALUATE TRUE
               WHEN RGR-OPERACAO-SOMA
                   PERFORM 2310-CONFERIR-REGRA-SOMA
               WHEN RGR-OPERACAO-COMPARACAO
                   PERFORM 2320-CONFERIR-REGRA-COMPARACAO
               WHEN RGR-OPERACAO-CONDICIONAL
                   PERFORM 2330-CONFERIR-REGRA-CONDICIONAL
           END-EVALUATE.

      *----------------------------------------------------------------*
       2300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2310-CONFERIR-REGRA-SOMA        SECTION.
      *----------------------------------------------------------------*
      *    CAMPO-A + CAMPO-B = CAMPO-C: OS TRES CAMPOS NUMERICOS.      *
      *----------------------------------------------------------------*

           IF  WRK-RGR-IDX-A           GREATER   ZEROS
               IF  WRK-DIR-TIPO-TEXTO(WRK-RGR-IDX-A)
                   MOVE 'REGRA SO COM CAMPO-A TEXTO'
                                       TO WRK-PRB-MENSAGEM
                   PERFORM 8100-ERRO-CARTAO
               END-IF
           END-IF.

           MOVE RGR-CAMPO-B            TO WRK-RGR-NOME-PROCURADO.
           PERFORM 2350-RESOLVER-CAMPO-REGRA.

           IF  WRK-IDX-BUSCA           GREATER   ZEROS
               IF  WRK-DIR-TIPO-TEXTO(WRK-IDX-BUSCA)
                   MOVE 'REGRA SO COM CAMPO-B TEXTO'
                                       TO WRK-PRB-MENSAGEM
                   PERFORM 8100-ERRO-CARTAO
               END-IF
           END-IF.

           MOVE RGR-CAMPO-C            TO WRK-RGR-NOME-PROCURADO.
           PERFORM 2350-RESOLVER-CAMPO-REGRA.

           IF  WRK-IDX-BUSCA           GREATER   ZEROS
               IF  WRK-DIR-TIPO-TEXTO(WRK-IDX-BUSCA)
                   MOVE 'REGRA SO COM CAMPO-C TEXTO'
                                       TO WRK-PRB-MENSAGEM
                   PERFORM 8100-ERRO-CARTAO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       2310-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2320-CONFERIR-REGRA-COMPARACAO  SECTION.
      *----------------------------------------------------------------*
      *    CAMPO-A <OPERADOR> CAMPO-B: OS DOIS NUMERICOS OU OS DOIS    *
      *    TEXTO; TEXTO LIMITADO A 20 BYTES.                           *
      *----------------------------------------------------------------*

           MOVE RGR-CAMPO-B            TO WRK-RGR-NOME-PROCURADO.
           PERFORM 2350-RESOLVER-CAMPO-REGRA.

           IF  WRK-RGR-IDX-A           EQUAL     ZEROS
           OR  WRK-IDX-BUSCA           EQUAL     ZEROS
               GO TO 2320-99-FIM
           END-IF.

           IF  WRK-DIR-TIPO-TEXTO(WRK-RGR-IDX-A)
           AND NOT WRK-DIR-TIPO-TEXTO(WRK-IDX-BUSCA)
           OR  WRK-DIR-TIPO-TEXTO(WRK-IDX-BUSCA)
           AND NOT WRK-DIR-TIPO-TEXTO(WRK-RGR-IDX-A)
               MOVE 'REGRA COMPARA CAMPO TEXTO COM CAMPO NUMERICO'
                                       TO WRK-PRB-MENSAGEM
               PERFORM 8100-ERRO-CARTAO
               GO TO 2320-99-FIM
           END-IF.

           IF  WRK-DIR-TIPO-TEXTO(WRK-RGR-IDX-A)
               IF  WRK-DIR-TAMANHO(WRK-RGR-IDX-A) GREATER 20
               OR  WRK-DIR-TAMANHO(WRK-IDX-BUSCA) GREATER 20
                   MOVE 'REGRA COMPARA CAMPO TEXTO MAIOR QUE 20 BYTES'
                                       TO WRK-PRB-MENSAGEM
                   PERFORM 8100-ERRO-CARTAO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       2320-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2330-CONFERIR-REGRA-CONDICIONAL SECTION.
      *----------------------------------------------------------------*
      *    SE CAMPO-A = VALOR-A ENTAO CAMPO-B <OPERADOR> VALOR-B;      *
      *    CAMPO TEXTO LIMITADO A 10 BYTES (O VALOR NO CARTAO).        *
      *----------------------------------------------------------------*

           IF  NOT RGR-SE-OPERADOR-VALIDO
               MOVE 'OPERADOR DA REGRA SE DIFERENTE DE EQ NE GT GE LT'
                                       TO WRK-PRB-MENSAGEM
               MOVE ' LE'              TO WRK-PRB-MENSAGEM(49:)
               PERFORM 8100-ERRO-CARTAO
           END-IF.

           IF  WRK-RGR-IDX-A           GREATER   ZEROS
               IF  WRK-DIR-TIPO-TEXTO(WRK-RGR-IDX-A)
               AND WRK-DIR-TAMANHO(WRK-RGR-IDX-A) GREATER 10
                   MOVE 'REGRA SE COM CAMPO-A TEXTO MAIOR QUE 10 BYTES'
                                       TO WRK-PRB-MENSAGEM
                   PERFORM 8100-ERRO-CARTAO
               END-IF
           END-IF.

           MOVE RGR-SE-CAMPO-B         TO WRK-RGR-NOME-PROCURADO.
           PERFORM 2350-RESOLVER-CAMPO-REGRA.

           IF  WRK-IDX-BUSCA           GREATER   ZEROS
               IF  WRK-DIR-TIPO-TEXTO(WRK-IDX-BUSCA)
               AND WRK-DIR-TAMANHO(WRK-IDX-BUSCA) GREATER 10
                   MOVE 'REGRA SE COM CAMPO-B TEXTO MAIOR QUE 10 BYTES'
                                       TO WRK-PRB-MENSAGEM
                   PERFORM 8100-ERRO-CARTAO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       2330-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2350-RESOLVER-CAMPO-REGRA       SECTION.
      *----------------------------------------------------------------*
      *    LOCALIZA WRK-RGR-NOME-PROCURADO NO DIRETORIO; NAO ACHANDO,  *
      *    RELATA O CAMPO E DEVOLVE WRK-IDX-BUSCA ZERADO.              *
      *----------------------------------------------------------------*

           MOVE WRK-CARTAO-CAMPO       TO WRK-PRB-IMAGEM.
           MOVE WRK-RGR-NOME-PROCURADO TO CMP-NOME-CAMPO.

           PERFORM 7300-PROCURAR-CAMPO-NOMEADO.

           MOVE WRK-PRB-IMAGEM         TO WRK-CARTAO-CAMPO.

           IF  WRK-IDX-BUSCA           EQUAL     ZEROS
               MOVE 'CAMPO DA REGRA SEM CARTAO CAMPO/LAYOUT ANTERIOR:'
                                       TO WRK-PRB-MENSAGEM
               MOVE WRK-RGR-NOME-PROCURADO
                                       TO WRK-PRB-MENSAGEM(50:)
               PERFORM 8100-ERRO-CARTAO
           END-IF.

      *----------------------------------------------------------------*
       2350-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2400-CONFERIR-CARTAO-CHAVE      SECTION.
      *----------------------------------------------------------------*
      *    VIDE 1095-DESIGNAR-CHAVE-LINHAGEM NA CONVERSAO.             *
      *----------------------------------------------------------------*

           PERFORM 7300-PROCURAR-CAMPO-NOMEADO.

           IF  WRK-IDX-BUSCA           EQUAL     ZEROS
               MOVE 'CAMPO DA CHAVE SEM CARTAO CAMPO/LAYOUT ANTERIOR'
                                       TO WRK-PRB-MENSAGEM
               PERFORM 8100-ERRO-CARTAO
               GO TO 2400-99-FIM
           END-IF.

           IF  WRK-DIR-TAMANHO(WRK-IDX-BUSCA) GREATER 32
               MOVE 'CAMPO DA CHAVE MAIOR QUE 32 BYTES'
                                       TO WRK-PRB-MENSAGEM
               PERFORM 8100-ERRO-CARTAO
           END-IF.

      *----------------------------------------------------------------*
       2400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-CONFERIR-MACO-BALANCO      SECTION.
      *----------------------------------------------------------------*
      *    MACO &CARTBAL DO STEP035 (VIDE 1050-LER-CARTOES-LAYOUT NO   *
      *    LEGRBALX). MACO VAZIO (DD DUMMY) E O PASSO DESLIGADO; COM   *
      *    CARTOES, 'QUEBRA' E 'CONTAGEM' SAO OBRIGATORIOS.            *
      *----------------------------------------------------------------*

           SET WRK-MACO-BALANCO        TO TRUE.
           PERFORM 7000-PREPARAR-MACO.

           OPEN INPUT ARQCARBL.

           IF  WRK-FS-ARQCARBL         NOT EQUAL '00'
               MOVE ZEROS              TO WRK-PRB-LINHA
               MOVE SPACES             TO WRK-PRB-IMAGEM
               MOVE 'DD NAO ALOCADA - MACO DO BALANCEAMENTO NAO'
                                       TO WRK-PRB-MENSAGEM
               MOVE ' CONFERIDO'       TO WRK-PRB-MENSAGEM(43:)
               PERFORM 8130-REGISTRAR-AVISO
               GO TO 3000-99-FIM
           END-IF.

           SET WRK-CARBL-ALOCADO       TO TRUE.

           PERFORM 7010-LER-CARTAO-MACO.

           PERFORM 3010-CONFERIR-CARTAO-BALANCO
               UNTIL CMP-FIM-DOS-CARTOES.

           PERFORM 7030-CONFERIR-IGNORADOS.

           MOVE WRK-LINHA-MACO         TO WRK-LINHAS-ARQCARBL.

           CLOSE ARQCARBL.

           IF  WRK-QTD-SELECAO         EQUAL     ZEROS
               GO TO 3000-99-FIM
           END-IF.

           MOVE ZEROS                  TO WRK-PRB-LINHA.
           MOVE SPACES                 TO WRK-PRB-IMAGEM.

           IF  WRK-QTD-QUEBRAS         EQUAL     ZEROS
               MOVE 'MACO DO BALANCEAMENTO SEM CARTAO QUEBRA'
                                       TO WRK-PRB-MENSAGEM
               PERFORM 8120-REGISTRAR-ERRO
           END-IF.

           IF  WRK-QTD-CONTAGENS       EQUAL     ZEROS
               MOVE 'MACO DO BALANCEAMENTO SEM CARTAO CONTAGEM'
                                       TO WRK-PRB-MENSAGEM
               PERFORM 8120-REGISTRAR-ERRO
           END-IF.

      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3010-CONFERIR-CARTAO-BALANCO    SECTION.
      *----------------------------------------------------------------*
      *    MESMOS TIPOS DE CARTAO DE 1060-ARMAZENAR-CARTAO-CAMPO NO    *
      *    LEGRBALX.                                                   *
      *----------------------------------------------------------------*

           ADD 1                       TO  WRK-QTD-SELECAO.

           EVALUATE TRUE
               WHEN CMP-CARTAO-CAMPO
                   PERFORM 7100-CONFERIR-CARTAO-CAMPO
               WHEN CMP-CARTAO-LAYOUT
                   PERFORM 7200-CONFERIR-CARTAO-LAYOUT
               WHEN CMP-CARTAO-QUEBRA
                   PERFORM 3100-CONFERIR-CARTAO-QUEBRA
               WHEN CMP-CARTAO-CONTAGEM
                   PERFORM 3200-CONFERIR-CARTAO-CONTAGEM
               WHEN CMP-CARTAO-SOMA
                   PERFORM 3300-CONFERIR-CARTAO-SOMA
               WHEN OTHER
                   MOVE 'TIPO DE CARTAO NAO ACEITO PELO BALANCEAMENTO'
                                       TO WRK-PRB-MENSAGEM
                   PERFORM 8100-ERRO-CARTAO
           END-EVALUATE.

           PERFORM 7010-LER-CARTAO-MACO.

      *----------------------------------------------------------------*
       3010-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3100-CONFERIR-CARTAO-QUEBRA     SECTION.
      *----------------------------------------------------------------*
      *    VIDE 1080-DESIGNAR-QUEBRA NO LEGRBALX.                      *
      *----------------------------------------------------------------*

           ADD 1                       TO  WRK-QTD-QUEBRAS.

           IF  WRK-QTD-QUEBRAS         GREATER   2
               MOVE 'MAIS DE 2 CARTOES QUEBRA NO MACO'
                                       TO WRK-PRB-MENSAGEM
               PERFORM 8100-ERRO-CARTAO
           END-IF.

           PERFORM 7300-PROCURAR-CAMPO-NOMEADO.

           IF  WRK-IDX-BUSCA           EQUAL     ZEROS
               MOVE 'CAMPO DA QUEBRA SEM CARTAO CAMPO/LAYOUT ANTERIOR'
                                       TO WRK-PRB-MENSAGEM
               PERFORM 8100-ERRO-CARTAO
               GO TO 3100-99-FIM
           END-IF.

           IF  WRK-DIR-TAMANHO(WRK-IDX-BUSCA) GREATER 32
               MOVE 'CAMPO DA QUEBRA MAIOR QUE 32 BYTES'
                                       TO WRK-PRB-MENSAGEM
               PERFORM 8100-ERRO-CARTAO
           END-IF.

      *----------------------------------------------------------------*
       3100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3200-CONFERIR-CARTAO-CONTAGEM   SECTION.
      *----------------------------------------------------------------*
      *    VIDE 1081-DESIGNAR-CONTAGEM NO LEGRBALX.                    *
      *----------------------------------------------------------------*

           ADD 1                       TO  WRK-QTD-CONTAGENS.

           IF  WRK-QTD-CONTAGENS       GREATER   1
               MOVE 'MAIS DE UM CARTAO CONTAGEM NO MACO'
                                       TO WRK-PRB-MENSAGEM
               PERFORM 8100-ERRO-CARTAO
           END-IF.

           PERFORM 7300-PROCURAR-CAMPO-NOMEADO.

           IF  WRK-IDX-BUSCA           EQUAL     ZEROS
               MOVE 'CAMPO DA CONTAGEM SEM CARTAO CAMPO/LAYOUT'
                                       TO WRK-PRB-MENSAGEM
               MOVE ' ANTERIOR'        TO WRK-PRB-MENSAGEM(42:)
               PERFORM 8100-ERRO-CARTAO
               GO TO 3200-99-FIM
           END-IF.

           IF  WRK-DIR-TIPO-TEXTO(WRK-IDX-BUSCA)
               MOVE 'CAMPO DA CONTAGEM E TEXTO - DEVE SER P OU Z'
                                       TO WRK-PRB-MENSAGEM
               PERFORM 8100-ERRO-CARTAO
           END-IF.

      *----------------------------------------------------------------*
       3200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3300-CONFERIR-CARTAO-SOMA       SECTION.
      *----------------------------------------------------------------*
      *    VIDE 1082-DESIGNAR-SOMA NO LEGRBALX.                        *
      *----------------------------------------------------------------*

           ADD 1                       TO  WRK-QTD-SOMAS.

           IF  WRK-QTD-SOMAS           GREATER   5
               MOVE 'MAIS DE 5 CARTOES SOMA NO MACO'
                                       TO WRK-PRB-MENSAGEM
               PERFORM 8100-ERRO-CARTAO
           END-IF.

           IF  SOM-CASAS               NOT EQUAL SPACE
           AND SOM-CASAS               NOT EQUAL '0'
           AND SOM-CASAS               NOT EQUAL '1'
           AND SOM-CASAS               NOT EQUAL '2'
               MOVE 'CASAS DECIMAIS DA SOMA (POSICAO 29) FORA DE 0-2'
                                       TO WRK-PRB-MENSAGEM
               PERFORM 8100-ERRO-CARTAO
           END-IF.

           PERFORM 7300-PROCURAR-CAMPO-NOMEADO.

           IF  WRK-IDX-BUSCA           EQUAL     ZEROS
               MOVE 'CAMPO DA SOMA SEM CARTAO CAMPO/LAYOUT ANTERIOR'
                                       TO WRK-PRB-MENSAGEM
               PERFORM 8100-ERRO-CARTAO
               GO TO 3300-99-FIM
           END-IF.

           IF  WRK-DIR-TIPO-TEXTO(WRK-IDX-BUSCA)
               MOVE 'CAMPO DA SOMA E TEXTO - DEVE SER P OU Z'
                                       TO WRK-PRB-MENSAGEM
               PERFORM 8100-ERRO-CARTAO
           END-IF.

      *----------------------------------------------------------------*
       3300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4000-CONFERIR-TABELA-REF        SECTION.
      *----------------------------------------------------------------*
      *    MESMA CONFERENCIA DE 1320-ARMAZENAR-TABREF NA CONVERSAO:    *
      *    CHAVE NAO MAIOR QUE A ANTERIOR (FORA DE ORDEM OU DUPLICADA) *
      *    E TABELA ACIMA DE 5000 CHAVES DERRUBAM A NOITE. A AUSENCIA  *
      *    DA DD (OU DD DUMMY) E A OPCAO DESLIGADA.                    *
      *----------------------------------------------------------------*

           OPEN INPUT ARQTABRF.

           IF  WRK-FS-ARQTABRF         NOT EQUAL '00'
               GO TO 4000-99-FIM
           END-IF.

           SET WRK-TABRF-ALOCADO       TO TRUE.

           MOVE 'ARQTABRF'             TO WRK-PRB-ORIGEM.

           PERFORM 4010-LER-ARQTABRF.

           PERFORM 4020-CONFERIR-CHAVE-TABREF
               UNTIL WRK-FS-ARQTABRF   EQUAL     '10'.

           CLOSE ARQTABRF.

      *----------------------------------------------------------------*
       4000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4010-LER-ARQTABRF               SECTION.
      *----------------------------------------------------------------*

           READ ARQTABRF               INTO WRK-REGISTRO-TABREF.

           IF  WRK-FS-ARQTABRF         EQUAL     '10'
               GO TO 4010-99-FIM
           END-IF.

           IF  WRK-FS-ARQTABRF         NOT EQUAL '00'
               MOVE 'ARQTABRF'         TO WRK-NOME-ARQUIVO
               MOVE WRK-FS-ARQTABRF    TO WRK-FILE-STATUS
               PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

           ADD 1                       TO  WRK-LIDOS-ARQTABRF.

      *----------------------------------------------------------------*
       4010-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4020-CONFERIR-CHAVE-TABREF      SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-LIDOS-ARQTABRF     TO WRK-PRB-LINHA.
           MOVE WRK-REGISTRO-TABREF    TO WRK-PRB-IMAGEM.

           IF  TRF-CHAVE               EQUAL     WRK-TRF-CHAVE-ANTERIOR
               MOVE 'CHAVE DUPLICADA NA TABELA DE REFERENCIA'
                                       TO WRK-PRB-MENSAGEM
               PERFORM 8120-REGISTRAR-ERRO
           ELSE
               IF  TRF-CHAVE           LESS      WRK-TRF-CHAVE-ANTERIOR
                   MOVE 'CHAVE FORA DE ORDEM NA TABELA DE REFERENCIA'
                                       TO WRK-PRB-MENSAGEM
                   PERFORM 8120-REGISTRAR-ERRO
               END-IF
           END-IF.

           IF  WRK-LIDOS-ARQTABRF      EQUAL     5001
               MOVE 'TABELA DE REFERENCIA ACIMA DO LIMITE DE 5000'
                                       TO WRK-PRB-MENSAGEM
               MOVE ' CHAVES'          TO WRK-PRB-MENSAGEM(45:)
               PERFORM 8120-REGISTRAR-ERRO
           END-IF.

           MOVE TRF-CHAVE              TO WRK-TRF-CHAVE-ANTERIOR.

           PERFORM 4010-LER-ARQTABRF.

      *----------------------------------------------------------------*
       4020-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5000-CONFERIR-CALENDARIO        SECTION.
      *----------------------------------------------------------------*
      *    MESMA CONFERENCIA DE 1360/1370 NA CONVERSAO (DATA NAO       *
      *    NUMERICA, FORA DE ORDEM, DUPLICADA, MAIS DE 1000 DIAS) MAIS *
      *    A DATA IMPOSSIVEL, QUE A NOITE ACEITA CALADA (AVISO). NO    *
      *    FIM, A COBERTURA DA DATA DA NOITE: SEM DIA UTIL ATE ELA A   *
      *    CONVERSAO CANCELA (9450); CALENDARIO QUE TERMINA ANTES DELA *
      *    FAZ A NOITE ESPERAR UM DIA UTIL VELHO E RECUSAR O FEED DO   *
      *    DIA COM RC 7. A AUSENCIA DA DD (OU DD DUMMY) E A OPCAO      *
      *    DESLIGADA.                                                  *
      *----------------------------------------------------------------*

           OPEN INPUT ARQCALEN.

           IF  WRK-FS-ARQCALEN         NOT EQUAL '00'
               GO TO 5000-99-FIM
           END-IF.

           SET WRK-CALEN-ALOCADO       TO TRUE.

           MOVE 'ARQCALEN'             TO WRK-PRB-ORIGEM.

           PERFORM 5010-LER-ARQCALEN.

           PERFORM 5020-CONFERIR-DIA-UTIL
               UNTIL WRK-FS-ARQCALEN   EQUAL     '10'.

           CLOSE ARQCALEN.

           PERFORM 5030-CONFERIR-COBERTURA.

      *----------------------------------------------------------------*
       5000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5010-LER-ARQCALEN               SECTION.
      *----------------------------------------------------------------*

           READ ARQCALEN.

           IF  WRK-FS-ARQCALEN         EQUAL     '10'
               GO TO 5010-99-FIM
           END-IF.

           IF  WRK-FS-ARQCALEN         NOT EQUAL '00'
               MOVE 'ARQCALEN'         TO WRK-NOME-ARQUIVO
               MOVE WRK-FS-ARQCALEN    TO WRK-FILE-STATUS
               PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

           ADD 1                       TO  WRK-LIDOS-ARQCALEN.

      *----------------------------------------------------------------*
       5010-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5020-CONFERIR-DIA-UTIL          SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-LIDOS-ARQCALEN     TO WRK-PRB-LINHA.
           MOVE FD-ARQCALEN            TO WRK-PRB-IMAGEM.

           IF  FD-ARQCALEN(1:8)        NOT NUMERIC
               MOVE 'DATA NAO NUMERICA NO CALENDARIO (POSICOES 1-8)'
                                       TO WRK-PRB-MENSAGEM
               PERFORM 8120-REGISTRAR-ERRO
               GO TO 5020-90-LER
           END-IF.

           MOVE FD-ARQCALEN(1:8)       TO WRK-CAL-DATA-LIDA.

           IF  WRK-CAL-DATA-LIDA       EQUAL     WRK-CAL-DATA-ANTERIOR
               MOVE 'DIA DUPLICADO NO CALENDARIO'
                                       TO WRK-PRB-MENSAGEM
               PERFORM 8120-REGISTRAR-ERRO
           ELSE
               IF  WRK-CAL-DATA-LIDA   LESS      WRK-CAL-DATA-ANTERIOR
                   MOVE 'DIA FORA DE ORDEM ASCENDENTE NO CALENDARIO'
                                       TO WRK-PRB-MENSAGEM
                   PERFORM 8120-REGISTRAR-ERRO
               END-IF
           END-IF.

           ADD 1                       TO  WRK-CAL-QTD.

           IF  WRK-CAL-QTD             EQUAL     1001
               MOVE 'CALENDARIO ACIMA DO LIMITE DE 1000 DIAS UTEIS'
                                       TO WRK-PRB-MENSAGEM
               PERFORM 8120-REGISTRAR-ERRO
           END-IF.

      *    DATA IMPOSSIVEL NAO CONTA PARA A COBERTURA DA NOITE.
           MOVE WRK-CAL-DATA-LIDA      TO WRK-CNV-DATA.
           PERFORM 8520-VALIDAR-DATA.

           IF  NOT WRK-CNV-DATA-VALIDA
               MOVE 'DATA INEXISTENTE NO CALENDARIO'
                                       TO WRK-PRB-MENSAGEM
               PERFORM 8130-REGISTRAR-AVISO
               MOVE WRK-CAL-DATA-LIDA  TO WRK-CAL-DATA-ANTERIOR
               GO TO 5020-90-LER
           END-IF.

           IF  WRK-CAL-DATA-LIDA       GREATER   WRK-CAL-ULTIMO-DIA
               MOVE WRK-CAL-DATA-LIDA  TO WRK-CAL-ULTIMO-DIA
           END-IF.

           IF  WRK-CAL-DATA-LIDA       NOT GREATER WRK-DATA-NOITE
           AND WRK-CAL-DATA-LIDA       GREATER   WRK-CAL-DIA-ESPERADO
               MOVE WRK-CAL-DATA-LIDA  TO WRK-CAL-DIA-ESPERADO
           END-IF.

           MOVE WRK-CAL-DATA-LIDA      TO WRK-CAL-DATA-ANTERIOR.

       5020-90-LER.

           PERFORM 5010-LER-ARQCALEN.

      *----------------------------------------------------------------*
       5020-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5030-CONFERIR-COBERTURA         SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-PRB-LINHA.
           MOVE SPACES                 TO WRK-PRB-IMAGEM.

           STRING 'DATA DA NOITE '     DELIMITED BY SIZE
                  WRK-DATA-NOITE       DELIMITED BY SIZE
                  ' - ULTIMO DIA UTIL DO CALENDARIO '
                                       DELIMITED BY SIZE
                  WRK-CAL-ULTIMO-DIA   DELIMITED BY SIZE
             INTO WRK-PRB-IMAGEM
           END-STRING.

           IF  WRK-CAL-QTD             EQUAL     ZEROS
               MOVE 'CALENDARIO ALOCADO SEM NENHUM DIA UTIL'
                                       TO WRK-PRB-MENSAGEM
               PERFORM 8120-REGISTRAR-ERRO
               GO TO 5030-99-FIM
           END-IF.

           IF  WRK-CAL-DIA-ESPERADO    EQUAL     ZEROS
               MOVE 'NENHUM DIA UTIL ATE A DATA DA NOITE - A CONVERSAO'
                                       TO WRK-PRB-MENSAGEM
               MOVE ' CANCELA'         TO WRK-PRB-MENSAGEM(50:)
               PERFORM 8120-REGISTRAR-ERRO
               GO TO 5030-99-FIM
           END-IF.

           IF  WRK-CAL-ULTIMO-DIA      LESS      WRK-DATA-NOITE
               MOVE 'CALENDARIO NAO COBRE A DATA DA NOITE - FEED DO DIA'
                                       TO WRK-PRB-MENSAGEM
               MOVE ' RECUSADO COM RC 7'
                                       TO WRK-PRB-MENSAGEM(51:)
               PERFORM 8120-REGISTRAR-ERRO
           END-IF.

      *----------------------------------------------------------------*
       5030-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6000-CONFERIR-REGISTRO-FEED     SECTION.
      *----------------------------------------------------------------*
      *    O ARQFEEDR CRESCE UMA LINHA POR EXECUCAO DA CONVERSAO (VIDE *
      *    9090-REGISTRAR-FEED) ATE O EXPURGO (LEGRPURG); A ALOCACAO   *
      *    CHEIA DERRUBA A NOITE NO OPEN EXTEND. COM O CARTAO 'FEEDR', *
      *    A OCUPACAO NO LIMITE (OU SEM LUGAR PARA A LINHA DA NOITE) E *
      *    ERRO; SEM ELE, SO AVISO DE QUE A OCUPACAO NAO FOI MEDIDA.   *
      *    LINHA FORA DO LAYOUT E AVISO - A GUARDA DA NOITE A IGNORA.  *
      *----------------------------------------------------------------*

           OPEN INPUT ARQFEEDR.

           IF  WRK-FS-ARQFEEDR         NOT EQUAL '00'
               GO TO 6000-99-FIM
           END-IF.

           SET WRK-FEEDR-ALOCADO       TO TRUE.

           MOVE 'ARQFEEDR'             TO WRK-PRB-ORIGEM.

           PERFORM 6010-LER-ARQFEEDR.

           PERFORM 6020-CONFERIR-LINHA-FEED
               UNTIL WRK-FS-ARQFEEDR   EQUAL     '10'.

           CLOSE ARQFEEDR.

           PERFORM 6030-CONFERIR-OCUPACAO.

      *----------------------------------------------------------------*
       6000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6010-LER-ARQFEEDR               SECTION.
      *----------------------------------------------------------------*

           READ ARQFEEDR               INTO WRK-LINHA-REGISTRO-FEED.

           IF  WRK-FS-ARQFEEDR         EQUAL     '10'
               GO TO 6010-99-FIM
           END-IF.

           IF  WRK-FS-ARQFEEDR         NOT EQUAL '00'
               MOVE 'ARQFEEDR'         TO WRK-NOME-ARQUIVO
               MOVE WRK-FS-ARQFEEDR    TO WRK-FILE-STATUS
               PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

           ADD 1                       TO  WRK-LIDOS-ARQFEEDR.

      *----------------------------------------------------------------*
       6010-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6020-CONFERIR-LINHA-FEED        SECTION.
      *----------------------------------------------------------------*

           IF  REG-PGMID               EQUAL     SPACES
           OR  REG-DATA-RUN            NOT NUMERIC
           OR  REG-QTD-FISICA          NOT NUMERIC
           OR  REG-HASH                NOT NUMERIC
           OR  REG-DATA-HEADER         NOT NUMERIC
               MOVE WRK-LIDOS-ARQFEEDR TO WRK-PRB-LINHA
               MOVE WRK-LINHA-REGISTRO-FEED
                                       TO WRK-PRB-IMAGEM
               MOVE 'LINHA DO REGISTRO DE FEEDS FORA DO LAYOUT'
                                       TO WRK-PRB-MENSAGEM
               PERFORM 8130-REGISTRAR-AVISO
           END-IF.

           PERFORM 6010-LER-ARQFEEDR.

      *----------------------------------------------------------------*
       6020-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6030-CONFERIR-OCUPACAO          SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-PRB-LINHA.
           MOVE SPACES                 TO WRK-PRB-IMAGEM.

           IF  NOT WRK-CAPACIDADE-INFORMADA
               MOVE 'SEM CARTAO FEEDR - OCUPACAO DO ARQFEEDR NAO MEDIDA'
                                       TO WRK-PRB-MENSAGEM
               PERFORM 8130-REGISTRAR-AVISO
               GO TO 6030-99-FIM
           END-IF.

           COMPUTE WRK-OCUPACAO-FEEDR =
               (WRK-LIDOS-ARQFEEDR * 100) / WRK-CAPACIDADE-FEEDR.

           MOVE WRK-LIDOS-ARQFEEDR     TO WRK-LINHAS-FEEDR.

           STRING 'LINHAS '            DELIMITED BY SIZE
                  WRK-LINHAS-FEEDR     DELIMITED BY SIZE
                  ' - CAPACIDADE '     DELIMITED BY SIZE
                  WRK-CAPACIDADE-FEEDR DELIMITED BY SIZE
                  ' - OCUPACAO '       DELIMITED BY SIZE
                  WRK-OCUPACAO-FEEDR   DELIMITED BY SIZE
                  '% - LIMITE '        DELIMITED BY SIZE
                  WRK-PERCENTUAL-FEEDR DELIMITED BY SIZE
                  '%'                  DELIMITED BY SIZE
             INTO WRK-PRB-IMAGEM
           END-STRING.

           IF  WRK-LIDOS-ARQFEEDR      NOT LESS  WRK-CAPACIDADE-FEEDR
               MOVE 'ARQFEEDR SEM LUGAR PARA A LINHA DA NOITE -'
                                       TO WRK-PRB-MENSAGEM
               MOVE ' EXPURGAR (LEGRPURG)'
                                       TO WRK-PRB-MENSAGEM(43:)
               PERFORM 8120-REGISTRAR-ERRO
               GO TO 6030-99-FIM
           END-IF.

           IF  WRK-OCUPACAO-FEEDR      NOT LESS  WRK-PERCENTUAL-FEEDR
               MOVE 'ARQFEEDR NO LIMITE DE OCUPACAO - EXPURGAR'
                                       TO WRK-PRB-MENSAGEM
               MOVE ' (LEGRPURG)'      TO WRK-PRB-MENSAGEM(42:)
               PERFORM 8120-REGISTRAR-ERRO
           END-IF.

      *----------------------------------------------------------------*
       6030-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7000-PREPARAR-MACO              SECTION.
      *----------------------------------------------------------------*
      *    CADA MACO COMECA COM O DIRETORIO DE CAMPOS E AS CONTAGENS   *
      *    ZERADOS, COMO NUM PROGRAMA NOVO.                            *
      *----------------------------------------------------------------*

           IF  WRK-MACO-CONVERSAO
               MOVE 'ARQCARCV'         TO WRK-PRB-ORIGEM
           ELSE
               MOVE 'ARQCARBL'         TO WRK-PRB-ORIGEM
           END-IF.

           MOVE ZEROS                  TO WRK-QTD-CAMPOS
                                          WRK-LINHA-MACO
                                          WRK-QTD-FILTROS
                                          WRK-QTD-REGRAS
                                          WRK-QTD-QUEBRAS
                                          WRK-QTD-CONTAGENS
                                          WRK-QTD-SOMAS
                                          WRK-QTD-SELECAO.
           MOVE 'N'                    TO WRK-SW-MACO-ESGOTADO
                                          WRK-SW-DIC-CARREGADO.
           MOVE SPACES                 TO WRK-CARTAO-CAMPO.
           MOVE 'FIM'                  TO CMP-TIPO-CARTAO.

      *----------------------------------------------------------------*
       7000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7010-LER-CARTAO-MACO            SECTION.
      *----------------------------------------------------------------*
      *    O CARTAO E PRE-CARREGADO COM 'FIM' ANTES DE CADA LEITURA,   *
      *    DE MODO QUE TANTO O CARTAO TERMINADOR QUANTO O FIM FISICO   *
      *    DO MACO (OU UM CARTAO EM BRANCO) ENCERRAM A CONFERENCIA -   *
      *    A MESMA REGRA DO ACCEPT NOS PROGRAMAS DA CADEIA.            *
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-CARTAO-CAMPO
                                          WRK-CARTAO-LIDO.
           MOVE 'FIM'                  TO CMP-TIPO-CARTAO.

           IF  WRK-MACO-CONVERSAO
               READ ARQCARCV           INTO WRK-CARTAO-LIDO
               MOVE WRK-FS-ARQCARCV    TO WRK-FS-MACO
           ELSE
               READ ARQCARBL           INTO WRK-CARTAO-LIDO
               MOVE WRK-FS-ARQCARBL    TO WRK-FS-MACO
           END-IF.

           IF  WRK-FS-MACO             EQUAL     '10'
               SET WRK-MACO-ESGOTADO   TO TRUE
               GO TO 7010-99-FIM
           END-IF.

           IF  WRK-FS-MACO             NOT EQUAL '00'
               MOVE WRK-PRB-ORIGEM     TO WRK-NOME-ARQUIVO
               MOVE WRK-FS-MACO        TO WRK-FILE-STATUS
               PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

           ADD 1                       TO  WRK-LINHA-MACO.

           IF  WRK-CARTAO-LIDO         NOT EQUAL SPACES
               MOVE WRK-CARTAO-LIDO    TO WRK-CARTAO-CAMPO
           END-IF.

      *----------------------------------------------------------------*
       7010-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7030-CONFERIR-IGNORADOS         SECTION.
      *----------------------------------------------------------------*
      *    DEPOIS DO 'FIM' (OU DO CARTAO EM BRANCO) A NOITE NAO LE     *
      *    MAIS NADA: CADA CARTAO QUE SOBRA NO MACO E AVISADO NA SUA   *
      *    LINHA, COMO PROVAVEL FIM DE MACO FORA DO LUGAR.             *
      *----------------------------------------------------------------*

           PERFORM 7035-AVISAR-IGNORADO
               UNTIL WRK-MACO-ESGOTADO.

      *----------------------------------------------------------------*
       7030-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7035-AVISAR-IGNORADO            SECTION.
      *----------------------------------------------------------------*

           PERFORM 7010-LER-CARTAO-MACO.

           IF  WRK-MACO-ESGOTADO
           OR  WRK-CARTAO-LIDO         EQUAL     SPACES
               GO TO 7035-99-FIM
           END-IF.

           MOVE 'CARTAO APOS O FIM DO MACO - IGNORADO PELA NOITE'
                                       TO WRK-PRB-MENSAGEM.
           PERFORM 8110-AVISO-CARTAO.

      *----------------------------------------------------------------*
       7035-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7100-CONFERIR-CARTAO-CAMPO      SECTION.
      *----------------------------------------------------------------*
      *    MESMA CRITICA DE 1075-ARMAZENAR-CARTAO-CAMPO NOS PROGRAMAS: *
      *    OFFSET/TAMANHO NUMERICOS E DENTRO DO REGISTRO DE CADA PASSO *
      *    QUE LE O MACO, TAMANHO COMPATIVEL COM O TIPO (PACKED ATE 8, *
      *    ZONADO ATE 15) E NO MAXIMO 50 CAMPOS. O CAMPO ENTRA NO      *
      *    DIRETORIO MESMO COM ERRO, PARA OS CARTOES SEGUINTES QUE O   *
      *    NOMEIAM NAO GERAREM ERROS EM CASCATA.                       *
      *----------------------------------------------------------------*

           IF  CMP-OFFSET              NOT NUMERIC
           OR  CMP-TAMANHO             NOT NUMERIC
               MOVE 'CARTAO CAMPO COM OFFSET OU TAMANHO NAO NUMERICO'
                                       TO WRK-PRB-MENSAGEM
               PERFORM 8100-ERRO-CARTAO
               GO TO 7100-80-DIRETORIO
           END-IF.

           IF  CMP-OFFSET              EQUAL     ZEROS
           OR  CMP-TAMANHO             EQUAL     ZEROS
               MOVE 'CARTAO CAMPO COM OFFSET OU TAMANHO ZERO'
                                       TO WRK-PRB-MENSAGEM
               PERFORM 8100-ERRO-CARTAO
           END-IF.

           IF  WRK-MACO-CONVERSAO
               IF  CMP-OFFSET + CMP-TAMANHO - 1
                                       GREATER   WRK-LRECL-PD
                   MOVE 'CAMPO ALEM DO REGISTRO PACKED DO STEP010'
                                       TO WRK-PRB-MENSAGEM
                   MOVE ' (LRECL'      TO WRK-PRB-MENSAGEM(41:)
                   MOVE WRK-LRECL-PD   TO WRK-PRB-MENSAGEM(49:5)
                   MOVE ')'            TO WRK-PRB-MENSAGEM(54:)
                   PERFORM 8100-ERRO-CARTAO
               END-IF
               IF  CMP-OFFSET + CMP-TAMANHO - 1
                                       GREATER   WRK-LRECL-ZD
                   MOVE 'CAMPO ALEM DO REGISTRO ZONADO DO STEP020'
                                       TO WRK-PRB-MENSAGEM
                   MOVE ' (LRECL'      TO WRK-PRB-MENSAGEM(41:)
                   MOVE WRK-LRECL-ZD   TO WRK-PRB-MENSAGEM(49:5)
                   MOVE ')'            TO WRK-PRB-MENSAGEM(54:)
                   PERFORM 8100-ERRO-CARTAO
               END-IF
           ELSE
               IF  WRK-CTLEX-INFORMADO
               AND CMP-OFFSET + CMP-TAMANHO - 1
                                       GREATER   WRK-LRECL-CTLEX
                   MOVE 'CAMPO ALEM DO REGISTRO DO ARQCTLEX DO STEP035'
                                       TO WRK-PRB-MENSAGEM
                   MOVE ' (LRECL'      TO WRK-PRB-MENSAGEM(46:)
                   MOVE WRK-LRECL-CTLEX
                                       TO WRK-PRB-MENSAGEM(54:5)
                   MOVE ')'            TO WRK-PRB-MENSAGEM(59:)
                   PERFORM 8100-ERRO-CARTAO
               END-IF
           END-IF.

           IF  CMP-TIPO-PACKED
           AND CMP-TAMANHO             GREATER   8
               MOVE 'CAMPO PACKED COM MAIS DE 8 BYTES'
                                       TO WRK-PRB-MENSAGEM
               PERFORM 8100-ERRO-CARTAO
           END-IF.

           IF  CMP-TIPO-ZONADO
           AND CMP-TAMANHO             GREATER   15
               MOVE 'CAMPO ZONADO COM MAIS DE 15 BYTES'
                                       TO WRK-PRB-MENSAGEM
               PERFORM 8100-ERRO-CARTAO
           END-IF.

           IF  NOT CMP-TIPO-PACKED
           AND NOT CMP-TIPO-ZONADO
           AND NOT CMP-TIPO-TEXTO
               MOVE 'TIPO DO CAMPO DIFERENTE DE P, Z OU X'
                                       TO WRK-PRB-MENSAGEM
               PERFORM 8100-ERRO-CARTAO
           END-IF.

       7100-80-DIRETORIO.

           PERFORM 7150-INCLUIR-DIRETORIO.

      *----------------------------------------------------------------*
       7100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7150-INCLUIR-DIRETORIO          SECTION.
      *----------------------------------------------------------------*
      *    NOME JA PRESENTE NO DIRETORIO E SUBSTITUIDO NO LUGAR - O    *
      *    CARTAO DIGITADO PREVALECE SOBRE O 'LAYOUT' (COPY DICCARGA). *
      *    OFFSET/TAMANHO NAO NUMERICOS ENTRAM ZERADOS.                *
      *----------------------------------------------------------------*

           PERFORM 8910-PROCURAR-CAMPO-DIR.

           IF  WRK-DIC-CAMPO-ACHADO
               SET WRK-IDX-DIR         TO        WRK-DIC-IDX-ACHADO
           ELSE
               IF  WRK-QTD-CAMPOS      NOT LESS  50
                   MOVE 'MAIS DE 50 CAMPOS NO MACO (CAMPO + LAYOUT)'
                                       TO WRK-PRB-MENSAGEM
                   PERFORM 8100-ERRO-CARTAO
                   GO TO 7150-99-FIM
               END-IF
               ADD 1                   TO  WRK-QTD-CAMPOS
               SET WRK-IDX-DIR         TO        WRK-QTD-CAMPOS
           END-IF.

           MOVE CMP-NOME-CAMPO         TO WRK-DIR-NOME(WRK-IDX-DIR).
           MOVE CMP-TIPO-CAMPO         TO WRK-DIR-TIPO(WRK-IDX-DIR).
           MOVE ZEROS                  TO WRK-DIR-CONTADOR(WRK-IDX-DIR).

           IF  CMP-OFFSET              NUMERIC
           AND CMP-TAMANHO             NUMERIC
               MOVE CMP-OFFSET         TO WRK-DIR-OFFSET(WRK-IDX-DIR)
               MOVE CMP-TAMANHO        TO WRK-DIR-TAMANHO(WRK-IDX-DIR)
           ELSE
               MOVE ZEROS              TO WRK-DIR-OFFSET(WRK-IDX-DIR)
                                          WRK-DIR-TAMANHO(WRK-IDX-DIR)
           END-IF.

      *----------------------------------------------------------------*
       7150-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7200-CONFERIR-CARTAO-LAYOUT     SECTION.
      *----------------------------------------------------------------*
      *    AS CONDICOES QUE A ROTINA PADRAO (COPY DICCARGA) TRATA      *
      *    COMO ERRO DE CARTAO OU DE ARQUIVO SAO CONFERIDAS ANTES,     *
      *    COM MENSAGEM PROPRIA; O QUE SOBRA PARA A 9300 (ENTRADA DO   *
      *    BOOK ILEGIVEL, BOOK SEM ENTRADAS) VAI COM A MENSAGEM        *
      *    PREPARADA AQUI. CADA CAMPO CARREGADO PASSA PELA CRITICA DO  *
      *    CARTAO 'CAMPO', NA LINHA DO CARTAO 'LAYOUT'.                *
      *----------------------------------------------------------------*

           IF  WRK-DIC-CARREGADO
               MOVE 'MAIS DE UM CARTAO LAYOUT NO MACO'
                                       TO WRK-PRB-MENSAGEM
               PERFORM 8100-ERRO-CARTAO
               GO TO 7200-99-FIM
           END-IF.

           IF  CMP-NOME-CAMPO          EQUAL     SPACES
           OR  CMP-NOME-CAMPO(9:12)    NOT EQUAL SPACES
               MOVE 'NOME DO BOOK DO CARTAO LAYOUT VAZIO OU COM MAIS'
                                       TO WRK-PRB-MENSAGEM
               MOVE ' DE 8 POSICOES'   TO WRK-PRB-MENSAGEM(48:)
               PERFORM 8100-ERRO-CARTAO
               GO TO 7200-99-FIM
           END-IF.

           OPEN INPUT ARQDICIO.

           IF  WRK-FS-ARQDICIO         NOT EQUAL '00'
               MOVE 'CARTAO LAYOUT SEM O DICIONARIO (ARQDICIO) ALOCADO'
                                       TO WRK-PRB-MENSAGEM
               PERFORM 8100-ERRO-CARTAO
               GO TO 7200-99-FIM
           END-IF.

           CLOSE ARQDICIO.

           MOVE WRK-CARTAO-CAMPO       TO WRK-CARTAO-LAYOUT.

           SET WRK-IMAGEM-DICIONARIO   TO TRUE.
           MOVE 'N'                    TO WRK-SW-ENTRADA-REJEITADA.
           MOVE 'ENTRADA DO BOOK NO ARQDICIO COM OFFSET OU TAMANHO'
                                       TO WRK-MENSAGEM-DICIO.
           MOVE ' NAO NUMERICO'        TO WRK-MENSAGEM-DICIO(50:).

           PERFORM 8900-ABRIR-DICIONARIO.

           PERFORM 7210-INCLUIR-CAMPO-LAYOUT
               UNTIL WRK-DIC-FIM.

           MOVE 'N'                    TO WRK-SW-IMAGEM-DICIO.
           MOVE 'BOOK SEM NENHUMA ENTRADA NO DICIONARIO (ARQDICIO)'
                                       TO WRK-MENSAGEM-DICIO.

           PERFORM 8930-FECHAR-DICIONARIO.

      *----------------------------------------------------------------*
       7200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7210-INCLUIR-CAMPO-LAYOUT       SECTION.
      *----------------------------------------------------------------*
      *    ENTRADA JA RELATADA PELA ROTINA PADRAO ENTRA NO DIRETORIO   *
      *    SEM PASSAR DE NOVO PELA CRITICA DO CARTAO 'CAMPO'.          *
      *----------------------------------------------------------------*

           PERFORM 8910-PROCURAR-CAMPO-DIR.

           IF  WRK-DIC-CAMPO-ACHADO
               ADD 1                   TO WRK-DIC-PREEXISTENTES
           ELSE
               IF  WRK-ENTRADA-REJEITADA
               AND WRK-REGISTRO-DICIO  EQUAL     WRK-DIC-REJEITADO
                   PERFORM 7150-INCLUIR-DIRETORIO
               ELSE
                   PERFORM 7100-CONFERIR-CARTAO-CAMPO
               END-IF
               ADD 1                   TO WRK-DIC-CARREGADOS
           END-IF.

           MOVE 'N'                    TO WRK-SW-ENTRADA-REJEITADA.

           PERFORM 8920-LER-DICIONARIO.

      *----------------------------------------------------------------*
       7210-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7300-PROCURAR-CAMPO-NOMEADO     SECTION.
      *----------------------------------------------------------------*
      *    LOCALIZA NO DIRETORIO O CAMPO NOMEADO PELO CARTAO CORRENTE  *
      *    - O INDICE ACHADO SAI EM WRK-IDX-BUSCA, ZERO QUANDO NAO HA. *
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-IDX-BUSCA.

           PERFORM 7310-COMPARAR-NOME
               VARYING WRK-IDX-DIR FROM 1 BY 1
               UNTIL WRK-IDX-DIR       GREATER   WRK-QTD-CAMPOS
                  OR WRK-IDX-BUSCA     GREATER   ZEROS.

      *----------------------------------------------------------------*
       7300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7310-COMPARAR-NOME              SECTION.
      *----------------------------------------------------------------*

           IF  WRK-DIR-NOME(WRK-IDX-DIR) EQUAL CMP-NOME-CAMPO
               SET WRK-IDX-BUSCA       TO WRK-IDX-DIR
           END-IF.

      *----------------------------------------------------------------*
       7310-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       8100-ERRO-CARTAO                SECTION.
      *----------------------------------------------------------------*
      *    PROBLEMA NO CARTAO CORRENTE DO MACO: LINHA DO MACO E        *
      *    IMAGEM DO CARTAO (NA EXPANSAO DE UM 'LAYOUT', A LINHA DO    *
      *    CARTAO 'LAYOUT' E A ENTRADA DO BOOK EM FORMA DE CARTAO).    *
      *----------------------------------------------------------------*

           MOVE WRK-LINHA-MACO         TO WRK-PRB-LINHA.
           MOVE WRK-CARTAO-CAMPO       TO WRK-PRB-IMAGEM.

           PERFORM 8120-REGISTRAR-ERRO.

      *----------------------------------------------------------------*
       8100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       8110-AVISO-CARTAO               SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-LINHA-MACO         TO WRK-PRB-LINHA.
           MOVE WRK-CARTAO-LIDO        TO WRK-PRB-IMAGEM.

           PERFORM 8130-REGISTRAR-AVISO.

      *----------------------------------------------------------------*
       8110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       8120-REGISTRAR-ERRO             SECTION.
      *----------------------------------------------------------------*
      *    ERRO: O QUE DERRUBARIA (OU FALSEARIA) A NOITE - BLOQUEIA A  *
      *    CADEIA (RC 8).                                              *
      *----------------------------------------------------------------*

           MOVE 'ERRO '                TO WRK-PRB-SEVERIDADE.
           ADD 1                       TO  WRK-QTD-ERROS.

           PERFORM 8150-GRAVAR-PROBLEMA.

      *----------------------------------------------------------------*
       8120-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       8130-REGISTRAR-AVISO            SECTION.
      *----------------------------------------------------------------*
      *    AVISO: A NOITE RODA, MAS A CONFIGURACAO MERECE OLHO (RC 4). *
      *----------------------------------------------------------------*

           MOVE 'AVISO'                TO WRK-PRB-SEVERIDADE.
           ADD 1                       TO  WRK-QTD-AVISOS.

           PERFORM 8150-GRAVAR-PROBLEMA.

      *----------------------------------------------------------------*
       8130-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       8150-GRAVAR-PROBLEMA            SECTION.
      *----------------------------------------------------------------*
      *    UMA LINHA POR PROBLEMA E, QUANDO HA, A IMAGEM DA LINHA QUE  *
      *    O CAUSOU LOGO ABAIXO.                                       *
      *----------------------------------------------------------------*

           MOVE WRK-PRB-SEVERIDADE     TO WRK-REL-SEVERIDADE.
           MOVE WRK-PRB-ORIGEM         TO WRK-REL-ORIGEM.
           MOVE WRK-PRB-LINHA          TO WRK-REL-LINHA.
           MOVE WRK-PRB-MENSAGEM       TO WRK-REL-MENSAGEM.

           WRITE FD-ARQRELAT           FROM WRK-LINHA-PROBLEMA.

           PERFORM 1130-TESTAR-FS-ARQRELAT.

           ADD 1                       TO  WRK-GRAVADOS-ARQRELAT.

           MOVE SPACES                 TO WRK-PRB-MENSAGEM.

           IF  WRK-PRB-IMAGEM          EQUAL     SPACES
               GO TO 8150-99-FIM
           END-IF.

           MOVE WRK-PRB-IMAGEM         TO WRK-REL-IMAGEM.

           WRITE FD-ARQRELAT           FROM WRK-LINHA-IMAGEM.

           PERFORM 1130-TESTAR-FS-ARQRELAT.

           ADD 1                       TO  WRK-GRAVADOS-ARQRELAT.

      *----------------------------------------------------------------*
       8150-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       8200-GRAVAR-LINHA-RESUMO        SECTION.
      *----------------------------------------------------------------*

           WRITE FD-ARQRELAT           FROM WRK-LINHA-RESUMO.

           PERFORM 1130-TESTAR-FS-ARQRELAT.

           ADD 1                       TO  WRK-GRAVADOS-ARQRELAT.

           MOVE SPACES                 TO WRK-RES-COMPLEMENTO.

      *----------------------------------------------------------------*
       8200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       8500-CALCULAR-DIA-SEGUINTE      SECTION.
      *----------------------------------------------------------------*
      *    AVANCA WRK-CNV-DATA (AAAAMMDD VALIDA) EM UM DIA, VIRANDO O  *
      *    MES E O ANO QUANDO PRECISO.                                 *
      *----------------------------------------------------------------*

           PERFORM 8510-DIAS-DO-MES.

           IF  WRK-CNV-DIA             LESS      WRK-CNV-ULTIMO-DIA
               ADD 1                   TO WRK-CNV-DIA
               GO TO 8500-99-FIM
           END-IF.

           MOVE 1                      TO WRK-CNV-DIA.

           IF  WRK-CNV-MES             LESS      12
               ADD 1                   TO WRK-CNV-MES
           ELSE
               MOVE 1                  TO WRK-CNV-MES
               ADD 1                   TO WRK-CNV-ANO
           END-IF.

      *----------------------------------------------------------------*
       8500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       8510-DIAS-DO-MES                SECTION.
      *----------------------------------------------------------------*
      *    ULTIMO DIA DO MES DE WRK-CNV-DATA. ANO BISSEXTO: DIVISIVEL  *
      *    POR 4 E NAO POR 100, OU DIVISIVEL POR 400.                  *
      *----------------------------------------------------------------*

           MOVE WRK-CNV-DIAS-MES(WRK-CNV-MES) TO WRK-CNV-ULTIMO-DIA.

           IF  WRK-CNV-MES             NOT EQUAL 2
               GO TO 8510-99-FIM
           END-IF.

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
               MOVE 29                 TO WRK-CNV-ULTIMO-DIA
           END-IF.

      *----------------------------------------------------------------*
       8510-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       8520-VALIDAR-DATA               SECTION.
      *----------------------------------------------------------------*
      *    LIGA WRK-CNV-DATA-VALIDA QUANDO WRK-CNV-DATA E NUMERICA E   *
      *    E UMA DATA QUE EXISTE.                                      *
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-SW-CNV-VALIDA.

           IF  WRK-CNV-DATA            NOT NUMERIC
           OR  WRK-CNV-ANO             LESS      1900
           OR  WRK-CNV-MES             LESS      1
           OR  WRK-CNV-MES             GREATER   12
           OR  WRK-CNV-DIA             LESS      1
               GO TO 8520-99-FIM
           END-IF.

           PERFORM 8510-DIAS-DO-MES.

           IF  WRK-CNV-DIA             NOT GREATER WRK-CNV-ULTIMO-DIA
               SET WRK-CNV-DATA-VALIDA TO TRUE
           END-IF.

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
       9300-FORMATAR-ERRO-CARTAO       SECTION.
      *----------------------------------------------------------------*
      *    SO ACIONADA PELA ROTINA PADRAO DO CARTAO 'LAYOUT' (COPY     *
      *    DICCARGA). AQUI NAO CANCELA: RELATA COM A MENSAGEM          *
      *    PREPARADA EM 7200-CONFERIR-CARTAO-LAYOUT - DURANTE A        *
      *    LEITURA DO BOOK, COM A IMAGEM DA ENTRADA DO ARQDICIO, QUE   *
      *    FICA GUARDADA PARA NAO SER CRITICADA DE NOVO COMO CAMPO.    *
      *----------------------------------------------------------------*

           MOVE WRK-LINHA-MACO         TO WRK-PRB-LINHA.
           MOVE WRK-MENSAGEM-DICIO     TO WRK-PRB-MENSAGEM.

           IF  WRK-IMAGEM-DICIONARIO
               MOVE WRK-REGISTRO-DICIO TO WRK-PRB-IMAGEM
                                          WRK-DIC-REJEITADO
               SET WRK-ENTRADA-REJEITADA TO TRUE
           ELSE
               MOVE WRK-CARTAO-LAYOUT  TO WRK-PRB-IMAGEM
           END-IF.

           PERFORM 8120-REGISTRAR-ERRO.

      *----------------------------------------------------------------*
       9300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
      *    QUADRO FINAL E VEREDITO: QUALQUER ERRO BLOQUEIA A CADEIA    *
      *    (RC 8); SO AVISOS, RC 4; NADA, RC 0.                        *
      *----------------------------------------------------------------*

           IF  WRK-QTD-ERROS           GREATER   ZEROS
               MOVE 8 TO RETURN-CODE
           ELSE
               IF  WRK-QTD-AVISOS      GREATER   ZEROS
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           PERFORM 9010-RELATAR-RESUMO.

           DISPLAY '*********** @PGMID ***********'
           DISPLAY '*                              *'
           DISPLAY '*   PRE-VALIDACAO DA CADEIA    *'
           DISPLAY '* ---------------------------- *'
           MOVE    WRK-LINHAS-ARQCARCV  TO WRK-DISPLAY
           DISPLAY '* LINHAS   ARQCARCV : ' WRK-DISPLAY
           MOVE    WRK-LINHAS-ARQCARBL  TO WRK-DISPLAY
           DISPLAY '* LINHAS   ARQCARBL : ' WRK-DISPLAY
           MOVE    WRK-LIDOS-ARQTABRF   TO WRK-DISPLAY
           DISPLAY '* LIDOS    ARQTABRF : ' WRK-DISPLAY
           MOVE    WRK-LIDOS-ARQCALEN   TO WRK-DISPLAY
           DISPLAY '* LIDOS    ARQCALEN : ' WRK-DISPLAY
           MOVE    WRK-LIDOS-ARQFEEDR   TO WRK-DISPLAY
           DISPLAY '* LIDOS    ARQFEEDR : ' WRK-DISPLAY
           DISPLAY '*                              *'
           MOVE    WRK-QTD-ERROS        TO WRK-DISPLAY
           DISPLAY '* ERROS             : ' WRK-DISPLAY
           MOVE    WRK-QTD-AVISOS       TO WRK-DISPLAY
           DISPLAY '* AVISOS            : ' WRK-DISPLAY
           MOVE    WRK-GRAVADOS-ARQRELAT TO WRK-DISPLAY
           DISPLAY '* LINHAS   ARQRELAT : ' WRK-DISPLAY
           DISPLAY '*                              *'
           IF  WRK-QTD-ERROS           GREATER   ZEROS
               DISPLAY '*  CONFIGURACAO COM ERRO       *'
               DISPLAY '*  CADEIA BLOQUEADA            *'
           ELSE
               DISPLAY '*  CONFIGURACAO OK             *'
               DISPLAY '*  LIBERAR A CADEIA            *'
           END-IF
           DISPLAY '*                              *'
           DISPLAY '*********** @PGMID ***********'

           CLOSE ARQRELAT.

           STOP RUN.

      *----------------------------------------------------------------*
       9000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9010-RELATAR-RESUMO             SECTION.
      *----------------------------------------------------------------*
      *    QUADRO FINAL DO RELATORIO: O QUE FOI CONFERIDO, A DATA DA   *
      *    NOITE E O DIA UTIL QUE ELA VAI ESPERAR, A QUANTIDADE DE     *
      *    PROBLEMAS E A LINHA DE VEREDITO (A MESMA DO RETURN-CODE).   *
      *----------------------------------------------------------------*

           MOVE 'LINHAS DO MACO DA CONVERSAO (ARQCARCV): '
                                       TO WRK-RES-ROTULO.
           MOVE WRK-LINHAS-ARQCARCV    TO WRK-RES-QUANTIDADE.
           IF  NOT WRK-CARCV-ALOCADO
               MOVE 'DD NAO ALOCADA'   TO WRK-RES-COMPLEMENTO
           END-IF.
           PERFORM 8200-GRAVAR-LINHA-RESUMO.

           MOVE 'LINHAS DO MACO DO BALANCEAM. (ARQCARBL):'
                                       TO WRK-RES-ROTULO.
           MOVE WRK-LINHAS-ARQCARBL    TO WRK-RES-QUANTIDADE.
           IF  NOT WRK-CARBL-ALOCADO
               MOVE 'DD NAO ALOCADA'   TO WRK-RES-COMPLEMENTO
           END-IF.
           PERFORM 8200-GRAVAR-LINHA-RESUMO.

           MOVE 'CHAVES DA TABELA DE REF. (ARQTABRF)   : '
                                       TO WRK-RES-ROTULO.
           MOVE WRK-LIDOS-ARQTABRF     TO WRK-RES-QUANTIDADE.
           IF  NOT WRK-TABRF-ALOCADO
               MOVE 'DD NAO ALOCADA'   TO WRK-RES-COMPLEMENTO
           END-IF.
           PERFORM 8200-GRAVAR-LINHA-RESUMO.

           MOVE 'DIAS UTEIS DO CALENDARIO (ARQCALEN)   : '
                                       TO WRK-RES-ROTULO.
           MOVE WRK-LIDOS-ARQCALEN     TO WRK-RES-QUANTIDADE.
           IF  NOT WRK-CALEN-ALOCADO
               MOVE 'DD NAO ALOCADA'   TO WRK-RES-COMPLEMENTO
           END-IF.
           PERFORM 8200-GRAVAR-LINHA-RESUMO.

           MOVE 'DATA DA NOITE                         : '
                                       TO WRK-RES-ROTULO.
           MOVE WRK-DATA-NOITE         TO WRK-RES-QUANTIDADE.
           IF  WRK-NOITE-INFORMADA
               MOVE 'CARTAO NOITE'     TO WRK-RES-COMPLEMENTO
           ELSE
               MOVE 'DIA SEGUINTE AO DA EXECUCAO'
                                       TO WRK-RES-COMPLEMENTO
           END-IF.
           PERFORM 8200-GRAVAR-LINHA-RESUMO.

           IF  WRK-CALEN-ALOCADO
               MOVE 'DIA UTIL QUE A NOITE VAI ESPERAR      : '
                                       TO WRK-RES-ROTULO
               MOVE WRK-CAL-DIA-ESPERADO TO WRK-RES-QUANTIDADE
               PERFORM 8200-GRAVAR-LINHA-RESUMO
           END-IF.

           MOVE 'LINHAS DO REGISTRO DE FEEDS (ARQFEEDR): '
                                       TO WRK-RES-ROTULO.
           MOVE WRK-LIDOS-ARQFEEDR     TO WRK-RES-QUANTIDADE.
           IF  NOT WRK-FEEDR-ALOCADO
               MOVE 'DD NAO ALOCADA'   TO WRK-RES-COMPLEMENTO
           END-IF.
           PERFORM 8200-GRAVAR-LINHA-RESUMO.

           MOVE 'ERROS (BLOQUEIAM A CADEIA)            : '
                                       TO WRK-RES-ROTULO.
           MOVE WRK-QTD-ERROS          TO WRK-RES-QUANTIDADE.
           PERFORM 8200-GRAVAR-LINHA-RESUMO.

           MOVE 'AVISOS                                : '
                                       TO WRK-RES-ROTULO.
           MOVE WRK-QTD-AVISOS         TO WRK-RES-QUANTIDADE.
           PERFORM 8200-GRAVAR-LINHA-RESUMO.

           MOVE SPACES                 TO WRK-LINHA-VEREDITO.

           EVALUATE TRUE
               WHEN WRK-QTD-ERROS      GREATER   ZEROS
                   MOVE 'VEREDITO: CONFIGURACAO COM ERRO - CORRIGIR'
                                       TO WRK-LINHA-VEREDITO
                   MOVE ' ANTES DA JANELA, CADEIA BLOQUEADA'
                                       TO WRK-LINHA-VEREDITO(43:)
               WHEN WRK-QTD-AVISOS     GREATER   ZEROS
                   MOVE 'VEREDITO: CONFIGURACAO COM AVISOS - LIBERAR'
                                       TO WRK-LINHA-VEREDITO
                   MOVE ' A CADEIA E CONFERIR OS AVISOS'
                                       TO WRK-LINHA-VEREDITO(44:)
               WHEN OTHER
                   MOVE 'VEREDITO: CONFIGURACAO OK - LIBERAR A CADEIA'
                                       TO WRK-LINHA-VEREDITO
           END-EVALUATE.

           WRITE FD-ARQRELAT           FROM WRK-LINHA-VEREDITO.

           PERFORM 1130-TESTAR-FS-ARQRELAT.

           ADD 1                       TO  WRK-GRAVADOS-ARQRELAT.

      *----------------------------------------------------------------*
       9010-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

       COPY DICCARGA.

      *================================================================*
