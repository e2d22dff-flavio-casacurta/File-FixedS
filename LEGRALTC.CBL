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
      *                 - ANALISE DAS ALTERACOES POR CAMPO: EMPARELHAR
      *                   CADA REGISTRO 'A' (ALTERADO) DO ARQDELTA,
      *                   QUE TRAZ SO A IMAGEM CORRENTE, COM A SUA
      *                   IMAGEM ANTERIOR NO ARQANTER (A MESMA GERACAO
      *                   ANTERIOR USADA NA GERACAO DO DELTA), PELA
      *                   CHAVE DESIGNADA NOS CARTOES DO SYSIN.
      *
      *                 - GRAVAR NO ARQRELAT UMA LINHA POR CAMPO
      *                   ALTERADO, COM O VALOR ANTERIOR E O NOVO
      *                   DECODIFICADOS (PACKED/ZONADO EM NUMERO
      *                   EDITADO, CONTEUDO INVALIDO EM HEXA) E, PARA
      *                   CAMPO NUMERICO, A DIFERENCA (NOVO - ANTERIOR).
      *
      *                 - FECHAR O RELATORIO COM O RESUMO POR CAMPO EM
      *                   ORDEM DECRESCENTE DE FREQUENCIA DE ALTERACAO
      *                   E O MOVIMENTO LIQUIDO DE CADA CAMPO NUMERICO
      *                   - RESPONDE 'O QUE MUDOU ONTEM' QUANDO O
      *                   VOLUME DO DELTA DISPARA E MOSTRA QUANDO UM
      *                   SISTEMA DE ORIGEM PASSA A REGRAVAR CAMPOS
      *                   QUE NAO DEVERIA TOCAR.
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME           I/O        INCLUDE/BOOK
      *                ARQDELTA          I         DECLARADO NO PGM
      *                ARQANTER          I         DECLARADO NO PGM
      *                ARQRELAT          O         DECLARADO NO PGM
      *                ARQDICIO          I         COPY DICCAMPO
      *----------------------------------------------------------------*
      *    CARTOES.....: OS MESMOS DA GERACAO DO DELTA (VIDE COPY      *
      *    CAMPCARD): CARTOES 'CAMPO' DESCREVENDO O LAYOUT, UM CARTAO  *
      *    'CHAVE' DESIGNANDO O CAMPO CHAVE E 'FIM'. SO OS CAMPOS      *
      *    DESCRITOS SAO ANALISADOS.                                   *
      *----------------------------------------------------------------*
      *    OBSERVACAO..: O ARQDELTA SAI DA GERACAO DO DELTA EM ORDEM   *
      *    DE CHAVE E O ARQANTER DEVE ESTAR NA MESMA ORDEM (A          *
      *    SEQUENCIA DOS DOIS E CONFERIDA DURANTE A LEITURA). OS       *
      *    REGISTROS 'I' E 'E' SO SAO CONTADOS. REGISTRO 'A' SEM       *
      *    IMAGEM ANTERIOR (ARQANTER DE OUTRA GERACAO) SAI APONTADO E  *
      *    ENCERRA COM RC 8; REGISTRO 'A' SEM DIFERENCA NOS CAMPOS     *
      *    DESCRITOS SAI APONTADO COMO ALTERACAO FORA DO LAYOUT. A     *
      *    DIFERENCA SO E CALCULADA QUANDO AS DUAS IMAGENS DO CAMPO    *
      *    SAO NUMERICAS VALIDAS.                                      *
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

           SELECT ARQDELTA ASSIGN      TO   UT-S-ARQDELTA
                      FILE STATUS      IS   WRK-FS-ARQDELTA.

           SELECT ARQANTER ASSIGN      TO   UT-S-ARQANTER
                      FILE STATUS      IS   WRK-FS-ARQANTER.

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
      *   INPUT:   DELTA ENTRE AS GERACOES - ARQDELTA                  *
      *            ORG. SEQUENCIAL    - LRECL   = 1 + @LENGTHOUT       *
      *            (TIPO DE MUDANCA + IMAGEM DO REGISTRO)              *
      *----------------------------------------------------------------*
       FD  ARQDELTA
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-ARQDELTA.
           03 FD-DELTA-TIPO-MUDANCA    PIC  X(001).
              88 FD-DELTA-INCLUIDO                          VALUE 'I'.
              88 FD-DELTA-ALTERADO                          VALUE 'A'.
              88 FD-DELTA-EXCLUIDO                          VALUE 'E'.
           03 FD-DELTA-REGISTRO        PIC  X(@LENGTHOUT).

      *----------------------------------------------------------------*
      *   INPUT:   GERACAO ANTERIOR DO ARQOUTPD  - ARQANTER            *
      *            ORG. SEQUENCIAL    - LRECL   = @LENGTHOUT           *
      *----------------------------------------------------------------*
       FD  ARQANTER
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-ARQANTER                 PIC  X(@LENGTHOUT).

      *----------------------------------------------------------------*
      *   OUTPUT:  RELATORIO DAS ALTERACOES POR CAMPO - ARQRELAT       *
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

           03 WRK-LIDOS-ARQDELTA       PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-LIDOS-ARQANTER       PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-INCLUIDOS            PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-ALTERADOS            PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-EXCLUIDOS            PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-SEM-ANTERIOR         PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-FORA-DO-LAYOUT       PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-CAMPOS-ALTERADOS     PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-CAMPOS-ILEGIVEIS     PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-GRAVADOS-ARQRELAT    PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-DISPLAY              PIC +Z(08)9         VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE TESTE DE FILE-STATUS               ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-FS-ARQDELTA             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-ARQANTER             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-ARQRELAT             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-ARQDICIO             PIC  X(002)         VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *  AREA DOS CARTOES DE LAYOUT - SYSIN (VIDE COPY CAMPCARD).      *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DOS CARTOES DE LAYOUT - SYSIN         ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       COPY CAMPCARD.

       COPY CAMPODIR.

       COPY DICCAMPO.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *  AREA DE CONTROLE DO EMPARELHAMENTO POR CHAVE. OS DOIS         *
      *  ARQUIVOS DEVEM ESTAR CLASSIFICADOS PELA CHAVE DESIGNADA; A    *
      *  SEQUENCIA E CONFERIDA A CADA LEITURA.                         *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-CONTROLE-CHAVE.
           03 WRK-IDX-CHAVE            PIC  9(003) COMP-3  VALUE ZEROS.
           03 WRK-CHAVE-OFFSET         PIC  9(005) COMP-3  VALUE ZEROS.
           03 WRK-CHAVE-TAMANHO        PIC  9(003) COMP-3  VALUE ZEROS.
           03 WRK-CHAVE-ARQDELTA       PIC  X(032)         VALUE SPACES.
           03 WRK-CHAVE-ARQANTER       PIC  X(032)         VALUE SPACES.
           03 WRK-CHAVE-ANT-ARQDELTA   PIC  X(032)         VALUE
              LOW-VALUES.
           03 WRK-CHAVE-ANT-ARQANTER   PIC  X(032)         VALUE
              LOW-VALUES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *  AREA DE COMPARACAO POR CAMPO E DE RENDERIZACAO DE VALOR       *
      *  (MESMA MECANICA DO COMPARADOR DE ROUND-TRIP).                 *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-CONTROLE-CAMPOS.
           03 WRK-CAMPOS-ALTER-REG     PIC  9(003) COMP-3  VALUE ZEROS.
           03 WRK-TAM-EXIBICAO         PIC  9(003) COMP-3  VALUE ZEROS.
           03 WRK-VALOR-RENDERIZADO    PIC  X(020)         VALUE SPACES.
           03 WRK-SW-ANTERIOR-VALIDO   PIC  X(001)         VALUE 'N'.
              88 WRK-ANTERIOR-VALIDO                        VALUE 'S'.
           03 WRK-VALOR-ANTERIOR       PIC S9(015) COMP-3  VALUE ZEROS.
           03 WRK-DIFERENCA            PIC S9(016) COMP-3  VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *  MOVIMENTO LIQUIDO POR CAMPO (SOMA DAS DIFERENCAS NOVO -       *
      *  ANTERIOR), NA MESMA POSICAO DO CAMPO NO DIRETORIO, E          *
      *  QUANTIDADE DE ALTERACOES SEM DIFERENCA CALCULAVEL.            *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-TABELA-MOVIMENTO.
           03 WRK-MOV-ENTRADA          OCCURS 50 TIMES
                                       INDEXED BY WRK-IDX-MOV.
              05 WRK-MOV-LIQUIDO       PIC S9(017) COMP-3.
              05 WRK-MOV-ILEGIVEIS     PIC  9(009) COMP-3.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *  CLASSIFICACAO DOS CAMPOS ALTERADOS POR FREQUENCIA (INDICE NO  *
      *  DIRETORIO, EM ORDEM DECRESCENTE DE ALTERACOES; EMPATE FICA    *
      *  NA ORDEM DOS CARTOES). AS ENTRADAS MENORES QUE A NOVA SAO     *
      *  DESLOCADAS UMA POSICAO, DO FIM PARA O INICIO.                 *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-TABELA-CLASSIFICACAO.
           03 WRK-QTD-CLASSIFICADOS    PIC  9(003) COMP-3  VALUE ZEROS.
           03 WRK-CLS-ENTRADA          OCCURS 50 TIMES
                                       INDEXED BY WRK-IDX-CLS.
              05 WRK-CLS-IDX-CAMPO     PIC  9(003) COMP-3.

       01  WRK-CONTROLE-INSERCAO.
           03 WRK-IDX-INSERCAO         PIC S9(005) COMP-3  VALUE ZEROS.
           03 WRK-POS-INSERCAO         PIC  9(005) COMP-3  VALUE ZEROS.
           03 WRK-SW-POSICAO           PIC  X(001)         VALUE 'N'.
              88 WRK-POSICAO-ACHADA                         VALUE 'S'.
           03 WRK-CONTADOR-NOVO        PIC  9(009) COMP-3  VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *  AREA DE CONVERSAO DE BYTE PARA HEXADECIMAL (EXIBICAO DE       *
      *  CAMPO COM CONTEUDO NUMERICO INVALIDO). O BYTE E COPIADO PARA  *
      *  O SEGUNDO BYTE DE UM BINARIO DE MEIA PALAVRA (VIA REDEFINES)  *
      *  PARA OBTER SEU VALOR NUMERICO E DAI OS DOIS NIBBLES POR       *
      *  DIVISAO POR 16.                                               *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
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
       01  WRK-LINHA-TITULO.
           03 FILLER                   PIC  X(006)         VALUE
              'CHAVE '.
           03 FILLER                   PIC  X(032)         VALUE SPACES.
           03 FILLER                   PIC  X(007)         VALUE
              ' CAMPO '.
           03 FILLER                   PIC  X(020)         VALUE SPACES.
           03 FILLER                   PIC  X(021)         VALUE
              ' VALOR ANTERIOR'.
           03 FILLER                   PIC  X(021)         VALUE
              ' VALOR NOVO'.
           03 FILLER                   PIC  X(017)         VALUE
              '        DIFERENCA'.
           03 FILLER                   PIC  X(008)         VALUE SPACES.

       01  WRK-LINHA-ALTERACAO.
           03 FILLER                   PIC  X(006)         VALUE
              'CHAVE '.
           03 WRK-REL-CHAVE            PIC  X(032).
           03 FILLER                   PIC  X(007)         VALUE
              ' CAMPO '.
           03 WRK-REL-NOME-CAMPO       PIC  X(020).
           03 FILLER                   PIC  X(001)         VALUE SPACE.
           03 WRK-REL-VALOR-ANTERIOR   PIC  X(020).
           03 FILLER                   PIC  X(001)         VALUE SPACE.
           03 WRK-REL-VALOR-NOVO       PIC  X(020).
           03 FILLER                   PIC  X(001)         VALUE SPACE.
           03 WRK-REL-DIFERENCA        PIC  X(016).
           03 WRK-REL-DIFERENCA-NUM    REDEFINES WRK-REL-DIFERENCA
                                       PIC -(15)9.
           03 FILLER                   PIC  X(008)         VALUE SPACES.

       01  WRK-LINHA-OCORRENCIA.
           03 FILLER                   PIC  X(006)         VALUE
              'CHAVE '.
           03 WRK-OCR-CHAVE            PIC  X(032).
           03 FILLER                   PIC  X(001)         VALUE SPACE.
           03 WRK-OCR-SITUACAO         PIC  X(040).
           03 FILLER                   PIC  X(053)         VALUE SPACES.

       01  WRK-LINHA-TITULO-RESUMO.
           03 FILLER                   PIC  X(041)         VALUE
              'RESUMO POR CAMPO - ORDEM DE FREQUENCIA - '.
           03 FILLER                   PIC  X(011)         VALUE
              'ALTERADOS: '.
           03 WRK-TRS-ALTERADOS        PIC  ZZZZZZZZ9.
           03 FILLER                   PIC  X(071)         VALUE SPACES.

       01  WRK-LINHA-RESUMO-CAMPO.
           03 WRK-RSC-POSICAO          PIC  ZZ9.
           03 FILLER                   PIC  X(007)         VALUE
              ' CAMPO '.
           03 WRK-RSC-NOME-CAMPO       PIC  X(020).
           03 FILLER                   PIC  X(012)         VALUE
              ' ALTERACOES '.
           03 WRK-RSC-QUANTIDADE       PIC  ZZZZZZZZ9.
           03 FILLER                   PIC  X(001)         VALUE SPACE.
           03 WRK-RSC-PERCENTUAL       PIC  ZZ9,99.
           03 FILLER                   PIC  X(021)         VALUE
              '% MOVIMENTO LIQUIDO '.
           03 WRK-RSC-MOVIMENTO        PIC  X(018).
           03 WRK-RSC-MOVIMENTO-NUM    REDEFINES WRK-RSC-MOVIMENTO
                                       PIC -(17)9.
           03 FILLER                   PIC  X(001)         VALUE SPACE.
           03 WRK-RSC-ILEGIVEIS        PIC  X(034).

       01  WRK-CONTROLE-PERCENTUAL.
           03 WRK-PERCENTUAL           PIC  9(003)V99 COMP-3
                                                           VALUE ZEROS.
           03 WRK-POSICAO-RANKING      PIC  9(003) COMP-3  VALUE ZEROS.
           03 WRK-ILEGIVEIS-EDITADO    PIC  ZZZZZZZZ9.

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

           PERFORM 2100-LER-ARQDELTA.

           PERFORM 2200-LER-ARQANTER.

           PERFORM 3000-PROCESSAR
               UNTIL WRK-FS-ARQDELTA   EQUAL     '10'.

           PERFORM 9200-GRAVAR-RESUMO-CAMPOS.

           PERFORM 9000-FINALIZAR.

      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1000-INICIAR                    SECTION.
      *----------------------------------------------------------------*

           PERFORM 1050-LER-CARTOES-LAYOUT.

           IF  WRK-CHAVE-TAMANHO       EQUAL     ZEROS
               PERFORM 9300-FORMATAR-ERRO-CARTAO
           END-IF.

           OPEN INPUT   ARQDELTA
                INPUT   ARQANTER
                OUTPUT  ARQRELAT.

           PERFORM 1100-TESTAR-FILE-STATUS.

           MOVE WRK-LINHA-TITULO       TO FD-ARQRELAT.

           PERFORM 8000-GRAVAR-ARQRELAT.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1050-LER-CARTOES-LAYOUT         SECTION.
      *----------------------------------------------------------------*
      *    CARREGA OS CARTOES 'CAMPO' E O CARTAO 'CHAVE' DO SYSIN      *
      *    (VIDE COPY CAMPCARD/CAMPODIR). O CARTAO E PRE-CARREGADO     *
      *    COM 'FIM' ANTES DE CADA ACCEPT, DE MODO QUE TANTO O         *
      *    CARTAO TERMINADOR QUANTO O FIM FISICO DO SYSIN (OU UM       *
      *    CARTAO EM BRANCO) ENCERRAM A CARGA.                         *
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

           IF  CMP-CARTAO-CHAVE
               PERFORM 1080-DESIGNAR-CHAVE
               PERFORM 1055-LER-CARTAO-CAMPO
               GO TO 1060-99-FIM
           END-IF.

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
           SET WRK-IDX-MOV             TO        WRK-IDX-DIR.

           MOVE CMP-NOME-CAMPO         TO WRK-DIR-NOME(WRK-IDX-DIR).
           MOVE CMP-OFFSET             TO WRK-DIR-OFFSET(WRK-IDX-DIR).
           MOVE CMP-TAMANHO            TO WRK-DIR-TAMANHO(WRK-IDX-DIR).
           MOVE CMP-TIPO-CAMPO         TO WRK-DIR-TIPO(WRK-IDX-DIR).
           MOVE ZEROS                  TO WRK-DIR-CONTADOR(WRK-IDX-DIR).
           MOVE ZEROS                  TO WRK-MOV-LIQUIDO(WRK-IDX-MOV)
                                          WRK-MOV-ILEGIVEIS
                                          (WRK-IDX-MOV).

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
               LENGTH OF FD-ARQANTER
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
       1080-DESIGNAR-CHAVE             SECTION.
      *----------------------------------------------------------------*
      *    LOCALIZA NO DIRETORIO O CAMPO NOMEADO PELO CARTAO 'CHAVE'   *
      *    (O CARTAO 'CAMPO' CORRESPONDENTE DEVE VIR ANTES NO MACO).   *
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
       1100-TESTAR-FILE-STATUS         SECTION.
      *----------------------------------------------------------------*

           PERFORM 1110-TESTAR-FS-ARQDELTA.

           PERFORM 1120-TESTAR-FS-ARQANTER.

           PERFORM 1130-TESTAR-FS-ARQRELAT.

      *----------------------------------------------------------------*
       1100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1110-TESTAR-FS-ARQDELTA         SECTION.
      *----------------------------------------------------------------*

           IF  WRK-FS-ARQDELTA         NOT EQUAL  '00'
               MOVE 'ARQDELTA'         TO WRK-NOME-ARQUIVO
               MOVE WRK-FS-ARQDELTA    TO WRK-FILE-STATUS
               PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

      *----------------------------------------------------------------*
       1110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1120-TESTAR-FS-ARQANTER         SECTION.
      *----------------------------------------------------------------*

           IF  WRK-FS-ARQANTER         NOT EQUAL  '00'
               MOVE 'ARQANTER'         TO WRK-NOME-ARQUIVO
               MOVE WRK-FS-ARQANTER    TO WRK-FILE-STATUS
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
       2100-LER-ARQDELTA               SECTION.
      *----------------------------------------------------------------*

           READ ARQDELTA.

           IF  WRK-FS-ARQDELTA         EQUAL     '10'
               GO TO 2100-99-FIM
           END-IF.

           PERFORM 1110-TESTAR-FS-ARQDELTA.

           ADD 1                       TO  WRK-LIDOS-ARQDELTA.

           MOVE SPACES                 TO WRK-CHAVE-ARQDELTA.
           MOVE FD-DELTA-REGISTRO(WRK-CHAVE-OFFSET:WRK-CHAVE-TAMANHO)
                                       TO WRK-CHAVE-ARQDELTA.

           IF  WRK-CHAVE-ARQDELTA      LESS      WRK-CHAVE-ANT-ARQDELTA
               MOVE 'ARQDELTA'         TO WRK-NOME-ARQUIVO
               PERFORM 9400-FORMATAR-ERRO-SEQUENCIA
           END-IF.

           MOVE WRK-CHAVE-ARQDELTA     TO WRK-CHAVE-ANT-ARQDELTA.

      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2200-LER-ARQANTER               SECTION.
      *----------------------------------------------------------------*

           READ ARQANTER.

           IF  WRK-FS-ARQANTER         EQUAL     '10'
               GO TO 2200-99-FIM
           END-IF.

           PERFORM 1120-TESTAR-FS-ARQANTER.

           ADD 1                       TO  WRK-LIDOS-ARQANTER.

           MOVE SPACES                 TO WRK-CHAVE-ARQANTER.
           MOVE FD-ARQANTER(WRK-CHAVE-OFFSET:WRK-CHAVE-TAMANHO)
                                       TO WRK-CHAVE-ARQANTER.

           IF  WRK-CHAVE-ARQANTER      LESS      WRK-CHAVE-ANT-ARQANTER
               MOVE 'ARQANTER'         TO WRK-NOME-ARQUIVO
               PERFORM 9400-FORMATAR-ERRO-SEQUENCIA
           END-IF.

           MOVE WRK-CHAVE-ARQANTER     TO WRK-CHAVE-ANT-ARQANTER.

      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*
      *    OS REGISTROS 'I' E 'E' SO SAO CONTADOS. PARA CADA 'A', O    *
      *    ARQANTER AVANCA ATE A CHAVE DO DELTA (AS CHAVES DO ARQANTER *
      *    QUE NAO ESTAO NO DELTA SAO OS INALTERADOS); CHAVE ACHADA =  *
      *    COMPARACAO CAMPO A CAMPO, NAO ACHADA = SEM IMAGEM ANTERIOR. *
      *----------------------------------------------------------------*

           EVALUATE TRUE
               WHEN FD-DELTA-INCLUIDO
                   ADD 1               TO WRK-INCLUIDOS
               WHEN FD-DELTA-EXCLUIDO
                   ADD 1               TO WRK-EXCLUIDOS
               WHEN FD-DELTA-ALTERADO
                   ADD 1               TO WRK-ALTERADOS
                   PERFORM 2200-LER-ARQANTER
                       UNTIL WRK-FS-ARQANTER EQUAL '10'
                          OR WRK-CHAVE-ARQANTER NOT LESS
                             WRK-CHAVE-ARQDELTA
                   IF  WRK-FS-ARQANTER NOT EQUAL '10'
                   AND WRK-CHAVE-ARQANTER EQUAL WRK-CHAVE-ARQDELTA
                       PERFORM 3200-COMPARAR-CAMPOS
                   ELSE
                       PERFORM 3400-RELATAR-SEM-ANTERIOR
                   END-IF
               WHEN OTHER
                   MOVE 'ARQDELTA'     TO WRK-NOME-ARQUIVO
                   PERFORM 9500-FORMATAR-ERRO-TIPO
           END-EVALUATE.

           PERFORM 2100-LER-ARQDELTA.

      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3200-COMPARAR-CAMPOS            SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-CAMPOS-ALTER-REG.

           PERFORM 3210-COMPARAR-UM-CAMPO
               VARYING WRK-IDX-DIR FROM 1 BY 1
               UNTIL WRK-IDX-DIR       GREATER   WRK-QTD-CAMPOS.

           IF  WRK-CAMPOS-ALTER-REG    EQUAL     ZEROS
               PERFORM 3500-RELATAR-FORA-LAYOUT
           END-IF.

      *----------------------------------------------------------------*
       3200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3210-COMPARAR-UM-CAMPO          SECTION.
      *----------------------------------------------------------------*
      *    CAMPO IGUAL NAS DUAS IMAGENS NAO SAI. CAMPO ALTERADO SAI    *
      *    COM AS DUAS IMAGENS RENDERIZADAS; SE NUMERICO E AS DUAS     *
      *    DECODIFICAM, A DIFERENCA ENTRA NO MOVIMENTO LIQUIDO.        *
      *----------------------------------------------------------------*

           IF  FD-ARQANTER (WRK-DIR-OFFSET(WRK-IDX-DIR):
                            WRK-DIR-TAMANHO(WRK-IDX-DIR))
               EQUAL
               FD-DELTA-REGISTRO (WRK-DIR-OFFSET(WRK-IDX-DIR):
                                  WRK-DIR-TAMANHO(WRK-IDX-DIR))
               GO TO 3210-99-FIM
           END-IF.

           ADD 1                       TO WRK-DIR-CONTADOR(WRK-IDX-DIR).
           ADD 1                       TO WRK-CAMPOS-ALTER-REG
                                          WRK-CAMPOS-ALTERADOS.

           SET WRK-IDX-MOV             TO WRK-IDX-DIR.

           MOVE FD-ARQANTER (WRK-DIR-OFFSET(WRK-IDX-DIR):
                             WRK-DIR-TAMANHO(WRK-IDX-DIR))
                                       TO WRK-DEC-BYTES.
           PERFORM 3220-RENDERIZAR-VALOR.
           MOVE WRK-VALOR-RENDERIZADO  TO WRK-REL-VALOR-ANTERIOR.

           MOVE 'N'                    TO WRK-SW-ANTERIOR-VALIDO.

           IF  NOT WRK-DIR-TIPO-TEXTO(WRK-IDX-DIR)
           AND WRK-DEC-VALIDO
               SET WRK-ANTERIOR-VALIDO TO TRUE
               MOVE WRK-DEC-VALOR      TO WRK-VALOR-ANTERIOR
           END-IF.

           MOVE FD-DELTA-REGISTRO (WRK-DIR-OFFSET(WRK-IDX-DIR):
                                   WRK-DIR-TAMANHO(WRK-IDX-DIR))
                                       TO WRK-DEC-BYTES.
           PERFORM 3220-RENDERIZAR-VALOR.
           MOVE WRK-VALOR-RENDERIZADO  TO WRK-REL-VALOR-NOVO.

           MOVE SPACES                 TO WRK-REL-DIFERENCA.

           IF  NOT WRK-DIR-TIPO-TEXTO(WRK-IDX-DIR)
               IF  WRK-ANTERIOR-VALIDO
               AND WRK-DEC-VALIDO
                   COMPUTE WRK-DIFERENCA = WRK-DEC-VALOR
                                         - WRK-VALOR-ANTERIOR
                   MOVE WRK-DIFERENCA  TO WRK-REL-DIFERENCA-NUM
                   ADD WRK-DIFERENCA   TO WRK-MOV-LIQUIDO(WRK-IDX-MOV)
               ELSE
                   MOVE 'ILEGIVEL'     TO WRK-REL-DIFERENCA
                   ADD 1               TO WRK-MOV-ILEGIVEIS(WRK-IDX-MOV)
                                          WRK-CAMPOS-ILEGIVEIS
               END-IF
           END-IF.

           PERFORM 3300-GRAVAR-ALTERACAO.

      *----------------------------------------------------------------*
       3210-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3220-RENDERIZAR-VALOR           SECTION.
      *----------------------------------------------------------------*
      *    RENDERIZA EM WRK-VALOR-RENDERIZADO O CAMPO JA ESTAGIADO EM  *
      *    WRK-DEC-BYTES: TEXTO SAI COMO ESTA; PACKED/ZONADO SAI       *
      *    DECODIFICADO EM NUMERO EDITADO (VIDE COPY DECODNUM) OU, SE  *
      *    O CONTEUDO NAO FOR NUMERICO VALIDO, EM HEXADECIMAL.         *
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-VALOR-RENDERIZADO.

           MOVE WRK-DIR-TAMANHO(WRK-IDX-DIR) TO WRK-DEC-TAMANHO.
           MOVE WRK-DIR-TIPO(WRK-IDX-DIR)    TO WRK-DEC-TIPO.

      *    TEXTO E EXIBIDO COMO ESTA, LIMITADO A LARGURA DA AREA DE
      *    ESTAGIO/EXIBICAO (CAMPO X MAIOR SAI TRUNCADO NO RELATORIO;
      *    A COMPARACAO EM 3210 USA SEMPRE O TAMANHO INTEIRO).
           IF  WRK-DIR-TIPO-TEXTO(WRK-IDX-DIR)
               MOVE WRK-DEC-TAMANHO    TO WRK-TAM-EXIBICAO
               IF  WRK-TAM-EXIBICAO    GREATER   20
                   MOVE 20             TO WRK-TAM-EXIBICAO
               END-IF
               MOVE WRK-DEC-BYTES(1:WRK-TAM-EXIBICAO)
                                       TO WRK-VALOR-RENDERIZADO
               GO TO 3220-99-FIM
           END-IF.

           PERFORM 8700-DECODIFICAR-CAMPO.

           IF  WRK-DEC-VALIDO
               MOVE WRK-DEC-VALOR      TO WRK-DEC-EDITADO
               MOVE WRK-DEC-EDITADO    TO WRK-VALOR-RENDERIZADO
           ELSE
               PERFORM 3230-RENDERIZAR-HEXA
           END-IF.

      *----------------------------------------------------------------*
       3220-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3230-RENDERIZAR-HEXA            SECTION.
      *----------------------------------------------------------------*
      *    RENDERIZA OS BYTES ESTAGIADOS EM HEXADECIMAL (DOIS          *
      *    CARACTERES POR BYTE, LIMITADO AOS 10 PRIMEIROS BYTES).      *
      *----------------------------------------------------------------*

           MOVE WRK-DEC-TAMANHO        TO WRK-HEX-TAMANHO.

           IF  WRK-HEX-TAMANHO         GREATER   10
               MOVE 10                 TO WRK-HEX-TAMANHO
           END-IF.

           PERFORM 3240-CONVERTER-BYTE-HEXA
               VARYING WRK-HEX-POS-BYTE FROM 1 BY 1
               UNTIL WRK-HEX-POS-BYTE  GREATER   WRK-HEX-TAMANHO.

      *----------------------------------------------------------------*
       3230-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3240-CONVERTER-BYTE-HEXA        SECTION.
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
       3240-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3300-GRAVAR-ALTERACAO           SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-CHAVE-ARQDELTA     TO WRK-REL-CHAVE.
           MOVE WRK-DIR-NOME(WRK-IDX-DIR) TO WRK-REL-NOME-CAMPO.

           MOVE WRK-LINHA-ALTERACAO    TO FD-ARQRELAT.

           PERFORM 8000-GRAVAR-ARQRELAT.

      *----------------------------------------------------------------*
       3300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3400-RELATAR-SEM-ANTERIOR       SECTION.
      *----------------------------------------------------------------*
      *    REGISTRO 'A' CUJA CHAVE NAO ESTA NO ARQANTER - O ARQANTER   *
      *    NAO E A GERACAO CONTRA A QUAL O DELTA FOI GERADO.           *
      *----------------------------------------------------------------*

           MOVE WRK-CHAVE-ARQDELTA     TO WRK-OCR-CHAVE.
           MOVE 'ALTERADO SEM IMAGEM ANTERIOR NO ARQANTER'
                                       TO WRK-OCR-SITUACAO.

           MOVE WRK-LINHA-OCORRENCIA   TO FD-ARQRELAT.

           PERFORM 8000-GRAVAR-ARQRELAT.

           ADD 1                       TO  WRK-SEM-ANTERIOR.

      *----------------------------------------------------------------*
       3400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3500-RELATAR-FORA-LAYOUT        SECTION.
      *----------------------------------------------------------------*
      *    AS IMAGENS DIFEREM SO EM BYTES QUE NENHUM CARTAO 'CAMPO'    *
      *    DESCREVE (FILLER, AREA NAO MAPEADA).                        *
      *----------------------------------------------------------------*

           MOVE WRK-CHAVE-ARQDELTA     TO WRK-OCR-CHAVE.
           MOVE 'ALTERACAO FORA DOS CAMPOS DESCRITOS'
                                       TO WRK-OCR-SITUACAO.

           MOVE WRK-LINHA-OCORRENCIA   TO FD-ARQRELAT.

           PERFORM 8000-GRAVAR-ARQRELAT.

           ADD 1                       TO  WRK-FORA-DO-LAYOUT.

      *----------------------------------------------------------------*
       3500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       8000-GRAVAR-ARQRELAT            SECTION.
      *----------------------------------------------------------------*

           WRITE FD-ARQRELAT.

           PERFORM 1130-TESTAR-FS-ARQRELAT.

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
       9200-GRAVAR-RESUMO-CAMPOS       SECTION.
      *----------------------------------------------------------------*
      *    FECHA O RELATORIO COM UMA LINHA POR CAMPO ALTERADO, DO MAIS *
      *    FREQUENTE PARA O MENOS FREQUENTE, COM O PERCENTUAL SOBRE OS *
      *    REGISTROS ALTERADOS E, PARA CAMPO NUMERICO, O MOVIMENTO     *
      *    LIQUIDO (SOMA DAS DIFERENCAS NOVO - ANTERIOR).              *
      *----------------------------------------------------------------*

           PERFORM 9210-CLASSIFICAR-CAMPO
               VARYING WRK-IDX-DIR FROM 1 BY 1
               UNTIL WRK-IDX-DIR       GREATER   WRK-QTD-CAMPOS.

           MOVE SPACES                 TO FD-ARQRELAT.

           PERFORM 8000-GRAVAR-ARQRELAT.

           MOVE WRK-ALTERADOS          TO WRK-TRS-ALTERADOS.

           MOVE WRK-LINHA-TITULO-RESUMO TO FD-ARQRELAT.

           PERFORM 8000-GRAVAR-ARQRELAT.

           MOVE ZEROS                  TO WRK-POSICAO-RANKING.

           PERFORM 9230-GRAVAR-TOTAL-CAMPO
               VARYING WRK-IDX-CLS FROM 1 BY 1
               UNTIL WRK-IDX-CLS       GREATER   WRK-QTD-CLASSIFICADOS.

      *----------------------------------------------------------------*
       9200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9210-CLASSIFICAR-CAMPO          SECTION.
      *----------------------------------------------------------------*
      *    INSERCAO ORDENADA (DECRESCENTE) DO CAMPO NA CLASSIFICACAO.  *
      *----------------------------------------------------------------*

           IF  WRK-DIR-CONTADOR(WRK-IDX-DIR) EQUAL ZEROS
               GO TO 9210-99-FIM
           END-IF.

           MOVE WRK-DIR-CONTADOR(WRK-IDX-DIR) TO WRK-CONTADOR-NOVO.

           MOVE 1                      TO WRK-POS-INSERCAO.
           MOVE 'N'                    TO WRK-SW-POSICAO.

           PERFORM 9220-DESLOCAR-CLASSIFICADO
               VARYING WRK-IDX-INSERCAO FROM WRK-QTD-CLASSIFICADOS
                                        BY -1
               UNTIL WRK-IDX-INSERCAO  LESS      1
                  OR WRK-POSICAO-ACHADA.

           ADD 1                       TO WRK-QTD-CLASSIFICADOS.

           SET WRK-IDX-CLS             TO WRK-POS-INSERCAO.

           SET WRK-CLS-IDX-CAMPO(WRK-IDX-CLS) TO WRK-IDX-DIR.

      *----------------------------------------------------------------*
       9210-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9220-DESLOCAR-CLASSIFICADO      SECTION.
      *----------------------------------------------------------------*

           SET WRK-IDX-CLS             TO WRK-IDX-INSERCAO.
           SET WRK-IDX-MOV             TO WRK-CLS-IDX-CAMPO
                                          (WRK-IDX-CLS).

           IF  WRK-DIR-CONTADOR(WRK-IDX-MOV) LESS WRK-CONTADOR-NOVO
               MOVE WRK-CLS-ENTRADA(WRK-IDX-CLS)
                                       TO WRK-CLS-ENTRADA
                                          (WRK-IDX-CLS + 1)
           ELSE
               SET WRK-POSICAO-ACHADA  TO TRUE
               COMPUTE WRK-POS-INSERCAO = WRK-IDX-INSERCAO + 1
           END-IF.

      *----------------------------------------------------------------*
       9220-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9230-GRAVAR-TOTAL-CAMPO         SECTION.
      *----------------------------------------------------------------*

           SET WRK-IDX-DIR             TO WRK-CLS-IDX-CAMPO
                                          (WRK-IDX-CLS).
           SET WRK-IDX-MOV             TO WRK-IDX-DIR.

           ADD 1                       TO WRK-POSICAO-RANKING.

           MOVE WRK-POSICAO-RANKING    TO WRK-RSC-POSICAO.
           MOVE WRK-DIR-NOME(WRK-IDX-DIR) TO WRK-RSC-NOME-CAMPO.
           MOVE WRK-DIR-CONTADOR(WRK-IDX-DIR) TO WRK-RSC-QUANTIDADE.

           COMPUTE WRK-PERCENTUAL ROUNDED =
                   WRK-DIR-CONTADOR(WRK-IDX-DIR) * 100
                 / WRK-ALTERADOS.

           MOVE WRK-PERCENTUAL         TO WRK-RSC-PERCENTUAL.

           MOVE SPACES                 TO WRK-RSC-MOVIMENTO
                                          WRK-RSC-ILEGIVEIS.

           IF  NOT WRK-DIR-TIPO-TEXTO(WRK-IDX-DIR)
               MOVE WRK-MOV-LIQUIDO(WRK-IDX-MOV)
                                       TO WRK-RSC-MOVIMENTO-NUM
               IF  WRK-MOV-ILEGIVEIS(WRK-IDX-MOV) GREATER ZEROS
                   MOVE WRK-MOV-ILEGIVEIS(WRK-IDX-MOV)
                                       TO WRK-ILEGIVEIS-EDITADO
                   STRING 'ILEGIVEIS FORA DO MOVIMENTO: '
                          DELIMITED BY SIZE
                          WRK-ILEGIVEIS-EDITADO
                          DELIMITED BY SIZE
                          INTO WRK-RSC-ILEGIVEIS
                   END-STRING
               END-IF
           END-IF.

           MOVE WRK-LINHA-RESUMO-CAMPO TO FD-ARQRELAT.

           PERFORM 8000-GRAVAR-ARQRELAT.

      *----------------------------------------------------------------*
       9230-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9300-FORMATAR-ERRO-CARTAO       SECTION.
      *----------------------------------------------------------------*
      *    CARTAO DE LAYOUT INVALIDO OU CHAVE NAO DESIGNADA - FALHA    *
      *    ANTES DE PRODUZIR UMA ANALISE SEM SENTIDO.                  *
      *----------------------------------------------------------------*

           DISPLAY '*********** @PGMID ***********'
           DISPLAY '*                              *'
           DISPLAY '*  CARTAO DE LAYOUT INVALIDO   *'
           DISPLAY '*  OU CHAVE NAO DESIGNADA      *'
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
      *    ARQUIVO FORA DE ORDEM DE CHAVE - CLASSIFICAR E REEXECUTAR;  *
      *    PROSSEGUIR EMPARELHARIA IMAGENS ERRADAS.                    *
      *----------------------------------------------------------------*

           DISPLAY '*********** @PGMID ***********'
           DISPLAY '*                              *'
           DISPLAY '*  ARQUIVO FORA DE ORDEM DE    *'
           DISPLAY '*  CHAVE - CLASSIFICAR PELO    *'
           DISPLAY '*  CAMPO CHAVE E REEXECUTAR    *'
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
       9500-FORMATAR-ERRO-TIPO         SECTION.
      *----------------------------------------------------------------*
      *    TIPO DE MUDANCA DIFERENTE DE 'I', 'A' OU 'E' - O ARQUIVO    *
      *    NAO E UM DELTA.                                             *
      *----------------------------------------------------------------*

           DISPLAY '*********** @PGMID ***********'
           DISPLAY '*                              *'
           DISPLAY '*  TIPO DE MUDANCA INVALIDO -  *'
           DISPLAY '*  ARQUIVO NAO E UM DELTA      *'
           DISPLAY '*                              *'
           DISPLAY '********************************'
           DISPLAY '* ARQUIVO : ' WRK-NOME-ARQUIVO
           DISPLAY '* TIPO    : ' FD-DELTA-TIPO-MUDANCA
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
           DISPLAY '*********** @PGMID ***********'
           DISPLAY '*                              *'
           DISPLAY '*  RESUMO DAS ALTERACOES       *'
           DISPLAY '* ---------------------------- *'
           MOVE    WRK-LIDOS-ARQDELTA   TO WRK-DISPLAY
           DISPLAY '* LIDOS    ARQDELTA : ' WRK-DISPLAY
           DISPLAY '*                              *'
           MOVE    WRK-LIDOS-ARQANTER   TO WRK-DISPLAY
           DISPLAY '* LIDOS    ARQANTER : ' WRK-DISPLAY
           DISPLAY '*                              *'
           MOVE    WRK-INCLUIDOS        TO WRK-DISPLAY
           DISPLAY '* INCLUIDOS    (I)  : ' WRK-DISPLAY
           DISPLAY '*                              *'
           MOVE    WRK-ALTERADOS        TO WRK-DISPLAY
           DISPLAY '* ALTERADOS    (A)  : ' WRK-DISPLAY
           DISPLAY '*                              *'
           MOVE    WRK-EXCLUIDOS        TO WRK-DISPLAY
           DISPLAY '* EXCLUIDOS    (E)  : ' WRK-DISPLAY
           DISPLAY '*                              *'
           MOVE    WRK-CAMPOS-ALTERADOS TO WRK-DISPLAY
           DISPLAY '* CAMPOS ALTERADOS  : ' WRK-DISPLAY
           DISPLAY '*                              *'
           MOVE    WRK-CAMPOS-ILEGIVEIS TO WRK-DISPLAY
           DISPLAY '* CAMPOS ILEGIVEIS  : ' WRK-DISPLAY
           DISPLAY '*                              *'
           MOVE    WRK-FORA-DO-LAYOUT   TO WRK-DISPLAY
           DISPLAY '* FORA DO LAYOUT    : ' WRK-DISPLAY
           DISPLAY '*                              *'
           MOVE    WRK-SEM-ANTERIOR     TO WRK-DISPLAY
           DISPLAY '* SEM IMAGEM ANTER. : ' WRK-DISPLAY
           DISPLAY '*                              *'
           MOVE    WRK-GRAVADOS-ARQRELAT TO WRK-DISPLAY
           DISPLAY '* GRAVADOS ARQRELAT : ' WRK-DISPLAY
           DISPLAY '*                              *'
           DISPLAY '*********** @PGMID ***********'

      *    ALTERADO SEM IMAGEM ANTERIOR: O ARQANTER INFORMADO NAO E A
      *    GERACAO DO DELTA - A ANALISE ESTA INCOMPLETA.
           IF  WRK-SEM-ANTERIOR        GREATER   ZEROS
               MOVE 8 TO RETURN-CODE
           END-IF

           CLOSE ARQDELTA
                 ARQANTER
                 ARQRELAT.

           PERFORM 1100-TESTAR-FILE-STATUS.

           STOP RUN.

      *----------------------------------------------------------------*
       9000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

       COPY DECODNUM.

       COPY DICCARGA.

      *================================================================*
