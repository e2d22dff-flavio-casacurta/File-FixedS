      *                   CONTROLE DOS TRAILERS - PARA O FECHAMENTO
      *                   (LEGRSOMA/LEGRCONC) FECHAR A RODADA
      *                   COMBINADA.
      *
      *                 - OPCIONALMENTE (CARTOES DE LAYOUT COM 'CHAVE'
      *                   NO SYSIN), DETECTAR A MESMA CHAVE ENVIADA
      *                   POR MAIS DE UM FEED E RESOLVER O CONFLITO
      *                   PELA REGRA DE PRECEDENCIA DOS CARTOES
      *                   ('ORDEM' DOS FEEDS OU DATA MAIS RECENTE NO
      *                   CAMPO DO CARTAO 'DATA'): SO A IMAGEM DO FEED
      *                   VENCEDOR SEGUE NO ARQMERGE; AS PERDEDORAS
      *                   VAO PARA O ARQCONFL COM A DD DO FEED DE
      *                   ORIGEM E O ARQRELAT MOSTRA AS DUAS IMAGENS
      *                   DECODIFICADAS LADO A LADO, CAMPO A CAMPO.
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME           I/O        INCLUDE/BOOK
      *                ARQFEED1-8        I         DECLARADO NO PGM
      *                ARQMERGE          O         DECLARADO NO PGM
      *                ARQTOTSP          O         COPY TOTCARD
      *                ARQCONFL          O/I       DECLARADO NO PGM
      *                ARQRELAT          O         DECLARADO NO PGM
      *                ARQDICIO          I         COPY DICCAMPO
      *----------------------------------------------------------------*
      *    CARTOES.....: VIA SYSIN, ENCERRADOS POR 'FIM':              *
      *      'FEEDS   N'   - QUANTIDADE DE FEEDS (1-8), OBRIGATORIO;   *
      *                      CONVENCAO DE 2160-TRATAR-TRAILER DA       *
      *                      CONVERSAO); 'N' = FEEDS SO DE DETALHES,   *
      *                      SEM VALIDACAO DE TRAILER.                 *
      *      'ORDEM   NNNNNNNN' - PRECEDENCIA DOS FEEDS NO CONFLITO DE *
      *                      CHAVE, DO MAIS FORTE PARA O MAIS FRACO    *
      *                      (P.EX. '31245678'); FEED NAO LISTADO FICA *
      *                      DEPOIS DOS LISTADOS, EM ORDEM NUMERICA.   *
      *                      PADRAO: MENOR NUMERO DE FEED VENCE.       *
      *      'DATA    NOME'  - CAMPO DE DATA (DESCRITO NOS CARTOES DE  *
      *                      LAYOUT, TIPO P OU Z, AAAAMMDD) - VENCE A  *
      *                      IMAGEM COM A DATA MAIS RECENTE; EMPATE    *
      *                      (OU DATA ILEGIVEL DOS DOIS LADOS) CAI NA  *
      *                      'ORDEM' DOS FEEDS.                        *
      *    DEPOIS DO 'FIM', OPCIONALMENTE, OS CARTOES DE LAYOUT (VIDE  *
      *    COPY CAMPCARD): 'CAMPO' DESCREVENDO OS CAMPOS EXIBIDOS NO   *
      *    RELATORIO DE CONFLITOS, UM CARTAO 'CHAVE' E 'FIM'. SEM ESSE *
      *    MACO (FIM FISICO DO SYSIN) A CONSOLIDACAO E A DE SEMPRE,    *
      *    SEM CONFERENCIA DE CHAVE E SEM AS DDS ARQCONFL/ARQRELAT.    *
      *----------------------------------------------------------------*
      *    OBSERVACAO..: FEED COM TRAILER DIVERGENTE (OU SEM TRAILER,  *
      *    QUANDO ESPERADO) E RELATADO NO SYSOUT E O RUN ENCERRA COM   *
      *    RC 8 - O ARQMERGE E GRAVADO INTEIRO MESMO ASSIM, PARA O     *
      *    DIAGNOSTICO NAO EXIGIR REEXECUCAO. COM A CONFERENCIA DE     *
      *    CHAVE LIGADA, OS FEEDS SAO LIDOS DUAS VEZES (INDEXACAO DAS  *
      *    CHAVES E CONSOLIDACAO); O CONFLITO E ENTRE FEEDS - CHAVE    *
      *    REPETIDA DENTRO DO MESMO FEED SEGUE PARA A CRITICA DE       *
      *    SEQUENCIA DA CONVERSAO, COMO SEMPRE. CONFLITO RESOLVIDO     *
      *    ENCERRA COM RC 4 (SE NAO HOUVER DIVERGENCIA DE TRAILER). AS *
      *    IMAGENS DESVIADAS SAO CONTADAS EM TOT-OUTROS DO ARQTOTSP -  *
      *    TOT-LIDOS CONTINUA SENDO O TOTAL DOS EMISSORES, E O         *
      *    FECHAMENTO (LEGRSOMA) DESCONTA OS CONFLITOS DO ESPERADO.    *
      *    CAPACIDADE: 100000 CHAVES DISTINTAS E 2000 CHAVES EM        *
      *    CONFLITO (9200 ACIMA DISSO).                                *
      *================================================================*

      *================================================================*
           SELECT ARQTOTSP ASSIGN      TO   UT-S-ARQTOTSP
                      FILE STATUS      IS   WRK-FS-ARQTOTSP.

      *    BLOCO OPCIONAL - CONFERENCIA DE CHAVE ENTRE FEEDS (VIDE
      *    2500-INDEXAR-UM-FEED). ARQCONFL RECEBE AS IMAGENS PERDEDORAS
      *    COM A DD DO FEED DE ORIGEM E E RELIDO PARA O RELATORIO DE
      *    CONFLITOS (ARQRELAT). SO SAO ABERTOS COM O CARTAO 'CHAVE'.
           SELECT ARQCONFL ASSIGN      TO   UT-S-ARQCONFL
                      FILE STATUS      IS   WRK-FS-ARQCONFL.

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

       01  FD-ARQTOTSP                 PIC  X(080).

      *----------------------------------------------------------------*
      *   OUTPUT/INPUT: IMAGENS PERDEDORAS DOS CONFLITOS - ARQCONFL    *
      *            ORG. SEQUENCIAL    - LRECL   = 8 + @LENGTHIN        *
      *            (DD DO FEED DE ORIGEM + IMAGEM DO REGISTRO)         *
      *----------------------------------------------------------------*
       FD  ARQCONFL
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-ARQCONFL.
           03 FD-CONFL-DDNAME          PIC  X(008).
           03 FD-CONFL-REGISTRO        PIC  X(@LENGTHIN).

      *----------------------------------------------------------------*
      *   OUTPUT:  RELATORIO DE CONFLITOS DE CHAVE - ARQRELAT          *
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
           03 WRK-SOMA-QTD-TRAILER     PIC  9(011) COMP-3  VALUE ZEROS.
           03 WRK-SOMA-HASH-TRAILER    PIC  9(015) COMP-3  VALUE ZEROS.
           03 WRK-DIVERGENCIAS         PIC  9(003) COMP-3  VALUE ZEROS.
           03 WRK-CHAVES-CONFLITO      PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-CONFLITOS            PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-CONFLITOS-FEED       OCCURS 8 TIMES
                                       PIC  9(009) COMP-3.
           03 WRK-GRAVADOS-ARQRELAT    PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-DISPLAY              PIC +Z(08)9         VALUE ZEROS.
           03 WRK-DISPLAY-HASH         PIC +Z(14)9         VALUE ZEROS.

       01  WRK-FS-ARQFEED              PIC  X(002)         VALUE SPACES.
       01  WRK-FS-ARQMERGE             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-ARQTOTSP             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-ARQCONFL             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-ARQRELAT             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-ARQDICIO             PIC  X(002)         VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *  AREA DOS CARTOES DE CONSOLIDACAO - SYSIN                      *
                 'FEEDS'.
              88 MRG-CARTAO-CONTROLE                       VALUE
                 'CONTROLE'.
              88 MRG-CARTAO-ORDEM                          VALUE
                 'ORDEM'.
              88 MRG-CARTAO-DATA                           VALUE
                 'DATA'.
              88 MRG-FIM-DOS-CARTOES                       VALUE
                 'FIM'.
           03 MRG-VALOR                PIC  X(032).
              88 WRK-TRAILER-LIDO                           VALUE 'S'.
           03 WRK-TRAILER-QTD-REGS     PIC  9(009)         VALUE ZEROS.
           03 WRK-TRAILER-HASH-TOTAL   PIC  9(015)         VALUE ZEROS.
           03 WRK-FASE                 PIC  X(001)         VALUE 'C'.
              88 WRK-FASE-INDEXACAO                         VALUE 'I'.
              88 WRK-FASE-CONSOLIDACAO                      VALUE 'C'.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *  AREA DOS CARTOES DE LAYOUT - SYSIN (VIDE COPY CAMPCARD),      *
      *  LIDOS DEPOIS DO 'FIM' DOS CARTOES DE CONSOLIDACAO.            *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DOS CARTOES DE LAYOUT - SYSIN         ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       COPY CAMPCARD.

       COPY CAMPODIR.

       COPY DICCAMPO.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *  AREA DE CONTROLE DA CONFERENCIA DE CHAVE ENTRE FEEDS. A       *
      *  PRECEDENCIA DE CADA FEED E A SUA POSICAO NO CARTAO 'ORDEM'    *
      *  (FEED NAO LISTADO = 10 + NUMERO DO FEED); MENOR VENCE.        *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-CONTROLE-CONFLITO.
           03 WRK-SW-RESOLUCAO         PIC  X(001)         VALUE 'N'.
              88 WRK-RESOLUCAO-ATIVA                        VALUE 'S'.
           03 WRK-SW-PRECEDENCIA-DATA  PIC  X(001)         VALUE 'N'.
              88 WRK-PRECEDENCIA-POR-DATA                   VALUE 'S'.
           03 WRK-SW-ORDEM             PIC  X(001)         VALUE 'N'.
              88 WRK-ORDEM-INFORMADA                        VALUE 'S'.
           03 WRK-SW-PERDEDOR          PIC  X(001)         VALUE 'N'.
              88 WRK-REGISTRO-PERDEDOR                      VALUE 'S'.
           03 WRK-IDX-CHAVE            PIC  9(003) COMP-3  VALUE ZEROS.
           03 WRK-CHAVE-OFFSET         PIC  9(005) COMP-3  VALUE ZEROS.
           03 WRK-CHAVE-TAMANHO        PIC  9(003) COMP-3  VALUE ZEROS.
           03 WRK-CHAVE-REGISTRO       PIC  X(032)         VALUE SPACES.
           03 WRK-NOME-CAMPO-DATA      PIC  X(020)         VALUE SPACES.
           03 WRK-IDX-CAMPO-DATA       PIC  9(003) COMP-3  VALUE ZEROS.
           03 WRK-DATA-REGISTRO        PIC S9(015) COMP-3  VALUE ZEROS.
           03 WRK-ORDEM-FEEDS          PIC  X(008)         VALUE
              '12345678'.
           03 WRK-POS-ORDEM            PIC  9(001)         VALUE ZEROS.
           03 WRK-FEED-ORDEM           PIC  9(001)         VALUE ZEROS.
           03 WRK-PRECEDENCIA-FEED     OCCURS 8 TIMES
                                       PIC  9(002) COMP-3.
           03 WRK-DDNAME-FEED          PIC  X(008)         VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *  CHAVES DE TODOS OS FEEDS, EM ORDEM DE CHAVE PARA A BUSCA      *
      *  BINARIA, COM O FEED VENCEDOR ATE O MOMENTO, A SUA DATA (COM   *
      *  O CARTAO 'DATA') E, PARA CHAVE EM CONFLITO, A POSICAO DA      *
      *  IMAGEM VENCEDORA GUARDADA PARA O RELATORIO.                   *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-TABELA-CHAVES.
           03 WRK-QTD-CHV              PIC  9(007) COMP-3  VALUE ZEROS.
           03 WRK-CHV-ENTRADA          OCCURS 1 TO 100000 TIMES
                                       DEPENDING ON WRK-QTD-CHV
                                       ASCENDING KEY IS WRK-CHV-CHAVE
                                       INDEXED BY WRK-IDX-CHV.
              05 WRK-CHV-CHAVE         PIC  X(032).
              05 WRK-CHV-FEED          PIC  9(001).
              05 WRK-CHV-DATA          PIC S9(015) COMP-3.
              05 WRK-CHV-SW-CONFLITO   PIC  X(001).
                 88 WRK-CHV-EM-CONFLITO                     VALUE 'S'.
              05 WRK-CHV-IDX-IMAGEM    PIC  9(005) COMP-3.

       01  WRK-CONTROLE-INSERCAO.
           03 WRK-IDX-INSERCAO         PIC S9(007) COMP-3  VALUE ZEROS.
           03 WRK-POS-INICIAL          PIC S9(007) COMP-3  VALUE ZEROS.
           03 WRK-POS-INSERCAO         PIC  9(007) COMP-3  VALUE ZEROS.
           03 WRK-SW-POSICAO           PIC  X(001)         VALUE 'N'.
              88 WRK-POSICAO-ACHADA                         VALUE 'S'.
           03 WRK-SW-CHV-EXISTE        PIC  X(001)         VALUE 'N'.
              88 WRK-CHV-EXISTE                             VALUE 'S'.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *  IMAGENS VENCEDORAS DAS CHAVES EM CONFLITO (UMA POR CHAVE),    *
      *  GUARDADAS NA CONSOLIDACAO PARA O RELATORIO LADO A LADO.       *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-TABELA-IMAGENS.
           03 WRK-QTD-IMG              PIC  9(005) COMP-3  VALUE ZEROS.
           03 WRK-IMG-ENTRADA          OCCURS 2000 TIMES
                                       INDEXED BY WRK-IDX-IMG.
              05 WRK-IMG-REGISTRO      PIC  X(@LENGTHIN).

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *  AREA DE RENDERIZACAO DE VALOR (MESMA MECANICA DO COMPARADOR   *
      *  DE ROUND-TRIP) E DE CONVERSAO DE BYTE PARA HEXADECIMAL. O     *
      *  BYTE E COPIADO PARA O SEGUNDO BYTE DE UM BINARIO DE MEIA      *
      *  PALAVRA (VIA REDEFINES) PARA OBTER SEU VALOR NUMERICO E DAI   *
      *  OS DOIS NIBBLES POR DIVISAO POR 16.                           *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-CONTROLE-RENDERIZACAO.
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
      *  LINHAS DO RELATORIO DE CONFLITOS - ARQRELAT                   *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-LINHA-TITULO.
           03 FILLER                   PIC  X(043)         VALUE
              'CONFLITOS DE CHAVE ENTRE FEEDS - CRITERIO: '.
           03 WRK-TIT-CRITERIO         PIC  X(070).
           03 FILLER                   PIC  X(019)         VALUE SPACES.

       01  WRK-LINHA-COLUNAS.
           03 FILLER                   PIC  X(006)         VALUE SPACES.
           03 FILLER                   PIC  X(022)         VALUE
              'CAMPO'.
           03 FILLER                   PIC  X(022)         VALUE
              'IMAGEM VENCEDORA'.
           03 FILLER                   PIC  X(022)         VALUE
              'IMAGEM PERDEDORA'.
           03 FILLER                   PIC  X(060)         VALUE SPACES.

       01  WRK-LINHA-CONFLITO.
           03 FILLER                   PIC  X(006)         VALUE
              'CHAVE '.
           03 WRK-RCN-CHAVE            PIC  X(032).
           03 FILLER                   PIC  X(010)         VALUE
              ' VENCEDOR '.
           03 WRK-RCN-FEED-VENCEDOR    PIC  X(008).
           03 FILLER                   PIC  X(010)         VALUE
              ' PERDEDOR '.
           03 WRK-RCN-FEED-PERDEDOR    PIC  X(008).
           03 FILLER                   PIC  X(010)         VALUE
              ' CRITERIO '.
           03 WRK-RCN-CRITERIO         PIC  X(020).
           03 FILLER                   PIC  X(028)         VALUE SPACES.

       01  WRK-LINHA-CAMPO.
           03 FILLER                   PIC  X(006)         VALUE SPACES.
           03 WRK-RCP-NOME-CAMPO       PIC  X(020).
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 WRK-RCP-VALOR-VENCEDOR   PIC  X(020).
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 WRK-RCP-VALOR-PERDEDOR   PIC  X(020).
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 WRK-RCP-MARCA            PIC  X(010).
           03 FILLER                   PIC  X(050)         VALUE SPACES.

       01  WRK-LINHA-RESUMO.
           03 FILLER                   PIC  X(020)         VALUE
              'CHAVES EM CONFLITO: '.
           03 WRK-RSM-CHAVES           PIC  ZZZZZZZZ9.
           03 FILLER                   PIC  X(037)         VALUE
              '  IMAGENS DESVIADAS PARA O ARQCONFL: '.
           03 WRK-RSM-IMAGENS          PIC  ZZZZZZZZ9.
           03 FILLER                   PIC  X(057)         VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(050)         VALUE

       01  WRK-NOME-ARQUIVO            PIC  X(008)         VALUE SPACES.
       01  WRK-FILE-STATUS             PIC  X(002)         VALUE SPACES.
       01  WRK-NOME-TABELA             PIC  X(008)         VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(050)         VALUE

           PERFORM 1000-INICIAR.

           IF  WRK-RESOLUCAO-ATIVA
               SET WRK-FASE-INDEXACAO  TO TRUE
               PERFORM 2500-INDEXAR-UM-FEED
                   VARYING WRK-FEED-CORRENTE FROM 1 BY 1
                   UNTIL WRK-FEED-CORRENTE GREATER WRK-QTD-FEEDS
               SET WRK-FASE-CONSOLIDACAO TO TRUE
           END-IF.

           PERFORM 3000-CONSOLIDAR-UM-FEED
               VARYING WRK-FEED-CORRENTE FROM 1 BY 1
               UNTIL WRK-FEED-CORRENTE GREATER   WRK-QTD-FEEDS.

           IF  WRK-RESOLUCAO-ATIVA
               PERFORM 4000-RELATAR-CONFLITOS
           END-IF.

           PERFORM 9000-FINALIZAR.

      *----------------------------------------------------------------*
           INITIALIZE WRK-ACUMULADORES
            REPLACING NUMERIC DATA BY ZEROS.

           INITIALIZE WRK-CONTROLE-CONFLITO
            REPLACING NUMERIC DATA BY ZEROS.

           PERFORM 1200-LER-CARTOES-MERGE.

           IF  WRK-QTD-FEEDS           EQUAL     ZEROS
               PERFORM 9300-FORMATAR-ERRO-CARTAO
           END-IF.

           PERFORM 1300-LER-CARTOES-LAYOUT.

           PERFORM 1400-PREPARAR-CONFERENCIA.

           OPEN OUTPUT  ARQMERGE
                OUTPUT  ARQTOTSP.

       1130-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1140-TESTAR-FS-ARQCONFL         SECTION.
      *----------------------------------------------------------------*

           IF  WRK-FS-ARQCONFL         NOT EQUAL  '00'
               MOVE 'ARQCONFL'         TO WRK-NOME-ARQUIVO
               MOVE WRK-FS-ARQCONFL    TO WRK-FILE-STATUS
               PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

      *----------------------------------------------------------------*
       1140-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1150-TESTAR-FS-ARQRELAT         SECTION.
      *----------------------------------------------------------------*

           IF  WRK-FS-ARQRELAT         NOT EQUAL  '00'
               MOVE 'ARQRELAT'         TO WRK-NOME-ARQUIVO
               MOVE WRK-FS-ARQRELAT    TO WRK-FILE-STATUS
               PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

      *----------------------------------------------------------------*
       1150-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1200-LER-CARTOES-MERGE          SECTION.
      *----------------------------------------------------------------*
                       PERFORM 9300-FORMATAR-ERRO-CARTAO
                   END-IF
                   MOVE MRG-VALOR(1:1) TO WRK-SW-CONTROLE
               WHEN MRG-CARTAO-ORDEM
                   MOVE MRG-VALOR(1:8) TO WRK-ORDEM-FEEDS
                   MOVE ZEROS          TO WRK-PRECEDENCIA-FEED(1)
                                          WRK-PRECEDENCIA-FEED(2)
                                          WRK-PRECEDENCIA-FEED(3)
                                          WRK-PRECEDENCIA-FEED(4)
                                          WRK-PRECEDENCIA-FEED(5)
                                          WRK-PRECEDENCIA-FEED(6)
                                          WRK-PRECEDENCIA-FEED(7)
                                          WRK-PRECEDENCIA-FEED(8)
                   PERFORM 1230-POSICIONAR-FEED-ORDEM
                       VARYING WRK-POS-ORDEM FROM 1 BY 1
                       UNTIL WRK-POS-ORDEM GREATER 8
                   SET WRK-ORDEM-INFORMADA TO TRUE
               WHEN MRG-CARTAO-DATA
                   IF  MRG-VALOR(1:20) EQUAL     SPACES
                       PERFORM 9300-FORMATAR-ERRO-CARTAO
                   END-IF
                   MOVE MRG-VALOR(1:20) TO WRK-NOME-CAMPO-DATA
                   SET WRK-PRECEDENCIA-POR-DATA TO TRUE
               WHEN OTHER
                   PERFORM 9300-FORMATAR-ERRO-CARTAO
           END-EVALUATE.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1230-POSICIONAR-FEED-ORDEM      SECTION.
      *----------------------------------------------------------------*
      *    A POSICAO DO FEED NO CARTAO 'ORDEM' E A SUA PRECEDENCIA.    *
      *    FEED FORA DE 1-8 OU REPETIDO INVALIDA O CARTAO.             *
      *----------------------------------------------------------------*

           IF  WRK-ORDEM-FEEDS(WRK-POS-ORDEM:1) EQUAL SPACE
               GO TO 1230-99-FIM
           END-IF.

           IF  WRK-ORDEM-FEEDS(WRK-POS-ORDEM:1) NOT NUMERIC
           OR  WRK-ORDEM-FEEDS(WRK-POS-ORDEM:1) EQUAL '0'
           OR  WRK-ORDEM-FEEDS(WRK-POS-ORDEM:1) EQUAL '9'
               PERFORM 9300-FORMATAR-ERRO-CARTAO
           END-IF.

           MOVE WRK-ORDEM-FEEDS(WRK-POS-ORDEM:1) TO WRK-FEED-ORDEM.

           IF  WRK-PRECEDENCIA-FEED(WRK-FEED-ORDEM) NOT EQUAL ZEROS
               PERFORM 9300-FORMATAR-ERRO-CARTAO
           END-IF.

           MOVE WRK-POS-ORDEM TO WRK-PRECEDENCIA-FEED(WRK-FEED-ORDEM).

      *----------------------------------------------------------------*
       1230-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1300-LER-CARTOES-LAYOUT         SECTION.
      *----------------------------------------------------------------*
      *    CARREGA OS CARTOES 'CAMPO' E O CARTAO 'CHAVE' QUE SEGUEM O  *
      *    'FIM' DOS CARTOES DE CONSOLIDACAO (VIDE COPY CAMPCARD/      *
      *    CAMPODIR). O CARTAO E PRE-CARREGADO COM 'FIM' ANTES DE      *
      *    CADA ACCEPT - SYSIN SEM ESSE MACO DEIXA A CONFERENCIA DE    *
      *    CHAVE DESLIGADA.                                            *
      *----------------------------------------------------------------*

           PERFORM 1310-LER-CARTAO-CAMPO.

           PERFORM 1320-ARMAZENAR-CARTAO-CAMPO
               UNTIL CMP-FIM-DOS-CARTOES.

      *----------------------------------------------------------------*
       1300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1310-LER-CARTAO-CAMPO           SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-CARTAO-CAMPO.
           MOVE 'FIM'                  TO CMP-TIPO-CARTAO.

           ACCEPT WRK-CARTAO-CAMPO     FROM  SYSIN.

           IF  WRK-CARTAO-CAMPO        EQUAL     SPACES
               MOVE 'FIM'              TO CMP-TIPO-CARTAO
           END-IF.

      *----------------------------------------------------------------*
       1310-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1320-ARMAZENAR-CARTAO-CAMPO     SECTION.
      *----------------------------------------------------------------*

           IF  CMP-CARTAO-CHAVE
               PERFORM 1340-DESIGNAR-CHAVE
               PERFORM 1310-LER-CARTAO-CAMPO
               GO TO 1320-99-FIM
           END-IF.

           IF  CMP-CARTAO-LAYOUT
               PERFORM 1326-CARREGAR-LAYOUT
               PERFORM 1310-LER-CARTAO-CAMPO
               GO TO 1320-99-FIM
           END-IF.

           IF  NOT CMP-CARTAO-CAMPO
               PERFORM 9300-FORMATAR-ERRO-CARTAO
           END-IF.

           PERFORM 1325-INCLUIR-CAMPO-DIRETORIO.

           PERFORM 1310-LER-CARTAO-CAMPO.

      *----------------------------------------------------------------*
       1320-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1325-INCLUIR-CAMPO-DIRETORIO    SECTION.
      *----------------------------------------------------------------*
      *    CRITICA E GUARDA NO DIRETORIO O CARTAO 'CAMPO' - DIGITADO   *
      *    OU ESTAGIADO DO DICIONARIO PELO CARTAO 'LAYOUT'.            *
      *----------------------------------------------------------------*

           PERFORM 1330-VALIDAR-CARTAO-CAMPO.

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
       1325-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1326-CARREGAR-LAYOUT            SECTION.
      *----------------------------------------------------------------*
      *    CARTAO 'LAYOUT': CARREGA NO DIRETORIO OS CAMPOS DO BOOK     *
      *    PEDIDO A PARTIR DO DICIONARIO ARQDICIO (VIDE COPY DICCAMPO/ *
      *    DICCARGA), CADA UM COM A MESMA CRITICA DO CARTAO 'CAMPO'    *
      *    DIGITADO; CAMPO JA DIGITADO COM O MESMO NOME E MANTIDO.     *
      *----------------------------------------------------------------*

           PERFORM 8900-ABRIR-DICIONARIO.

           PERFORM 1327-INCLUIR-CAMPO-LAYOUT
               UNTIL WRK-DIC-FIM.

           PERFORM 8930-FECHAR-DICIONARIO.

      *----------------------------------------------------------------*
       1326-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1327-INCLUIR-CAMPO-LAYOUT       SECTION.
      *----------------------------------------------------------------*

           PERFORM 8910-PROCURAR-CAMPO-DIR.

           IF  WRK-DIC-CAMPO-ACHADO
               ADD 1                   TO WRK-DIC-PREEXISTENTES
           ELSE
               PERFORM 1325-INCLUIR-CAMPO-DIRETORIO
               ADD 1                   TO WRK-DIC-CARREGADOS
           END-IF.

           PERFORM 8920-LER-DICIONARIO.

      *----------------------------------------------------------------*
       1327-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1330-VALIDAR-CARTAO-CAMPO       SECTION.
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
               LENGTH OF WRK-REGISTRO-FEED
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
       1330-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1340-DESIGNAR-CHAVE             SECTION.
      *----------------------------------------------------------------*
      *    LOCALIZA NO DIRETORIO O CAMPO NOMEADO PELO CARTAO 'CHAVE'   *
      *    (O CARTAO 'CAMPO' CORRESPONDENTE DEVE VIR ANTES NO MACO).   *
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-IDX-CHAVE.

           PERFORM 1345-PROCURAR-CAMPO-CHAVE
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
       1340-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1345-PROCURAR-CAMPO-CHAVE       SECTION.
      *----------------------------------------------------------------*

           IF  WRK-DIR-NOME(WRK-IDX-DIR) EQUAL CMP-NOME-CAMPO
               SET WRK-IDX-CHAVE       TO WRK-IDX-DIR
               MOVE WRK-DIR-OFFSET(WRK-IDX-DIR) TO WRK-CHAVE-OFFSET
               MOVE WRK-DIR-TAMANHO(WRK-IDX-DIR) TO WRK-CHAVE-TAMANHO
           END-IF.

      *----------------------------------------------------------------*
       1345-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1350-DESIGNAR-CAMPO-DATA        SECTION.
      *----------------------------------------------------------------*
      *    LOCALIZA NO DIRETORIO O CAMPO DO CARTAO 'DATA'. SO CAMPO    *
      *    NUMERICO (P OU Z, AAAAMMDD) ORDENA CRONOLOGICAMENTE.        *
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-IDX-CAMPO-DATA.

           PERFORM 1355-PROCURAR-CAMPO-DATA
               VARYING WRK-IDX-DIR FROM 1 BY 1
               UNTIL WRK-IDX-DIR       GREATER   WRK-QTD-CAMPOS
                  OR WRK-IDX-CAMPO-DATA GREATER  ZEROS.

           IF  WRK-IDX-CAMPO-DATA      EQUAL     ZEROS
               PERFORM 9300-FORMATAR-ERRO-CARTAO
           END-IF.

           SET WRK-IDX-DIR             TO WRK-IDX-CAMPO-DATA.

           IF  WRK-DIR-TIPO-TEXTO(WRK-IDX-DIR)
               PERFORM 9300-FORMATAR-ERRO-CARTAO
           END-IF.

      *----------------------------------------------------------------*
       1350-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1355-PROCURAR-CAMPO-DATA        SECTION.
      *----------------------------------------------------------------*

           IF  WRK-DIR-NOME(WRK-IDX-DIR) EQUAL WRK-NOME-CAMPO-DATA
               SET WRK-IDX-CAMPO-DATA  TO WRK-IDX-DIR
           END-IF.

      *----------------------------------------------------------------*
       1355-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1400-PREPARAR-CONFERENCIA       SECTION.
      *----------------------------------------------------------------*
      *    COM O CARTAO 'CHAVE', LIGA A CONFERENCIA DE CHAVE ENTRE     *
      *    FEEDS: COMPLETA A PRECEDENCIA DOS FEEDS NAO LISTADOS NO     *
      *    CARTAO 'ORDEM', RESOLVE O CAMPO DO CARTAO 'DATA' E ABRE O   *
      *    ARQCONFL E O RELATORIO. SEM 'CHAVE', CARTOES DE LAYOUT OU   *
      *    DE PRECEDENCIA NAO TEM USO - CARTAO INCOMPLETO.             *
      *----------------------------------------------------------------*

           IF  WRK-CHAVE-TAMANHO       EQUAL     ZEROS
               IF  WRK-QTD-CAMPOS      GREATER   ZEROS
               OR  WRK-ORDEM-INFORMADA
               OR  WRK-PRECEDENCIA-POR-DATA
                   PERFORM 9300-FORMATAR-ERRO-CARTAO
               END-IF
               GO TO 1400-99-FIM
           END-IF.

           SET WRK-RESOLUCAO-ATIVA     TO TRUE.

           IF  WRK-PRECEDENCIA-POR-DATA
               PERFORM 1350-DESIGNAR-CAMPO-DATA
           END-IF.

           PERFORM 1410-COMPLETAR-PRECEDENCIA
               VARYING WRK-FEED-ORDEM FROM 1 BY 1
               UNTIL WRK-FEED-ORDEM    GREATER   8.

           MOVE SPACES                 TO WRK-TIT-CRITERIO.

           IF  WRK-PRECEDENCIA-POR-DATA
               STRING 'DATA MAIS RECENTE EM ' DELIMITED BY SIZE
                      WRK-NOME-CAMPO-DATA     DELIMITED BY '  '
                      ' - EMPATE PELA ORDEM ' DELIMITED BY SIZE
                      WRK-ORDEM-FEEDS         DELIMITED BY SIZE
                 INTO WRK-TIT-CRITERIO
           ELSE
               STRING 'ORDEM DOS FEEDS '      DELIMITED BY SIZE
                      WRK-ORDEM-FEEDS         DELIMITED BY SIZE
                 INTO WRK-TIT-CRITERIO
           END-IF.

           OPEN OUTPUT  ARQCONFL
                OUTPUT  ARQRELAT.

           PERFORM 1140-TESTAR-FS-ARQCONFL.
           PERFORM 1150-TESTAR-FS-ARQRELAT.

           MOVE WRK-LINHA-TITULO       TO FD-ARQRELAT.
           PERFORM 8000-GRAVAR-ARQRELAT.

           MOVE SPACES                 TO FD-ARQRELAT.
           PERFORM 8000-GRAVAR-ARQRELAT.

           MOVE WRK-LINHA-COLUNAS      TO FD-ARQRELAT.
           PERFORM 8000-GRAVAR-ARQRELAT.

      *----------------------------------------------------------------*
       1400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1410-COMPLETAR-PRECEDENCIA      SECTION.
      *----------------------------------------------------------------*

           IF  WRK-PRECEDENCIA-FEED(WRK-FEED-ORDEM) EQUAL ZEROS
               COMPUTE WRK-PRECEDENCIA-FEED(WRK-FEED-ORDEM) =
                       10 + WRK-FEED-ORDEM
           END-IF.

      *----------------------------------------------------------------*
       1410-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-LER-FEED                   SECTION.
      *----------------------------------------------------------------*
      *    LE O PROXIMO REGISTRO DO FEED CORRENTE PARA A AREA COMUM    *
      *    DE TRABALHO E CLASSIFICA O TIPO (HEADER/TRAILER/DETALHE)    *
      *    PELA COLUNA 1, QUANDO OS FEEDS TRAZEM REGISTROS DE          *
      *    CONTROLE ('CONTROLE S').                                    *
      *----------------------------------------------------------------*

           EVALUATE WRK-FEED-CORRENTE
               WHEN 1
                   READ ARQFEED1       INTO WRK-REGISTRO-FEED
               WHEN 2
                   READ ARQFEED2       INTO WRK-REGISTRO-FEED
               WHEN 3
                   READ ARQFEED3       INTO WRK-REGISTRO-FEED
               WHEN 4
                   READ ARQFEED4       INTO WRK-REGISTRO-FEED
               WHEN 5
                   READ ARQFEED5       INTO WRK-REGISTRO-FEED
               WHEN 6
                   READ ARQFEED6       INTO WRK-REGISTRO-FEED
               WHEN 7
                   READ ARQFEED7       INTO WRK-REGISTRO-FEED
               WHEN OTHER
                   READ ARQFEED8       INTO WRK-REGISTRO-FEED
           END-EVALUATE.

           IF  WRK-FS-ARQFEED          EQUAL     '10'
               GO TO 2100-99-FIM
           END-IF.

           PERFORM 1110-TESTAR-FS-ARQFEED.

           IF  WRK-FASE-CONSOLIDACAO
               ADD 1                   TO  WRK-LIDOS-TOTAL
           END-IF.

           MOVE SPACES                 TO WRK-TIPO-REGISTRO-LIDO.

           IF  WRK-FEEDS-COM-CONTROLE
               IF  WRK-REGISTRO-FEED(1:1) EQUAL 'H'
               OR  WRK-REGISTRO-FEED(1:1) EQUAL 'T'
                   MOVE WRK-REGISTRO-FEED(1:1)
                                       TO WRK-TIPO-REGISTRO-LIDO
               END-IF
           END-IF.

           IF  WRK-REGISTRO-TRAILER
               PERFORM 2160-TRATAR-TRAILER-FEED
           END-IF.

      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2160-TRATAR-TRAILER-FEED        SECTION.
      *----------------------------------------------------------------*
      *    CAPTURA OS TOTAIS DE CONTROLE DO TRAILER DO FEED CORRENTE   *
      *    (MESMAS POSICOES DE 2160-TRATAR-TRAILER DA CONVERSAO) PARA  *
      *    A VALIDACAO INDIVIDUAL EM 3200-VALIDAR-TRAILER-FEED E PARA  *
      *    A SOMA DOS TOTAIS ESPERADOS DA RODADA.                      *
      *----------------------------------------------------------------*

           MOVE WRK-REGISTRO-FEED(2:9)   TO WRK-TRAILER-QTD-REGS.
           MOVE WRK-REGISTRO-FEED(11:15) TO WRK-TRAILER-HASH-TOTAL.

           SET WRK-TRAILER-LIDO          TO TRUE.

      *----------------------------------------------------------------*
       2160-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2300-ABRIR-FEED                 SECTION.
      *----------------------------------------------------------------*

           EVALUATE WRK-FEED-CORRENTE
               WHEN 1
                   OPEN INPUT ARQFEED1
               WHEN 2
                   OPEN INPUT ARQFEED2
               WHEN 3
                   OPEN INPUT ARQFEED3
               WHEN 4
                   OPEN INPUT ARQFEED4
               WHEN 5
                   OPEN INPUT ARQFEED5
               WHEN 6
                   OPEN INPUT ARQFEED6
               WHEN 7
                   OPEN INPUT ARQFEED7
               WHEN OTHER
                   OPEN INPUT ARQFEED8
           END-EVALUATE.

           PERFORM 1110-TESTAR-FS-ARQFEED.

      *----------------------------------------------------------------*
       2300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2400-FECHAR-FEED                SECTION.
      *----------------------------------------------------------------*

           EVALUATE WRK-FEED-CORRENTE
               WHEN 1
                   CLOSE ARQFEED1
               WHEN 2
                   CLOSE ARQFEED2
               WHEN 3
                   CLOSE ARQFEED3
               WHEN 4
                   CLOSE ARQFEED4
               WHEN 5
                   CLOSE ARQFEED5
               WHEN 6
                   CLOSE ARQFEED6
               WHEN 7
                   CLOSE ARQFEED7
               WHEN OTHER
                   CLOSE ARQFEED8
           END-EVALUATE.

      *----------------------------------------------------------------*
       2400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2500-INDEXAR-UM-FEED            SECTION.
      *----------------------------------------------------------------*
      *    PRIMEIRA PASSADA (SO COM O CARTAO 'CHAVE'): LE O FEED       *
      *    CORRENTE INTEIRO E REGISTRA A CHAVE DE CADA DETALHE NA      *
      *    TABELA DE CHAVES, DECIDINDO O FEED VENCEDOR DE CADA CHAVE   *
      *    ENVIADA POR MAIS DE UM FEED ANTES DE GRAVAR O ARQMERGE.     *
      *----------------------------------------------------------------*

           PERFORM 2300-ABRIR-FEED.

           PERFORM 2100-LER-FEED.

           PERFORM 2600-INDEXAR-REGISTRO
               UNTIL WRK-FS-ARQFEED    EQUAL     '10'.

           PERFORM 2400-FECHAR-FEED.

      *----------------------------------------------------------------*
       2500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2600-INDEXAR-REGISTRO           SECTION.
      *----------------------------------------------------------------*
      *    CHAVE NOVA ENTRA NA TABELA COM O FEED CORRENTE; CHAVE JA    *
      *    VISTA EM OUTRO FEED E CONFLITO - A PRECEDENCIA DECIDE QUAL  *
      *    FEED FICA COM ELA. CHAVE REPETIDA NO PROPRIO FEED NAO E     *
      *    CONFLITO ENTRE FEEDS.                                       *
      *----------------------------------------------------------------*

           IF  WRK-REGISTRO-HEADER
           OR  WRK-REGISTRO-TRAILER
               GO TO 2600-80-LER
           END-IF.

           PERFORM 2700-EXTRAIR-CHAVE.

           PERFORM 2750-PROCURAR-CHAVE.

           IF  NOT WRK-CHV-EXISTE
               PERFORM 2800-INCLUIR-CHAVE
               GO TO 2600-80-LER
           END-IF.

           IF  WRK-CHV-FEED(WRK-IDX-CHV) EQUAL WRK-FEED-CORRENTE
               GO TO 2600-80-LER
           END-IF.

           IF  NOT WRK-CHV-EM-CONFLITO(WRK-IDX-CHV)
               SET WRK-CHV-EM-CONFLITO(WRK-IDX-CHV) TO TRUE
               ADD 1                   TO WRK-CHAVES-CONFLITO
           END-IF.

           PERFORM 2900-AVALIAR-PRECEDENCIA.

       2600-80-LER.

           PERFORM 2100-LER-FEED.

      *----------------------------------------------------------------*
       2600-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2700-EXTRAIR-CHAVE              SECTION.
      *----------------------------------------------------------------*
      *    EXTRAI DE WRK-REGISTRO-FEED A CHAVE E, COM O CARTAO 'DATA', *
      *    A DATA DE PRECEDENCIA (ILEGIVEL = ZEROS, A MAIS ANTIGA).    *
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-CHAVE-REGISTRO.
           MOVE WRK-REGISTRO-FEED(WRK-CHAVE-OFFSET:WRK-CHAVE-TAMANHO)
                                       TO WRK-CHAVE-REGISTRO.

           MOVE ZEROS                  TO WRK-DATA-REGISTRO.

           IF  NOT WRK-PRECEDENCIA-POR-DATA
               GO TO 2700-99-FIM
           END-IF.

           SET WRK-IDX-DIR             TO WRK-IDX-CAMPO-DATA.

           MOVE WRK-REGISTRO-FEED (WRK-DIR-OFFSET(WRK-IDX-DIR):
                                   WRK-DIR-TAMANHO(WRK-IDX-DIR))
                                       TO WRK-DEC-BYTES.
           MOVE WRK-DIR-TAMANHO(WRK-IDX-DIR) TO WRK-DEC-TAMANHO.
           MOVE WRK-DIR-TIPO(WRK-IDX-DIR)    TO WRK-DEC-TIPO.

           PERFORM 8700-DECODIFICAR-CAMPO.

           IF  WRK-DEC-VALIDO
               MOVE WRK-DEC-VALOR      TO WRK-DATA-REGISTRO
           END-IF.

      *----------------------------------------------------------------*
       2700-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2750-PROCURAR-CHAVE             SECTION.
      *----------------------------------------------------------------*
      *    BUSCA BINARIA DE WRK-CHAVE-REGISTRO NA TABELA DE CHAVES -   *
      *    ACHADA, WRK-IDX-CHV FICA POSICIONADO NA ENTRADA.            *
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-SW-CHV-EXISTE.

           IF  WRK-QTD-CHV             EQUAL     ZEROS
               GO TO 2750-99-FIM
           END-IF.

           SEARCH ALL WRK-CHV-ENTRADA
               AT END
                   CONTINUE
               WHEN WRK-CHV-CHAVE(WRK-IDX-CHV) EQUAL WRK-CHAVE-REGISTRO
                   SET WRK-CHV-EXISTE  TO TRUE
           END-SEARCH.

      *----------------------------------------------------------------*
       2750-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2800-INCLUIR-CHAVE              SECTION.
      *----------------------------------------------------------------*
      *    INSERCAO ORDENADA DA CHAVE NOVA. FEEDS JA CLASSIFICADOS     *
      *    PELA CHAVE (O CASO NORMAL) SO ACRESCENTAM NO FIM DA TABELA. *
      *----------------------------------------------------------------*

           IF  WRK-QTD-CHV             NOT LESS  100000
               MOVE 'CHAVES'           TO WRK-NOME-TABELA
               PERFORM 9200-FORMATAR-ERRO-TABELA-CHEIA
           END-IF.

           ADD 1                       TO WRK-QTD-CHV.

           COMPUTE WRK-POS-INICIAL = WRK-QTD-CHV - 1.

           MOVE 1                      TO WRK-POS-INSERCAO.
           MOVE 'N'                    TO WRK-SW-POSICAO.

           PERFORM 2810-DESLOCAR-CHAVE
               VARYING WRK-IDX-INSERCAO FROM WRK-POS-INICIAL BY -1
               UNTIL WRK-IDX-INSERCAO  LESS      1
                  OR WRK-POSICAO-ACHADA.

           SET WRK-IDX-CHV             TO WRK-POS-INSERCAO.

           MOVE WRK-CHAVE-REGISTRO     TO WRK-CHV-CHAVE(WRK-IDX-CHV).
           MOVE WRK-FEED-CORRENTE      TO WRK-CHV-FEED(WRK-IDX-CHV).
           MOVE WRK-DATA-REGISTRO      TO WRK-CHV-DATA(WRK-IDX-CHV).
           MOVE 'N'                    TO WRK-CHV-SW-CONFLITO
                                          (WRK-IDX-CHV).
           MOVE ZEROS                  TO WRK-CHV-IDX-IMAGEM
                                          (WRK-IDX-CHV).

      *----------------------------------------------------------------*
       2800-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2810-DESLOCAR-CHAVE             SECTION.
      *----------------------------------------------------------------*

           SET WRK-IDX-CHV             TO WRK-IDX-INSERCAO.

           IF  WRK-CHV-CHAVE(WRK-IDX-CHV) GREATER WRK-CHAVE-REGISTRO
               MOVE WRK-CHV-ENTRADA(WRK-IDX-CHV)
                                       TO WRK-CHV-ENTRADA
                                          (WRK-IDX-CHV + 1)
           ELSE
               SET WRK-POSICAO-ACHADA  TO TRUE
               COMPUTE WRK-POS-INSERCAO = WRK-IDX-INSERCAO + 1
           END-IF.

      *----------------------------------------------------------------*
       2810-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2900-AVALIAR-PRECEDENCIA        SECTION.
      *----------------------------------------------------------------*
      *    O REGISTRO CORRENTE TOMA A CHAVE DO FEED QUE A DETINHA SE   *
      *    TRAZ DATA MAIS RECENTE (COM O CARTAO 'DATA') OU, NO EMPATE  *
      *    OU SEM O CARTAO, SE O SEU FEED TEM PRECEDENCIA MAIOR NA     *
      *    'ORDEM' DOS FEEDS.                                          *
      *----------------------------------------------------------------*

           IF  WRK-PRECEDENCIA-POR-DATA
               IF  WRK-DATA-REGISTRO   GREATER
                   WRK-CHV-DATA(WRK-IDX-CHV)
                   GO TO 2900-50-VENCER
               END-IF
               IF  WRK-DATA-REGISTRO   LESS
                   WRK-CHV-DATA(WRK-IDX-CHV)
                   GO TO 2900-99-FIM
               END-IF
           END-IF.

           IF  WRK-PRECEDENCIA-FEED(WRK-FEED-CORRENTE) NOT LESS
               WRK-PRECEDENCIA-FEED(WRK-CHV-FEED(WRK-IDX-CHV))
               GO TO 2900-99-FIM
           END-IF.

       2900-50-VENCER.

           MOVE WRK-FEED-CORRENTE      TO WRK-CHV-FEED(WRK-IDX-CHV).
           MOVE WRK-DATA-REGISTRO      TO WRK-CHV-DATA(WRK-IDX-CHV).

      *----------------------------------------------------------------*
       2900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-CONSOLIDAR-UM-FEED         SECTION.
      *----------------------------------------------------------------*
      *    PROCESSA O FEED CORRENTE INTEIRO: DETALHES VAO PARA O       *
      *    ARQMERGE (OU, PERDEDORES DE CONFLITO DE CHAVE, PARA O       *
      *    ARQCONFL), HEADER E TRAILER SAO DESCARTADOS (O TRAILER      *
      *    DEPOIS DE CAPTURADOS OS TOTAIS) E O FECHAMENTO VALIDA O     *
      *    TRAILER DO FEED INDIVIDUALMENTE.                            *
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-SW-TRAILER-LIDO.
           MOVE ZEROS                  TO WRK-TRAILER-QTD-REGS
                                          WRK-TRAILER-HASH-TOTAL.

           PERFORM 2300-ABRIR-FEED.

           PERFORM 2100-LER-FEED.

           PERFORM 3100-TRATAR-REGISTRO
               UNTIL WRK-FS-ARQFEED    EQUAL     '10'.

           PERFORM 3200-VALIDAR-TRAILER-FEED.

           PERFORM 2400-FECHAR-FEED.

      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3100-TRATAR-REGISTRO            SECTION.
      *----------------------------------------------------------------*

           IF  WRK-REGISTRO-HEADER
           OR  WRK-REGISTRO-TRAILER
               GO TO 3100-80-LER
           END-IF.

           ADD 1                       TO WRK-DETALHES-FEED
                                          (WRK-FEED-CORRENTE).

           MOVE 'N'                    TO WRK-SW-PERDEDOR.

           IF  WRK-RESOLUCAO-ATIVA
               PERFORM 3150-RESOLVER-CHAVE
           END-IF.

           IF  WRK-REGISTRO-PERDEDOR
               PERFORM 3300-GRAVAR-ARQCONFL
           ELSE
               WRITE FD-ARQMERGE       FROM WRK-REGISTRO-FEED
               PERFORM 1120-TESTAR-FS-ARQMERGE
               ADD 1                   TO WRK-GRAVADOS-ARQMERGE
           END-IF.

       3100-80-LER.

           PERFORM 2100-LER-FEED.

      *----------------------------------------------------------------*
       3100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3150-RESOLVER-CHAVE             SECTION.
      *----------------------------------------------------------------*
      *    DETALHE CUJA CHAVE FICOU COM OUTRO FEED NA INDEXACAO E      *
      *    PERDEDOR. DO FEED VENCEDOR, A PRIMEIRA IMAGEM DA CHAVE EM   *
      *    CONFLITO E GUARDADA PARA O RELATORIO LADO A LADO.           *
      *----------------------------------------------------------------*

           PERFORM 2700-EXTRAIR-CHAVE.

           PERFORM 2750-PROCURAR-CHAVE.

           IF  NOT WRK-CHV-EXISTE
               GO TO 3150-99-FIM
           END-IF.

           IF  NOT WRK-CHV-EM-CONFLITO(WRK-IDX-CHV)
               GO TO 3150-99-FIM
           END-IF.

           IF  WRK-CHV-FEED(WRK-IDX-CHV) NOT EQUAL WRK-FEED-CORRENTE
               SET WRK-REGISTRO-PERDEDOR TO TRUE
               GO TO 3150-99-FIM
           END-IF.

           IF  WRK-CHV-IDX-IMAGEM(WRK-IDX-CHV) EQUAL ZEROS
               PERFORM 3160-GUARDAR-IMAGEM
           END-IF.

      *----------------------------------------------------------------*
       3150-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3160-GUARDAR-IMAGEM             SECTION.
      *----------------------------------------------------------------*

           IF  WRK-QTD-IMG             NOT LESS  2000
               MOVE 'IMAGENS'          TO WRK-NOME-TABELA
               PERFORM 9200-FORMATAR-ERRO-TABELA-CHEIA
           END-IF.

           ADD 1                       TO WRK-QTD-IMG.

           SET WRK-IDX-IMG             TO WRK-QTD-IMG.

           MOVE WRK-REGISTRO-FEED      TO WRK-IMG-REGISTRO(WRK-IDX-IMG).
           MOVE WRK-QTD-IMG            TO WRK-CHV-IDX-IMAGEM
                                          (WRK-IDX-CHV).

      *----------------------------------------------------------------*
       3160-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3200-VALIDAR-TRAILER-FEED       SECTION.
      *----------------------------------------------------------------*
      *    A MESMA CONFERENCIA DE 9050-VALIDAR-TRAILER DA CONVERSAO,   *
      *    FEED A FEED: QUANTIDADE DO TRAILER CONTRA OS DETALHES       *
      *    CONTADOS. O TOTAL DE CONTROLE DO TRAILER NAO E              *
      *    RECALCULAVEL AQUI (DEPENDE DOS CAMPOS DO LAYOUT) - ELE E    *
      *    SOMADO NOS TOTAIS ESPERADOS DA RODADA E CONFERIDO PELO      *
      *    FECHAMENTO DA CADEIA.                                       *
      *----------------------------------------------------------------*

           IF  NOT WRK-FEEDS-COM-CONTROLE
               GO TO 3200-99-FIM
           END-IF.

           IF  NOT WRK-TRAILER-LIDO
               DISPLAY '*********** @PGMID ***********'
               DISPLAY '*                              *'
               DISPLAY '*  FEED SEM TRAILER DE         *'
               DISPLAY '*  CONTROLE                    *'
               DISPLAY '*                              *'
               DISPLAY '* FEED: ' WRK-FEED-CORRENTE
               DISPLAY '********************************'
               ADD 1 TO WRK-DIVERGENCIAS
               GO TO 3200-99-FIM
           END-IF.

           IF  WRK-TRAILER-QTD-REGS    NOT EQUAL
               WRK-DETALHES-FEED(WRK-FEED-CORRENTE)
               DISPLAY '*********** @PGMID ***********'
               DISPLAY '*                              *'
               DISPLAY '*  TRAILER DO FEED DIVERGE DOS *'
               DISPLAY '*  DETALHES CONTADOS           *'
               DISPLAY '*                              *'
               DISPLAY '* FEED: ' WRK-FEED-CORRENTE
               MOVE WRK-TRAILER-QTD-REGS TO WRK-DISPLAY
               DISPLAY '* QTD NO TRAILER  : ' WRK-DISPLAY
               MOVE WRK-DETALHES-FEED(WRK-FEED-CORRENTE)
                                       TO WRK-DISPLAY
               DISPLAY '* QTD CONTADA     : ' WRK-DISPLAY
               DISPLAY '********************************'
               ADD 1 TO WRK-DIVERGENCIAS
           END-IF.

           ADD WRK-TRAILER-QTD-REGS    TO WRK-SOMA-QTD-TRAILER.
           ADD WRK-TRAILER-HASH-TOTAL  TO WRK-SOMA-HASH-TRAILER.

      *----------------------------------------------------------------*
       3200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3300-GRAVAR-ARQCONFL            SECTION.
      *----------------------------------------------------------------*
      *    IMAGEM PERDEDORA, MARCADA COM A DD DO FEED DE ORIGEM.       *
      *----------------------------------------------------------------*

           MOVE 'ARQFEED'              TO FD-CONFL-DDNAME.
           MOVE WRK-FEED-CORRENTE      TO FD-CONFL-DDNAME(8:1).
           MOVE WRK-REGISTRO-FEED      TO FD-CONFL-REGISTRO.

           WRITE FD-ARQCONFL.

           PERFORM 1140-TESTAR-FS-ARQCONFL.

           ADD 1                       TO WRK-CONFLITOS
                                          WRK-CONFLITOS-FEED
                                          (WRK-FEED-CORRENTE).

      *----------------------------------------------------------------*
       3300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4000-RELATAR-CONFLITOS          SECTION.
      *----------------------------------------------------------------*
      *    RELE O ARQCONFL E, PARA CADA IMAGEM PERDEDORA, MOSTRA A     *
      *    IMAGEM VENCEDORA DA MESMA CHAVE AO LADO, CAMPO A CAMPO      *
      *    (CAMPOS DESCRITOS NOS CARTOES DE LAYOUT), MARCANDO OS       *
      *    CAMPOS EM QUE AS DUAS DIVERGEM.                             *
      *----------------------------------------------------------------*

           CLOSE ARQCONFL.

           PERFORM 1140-TESTAR-FS-ARQCONFL.

           OPEN INPUT ARQCONFL.

           PERFORM 1140-TESTAR-FS-ARQCONFL.

           PERFORM 4100-LER-ARQCONFL.

           PERFORM 4200-RELATAR-UM-CONFLITO
               UNTIL WRK-FS-ARQCONFL   EQUAL     '10'.

           CLOSE ARQCONFL.

           MOVE SPACES                 TO FD-ARQRELAT.
           PERFORM 8000-GRAVAR-ARQRELAT.

           MOVE WRK-CHAVES-CONFLITO    TO WRK-RSM-CHAVES.
           MOVE WRK-CONFLITOS          TO WRK-RSM-IMAGENS.

           MOVE WRK-LINHA-RESUMO       TO FD-ARQRELAT.
           PERFORM 8000-GRAVAR-ARQRELAT.

      *----------------------------------------------------------------*
       4000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4100-LER-ARQCONFL               SECTION.
      *----------------------------------------------------------------*

           READ ARQCONFL.

           IF  WRK-FS-ARQCONFL         EQUAL     '10'
               GO TO 4100-99-FIM
           END-IF.

           PERFORM 1140-TESTAR-FS-ARQCONFL.

      *----------------------------------------------------------------*
       4100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4200-RELATAR-UM-CONFLITO        SECTION.
      *----------------------------------------------------------------*

           MOVE FD-CONFL-REGISTRO      TO WRK-REGISTRO-FEED.

           PERFORM 2700-EXTRAIR-CHAVE.

           PERFORM 2750-PROCURAR-CHAVE.

           SET WRK-IDX-IMG             TO WRK-CHV-IDX-IMAGEM
                                          (WRK-IDX-CHV).

           MOVE SPACES                 TO FD-ARQRELAT.
           PERFORM 8000-GRAVAR-ARQRELAT.

           MOVE WRK-CHAVE-REGISTRO     TO WRK-RCN-CHAVE.
           MOVE 'ARQFEED'              TO WRK-RCN-FEED-VENCEDOR.
           MOVE WRK-CHV-FEED(WRK-IDX-CHV)
                                       TO WRK-RCN-FEED-VENCEDOR(8:1).
           MOVE FD-CONFL-DDNAME        TO WRK-RCN-FEED-PERDEDOR.

           IF  WRK-PRECEDENCIA-POR-DATA
           AND WRK-DATA-REGISTRO       NOT EQUAL
               WRK-CHV-DATA(WRK-IDX-CHV)
               MOVE 'DATA MAIS RECENTE' TO WRK-RCN-CRITERIO
           ELSE
               MOVE 'ORDEM DOS FEEDS'  TO WRK-RCN-CRITERIO
           END-IF.

           MOVE WRK-LINHA-CONFLITO     TO FD-ARQRELAT.
           PERFORM 8000-GRAVAR-ARQRELAT.

           PERFORM 4300-RELATAR-UM-CAMPO
               VARYING WRK-IDX-DIR FROM 1 BY 1
               UNTIL WRK-IDX-DIR       GREATER   WRK-QTD-CAMPOS.

           PERFORM 4100-LER-ARQCONFL.

      *----------------------------------------------------------------*
       4200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4300-RELATAR-UM-CAMPO           SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-DIR-NOME(WRK-IDX-DIR) TO WRK-RCP-NOME-CAMPO.

           MOVE WRK-IMG-REGISTRO(WRK-IDX-IMG)
                                (WRK-DIR-OFFSET(WRK-IDX-DIR):
                                 WRK-DIR-TAMANHO(WRK-IDX-DIR))
                                       TO WRK-DEC-BYTES.
           PERFORM 4400-RENDERIZAR-VALOR.
           MOVE WRK-VALOR-RENDERIZADO  TO WRK-RCP-VALOR-VENCEDOR.

           MOVE WRK-REGISTRO-FEED (WRK-DIR-OFFSET(WRK-IDX-DIR):
                                   WRK-DIR-TAMANHO(WRK-IDX-DIR))
                                       TO WRK-DEC-BYTES.
           PERFORM 4400-RENDERIZAR-VALOR.
           MOVE WRK-VALOR-RENDERIZADO  TO WRK-RCP-VALOR-PERDEDOR.

           IF  WRK-IMG-REGISTRO(WRK-IDX-IMG)
                               (WRK-DIR-OFFSET(WRK-IDX-DIR):
                                WRK-DIR-TAMANHO(WRK-IDX-DIR))
               EQUAL
               WRK-REGISTRO-FEED (WRK-DIR-OFFSET(WRK-IDX-DIR):
                                  WRK-DIR-TAMANHO(WRK-IDX-DIR))
               MOVE SPACES             TO WRK-RCP-MARCA
           ELSE
               MOVE '<- DIFERE'        TO WRK-RCP-MARCA
           END-IF.

           MOVE WRK-LINHA-CAMPO        TO FD-ARQRELAT.
           PERFORM 8000-GRAVAR-ARQRELAT.

      *----------------------------------------------------------------*
       4300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4400-RENDERIZAR-VALOR           SECTION.
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
      *    A MARCA DE DIVERGENCIA EM 4300 USA SEMPRE O TAMANHO
      *    INTEIRO).
           IF  WRK-DIR-TIPO-TEXTO(WRK-IDX-DIR)
               MOVE WRK-DEC-TAMANHO    TO WRK-TAM-EXIBICAO
               IF  WRK-TAM-EXIBICAO    GREATER   20
                   MOVE 20             TO WRK-TAM-EXIBICAO
               END-IF
               MOVE WRK-DEC-BYTES(1:WRK-TAM-EXIBICAO)
                                       TO WRK-VALOR-RENDERIZADO
               GO TO 4400-99-FIM
           END-IF.

           PERFORM 8700-DECODIFICAR-CAMPO.

           IF  WRK-DEC-VALIDO
               MOVE WRK-DEC-VALOR      TO WRK-DEC-EDITADO
               MOVE WRK-DEC-EDITADO    TO WRK-VALOR-RENDERIZADO
           ELSE
               PERFORM 4410-RENDERIZAR-HEXA
           END-IF.

      *----------------------------------------------------------------*
       4400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4410-RENDERIZAR-HEXA            SECTION.
      *----------------------------------------------------------------*
      *    RENDERIZA OS BYTES ESTAGIADOS EM HEXADECIMAL (DOIS          *
      *    CARACTERES POR BYTE, LIMITADO AOS 10 PRIMEIROS BYTES).      *
      *----------------------------------------------------------------*

           MOVE WRK-DEC-TAMANHO        TO WRK-HEX-TAMANHO.

           IF  WRK-HEX-TAMANHO         GREATER   10
               MOVE 10                 TO WRK-HEX-TAMANHO
           END-IF.

           PERFORM 4420-CONVERTER-BYTE-HEXA
               VARYING WRK-HEX-POS-BYTE FROM 1 BY 1
               UNTIL WRK-HEX-POS-BYTE  GREATER   WRK-HEX-TAMANHO.

      *----------------------------------------------------------------*
       4410-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4420-CONVERTER-BYTE-HEXA        SECTION.
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
       4420-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       8000-GRAVAR-ARQRELAT            SECTION.
      *----------------------------------------------------------------*

           WRITE FD-ARQRELAT.

           PERFORM 1150-TESTAR-FS-ARQRELAT.

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
       9100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9200-FORMATAR-ERRO-TABELA-CHEIA SECTION.
      *----------------------------------------------------------------*

           DISPLAY '*********** @PGMID ***********'
           DISPLAY '*                              *'
           DISPLAY '*  TABELA INTERNA CHEIA        *'
           DISPLAY '*  (100000 CHAVES OU 2000      *'
           DISPLAY '*  CHAVES EM CONFLITO)         *'
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
      *    CARTAO DE CONSOLIDACAO INVALIDO (FEEDS FORA DE 1-8,         *
      *    CONTROLE FORA DE S/N, ORDEM COM FEED INVALIDO OU REPETIDO), *
      *    CARTAO DE LAYOUT INVALIDO, CAMPO DE 'CHAVE'/'DATA' NAO      *
      *    DESCRITO OU PRECEDENCIA SEM CHAVE - FALHA ANTES DE          *
      *    CONSOLIDAR ERRADO.                                          *
      *----------------------------------------------------------------*

           DISPLAY '*********** @PGMID ***********'
           DISPLAY '*                              *'
           DISPLAY '********************************'
           DISPLAY '* CARTAO: ' WRK-CARTAO-MERGE(1:60)
           DISPLAY '* LAYOUT: ' WRK-CARTAO-CAMPO(1:60)
           DISPLAY '********************************'

           MOVE 16 TO RETURN-CODE.
      *    GRAVA OS TOTAIS ESPERADOS DA RODADA CONSOLIDADA EM          *
      *    ARQTOTSP: COM TRAILERS NOS FEEDS, A SOMA DAS QUANTIDADES    *
      *    E DOS TOTAIS DE CONTROLE DOS EMISSORES; SEM TRAILERS, A     *
      *    QUANTIDADE DE DETALHES E HASH NAO SIGNIFICATIVO             *
      *    (TOT-SW-HASH = 'N') - MESMA CONVENCAO DO PARTICIONADOR. AS  *
      *    IMAGENS DESVIADAS PARA O ARQCONFL SAEM EM TOT-OUTROS, DE    *
      *    MODO QUE LIDOS = GRAVADOS + OUTROS CONTINUA FECHANDO.       *
      *----------------------------------------------------------------*

           MOVE '@PGMID'               TO TOT-PGMID.
               MOVE WRK-SOMA-HASH-TRAILER TO TOT-HASH
               MOVE 'S'                TO TOT-SW-HASH
           ELSE
               COMPUTE TOT-LIDOS = WRK-GRAVADOS-ARQMERGE
                                 + WRK-CONFLITOS
               MOVE ZEROS              TO TOT-HASH
               MOVE 'N'                TO TOT-SW-HASH
           END-IF.

           MOVE WRK-GRAVADOS-ARQMERGE  TO TOT-GRAVADOS.
           MOVE ZEROS                  TO TOT-REJEITADOS
                                          TOT-DESPREZADOS.
           MOVE WRK-CONFLITOS          TO TOT-OUTROS.

           WRITE FD-ARQTOTSP           FROM WRK-LINHA-TOTAL.

           MOVE    WRK-GRAVADOS-ARQMERGE TO WRK-DISPLAY
           DISPLAY '* GRAVADOS ARQMERGE : ' WRK-DISPLAY
           DISPLAY '*                              *'
           IF  WRK-RESOLUCAO-ATIVA
               MOVE WRK-CHAVES-CONFLITO TO WRK-DISPLAY
               DISPLAY '* CHAVES EM CONFLITO: ' WRK-DISPLAY
               DISPLAY '*                              *'
               MOVE WRK-CONFLITOS      TO WRK-DISPLAY
               DISPLAY '* DESVIADOS ARQCONFL: ' WRK-DISPLAY
               DISPLAY '*                              *'
           END-IF
           PERFORM 9010-EXIBIR-FEED
               VARYING WRK-FEED-CORRENTE FROM 1 BY 1
               UNTIL WRK-FEED-CORRENTE GREATER   WRK-QTD-FEEDS

           IF  WRK-DIVERGENCIAS        GREATER   ZEROS
               MOVE 8 TO RETURN-CODE
           ELSE
               IF  WRK-CONFLITOS       GREATER   ZEROS
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           CLOSE ARQMERGE
                 ARQTOTSP.

           IF  WRK-RESOLUCAO-ATIVA
               CLOSE ARQRELAT
           END-IF.

           STOP RUN.

      *----------------------------------------------------------------*

           DISPLAY '* FEED  ' WRK-FEED-CORRENTE ' : ' WRK-DISPLAY.

           IF  WRK-RESOLUCAO-ATIVA
               MOVE WRK-CONFLITOS-FEED(WRK-FEED-CORRENTE)
                                       TO WRK-DISPLAY
               DISPLAY '*   DESVIADOS : ' WRK-DISPLAY
           END-IF.

      *----------------------------------------------------------------*
       9010-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

       COPY DECODNUM.

       COPY DICCARGA.

      *================================================================*
