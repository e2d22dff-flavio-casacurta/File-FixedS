      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. GERADIC.
       AUTHOR.     C&C.

      *================================================================*
      *                        S O N D A   I T                         *
      *----------------------------------------------------------------*
      *    PROGRAMA....: GERADIC
      *    PROGRAMADOR.: C&C
      *    DATA........: 24/08/2026
      *----------------------------------------------------------------*
      *    OBJETIVO....:
      *                 - LER O FONTE DE UM COPYBOOK DE REGISTRO (O    *
      *                   MESMO MEMBRO QUE ENTRA COMO @BOOKIN/@BOOKOUT *
      *                   NOS PROGRAMAS DE CONVERSAO) E GRAVAR EM      *
      *                   ARQDICIO O DICIONARIO DE LAYOUT DO BOOK: UM  *
      *                   REGISTRO POR CAMPO ELEMENTAR, COM OFFSET,    *
      *                   TAMANHO E TIPO P/Z/X CALCULADOS A PARTIR DE  *
      *                   PIC/USAGE, REDEFINES E OCCURS (VIDE COPY     *
      *                   DICCAMPO).
      *
      *                 - O DICIONARIO E LIDO PELOS UTILITARIOS QUE    *
      *                   ACEITAM O CARTAO 'LAYOUT' (VIDE COPY         *
      *                   CAMPCARD E DICCARGA) - UM CARTAO NO LUGAR DE *
      *                   DEZENAS DE CARTOES 'CAMPO' DIGITADOS A MAO   *
      *                   EM CADA SYSIN, QUE SAIAM DO PASSO QUANDO O   *
      *                   BOOK MUDAVA.
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME           I/O        INCLUDE/BOOK
      *                ARQBOOK           I         DECLARADO NO PGM
      *                ARQDICIO          O         COPY DICCAMPO
      *----------------------------------------------------------------*
      *    CARTOES.....: SYSIN - UM CARTAO COM O NOME DO BOOK (MEMBRO) *
      *                  NAS POSICOES 1-8; E O NOME GRAVADO EM         *
      *                  DIC-LIVRO E PEDIDO NO CARTAO 'LAYOUT'.        *
      *----------------------------------------------------------------*
      *    OBSERVACAO..: O FONTE E LIDO NAS COLUNAS 8-72 (COMENTARIOS  *
      *    '*' E '/' NA COLUNA 7 IGNORADOS, CONTINUACAO DE LITERAL '-' *
      *    TRATADA). ITENS 88 SAO IGNORADOS; 66 (RENAMES) E COPY       *
      *    ANINHADO SAO AVISADOS E IGNORADOS. CADA 01 (OU 77) COMECA   *
      *    UM REGISTRO NO OFFSET 1; UM BOOK SEM 01 (SO O TRECHO DE     *
      *    NIVEIS 05, ETC.) E TRATADO COMO UM REGISTRO SO. O USAGE DE  *
      *    UM GRUPO VALE PARA OS SUBORDINADOS. OCCURS DEPENDING ON E   *
      *    CALCULADO PELO MAXIMO. CADA OCORRENCIA DE OCCURS VIRA UMA   *
      *    ENTRADA, COM O SUFIXO '(N)' (OU '(N,M)' ANINHADO) NO NOME;  *
      *    NOMES ACIMA DE 20 POSICOES SAO TRUNCADOS E AVISADOS, ASSIM  *
      *    COMO NOMES REPETIDOS. FILLER OCUPA ESPACO MAS NAO E         *
      *    GRAVADO. TIPOS: COMP-3 = P; NUMERICO DISPLAY = Z; O RESTO   *
      *    (TEXTO, EDITADO, BINARIO COMP/COMP-4/COMP-5, COMP-1/2,      *
      *    INDEX/POINTER E SINAL SEPARADO) = X, QUE E COMO OS          *
      *    UTILITARIOS JA TRATAM ESSES CAMPOS. RETURN-CODE 4 QUANDO HA *
      *    AVISO OU BOOK VAZIO; 16 EM ERRO DE ARQUIVO, CARTAO OU       *
      *    LIMITE (2000 ITENS, 5000 CAMPOS GRAVADOS, OCCURS ANINHADO   *
      *    ALEM DE 7 NIVEIS).                                          *
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

           SELECT ARQBOOK  ASSIGN      TO   UT-S-ARQBOOK
                      FILE STATUS      IS   WRK-FS-ARQBOOK.

           SELECT ARQDICIO ASSIGN      TO   UT-S-ARQDICIO
                      FILE STATUS      IS   WRK-FS-ARQDICIO.

      *================================================================*
       DATA                            DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *   INPUT:   FONTE DO COPYBOOK       - ARQBOOK                  *
      *            ORG. SEQUENCIAL    - LRECL   = 080                 *
      *----------------------------------------------------------------*
       FD  ARQBOOK
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-ARQBOOK                  PIC  X(080).

      *----------------------------------------------------------------*
      *   OUTPUT:  DICIONARIO DE LAYOUT     - ARQDICIO                *
      *            ORG. SEQUENCIAL    - LRECL   = 080                 *
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

           03 WRK-LIDOS-ARQBOOK        PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-GRAVADOS-ARQDICIO    PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-FILLERS              PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-AVISOS               PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-DISPLAY              PIC +Z(08)9         VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE TESTE DE FILE-STATUS               ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-FS-ARQBOOK              PIC  X(002)         VALUE SPACES.
       01  WRK-FS-ARQDICIO             PIC  X(002)         VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DO CARTAO E DO REGISTRO DE SAIDA      ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-CARTAO-LIVRO.
           03 LIV-NOME                 PIC  X(008).
           03 FILLER                   PIC  X(072).

       COPY DICCAMPO.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE MONTAGEM DAS SENTENCAS DO BOOK     ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-LINHA-BOOK              PIC  X(080)         VALUE SPACES.

       01  WRK-CONTROLE-SENTENCA.
           03 WRK-SENTENCA             PIC  X(2000)        VALUE SPACES.
           03 WRK-TAM-SENTENCA         PIC  9(005) COMP-3  VALUE ZEROS.
           03 WRK-LINHA-SENTENCA       PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-POS-LINHA            PIC  9(003) COMP-3  VALUE ZEROS.
           03 WRK-POS-INICIO           PIC  9(003) COMP-3  VALUE ZEROS.
           03 WRK-CARACTER             PIC  X(001)         VALUE SPACE.
           03 WRK-ASPA-LITERAL         PIC  X(001)         VALUE SPACE.
           03 WRK-SW-LITERAL           PIC  X(001)         VALUE 'N'.
              88 WRK-DENTRO-LITERAL                        VALUE 'S'.
              88 WRK-FORA-LITERAL                          VALUE 'N'.
           03 WRK-SW-SENTENCA-LONGA    PIC  X(001)         VALUE 'N'.
              88 WRK-SENTENCA-LONGA                        VALUE 'S'.

       01  WRK-TABELA-TOKENS.
           03 WRK-QTD-TOKENS           PIC  9(003) COMP-3  VALUE ZEROS.
           03 WRK-TOKEN                PIC  X(040)
                                       OCCURS 100 TIMES.

       01  WRK-CONTROLE-TOKEN.
           03 WRK-POS-SENTENCA         PIC  9(005) COMP-3  VALUE ZEROS.
           03 WRK-IDX-TOK              PIC  9(003) COMP-3  VALUE ZEROS.
           03 WRK-TOKEN-ATUAL          PIC  X(040)         VALUE SPACES.
           03 WRK-TAM-TOKEN            PIC  9(003) COMP-3  VALUE ZEROS.
           03 WRK-SW-LITERAL-TOK       PIC  X(001)         VALUE 'N'.
              88 WRK-DENTRO-LITERAL-TOK                    VALUE 'S'.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE RECONHECIMENTO DE PALAVRAS         ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-PALAVRA                 PIC  X(040)         VALUE SPACES.
           88 WRK-PALAVRA-CLAUSULA                         VALUES
              'PIC' 'PICTURE' 'USAGE' 'IS' 'DISPLAY' 'INDEX'
              'POINTER' 'BINARY' 'PACKED-DECIMAL' 'COMP' 'COMP-1'
              'COMP-2' 'COMP-3' 'COMP-4' 'COMP-5' 'COMPUTATIONAL'
              'COMPUTATIONAL-1' 'COMPUTATIONAL-2' 'COMPUTATIONAL-3'
              'COMPUTATIONAL-4' 'COMPUTATIONAL-5' 'REDEFINES'
              'OCCURS' 'VALUE' 'VALUES' 'SIGN' 'LEADING' 'TRAILING'
              'SEPARATE' 'SYNC' 'SYNCHRONIZED' 'JUST' 'JUSTIFIED'
              'BLANK' 'GLOBAL' 'EXTERNAL'.
           88 WRK-PALAVRA-IGNORADA                         VALUES
              'EJECT' 'SKIP1' 'SKIP2' 'SKIP3'.
           88 WRK-USO-PACKED                               VALUES
              'COMP-3' 'COMPUTATIONAL-3' 'PACKED-DECIMAL'.
           88 WRK-USO-BINARIO                              VALUES
              'COMP' 'COMPUTATIONAL' 'COMP-4' 'COMPUTATIONAL-4'
              'COMP-5' 'COMPUTATIONAL-5' 'BINARY'.
           88 WRK-USO-COMP-1                               VALUES
              'COMP-1' 'COMPUTATIONAL-1'.
           88 WRK-USO-COMP-2                               VALUES
              'COMP-2' 'COMPUTATIONAL-2'.
           88 WRK-USO-DISPLAY                              VALUE
              'DISPLAY'.
           88 WRK-USO-INDICE                               VALUES
              'INDEX' 'POINTER'.

       01  WRK-CONVERSAO-NUMERO.
           03 WRK-TAM-PALAVRA          PIC  9(003) COMP-3  VALUE ZEROS.
           03 WRK-NUMERO               PIC  9(005)         VALUE ZEROS.
           03 WRK-SW-NUMERO            PIC  X(001)         VALUE 'N'.
              88 WRK-NUMERO-VALIDO                         VALUE 'S'.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(050)         VALUE
           '*** TABELA DE ITENS DE DADOS DO BOOK           ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-TABELA-ITENS.
           03 WRK-QTD-ITENS            PIC  9(005) COMP-3  VALUE ZEROS.
           03 WRK-ITEM                 OCCURS 2000 TIMES.
              05 ITM-NIVEL             PIC  9(002).
              05 ITM-NOME              PIC  X(030).
              05 ITM-PIC               PIC  X(040).
              05 ITM-LINHA             PIC  9(009) COMP-3.
              05 ITM-PAI               PIC  9(005) COMP-3.
              05 ITM-ULTIMO            PIC  9(005) COMP-3.
              05 ITM-REDEFINE          PIC  9(005) COMP-3.
              05 ITM-OCORRENCIAS       PIC  9(005) COMP-3.
              05 ITM-USO               PIC  X(001).
                 88 ITM-USO-PACKED                         VALUE 'P'.
                 88 ITM-USO-BINARIO                        VALUE 'B'.
                 88 ITM-USO-COMP-1                         VALUE '1'.
                 88 ITM-USO-COMP-2                         VALUE '2'.
                 88 ITM-USO-INDICE                         VALUE 'I'.
              05 ITM-SW-ELEMENTAR      PIC  X(001).
                 88 ITM-ELEMENTAR                          VALUE 'S'.
                 88 ITM-GRUPO                              VALUE 'N'.
              05 ITM-SW-SEPARADO       PIC  X(001).
                 88 ITM-SINAL-SEPARADO                     VALUE 'S'.
              05 ITM-SW-AVISADO        PIC  X(001).
                 88 ITM-NOME-AVISADO                       VALUE 'S'.
              05 ITM-TIPO              PIC  X(001).
              05 ITM-DECIMAIS          PIC  9(002).
              05 ITM-TAMANHO           PIC  9(007) COMP-3.
              05 ITM-ACUMULADO         PIC  9(007) COMP-3.
              05 ITM-CURSOR            PIC  9(007) COMP-3.
              05 ITM-DESLOCAMENTO      PIC  9(007) COMP-3.
              05 ITM-BASE              PIC  9(007) COMP-3.

       01  WRK-CONTROLE-ITENS.
           03 WRK-IDX-ITEM             PIC  9(005) COMP-3  VALUE ZEROS.
           03 WRK-IDX-BUSCA            PIC  9(005) COMP-3  VALUE ZEROS.
           03 WRK-IDX-PAI              PIC  9(005) COMP-3  VALUE ZEROS.
           03 WRK-IDX-ALVO             PIC  9(005) COMP-3  VALUE ZEROS.
           03 WRK-NIVEL                PIC  9(002)         VALUE ZEROS.
           03 WRK-NOME-REDEFINIDO      PIC  X(030)         VALUE SPACES.
           03 WRK-TOTAL-ITEM           PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-TOTAL-ALVO           PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-CURSOR-RAIZ          PIC  9(007) COMP-3  VALUE ZEROS.
           03 WRK-SW-ODO               PIC  X(001)         VALUE 'N'.
              88 WRK-OCCURS-VARIAVEL                       VALUE 'S'.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE ANALISE DA PICTURE                 ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-ANALISE-PIC.
           03 WRK-PIC                  PIC  X(040)         VALUE SPACES.
           03 WRK-POS-PIC              PIC  9(003) COMP-3  VALUE ZEROS.
           03 WRK-PIC-SIMBOLO          PIC  X(001)         VALUE SPACE.
           03 WRK-PIC-ANTERIOR         PIC  X(001)         VALUE SPACE.
           03 WRK-PIC-QTD              PIC  9(005) COMP-3  VALUE ZEROS.
           03 WRK-PIC-REPETICAO        PIC  9(005) COMP-3  VALUE ZEROS.
           03 WRK-PIC-POSICOES         PIC  9(007) COMP-3  VALUE ZEROS.
           03 WRK-PIC-DIGITOS          PIC  9(005) COMP-3  VALUE ZEROS.
           03 WRK-PIC-DECIMAIS         PIC  9(005) COMP-3  VALUE ZEROS.
           03 WRK-SW-PIC-DECIMAL       PIC  X(001)         VALUE 'N'.
              88 WRK-PIC-APOS-V                            VALUE 'S'.
           03 WRK-SW-PIC-TEXTO         PIC  X(001)         VALUE 'N'.
              88 WRK-PIC-TEXTO                             VALUE 'S'.
           03 WRK-SW-PIC-EDITADO       PIC  X(001)         VALUE 'N'.
              88 WRK-PIC-EDITADO                           VALUE 'S'.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE EXPANSAO DE OCCURS NA GRAVACAO     ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-PILHA-OCCURS.
           03 WRK-PROFUNDIDADE         PIC  9(002) COMP-3  VALUE ZEROS.
           03 WRK-NIVEL-PILHA          OCCURS 7 TIMES.
              05 PIL-ITEM              PIC  9(005) COMP-3.
              05 PIL-OCORRENCIA        PIC  9(005) COMP-3.

       01  WRK-CONTROLE-GRAVACAO.
           03 WRK-IDX-PILHA            PIC  9(002) COMP-3  VALUE ZEROS.
           03 WRK-OCORRENCIA           PIC  9(005) COMP-3  VALUE ZEROS.
           03 WRK-ITEM-FIM             PIC  9(005) COMP-3  VALUE ZEROS.
           03 WRK-OFFSET-CAMPO         PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-SW-PILHA             PIC  X(001)         VALUE 'N'.
              88 WRK-PILHA-RESOLVIDA                       VALUE 'S'.
           03 WRK-SUFIXO               PIC  X(040)         VALUE SPACES.
           03 WRK-PONTEIRO-SUFIXO      PIC  9(003) COMP-3  VALUE ZEROS.
           03 WRK-TAM-SUFIXO           PIC  9(003) COMP-3  VALUE ZEROS.
           03 WRK-TAM-NOME             PIC  9(003) COMP-3  VALUE ZEROS.
           03 WRK-NUMERO-SUFIXO        PIC  9(005) COMP-3  VALUE ZEROS.
           03 WRK-NUMERO-EDITADO       PIC  Z(004)9        VALUE ZEROS.
           03 WRK-BRANCOS-NUMERO       PIC  9(003) COMP-3  VALUE ZEROS.
           03 WRK-TAM-NUMERO           PIC  9(003) COMP-3  VALUE ZEROS.

       01  WRK-TABELA-NOMES.
           03 WRK-QTD-NOMES            PIC  9(005) COMP-3  VALUE ZEROS.
           03 WRK-NOME-GRAVADO         PIC  X(020)
                                       OCCURS 5000 TIMES.

       01  WRK-CONTROLE-NOMES.
           03 WRK-IDX-NOME             PIC  9(005) COMP-3  VALUE ZEROS.
           03 WRK-SW-NOME-REPETIDO     PIC  X(001)         VALUE 'N'.
              88 WRK-NOME-REPETIDO                         VALUE 'S'.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE AVISOS E DE TAMANHO DE REGISTRO    ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-CONTROLE-AVISO.
           03 WRK-TEXTO-AVISO          PIC  X(060)         VALUE SPACES.
           03 WRK-LINHA-AVISO          PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-LINHA-EDITADA        PIC  Z(008)9        VALUE ZEROS.
           03 WRK-TAMANHO-EDITADO      PIC  Z(006)9        VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE TRATAMENTO DE ERRO DE ARQUIVOS     ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-NOME-ARQUIVO            PIC  X(008)         VALUE SPACES.
       01  WRK-FILE-STATUS             PIC  X(002)         VALUE SPACES.
       01  WRK-NOME-TABELA             PIC  X(030)         VALUE SPACES.

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

           PERFORM 3000-PROCESSAR
               UNTIL WRK-FS-ARQBOOK    EQUAL     '10'.

           PERFORM 3050-FECHAR-ULTIMA-SENTENCA.

           PERFORM 4000-CALCULAR-TAMANHOS.

           PERFORM 5000-CALCULAR-OFFSETS.

           PERFORM 6000-GRAVAR-DICIONARIO.

           PERFORM 9000-FINALIZAR.

      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1000-INICIAR                    SECTION.
      *----------------------------------------------------------------*

           OPEN INPUT   ARQBOOK
                OUTPUT  ARQDICIO.

           PERFORM 1110-TESTAR-FS-ARQBOOK.
           PERFORM 1120-TESTAR-FS-ARQDICIO.

           PERFORM 1200-LER-CARTAO-LIVRO.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1110-TESTAR-FS-ARQBOOK          SECTION.
      *----------------------------------------------------------------*

           IF  WRK-FS-ARQBOOK          NOT EQUAL  '00'
           AND WRK-FS-ARQBOOK          NOT EQUAL  '10'
               MOVE 'ARQBOOK'          TO WRK-NOME-ARQUIVO
               MOVE WRK-FS-ARQBOOK     TO WRK-FILE-STATUS
               PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

      *----------------------------------------------------------------*
       1110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1120-TESTAR-FS-ARQDICIO         SECTION.
      *----------------------------------------------------------------*

           IF  WRK-FS-ARQDICIO         NOT EQUAL  '00'
               MOVE 'ARQDICIO'         TO WRK-NOME-ARQUIVO
               MOVE WRK-FS-ARQDICIO    TO WRK-FILE-STATUS
               PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

      *----------------------------------------------------------------*
       1120-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1200-LER-CARTAO-LIVRO           SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-CARTAO-LIVRO.

           ACCEPT WRK-CARTAO-LIVRO     FROM  SYSIN.

           IF  LIV-NOME                EQUAL     SPACES
           OR  LIV-NOME(1:1)           EQUAL     SPACE
               PERFORM 9300-FORMATAR-ERRO-CARTAO
           END-IF.

      *----------------------------------------------------------------*
       1200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-VERIFICAR-VAZIO            SECTION.
      *----------------------------------------------------------------*

           PERFORM 2100-LER-ARQBOOK.

           IF (WRK-LIDOS-ARQBOOK       EQUAL     ZEROS)
               DISPLAY '************ GERADIC ************'
               DISPLAY '*                                *'
               DISPLAY '*     ARQUIVO ARQBOOK VAZIO      *'
               DISPLAY '*       PROGRAMA ENCERRADO       *'
               DISPLAY '*                                *'
               DISPLAY '************ GERADIC ************'
               MOVE 'ARQBOOK'          TO WRK-NOME-ARQUIVO
               MOVE 4                  TO RETURN-CODE
               PERFORM 9000-FINALIZAR
           END-IF.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-LER-ARQBOOK                SECTION.
      *----------------------------------------------------------------*

           READ ARQBOOK                INTO      WRK-LINHA-BOOK.

           PERFORM 1110-TESTAR-FS-ARQBOOK.

           IF  WRK-FS-ARQBOOK          EQUAL     '00'
               ADD 1                   TO  WRK-LIDOS-ARQBOOK
           END-IF.

      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*

           PERFORM 3100-TRATAR-LINHA.

           PERFORM 2100-LER-ARQBOOK.

      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3050-FECHAR-ULTIMA-SENTENCA     SECTION.
      *----------------------------------------------------------------*
      *    TEXTO QUE SOBROU SEM O PONTO FINAL NO FIM DO BOOK E         *
      *    INTERPRETADO ASSIM MESMO, COM AVISO.                        *
      *----------------------------------------------------------------*

           IF  WRK-TAM-SENTENCA        GREATER   ZEROS
               MOVE WRK-LINHA-SENTENCA TO WRK-LINHA-AVISO
               MOVE 'ULTIMA SENTENCA DO BOOK SEM PONTO FINAL'
                                       TO WRK-TEXTO-AVISO
               PERFORM 8900-AVISAR
               PERFORM 3900-ENCERRAR-SENTENCA
           END-IF.

      *----------------------------------------------------------------*
       3050-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3100-TRATAR-LINHA               SECTION.
      *----------------------------------------------------------------*
      *    SO AS COLUNAS 8-72 CONTAM. COMENTARIO ('*' OU '/' NA        *
      *    COLUNA 7) E IGNORADO; NA CONTINUACAO ('-') O LITERAL        *
      *    RECOMECA DEPOIS DA PRIMEIRA ASPA DA LINHA.                  *
      *----------------------------------------------------------------*

           IF  WRK-LINHA-BOOK(7:1)     EQUAL     '*'
           OR  WRK-LINHA-BOOK(7:1)     EQUAL     '/'
               GO TO 3100-99-FIM
           END-IF.

           MOVE 8                      TO WRK-POS-INICIO.

           IF  WRK-LINHA-BOOK(7:1)     EQUAL     '-'
               PERFORM 3120-LOCALIZAR-CONTINUACAO
           END-IF.

           PERFORM 3110-TRATAR-CARACTER
               VARYING WRK-POS-LINHA FROM WRK-POS-INICIO BY 1
               UNTIL WRK-POS-LINHA     GREATER   72.

           IF  WRK-FORA-LITERAL
               MOVE SPACE              TO WRK-CARACTER
               PERFORM 3130-ACRESCENTAR-BRANCO
           END-IF.

      *----------------------------------------------------------------*
       3100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3110-TRATAR-CARACTER            SECTION.
      *----------------------------------------------------------------*
      *    DENTRO DE LITERAL TUDO E COPIADO ATE A ASPA DE FECHAMENTO.  *
      *    FORA DELE, BRANCOS REPETIDOS VIRAM UM SO E O PONTO SEGUIDO  *
      *    DE BRANCO (OU NO FIM DA AREA) ENCERRA A SENTENCA - O PONTO  *
      *    NO MEIO DE UMA PICTURE EDITADA NAO ENCERRA.                 *
      *----------------------------------------------------------------*

           MOVE WRK-LINHA-BOOK(WRK-POS-LINHA:1) TO WRK-CARACTER.

           IF  WRK-DENTRO-LITERAL
               PERFORM 3140-ACRESCENTAR-CARACTER
               IF  WRK-CARACTER        EQUAL     WRK-ASPA-LITERAL
                   SET WRK-FORA-LITERAL TO TRUE
               END-IF
               GO TO 3110-99-FIM
           END-IF.

           IF  WRK-CARACTER            EQUAL     QUOTE
           OR  WRK-CARACTER            EQUAL     "'"
               SET WRK-DENTRO-LITERAL  TO TRUE
               MOVE WRK-CARACTER       TO WRK-ASPA-LITERAL
               PERFORM 3140-ACRESCENTAR-CARACTER
               GO TO 3110-99-FIM
           END-IF.

           IF  WRK-CARACTER            EQUAL     SPACE
               PERFORM 3130-ACRESCENTAR-BRANCO
               GO TO 3110-99-FIM
           END-IF.

           IF  WRK-CARACTER            EQUAL     '.'
               IF  WRK-POS-LINHA       EQUAL     72
                   PERFORM 3900-ENCERRAR-SENTENCA
                   GO TO 3110-99-FIM
               END-IF
               IF  WRK-LINHA-BOOK(WRK-POS-LINHA + 1:1) EQUAL SPACE
                   PERFORM 3900-ENCERRAR-SENTENCA
                   GO TO 3110-99-FIM
               END-IF
           END-IF.

           PERFORM 3140-ACRESCENTAR-CARACTER.

      *----------------------------------------------------------------*
       3110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3120-LOCALIZAR-CONTINUACAO      SECTION.
      *----------------------------------------------------------------*
      *    O LITERAL CONTINUA DEPOIS DA PRIMEIRA ASPA DA AREA B; A     *
      *    LINHA ANTERIOR JA DEIXOU O LITERAL ABERTO.                  *
      *----------------------------------------------------------------*

           MOVE 12                     TO WRK-POS-INICIO.

           PERFORM 3121-VARRER-ASPA
               UNTIL WRK-POS-INICIO    GREATER   72
                  OR WRK-LINHA-BOOK(WRK-POS-INICIO:1) EQUAL QUOTE
                  OR WRK-LINHA-BOOK(WRK-POS-INICIO:1) EQUAL "'".

           ADD 1                       TO WRK-POS-INICIO.

      *----------------------------------------------------------------*
       3120-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3121-VARRER-ASPA                SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO WRK-POS-INICIO.

      *----------------------------------------------------------------*
       3121-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3130-ACRESCENTAR-BRANCO         SECTION.
      *----------------------------------------------------------------*

           IF  WRK-TAM-SENTENCA        EQUAL     ZEROS
               GO TO 3130-99-FIM
           END-IF.

           IF  WRK-SENTENCA(WRK-TAM-SENTENCA:1) EQUAL SPACE
               GO TO 3130-99-FIM
           END-IF.

           PERFORM 3140-ACRESCENTAR-CARACTER.

      *----------------------------------------------------------------*
       3130-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3140-ACRESCENTAR-CARACTER       SECTION.
      *----------------------------------------------------------------*

           IF  WRK-TAM-SENTENCA        NOT LESS  2000
               SET WRK-SENTENCA-LONGA  TO TRUE
               GO TO 3140-99-FIM
           END-IF.

           IF  WRK-TAM-SENTENCA        EQUAL     ZEROS
               MOVE WRK-LIDOS-ARQBOOK  TO WRK-LINHA-SENTENCA
           END-IF.

           ADD 1                       TO WRK-TAM-SENTENCA.
           MOVE WRK-CARACTER           TO
                WRK-SENTENCA(WRK-TAM-SENTENCA:1).

      *----------------------------------------------------------------*
       3140-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3900-ENCERRAR-SENTENCA          SECTION.
      *----------------------------------------------------------------*

           IF  WRK-TAM-SENTENCA        GREATER   ZEROS
               IF  WRK-SENTENCA-LONGA
                   MOVE WRK-LINHA-SENTENCA TO WRK-LINHA-AVISO
                   MOVE 'SENTENCA ACIMA DE 2000 POSICOES TRUNCADA'
                                       TO WRK-TEXTO-AVISO
                   PERFORM 8900-AVISAR
               END-IF
               INSPECT WRK-SENTENCA
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                           TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               PERFORM 3910-SEPARAR-TOKENS
               PERFORM 3920-INTERPRETAR-SENTENCA
           END-IF.

           MOVE SPACES                 TO WRK-SENTENCA.
           MOVE ZEROS                  TO WRK-TAM-SENTENCA.
           MOVE 'N'                    TO WRK-SW-SENTENCA-LONGA.

      *----------------------------------------------------------------*
       3900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3910-SEPARAR-TOKENS             SECTION.
      *----------------------------------------------------------------*
      *    QUEBRA A SENTENCA EM PALAVRAS SEPARADAS POR BRANCO, SEM     *
      *    QUEBRAR LITERAIS (UM LITERAL E UMA PALAVRA SO, COM AS       *
      *    ASPAS - NUNCA CONFUNDIDO COM CLAUSULA).                     *
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTD-TOKENS
                                          WRK-TAM-TOKEN.
           MOVE SPACES                 TO WRK-TOKEN-ATUAL.
           MOVE 'N'                    TO WRK-SW-LITERAL-TOK.

           PERFORM 3911-VARRER-SENTENCA
               VARYING WRK-POS-SENTENCA FROM 1 BY 1
               UNTIL WRK-POS-SENTENCA  GREATER   WRK-TAM-SENTENCA.

           PERFORM 3912-GUARDAR-TOKEN.

      *----------------------------------------------------------------*
       3910-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3911-VARRER-SENTENCA            SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-SENTENCA(WRK-POS-SENTENCA:1) TO WRK-CARACTER.

           IF  WRK-CARACTER            EQUAL     SPACE
           AND NOT WRK-DENTRO-LITERAL-TOK
               PERFORM 3912-GUARDAR-TOKEN
               GO TO 3911-99-FIM
           END-IF.

           IF  WRK-CARACTER            EQUAL     QUOTE
           OR  WRK-CARACTER            EQUAL     "'"
               IF  WRK-DENTRO-LITERAL-TOK
                   MOVE 'N'            TO WRK-SW-LITERAL-TOK
               ELSE
                   MOVE 'S'            TO WRK-SW-LITERAL-TOK
               END-IF
           END-IF.

           IF  WRK-TAM-TOKEN           LESS      40
               ADD 1                   TO WRK-TAM-TOKEN
               MOVE WRK-CARACTER       TO
                    WRK-TOKEN-ATUAL(WRK-TAM-TOKEN:1)
           END-IF.

      *----------------------------------------------------------------*
       3911-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3912-GUARDAR-TOKEN              SECTION.
      *----------------------------------------------------------------*
      *    PALAVRAS ALEM DA CENTESIMA SO PODEM SER RESTO DE VALUE -    *
      *    SAO DESPREZADAS.                                            *
      *----------------------------------------------------------------*

           IF  WRK-TAM-TOKEN           EQUAL     ZEROS
               GO TO 3912-99-FIM
           END-IF.

           IF  WRK-QTD-TOKENS          LESS      100
               ADD 1                   TO WRK-QTD-TOKENS
               MOVE WRK-TOKEN-ATUAL    TO WRK-TOKEN(WRK-QTD-TOKENS)
           END-IF.

           MOVE SPACES                 TO WRK-TOKEN-ATUAL.
           MOVE ZEROS                  TO WRK-TAM-TOKEN.

      *----------------------------------------------------------------*
       3912-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3920-INTERPRETAR-SENTENCA       SECTION.
      *----------------------------------------------------------------*
      *    UMA SENTENCA DE DESCRICAO DE DADOS COMECA PELO NUMERO DE    *
      *    NIVEL. EJECT/SKIPN SAO DESPREZADOS; QUALQUER OUTRO TEXTO    *
      *    ANTES DO NIVEL (P.EX. UM COPY ANINHADO) E AVISADO E         *
      *    IGNORADO.                                                   *
      *----------------------------------------------------------------*

           MOVE 1                      TO WRK-IDX-TOK.
           MOVE 'N'                    TO WRK-SW-NUMERO.

           PERFORM 3921-PROCURAR-NIVEL
               UNTIL WRK-IDX-TOK       GREATER   WRK-QTD-TOKENS
                  OR WRK-NUMERO-VALIDO.

           IF  NOT WRK-NUMERO-VALIDO
               GO TO 3920-99-FIM
           END-IF.

           MOVE WRK-NUMERO             TO WRK-NIVEL.

           IF  WRK-NIVEL               EQUAL     88
               GO TO 3920-99-FIM
           END-IF.

           IF  WRK-NIVEL               EQUAL     77
               MOVE 1                  TO WRK-NIVEL
           END-IF.

           IF  WRK-NIVEL               EQUAL     66
           OR  WRK-NIVEL               EQUAL     ZEROS
           OR  WRK-NIVEL               GREATER   49
               MOVE WRK-LINHA-SENTENCA TO WRK-LINHA-AVISO
               MOVE 'NIVEL 66 OU INVALIDO IGNORADO'
                                       TO WRK-TEXTO-AVISO
               PERFORM 8900-AVISAR
               GO TO 3920-99-FIM
           END-IF.

           ADD 1                       TO WRK-QTD-ITENS.

           IF  WRK-QTD-ITENS           GREATER   2000
               MOVE 'ITENS DO BOOK (2000)' TO WRK-NOME-TABELA
               PERFORM 9200-FORMATAR-ERRO-TABELA-CHEIA
           END-IF.

           MOVE WRK-QTD-ITENS          TO WRK-IDX-ITEM.

           MOVE WRK-NIVEL              TO ITM-NIVEL(WRK-IDX-ITEM).
           MOVE 'FILLER'               TO ITM-NOME(WRK-IDX-ITEM).
           MOVE SPACES                 TO ITM-PIC(WRK-IDX-ITEM)
                                          ITM-USO(WRK-IDX-ITEM)
                                          ITM-TIPO(WRK-IDX-ITEM).
           MOVE WRK-LINHA-SENTENCA     TO ITM-LINHA(WRK-IDX-ITEM).
           MOVE ZEROS                  TO ITM-PAI(WRK-IDX-ITEM)
                                          ITM-REDEFINE(WRK-IDX-ITEM)
                                          ITM-DECIMAIS(WRK-IDX-ITEM)
                                          ITM-TAMANHO(WRK-IDX-ITEM)
                                          ITM-ACUMULADO(WRK-IDX-ITEM)
                                          ITM-CURSOR(WRK-IDX-ITEM)
                                          ITM-DESLOCAMENTO(WRK-IDX-ITEM)
                                          ITM-BASE(WRK-IDX-ITEM).
           MOVE 1                      TO ITM-OCORRENCIAS(WRK-IDX-ITEM).
           MOVE WRK-IDX-ITEM           TO ITM-ULTIMO(WRK-IDX-ITEM).
           MOVE 'N'                    TO ITM-SW-ELEMENTAR(WRK-IDX-ITEM)
                                          ITM-SW-SEPARADO(WRK-IDX-ITEM)
                                          ITM-SW-AVISADO(WRK-IDX-ITEM).
           MOVE SPACES                 TO WRK-NOME-REDEFINIDO.
           MOVE 'N'                    TO WRK-SW-ODO.

           IF  WRK-IDX-TOK             NOT GREATER WRK-QTD-TOKENS
               MOVE WRK-TOKEN(WRK-IDX-TOK) TO WRK-PALAVRA
               IF  NOT WRK-PALAVRA-CLAUSULA
                   MOVE WRK-PALAVRA    TO ITM-NOME(WRK-IDX-ITEM)
                   ADD 1               TO WRK-IDX-TOK
               END-IF
           END-IF.

           PERFORM 3930-INTERPRETAR-CLAUSULA
               UNTIL WRK-IDX-TOK       GREATER   WRK-QTD-TOKENS.

           PERFORM 3950-LIGAR-ITEM.

      *----------------------------------------------------------------*
       3920-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3921-PROCURAR-NIVEL             SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-TOKEN(WRK-IDX-TOK) TO WRK-PALAVRA.

           PERFORM 8100-CONVERTER-NUMERO.

           IF  WRK-NUMERO-VALIDO
           AND WRK-TAM-PALAVRA         GREATER   2
               MOVE 'N'                TO WRK-SW-NUMERO
           END-IF.

           IF  NOT WRK-NUMERO-VALIDO
           AND NOT WRK-PALAVRA-IGNORADA
               MOVE WRK-LINHA-SENTENCA TO WRK-LINHA-AVISO
               MOVE SPACES             TO WRK-TEXTO-AVISO
               STRING 'TEXTO IGNORADO: ' WRK-PALAVRA
                      DELIMITED BY SIZE INTO WRK-TEXTO-AVISO
               PERFORM 8900-AVISAR
           END-IF.

           ADD 1                       TO WRK-IDX-TOK.

      *----------------------------------------------------------------*
       3921-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3930-INTERPRETAR-CLAUSULA       SECTION.
      *----------------------------------------------------------------*
      *    SO INTERESSAM PICTURE, USAGE, REDEFINES, OCCURS E SINAL     *
      *    SEPARADO; O RESTO (VALUE, SYNC, INDEXED BY, KEY IS, ETC.)   *
      *    E PASSADO ADIANTE PALAVRA A PALAVRA.                        *
      *----------------------------------------------------------------*

           MOVE WRK-TOKEN(WRK-IDX-TOK) TO WRK-PALAVRA.
           ADD 1                       TO WRK-IDX-TOK.

           EVALUATE TRUE
               WHEN WRK-PALAVRA        EQUAL     'PIC'
               WHEN WRK-PALAVRA        EQUAL     'PICTURE'
                   IF  WRK-IDX-TOK     NOT GREATER WRK-QTD-TOKENS
                   AND WRK-TOKEN(WRK-IDX-TOK) EQUAL 'IS'
                       ADD 1           TO WRK-IDX-TOK
                   END-IF
                   IF  WRK-IDX-TOK     NOT GREATER WRK-QTD-TOKENS
                       MOVE WRK-TOKEN(WRK-IDX-TOK)
                                       TO ITM-PIC(WRK-IDX-ITEM)
                       ADD 1           TO WRK-IDX-TOK
                   END-IF
               WHEN WRK-USO-PACKED
                   MOVE 'P'            TO ITM-USO(WRK-IDX-ITEM)
               WHEN WRK-USO-BINARIO
                   MOVE 'B'            TO ITM-USO(WRK-IDX-ITEM)
               WHEN WRK-USO-COMP-1
                   MOVE '1'            TO ITM-USO(WRK-IDX-ITEM)
               WHEN WRK-USO-COMP-2
                   MOVE '2'            TO ITM-USO(WRK-IDX-ITEM)
               WHEN WRK-USO-DISPLAY
                   MOVE 'D'            TO ITM-USO(WRK-IDX-ITEM)
               WHEN WRK-USO-INDICE
                   MOVE 'I'            TO ITM-USO(WRK-IDX-ITEM)
               WHEN WRK-PALAVRA        EQUAL     'REDEFINES'
                   IF  WRK-IDX-TOK     NOT GREATER WRK-QTD-TOKENS
                       MOVE WRK-TOKEN(WRK-IDX-TOK)
                                       TO WRK-NOME-REDEFINIDO
                       ADD 1           TO WRK-IDX-TOK
                   END-IF
               WHEN WRK-PALAVRA        EQUAL     'OCCURS'
                   PERFORM 3931-INTERPRETAR-OCCURS
               WHEN WRK-PALAVRA        EQUAL     'SEPARATE'
                   MOVE 'S'            TO ITM-SW-SEPARADO(WRK-IDX-ITEM)
               WHEN WRK-PALAVRA        EQUAL     'DEPENDING'
                   SET WRK-OCCURS-VARIAVEL TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
       3930-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3931-INTERPRETAR-OCCURS         SECTION.
      *----------------------------------------------------------------*
      *    OCCURS N [TIMES] OU OCCURS N TO M [TIMES] DEPENDING ON ...  *
      *    - NO SEGUNDO CASO VALE O MAXIMO M.                          *
      *----------------------------------------------------------------*

           IF  WRK-IDX-TOK             GREATER   WRK-QTD-TOKENS
               GO TO 3931-99-FIM
           END-IF.

           MOVE WRK-TOKEN(WRK-IDX-TOK) TO WRK-PALAVRA.
           PERFORM 8100-CONVERTER-NUMERO.

           IF  NOT WRK-NUMERO-VALIDO
               GO TO 3931-99-FIM
           END-IF.

           ADD 1                       TO WRK-IDX-TOK.
           MOVE WRK-NUMERO             TO ITM-OCORRENCIAS(WRK-IDX-ITEM).

           IF  WRK-IDX-TOK             NOT GREATER WRK-QTD-TOKENS
           AND WRK-TOKEN(WRK-IDX-TOK)  EQUAL     'TO'
               ADD 1                   TO WRK-IDX-TOK
               IF  WRK-IDX-TOK         NOT GREATER WRK-QTD-TOKENS
                   MOVE WRK-TOKEN(WRK-IDX-TOK) TO WRK-PALAVRA
                   PERFORM 8100-CONVERTER-NUMERO
                   IF  WRK-NUMERO-VALIDO
                       MOVE WRK-NUMERO TO ITM-OCORRENCIAS(WRK-IDX-ITEM)
                       ADD 1           TO WRK-IDX-TOK
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       3931-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3950-LIGAR-ITEM                 SECTION.
      *----------------------------------------------------------------*
      *    LIGA O ITEM AO GRUPO PAI (O ITEM ANTERIOR MAIS PROXIMO DE   *
      *    NIVEL MENOR), HERDA O USAGE DO GRUPO, RESOLVE O REDEFINES   *
      *    (ITEM ANTERIOR DE MESMO NIVEL NO MESMO GRUPO) E CALCULA O   *
      *    TAMANHO DO CAMPO ELEMENTAR.                                 *
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-IDX-PAI.

           IF  ITM-NIVEL(WRK-IDX-ITEM) GREATER   1
           AND WRK-IDX-ITEM            GREATER   1
               COMPUTE WRK-IDX-BUSCA = WRK-IDX-ITEM - 1
               PERFORM 3951-PROCURAR-PAI
                   UNTIL WRK-IDX-BUSCA EQUAL     ZEROS
                      OR WRK-IDX-PAI   GREATER   ZEROS
           END-IF.

           MOVE WRK-IDX-PAI            TO ITM-PAI(WRK-IDX-ITEM).

           IF  WRK-IDX-PAI             GREATER   ZEROS
               IF  ITM-PIC(WRK-IDX-PAI) NOT EQUAL SPACES
                   MOVE ITM-LINHA(WRK-IDX-ITEM) TO WRK-LINHA-AVISO
                   MOVE 'ITEM SUBORDINADO A UM CAMPO COM PICTURE'
                                       TO WRK-TEXTO-AVISO
                   PERFORM 8900-AVISAR
               END-IF
               IF  ITM-USO(WRK-IDX-ITEM) EQUAL SPACE
                   MOVE ITM-USO(WRK-IDX-PAI) TO ITM-USO(WRK-IDX-ITEM)
               END-IF
           END-IF.

           IF  ITM-OCORRENCIAS(WRK-IDX-ITEM) EQUAL ZEROS
               MOVE 1                  TO ITM-OCORRENCIAS(WRK-IDX-ITEM)
           END-IF.

           IF  WRK-OCCURS-VARIAVEL
               MOVE ITM-LINHA(WRK-IDX-ITEM) TO WRK-LINHA-AVISO
               MOVE 'OCCURS DEPENDING ON CALCULADO PELO MAXIMO'
                                       TO WRK-TEXTO-AVISO
               PERFORM 8900-AVISAR
           END-IF.

           IF  WRK-NOME-REDEFINIDO     NOT EQUAL SPACES
               PERFORM 3952-RESOLVER-REDEFINES
           END-IF.

           EVALUATE TRUE
               WHEN ITM-PIC(WRK-IDX-ITEM) NOT EQUAL SPACES
                   PERFORM 3960-ANALISAR-PIC
                   MOVE 'S'            TO ITM-SW-ELEMENTAR(WRK-IDX-ITEM)
               WHEN ITM-USO-COMP-2(WRK-IDX-ITEM)
                   MOVE 8              TO ITM-TAMANHO(WRK-IDX-ITEM)
                   MOVE 'X'            TO ITM-TIPO(WRK-IDX-ITEM)
                   MOVE 'S'            TO ITM-SW-ELEMENTAR(WRK-IDX-ITEM)
               WHEN ITM-USO-COMP-1(WRK-IDX-ITEM)
               WHEN ITM-USO-INDICE(WRK-IDX-ITEM)
                   MOVE 4              TO ITM-TAMANHO(WRK-IDX-ITEM)
                   MOVE 'X'            TO ITM-TIPO(WRK-IDX-ITEM)
                   MOVE 'S'            TO ITM-SW-ELEMENTAR(WRK-IDX-ITEM)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
       3950-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3951-PROCURAR-PAI               SECTION.
      *----------------------------------------------------------------*

           IF  ITM-NIVEL(WRK-IDX-BUSCA) LESS ITM-NIVEL(WRK-IDX-ITEM)
               MOVE WRK-IDX-BUSCA      TO WRK-IDX-PAI
           ELSE
               SUBTRACT 1              FROM WRK-IDX-BUSCA
           END-IF.

      *----------------------------------------------------------------*
       3951-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3952-RESOLVER-REDEFINES         SECTION.
      *----------------------------------------------------------------*
      *    O ITEM REDEFINIDO E O ANTERIOR DE MESMO NIVEL COM O NOME    *
      *    INFORMADO, SEM SAIR DO GRUPO PAI. NAO ACHANDO, O REDEFINES  *
      *    E AVISADO E O ITEM OCUPA ESPACO PROPRIO.                    *
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-IDX-ALVO.
           COMPUTE WRK-IDX-BUSCA = WRK-IDX-ITEM - 1.

           PERFORM 3953-PROCURAR-REDEFINIDO
               UNTIL WRK-IDX-BUSCA     EQUAL     ZEROS
                  OR WRK-IDX-BUSCA     EQUAL     WRK-IDX-PAI
                  OR WRK-IDX-ALVO      GREATER   ZEROS.

           IF  WRK-IDX-ALVO            EQUAL     ZEROS
               MOVE ITM-LINHA(WRK-IDX-ITEM) TO WRK-LINHA-AVISO
               MOVE SPACES             TO WRK-TEXTO-AVISO
               STRING 'REDEFINES SEM ITEM CORRESPONDENTE: '
                      WRK-NOME-REDEFINIDO
                      DELIMITED BY SIZE INTO WRK-TEXTO-AVISO
               PERFORM 8900-AVISAR
           ELSE
               MOVE WRK-IDX-ALVO       TO ITM-REDEFINE(WRK-IDX-ITEM)
           END-IF.

      *----------------------------------------------------------------*
       3952-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3953-PROCURAR-REDEFINIDO        SECTION.
      *----------------------------------------------------------------*

           IF  ITM-NIVEL(WRK-IDX-BUSCA) EQUAL ITM-NIVEL(WRK-IDX-ITEM)
           AND ITM-NOME(WRK-IDX-BUSCA)  EQUAL WRK-NOME-REDEFINIDO
               MOVE WRK-IDX-BUSCA      TO WRK-IDX-ALVO
           ELSE
               SUBTRACT 1              FROM WRK-IDX-BUSCA
           END-IF.

      *----------------------------------------------------------------*
       3953-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3960-ANALISAR-PIC               SECTION.
      *----------------------------------------------------------------*
      *    CONTA AS POSICOES DA PICTURE (EXPANDINDO AS REPETICOES      *
      *    'X(N)'), OS DIGITOS '9' E AS CASAS APOS O 'V', E DEFINE     *
      *    TAMANHO E TIPO CONFORME O USAGE: COMP-3 = DIGITOS / 2 + 1   *
      *    (P); BINARIO = 2/4/8 CONFORME OS DIGITOS (X); DISPLAY       *
      *    NUMERICO = POSICOES, MAIS 1 COM SINAL SEPARADO (Z, OU X COM *
      *    SINAL SEPARADO); TEXTO OU EDITADO = POSICOES (X).           *
      *----------------------------------------------------------------*

           MOVE ITM-PIC(WRK-IDX-ITEM)  TO WRK-PIC.
           MOVE ZEROS                  TO WRK-PIC-POSICOES
                                          WRK-PIC-DIGITOS
                                          WRK-PIC-DECIMAIS.
           MOVE 'N'                    TO WRK-SW-PIC-DECIMAL
                                          WRK-SW-PIC-TEXTO
                                          WRK-SW-PIC-EDITADO.
           MOVE SPACE                  TO WRK-PIC-ANTERIOR.
           MOVE 1                      TO WRK-POS-PIC.

           PERFORM 3961-VARRER-PIC
               UNTIL WRK-POS-PIC       GREATER   40.

           IF  WRK-PIC-DECIMAIS        GREATER   99
               MOVE 99                 TO ITM-DECIMAIS(WRK-IDX-ITEM)
           ELSE
               MOVE WRK-PIC-DECIMAIS   TO ITM-DECIMAIS(WRK-IDX-ITEM)
           END-IF.

           IF  WRK-PIC-TEXTO
           OR  WRK-PIC-EDITADO
               MOVE WRK-PIC-POSICOES   TO ITM-TAMANHO(WRK-IDX-ITEM)
               MOVE 'X'                TO ITM-TIPO(WRK-IDX-ITEM)
               MOVE ZEROS              TO ITM-DECIMAIS(WRK-IDX-ITEM)
               IF  ITM-USO(WRK-IDX-ITEM) NOT EQUAL SPACE
               AND ITM-USO(WRK-IDX-ITEM) NOT EQUAL 'D'
                   MOVE ITM-LINHA(WRK-IDX-ITEM) TO WRK-LINHA-AVISO
                   MOVE 'USAGE NAO-DISPLAY EM PICTURE NAO NUMERICA'
                                       TO WRK-TEXTO-AVISO
                   PERFORM 8900-AVISAR
               END-IF
               GO TO 3960-99-FIM
           END-IF.

           EVALUATE TRUE
               WHEN ITM-USO-PACKED(WRK-IDX-ITEM)
                   COMPUTE ITM-TAMANHO(WRK-IDX-ITEM) =
                           (WRK-PIC-DIGITOS / 2) + 1
                   MOVE 'P'            TO ITM-TIPO(WRK-IDX-ITEM)
               WHEN ITM-USO-BINARIO(WRK-IDX-ITEM)
                   EVALUATE TRUE
                       WHEN WRK-PIC-DIGITOS NOT GREATER 4
                           MOVE 2      TO ITM-TAMANHO(WRK-IDX-ITEM)
                       WHEN WRK-PIC-DIGITOS NOT GREATER 9
                           MOVE 4      TO ITM-TAMANHO(WRK-IDX-ITEM)
                       WHEN OTHER
                           MOVE 8      TO ITM-TAMANHO(WRK-IDX-ITEM)
                   END-EVALUATE
                   MOVE 'X'            TO ITM-TIPO(WRK-IDX-ITEM)
               WHEN ITM-USO-COMP-1(WRK-IDX-ITEM)
               WHEN ITM-USO-INDICE(WRK-IDX-ITEM)
                   MOVE 4              TO ITM-TAMANHO(WRK-IDX-ITEM)
                   MOVE 'X'            TO ITM-TIPO(WRK-IDX-ITEM)
               WHEN ITM-USO-COMP-2(WRK-IDX-ITEM)
                   MOVE 8              TO ITM-TAMANHO(WRK-IDX-ITEM)
                   MOVE 'X'            TO ITM-TIPO(WRK-IDX-ITEM)
               WHEN ITM-SINAL-SEPARADO(WRK-IDX-ITEM)
                   COMPUTE ITM-TAMANHO(WRK-IDX-ITEM) =
                           WRK-PIC-POSICOES + 1
                   MOVE 'X'            TO ITM-TIPO(WRK-IDX-ITEM)
               WHEN OTHER
                   MOVE WRK-PIC-POSICOES TO ITM-TAMANHO(WRK-IDX-ITEM)
                   MOVE 'Z'            TO ITM-TIPO(WRK-IDX-ITEM)
           END-EVALUATE.

      *----------------------------------------------------------------*
       3960-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3961-VARRER-PIC                 SECTION.
      *----------------------------------------------------------------*
      *    '(N)' REPETE N-1 VEZES O SIMBOLO ANTERIOR (A PRIMEIRA VEZ   *
      *    JA FOI CONTADA NO PROPRIO SIMBOLO).                         *
      *----------------------------------------------------------------*

           MOVE WRK-PIC(WRK-POS-PIC:1) TO WRK-PIC-SIMBOLO.

           IF  WRK-PIC-SIMBOLO         EQUAL     SPACE
               MOVE 41                 TO WRK-POS-PIC
               GO TO 3961-99-FIM
           END-IF.

           ADD 1                       TO WRK-POS-PIC.

           IF  WRK-PIC-SIMBOLO         NOT EQUAL '('
               MOVE 1                  TO WRK-PIC-QTD
               PERFORM 3962-CONTAR-SIMBOLO
               MOVE WRK-PIC-SIMBOLO    TO WRK-PIC-ANTERIOR
               GO TO 3961-99-FIM
           END-IF.

           MOVE ZEROS                  TO WRK-PIC-REPETICAO.

           PERFORM 3963-LER-REPETICAO
               UNTIL WRK-POS-PIC       GREATER   40
                  OR WRK-PIC(WRK-POS-PIC:1) EQUAL ')'.

           ADD 1                       TO WRK-POS-PIC.

           IF  WRK-PIC-REPETICAO       GREATER   ZEROS
               COMPUTE WRK-PIC-QTD = WRK-PIC-REPETICAO - 1
               MOVE WRK-PIC-ANTERIOR   TO WRK-PIC-SIMBOLO
               PERFORM 3962-CONTAR-SIMBOLO
           END-IF.

      *----------------------------------------------------------------*
       3961-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3962-CONTAR-SIMBOLO             SECTION.
      *----------------------------------------------------------------*

           EVALUATE WRK-PIC-SIMBOLO
               WHEN '9'
                   ADD WRK-PIC-QTD     TO WRK-PIC-DIGITOS
                                          WRK-PIC-POSICOES
                   IF  WRK-PIC-APOS-V
                       ADD WRK-PIC-QTD TO WRK-PIC-DECIMAIS
                   END-IF
               WHEN 'S'
               WHEN 'P'
                   CONTINUE
               WHEN 'V'
                   SET WRK-PIC-APOS-V  TO TRUE
               WHEN 'X'
               WHEN 'A'
               WHEN 'G'
               WHEN 'N'
                   SET WRK-PIC-TEXTO   TO TRUE
                   ADD WRK-PIC-QTD     TO WRK-PIC-POSICOES
               WHEN OTHER
                   SET WRK-PIC-EDITADO TO TRUE
                   ADD WRK-PIC-QTD     TO WRK-PIC-POSICOES
           END-EVALUATE.

      *----------------------------------------------------------------*
       3962-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3963-LER-REPETICAO              SECTION.
      *----------------------------------------------------------------*

           IF  WRK-PIC(WRK-POS-PIC:1)  NUMERIC
               COMPUTE WRK-PIC-REPETICAO = WRK-PIC-REPETICAO * 10
               MOVE WRK-PIC(WRK-POS-PIC:1) TO WRK-NUMERO
               ADD WRK-NUMERO          TO WRK-PIC-REPETICAO
           END-IF.

           ADD 1                       TO WRK-POS-PIC.

      *----------------------------------------------------------------*
       3963-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4000-CALCULAR-TAMANHOS          SECTION.
      *----------------------------------------------------------------*
      *    DE BAIXO PARA CIMA: QUANDO UM GRUPO E ALCANCADO, TODOS OS   *
      *    SUBORDINADOS (QUE VEM DEPOIS DELE NO BOOK) JA SOMARAM SEU   *
      *    TAMANHO NELE E JA PROPAGARAM O ULTIMO SUBORDINADO.          *
      *----------------------------------------------------------------*

           PERFORM 4100-TAMANHO-ITEM
               VARYING WRK-IDX-ITEM FROM WRK-QTD-ITENS BY -1
               UNTIL WRK-IDX-ITEM      LESS      1.

      *----------------------------------------------------------------*
       4000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4100-TAMANHO-ITEM               SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-SW-NUMERO.

           IF  WRK-IDX-ITEM            LESS      WRK-QTD-ITENS
               IF  ITM-NIVEL(WRK-IDX-ITEM + 1) GREATER
                   ITM-NIVEL(WRK-IDX-ITEM)
                   MOVE 'S'            TO WRK-SW-NUMERO
               END-IF
           END-IF.

      *    WRK-SW-NUMERO AQUI SO MARCA "TEM SUBORDINADOS".
           IF  WRK-NUMERO-VALIDO
               IF  ITM-ELEMENTAR(WRK-IDX-ITEM)
                   MOVE ITM-LINHA(WRK-IDX-ITEM) TO WRK-LINHA-AVISO
                   MOVE 'GRUPO COM PICTURE - TRATADO COMO GRUPO'
                                       TO WRK-TEXTO-AVISO
                   PERFORM 8900-AVISAR
               END-IF
               MOVE 'N'                TO ITM-SW-ELEMENTAR(WRK-IDX-ITEM)
               MOVE ITM-ACUMULADO(WRK-IDX-ITEM)
                                       TO ITM-TAMANHO(WRK-IDX-ITEM)
           ELSE
               IF  ITM-GRUPO(WRK-IDX-ITEM)
                   MOVE ITM-LINHA(WRK-IDX-ITEM) TO WRK-LINHA-AVISO
                   MOVE 'ITEM SEM PICTURE E SEM SUBORDINADOS IGNORADO'
                                       TO WRK-TEXTO-AVISO
                   PERFORM 8900-AVISAR
               END-IF
           END-IF.

           MOVE ITM-PAI(WRK-IDX-ITEM)  TO WRK-IDX-PAI.

           IF  WRK-IDX-PAI             EQUAL     ZEROS
               GO TO 4100-99-FIM
           END-IF.

           IF  ITM-ULTIMO(WRK-IDX-ITEM) GREATER ITM-ULTIMO(WRK-IDX-PAI)
               MOVE ITM-ULTIMO(WRK-IDX-ITEM) TO ITM-ULTIMO(WRK-IDX-PAI)
           END-IF.

           IF  ITM-REDEFINE(WRK-IDX-ITEM) EQUAL ZEROS
               COMPUTE ITM-ACUMULADO(WRK-IDX-PAI) =
                       ITM-ACUMULADO(WRK-IDX-PAI) +
                       ITM-TAMANHO(WRK-IDX-ITEM) *
                       ITM-OCORRENCIAS(WRK-IDX-ITEM)
           END-IF.

      *----------------------------------------------------------------*
       4100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5000-CALCULAR-OFFSETS           SECTION.
      *----------------------------------------------------------------*
      *    DE CIMA PARA BAIXO: CADA ITEM COMECA ONDE PAROU O CURSOR DO *
      *    GRUPO PAI (OU, COM REDEFINES, ONDE COMECA O REDEFINIDO).    *
      *    ITM-BASE E O OFFSET A PARTIR DE 1 COM TODAS AS OCORRENCIAS  *
      *    DOS OCCURS ENVOLVENTES NA PRIMEIRA.                         *
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-CURSOR-RAIZ.

           PERFORM 5100-OFFSET-ITEM
               VARYING WRK-IDX-ITEM FROM 1 BY 1
               UNTIL WRK-IDX-ITEM      GREATER   WRK-QTD-ITENS.

      *----------------------------------------------------------------*
       5000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5100-OFFSET-ITEM                SECTION.
      *----------------------------------------------------------------*

           MOVE ITM-PAI(WRK-IDX-ITEM)  TO WRK-IDX-PAI.
           MOVE ITM-REDEFINE(WRK-IDX-ITEM) TO WRK-IDX-ALVO.
           COMPUTE WRK-TOTAL-ITEM = ITM-TAMANHO(WRK-IDX-ITEM) *
                                    ITM-OCORRENCIAS(WRK-IDX-ITEM).

           IF  WRK-IDX-ALVO            GREATER   ZEROS
               COMPUTE WRK-TOTAL-ALVO = ITM-TAMANHO(WRK-IDX-ALVO) *
                                        ITM-OCORRENCIAS(WRK-IDX-ALVO)
               IF  WRK-TOTAL-ITEM      GREATER   WRK-TOTAL-ALVO
               AND WRK-IDX-PAI         GREATER   ZEROS
                   MOVE ITM-LINHA(WRK-IDX-ITEM) TO WRK-LINHA-AVISO
                   MOVE 'REDEFINES MAIOR QUE O ITEM REDEFINIDO'
                                       TO WRK-TEXTO-AVISO
                   PERFORM 8900-AVISAR
               END-IF
               MOVE ITM-DESLOCAMENTO(WRK-IDX-ALVO)
                                       TO ITM-DESLOCAMENTO(WRK-IDX-ITEM)
               MOVE ITM-BASE(WRK-IDX-ALVO)
                                       TO ITM-BASE(WRK-IDX-ITEM)
               GO TO 5100-99-FIM
           END-IF.

           IF  WRK-IDX-PAI             GREATER   ZEROS
               MOVE ITM-CURSOR(WRK-IDX-PAI)
                                       TO ITM-DESLOCAMENTO(WRK-IDX-ITEM)
               ADD WRK-TOTAL-ITEM      TO ITM-CURSOR(WRK-IDX-PAI)
               COMPUTE ITM-BASE(WRK-IDX-ITEM) =
                       ITM-BASE(WRK-IDX-PAI) +
                       ITM-DESLOCAMENTO(WRK-IDX-ITEM)
               GO TO 5100-99-FIM
           END-IF.

      *    ITEM DE NIVEL MAIS ALTO: O 01 RECOMECA O REGISTRO; UM
      *    TRECHO SEM 01 CONTINUA DE ONDE O ANTERIOR PAROU.
           IF  ITM-NIVEL(WRK-IDX-ITEM) EQUAL     1
               MOVE ZEROS              TO WRK-CURSOR-RAIZ
           END-IF.

           MOVE WRK-CURSOR-RAIZ        TO
                ITM-DESLOCAMENTO(WRK-IDX-ITEM).
           COMPUTE ITM-BASE(WRK-IDX-ITEM) = WRK-CURSOR-RAIZ + 1.
           ADD WRK-TOTAL-ITEM          TO WRK-CURSOR-RAIZ.

           IF  ITM-NIVEL(WRK-IDX-ITEM) EQUAL     1
               MOVE WRK-TOTAL-ITEM     TO WRK-TAMANHO-EDITADO
               DISPLAY '* REGISTRO ' ITM-NOME(WRK-IDX-ITEM)
                       ' TAMANHO: ' WRK-TAMANHO-EDITADO
           END-IF.

      *----------------------------------------------------------------*
       5100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6000-GRAVAR-DICIONARIO          SECTION.
      *----------------------------------------------------------------*
      *    PERCORRE OS ITENS NA ORDEM DO BOOK. UM GRUPO COM OCCURS     *
      *    ENTRA NA PILHA; AO GRAVAR O ULTIMO SUBORDINADO DELE, A      *
      *    PILHA AVANCA A OCORRENCIA E VOLTA AO PRIMEIRO SUBORDINADO,  *
      *    OU SAI DO GRUPO NA ULTIMA OCORRENCIA - ASSIM AS ENTRADAS    *
      *    SAEM NA ORDEM FISICA DO REGISTRO.                           *
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-PROFUNDIDADE.
           MOVE 1                      TO WRK-IDX-ITEM.

           PERFORM 6100-TRATAR-ITEM
               UNTIL WRK-IDX-ITEM      GREATER   WRK-QTD-ITENS.

      *----------------------------------------------------------------*
       6000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6100-TRATAR-ITEM                SECTION.
      *----------------------------------------------------------------*

           IF  ITM-GRUPO(WRK-IDX-ITEM)
           AND ITM-ULTIMO(WRK-IDX-ITEM) GREATER WRK-IDX-ITEM
               IF  ITM-OCORRENCIAS(WRK-IDX-ITEM) GREATER 1
                   ADD 1               TO WRK-PROFUNDIDADE
                   IF  WRK-PROFUNDIDADE GREATER 7
                       MOVE 'OCCURS ANINHADOS (7)' TO WRK-NOME-TABELA
                       PERFORM 9200-FORMATAR-ERRO-TABELA-CHEIA
                   END-IF
                   MOVE WRK-IDX-ITEM   TO PIL-ITEM(WRK-PROFUNDIDADE)
                   MOVE 1              TO
                        PIL-OCORRENCIA(WRK-PROFUNDIDADE)
               END-IF
               ADD 1                   TO WRK-IDX-ITEM
               GO TO 6100-99-FIM
           END-IF.

           IF  ITM-ELEMENTAR(WRK-IDX-ITEM)
               PERFORM 6200-GRAVAR-OCORRENCIA
                   VARYING WRK-OCORRENCIA FROM 1 BY 1
                   UNTIL WRK-OCORRENCIA GREATER
                         ITM-OCORRENCIAS(WRK-IDX-ITEM)
           END-IF.

           MOVE WRK-IDX-ITEM           TO WRK-ITEM-FIM.
           ADD 1                       TO WRK-IDX-ITEM.
           MOVE 'N'                    TO WRK-SW-PILHA.

           PERFORM 6300-AVANCAR-PILHA
               UNTIL WRK-PROFUNDIDADE  EQUAL     ZEROS
                  OR WRK-PILHA-RESOLVIDA.

      *----------------------------------------------------------------*
       6100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6200-GRAVAR-OCORRENCIA          SECTION.
      *----------------------------------------------------------------*

           IF  ITM-NOME(WRK-IDX-ITEM)  EQUAL     'FILLER'
               ADD 1                   TO WRK-FILLERS
               GO TO 6200-99-FIM
           END-IF.

           COMPUTE WRK-OFFSET-CAMPO = ITM-BASE(WRK-IDX-ITEM) +
                   (WRK-OCORRENCIA - 1) * ITM-TAMANHO(WRK-IDX-ITEM).

           PERFORM 6210-SOMAR-DESLOCAMENTO-PILHA
               VARYING WRK-IDX-PILHA FROM 1 BY 1
               UNTIL WRK-IDX-PILHA     GREATER   WRK-PROFUNDIDADE.

           MOVE SPACES                 TO WRK-REGISTRO-DICIO.

           PERFORM 6220-MONTAR-NOME.

           PERFORM 6230-VERIFICAR-REPETIDO.

           MOVE LIV-NOME               TO DIC-LIVRO.
           MOVE WRK-OFFSET-CAMPO       TO DIC-OFFSET.
           MOVE ITM-TAMANHO(WRK-IDX-ITEM)   TO DIC-TAMANHO.
           MOVE ITM-TIPO(WRK-IDX-ITEM)      TO DIC-TIPO.
           MOVE ITM-DECIMAIS(WRK-IDX-ITEM)  TO DIC-DECIMAIS.
           MOVE ITM-NIVEL(WRK-IDX-ITEM)     TO DIC-NIVEL.
           MOVE ITM-NOME(WRK-IDX-ITEM)      TO DIC-NOME-COBOL.

           WRITE FD-ARQDICIO           FROM WRK-REGISTRO-DICIO.

           PERFORM 1120-TESTAR-FS-ARQDICIO.

           ADD 1                       TO WRK-GRAVADOS-ARQDICIO.

      *----------------------------------------------------------------*
       6200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6210-SOMAR-DESLOCAMENTO-PILHA   SECTION.
      *----------------------------------------------------------------*

           MOVE PIL-ITEM(WRK-IDX-PILHA) TO WRK-IDX-ALVO.

           COMPUTE WRK-OFFSET-CAMPO = WRK-OFFSET-CAMPO +
                   (PIL-OCORRENCIA(WRK-IDX-PILHA) - 1) *
                   ITM-TAMANHO(WRK-IDX-ALVO).

      *----------------------------------------------------------------*
       6210-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6220-MONTAR-NOME                SECTION.
      *----------------------------------------------------------------*
      *    NOME DO BOOK + SUFIXO DAS OCORRENCIAS ('(N)' OU '(N,M)',    *
      *    DO OCCURS MAIS EXTERNO PARA O MAIS INTERNO). PASSANDO DE 20 *
      *    POSICOES, O NOME E CORTADO PARA CABER O SUFIXO INTEIRO.     *
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-SUFIXO.
           MOVE 1                      TO WRK-PONTEIRO-SUFIXO.

           IF  WRK-PROFUNDIDADE        GREATER   ZEROS
           OR  ITM-OCORRENCIAS(WRK-IDX-ITEM) GREATER 1
               STRING '('              DELIMITED BY SIZE
                      INTO WRK-SUFIXO  WITH POINTER WRK-PONTEIRO-SUFIXO
               PERFORM 6221-ACRESCENTAR-OCORRENCIA
                   VARYING WRK-IDX-PILHA FROM 1 BY 1
                   UNTIL WRK-IDX-PILHA GREATER   WRK-PROFUNDIDADE
               IF  ITM-OCORRENCIAS(WRK-IDX-ITEM) GREATER 1
                   MOVE WRK-OCORRENCIA TO WRK-NUMERO-SUFIXO
                   PERFORM 6222-ACRESCENTAR-NUMERO
               END-IF
               STRING ')'              DELIMITED BY SIZE
                      INTO WRK-SUFIXO  WITH POINTER WRK-PONTEIRO-SUFIXO
           END-IF.

           COMPUTE WRK-TAM-SUFIXO = WRK-PONTEIRO-SUFIXO - 1.

           MOVE ZEROS                  TO WRK-TAM-NOME.
           INSPECT ITM-NOME(WRK-IDX-ITEM)
               TALLYING WRK-TAM-NOME FOR CHARACTERS
               BEFORE INITIAL SPACE.

           IF  WRK-TAM-NOME + WRK-TAM-SUFIXO GREATER 20
               COMPUTE WRK-TAM-NOME = 20 - WRK-TAM-SUFIXO
               IF  NOT ITM-NOME-AVISADO(WRK-IDX-ITEM)
                   MOVE 'S'            TO ITM-SW-AVISADO(WRK-IDX-ITEM)
                   MOVE ITM-LINHA(WRK-IDX-ITEM) TO WRK-LINHA-AVISO
                   MOVE SPACES         TO WRK-TEXTO-AVISO
                   STRING 'NOME CORTADO EM 20 POSICOES: '
                          ITM-NOME(WRK-IDX-ITEM)
                          DELIMITED BY SIZE INTO WRK-TEXTO-AVISO
                   PERFORM 8900-AVISAR
               END-IF
           END-IF.

           MOVE SPACES                 TO DIC-NOME-CAMPO.

           IF  WRK-TAM-SUFIXO          EQUAL     ZEROS
               MOVE ITM-NOME(WRK-IDX-ITEM)(1:WRK-TAM-NOME)
                                       TO DIC-NOME-CAMPO
           ELSE
               STRING ITM-NOME(WRK-IDX-ITEM)(1:WRK-TAM-NOME)
                      WRK-SUFIXO(1:WRK-TAM-SUFIXO)
                      DELIMITED BY SIZE INTO DIC-NOME-CAMPO
           END-IF.

      *----------------------------------------------------------------*
       6220-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6221-ACRESCENTAR-OCORRENCIA     SECTION.
      *----------------------------------------------------------------*

           MOVE PIL-OCORRENCIA(WRK-IDX-PILHA) TO WRK-NUMERO-SUFIXO.

           PERFORM 6222-ACRESCENTAR-NUMERO.

      *----------------------------------------------------------------*
       6221-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6222-ACRESCENTAR-NUMERO         SECTION.
      *----------------------------------------------------------------*
      *    NUMERO SEM ZEROS A ESQUERDA, SEPARADO DO ANTERIOR POR ','.  *
      *----------------------------------------------------------------*

           IF  WRK-PONTEIRO-SUFIXO     GREATER   2
               STRING ','              DELIMITED BY SIZE
                      INTO WRK-SUFIXO  WITH POINTER WRK-PONTEIRO-SUFIXO
           END-IF.

           MOVE WRK-NUMERO-SUFIXO      TO WRK-NUMERO-EDITADO.
           MOVE ZEROS                  TO WRK-BRANCOS-NUMERO.
           INSPECT WRK-NUMERO-EDITADO
               TALLYING WRK-BRANCOS-NUMERO FOR LEADING SPACES.
           COMPUTE WRK-TAM-NUMERO = 5 - WRK-BRANCOS-NUMERO.

           STRING WRK-NUMERO-EDITADO(WRK-BRANCOS-NUMERO + 1:
                                     WRK-TAM-NUMERO)
                  DELIMITED BY SIZE
                  INTO WRK-SUFIXO      WITH POINTER WRK-PONTEIRO-SUFIXO.

      *----------------------------------------------------------------*
       6222-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6230-VERIFICAR-REPETIDO         SECTION.
      *----------------------------------------------------------------*
      *    O CARTAO 'LAYOUT' SO CARREGA A PRIMEIRA ENTRADA DE CADA     *
      *    NOME - UM NOME REPETIDO (TIPICAMENTE POR CORTE EM 20        *
      *    POSICOES) PRECISA DE CARTAO 'CAMPO' DIGITADO.               *
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-SW-NOME-REPETIDO.

           PERFORM 6231-COMPARAR-NOME
               VARYING WRK-IDX-NOME FROM 1 BY 1
               UNTIL WRK-IDX-NOME      GREATER   WRK-QTD-NOMES
                  OR WRK-NOME-REPETIDO.

           IF  WRK-NOME-REPETIDO
               MOVE ITM-LINHA(WRK-IDX-ITEM) TO WRK-LINHA-AVISO
               MOVE SPACES             TO WRK-TEXTO-AVISO
               STRING 'NOME REPETIDO NO DICIONARIO: '
                      DIC-NOME-CAMPO
                      DELIMITED BY SIZE INTO WRK-TEXTO-AVISO
               PERFORM 8900-AVISAR
               GO TO 6230-99-FIM
           END-IF.

           ADD 1                       TO WRK-QTD-NOMES.

           IF  WRK-QTD-NOMES           GREATER   5000
               MOVE 'CAMPOS GRAVADOS (5000)' TO WRK-NOME-TABELA
               PERFORM 9200-FORMATAR-ERRO-TABELA-CHEIA
           END-IF.

           MOVE DIC-NOME-CAMPO         TO
                WRK-NOME-GRAVADO(WRK-QTD-NOMES).

      *----------------------------------------------------------------*
       6230-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6231-COMPARAR-NOME              SECTION.
      *----------------------------------------------------------------*

           IF  WRK-NOME-GRAVADO(WRK-IDX-NOME) EQUAL DIC-NOME-CAMPO
               SET WRK-NOME-REPETIDO   TO TRUE
           END-IF.

      *----------------------------------------------------------------*
       6231-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6300-AVANCAR-PILHA              SECTION.
      *----------------------------------------------------------------*
      *    SO O GRUPO DO TOPO CUJO ULTIMO SUBORDINADO ACABOU DE SER    *
      *    GRAVADO AVANCA; SE ELE TERMINOU TODAS AS OCORRENCIAS, SAI   *
      *    DA PILHA E O GRUPO DE BAIXO (QUE PODE TERMINAR NO MESMO     *
      *    ITEM) E EXAMINADO EM SEGUIDA.                               *
      *----------------------------------------------------------------*

           MOVE PIL-ITEM(WRK-PROFUNDIDADE) TO WRK-IDX-ALVO.

           IF  ITM-ULTIMO(WRK-IDX-ALVO) NOT EQUAL WRK-ITEM-FIM
               SET WRK-PILHA-RESOLVIDA TO TRUE
               GO TO 6300-99-FIM
           END-IF.

           IF  PIL-OCORRENCIA(WRK-PROFUNDIDADE) LESS
               ITM-OCORRENCIAS(WRK-IDX-ALVO)
               ADD 1                   TO
                   PIL-OCORRENCIA(WRK-PROFUNDIDADE)
               COMPUTE WRK-IDX-ITEM = WRK-IDX-ALVO + 1
               SET WRK-PILHA-RESOLVIDA TO TRUE
               GO TO 6300-99-FIM
           END-IF.

           SUBTRACT 1                  FROM WRK-PROFUNDIDADE.

      *----------------------------------------------------------------*
       6300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       8100-CONVERTER-NUMERO           SECTION.
      *----------------------------------------------------------------*
      *    WRK-PALAVRA INTEIRA NUMERICA (ATE 5 DIGITOS) VAI PARA       *
      *    WRK-NUMERO, COM WRK-NUMERO-VALIDO LIGADO.                   *
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-SW-NUMERO.
           MOVE ZEROS                  TO WRK-TAM-PALAVRA
                                          WRK-NUMERO.

           INSPECT WRK-PALAVRA
               TALLYING WRK-TAM-PALAVRA FOR CHARACTERS
               BEFORE INITIAL SPACE.

           IF  WRK-TAM-PALAVRA         EQUAL     ZEROS
           OR  WRK-TAM-PALAVRA         GREATER   5
               GO TO 8100-99-FIM
           END-IF.

           IF  WRK-PALAVRA(1:WRK-TAM-PALAVRA) NUMERIC
               MOVE WRK-PALAVRA(1:WRK-TAM-PALAVRA) TO WRK-NUMERO
               SET WRK-NUMERO-VALIDO   TO TRUE
           END-IF.

      *----------------------------------------------------------------*
       8100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       8900-AVISAR                     SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO WRK-AVISOS.

           MOVE WRK-LINHA-AVISO        TO WRK-LINHA-EDITADA.

           DISPLAY '* AVISO LINHA ' WRK-LINHA-EDITADA ': '
                   WRK-TEXTO-AVISO.

      *----------------------------------------------------------------*
       8900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9100-FORMATAR-ERRO-ARQUIVO      SECTION.
      *----------------------------------------------------------------*

           DISPLAY '*********** GERADIC ***********'
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

           DISPLAY '*********** GERADIC ***********'
           DISPLAY '*                              *'
           DISPLAY '*  BOOK ACIMA DO LIMITE DE     *'
           DISPLAY '*  ' WRK-NOME-TABELA
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
      *    SEM O NOME DO BOOK O DICIONARIO NAO TERIA COMO SER PEDIDO   *
      *    PELO CARTAO 'LAYOUT'.                                       *
      *----------------------------------------------------------------*

           DISPLAY '*********** GERADIC ***********'
           DISPLAY '*                              *'
           DISPLAY '*  CARTAO SYSIN SEM O NOME DO  *'
           DISPLAY '*  BOOK NAS POSICOES 1-8       *'
           DISPLAY '*                              *'
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
           DISPLAY '*********** GERADIC ***********'
           DISPLAY '*                              *'
           DISPLAY '*     RESUMO DA GERACAO        *'
           DISPLAY '* ---------------------------- *'
           DISPLAY '* BOOK               : ' LIV-NOME
           DISPLAY '*                              *'
           MOVE    WRK-LIDOS-ARQBOOK    TO WRK-DISPLAY
           DISPLAY '* LIDOS    ARQBOOK  : ' WRK-DISPLAY
           DISPLAY '*                              *'
           MOVE    WRK-QTD-ITENS        TO WRK-DISPLAY
           DISPLAY '* ITENS DE DADOS    : ' WRK-DISPLAY
           DISPLAY '*                              *'
           MOVE    WRK-GRAVADOS-ARQDICIO TO WRK-DISPLAY
           DISPLAY '* GRAVADOS ARQDICIO : ' WRK-DISPLAY
           DISPLAY '*                              *'
           MOVE    WRK-FILLERS          TO WRK-DISPLAY
           DISPLAY '* FILLERS NAO GRAVADOS: ' WRK-DISPLAY
           DISPLAY '*                              *'
           MOVE    WRK-AVISOS           TO WRK-DISPLAY
           DISPLAY '* AVISOS            : ' WRK-DISPLAY
           DISPLAY '*                              *'
           DISPLAY '*********** GERADIC ***********'

           CLOSE ARQBOOK
                 ARQDICIO.

           PERFORM 1110-TESTAR-FS-ARQBOOK.
           PERFORM 1120-TESTAR-FS-ARQDICIO.

           IF  WRK-AVISOS              GREATER   ZEROS
               MOVE 4                  TO RETURN-CODE
           END-IF.

           STOP RUN.

      *----------------------------------------------------------------*
       9000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
