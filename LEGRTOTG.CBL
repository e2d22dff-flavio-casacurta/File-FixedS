      *----------------------------------------------------------------*
      *    OBJETIVO....:
      *                 - LER    ARQINPZD (O ARQOUTZD GERADO PELA
      *                   CONVERSAO, LAYOUT @BOOKOUT) NUMA UNICA
      *                   PASSADA, SEM CLASSIFICACAO PREVIA: OS GRUPOS
      *                   SAO ACUMULADOS NUMA TABELA EM MEMORIA NA
      *                   ORDEM DAS QUEBRAS E IMPRESSOS NO FIM. QUANDO
      *                   HA MAIS GRUPOS DISTINTOS DO QUE CABEM NA
      *                   TABELA, ELA E DESCARREGADA (JA EM ORDEM) E
      *                   INTERCALADA COM AS DESCARGAS ANTERIORES NOS
      *                   ARQUIVOS DE TRABALHO ARQSPL1/ARQSPL2.
      *
      *                 - GRAVAR ARQRELAT COM CONTAGEM DE REGISTROS E
      *                   SOMAS DOS CAMPOS NUMERICOS DESIGNADOS POR
      *                   CONVERSAO - A CONCILIACAO POR AGENCIA/
      *                   PRODUTO DEIXA DE SER PLANILHA NO PC E VIRA
      *                   PASSO PADRAO DO JOB.
      *
      *                 - GRAVAR OS MESMOS TOTAIS POR GRUPO EM FORMATO
      *                   DE MAQUINA NO ARQTOTGR (DD OPCIONAL, VIDE
      *                   COPY TOTGRUPO), ENTRADA DO BALANCEAMENTO
      *                   EXTERNO CONTRA O ARQUIVO DE CONTROLE DO
      *                   SISTEMA DE ORIGEM (LEGRBALX).
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME           I/O        INCLUDE/BOOK
      *                ARQINPZD          I         @BOOKOUT
      *                ARQRELAT          O         DECLARADO NO PGM
      *                ARQTOTGR          O         COPY TOTGRUPO
      *                ARQSPL1           I/O       DECLARADO NO PGM
      *                ARQSPL2           I/O       DECLARADO NO PGM
      *----------------------------------------------------------------*
      *    CARTOES.....: CARTAO OPCIONAL NO SYSIN, POSICOES 1-8:       *
      *    'MEMORIA' (OU CARTAO AUSENTE/EM BRANCO) = ACUMULACAO EM     *
      *    MEMORIA SOBRE ENTRADA EM QUALQUER ORDEM; 'ORDENADO' =       *
      *    CONTROLE DE QUEBRA SOBRE ENTRADA JA CLASSIFICADA PELOS      *
      *    CAMPOS DE QUEBRA (PASSO DE SORT ANTES DESTE) - UMA CHAVE    *
      *    REPETIDA FORA DE ORDEM ABRE UM NOVO GRUPO NO RELATORIO.     *
      *----------------------------------------------------------------*
      *    OBSERVACAO..: OS DOIS MODOS IMPRIMEM OS MESMOS GRUPOS, NA   *
      *    MESMA ORDEM E COM OS MESMOS VALORES PARA UMA ENTRADA        *
      *    CLASSIFICADA. ARQSPL1/ARQSPL2 SO SAO ABERTOS QUANDO A       *
      *    TABELA DE GRUPOS ENCHE (10000 GRUPOS DISTINTOS); SEM A      *
      *    DD, UM RUN QUE PRECISE DELES TERMINA EM ERRO DE ARQUIVO.    *
      *    OS CAMPOS DE QUEBRA E DE SOMA SAO DESIGNADOS NA             *
      *    GERACAO (TOKENS @NOMEARQUEBRAS, @NOMEARSOMAS,               *
      *    @EXTRAIRQUEBRA E @ACUMULARGRUPO).                           *
      *================================================================*
           SELECT ARQRELAT ASSIGN      TO   UT-S-ARQRELAT
                      FILE STATUS      IS   WRK-FS-ARQRELAT.

      *    TOTAIS POR GRUPO EM FORMATO DE MAQUINA (VIDE COPY TOTGRUPO)
      *    - DD OPCIONAL; SEM ELA O RELATORIO SAI COMO SEMPRE.
           SELECT ARQTOTGR ASSIGN      TO   UT-S-ARQTOTGR
                      FILE STATUS      IS   WRK-FS-ARQTOTGR.

      *    ARQUIVOS DE TRABALHO DAS DESCARGAS DA TABELA DE GRUPOS,
      *    USADOS ALTERNADAMENTE COMO ENTRADA E SAIDA DA INTERCALACAO.
           SELECT ARQSPL1  ASSIGN      TO   UT-S-ARQSPL1
                      FILE STATUS      IS   WRK-FS-ARQSPL1.

           SELECT ARQSPL2  ASSIGN      TO   UT-S-ARQSPL2
                      FILE STATUS      IS   WRK-FS-ARQSPL2.

      *================================================================*
       DATA                            DIVISION.
      *================================================================*

       01  FD-ARQRELAT                 PIC  X(132).

      *----------------------------------------------------------------*
      *   OUTPUT:  TOTAIS POR GRUPO EM FORMATO DE MAQUINA - ARQTOTGR   *
      *            (DD OPCIONAL)                                       *
      *            ORG. SEQUENCIAL    - LRECL   = 200                  *
      *----------------------------------------------------------------*
       FD  ARQTOTGR
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-ARQTOTGR                 PIC  X(200).

      *----------------------------------------------------------------*
      *   I/O:     DESCARGAS DA TABELA DE GRUPOS - ARQSPL1 / ARQSPL2   *
      *            ORG. SEQUENCIAL    - LRECL   = 120                  *
      *----------------------------------------------------------------*
       FD  ARQSPL1
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-ARQSPL1                  PIC  X(120).

       FD  ARQSPL2
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-ARQSPL2                  PIC  X(120).

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
           03 WRK-LIDOS-ARQINPZD       PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-GRAVADOS-ARQRELAT    PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-QTD-GRUPOS           PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-GRAVADOS-ARQTOTGR    PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-QTD-DESCARGAS        PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-DISPLAY              PIC +Z(08)9         VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-FS-ARQINPZD             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-ARQRELAT             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-ARQTOTGR             PIC  X(002)         VALUE SPACES.
       01  WRK-SW-ARQTOTGR             PIC  X(001)         VALUE 'N'.
           88 WRK-ARQTOTGR-ABERTO                           VALUE 'S'.
       01  WRK-FS-ARQSPL1              PIC  X(002)         VALUE SPACES.
       01  WRK-FS-ARQSPL2              PIC  X(002)         VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *  CARTAO DE MODO - SYSIN (OPCIONAL). PRE-CARREGADO COM          *
      *  'MEMORIA' ANTES DO ACCEPT, DE MODO QUE O SYSIN VAZIO OU       *
      *  DUMMY MANTEM O MODO PADRAO.                                   *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-CARTAO-MODO.
           03 MOD-MODO                 PIC  X(008).
              88 MOD-MEMORIA                                VALUE
                 'MEMORIA' SPACES.
              88 MOD-ORDENADO                               VALUE
                 'ORDENADO'.
           03 FILLER                   PIC  X(072).

       01  WRK-SW-MODO                 PIC  X(001)         VALUE 'M'.
           88 WRK-MODO-MEMORIA                              VALUE 'M'.
           88 WRK-MODO-ORDENADO                             VALUE 'O'.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *  AREA DE CONTROLE DE QUEBRA. AS CHAVES SAO EXTRAIDAS DO        *
              05 WRK-NOME-SOMA         OCCURS 5 TIMES
                                       PIC  X(020).

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *  TABELA DE GRUPOS DO MODO EM MEMORIA, EM ORDEM DE CHAVE        *
      *  (QUEBRA-1 + QUEBRA-2) PARA A BUSCA BINARIA E PARA A           *
      *  IMPRESSAO. A ENTRADA TEM O MESMO FORMATO DO REGISTRO DE       *
      *  DESCARGA (WRK-REGISTRO-DESCARGA, SEM O FILLER FINAL).         *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-TABELA-GRUPOS.
           03 WRK-QTD-TAB              PIC  9(007) COMP-3  VALUE ZEROS.
           03 WRK-TAB-ENTRADA          OCCURS 1 TO 10000 TIMES
                                       DEPENDING ON WRK-QTD-TAB
                                       ASCENDING KEY IS WRK-TAB-CHAVE
                                       INDEXED BY WRK-IDX-TAB.
              05 WRK-TAB-CHAVE.
                 07 WRK-TAB-CHAVE-1    PIC  X(032).
                 07 WRK-TAB-CHAVE-2    PIC  X(032).
              05 WRK-TAB-REGISTROS     PIC  9(009) COMP-3.
              05 WRK-TAB-SOMA          OCCURS 5 TIMES
                                       PIC S9(013)V99 COMP-3.

       01  WRK-CONTROLE-TABELA.
           03 WRK-CHAVE-PROCURADA.
              05 WRK-CHAVE-PROCURADA-1 PIC  X(032)         VALUE SPACES.
              05 WRK-CHAVE-PROCURADA-2 PIC  X(032)         VALUE SPACES.
           03 WRK-SW-GRUPO-ACHADO      PIC  X(001)         VALUE 'N'.
              88 WRK-GRUPO-ACHADO                           VALUE 'S'.
           03 WRK-IDX-INSERCAO         PIC S9(007) COMP-3  VALUE ZEROS.
           03 WRK-POS-INICIAL          PIC S9(007) COMP-3  VALUE ZEROS.
           03 WRK-POS-INSERCAO         PIC  9(007) COMP-3  VALUE ZEROS.
           03 WRK-SW-POSICAO           PIC  X(001)         VALUE 'N'.
              88 WRK-POSICAO-ACHADA                         VALUE 'S'.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *  INTERCALACAO DA TABELA COM A ULTIMA DESCARGA. O ARQUIVO       *
      *  CORRENTE (WRK-SPL-CORRENTE) GUARDA TODAS AS DESCARGAS JA      *
      *  FEITAS, EM ORDEM; A INTERCALACAO GRAVA NO OUTRO ARQUIVO, QUE  *
      *  PASSA A SER O CORRENTE, OU DIRETO NO RELATORIO NO FIM.        *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-REGISTRO-DESCARGA.
           03 SPL-CHAVE.
              05 SPL-CHAVE-1           PIC  X(032).
              05 SPL-CHAVE-2           PIC  X(032).
           03 SPL-REGISTROS            PIC  9(009) COMP-3.
           03 SPL-SOMA                 OCCURS 5 TIMES
                                       PIC S9(013)V99 COMP-3.
           03 FILLER                   PIC  X(011).

       01  WRK-CONTROLE-INTERCALACAO.
           03 WRK-SPL-CORRENTE         PIC  X(001)         VALUE '1'.
              88 WRK-SPL-CORRENTE-1                         VALUE '1'.
              88 WRK-SPL-CORRENTE-2                         VALUE '2'.
           03 WRK-SW-DESTINO           PIC  X(001)         VALUE 'R'.
              88 WRK-DESTINO-DESCARGA                       VALUE 'D'.
              88 WRK-DESTINO-RELATORIO                      VALUE 'R'.
           03 WRK-SW-FIM-DESCARGA      PIC  X(001)         VALUE 'N'.
              88 WRK-FIM-DESCARGA                           VALUE 'S'.
           03 WRK-IDX-INTERCALA        PIC  9(007) COMP-3  VALUE ZEROS.
           03 WRK-EMISSAO.
              05 WRK-EMI-CHAVE.
                 07 WRK-EMI-CHAVE-1    PIC  X(032).
                 07 WRK-EMI-CHAVE-2    PIC  X(032).
              05 WRK-EMI-REGISTROS     PIC  9(009) COMP-3.
              05 WRK-EMI-SOMA          OCCURS 5 TIMES
                                       PIC S9(013)V99 COMP-3.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *  REGISTRO DOS TOTAIS EM FORMATO DE MAQUINA - ARQTOTGR          *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       COPY TOTGRUPO.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *  LINHAS DO RELATORIO DE TOTAIS - ARQRELAT                      *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

           PERFORM 1200-NOMEAR-COLUNAS.

           PERFORM 1250-LER-CARTAO-MODO.

           OPEN INPUT   ARQINPZD
                OUTPUT  ARQRELAT.

           PERFORM 1100-TESTAR-FILE-STATUS.

           PERFORM 1300-ABRIR-ARQTOTGR.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
       1200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1250-LER-CARTAO-MODO            SECTION.
      *----------------------------------------------------------------*
      *    CARTAO DE MODO OPCIONAL: SEM ELE (OU EM BRANCO) OS GRUPOS   *
      *    SAO ACUMULADOS EM MEMORIA; 'ORDENADO' MANTEM O CONTROLE DE  *
      *    QUEBRA SOBRE ENTRADA JA CLASSIFICADA.                       *
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-CARTAO-MODO.
           MOVE 'MEMORIA'              TO MOD-MODO.

           ACCEPT WRK-CARTAO-MODO      FROM  SYSIN.

           EVALUATE TRUE
               WHEN MOD-MEMORIA
                   SET WRK-MODO-MEMORIA  TO TRUE
               WHEN MOD-ORDENADO
                   SET WRK-MODO-ORDENADO TO TRUE
               WHEN OTHER
                   PERFORM 9300-FORMATAR-ERRO-CARTAO
           END-EVALUATE.

      *----------------------------------------------------------------*
       1250-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1300-ABRIR-ARQTOTGR             SECTION.
      *----------------------------------------------------------------*
      *    DD OPCIONAL - QUALQUER FALHA NA ABERTURA SO DESLIGA A       *
      *    GRAVACAO DOS TOTAIS DE MAQUINA, SEM DERRUBAR O RELATORIO    *
      *    (MESMA CONVENCAO DA LINHAGEM NA CONVERSAO). O CABECALHO     *
      *    LEVA OS ROTULOS DE 1200-NOMEAR-COLUNAS E A DATA DO RUN.     *
      *----------------------------------------------------------------*

           OPEN OUTPUT ARQTOTGR.

           IF  WRK-FS-ARQTOTGR         NOT EQUAL '00'
               GO TO 1300-99-FIM
           END-IF.

           SET WRK-ARQTOTGR-ABERTO     TO TRUE.

           MOVE SPACES                 TO WRK-REGISTRO-TOTGRUPO.
           MOVE 'C'                    TO TGR-TIPO.
           MOVE WRK-NOME-QUEBRA-1      TO TGR-CAB-NOME-QUEBRA-1.
           MOVE WRK-NOME-QUEBRA-2      TO TGR-CAB-NOME-QUEBRA-2.
           MOVE WRK-QTD-SOMAS          TO TGR-CAB-QTD-SOMAS.
           MOVE WRK-NOMES-SOMAS        TO TGR-CAB-NOMES-SOMAS.

           ACCEPT TGR-CAB-DATA         FROM  DATE YYYYMMDD.

           PERFORM 3330-GRAVAR-ARQTOTGR.

      *----------------------------------------------------------------*
       1300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-VERIFICAR-VAZIO            SECTION.
      *----------------------------------------------------------------*

           PERFORM 3100-EXTRAIR-QUEBRA.

           IF  WRK-MODO-MEMORIA
               PERFORM 3500-ACUMULAR-TABELA
               PERFORM 2100-LER-ARQINPZD
               GO TO 3000-99-FIM
           END-IF.

           IF  WRK-PRIMEIRO-REGISTRO
               MOVE 'N'                TO WRK-SW-PRIMEIRO-REGISTRO
               MOVE WRK-QUEBRA-ATUAL-1 TO WRK-QUEBRA-GRUPO-1

           ADD 1                       TO  WRK-QTD-GRUPOS.

           IF  WRK-ARQTOTGR-ABERTO
               PERFORM 3320-GRAVAR-TOTGRUPO-GRUPO
           END-IF.

           MOVE ZEROS                  TO WRK-REGISTROS-GRUPO.

           INITIALIZE WRK-SOMAS-GRUPO
       3310-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3320-GRAVAR-TOTGRUPO-GRUPO      SECTION.
      *----------------------------------------------------------------*
      *    REGISTRO 'G' DO GRUPO QUE ACABA DE SER IMPRESSO, COM AS     *
      *    MESMAS CONTAGEM E SOMAS DA LINHA DO RELATORIO.              *
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-REGISTRO-TOTGRUPO.
           MOVE 'G'                    TO TGR-TIPO.
           MOVE WRK-QUEBRA-GRUPO-1     TO TGR-QUEBRA-1.
           MOVE WRK-QUEBRA-GRUPO-2     TO TGR-QUEBRA-2.
           MOVE WRK-REGISTROS-GRUPO    TO TGR-REGISTROS.
           MOVE WRK-QTD-SOMAS          TO TGR-QTD-SOMAS.
           MOVE ZEROS                  TO TGR-QTD-GRUPOS.

           PERFORM 3325-MOVER-SOMA-GRUPO
               VARYING WRK-IDX-SOMA FROM 1 BY 1
               UNTIL WRK-IDX-SOMA      GREATER   5.

           PERFORM 3330-GRAVAR-ARQTOTGR.

      *----------------------------------------------------------------*
       3320-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3325-MOVER-SOMA-GRUPO           SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-SOMA-GRUPO(WRK-IDX-SOMA) TO TGR-SOMA(WRK-IDX-SOMA).

      *----------------------------------------------------------------*
       3325-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3330-GRAVAR-ARQTOTGR            SECTION.
      *----------------------------------------------------------------*

           WRITE FD-ARQTOTGR           FROM    WRK-REGISTRO-TOTGRUPO.

           IF  WRK-FS-ARQTOTGR         NOT EQUAL '00'
               MOVE 'ARQTOTGR'         TO WRK-NOME-ARQUIVO
               MOVE WRK-FS-ARQTOTGR    TO WRK-FILE-STATUS
               PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

           ADD 1                       TO  WRK-GRAVADOS-ARQTOTGR.

      *----------------------------------------------------------------*
       3330-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3500-ACUMULAR-TABELA            SECTION.
      *----------------------------------------------------------------*
      *    MODO EM MEMORIA: AS LINHAS GERADAS DE 3200-ACUMULAR-GRUPO   *
      *    LEVAM O REGISTRO PARA A AREA DE GRUPO ZERADA, QUE E SOMADA  *
      *    NA ENTRADA DA CHAVE NA TABELA (INCLUIDA, EM ORDEM, QUANDO   *
      *    NOVA). TABELA CHEIA COM CHAVE NOVA: DESCARREGA E RECOMECA.  *
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-REGISTROS-GRUPO.

           INITIALIZE WRK-SOMAS-GRUPO
            REPLACING NUMERIC DATA BY ZEROS.

           PERFORM 3200-ACUMULAR-GRUPO.

           MOVE WRK-QUEBRA-ATUAL-1     TO WRK-CHAVE-PROCURADA-1.
           MOVE WRK-QUEBRA-ATUAL-2     TO WRK-CHAVE-PROCURADA-2.

           PERFORM 3510-PROCURAR-GRUPO.

           IF  NOT WRK-GRUPO-ACHADO
               IF  WRK-QTD-TAB         NOT LESS  10000
                   PERFORM 5000-DESCARREGAR-TABELA
               END-IF
               PERFORM 3520-INCLUIR-GRUPO
           END-IF.

           ADD WRK-REGISTROS-GRUPO     TO WRK-TAB-REGISTROS
                                          (WRK-IDX-TAB).

           PERFORM 3540-SOMAR-TABELA
               VARYING WRK-IDX-SOMA FROM 1 BY 1
               UNTIL WRK-IDX-SOMA      GREATER   WRK-QTD-SOMAS.

           MOVE ZEROS                  TO WRK-REGISTROS-GRUPO.

           INITIALIZE WRK-SOMAS-GRUPO
            REPLACING NUMERIC DATA BY ZEROS.

      *----------------------------------------------------------------*
       3500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3510-PROCURAR-GRUPO             SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-SW-GRUPO-ACHADO.

           IF  WRK-QTD-TAB             EQUAL     ZEROS
               GO TO 3510-99-FIM
           END-IF.

           SEARCH ALL WRK-TAB-ENTRADA
               AT END
                   CONTINUE
               WHEN WRK-TAB-CHAVE(WRK-IDX-TAB) EQUAL WRK-CHAVE-PROCURADA
                   SET WRK-GRUPO-ACHADO TO TRUE
           END-SEARCH.

      *----------------------------------------------------------------*
       3510-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3520-INCLUIR-GRUPO              SECTION.
      *----------------------------------------------------------------*
      *    INSERCAO ORDENADA: DESLOCA UMA POSICAO PARA BAIXO AS        *
      *    ENTRADAS DE CHAVE MAIOR E ABRE A ENTRADA ZERADA NO LUGAR.   *
      *----------------------------------------------------------------*

           ADD 1                       TO WRK-QTD-TAB.

           COMPUTE WRK-POS-INICIAL = WRK-QTD-TAB - 1.

           MOVE 1                      TO WRK-POS-INSERCAO.
           MOVE 'N'                    TO WRK-SW-POSICAO.

           PERFORM 3530-DESLOCAR-GRUPO
               VARYING WRK-IDX-INSERCAO FROM WRK-POS-INICIAL BY -1
               UNTIL WRK-IDX-INSERCAO  LESS      1
                  OR WRK-POSICAO-ACHADA.

           SET WRK-IDX-TAB             TO WRK-POS-INSERCAO.

           INITIALIZE WRK-TAB-ENTRADA(WRK-IDX-TAB)
            REPLACING NUMERIC DATA BY ZEROS.

           MOVE WRK-CHAVE-PROCURADA    TO WRK-TAB-CHAVE(WRK-IDX-TAB).

      *----------------------------------------------------------------*
       3520-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3530-DESLOCAR-GRUPO             SECTION.
      *----------------------------------------------------------------*

           SET WRK-IDX-TAB             TO WRK-IDX-INSERCAO.

           IF  WRK-TAB-CHAVE(WRK-IDX-TAB) GREATER WRK-CHAVE-PROCURADA
               MOVE WRK-TAB-ENTRADA(WRK-IDX-TAB)
                                       TO WRK-TAB-ENTRADA
                                          (WRK-IDX-TAB + 1)
           ELSE
               SET WRK-POSICAO-ACHADA  TO TRUE
               COMPUTE WRK-POS-INSERCAO = WRK-IDX-INSERCAO + 1
           END-IF.

      *----------------------------------------------------------------*
       3530-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3540-SOMAR-TABELA               SECTION.
      *----------------------------------------------------------------*

           ADD WRK-SOMA-GRUPO(WRK-IDX-SOMA)
               TO WRK-TAB-SOMA(WRK-IDX-TAB WRK-IDX-SOMA).

      *----------------------------------------------------------------*
       3540-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5000-DESCARREGAR-TABELA         SECTION.
      *----------------------------------------------------------------*
      *    TABELA CHEIA: INTERCALA A TABELA COM A DESCARGA CORRENTE    *
      *    (NENHUMA NA PRIMEIRA VEZ) NO OUTRO ARQUIVO DE TRABALHO, QUE *
      *    PASSA A SER O CORRENTE, E ESVAZIA A TABELA.                 *
      *----------------------------------------------------------------*

           SET WRK-DESTINO-DESCARGA    TO TRUE.

           IF  WRK-QTD-DESCARGAS       EQUAL     ZEROS
               OPEN OUTPUT ARQSPL2
               MOVE WRK-FS-ARQSPL2     TO WRK-FILE-STATUS
               MOVE 'ARQSPL2'          TO WRK-NOME-ARQUIVO
           ELSE
               PERFORM 5010-ABRIR-INTERCALACAO
           END-IF.

           IF  WRK-FILE-STATUS         NOT EQUAL '00'
               PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

           PERFORM 5100-INTERCALAR-TABELA.

           IF  WRK-QTD-DESCARGAS       GREATER   ZEROS
               PERFORM 5020-FECHAR-CORRENTE
           END-IF.

           IF  WRK-SPL-CORRENTE-1
               CLOSE ARQSPL2
               SET WRK-SPL-CORRENTE-2  TO TRUE
           ELSE
               CLOSE ARQSPL1
               SET WRK-SPL-CORRENTE-1  TO TRUE
           END-IF.

           ADD 1                       TO WRK-QTD-DESCARGAS.

           MOVE ZEROS                  TO WRK-QTD-TAB.

      *----------------------------------------------------------------*
       5000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5010-ABRIR-INTERCALACAO         SECTION.
      *----------------------------------------------------------------*
      *    ABRE A DESCARGA CORRENTE PARA LEITURA E O OUTRO ARQUIVO     *
      *    PARA GRAVACAO; O STATUS DA ABERTURA QUE FALHAR (OU '00')    *
      *    FICA EM WRK-FILE-STATUS PARA O CHAMADOR.                    *
      *----------------------------------------------------------------*

           IF  WRK-SPL-CORRENTE-1
               OPEN INPUT  ARQSPL1
                    OUTPUT ARQSPL2
               MOVE 'ARQSPL1'          TO WRK-NOME-ARQUIVO
               MOVE WRK-FS-ARQSPL1     TO WRK-FILE-STATUS
               IF  WRK-FS-ARQSPL1      EQUAL     '00'
                   MOVE 'ARQSPL2'      TO WRK-NOME-ARQUIVO
                   MOVE WRK-FS-ARQSPL2 TO WRK-FILE-STATUS
               END-IF
           ELSE
               OPEN INPUT  ARQSPL2
                    OUTPUT ARQSPL1
               MOVE 'ARQSPL2'          TO WRK-NOME-ARQUIVO
               MOVE WRK-FS-ARQSPL2     TO WRK-FILE-STATUS
               IF  WRK-FS-ARQSPL2      EQUAL     '00'
                   MOVE 'ARQSPL1'      TO WRK-NOME-ARQUIVO
                   MOVE WRK-FS-ARQSPL1 TO WRK-FILE-STATUS
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       5010-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5020-FECHAR-CORRENTE            SECTION.
      *----------------------------------------------------------------*

           IF  WRK-SPL-CORRENTE-1
               CLOSE ARQSPL1
           ELSE
               CLOSE ARQSPL2
           END-IF.

      *----------------------------------------------------------------*
       5020-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5050-EMITIR-TABELA              SECTION.
      *----------------------------------------------------------------*
      *    FIM DO ARQINPZD NO MODO EM MEMORIA: A TABELA (INTERCALADA   *
      *    COM A DESCARGA CORRENTE, QUANDO HOUVE DESCARGA) SAI NO      *
      *    RELATORIO EM ORDEM DE CHAVE, GRUPO A GRUPO, PELA MESMA      *
      *    3300-TOTALIZAR-GRUPO DO MODO ORDENADO.                      *
      *----------------------------------------------------------------*

           SET WRK-DESTINO-RELATORIO   TO TRUE.

           IF  WRK-QTD-DESCARGAS       GREATER   ZEROS
               IF  WRK-SPL-CORRENTE-1
                   OPEN INPUT ARQSPL1
                   MOVE 'ARQSPL1'      TO WRK-NOME-ARQUIVO
                   MOVE WRK-FS-ARQSPL1 TO WRK-FILE-STATUS
               ELSE
                   OPEN INPUT ARQSPL2
                   MOVE 'ARQSPL2'      TO WRK-NOME-ARQUIVO
                   MOVE WRK-FS-ARQSPL2 TO WRK-FILE-STATUS
               END-IF
               IF  WRK-FILE-STATUS     NOT EQUAL '00'
                   PERFORM 9100-FORMATAR-ERRO-ARQUIVO
               END-IF
           END-IF.

           PERFORM 5100-INTERCALAR-TABELA.

           IF  WRK-QTD-DESCARGAS       GREATER   ZEROS
               PERFORM 5020-FECHAR-CORRENTE
           END-IF.

      *----------------------------------------------------------------*
       5050-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5100-INTERCALAR-TABELA          SECTION.
      *----------------------------------------------------------------*
      *    BALANCED LINE ENTRE A TABELA (EM ORDEM) E A DESCARGA        *
      *    CORRENTE (EM ORDEM, QUANDO HOUVER): CHAVE SO DE UM LADO     *
      *    SAI COMO ESTA; CHAVE NOS DOIS TEM CONTAGEM E SOMAS SOMADAS. *
      *----------------------------------------------------------------*

           MOVE 1                      TO WRK-IDX-INTERCALA.
           MOVE 'N'                    TO WRK-SW-FIM-DESCARGA.

           IF  WRK-QTD-DESCARGAS       EQUAL     ZEROS
               SET WRK-FIM-DESCARGA    TO TRUE
           ELSE
               PERFORM 5200-LER-DESCARGA
           END-IF.

           PERFORM 5110-INTERCALAR-PROXIMO
               UNTIL WRK-IDX-INTERCALA GREATER   WRK-QTD-TAB
                 AND WRK-FIM-DESCARGA.

      *----------------------------------------------------------------*
       5100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5110-INTERCALAR-PROXIMO         SECTION.
      *----------------------------------------------------------------*

           IF  WRK-IDX-INTERCALA       NOT GREATER WRK-QTD-TAB
               SET WRK-IDX-TAB         TO WRK-IDX-INTERCALA
           END-IF.

           EVALUATE TRUE
               WHEN WRK-IDX-INTERCALA  GREATER   WRK-QTD-TAB
                   MOVE WRK-REGISTRO-DESCARGA TO WRK-EMISSAO
                   PERFORM 5200-LER-DESCARGA
               WHEN WRK-FIM-DESCARGA
                   MOVE WRK-TAB-ENTRADA(WRK-IDX-TAB) TO WRK-EMISSAO
                   ADD 1               TO WRK-IDX-INTERCALA
               WHEN WRK-TAB-CHAVE(WRK-IDX-TAB) LESS SPL-CHAVE
                   MOVE WRK-TAB-ENTRADA(WRK-IDX-TAB) TO WRK-EMISSAO
                   ADD 1               TO WRK-IDX-INTERCALA
               WHEN WRK-TAB-CHAVE(WRK-IDX-TAB) GREATER SPL-CHAVE
                   MOVE WRK-REGISTRO-DESCARGA TO WRK-EMISSAO
                   PERFORM 5200-LER-DESCARGA
               WHEN OTHER
                   MOVE WRK-TAB-ENTRADA(WRK-IDX-TAB) TO WRK-EMISSAO
                   ADD SPL-REGISTROS   TO WRK-EMI-REGISTROS
                   PERFORM 5120-SOMAR-DESCARGA
                       VARYING WRK-IDX-SOMA FROM 1 BY 1
                       UNTIL WRK-IDX-SOMA GREATER 5
                   ADD 1               TO WRK-IDX-INTERCALA
                   PERFORM 5200-LER-DESCARGA
           END-EVALUATE.

           IF  WRK-DESTINO-DESCARGA
               PERFORM 5300-GRAVAR-DESCARGA
           ELSE
               PERFORM 5400-TOTALIZAR-EMISSAO
           END-IF.

      *----------------------------------------------------------------*
       5110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5120-SOMAR-DESCARGA             SECTION.
      *----------------------------------------------------------------*

           ADD SPL-SOMA(WRK-IDX-SOMA)  TO WRK-EMI-SOMA(WRK-IDX-SOMA).

      *----------------------------------------------------------------*
       5120-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5200-LER-DESCARGA               SECTION.
      *----------------------------------------------------------------*

           IF  WRK-SPL-CORRENTE-1
               READ ARQSPL1            INTO WRK-REGISTRO-DESCARGA
               MOVE 'ARQSPL1'          TO WRK-NOME-ARQUIVO
               MOVE WRK-FS-ARQSPL1     TO WRK-FILE-STATUS
           ELSE
               READ ARQSPL2            INTO WRK-REGISTRO-DESCARGA
               MOVE 'ARQSPL2'          TO WRK-NOME-ARQUIVO
               MOVE WRK-FS-ARQSPL2     TO WRK-FILE-STATUS
           END-IF.

           IF  WRK-FILE-STATUS         EQUAL     '10'
               SET WRK-FIM-DESCARGA    TO TRUE
               GO TO 5200-99-FIM
           END-IF.

           IF  WRK-FILE-STATUS         NOT EQUAL '00'
               PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

      *----------------------------------------------------------------*
       5200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5300-GRAVAR-DESCARGA            SECTION.
      *----------------------------------------------------------------*
      *    GRAVA O GRUPO EMITIDO NO ARQUIVO QUE NAO E O CORRENTE.      *
      *    WRK-REGISTRO-DESCARGA AINDA GUARDA A PROXIMA CHAVE LIDA,    *
      *    POR ISSO A GRAVACAO E FEITA DIRETO DE WRK-EMISSAO.          *
      *----------------------------------------------------------------*

           IF  WRK-SPL-CORRENTE-1
               WRITE FD-ARQSPL2        FROM WRK-EMISSAO
               MOVE 'ARQSPL2'          TO WRK-NOME-ARQUIVO
               MOVE WRK-FS-ARQSPL2     TO WRK-FILE-STATUS
           ELSE
               WRITE FD-ARQSPL1        FROM WRK-EMISSAO
               MOVE 'ARQSPL1'          TO WRK-NOME-ARQUIVO
               MOVE WRK-FS-ARQSPL1     TO WRK-FILE-STATUS
           END-IF.

           IF  WRK-FILE-STATUS         NOT EQUAL '00'
               PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

      *----------------------------------------------------------------*
       5300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5400-TOTALIZAR-EMISSAO          SECTION.
      *----------------------------------------------------------------*
      *    LEVA O GRUPO EMITIDO PARA A AREA DE GRUPO E O IMPRIME COMO  *
      *    NO MODO ORDENADO (LINHAS, TOTAIS GERAIS E ARQTOTGR).        *
      *----------------------------------------------------------------*

           MOVE WRK-EMI-CHAVE-1        TO WRK-QUEBRA-GRUPO-1.
           MOVE WRK-EMI-CHAVE-2        TO WRK-QUEBRA-GRUPO-2.
           MOVE WRK-EMI-REGISTROS      TO WRK-REGISTROS-GRUPO.

           PERFORM 5410-MOVER-SOMA-EMISSAO
               VARYING WRK-IDX-SOMA FROM 1 BY 1
               UNTIL WRK-IDX-SOMA      GREATER   5.

           PERFORM 3300-TOTALIZAR-GRUPO.

      *----------------------------------------------------------------*
       5400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5410-MOVER-SOMA-EMISSAO         SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-EMI-SOMA(WRK-IDX-SOMA)
                                       TO WRK-SOMA-GRUPO(WRK-IDX-SOMA).

      *----------------------------------------------------------------*
       5410-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9100-FORMATAR-ERRO-ARQUIVO      SECTION.
      *----------------------------------------------------------------*
       9110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9300-FORMATAR-ERRO-CARTAO       SECTION.
      *----------------------------------------------------------------*

           DISPLAY '*********** @PGMID ***********'
           DISPLAY '*                              *'
           DISPLAY '*  CARTAO DE MODO INVALIDO     *'
           DISPLAY '*  (MEMORIA OU ORDENADO)       *'
           DISPLAY '*                              *'
           DISPLAY '********************************'
           DISPLAY '* CARTAO: ' WRK-CARTAO-MODO(1:60)
           DISPLAY '********************************'

           MOVE 16 TO RETURN-CODE.

           STOP RUN.

      *----------------------------------------------------------------*
       9300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
      *    FECHA O ULTIMO GRUPO (QUANDO HOUVER) - NO MODO EM MEMORIA,  *
      *    IMPRIME TODOS OS GRUPOS DA TABELA -, GRAVA OS TOTAIS        *
      *    GERAIS - QUE DEVEM BATER COM O RESUMO DO PASSO DE           *
      *    CONVERSAO (GRAVADOS ARQOUTZD) - E ENCERRA.                  *
      *----------------------------------------------------------------*

           IF  WRK-MODO-MEMORIA
               PERFORM 5050-EMITIR-TABELA
           ELSE
               IF  WRK-REGISTROS-GRUPO GREATER   ZEROS
                   PERFORM 3300-TOTALIZAR-GRUPO
               END-IF
           END-IF.

           MOVE WRK-LIDOS-ARQINPZD     TO WRK-REL-REGISTROS-GERAL.

           PERFORM 9200-GRAVAR-SOMAS-GERAIS.

           IF  WRK-ARQTOTGR-ABERTO
               PERFORM 9250-GRAVAR-TOTAL-TOTGRUPO
           END-IF.

           DISPLAY '*********** @PGMID ***********'
           DISPLAY '*                              *'
           DISPLAY '*     RESUMO DO RELATORIO      *'
           MOVE    WRK-GRAVADOS-ARQRELAT TO WRK-DISPLAY
           DISPLAY '* LINHAS   ARQRELAT : ' WRK-DISPLAY
           DISPLAY '*                              *'
           IF  WRK-MODO-MEMORIA
               DISPLAY '* MODO              :  MEMORIA *'
               MOVE WRK-QTD-DESCARGAS TO WRK-DISPLAY
               DISPLAY '* DESCARGAS TABELA  : ' WRK-DISPLAY
           ELSE
               DISPLAY '* MODO              : ORDENADO *'
           END-IF
           DISPLAY '*                              *'
           IF  WRK-ARQTOTGR-ABERTO
               MOVE WRK-GRAVADOS-ARQTOTGR TO WRK-DISPLAY
               DISPLAY '* GRAVADOS ARQTOTGR : ' WRK-DISPLAY
               DISPLAY '*                              *'
           END-IF
           DISPLAY '*********** @PGMID ***********'

           CLOSE ARQINPZD
                 ARQRELAT.

           IF  WRK-ARQTOTGR-ABERTO
               CLOSE ARQTOTGR
           END-IF.

           PERFORM 1100-TESTAR-FILE-STATUS.

           STOP RUN.
      *----------------------------------------------------------------*
       9210-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9250-GRAVAR-TOTAL-TOTGRUPO      SECTION.
      *----------------------------------------------------------------*
      *    REGISTRO 'T' DE FECHAMENTO: REGISTROS LIDOS, SOMAS GERAIS   *
      *    E QUANTIDADE DE REGISTROS 'G' - O LEITOR CONFERE POR ELE    *
      *    QUE RECEBEU O ARQUIVO INTEIRO.                              *
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-REGISTRO-TOTGRUPO.
           MOVE 'T'                    TO TGR-TIPO.
           MOVE WRK-LIDOS-ARQINPZD     TO TGR-REGISTROS.
           MOVE WRK-QTD-SOMAS          TO TGR-QTD-SOMAS.
           MOVE WRK-QTD-GRUPOS         TO TGR-QTD-GRUPOS.

           PERFORM 9260-MOVER-SOMA-GERAL
               VARYING WRK-IDX-SOMA FROM 1 BY 1
               UNTIL WRK-IDX-SOMA      GREATER   5.

           PERFORM 3330-GRAVAR-ARQTOTGR.

      *----------------------------------------------------------------*
       9250-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9260-MOVER-SOMA-GERAL           SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-SOMA-GERAL(WRK-IDX-SOMA) TO TGR-SOMA(WRK-IDX-SOMA).

      *----------------------------------------------------------------*
       9260-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *================================================================*
