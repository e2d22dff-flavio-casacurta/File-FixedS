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
      *                 - CONSULTA ON-LINE (CICS, PSEUDO-CONVERSACIONAL,
      *                   MAPA LEGRCN1 DO MAPSET LEGRCNM) DO ARQOUTPD
      *                   GRAVADO COMO KSDS PELA CONVERSAO (OPCAO DE
      *                   SAIDA INDEXADA): LEITURA PELA CHAVE COMPLETA
      *                   OU PELA PARTE INICIAL DELA (PRIMEIRO REGISTRO
      *                   COM CHAVE IGUAL OU MAIOR) E NAVEGACAO PARA O
      *                   REGISTRO SEGUINTE/ANTERIOR A PARTIR DO
      *                   EXIBIDO.
      *
      *                 - CADA CAMPO DESCRITO NO MACO DE CARTOES E
      *                   EXIBIDO DECODIFICADO - PACKED/ZONADO EM
      *                   NUMERO EDITADO, TEXTO COMO ESTA (TRADUZIDO DE
      *                   ASCII QUANDO O MACO TRAZ O CARTAO 'ASCII'),
      *                   CONTEUDO INVALIDO EM HEXADECIMAL - MESMA
      *                   MECANICA DA CONSULTA DE HISTORICO EM LOTE -,
      *                   JUNTO COM O RUN-ID E O NUMERO DO REGISTRO NO
      *                   FEED DE ORIGEM TIRADOS DA LINHAGEM.
      *
      *                 - SOMENTE LEITURA: NENHUM COMANDO DE ATUALIZACAO
      *                   E EMITIDO SOBRE NENHUM ARQUIVO. USUARIO SEM
      *                   LIBERACAO VE OS CAMPOS DESIGNADOS PELOS
      *                   CARTOES 'MASCARA' JA MASCARADOS, PELAS MESMAS
      *                   REGRAS DO MASCARADOR DE COPIAS DE HOMOLOGACAO
      *                   (SUBSTITUICAO FIXA DE CARACTERES/PERMUTACAO
      *                   FIXA DE DIGITOS OU ZEROS DO TIPO).
      *----------------------------------------------------------------*
      *    ARQUIVOS....: (NOMES DA FCT SUBSTITUIDOS NA GERACAO)        *
      *                FCT              TIPO       INCLUDE/BOOK
      *                @FCTOUTPD        KSDS  I    DECLARADO NO PGM
      *                @FCTCARTAO       ESDS  I    COPY CAMPCARD
      *                @FCTLINHAG       KSDS  I    DECLARADO NO PGM
      *                @FCTDICIO        ESDS  I    COPY DICCAMPO
      *----------------------------------------------------------------*
      *    DEFINICOES..: @FCTOUTPD E O PROPRIO ARQOUTPD INDEXADO DA    *
      *    NOITE. @FCTCARTAO E UM ESDS DE 80 BYTES COM O MACO DE       *
      *    CARTOES (O MESMO FORMATO DO SYSIN DOS UTILITARIOS EM LOTE). *
      *    @FCTLINHAG E UM KSDS DE 80 BYTES, KEYS(32 33), CARREGADO DO *
      *    ARQLINHG DA CONVERSAO QUE GRAVOU O ARQOUTPD, UMA LINHA POR  *
      *    CHAVE (A ULTIMA DA NOITE - MESMA REGRA DA AMOSTRA DE        *
      *    AUDITORIA). @FCTDICIO E UM ESDS COM A COPIA DO ARQDICIO,    *
      *    SO LIDO QUANDO O MACO TRAZ O CARTAO 'LAYOUT'. TODOS SO      *
      *    PRECISAM DE BROWSE/READ NA FCT. A TRANSACAO E DEFINIDA NA   *
      *    CSD APONTANDO PARA ESTE PROGRAMA E O MAPSET LEGRCNM E       *
      *    MONTADO A PARTIR DE BMS/LEGRCNM.BMS.                        *
      *----------------------------------------------------------------*
      *    CARTOES.....: LIDOS DE @FCTCARTAO NO INICIO DA CONVERSA     *
      *    (VIDE COPY CAMPCARD): 'CAMPO'/'LAYOUT' DESCREVENDO O        *
      *    LAYOUT; UM CARTAO 'CHAVE' (OBRIGATORIO) DESIGNANDO O CAMPO  *
      *    QUE E A RECORD KEY DO KSDS (TEXTO OU ZONADO, ATE 32         *
      *    BYTES); CARTOES 'MASCARA' NO FORMATO DO MASCARADOR; O       *
      *    CARTAO 'ASCII' QUANDO O ARQOUTPD FOI GRAVADO COM A TRADUCAO *
      *    DE TEXTO LIGADA (VIDE COPY EBCASC); 'FIM' ENCERRA.          *
      *----------------------------------------------------------------*
      *    LIBERACAO...: O USUARIO QUE TEM ACESSO DE LEITURA AO        *
      *    RECURSO 'LEGR.<TRANSACAO>.CLARO' DA CLASSE FACILITY DO      *
      *    SEGURANCA EXTERNO VE OS DADOS SEM MASCARA; QUALQUER OUTRO   *
      *    RESULTADO DA CONSULTA DE SEGURANCA VALE COMO SEM LIBERACAO. *
      *----------------------------------------------------------------*
      *    TECLAS......: ENTER LE A CHAVE DIGITADA (A CHAVE EXIBIDA    *
      *    SEM ALTERACAO SO RELE O REGISTRO); PF7/PF8 REGISTRO         *
      *    ANTERIOR/SEGUINTE; PF10/PF11 PAGINA ANTERIOR/SEGUINTE DE    *
      *    CAMPOS (15 POR PAGINA); PF3 OU CLEAR ENCERRA.               *
      *----------------------------------------------------------------*
      *    OBSERVACAO..: O CAMPO CHAVE TAMBEM E EXIBIDO MASCARADO PARA *
      *    QUEM NAO TEM LIBERACAO; A CHAVE REAL FICA SO NA COMMAREA,   *
      *    PARA A NAVEGACAO. A LINHAGEM GUARDA A CHAVE COMO ELA VEIO   *
      *    NO REGISTRO DE ENTRADA DA CONVERSAO, ENTAO A PROCURA NO     *
      *    @FCTLINHAG USA A CHAVE JA TRADUZIDA PARA EBCDIC.            *
      *================================================================*

      *================================================================*
       ENVIRONMENT                     DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       CONFIGURATION                   SECTION.
      *----------------------------------------------------------------*

       SPECIAL-NAMES.
           DECIMAL-POINT               IS   COMMA.

      *================================================================*
       DATA                            DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  FILLER                      PIC  X(050)        VALUE
           '*** INICIO DA WORKING-STORAGE SECTION         ****'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *  NOMES DOS ARQUIVOS NA FCT E AREAS DE RETORNO DOS COMANDOS     *
      *  CICS (RESP) E DE POSICIONAMENTO DOS ESDS (RBA).               *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE CONTROLE DOS ARQUIVOS CICS         ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-ARQUIVOS-CICS.
           03 WRK-FCT-ARQOUTPD         PIC  X(008)         VALUE
              '@FCTOUTPD'.
           03 WRK-FCT-CARTOES          PIC  X(008)         VALUE
              '@FCTCARTAO'.
           03 WRK-FCT-LINHAGEM         PIC  X(008)         VALUE
              '@FCTLINHAG'.
           03 WRK-FCT-DICIONARIO       PIC  X(008)         VALUE
              '@FCTDICIO'.
           03 WRK-MAPSET               PIC  X(008)         VALUE
              'LEGRCNM'.
           03 WRK-MAPA                 PIC  X(008)         VALUE
              'LEGRCN1'.
           03 WRK-RESP                 PIC S9(008) COMP    VALUE ZEROS.
           03 WRK-RBA-CARTOES          PIC S9(008) COMP    VALUE ZEROS.
           03 WRK-RBA-DICIONARIO       PIC S9(008) COMP    VALUE ZEROS.
           03 WRK-TAM-GENERICO         PIC S9(004) COMP    VALUE ZEROS.
           03 WRK-SW-BROWSE-CARTOES    PIC  X(001)         VALUE 'N'.
              88 WRK-BROWSE-CARTOES                         VALUE 'S'.
           03 WRK-SW-BROWSE-DICIO      PIC  X(001)         VALUE 'N'.
              88 WRK-BROWSE-DICIO                           VALUE 'S'.
           03 WRK-SW-CARTOES-FIM       PIC  X(001)         VALUE 'N'.
              88 WRK-CARTOES-ESGOTADOS                      VALUE 'S'.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *  COMMAREA DA CONVERSA: O MACO DE CARTOES SO E LIDO NA PRIMEIRA *
      *  INTERACAO - DIRETORIO, ACOES DE MASCARA, CHAVE E LIBERACAO    *
      *  VIAJAM DE UMA TELA PARA A OUTRA AQUI. COM-CHAVE-ATUAL E A     *
      *  CHAVE COMO ESTA NO KSDS; COM-CHAVE-EXIBIDA E A QUE FOI PARA A *
      *  TELA (TRADUZIDA E, SEM LIBERACAO, MASCARADA).                 *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DA COMMAREA                           ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-COMMAREA.
           03 COM-SW-CLARO             PIC  X(001).
              88 COM-USUARIO-CLARO                          VALUE 'S'.
           03 COM-SW-MASCARAR          PIC  X(001).
              88 COM-MASCARAR-DADOS                         VALUE 'S'.
           03 COM-SW-ASCII             PIC  X(001).
              88 COM-TEXTO-ASCII                            VALUE 'S'.
           03 COM-SW-REGISTRO          PIC  X(001).
              88 COM-HA-REGISTRO                            VALUE 'S'.
           03 COM-PAGINA               PIC  9(003) COMP-3.
           03 COM-CHAVE-IDX            PIC  9(003) COMP-3.
           03 COM-CHAVE-OFFSET         PIC  9(005) COMP-3.
           03 COM-CHAVE-TAMANHO        PIC  9(003) COMP-3.
           03 COM-CHAVE-TIPO           PIC  X(001).
              88 COM-CHAVE-TEXTO                            VALUE 'X'.
           03 COM-CHAVE-ATUAL          PIC  X(032).
           03 COM-CHAVE-EXIBIDA        PIC  X(032).
           03 COM-ACOES-MASCARA        PIC  X(050).
           03 COM-DIRETORIO            PIC  X(1552).

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DOS CARTOES DE LAYOUT - @FCTCARTAO    ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       COPY CAMPCARD.

       01  WRK-CARTAO-MASCARA REDEFINES WRK-CARTAO-CAMPO.
           03 MSK-TIPO-CARTAO          PIC  X(008).
           03 MSK-NOME-CAMPO           PIC  X(020).
           03 MSK-ACAO                 PIC  X(008).
              88 MSK-ACAO-TROCAR                            VALUE
                 'TROCAR'.
              88 MSK-ACAO-ZERAR                             VALUE
                 'ZERAR'.
           03 FILLER                   PIC  X(044).

       COPY CAMPODIR.

       COPY DICCAMPO.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *  ACAO DE MASCARA POR ENTRADA DO DIRETORIO (PARALELA AO COPY    *
      *  CAMPODIR): ESPACO = NAO MASCARAR, 'T' = TROCAR, 'Z' = ZERAR.  *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-ACOES-MASCARA.
           03 WRK-MSK-ACAO             OCCURS 50 TIMES
                                       PIC  X(001).
              88 WRK-MSK-TROCAR                             VALUE 'T'.
              88 WRK-MSK-ZERAR                              VALUE 'Z'.
              88 WRK-MSK-SEM-ACAO                           VALUE ' '.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *  TABELAS FIXAS DE SUBSTITUICAO - AS MESMAS DO MASCARADOR DE    *
      *  COPIAS DE HOMOLOGACAO, PARA QUE A TELA MOSTRE EXATAMENTE O    *
      *  MASCARADO DAS COPIAS (LETRAS ROTACAO DE 13, DIGITOS DE TEXTO  *
      *  ROTACAO DE 5, DIGITOS NUMERICOS D X 7 + 3 MODULO 10).         *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-TABELAS-SUBSTITUICAO.
           03 WRK-MSK-TEXTO-DE.
              05 FILLER                PIC  X(026)         VALUE
                 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
              05 FILLER                PIC  X(026)         VALUE
                 'abcdefghijklmnopqrstuvwxyz'.
              05 FILLER                PIC  X(010)         VALUE
                 '0123456789'.
           03 WRK-MSK-TEXTO-PARA.
              05 FILLER                PIC  X(026)         VALUE
                 'NOPQRSTUVWXYZABCDEFGHIJKLM'.
              05 FILLER                PIC  X(026)         VALUE
                 'nopqrstuvwxyzabcdefghijklm'.
              05 FILLER                PIC  X(010)         VALUE
                 '5678901234'.
           03 WRK-MSK-DIGITOS-DE       PIC  X(010)         VALUE
              '0123456789'.
           03 WRK-MSK-DIGITOS-PARA     PIC  X(010)         VALUE
              '3074185296'.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *  REGISTRO LIDO DO KSDS E COPIA PREPARADA PARA EXIBICAO (TEXTO  *
      *  TRADUZIDO E, SEM LIBERACAO, CAMPOS MASCARADOS), COM A AREA DE *
      *  RE-CODIFICACAO DO VALOR NUMERICO PERMUTADO (MESMA TECNICA DO  *
      *  MASCARADOR: OS ULTIMOS N BYTES DO PACKED/ZONADO DE TRABALHO   *
      *  COBREM O CAMPO DESTINO).                                      *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DO REGISTRO - @FCTOUTPD               ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-REGISTRO-ARQOUTPD       PIC  X(@LENGTHOUT)  VALUE SPACES.

       01  WRK-CONTROLE-MASCARA.
           03 WRK-REGISTRO-EXIBIDO     PIC  X(@LENGTHOUT)  VALUE SPACES.
           03 WRK-MSK-VALOR-DISPLAY    PIC  9(015)         VALUE ZEROS.
           03 WRK-MSK-PACKED           PIC S9(015) COMP-3  VALUE ZEROS.
           03 WRK-MSK-PCK-BYTES REDEFINES WRK-MSK-PACKED
                                       PIC  X(008).
           03 WRK-MSK-ZONADO           PIC S9(015)         VALUE ZEROS.
           03 WRK-MSK-ZON-BYTES REDEFINES WRK-MSK-ZONADO
                                       PIC  X(015).
           03 WRK-SW-MSK-NEGATIVO      PIC  X(001)         VALUE 'N'.
              88 WRK-MSK-NEGATIVO                           VALUE 'S'.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *  CHAVES DE TRABALHO: A DIGITADA NA TELA, A PROCURADA (FORMA DO *
      *  KSDS), A DE POSICIONAMENTO (RIDFLD - O CICS DEVOLVE NELA A    *
      *  CHAVE DO REGISTRO LIDO) E A DE PROCURA NA LINHAGEM (EBCDIC).  *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-CONTROLE-CHAVE.
           03 WRK-CHAVE-DIGITADA       PIC  X(032)         VALUE SPACES.
           03 WRK-CHAVE-PROCURADA      PIC  X(032)         VALUE SPACES.
           03 WRK-CHAVE-RIDFLD         PIC  X(032)         VALUE SPACES.
           03 WRK-CHAVE-LINHAGEM       PIC  X(032)         VALUE SPACES.
           03 WRK-CHAVE-LIDA           PIC  X(032)         VALUE SPACES.
           03 WRK-TAM-DIGITADO         PIC  9(003) COMP-3  VALUE ZEROS.
           03 WRK-SW-FIM-DIGITADO      PIC  X(001)         VALUE 'N'.
              88 WRK-FIM-DIGITADO-ACHADO                    VALUE 'S'.
           03 WRK-QTD-LEITURAS         PIC  9(001)         VALUE ZEROS.
           03 WRK-RESP-LEITURA         PIC S9(008) COMP    VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *  LINHA DO KSDS DE LINHAGEM (MESMO LAYOUT DO ARQLINHG GRAVADO   *
      *  PELA CONVERSAO).                                              *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-LINHA-LINHAGEM.
           03 LHG-RUN-ID               PIC  X(022).
           03 FILLER                   PIC  X(001).
           03 LHG-SEQUENCIA            PIC  9(009).
           03 FILLER                   PIC  X(001).
           03 LHG-CHAVE                PIC  X(032).
           03 FILLER                   PIC  X(001).
           03 LHG-SITUACAO             PIC  X(001).
              88 LHG-REJEITADO                              VALUE 'R'.
           03 FILLER                   PIC  X(013).

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *  CONSULTA AO SEGURANCA EXTERNO - RECURSO 'LEGR.<TRANSACAO>.    *
      *  CLARO' NA CLASSE FACILITY.                                    *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-CONTROLE-SEGURANCA.
           03 WRK-SEG-CLASSE           PIC  X(008)         VALUE
              'FACILITY'.
           03 WRK-SEG-RECURSO          PIC  X(020)         VALUE SPACES.
           03 WRK-SEG-PONTEIRO         PIC S9(008) COMP    VALUE ZEROS.
           03 WRK-SEG-TAMANHO          PIC S9(008) COMP    VALUE ZEROS.
           03 WRK-SEG-LEITURA          PIC S9(008) COMP    VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *  AREA DE MONTAGEM DA TELA: LINHA DE CAMPO (NOME : VALOR),      *
      *  PAGINA DE CAMPOS E MENSAGEM.                                  *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE MONTAGEM DA TELA - LEGRCN1         ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       COPY LEGRCNM.

       01  WRK-CONTROLE-TELA.
           03 WRK-MENSAGEM             PIC  X(078)         VALUE SPACES.
           03 WRK-QTD-PAGINAS          PIC  9(003) COMP-3  VALUE ZEROS.
           03 WRK-LINHA-TELA           PIC  9(003) COMP-3  VALUE ZEROS.
           03 WRK-PRIMEIRO-CAMPO       PIC  9(003) COMP-3  VALUE ZEROS.
           03 WRK-SEQ-EDITADA          PIC  Z(008)9.
           03 WRK-PAGINA-EXIBIDA.
              05 FILLER                PIC  X(004)         VALUE
                 'PAG '.
              05 WRK-PAG-ATUAL         PIC  Z9.
              05 FILLER                PIC  X(001)         VALUE '/'.
              05 WRK-PAG-TOTAL         PIC  Z9.

       01  WRK-LINHA-CAMPO.
           03 LCP-NOME                 PIC  X(020).
           03 FILLER                   PIC  X(003)         VALUE
              ' : '.
           03 LCP-VALOR                PIC  X(056).

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *  AREA DE RENDERIZACAO DE VALOR (MESMA MECANICA DA CONSULTA DE  *
      *  HISTORICO: TEXTO COMO ESTA, NUMERICO DECODIFICADO EM NUMERO   *
      *  EDITADO, CONTEUDO INVALIDO EM HEXADECIMAL). NA TELA O TEXTO   *
      *  VAI ATE 56 POSICOES E O HEXADECIMAL ATE 28 BYTES; TEXTO COM   *
      *  CARACTER DE CONTROLE SAI EM HEXADECIMAL.                      *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-CONTROLE-RENDER.
           03 WRK-TAM-EXIBICAO         PIC  9(003) COMP-3  VALUE ZEROS.
           03 WRK-POS-TEXTO            PIC  9(003) COMP-3  VALUE ZEROS.
           03 WRK-VALOR-RENDERIZADO    PIC  X(056)         VALUE SPACES.
           03 WRK-SW-CONTROLE          PIC  X(001)         VALUE 'N'.
              88 WRK-HA-CONTROLE                            VALUE 'S'.

       01  WRK-CONTROLE-HEXA.
           03 WRK-HEX-BYTE-BIN         PIC  9(004) COMP    VALUE ZEROS.
           03 FILLER REDEFINES WRK-HEX-BYTE-BIN.
              05 FILLER                PIC  X(001).
              05 WRK-HEX-BYTE-CHAR     PIC  X(001).
           03 WRK-HEX-NIBBLE-ALTO      PIC  9(004) COMP    VALUE ZEROS.
           03 WRK-HEX-NIBBLE-BAIXO     PIC  9(004) COMP    VALUE ZEROS.
           03 WRK-HEX-DIGITOS          PIC  X(016)         VALUE
              '0123456789ABCDEF'.
           03 WRK-HEX-ORIGEM           PIC  X(028)         VALUE SPACES.
           03 WRK-HEX-POS-BYTE         PIC  9(003) COMP-3  VALUE ZEROS.
           03 WRK-HEX-POS-HEX          PIC  9(003) COMP-3  VALUE ZEROS.
           03 WRK-HEX-TAMANHO          PIC  9(003) COMP-3  VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *  TABELAS DE TRADUCAO DE CODIGO (VIDE COPY EBCASC): ASCII PARA  *
      *  EBCDIC NA EXIBICAO DO TEXTO, EBCDIC PARA ASCII NA CHAVE       *
      *  TEXTO DIGITADA QUANDO O MACO TRAZ O CARTAO 'ASCII'.           *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       COPY EBCASC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE TRATAMENTO DE ERRO                 ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-NOME-ARQUIVO            PIC  X(008)         VALUE SPACES.
       01  WRK-RESP-EDITADO            PIC  Z(007)9.

       01  WRK-TEXTO-ERRO-ARQUIVO.
           03 FILLER                   PIC  X(009)         VALUE
              '@PGMID'.
           03 FILLER                   PIC  X(071)         VALUE
              '- ERRO DE ACESSO A ARQUIVO'.
           03 FILLER                   PIC  X(010)         VALUE
              'ARQUIVO: '.
           03 ERR-NOME-ARQUIVO         PIC  X(008).
           03 FILLER                   PIC  X(008)         VALUE
              '  RESP: '.
           03 ERR-RESP                 PIC  X(008).
           03 FILLER                   PIC  X(046)         VALUE SPACES.

       01  WRK-TEXTO-ERRO-CARTAO.
           03 FILLER                   PIC  X(009)         VALUE
              '@PGMID'.
           03 FILLER                   PIC  X(071)         VALUE
              '- CARTAO DE LAYOUT/CHAVE/MASCARA INVALIDO'.
           03 FILLER                   PIC  X(008)         VALUE
              'CARTAO: '.
           03 ERR-CARTAO               PIC  X(072).

       01  WRK-TEXTO-ENCERRAMENTO      PIC  X(018)         VALUE
           'CONSULTA ENCERRADA'.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(050)         VALUE
           '*** FIM DA WORKING-STORAGE SECTION             ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       COPY DFHAID.

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*

       01  DFHCOMMAREA                 PIC  X(1680).

      *================================================================*
       PROCEDURE                       DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       0000-ROTINA-PRINCIPAL           SECTION.
      *----------------------------------------------------------------*
      *    SEM COMMAREA (OU COM UMA DE OUTRO TAMANHO) E O INICIO DA    *
      *    CONVERSA; COM ELA, TRATA A TECLA DA TELA ANTERIOR. EM TODOS *
      *    OS CASOS DEVOLVE O CONTROLE AO CICS COM A PROPRIA TRANSACAO *
      *    COMO A PROXIMA.                                             *
      *----------------------------------------------------------------*

           IF  EIBCALEN                EQUAL     LENGTH OF WRK-COMMAREA
               MOVE DFHCOMMAREA        TO WRK-COMMAREA
               MOVE COM-DIRETORIO      TO WRK-DIRETORIO-CAMPOS
               MOVE COM-ACOES-MASCARA  TO WRK-ACOES-MASCARA
               PERFORM 2000-TRATAR-TECLA
           ELSE
               PERFORM 1000-INICIAR
           END-IF.

           PERFORM 9000-FINALIZAR.

      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1000-INICIAR                    SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-ACOES-MASCARA.
           MOVE 'N'                    TO COM-SW-CLARO
                                          COM-SW-MASCARAR
                                          COM-SW-ASCII
                                          COM-SW-REGISTRO.
           MOVE 1                      TO COM-PAGINA.
           MOVE ZEROS                  TO COM-CHAVE-IDX
                                          COM-CHAVE-OFFSET
                                          COM-CHAVE-TAMANHO.
           MOVE SPACES                 TO COM-CHAVE-TIPO
                                          COM-CHAVE-ATUAL
                                          COM-CHAVE-EXIBIDA.

           PERFORM 1050-LER-CARTOES-LAYOUT.

           IF  WRK-QTD-CAMPOS          EQUAL     ZEROS
           OR  COM-CHAVE-TAMANHO       EQUAL     ZEROS
               PERFORM 9300-FORMATAR-ERRO-CARTAO
           END-IF.

           PERFORM 1200-VERIFICAR-LIBERACAO.

           IF  NOT COM-USUARIO-CLARO
           AND WRK-ACOES-MASCARA       NOT EQUAL SPACES
               MOVE 'S'                TO COM-SW-MASCARAR
           END-IF.

           MOVE WRK-DIRETORIO-CAMPOS   TO COM-DIRETORIO.
           MOVE WRK-ACOES-MASCARA      TO COM-ACOES-MASCARA.

           MOVE 'INFORME A CHAVE (COMPLETA OU PARTE INICIAL) E TECLE ENT
      -         'ER'                   TO WRK-MENSAGEM.

           PERFORM 3000-MONTAR-TELA.

           PERFORM 8100-ENVIAR-TELA.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1050-LER-CARTOES-LAYOUT         SECTION.
      *----------------------------------------------------------------*
      *    CARREGA OS CARTOES DO MACO GUARDADO EM @FCTCARTAO (VIDE     *
      *    COPY CAMPCARD/CAMPODIR), LIDO EM BROWSE PELO RBA DESDE O    *
      *    INICIO. O CARTAO E PRE-CARREGADO COM 'FIM' ANTES DE CADA    *
      *    LEITURA, DE MODO QUE TANTO O CARTAO TERMINADOR QUANTO O FIM *
      *    DO ESDS (OU UM CARTAO EM BRANCO) ENCERRAM A CARGA.          *
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-RBA-CARTOES.

           EXEC CICS STARTBR
                     FILE     (WRK-FCT-CARTOES)
                     RIDFLD   (WRK-RBA-CARTOES)
                     RBA
                     RESP     (WRK-RESP)
           END-EXEC.

           EVALUATE WRK-RESP
               WHEN DFHRESP(NORMAL)
                   SET WRK-BROWSE-CARTOES TO TRUE
               WHEN DFHRESP(NOTFND)
                   SET WRK-CARTOES-ESGOTADOS TO TRUE
               WHEN OTHER
                   MOVE WRK-FCT-CARTOES TO WRK-NOME-ARQUIVO
                   PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-EVALUATE.

           PERFORM 1055-LER-CARTAO-CAMPO.

           PERFORM 1060-ARMAZENAR-CARTAO-CAMPO
               UNTIL CMP-FIM-DOS-CARTOES.

           IF  WRK-BROWSE-CARTOES
               EXEC CICS ENDBR
                         FILE     (WRK-FCT-CARTOES)
                         RESP     (WRK-RESP)
               END-EXEC
               MOVE 'N'                TO WRK-SW-BROWSE-CARTOES
           END-IF.

      *----------------------------------------------------------------*
       1050-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1055-LER-CARTAO-CAMPO           SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-CARTAO-CAMPO.
           MOVE 'FIM'                  TO CMP-TIPO-CARTAO.

           IF  WRK-CARTOES-ESGOTADOS
               GO TO 1055-99-FIM
           END-IF.

           EXEC CICS READNEXT
                     FILE     (WRK-FCT-CARTOES)
                     INTO     (WRK-CARTAO-CAMPO)
                     RIDFLD   (WRK-RBA-CARTOES)
                     RBA
                     RESP     (WRK-RESP)
           END-EXEC.

           EVALUATE WRK-RESP
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(ENDFILE)
                   SET WRK-CARTOES-ESGOTADOS TO TRUE
                   MOVE SPACES         TO WRK-CARTAO-CAMPO
                   MOVE 'FIM'          TO CMP-TIPO-CARTAO
               WHEN OTHER
                   MOVE WRK-FCT-CARTOES TO WRK-NOME-ARQUIVO
                   PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-EVALUATE.

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
                   PERFORM 1065-INCLUIR-CAMPO-DIRETORIO
               WHEN CMP-CARTAO-LAYOUT
                   PERFORM 1066-CARREGAR-LAYOUT
               WHEN CMP-CARTAO-CHAVE
                   PERFORM 1090-DESIGNAR-CHAVE
               WHEN CMP-CARTAO-MASCARA
                   PERFORM 1080-DESIGNAR-MASCARA
               WHEN CMP-CARTAO-ASCII
                   MOVE 'S'            TO COM-SW-ASCII
               WHEN OTHER
                   PERFORM 9300-FORMATAR-ERRO-CARTAO
           END-EVALUATE.

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
      *    CARTAO DIGITADO PREVALECE SOBRE O 'LAYOUT'.
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
       1065-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1066-CARREGAR-LAYOUT            SECTION.
      *----------------------------------------------------------------*
      *    CARTAO 'LAYOUT': CARREGA NO DIRETORIO OS CAMPOS DO BOOK     *
      *    PEDIDO A PARTIR DA COPIA DO DICIONARIO EM @FCTDICIO (VIDE   *
      *    COPY DICCAMPO), CADA UM COM A MESMA CRITICA DO CARTAO       *
      *    'CAMPO' DIGITADO; CAMPO JA DIGITADO COM O MESMO NOME E      *
      *    MANTIDO.                                                    *
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
      *    CRITICA O CARTAO DE CAMPO ANTES DE ACEITA-LO NO DIRETORIO:  *
      *    OFFSET/TAMANHO DENTRO DO REGISTRO E TAMANHO COMPATIVEL COM  *
      *    A DECODIFICACAO DO TIPO (PACKED ATE 8 BYTES, ZONADO ATE     *
      *    15 - VIDE COPY DECODNUM).                                   *
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
               LENGTH OF WRK-REGISTRO-ARQOUTPD
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
       1080-DESIGNAR-MASCARA           SECTION.
      *----------------------------------------------------------------*
      *    LOCALIZA NO DIRETORIO O CAMPO NOMEADO PELO CARTAO           *
      *    'MASCARA' (O CARTAO 'CAMPO' CORRESPONDENTE DEVE VIR ANTES   *
      *    NO MACO) E GUARDA A ACAO NA TABELA PARALELA.                *
      *----------------------------------------------------------------*

           IF  NOT MSK-ACAO-TROCAR
           AND NOT MSK-ACAO-ZERAR
               PERFORM 9300-FORMATAR-ERRO-CARTAO
           END-IF.

           MOVE SPACES                 TO WRK-DEC-TIPO.

           PERFORM 1085-PROCURAR-CAMPO-MASCARA
               VARYING WRK-IDX-DIR FROM 1 BY 1
               UNTIL WRK-IDX-DIR       GREATER   WRK-QTD-CAMPOS
                  OR WRK-DEC-TIPO      NOT EQUAL SPACES.

           IF  WRK-DEC-TIPO            EQUAL     SPACES
               PERFORM 9300-FORMATAR-ERRO-CARTAO
           END-IF.

      *----------------------------------------------------------------*
       1080-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1085-PROCURAR-CAMPO-MASCARA     SECTION.
      *----------------------------------------------------------------*

           IF  WRK-DIR-NOME(WRK-IDX-DIR) NOT EQUAL MSK-NOME-CAMPO
               GO TO 1085-99-FIM
           END-IF.

      *    O TIPO ACHADO TAMBEM ENCERRA A PROCURA (VIDE O UNTIL DO
      *    PERFORM EM 1080).
           MOVE WRK-DIR-TIPO(WRK-IDX-DIR) TO WRK-DEC-TIPO.

           IF  MSK-ACAO-TROCAR
               MOVE 'T'                TO WRK-MSK-ACAO(WRK-IDX-DIR)
           ELSE
               MOVE 'Z'                TO WRK-MSK-ACAO(WRK-IDX-DIR)
           END-IF.

      *----------------------------------------------------------------*
       1085-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1090-DESIGNAR-CHAVE             SECTION.
      *----------------------------------------------------------------*
      *    LOCALIZA NO DIRETORIO O CAMPO NOMEADO PELO CARTAO 'CHAVE'   *
      *    (UM SO POR MACO) - O MESMO CAMPO QUE E A RECORD KEY DO      *
      *    KSDS. SO TEXTO OU ZONADO, ATE 32 BYTES (A LARGURA DA CHAVE  *
      *    NA TELA E NA LINHAGEM).                                     *
      *----------------------------------------------------------------*

           IF  COM-CHAVE-TAMANHO       NOT EQUAL ZEROS
               PERFORM 9300-FORMATAR-ERRO-CARTAO
           END-IF.

           PERFORM 8910-PROCURAR-CAMPO-DIR.

           IF  NOT WRK-DIC-CAMPO-ACHADO
               PERFORM 9300-FORMATAR-ERRO-CARTAO
           END-IF.

           SET WRK-IDX-DIR             TO WRK-DIC-IDX-ACHADO.

           IF  WRK-DIR-TIPO-PACKED(WRK-IDX-DIR)
           OR  WRK-DIR-TAMANHO(WRK-IDX-DIR) GREATER 32
               PERFORM 9300-FORMATAR-ERRO-CARTAO
           END-IF.

           MOVE WRK-DIC-IDX-ACHADO     TO COM-CHAVE-IDX.
           MOVE WRK-DIR-OFFSET(WRK-IDX-DIR)  TO COM-CHAVE-OFFSET.
           MOVE WRK-DIR-TAMANHO(WRK-IDX-DIR) TO COM-CHAVE-TAMANHO.
           MOVE WRK-DIR-TIPO(WRK-IDX-DIR)    TO COM-CHAVE-TIPO.

      *----------------------------------------------------------------*
       1090-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1200-VERIFICAR-LIBERACAO        SECTION.
      *----------------------------------------------------------------*
      *    PERGUNTA AO SEGURANCA EXTERNO SE O USUARIO TEM LEITURA NO   *
      *    RECURSO 'LEGR.<TRANSACAO>.CLARO' DA CLASSE FACILITY. SO A   *
      *    RESPOSTA NORMAL COM LEITURA PERMITIDA LIBERA OS DADOS SEM   *
      *    MASCARA - RECURSO NAO DEFINIDO, SEGURANCA INATIVO OU        *
      *    QUALQUER ERRO VALEM COMO SEM LIBERACAO.                     *
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-SEG-RECURSO.
           MOVE 1                      TO WRK-SEG-PONTEIRO.

           STRING 'LEGR.'              DELIMITED BY SIZE
                  EIBTRNID             DELIMITED BY SPACE
                  '.CLARO'             DELIMITED BY SIZE
                                       INTO WRK-SEG-RECURSO
                                       WITH POINTER WRK-SEG-PONTEIRO.

           SUBTRACT 1                  FROM WRK-SEG-PONTEIRO
                                       GIVING WRK-SEG-TAMANHO.

           EXEC CICS QUERY SECURITY
                     RESCLASS    (WRK-SEG-CLASSE)
                     RESID       (WRK-SEG-RECURSO)
                     RESIDLENGTH (WRK-SEG-TAMANHO)
                     READ        (WRK-SEG-LEITURA)
                     RESP        (WRK-RESP)
           END-EXEC.

           IF  WRK-RESP                EQUAL     DFHRESP(NORMAL)
           AND WRK-SEG-LEITURA         EQUAL     DFHVALUE(READABLE)
               MOVE 'S'                TO COM-SW-CLARO
           END-IF.

      *----------------------------------------------------------------*
       1200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-TRATAR-TECLA               SECTION.
      *----------------------------------------------------------------*
      *    TRATA A TECLA DA TELA ANTERIOR E REMONTA A TELA INTEIRA.    *
      *    TECLA QUE NAO LE OUTRO REGISTRO RELE O EXIBIDO, PARA A TELA *
      *    SEMPRE MOSTRAR O CONTEUDO CORRENTE DO KSDS.                 *
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-MENSAGEM
                                          WRK-CHAVE-DIGITADA.

           EVALUATE EIBAID
               WHEN DFHPF3
               WHEN DFHCLEAR
                   PERFORM 2900-ENCERRAR-CONSULTA
               WHEN DFHENTER
                   PERFORM 2100-LER-CHAVE-DIGITADA
               WHEN DFHPF8
                   PERFORM 2200-LER-SEGUINTE
               WHEN DFHPF7
                   PERFORM 2300-LER-ANTERIOR
               WHEN DFHPF10
                   PERFORM 2400-PAGINA-ANTERIOR
               WHEN DFHPF11
                   PERFORM 2410-PAGINA-SEGUINTE
               WHEN OTHER
                   MOVE 'TECLA INVALIDA - USE ENTER, PF3, PF7, PF8, PF10
      -                 ' OU PF11'     TO WRK-MENSAGEM
                   IF  COM-HA-REGISTRO
                       PERFORM 2050-RELER-REGISTRO-ATUAL
                   END-IF
           END-EVALUATE.

           PERFORM 3000-MONTAR-TELA.

           PERFORM 8100-ENVIAR-TELA.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2050-RELER-REGISTRO-ATUAL       SECTION.
      *----------------------------------------------------------------*
      *    RELE PELA CHAVE EXATA O REGISTRO EXIBIDO NA TELA ANTERIOR.  *
      *----------------------------------------------------------------*

           MOVE COM-CHAVE-ATUAL        TO WRK-CHAVE-RIDFLD.

           EXEC CICS READ
                     FILE     (WRK-FCT-ARQOUTPD)
                     INTO     (WRK-REGISTRO-ARQOUTPD)
                     RIDFLD   (WRK-CHAVE-RIDFLD)
                     RESP     (WRK-RESP)
           END-EXEC.

           EVALUATE WRK-RESP
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(NOTFND)
                   MOVE 'N'            TO COM-SW-REGISTRO
                   MOVE 'O REGISTRO EXIBIDO NAO ESTA MAIS NO ARQUIVO - I
      -                 'NFORME A CHAVE'
                                       TO WRK-MENSAGEM
               WHEN OTHER
                   MOVE WRK-FCT-ARQOUTPD TO WRK-NOME-ARQUIVO
                   PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-EVALUATE.

      *----------------------------------------------------------------*
       2050-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-LER-CHAVE-DIGITADA         SECTION.
      *----------------------------------------------------------------*
      *    ENTER: CHAVE MAIS CURTA QUE O CAMPO CHAVE E LIDA COMO PARTE *
      *    INICIAL (READ GENERIC); CHAVE COMPLETA E LIDA EXATA. NOS    *
      *    DOIS CASOS, NAO HAVENDO O REGISTRO PEDIDO, EXIBE O PRIMEIRO *
      *    COM CHAVE MAIOR, AVISANDO. A CHAVE EXIBIDA DEVOLVIDA SEM    *
      *    ALTERACAO SO RELE O REGISTRO (PODE ESTAR MASCARADA).        *
      *----------------------------------------------------------------*

           MOVE LOW-VALUES             TO LEGRCN1I.

           EXEC CICS RECEIVE
                     MAP      (WRK-MAPA)
                     MAPSET   (WRK-MAPSET)
                     INTO     (LEGRCN1I)
                     RESP     (WRK-RESP)
           END-EXEC.

           IF  WRK-RESP                EQUAL     DFHRESP(MAPFAIL)
               MOVE ZEROS              TO CHAVEL
           ELSE
               IF  WRK-RESP            NOT EQUAL DFHRESP(NORMAL)
                   MOVE WRK-MAPSET     TO WRK-NOME-ARQUIVO
                   PERFORM 9100-FORMATAR-ERRO-ARQUIVO
               END-IF
           END-IF.

           IF  CHAVEL                  GREATER   ZEROS
               MOVE CHAVEI(1:CHAVEL)   TO WRK-CHAVE-DIGITADA
               INSPECT WRK-CHAVE-DIGITADA
                   REPLACING ALL LOW-VALUE BY SPACE
           END-IF.

           IF  WRK-CHAVE-DIGITADA      EQUAL     SPACES
               MOVE 'N'                TO COM-SW-REGISTRO
               MOVE 'INFORME A CHAVE (COMPLETA OU PARTE INICIAL) E TECLE
      -             ' ENTER'           TO WRK-MENSAGEM
               GO TO 2100-99-FIM
           END-IF.

           IF  COM-HA-REGISTRO
           AND WRK-CHAVE-DIGITADA      EQUAL     COM-CHAVE-EXIBIDA
               PERFORM 2050-RELER-REGISTRO-ATUAL
               GO TO 2100-99-FIM
           END-IF.

      *    O TAMANHO DIGITADO DESCONTA OS BRANCOS A DIREITA QUE O
      *    CAMPO DEVOLVE QUANDO SO PARTE DELE E SOBRESCRITA (O VARYING
      *    PASSA UMA POSICAO ALEM DO ULTIMO CARACTER NAO BRANCO).
           MOVE 'N'                    TO WRK-SW-FIM-DIGITADO.

           PERFORM 2105-PROCURAR-FIM-DIGITADO
               VARYING WRK-TAM-DIGITADO FROM 32 BY -1
               UNTIL WRK-TAM-DIGITADO  LESS      1
                  OR WRK-FIM-DIGITADO-ACHADO.

           ADD 1                       TO WRK-TAM-DIGITADO.

           IF  WRK-TAM-DIGITADO        GREATER   COM-CHAVE-TAMANHO
               MOVE COM-CHAVE-TAMANHO  TO WRK-TAM-DIGITADO
           END-IF.

           MOVE SPACES                 TO WRK-CHAVE-PROCURADA.
           MOVE WRK-CHAVE-DIGITADA(1:WRK-TAM-DIGITADO)
                                       TO WRK-CHAVE-PROCURADA.

           IF  COM-TEXTO-ASCII
           AND COM-CHAVE-TEXTO
               INSPECT WRK-CHAVE-PROCURADA
                   CONVERTING WRK-TABELA-TODOS-CODIGOS
                           TO WRK-TABELA-EBCDIC-EM-ASCII
           END-IF.

           MOVE WRK-CHAVE-PROCURADA    TO WRK-CHAVE-RIDFLD.

           PERFORM 2110-LER-ARQOUTPD-CHAVE.

           EVALUATE WRK-RESP
               WHEN DFHRESP(NORMAL)
                   PERFORM 2500-ACEITAR-REGISTRO
                   IF  COM-CHAVE-ATUAL(1:WRK-TAM-DIGITADO)
                                       EQUAL
                       WRK-CHAVE-PROCURADA(1:WRK-TAM-DIGITADO)
                       MOVE 'REGISTRO ENCONTRADO'
                                       TO WRK-MENSAGEM
                   ELSE
                       MOVE 'CHAVE NAO ENCONTRADA - EXIBIDO O REGISTRO S
      -                     'EGUINTE'  TO WRK-MENSAGEM
                   END-IF
               WHEN DFHRESP(NOTFND)
                   MOVE 'N'            TO COM-SW-REGISTRO
                   MOVE 'NENHUM REGISTRO COM CHAVE IGUAL OU MAIOR QUE A
      -                 'INFORMADA'    TO WRK-MENSAGEM
               WHEN OTHER
                   MOVE WRK-FCT-ARQOUTPD TO WRK-NOME-ARQUIVO
                   PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-EVALUATE.

      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2105-PROCURAR-FIM-DIGITADO      SECTION.
      *----------------------------------------------------------------*

           IF  WRK-CHAVE-DIGITADA(WRK-TAM-DIGITADO:1) NOT EQUAL SPACE
               SET WRK-FIM-DIGITADO-ACHADO TO TRUE
           END-IF.

      *----------------------------------------------------------------*
       2105-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2110-LER-ARQOUTPD-CHAVE         SECTION.
      *----------------------------------------------------------------*

           IF  WRK-TAM-DIGITADO        LESS      COM-CHAVE-TAMANHO
               MOVE WRK-TAM-DIGITADO   TO WRK-TAM-GENERICO
               EXEC CICS READ
                         FILE      (WRK-FCT-ARQOUTPD)
                         INTO      (WRK-REGISTRO-ARQOUTPD)
                         RIDFLD    (WRK-CHAVE-RIDFLD)
                         KEYLENGTH (WRK-TAM-GENERICO)
                         GENERIC
                         GTEQ
                         RESP      (WRK-RESP)
               END-EXEC
           ELSE
               EXEC CICS READ
                         FILE      (WRK-FCT-ARQOUTPD)
                         INTO      (WRK-REGISTRO-ARQOUTPD)
                         RIDFLD    (WRK-CHAVE-RIDFLD)
                         GTEQ
                         RESP      (WRK-RESP)
               END-EXEC
           END-IF.

      *----------------------------------------------------------------*
       2110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2200-LER-SEGUINTE               SECTION.
      *----------------------------------------------------------------*
      *    PF8: POSICIONA NA CHAVE EXIBIDA E LE PARA A FRENTE ATE A    *
      *    PRIMEIRA CHAVE DIFERENTE (SE O REGISTRO EXIBIDO SAIU DO     *
      *    ARQUIVO, O PRIMEIRO LIDO JA E O SEGUINTE).                  *
      *----------------------------------------------------------------*

           IF  NOT COM-HA-REGISTRO
               MOVE 'NENHUM REGISTRO EXIBIDO - INFORME A CHAVE E TECLE E
      -             'NTER'             TO WRK-MENSAGEM
               GO TO 2200-99-FIM
           END-IF.

           MOVE COM-CHAVE-ATUAL        TO WRK-CHAVE-RIDFLD.

           EXEC CICS STARTBR
                     FILE     (WRK-FCT-ARQOUTPD)
                     RIDFLD   (WRK-CHAVE-RIDFLD)
                     GTEQ
                     RESP     (WRK-RESP)
           END-EXEC.

           IF  WRK-RESP                EQUAL     DFHRESP(NOTFND)
               MOVE 'FIM DO ARQUIVO - NAO HA REGISTRO SEGUINTE'
                                       TO WRK-MENSAGEM
               PERFORM 2050-RELER-REGISTRO-ATUAL
               GO TO 2200-99-FIM
           END-IF.

           IF  WRK-RESP                NOT EQUAL DFHRESP(NORMAL)
               MOVE WRK-FCT-ARQOUTPD   TO WRK-NOME-ARQUIVO
               PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

           MOVE COM-CHAVE-ATUAL        TO WRK-CHAVE-LIDA.

           PERFORM 2210-LER-PROXIMO-ARQOUTPD
               UNTIL WRK-RESP          NOT EQUAL DFHRESP(NORMAL)
                  OR WRK-CHAVE-LIDA    NOT EQUAL COM-CHAVE-ATUAL.

           PERFORM 2290-ENCERRAR-BROWSE.

           EVALUATE WRK-RESP
               WHEN DFHRESP(NORMAL)
                   PERFORM 2500-ACEITAR-REGISTRO
                   MOVE 'REGISTRO SEGUINTE'
                                       TO WRK-MENSAGEM
               WHEN DFHRESP(ENDFILE)
                   MOVE 'FIM DO ARQUIVO - NAO HA REGISTRO SEGUINTE'
                                       TO WRK-MENSAGEM
                   PERFORM 2050-RELER-REGISTRO-ATUAL
               WHEN OTHER
                   MOVE WRK-FCT-ARQOUTPD TO WRK-NOME-ARQUIVO
                   PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-EVALUATE.

      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2210-LER-PROXIMO-ARQOUTPD       SECTION.
      *----------------------------------------------------------------*

           EXEC CICS READNEXT
                     FILE     (WRK-FCT-ARQOUTPD)
                     INTO     (WRK-REGISTRO-ARQOUTPD)
                     RIDFLD   (WRK-CHAVE-RIDFLD)
                     RESP     (WRK-RESP)
           END-EXEC.

           IF  WRK-RESP                EQUAL     DFHRESP(NORMAL)
               MOVE SPACES             TO WRK-CHAVE-LIDA
               MOVE WRK-REGISTRO-ARQOUTPD
                    (COM-CHAVE-OFFSET:COM-CHAVE-TAMANHO)
                                       TO WRK-CHAVE-LIDA
           END-IF.

      *----------------------------------------------------------------*
       2210-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2290-ENCERRAR-BROWSE            SECTION.
      *----------------------------------------------------------------*
      *    ENCERRA O BROWSE DO KSDS PRESERVANDO O RESP DA ULTIMA       *
      *    LEITURA, QUE E O QUE O CHAMADOR AVALIA.                     *
      *----------------------------------------------------------------*

           MOVE WRK-RESP               TO WRK-RESP-LEITURA.

           EXEC CICS ENDBR
                     FILE     (WRK-FCT-ARQOUTPD)
                     RESP     (WRK-RESP)
           END-EXEC.

           MOVE WRK-RESP-LEITURA       TO WRK-RESP.

      *----------------------------------------------------------------*
       2290-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2300-LER-ANTERIOR               SECTION.
      *----------------------------------------------------------------*
      *    PF7: POSICIONA NA CHAVE EXIBIDA E LE PARA TRAS - A PRIMEIRA *
      *    LEITURA DEVOLVE O PROPRIO REGISTRO EXIBIDO, A SEGUNDA O     *
      *    ANTERIOR. SE O EXIBIDO SAIU DO ARQUIVO O CICS NAO TEM DE    *
      *    ONDE VOLTAR (NOTFND) E A CHAVE PRECISA SER INFORMADA DE     *
      *    NOVO.                                                       *
      *----------------------------------------------------------------*

           IF  NOT COM-HA-REGISTRO
               MOVE 'NENHUM REGISTRO EXIBIDO - INFORME A CHAVE E TECLE E
      -             'NTER'             TO WRK-MENSAGEM
               GO TO 2300-99-FIM
           END-IF.

           MOVE COM-CHAVE-ATUAL        TO WRK-CHAVE-RIDFLD.

           EXEC CICS STARTBR
                     FILE     (WRK-FCT-ARQOUTPD)
                     RIDFLD   (WRK-CHAVE-RIDFLD)
                     GTEQ
                     RESP     (WRK-RESP)
           END-EXEC.

           IF  WRK-RESP                EQUAL     DFHRESP(NOTFND)
               PERFORM 2050-RELER-REGISTRO-ATUAL
               GO TO 2300-99-FIM
           END-IF.

           IF  WRK-RESP                NOT EQUAL DFHRESP(NORMAL)
               MOVE WRK-FCT-ARQOUTPD   TO WRK-NOME-ARQUIVO
               PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

           MOVE ZEROS                  TO WRK-QTD-LEITURAS.

           PERFORM 2310-LER-PREVIO-ARQOUTPD
               UNTIL WRK-RESP          NOT EQUAL DFHRESP(NORMAL)
                  OR WRK-QTD-LEITURAS   EQUAL     2.

           PERFORM 2290-ENCERRAR-BROWSE.

           EVALUATE WRK-RESP
               WHEN DFHRESP(NORMAL)
                   PERFORM 2500-ACEITAR-REGISTRO
                   MOVE 'REGISTRO ANTERIOR'
                                       TO WRK-MENSAGEM
               WHEN DFHRESP(ENDFILE)
                   MOVE 'INICIO DO ARQUIVO - NAO HA REGISTRO ANTERIOR'
                                       TO WRK-MENSAGEM
                   PERFORM 2050-RELER-REGISTRO-ATUAL
               WHEN DFHRESP(NOTFND)
                   PERFORM 2050-RELER-REGISTRO-ATUAL
               WHEN OTHER
                   MOVE WRK-FCT-ARQOUTPD TO WRK-NOME-ARQUIVO
                   PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-EVALUATE.

      *----------------------------------------------------------------*
       2300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2310-LER-PREVIO-ARQOUTPD        SECTION.
      *----------------------------------------------------------------*

           EXEC CICS READPREV
                     FILE     (WRK-FCT-ARQOUTPD)
                     INTO     (WRK-REGISTRO-ARQOUTPD)
                     RIDFLD   (WRK-CHAVE-RIDFLD)
                     RESP     (WRK-RESP)
           END-EXEC.

           ADD 1                       TO WRK-QTD-LEITURAS.

      *----------------------------------------------------------------*
       2310-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2400-PAGINA-ANTERIOR            SECTION.
      *----------------------------------------------------------------*

           IF  NOT COM-HA-REGISTRO
               MOVE 'NENHUM REGISTRO EXIBIDO - INFORME A CHAVE E TECLE E
      -             'NTER'             TO WRK-MENSAGEM
               GO TO 2400-99-FIM
           END-IF.

           IF  COM-PAGINA              GREATER   1
               SUBTRACT 1              FROM COM-PAGINA
           ELSE
               MOVE 'JA ESTA NA PRIMEIRA PAGINA DE CAMPOS'
                                       TO WRK-MENSAGEM
           END-IF.

           PERFORM 2050-RELER-REGISTRO-ATUAL.

      *----------------------------------------------------------------*
       2400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2410-PAGINA-SEGUINTE            SECTION.
      *----------------------------------------------------------------*

           IF  NOT COM-HA-REGISTRO
               MOVE 'NENHUM REGISTRO EXIBIDO - INFORME A CHAVE E TECLE E
      -             'NTER'             TO WRK-MENSAGEM
               GO TO 2410-99-FIM
           END-IF.

           COMPUTE WRK-QTD-PAGINAS = (WRK-QTD-CAMPOS + 14) / 15.

           IF  COM-PAGINA              LESS      WRK-QTD-PAGINAS
               ADD 1                   TO COM-PAGINA
           ELSE
               MOVE 'JA ESTA NA ULTIMA PAGINA DE CAMPOS'
                                       TO WRK-MENSAGEM
           END-IF.

           PERFORM 2050-RELER-REGISTRO-ATUAL.

      *----------------------------------------------------------------*
       2410-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2500-ACEITAR-REGISTRO           SECTION.
      *----------------------------------------------------------------*
      *    REGISTRO RECEM-LIDO PASSA A SER O EXIBIDO: GUARDA A CHAVE   *
      *    REAL NA COMMAREA E VOLTA PARA A PRIMEIRA PAGINA DE CAMPOS.  *
      *----------------------------------------------------------------*

           MOVE 'S'                    TO COM-SW-REGISTRO.
           MOVE 1                      TO COM-PAGINA.
           MOVE SPACES                 TO COM-CHAVE-ATUAL.
           MOVE WRK-REGISTRO-ARQOUTPD
                (COM-CHAVE-OFFSET:COM-CHAVE-TAMANHO)
                                       TO COM-CHAVE-ATUAL.

      *----------------------------------------------------------------*
       2500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2900-ENCERRAR-CONSULTA          SECTION.
      *----------------------------------------------------------------*
      *    PF3/CLEAR: LIMPA A TELA E ENCERRA A CONVERSA SEM PROXIMA    *
      *    TRANSACAO.                                                  *
      *----------------------------------------------------------------*

           EXEC CICS SEND TEXT
                     FROM     (WRK-TEXTO-ENCERRAMENTO)
                     LENGTH   (LENGTH OF WRK-TEXTO-ENCERRAMENTO)
                     ERASE
                     FREEKB
           END-EXEC.

           EXEC CICS RETURN
           END-EXEC.

      *----------------------------------------------------------------*
       2900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-MONTAR-TELA                SECTION.
      *----------------------------------------------------------------*

           MOVE LOW-VALUES             TO LEGRCN1O.

           MOVE EIBTRNID               TO TRANSO.
           MOVE WRK-MENSAGEM           TO MSGO.

           IF  COM-MASCARAR-DADOS
               MOVE 'DADOS MASCARADOS' TO SITUACO
           END-IF.

           IF  NOT COM-HA-REGISTRO
               MOVE WRK-CHAVE-DIGITADA TO CHAVEO
               MOVE SPACES             TO COM-CHAVE-EXIBIDA
               GO TO 3000-99-FIM
           END-IF.

           PERFORM 3100-PREPARAR-EXIBICAO.

           MOVE SPACES                 TO COM-CHAVE-EXIBIDA.
           MOVE WRK-REGISTRO-EXIBIDO
                (COM-CHAVE-OFFSET:COM-CHAVE-TAMANHO)
                                       TO COM-CHAVE-EXIBIDA.
           MOVE COM-CHAVE-EXIBIDA      TO CHAVEO.

           PERFORM 3500-BUSCAR-LINHAGEM.

           PERFORM 3600-MONTAR-LINHAS-CAMPO.

      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3100-PREPARAR-EXIBICAO          SECTION.
      *----------------------------------------------------------------*
      *    COPIA O REGISTRO LIDO PARA A AREA DE EXIBICAO, TRADUZ OS    *
      *    CAMPOS TEXTO QUANDO O ARQUIVO ESTA EM ASCII, GUARDA A CHAVE *
      *    JA TRADUZIDA PARA A PROCURA NA LINHAGEM E, SEM LIBERACAO,   *
      *    MASCARA OS CAMPOS DESIGNADOS.                               *
      *----------------------------------------------------------------*

           MOVE WRK-REGISTRO-ARQOUTPD  TO WRK-REGISTRO-EXIBIDO.

           IF  COM-TEXTO-ASCII
               PERFORM 3110-TRADUZIR-UM-CAMPO
                   VARYING WRK-IDX-DIR FROM 1 BY 1
                   UNTIL WRK-IDX-DIR   GREATER   WRK-QTD-CAMPOS
           END-IF.

           MOVE SPACES                 TO WRK-CHAVE-LINHAGEM.
           MOVE WRK-REGISTRO-EXIBIDO
                (COM-CHAVE-OFFSET:COM-CHAVE-TAMANHO)
                                       TO WRK-CHAVE-LINHAGEM.

           IF  COM-MASCARAR-DADOS
               PERFORM 3120-MASCARAR-UM-CAMPO
                   VARYING WRK-IDX-DIR FROM 1 BY 1
                   UNTIL WRK-IDX-DIR   GREATER   WRK-QTD-CAMPOS
           END-IF.

      *----------------------------------------------------------------*
       3100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3110-TRADUZIR-UM-CAMPO          SECTION.
      *----------------------------------------------------------------*

           IF  NOT WRK-DIR-TIPO-TEXTO(WRK-IDX-DIR)
               GO TO 3110-99-FIM
           END-IF.

           INSPECT WRK-REGISTRO-EXIBIDO
                   (WRK-DIR-OFFSET(WRK-IDX-DIR):
                    WRK-DIR-TAMANHO(WRK-IDX-DIR))
               CONVERTING WRK-TABELA-TODOS-CODIGOS
                       TO WRK-TABELA-ASCII-EM-EBCDIC.

      *----------------------------------------------------------------*
       3110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3120-MASCARAR-UM-CAMPO          SECTION.
      *----------------------------------------------------------------*

           IF  WRK-MSK-SEM-ACAO(WRK-IDX-DIR)
               GO TO 3120-99-FIM
           END-IF.

           EVALUATE TRUE
               WHEN WRK-MSK-ZERAR(WRK-IDX-DIR)
                   PERFORM 3200-ZERAR-CAMPO
               WHEN WRK-DIR-TIPO-TEXTO(WRK-IDX-DIR)
                   PERFORM 3300-TROCAR-TEXTO
               WHEN OTHER
                   PERFORM 3400-TROCAR-NUMERICO
           END-EVALUATE.

      *----------------------------------------------------------------*
       3120-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3200-ZERAR-CAMPO                SECTION.
      *----------------------------------------------------------------*
      *    SUBSTITUI O CAMPO POR ZEROS VALIDOS PARA O SEU TIPO -       *
      *    MESMA CONVENCAO DO MASCARADOR.                              *
      *----------------------------------------------------------------*

           EVALUATE TRUE
               WHEN WRK-DIR-TIPO-PACKED(WRK-IDX-DIR)
                   MOVE ZEROS          TO WRK-MSK-PACKED
                   MOVE WRK-MSK-PCK-BYTES
                        (9 - WRK-DIR-TAMANHO(WRK-IDX-DIR):
                         WRK-DIR-TAMANHO(WRK-IDX-DIR))
                        TO WRK-REGISTRO-EXIBIDO
                           (WRK-DIR-OFFSET(WRK-IDX-DIR):
                            WRK-DIR-TAMANHO(WRK-IDX-DIR))
               WHEN WRK-DIR-TIPO-ZONADO(WRK-IDX-DIR)
                   MOVE ALL '0'        TO WRK-REGISTRO-EXIBIDO
                                          (WRK-DIR-OFFSET(WRK-IDX-DIR):
                                           WRK-DIR-TAMANHO
                                           (WRK-IDX-DIR))
               WHEN OTHER
                   MOVE SPACES         TO WRK-REGISTRO-EXIBIDO
                                          (WRK-DIR-OFFSET(WRK-IDX-DIR):
                                           WRK-DIR-TAMANHO
                                           (WRK-IDX-DIR))
           END-EVALUATE.

      *----------------------------------------------------------------*
       3200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3300-TROCAR-TEXTO               SECTION.
      *----------------------------------------------------------------*
      *    SUBSTITUICAO DETERMINISTICA DE CARACTERES SOBRE O CAMPO     *
      *    TEXTO - O MESMO MASCARADO DAS COPIAS DE HOMOLOGACAO.        *
      *----------------------------------------------------------------*

           INSPECT WRK-REGISTRO-EXIBIDO
                   (WRK-DIR-OFFSET(WRK-IDX-DIR):
                    WRK-DIR-TAMANHO(WRK-IDX-DIR))
               CONVERTING WRK-MSK-TEXTO-DE TO WRK-MSK-TEXTO-PARA.

      *----------------------------------------------------------------*
       3300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3400-TROCAR-NUMERICO            SECTION.
      *----------------------------------------------------------------*
      *    DECODIFICA O CAMPO NUMERICO (COPY DECODNUM), PERMUTA OS     *
      *    DIGITOS PELA TABELA FIXA E RE-CODIFICA NO FORMATO DO TIPO,  *
      *    PRESERVANDO SINAL E TAMANHO. CONTEUDO INVALIDO NAO E        *
      *    TOCADO - NA EXIBICAO ELE NAO SAI EM HEXADECIMAL (VIDE       *
      *    3620-RENDERIZAR-VALOR).                                     *
      *----------------------------------------------------------------*

           MOVE WRK-REGISTRO-EXIBIDO
                (WRK-DIR-OFFSET(WRK-IDX-DIR):
                 WRK-DIR-TAMANHO(WRK-IDX-DIR))
                                       TO WRK-DEC-BYTES.
           MOVE WRK-DIR-TAMANHO(WRK-IDX-DIR) TO WRK-DEC-TAMANHO.
           MOVE WRK-DIR-TIPO(WRK-IDX-DIR)    TO WRK-DEC-TIPO.

           PERFORM 8700-DECODIFICAR-CAMPO.

           IF  NOT WRK-DEC-VALIDO
               GO TO 3400-99-FIM
           END-IF.

           IF  WRK-DEC-VALOR           LESS      ZEROS
               MOVE 'S'                TO WRK-SW-MSK-NEGATIVO
               COMPUTE WRK-MSK-VALOR-DISPLAY = 0 - WRK-DEC-VALOR
           ELSE
               MOVE 'N'                TO WRK-SW-MSK-NEGATIVO
               MOVE WRK-DEC-VALOR      TO WRK-MSK-VALOR-DISPLAY
           END-IF.

           INSPECT WRK-MSK-VALOR-DISPLAY
               CONVERTING WRK-MSK-DIGITOS-DE TO WRK-MSK-DIGITOS-PARA.

           IF  WRK-DIR-TIPO-PACKED(WRK-IDX-DIR)
               MOVE WRK-MSK-VALOR-DISPLAY TO WRK-MSK-PACKED
               IF  WRK-MSK-NEGATIVO
                   MULTIPLY -1         BY WRK-MSK-PACKED
               END-IF
               MOVE WRK-MSK-PCK-BYTES
                    (9 - WRK-DIR-TAMANHO(WRK-IDX-DIR):
                     WRK-DIR-TAMANHO(WRK-IDX-DIR))
                    TO WRK-REGISTRO-EXIBIDO
                       (WRK-DIR-OFFSET(WRK-IDX-DIR):
                        WRK-DIR-TAMANHO(WRK-IDX-DIR))
           ELSE
               MOVE WRK-MSK-VALOR-DISPLAY TO WRK-MSK-ZONADO
               IF  WRK-MSK-NEGATIVO
                   MULTIPLY -1         BY WRK-MSK-ZONADO
               END-IF
               MOVE WRK-MSK-ZON-BYTES
                    (16 - WRK-DIR-TAMANHO(WRK-IDX-DIR):
                     WRK-DIR-TAMANHO(WRK-IDX-DIR))
                    TO WRK-REGISTRO-EXIBIDO
                       (WRK-DIR-OFFSET(WRK-IDX-DIR):
                        WRK-DIR-TAMANHO(WRK-IDX-DIR))
           END-IF.

      *----------------------------------------------------------------*
       3400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3500-BUSCAR-LINHAGEM            SECTION.
      *----------------------------------------------------------------*
      *    PROCURA A CHAVE DO REGISTRO NO KSDS DE LINHAGEM. A FALTA DA *
      *    LINHA OU DO PROPRIO ARQUIVO NAO IMPEDE A CONSULTA - SO FICA *
      *    AVISADA NO LUGAR DO RUN-ID.                                 *
      *----------------------------------------------------------------*

           MOVE WRK-CHAVE-LINHAGEM     TO WRK-CHAVE-RIDFLD.

           EXEC CICS READ
                     FILE     (WRK-FCT-LINHAGEM)
                     INTO     (WRK-LINHA-LINHAGEM)
                     RIDFLD   (WRK-CHAVE-RIDFLD)
                     RESP     (WRK-RESP)
           END-EXEC.

           EVALUATE WRK-RESP
               WHEN DFHRESP(NORMAL)
                   MOVE LHG-RUN-ID     TO RUNIDO
                   MOVE LHG-SEQUENCIA  TO WRK-SEQ-EDITADA
                   MOVE WRK-SEQ-EDITADA TO SEQORIO
               WHEN DFHRESP(NOTFND)
                   MOVE 'SEM LINHAGEM' TO RUNIDO
               WHEN OTHER
                   MOVE 'LINHAGEM INDISPONIVEL'
                                       TO RUNIDO
           END-EVALUATE.

      *----------------------------------------------------------------*
       3500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3600-MONTAR-LINHAS-CAMPO        SECTION.
      *----------------------------------------------------------------*
      *    MONTA AS ATE 15 LINHAS DA PAGINA DE CAMPOS CORRENTE.        *
      *----------------------------------------------------------------*

           COMPUTE WRK-QTD-PAGINAS = (WRK-QTD-CAMPOS + 14) / 15.

           IF  COM-PAGINA              GREATER   WRK-QTD-PAGINAS
               MOVE 1                  TO COM-PAGINA
           END-IF.

           MOVE COM-PAGINA             TO WRK-PAG-ATUAL.
           MOVE WRK-QTD-PAGINAS        TO WRK-PAG-TOTAL.
           MOVE WRK-PAGINA-EXIBIDA     TO PAGINAO.

           COMPUTE WRK-PRIMEIRO-CAMPO = (COM-PAGINA - 1) * 15 + 1.

           SET WRK-IDX-DIR             TO WRK-PRIMEIRO-CAMPO.

           PERFORM 3610-MONTAR-LINHA-CAMPO
               VARYING WRK-LINHA-TELA FROM 1 BY 1
               UNTIL WRK-LINHA-TELA    GREATER   15
                  OR WRK-IDX-DIR       GREATER   WRK-QTD-CAMPOS.

      *----------------------------------------------------------------*
       3600-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3610-MONTAR-LINHA-CAMPO         SECTION.
      *----------------------------------------------------------------*

           PERFORM 3620-RENDERIZAR-VALOR.

           MOVE WRK-DIR-NOME(WRK-IDX-DIR) TO LCP-NOME.
           MOVE WRK-VALOR-RENDERIZADO  TO LCP-VALOR.
           MOVE WRK-LINHA-CAMPO        TO LINHAO(WRK-LINHA-TELA).

           SET WRK-IDX-DIR             UP BY 1.

      *----------------------------------------------------------------*
       3610-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3620-RENDERIZAR-VALOR           SECTION.
      *----------------------------------------------------------------*
      *    RENDERIZA EM WRK-VALOR-RENDERIZADO O CAMPO DA AREA DE       *
      *    EXIBICAO: TEXTO SAI COMO ESTA (EM HEXADECIMAL SE TIVER      *
      *    CARACTER DE CONTROLE); PACKED/ZONADO SAI DECODIFICADO EM    *
      *    NUMERO EDITADO (VIDE COPY DECODNUM) OU, SE O CONTEUDO NAO   *
      *    FOR NUMERICO VALIDO, EM HEXADECIMAL - A NAO SER QUE O CAMPO *
      *    ESTEJA MASCARADO PARA ESTE USUARIO: ENTAO SO O AVISO, PARA  *
      *    O HEXADECIMAL NAO EXPOR O CONTEUDO REAL.                    *
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-VALOR-RENDERIZADO.

           IF  WRK-DIR-TIPO-TEXTO(WRK-IDX-DIR)
               PERFORM 3630-RENDERIZAR-TEXTO
               GO TO 3620-99-FIM
           END-IF.

           MOVE WRK-REGISTRO-EXIBIDO
                (WRK-DIR-OFFSET(WRK-IDX-DIR):
                 WRK-DIR-TAMANHO(WRK-IDX-DIR))
                                       TO WRK-DEC-BYTES.
           MOVE WRK-DIR-TAMANHO(WRK-IDX-DIR) TO WRK-DEC-TAMANHO.
           MOVE WRK-DIR-TIPO(WRK-IDX-DIR)    TO WRK-DEC-TIPO.

           PERFORM 8700-DECODIFICAR-CAMPO.

           IF  WRK-DEC-VALIDO
               MOVE WRK-DEC-VALOR      TO WRK-DEC-EDITADO
               MOVE WRK-DEC-EDITADO    TO WRK-VALOR-RENDERIZADO
               GO TO 3620-99-FIM
           END-IF.

           IF  COM-MASCARAR-DADOS
           AND NOT WRK-MSK-SEM-ACAO(WRK-IDX-DIR)
               MOVE '(CONTEUDO INVALIDO - CAMPO MASCARADO)'
                                       TO WRK-VALOR-RENDERIZADO
           ELSE
               MOVE WRK-DEC-BYTES      TO WRK-HEX-ORIGEM
               MOVE WRK-DEC-TAMANHO    TO WRK-HEX-TAMANHO
               PERFORM 3640-RENDERIZAR-HEXA
           END-IF.

      *----------------------------------------------------------------*
       3620-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3630-RENDERIZAR-TEXTO           SECTION.
      *----------------------------------------------------------------*
      *    TEXTO LIMITADO A LARGURA DA LINHA (CAMPO X MAIOR SAI        *
      *    TRUNCADO NA TELA).                                          *
      *----------------------------------------------------------------*

           MOVE WRK-DIR-TAMANHO(WRK-IDX-DIR) TO WRK-TAM-EXIBICAO.

           IF  WRK-TAM-EXIBICAO        GREATER   56
               MOVE 56                 TO WRK-TAM-EXIBICAO
           END-IF.

           MOVE WRK-REGISTRO-EXIBIDO
                (WRK-DIR-OFFSET(WRK-IDX-DIR):WRK-TAM-EXIBICAO)
                                       TO WRK-VALOR-RENDERIZADO.

           MOVE 'N'                    TO WRK-SW-CONTROLE.

           PERFORM 3635-VERIFICAR-CONTROLE
               VARYING WRK-POS-TEXTO FROM 1 BY 1
               UNTIL WRK-POS-TEXTO     GREATER   WRK-TAM-EXIBICAO
                  OR WRK-HA-CONTROLE.

           IF  WRK-HA-CONTROLE
               MOVE SPACES             TO WRK-VALOR-RENDERIZADO
               MOVE WRK-REGISTRO-EXIBIDO
                    (WRK-DIR-OFFSET(WRK-IDX-DIR):WRK-TAM-EXIBICAO)
                                       TO WRK-HEX-ORIGEM
               MOVE WRK-TAM-EXIBICAO   TO WRK-HEX-TAMANHO
               PERFORM 3640-RENDERIZAR-HEXA
           END-IF.

      *----------------------------------------------------------------*
       3630-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3635-VERIFICAR-CONTROLE         SECTION.
      *----------------------------------------------------------------*

           IF  WRK-VALOR-RENDERIZADO(WRK-POS-TEXTO:1) LESS SPACE
               SET WRK-HA-CONTROLE     TO TRUE
           END-IF.

      *----------------------------------------------------------------*
       3635-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3640-RENDERIZAR-HEXA            SECTION.
      *----------------------------------------------------------------*
      *    RENDERIZA OS BYTES DE WRK-HEX-ORIGEM EM HEXADECIMAL (DOIS   *
      *    CARACTERES POR BYTE, LIMITADO AOS 28 PRIMEIROS BYTES).      *
      *----------------------------------------------------------------*

           IF  WRK-HEX-TAMANHO         GREATER   28
               MOVE 28                 TO WRK-HEX-TAMANHO
           END-IF.

           PERFORM 3645-CONVERTER-BYTE-HEXA
               VARYING WRK-HEX-POS-BYTE FROM 1 BY 1
               UNTIL WRK-HEX-POS-BYTE  GREATER   WRK-HEX-TAMANHO.

      *----------------------------------------------------------------*
       3640-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3645-CONVERTER-BYTE-HEXA        SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-HEX-BYTE-BIN.

           MOVE WRK-HEX-ORIGEM(WRK-HEX-POS-BYTE:1)
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
       3645-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       8100-ENVIAR-TELA                SECTION.
      *----------------------------------------------------------------*

           EXEC CICS SEND
                     MAP      (WRK-MAPA)
                     MAPSET   (WRK-MAPSET)
                     FROM     (LEGRCN1O)
                     ERASE
                     FREEKB
                     RESP     (WRK-RESP)
           END-EXEC.

           IF  WRK-RESP                NOT EQUAL DFHRESP(NORMAL)
               MOVE WRK-MAPSET         TO WRK-NOME-ARQUIVO
               PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

      *----------------------------------------------------------------*
       8100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARGA DO DIRETORIO PELO CARTAO 'LAYOUT' - A MESMA ROTINA DO *
      *    COPY DICCARGA (MESMOS NOMES, MESMA CRITICA, MESMOS          *
      *    CONTADORES DO COPY DICCAMPO), COM O DICIONARIO LIDO EM      *
      *    BROWSE NO ESDS @FCTDICIO EM VEZ DO ARQDICIO SEQUENCIAL.     *
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       8900-ABRIR-DICIONARIO           SECTION.
      *----------------------------------------------------------------*
      *    UM UNICO CARTAO 'LAYOUT' POR MACO; O NOME DO BOOK VEM NAS   *
      *    POSICOES 9-16 (CMP-NOME-CAMPO).                             *
      *----------------------------------------------------------------*

           IF  WRK-DIC-CARREGADO
               PERFORM 9300-FORMATAR-ERRO-CARTAO
           END-IF.

           IF  CMP-NOME-CAMPO          EQUAL     SPACES
           OR  CMP-NOME-CAMPO(9:12)    NOT EQUAL SPACES
               PERFORM 9300-FORMATAR-ERRO-CARTAO
           END-IF.

           MOVE CMP-NOME-CAMPO         TO WRK-DIC-LIVRO-PEDIDO.
           SET WRK-DIC-CARREGADO       TO TRUE.
           MOVE 'N'                    TO WRK-SW-DIC-FIM.
           MOVE ZEROS                  TO WRK-DIC-LIDOS
                                          WRK-DIC-CARREGADOS
                                          WRK-DIC-PREEXISTENTES
                                          WRK-DIC-IGNORADOS
                                          WRK-RBA-DICIONARIO.

           EXEC CICS STARTBR
                     FILE     (WRK-FCT-DICIONARIO)
                     RIDFLD   (WRK-RBA-DICIONARIO)
                     RBA
                     RESP     (WRK-RESP)
           END-EXEC.

           IF  WRK-RESP                EQUAL     DFHRESP(NOTFND)
               SET WRK-DIC-FIM         TO TRUE
               GO TO 8900-99-FIM
           END-IF.

           PERFORM 8905-TESTAR-RESP-DICIONARIO.

           SET WRK-BROWSE-DICIO        TO TRUE.

           PERFORM 8920-LER-DICIONARIO.

      *----------------------------------------------------------------*
       8900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       8905-TESTAR-RESP-DICIONARIO     SECTION.
      *----------------------------------------------------------------*

           IF  WRK-RESP                NOT EQUAL DFHRESP(NORMAL)
           AND WRK-RESP                NOT EQUAL DFHRESP(ENDFILE)
               MOVE WRK-FCT-DICIONARIO TO WRK-NOME-ARQUIVO
               PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

      *----------------------------------------------------------------*
       8905-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       8910-PROCURAR-CAMPO-DIR         SECTION.
      *----------------------------------------------------------------*
      *    PROCURA NO DIRETORIO O NOME EM CMP-NOME-CAMPO; ACHANDO,     *
      *    LIGA WRK-DIC-CAMPO-ACHADO E DEVOLVE A POSICAO EM            *
      *    WRK-DIC-IDX-ACHADO.                                         *
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-SW-DIC-ACHOU.
           MOVE ZEROS                  TO WRK-DIC-IDX-ACHADO.

           PERFORM 8915-COMPARAR-CAMPO-DIR
               VARYING WRK-IDX-DIR FROM 1 BY 1
               UNTIL WRK-IDX-DIR       GREATER   WRK-QTD-CAMPOS
                  OR WRK-DIC-CAMPO-ACHADO.

      *----------------------------------------------------------------*
       8910-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       8915-COMPARAR-CAMPO-DIR         SECTION.
      *----------------------------------------------------------------*

           IF  WRK-DIR-NOME(WRK-IDX-DIR) EQUAL CMP-NOME-CAMPO
               SET WRK-DIC-CAMPO-ACHADO TO TRUE
               SET WRK-DIC-IDX-ACHADO  TO WRK-IDX-DIR
           END-IF.

      *----------------------------------------------------------------*
       8915-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       8920-LER-DICIONARIO             SECTION.
      *----------------------------------------------------------------*
      *    AVANCA ATE A PROXIMA ENTRADA APROVEITAVEL DO BOOK PEDIDO E  *
      *    A ESTAGIA EM WRK-CARTAO-CAMPO COMO CARTAO 'CAMPO'; NO FIM   *
      *    DO DICIONARIO LIGA WRK-DIC-FIM.                             *
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-SW-DIC-UTIL.

           PERFORM 8925-LER-ARQDICIO
               UNTIL WRK-DIC-FIM
                  OR WRK-DIC-UTIL.

      *----------------------------------------------------------------*
       8920-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       8925-LER-ARQDICIO               SECTION.
      *----------------------------------------------------------------*

           EXEC CICS READNEXT
                     FILE     (WRK-FCT-DICIONARIO)
                     INTO     (WRK-REGISTRO-DICIO)
                     RIDFLD   (WRK-RBA-DICIONARIO)
                     RBA
                     RESP     (WRK-RESP)
           END-EXEC.

           PERFORM 8905-TESTAR-RESP-DICIONARIO.

           IF  WRK-RESP                EQUAL     DFHRESP(ENDFILE)
               SET WRK-DIC-FIM         TO TRUE
               GO TO 8925-99-FIM
           END-IF.

           IF  DIC-LIVRO               NOT EQUAL WRK-DIC-LIVRO-PEDIDO
               GO TO 8925-99-FIM
           END-IF.

           ADD 1                       TO WRK-DIC-LIDOS.

           IF  DIC-OFFSET              NOT NUMERIC
           OR  DIC-TAMANHO             NOT NUMERIC
               PERFORM 9300-FORMATAR-ERRO-CARTAO
           END-IF.

           IF  DIC-TAMANHO             GREATER   999
           OR (DIC-TIPO-PACKED
           AND DIC-TAMANHO             GREATER   8)
           OR (DIC-TIPO-ZONADO
           AND DIC-TAMANHO             GREATER   15)
               ADD 1                   TO WRK-DIC-IGNORADOS
               GO TO 8925-99-FIM
           END-IF.

           MOVE SPACES                 TO WRK-CARTAO-CAMPO.
           MOVE 'CAMPO'                TO CMP-TIPO-CARTAO.
           MOVE DIC-NOME-CAMPO         TO CMP-NOME-CAMPO.
           MOVE DIC-OFFSET             TO CMP-OFFSET.
           MOVE DIC-TAMANHO            TO CMP-TAMANHO.
           MOVE DIC-TIPO               TO CMP-TIPO-CAMPO.

           SET WRK-DIC-UTIL            TO TRUE.

      *----------------------------------------------------------------*
       8925-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       8930-FECHAR-DICIONARIO          SECTION.
      *----------------------------------------------------------------*
      *    BOOK SEM NENHUMA ENTRADA NO DICIONARIO E ERRO DE CARTAO     *
      *    (NOME ERRADO OU DICIONARIO DE OUTRO BOOK NO ESDS).          *
      *----------------------------------------------------------------*

           IF  WRK-BROWSE-DICIO
               EXEC CICS ENDBR
                         FILE     (WRK-FCT-DICIONARIO)
                         RESP     (WRK-RESP)
               END-EXEC
               MOVE 'N'                TO WRK-SW-BROWSE-DICIO
           END-IF.

           MOVE SPACES                 TO WRK-CARTAO-CAMPO.
           MOVE 'LAYOUT'               TO CMP-TIPO-CARTAO.
           MOVE WRK-DIC-LIVRO-PEDIDO   TO CMP-NOME-CAMPO.

           IF  WRK-DIC-LIDOS           EQUAL     ZEROS
               PERFORM 9300-FORMATAR-ERRO-CARTAO
           END-IF.

      *----------------------------------------------------------------*
       8930-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
      *    DEVOLVE O CONTROLE AO CICS GUARDANDO A COMMAREA PARA A      *
      *    PROXIMA TECLA DO MESMO TERMINAL.                            *
      *----------------------------------------------------------------*

           EXEC CICS RETURN
                     TRANSID  (EIBTRNID)
                     COMMAREA (WRK-COMMAREA)
                     LENGTH   (LENGTH OF WRK-COMMAREA)
           END-EXEC.

      *----------------------------------------------------------------*
       9000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9100-FORMATAR-ERRO-ARQUIVO      SECTION.
      *----------------------------------------------------------------*
      *    FALHA DE ACESSO A ARQUIVO OU AO MAPA: MOSTRA O NOME E O     *
      *    RESP NA TELA E ENCERRA A CONVERSA (O CICS DESFAZ O BROWSE   *
      *    QUE ESTIVER ABERTO NO FIM DA TAREFA).                       *
      *----------------------------------------------------------------*

           MOVE WRK-NOME-ARQUIVO       TO ERR-NOME-ARQUIVO.
           MOVE WRK-RESP               TO WRK-RESP-EDITADO.
           MOVE WRK-RESP-EDITADO       TO ERR-RESP.

           EXEC CICS SEND TEXT
                     FROM     (WRK-TEXTO-ERRO-ARQUIVO)
                     LENGTH   (LENGTH OF WRK-TEXTO-ERRO-ARQUIVO)
                     ERASE
                     FREEKB
           END-EXEC.

           EXEC CICS RETURN
           END-EXEC.

      *----------------------------------------------------------------*
       9100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9300-FORMATAR-ERRO-CARTAO       SECTION.
      *----------------------------------------------------------------*
      *    CARTAO DE LAYOUT/CHAVE/MASCARA INVALIDO (CAMPO NAO          *
      *    DESCRITO, CHAVE AUSENTE OU FORA DAS REGRAS, ACAO            *
      *    DESCONHECIDA, OFFSET/TAMANHO FORA DAS REGRAS) - A CONSULTA  *
      *    NAO COMECA COM UM LAYOUT ERRADO NEM SEM A MASCARA PEDIDA.   *
      *----------------------------------------------------------------*

           MOVE WRK-CARTAO-CAMPO(1:72) TO ERR-CARTAO.

           EXEC CICS SEND TEXT
                     FROM     (WRK-TEXTO-ERRO-CARTAO)
                     LENGTH   (LENGTH OF WRK-TEXTO-ERRO-CARTAO)
                     ERASE
                     FREEKB
           END-EXEC.

           EXEC CICS RETURN
           END-EXEC.

      *----------------------------------------------------------------*
       9300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

       COPY DECODNUM.
