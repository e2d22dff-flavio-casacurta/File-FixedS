      *                DDNAME           I/O        INCLUDE/BOOK
      *                ARQINPZD          I         DECLARADO NO PGM
      *                ARQOUTPD          O         @BOOKOUT
      *                ARQDICIO          I         COPY DICCAMPO
      *----------------------------------------------------------------*
      *    BOOK'S......:                                               *
      *    @BOOKOUT - BOOK DE SAIDA
           SELECT ARQTOTAL ASSIGN      TO   UT-S-ARQTOTAL
                      FILE STATUS      IS   WRK-FS-ARQTOTAL.

      *    DICIONARIO DE LAYOUT (VIDE COPY DICCAMPO E DICCARGA) - SO
      *    ABERTO QUANDO O SYSIN TRAZ O CARTAO 'LAYOUT'; SEM ELE A DD
      *    NAO PRECISA EXISTIR.
           SELECT ARQDICIO ASSIGN      TO   UT-S-ARQDICIO
                      FILE STATUS      IS   WRK-FS-ARQDICIO.

      *================================================================*
       DATA                            DIVISION.
      *================================================================*

       01  FD-ARQTOTAL                 PIC  X(080).

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
           03 WRK-GRAVADOS-ARQOUTPD    PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-REJEITADOS-ARQINPZD  PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-DATAS-INVALIDAS      PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-REGRAS-VIOLADAS      PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-TAM-INVALIDOS        PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-TRF-FALTANTES        PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-FORA-SEQUENCIA       PIC  9(009) COMP-3  VALUE ZEROS.
       01  WRK-FS-ARQLINHG             PIC  X(002)         VALUE SPACES.
       01  WRK-SW-ARQLINHG             PIC  X(001)         VALUE 'N'.
           88 WRK-ARQLINHG-ABERTO                           VALUE 'S'.
       01  WRK-FS-ARQDICIO             PIC  X(002)         VALUE SPACES.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *  IDENTIFICACAO DO RUN (PROGRAMA + DATA + HORA DE INICIO),      *
      *  CARIMBADA NA LINHAGEM E REFERENCIAVEL PELAS AUDITORIAS DA     *
           03 LIM-AMOSTRA              PIC  9(009).
           03 FILLER                   PIC  X(049).

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *  BLOCO OPCIONAL - CARTAO 'REGRA' (REGRA DE CONSISTENCIA ENTRE  *
      *  CAMPOS, VIDE COPY REGRCOND E 2177-VALIDAR-REGRAS-CRUZADAS).   *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-CARTAO-REGRA REDEFINES WRK-CARTAO-CAMPO.
           03 RGR-TIPO-CARTAO          PIC  X(008).
           03 RGR-NOME-REGRA           PIC  X(008).
           03 RGR-OPERACAO             PIC  X(002).
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
              05 RGR-SE-VALOR-B        PIC  X(010).

       COPY CAMPODIR.

       COPY DICCAMPO.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *  CONTROLE DO DISJUNTOR DE REJEICAO. QUANDO O LIMITE E CRUZADO  *
      *  DEPOIS DA AMOSTRA MINIMA, A LEITURA PARA, O RUN FECHA LIMPO   *

       COPY FILTCOND.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *  BLOCO OPCIONAL - REGRAS DE CONSISTENCIA ENTRE CAMPOS (CARTOES *
      *  'REGRA' DO SYSIN, VIDE 2177-VALIDAR-REGRAS-CRUZADAS).         *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       COPY REGRCOND.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *  BLOCO OPCIONAL - TABELAS DE TRADUCAO DE CODIGO (EBCDIC PARA   *
      *  ASCII) DOS CAMPOS ALFANUMERICOS DO @BOOKOUT - VIDE            *
           EVALUATE TRUE
               WHEN CMP-CARTAO-CAMPO
                   PERFORM 1075-ARMAZENAR-CARTAO-CAMPO
               WHEN CMP-CARTAO-LAYOUT
                   PERFORM 1076-CARREGAR-LAYOUT
               WHEN CMP-CARTAO-FILTRO
                   PERFORM 1080-ARMAZENAR-CARTAO-FILTRO
               WHEN CMP-CARTAO-LIMREJ
                   PERFORM 1090-ARMAZENAR-CARTAO-LIMREJ
      *        REGRA DE CONSISTENCIA ENTRE CAMPOS (VIDE 2177-VALIDAR-
      *        REGRAS-CRUZADAS).
               WHEN CMP-CARTAO-REGRA
                   PERFORM 8800-ARMAZENAR-CARTAO-REGRA
      *        CHAVE DE LINHAGEM (VIDE 3220-GRAVAR-LINHAGEM).
               WHEN CMP-CARTAO-CHAVE
                   PERFORM 1095-DESIGNAR-CHAVE-LINHAGEM
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
       1075-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1076-CARREGAR-LAYOUT            SECTION.
      *----------------------------------------------------------------*
      *    CARTAO 'LAYOUT': CARREGA NO DIRETORIO OS CAMPOS DO BOOK     *
      *    PEDIDO A PARTIR DO DICIONARIO ARQDICIO (VIDE COPY DICCAMPO/ *
      *    DICCARGA), CADA UM COM A MESMA CRITICA DO CARTAO 'CAMPO'    *
      *    DIGITADO; CAMPO JA DIGITADO COM O MESMO NOME E MANTIDO.     *
      *----------------------------------------------------------------*

           PERFORM 8900-ABRIR-DICIONARIO.

           PERFORM 1077-INCLUIR-CAMPO-LAYOUT
               UNTIL WRK-DIC-FIM.

           PERFORM 8930-FECHAR-DICIONARIO.

      *----------------------------------------------------------------*
       1076-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1077-INCLUIR-CAMPO-LAYOUT       SECTION.
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
       1077-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1080-ARMAZENAR-CARTAO-FILTRO    SECTION.
      *----------------------------------------------------------------*
      *    EXCEPTION (S0C7).                                           *
@VALIDARDATA
           .
      *    BLOCO OPCIONAL - REGRAS DE CONSISTENCIA ENTRE CAMPOS, SO    *
      *    PARA O REGISTRO QUE PASSOU NA VALIDACAO CAMPO A CAMPO.      *
           IF  WRK-REGISTRO-VALIDO
           AND WRK-QTD-REGRAS          GREATER   ZEROS
               PERFORM 2177-VALIDAR-REGRAS-CRUZADAS
           END-IF.

      *----------------------------------------------------------------*
       2170-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
       2175-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2177-VALIDAR-REGRAS-CRUZADAS    SECTION.
      *----------------------------------------------------------------*
      *    BLOCO OPCIONAL - REGRAS DE CONSISTENCIA ENTRE CAMPOS DO     *
      *    MESMO REGISTRO (CARTOES 'REGRA', VIDE COPY REGRCOND). O     *
      *    REGISTRO QUE VIOLA QUALQUER REGRA SEGUE O FLUXO NORMAL DE   *
      *    REJEITO (ARQREJZD); TODAS AS REGRAS SAO AVALIADAS.         *
      *----------------------------------------------------------------*

           PERFORM 2178-AVALIAR-UMA-REGRA
               VARYING WRK-IDX-RGR FROM 1 BY 1
               UNTIL WRK-IDX-RGR       GREATER   WRK-QTD-REGRAS.

           IF  WRK-REGISTRO-VALIDO
               GO TO 2177-99-FIM
           END-IF.

           IF  WRK-EXECUCAO-RESTART
           AND WRK-LIDOS-ARQINPZD     NOT GREATER WRK-QTD-RESTART
               GO TO 2177-99-FIM
           END-IF.

           ADD 1                       TO  WRK-REGRAS-VIOLADAS.

      *----------------------------------------------------------------*
       2177-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2178-AVALIAR-UMA-REGRA          SECTION.
      *----------------------------------------------------------------*
      *    AVALIA UMA REGRA; NA VIOLACAO REJEITA O REGISTRO E CONTA A  *
      *    VIOLACAO NA REGRA PARA O RESUMO DE FIM DE EXECUCAO (ESTE    *
      *    PROGRAMA NAO TEM ARQUIVO DE DIAGNOSTICO - AS REGRAS         *
      *    VIOLADAS SAO NOMEADAS NO RESUMO).                           *
      *----------------------------------------------------------------*

           PERFORM 8810-AVALIAR-REGRA.

           IF  NOT WRK-REGRA-VIOLADA
               GO TO 2178-99-FIM
           END-IF.

           SET WRK-REGISTRO-INVALIDO   TO TRUE.

      *    NA RELEITURA DE REPOSICIONAMENTO DE UM RESTART A VIOLACAO
      *    JA FOI CONTADA PELA EXECUCAO ANTERIOR.
           IF  WRK-EXECUCAO-RESTART
           AND WRK-LIDOS-ARQINPZD     NOT GREATER WRK-QTD-RESTART
               GO TO 2178-99-FIM
           END-IF.

           ADD 1                       TO  WRK-RGR-VIOLACOES
                                          (WRK-IDX-RGR).

      *----------------------------------------------------------------*
       2178-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2179-ESTAGIAR-CAMPO-REGRA       SECTION.
      *----------------------------------------------------------------*
      *    ESTAGIA PARA A AVALIACAO DA REGRA (COPY REGRAVAL) O CAMPO   *
      *    DE INDICE WRK-RGR-IDX-ESTAGIO NO DIRETORIO.                 *
      *----------------------------------------------------------------*

           SET WRK-IDX-DIR             TO WRK-RGR-IDX-ESTAGIO.

           MOVE FD-ARQINPZD (WRK-DIR-OFFSET(WRK-IDX-DIR):
                             WRK-DIR-TAMANHO(WRK-IDX-DIR))
                                       TO WRK-DEC-BYTES.

           MOVE WRK-DIR-TAMANHO(WRK-IDX-DIR) TO WRK-DEC-TAMANHO.
           MOVE WRK-DIR-TIPO(WRK-IDX-DIR)    TO WRK-DEC-TIPO.

      *----------------------------------------------------------------*
       2179-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2176-DIAS-DE-FEVEREIRO          SECTION.
      *----------------------------------------------------------------*
           MOVE    WRK-DATAS-INVALIDAS   TO WRK-DISPLAY
           DISPLAY '* DATAS INVALIDAS   : ' WRK-DISPLAY
           DISPLAY '*                              *'
           IF  WRK-QTD-REGRAS          GREATER   ZEROS
               MOVE WRK-REGRAS-VIOLADAS TO WRK-DISPLAY
               DISPLAY '* REGRAS VIOLADAS   : ' WRK-DISPLAY
               PERFORM 9010-EXIBIR-REGRA
                   VARYING WRK-IDX-RGR FROM 1 BY 1
                   UNTIL WRK-IDX-RGR   GREATER   WRK-QTD-REGRAS
               DISPLAY '*                              *'
           END-IF
           MOVE    WRK-TAM-INVALIDOS     TO WRK-DISPLAY
           DISPLAY '* TAMANHOS INVALIDOS: ' WRK-DISPLAY
           DISPLAY '*                              *'
       9000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9010-EXIBIR-REGRA               SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-RGR-VIOLACOES(WRK-IDX-RGR) TO WRK-DISPLAY.
           DISPLAY '*   ' WRK-RGR-NOME(WRK-IDX-RGR) '        : '
                   WRK-DISPLAY.

      *----------------------------------------------------------------*
       9010-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9060-GRAVAR-LOG-EXECUCAO         SECTION.
      *----------------------------------------------------------------*
       COPY DECODNUM.

       COPY FILTAVAL.
       COPY REGRAVAL.

       COPY BUSCAREF.

       COPY DICCARGA.

      *================================================================*
