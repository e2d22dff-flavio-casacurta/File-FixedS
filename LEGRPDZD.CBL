      *                DDNAME           I/O        INCLUDE/BOOK
      *                ARQINPPD          I         @BOOKIN
      *                ARQOUTZD          O         DECLARADO NO PGM
      *                ARQDICIO          I         COPY DICCAMPO
      *----------------------------------------------------------------*
      *    BOOK'S......:                                               *
      *    @BOOKIN - BOOK DE ENTRADA
      *    BLOCO OPCIONAL - LINHAGEM DE REGISTROS (VIDE 3220-GRAVAR-
      *    LINHAGEM): UMA LINHA POR REGISTRO GRAVADO, COM O RUN-ID, O
      *    NUMERO DE SEQUENCIA DO REGISTRO DE ENTRADA E A CHAVE
      *    DESIGNADA PELO CARTAO 'CHAVE' DO SYSIN, E UMA LINHA POR
      *    REGISTRO REJEITADO, MARCADA COMO TAL (VIDE 3230-GRAVAR-
      *    LINHAGEM-REJEITO). A AUSENCIA DA DD (OU DO CARTAO) E
      *    CONDICAO NORMAL - A LINHAGEM FICA DESLIGADA.
           SELECT ARQLINHG ASSIGN      TO   UT-S-ARQLINHG
                      FILE STATUS      IS   WRK-FS-ARQLINHG.

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
       01  FD-ARQFEEDR                 PIC  X(080).

      *----------------------------------------------------------------*
      *   OUTPUT:  LINHAGEM DOS REGISTROS GRAVADOS E REJEITADOS -      *
      *            ARQLINHG                                            *
      *            (BLOCO OPCIONAL)                                    *
      *            ORG. SEQUENCIAL    - LRECL   = 080                  *
      *----------------------------------------------------------------*

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
           03 WRK-GRAVADOS-ARQOUTZD    PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-REJEITADOS-ARQINPPD  PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-DATAS-INVALIDAS      PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-REGRAS-VIOLADAS      PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-TAM-INVALIDOS        PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-TRF-FALTANTES        PIC  9(009) COMP-3  VALUE ZEROS.
           03 WRK-GRAVADOS-ARQDIAPD    PIC  9(009) COMP-3  VALUE ZEROS.
       01  WRK-FS-ARQLINHG             PIC  X(002)         VALUE SPACES.
       01  WRK-SW-ARQLINHG             PIC  X(001)         VALUE 'N'.
           88 WRK-ARQLINHG-ABERTO                           VALUE 'S'.
       01  WRK-FS-ARQDICIO             PIC  X(002)         VALUE SPACES.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *  AREA DA GUARDA DE FEED DUPLICADO (VIDE 1400-CONFERIR-FEED-    *
      *  REGISTRADO). A IMPRESSAO DIGITAL DO FEED E CALCULADA NUMA     *
           03 WRK-LIN-SEQUENCIA        PIC  9(009).
           03 FILLER                   PIC  X(001)         VALUE SPACE.
           03 WRK-LIN-CHAVE            PIC  X(032).
           03 FILLER                   PIC  X(001)         VALUE SPACE.
      *    DESTINO DO REGISTRO: G = GRAVADO NO ARQOUTZD, R = REJEITADO
      *    (ARQREJPD). LINHAS DE GERACOES ANTERIORES TRAZEM BRANCO
      *    NESTA POSICAO E SO PODEM SER DE REGISTROS GRAVADOS.
           03 WRK-LIN-SITUACAO         PIC  X(001)         VALUE SPACE.
              88 WRK-LIN-GRAVADO                            VALUE 'G'.
              88 WRK-LIN-REJEITADO                          VALUE 'R'.
           03 FILLER                   PIC  X(013)         VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *  AREA DO LOG PERSISTENTE DE EXECUCAO (VIDE COPY LOGCARD E      *
           03 DMV-DATA                 PIC  9(008).
           03 FILLER                   PIC  X(064).

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
      *  BLOCO OPCIONAL - EXPORTACAO DELIMITADA (ARQOUTDL). AS LINHAS  *
      *  GERADAS EM 3195-FORMATAR-CSV-ARQOUTDL (TOKEN @CSVDETALHE)     *
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
      *    DISPLAY ABENDARIA COM DATA EXCEPTION (S0C7).                *
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
      *    REJEITO (ARQREJPD); TODAS AS REGRAS SAO AVALIADAS.         *
      *----------------------------------------------------------------*

           PERFORM 2178-AVALIAR-UMA-REGRA
               VARYING WRK-IDX-RGR FROM 1 BY 1
               UNTIL WRK-IDX-RGR       GREATER   WRK-QTD-REGRAS.

           IF  WRK-REGISTRO-VALIDO
               GO TO 2177-99-FIM
           END-IF.

           IF  WRK-EXECUCAO-RESTART
           AND WRK-LIDOS-ARQINPPD     NOT GREATER WRK-QTD-RESTART
               GO TO 2177-99-FIM
           END-IF.

           ADD 1                       TO  WRK-REGRAS-VIOLADAS.

      *----------------------------------------------------------------*
       2177-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2178-AVALIAR-UMA-REGRA          SECTION.
      *----------------------------------------------------------------*
      *    AVALIA UMA REGRA; NA VIOLACAO REJEITA O REGISTRO, CONTA A   *
      *    VIOLACAO NA REGRA E GRAVA EM ARQDIAPD UMA LINHA NOMEANDO A  *
      *    REGRA ('REGRA <NOME>' NO CAMPO, MOTIVO 'REGRA CRUZADA'),    *
      *    COM OFFSET/TAMANHO/HEXA DO PRIMEIRO CAMPO DA REGRA. UM      *
      *    REGISTRO PODE VIOLAR MAIS DE UMA REGRA - UMA LINHA POR      *
      *    REGRA VIOLADA.                                              *
      *----------------------------------------------------------------*

           PERFORM 8810-AVALIAR-REGRA.

           IF  NOT WRK-REGRA-VIOLADA
               GO TO 2178-99-FIM
           END-IF.

           SET WRK-REGISTRO-INVALIDO   TO TRUE.

      *    NA RELEITURA DE REPOSICIONAMENTO DE UM RESTART A VIOLACAO
      *    JA FOI CONTADA E DIAGNOSTICADA PELA EXECUCAO ANTERIOR.
           IF  WRK-EXECUCAO-RESTART
           AND WRK-LIDOS-ARQINPPD     NOT GREATER WRK-QTD-RESTART
               GO TO 2178-99-FIM
           END-IF.

           ADD 1                       TO  WRK-RGR-VIOLACOES
                                          (WRK-IDX-RGR).

           MOVE SPACES                 TO WRK-DIAG-NOME-CAMPO.
           STRING 'REGRA '             DELIMITED BY SIZE
                  WRK-RGR-NOME(WRK-IDX-RGR) DELIMITED BY SIZE
                                       INTO WRK-DIAG-NOME-CAMPO.

           MOVE WRK-RGR-IDX-A(WRK-IDX-RGR) TO WRK-RGR-IDX-ESTAGIO.
           MOVE WRK-DIR-OFFSET(WRK-RGR-IDX-ESTAGIO)
                                       TO WRK-DIAG-OFFSET.
           MOVE WRK-DIR-TAMANHO(WRK-RGR-IDX-ESTAGIO)
                                       TO WRK-DIAG-TAMANHO.
           MOVE 'REGRA CRUZADA'        TO WRK-DIAG-MOTIVO.

           PERFORM 3058-RENDERIZAR-HEXA.
           PERFORM 3060-GRAVAR-DIAGNOSTICO.

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

           MOVE FD-ARQINPPD (WRK-DIR-OFFSET(WRK-IDX-DIR):
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

           ADD 1                       TO  WRK-REJEITADOS-ARQINPPD.

           PERFORM 3230-GRAVAR-LINHAGEM-REJEITO.

           PERFORM 3070-AVALIAR-LIMIAR-REJEITO.

      *----------------------------------------------------------------*
      *    QUE RESTA PARA O AUDITOR.                                   *
      *----------------------------------------------------------------*

           SET WRK-LIN-GRAVADO         TO TRUE.

           PERFORM 3225-GRAVAR-LINHA-LINHAGEM.

      *----------------------------------------------------------------*
       3220-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3225-GRAVAR-LINHA-LINHAGEM      SECTION.
      *----------------------------------------------------------------*

           IF  NOT WRK-ARQLINHG-ABERTO
               GO TO 3225-99-FIM
           END-IF.

           MOVE WRK-RUN-ID             TO WRK-LIN-RUN-ID.
           ADD 1                       TO  WRK-GRAVADOS-ARQLINHG.

      *----------------------------------------------------------------*
       3225-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3230-GRAVAR-LINHAGEM-REJEITO    SECTION.
      *----------------------------------------------------------------*
      *    BLOCO OPCIONAL - LINHAGEM. O REGISTRO REJEITADO TAMBEM      *
      *    DEIXA SUA LINHA (CHAVE, RUN-ID E SEQUENCIA - A MESMA        *
      *    SEQUENCIA QUE IDENTIFICA O REGISTRO NO ARQDIAPD), MARCADA   *
      *    COMO REJEITO: E POR ELA QUE O CONTROLE DE PENDENCIAS DE     *
      *    REJEITOS (LEGRBKLG) SABE QUAL CHAVE FICOU DE FORA EM QUAL   *
      *    RUN, SEM DEPENDER DA POSICAO DO REGISTRO NO ARQREJPD.       *
      *----------------------------------------------------------------*

           SET WRK-LIN-REJEITADO       TO TRUE.

           PERFORM 3225-GRAVAR-LINHA-LINHAGEM.

      *----------------------------------------------------------------*
       3230-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           MOVE    WRK-DATAS-INVALIDAS  TO WRK-DISPLAY
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
           MOVE    WRK-TAM-INVALIDOS    TO WRK-DISPLAY
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
