      *                ARQANTER          I         DECLARADO NO PGM
      *                ARQDELTA          I         DECLARADO NO PGM
      *                ARQRECON          O         DECLARADO NO PGM
      *                ARQDICIO          I         COPY DICCAMPO
      *----------------------------------------------------------------*
      *    CARTOES.....: MESMA CONVENCAO DO GERADOR DE DELTA (VIDE     *
      *    COPY CAMPCARD): CARTOES 'CAMPO' DESCREVENDO AO MENOS O      *
           SELECT ARQRECON ASSIGN      TO   UT-S-ARQRECON
                      FILE STATUS      IS   WRK-FS-ARQRECON.

      *    DICIONARIO DE LAYOUT (VIDE COPY DICCAMPO E DICCARGA) - SO
      *    ABERTO QUANDO O SYSIN TRAZ O CARTAO 'LAYOUT'; SEM ELE A DD
      *    NAO PRECISA EXISTIR.
           SELECT ARQDICIO ASSIGN      TO   UT-S-ARQDICIO
                      FILE STATUS      IS   WRK-FS-ARQDICIO.

      *================================================================*
       DATA                            DIVISION.
      *================================================================*

       01  FD-ARQRECON                 PIC  X(@LENGTHOUT).

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
       01  WRK-FS-ARQANTER             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-ARQDELTA             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-ARQRECON             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-ARQDICIO             PIC  X(002)         VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *  AREA DOS CARTOES DE LAYOUT - SYSIN (VIDE COPY CAMPCARD). O    *

       COPY CAMPODIR.

       COPY DICCAMPO.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *  CONTAGENS ESPERADAS DO RESUMO DO GERADOR DE DELTA (CARTOES    *
      *  'ESPERADO'). SEM OS CARTOES AS CHAVES FICAM DESLIGADAS E O    *
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
      *----------------------------------------------------------------*
       9010-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

       COPY DICCARGA.

      *================================================================*
